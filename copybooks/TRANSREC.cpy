 *> with header and trailer views redefining the detail data.
 *> TRANS-DR-CR flags each detail as a credit (added to the
 *> account balance) or a debit (subtracted from it).
 *> TRANS-REVERSES-ID/DATE are blank on an ordinary detail; on
 *> a reversal they carry the key of the posted entry it
 *> contra-posts.
 *> TRANS-PAYMENT-TYPE is blank on an ordinary detail and E on
 *> a debit paying money out to another bank, which then also
 *> carries the beneficiary bank and account for the outbound
 *> clearing file.
 01  TRANS-RECORD.
     05  TRANS-REC-TYPE             PIC X(1).
         88  TRANS-TYPE-HEADER        VALUE "H".
             88  TRANS-CREDIT         VALUE "C".
             88  TRANS-DEBIT          VALUE "D".
         10  TRANS-DESCRIPTION      PIC X(30).
         10  TRANS-REVERSES-ID      PIC X(10).
         10  TRANS-REVERSES-DATE    PIC X(8).
         10  TRANS-PAYMENT-TYPE     PIC X(1).
             88  TRANS-INTERNAL       VALUE SPACE.
             88  TRANS-EXTERNAL-PAYMENT VALUE "E".
         10  TRANS-BENEF-BANK       PIC X(11).
         10  TRANS-BENEF-ACCOUNT    PIC X(20).
     05  TRANS-HEADER-DATA REDEFINES TRANS-DETAIL-DATA.
         10  HDR-BATCH-ID           PIC X(10).
         10  HDR-CREATE-DATE        PIC X(8).
         10  FILLER                 PIC X(102).
     05  TRANS-TRAILER-DATA REDEFINES TRANS-DETAIL-DATA.
         10  TRL-RECORD-COUNT       PIC 9(6).
         10  TRL-HASH-TOTAL         PIC 9(13)V99.
         10  FILLER                 PIC X(99).

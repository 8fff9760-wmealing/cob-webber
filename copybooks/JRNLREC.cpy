 *> JRNLREC - posting journal record.  The daily run appends
 *> one record to POSTJRNL for every accepted detail it posts,
 *> so per-transaction activity can be looked up after the
 *> TRANSFILE has been cleared down.  JRNL-REVERSES-ID/DATE
 *> are set only on a reversal and name the entry it reverses.
 *> JRNL-PAYMENT-TYPE and the beneficiary fields are carried
 *> from the posted detail, so a returned outbound payment can
 *> be matched back to the entry that sent it.
 01  JOURNAL-RECORD.
     05  JRNL-ACCOUNT-NO        PIC X(10).
     05  JRNL-TRANS-DATE        PIC X(8).
     05  JRNL-AMOUNT            PIC 9(9)V99.
     05  JRNL-DESCRIPTION       PIC X(30).
     05  JRNL-RUN-DATE          PIC X(8).
     05  JRNL-REVERSES-ID       PIC X(10).
     05  JRNL-REVERSES-DATE     PIC X(8).
     05  JRNL-PAYMENT-TYPE      PIC X(1).
         88  JRNL-EXTERNAL-PAYMENT VALUE "E".
     05  JRNL-BENEF-BANK        PIC X(11).
     05  JRNL-BENEF-ACCOUNT     PIC X(20).

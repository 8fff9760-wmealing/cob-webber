 *> HOLDREC - funds hold record, keyed on account number and
 *> hold id.  Maintained by the hold maintenance screen; the
 *> posting run and reject repair refuse a debit that would
 *> take the balance less the account's active holds below the
 *> overdraft floor.  A hold counts while it is active and its
 *> expiry date (if any) has not passed; the daily expiry run
 *> then marks it expired.
 01  HOLD-RECORD.
     05  HOLD-KEY.
         10  HOLD-ACCOUNT-NO        PIC X(10).
         10  HOLD-ID                PIC X(10).
     05  HOLD-AMOUNT                PIC 9(9)V99.
     05  HOLD-REASON-CODE           PIC X(4).
         88  HOLD-REASON-CHEQUE       VALUE "CHQ ".
         88  HOLD-REASON-LEGAL        VALUE "LEGL".
         88  HOLD-REASON-DISPUTE      VALUE "DISP".
         88  HOLD-REASON-OTHER        VALUE "OTHR".
     05  HOLD-REASON-TEXT           PIC X(30).
     05  HOLD-PLACED-BY             PIC X(8).
     05  HOLD-PLACED-DATE           PIC X(8).
 *> Last day the hold applies; spaces means until released.
     05  HOLD-EXPIRY-DATE           PIC X(8).
     05  HOLD-STATUS                PIC X(1).
         88  HOLD-ACTIVE              VALUE "A".
         88  HOLD-RELEASED            VALUE "R".
         88  HOLD-EXPIRED             VALUE "E".
     05  HOLD-RELEASED-BY           PIC X(8).
     05  HOLD-RELEASED-DATE         PIC X(8).

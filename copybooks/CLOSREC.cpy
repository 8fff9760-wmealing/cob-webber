 *> CLOSREC - account close-out request, keyed on the account
 *> being closed.  Written by account maintenance when a
 *> close-out is requested (the account goes to pending close)
 *> and carried through by the close-out run: settlement
 *> raised, then closed once posting shows a zero balance.
 *> CLR-PAYOUT-ACCOUNT names where a credit balance is to be
 *> transferred; spaces means the default payout account on
 *> the close-out parameters.  CLR-SWEEP-ID/DATE identify the
 *> settlement entry on the closing account that must have
 *> posted before the account is marked closed.
 01  CLOSE-REQUEST-RECORD.
     05  CLR-ACCOUNT-NO             PIC X(10).
     05  CLR-PAYOUT-ACCOUNT         PIC X(10).
     05  CLR-REQUESTED-BY           PIC X(8).
     05  CLR-REQUESTED-DATE         PIC X(8).
     05  CLR-STATUS                 PIC X(1).
         88  CLR-REQUESTED            VALUE "R".
         88  CLR-SETTLING             VALUE "S".
         88  CLR-CLOSED               VALUE "C".
         88  CLR-CANCELLED            VALUE "X".
     05  CLR-INTEREST               PIC 9(9)V99.
     05  CLR-SWEEP-DR-CR            PIC X(1).
         88  CLR-SWEEP-PAYOUT         VALUE "D".
         88  CLR-SWEEP-WRITE-OFF      VALUE "C".
     05  CLR-SWEEP-AMOUNT           PIC 9(11)V99.
     05  CLR-SWEEP-TO-ACCOUNT       PIC X(10).
     05  CLR-SWEEP-ID               PIC X(10).
     05  CLR-SWEEP-DATE             PIC X(8).
     05  CLR-CLOSED-DATE            PIC X(8).

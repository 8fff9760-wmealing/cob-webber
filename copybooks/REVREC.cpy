 *> REVREC - reversal register record, keyed on the posted
 *> journal entry (trans id + trans date) that has been
 *> reversed.  One record per reversed entry, so a second
 *> reversal of the same entry finds the key already present.
 *> REV-TRANS-ID/DATE identify the contra detail raised, and
 *> the account, amount and DR/CR are those of the original.
 01  REVERSAL-REGISTER-RECORD.
     05  REV-KEY.
         10  REV-ORIG-ID            PIC X(10).
         10  REV-ORIG-DATE          PIC X(8).
     05  REV-ACCOUNT-NO             PIC X(10).
     05  REV-ORIG-DR-CR             PIC X(1).
     05  REV-AMOUNT                 PIC 9(9)V99.
     05  REV-TRANS-ID               PIC X(10).
     05  REV-TRANS-DATE             PIC X(8).
     05  REV-OPERATOR               PIC X(8).

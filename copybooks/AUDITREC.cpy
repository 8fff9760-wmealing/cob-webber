 *> AUDITREC - account maintenance audit trail record, one per
 *> completed ADD / NAME CHANGE / STATUS CHANGE / LIMIT CHANGE
 *> / REACTIVATION / PRODUCT CHANGE action, appended to
 *> ACCTAUDT.  The before and after fields carry full
 *> ACCOUNT-RECORD images; the before image is spaces for an
 *> add.
 01  AUDIT-RECORD.
     05  AUD-DATE               PIC X(8).
     05  AUD-TIME               PIC X(6).
         88  AUD-ACTION-NAME      VALUE "C".
         88  AUD-ACTION-STATUS    VALUE "S".
         88  AUD-ACTION-LIMIT     VALUE "O".
         88  AUD-ACTION-REACTIVATE VALUE "R".
         88  AUD-ACTION-PRODUCT   VALUE "P".
     05  AUD-BEFORE-IMAGE       PIC X(69).
     05  AUD-AFTER-IMAGE        PIC X(69).

 *> ALERTREC - transaction monitoring alert, keyed on the
 *> account, the alert type and the first journal entry that
 *> triggered it.  Written open by the monitoring run and
 *> marked reviewed through the alert review screen.  The
 *> triggering entries are kept (up to ten) so a later run over
 *> the same activity finds the alert already on file and does
 *> not raise it again.
 01  ALERT-RECORD.
     05  ALT-KEY.
         10  ALT-ACCOUNT-NO         PIC X(10).
         10  ALT-TYPE               PIC X(2).
             88  ALT-LARGE-VALUE      VALUE "LV".
             88  ALT-VELOCITY-COUNT   VALUE "VC".
             88  ALT-VELOCITY-VALUE   VALUE "VV".
             88  ALT-STRUCTURING      VALUE "ST".
             88  ALT-PASS-THROUGH     VALUE "PT".
         10  ALT-ANCHOR-DATE        PIC X(8).
         10  ALT-ANCHOR-ID          PIC X(10).
     05  ALT-RAISED-DATE            PIC X(8).
     05  ALT-STATUS                 PIC X(1).
         88  ALT-OPEN                 VALUE "O".
         88  ALT-REVIEWED             VALUE "R".
     05  ALT-REVIEWED-BY            PIC X(8).
     05  ALT-REVIEWED-DATE          PIC X(8).
     05  ALT-REVIEW-NOTE            PIC X(30).
 *> ALT-ACTIVITY-COUNT and ALT-TOTAL-AMOUNT cover every entry
 *> in the alert; ALT-ENTRY-COUNT is how many are kept below.
     05  ALT-ACTIVITY-COUNT         PIC 9(4).
     05  ALT-TOTAL-AMOUNT           PIC 9(11)V99.
     05  ALT-ENTRY-COUNT            PIC 9(2).
     05  ALT-ENTRY OCCURS 10 TIMES.
         10  ALT-ENTRY-DATE         PIC X(8).
         10  ALT-ENTRY-ID           PIC X(10).
         10  ALT-ENTRY-DR-CR        PIC X(1).
         10  ALT-ENTRY-AMOUNT       PIC 9(9)V99.

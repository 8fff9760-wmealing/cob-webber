     05  RLR-RESPONSE               PIC X(1).
     05  FILLER                     PIC X(9).
     05  RLR-OUTCOME                PIC X(41).
 *> Step lines written by EOD_DRIVER: a START line as each step
 *> begins and an END line, repeating the start date and time,
 *> when it ends.  A step not run because the cycle was not a
 *> month-end one has a single SKIP line.
 01  RUN-LOG-STEP-RECORD.
     05  RLS-TAG                    PIC X(4).
     05  RLS-DATE                   PIC X(8).
     05  FILLER                     PIC X(1).
     05  RLS-TIME                   PIC X(6).
     05  FILLER                     PIC X(1).
     05  RLS-STEP-NAME              PIC X(8).
     05  FILLER                     PIC X(1).
     05  RLS-EVENT                  PIC X(5).
     05  FILLER                     PIC X(4).
     05  RLS-RC                     PIC X(4).
     05  FILLER                     PIC X(5).
     05  RLS-MAX-RC                 PIC X(4).
     05  FILLER                     PIC X(7).
     05  RLS-START-DATE             PIC X(8).
     05  RLS-START-TIME             PIC X(6).
     05  FILLER                     PIC X(1).
     05  RLS-RESULT                 PIC X(7).

 FD  SUMMARY-FILE.
 01  SUMMARY-PRINT-REC              PIC X(132).
 01  TOTAL-OPERATOR              PIC 9(6)  VALUE ZERO.
 01  NO-RUN-DAY-COUNT            PIC 9(4)  VALUE ZERO.

 *> Job steps in the range, in the order they started, with
 *> each END line matched back to its START line.
 01  STEP-SECTION-SW             PIC X(1)  VALUE "N".
     88  PRINTING-STEPS          VALUE "Y".
 01  STEP-LIMIT                  PIC 9(4)  VALUE 3000.
 01  STEP-COUNT                  PIC 9(4)  VALUE ZERO.
 01  STEP-SUB                    PIC 9(4)  VALUE ZERO.
 01  STEP-FOUND-SW               PIC X(1)  VALUE "N".
     88  STEP-FOUND              VALUE "Y".
 01  STEPS-NOT-SHOWN             PIC 9(6)  VALUE ZERO.
 01  TOTAL-STEPS-RUN             PIC 9(6)  VALUE ZERO.
 01  TOTAL-STEPS-FAILED          PIC 9(6)  VALUE ZERO.
 01  TOTAL-STEPS-SKIPPED         PIC 9(6)  VALUE ZERO.
 01  TOTAL-STEPS-NO-END          PIC 9(6)  VALUE ZERO.
 01  STEP-TABLE.
     05  STEP-ENTRY OCCURS 3000 TIMES.
         10  SE-STEP-NAME        PIC X(8).
         10  SE-START-DATE       PIC X(8).
         10  SE-START-TIME       PIC X(6).
         10  SE-END-DATE         PIC X(8).
         10  SE-END-TIME         PIC X(6).
         10  SE-RC               PIC X(4).
         10  SE-MAX-RC           PIC X(4).
         10  SE-RESULT           PIC X(7).

 01  DAY-STATS-TABLE.
     05  DAY-STATS OCCURS 366 TIMES.
         10  DS-RUNS             PIC 9(4).
     05  FILLER                  PIC X(4)  VALUE SPACES.
     05  STL-OPERATOR            PIC ZZZZZ9.

 01  STEP-HEADING-2.
     05  FILLER                  PIC X(10) VALUE "DATE".
     05  FILLER                  PIC X(10) VALUE "STEP".
     05  FILLER                  PIC X(8)  VALUE "STARTED".
     05  FILLER                  PIC X(17) VALUE "ENDED".
     05  FILLER                  PIC X(6)  VALUE "RC".
     05  FILLER                  PIC X(6)  VALUE "LIMIT".
     05  FILLER                  PIC X(12) VALUE "RESULT".

 01  STEP-DETAIL-LINE.
     05  SPL-START-DATE          PIC X(8).
     05  FILLER                  PIC X(2)  VALUE SPACES.
     05  SPL-STEP-NAME           PIC X(8).
     05  FILLER                  PIC X(2)  VALUE SPACES.
     05  SPL-START-TIME          PIC X(6).
     05  FILLER                  PIC X(2)  VALUE SPACES.
     05  SPL-END-DATE            PIC X(8).
     05  FILLER                  PIC X(1)  VALUE SPACES.
     05  SPL-END-TIME            PIC X(6).
     05  FILLER                  PIC X(2)  VALUE SPACES.
     05  SPL-RC                  PIC X(4).
     05  FILLER                  PIC X(2)  VALUE SPACES.
     05  SPL-MAX-RC              PIC X(4).
     05  FILLER                  PIC X(2)  VALUE SPACES.
     05  SPL-RESULT              PIC X(12).

 01  STEP-TOTAL-LINE.
     05  SPT-CAPTION             PIC X(26).
     05  SPT-COUNT               PIC ZZZZZ9.

 01  NO-RUN-SUMMARY-LINE.
     05  FILLER                  PIC X(22)
         VALUE "DAYS WITH NO RUN:     ".
            IF RANGE-ERROR
                MOVE 12 TO RETURN-CODE
            ELSE
                IF STEPS-NOT-SHOWN > ZERO
                    MOVE 4 TO RETURN-CODE
                ELSE
                    MOVE 0 TO RETURN-CODE
                END-IF
            END-IF
        END-IF
    END-IF
            ADD 1 TO TOTAL-RUNS
            PERFORM TALLY-OUTCOME
        END-IF
    ELSE
        IF RLS-TAG = "STEP"
         AND RLS-DATE NUMERIC
         AND RLS-DATE >= FROM-DATE
         AND RLS-DATE <= TO-DATE
            PERFORM TALLY-STEP-LINE
        END-IF
    END-IF.

TALLY-STEP-LINE.
    MOVE "N" TO STEP-FOUND-SW
    IF RLS-EVENT = "END  "
        MOVE STEP-COUNT TO STEP-SUB
        PERFORM UNTIL STEP-SUB = ZERO OR STEP-FOUND
            IF SE-STEP-NAME(STEP-SUB) = RLS-STEP-NAME
             AND SE-START-DATE(STEP-SUB) = RLS-START-DATE
             AND SE-START-TIME(STEP-SUB) = RLS-START-TIME
             AND SE-END-DATE(STEP-SUB) = SPACES
                MOVE "Y" TO STEP-FOUND-SW
            ELSE
                SUBTRACT 1 FROM STEP-SUB
            END-IF
        END-PERFORM
    END-IF
    IF NOT STEP-FOUND
        IF STEP-COUNT >= STEP-LIMIT
            ADD 1 TO STEPS-NOT-SHOWN
        ELSE
            ADD 1 TO STEP-COUNT
            MOVE STEP-COUNT TO STEP-SUB
            MOVE SPACES TO STEP-ENTRY(STEP-SUB)
            MOVE RLS-STEP-NAME TO SE-STEP-NAME(STEP-SUB)
            MOVE RLS-START-DATE TO SE-START-DATE(STEP-SUB)
            MOVE RLS-START-TIME TO SE-START-TIME(STEP-SUB)
            MOVE RLS-MAX-RC TO SE-MAX-RC(STEP-SUB)
            MOVE "Y" TO STEP-FOUND-SW
        END-IF
    END-IF
    IF STEP-FOUND AND RLS-EVENT NOT = "START"
        MOVE RLS-DATE TO SE-END-DATE(STEP-SUB)
        MOVE RLS-TIME TO SE-END-TIME(STEP-SUB)
        MOVE RLS-RC TO SE-RC(STEP-SUB)
        MOVE RLS-RESULT TO SE-RESULT(STEP-SUB)
    END-IF.

TALLY-OUTCOME.
        MOVE NO-RUN-DAY-COUNT TO NRS-COUNT
        MOVE NO-RUN-SUMMARY-LINE TO PRINT-LINE
        PERFORM WRITE-SUMMARY-LINE
        PERFORM PRINT-STEP-SECTION
        CLOSE SUMMARY-FILE
        DISPLAY "OPERATIONS SUMMARY WRITTEN, DAYS: "
            RANGE-DAY-COUNT " RUNS: " TOTAL-RUNS
    MOVE SUMMARY-DETAIL-LINE TO PRINT-LINE
    PERFORM WRITE-SUMMARY-LINE.

PRINT-STEP-SECTION.
    MOVE "Y" TO STEP-SECTION-SW
    MOVE PAGE-LIMIT TO LINE-COUNT
    PERFORM PRINT-STEP-ENTRY
        VARYING STEP-SUB FROM 1 BY 1
        UNTIL STEP-SUB > STEP-COUNT
    MOVE SPACES TO PRINT-LINE
    PERFORM WRITE-SUMMARY-LINE
    MOVE "STEPS RUN:" TO SPT-CAPTION
    MOVE TOTAL-STEPS-RUN TO SPT-COUNT
    MOVE STEP-TOTAL-LINE TO PRINT-LINE
    PERFORM WRITE-SUMMARY-LINE
    MOVE "STEPS OVER LIMIT:" TO SPT-CAPTION
    MOVE TOTAL-STEPS-FAILED TO SPT-COUNT
    MOVE STEP-TOTAL-LINE TO PRINT-LINE
    PERFORM WRITE-SUMMARY-LINE
    MOVE "STEPS NOT ENDED:" TO SPT-CAPTION
    MOVE TOTAL-STEPS-NO-END TO SPT-COUNT
    MOVE STEP-TOTAL-LINE TO PRINT-LINE
    PERFORM WRITE-SUMMARY-LINE
    MOVE "MONTH-END STEPS SKIPPED:" TO SPT-CAPTION
    MOVE TOTAL-STEPS-SKIPPED TO SPT-COUNT
    MOVE STEP-TOTAL-LINE TO PRINT-LINE
    PERFORM WRITE-SUMMARY-LINE
    IF STEPS-NOT-SHOWN > ZERO
        MOVE "STEP LINES NOT SHOWN:" TO SPT-CAPTION
        MOVE STEPS-NOT-SHOWN TO SPT-COUNT
        MOVE STEP-TOTAL-LINE TO PRINT-LINE
        PERFORM WRITE-SUMMARY-LINE
        DISPLAY "MORE THAN " STEP-LIMIT " JOB STEPS IN RANGE - "
            STEPS-NOT-SHOWN " NOT SHOWN"
    END-IF.

 *> A step with a START line and no END line did not finish:
 *> the driver or the machine stopped while it was running.
PRINT-STEP-ENTRY.
    MOVE SE-START-DATE(STEP-SUB) TO SPL-START-DATE
    MOVE SE-STEP-NAME(STEP-SUB) TO SPL-STEP-NAME
    MOVE SE-START-TIME(STEP-SUB) TO SPL-START-TIME
    MOVE SE-END-DATE(STEP-SUB) TO SPL-END-DATE
    MOVE SE-END-TIME(STEP-SUB) TO SPL-END-TIME
    MOVE SE-RC(STEP-SUB) TO SPL-RC
    MOVE SE-MAX-RC(STEP-SUB) TO SPL-MAX-RC
    IF SE-END-DATE(STEP-SUB) = SPACES
        MOVE "DID NOT END" TO SPL-RESULT
        ADD 1 TO TOTAL-STEPS-RUN
        ADD 1 TO TOTAL-STEPS-NO-END
    ELSE
        MOVE SE-RESULT(STEP-SUB) TO SPL-RESULT
        IF SE-RESULT(STEP-SUB) = "SKIPPED"
            MOVE SPACES TO SPL-START-TIME
            MOVE SPACES TO SPL-END-DATE
            MOVE SPACES TO SPL-END-TIME
            MOVE SPACES TO SPL-RC
            ADD 1 TO TOTAL-STEPS-SKIPPED
        ELSE
            ADD 1 TO TOTAL-STEPS-RUN
            IF SE-RESULT(STEP-SUB) = "FAILED"
                ADD 1 TO TOTAL-STEPS-FAILED
            END-IF
        END-IF
    END-IF
    MOVE STEP-DETAIL-LINE TO PRINT-LINE
    PERFORM WRITE-SUMMARY-LINE.

WRITE-SUMMARY-LINE.
    IF LINE-COUNT >= PAGE-LIMIT
        PERFORM PRINT-SUMMARY-HEADINGS
    ADD 1 TO PAGE-COUNT
    MOVE PAGE-COUNT TO SH1-PAGE-NO
    WRITE SUMMARY-PRINT-REC FROM SUMMARY-HEADING-1
    IF PRINTING-STEPS
        WRITE SUMMARY-PRINT-REC FROM STEP-HEADING-2
    ELSE
        WRITE SUMMARY-PRINT-REC FROM SUMMARY-HEADING-2
    END-IF
    MOVE 2 TO LINE-COUNT.

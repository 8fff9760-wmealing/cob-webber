 IDENTIFICATION DIVISION.
 PROGRAM-ID. EOD_DRIVER.

 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
 SPECIAL-NAMES.
     DECIMAL-POINT IS COMMA.

 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT STEP-CONTROL-FILE ASSIGN TO "STEPCTL"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS STEPCTL-STATUS.

     SELECT STEP-STATUS-FILE ASSIGN TO "STEPSTAT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS STEPSTAT-STATUS.

     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS RUNLOG-STATUS.

 DATA DIVISION.
 FILE SECTION.
 *> One record per step of the nightly cycle, in the order the
 *> steps are to run.  SC-PROGRAM is the command that runs the
 *> step, with any environment it needs to run unattended.  A
 *> step ending with a return code above SC-MAX-RC stops the
 *> cycle.  SC-MONTH-END-ONLY Y runs the step only on the last
 *> day of the month; blank or N runs it every night.
 FD  STEP-CONTROL-FILE.
 01  STEP-CONTROL-RECORD.
     05  SC-STEP-NAME               PIC X(8).
     05  SC-PROGRAM                 PIC X(60).
     05  SC-MAX-RC                  PIC 9(4).
     05  SC-MONTH-END-ONLY          PIC X(1).

 *> Where the current cycle has got to.  The C record holds the
 *> cycle's date, whether it is a month-end cycle and whether it
 *> has finished; one S record per step holds that step's state.
 *> A cycle that has not finished is resumed by the next run at
 *> the first step not complete, with the same date and
 *> month-end setting it started with.
 FD  STEP-STATUS-FILE.
 01  STEP-STATUS-RECORD.
     05  SS-REC-TYPE                PIC X(1).
         88  SS-TYPE-CYCLE            VALUE "C".
         88  SS-TYPE-STEP             VALUE "S".
     05  SS-CYCLE-DATA.
         10  SS-CYCLE-DATE          PIC X(8).
         10  SS-MONTH-END           PIC X(1).
         10  SS-CYCLE-STATE         PIC X(1).
             88  SS-CYCLE-RUNNING     VALUE "R".
             88  SS-CYCLE-COMPLETE    VALUE "C".
         10  FILLER                 PIC X(39).
     05  SS-STEP-DATA REDEFINES SS-CYCLE-DATA.
         10  SS-STEP-NAME           PIC X(8).
         10  SS-STEP-STATE          PIC X(1).
         10  SS-STEP-RC             PIC 9(4).
         10  SS-START-DATE          PIC X(8).
         10  SS-START-TIME          PIC X(6).
         10  SS-END-DATE            PIC X(8).
         10  SS-END-TIME            PIC X(6).
         10  FILLER                 PIC X(8).

 FD  RUN-LOG-FILE.
 01  RUN-LOG-RECORD                 PIC X(80).

 WORKING-STORAGE SECTION.
 01  STEPCTL-STATUS              PIC X(2)  VALUE "00".
 01  STEPSTAT-STATUS             PIC X(2)  VALUE "00".
 01  RUNLOG-STATUS               PIC X(2)  VALUE "00".

 01  CURRENT-DATE-TIME           PIC X(21) VALUE SPACES.
 01  TODAY-DATE                  PIC X(8)  VALUE SPACES.
 01  NOW-DATE                    PIC X(8)  VALUE SPACES.
 01  NOW-TIME                    PIC X(6)  VALUE SPACES.
 01  WORK-DATE-NUM               PIC 9(8)  VALUE ZERO.
 01  WORK-DAY-NO                 PIC 9(7)  VALUE ZERO.
 01  MONTH-END-OVERRIDE          PIC X(1)  VALUE SPACE.

 01  CONTROL-ERROR-SW            PIC X(1)  VALUE "N".
     88  CONTROL-ERROR           VALUE "Y".
 01  STATUS-ERROR-SW             PIC X(1)  VALUE "N".
     88  STATUS-ERROR            VALUE "Y".
 01  CYCLE-STOPPED-SW            PIC X(1)  VALUE "N".
     88  CYCLE-STOPPED           VALUE "Y".
 01  STEP-WARNING-SW             PIC X(1)  VALUE "N".
     88  STEP-WARNING            VALUE "Y".

 *> The cycle being run, and what the status file said of it.
 01  CYCLE-DATE                  PIC X(8)  VALUE SPACES.
 01  CYCLE-MONTH-END             PIC X(1)  VALUE "N".
     88  MONTH-END-CYCLE         VALUE "Y".
 01  CYCLE-STATE                 PIC X(1)  VALUE "R".
 01  PRIOR-CYCLE-DATE            PIC X(8)  VALUE SPACES.
 01  PRIOR-CYCLE-MONTH-END       PIC X(1)  VALUE SPACE.
 01  PRIOR-CYCLE-STATE           PIC X(1)  VALUE SPACE.
     88  PRIOR-CYCLE-RUNNING     VALUE "R".
     88  PRIOR-CYCLE-COMPLETE    VALUE "C".

 *> Steps from STEPCTL with their state in this cycle: blank
 *> not yet run, R started, C complete, F over its limit, S not
 *> run because the cycle is not a month-end one.
 01  STEP-LIMIT                  PIC 9(2)  VALUE 50.
 01  STEP-COUNT                  PIC 9(2)  VALUE ZERO.
 01  STEP-SUB                    PIC 9(2)  VALUE ZERO.
 01  SEARCH-SUB                  PIC 9(2)  VALUE ZERO.
 01  STEP-TABLE.
     05  STEP-ENTRY OCCURS 50 TIMES.
         10  ST-STEP-NAME        PIC X(8).
         10  ST-PROGRAM          PIC X(60).
         10  ST-MAX-RC           PIC 9(4).
         10  ST-MONTH-END-ONLY   PIC X(1).
         10  ST-STATE            PIC X(1).
             88  ST-NOT-RUN      VALUE SPACE.
             88  ST-STARTED      VALUE "R".
             88  ST-COMPLETE     VALUE "C".
             88  ST-FAILED       VALUE "F".
             88  ST-SKIPPED      VALUE "S".
         10  ST-RC               PIC 9(4).
         10  ST-START-DATE       PIC X(8).
         10  ST-START-TIME       PIC X(6).
         10  ST-END-DATE         PIC X(8).
         10  ST-END-TIME         PIC X(6).

 01  STEPS-RUN                   PIC 9(4)  VALUE ZERO.
 01  STEPS-SKIPPED               PIC 9(4)  VALUE ZERO.
 01  STEPS-RESUMED-OVER          PIC 9(4)  VALUE ZERO.

 *> The shell hands back a wait status: the step's exit code in
 *> the high byte, a signal number in the low byte if the step
 *> was killed.  A killed step is given return code 9999.
 01  STEP-COMMAND                PIC X(61) VALUE SPACES.
 01  WAIT-STATUS                 PIC S9(9) VALUE ZERO.
 01  EXIT-CODE                   PIC 9(9)  VALUE ZERO.
 01  SIGNAL-NO                   PIC 9(9)  VALUE ZERO.
 01  ABEND-RC                    PIC 9(4)  VALUE 9999.

 01  LOG-LINE                    PIC X(80) VALUE SPACES.
 01  LOG-EVENT                   PIC X(5)  VALUE SPACES.
 01  LOG-RESULT                  PIC X(7)  VALUE SPACES.

PROCEDURE DIVISION.
MAIN-PARAGRAPH.
    MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME
    MOVE CURRENT-DATE-TIME(1:8) TO TODAY-DATE

    PERFORM LOAD-STEP-CONTROL
    IF NOT CONTROL-ERROR
        PERFORM READ-STEP-STATUS
    END-IF
    IF NOT CONTROL-ERROR AND NOT STATUS-ERROR
        PERFORM START-CYCLE
    END-IF
    IF CONTROL-ERROR
        MOVE 8 TO RETURN-CODE
    ELSE
        IF STATUS-ERROR
            MOVE 12 TO RETURN-CODE
        ELSE
            PERFORM RUN-ONE-STEP
                VARYING STEP-SUB FROM 1 BY 1
                UNTIL STEP-SUB > STEP-COUNT
                   OR CYCLE-STOPPED OR STATUS-ERROR
            PERFORM END-CYCLE
        END-IF
    END-IF
    STOP RUN.

LOAD-STEP-CONTROL.
    OPEN INPUT STEP-CONTROL-FILE
    IF STEPCTL-STATUS NOT = "00"
        MOVE "Y" TO CONTROL-ERROR-SW
        DISPLAY "NO STEP CONTROL FILE, STATUS=" STEPCTL-STATUS
    ELSE
        PERFORM UNTIL STEPCTL-STATUS NOT = "00"
            READ STEP-CONTROL-FILE
                AT END
                    MOVE "10" TO STEPCTL-STATUS
                NOT AT END
                    PERFORM STORE-STEP-CONTROL
            END-READ
        END-PERFORM
        CLOSE STEP-CONTROL-FILE
        IF STEP-COUNT = ZERO AND NOT CONTROL-ERROR
            MOVE "Y" TO CONTROL-ERROR-SW
            DISPLAY "STEP CONTROL FILE IS EMPTY"
        END-IF
    END-IF.

STORE-STEP-CONTROL.
    IF SC-STEP-NAME = SPACES OR SC-PROGRAM = SPACES
        MOVE "Y" TO CONTROL-ERROR-SW
        DISPLAY "STEP NAME OR PROGRAM MISSING: "
            STEP-CONTROL-RECORD
    ELSE
        IF SC-MAX-RC NOT NUMERIC
            MOVE "Y" TO CONTROL-ERROR-SW
            DISPLAY "MAXIMUM RETURN CODE NOT NUMERIC: "
                STEP-CONTROL-RECORD
        ELSE
            IF SC-MONTH-END-ONLY NOT = "Y"
             AND SC-MONTH-END-ONLY NOT = "N"
             AND SC-MONTH-END-ONLY NOT = SPACE
                MOVE "Y" TO CONTROL-ERROR-SW
                DISPLAY "MONTH-END FLAG MUST BE Y, N OR BLANK: "
                    STEP-CONTROL-RECORD
            ELSE
                PERFORM ADD-STEP-ENTRY
            END-IF
        END-IF
    END-IF.

ADD-STEP-ENTRY.
    PERFORM VARYING SEARCH-SUB FROM 1 BY 1
            UNTIL SEARCH-SUB > STEP-COUNT
        IF ST-STEP-NAME(SEARCH-SUB) = SC-STEP-NAME
            MOVE "Y" TO CONTROL-ERROR-SW
            DISPLAY "STEP NAME APPEARS TWICE ON STEPCTL: "
                SC-STEP-NAME
        END-IF
    END-PERFORM
    IF STEP-COUNT >= STEP-LIMIT
        MOVE "Y" TO CONTROL-ERROR-SW
        DISPLAY "MORE THAN " STEP-LIMIT " STEPS ON STEPCTL AT: "
            SC-STEP-NAME
    ELSE
        ADD 1 TO STEP-COUNT
        MOVE SPACES TO STEP-ENTRY(STEP-COUNT)
        MOVE SC-STEP-NAME TO ST-STEP-NAME(STEP-COUNT)
        MOVE SC-PROGRAM TO ST-PROGRAM(STEP-COUNT)
        MOVE SC-MAX-RC TO ST-MAX-RC(STEP-COUNT)
        MOVE SC-MONTH-END-ONLY TO ST-MONTH-END-ONLY(STEP-COUNT)
        MOVE ZERO TO ST-RC(STEP-COUNT)
    END-IF.

 *> No status file means no cycle has been run yet.  A status
 *> file whose cycle is still running belongs to a cycle that
 *> stopped part way, and its step states are carried into the
 *> step table so the completed steps are not run again.
READ-STEP-STATUS.
    OPEN INPUT STEP-STATUS-FILE
    IF STEPSTAT-STATUS = "35"
        CONTINUE
    ELSE
        IF STEPSTAT-STATUS NOT = "00"
            MOVE "Y" TO STATUS-ERROR-SW
            DISPLAY "ERROR OPENING STEP STATUS FILE, STATUS="
                STEPSTAT-STATUS
        ELSE
            PERFORM UNTIL STEPSTAT-STATUS NOT = "00"
                READ STEP-STATUS-FILE
                    AT END
                        MOVE "10" TO STEPSTAT-STATUS
                    NOT AT END
                        PERFORM APPLY-STEP-STATUS
                END-READ
            END-PERFORM
            CLOSE STEP-STATUS-FILE
            IF PRIOR-CYCLE-STATE = SPACE
                MOVE "Y" TO CONTROL-ERROR-SW
                DISPLAY "STEP STATUS FILE HAS NO CYCLE RECORD -"
                    " RESTORE OR REMOVE STEPSTAT"
            END-IF
        END-IF
    END-IF.

APPLY-STEP-STATUS.
    IF SS-TYPE-CYCLE
        MOVE SS-CYCLE-DATE TO PRIOR-CYCLE-DATE
        MOVE SS-MONTH-END TO PRIOR-CYCLE-MONTH-END
        MOVE SS-CYCLE-STATE TO PRIOR-CYCLE-STATE
    ELSE
        IF SS-TYPE-STEP AND PRIOR-CYCLE-RUNNING
            PERFORM VARYING SEARCH-SUB FROM 1 BY 1
                    UNTIL SEARCH-SUB > STEP-COUNT
                IF ST-STEP-NAME(SEARCH-SUB) = SS-STEP-NAME
                    MOVE SS-STEP-STATE TO ST-STATE(SEARCH-SUB)
                    MOVE SS-STEP-RC TO ST-RC(SEARCH-SUB)
                    MOVE SS-START-DATE TO ST-START-DATE(SEARCH-SUB)
                    MOVE SS-START-TIME TO ST-START-TIME(SEARCH-SUB)
                    MOVE SS-END-DATE TO ST-END-DATE(SEARCH-SUB)
                    MOVE SS-END-TIME TO ST-END-TIME(SEARCH-SUB)
                END-IF
            END-PERFORM
        END-IF
    END-IF.

 *> A finished cycle for today is not run a second time, since
 *> every step would post or report again.  Remove STEPSTAT to
 *> force it.
START-CYCLE.
    IF PRIOR-CYCLE-RUNNING
        MOVE PRIOR-CYCLE-DATE TO CYCLE-DATE
        MOVE PRIOR-CYCLE-MONTH-END TO CYCLE-MONTH-END
        DISPLAY "RESUMING CYCLE OF " CYCLE-DATE
    ELSE
        IF PRIOR-CYCLE-COMPLETE AND PRIOR-CYCLE-DATE = TODAY-DATE
            MOVE "Y" TO CONTROL-ERROR-SW
            DISPLAY "CYCLE FOR " TODAY-DATE " ALREADY COMPLETE"
                " - NOT RUN AGAIN"
        ELSE
            MOVE TODAY-DATE TO CYCLE-DATE
            PERFORM SET-CYCLE-MONTH-END
            PERFORM VARYING STEP-SUB FROM 1 BY 1
                    UNTIL STEP-SUB > STEP-COUNT
                MOVE SPACE TO ST-STATE(STEP-SUB)
            END-PERFORM
            DISPLAY "STARTING CYCLE OF " CYCLE-DATE
        END-IF
    END-IF
    IF NOT CONTROL-ERROR
        IF MONTH-END-CYCLE
            DISPLAY "MONTH-END CYCLE"
        END-IF
        PERFORM WRITE-STEP-STATUS
    END-IF.

 *> Month-end is the last calendar day of the month unless the
 *> operator sets EOD_DRIVER_MONTH_END to Y or N, for a cycle
 *> run after midnight or held over a holiday.
SET-CYCLE-MONTH-END.
    ACCEPT MONTH-END-OVERRIDE FROM ENVIRONMENT "EOD_DRIVER_MONTH_END"
    MOVE FUNCTION UPPER-CASE(MONTH-END-OVERRIDE)
        TO MONTH-END-OVERRIDE
    IF MONTH-END-OVERRIDE = "Y" OR MONTH-END-OVERRIDE = "N"
        MOVE MONTH-END-OVERRIDE TO CYCLE-MONTH-END
    ELSE
        MOVE CYCLE-DATE TO WORK-DATE-NUM
        COMPUTE WORK-DAY-NO =
            FUNCTION INTEGER-OF-DATE(WORK-DATE-NUM) + 1
        MOVE FUNCTION DATE-OF-INTEGER(WORK-DAY-NO)
            TO WORK-DATE-NUM
        IF WORK-DATE-NUM(7:2) = "01"
            MOVE "Y" TO CYCLE-MONTH-END
        ELSE
            MOVE "N" TO CYCLE-MONTH-END
        END-IF
    END-IF.

RUN-ONE-STEP.
    IF ST-COMPLETE(STEP-SUB) OR ST-SKIPPED(STEP-SUB)
        ADD 1 TO STEPS-RESUMED-OVER
        IF ST-RC(STEP-SUB) > ZERO
            MOVE "Y" TO STEP-WARNING-SW
        END-IF
        DISPLAY "STEP " ST-STEP-NAME(STEP-SUB)
            " ALREADY DONE IN THIS CYCLE - NOT RUN AGAIN"
    ELSE
        IF ST-MONTH-END-ONLY(STEP-SUB) = "Y"
         AND NOT MONTH-END-CYCLE
            PERFORM SKIP-STEP
        ELSE
            PERFORM EXECUTE-STEP
        END-IF
    END-IF.

SKIP-STEP.
    PERFORM GET-NOW
    MOVE "S" TO ST-STATE(STEP-SUB)
    MOVE ZERO TO ST-RC(STEP-SUB)
    MOVE NOW-DATE TO ST-START-DATE(STEP-SUB)
    MOVE NOW-TIME TO ST-START-TIME(STEP-SUB)
    MOVE NOW-DATE TO ST-END-DATE(STEP-SUB)
    MOVE NOW-TIME TO ST-END-TIME(STEP-SUB)
    ADD 1 TO STEPS-SKIPPED
    DISPLAY "STEP " ST-STEP-NAME(STEP-SUB)
        " RUNS AT MONTH-END ONLY - SKIPPED"
    PERFORM WRITE-STEP-STATUS
    MOVE "SKIP " TO LOG-EVENT
    MOVE "SKIPPED" TO LOG-RESULT
    PERFORM LOG-STEP-EVENT.

 *> The step is marked started on STEPSTAT before it runs, so a
 *> cycle that dies inside a step resumes at that step.
EXECUTE-STEP.
    PERFORM GET-NOW
    MOVE "R" TO ST-STATE(STEP-SUB)
    MOVE ZERO TO ST-RC(STEP-SUB)
    MOVE NOW-DATE TO ST-START-DATE(STEP-SUB)
    MOVE NOW-TIME TO ST-START-TIME(STEP-SUB)
    MOVE SPACES TO ST-END-DATE(STEP-SUB)
    MOVE SPACES TO ST-END-TIME(STEP-SUB)
    PERFORM WRITE-STEP-STATUS
    IF NOT STATUS-ERROR
        MOVE "START" TO LOG-EVENT
        MOVE SPACES TO LOG-RESULT
        PERFORM LOG-STEP-EVENT
        DISPLAY "STEP " ST-STEP-NAME(STEP-SUB) " STARTED "
            NOW-DATE " " NOW-TIME
        MOVE ST-PROGRAM(STEP-SUB) TO STEP-COMMAND
        CALL "SYSTEM" USING STEP-COMMAND
        MOVE RETURN-CODE TO WAIT-STATUS
        MOVE 0 TO RETURN-CODE
        PERFORM SET-STEP-RC
        PERFORM GET-NOW
        MOVE NOW-DATE TO ST-END-DATE(STEP-SUB)
        MOVE NOW-TIME TO ST-END-TIME(STEP-SUB)
        ADD 1 TO STEPS-RUN
        IF ST-RC(STEP-SUB) > ST-MAX-RC(STEP-SUB)
            MOVE "F" TO ST-STATE(STEP-SUB)
            MOVE "Y" TO CYCLE-STOPPED-SW
            MOVE "FAILED" TO LOG-RESULT
        ELSE
            MOVE "C" TO ST-STATE(STEP-SUB)
            MOVE "OK" TO LOG-RESULT
            IF ST-RC(STEP-SUB) > ZERO
                MOVE "Y" TO STEP-WARNING-SW
            END-IF
        END-IF
        DISPLAY "STEP " ST-STEP-NAME(STEP-SUB) " ENDED "
            NOW-DATE " " NOW-TIME " RC=" ST-RC(STEP-SUB)
            " LIMIT=" ST-MAX-RC(STEP-SUB)
        PERFORM WRITE-STEP-STATUS
        MOVE "END  " TO LOG-EVENT
        PERFORM LOG-STEP-EVENT
    END-IF.

SET-STEP-RC.
    IF WAIT-STATUS < ZERO
        MOVE ABEND-RC TO ST-RC(STEP-SUB)
    ELSE
        DIVIDE WAIT-STATUS BY 256 GIVING EXIT-CODE
            REMAINDER SIGNAL-NO
        IF SIGNAL-NO NOT = ZERO OR EXIT-CODE > ABEND-RC
            MOVE ABEND-RC TO ST-RC(STEP-SUB)
        ELSE
            MOVE EXIT-CODE TO ST-RC(STEP-SUB)
        END-IF
    END-IF.

GET-NOW.
    MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME
    MOVE CURRENT-DATE-TIME(1:8) TO NOW-DATE
    MOVE CURRENT-DATE-TIME(9:6) TO NOW-TIME.

END-CYCLE.
    IF STATUS-ERROR
        MOVE 12 TO RETURN-CODE
    ELSE
        IF CYCLE-STOPPED
            SUBTRACT 1 FROM STEP-SUB
            DISPLAY "CYCLE STOPPED AT STEP " ST-STEP-NAME(STEP-SUB)
                " RC=" ST-RC(STEP-SUB)
                " LIMIT=" ST-MAX-RC(STEP-SUB)
            DISPLAY "CORRECT THE FAULT AND RERUN EOD_DRIVER TO"
                " RESUME AT THIS STEP"
            MOVE 12 TO RETURN-CODE
        ELSE
            MOVE "C" TO CYCLE-STATE
            PERFORM WRITE-STEP-STATUS
            IF STATUS-ERROR
                MOVE 12 TO RETURN-CODE
            ELSE
                DISPLAY "CYCLE OF " CYCLE-DATE " COMPLETE"
                IF STEP-WARNING
                    MOVE 4 TO RETURN-CODE
                ELSE
                    MOVE 0 TO RETURN-CODE
                END-IF
            END-IF
        END-IF
    END-IF
    DISPLAY "STEPS RUN:           " STEPS-RUN
    DISPLAY "STEPS SKIPPED:       " STEPS-SKIPPED
    DISPLAY "STEPS ALREADY DONE:  " STEPS-RESUMED-OVER.

 *> Rewritten whole after every change of state.  If it cannot
 *> be written the cycle stops, since a rerun could not then
 *> tell which steps have already run.
WRITE-STEP-STATUS.
    OPEN OUTPUT STEP-STATUS-FILE
    IF STEPSTAT-STATUS NOT = "00"
        MOVE "Y" TO STATUS-ERROR-SW
        DISPLAY "UNABLE TO WRITE STEP STATUS FILE, STATUS="
            STEPSTAT-STATUS
    ELSE
        MOVE SPACES TO STEP-STATUS-RECORD
        MOVE "C" TO SS-REC-TYPE
        MOVE CYCLE-DATE TO SS-CYCLE-DATE
        MOVE CYCLE-MONTH-END TO SS-MONTH-END
        MOVE CYCLE-STATE TO SS-CYCLE-STATE
        PERFORM WRITE-STATUS-RECORD
        PERFORM VARYING SEARCH-SUB FROM 1 BY 1
                UNTIL SEARCH-SUB > STEP-COUNT OR STATUS-ERROR
            MOVE SPACES TO STEP-STATUS-RECORD
            MOVE "S" TO SS-REC-TYPE
            MOVE ST-STEP-NAME(SEARCH-SUB) TO SS-STEP-NAME
            MOVE ST-STATE(SEARCH-SUB) TO SS-STEP-STATE
            MOVE ST-RC(SEARCH-SUB) TO SS-STEP-RC
            MOVE ST-START-DATE(SEARCH-SUB) TO SS-START-DATE
            MOVE ST-START-TIME(SEARCH-SUB) TO SS-START-TIME
            MOVE ST-END-DATE(SEARCH-SUB) TO SS-END-DATE
            MOVE ST-END-TIME(SEARCH-SUB) TO SS-END-TIME
            PERFORM WRITE-STATUS-RECORD
        END-PERFORM
        CLOSE STEP-STATUS-FILE
    END-IF.

WRITE-STATUS-RECORD.
    WRITE STEP-STATUS-RECORD
    IF STEPSTAT-STATUS NOT = "00"
        MOVE "Y" TO STATUS-ERROR-SW
        DISPLAY "ERROR WRITING STEP STATUS FILE, STATUS="
            STEPSTAT-STATUS
    END-IF.

 *> STEP lines sit on RUNLOG beside the daily run's RUN lines,
 *> opened and closed for each line since the steps themselves
 *> write to the log.  The END line repeats the start date and
 *> time so RUNLOG_REPORT can pair it with its START line.
LOG-STEP-EVENT.
    OPEN EXTEND RUN-LOG-FILE
    IF RUNLOG-STATUS NOT = "00"
        OPEN OUTPUT RUN-LOG-FILE
    END-IF
    IF RUNLOG-STATUS = "00"
        MOVE SPACES TO LOG-LINE
        STRING
            "STEP" DELIMITED BY SIZE
            NOW-DATE DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            NOW-TIME DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            ST-STEP-NAME(STEP-SUB) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            LOG-EVENT DELIMITED BY SIZE
            " RC=" DELIMITED BY SIZE
            ST-RC(STEP-SUB) DELIMITED BY SIZE
            " MAX=" DELIMITED BY SIZE
            ST-MAX-RC(STEP-SUB) DELIMITED BY SIZE
            " START=" DELIMITED BY SIZE
            ST-START-DATE(STEP-SUB) DELIMITED BY SIZE
            ST-START-TIME(STEP-SUB) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            LOG-RESULT DELIMITED BY SIZE
            INTO LOG-LINE
        END-STRING
        MOVE LOG-LINE TO RUN-LOG-RECORD
        WRITE RUN-LOG-RECORD
        CLOSE RUN-LOG-FILE
    ELSE
        DISPLAY "WARNING - UNABLE TO WRITE RUN LOG, STATUS="
            RUNLOG-STATUS
    END-IF.

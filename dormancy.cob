 IDENTIFICATION DIVISION.
 PROGRAM-ID. DORMANCY.

 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
 SPECIAL-NAMES.
     DECIMAL-POINT IS COMMA.

 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT DORM-PARM-FILE ASSIGN TO "DORMPARM"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS DORM-PARM-STATUS.

     SELECT JOURNAL-FILE ASSIGN TO "POSTJRNL"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS JOURNAL-STATUS.

     SELECT AUDIT-FILE ASSIGN TO "ACCTAUDT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS AUDIT-STATUS.

     SELECT DORM-SORT-FILE ASSIGN TO "DORMWORK".

     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS SEQUENTIAL
         RECORD KEY IS ACCT-ACCOUNT-NO
         FILE STATUS IS MASTER-STATUS.

     SELECT DORM-REPORT-FILE ASSIGN TO "DORMRPT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS DORM-REPORT-STATUS.

 DATA DIVISION.
 FILE SECTION.
 *> Dormancy period in whole months: an open account with no
 *> customer activity since the same day that many months ago
 *> is flagged dormant.
 FD  DORM-PARM-FILE.
 01  DORM-PARM-RECORD.
     05  DP-DORMANT-MONTHS          PIC 9(3).

 FD  JOURNAL-FILE.
     COPY JRNLREC.

 FD  AUDIT-FILE.
     COPY AUDITREC.

 SD  DORM-SORT-FILE.
 01  DORM-SORT-RECORD.
     05  DSR-ACCOUNT-NO             PIC X(10).
     05  DSR-DATE                   PIC X(8).

 FD  ACCOUNT-MASTER.
     COPY ACCTREC.

 FD  DORM-REPORT-FILE.
 01  DORM-PRINT-REC                 PIC X(132).

 WORKING-STORAGE SECTION.
 01  DORM-PARM-STATUS            PIC X(2)  VALUE "00".
 01  JOURNAL-STATUS              PIC X(2)  VALUE "00".
 01  AUDIT-STATUS                PIC X(2)  VALUE "00".
 01  MASTER-STATUS               PIC X(2)  VALUE "00".
 01  DORM-REPORT-STATUS          PIC X(2)  VALUE "00".

 01  CURRENT-DATE-TIME           PIC X(21) VALUE SPACES.
 01  TODAY-DATE                  PIC X(8)  VALUE SPACES.

 01  PARM-ERROR-SW               PIC X(1)  VALUE "N".
     88  PARM-ERROR              VALUE "Y".
 01  DORM-ERROR-SW               PIC X(1)  VALUE "N".
     88  DORM-ERROR              VALUE "Y".
 01  SORT-EOF-SW                 PIC X(1)  VALUE "N".
     88  SORT-EOF                VALUE "Y".
 01  MASTER-EOF-SW               PIC X(1)  VALUE "N".
     88  MASTER-EOF              VALUE "Y".

 01  DORMANT-MONTHS              PIC 9(3)  VALUE ZERO.
 *> Cut-off is the run date moved back the dormancy period; the
 *> day is carried over as it stands, which is close enough for
 *> an ordering test against activity dates.
 01  CUTOFF-MONTHS               PIC 9(6)  VALUE ZERO.
 01  CUTOFF-YEAR                 PIC 9(4)  VALUE ZERO.
 01  CUTOFF-MONTH                PIC 9(2)  VALUE ZERO.
 01  CUTOFF-DATE.
     05  CUTOFF-DATE-YYYY        PIC 9(4).
     05  CUTOFF-DATE-MM          PIC 9(2).
     05  CUTOFF-DATE-DD          PIC X(2).
 01  TODAY-YYYY                  PIC 9(4)  VALUE ZERO.
 01  TODAY-MM                    PIC 9(2)  VALUE ZERO.

 *> Audit after-image laid out as ACCTREC, to see the account
 *> and status a maintenance action left behind.
 01  AUDIT-IMAGE-VIEW.
     05  AIV-ACCOUNT-NO          PIC X(10).
     05  FILLER                  PIC X(30).
     05  AIV-STATUS              PIC X(1).
         88  AIV-OPEN            VALUE "O".
     05  FILLER                  PIC X(28).

 01  HELD-ACTIVITY.
     05  HA-ACCOUNT-NO           PIC X(10).
     05  HA-DATE                 PIC X(8).

 01  LAST-ACTIVITY-DATE          PIC X(8)  VALUE SPACES.
 01  SAVED-BEFORE-IMAGE          PIC X(69) VALUE SPACES.
 01  ACTION-TEXT                 PIC X(24) VALUE SPACES.

 01  JOURNAL-SELECTED            PIC 9(8)  VALUE ZERO.
 01  AUDIT-SELECTED              PIC 9(8)  VALUE ZERO.
 01  ACCOUNTS-READ               PIC 9(6)  VALUE ZERO.
 01  ACCOUNTS-FLAGGED            PIC 9(6)  VALUE ZERO.
 01  FLAGGED-BALANCE             PIC S9(13)V99 VALUE ZERO.
 01  ALREADY-DORMANT             PIC 9(6)  VALUE ZERO.
 01  DORMANT-BALANCE             PIC S9(13)V99 VALUE ZERO.
 01  NO-ACTIVITY-COUNT           PIC 9(6)  VALUE ZERO.
 01  ORPHAN-COUNT                PIC 9(6)  VALUE ZERO.

 01  LINE-COUNT                  PIC 9(3)  VALUE ZERO.
 01  PAGE-COUNT                  PIC 9(4)  VALUE ZERO.
 01  PAGE-LIMIT                  PIC 9(3)  VALUE 55.
 01  PRINT-LINE                  PIC X(132) VALUE SPACES.

 01  DORM-HEADING-1.
     05  FILLER                  PIC X(26)
         VALUE "DORMANT ACCOUNTS REPORT".
     05  FILLER                  PIC X(9)  VALUE "RUN DATE ".
     05  DH1-RUN-DATE            PIC X(8).
     05  FILLER                  PIC X(22)
         VALUE "  NO ACTIVITY SINCE ".
     05  DH1-CUTOFF-DATE         PIC X(8).
     05  FILLER                  PIC X(6)  VALUE SPACES.
     05  FILLER                  PIC X(5)  VALUE "PAGE ".
     05  DH1-PAGE-NO             PIC ZZZ9.

 01  DORM-HEADING-2.
     05  FILLER                  PIC X(12) VALUE "ACCOUNT".
     05  FILLER                  PIC X(32) VALUE "NAME".
     05  FILLER                  PIC X(15) VALUE "LAST ACTIVITY".
     05  FILLER                  PIC X(21)
         VALUE "              BALANCE".
     05  FILLER                  PIC X(2)  VALUE SPACES.
     05  FILLER                  PIC X(24) VALUE "ACTION".

 01  DORM-DETAIL-LINE.
     05  DDL-ACCOUNT-NO          PIC X(10).
     05  FILLER                  PIC X(2)  VALUE SPACES.
     05  DDL-NAME                PIC X(30).
     05  FILLER                  PIC X(2)  VALUE SPACES.
     05  DDL-LAST-ACTIVITY       PIC X(8).
     05  FILLER                  PIC X(7)  VALUE SPACES.
     05  DDL-BALANCE             PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99-.
     05  FILLER                  PIC X(2)  VALUE SPACES.
     05  DDL-ACTION              PIC X(24).

 01  DORM-TOTAL-LINE.
     05  DTL-CAPTION             PIC X(36).
     05  DTL-COUNT               PIC ZZZZZ9.
     05  FILLER                  PIC X(2)  VALUE SPACES.
     05  DTL-AMOUNT              PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99-.

PROCEDURE DIVISION.
MAIN-PARAGRAPH.
    MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME
    MOVE CURRENT-DATE-TIME(1:8) TO TODAY-DATE

    PERFORM READ-DORMANCY-PARM
    IF PARM-ERROR
        MOVE 8 TO RETURN-CODE
    ELSE
        PERFORM SET-CUTOFF-DATE
        SORT DORM-SORT-FILE
            ON ASCENDING KEY DSR-ACCOUNT-NO
                             DSR-DATE
            INPUT PROCEDURE IS SELECT-ACTIVITY
            OUTPUT PROCEDURE IS FLAG-DORMANT-ACCOUNTS
        DISPLAY "ACCOUNTS READ:          " ACCOUNTS-READ
        DISPLAY "FLAGGED DORMANT:        " ACCOUNTS-FLAGGED
        DISPLAY "ALREADY DORMANT:        " ALREADY-DORMANT
        DISPLAY "NO ACTIVITY ON RECORD:  " NO-ACTIVITY-COUNT
        IF DORM-ERROR
            MOVE 12 TO RETURN-CODE
        ELSE
            IF NO-ACTIVITY-COUNT > ZERO
                MOVE 4 TO RETURN-CODE
            ELSE
                MOVE 0 TO RETURN-CODE
            END-IF
        END-IF
    END-IF
    STOP RUN.

READ-DORMANCY-PARM.
    OPEN INPUT DORM-PARM-FILE
    IF DORM-PARM-STATUS NOT = "00"
        MOVE "Y" TO PARM-ERROR-SW
        DISPLAY "NO DORMANCY PARAMETER FILE, STATUS="
            DORM-PARM-STATUS
    ELSE
        READ DORM-PARM-FILE
            AT END
                MOVE "Y" TO PARM-ERROR-SW
                DISPLAY "DORMANCY PARAMETER FILE IS EMPTY"
            NOT AT END
                IF DP-DORMANT-MONTHS NUMERIC
                 AND DP-DORMANT-MONTHS > ZERO
                    MOVE DP-DORMANT-MONTHS TO DORMANT-MONTHS
                ELSE
                    MOVE "Y" TO PARM-ERROR-SW
                    DISPLAY "DORMANCY MONTHS MUST BE 001-999: "
                        DORM-PARM-RECORD
                END-IF
        END-READ
        CLOSE DORM-PARM-FILE
    END-IF.

SET-CUTOFF-DATE.
    MOVE TODAY-DATE(1:4) TO TODAY-YYYY
    MOVE TODAY-DATE(5:2) TO TODAY-MM
    COMPUTE CUTOFF-MONTHS =
        TODAY-YYYY * 12 + TODAY-MM - 1 - DORMANT-MONTHS
    DIVIDE CUTOFF-MONTHS BY 12 GIVING CUTOFF-YEAR
        REMAINDER CUTOFF-MONTH
    MOVE CUTOFF-YEAR TO CUTOFF-DATE-YYYY
    COMPUTE CUTOFF-DATE-MM = CUTOFF-MONTH + 1
    MOVE TODAY-DATE(7:2) TO CUTOFF-DATE-DD.

 *> Customer activity is every posted journal entry except the
 *> ones the bank raises itself: accrual interest and fees (AC
 *> ids), close-out settlements (CO ids), returned payment
 *> re-credits and fees (RT ids) and reversals.  An
 *> account opened, reopened or reactivated through account
 *> maintenance counts as active from that day, so a
 *> reactivated account is not flagged again on the next run.
 *> A journal or audit file that is there but cannot be read
 *> stops the run: judging accounts without it would flag
 *> active customers dormant.
SELECT-ACTIVITY.
    OPEN INPUT JOURNAL-FILE
    IF JOURNAL-STATUS = "35"
        DISPLAY "NO POSTING JOURNAL - NO POSTED ACTIVITY"
    ELSE
        IF JOURNAL-STATUS NOT = "00"
            MOVE "Y" TO DORM-ERROR-SW
            DISPLAY "ERROR OPENING POSTING JOURNAL, STATUS="
                JOURNAL-STATUS
        END-IF
    END-IF
    IF JOURNAL-STATUS = "00"
        PERFORM UNTIL JOURNAL-STATUS NOT = "00"
            READ JOURNAL-FILE
                AT END
                    MOVE "10" TO JOURNAL-STATUS
                NOT AT END
                    IF JRNL-TRANS-ID(1:2) NOT = "AC"
                     AND JRNL-TRANS-ID(1:2) NOT = "CO"
                     AND JRNL-TRANS-ID(1:2) NOT = "RT"
                     AND JRNL-REVERSES-ID = SPACES
                        MOVE JRNL-ACCOUNT-NO TO DSR-ACCOUNT-NO
                        MOVE JRNL-TRANS-DATE TO DSR-DATE
                        RELEASE DORM-SORT-RECORD
                        ADD 1 TO JOURNAL-SELECTED
                    END-IF
            END-READ
        END-PERFORM
        IF JOURNAL-STATUS NOT = "10"
            MOVE "Y" TO DORM-ERROR-SW
            DISPLAY "ERROR READING POSTING JOURNAL, STATUS="
                JOURNAL-STATUS
        END-IF
        CLOSE JOURNAL-FILE
    END-IF
    OPEN INPUT AUDIT-FILE
    IF AUDIT-STATUS NOT = "00" AND AUDIT-STATUS NOT = "35"
        MOVE "Y" TO DORM-ERROR-SW
        DISPLAY "ERROR OPENING MAINTENANCE AUDIT FILE, STATUS="
            AUDIT-STATUS
    END-IF
    IF AUDIT-STATUS = "00"
        PERFORM UNTIL AUDIT-STATUS NOT = "00"
            READ AUDIT-FILE
                AT END
                    MOVE "10" TO AUDIT-STATUS
                NOT AT END
                    MOVE AUD-AFTER-IMAGE TO AUDIT-IMAGE-VIEW
                    IF AIV-OPEN
                     AND (AUD-ACTION-ADD OR AUD-ACTION-STATUS
                          OR AUD-ACTION-REACTIVATE)
                        MOVE AIV-ACCOUNT-NO TO DSR-ACCOUNT-NO
                        MOVE AUD-DATE TO DSR-DATE
                        RELEASE DORM-SORT-RECORD
                        ADD 1 TO AUDIT-SELECTED
                    END-IF
            END-READ
        END-PERFORM
        IF AUDIT-STATUS NOT = "10"
            MOVE "Y" TO DORM-ERROR-SW
            DISPLAY "ERROR READING MAINTENANCE AUDIT FILE, STATUS="
                AUDIT-STATUS
        END-IF
        CLOSE AUDIT-FILE
    END-IF.

FLAG-DORMANT-ACCOUNTS.
    IF DORM-ERROR
        DISPLAY "NO ACCOUNTS FLAGGED - ACTIVITY COULD NOT BE READ"
        PERFORM DRAIN-SORTED-ACTIVITY
    ELSE
        OPEN I-O ACCOUNT-MASTER
        IF MASTER-STATUS NOT = "00"
            MOVE "Y" TO DORM-ERROR-SW
            DISPLAY "ERROR OPENING ACCOUNT MASTER, STATUS="
                MASTER-STATUS
            PERFORM DRAIN-SORTED-ACTIVITY
        ELSE
            OPEN EXTEND AUDIT-FILE
            IF AUDIT-STATUS NOT = "00"
                OPEN OUTPUT AUDIT-FILE
            END-IF
            IF AUDIT-STATUS NOT = "00"
                MOVE "Y" TO DORM-ERROR-SW
                DISPLAY "ERROR OPENING MAINTENANCE AUDIT FILE, STATUS="
                    AUDIT-STATUS
                CLOSE ACCOUNT-MASTER
                PERFORM DRAIN-SORTED-ACTIVITY
            ELSE
                OPEN OUTPUT DORM-REPORT-FILE
                IF DORM-REPORT-STATUS NOT = "00"
                    MOVE "Y" TO DORM-ERROR-SW
                    DISPLAY "ERROR OPENING DORMANCY REPORT, STATUS="
                        DORM-REPORT-STATUS
                    CLOSE ACCOUNT-MASTER
                    CLOSE AUDIT-FILE
                    PERFORM DRAIN-SORTED-ACTIVITY
                ELSE
                    MOVE TODAY-DATE TO DH1-RUN-DATE
                    MOVE CUTOFF-DATE TO DH1-CUTOFF-DATE
                    MOVE PAGE-LIMIT TO LINE-COUNT
                    PERFORM RETURN-NEXT-ACTIVITY
                    PERFORM PROCESS-MASTER-ACCOUNTS
                    IF DORM-ERROR
                        PERFORM DRAIN-SORTED-ACTIVITY
                    END-IF
                    PERFORM PRINT-DORMANCY-TOTALS
                    CLOSE ACCOUNT-MASTER
                    CLOSE AUDIT-FILE
                    CLOSE DORM-REPORT-FILE
                END-IF
            END-IF
        END-IF
    END-IF.

RETURN-NEXT-ACTIVITY.
    RETURN DORM-SORT-FILE INTO HELD-ACTIVITY
        AT END
            MOVE "Y" TO SORT-EOF-SW
            MOVE HIGH-VALUES TO HA-ACCOUNT-NO
    END-RETURN.

DRAIN-SORTED-ACTIVITY.
    PERFORM UNTIL SORT-EOF
        RETURN DORM-SORT-FILE
            AT END
                MOVE "Y" TO SORT-EOF-SW
        END-RETURN
    END-PERFORM.

PROCESS-MASTER-ACCOUNTS.
    MOVE "N" TO MASTER-EOF-SW
    PERFORM UNTIL MASTER-EOF OR DORM-ERROR
        READ ACCOUNT-MASTER NEXT RECORD
            AT END
                MOVE "Y" TO MASTER-EOF-SW
            NOT AT END
                ADD 1 TO ACCOUNTS-READ
                PERFORM SKIP-ORPHAN-ACTIVITY
                PERFORM COLLECT-LAST-ACTIVITY
                PERFORM CHECK-ONE-ACCOUNT
        END-READ
    END-PERFORM.

 *> Activity for accounts no longer on the master is passed over.
SKIP-ORPHAN-ACTIVITY.
    PERFORM UNTIL SORT-EOF
                  OR HA-ACCOUNT-NO >= ACCT-ACCOUNT-NO
        ADD 1 TO ORPHAN-COUNT
        PERFORM RETURN-NEXT-ACTIVITY
    END-PERFORM.

 *> Activity comes back in date order within the account, so the
 *> last one seen is the latest.
COLLECT-LAST-ACTIVITY.
    MOVE SPACES TO LAST-ACTIVITY-DATE
    PERFORM UNTIL SORT-EOF
                  OR HA-ACCOUNT-NO NOT = ACCT-ACCOUNT-NO
        MOVE HA-DATE TO LAST-ACTIVITY-DATE
        PERFORM RETURN-NEXT-ACTIVITY
    END-PERFORM.

 *> Only open accounts are flagged.  One with no activity on
 *> record at all predates both the journal and the audit trail;
 *> it is listed for the branch to review rather than flagged.
CHECK-ONE-ACCOUNT.
    IF ACCT-DORMANT
        ADD 1 TO ALREADY-DORMANT
        ADD ACCT-BALANCE TO DORMANT-BALANCE
        MOVE "ALREADY DORMANT" TO ACTION-TEXT
        PERFORM PRINT-ACCOUNT-LINE
    ELSE
        IF ACCT-OPEN
            IF LAST-ACTIVITY-DATE = SPACES
                ADD 1 TO NO-ACTIVITY-COUNT
                MOVE "NO ACTIVITY ON RECORD" TO ACTION-TEXT
                PERFORM PRINT-ACCOUNT-LINE
            ELSE
                IF LAST-ACTIVITY-DATE < CUTOFF-DATE
                    PERFORM FLAG-ONE-ACCOUNT
                END-IF
            END-IF
        END-IF
    END-IF.

FLAG-ONE-ACCOUNT.
    MOVE ACCOUNT-RECORD TO SAVED-BEFORE-IMAGE
    MOVE "D" TO ACCT-STATUS
    REWRITE ACCOUNT-RECORD
    IF MASTER-STATUS NOT = "00"
        MOVE "Y" TO DORM-ERROR-SW
        DISPLAY "ERROR REWRITING ACCOUNT, STATUS=" MASTER-STATUS
            " " ACCT-ACCOUNT-NO
    ELSE
        PERFORM WRITE-AUDIT-RECORD
        ADD 1 TO ACCOUNTS-FLAGGED
        ADD ACCT-BALANCE TO FLAGGED-BALANCE
        MOVE "FLAGGED DORMANT" TO ACTION-TEXT
        PERFORM PRINT-ACCOUNT-LINE
    END-IF.

 *> The status change is audited on ACCTAUDT the same way a
 *> change keyed through account maintenance is.
WRITE-AUDIT-RECORD.
    MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME
    MOVE CURRENT-DATE-TIME(1:8) TO AUD-DATE
    MOVE CURRENT-DATE-TIME(9:6) TO AUD-TIME
    MOVE "DORMANCY" TO AUD-OPERATOR
    MOVE "S" TO AUD-ACTION
    MOVE SAVED-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
    MOVE ACCOUNT-RECORD TO AUD-AFTER-IMAGE
    WRITE AUDIT-RECORD
    IF AUDIT-STATUS NOT = "00"
        MOVE "Y" TO DORM-ERROR-SW
        DISPLAY "ERROR WRITING MAINTENANCE AUDIT, STATUS="
            AUDIT-STATUS
        DISPLAY "ACCOUNT " ACCT-ACCOUNT-NO " FLAGGED UNAUDITED,"
            " REPORT IT TO THE AUDITORS"
    END-IF.

PRINT-ACCOUNT-LINE.
    MOVE ACCT-ACCOUNT-NO TO DDL-ACCOUNT-NO
    MOVE ACCT-NAME TO DDL-NAME
    IF LAST-ACTIVITY-DATE = SPACES
        MOVE "NONE" TO DDL-LAST-ACTIVITY
    ELSE
        MOVE LAST-ACTIVITY-DATE TO DDL-LAST-ACTIVITY
    END-IF
    MOVE ACCT-BALANCE TO DDL-BALANCE
    MOVE ACTION-TEXT TO DDL-ACTION
    MOVE DORM-DETAIL-LINE TO PRINT-LINE
    PERFORM WRITE-DORMANCY-LINE.

PRINT-DORMANCY-TOTALS.
    MOVE SPACES TO PRINT-LINE
    PERFORM WRITE-DORMANCY-LINE
    IF ACCOUNTS-FLAGGED = ZERO
        MOVE "NO ACCOUNTS FLAGGED DORMANT THIS RUN" TO PRINT-LINE
        PERFORM WRITE-DORMANCY-LINE
    END-IF
    MOVE "FLAGGED DORMANT THIS RUN" TO DTL-CAPTION
    MOVE ACCOUNTS-FLAGGED TO DTL-COUNT
    MOVE FLAGGED-BALANCE TO DTL-AMOUNT
    MOVE DORM-TOTAL-LINE TO PRINT-LINE
    PERFORM WRITE-DORMANCY-LINE
    MOVE "ALREADY DORMANT" TO DTL-CAPTION
    MOVE ALREADY-DORMANT TO DTL-COUNT
    MOVE DORMANT-BALANCE TO DTL-AMOUNT
    MOVE DORM-TOTAL-LINE TO PRINT-LINE
    PERFORM WRITE-DORMANCY-LINE
    MOVE SPACES TO DORM-TOTAL-LINE
    MOVE "OPEN WITH NO ACTIVITY ON RECORD" TO DTL-CAPTION
    MOVE NO-ACTIVITY-COUNT TO DTL-COUNT
    MOVE DORM-TOTAL-LINE TO PRINT-LINE
    PERFORM WRITE-DORMANCY-LINE
    MOVE "ACCOUNTS READ" TO DTL-CAPTION
    MOVE ACCOUNTS-READ TO DTL-COUNT
    MOVE DORM-TOTAL-LINE TO PRINT-LINE
    PERFORM WRITE-DORMANCY-LINE
    IF DORM-ERROR
        MOVE "*** RUN STOPPED ON AN ERROR - RERUN TO COMPLETE ***"
            TO PRINT-LINE
        PERFORM WRITE-DORMANCY-LINE
    END-IF.

WRITE-DORMANCY-LINE.
    IF LINE-COUNT >= PAGE-LIMIT
        PERFORM PRINT-DORMANCY-HEADINGS
    END-IF
    WRITE DORM-PRINT-REC FROM PRINT-LINE
    IF DORM-REPORT-STATUS NOT = "00"
        MOVE "Y" TO DORM-ERROR-SW
        DISPLAY "ERROR WRITING DORMANCY REPORT, STATUS="
            DORM-REPORT-STATUS
    END-IF
    ADD 1 TO LINE-COUNT.

PRINT-DORMANCY-HEADINGS.
    ADD 1 TO PAGE-COUNT
    MOVE PAGE-COUNT TO DH1-PAGE-NO
    WRITE DORM-PRINT-REC FROM DORM-HEADING-1
    WRITE DORM-PRINT-REC FROM DORM-HEADING-2
    MOVE 2 TO LINE-COUNT.

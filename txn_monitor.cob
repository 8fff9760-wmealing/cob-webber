 IDENTIFICATION DIVISION.
 PROGRAM-ID. TXN_MONITOR.

 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
 SPECIAL-NAMES.
     DECIMAL-POINT IS COMMA.

 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT MON-PARM-FILE ASSIGN TO "MONPARM"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS MON-PARM-STATUS.

     SELECT JOURNAL-FILE ASSIGN TO "POSTJRNL"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS JOURNAL-STATUS.

     SELECT MON-SORT-FILE ASSIGN TO "MONWORK".

     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS RANDOM
         RECORD KEY IS ACCT-ACCOUNT-NO
         FILE STATUS IS MASTER-STATUS.

     SELECT ALERT-FILE ASSIGN TO "ALERTFIL"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS ALT-KEY
         FILE STATUS IS ALERT-STATUS.

     SELECT MON-REPORT-FILE ASSIGN TO "MONRPT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS MON-REPORT-STATUS.

 DATA DIVISION.
 FILE SECTION.
 *> Monitoring parameters.  A zero limit switches its check off.
 *>   MP-FROM-DATE/TO-DATE  journal dates to examine (YYYYMMDD)
 *>   MP-LARGE-AMOUNT       single entries over this are LV
 *>   MP-DAILY-DR-COUNT     more debits than this in a day is VC
 *>   MP-DAILY-DR-VALUE     debits totalling over this in a day
 *>                         is VV
 *>   MP-STRUCT-FLOOR       entries from here up to the large
 *>                         amount are "just under" it ...
 *>   MP-STRUCT-COUNT       ... and this many of them ...
 *>   MP-STRUCT-DAYS        ... within this many days is ST
 *>   MP-PASS-MIN-AMOUNT    a credit of at least this followed by
 *>                         a debit of the same amount ...
 *>   MP-PASS-DAYS          ... within this many days is PT
 FD  MON-PARM-FILE.
 01  MON-PARM-RECORD.
     05  MP-FROM-DATE               PIC X(8).
     05  MP-TO-DATE                 PIC X(8).
     05  MP-LARGE-AMOUNT            PIC 9(9)V99.
     05  MP-DAILY-DR-COUNT          PIC 9(4).
     05  MP-DAILY-DR-VALUE          PIC 9(11)V99.
     05  MP-STRUCT-FLOOR            PIC 9(9)V99.
     05  MP-STRUCT-COUNT            PIC 9(2).
     05  MP-STRUCT-DAYS             PIC 9(2).
     05  MP-PASS-MIN-AMOUNT         PIC 9(9)V99.
     05  MP-PASS-DAYS               PIC 9(2).

 FD  JOURNAL-FILE.
     COPY JRNLREC.

 SD  MON-SORT-FILE.
 01  MON-SORT-RECORD.
     05  MSR-ACCOUNT-NO             PIC X(10).
     05  MSR-DATE                   PIC X(8).
     05  MSR-ID                     PIC X(10).
     05  MSR-DR-CR                  PIC X(1).
     05  MSR-AMOUNT                 PIC 9(9)V99.
     05  MSR-DESCRIPTION            PIC X(30).
     05  MSR-REVERSES-ID            PIC X(10).

 FD  ACCOUNT-MASTER.
     COPY ACCTREC.

 FD  ALERT-FILE.
     COPY ALERTREC.

 FD  MON-REPORT-FILE.
 01  MON-PRINT-REC                  PIC X(132).

 WORKING-STORAGE SECTION.
 01  MON-PARM-STATUS             PIC X(2)  VALUE "00".
 01  JOURNAL-STATUS              PIC X(2)  VALUE "00".
 01  MASTER-STATUS               PIC X(2)  VALUE "00".
 01  ALERT-STATUS                PIC X(2)  VALUE "00".
 01  MON-REPORT-STATUS           PIC X(2)  VALUE "00".

 01  CURRENT-DATE-TIME           PIC X(21) VALUE SPACES.
 01  TODAY-DATE                  PIC X(8)  VALUE SPACES.

 01  PARM-ERROR-SW               PIC X(1)  VALUE "N".
     88  PARM-ERROR              VALUE "Y".
 01  MONITOR-ERROR-SW            PIC X(1)  VALUE "N".
     88  MONITOR-ERROR           VALUE "Y".
 01  JOURNAL-UNREAD-SW           PIC X(1)  VALUE "N".
     88  JOURNAL-UNREAD          VALUE "Y".
 01  SORT-EOF-SW                 PIC X(1)  VALUE "N".
     88  SORT-EOF                VALUE "Y".
 01  SCAN-END-SW                 PIC X(1)  VALUE "N".
     88  SCAN-END                VALUE "Y".
 01  NAME-LOOKED-UP-SW           PIC X(1)  VALUE "N".
     88  NAME-LOOKED-UP          VALUE "Y".
 01  ENTRY-MATCH-SW              PIC X(1)  VALUE "N".
     88  ENTRY-MATCH             VALUE "Y".
 01  PAIR-FOUND-SW               PIC X(1)  VALUE "N".
     88  PAIR-FOUND              VALUE "Y".
 *> What became of a candidate alert: new, already on file
 *> and still open, or already on file and reviewed.
 01  ALERT-OUTCOME               PIC X(1)  VALUE SPACE.
     88  ALERT-IS-NEW            VALUE "N".
     88  ALERT-IS-OPEN           VALUE "O".
     88  ALERT-IS-REVIEWED       VALUE "R".

 01  FROM-DATE                   PIC X(8)  VALUE SPACES.
 01  TO-DATE                     PIC X(8)  VALUE SPACES.
 01  FROM-DAY-NO                 PIC 9(7)  VALUE ZERO.
 01  TO-DAY-NO                   PIC 9(7)  VALUE ZERO.
 01  WORK-DATE-NUM               PIC 9(8)  VALUE ZERO.
 01  LARGE-AMOUNT                PIC 9(9)V99 VALUE ZERO.
 01  DAILY-DR-COUNT              PIC 9(4)  VALUE ZERO.
 01  DAILY-DR-VALUE              PIC 9(11)V99 VALUE ZERO.
 01  STRUCT-FLOOR                PIC 9(9)V99 VALUE ZERO.
 01  STRUCT-COUNT                PIC 9(2)  VALUE ZERO.
 01  STRUCT-DAYS                 PIC 9(2)  VALUE ZERO.
 01  PASS-MIN-AMOUNT             PIC 9(9)V99 VALUE ZERO.
 01  PASS-DAYS                   PIC 9(2)  VALUE ZERO.

 01  HELD-ENTRY.
     05  HE-ACCOUNT-NO           PIC X(10).
     05  HE-DATE                 PIC X(8).
     05  HE-ID                   PIC X(10).
     05  HE-DR-CR                PIC X(1).
     05  HE-AMOUNT               PIC 9(9)V99.
     05  HE-DESCRIPTION          PIC X(30).
     05  HE-REVERSES-ID          PIC X(10).

 *> One account's journal entries for the range, in date order.
 *> The slot after the last entry is set high as a stopper so
 *> the date scans below never run off the end of the table.
 01  CURRENT-ACCOUNT             PIC X(10) VALUE SPACES.
 01  ENTRY-LIMIT                 PIC 9(4)  VALUE 2000.
 01  ENTRY-COUNT                 PIC 9(4)  VALUE ZERO.
 01  ACCOUNT-ENTRY-TABLE.
     05  ACCOUNT-ENTRY OCCURS 2001 TIMES.
         10  ENT-DATE            PIC X(8).
         10  ENT-DAY-NO          PIC 9(7).
         10  ENT-ID              PIC X(10).
         10  ENT-DR-CR           PIC X(1).
             88  ENT-CREDIT      VALUE "C".
             88  ENT-DEBIT       VALUE "D".
         10  ENT-AMOUNT          PIC 9(9)V99.
         10  ENT-DESCRIPTION     PIC X(30).
         10  ENT-REVERSES-ID     PIC X(10).
         10  ENT-PAIRED          PIC X(1).

 01  ENT-SUB                     PIC 9(4)  VALUE ZERO.
 01  SCAN-SUB                    PIC 9(4)  VALUE ZERO.
 01  DAY-START                   PIC 9(4)  VALUE ZERO.
 01  DAY-END                     PIC 9(4)  VALUE ZERO.
 01  DAY-DR-COUNT                PIC 9(4)  VALUE ZERO.
 01  DAY-DR-VALUE                PIC 9(11)V99 VALUE ZERO.
 01  STRING-START                PIC 9(4)  VALUE ZERO.
 01  STRING-COUNT                PIC 9(4)  VALUE ZERO.
 01  STRING-LAST                 PIC 9(4)  VALUE ZERO.
 01  WINDOW-END-DAY              PIC 9(7)  VALUE ZERO.

 *> The alert being raised: its type and the entries in it.
 01  CAND-TYPE                   PIC X(2)  VALUE SPACES.
 01  CAND-COUNT                  PIC 9(4)  VALUE ZERO.
 01  CAND-TOTAL                  PIC 9(11)V99 VALUE ZERO.
 01  CAND-KEPT                   PIC 9(2)  VALUE ZERO.
 01  CAND-ENTRY-SUBS.
     05  CAND-SUB OCCURS 10 TIMES PIC 9(4).
 01  CAND-ADD-SUB                PIC 9(4)  VALUE ZERO.
 01  KEPT-SUB                    PIC 9(2)  VALUE ZERO.
 01  FILE-SUB                    PIC 9(2)  VALUE ZERO.

 01  ACCOUNT-NAME                PIC X(30) VALUE SPACES.
 01  ALERT-TYPE-TEXT             PIC X(24) VALUE SPACES.

 01  ENTRIES-SELECTED            PIC 9(8)  VALUE ZERO.
 01  ACCOUNTS-EXAMINED           PIC 9(6)  VALUE ZERO.
 01  ACCOUNTS-OVERFLOWED         PIC 9(6)  VALUE ZERO.
 01  NEW-ALERTS                  PIC 9(6)  VALUE ZERO.
 01  OPEN-ALERTS                 PIC 9(6)  VALUE ZERO.
 01  REVIEWED-ALERTS             PIC 9(6)  VALUE ZERO.
 01  LV-ALERTS                   PIC 9(6)  VALUE ZERO.
 01  VC-ALERTS                   PIC 9(6)  VALUE ZERO.
 01  VV-ALERTS                   PIC 9(6)  VALUE ZERO.
 01  ST-ALERTS                   PIC 9(6)  VALUE ZERO.
 01  PT-ALERTS                   PIC 9(6)  VALUE ZERO.

 01  LINE-COUNT                  PIC 9(3)  VALUE ZERO.
 01  PAGE-COUNT                  PIC 9(4)  VALUE ZERO.
 01  PAGE-LIMIT                  PIC 9(3)  VALUE 55.
 01  PRINT-LINE                  PIC X(132) VALUE SPACES.

 01  MON-HEADING-1.
     05  FILLER                  PIC X(34)
         VALUE "TRANSACTION MONITORING ALERTS".
     05  FILLER                  PIC X(5)  VALUE "FROM ".
     05  MH1-FROM-DATE           PIC X(8).
     05  FILLER                  PIC X(4)  VALUE " TO ".
     05  MH1-TO-DATE             PIC X(8).
     05  FILLER                  PIC X(6)  VALUE SPACES.
     05  FILLER                  PIC X(5)  VALUE "PAGE ".
     05  MH1-PAGE-NO             PIC ZZZ9.

 01  MON-HEADING-2.
     05  FILLER                  PIC X(4)  VALUE "TYPE".
     05  FILLER                  PIC X(26) VALUE SPACES.
     05  FILLER                  PIC X(12) VALUE "ACCOUNT".
     05  FILLER                  PIC X(32) VALUE "NAME".
     05  FILLER                  PIC X(6)  VALUE "ITEMS".
     05  FILLER                  PIC X(22)
         VALUE "          TOTAL AMOUNT".
     05  FILLER                  PIC X(6)  VALUE "  ".
     05  FILLER                  PIC X(24) VALUE "ALERT".

 01  MON-ALERT-LINE.
     05  MAL-TYPE                PIC X(2).
     05  FILLER                  PIC X(2)  VALUE SPACES.
     05  MAL-TYPE-TEXT           PIC X(24).
     05  FILLER                  PIC X(2)  VALUE SPACES.
     05  MAL-ACCOUNT-NO          PIC X(10).
     05  FILLER                  PIC X(2)  VALUE SPACES.
     05  MAL-NAME                PIC X(30).
     05  FILLER                  PIC X(2)  VALUE SPACES.
     05  MAL-COUNT               PIC ZZZ9.
     05  FILLER                  PIC X(2)  VALUE SPACES.
     05  MAL-TOTAL               PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
     05  FILLER                  PIC X(4)  VALUE SPACES.
     05  MAL-OUTCOME             PIC X(28).

 01  MON-ENTRY-LINE.
     05  FILLER                  PIC X(8)  VALUE SPACES.
     05  MEL-DATE                PIC X(8).
     05  FILLER                  PIC X(2)  VALUE SPACES.
     05  MEL-ID                  PIC X(10).
     05  FILLER                  PIC X(2)  VALUE SPACES.
     05  MEL-DR-CR               PIC X(1).
     05  FILLER                  PIC X(2)  VALUE SPACES.
     05  MEL-AMOUNT              PIC ZZZ.ZZZ.ZZ9,99.
     05  FILLER                  PIC X(2)  VALUE SPACES.
     05  MEL-DESCRIPTION         PIC X(30).

 01  MON-MORE-LINE.
     05  FILLER                  PIC X(8)  VALUE SPACES.
     05  FILLER                  PIC X(8)  VALUE "... AND ".
     05  MML-COUNT               PIC ZZZ9.
     05  FILLER                  PIC X(13) VALUE " MORE ENTRIES".

 01  MON-TOTAL-LINE.
     05  FILLER                  PIC X(4)  VALUE SPACES.
     05  MTL-CAPTION             PIC X(36).
     05  MTL-COUNT               PIC ZZZZZ9.

PROCEDURE DIVISION.
MAIN-PARAGRAPH.
    MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME
    MOVE CURRENT-DATE-TIME(1:8) TO TODAY-DATE

    PERFORM READ-MONITOR-PARM
    IF PARM-ERROR
        MOVE 8 TO RETURN-CODE
    ELSE
        SORT MON-SORT-FILE
            ON ASCENDING KEY MSR-ACCOUNT-NO
                             MSR-DATE
                             MSR-ID
            INPUT PROCEDURE IS SELECT-RANGE-JOURNAL
            OUTPUT PROCEDURE IS MONITOR-ACCOUNTS
        DISPLAY "JOURNAL ENTRIES EXAMINED: " ENTRIES-SELECTED
        DISPLAY "NEW ALERTS:               " NEW-ALERTS
        DISPLAY "RAISED BEFORE, OPEN:      " OPEN-ALERTS
        DISPLAY "ALREADY REVIEWED:         " REVIEWED-ALERTS
        IF MONITOR-ERROR
            MOVE 12 TO RETURN-CODE
        ELSE
            IF ACCOUNTS-OVERFLOWED > ZERO
                MOVE 4 TO RETURN-CODE
            ELSE
                MOVE 0 TO RETURN-CODE
            END-IF
        END-IF
    END-IF
    STOP RUN.

READ-MONITOR-PARM.
    OPEN INPUT MON-PARM-FILE
    IF MON-PARM-STATUS NOT = "00"
        MOVE "Y" TO PARM-ERROR-SW
        DISPLAY "NO MONITORING PARAMETER FILE, STATUS="
            MON-PARM-STATUS
    ELSE
        READ MON-PARM-FILE
            AT END
                MOVE "Y" TO PARM-ERROR-SW
                DISPLAY "MONITORING PARAMETER FILE IS EMPTY"
            NOT AT END
                MOVE MP-FROM-DATE TO FROM-DATE
                MOVE MP-TO-DATE TO TO-DATE
                IF MP-LARGE-AMOUNT NUMERIC
                 AND MP-DAILY-DR-COUNT NUMERIC
                 AND MP-DAILY-DR-VALUE NUMERIC
                 AND MP-STRUCT-FLOOR NUMERIC
                 AND MP-STRUCT-COUNT NUMERIC
                 AND MP-STRUCT-DAYS NUMERIC
                 AND MP-PASS-MIN-AMOUNT NUMERIC
                 AND MP-PASS-DAYS NUMERIC
                    MOVE MP-LARGE-AMOUNT TO LARGE-AMOUNT
                    MOVE MP-DAILY-DR-COUNT TO DAILY-DR-COUNT
                    MOVE MP-DAILY-DR-VALUE TO DAILY-DR-VALUE
                    MOVE MP-STRUCT-FLOOR TO STRUCT-FLOOR
                    MOVE MP-STRUCT-COUNT TO STRUCT-COUNT
                    MOVE MP-STRUCT-DAYS TO STRUCT-DAYS
                    MOVE MP-PASS-MIN-AMOUNT TO PASS-MIN-AMOUNT
                    MOVE MP-PASS-DAYS TO PASS-DAYS
                ELSE
                    MOVE "Y" TO PARM-ERROR-SW
                    DISPLAY "MONITORING LIMITS NOT NUMERIC: "
                        MON-PARM-RECORD
                END-IF
        END-READ
        CLOSE MON-PARM-FILE
    END-IF
    IF NOT PARM-ERROR
        PERFORM VALIDATE-DATE-RANGE
    END-IF
    IF NOT PARM-ERROR
        PERFORM VALIDATE-STRUCTURING-LIMITS
    END-IF.

VALIDATE-DATE-RANGE.
    IF FROM-DATE NOT NUMERIC OR TO-DATE NOT NUMERIC
        MOVE "Y" TO PARM-ERROR-SW
        DISPLAY "DATE RANGE MUST BE TWO YYYYMMDD DATES: "
            FROM-DATE " " TO-DATE
    ELSE
        MOVE FROM-DATE TO WORK-DATE-NUM
        MOVE FUNCTION INTEGER-OF-DATE(WORK-DATE-NUM)
            TO FROM-DAY-NO
        MOVE TO-DATE TO WORK-DATE-NUM
        MOVE FUNCTION INTEGER-OF-DATE(WORK-DATE-NUM)
            TO TO-DAY-NO
        IF FROM-DAY-NO = ZERO OR TO-DAY-NO = ZERO
            MOVE "Y" TO PARM-ERROR-SW
            DISPLAY "DATE RANGE IS NOT VALID: "
                FROM-DATE " " TO-DATE
        ELSE
            IF FROM-DAY-NO > TO-DAY-NO
                MOVE "Y" TO PARM-ERROR-SW
                DISPLAY "FROM DATE IS AFTER TO DATE: "
                    FROM-DATE " " TO-DATE
            END-IF
        END-IF
    END-IF.

 *> Structuring is measured against the large-value amount, so
 *> it needs that amount, a floor below it, at least two entries
 *> and a window of at least a day.
VALIDATE-STRUCTURING-LIMITS.
    IF STRUCT-FLOOR > ZERO
        IF LARGE-AMOUNT = ZERO
         OR STRUCT-FLOOR >= LARGE-AMOUNT
         OR STRUCT-COUNT < 2
         OR STRUCT-DAYS = ZERO
            MOVE "Y" TO PARM-ERROR-SW
            DISPLAY "STRUCTURING NEEDS A FLOOR BELOW THE LARGE"
                " AMOUNT, A COUNT OF 2 OR MORE AND A WINDOW OF"
                " 1 DAY OR MORE"
        END-IF
    END-IF.

 *> A journal that is there but cannot be read fails the run
 *> and is shown on the report, so it never reads as a day
 *> with nothing to report.
SELECT-RANGE-JOURNAL.
    OPEN INPUT JOURNAL-FILE
    IF JOURNAL-STATUS = "35"
        DISPLAY "NO POSTING JOURNAL - NOTHING TO MONITOR"
    ELSE
        IF JOURNAL-STATUS NOT = "00"
            MOVE "Y" TO MONITOR-ERROR-SW
            MOVE "Y" TO JOURNAL-UNREAD-SW
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
                    IF JRNL-TRANS-DATE >= FROM-DATE
                     AND JRNL-TRANS-DATE <= TO-DATE
                     AND JRNL-TRANS-DATE NUMERIC
                        MOVE JRNL-ACCOUNT-NO TO MSR-ACCOUNT-NO
                        MOVE JRNL-TRANS-DATE TO MSR-DATE
                        MOVE JRNL-TRANS-ID TO MSR-ID
                        MOVE JRNL-DR-CR TO MSR-DR-CR
                        MOVE JRNL-AMOUNT TO MSR-AMOUNT
                        MOVE JRNL-DESCRIPTION TO MSR-DESCRIPTION
                        MOVE JRNL-REVERSES-ID TO MSR-REVERSES-ID
                        RELEASE MON-SORT-RECORD
                        ADD 1 TO ENTRIES-SELECTED
                    END-IF
            END-READ
        END-PERFORM
        IF JOURNAL-STATUS NOT = "10"
            MOVE "Y" TO MONITOR-ERROR-SW
            MOVE "Y" TO JOURNAL-UNREAD-SW
            DISPLAY "ERROR READING POSTING JOURNAL, STATUS="
                JOURNAL-STATUS
        END-IF
        CLOSE JOURNAL-FILE
    END-IF.

MONITOR-ACCOUNTS.
    OPEN INPUT ACCOUNT-MASTER
    IF MASTER-STATUS NOT = "00"
        MOVE "Y" TO MONITOR-ERROR-SW
        DISPLAY "ERROR OPENING ACCOUNT MASTER, STATUS="
            MASTER-STATUS
        PERFORM DRAIN-SORTED-JOURNAL
    ELSE
        PERFORM OPEN-ALERT-FILE
        IF ALERT-STATUS NOT = "00"
            MOVE "Y" TO MONITOR-ERROR-SW
            DISPLAY "ERROR OPENING ALERT FILE, STATUS=" ALERT-STATUS
            CLOSE ACCOUNT-MASTER
            PERFORM DRAIN-SORTED-JOURNAL
        ELSE
            OPEN OUTPUT MON-REPORT-FILE
            IF MON-REPORT-STATUS NOT = "00"
                MOVE "Y" TO MONITOR-ERROR-SW
                DISPLAY "ERROR OPENING MONITORING REPORT, STATUS="
                    MON-REPORT-STATUS
                CLOSE ACCOUNT-MASTER
                CLOSE ALERT-FILE
                PERFORM DRAIN-SORTED-JOURNAL
            ELSE
                MOVE FROM-DATE TO MH1-FROM-DATE
                MOVE TO-DATE TO MH1-TO-DATE
                MOVE PAGE-LIMIT TO LINE-COUNT
                PERFORM RETURN-NEXT-ENTRY
                PERFORM UNTIL SORT-EOF OR MONITOR-ERROR
                    PERFORM LOAD-ACCOUNT-ENTRIES
                    PERFORM CHECK-ACCOUNT-ENTRIES
                END-PERFORM
                IF MONITOR-ERROR
                    PERFORM DRAIN-SORTED-JOURNAL
                END-IF
                PERFORM PRINT-MONITOR-TOTALS
                CLOSE ACCOUNT-MASTER
                CLOSE ALERT-FILE
                CLOSE MON-REPORT-FILE
            END-IF
        END-IF
    END-IF.

OPEN-ALERT-FILE.
    OPEN I-O ALERT-FILE
    IF ALERT-STATUS = "35"
        OPEN OUTPUT ALERT-FILE
        IF ALERT-STATUS = "00"
            CLOSE ALERT-FILE
            OPEN I-O ALERT-FILE
        END-IF
    END-IF.

RETURN-NEXT-ENTRY.
    RETURN MON-SORT-FILE INTO HELD-ENTRY
        AT END
            MOVE "Y" TO SORT-EOF-SW
            MOVE HIGH-VALUES TO HE-ACCOUNT-NO
    END-RETURN.

DRAIN-SORTED-JOURNAL.
    PERFORM UNTIL SORT-EOF
        RETURN MON-SORT-FILE
            AT END
                MOVE "Y" TO SORT-EOF-SW
        END-RETURN
    END-PERFORM.

LOAD-ACCOUNT-ENTRIES.
    MOVE HE-ACCOUNT-NO TO CURRENT-ACCOUNT
    MOVE ZERO TO ENTRY-COUNT
    MOVE "N" TO NAME-LOOKED-UP-SW
    ADD 1 TO ACCOUNTS-EXAMINED
    PERFORM UNTIL SORT-EOF OR HE-ACCOUNT-NO NOT = CURRENT-ACCOUNT
        IF ENTRY-COUNT < ENTRY-LIMIT
            ADD 1 TO ENTRY-COUNT
            MOVE HE-DATE TO ENT-DATE(ENTRY-COUNT)
            MOVE HE-DATE TO WORK-DATE-NUM
            MOVE FUNCTION INTEGER-OF-DATE(WORK-DATE-NUM)
                TO ENT-DAY-NO(ENTRY-COUNT)
            MOVE HE-ID TO ENT-ID(ENTRY-COUNT)
            MOVE HE-DR-CR TO ENT-DR-CR(ENTRY-COUNT)
            MOVE HE-AMOUNT TO ENT-AMOUNT(ENTRY-COUNT)
            MOVE HE-DESCRIPTION TO ENT-DESCRIPTION(ENTRY-COUNT)
            MOVE HE-REVERSES-ID TO ENT-REVERSES-ID(ENTRY-COUNT)
            MOVE "N" TO ENT-PAIRED(ENTRY-COUNT)
            IF ENTRY-COUNT = ENTRY-LIMIT
                ADD 1 TO ACCOUNTS-OVERFLOWED
                DISPLAY "OVER " ENTRY-LIMIT " ENTRIES FOR ACCOUNT "
                    CURRENT-ACCOUNT " - LATER ENTRIES NOT MONITORED,"
                    " NARROW THE DATE RANGE"
            END-IF
        END-IF
        PERFORM RETURN-NEXT-ENTRY
    END-PERFORM
    MOVE HIGH-VALUES TO ENT-DATE(ENTRY-COUNT + 1)
    MOVE 9999999 TO ENT-DAY-NO(ENTRY-COUNT + 1).

CHECK-ACCOUNT-ENTRIES.
    IF LARGE-AMOUNT > ZERO
        PERFORM CHECK-LARGE-VALUE
            VARYING ENT-SUB FROM 1 BY 1
            UNTIL ENT-SUB > ENTRY-COUNT OR MONITOR-ERROR
    END-IF
    IF DAILY-DR-COUNT > ZERO OR DAILY-DR-VALUE > ZERO
        MOVE 1 TO DAY-START
        PERFORM CHECK-ONE-DAY
            UNTIL DAY-START > ENTRY-COUNT OR MONITOR-ERROR
    END-IF
    IF STRUCT-FLOOR > ZERO
        MOVE 1 TO STRING-START
        PERFORM CHECK-ONE-STRING
            UNTIL STRING-START > ENTRY-COUNT OR MONITOR-ERROR
    END-IF
    IF PASS-MIN-AMOUNT > ZERO
        PERFORM CHECK-PASS-THROUGH
            VARYING ENT-SUB FROM 1 BY 1
            UNTIL ENT-SUB > ENTRY-COUNT OR MONITOR-ERROR
    END-IF.

CHECK-LARGE-VALUE.
    IF ENT-AMOUNT(ENT-SUB) > LARGE-AMOUNT
        MOVE "LV" TO CAND-TYPE
        PERFORM START-CANDIDATE
        MOVE ENT-SUB TO CAND-ADD-SUB
        PERFORM ADD-CANDIDATE-ENTRY
        PERFORM RAISE-ALERT
    END-IF.

 *> Debits are counted and totalled a day at a time; DAY-END
 *> is left on the first entry of the next day.
CHECK-ONE-DAY.
    MOVE ZERO TO DAY-DR-COUNT
    MOVE ZERO TO DAY-DR-VALUE
    PERFORM VARYING DAY-END FROM DAY-START BY 1
            UNTIL ENT-DATE(DAY-END) NOT = ENT-DATE(DAY-START)
        IF ENT-DEBIT(DAY-END)
            ADD 1 TO DAY-DR-COUNT
            ADD ENT-AMOUNT(DAY-END) TO DAY-DR-VALUE
        END-IF
    END-PERFORM
    IF DAILY-DR-COUNT > ZERO AND DAY-DR-COUNT > DAILY-DR-COUNT
        MOVE "VC" TO CAND-TYPE
        PERFORM RAISE-VELOCITY-ALERT
    END-IF
    IF DAILY-DR-VALUE > ZERO AND DAY-DR-VALUE > DAILY-DR-VALUE
        MOVE "VV" TO CAND-TYPE
        PERFORM RAISE-VELOCITY-ALERT
    END-IF
    MOVE DAY-END TO DAY-START.

RAISE-VELOCITY-ALERT.
    PERFORM START-CANDIDATE
    PERFORM VARYING SCAN-SUB FROM DAY-START BY 1
            UNTIL SCAN-SUB >= DAY-END
        IF ENT-DEBIT(SCAN-SUB)
            MOVE SCAN-SUB TO CAND-ADD-SUB
            PERFORM ADD-CANDIDATE-ENTRY
        END-IF
    END-PERFORM
    PERFORM RAISE-ALERT.

 *> A string is the just-under entries within STRUCT-DAYS days
 *> of the first one.  Once a string is raised the search
 *> resumes after its last entry, so one run of deposits gives
 *> one alert rather than one for every entry in it.
CHECK-ONE-STRING.
    IF ENT-AMOUNT(STRING-START) >= STRUCT-FLOOR
     AND ENT-AMOUNT(STRING-START) <= LARGE-AMOUNT
        COMPUTE WINDOW-END-DAY =
            ENT-DAY-NO(STRING-START) + STRUCT-DAYS - 1
        MOVE ZERO TO STRING-COUNT
        MOVE STRING-START TO STRING-LAST
        PERFORM VARYING SCAN-SUB FROM STRING-START BY 1
                UNTIL ENT-DAY-NO(SCAN-SUB) > WINDOW-END-DAY
            IF ENT-AMOUNT(SCAN-SUB) >= STRUCT-FLOOR
             AND ENT-AMOUNT(SCAN-SUB) <= LARGE-AMOUNT
                ADD 1 TO STRING-COUNT
                MOVE SCAN-SUB TO STRING-LAST
            END-IF
        END-PERFORM
        IF STRING-COUNT >= STRUCT-COUNT
            MOVE "ST" TO CAND-TYPE
            PERFORM START-CANDIDATE
            PERFORM VARYING SCAN-SUB FROM STRING-START BY 1
                    UNTIL SCAN-SUB > STRING-LAST
                IF ENT-AMOUNT(SCAN-SUB) >= STRUCT-FLOOR
                 AND ENT-AMOUNT(SCAN-SUB) <= LARGE-AMOUNT
                    MOVE SCAN-SUB TO CAND-ADD-SUB
                    PERFORM ADD-CANDIDATE-ENTRY
                END-IF
            END-PERFORM
            PERFORM RAISE-ALERT
            COMPUTE STRING-START = STRING-LAST + 1
        ELSE
            ADD 1 TO STRING-START
        END-IF
    ELSE
        ADD 1 TO STRING-START
    END-IF.

 *> A large credit is paired with the first debit of the same
 *> amount on the same day or within PASS-DAYS after it that has
 *> not already been paired with another credit.  A reversal
 *> is not taken as the debit - it undoes the credit rather
 *> than passing the money on.
CHECK-PASS-THROUGH.
    IF ENT-CREDIT(ENT-SUB)
     AND ENT-AMOUNT(ENT-SUB) >= PASS-MIN-AMOUNT
        COMPUTE WINDOW-END-DAY = ENT-DAY-NO(ENT-SUB) + PASS-DAYS
        MOVE "N" TO PAIR-FOUND-SW
        PERFORM VARYING SCAN-SUB FROM 1 BY 1
                UNTIL SCAN-SUB > ENTRY-COUNT OR PAIR-FOUND
            IF ENT-DEBIT(SCAN-SUB)
             AND ENT-PAIRED(SCAN-SUB) = "N"
             AND ENT-REVERSES-ID(SCAN-SUB) = SPACES
             AND ENT-AMOUNT(SCAN-SUB) = ENT-AMOUNT(ENT-SUB)
             AND ENT-DAY-NO(SCAN-SUB) >= ENT-DAY-NO(ENT-SUB)
             AND ENT-DAY-NO(SCAN-SUB) <= WINDOW-END-DAY
                MOVE "Y" TO PAIR-FOUND-SW
                MOVE "Y" TO ENT-PAIRED(SCAN-SUB)
                MOVE "PT" TO CAND-TYPE
                PERFORM START-CANDIDATE
                MOVE ENT-SUB TO CAND-ADD-SUB
                PERFORM ADD-CANDIDATE-ENTRY
                MOVE SCAN-SUB TO CAND-ADD-SUB
                PERFORM ADD-CANDIDATE-ENTRY
                PERFORM RAISE-ALERT
            END-IF
        END-PERFORM
    END-IF.

START-CANDIDATE.
    MOVE ZERO TO CAND-COUNT
    MOVE ZERO TO CAND-TOTAL
    MOVE ZERO TO CAND-KEPT.

ADD-CANDIDATE-ENTRY.
    ADD 1 TO CAND-COUNT
    ADD ENT-AMOUNT(CAND-ADD-SUB) TO CAND-TOTAL
    IF CAND-KEPT < 10
        ADD 1 TO CAND-KEPT
        MOVE CAND-ADD-SUB TO CAND-SUB(CAND-KEPT)
    END-IF.

 *> An alert whose activity is already on file - same account,
 *> same type, any triggering entry in common - is not written
 *> again.  One still open is reprinted so it stays in front of
 *> compliance; one already reviewed is left out.
RAISE-ALERT.
    IF NOT NAME-LOOKED-UP
        PERFORM GET-ACCOUNT-NAME
    END-IF
    PERFORM FIND-EXISTING-ALERT
    IF ALERT-IS-NEW
        PERFORM WRITE-NEW-ALERT
    END-IF
    IF ALERT-IS-REVIEWED
        ADD 1 TO REVIEWED-ALERTS
    ELSE
        IF ALERT-IS-OPEN
            ADD 1 TO OPEN-ALERTS
        END-IF
        PERFORM COUNT-ALERT-TYPE
        PERFORM PRINT-ALERT
    END-IF.

GET-ACCOUNT-NAME.
    MOVE "Y" TO NAME-LOOKED-UP-SW
    MOVE CURRENT-ACCOUNT TO ACCT-ACCOUNT-NO
    READ ACCOUNT-MASTER
        INVALID KEY
            MOVE "*** NOT ON ACCOUNT MASTER ***" TO ACCOUNT-NAME
        NOT INVALID KEY
            MOVE ACCT-NAME TO ACCOUNT-NAME
    END-READ.

FIND-EXISTING-ALERT.
    MOVE "N" TO ALERT-OUTCOME
    MOVE "N" TO SCAN-END-SW
    MOVE CURRENT-ACCOUNT TO ALT-ACCOUNT-NO
    MOVE CAND-TYPE TO ALT-TYPE
    MOVE LOW-VALUES TO ALT-ANCHOR-DATE
    MOVE LOW-VALUES TO ALT-ANCHOR-ID
    START ALERT-FILE KEY IS NOT LESS THAN ALT-KEY
        INVALID KEY
            MOVE "Y" TO SCAN-END-SW
    END-START
    PERFORM UNTIL SCAN-END
        READ ALERT-FILE NEXT RECORD
            AT END
                MOVE "Y" TO SCAN-END-SW
            NOT AT END
                IF ALT-ACCOUNT-NO NOT = CURRENT-ACCOUNT
                 OR ALT-TYPE NOT = CAND-TYPE
                    MOVE "Y" TO SCAN-END-SW
                ELSE
                    PERFORM MATCH-ALERT-ENTRIES
                    IF ENTRY-MATCH
                        MOVE "Y" TO SCAN-END-SW
                        IF ALT-REVIEWED
                            MOVE "R" TO ALERT-OUTCOME
                        ELSE
                            MOVE "O" TO ALERT-OUTCOME
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

MATCH-ALERT-ENTRIES.
    MOVE "N" TO ENTRY-MATCH-SW
    PERFORM VARYING FILE-SUB FROM 1 BY 1
            UNTIL FILE-SUB > ALT-ENTRY-COUNT OR ENTRY-MATCH
        PERFORM VARYING KEPT-SUB FROM 1 BY 1
                UNTIL KEPT-SUB > CAND-KEPT OR ENTRY-MATCH
            IF ALT-ENTRY-ID(FILE-SUB) = ENT-ID(CAND-SUB(KEPT-SUB))
             AND ALT-ENTRY-DATE(FILE-SUB)
                 = ENT-DATE(CAND-SUB(KEPT-SUB))
                MOVE "Y" TO ENTRY-MATCH-SW
            END-IF
        END-PERFORM
    END-PERFORM.

WRITE-NEW-ALERT.
    MOVE SPACES TO ALERT-RECORD
    MOVE CURRENT-ACCOUNT TO ALT-ACCOUNT-NO
    MOVE CAND-TYPE TO ALT-TYPE
    MOVE ENT-DATE(CAND-SUB(1)) TO ALT-ANCHOR-DATE
    MOVE ENT-ID(CAND-SUB(1)) TO ALT-ANCHOR-ID
    MOVE TODAY-DATE TO ALT-RAISED-DATE
    MOVE "O" TO ALT-STATUS
    MOVE CAND-COUNT TO ALT-ACTIVITY-COUNT
    MOVE CAND-TOTAL TO ALT-TOTAL-AMOUNT
    MOVE CAND-KEPT TO ALT-ENTRY-COUNT
    PERFORM VARYING KEPT-SUB FROM 1 BY 1 UNTIL KEPT-SUB > 10
        IF KEPT-SUB > CAND-KEPT
            MOVE SPACES TO ALT-ENTRY-DATE(KEPT-SUB)
            MOVE SPACES TO ALT-ENTRY-ID(KEPT-SUB)
            MOVE SPACES TO ALT-ENTRY-DR-CR(KEPT-SUB)
            MOVE ZERO TO ALT-ENTRY-AMOUNT(KEPT-SUB)
        ELSE
            MOVE ENT-DATE(CAND-SUB(KEPT-SUB))
                TO ALT-ENTRY-DATE(KEPT-SUB)
            MOVE ENT-ID(CAND-SUB(KEPT-SUB))
                TO ALT-ENTRY-ID(KEPT-SUB)
            MOVE ENT-DR-CR(CAND-SUB(KEPT-SUB))
                TO ALT-ENTRY-DR-CR(KEPT-SUB)
            MOVE ENT-AMOUNT(CAND-SUB(KEPT-SUB))
                TO ALT-ENTRY-AMOUNT(KEPT-SUB)
        END-IF
    END-PERFORM
    WRITE ALERT-RECORD
        INVALID KEY
            IF ALERT-STATUS = "22"
                MOVE "O" TO ALERT-OUTCOME
            ELSE
                MOVE "Y" TO MONITOR-ERROR-SW
                DISPLAY "ERROR WRITING ALERT, STATUS=" ALERT-STATUS
                    " " CURRENT-ACCOUNT " " CAND-TYPE
            END-IF
        NOT INVALID KEY
            ADD 1 TO NEW-ALERTS
    END-WRITE.

COUNT-ALERT-TYPE.
    IF CAND-TYPE = "LV"
        ADD 1 TO LV-ALERTS
        MOVE "LARGE VALUE" TO ALERT-TYPE-TEXT
    ELSE
        IF CAND-TYPE = "VC"
            ADD 1 TO VC-ALERTS
            MOVE "DAILY DEBIT COUNT" TO ALERT-TYPE-TEXT
        ELSE
            IF CAND-TYPE = "VV"
                ADD 1 TO VV-ALERTS
                MOVE "DAILY DEBIT VALUE" TO ALERT-TYPE-TEXT
            ELSE
                IF CAND-TYPE = "ST"
                    ADD 1 TO ST-ALERTS
                    MOVE "POSSIBLE STRUCTURING" TO ALERT-TYPE-TEXT
                ELSE
                    ADD 1 TO PT-ALERTS
                    MOVE "CREDIT PASSED STRAIGHT OUT" TO ALERT-TYPE-TEXT
                END-IF
            END-IF
        END-IF
    END-IF.

PRINT-ALERT.
    MOVE CAND-TYPE TO MAL-TYPE
    MOVE ALERT-TYPE-TEXT TO MAL-TYPE-TEXT
    MOVE CURRENT-ACCOUNT TO MAL-ACCOUNT-NO
    MOVE ACCOUNT-NAME TO MAL-NAME
    MOVE CAND-COUNT TO MAL-COUNT
    MOVE CAND-TOTAL TO MAL-TOTAL
    IF ALERT-IS-OPEN
        MOVE "RAISED BEFORE - NOT REVIEWED" TO MAL-OUTCOME
    ELSE
        MOVE "NEW" TO MAL-OUTCOME
    END-IF
    MOVE MON-ALERT-LINE TO PRINT-LINE
    PERFORM WRITE-MONITOR-LINE
    PERFORM VARYING KEPT-SUB FROM 1 BY 1 UNTIL KEPT-SUB > CAND-KEPT
        MOVE ENT-DATE(CAND-SUB(KEPT-SUB)) TO MEL-DATE
        MOVE ENT-ID(CAND-SUB(KEPT-SUB)) TO MEL-ID
        MOVE ENT-DR-CR(CAND-SUB(KEPT-SUB)) TO MEL-DR-CR
        MOVE ENT-AMOUNT(CAND-SUB(KEPT-SUB)) TO MEL-AMOUNT
        MOVE ENT-DESCRIPTION(CAND-SUB(KEPT-SUB)) TO MEL-DESCRIPTION
        MOVE MON-ENTRY-LINE TO PRINT-LINE
        PERFORM WRITE-MONITOR-LINE
    END-PERFORM
    IF CAND-COUNT > CAND-KEPT
        COMPUTE MML-COUNT = CAND-COUNT - CAND-KEPT
        MOVE MON-MORE-LINE TO PRINT-LINE
        PERFORM WRITE-MONITOR-LINE
    END-IF
    MOVE SPACES TO PRINT-LINE
    PERFORM WRITE-MONITOR-LINE.

PRINT-MONITOR-TOTALS.
    IF JOURNAL-UNREAD
        MOVE "*** JOURNAL NOT READ - DATE RANGE NOT EXAMINED ***"
            TO PRINT-LINE
        PERFORM WRITE-MONITOR-LINE
        MOVE SPACES TO PRINT-LINE
        PERFORM WRITE-MONITOR-LINE
    ELSE
        IF NEW-ALERTS = ZERO AND OPEN-ALERTS = ZERO
            MOVE "NO ALERTS FOR THIS DATE RANGE" TO PRINT-LINE
            PERFORM WRITE-MONITOR-LINE
            MOVE SPACES TO PRINT-LINE
            PERFORM WRITE-MONITOR-LINE
        END-IF
    END-IF
    MOVE "LV  LARGE VALUE" TO MTL-CAPTION
    MOVE LV-ALERTS TO MTL-COUNT
    MOVE MON-TOTAL-LINE TO PRINT-LINE
    PERFORM WRITE-MONITOR-LINE
    MOVE "VC  DAILY DEBIT COUNT" TO MTL-CAPTION
    MOVE VC-ALERTS TO MTL-COUNT
    MOVE MON-TOTAL-LINE TO PRINT-LINE
    PERFORM WRITE-MONITOR-LINE
    MOVE "VV  DAILY DEBIT VALUE" TO MTL-CAPTION
    MOVE VV-ALERTS TO MTL-COUNT
    MOVE MON-TOTAL-LINE TO PRINT-LINE
    PERFORM WRITE-MONITOR-LINE
    MOVE "ST  POSSIBLE STRUCTURING" TO MTL-CAPTION
    MOVE ST-ALERTS TO MTL-COUNT
    MOVE MON-TOTAL-LINE TO PRINT-LINE
    PERFORM WRITE-MONITOR-LINE
    MOVE "PT  CREDIT PASSED STRAIGHT OUT" TO MTL-CAPTION
    MOVE PT-ALERTS TO MTL-COUNT
    MOVE MON-TOTAL-LINE TO PRINT-LINE
    PERFORM WRITE-MONITOR-LINE
    MOVE SPACES TO PRINT-LINE
    PERFORM WRITE-MONITOR-LINE
    MOVE "NEW ALERTS" TO MTL-CAPTION
    MOVE NEW-ALERTS TO MTL-COUNT
    MOVE MON-TOTAL-LINE TO PRINT-LINE
    PERFORM WRITE-MONITOR-LINE
    MOVE "RAISED BEFORE, NOT YET REVIEWED" TO MTL-CAPTION
    MOVE OPEN-ALERTS TO MTL-COUNT
    MOVE MON-TOTAL-LINE TO PRINT-LINE
    PERFORM WRITE-MONITOR-LINE
    MOVE "ALREADY REVIEWED - NOT REPRINTED" TO MTL-CAPTION
    MOVE REVIEWED-ALERTS TO MTL-COUNT
    MOVE MON-TOTAL-LINE TO PRINT-LINE
    PERFORM WRITE-MONITOR-LINE
    MOVE "ACCOUNTS EXAMINED" TO MTL-CAPTION
    MOVE ACCOUNTS-EXAMINED TO MTL-COUNT
    MOVE MON-TOTAL-LINE TO PRINT-LINE
    PERFORM WRITE-MONITOR-LINE
    IF ACCOUNTS-OVERFLOWED > ZERO
        MOVE "ACCOUNTS NOT FULLY MONITORED" TO MTL-CAPTION
        MOVE ACCOUNTS-OVERFLOWED TO MTL-COUNT
        MOVE MON-TOTAL-LINE TO PRINT-LINE
        PERFORM WRITE-MONITOR-LINE
    END-IF
    IF MONITOR-ERROR
        MOVE "*** RUN STOPPED ON AN ERROR - RERUN TO COMPLETE ***"
            TO PRINT-LINE
        PERFORM WRITE-MONITOR-LINE
    END-IF.

WRITE-MONITOR-LINE.
    IF LINE-COUNT >= PAGE-LIMIT
        PERFORM PRINT-MONITOR-HEADINGS
    END-IF
    WRITE MON-PRINT-REC FROM PRINT-LINE
    IF MON-REPORT-STATUS NOT = "00"
        MOVE "Y" TO MONITOR-ERROR-SW
        DISPLAY "ERROR WRITING MONITORING REPORT, STATUS="
            MON-REPORT-STATUS
    END-IF
    ADD 1 TO LINE-COUNT.

PRINT-MONITOR-HEADINGS.
    ADD 1 TO PAGE-COUNT
    MOVE PAGE-COUNT TO MH1-PAGE-NO
    WRITE MON-PRINT-REC FROM MON-HEADING-1
    WRITE MON-PRINT-REC FROM MON-HEADING-2
    MOVE 2 TO LINE-COUNT.

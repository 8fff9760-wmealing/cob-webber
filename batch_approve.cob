 IDENTIFICATION DIVISION.
 PROGRAM-ID. BATCH_APPROVE.

 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
 SPECIAL-NAMES.
     DECIMAL-POINT IS COMMA.

 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT PENDING-FILE ASSIGN TO "PENDTRN"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS PND-KEY
         FILE STATUS IS PENDING-STATUS.

     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS RANDOM
         RECORD KEY IS ACCT-ACCOUNT-NO
         FILE STATUS IS MASTER-STATUS.

     SELECT HOLDS-FILE ASSIGN TO "HOLDFILE"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS HOLD-KEY
         FILE STATUS IS HOLDS-STATUS.

 *> Approved batches for the night's intake, one header/trailer
 *> batch per approval.
     SELECT RELEASE-FILE ASSIGN TO "KEYTRN"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS RELEASE-STATUS.

     SELECT KEY-LOG-FILE ASSIGN TO "KEYLOG"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS KEYLOG-STATUS.

 DATA DIVISION.
 FILE SECTION.
 FD  PENDING-FILE.
     COPY PENDREC.

 FD  ACCOUNT-MASTER.
     COPY ACCTREC.

 FD  HOLDS-FILE.
     COPY HOLDREC.

 FD  RELEASE-FILE.
 01  RELEASE-RECORD                 PIC X(121).

 FD  KEY-LOG-FILE.
     COPY KEYLREC.

 WORKING-STORAGE SECTION.
     COPY CONFIRMW.

     COPY TRANSREC.

 01  PENDING-STATUS              PIC X(2)  VALUE "00".
 01  MASTER-STATUS               PIC X(2)  VALUE "00".
 01  HOLDS-STATUS                PIC X(2)  VALUE "00".
 01  RELEASE-STATUS              PIC X(2)  VALUE "00".
 01  KEYLOG-STATUS               PIC X(2)  VALUE "00".
 01  HOLDS-OPEN-SW               PIC X(1)  VALUE "N".
     88  HOLDS-OPENED            VALUE "Y".
 01  HOLD-SCAN-END-SW            PIC X(1)  VALUE "N".
     88  HOLD-SCAN-END           VALUE "Y".

 01  CURRENT-DATE-TIME           PIC X(21) VALUE SPACES.
 01  TODAY-DATE                  PIC X(8)  VALUE SPACES.
 01  OPERATOR-ID                 PIC X(8)  VALUE SPACES.

 01  APPROVE-ERROR-SW            PIC X(1)  VALUE "N".
     88  APPROVE-ERROR           VALUE "Y".
 01  NO-PENDING-SW               PIC X(1)  VALUE "N".
     88  NO-PENDING-FILE         VALUE "Y".
 01  SCAN-END-SW                 PIC X(1)  VALUE "N".
     88  SCAN-END                VALUE "Y".
 01  DECISION-ALLOWED-SW         PIC X(1)  VALUE "N".
     88  DECISION-ALLOWED        VALUE "Y".
 01  RELEASE-FAILED-SW           PIC X(1)  VALUE "N".
     88  RELEASE-FAILED          VALUE "Y".

 01  MENU-OPTION                 PIC X(1)  VALUE SPACE.
     88  OPTION-LIST             VALUE "L".
     88  OPTION-APPROVE          VALUE "A".
     88  OPTION-REFUSE           VALUE "F".
     88  OPTION-EXIT             VALUE "X".

 01  WORK-BATCH-NO               PIC 9(5)  VALUE ZERO.
 01  WORK-BATCH-KEY              PIC X(5)  VALUE SPACES.
 01  WORK-BATCH-KEY-NUM REDEFINES WORK-BATCH-KEY
                                 PIC 9(5).
 01  REFUSAL-NOTE                PIC X(30) VALUE SPACES.

 *> The batch under review: its control record as submitted
 *> and its entries.  BE-EDIT-REASON is each entry's result
 *> when edited again for approval.
 01  BATCH-CONTROL-IMAGE         PIC X(138) VALUE SPACES.
 *> The submission as reviewed.  A decision is only recorded
 *> while the control record still shows that submission.
 01  REVIEWED-SUBMITTED-DATE     PIC X(8)  VALUE SPACES.
 01  REVIEWED-SUBMIT-NO          PIC 9(4)  VALUE ZERO.
 01  REVIEWED-ENTRY-COUNT        PIC 9(6)  VALUE ZERO.
 01  REVIEWED-HASH-TOTAL         PIC 9(13)V99 VALUE ZERO.
 01  BATCH-UNCHANGED-SW          PIC X(1)  VALUE "N".
     88  BATCH-UNCHANGED         VALUE "Y".
 01  ENTRY-LIMIT                 PIC 9(4)  VALUE 500.
 01  ENTRY-COUNT                 PIC 9(4)  VALUE ZERO.
 01  ENTRY-SUB                   PIC 9(4)  VALUE ZERO.
 01  EDIT-SUB                    PIC 9(4)  VALUE ZERO.
 01  LIVE-COUNT                  PIC 9(6)  VALUE ZERO.
 01  LIVE-HASH                   PIC 9(13)V99 VALUE ZERO.
 01  FAILED-COUNT                PIC 9(4)  VALUE ZERO.
 01  KEYED-BY-CHECKER-SW         PIC X(1)  VALUE "N".
     88  KEYED-BY-CHECKER        VALUE "Y".
 01  BATCH-ENTRY-TABLE.
     05  BATCH-ENTRY OCCURS 500 TIMES.
         10  BE-ENTRY-NO         PIC 9(4).
         10  BE-STATUS           PIC X(1).
             88  BE-LIVE         VALUE "L".
         10  BE-KEYED-BY         PIC X(8).
         10  BE-DATA             PIC X(120).
         10  BE-EDIT-REASON      PIC X(4).

 01  RELEASE-COUNT               PIC 9(6)  VALUE ZERO.
 01  RELEASE-HASH                PIC 9(13)V99 VALUE ZERO.

 *> Same edit reasons as the daily run writes to REJECTS.
 01  EDIT-REASON                 PIC X(4)  VALUE SPACES.
     88  EDIT-PASSED             VALUE SPACES.
 01  REASON-TEXT                 PIC X(40) VALUE SPACES.
 01  EDIT-YYYY                   PIC 9(4)  VALUE ZERO.
 01  EDIT-MM                     PIC 9(2)  VALUE ZERO.
 01  EDIT-DD                     PIC 9(2)  VALUE ZERO.
 01  MONTH-END-DAY               PIC 9(2)  VALUE ZERO.
 01  LEAP-QUOTIENT               PIC 9(4)  VALUE ZERO.
 01  LEAP-REMAINDER              PIC 9(4)  VALUE ZERO.
 01  PROJECTED-BALANCE           PIC S9(11)V99 VALUE ZERO.
 01  OVERDRAFT-FLOOR             PIC S9(11)V99 VALUE ZERO.
 01  AVAILABLE-BALANCE           PIC S9(11)V99 VALUE ZERO.
 01  ACCOUNT-HELD                PIC 9(11)V99 VALUE ZERO.

 *> Projected balance per account across the batch's earlier
 *> entries, as on the batch entry screen.
 01  PENDING-ACCT-COUNT          PIC 9(4)  VALUE ZERO.
 01  PENDING-SUB                 PIC 9(4)  VALUE ZERO.
 01  PENDING-HIT                 PIC 9(4)  VALUE ZERO.
 01  PENDING-FOUND-SW            PIC X(1)  VALUE "N".
     88  PENDING-FOUND           VALUE "Y".
 01  PENDING-BALANCE-TABLE.
     05  PENDING-ENTRY OCCURS 500 TIMES.
         10  PEND-ACCOUNT-NO     PIC X(10).
         10  PEND-BALANCE        PIC S9(11)V99.
         10  PEND-HELD           PIC 9(11)V99.

 01  LOG-ACTION                  PIC X(8)  VALUE SPACES.
 01  LOG-ENTRY-NO                PIC 9(4)  VALUE ZERO.
 01  LOG-ENTRY-DATA              PIC X(120) VALUE SPACES.
 01  LOG-NOTE                    PIC X(40) VALUE SPACES.

 01  BATCH-STATUS-TEXT           PIC X(10) VALUE SPACES.
 01  HASH-DISPLAY                PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
 01  COUNT-DISPLAY               PIC ZZZZZ9.

 01  ENTRY-LIST-LINE.
     05  ELL-ENTRY-NO            PIC ZZZ9.
     05  FILLER                  PIC X(2)  VALUE SPACES.
     05  ELL-TRANS-ID            PIC X(10).
     05  FILLER                  PIC X(2)  VALUE SPACES.
     05  ELL-DATE                PIC X(8).
     05  FILLER                  PIC X(2)  VALUE SPACES.
     05  ELL-ACCOUNT-NO          PIC X(10).
     05  FILLER                  PIC X(2)  VALUE SPACES.
     05  ELL-AMOUNT              PIC ZZZ.ZZZ.ZZ9,99.
     05  FILLER                  PIC X(1)  VALUE SPACE.
     05  ELL-DR-CR               PIC X(1).
     05  FILLER                  PIC X(2)  VALUE SPACES.
     05  ELL-KEYED-BY            PIC X(8).
     05  FILLER                  PIC X(2)  VALUE SPACES.
     05  ELL-EDIT-REASON         PIC X(4).
     05  FILLER                  PIC X(2)  VALUE SPACES.
     05  ELL-DESCRIPTION         PIC X(30).
     05  FILLER                  PIC X(2)  VALUE SPACES.
     05  ELL-PAYMENT             PIC X(33).

 01  BATCH-LIST-LINE.
     05  BLL-BATCH-NO            PIC 9(5).
     05  FILLER                  PIC X(2)  VALUE SPACES.
     05  BLL-MAKER-ID            PIC X(8).
     05  FILLER                  PIC X(2)  VALUE SPACES.
     05  BLL-SUBMITTED-DATE      PIC X(8).
     05  FILLER                  PIC X(2)  VALUE SPACES.
     05  BLL-ENTRY-COUNT         PIC ZZZZZ9.
     05  FILLER                  PIC X(2)  VALUE SPACES.
     05  BLL-HASH-TOTAL          PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

 SCREEN SECTION.
     COPY CONFIRMS.

 01  MENU-SCREEN.
     05  VALUE "KEYED TRANSACTION BATCH APPROVAL" BLANK SCREEN
                                                   LINE 1 COL 25.
     05  VALUE "L - LIST BATCHES AWAITING APPROVAL" LINE 3 COL 10.
     05  VALUE "A - REVIEW AND APPROVE A BATCH"    LINE 4 COL 10.
     05  VALUE "F - REFUSE A BATCH BACK TO ITS MAKER"
                                                   LINE 5 COL 10.
     05  VALUE "X - EXIT"                          LINE 6 COL 10.
     05  VALUE "OPTION: "                          LINE 8 COL 10.
     05  MENU-OPTION-INPUT                         LINE 8 COL 18
         PIC X TO MENU-OPTION.

 01  BATCH-KEY-SCREEN.
     05  VALUE "BATCH NUMBER:   "                  LINE 10 COL 10.
     05  BATCH-KEY-INPUT                           LINE 10 COL 26
         PIC X(5) TO WORK-BATCH-KEY.

 01  REFUSAL-NOTE-SCREEN.
     05  VALUE "REASON FOR REFUSAL: "              LINE 12 COL 10.
     05  REFUSAL-NOTE-INPUT                        LINE 12 COL 30
         PIC X(30) TO REFUSAL-NOTE.

 01  OPERATOR-ID-SCREEN.
     05  VALUE "OPERATOR ID: "                     LINE 18 COL 10.
     05  OPERATOR-ID-INPUT                         LINE 18 COL 23
         PIC X(8) TO OPERATOR-ID.

PROCEDURE DIVISION.
MAIN-PARAGRAPH.
    MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME
    MOVE CURRENT-DATE-TIME(1:8) TO TODAY-DATE

    PERFORM GET-OPERATOR-ID
    IF OPERATOR-ID = SPACES
        DISPLAY "OPERATOR ID REQUIRED FOR KEYED BATCHES"
        MOVE 8 TO RETURN-CODE
    ELSE
        PERFORM OPEN-SUPPORT-FILES
        IF NO-PENDING-FILE
            DISPLAY "NO PENDING BATCHES"
            MOVE 0 TO RETURN-CODE
        ELSE
            IF APPROVE-ERROR
                MOVE 12 TO RETURN-CODE
            ELSE
                PERFORM PROCESS-MENU
                    UNTIL OPTION-EXIT OR APPROVE-ERROR
                CLOSE PENDING-FILE
                CLOSE ACCOUNT-MASTER
                IF HOLDS-OPENED
                    CLOSE HOLDS-FILE
                END-IF
                IF APPROVE-ERROR
                    MOVE 12 TO RETURN-CODE
                ELSE
                    MOVE 0 TO RETURN-CODE
                END-IF
            END-IF
        END-IF
    END-IF
    STOP RUN.

 *> Maker and checker are told apart by operator id alone, so
 *> no batch is approved or refused without one.
GET-OPERATOR-ID.
    MOVE SPACES TO OPERATOR-ID
    ACCEPT OPERATOR-ID FROM ENVIRONMENT "BATCH_APPROVE_OPERATOR"
    IF OPERATOR-ID = SPACES
        DISPLAY OPERATOR-ID-SCREEN
        ACCEPT OPERATOR-ID-SCREEN
    END-IF
    MOVE FUNCTION UPPER-CASE(OPERATOR-ID) TO OPERATOR-ID.

 *> No PENDTRN means no batch has ever been keyed.
OPEN-SUPPORT-FILES.
    OPEN I-O PENDING-FILE
    IF PENDING-STATUS = "35"
        MOVE "Y" TO NO-PENDING-SW
    ELSE
        IF PENDING-STATUS NOT = "00"
            MOVE "Y" TO APPROVE-ERROR-SW
            DISPLAY "ERROR OPENING PENDING BATCH FILE, STATUS="
                PENDING-STATUS
        ELSE
            OPEN INPUT ACCOUNT-MASTER
            IF MASTER-STATUS NOT = "00"
                MOVE "Y" TO APPROVE-ERROR-SW
                DISPLAY "ERROR OPENING ACCOUNT MASTER, STATUS="
                    MASTER-STATUS
                CLOSE PENDING-FILE
            ELSE
                PERFORM OPEN-HOLDS-FILE
                IF APPROVE-ERROR
                    CLOSE PENDING-FILE
                    CLOSE ACCOUNT-MASTER
                END-IF
            END-IF
        END-IF
    END-IF.

 *> As in the daily run, no HOLDFILE means nothing is held.
OPEN-HOLDS-FILE.
    MOVE "N" TO HOLDS-OPEN-SW
    OPEN INPUT HOLDS-FILE
    IF HOLDS-STATUS = "00"
        MOVE "Y" TO HOLDS-OPEN-SW
    ELSE
        IF HOLDS-STATUS NOT = "35"
            MOVE "Y" TO APPROVE-ERROR-SW
            DISPLAY "ERROR OPENING FUNDS HOLDS FILE, STATUS="
                HOLDS-STATUS
        END-IF
    END-IF.

PROCESS-MENU.
    MOVE SPACE TO MENU-OPTION
    DISPLAY MENU-SCREEN
    ACCEPT MENU-SCREEN
    MOVE FUNCTION UPPER-CASE(MENU-OPTION) TO MENU-OPTION
    IF OPTION-LIST
        PERFORM LIST-SUBMITTED-BATCHES
    ELSE
        IF OPTION-APPROVE
            PERFORM REVIEW-AND-APPROVE
        ELSE
            IF OPTION-REFUSE
                PERFORM REFUSE-BATCH
            ELSE
                IF NOT OPTION-EXIT
                    DISPLAY "INVALID OPTION - ENTER L, A, F OR X"
                END-IF
            END-IF
        END-IF
    END-IF.

LIST-SUBMITTED-BATCHES.
    DISPLAY "BATCH  MAKER     SUBMITTED  ENTRIES"
        "                 TOTAL"
    MOVE "N" TO SCAN-END-SW
    MOVE ZERO TO PND-BATCH-NO
    MOVE ZERO TO PND-ENTRY-NO
    START PENDING-FILE KEY IS NOT LESS THAN PND-KEY
        INVALID KEY
            MOVE "Y" TO SCAN-END-SW
    END-START
    PERFORM UNTIL SCAN-END
        READ PENDING-FILE NEXT RECORD
            AT END
                MOVE "Y" TO SCAN-END-SW
            NOT AT END
                IF PND-ENTRY-NO = ZERO AND PND-BATCH-SUBMITTED
                    MOVE PND-BATCH-NO TO BLL-BATCH-NO
                    MOVE PND-MAKER-ID TO BLL-MAKER-ID
                    MOVE PND-SUBMITTED-DATE TO BLL-SUBMITTED-DATE
                    MOVE PND-ENTRY-COUNT TO BLL-ENTRY-COUNT
                    MOVE PND-HASH-TOTAL TO BLL-HASH-TOTAL
                    DISPLAY BATCH-LIST-LINE
                END-IF
        END-READ
    END-PERFORM.

 *> Reads the keyed batch's control record and entries and
 *> decides whether this operator may act on it: the batch must
 *> be awaiting approval and the operator must neither have made
 *> it nor keyed or changed any of its entries.
GET-SUBMITTED-BATCH.
    MOVE "N" TO DECISION-ALLOWED-SW
    MOVE SPACES TO WORK-BATCH-KEY
    DISPLAY BATCH-KEY-SCREEN
    ACCEPT BATCH-KEY-SCREEN
    IF WORK-BATCH-KEY-NUM NOT NUMERIC
        DISPLAY "BATCH NUMBER MUST BE 5 DIGITS"
    ELSE
        MOVE WORK-BATCH-KEY-NUM TO WORK-BATCH-NO
        MOVE WORK-BATCH-NO TO PND-BATCH-NO
        MOVE ZERO TO PND-ENTRY-NO
        READ PENDING-FILE
            INVALID KEY
                DISPLAY "BATCH NOT ON FILE: " WORK-BATCH-NO
            NOT INVALID KEY
                PERFORM CHECK-BATCH-DECIDABLE
        END-READ
    END-IF.

CHECK-BATCH-DECIDABLE.
    PERFORM SET-BATCH-STATUS-TEXT
    IF NOT PND-BATCH-SUBMITTED
        DISPLAY "BATCH " WORK-BATCH-NO " IS " BATCH-STATUS-TEXT
            " - ONLY A SUBMITTED BATCH CAN BE DECIDED"
    ELSE
        MOVE PENDING-RECORD TO BATCH-CONTROL-IMAGE
        MOVE PND-SUBMITTED-DATE TO REVIEWED-SUBMITTED-DATE
        MOVE PND-SUBMIT-NO TO REVIEWED-SUBMIT-NO
        MOVE PND-ENTRY-COUNT TO REVIEWED-ENTRY-COUNT
        MOVE PND-HASH-TOTAL TO REVIEWED-HASH-TOTAL
        PERFORM LOAD-BATCH-ENTRIES
        IF NOT APPROVE-ERROR
            MOVE "N" TO KEYED-BY-CHECKER-SW
            PERFORM VARYING ENTRY-SUB FROM 1 BY 1
                    UNTIL ENTRY-SUB > ENTRY-COUNT
                IF BE-KEYED-BY(ENTRY-SUB) = OPERATOR-ID
                    MOVE "Y" TO KEYED-BY-CHECKER-SW
                END-IF
            END-PERFORM
            MOVE BATCH-CONTROL-IMAGE TO PENDING-RECORD
            IF PND-MAKER-ID = OPERATOR-ID OR KEYED-BY-CHECKER
                DISPLAY "A MAKER MAY NOT APPROVE OR REFUSE THEIR"
                    " OWN BATCH"
                MOVE "DENIED" TO LOG-ACTION
                MOVE "OPERATOR MADE OR KEYED THIS BATCH"
                    TO LOG-NOTE
                PERFORM WRITE-BATCH-LOG
            ELSE
                MOVE "Y" TO DECISION-ALLOWED-SW
            END-IF
        END-IF
    END-IF.

SET-BATCH-STATUS-TEXT.
    MOVE "UNKNOWN" TO BATCH-STATUS-TEXT
    IF PND-BATCH-OPEN
        MOVE "OPEN" TO BATCH-STATUS-TEXT
    END-IF
    IF PND-BATCH-SUBMITTED
        MOVE "SUBMITTED" TO BATCH-STATUS-TEXT
    END-IF
    IF PND-BATCH-REFUSED
        MOVE "REFUSED" TO BATCH-STATUS-TEXT
    END-IF
    IF PND-BATCH-APPROVED
        MOVE "APPROVED" TO BATCH-STATUS-TEXT
    END-IF
    IF PND-BATCH-CANCELLED
        MOVE "CANCELLED" TO BATCH-STATUS-TEXT
    END-IF.

LOAD-BATCH-ENTRIES.
    MOVE ZERO TO ENTRY-COUNT
    MOVE "N" TO SCAN-END-SW
    MOVE WORK-BATCH-NO TO PND-BATCH-NO
    MOVE 1 TO PND-ENTRY-NO
    START PENDING-FILE KEY IS NOT LESS THAN PND-KEY
        INVALID KEY
            MOVE "Y" TO SCAN-END-SW
    END-START
    PERFORM UNTIL SCAN-END
        READ PENDING-FILE NEXT RECORD
            AT END
                MOVE "Y" TO SCAN-END-SW
            NOT AT END
                IF PND-BATCH-NO NOT = WORK-BATCH-NO
                    MOVE "Y" TO SCAN-END-SW
                ELSE
                    PERFORM STORE-BATCH-ENTRY
                END-IF
        END-READ
    END-PERFORM.

STORE-BATCH-ENTRY.
    IF ENTRY-COUNT >= ENTRY-LIMIT
        MOVE "Y" TO SCAN-END-SW
        MOVE "Y" TO APPROVE-ERROR-SW
        DISPLAY "MORE THAN " ENTRY-LIMIT " ENTRIES ON BATCH "
            WORK-BATCH-NO
    ELSE
        ADD 1 TO ENTRY-COUNT
        MOVE PND-ENTRY-NO TO BE-ENTRY-NO(ENTRY-COUNT)
        MOVE PND-ENTRY-STATUS TO BE-STATUS(ENTRY-COUNT)
        MOVE PND-KEYED-BY TO BE-KEYED-BY(ENTRY-COUNT)
        MOVE PND-ENTRY-DATA TO BE-DATA(ENTRY-COUNT)
        MOVE SPACES TO BE-EDIT-REASON(ENTRY-COUNT)
    END-IF.

 *> Every entry is edited again against today's master and
 *> holds, and the count and total must still agree with those
 *> submitted, before the checker is asked to approve.
REVIEW-AND-APPROVE.
    PERFORM GET-SUBMITTED-BATCH
    IF DECISION-ALLOWED
        PERFORM EDIT-WHOLE-BATCH
        PERFORM SHOW-BATCH-REVIEW
        IF LIVE-COUNT NOT = PND-ENTRY-COUNT
         OR LIVE-HASH NOT = PND-HASH-TOTAL
            DISPLAY "BATCH NO LONGER AGREES WITH ITS SUBMITTED"
                " TOTALS - IT CANNOT BE APPROVED"
            MOVE "DENIED" TO LOG-ACTION
            MOVE "TOTALS DIFFER FROM SUBMISSION" TO LOG-NOTE
            PERFORM WRITE-BATCH-LOG
        ELSE
            IF FAILED-COUNT > ZERO
                DISPLAY FAILED-COUNT " ENTRIES NOW FAIL THE EDITS -"
                    " REFUSE THE BATCH BACK TO ITS MAKER"
                MOVE "DENIED" TO LOG-ACTION
                MOVE SPACES TO LOG-NOTE
                STRING FAILED-COUNT " ENTRIES FAIL THE EDITS"
                    DELIMITED BY SIZE INTO LOG-NOTE
                PERFORM WRITE-BATCH-LOG
            ELSE
                DISPLAY "APPROVE AND RELEASE THIS BATCH?"
                PERFORM CONFIRM-ACTION
                IF RESPONSE-IS-YES
                    PERFORM APPROVE-BATCH
                ELSE
                    DISPLAY "BATCH LEFT AWAITING APPROVAL"
                END-IF
            END-IF
        END-IF
    END-IF.

SHOW-BATCH-REVIEW.
    MOVE BATCH-CONTROL-IMAGE TO PENDING-RECORD
    DISPLAY " "
    DISPLAY "BATCH " WORK-BATCH-NO " MADE BY " PND-MAKER-ID
        " ON " PND-CREATED-DATE " SUBMITTED " PND-SUBMITTED-DATE
    DISPLAY "ENTRY TRANS ID    DATE      ACCOUNT             AMOUNT"
        "    KEYED BY  EDIT  DESCRIPTION"
    PERFORM SHOW-ENTRY-LINE
        VARYING ENTRY-SUB FROM 1 BY 1
        UNTIL ENTRY-SUB > ENTRY-COUNT
    MOVE PND-ENTRY-COUNT TO COUNT-DISPLAY
    MOVE PND-HASH-TOTAL TO HASH-DISPLAY
    DISPLAY "SUBMITTED ENTRIES: " COUNT-DISPLAY "  TOTAL: "
        HASH-DISPLAY
    MOVE LIVE-COUNT TO COUNT-DISPLAY
    MOVE LIVE-HASH TO HASH-DISPLAY
    DISPLAY "ON FILE NOW:       " COUNT-DISPLAY "  TOTAL: "
        HASH-DISPLAY.

SHOW-ENTRY-LINE.
    IF BE-LIVE(ENTRY-SUB)
        MOVE SPACES TO TRANS-RECORD
        MOVE BE-DATA(ENTRY-SUB) TO TRANS-DETAIL-DATA
        MOVE BE-ENTRY-NO(ENTRY-SUB) TO ELL-ENTRY-NO
        MOVE TRANS-ID TO ELL-TRANS-ID
        MOVE TRANS-DATE TO ELL-DATE
        MOVE TRANS-ACCOUNT-NO TO ELL-ACCOUNT-NO
        IF TRANS-AMOUNT NUMERIC
            MOVE TRANS-AMOUNT TO ELL-AMOUNT
        ELSE
            MOVE ZERO TO ELL-AMOUNT
        END-IF
        MOVE TRANS-DR-CR TO ELL-DR-CR
        MOVE BE-KEYED-BY(ENTRY-SUB) TO ELL-KEYED-BY
        MOVE BE-EDIT-REASON(ENTRY-SUB) TO ELL-EDIT-REASON
        IF BE-EDIT-REASON(ENTRY-SUB) = SPACES
            MOVE "OK" TO ELL-EDIT-REASON
        END-IF
        MOVE TRANS-DESCRIPTION TO ELL-DESCRIPTION
        MOVE SPACES TO ELL-PAYMENT
        IF TRANS-EXTERNAL-PAYMENT
            STRING "TO " TRANS-BENEF-BANK " " TRANS-BENEF-ACCOUNT
                DELIMITED BY SIZE INTO ELL-PAYMENT
        END-IF
        DISPLAY ENTRY-LIST-LINE
    END-IF.

 *> The batch is marked approved before it is released, so a
 *> batch can never reach KEYTRN twice.  If the release cannot
 *> be finished the batch goes back to awaiting approval.  Any
 *> part batch already written has no trailer, and the intake
 *> holds the whole KEYTRN feeder while it is there, so it has
 *> to be taken off KEYTRN before the next intake run.
APPROVE-BATCH.
    MOVE "N" TO BATCH-UNCHANGED-SW
    MOVE WORK-BATCH-NO TO PND-BATCH-NO
    MOVE ZERO TO PND-ENTRY-NO
    READ PENDING-FILE
        INVALID KEY
            MOVE "Y" TO APPROVE-ERROR-SW
            DISPLAY "BATCH CONTROL RECORD MISSING, STATUS="
                PENDING-STATUS
        NOT INVALID KEY
            PERFORM CHECK-BATCH-UNCHANGED
            IF BATCH-UNCHANGED
                MOVE "A" TO PND-BATCH-STATUS
                MOVE OPERATOR-ID TO PND-CHECKER-ID
                MOVE TODAY-DATE TO PND-DECIDED-DATE
                MOVE SPACES TO PND-REFUSAL-NOTE
                REWRITE PENDING-RECORD
                    INVALID KEY
                        MOVE "Y" TO APPROVE-ERROR-SW
                        DISPLAY "ERROR REWRITING BATCH CONTROL,"
                            " STATUS=" PENDING-STATUS
                END-REWRITE
            END-IF
    END-READ
    IF BATCH-UNCHANGED AND NOT APPROVE-ERROR
        PERFORM RELEASE-BATCH
        IF RELEASE-FAILED
            PERFORM RESTORE-SUBMITTED-STATUS
        ELSE
            MOVE "APPROVE" TO LOG-ACTION
            MOVE RELEASE-COUNT TO COUNT-DISPLAY
            MOVE RELEASE-HASH TO HASH-DISPLAY
            MOVE SPACES TO LOG-NOTE
            STRING "ENTRIES" COUNT-DISPLAY " TOTAL " HASH-DISPLAY
                DELIMITED BY SIZE INTO LOG-NOTE
            PERFORM WRITE-BATCH-LOG
            DISPLAY "BATCH " WORK-BATCH-NO " APPROVED - "
                COUNT-DISPLAY " ENTRIES RELEASED TO KEYTRN"
        END-IF
    END-IF.

RELEASE-BATCH.
    MOVE "N" TO RELEASE-FAILED-SW
    MOVE ZERO TO RELEASE-COUNT
    MOVE ZERO TO RELEASE-HASH
    OPEN EXTEND RELEASE-FILE
    IF RELEASE-STATUS NOT = "00"
        OPEN OUTPUT RELEASE-FILE
    END-IF
    IF RELEASE-STATUS NOT = "00"
        MOVE "Y" TO RELEASE-FAILED-SW
        DISPLAY "ERROR OPENING KEYTRN, STATUS=" RELEASE-STATUS
    ELSE
        MOVE SPACES TO TRANS-RECORD
        MOVE "H" TO TRANS-REC-TYPE
        STRING "KB" WORK-BATCH-NO DELIMITED BY SIZE
            INTO HDR-BATCH-ID
        MOVE TODAY-DATE TO HDR-CREATE-DATE
        PERFORM WRITE-RELEASE-RECORD
        PERFORM RELEASE-ENTRY
            VARYING ENTRY-SUB FROM 1 BY 1
            UNTIL ENTRY-SUB > ENTRY-COUNT OR RELEASE-FAILED
        IF NOT RELEASE-FAILED
            MOVE SPACES TO TRANS-RECORD
            MOVE "T" TO TRANS-REC-TYPE
            MOVE RELEASE-COUNT TO TRL-RECORD-COUNT
            MOVE RELEASE-HASH TO TRL-HASH-TOTAL
            PERFORM WRITE-RELEASE-RECORD
        END-IF
        CLOSE RELEASE-FILE
    END-IF.

RELEASE-ENTRY.
    IF BE-LIVE(ENTRY-SUB)
        MOVE SPACES TO TRANS-RECORD
        MOVE "D" TO TRANS-REC-TYPE
        MOVE BE-DATA(ENTRY-SUB) TO TRANS-DETAIL-DATA
        PERFORM WRITE-RELEASE-RECORD
        IF NOT RELEASE-FAILED
            ADD 1 TO RELEASE-COUNT
            ADD TRANS-AMOUNT TO RELEASE-HASH
        END-IF
    END-IF.

WRITE-RELEASE-RECORD.
    IF NOT RELEASE-FAILED
        WRITE RELEASE-RECORD FROM TRANS-RECORD
        IF RELEASE-STATUS NOT = "00"
            MOVE "Y" TO RELEASE-FAILED-SW
            DISPLAY "ERROR WRITING KEYTRN, STATUS=" RELEASE-STATUS
        END-IF
    END-IF.

RESTORE-SUBMITTED-STATUS.
    DISPLAY "BATCH " WORK-BATCH-NO " NOT RELEASED - LEFT AWAITING"
        " APPROVAL"
    DISPLAY "REMOVE THE HEADER KB" WORK-BATCH-NO
        " AND ANY DETAILS AFTER IT FROM KEYTRN BEFORE THE INTAKE"
        " RUNS"
    MOVE WORK-BATCH-NO TO PND-BATCH-NO
    MOVE ZERO TO PND-ENTRY-NO
    READ PENDING-FILE
        INVALID KEY
            MOVE "Y" TO APPROVE-ERROR-SW
            DISPLAY "BATCH CONTROL RECORD MISSING, STATUS="
                PENDING-STATUS
        NOT INVALID KEY
            MOVE "S" TO PND-BATCH-STATUS
            MOVE SPACES TO PND-CHECKER-ID
            MOVE SPACES TO PND-DECIDED-DATE
            REWRITE PENDING-RECORD
                INVALID KEY
                    MOVE "Y" TO APPROVE-ERROR-SW
                    DISPLAY "ERROR REWRITING BATCH CONTROL, STATUS="
                        PENDING-STATUS
                    DISPLAY "BATCH " WORK-BATCH-NO
                        " SHOWS APPROVED BUT WAS NOT RELEASED"
            END-REWRITE
    END-READ
    MOVE "Y" TO APPROVE-ERROR-SW.

 *> Another checker may have decided the batch, or its maker
 *> reopened, changed and resubmitted it, while it was on this
 *> screen.  The control record just read must still show the
 *> submission that was reviewed.
CHECK-BATCH-UNCHANGED.
    MOVE "N" TO BATCH-UNCHANGED-SW
    IF PND-BATCH-SUBMITTED
     AND PND-SUBMITTED-DATE = REVIEWED-SUBMITTED-DATE
     AND PND-SUBMIT-NO = REVIEWED-SUBMIT-NO
     AND PND-ENTRY-COUNT = REVIEWED-ENTRY-COUNT
     AND PND-HASH-TOTAL = REVIEWED-HASH-TOTAL
        MOVE "Y" TO BATCH-UNCHANGED-SW
    ELSE
        DISPLAY "BATCH CHANGED SINCE IT WAS REVIEWED"
        MOVE "DENIED" TO LOG-ACTION
        MOVE "BATCH CHANGED SINCE IT WAS REVIEWED" TO LOG-NOTE
        PERFORM WRITE-BATCH-LOG
    END-IF.

REFUSE-BATCH.
    PERFORM GET-SUBMITTED-BATCH
    IF DECISION-ALLOWED
        MOVE SPACES TO REFUSAL-NOTE
        PERFORM UNTIL REFUSAL-NOTE NOT = SPACES
            DISPLAY REFUSAL-NOTE-SCREEN
            ACCEPT REFUSAL-NOTE-SCREEN
            IF REFUSAL-NOTE = SPACES
                DISPLAY "A REASON MUST BE GIVEN FOR A REFUSAL"
            END-IF
        END-PERFORM
        DISPLAY "REFUSE BATCH " WORK-BATCH-NO " BACK TO "
            PND-MAKER-ID "?"
        PERFORM CONFIRM-ACTION
        IF RESPONSE-IS-YES
            PERFORM MARK-BATCH-REFUSED
        ELSE
            DISPLAY "BATCH LEFT AWAITING APPROVAL"
        END-IF
    END-IF.

MARK-BATCH-REFUSED.
    MOVE "N" TO BATCH-UNCHANGED-SW
    MOVE WORK-BATCH-NO TO PND-BATCH-NO
    MOVE ZERO TO PND-ENTRY-NO
    READ PENDING-FILE
        INVALID KEY
            MOVE "Y" TO APPROVE-ERROR-SW
            DISPLAY "BATCH CONTROL RECORD MISSING, STATUS="
                PENDING-STATUS
        NOT INVALID KEY
            PERFORM CHECK-BATCH-UNCHANGED
            IF BATCH-UNCHANGED
                MOVE "R" TO PND-BATCH-STATUS
                MOVE OPERATOR-ID TO PND-CHECKER-ID
                MOVE TODAY-DATE TO PND-DECIDED-DATE
                MOVE REFUSAL-NOTE TO PND-REFUSAL-NOTE
                REWRITE PENDING-RECORD
                    INVALID KEY
                        MOVE "Y" TO APPROVE-ERROR-SW
                        DISPLAY "ERROR REWRITING BATCH CONTROL,"
                            " STATUS=" PENDING-STATUS
                END-REWRITE
            END-IF
    END-READ
    IF BATCH-UNCHANGED AND NOT APPROVE-ERROR
        MOVE "REFUSE" TO LOG-ACTION
        MOVE REFUSAL-NOTE TO LOG-NOTE
        PERFORM WRITE-BATCH-LOG
        DISPLAY "BATCH " WORK-BATCH-NO " REFUSED BACK TO ITS MAKER"
    END-IF.

 *> Edits the batch's live entries in order, carrying each one
 *> that passes into the projected balances, as the daily run's
 *> cumulative edit will.
EDIT-WHOLE-BATCH.
    MOVE ZERO TO PENDING-ACCT-COUNT
    MOVE ZERO TO LIVE-COUNT
    MOVE ZERO TO LIVE-HASH
    MOVE ZERO TO FAILED-COUNT
    PERFORM EDIT-BATCH-ENTRY
        VARYING EDIT-SUB FROM 1 BY 1
        UNTIL EDIT-SUB > ENTRY-COUNT.

EDIT-BATCH-ENTRY.
    MOVE SPACES TO BE-EDIT-REASON(EDIT-SUB)
    IF BE-LIVE(EDIT-SUB)
        MOVE SPACES TO TRANS-RECORD
        MOVE "D" TO TRANS-REC-TYPE
        MOVE BE-DATA(EDIT-SUB) TO TRANS-DETAIL-DATA
        PERFORM EDIT-TRANSACTION
        ADD 1 TO LIVE-COUNT
        IF TRANS-AMOUNT NUMERIC
            ADD TRANS-AMOUNT TO LIVE-HASH
        END-IF
        IF EDIT-PASSED
            PERFORM APPLY-PENDING-MOVEMENT
        ELSE
            MOVE EDIT-REASON TO BE-EDIT-REASON(EDIT-SUB)
            ADD 1 TO FAILED-COUNT
        END-IF
    END-IF.

 *> The edits below are those of the batch entry screen, which
 *> mirror EDIT-TRANSACTION and its helpers in the daily run.
 *> A keyed amount must also be more than zero.
EDIT-TRANSACTION.
    MOVE SPACES TO EDIT-REASON
    IF TRANS-ID = SPACES
        MOVE "TRID" TO EDIT-REASON
    ELSE
        IF TRANS-ACCOUNT-NO = SPACES
            MOVE "ACCT" TO EDIT-REASON
        ELSE
            IF TRANS-AMOUNT NOT NUMERIC
                MOVE "AMNT" TO EDIT-REASON
            ELSE
                IF TRANS-AMOUNT = ZERO
                    MOVE "ZERO" TO EDIT-REASON
                ELSE
                    IF NOT TRANS-CREDIT AND NOT TRANS-DEBIT
                        MOVE "DRCR" TO EDIT-REASON
                    ELSE
                        PERFORM EDIT-PAYMENT-DETAILS
                        IF EDIT-PASSED
                            PERFORM EDIT-TRANS-DATE
                        END-IF
                    END-IF
                END-IF
            END-IF
        END-IF
    END-IF.

EDIT-PAYMENT-DETAILS.
    IF NOT TRANS-INTERNAL
        IF NOT TRANS-EXTERNAL-PAYMENT
         OR NOT TRANS-DEBIT
         OR TRANS-BENEF-BANK = SPACES
         OR TRANS-BENEF-ACCOUNT = SPACES
            MOVE "BENF" TO EDIT-REASON
        END-IF
    END-IF.

EDIT-TRANS-DATE.
    IF TRANS-DATE NOT NUMERIC
        MOVE "DATE" TO EDIT-REASON
    ELSE
        MOVE TRANS-DATE(1:4) TO EDIT-YYYY
        MOVE TRANS-DATE(5:2) TO EDIT-MM
        MOVE TRANS-DATE(7:2) TO EDIT-DD
        IF EDIT-YYYY = ZERO
         OR EDIT-MM < 01 OR EDIT-MM > 12
            MOVE "DATE" TO EDIT-REASON
        ELSE
            PERFORM SET-MONTH-END-DAY
            IF EDIT-DD < 01 OR EDIT-DD > MONTH-END-DAY
                MOVE "DATE" TO EDIT-REASON
            END-IF
        END-IF
    END-IF
    IF EDIT-PASSED
        PERFORM EDIT-ACCOUNT-MASTER
    END-IF.

EDIT-ACCOUNT-MASTER.
    MOVE TRANS-ACCOUNT-NO TO ACCT-ACCOUNT-NO
    READ ACCOUNT-MASTER
        INVALID KEY
            MOVE "NOAC" TO EDIT-REASON
        NOT INVALID KEY
            IF ACCT-CLOSED
                MOVE "CLSD" TO EDIT-REASON
            ELSE
                IF ACCT-DORMANT AND TRANS-DEBIT
                    MOVE "DORM" TO EDIT-REASON
                ELSE
                    PERFORM LOOK-UP-PENDING-BALANCE
                    IF TRANS-DEBIT
                        PERFORM EDIT-OVERDRAFT-LIMIT
                    END-IF
                END-IF
            END-IF
    END-READ.

LOOK-UP-PENDING-BALANCE.
    MOVE "N" TO PENDING-FOUND-SW
    MOVE ZERO TO PENDING-HIT
    PERFORM VARYING PENDING-SUB FROM 1 BY 1
            UNTIL PENDING-SUB > PENDING-ACCT-COUNT
               OR PENDING-FOUND
        IF PEND-ACCOUNT-NO(PENDING-SUB) = TRANS-ACCOUNT-NO
            MOVE "Y" TO PENDING-FOUND-SW
            MOVE PENDING-SUB TO PENDING-HIT
        END-IF
    END-PERFORM
    IF NOT PENDING-FOUND
        ADD 1 TO PENDING-ACCT-COUNT
        MOVE TRANS-ACCOUNT-NO TO PEND-ACCOUNT-NO(PENDING-ACCT-COUNT)
        MOVE ACCT-BALANCE TO PEND-BALANCE(PENDING-ACCT-COUNT)
        PERFORM TOTAL-ACCOUNT-HOLDS
        MOVE ACCOUNT-HELD TO PEND-HELD(PENDING-ACCT-COUNT)
        MOVE PENDING-ACCT-COUNT TO PENDING-HIT
    END-IF.

EDIT-OVERDRAFT-LIMIT.
    COMPUTE PROJECTED-BALANCE =
        PEND-BALANCE(PENDING-HIT) - TRANS-AMOUNT
    MOVE PEND-HELD(PENDING-HIT) TO ACCOUNT-HELD
    COMPUTE OVERDRAFT-FLOOR = ZERO - ACCT-OVERDRAFT-LIMIT
    IF PROJECTED-BALANCE < OVERDRAFT-FLOOR
        MOVE "OVDR" TO EDIT-REASON
    ELSE
        COMPUTE AVAILABLE-BALANCE = PROJECTED-BALANCE - ACCOUNT-HELD
        IF AVAILABLE-BALANCE < OVERDRAFT-FLOOR
            MOVE "HOLD" TO EDIT-REASON
        END-IF
    END-IF.

TOTAL-ACCOUNT-HOLDS.
    MOVE ZERO TO ACCOUNT-HELD
    IF HOLDS-OPENED
        MOVE "N" TO HOLD-SCAN-END-SW
        MOVE TRANS-ACCOUNT-NO TO HOLD-ACCOUNT-NO
        MOVE LOW-VALUES TO HOLD-ID
        START HOLDS-FILE KEY IS NOT LESS THAN HOLD-KEY
            INVALID KEY
                MOVE "Y" TO HOLD-SCAN-END-SW
        END-START
        PERFORM UNTIL HOLD-SCAN-END
            READ HOLDS-FILE NEXT RECORD
                AT END
                    MOVE "Y" TO HOLD-SCAN-END-SW
                NOT AT END
                    IF HOLD-ACCOUNT-NO NOT = TRANS-ACCOUNT-NO
                        MOVE "Y" TO HOLD-SCAN-END-SW
                    ELSE
                        IF HOLD-ACTIVE
                         AND (HOLD-EXPIRY-DATE = SPACES
                              OR HOLD-EXPIRY-DATE >= TODAY-DATE)
                            ADD HOLD-AMOUNT TO ACCOUNT-HELD
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
    END-IF.

APPLY-PENDING-MOVEMENT.
    IF PENDING-HIT > ZERO
        IF TRANS-DEBIT
            SUBTRACT TRANS-AMOUNT
                FROM PEND-BALANCE(PENDING-HIT)
        ELSE
            ADD TRANS-AMOUNT TO PEND-BALANCE(PENDING-HIT)
        END-IF
    END-IF.

SET-MONTH-END-DAY.
    IF EDIT-MM = 04 OR EDIT-MM = 06 OR EDIT-MM = 09 OR EDIT-MM = 11
        MOVE 30 TO MONTH-END-DAY
    ELSE
        IF EDIT-MM = 02
            MOVE 28 TO MONTH-END-DAY
            DIVIDE EDIT-YYYY BY 4 GIVING LEAP-QUOTIENT
                REMAINDER LEAP-REMAINDER
            IF LEAP-REMAINDER = ZERO
                DIVIDE EDIT-YYYY BY 100 GIVING LEAP-QUOTIENT
                    REMAINDER LEAP-REMAINDER
                IF LEAP-REMAINDER NOT = ZERO
                    MOVE 29 TO MONTH-END-DAY
                ELSE
                    DIVIDE EDIT-YYYY BY 400 GIVING LEAP-QUOTIENT
                        REMAINDER LEAP-REMAINDER
                    IF LEAP-REMAINDER = ZERO
                        MOVE 29 TO MONTH-END-DAY
                    END-IF
                END-IF
            END-IF
        ELSE
            MOVE 31 TO MONTH-END-DAY
        END-IF
    END-IF.

 *> KEYLOG is shared with the batch entry screen and opened for
 *> each line.  A line that cannot be written ends the session,
 *> so nothing further is decided unlogged.
WRITE-BATCH-LOG.
    MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME
    OPEN EXTEND KEY-LOG-FILE
    IF KEYLOG-STATUS NOT = "00"
        OPEN OUTPUT KEY-LOG-FILE
    END-IF
    IF KEYLOG-STATUS NOT = "00"
        MOVE "Y" TO APPROVE-ERROR-SW
        DISPLAY "UNABLE TO OPEN KEY LOG, STATUS=" KEYLOG-STATUS
        DISPLAY "NOT LOGGED: " LOG-ACTION " BATCH " WORK-BATCH-NO
    ELSE
        MOVE SPACES TO KEY-LOG-RECORD
        MOVE CURRENT-DATE-TIME(1:8) TO KLG-DATE
        MOVE CURRENT-DATE-TIME(9:6) TO KLG-TIME
        MOVE OPERATOR-ID TO KLG-OPERATOR
        MOVE "BATCH_APPROVE" TO KLG-PROGRAM
        MOVE LOG-ACTION TO KLG-ACTION
        MOVE WORK-BATCH-NO TO KLG-BATCH-NO
        MOVE ZERO TO KLG-ENTRY-NO
        MOVE LOG-NOTE TO KLG-NOTE
        WRITE KEY-LOG-RECORD
        IF KEYLOG-STATUS NOT = "00"
            MOVE "Y" TO APPROVE-ERROR-SW
            DISPLAY "ERROR WRITING KEY LOG, STATUS=" KEYLOG-STATUS
            DISPLAY "NOT LOGGED: " LOG-ACTION " BATCH "
                WORK-BATCH-NO
        END-IF
        CLOSE KEY-LOG-FILE
    END-IF.

CONFIRM-ACTION.
    MOVE SPACE TO RESPONSE-IN-WS
    PERFORM UNTIL RESPONSE-IS-YES OR RESPONSE-IS-NO
        DISPLAY SIMPLE-QUESTION-SCREEN
        ACCEPT SIMPLE-QUESTION-SCREEN
        MOVE FUNCTION UPPER-CASE(RESPONSE-IN-WS) TO RESPONSE-IN-WS
        IF NOT RESPONSE-IS-YES AND NOT RESPONSE-IS-NO
            MOVE SPACE TO RESPONSE-IN-WS
        END-IF
    END-PERFORM.

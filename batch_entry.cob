 IDENTIFICATION DIVISION.
 PROGRAM-ID. BATCH_ENTRY.

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

     SELECT SEQUENCE-CONTROL-FILE ASSIGN TO "KEYSEQCTL"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS SEQCTL-STATUS.

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

 FD  SEQUENCE-CONTROL-FILE.
 01  SEQUENCE-CONTROL-RECORD.
     05  SEQ-LAST-USED              PIC 9(8).

 FD  KEY-LOG-FILE.
     COPY KEYLREC.

 WORKING-STORAGE SECTION.
     COPY CONFIRMW.

     COPY TRANSREC.

 01  PENDING-STATUS              PIC X(2)  VALUE "00".
 01  MASTER-STATUS               PIC X(2)  VALUE "00".
 01  HOLDS-STATUS                PIC X(2)  VALUE "00".
 01  SEQCTL-STATUS               PIC X(2)  VALUE "00".
 01  KEYLOG-STATUS               PIC X(2)  VALUE "00".
 01  HOLDS-OPEN-SW               PIC X(1)  VALUE "N".
     88  HOLDS-OPENED            VALUE "Y".
 01  HOLD-SCAN-END-SW            PIC X(1)  VALUE "N".
     88  HOLD-SCAN-END           VALUE "Y".

 01  CURRENT-DATE-TIME           PIC X(21) VALUE SPACES.
 01  TODAY-DATE                  PIC X(8)  VALUE SPACES.
 01  OPERATOR-ID                 PIC X(8)  VALUE SPACES.

 01  ENTRY-ERROR-SW              PIC X(1)  VALUE "N".
     88  ENTRY-ERROR             VALUE "Y".
 01  BATCH-DONE-SW               PIC X(1)  VALUE "N".
     88  BATCH-DONE              VALUE "Y".
 01  BATCH-STILL-OPEN-SW         PIC X(1)  VALUE "N".
     88  BATCH-STILL-OPEN        VALUE "Y".
 01  SCAN-END-SW                 PIC X(1)  VALUE "N".
     88  SCAN-END                VALUE "Y".

 01  MENU-OPTION                 PIC X(1)  VALUE SPACE.
     88  OPTION-NEW              VALUE "N".
     88  OPTION-OPEN             VALUE "O".
     88  OPTION-LIST             VALUE "L".
     88  OPTION-EXIT             VALUE "X".

 01  BATCH-OPTION                PIC X(1)  VALUE SPACE.
     88  BATCH-KEY-ENTRY         VALUE "K".
     88  BATCH-CHANGE-ENTRY      VALUE "C".
     88  BATCH-DELETE-ENTRY      VALUE "D".
     88  BATCH-VIEW              VALUE "V".
     88  BATCH-SUBMIT            VALUE "S".
     88  BATCH-CANCEL            VALUE "Z".
     88  BATCH-LEAVE             VALUE "X".

 *> Batch numbers come from KEYSEQCTL, carried across sessions.
 *> Each entry's trans id is K, the batch number and the entry
 *> number, so no two keyed entries can ever share an id.
 01  GEN-SEQUENCE                PIC 9(8)  VALUE ZERO.
 01  BATCH-NO-LIMIT              PIC 9(8)  VALUE 99999.
 01  WORK-BATCH-NO               PIC 9(5)  VALUE ZERO.
 01  WORK-BATCH-KEY              PIC X(5)  VALUE SPACES.
 01  WORK-BATCH-KEY-NUM REDEFINES WORK-BATCH-KEY
                                 PIC 9(5).
 01  WORK-ENTRY-KEY              PIC X(4)  VALUE SPACES.
 01  WORK-ENTRY-KEY-NUM REDEFINES WORK-ENTRY-KEY
                                 PIC 9(4).
 01  NEW-TRANS-ID.
     05  FILLER                  PIC X(1)  VALUE "K".
     05  NTI-BATCH-NO            PIC 9(5).
     05  NTI-ENTRY-NO            PIC 9(4).

 *> The open batch's control record and entries, held while the
 *> maker works on it.  BE-EDIT-REASON is the entry's result
 *> from the last whole-batch edit.
 01  BATCH-CONTROL-IMAGE         PIC X(138) VALUE SPACES.
 01  ENTRY-LIMIT                 PIC 9(4)  VALUE 500.
 01  ENTRY-COUNT                 PIC 9(4)  VALUE ZERO.
 01  ENTRY-SUB                   PIC 9(4)  VALUE ZERO.
 01  EDIT-SUB                    PIC 9(4)  VALUE ZERO.
 01  TARGET-SUB                  PIC 9(4)  VALUE ZERO.
 01  LIVE-COUNT                  PIC 9(6)  VALUE ZERO.
 01  LIVE-HASH                   PIC 9(13)V99 VALUE ZERO.
 01  FAILED-COUNT                PIC 9(4)  VALUE ZERO.
 01  BATCH-ENTRY-TABLE.
     05  BATCH-ENTRY OCCURS 500 TIMES.
         10  BE-ENTRY-NO         PIC 9(4).
         10  BE-STATUS           PIC X(1).
             88  BE-LIVE         VALUE "L".
         10  BE-KEYED-BY         PIC X(8).
         10  BE-DATA             PIC X(120).
         10  BE-EDIT-REASON      PIC X(4).

 01  CANDIDATE-RECORD            PIC X(121) VALUE SPACES.
 01  BEFORE-IMAGE                PIC X(120) VALUE SPACES.

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
 *> entries, so the overdraft and hold edits see the batch the
 *> way the daily run's cumulative edit will when it posts.
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

 01  WORK-DATE                   PIC X(8)  VALUE SPACES.
 01  WORK-ACCOUNT-NO             PIC X(10) VALUE SPACES.
 *> Amounts are keyed as eleven digits with two implied
 *> decimals, the same shape as they sit on the TRANSFILE.
 01  WORK-AMOUNT                 PIC X(11) VALUE SPACES.
 01  WORK-AMOUNT-NUM REDEFINES WORK-AMOUNT
                                 PIC 9(9)V99.
 01  WORK-DR-CR                  PIC X(1)  VALUE SPACE.
 01  WORK-DESCRIPTION            PIC X(30) VALUE SPACES.
 *> E makes the entry an external payment, I an ordinary one.
 01  WORK-PAYMENT-TYPE           PIC X(1)  VALUE SPACE.
 01  WORK-BENEF-BANK             PIC X(11) VALUE SPACES.
 01  WORK-BENEF-ACCOUNT          PIC X(20) VALUE SPACES.

 01  LOG-ACTION                  PIC X(8)  VALUE SPACES.
 01  LOG-ENTRY-NO                PIC 9(4)  VALUE ZERO.
 01  LOG-ENTRY-DATA              PIC X(120) VALUE SPACES.
 01  LOG-NOTE                    PIC X(40) VALUE SPACES.

 01  BATCH-STATUS-TEXT           PIC X(10) VALUE SPACES.
 01  AMOUNT-DISPLAY              PIC ZZZ.ZZZ.ZZ9,99.
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
     05  ELL-DESCRIPTION         PIC X(30).
     05  FILLER                  PIC X(2)  VALUE SPACES.
     05  ELL-PAYMENT             PIC X(33).

 01  BATCH-LIST-LINE.
     05  BLL-BATCH-NO            PIC 9(5).
     05  FILLER                  PIC X(2)  VALUE SPACES.
     05  BLL-STATUS              PIC X(10).
     05  FILLER                  PIC X(2)  VALUE SPACES.
     05  BLL-MAKER-ID            PIC X(8).
     05  FILLER                  PIC X(2)  VALUE SPACES.
     05  BLL-CREATED-DATE        PIC X(8).
     05  FILLER                  PIC X(2)  VALUE SPACES.
     05  BLL-ENTRY-COUNT         PIC ZZZZZ9.
     05  FILLER                  PIC X(2)  VALUE SPACES.
     05  BLL-HASH-TOTAL          PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
     05  FILLER                  PIC X(2)  VALUE SPACES.
     05  BLL-NOTE                PIC X(30).

 SCREEN SECTION.
     COPY CONFIRMS.

 01  MENU-SCREEN.
     05  VALUE "KEYED TRANSACTION BATCH ENTRY" BLANK SCREEN
                                                   LINE 1 COL 26.
     05  VALUE "N - START A NEW BATCH"             LINE 3 COL 10.
     05  VALUE "O - OPEN ONE OF YOUR BATCHES"      LINE 4 COL 10.
     05  VALUE "L - LIST BATCHES NOT YET APPROVED" LINE 5 COL 10.
     05  VALUE "X - EXIT"                          LINE 6 COL 10.
     05  VALUE "OPTION: "                          LINE 8 COL 10.
     05  MENU-OPTION-INPUT                         LINE 8 COL 18
         PIC X TO MENU-OPTION.

 01  BATCH-KEY-SCREEN.
     05  VALUE "BATCH NUMBER:   "                  LINE 10 COL 10.
     05  BATCH-KEY-INPUT                           LINE 10 COL 26
         PIC X(5) TO WORK-BATCH-KEY.

 01  BATCH-MENU-SCREEN.
     05  VALUE "K - KEY AN ENTRY"                  LINE 12 COL 10.
     05  VALUE "C - CHANGE AN ENTRY"               LINE 13 COL 10.
     05  VALUE "D - DELETE AN ENTRY"               LINE 14 COL 10.
     05  VALUE "V - VIEW THE ENTRIES"              LINE 15 COL 10.
     05  VALUE "S - SUBMIT FOR APPROVAL"           LINE 16 COL 10.
     05  VALUE "Z - CANCEL THE BATCH"              LINE 17 COL 10.
     05  VALUE "X - LEAVE THE BATCH OPEN"          LINE 18 COL 10.
     05  VALUE "BATCH OPTION: "                    LINE 20 COL 10.
     05  BATCH-OPTION-INPUT                        LINE 20 COL 24
         PIC X TO BATCH-OPTION.

 01  ENTRY-KEY-SCREEN.
     05  VALUE "ENTRY NUMBER:   "                  LINE 10 COL 10.
     05  ENTRY-KEY-INPUT                           LINE 10 COL 26
         PIC X(4) TO WORK-ENTRY-KEY.

 01  ENTRY-SCREEN.
     05  VALUE "ENTRY DETAILS - ON A CHANGE A BLANK KEEPS THE VALUE"
                                                   LINE 10 COL 1.
     05  VALUE "DATE (YYYYMMDD):  "                LINE 11 COL 1.
     05  ENTRY-DATE-INPUT                          LINE 11 COL 19
         PIC X(8) TO WORK-DATE.
     05  VALUE "(BLANK DATE ON A NEW ENTRY - TODAY)"
                                                   LINE 11 COL 30.
     05  VALUE "ACCOUNT NO:       "                LINE 12 COL 1.
     05  ENTRY-ACCT-INPUT                          LINE 12 COL 19
         PIC X(10) TO WORK-ACCOUNT-NO.
     05  VALUE "AMOUNT (9(9)V99): "                LINE 13 COL 1.
     05  ENTRY-AMOUNT-INPUT                        LINE 13 COL 19
         PIC X(11) TO WORK-AMOUNT.
     05  VALUE "DEBIT/CREDIT D/C: "                LINE 14 COL 1.
     05  ENTRY-DR-CR-INPUT                         LINE 14 COL 19
         PIC X TO WORK-DR-CR.
     05  VALUE "DESCRIPTION:      "                LINE 15 COL 1.
     05  ENTRY-DESC-INPUT                          LINE 15 COL 19
         PIC X(30) TO WORK-DESCRIPTION.
     05  VALUE "PAYMENT E/I:      "                LINE 16 COL 1.
     05  ENTRY-PAYMENT-INPUT                       LINE 16 COL 19
         PIC X TO WORK-PAYMENT-TYPE.
     05  VALUE "BENEFICIARY BANK: "                LINE 17 COL 1.
     05  ENTRY-BANK-INPUT                          LINE 17 COL 19
         PIC X(11) TO WORK-BENEF-BANK.
     05  VALUE "BENEFICIARY ACCT: "                LINE 18 COL 1.
     05  ENTRY-BENEF-ACCT-INPUT                    LINE 18 COL 19
         PIC X(20) TO WORK-BENEF-ACCOUNT.

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
        PERFORM READ-SEQUENCE-CONTROL
        IF NOT ENTRY-ERROR
            PERFORM OPEN-SUPPORT-FILES
        END-IF
        IF ENTRY-ERROR
            MOVE 12 TO RETURN-CODE
        ELSE
            PERFORM PROCESS-MENU UNTIL OPTION-EXIT OR ENTRY-ERROR
            CLOSE PENDING-FILE
            CLOSE ACCOUNT-MASTER
            IF HOLDS-OPENED
                CLOSE HOLDS-FILE
            END-IF
            IF ENTRY-ERROR
                MOVE 12 TO RETURN-CODE
            ELSE
                MOVE 0 TO RETURN-CODE
            END-IF
        END-IF
    END-IF
    STOP RUN.

 *> Maker and checker are told apart by operator id alone, so a
 *> keyed batch is never started or changed without one.
GET-OPERATOR-ID.
    MOVE SPACES TO OPERATOR-ID
    ACCEPT OPERATOR-ID FROM ENVIRONMENT "BATCH_ENTRY_OPERATOR"
    IF OPERATOR-ID = SPACES
        DISPLAY OPERATOR-ID-SCREEN
        ACCEPT OPERATOR-ID-SCREEN
    END-IF
    MOVE FUNCTION UPPER-CASE(OPERATOR-ID) TO OPERATOR-ID.

READ-SEQUENCE-CONTROL.
    OPEN INPUT SEQUENCE-CONTROL-FILE
    IF SEQCTL-STATUS = "35"
        MOVE ZERO TO GEN-SEQUENCE
    ELSE
        IF SEQCTL-STATUS NOT = "00"
            MOVE "Y" TO ENTRY-ERROR-SW
            DISPLAY "ERROR OPENING SEQUENCE CONTROL, STATUS="
                SEQCTL-STATUS
        ELSE
            READ SEQUENCE-CONTROL-FILE
                AT END
                    MOVE "Y" TO ENTRY-ERROR-SW
                    DISPLAY "SEQUENCE CONTROL FILE IS EMPTY -"
                        " RESTORE KEYSEQCTL BEFORE RERUN"
                NOT AT END
                    IF SEQ-LAST-USED NUMERIC
                        MOVE SEQ-LAST-USED TO GEN-SEQUENCE
                    ELSE
                        MOVE "Y" TO ENTRY-ERROR-SW
                        DISPLAY "SEQUENCE CONTROL NOT NUMERIC: "
                            SEQ-LAST-USED
                    END-IF
            END-READ
            CLOSE SEQUENCE-CONTROL-FILE
        END-IF
    END-IF.

WRITE-SEQUENCE-CONTROL.
    OPEN OUTPUT SEQUENCE-CONTROL-FILE
    IF SEQCTL-STATUS NOT = "00"
        MOVE "Y" TO ENTRY-ERROR-SW
        DISPLAY "UNABLE TO WRITE SEQUENCE CONTROL, STATUS="
            SEQCTL-STATUS
        DISPLAY "DO NOT RERUN UNTIL KEYSEQCTL HOLDS " GEN-SEQUENCE
    ELSE
        MOVE GEN-SEQUENCE TO SEQ-LAST-USED
        WRITE SEQUENCE-CONTROL-RECORD
        IF SEQCTL-STATUS NOT = "00"
            MOVE "Y" TO ENTRY-ERROR-SW
            DISPLAY "ERROR WRITING SEQUENCE CONTROL, STATUS="
                SEQCTL-STATUS
            DISPLAY "DO NOT RERUN UNTIL KEYSEQCTL HOLDS "
                GEN-SEQUENCE
        END-IF
        CLOSE SEQUENCE-CONTROL-FILE
    END-IF.

OPEN-SUPPORT-FILES.
    OPEN I-O PENDING-FILE
    IF PENDING-STATUS = "35"
        OPEN OUTPUT PENDING-FILE
        IF PENDING-STATUS = "00"
            CLOSE PENDING-FILE
            OPEN I-O PENDING-FILE
        END-IF
    END-IF
    IF PENDING-STATUS NOT = "00"
        MOVE "Y" TO ENTRY-ERROR-SW
        DISPLAY "ERROR OPENING PENDING BATCH FILE, STATUS="
            PENDING-STATUS
    ELSE
        OPEN INPUT ACCOUNT-MASTER
        IF MASTER-STATUS NOT = "00"
            MOVE "Y" TO ENTRY-ERROR-SW
            DISPLAY "ERROR OPENING ACCOUNT MASTER, STATUS="
                MASTER-STATUS
            CLOSE PENDING-FILE
        ELSE
            PERFORM OPEN-HOLDS-FILE
            IF ENTRY-ERROR
                CLOSE PENDING-FILE
                CLOSE ACCOUNT-MASTER
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
            MOVE "Y" TO ENTRY-ERROR-SW
            DISPLAY "ERROR OPENING FUNDS HOLDS FILE, STATUS="
                HOLDS-STATUS
        END-IF
    END-IF.

PROCESS-MENU.
    MOVE SPACE TO MENU-OPTION
    DISPLAY MENU-SCREEN
    ACCEPT MENU-SCREEN
    MOVE FUNCTION UPPER-CASE(MENU-OPTION) TO MENU-OPTION
    IF OPTION-NEW
        PERFORM START-NEW-BATCH
    ELSE
        IF OPTION-OPEN
            PERFORM OPEN-EXISTING-BATCH
        ELSE
            IF OPTION-LIST
                PERFORM LIST-PENDING-BATCHES
            ELSE
                IF NOT OPTION-EXIT
                    DISPLAY "INVALID OPTION - ENTER N, O, L OR X"
                END-IF
            END-IF
        END-IF
    END-IF.

START-NEW-BATCH.
    IF GEN-SEQUENCE >= BATCH-NO-LIMIT
        DISPLAY "BATCH NUMBERS EXHAUSTED - KEYSEQCTL HOLDS "
            GEN-SEQUENCE
    ELSE
        ADD 1 TO GEN-SEQUENCE
        MOVE GEN-SEQUENCE TO WORK-BATCH-NO
        MOVE SPACES TO PENDING-RECORD
        MOVE WORK-BATCH-NO TO PND-BATCH-NO
        MOVE ZERO TO PND-ENTRY-NO
        MOVE "O" TO PND-BATCH-STATUS
        MOVE OPERATOR-ID TO PND-MAKER-ID
        MOVE TODAY-DATE TO PND-CREATED-DATE
        MOVE ZERO TO PND-ENTRY-COUNT
        MOVE ZERO TO PND-HASH-TOTAL
        MOVE ZERO TO PND-LAST-ENTRY-NO
        MOVE ZERO TO PND-SUBMIT-NO
        WRITE PENDING-RECORD
            INVALID KEY
                MOVE "Y" TO ENTRY-ERROR-SW
                DISPLAY "BATCH " WORK-BATCH-NO
                    " ALREADY ON PENDTRN, STATUS=" PENDING-STATUS
                DISPLAY "DO NOT RERUN UNTIL KEYSEQCTL IS PAST THE"
                    " HIGHEST BATCH ON PENDTRN"
            NOT INVALID KEY
                PERFORM WRITE-SEQUENCE-CONTROL
        END-WRITE
        IF NOT ENTRY-ERROR
            MOVE PENDING-RECORD TO BATCH-CONTROL-IMAGE
            MOVE "NEWBATCH" TO LOG-ACTION
            MOVE ZERO TO LOG-ENTRY-NO
            MOVE SPACES TO LOG-ENTRY-DATA
            MOVE SPACES TO LOG-NOTE
            PERFORM WRITE-KEY-LOG
            DISPLAY "BATCH " WORK-BATCH-NO " STARTED"
            MOVE ZERO TO ENTRY-COUNT
            PERFORM WORK-ON-BATCH
        END-IF
    END-IF.

 *> Only a batch's maker may work on it, and only while it is
 *> open.  A refused batch is reopened for change first.
OPEN-EXISTING-BATCH.
    PERFORM GET-BATCH-KEY
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
                PERFORM CHECK-BATCH-OPENABLE
        END-READ
    END-IF.

CHECK-BATCH-OPENABLE.
    PERFORM SET-BATCH-STATUS-TEXT
    IF PND-MAKER-ID NOT = OPERATOR-ID
        DISPLAY "BATCH " WORK-BATCH-NO " BELONGS TO " PND-MAKER-ID
            " - ONLY ITS MAKER MAY CHANGE IT"
    ELSE
        IF PND-BATCH-REFUSED
            DISPLAY "BATCH " WORK-BATCH-NO " REFUSED BY "
                PND-CHECKER-ID " ON " PND-DECIDED-DATE
            DISPLAY "  " PND-REFUSAL-NOTE
            DISPLAY "REOPEN IT FOR CHANGE?"
            PERFORM CONFIRM-ACTION
            IF RESPONSE-IS-YES
                PERFORM REOPEN-BATCH
            END-IF
        ELSE
            IF PND-BATCH-OPEN
                MOVE PENDING-RECORD TO BATCH-CONTROL-IMAGE
                PERFORM LOAD-BATCH-ENTRIES
                IF NOT ENTRY-ERROR
                    PERFORM WORK-ON-BATCH
                END-IF
            ELSE
                DISPLAY "BATCH " WORK-BATCH-NO " IS "
                    BATCH-STATUS-TEXT " - IT CANNOT BE CHANGED"
            END-IF
        END-IF
    END-IF.

REOPEN-BATCH.
    MOVE "O" TO PND-BATCH-STATUS
    REWRITE PENDING-RECORD
        INVALID KEY
            MOVE "Y" TO ENTRY-ERROR-SW
            DISPLAY "ERROR REWRITING BATCH CONTROL, STATUS="
                PENDING-STATUS
        NOT INVALID KEY
            MOVE PENDING-RECORD TO BATCH-CONTROL-IMAGE
            MOVE "REOPEN" TO LOG-ACTION
            MOVE ZERO TO LOG-ENTRY-NO
            MOVE SPACES TO LOG-ENTRY-DATA
            MOVE PND-REFUSAL-NOTE TO LOG-NOTE
            PERFORM WRITE-KEY-LOG
            PERFORM LOAD-BATCH-ENTRIES
            IF NOT ENTRY-ERROR
                PERFORM WORK-ON-BATCH
            END-IF
    END-REWRITE.

GET-BATCH-KEY.
    MOVE SPACES TO WORK-BATCH-KEY
    DISPLAY BATCH-KEY-SCREEN
    ACCEPT BATCH-KEY-SCREEN.

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
        MOVE "Y" TO ENTRY-ERROR-SW
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

WORK-ON-BATCH.
    MOVE "N" TO BATCH-DONE-SW
    PERFORM PROCESS-BATCH-MENU UNTIL BATCH-DONE OR ENTRY-ERROR.

PROCESS-BATCH-MENU.
    MOVE SPACE TO BATCH-OPTION
    DISPLAY "BATCH " WORK-BATCH-NO " - MAKER " OPERATOR-ID
    DISPLAY BATCH-MENU-SCREEN
    ACCEPT BATCH-MENU-SCREEN
    MOVE FUNCTION UPPER-CASE(BATCH-OPTION) TO BATCH-OPTION
    IF BATCH-KEY-ENTRY
        PERFORM KEY-NEW-ENTRY
    ELSE
        IF BATCH-CHANGE-ENTRY
            PERFORM CHANGE-ENTRY
        ELSE
            IF BATCH-DELETE-ENTRY
                PERFORM DELETE-ENTRY
            ELSE
                IF BATCH-VIEW
                    PERFORM VIEW-BATCH-ENTRIES
                ELSE
                    IF BATCH-SUBMIT
                        PERFORM SUBMIT-BATCH
                    ELSE
                        IF BATCH-CANCEL
                            PERFORM CANCEL-BATCH
                        ELSE
                            IF BATCH-LEAVE
                                MOVE "Y" TO BATCH-DONE-SW
                            ELSE
                                DISPLAY "INVALID OPTION - ENTER K,"
                                    " C, D, V, S, Z OR X"
                            END-IF
                        END-IF
                    END-IF
                END-IF
            END-IF
        END-IF
    END-IF.

 *> A new entry is edited against the master and against the
 *> batch's earlier entries, and only written once it passes.
KEY-NEW-ENTRY.
    IF ENTRY-COUNT >= ENTRY-LIMIT
        DISPLAY "BATCH IS FULL AT " ENTRY-LIMIT " ENTRIES -"
            " SUBMIT IT AND START ANOTHER"
    ELSE
        PERFORM CLEAR-ENTRY-FIELDS
        DISPLAY ENTRY-SCREEN
        ACCEPT ENTRY-SCREEN
        MOVE BATCH-CONTROL-IMAGE TO PENDING-RECORD
        MOVE WORK-BATCH-NO TO NTI-BATCH-NO
        COMPUTE NTI-ENTRY-NO = PND-LAST-ENTRY-NO + 1
        MOVE SPACES TO TRANS-RECORD
        MOVE "D" TO TRANS-REC-TYPE
        MOVE NEW-TRANS-ID TO TRANS-ID
        MOVE TODAY-DATE TO TRANS-DATE
        MOVE ZERO TO TRANS-AMOUNT
        PERFORM APPLY-ENTRY-FIELDS
        COMPUTE TARGET-SUB = ENTRY-COUNT + 1
        PERFORM EDIT-CANDIDATE-ENTRY
        MOVE NTI-ENTRY-NO TO LOG-ENTRY-NO
        MOVE TRANS-DETAIL-DATA TO LOG-ENTRY-DATA
        IF NOT EDIT-PASSED
            PERFORM SET-REASON-TEXT
            DISPLAY "ENTRY NOT TAKEN - " EDIT-REASON " "
                REASON-TEXT
            MOVE "EDITFAIL" TO LOG-ACTION
            MOVE REASON-TEXT TO LOG-NOTE
            PERFORM WRITE-KEY-LOG
        ELSE
            PERFORM WRITE-NEW-ENTRY
        END-IF
    END-IF.

WRITE-NEW-ENTRY.
    PERFORM CHECK-BATCH-STILL-OPEN
    IF BATCH-STILL-OPEN
        IF PND-LAST-ENTRY-NO NOT = NTI-ENTRY-NO - 1
            DISPLAY "BATCH " WORK-BATCH-NO " CHANGED IN ANOTHER"
                " SESSION - ENTRY NOT SAVED, OPEN THE BATCH AGAIN"
            MOVE "Y" TO BATCH-DONE-SW
        ELSE
            PERFORM STORE-NEW-ENTRY
        END-IF
    END-IF.

STORE-NEW-ENTRY.
    MOVE SPACES TO PENDING-RECORD
    MOVE WORK-BATCH-NO TO PND-BATCH-NO
    MOVE NTI-ENTRY-NO TO PND-ENTRY-NO
    MOVE "L" TO PND-ENTRY-STATUS
    MOVE OPERATOR-ID TO PND-KEYED-BY
    MOVE TRANS-DETAIL-DATA TO PND-ENTRY-DATA
    WRITE PENDING-RECORD
        INVALID KEY
            MOVE "Y" TO ENTRY-ERROR-SW
            DISPLAY "ERROR WRITING ENTRY " NTI-ENTRY-NO
                ", STATUS=" PENDING-STATUS
        NOT INVALID KEY
            ADD 1 TO ENTRY-COUNT
            MOVE NTI-ENTRY-NO TO BE-ENTRY-NO(ENTRY-COUNT)
            MOVE "L" TO BE-STATUS(ENTRY-COUNT)
            MOVE OPERATOR-ID TO BE-KEYED-BY(ENTRY-COUNT)
            MOVE TRANS-DETAIL-DATA TO BE-DATA(ENTRY-COUNT)
            MOVE SPACES TO BE-EDIT-REASON(ENTRY-COUNT)
            PERFORM UPDATE-LAST-ENTRY-NO
    END-WRITE
    IF NOT ENTRY-ERROR
        MOVE "KEY" TO LOG-ACTION
        MOVE SPACES TO LOG-NOTE
        PERFORM WRITE-KEY-LOG
        DISPLAY "ENTRY " NTI-ENTRY-NO " ADDED AS " TRANS-ID
    END-IF.

UPDATE-LAST-ENTRY-NO.
    MOVE WORK-BATCH-NO TO PND-BATCH-NO
    MOVE ZERO TO PND-ENTRY-NO
    READ PENDING-FILE
        INVALID KEY
            MOVE "Y" TO ENTRY-ERROR-SW
            DISPLAY "BATCH CONTROL RECORD MISSING, STATUS="
                PENDING-STATUS
        NOT INVALID KEY
            IF PND-BATCH-OPEN
                MOVE NTI-ENTRY-NO TO PND-LAST-ENTRY-NO
                REWRITE PENDING-RECORD
                    INVALID KEY
                        MOVE "Y" TO ENTRY-ERROR-SW
                        DISPLAY "ERROR REWRITING BATCH CONTROL,"
                            " STATUS=" PENDING-STATUS
                    NOT INVALID KEY
                        MOVE PENDING-RECORD TO BATCH-CONTROL-IMAGE
                END-REWRITE
            ELSE
                MOVE "Y" TO ENTRY-ERROR-SW
                DISPLAY "BATCH " WORK-BATCH-NO " CLOSED WHILE ENTRY "
                    NTI-ENTRY-NO " WAS WRITTEN - ITS TOTALS WILL NOT"
                    " AGREE AND APPROVAL WILL BE DENIED"
            END-IF
    END-READ.

 *> The changed entry is edited against the entries before it;
 *> entries after it are edited again when the batch is
 *> submitted.
CHANGE-ENTRY.
    PERFORM FIND-LIVE-ENTRY
    IF ENTRY-SUB > ZERO
        MOVE SPACES TO TRANS-RECORD
        MOVE "D" TO TRANS-REC-TYPE
        MOVE BE-DATA(ENTRY-SUB) TO TRANS-DETAIL-DATA
        MOVE BE-DATA(ENTRY-SUB) TO BEFORE-IMAGE
        PERFORM SHOW-ENTRY
        PERFORM CLEAR-ENTRY-FIELDS
        DISPLAY ENTRY-SCREEN
        ACCEPT ENTRY-SCREEN
        PERFORM APPLY-ENTRY-FIELDS
        IF TRANS-DETAIL-DATA = BEFORE-IMAGE
            DISPLAY "NOTHING CHANGED"
        ELSE
            MOVE ENTRY-SUB TO TARGET-SUB
            PERFORM EDIT-CANDIDATE-ENTRY
            MOVE BE-ENTRY-NO(ENTRY-SUB) TO LOG-ENTRY-NO
            IF NOT EDIT-PASSED
                PERFORM SET-REASON-TEXT
                DISPLAY "CHANGE NOT TAKEN - " EDIT-REASON " "
                    REASON-TEXT
                MOVE "EDITFAIL" TO LOG-ACTION
                MOVE TRANS-DETAIL-DATA TO LOG-ENTRY-DATA
                MOVE REASON-TEXT TO LOG-NOTE
                PERFORM WRITE-KEY-LOG
            ELSE
                PERFORM REWRITE-CHANGED-ENTRY
            END-IF
        END-IF
    END-IF.

REWRITE-CHANGED-ENTRY.
    PERFORM CHECK-BATCH-STILL-OPEN
    IF BATCH-STILL-OPEN
        PERFORM STORE-CHANGED-ENTRY
    END-IF.

STORE-CHANGED-ENTRY.
    MOVE WORK-BATCH-NO TO PND-BATCH-NO
    MOVE BE-ENTRY-NO(ENTRY-SUB) TO PND-ENTRY-NO
    READ PENDING-FILE
        INVALID KEY
            MOVE "Y" TO ENTRY-ERROR-SW
            DISPLAY "ENTRY MISSING FROM PENDTRN, STATUS="
                PENDING-STATUS
        NOT INVALID KEY
            MOVE TRANS-DETAIL-DATA TO PND-ENTRY-DATA
            MOVE OPERATOR-ID TO PND-KEYED-BY
            REWRITE PENDING-RECORD
                INVALID KEY
                    MOVE "Y" TO ENTRY-ERROR-SW
                    DISPLAY "ERROR REWRITING ENTRY, STATUS="
                        PENDING-STATUS
                NOT INVALID KEY
                    MOVE TRANS-DETAIL-DATA TO BE-DATA(ENTRY-SUB)
                    MOVE OPERATOR-ID TO BE-KEYED-BY(ENTRY-SUB)
            END-REWRITE
    END-READ
    IF NOT ENTRY-ERROR
        MOVE "BEFORE" TO LOG-ACTION
        MOVE BEFORE-IMAGE TO LOG-ENTRY-DATA
        MOVE SPACES TO LOG-NOTE
        PERFORM WRITE-KEY-LOG
        MOVE "CHANGE" TO LOG-ACTION
        MOVE TRANS-DETAIL-DATA TO LOG-ENTRY-DATA
        PERFORM WRITE-KEY-LOG
        DISPLAY "ENTRY " BE-ENTRY-NO(ENTRY-SUB) " CHANGED"
    END-IF.

DELETE-ENTRY.
    PERFORM FIND-LIVE-ENTRY
    IF ENTRY-SUB > ZERO
        MOVE SPACES TO TRANS-RECORD
        MOVE "D" TO TRANS-REC-TYPE
        MOVE BE-DATA(ENTRY-SUB) TO TRANS-DETAIL-DATA
        PERFORM SHOW-ENTRY
        DISPLAY "DELETE THIS ENTRY?"
        PERFORM CONFIRM-ACTION
        IF RESPONSE-IS-YES
            PERFORM CHECK-BATCH-STILL-OPEN
            IF BATCH-STILL-OPEN
                PERFORM MARK-ENTRY-DELETED
            END-IF
        ELSE
            DISPLAY "ENTRY KEPT"
        END-IF
    END-IF.

MARK-ENTRY-DELETED.
    MOVE WORK-BATCH-NO TO PND-BATCH-NO
    MOVE BE-ENTRY-NO(ENTRY-SUB) TO PND-ENTRY-NO
    READ PENDING-FILE
        INVALID KEY
            MOVE "Y" TO ENTRY-ERROR-SW
            DISPLAY "ENTRY MISSING FROM PENDTRN, STATUS="
                PENDING-STATUS
        NOT INVALID KEY
            MOVE "D" TO PND-ENTRY-STATUS
            REWRITE PENDING-RECORD
                INVALID KEY
                    MOVE "Y" TO ENTRY-ERROR-SW
                    DISPLAY "ERROR REWRITING ENTRY, STATUS="
                        PENDING-STATUS
                NOT INVALID KEY
                    MOVE "D" TO BE-STATUS(ENTRY-SUB)
            END-REWRITE
    END-READ
    IF NOT ENTRY-ERROR
        MOVE "DELETE" TO LOG-ACTION
        MOVE BE-ENTRY-NO(ENTRY-SUB) TO LOG-ENTRY-NO
        MOVE BE-DATA(ENTRY-SUB) TO LOG-ENTRY-DATA
        MOVE SPACES TO LOG-NOTE
        PERFORM WRITE-KEY-LOG
        DISPLAY "ENTRY " BE-ENTRY-NO(ENTRY-SUB) " DELETED"
    END-IF.

 *> Reads the batch control record before anything is written
 *> to the batch: the maker's other session may have submitted
 *> or cancelled it since it was opened here.  Leaves the
 *> control record in PENDING-RECORD.
CHECK-BATCH-STILL-OPEN.
    MOVE "N" TO BATCH-STILL-OPEN-SW
    MOVE WORK-BATCH-NO TO PND-BATCH-NO
    MOVE ZERO TO PND-ENTRY-NO
    READ PENDING-FILE
        INVALID KEY
            MOVE "Y" TO ENTRY-ERROR-SW
            DISPLAY "BATCH CONTROL RECORD MISSING, STATUS="
                PENDING-STATUS
        NOT INVALID KEY
            IF PND-BATCH-OPEN
                MOVE "Y" TO BATCH-STILL-OPEN-SW
                MOVE PENDING-RECORD TO BATCH-CONTROL-IMAGE
            ELSE
                PERFORM SET-BATCH-STATUS-TEXT
                DISPLAY "BATCH " WORK-BATCH-NO " IS NOW "
                    BATCH-STATUS-TEXT " - NOTHING CHANGED"
                MOVE "Y" TO BATCH-DONE-SW
            END-IF
    END-READ.

 *> Leaves ENTRY-SUB at the table position of the live entry
 *> keyed, or zero.
FIND-LIVE-ENTRY.
    MOVE ZERO TO ENTRY-SUB
    MOVE SPACES TO WORK-ENTRY-KEY
    DISPLAY ENTRY-KEY-SCREEN
    ACCEPT ENTRY-KEY-SCREEN
    IF WORK-ENTRY-KEY-NUM NOT NUMERIC
        DISPLAY "ENTRY NUMBER MUST BE 4 DIGITS"
    ELSE
        PERFORM VARYING EDIT-SUB FROM 1 BY 1
                UNTIL EDIT-SUB > ENTRY-COUNT OR ENTRY-SUB > ZERO
            IF BE-ENTRY-NO(EDIT-SUB) = WORK-ENTRY-KEY-NUM
             AND BE-LIVE(EDIT-SUB)
                MOVE EDIT-SUB TO ENTRY-SUB
            END-IF
        END-PERFORM
        IF ENTRY-SUB = ZERO
            DISPLAY "NO SUCH ENTRY ON THIS BATCH: " WORK-ENTRY-KEY
        END-IF
    END-IF.

CLEAR-ENTRY-FIELDS.
    MOVE SPACES TO WORK-DATE
    MOVE SPACES TO WORK-ACCOUNT-NO
    MOVE SPACES TO WORK-AMOUNT
    MOVE SPACE TO WORK-DR-CR
    MOVE SPACES TO WORK-DESCRIPTION
    MOVE SPACE TO WORK-PAYMENT-TYPE
    MOVE SPACES TO WORK-BENEF-BANK
    MOVE SPACES TO WORK-BENEF-ACCOUNT.

 *> Keyed fields over the entry in TRANS-RECORD; a blank field
 *> leaves the value already there.  An amount that is not
 *> eleven digits is carried as keyed so the edit refuses it.
APPLY-ENTRY-FIELDS.
    IF WORK-DATE NOT = SPACES
        MOVE WORK-DATE TO TRANS-DATE
    END-IF
    IF WORK-ACCOUNT-NO NOT = SPACES
        MOVE WORK-ACCOUNT-NO TO TRANS-ACCOUNT-NO
    END-IF
    IF WORK-AMOUNT NOT = SPACES
        IF WORK-AMOUNT-NUM NUMERIC
            MOVE WORK-AMOUNT-NUM TO TRANS-AMOUNT
        ELSE
            MOVE WORK-AMOUNT TO TRANS-DETAIL-DATA(29:11)
        END-IF
    END-IF
    IF WORK-DR-CR NOT = SPACE
        MOVE FUNCTION UPPER-CASE(WORK-DR-CR) TO TRANS-DR-CR
    END-IF
    IF WORK-DESCRIPTION NOT = SPACES
        MOVE WORK-DESCRIPTION TO TRANS-DESCRIPTION
    END-IF
    MOVE FUNCTION UPPER-CASE(WORK-PAYMENT-TYPE) TO WORK-PAYMENT-TYPE
    IF WORK-PAYMENT-TYPE = "I"
        MOVE SPACE TO TRANS-PAYMENT-TYPE
        MOVE SPACES TO TRANS-BENEF-BANK
        MOVE SPACES TO TRANS-BENEF-ACCOUNT
    ELSE
        IF WORK-PAYMENT-TYPE NOT = SPACE
            MOVE WORK-PAYMENT-TYPE TO TRANS-PAYMENT-TYPE
        END-IF
        IF WORK-BENEF-BANK NOT = SPACES
            MOVE WORK-BENEF-BANK TO TRANS-BENEF-BANK
        END-IF
        IF WORK-BENEF-ACCOUNT NOT = SPACES
            MOVE WORK-BENEF-ACCOUNT TO TRANS-BENEF-ACCOUNT
        END-IF
    END-IF.

SHOW-ENTRY.
    DISPLAY "  TRANS ID:     " TRANS-ID
    DISPLAY "  DATE:         " TRANS-DATE
    DISPLAY "  ACCOUNT NO:   " TRANS-ACCOUNT-NO
    IF TRANS-AMOUNT NUMERIC
        MOVE TRANS-AMOUNT TO AMOUNT-DISPLAY
        DISPLAY "  AMOUNT:       " AMOUNT-DISPLAY
    ELSE
        DISPLAY "  AMOUNT:       " TRANS-DETAIL-DATA(29:11)
            " (NOT NUMERIC)"
    END-IF
    DISPLAY "  DEBIT/CREDIT: " TRANS-DR-CR
    DISPLAY "  DESCRIPTION:  " TRANS-DESCRIPTION
    IF NOT TRANS-INTERNAL
        DISPLAY "  PAYMENT TYPE: " TRANS-PAYMENT-TYPE
        DISPLAY "  BENEF BANK:   " TRANS-BENEF-BANK
        DISPLAY "  BENEF ACCT:   " TRANS-BENEF-ACCOUNT
    END-IF.

VIEW-BATCH-ENTRIES.
    DISPLAY "ENTRY TRANS ID    DATE      ACCOUNT             AMOUNT"
        "    DESCRIPTION"
    MOVE ZERO TO LIVE-COUNT
    MOVE ZERO TO LIVE-HASH
    PERFORM SHOW-ENTRY-LINE
        VARYING ENTRY-SUB FROM 1 BY 1
        UNTIL ENTRY-SUB > ENTRY-COUNT
    MOVE LIVE-COUNT TO COUNT-DISPLAY
    MOVE LIVE-HASH TO HASH-DISPLAY
    DISPLAY "ENTRIES: " COUNT-DISPLAY "  TOTAL: " HASH-DISPLAY.

SHOW-ENTRY-LINE.
    IF BE-LIVE(ENTRY-SUB)
        MOVE SPACES TO TRANS-RECORD
        MOVE BE-DATA(ENTRY-SUB) TO TRANS-DETAIL-DATA
        MOVE BE-ENTRY-NO(ENTRY-SUB) TO ELL-ENTRY-NO
        MOVE TRANS-ID TO ELL-TRANS-ID
        MOVE TRANS-DATE TO ELL-DATE
        MOVE TRANS-ACCOUNT-NO TO ELL-ACCOUNT-NO
        MOVE TRANS-AMOUNT TO ELL-AMOUNT
        MOVE TRANS-DR-CR TO ELL-DR-CR
        MOVE TRANS-DESCRIPTION TO ELL-DESCRIPTION
        MOVE SPACES TO ELL-PAYMENT
        IF TRANS-EXTERNAL-PAYMENT
            STRING "TO " TRANS-BENEF-BANK " " TRANS-BENEF-ACCOUNT
                DELIMITED BY SIZE INTO ELL-PAYMENT
        END-IF
        DISPLAY ENTRY-LIST-LINE
        ADD 1 TO LIVE-COUNT
        ADD TRANS-AMOUNT TO LIVE-HASH
    END-IF.

 *> Submission edits every live entry again in order, since a
 *> change to one entry can put a later one over its limit, and
 *> fixes the count and total the checker will approve.
SUBMIT-BATCH.
    PERFORM EDIT-WHOLE-BATCH
    IF LIVE-COUNT = ZERO
        DISPLAY "NO ENTRIES ON THE BATCH - NOTHING TO SUBMIT"
    ELSE
        IF FAILED-COUNT > ZERO
            DISPLAY FAILED-COUNT " ENTRIES NOW FAIL THE EDITS -"
                " CHANGE OR DELETE THEM BEFORE SUBMITTING"
        ELSE
            MOVE LIVE-COUNT TO COUNT-DISPLAY
            MOVE LIVE-HASH TO HASH-DISPLAY
            DISPLAY "SUBMIT " COUNT-DISPLAY " ENTRIES, TOTAL "
                HASH-DISPLAY " FOR APPROVAL?"
            PERFORM CONFIRM-ACTION
            IF RESPONSE-IS-YES
                PERFORM MARK-BATCH-SUBMITTED
            END-IF
        END-IF
    END-IF.

MARK-BATCH-SUBMITTED.
    PERFORM CHECK-BATCH-STILL-OPEN
    IF BATCH-STILL-OPEN
        MOVE "S" TO PND-BATCH-STATUS
        MOVE TODAY-DATE TO PND-SUBMITTED-DATE
        ADD 1 TO PND-SUBMIT-NO
        MOVE LIVE-COUNT TO PND-ENTRY-COUNT
        MOVE LIVE-HASH TO PND-HASH-TOTAL
        MOVE SPACES TO PND-CHECKER-ID
        MOVE SPACES TO PND-DECIDED-DATE
        MOVE SPACES TO PND-REFUSAL-NOTE
        REWRITE PENDING-RECORD
            INVALID KEY
                MOVE "Y" TO ENTRY-ERROR-SW
                DISPLAY "ERROR REWRITING BATCH CONTROL, STATUS="
                    PENDING-STATUS
            NOT INVALID KEY
                MOVE PENDING-RECORD TO BATCH-CONTROL-IMAGE
        END-REWRITE
    END-IF
    IF BATCH-STILL-OPEN AND NOT ENTRY-ERROR
        MOVE "SUBMIT" TO LOG-ACTION
        MOVE ZERO TO LOG-ENTRY-NO
        MOVE SPACES TO LOG-ENTRY-DATA
        MOVE SPACES TO LOG-NOTE
        STRING "ENTRIES" COUNT-DISPLAY " TOTAL " HASH-DISPLAY
            DELIMITED BY SIZE INTO LOG-NOTE
        PERFORM WRITE-KEY-LOG
        DISPLAY "BATCH " WORK-BATCH-NO
            " SUBMITTED - ANOTHER OPERATOR MUST APPROVE IT"
        MOVE "Y" TO BATCH-DONE-SW
    END-IF.

CANCEL-BATCH.
    DISPLAY "CANCEL BATCH " WORK-BATCH-NO " AND ALL ITS ENTRIES?"
    PERFORM CONFIRM-ACTION
    IF RESPONSE-IS-YES
        PERFORM CHECK-BATCH-STILL-OPEN
        IF BATCH-STILL-OPEN
            MOVE "X" TO PND-BATCH-STATUS
            MOVE TODAY-DATE TO PND-DECIDED-DATE
            REWRITE PENDING-RECORD
                INVALID KEY
                    MOVE "Y" TO ENTRY-ERROR-SW
                    DISPLAY "ERROR REWRITING BATCH CONTROL, STATUS="
                        PENDING-STATUS
            END-REWRITE
        END-IF
        IF BATCH-STILL-OPEN AND NOT ENTRY-ERROR
            MOVE "CANCEL" TO LOG-ACTION
            MOVE ZERO TO LOG-ENTRY-NO
            MOVE SPACES TO LOG-ENTRY-DATA
            MOVE SPACES TO LOG-NOTE
            PERFORM WRITE-KEY-LOG
            DISPLAY "BATCH " WORK-BATCH-NO " CANCELLED"
            MOVE "Y" TO BATCH-DONE-SW
        END-IF
    ELSE
        DISPLAY "BATCH KEPT"
    END-IF.

 *> Lists every batch not yet approved or cancelled, whoever
 *> made it.
LIST-PENDING-BATCHES.
    DISPLAY "BATCH  STATUS      MAKER     CREATED    ENTRIES"
        "                 TOTAL  NOTE"
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
                IF PND-ENTRY-NO = ZERO
                 AND NOT PND-BATCH-APPROVED
                 AND NOT PND-BATCH-CANCELLED
                    PERFORM SHOW-BATCH-LINE
                END-IF
        END-READ
    END-PERFORM.

SHOW-BATCH-LINE.
    PERFORM SET-BATCH-STATUS-TEXT
    MOVE PND-BATCH-NO TO BLL-BATCH-NO
    MOVE BATCH-STATUS-TEXT TO BLL-STATUS
    MOVE PND-MAKER-ID TO BLL-MAKER-ID
    MOVE PND-CREATED-DATE TO BLL-CREATED-DATE
    MOVE PND-ENTRY-COUNT TO BLL-ENTRY-COUNT
    MOVE PND-HASH-TOTAL TO BLL-HASH-TOTAL
    MOVE SPACES TO BLL-NOTE
    IF PND-BATCH-REFUSED
        MOVE PND-REFUSAL-NOTE TO BLL-NOTE
    END-IF
    DISPLAY BATCH-LIST-LINE.

 *> Edits the batch's live entries before TARGET-SUB in order,
 *> carrying each one that passes into the projected balances,
 *> then edits the candidate entry in TRANS-RECORD against
 *> them.
EDIT-CANDIDATE-ENTRY.
    MOVE TRANS-RECORD TO CANDIDATE-RECORD
    MOVE ZERO TO PENDING-ACCT-COUNT
    PERFORM EDIT-EARLIER-ENTRY
        VARYING EDIT-SUB FROM 1 BY 1
        UNTIL EDIT-SUB >= TARGET-SUB
    MOVE CANDIDATE-RECORD TO TRANS-RECORD
    PERFORM EDIT-TRANSACTION.

EDIT-EARLIER-ENTRY.
    IF BE-LIVE(EDIT-SUB)
        MOVE SPACES TO TRANS-RECORD
        MOVE "D" TO TRANS-REC-TYPE
        MOVE BE-DATA(EDIT-SUB) TO TRANS-DETAIL-DATA
        PERFORM EDIT-TRANSACTION
        IF EDIT-PASSED
            PERFORM APPLY-PENDING-MOVEMENT
        END-IF
    END-IF.

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
            PERFORM SET-REASON-TEXT
            DISPLAY "ENTRY " BE-ENTRY-NO(EDIT-SUB) " " TRANS-ID
                " FAILS " EDIT-REASON " - " REASON-TEXT
        END-IF
    END-IF.

SET-REASON-TEXT.
    MOVE "UNKNOWN REASON CODE" TO REASON-TEXT
    IF EDIT-REASON = "TRID"
        MOVE "BLANK TRANSACTION ID" TO REASON-TEXT
    END-IF
    IF EDIT-REASON = "ACCT"
        MOVE "BLANK ACCOUNT NUMBER" TO REASON-TEXT
    END-IF
    IF EDIT-REASON = "AMNT"
        MOVE "AMOUNT NOT NUMERIC" TO REASON-TEXT
    END-IF
    IF EDIT-REASON = "DATE"
        MOVE "NOT A VALID CALENDAR DATE" TO REASON-TEXT
    END-IF
    IF EDIT-REASON = "NOAC"
        MOVE "ACCOUNT NOT ON MASTER" TO REASON-TEXT
    END-IF
    IF EDIT-REASON = "CLSD"
        MOVE "ACCOUNT IS CLOSED" TO REASON-TEXT
    END-IF
    IF EDIT-REASON = "DORM"
        MOVE "DEBIT TO A DORMANT ACCOUNT" TO REASON-TEXT
    END-IF
    IF EDIT-REASON = "DRCR"
        MOVE "DEBIT/CREDIT NOT D OR C" TO REASON-TEXT
    END-IF
    IF EDIT-REASON = "OVDR"
        MOVE "DEBIT BREACHES OVERDRAFT LIMIT" TO REASON-TEXT
    END-IF
    IF EDIT-REASON = "HOLD"
        MOVE "DEBIT WOULD BREAK A FUNDS HOLD" TO REASON-TEXT
    END-IF
    IF EDIT-REASON = "BENF"
        MOVE "PAYMENT DETAILS MISSING OR NOT VALID" TO REASON-TEXT
    END-IF
    IF EDIT-REASON = "ZERO"
        MOVE "AMOUNT MUST BE GREATER THAN ZERO" TO REASON-TEXT
    END-IF.

 *> The edits below mirror EDIT-TRANSACTION and its helpers in
 *> the daily run so a keyed entry is only taken once it would
 *> pass there.  A keyed amount must also be more than zero.
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

 *> KEYLOG is opened and closed for each line so the approval
 *> screen can log to it at the same time.  A line that cannot
 *> be written ends the session, so nothing further is done
 *> unlogged.
WRITE-KEY-LOG.
    MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME
    OPEN EXTEND KEY-LOG-FILE
    IF KEYLOG-STATUS NOT = "00"
        OPEN OUTPUT KEY-LOG-FILE
    END-IF
    IF KEYLOG-STATUS NOT = "00"
        MOVE "Y" TO ENTRY-ERROR-SW
        DISPLAY "UNABLE TO OPEN KEY LOG, STATUS=" KEYLOG-STATUS
        DISPLAY "NOT LOGGED: " LOG-ACTION " BATCH " WORK-BATCH-NO
            " ENTRY " LOG-ENTRY-NO
    ELSE
        MOVE SPACES TO KEY-LOG-RECORD
        MOVE CURRENT-DATE-TIME(1:8) TO KLG-DATE
        MOVE CURRENT-DATE-TIME(9:6) TO KLG-TIME
        MOVE OPERATOR-ID TO KLG-OPERATOR
        MOVE "BATCH_ENTRY" TO KLG-PROGRAM
        MOVE LOG-ACTION TO KLG-ACTION
        MOVE WORK-BATCH-NO TO KLG-BATCH-NO
        MOVE LOG-ENTRY-NO TO KLG-ENTRY-NO
        MOVE LOG-ENTRY-DATA TO KLG-ENTRY-DATA
        MOVE LOG-NOTE TO KLG-NOTE
        WRITE KEY-LOG-RECORD
        IF KEYLOG-STATUS NOT = "00"
            MOVE "Y" TO ENTRY-ERROR-SW
            DISPLAY "ERROR WRITING KEY LOG, STATUS=" KEYLOG-STATUS
            DISPLAY "NOT LOGGED: " LOG-ACTION " BATCH "
                WORK-BATCH-NO " ENTRY " LOG-ENTRY-NO
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

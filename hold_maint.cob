 IDENTIFICATION DIVISION.
 PROGRAM-ID. HOLD_MAINT.

 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
 SPECIAL-NAMES.
     DECIMAL-POINT IS COMMA.

 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT HOLDS-FILE ASSIGN TO "HOLDFILE"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS HOLD-KEY
         FILE STATUS IS HOLDS-STATUS.

     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS RANDOM
         RECORD KEY IS ACCT-ACCOUNT-NO
         FILE STATUS IS MASTER-STATUS.

 DATA DIVISION.
 FILE SECTION.
 FD  HOLDS-FILE.
     COPY HOLDREC.

 FD  ACCOUNT-MASTER.
     COPY ACCTREC.

 WORKING-STORAGE SECTION.
     COPY CONFIRMW.

 01  HOLDS-STATUS                PIC X(2)  VALUE "00".
 01  MASTER-STATUS               PIC X(2)  VALUE "00".

 01  CURRENT-DATE-TIME           PIC X(21) VALUE SPACES.
 01  TODAY-DATE                  PIC X(8)  VALUE SPACES.
 01  OPERATOR-ID                 PIC X(8)  VALUE SPACES.

 01  MENU-OPTION                 PIC X(1)  VALUE SPACE.
     88  OPTION-PLACE            VALUE "P".
     88  OPTION-RELEASE          VALUE "R".
     88  OPTION-LIST             VALUE "L".
     88  OPTION-EXIT             VALUE "X".

 01  WORK-ACCOUNT-NO             PIC X(10) VALUE SPACES.
 01  WORK-HOLD-ID                PIC X(10) VALUE SPACES.
 *> Amounts are keyed as eleven digits with two implied
 *> decimals, the same shape as amounts on the TRANSFILE.
 01  WORK-AMOUNT                 PIC X(11) VALUE SPACES.
 01  WORK-AMOUNT-NUM REDEFINES WORK-AMOUNT
                                 PIC 9(9)V99.
 01  WORK-REASON-CODE            PIC X(4)  VALUE SPACES.
 01  WORK-REASON-TEXT            PIC X(30) VALUE SPACES.
 01  WORK-EXPIRY-DATE            PIC X(8)  VALUE SPACES.

 01  FIELD-ERROR-SW              PIC X(1)  VALUE "N".
     88  FIELD-ERROR             VALUE "Y".
 01  ACCOUNT-OK-SW               PIC X(1)  VALUE "N".
     88  ACCOUNT-OK              VALUE "Y".
 01  EXPIRY-DATE-ERROR-SW        PIC X(1)  VALUE "N".
     88  EXPIRY-DATE-ERROR       VALUE "Y".
 01  EXPIRY-YYYY                 PIC 9(4)  VALUE ZERO.
 01  EXPIRY-MM                   PIC 9(2)  VALUE ZERO.
 01  EXPIRY-DD                   PIC 9(2)  VALUE ZERO.
 01  MONTH-END-DAY               PIC 9(2)  VALUE ZERO.
 01  LEAP-QUOTIENT               PIC 9(4)  VALUE ZERO.
 01  LEAP-REMAINDER              PIC 9(4)  VALUE ZERO.

 01  SCAN-END-SW                 PIC X(1)  VALUE "N".
     88  SCAN-END                VALUE "Y".
 01  HOLD-LIST-COUNT             PIC 9(4)  VALUE ZERO.
 01  ACCOUNT-HELD                PIC 9(11)V99 VALUE ZERO.
 01  AVAILABLE-BALANCE           PIC S9(11)V99 VALUE ZERO.
 01  HOLD-STATUS-TEXT            PIC X(8)  VALUE SPACES.

 01  AMOUNT-DISPLAY              PIC ZZZ.ZZZ.ZZ9,99.
 01  BALANCE-DISPLAY             PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99-.
 01  HELD-DISPLAY                PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99-.
 01  AVAILABLE-DISPLAY           PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99-.

 01  HOLD-LIST-LINE.
     05  HLL-HOLD-ID             PIC X(10).
     05  FILLER                  PIC X(2)  VALUE SPACES.
     05  HLL-AMOUNT              PIC ZZZ.ZZZ.ZZ9,99.
     05  FILLER                  PIC X(2)  VALUE SPACES.
     05  HLL-REASON-CODE         PIC X(4).
     05  FILLER                  PIC X(1)  VALUE SPACE.
     05  HLL-REASON-TEXT         PIC X(30).
     05  FILLER                  PIC X(2)  VALUE SPACES.
     05  HLL-EXPIRY-DATE         PIC X(8).
     05  FILLER                  PIC X(2)  VALUE SPACES.
     05  HLL-STATUS              PIC X(8).
     05  FILLER                  PIC X(2)  VALUE SPACES.
     05  HLL-PLACED-BY           PIC X(8).

 SCREEN SECTION.
     COPY CONFIRMS.

 01  MENU-SCREEN.
     05  VALUE "FUNDS HOLD MAINTENANCE" BLANK SCREEN
                                                   LINE 1 COL 30.
     05  VALUE "P - PLACE A HOLD"                  LINE 3 COL 10.
     05  VALUE "R - RELEASE A HOLD"                LINE 4 COL 10.
     05  VALUE "L - LIST HOLDS ON AN ACCOUNT"      LINE 5 COL 10.
     05  VALUE "X - EXIT"                          LINE 6 COL 10.
     05  VALUE "OPTION: "                          LINE 8 COL 10.
     05  MENU-OPTION-INPUT                         LINE 8 COL 18
         PIC X TO MENU-OPTION.

 01  ACCOUNT-KEY-SCREEN.
     05  VALUE "ACCOUNT NUMBER: "                  LINE 10 COL 10.
     05  ACCOUNT-KEY-INPUT                         LINE 10 COL 26
         PIC X(10) TO WORK-ACCOUNT-NO.

 01  HOLD-KEY-SCREEN.
     05  VALUE "HOLD ID:        "                  LINE 11 COL 10.
     05  HOLD-KEY-INPUT                            LINE 11 COL 26
         PIC X(10) TO WORK-HOLD-ID.

 01  HOLD-FIELDS-SCREEN.
     05  VALUE "AMOUNT (9(9)V99):   "              LINE 12 COL 10.
     05  HOLD-AMOUNT-INPUT                         LINE 12 COL 31
         PIC X(11) TO WORK-AMOUNT.
     05  VALUE "REASON CHQ/LEGL/DISP/OTHR:"        LINE 13 COL 10.
     05  HOLD-REASON-INPUT                         LINE 13 COL 37
         PIC X(4) TO WORK-REASON-CODE.
     05  VALUE "REASON TEXT:        "              LINE 14 COL 10.
     05  HOLD-TEXT-INPUT                           LINE 14 COL 31
         PIC X(30) TO WORK-REASON-TEXT.
     05  VALUE "EXPIRES (YYYYMMDD): "              LINE 15 COL 10.
     05  HOLD-EXPIRY-INPUT                         LINE 15 COL 31
         PIC X(8) TO WORK-EXPIRY-DATE.
     05  VALUE "(BLANK EXPIRY - HOLD STAYS UNTIL RELEASED)"
                                                   LINE 16 COL 10.

 01  OPERATOR-ID-SCREEN.
     05  VALUE "OPERATOR ID: "                     LINE 18 COL 10.
     05  OPERATOR-ID-INPUT                         LINE 18 COL 23
         PIC X(8) TO OPERATOR-ID.

PROCEDURE DIVISION.
MAIN-PARAGRAPH.
    MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME
    MOVE CURRENT-DATE-TIME(1:8) TO TODAY-DATE

    PERFORM OPEN-HOLDS-FILE
    IF HOLDS-STATUS NOT = "00"
        DISPLAY "ERROR OPENING HOLDS FILE, STATUS=" HOLDS-STATUS
        MOVE 12 TO RETURN-CODE
    ELSE
        OPEN INPUT ACCOUNT-MASTER
        IF MASTER-STATUS NOT = "00"
            DISPLAY "ERROR OPENING ACCOUNT MASTER, STATUS="
                MASTER-STATUS
            CLOSE HOLDS-FILE
            MOVE 12 TO RETURN-CODE
        ELSE
            PERFORM GET-OPERATOR-ID
            PERFORM PROCESS-MENU UNTIL OPTION-EXIT
            CLOSE HOLDS-FILE
            CLOSE ACCOUNT-MASTER
            MOVE 0 TO RETURN-CODE
        END-IF
    END-IF
    STOP RUN.

OPEN-HOLDS-FILE.
    OPEN I-O HOLDS-FILE
    IF HOLDS-STATUS = "35"
        OPEN OUTPUT HOLDS-FILE
        IF HOLDS-STATUS = "00"
            CLOSE HOLDS-FILE
            OPEN I-O HOLDS-FILE
        END-IF
    END-IF.

GET-OPERATOR-ID.
    MOVE SPACES TO OPERATOR-ID
    ACCEPT OPERATOR-ID FROM ENVIRONMENT "HOLD_MAINT_OPERATOR"
    IF OPERATOR-ID = SPACES
        DISPLAY OPERATOR-ID-SCREEN
        ACCEPT OPERATOR-ID-SCREEN
    END-IF
    MOVE FUNCTION UPPER-CASE(OPERATOR-ID) TO OPERATOR-ID
    IF OPERATOR-ID = SPACES
        MOVE "UNKNOWN" TO OPERATOR-ID
    END-IF.

PROCESS-MENU.
    MOVE SPACE TO MENU-OPTION
    DISPLAY MENU-SCREEN
    ACCEPT MENU-SCREEN
    MOVE FUNCTION UPPER-CASE(MENU-OPTION) TO MENU-OPTION
    IF OPTION-PLACE
        PERFORM PLACE-HOLD
    ELSE
        IF OPTION-RELEASE
            PERFORM RELEASE-HOLD
        ELSE
            IF OPTION-LIST
                PERFORM LIST-ACCOUNT-HOLDS
            ELSE
                IF NOT OPTION-EXIT
                    DISPLAY "INVALID OPTION - ENTER P, R, L OR X"
                END-IF
            END-IF
        END-IF
    END-IF.

GET-ACCOUNT-KEY.
    MOVE SPACES TO WORK-ACCOUNT-NO
    DISPLAY ACCOUNT-KEY-SCREEN
    ACCEPT ACCOUNT-KEY-SCREEN.

GET-HOLD-KEY.
    MOVE SPACES TO WORK-HOLD-ID
    DISPLAY HOLD-KEY-SCREEN
    ACCEPT HOLD-KEY-SCREEN
    MOVE FUNCTION UPPER-CASE(WORK-HOLD-ID) TO WORK-HOLD-ID.

 *> Holds are placed only on open accounts.  A hold may exceed
 *> the balance - a garnishee order often does - but the
 *> operator is told when it leaves nothing available.
PLACE-HOLD.
    PERFORM GET-ACCOUNT-KEY
    PERFORM CHECK-HOLD-ACCOUNT
    IF ACCOUNT-OK
        PERFORM GET-HOLD-KEY
        IF WORK-HOLD-ID = SPACES
            DISPLAY "HOLD ID REQUIRED - NOTHING PLACED"
        ELSE
            MOVE WORK-ACCOUNT-NO TO HOLD-ACCOUNT-NO
            MOVE WORK-HOLD-ID TO HOLD-ID
            READ HOLDS-FILE
                INVALID KEY
                    PERFORM WRITE-NEW-HOLD
                NOT INVALID KEY
                    DISPLAY "HOLD ALREADY ON FILE: " WORK-ACCOUNT-NO
                        " " WORK-HOLD-ID
            END-READ
        END-IF
    END-IF.

CHECK-HOLD-ACCOUNT.
    MOVE "N" TO ACCOUNT-OK-SW
    IF WORK-ACCOUNT-NO = SPACES
        DISPLAY "ACCOUNT NUMBER REQUIRED"
    ELSE
        MOVE WORK-ACCOUNT-NO TO ACCT-ACCOUNT-NO
        READ ACCOUNT-MASTER
            INVALID KEY
                DISPLAY "ACCOUNT NOT ON MASTER: " WORK-ACCOUNT-NO
            NOT INVALID KEY
                IF ACCT-CLOSED
                    DISPLAY "ACCOUNT IS CLOSED: " WORK-ACCOUNT-NO
                ELSE
                    MOVE "Y" TO ACCOUNT-OK-SW
                END-IF
        END-READ
    END-IF.

WRITE-NEW-HOLD.
    MOVE SPACES TO WORK-AMOUNT
    MOVE SPACES TO WORK-REASON-CODE
    MOVE SPACES TO WORK-REASON-TEXT
    MOVE SPACES TO WORK-EXPIRY-DATE
    DISPLAY HOLD-FIELDS-SCREEN
    ACCEPT HOLD-FIELDS-SCREEN
    MOVE FUNCTION UPPER-CASE(WORK-REASON-CODE) TO WORK-REASON-CODE
    PERFORM EDIT-HOLD-FIELDS
    IF FIELD-ERROR
        DISPLAY "HOLD NOT PLACED"
    ELSE
        MOVE SPACES TO HOLD-RECORD
        MOVE WORK-ACCOUNT-NO TO HOLD-ACCOUNT-NO
        MOVE WORK-HOLD-ID TO HOLD-ID
        MOVE WORK-AMOUNT-NUM TO HOLD-AMOUNT
        MOVE WORK-REASON-CODE TO HOLD-REASON-CODE
        MOVE WORK-REASON-TEXT TO HOLD-REASON-TEXT
        MOVE OPERATOR-ID TO HOLD-PLACED-BY
        MOVE TODAY-DATE TO HOLD-PLACED-DATE
        MOVE WORK-EXPIRY-DATE TO HOLD-EXPIRY-DATE
        MOVE "A" TO HOLD-STATUS
        WRITE HOLD-RECORD
            INVALID KEY
                DISPLAY "ERROR WRITING HOLD, STATUS=" HOLDS-STATUS
            NOT INVALID KEY
                DISPLAY "HOLD PLACED: " WORK-ACCOUNT-NO " "
                    WORK-HOLD-ID
                PERFORM SHOW-ACCOUNT-POSITION
                IF AVAILABLE-BALANCE < ZERO
                    DISPLAY "WARNING - HOLDS NOW EXCEED THE LEDGER"
                        " BALANCE"
                END-IF
        END-WRITE
    END-IF.

EDIT-HOLD-FIELDS.
    MOVE "N" TO FIELD-ERROR-SW
    IF WORK-AMOUNT = SPACES OR WORK-AMOUNT-NUM NOT NUMERIC
        MOVE "Y" TO FIELD-ERROR-SW
        DISPLAY "AMOUNT MUST BE 11 DIGITS"
    ELSE
        IF WORK-AMOUNT-NUM = ZERO
            MOVE "Y" TO FIELD-ERROR-SW
            DISPLAY "AMOUNT MUST BE GREATER THAN ZERO"
        END-IF
    END-IF
    IF WORK-REASON-CODE NOT = "CHQ " AND WORK-REASON-CODE NOT = "LEGL"
     AND WORK-REASON-CODE NOT = "DISP" AND WORK-REASON-CODE NOT = "OTHR"
        MOVE "Y" TO FIELD-ERROR-SW
        DISPLAY "REASON MUST BE CHQ, LEGL, DISP OR OTHR"
    END-IF
    IF WORK-EXPIRY-DATE NOT = SPACES
        PERFORM EDIT-EXPIRY-DATE
        IF EXPIRY-DATE-ERROR
            MOVE "Y" TO FIELD-ERROR-SW
            DISPLAY "EXPIRY MUST BE A VALID YYYYMMDD DATE"
        ELSE
            IF WORK-EXPIRY-DATE < TODAY-DATE
                MOVE "Y" TO FIELD-ERROR-SW
                DISPLAY "EXPIRY IS ALREADY PAST"
            END-IF
        END-IF
    END-IF.

EDIT-EXPIRY-DATE.
    MOVE "N" TO EXPIRY-DATE-ERROR-SW
    IF WORK-EXPIRY-DATE NOT NUMERIC
        MOVE "Y" TO EXPIRY-DATE-ERROR-SW
    ELSE
        MOVE WORK-EXPIRY-DATE(1:4) TO EXPIRY-YYYY
        MOVE WORK-EXPIRY-DATE(5:2) TO EXPIRY-MM
        MOVE WORK-EXPIRY-DATE(7:2) TO EXPIRY-DD
        IF EXPIRY-YYYY = ZERO
         OR EXPIRY-MM < 01 OR EXPIRY-MM > 12
            MOVE "Y" TO EXPIRY-DATE-ERROR-SW
        ELSE
            PERFORM SET-MONTH-END-DAY
            IF EXPIRY-DD < 01 OR EXPIRY-DD > MONTH-END-DAY
                MOVE "Y" TO EXPIRY-DATE-ERROR-SW
            END-IF
        END-IF
    END-IF.

SET-MONTH-END-DAY.
    IF EXPIRY-MM = 04 OR EXPIRY-MM = 06 OR EXPIRY-MM = 09
     OR EXPIRY-MM = 11
        MOVE 30 TO MONTH-END-DAY
    ELSE
        IF EXPIRY-MM = 02
            MOVE 28 TO MONTH-END-DAY
            DIVIDE EXPIRY-YYYY BY 4 GIVING LEAP-QUOTIENT
                REMAINDER LEAP-REMAINDER
            IF LEAP-REMAINDER = ZERO
                DIVIDE EXPIRY-YYYY BY 100 GIVING LEAP-QUOTIENT
                    REMAINDER LEAP-REMAINDER
                IF LEAP-REMAINDER NOT = ZERO
                    MOVE 29 TO MONTH-END-DAY
                ELSE
                    DIVIDE EXPIRY-YYYY BY 400 GIVING LEAP-QUOTIENT
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

RELEASE-HOLD.
    PERFORM GET-ACCOUNT-KEY
    PERFORM GET-HOLD-KEY
    MOVE WORK-ACCOUNT-NO TO HOLD-ACCOUNT-NO
    MOVE WORK-HOLD-ID TO HOLD-ID
    READ HOLDS-FILE
        INVALID KEY
            DISPLAY "HOLD NOT ON FILE: " WORK-ACCOUNT-NO " "
                WORK-HOLD-ID
        NOT INVALID KEY
            PERFORM SHOW-HOLD
            IF NOT HOLD-ACTIVE
                DISPLAY "HOLD IS NOT ACTIVE - NOTHING TO RELEASE"
            ELSE
                DISPLAY "RELEASE THIS HOLD?"
                PERFORM CONFIRM-ACTION
                IF RESPONSE-IS-YES
                    MOVE "R" TO HOLD-STATUS
                    MOVE OPERATOR-ID TO HOLD-RELEASED-BY
                    MOVE TODAY-DATE TO HOLD-RELEASED-DATE
                    REWRITE HOLD-RECORD
                        INVALID KEY
                            DISPLAY "ERROR REWRITING HOLD, STATUS="
                                HOLDS-STATUS
                        NOT INVALID KEY
                            DISPLAY "HOLD RELEASED: " WORK-ACCOUNT-NO
                                " " WORK-HOLD-ID
                    END-REWRITE
                ELSE
                    DISPLAY "HOLD LEFT IN PLACE"
                END-IF
            END-IF
    END-READ.

SHOW-HOLD.
    PERFORM SET-HOLD-STATUS-TEXT
    MOVE HOLD-AMOUNT TO AMOUNT-DISPLAY
    DISPLAY "ACCOUNT:   " HOLD-ACCOUNT-NO "  HOLD ID: " HOLD-ID
    DISPLAY "AMOUNT:    " AMOUNT-DISPLAY
    DISPLAY "REASON:    " HOLD-REASON-CODE " " HOLD-REASON-TEXT
    DISPLAY "PLACED:    " HOLD-PLACED-DATE " BY " HOLD-PLACED-BY
    DISPLAY "EXPIRES:   " HOLD-EXPIRY-DATE
    DISPLAY "STATUS:    " HOLD-STATUS-TEXT.

 *> A hold whose expiry has passed no longer counts even if the
 *> expiry run has not yet marked it.
SET-HOLD-STATUS-TEXT.
    IF HOLD-ACTIVE
        IF HOLD-EXPIRY-DATE NOT = SPACES
         AND HOLD-EXPIRY-DATE < TODAY-DATE
            MOVE "EXPIRED" TO HOLD-STATUS-TEXT
        ELSE
            MOVE "ACTIVE" TO HOLD-STATUS-TEXT
        END-IF
    ELSE
        IF HOLD-RELEASED
            MOVE "RELEASED" TO HOLD-STATUS-TEXT
        ELSE
            MOVE "EXPIRED" TO HOLD-STATUS-TEXT
        END-IF
    END-IF.

LIST-ACCOUNT-HOLDS.
    PERFORM GET-ACCOUNT-KEY
    MOVE WORK-ACCOUNT-NO TO ACCT-ACCOUNT-NO
    READ ACCOUNT-MASTER
        INVALID KEY
            DISPLAY "ACCOUNT NOT ON MASTER: " WORK-ACCOUNT-NO
        NOT INVALID KEY
            DISPLAY "ACCOUNT: " ACCT-ACCOUNT-NO " " ACCT-NAME
            DISPLAY "HOLD ID           AMOUNT  REASON"
                "                               EXPIRES   STATUS"
                "    PLACED BY"
            MOVE ZERO TO HOLD-LIST-COUNT
            PERFORM SCAN-ACCOUNT-HOLDS
            IF HOLD-LIST-COUNT = ZERO
                DISPLAY "NO HOLDS ON FILE FOR THIS ACCOUNT"
            END-IF
            PERFORM SHOW-ACCOUNT-POSITION
    END-READ.

 *> Walks every hold on file for WORK-ACCOUNT-NO, listing each
 *> one and totalling those still in force.
SCAN-ACCOUNT-HOLDS.
    MOVE ZERO TO ACCOUNT-HELD
    MOVE "N" TO SCAN-END-SW
    MOVE WORK-ACCOUNT-NO TO HOLD-ACCOUNT-NO
    MOVE LOW-VALUES TO HOLD-ID
    START HOLDS-FILE KEY IS NOT LESS THAN HOLD-KEY
        INVALID KEY
            MOVE "Y" TO SCAN-END-SW
    END-START
    PERFORM UNTIL SCAN-END
        READ HOLDS-FILE NEXT RECORD
            AT END
                MOVE "Y" TO SCAN-END-SW
            NOT AT END
                IF HOLD-ACCOUNT-NO NOT = WORK-ACCOUNT-NO
                    MOVE "Y" TO SCAN-END-SW
                ELSE
                    PERFORM SHOW-HOLD-LINE
                END-IF
        END-READ
    END-PERFORM.

SHOW-HOLD-LINE.
    ADD 1 TO HOLD-LIST-COUNT
    PERFORM SET-HOLD-STATUS-TEXT
    IF HOLD-STATUS-TEXT = "ACTIVE"
        ADD HOLD-AMOUNT TO ACCOUNT-HELD
    END-IF
    MOVE HOLD-ID TO HLL-HOLD-ID
    MOVE HOLD-AMOUNT TO HLL-AMOUNT
    MOVE HOLD-REASON-CODE TO HLL-REASON-CODE
    MOVE HOLD-REASON-TEXT TO HLL-REASON-TEXT
    MOVE HOLD-EXPIRY-DATE TO HLL-EXPIRY-DATE
    MOVE HOLD-STATUS-TEXT TO HLL-STATUS
    MOVE HOLD-PLACED-BY TO HLL-PLACED-BY
    DISPLAY HOLD-LIST-LINE.

 *> Ledger, held and available figures for the account last
 *> read from the master.  Placing a hold rescans the file so
 *> the new hold is included.
SHOW-ACCOUNT-POSITION.
    IF OPTION-PLACE
        MOVE ZERO TO HOLD-LIST-COUNT
        PERFORM TOTAL-ACCOUNT-HOLDS
    END-IF
    COMPUTE AVAILABLE-BALANCE = ACCT-BALANCE - ACCOUNT-HELD
    MOVE ACCT-BALANCE TO BALANCE-DISPLAY
    MOVE ACCOUNT-HELD TO HELD-DISPLAY
    MOVE AVAILABLE-BALANCE TO AVAILABLE-DISPLAY
    DISPLAY "LEDGER: " BALANCE-DISPLAY "  HELD: " HELD-DISPLAY
        "  AVAILABLE: " AVAILABLE-DISPLAY.

TOTAL-ACCOUNT-HOLDS.
    MOVE ZERO TO ACCOUNT-HELD
    MOVE "N" TO SCAN-END-SW
    MOVE WORK-ACCOUNT-NO TO HOLD-ACCOUNT-NO
    MOVE LOW-VALUES TO HOLD-ID
    START HOLDS-FILE KEY IS NOT LESS THAN HOLD-KEY
        INVALID KEY
            MOVE "Y" TO SCAN-END-SW
    END-START
    PERFORM UNTIL SCAN-END
        READ HOLDS-FILE NEXT RECORD
            AT END
                MOVE "Y" TO SCAN-END-SW
            NOT AT END
                IF HOLD-ACCOUNT-NO NOT = WORK-ACCOUNT-NO
                    MOVE "Y" TO SCAN-END-SW
                ELSE
                    PERFORM SET-HOLD-STATUS-TEXT
                    IF HOLD-STATUS-TEXT = "ACTIVE"
                        ADD HOLD-AMOUNT TO ACCOUNT-HELD
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

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

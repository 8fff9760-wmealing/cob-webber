         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS AUDIT-STATUS.

     SELECT CLOSE-REQUEST-FILE ASSIGN TO "CLOSEREQ"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS RANDOM
         RECORD KEY IS CLR-ACCOUNT-NO
         FILE STATUS IS CLOSEREQ-STATUS.

     SELECT PRODUCT-PARM-FILE ASSIGN TO "PRODPARM"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS PRODUCT-PARM-STATUS.

 DATA DIVISION.
 FILE SECTION.
 FD  ACCOUNT-MASTER.
 FD  AUDIT-FILE.
     COPY AUDITREC.

 FD  CLOSE-REQUEST-FILE.
     COPY CLOSREC.

 FD  PRODUCT-PARM-FILE.
     COPY PRODREC.

 WORKING-STORAGE SECTION.
     COPY CONFIRMW.
     COPY PRODTBL.

 01  MASTER-STATUS               PIC X(2)  VALUE "00".
 01  AUDIT-STATUS                PIC X(2)  VALUE "00".
 01  AUDIT-ERROR-SW              PIC X(1)  VALUE "N".
     88  AUDIT-ERROR             VALUE "Y".
 01  CLOSEREQ-STATUS             PIC X(2)  VALUE "00".
 01  CLOSEREQ-OPEN-SW            PIC X(1)  VALUE "N".
     88  CLOSEREQ-OPENED         VALUE "Y".
 01  REQUEST-FOUND-SW            PIC X(1)  VALUE "N".
     88  REQUEST-FOUND           VALUE "Y".
 01  PAYOUT-ERROR-SW             PIC X(1)  VALUE "N".
     88  PAYOUT-ERROR            VALUE "Y".
 01  PRODUCT-PARM-STATUS         PIC X(2)  VALUE "00".

 01  CURRENT-DATE-TIME           PIC X(21) VALUE SPACES.
 01  OPERATOR-ID                 PIC X(8)  VALUE SPACES.
 01  WORK-ACTION                 PIC X(1)  VALUE SPACE.
 01  SAVED-BEFORE-IMAGE          PIC X(69) VALUE SPACES.

 01  MENU-OPTION                 PIC X(1)  VALUE SPACE.
     88  OPTION-ADD              VALUE "A".
     88  OPTION-CHANGE           VALUE "C".
     88  OPTION-STATUS           VALUE "S".
     88  OPTION-LIMIT            VALUE "O".
     88  OPTION-REACTIVATE       VALUE "R".
     88  OPTION-PRODUCT          VALUE "P".
     88  OPTION-EXIT             VALUE "X".

 01  WORK-ACCOUNT-NO             PIC X(10) VALUE SPACES.
 01  WORK-NAME                   PIC X(30) VALUE SPACES.
 *> Account a credit balance is transferred to on close-out;
 *> left blank, the close-out run uses its default payout
 *> account.
 01  WORK-PAYOUT-ACCOUNT         PIC X(10) VALUE SPACES.
 *> Product code keyed on an add or a product change; left
 *> blank on an add, the default product is used.
 01  WORK-PRODUCT-CODE           PIC X(4)  VALUE SPACES.
 01  OLD-PRODUCT-LIMIT           PIC 9(9)V99 VALUE ZERO.
 01  OLD-PRODUCT-FOUND-SW        PIC X(1)  VALUE "N".
     88  OLD-PRODUCT-FOUND       VALUE "Y".
 *> Overdraft limit is keyed as eleven digits with two implied
 *> decimals, the same shape as amounts on the TRANSFILE.
 01  WORK-LIMIT                  PIC X(11) VALUE SPACES.
                                                   LINE 1 COL 28.
     05  VALUE "A - ADD AN ACCOUNT"                LINE 3 COL 10.
     05  VALUE "C - CHANGE ACCOUNT NAME"           LINE 4 COL 10.
     05  VALUE "S - CLOSE-OUT / REOPEN AN ACCOUNT" LINE 5 COL 10.
     05  VALUE "O - SET OVERDRAFT LIMIT"           LINE 6 COL 10.
     05  VALUE "R - REACTIVATE A DORMANT ACCOUNT"  LINE 7 COL 10.
     05  VALUE "P - CHANGE ACCOUNT PRODUCT"        LINE 8 COL 10.
     05  VALUE "X - EXIT"                          LINE 9 COL 10.
     05  VALUE "OPTION: "                          LINE 10 COL 10.
     05  MENU-OPTION-INPUT                         LINE 10 COL 18
         PIC X TO MENU-OPTION.

 01  ACCOUNT-KEY-SCREEN.
     05  VALUE "ACCOUNT NUMBER: "                  LINE 11 COL 10.
     05  ACCOUNT-KEY-INPUT                         LINE 11 COL 26
         PIC X(10) TO WORK-ACCOUNT-NO.

 01  ACCOUNT-NAME-SCREEN.
     05  VALUE "ACCOUNT NAME:   "                  LINE 12 COL 10.
     05  ACCOUNT-NAME-INPUT                        LINE 12 COL 26
         PIC X(30) TO WORK-NAME.

 01  ACCOUNT-LIMIT-SCREEN.
     05  VALUE "OVERDRAFT LIMIT (9(9)V99): "       LINE 13 COL 10.
     05  ACCOUNT-LIMIT-INPUT                       LINE 13 COL 37
         PIC X(11) TO WORK-LIMIT.

 01  PAYOUT-ACCOUNT-SCREEN.
     05  VALUE "PAY BALANCE TO ACCOUNT (BLANK FOR DEFAULT): "
                                                   LINE 13 COL 10.
     05  PAYOUT-ACCOUNT-INPUT                      LINE 13 COL 54
         PIC X(10) TO WORK-PAYOUT-ACCOUNT.

 01  ACCOUNT-PRODUCT-SCREEN.
     05  VALUE "PRODUCT CODE:   "                  LINE 14 COL 10.
     05  ACCOUNT-PRODUCT-INPUT                     LINE 14 COL 26
         PIC X(4) TO WORK-PRODUCT-CODE.

 01  OPERATOR-ID-SCREEN.
     05  VALUE "OPERATOR ID: "                     LINE 16 COL 10.
     05  OPERATOR-ID-INPUT                         LINE 16 COL 23
         PIC X(8) TO OPERATOR-ID.

PROCEDURE DIVISION.
            CLOSE ACCOUNT-MASTER
            MOVE 12 TO RETURN-CODE
        ELSE
            PERFORM OPEN-CLOSE-REQUEST-FILE
            PERFORM LOAD-PRODUCT-TABLE
            IF PRODUCT-TABLE-ERROR
                DISPLAY "PRODUCT TABLE UNAVAILABLE - NO ACCOUNT ADDS"
                    " OR PRODUCT CHANGES THIS SESSION"
            END-IF
            PERFORM GET-OPERATOR-ID
            PERFORM PROCESS-MENU
                UNTIL OPTION-EXIT OR AUDIT-ERROR
            CLOSE ACCOUNT-MASTER
            CLOSE AUDIT-FILE
            IF CLOSEREQ-OPENED
                CLOSE CLOSE-REQUEST-FILE
            END-IF
            IF AUDIT-ERROR
                MOVE 12 TO RETURN-CODE
            ELSE
        OPEN OUTPUT AUDIT-FILE
    END-IF.

 *> Without the close-out request file the session still runs,
 *> but no close-out can be requested or cancelled.
OPEN-CLOSE-REQUEST-FILE.
    MOVE "N" TO CLOSEREQ-OPEN-SW
    OPEN I-O CLOSE-REQUEST-FILE
    IF CLOSEREQ-STATUS = "35"
        OPEN OUTPUT CLOSE-REQUEST-FILE
        IF CLOSEREQ-STATUS = "00"
            CLOSE CLOSE-REQUEST-FILE
            OPEN I-O CLOSE-REQUEST-FILE
        END-IF
    END-IF
    IF CLOSEREQ-STATUS = "00"
        MOVE "Y" TO CLOSEREQ-OPEN-SW
    ELSE
        DISPLAY "ERROR OPENING CLOSE-OUT REQUEST FILE, STATUS="
            CLOSEREQ-STATUS
        DISPLAY "CLOSE-OUT REQUESTS UNAVAILABLE THIS SESSION"
    END-IF.

GET-OPERATOR-ID.
    MOVE SPACES TO OPERATOR-ID
    ACCEPT OPERATOR-ID FROM ENVIRONMENT "ACCT_MAINT_OPERATOR"
        END-IF
    END-IF.

 *> PRODPARM is loaded whole, as the accrual run loads it.
 *> Any bad line leaves the table unusable for the session.
LOAD-PRODUCT-TABLE.
    MOVE "N" TO PRODUCT-TABLE-ERROR-SW
    MOVE ZERO TO PRODUCT-COUNT
    MOVE SPACES TO DEFAULT-PRODUCT-CODE
    OPEN INPUT PRODUCT-PARM-FILE
    IF PRODUCT-PARM-STATUS NOT = "00"
        MOVE "Y" TO PRODUCT-TABLE-ERROR-SW
        DISPLAY "NO PRODUCT PARAMETER FILE, STATUS="
            PRODUCT-PARM-STATUS
    ELSE
        PERFORM UNTIL PRODUCT-PARM-STATUS NOT = "00"
            READ PRODUCT-PARM-FILE
                AT END
                    MOVE "10" TO PRODUCT-PARM-STATUS
                NOT AT END
                    PERFORM STORE-PRODUCT-ENTRY
            END-READ
        END-PERFORM
        CLOSE PRODUCT-PARM-FILE
        IF PRODUCT-COUNT = ZERO
            MOVE "Y" TO PRODUCT-TABLE-ERROR-SW
            DISPLAY "PRODUCT PARAMETER FILE IS EMPTY"
        ELSE
            IF DEFAULT-PRODUCT-CODE = SPACES
                MOVE "Y" TO PRODUCT-TABLE-ERROR-SW
                DISPLAY "NO DEFAULT PRODUCT FLAGGED ON PRODPARM"
            END-IF
        END-IF
    END-IF.

STORE-PRODUCT-ENTRY.
    MOVE PP-PRODUCT-CODE TO LOOKUP-PRODUCT-CODE
    PERFORM FIND-PRODUCT
    IF PP-PRODUCT-CODE = SPACES
     OR PP-ANNUAL-RATE NOT NUMERIC
     OR PP-MONTHLY-FEE NOT NUMERIC
     OR PP-WAIVER-BALANCE NOT NUMERIC
     OR PP-OVERDRAFT-LIMIT NOT NUMERIC
        MOVE "Y" TO PRODUCT-TABLE-ERROR-SW
        DISPLAY "PRODUCT PARAMETERS NOT VALID: " PRODUCT-PARM-RECORD
    ELSE
        IF PRODUCT-FOUND
            MOVE "Y" TO PRODUCT-TABLE-ERROR-SW
            DISPLAY "PRODUCT CODE ON PRODPARM TWICE: "
                PP-PRODUCT-CODE
        ELSE
            IF PRODUCT-COUNT >= PRODUCT-LIMIT
                MOVE "Y" TO PRODUCT-TABLE-ERROR-SW
                DISPLAY "MORE THAN " PRODUCT-LIMIT
                    " PRODUCTS ON PRODPARM"
            ELSE
                ADD 1 TO PRODUCT-COUNT
                MOVE PP-PRODUCT-CODE TO PT-PRODUCT-CODE(PRODUCT-COUNT)
                MOVE PP-DESCRIPTION TO PT-DESCRIPTION(PRODUCT-COUNT)
                MOVE PP-ANNUAL-RATE TO PT-ANNUAL-RATE(PRODUCT-COUNT)
                MOVE PP-MONTHLY-FEE TO PT-MONTHLY-FEE(PRODUCT-COUNT)
                MOVE PP-WAIVER-BALANCE
                    TO PT-WAIVER-BALANCE(PRODUCT-COUNT)
                MOVE PP-OVERDRAFT-LIMIT
                    TO PT-OVERDRAFT-LIMIT(PRODUCT-COUNT)
                IF PP-DEFAULT-PRODUCT
                    IF DEFAULT-PRODUCT-CODE NOT = SPACES
                        MOVE "Y" TO PRODUCT-TABLE-ERROR-SW
                        DISPLAY "MORE THAN ONE DEFAULT PRODUCT: "
                            DEFAULT-PRODUCT-CODE " " PP-PRODUCT-CODE
                    ELSE
                        MOVE PP-PRODUCT-CODE TO DEFAULT-PRODUCT-CODE
                    END-IF
                END-IF
            END-IF
        END-IF
    END-IF.

FIND-PRODUCT.
    MOVE "N" TO PRODUCT-FOUND-SW
    PERFORM VARYING PRODUCT-SUB FROM 1 BY 1
            UNTIL PRODUCT-SUB > PRODUCT-COUNT OR PRODUCT-FOUND
        IF PT-PRODUCT-CODE(PRODUCT-SUB) = LOOKUP-PRODUCT-CODE
            MOVE "Y" TO PRODUCT-FOUND-SW
        END-IF
    END-PERFORM
    IF PRODUCT-FOUND
        SUBTRACT 1 FROM PRODUCT-SUB
    END-IF.

PROCESS-MENU.
    MOVE SPACE TO MENU-OPTION
    DISPLAY MENU-SCREEN
                IF OPTION-LIMIT
                    PERFORM SET-OVERDRAFT-LIMIT
                ELSE
                    IF OPTION-REACTIVATE
                        PERFORM REACTIVATE-ACCOUNT
                    ELSE
                        IF OPTION-PRODUCT
                            PERFORM CHANGE-ACCOUNT-PRODUCT
                        ELSE
                            IF NOT OPTION-EXIT
                                DISPLAY "INVALID OPTION - ENTER A, C,"
                                    " S, O, R, P OR X"
                            END-IF
                        END-IF
                    END-IF
                END-IF
            END-IF
    IF WORK-ACCOUNT-NO = SPACES
        DISPLAY "ACCOUNT NUMBER REQUIRED - NOTHING ADDED"
    ELSE
        IF PRODUCT-TABLE-ERROR
            DISPLAY "PRODUCT TABLE UNAVAILABLE - NOTHING ADDED"
        ELSE
            MOVE WORK-ACCOUNT-NO TO ACCT-ACCOUNT-NO
            READ ACCOUNT-MASTER
                INVALID KEY
                    PERFORM WRITE-NEW-ACCOUNT
                NOT INVALID KEY
                    DISPLAY "ACCOUNT ALREADY ON MASTER: "
                        WORK-ACCOUNT-NO
            END-READ
        END-IF
    END-IF.

 *> A new account takes its overdraft limit from its product;
 *> option O sets a different one afterwards.
WRITE-NEW-ACCOUNT.
    MOVE SPACES TO WORK-NAME
    DISPLAY ACCOUNT-NAME-SCREEN
    ACCEPT ACCOUNT-NAME-SCREEN
    PERFORM GET-PRODUCT-CODE
    IF WORK-PRODUCT-CODE = SPACES
        MOVE DEFAULT-PRODUCT-CODE TO WORK-PRODUCT-CODE
    END-IF
    MOVE WORK-PRODUCT-CODE TO LOOKUP-PRODUCT-CODE
    PERFORM FIND-PRODUCT
    IF NOT PRODUCT-FOUND
        DISPLAY "PRODUCT NOT ON PRODPARM: " WORK-PRODUCT-CODE
            " - NOTHING ADDED"
    ELSE
        MOVE WORK-ACCOUNT-NO TO ACCT-ACCOUNT-NO
        MOVE WORK-NAME TO ACCT-NAME
        MOVE "O" TO ACCT-STATUS
        MOVE ZERO TO ACCT-BALANCE
        MOVE PT-OVERDRAFT-LIMIT(PRODUCT-SUB) TO ACCT-OVERDRAFT-LIMIT
        MOVE WORK-PRODUCT-CODE TO ACCT-PRODUCT-CODE
        MOVE SPACES TO SAVED-BEFORE-IMAGE
        MOVE "A" TO WORK-ACTION
        WRITE ACCOUNT-RECORD
            INVALID KEY
                DISPLAY "ERROR WRITING ACCOUNT, STATUS=" MASTER-STATUS
            NOT INVALID KEY
                DISPLAY "ACCOUNT ADDED: " WORK-ACCOUNT-NO " PRODUCT "
                    WORK-PRODUCT-CODE " " PT-DESCRIPTION(PRODUCT-SUB)
                PERFORM WRITE-AUDIT-RECORD
        END-WRITE
    END-IF.

GET-PRODUCT-CODE.
    MOVE SPACES TO WORK-PRODUCT-CODE
    DISPLAY ACCOUNT-PRODUCT-SCREEN
    ACCEPT ACCOUNT-PRODUCT-SCREEN
    MOVE FUNCTION UPPER-CASE(WORK-PRODUCT-CODE) TO WORK-PRODUCT-CODE.

CHANGE-ACCOUNT-NAME.
    PERFORM GET-ACCOUNT-KEY
            DISPLAY "ACCOUNT: " ACCT-ACCOUNT-NO " " ACCT-NAME
            DISPLAY "BALANCE: " BALANCE-DISPLAY
            IF ACCT-OPEN
                PERFORM REQUEST-CLOSE-OUT
            ELSE
                IF ACCT-PENDING-CLOSE
                    PERFORM CANCEL-CLOSE-OUT
                ELSE
                    IF ACCT-DORMANT
                        DISPLAY "ACCOUNT IS DORMANT - REACTIVATE IT"
                            " BEFORE REQUESTING CLOSE-OUT"
                    ELSE
                        DISPLAY "ACCOUNT IS CLOSED - REOPEN IT?"
                        PERFORM CONFIRM-ACTION
                        IF RESPONSE-IS-YES
                            MOVE "O" TO ACCT-STATUS
                            PERFORM REWRITE-ACCOUNT
                        ELSE
                            DISPLAY "ACCOUNT LEFT CLOSED"
                        END-IF
                    END-IF
                END-IF
            END-IF
    END-READ.

 *> An open account is not closed here.  It goes to pending
 *> close with a close-out request, and the close-out run
 *> settles the balance and closes it once that has posted.
REQUEST-CLOSE-OUT.
    IF NOT CLOSEREQ-OPENED
        DISPLAY "CLOSE-OUT REQUESTS UNAVAILABLE - ACCOUNT LEFT OPEN"
    ELSE
        DISPLAY "ACCOUNT IS OPEN - REQUEST CLOSE-OUT?"
        PERFORM CONFIRM-ACTION
        IF RESPONSE-IS-YES
            PERFORM GET-PAYOUT-ACCOUNT
            IF PAYOUT-ERROR
                DISPLAY "CLOSE-OUT NOT REQUESTED - ACCOUNT LEFT OPEN"
            ELSE
                PERFORM WRITE-CLOSE-REQUEST
                IF CLOSEREQ-STATUS = "00"
                    MOVE "P" TO ACCT-STATUS
                    PERFORM REWRITE-ACCOUNT
                END-IF
            END-IF
        ELSE
            DISPLAY "ACCOUNT LEFT OPEN"
        END-IF
    END-IF.

 *> The payout account must be a different account that is
 *> still open.  Reading it replaces the record area, so the
 *> closing account is put back from the before image.
GET-PAYOUT-ACCOUNT.
    MOVE "N" TO PAYOUT-ERROR-SW
    MOVE SPACES TO WORK-PAYOUT-ACCOUNT
    DISPLAY PAYOUT-ACCOUNT-SCREEN
    ACCEPT PAYOUT-ACCOUNT-SCREEN
    IF WORK-PAYOUT-ACCOUNT NOT = SPACES
        IF WORK-PAYOUT-ACCOUNT = WORK-ACCOUNT-NO
            MOVE "Y" TO PAYOUT-ERROR-SW
            DISPLAY "PAYOUT ACCOUNT MUST BE A DIFFERENT ACCOUNT"
        ELSE
            MOVE WORK-PAYOUT-ACCOUNT TO ACCT-ACCOUNT-NO
            READ ACCOUNT-MASTER
                INVALID KEY
                    MOVE "Y" TO PAYOUT-ERROR-SW
                    DISPLAY "PAYOUT ACCOUNT NOT ON MASTER: "
                        WORK-PAYOUT-ACCOUNT
                NOT INVALID KEY
                    IF NOT ACCT-OPEN
                        MOVE "Y" TO PAYOUT-ERROR-SW
                        DISPLAY "PAYOUT ACCOUNT IS NOT OPEN: "
                            WORK-PAYOUT-ACCOUNT
                    END-IF
            END-READ
            MOVE SAVED-BEFORE-IMAGE TO ACCOUNT-RECORD
        END-IF
    END-IF.

WRITE-CLOSE-REQUEST.
    MOVE WORK-ACCOUNT-NO TO CLR-ACCOUNT-NO
    READ CLOSE-REQUEST-FILE
        INVALID KEY
            MOVE "N" TO REQUEST-FOUND-SW
        NOT INVALID KEY
            MOVE "Y" TO REQUEST-FOUND-SW
    END-READ
    MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME
    MOVE SPACES TO CLOSE-REQUEST-RECORD
    MOVE WORK-ACCOUNT-NO TO CLR-ACCOUNT-NO
    MOVE WORK-PAYOUT-ACCOUNT TO CLR-PAYOUT-ACCOUNT
    MOVE OPERATOR-ID TO CLR-REQUESTED-BY
    MOVE CURRENT-DATE-TIME(1:8) TO CLR-REQUESTED-DATE
    MOVE "R" TO CLR-STATUS
    MOVE ZERO TO CLR-INTEREST
    MOVE ZERO TO CLR-SWEEP-AMOUNT
    IF REQUEST-FOUND
        REWRITE CLOSE-REQUEST-RECORD
    ELSE
        WRITE CLOSE-REQUEST-RECORD
    END-IF
    IF CLOSEREQ-STATUS = "00"
        DISPLAY "CLOSE-OUT REQUESTED: " WORK-ACCOUNT-NO
    ELSE
        DISPLAY "ERROR WRITING CLOSE-OUT REQUEST, STATUS="
            CLOSEREQ-STATUS " - ACCOUNT LEFT OPEN"
    END-IF.

 *> A close-out can be withdrawn until the close-out run has
 *> raised the settlement; after that it has to run through.
CANCEL-CLOSE-OUT.
    IF NOT CLOSEREQ-OPENED
        DISPLAY "CLOSE-OUT REQUESTS UNAVAILABLE - ACCOUNT LEFT"
            " PENDING CLOSE"
    ELSE
        MOVE WORK-ACCOUNT-NO TO CLR-ACCOUNT-NO
        READ CLOSE-REQUEST-FILE
            INVALID KEY
                MOVE "N" TO REQUEST-FOUND-SW
            NOT INVALID KEY
                MOVE "Y" TO REQUEST-FOUND-SW
        END-READ
        IF REQUEST-FOUND AND CLR-SETTLING
            DISPLAY "CLOSE-OUT REQUESTED BY " CLR-REQUESTED-BY
                " ON " CLR-REQUESTED-DATE
            DISPLAY "SETTLEMENT ALREADY RAISED - CLOSE-OUT CANNOT"
                " BE CANCELLED"
        ELSE
            IF REQUEST-FOUND
                DISPLAY "CLOSE-OUT REQUESTED BY " CLR-REQUESTED-BY
                    " ON " CLR-REQUESTED-DATE
            END-IF
            DISPLAY "ACCOUNT IS PENDING CLOSE - CANCEL THE"
                " CLOSE-OUT AND KEEP IT OPEN?"
            PERFORM CONFIRM-ACTION
            IF RESPONSE-IS-YES
                MOVE "00" TO CLOSEREQ-STATUS
                IF REQUEST-FOUND
                    MOVE "X" TO CLR-STATUS
                    REWRITE CLOSE-REQUEST-RECORD
                END-IF
                IF CLOSEREQ-STATUS = "00"
                    MOVE "O" TO ACCT-STATUS
                    PERFORM REWRITE-ACCOUNT
                ELSE
                    DISPLAY "ERROR CANCELLING CLOSE-OUT REQUEST,"
                        " STATUS=" CLOSEREQ-STATUS
                END-IF
            ELSE
                DISPLAY "ACCOUNT LEFT PENDING CLOSE"
            END-IF
        END-IF
    END-IF.

SET-OVERDRAFT-LIMIT.
    PERFORM GET-ACCOUNT-KEY
            END-IF
    END-READ.

 *> Reactivation puts a dormant account back to open so debits
 *> post again.  It is audited as its own action, and the
 *> dormancy run counts it as activity on the account.
REACTIVATE-ACCOUNT.
    PERFORM GET-ACCOUNT-KEY
    MOVE WORK-ACCOUNT-NO TO ACCT-ACCOUNT-NO
    READ ACCOUNT-MASTER
        INVALID KEY
            DISPLAY "ACCOUNT NOT ON MASTER: " WORK-ACCOUNT-NO
        NOT INVALID KEY
            MOVE ACCOUNT-RECORD TO SAVED-BEFORE-IMAGE
            MOVE "R" TO WORK-ACTION
            MOVE ACCT-BALANCE TO BALANCE-DISPLAY
            DISPLAY "ACCOUNT: " ACCT-ACCOUNT-NO " " ACCT-NAME
            DISPLAY "BALANCE: " BALANCE-DISPLAY
            IF NOT ACCT-DORMANT
                DISPLAY "ACCOUNT IS NOT DORMANT - NOTHING TO REACTIVATE"
            ELSE
                DISPLAY "ACCOUNT IS DORMANT - REACTIVATE IT?"
                PERFORM CONFIRM-ACTION
                IF RESPONSE-IS-YES
                    MOVE "O" TO ACCT-STATUS
                    PERFORM REWRITE-ACCOUNT
                ELSE
                    DISPLAY "ACCOUNT LEFT DORMANT"
                END-IF
            END-IF
    END-READ.

 *> A product change reprices the account from the next
 *> accrual run.  An overdraft limit still at the old
 *> product's default follows the account to the new
 *> product's default; one set individually is kept.
CHANGE-ACCOUNT-PRODUCT.
    PERFORM GET-ACCOUNT-KEY
    MOVE WORK-ACCOUNT-NO TO ACCT-ACCOUNT-NO
    READ ACCOUNT-MASTER
        INVALID KEY
            DISPLAY "ACCOUNT NOT ON MASTER: " WORK-ACCOUNT-NO
        NOT INVALID KEY
            MOVE ACCOUNT-RECORD TO SAVED-BEFORE-IMAGE
            MOVE "P" TO WORK-ACTION
            DISPLAY "ACCOUNT: " ACCT-ACCOUNT-NO " " ACCT-NAME
            DISPLAY "CURRENT PRODUCT: " ACCT-PRODUCT-CODE
            IF PRODUCT-TABLE-ERROR
                DISPLAY "PRODUCT TABLE UNAVAILABLE - PRODUCT UNCHANGED"
            ELSE
                IF ACCT-CLOSED
                    DISPLAY "ACCOUNT IS CLOSED - PRODUCT UNCHANGED"
                ELSE
                    PERFORM GET-PRODUCT-CODE
                    IF WORK-PRODUCT-CODE = SPACES
                     OR WORK-PRODUCT-CODE = ACCT-PRODUCT-CODE
                        DISPLAY "PRODUCT UNCHANGED"
                    ELSE
                        PERFORM APPLY-PRODUCT-CHANGE
                    END-IF
                END-IF
            END-IF
    END-READ.

APPLY-PRODUCT-CHANGE.
    MOVE ACCT-PRODUCT-CODE TO LOOKUP-PRODUCT-CODE
    PERFORM FIND-PRODUCT
    MOVE PRODUCT-FOUND-SW TO OLD-PRODUCT-FOUND-SW
    IF PRODUCT-FOUND
        MOVE PT-OVERDRAFT-LIMIT(PRODUCT-SUB) TO OLD-PRODUCT-LIMIT
    END-IF
    MOVE WORK-PRODUCT-CODE TO LOOKUP-PRODUCT-CODE
    PERFORM FIND-PRODUCT
    IF NOT PRODUCT-FOUND
        DISPLAY "PRODUCT NOT ON PRODPARM: " WORK-PRODUCT-CODE
            " - PRODUCT UNCHANGED"
    ELSE
        MOVE WORK-PRODUCT-CODE TO ACCT-PRODUCT-CODE
        IF OLD-PRODUCT-FOUND
         AND ACCT-OVERDRAFT-LIMIT = OLD-PRODUCT-LIMIT
            MOVE PT-OVERDRAFT-LIMIT(PRODUCT-SUB)
                TO ACCT-OVERDRAFT-LIMIT
            MOVE ACCT-OVERDRAFT-LIMIT TO LIMIT-DISPLAY
            DISPLAY "OVERDRAFT LIMIT MOVED TO PRODUCT DEFAULT: "
                LIMIT-DISPLAY
        END-IF
        PERFORM REWRITE-ACCOUNT
    END-IF.

CONFIRM-ACTION.
    MOVE SPACE TO RESPONSE-IN-WS
    PERFORM UNTIL RESPONSE-IS-YES OR RESPONSE-IS-NO

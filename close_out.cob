 IDENTIFICATION DIVISION.
 PROGRAM-ID. CLOSE_OUT.

 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
 SPECIAL-NAMES.
     DECIMAL-POINT IS COMMA.

 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT CLOSE-PARM-FILE ASSIGN TO "CLOSPARM"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS CLOSE-PARM-STATUS.

     SELECT PRODUCT-PARM-FILE ASSIGN TO "PRODPARM"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS PRODUCT-PARM-STATUS.

     SELECT CLOSE-REQUEST-FILE ASSIGN TO "CLOSEREQ"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS CLR-ACCOUNT-NO
         FILE STATUS IS CLOSEREQ-STATUS.

     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS RANDOM
         RECORD KEY IS ACCT-ACCOUNT-NO
         FILE STATUS IS MASTER-STATUS.

     SELECT HISTORY-FILE ASSIGN TO "TRANSHIST"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS RANDOM
         RECORD KEY IS HIST-KEY
         FILE STATUS IS HISTORY-STATUS.

     SELECT HOLDS-FILE ASSIGN TO "HOLDFILE"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS HOLD-KEY
         FILE STATUS IS HOLDS-STATUS.

     SELECT STANDING-ORDER-FILE ASSIGN TO "STANDORD"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS SEQUENTIAL
         RECORD KEY IS SO-ORDER-ID
         FILE STATUS IS ORDER-STATUS.

     SELECT SEQUENCE-CONTROL-FILE ASSIGN TO "COSEQCTL"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS SEQCTL-STATUS.

     SELECT CLOSE-BATCH-FILE ASSIGN TO "CLOSTRN"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS BATCH-STATUS.

     SELECT AUDIT-FILE ASSIGN TO "ACCTAUDT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS AUDIT-STATUS.

     SELECT CLOSE-REPORT-FILE ASSIGN TO "CLOSRPT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS CLOSE-REPORT-STATUS.

 DATA DIVISION.
 FILE SECTION.
 *> Close-out parameters: the default payout account a credit
 *> balance goes to when the request names none, then the
 *> write-off account an overdrawn balance is charged to.  The
 *> write-off account needs an overdraft limit wide enough to
 *> take the debits, or the posting run will refuse them.
 FD  CLOSE-PARM-FILE.
 01  CLOSE-PARM-RECORD.
     05  CP-PAYOUT-ACCOUNT          PIC X(10).
     05  CP-WRITE-OFF-ACCOUNT       PIC X(10).

 *> Same product parameters as the monthly accrual run; only
 *> the interest rate is used here.
 FD  PRODUCT-PARM-FILE.
     COPY PRODREC.

 FD  CLOSE-REQUEST-FILE.
     COPY CLOSREC.

 FD  ACCOUNT-MASTER.
     COPY ACCTREC.

 FD  HISTORY-FILE.
 01  HISTORY-RECORD.
     05  HIST-KEY.
         10  HIST-TRANS-ID          PIC X(10).
         10  HIST-TRANS-DATE        PIC X(8).

 FD  HOLDS-FILE.
     COPY HOLDREC.

 FD  STANDING-ORDER-FILE.
     COPY STORDREC.

 FD  SEQUENCE-CONTROL-FILE.
 01  SEQUENCE-CONTROL-RECORD.
     05  SEQ-LAST-USED              PIC 9(8).

 FD  CLOSE-BATCH-FILE.
 01  CLOSE-BATCH-RECORD             PIC X(121).

 FD  AUDIT-FILE.
     COPY AUDITREC.

 FD  CLOSE-REPORT-FILE.
 01  CLOSE-PRINT-REC                PIC X(132).

 WORKING-STORAGE SECTION.
     COPY TRANSREC.
     COPY PRODTBL.

 01  CLOSE-PARM-STATUS           PIC X(2)  VALUE "00".
 01  PRODUCT-PARM-STATUS         PIC X(2)  VALUE "00".
 01  CLOSEREQ-STATUS             PIC X(2)  VALUE "00".
 01  MASTER-STATUS               PIC X(2)  VALUE "00".
 01  HISTORY-STATUS              PIC X(2)  VALUE "00".
 01  HOLDS-STATUS                PIC X(2)  VALUE "00".
 01  ORDER-STATUS                PIC X(2)  VALUE "00".
 01  SEQCTL-STATUS               PIC X(2)  VALUE "00".
 01  BATCH-STATUS                PIC X(2)  VALUE "00".
 01  AUDIT-STATUS                PIC X(2)  VALUE "00".
 01  CLOSE-REPORT-STATUS         PIC X(2)  VALUE "00".

 01  CURRENT-DATE-TIME           PIC X(21) VALUE SPACES.
 01  TODAY-DATE                  PIC X(8)  VALUE SPACES.

 01  PARM-ERROR-SW               PIC X(1)  VALUE "N".
     88  PARM-ERROR              VALUE "Y".
 01  SEQCTL-ERROR-SW             PIC X(1)  VALUE "N".
     88  SEQCTL-ERROR            VALUE "Y".
 01  CLOSE-ERROR-SW              PIC X(1)  VALUE "N".
     88  CLOSE-ERROR             VALUE "Y".
 01  REQUESTS-OPEN-SW            PIC X(1)  VALUE "N".
     88  REQUESTS-OPENED         VALUE "Y".
 01  HISTORY-OPEN-SW             PIC X(1)  VALUE "N".
     88  HISTORY-OPENED          VALUE "Y".
 01  HOLDS-OPEN-SW               PIC X(1)  VALUE "N".
     88  HOLDS-OPENED            VALUE "Y".
 01  BATCH-OPEN-SW               PIC X(1)  VALUE "N".
     88  BATCH-OPENED            VALUE "Y".
 01  HOLD-SCAN-END-SW            PIC X(1)  VALUE "N".
     88  HOLD-SCAN-END           VALUE "Y".
 01  SWEEP-ERROR-SW              PIC X(1)  VALUE "N".
     88  SWEEP-ERROR             VALUE "Y".
 01  SETTLEMENT-POSTED-SW        PIC X(1)  VALUE "N".
     88  SETTLEMENT-POSTED       VALUE "Y".
 01  FINAL-INTEREST-SW           PIC X(1)  VALUE "N".
     88  FINAL-INTEREST-WANTED   VALUE "Y".
 01  REQUEST-CHANGED-SW          PIC X(1)  VALUE "N".
     88  REQUEST-CHANGED         VALUE "Y".
 01  CANCEL-ORDERS-SW            PIC X(1)  VALUE "N".
     88  CANCEL-ORDERS           VALUE "Y".
 01  TABLE-HIT-SW                PIC X(1)  VALUE "N".
     88  TABLE-HIT               VALUE "Y".

 01  PAYOUT-ACCOUNT              PIC X(10) VALUE SPACES.
 01  WRITE-OFF-ACCOUNT           PIC X(10) VALUE SPACES.

 *> Close-out transaction ids are CO plus a sequence carried
 *> across runs on COSEQCTL, so the daily run's duplicate
 *> check never sees a close-out id/date pair twice.
 01  GEN-SEQUENCE                PIC 9(8)  VALUE ZERO.
 01  BATCH-COUNT                 PIC 9(6)  VALUE ZERO.
 01  BATCH-HASH                  PIC 9(13)V99 VALUE ZERO.

 01  SAVED-ACCOUNT-IMAGE         PIC X(69) VALUE SPACES.
 01  ACCOUNT-HELD                PIC 9(11)V99 VALUE ZERO.
 01  INTEREST-DAYS               PIC 9(2)  VALUE ZERO.
 01  INTEREST-AMOUNT             PIC 9(9)V99 VALUE ZERO.
 01  SETTLE-BALANCE              PIC S9(11)V99 VALUE ZERO.
 01  SWEEP-AMOUNT                PIC 9(11)V99 VALUE ZERO.
 01  SWEEP-ACCOUNT               PIC X(10) VALUE SPACES.
 01  ACTION-TEXT                 PIC X(27) VALUE SPACES.

 01  REQUESTS-READ               PIC 9(6)  VALUE ZERO.
 01  SETTLEMENTS-RAISED          PIC 9(6)  VALUE ZERO.
 01  ACCOUNTS-CLOSED             PIC 9(6)  VALUE ZERO.
 01  AWAITING-COUNT              PIC 9(6)  VALUE ZERO.
 01  HELD-BACK-COUNT             PIC 9(6)  VALUE ZERO.
 01  ORDERS-CANCELLED            PIC 9(6)  VALUE ZERO.
 01  TOTAL-INTEREST              PIC 9(11)V99 VALUE ZERO.
 01  TOTAL-PAID-OUT              PIC 9(13)V99 VALUE ZERO.
 01  TOTAL-WRITTEN-OFF           PIC 9(13)V99 VALUE ZERO.

 *> Requests advanced this run.  They are rewritten from this
 *> table only after the settlement batch has been written
 *> clean, so a failed run leaves every request where it was.
 01  UPDATE-LIMIT                PIC 9(4)  VALUE 1000.
 01  UPDATE-COUNT                PIC 9(4)  VALUE ZERO.
 01  UPDATE-SUB                  PIC 9(4)  VALUE ZERO.
 01  REQUEST-UPDATE-TABLE.
     05  REQUEST-UPDATE-ENTRY OCCURS 1000 TIMES.
         10  UPD-REQUEST-IMAGE   PIC X(98).
         10  UPD-CANCEL-ORDERS   PIC X(1).

 01  LINE-COUNT                  PIC 9(3)  VALUE ZERO.
 01  PAGE-COUNT                  PIC 9(4)  VALUE ZERO.
 01  PAGE-LIMIT                  PIC 9(3)  VALUE 55.
 01  PRINT-LINE                  PIC X(132) VALUE SPACES.

 01  CLOSE-HEADING-1.
     05  FILLER                  PIC X(28)
         VALUE "ACCOUNT CLOSE-OUT REGISTER".
     05  FILLER                  PIC X(9)  VALUE "RUN DATE ".
     05  CH1-RUN-DATE            PIC X(8).
     05  FILLER                  PIC X(6)  VALUE SPACES.
     05  FILLER                  PIC X(5)  VALUE "PAGE ".
     05  CH1-PAGE-NO             PIC ZZZ9.

 01  CLOSE-HEADING-2.
     05  FILLER                  PIC X(12) VALUE "ACCOUNT".
     05  FILLER                  PIC X(26) VALUE "NAME".
     05  FILLER                  PIC X(21)
         VALUE "       LEDGER BALANCE".
     05  FILLER                  PIC X(16) VALUE "  FINAL INTEREST".
     05  FILLER                  PIC X(16) VALUE "         SETTLED".
     05  FILLER                  PIC X(2)  VALUE SPACES.
     05  FILLER                  PIC X(12) VALUE "TO ACCOUNT".
     05  FILLER                  PIC X(27) VALUE "ACTION".

 01  CLOSE-DETAIL-LINE.
     05  CDL-ACCOUNT-NO          PIC X(10).
     05  FILLER                  PIC X(2)  VALUE SPACES.
     05  CDL-NAME                PIC X(24).
     05  FILLER                  PIC X(2)  VALUE SPACES.
     05  CDL-BALANCE             PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99-.
     05  FILLER                  PIC X(2)  VALUE SPACES.
     05  CDL-INTEREST            PIC ZZZ.ZZZ.ZZ9,99.
     05  FILLER                  PIC X(2)  VALUE SPACES.
     05  CDL-SETTLED             PIC ZZZ.ZZZ.ZZ9,99.
     05  FILLER                  PIC X(2)  VALUE SPACES.
     05  CDL-TO-ACCOUNT          PIC X(10).
     05  FILLER                  PIC X(2)  VALUE SPACES.
     05  CDL-ACTION              PIC X(27).

 01  ORDER-CANCEL-LINE.
     05  FILLER                  PIC X(12) VALUE SPACES.
     05  FILLER                  PIC X(15) VALUE "STANDING ORDER ".
     05  OCL-ORDER-ID            PIC X(10).
     05  FILLER                  PIC X(27)
         VALUE " CANCELLED FOR THE ACCOUNT ".
     05  OCL-ACCOUNT-NO          PIC X(10).

 01  CLOSE-TOTAL-LINE.
     05  FILLER                  PIC X(24) VALUE SPACES.
     05  CTL-CAPTION             PIC X(26).
     05  CTL-AMOUNT              PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

 01  CLOSE-COUNT-LINE.
     05  FILLER                  PIC X(24) VALUE SPACES.
     05  CCL-CAPTION             PIC X(26).
     05  CCL-COUNT               PIC ZZZZZ9.

 01  SIGNOFF-LINE.
     05  FILLER                  PIC X(44)
         VALUE "CHECKED BY BRANCH:    ____________________  ".
     05  FILLER                  PIC X(8)  VALUE "DATE: __".
     05  FILLER                  PIC X(8)  VALUE "______".

PROCEDURE DIVISION.
MAIN-PARAGRAPH.
    MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME
    MOVE CURRENT-DATE-TIME(1:8) TO TODAY-DATE

    PERFORM READ-CLOSE-PARM
    IF NOT PARM-ERROR
        PERFORM LOAD-PRODUCT-TABLE
        IF PRODUCT-TABLE-ERROR
            MOVE "Y" TO PARM-ERROR-SW
        END-IF
    END-IF
    IF PARM-ERROR
        MOVE 8 TO RETURN-CODE
    ELSE
        PERFORM READ-SEQUENCE-CONTROL
        IF SEQCTL-ERROR
            MOVE 12 TO RETURN-CODE
        ELSE
            PERFORM RUN-CLOSE-OUT
            IF BATCH-COUNT > ZERO
                PERFORM WRITE-SEQUENCE-CONTROL
            END-IF
            DISPLAY "CLOSE-OUT REQUESTS READ:  " REQUESTS-READ
            DISPLAY "SETTLEMENTS RAISED:       " SETTLEMENTS-RAISED
            DISPLAY "ACCOUNTS CLOSED:          " ACCOUNTS-CLOSED
            DISPLAY "AWAITING POSTING:         " AWAITING-COUNT
            DISPLAY "HELD BACK:                " HELD-BACK-COUNT
            IF CLOSE-ERROR
                MOVE 12 TO RETURN-CODE
            ELSE
                IF HELD-BACK-COUNT > ZERO
                    MOVE 4 TO RETURN-CODE
                ELSE
                    MOVE 0 TO RETURN-CODE
                END-IF
            END-IF
        END-IF
    END-IF
    STOP RUN.

READ-CLOSE-PARM.
    OPEN INPUT CLOSE-PARM-FILE
    IF CLOSE-PARM-STATUS NOT = "00"
        MOVE "Y" TO PARM-ERROR-SW
        DISPLAY "NO CLOSE-OUT PARAMETER FILE, STATUS="
            CLOSE-PARM-STATUS
    ELSE
        READ CLOSE-PARM-FILE
            AT END
                MOVE "Y" TO PARM-ERROR-SW
                DISPLAY "CLOSE-OUT PARAMETER FILE IS EMPTY"
            NOT AT END
                IF CP-PAYOUT-ACCOUNT = SPACES
                 OR CP-WRITE-OFF-ACCOUNT = SPACES
                    MOVE "Y" TO PARM-ERROR-SW
                    DISPLAY "CLOSE-OUT PARAMETERS NEED A PAYOUT AND"
                        " A WRITE-OFF ACCOUNT: " CLOSE-PARM-RECORD
                ELSE
                    MOVE CP-PAYOUT-ACCOUNT TO PAYOUT-ACCOUNT
                    MOVE CP-WRITE-OFF-ACCOUNT TO WRITE-OFF-ACCOUNT
                END-IF
        END-READ
        CLOSE CLOSE-PARM-FILE
    END-IF.

 *> PRODPARM is loaded whole, as the accrual run loads it.
 *> Any bad line stops the run.
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

READ-SEQUENCE-CONTROL.
    OPEN INPUT SEQUENCE-CONTROL-FILE
    IF SEQCTL-STATUS = "35"
        MOVE ZERO TO GEN-SEQUENCE
    ELSE
        IF SEQCTL-STATUS NOT = "00"
            MOVE "Y" TO SEQCTL-ERROR-SW
            DISPLAY "ERROR OPENING SEQUENCE CONTROL, STATUS="
                SEQCTL-STATUS
        ELSE
            READ SEQUENCE-CONTROL-FILE
                AT END
                    MOVE "Y" TO SEQCTL-ERROR-SW
                    DISPLAY "SEQUENCE CONTROL FILE IS EMPTY -"
                        " RESTORE COSEQCTL BEFORE RERUN"
                NOT AT END
                    IF SEQ-LAST-USED NUMERIC
                        MOVE SEQ-LAST-USED TO GEN-SEQUENCE
                    ELSE
                        MOVE "Y" TO SEQCTL-ERROR-SW
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
        MOVE "Y" TO CLOSE-ERROR-SW
        DISPLAY "UNABLE TO WRITE SEQUENCE CONTROL, STATUS="
            SEQCTL-STATUS
        DISPLAY "DO NOT RERUN UNTIL COSEQCTL HOLDS " GEN-SEQUENCE
    ELSE
        MOVE GEN-SEQUENCE TO SEQ-LAST-USED
        WRITE SEQUENCE-CONTROL-RECORD
        IF SEQCTL-STATUS NOT = "00"
            MOVE "Y" TO CLOSE-ERROR-SW
            DISPLAY "ERROR WRITING SEQUENCE CONTROL, STATUS="
                SEQCTL-STATUS
            DISPLAY "DO NOT RERUN UNTIL COSEQCTL HOLDS "
                GEN-SEQUENCE
        END-IF
        CLOSE SEQUENCE-CONTROL-FILE
    END-IF.

RUN-CLOSE-OUT.
    OPEN INPUT CLOSE-REQUEST-FILE
    IF CLOSEREQ-STATUS = "35"
        DISPLAY "NO CLOSE-OUT REQUEST FILE - NOTHING TO CLOSE"
    ELSE
        IF CLOSEREQ-STATUS NOT = "00"
            MOVE "Y" TO CLOSE-ERROR-SW
            DISPLAY "ERROR OPENING CLOSE-OUT REQUESTS, STATUS="
                CLOSEREQ-STATUS
        ELSE
            MOVE "Y" TO REQUESTS-OPEN-SW
            OPEN I-O ACCOUNT-MASTER
            IF MASTER-STATUS NOT = "00"
                MOVE "Y" TO CLOSE-ERROR-SW
                DISPLAY "ERROR OPENING ACCOUNT MASTER, STATUS="
                    MASTER-STATUS
            ELSE
                PERFORM OPEN-SUPPORT-FILES
                IF NOT CLOSE-ERROR
                    PERFORM PROCESS-CLOSE-REQUESTS
                    IF BATCH-OPENED
                        PERFORM CLOSE-SETTLEMENT-BATCH
                    END-IF
                    IF CLOSE-ERROR
                        DISPLAY "CLOSE-OUT RUN FAILED - NO REQUESTS"
                            " ADVANCED, REMOVE ANY PART BATCH FROM"
                            " CLOSTRN BEFORE RERUN"
                    ELSE
                        PERFORM APPLY-REQUEST-UPDATES
                        PERFORM CANCEL-STANDING-ORDERS
                    END-IF
                    PERFORM PRINT-CLOSE-TOTALS
                    CLOSE AUDIT-FILE
                    CLOSE CLOSE-REPORT-FILE
                END-IF
                PERFORM CLOSE-SUPPORT-FILES
                CLOSE ACCOUNT-MASTER
            END-IF
            IF REQUESTS-OPENED
                CLOSE CLOSE-REQUEST-FILE
            END-IF
        END-IF
    END-IF.

 *> TRANSHIST and HOLDFILE may not exist yet: no history means
 *> no settlement has posted, and no holds file means nothing
 *> is held.
OPEN-SUPPORT-FILES.
    MOVE "N" TO HISTORY-OPEN-SW
    OPEN INPUT HISTORY-FILE
    IF HISTORY-STATUS = "00"
        MOVE "Y" TO HISTORY-OPEN-SW
    ELSE
        IF HISTORY-STATUS NOT = "35"
            MOVE "Y" TO CLOSE-ERROR-SW
            DISPLAY "ERROR OPENING TRANSACTION HISTORY, STATUS="
                HISTORY-STATUS
        END-IF
    END-IF
    MOVE "N" TO HOLDS-OPEN-SW
    OPEN INPUT HOLDS-FILE
    IF HOLDS-STATUS = "00"
        MOVE "Y" TO HOLDS-OPEN-SW
    ELSE
        IF HOLDS-STATUS NOT = "35"
            MOVE "Y" TO CLOSE-ERROR-SW
            DISPLAY "ERROR OPENING FUNDS HOLDS FILE, STATUS="
                HOLDS-STATUS
        END-IF
    END-IF
    IF NOT CLOSE-ERROR
        OPEN EXTEND AUDIT-FILE
        IF AUDIT-STATUS NOT = "00"
            OPEN OUTPUT AUDIT-FILE
        END-IF
        IF AUDIT-STATUS NOT = "00"
            MOVE "Y" TO CLOSE-ERROR-SW
            DISPLAY "ERROR OPENING MAINTENANCE AUDIT FILE, STATUS="
                AUDIT-STATUS
        ELSE
            OPEN OUTPUT CLOSE-REPORT-FILE
            IF CLOSE-REPORT-STATUS NOT = "00"
                MOVE "Y" TO CLOSE-ERROR-SW
                DISPLAY "ERROR OPENING CLOSE-OUT REGISTER, STATUS="
                    CLOSE-REPORT-STATUS
                CLOSE AUDIT-FILE
            ELSE
                MOVE TODAY-DATE TO CH1-RUN-DATE
                MOVE PAGE-LIMIT TO LINE-COUNT
            END-IF
        END-IF
    END-IF.

CLOSE-SUPPORT-FILES.
    IF HISTORY-OPENED
        CLOSE HISTORY-FILE
    END-IF
    IF HOLDS-OPENED
        CLOSE HOLDS-FILE
    END-IF.

PROCESS-CLOSE-REQUESTS.
    PERFORM UNTIL CLOSEREQ-STATUS NOT = "00" OR CLOSE-ERROR
        READ CLOSE-REQUEST-FILE NEXT RECORD
            AT END
                MOVE "10" TO CLOSEREQ-STATUS
            NOT AT END
                IF CLR-REQUESTED OR CLR-SETTLING
                    PERFORM PROCESS-ONE-REQUEST
                END-IF
        END-READ
    END-PERFORM.

PROCESS-ONE-REQUEST.
    ADD 1 TO REQUESTS-READ
    MOVE "N" TO REQUEST-CHANGED-SW
    MOVE "N" TO CANCEL-ORDERS-SW
    MOVE SPACES TO ACTION-TEXT
    MOVE ZERO TO INTEREST-AMOUNT
    MOVE ZERO TO SWEEP-AMOUNT
    MOVE SPACES TO SWEEP-ACCOUNT
    MOVE CLR-ACCOUNT-NO TO ACCT-ACCOUNT-NO
    IF UPDATE-COUNT >= UPDATE-LIMIT
        ADD 1 TO HELD-BACK-COUNT
        MOVE "DEFERRED - RUN LIMIT" TO ACTION-TEXT
        MOVE SPACES TO ACCT-NAME
        MOVE ZERO TO ACCT-BALANCE
    ELSE
        READ ACCOUNT-MASTER
            INVALID KEY
                MOVE SPACES TO ACCT-NAME
                MOVE ZERO TO ACCT-BALANCE
                MOVE "NOT ON MASTER - CANCELLED" TO ACTION-TEXT
                ADD 1 TO HELD-BACK-COUNT
                MOVE "X" TO CLR-STATUS
                MOVE "Y" TO REQUEST-CHANGED-SW
            NOT INVALID KEY
                PERFORM CHECK-REQUEST-ACCOUNT
        END-READ
    END-IF
    IF REQUEST-CHANGED
        ADD 1 TO UPDATE-COUNT
        MOVE CLOSE-REQUEST-RECORD
            TO UPD-REQUEST-IMAGE(UPDATE-COUNT)
        MOVE CANCEL-ORDERS-SW TO UPD-CANCEL-ORDERS(UPDATE-COUNT)
    END-IF
    PERFORM PRINT-REQUEST-LINE.

 *> Only an account still pending close is worked.  One that
 *> has been reopened drops its request; one found already
 *> closed has its request completed.
CHECK-REQUEST-ACCOUNT.
    IF ACCT-OPEN
        MOVE "REOPENED - CANCELLED" TO ACTION-TEXT
        MOVE "X" TO CLR-STATUS
        MOVE "Y" TO REQUEST-CHANGED-SW
    ELSE
        IF ACCT-CLOSED
            MOVE "ALREADY CLOSED" TO ACTION-TEXT
            MOVE "C" TO CLR-STATUS
            IF CLR-CLOSED-DATE = SPACES
                MOVE TODAY-DATE TO CLR-CLOSED-DATE
            END-IF
            MOVE "Y" TO REQUEST-CHANGED-SW
        ELSE
            IF NOT ACCT-PENDING-CLOSE
                MOVE "ACCOUNT STATUS NOT PENDING" TO ACTION-TEXT
                ADD 1 TO HELD-BACK-COUNT
            ELSE
                IF CLR-REQUESTED
                    MOVE "Y" TO FINAL-INTEREST-SW
                    PERFORM SETTLE-ACCOUNT
                ELSE
                    PERFORM CHECK-SETTLEMENT-POSTED
                END-IF
            END-IF
        END-IF
    END-IF.

 *> A settled account closes only once the settlement entry on
 *> it is on TRANSHIST - i.e. the posting run has accepted it -
 *> and the master balance is zero.  Anything posted to it
 *> since the settlement was raised is swept in turn.
CHECK-SETTLEMENT-POSTED.
    MOVE "N" TO SETTLEMENT-POSTED-SW
    IF HISTORY-OPENED
        MOVE CLR-SWEEP-ID TO HIST-TRANS-ID
        MOVE CLR-SWEEP-DATE TO HIST-TRANS-DATE
        READ HISTORY-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE "Y" TO SETTLEMENT-POSTED-SW
        END-READ
    END-IF
    IF NOT SETTLEMENT-POSTED
        ADD 1 TO AWAITING-COUNT
        MOVE CLR-SWEEP-AMOUNT TO SWEEP-AMOUNT
        MOVE CLR-SWEEP-TO-ACCOUNT TO SWEEP-ACCOUNT
        IF CLR-SWEEP-DATE < TODAY-DATE
            MOVE "NOT POSTED - CHECK REJECTS" TO ACTION-TEXT
        ELSE
            MOVE "AWAITING POSTING" TO ACTION-TEXT
        END-IF
    ELSE
        IF ACCT-BALANCE = ZERO
            PERFORM CLOSE-ACCOUNT
        ELSE
            MOVE "N" TO FINAL-INTEREST-SW
            PERFORM SETTLE-ACCOUNT
            IF ACTION-TEXT = "SETTLEMENT RAISED"
                MOVE "RESIDUAL BALANCE SWEPT" TO ACTION-TEXT
            END-IF
        END-IF
    END-IF.

 *> Final interest runs from the start of the month to the run
 *> date at the account's product rate, the monthly accrual
 *> having paid to the previous month end and passing over
 *> accounts pending close.  An account whose product is not
 *> on PRODPARM is held back rather than settled without its
 *> interest.  Interest is credited first, then the whole
 *> balance is transferred to the payout account (or, if
 *> overdrawn, written off), leaving the account at zero once
 *> posted.
SETTLE-ACCOUNT.
    PERFORM TOTAL-ACCOUNT-HOLDS
    MOVE ACCT-PRODUCT-CODE TO LOOKUP-PRODUCT-CODE
    PERFORM FIND-PRODUCT
    IF ACCOUNT-HELD > ZERO
        ADD 1 TO HELD-BACK-COUNT
        MOVE "ACTIVE HOLDS - NOT SETTLED" TO ACTION-TEXT
    ELSE
        IF FINAL-INTEREST-WANTED AND ACCT-BALANCE > ZERO
         AND NOT PRODUCT-FOUND
            ADD 1 TO HELD-BACK-COUNT
            MOVE "PRODUCT NOT ON PRODPARM" TO ACTION-TEXT
        ELSE
            MOVE ZERO TO INTEREST-AMOUNT
            IF FINAL-INTEREST-WANTED AND ACCT-BALANCE > ZERO
                MOVE TODAY-DATE(7:2) TO INTEREST-DAYS
                COMPUTE INTEREST-AMOUNT ROUNDED =
                    ACCT-BALANCE * PT-ANNUAL-RATE(PRODUCT-SUB)
                        * INTEREST-DAYS / 36500
                    ON SIZE ERROR
                        MOVE ZERO TO INTEREST-AMOUNT
                        DISPLAY "INTEREST TOO LARGE - NONE CREDITED: "
                            ACCT-ACCOUNT-NO
                END-COMPUTE
            END-IF
            COMPUTE SETTLE-BALANCE = ACCT-BALANCE + INTEREST-AMOUNT
            IF SETTLE-BALANCE = ZERO
                PERFORM CLOSE-ACCOUNT
            ELSE
                PERFORM RESOLVE-SWEEP-ACCOUNT
                IF SETTLE-BALANCE > 999999999,99
                 OR SETTLE-BALANCE < -999999999,99
                    ADD 1 TO HELD-BACK-COUNT
                    MOVE "TOO LARGE - SETTLE MANUALLY" TO ACTION-TEXT
                ELSE
                    IF SWEEP-ERROR
                        ADD 1 TO HELD-BACK-COUNT
                        MOVE "SETTLEMENT ACCOUNT UNUSABLE"
                            TO ACTION-TEXT
                    ELSE
                        PERFORM RAISE-SETTLEMENT
                    END-IF
                END-IF
            END-IF
        END-IF
    END-IF.

 *> The account credited with a balance, or debited with an
 *> overdrawn one, must be on the master and open.  Reading it
 *> replaces the record area, so the closing account is put
 *> back afterwards.
RESOLVE-SWEEP-ACCOUNT.
    MOVE "N" TO SWEEP-ERROR-SW
    IF SETTLE-BALANCE > ZERO
        IF CLR-PAYOUT-ACCOUNT NOT = SPACES
            MOVE CLR-PAYOUT-ACCOUNT TO SWEEP-ACCOUNT
        ELSE
            MOVE PAYOUT-ACCOUNT TO SWEEP-ACCOUNT
        END-IF
    ELSE
        MOVE WRITE-OFF-ACCOUNT TO SWEEP-ACCOUNT
    END-IF
    IF SWEEP-ACCOUNT = CLR-ACCOUNT-NO
        MOVE "Y" TO SWEEP-ERROR-SW
    ELSE
        MOVE ACCOUNT-RECORD TO SAVED-ACCOUNT-IMAGE
        MOVE SWEEP-ACCOUNT TO ACCT-ACCOUNT-NO
        READ ACCOUNT-MASTER
            INVALID KEY
                MOVE "Y" TO SWEEP-ERROR-SW
            NOT INVALID KEY
                IF NOT ACCT-OPEN
                    MOVE "Y" TO SWEEP-ERROR-SW
                END-IF
        END-READ
        MOVE SAVED-ACCOUNT-IMAGE TO ACCOUNT-RECORD
    END-IF
    IF SWEEP-ERROR
        DISPLAY "SETTLEMENT ACCOUNT NOT ON MASTER OR NOT OPEN: "
            SWEEP-ACCOUNT " FOR " CLR-ACCOUNT-NO
    END-IF.

RAISE-SETTLEMENT.
    IF NOT BATCH-OPENED
        PERFORM OPEN-SETTLEMENT-BATCH
    END-IF
    IF NOT CLOSE-ERROR
        IF INTEREST-AMOUNT > ZERO
            MOVE CLR-ACCOUNT-NO TO TRANS-ACCOUNT-NO
            MOVE INTEREST-AMOUNT TO TRANS-AMOUNT
            MOVE "C" TO TRANS-DR-CR
            MOVE "CLOSE-OUT FINAL INTEREST" TO TRANS-DESCRIPTION
            PERFORM WRITE-SETTLEMENT-DETAIL
            MOVE INTEREST-AMOUNT TO CLR-INTEREST
            ADD INTEREST-AMOUNT TO TOTAL-INTEREST
        END-IF
    END-IF
    IF NOT CLOSE-ERROR
        IF SETTLE-BALANCE > ZERO
            MOVE SETTLE-BALANCE TO SWEEP-AMOUNT
            MOVE "D" TO CLR-SWEEP-DR-CR
        ELSE
            COMPUTE SWEEP-AMOUNT = ZERO - SETTLE-BALANCE
            MOVE "C" TO CLR-SWEEP-DR-CR
        END-IF
        MOVE CLR-ACCOUNT-NO TO TRANS-ACCOUNT-NO
        MOVE SWEEP-AMOUNT TO TRANS-AMOUNT
        MOVE CLR-SWEEP-DR-CR TO TRANS-DR-CR
        IF CLR-SWEEP-PAYOUT
            MOVE "CLOSE-OUT BALANCE TRANSFER" TO TRANS-DESCRIPTION
        ELSE
            MOVE "CLOSE-OUT WRITE-OFF" TO TRANS-DESCRIPTION
        END-IF
        PERFORM WRITE-SETTLEMENT-DETAIL
        MOVE TRANS-ID TO CLR-SWEEP-ID
        MOVE TRANS-DATE TO CLR-SWEEP-DATE
    END-IF
    IF NOT CLOSE-ERROR
        MOVE SWEEP-ACCOUNT TO TRANS-ACCOUNT-NO
        MOVE SWEEP-AMOUNT TO TRANS-AMOUNT
        MOVE SPACES TO TRANS-DESCRIPTION
        IF CLR-SWEEP-PAYOUT
            MOVE "C" TO TRANS-DR-CR
            STRING "CLOSE-OUT OF " CLR-ACCOUNT-NO
                DELIMITED BY SIZE INTO TRANS-DESCRIPTION
            ADD SWEEP-AMOUNT TO TOTAL-PAID-OUT
        ELSE
            MOVE "D" TO TRANS-DR-CR
            STRING "WRITE-OFF ON CLOSE OF " CLR-ACCOUNT-NO
                DELIMITED BY SIZE INTO TRANS-DESCRIPTION
            ADD SWEEP-AMOUNT TO TOTAL-WRITTEN-OFF
        END-IF
        PERFORM WRITE-SETTLEMENT-DETAIL
    END-IF
    IF NOT CLOSE-ERROR
        MOVE SWEEP-AMOUNT TO CLR-SWEEP-AMOUNT
        MOVE SWEEP-ACCOUNT TO CLR-SWEEP-TO-ACCOUNT
        MOVE "S" TO CLR-STATUS
        MOVE "Y" TO REQUEST-CHANGED-SW
        MOVE "Y" TO CANCEL-ORDERS-SW
        ADD 1 TO SETTLEMENTS-RAISED
        MOVE "SETTLEMENT RAISED" TO ACTION-TEXT
    ELSE
        MOVE "ERROR - SEE RUN LOG" TO ACTION-TEXT
    END-IF.

 *> The status change is audited on ACCTAUDT the same way a
 *> change keyed through account maintenance is.
CLOSE-ACCOUNT.
    MOVE ACCOUNT-RECORD TO SAVED-ACCOUNT-IMAGE
    MOVE "C" TO ACCT-STATUS
    REWRITE ACCOUNT-RECORD
        INVALID KEY
            MOVE "Y" TO CLOSE-ERROR-SW
            MOVE "ERROR - SEE RUN LOG" TO ACTION-TEXT
            DISPLAY "ERROR CLOSING ACCOUNT, STATUS=" MASTER-STATUS
                " " ACCT-ACCOUNT-NO
        NOT INVALID KEY
            PERFORM WRITE-AUDIT-RECORD
            MOVE "C" TO CLR-STATUS
            MOVE TODAY-DATE TO CLR-CLOSED-DATE
            MOVE "Y" TO REQUEST-CHANGED-SW
            MOVE "Y" TO CANCEL-ORDERS-SW
            ADD 1 TO ACCOUNTS-CLOSED
            MOVE "CLOSED" TO ACTION-TEXT
    END-REWRITE.

WRITE-AUDIT-RECORD.
    MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME
    MOVE CURRENT-DATE-TIME(1:8) TO AUD-DATE
    MOVE CURRENT-DATE-TIME(9:6) TO AUD-TIME
    MOVE "CLOSEOUT" TO AUD-OPERATOR
    MOVE "S" TO AUD-ACTION
    MOVE SAVED-ACCOUNT-IMAGE TO AUD-BEFORE-IMAGE
    MOVE ACCOUNT-RECORD TO AUD-AFTER-IMAGE
    WRITE AUDIT-RECORD
    IF AUDIT-STATUS NOT = "00"
        MOVE "Y" TO CLOSE-ERROR-SW
        DISPLAY "ERROR WRITING MAINTENANCE AUDIT, STATUS="
            AUDIT-STATUS
        DISPLAY "ACCOUNT " ACCT-ACCOUNT-NO " CLOSED UNAUDITED,"
            " REPORT IT TO THE AUDITORS"
    END-IF.

 *> Total of the holds in force on the account today: held
 *> active and not past their expiry date.
TOTAL-ACCOUNT-HOLDS.
    MOVE ZERO TO ACCOUNT-HELD
    IF HOLDS-OPENED
        MOVE "N" TO HOLD-SCAN-END-SW
        MOVE ACCT-ACCOUNT-NO TO HOLD-ACCOUNT-NO
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
                    IF HOLD-ACCOUNT-NO NOT = ACCT-ACCOUNT-NO
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

 *> Settlements are appended to CLOSTRN as a batch of their own
 *> for the intake job, so a second run before intake adds a
 *> batch rather than overwriting the first.
OPEN-SETTLEMENT-BATCH.
    OPEN EXTEND CLOSE-BATCH-FILE
    IF BATCH-STATUS NOT = "00"
        OPEN OUTPUT CLOSE-BATCH-FILE
    END-IF
    IF BATCH-STATUS NOT = "00"
        MOVE "Y" TO CLOSE-ERROR-SW
        DISPLAY "ERROR OPENING CLOSE-OUT BATCH FILE, STATUS="
            BATCH-STATUS
    ELSE
        MOVE "Y" TO BATCH-OPEN-SW
        MOVE ZERO TO BATCH-COUNT
        MOVE ZERO TO BATCH-HASH
        MOVE SPACES TO TRANS-RECORD
        MOVE "H" TO TRANS-REC-TYPE
        STRING "CO" TODAY-DATE DELIMITED BY SIZE INTO HDR-BATCH-ID
        MOVE TODAY-DATE TO HDR-CREATE-DATE
        PERFORM WRITE-BATCH-RECORD
    END-IF.

CLOSE-SETTLEMENT-BATCH.
    MOVE SPACES TO TRANS-RECORD
    MOVE "T" TO TRANS-REC-TYPE
    MOVE BATCH-COUNT TO TRL-RECORD-COUNT
    MOVE BATCH-HASH TO TRL-HASH-TOTAL
    PERFORM WRITE-BATCH-RECORD
    CLOSE CLOSE-BATCH-FILE.

 *> Caller sets account, amount, DR/CR and description.
WRITE-SETTLEMENT-DETAIL.
    ADD 1 TO GEN-SEQUENCE
    MOVE "D" TO TRANS-REC-TYPE
    MOVE TODAY-DATE TO TRANS-DATE
    STRING "CO" GEN-SEQUENCE DELIMITED BY SIZE INTO TRANS-ID
    MOVE SPACES TO TRANS-REVERSES-ID
    MOVE SPACES TO TRANS-REVERSES-DATE
    MOVE SPACE TO TRANS-PAYMENT-TYPE
    MOVE SPACES TO TRANS-BENEF-BANK
    MOVE SPACES TO TRANS-BENEF-ACCOUNT
    PERFORM WRITE-BATCH-RECORD
    IF NOT CLOSE-ERROR
        ADD 1 TO BATCH-COUNT
        ADD TRANS-AMOUNT TO BATCH-HASH
    END-IF.

WRITE-BATCH-RECORD.
    WRITE CLOSE-BATCH-RECORD FROM TRANS-RECORD
    IF BATCH-STATUS NOT = "00"
        MOVE "Y" TO CLOSE-ERROR-SW
        DISPLAY "ERROR WRITING CLOSE-OUT BATCH FILE, STATUS="
            BATCH-STATUS
    END-IF.

APPLY-REQUEST-UPDATES.
    IF UPDATE-COUNT > ZERO
        CLOSE CLOSE-REQUEST-FILE
        MOVE "N" TO REQUESTS-OPEN-SW
        OPEN I-O CLOSE-REQUEST-FILE
        IF CLOSEREQ-STATUS NOT = "00"
            MOVE "Y" TO CLOSE-ERROR-SW
            DISPLAY "UNABLE TO UPDATE CLOSE-OUT REQUESTS, STATUS="
                CLOSEREQ-STATUS
            DISPLAY "SETTLEMENTS ARE ON CLOSTRN - SET THE REQUESTS"
                " TO S BY HAND BEFORE THE NEXT CLOSE-OUT RUN"
        ELSE
            MOVE "Y" TO REQUESTS-OPEN-SW
            PERFORM APPLY-ONE-UPDATE
                VARYING UPDATE-SUB FROM 1 BY 1
                UNTIL UPDATE-SUB > UPDATE-COUNT
        END-IF
    END-IF.

APPLY-ONE-UPDATE.
    MOVE UPD-REQUEST-IMAGE(UPDATE-SUB) TO CLOSE-REQUEST-RECORD
    REWRITE CLOSE-REQUEST-RECORD
        INVALID KEY
            MOVE "Y" TO CLOSE-ERROR-SW
            DISPLAY "CLOSE-OUT REQUEST NOT UPDATED, STATUS="
                CLOSEREQ-STATUS " : " CLR-ACCOUNT-NO
                " - SET ITS STATUS TO " CLR-STATUS " BY HAND"
    END-REWRITE.

 *> Standing orders on an account being closed would only be
 *> refused at posting, so every active one is cancelled as
 *> soon as the settlement is raised (or the account closed).
CANCEL-STANDING-ORDERS.
    MOVE "N" TO TABLE-HIT-SW
    PERFORM VARYING UPDATE-SUB FROM 1 BY 1
            UNTIL UPDATE-SUB > UPDATE-COUNT OR TABLE-HIT
        IF UPD-CANCEL-ORDERS(UPDATE-SUB) = "Y"
            MOVE "Y" TO TABLE-HIT-SW
        END-IF
    END-PERFORM
    IF TABLE-HIT
        OPEN I-O STANDING-ORDER-FILE
        IF ORDER-STATUS = "35"
            CONTINUE
        ELSE
            IF ORDER-STATUS NOT = "00"
                MOVE "Y" TO CLOSE-ERROR-SW
                DISPLAY "UNABLE TO CANCEL STANDING ORDERS, STATUS="
                    ORDER-STATUS
                DISPLAY "CANCEL ORDERS ON THE CLOSED ACCOUNTS BY"
                    " HAND"
            ELSE
                PERFORM UNTIL ORDER-STATUS NOT = "00"
                    READ STANDING-ORDER-FILE NEXT RECORD
                        AT END
                            MOVE "10" TO ORDER-STATUS
                        NOT AT END
                            IF SO-ACTIVE
                                PERFORM CHECK-ORDER-ACCOUNT
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE STANDING-ORDER-FILE
            END-IF
        END-IF
    END-IF.

CHECK-ORDER-ACCOUNT.
    MOVE "N" TO TABLE-HIT-SW
    PERFORM VARYING UPDATE-SUB FROM 1 BY 1
            UNTIL UPDATE-SUB > UPDATE-COUNT OR TABLE-HIT
        IF UPD-CANCEL-ORDERS(UPDATE-SUB) = "Y"
         AND UPD-REQUEST-IMAGE(UPDATE-SUB)(1:10) = SO-ACCOUNT-NO
            MOVE "Y" TO TABLE-HIT-SW
        END-IF
    END-PERFORM
    IF TABLE-HIT
        MOVE "C" TO SO-STATUS
        REWRITE STANDING-ORDER-RECORD
        IF ORDER-STATUS NOT = "00"
            MOVE "Y" TO CLOSE-ERROR-SW
            DISPLAY "STANDING ORDER NOT CANCELLED, STATUS="
                ORDER-STATUS " : " SO-ORDER-ID
                " - CANCEL IT BY HAND"
            MOVE "00" TO ORDER-STATUS
        ELSE
            ADD 1 TO ORDERS-CANCELLED
            MOVE SO-ORDER-ID TO OCL-ORDER-ID
            MOVE SO-ACCOUNT-NO TO OCL-ACCOUNT-NO
            MOVE ORDER-CANCEL-LINE TO PRINT-LINE
            PERFORM WRITE-CLOSE-LINE
        END-IF
    END-IF.

PRINT-REQUEST-LINE.
    MOVE CLR-ACCOUNT-NO TO CDL-ACCOUNT-NO
    MOVE ACCT-NAME TO CDL-NAME
    MOVE ACCT-BALANCE TO CDL-BALANCE
    MOVE INTEREST-AMOUNT TO CDL-INTEREST
    MOVE SWEEP-AMOUNT TO CDL-SETTLED
    MOVE SWEEP-ACCOUNT TO CDL-TO-ACCOUNT
    MOVE ACTION-TEXT TO CDL-ACTION
    MOVE CLOSE-DETAIL-LINE TO PRINT-LINE
    PERFORM WRITE-CLOSE-LINE.

PRINT-CLOSE-TOTALS.
    MOVE SPACES TO PRINT-LINE
    PERFORM WRITE-CLOSE-LINE
    IF REQUESTS-READ = ZERO
        MOVE "NO CLOSE-OUT REQUESTS OUTSTANDING" TO PRINT-LINE
        PERFORM WRITE-CLOSE-LINE
    END-IF
    MOVE "TOTAL FINAL INTEREST" TO CTL-CAPTION
    MOVE TOTAL-INTEREST TO CTL-AMOUNT
    MOVE CLOSE-TOTAL-LINE TO PRINT-LINE
    PERFORM WRITE-CLOSE-LINE
    MOVE "TOTAL PAID OUT" TO CTL-CAPTION
    MOVE TOTAL-PAID-OUT TO CTL-AMOUNT
    MOVE CLOSE-TOTAL-LINE TO PRINT-LINE
    PERFORM WRITE-CLOSE-LINE
    MOVE "TOTAL WRITTEN OFF" TO CTL-CAPTION
    MOVE TOTAL-WRITTEN-OFF TO CTL-AMOUNT
    MOVE CLOSE-TOTAL-LINE TO PRINT-LINE
    PERFORM WRITE-CLOSE-LINE
    MOVE "REQUESTS WORKED" TO CCL-CAPTION
    MOVE REQUESTS-READ TO CCL-COUNT
    MOVE CLOSE-COUNT-LINE TO PRINT-LINE
    PERFORM WRITE-CLOSE-LINE
    MOVE "SETTLEMENTS RAISED" TO CCL-CAPTION
    MOVE SETTLEMENTS-RAISED TO CCL-COUNT
    MOVE CLOSE-COUNT-LINE TO PRINT-LINE
    PERFORM WRITE-CLOSE-LINE
    MOVE "ACCOUNTS CLOSED" TO CCL-CAPTION
    MOVE ACCOUNTS-CLOSED TO CCL-COUNT
    MOVE CLOSE-COUNT-LINE TO PRINT-LINE
    PERFORM WRITE-CLOSE-LINE
    MOVE "AWAITING POSTING" TO CCL-CAPTION
    MOVE AWAITING-COUNT TO CCL-COUNT
    MOVE CLOSE-COUNT-LINE TO PRINT-LINE
    PERFORM WRITE-CLOSE-LINE
    MOVE "HELD BACK" TO CCL-CAPTION
    MOVE HELD-BACK-COUNT TO CCL-COUNT
    MOVE CLOSE-COUNT-LINE TO PRINT-LINE
    PERFORM WRITE-CLOSE-LINE
    MOVE "STANDING ORDERS CANCELLED" TO CCL-CAPTION
    MOVE ORDERS-CANCELLED TO CCL-COUNT
    MOVE CLOSE-COUNT-LINE TO PRINT-LINE
    PERFORM WRITE-CLOSE-LINE
    MOVE "TRANSACTIONS IN BATCH" TO CCL-CAPTION
    MOVE BATCH-COUNT TO CCL-COUNT
    MOVE CLOSE-COUNT-LINE TO PRINT-LINE
    PERFORM WRITE-CLOSE-LINE
    IF CLOSE-ERROR
        MOVE "*** RUN FAILED - SEE THE RUN LOG BEFORE RERUNNING ***"
            TO PRINT-LINE
        PERFORM WRITE-CLOSE-LINE
    END-IF
    MOVE SPACES TO PRINT-LINE
    PERFORM WRITE-CLOSE-LINE
    MOVE SIGNOFF-LINE TO PRINT-LINE
    PERFORM WRITE-CLOSE-LINE.

WRITE-CLOSE-LINE.
    IF LINE-COUNT >= PAGE-LIMIT
        PERFORM PRINT-CLOSE-HEADINGS
    END-IF
    WRITE CLOSE-PRINT-REC FROM PRINT-LINE
    IF CLOSE-REPORT-STATUS NOT = "00"
        MOVE "Y" TO CLOSE-ERROR-SW
        DISPLAY "ERROR WRITING CLOSE-OUT REGISTER, STATUS="
            CLOSE-REPORT-STATUS
    END-IF
    ADD 1 TO LINE-COUNT.

PRINT-CLOSE-HEADINGS.
    ADD 1 TO PAGE-COUNT
    MOVE PAGE-COUNT TO CH1-PAGE-NO
    WRITE CLOSE-PRINT-REC FROM CLOSE-HEADING-1
    WRITE CLOSE-PRINT-REC FROM CLOSE-HEADING-2
    MOVE 2 TO LINE-COUNT.

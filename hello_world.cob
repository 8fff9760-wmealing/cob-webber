         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS JOURNAL-STATUS.

     SELECT CLEARING-FILE ASSIGN TO "CLEAROUT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS CLEARING-STATUS.

     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS RANDOM
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS SNAPSHOT-STATUS.

     SELECT HOLDS-FILE ASSIGN TO "HOLDFILE"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS HOLD-KEY
         FILE STATUS IS HOLDS-STATUS.

 DATA DIVISION.
 FILE SECTION.
 FD  PARM-FILE.
 01  REJECT-RECORD.
     05  REJECT-REASON              PIC X(4).
     05  FILLER                     PIC X(1).
     05  REJECT-IMAGE               PIC X(121).

 FD  REPORT-FILE.
 01  REPORT-PRINT-REC               PIC X(132).
 FD  MASTER-COPY-FILE.
 01  MASTER-COPY-RECORD.
     05  MCR-ACCOUNT-NO             PIC X(10).
     05  FILLER                     PIC X(59).

 FD  SNAPSHOT-FILE.
 01  SNAPSHOT-RECORD                PIC X(69).

 FD  HOLDS-FILE.
     COPY HOLDREC.

 FD  HISTORY-FILE.
 01  HISTORY-RECORD.
     COPY JRNLREC.

 FD  JOURNAL-FILE.
 01  JOURNAL-LIVE-RECORD            PIC X(128).

 FD  CLEARING-FILE.
     COPY CLRREC.

 SD  SORT-FILE.
 01  SORT-RECORD.
         88  SORT-CREDIT              VALUE "C".
         88  SORT-DEBIT               VALUE "D".
     05  SORT-DESCRIPTION           PIC X(30).
     05  SORT-REVERSES-ID           PIC X(10).
     05  SORT-REVERSES-DATE         PIC X(8).
     05  SORT-PAYMENT-TYPE          PIC X(1).
     05  SORT-BENEF-BANK            PIC X(11).
     05  SORT-BENEF-ACCOUNT         PIC X(20).

 WORKING-STORAGE SECTION.
     COPY CONFIRMW.
 *>   DATE - not a valid calendar date
 *>   NOAC - account not on the account master
 *>   CLSD - account is closed
 *>   DORM - debit to a dormant account (credits still post)
 *>   DRCR - debit/credit indicator is not D or C
 *>   OVDR - debit would breach the account overdraft limit
 *>   HOLD - debit fits the overdraft limit but would break a
 *>          funds hold (balance less active holds below it)
 *>   BENF - payment type is not blank or E, or an external
 *>          payment is a credit or lacks the beneficiary bank
 *>          or account
 *>   TYPE - record type is not H, D or T
 01  EDIT-REASON                 PIC X(4)  VALUE SPACES.
     88  EDIT-PASSED             VALUE SPACES.
 01  MONTH-END-DAY               PIC 9(2)  VALUE ZERO.
 01  PROJECTED-BALANCE           PIC S9(11)V99 VALUE ZERO.
 01  OVERDRAFT-FLOOR             PIC S9(11)V99 VALUE ZERO.
 01  AVAILABLE-BALANCE           PIC S9(11)V99 VALUE ZERO.
 01  ACCOUNT-HELD                PIC 9(11)V99 VALUE ZERO.
 01  HOLDS-STATUS                PIC X(2)  VALUE "00".
 01  HOLDS-OPEN-SW               PIC X(1)  VALUE "N".
     88  HOLDS-OPENED            VALUE "Y".
 01  HOLDS-FAILED-SW             PIC X(1)  VALUE "N".
     88  HOLDS-OPEN-FAILED       VALUE "Y".
 01  HOLD-SCAN-END-SW            PIC X(1)  VALUE "N".
     88  HOLD-SCAN-END           VALUE "Y".
 01  LEAP-QUOTIENT               PIC 9(4)  VALUE ZERO.
 01  LEAP-REMAINDER              PIC 9(4)  VALUE ZERO.

 01  JOURNAL-STATUS              PIC X(2)  VALUE "00".
 01  JRNL-WORK-OPEN-SW           PIC X(1)  VALUE "N".
     88  JRNL-WORK-OPENED        VALUE "Y".
 01  CLEARING-STATUS             PIC X(2)  VALUE "00".
 01  CLEARING-COUNT              PIC 9(6)  VALUE ZERO.
 01  CLEARING-TOTAL              PIC 9(13)V99 VALUE ZERO.

     COPY GLREC.
 01  DUP-COUNT                   PIC 9(6)  VALUE ZERO.
 *> jointly breach the overdraft limit is refused, and a
 *> same-batch credit covers a later debit.  Seeded from the
 *> master balance the first time an account is edited and
 *> moved with every accepted detail.  The account's active
 *> holds are totalled once at the same time.
 01  PENDING-ACCT-COUNT          PIC 9(5)  VALUE ZERO.
 01  PENDING-SUB                 PIC 9(5)  VALUE ZERO.
 01  PENDING-HIT                 PIC 9(5)  VALUE ZERO.
     05  PENDING-ENTRY OCCURS 5000 TIMES.
         10  PEND-ACCOUNT-NO     PIC X(10).
         10  PEND-BALANCE        PIC S9(11)V99.
         10  PEND-HELD           PIC 9(11)V99.
 01  SORT-EOF-SW                 PIC X(1)  VALUE "N".
     88  SORT-EOF                VALUE "Y".
 01  SEQUENCE-ERROR-SW           PIC X(1)  VALUE "N".
    MOVE ZERO TO ACCEPTED-COUNT
    MOVE ZERO TO REJECTED-COUNT
    MOVE "N" TO TRANS-ERROR-SW
    PERFORM EMPTY-CLEARING-FILE
    IF TRANS-ERROR
        DISPLAY "RUN ABANDONED - NO POSTING PERFORMED"
    ELSE
        OPEN INPUT TRANS-FILE
        IF TRANS-STATUS = "00"
            PERFORM TAKE-MASTER-SNAPSHOT
            IF SNAPSHOT-ERROR
                MOVE "Y" TO TRANS-ERROR-SW
                DISPLAY "RUN ABANDONED - UNABLE TO SNAPSHOT ACCOUNT"
                    " MASTER"
                CLOSE TRANS-FILE
            ELSE
                PERFORM OPEN-AND-PROCESS-MASTER
            END-IF
        ELSE
            IF TRANS-STATUS = "35"
                DISPLAY "NO TRANSACTION FILE FOUND - SKIPPING"
                    " TRANSACTION PROCESSING"
            ELSE
                MOVE "Y" TO TRANS-ERROR-SW
                DISPLAY "ERROR OPENING TRANSACTION FILE, STATUS="
                    TRANS-STATUS
            END-IF
        END-IF
    END-IF.

 *> CLEAROUT is emptied before anything is posted, so a file
 *> left by an earlier run can never be released as this
 *> run's.  Only a run whose posting stands writes it again.
EMPTY-CLEARING-FILE.
    OPEN OUTPUT CLEARING-FILE
    IF CLEARING-STATUS NOT = "00"
        MOVE "Y" TO TRANS-ERROR-SW
        DISPLAY "UNABLE TO EMPTY CLEARING FILE, STATUS="
            CLEARING-STATUS
        DISPLAY "CLEAROUT IS NOT FROM THIS RUN - DO NOT RELEASE IT"
    ELSE
        CLOSE CLEARING-FILE
    END-IF.

OPEN-AND-PROCESS-MASTER.
    OPEN I-O ACCOUNT-MASTER
    IF MASTER-STATUS NOT = "00"
        ELSE
            OPEN OUTPUT DUP-FILE
            PERFORM OPEN-TRANS-HISTORY
            PERFORM OPEN-HOLDS-FILE
            IF DUP-STATUS NOT = "00" OR HISTORY-OPEN-FAILED
             OR HOLDS-OPEN-FAILED
                MOVE "Y" TO TRANS-ERROR-SW
                DISPLAY "ERROR PREPARING DUPLICATE CHECK, DUP STATUS="
                    DUP-STATUS " HISTORY STATUS=" HISTORY-STATUS
                    " HOLDS STATUS=" HOLDS-STATUS
                CLOSE TRANS-FILE
                CLOSE REJECT-FILE
                CLOSE ACCOUNT-MASTER
                IF NOT HISTORY-OPEN-FAILED
                    CLOSE HISTORY-FILE
                END-IF
                IF HOLDS-OPENED
                    CLOSE HOLDS-FILE
                END-IF
            ELSE
                SORT SORT-FILE
                    ON ASCENDING KEY SORT-ACCOUNT-NO
                CLOSE REJECT-FILE
                CLOSE DUP-FILE
                CLOSE ACCOUNT-MASTER
                IF HOLDS-OPENED
                    CLOSE HOLDS-FILE
                END-IF
                IF BATCH-ABORT OR SEQUENCE-ERROR
                 OR POSTING-ABANDONED
                    PERFORM ROLLBACK-TRANS-HISTORY
                    DISPLAY "CLEARING FILE LEFT EMPTY - RUN ROLLED"
                        " BACK"
                ELSE
                    PERFORM APPEND-POSTING-JOURNAL
                    PERFORM WRITE-CLEARING-FILE
                END-IF
                IF SEQUENCE-ERROR OR POSTING-ABANDONED
                    PERFORM RESTORE-MASTER-SNAPSHOT
            HISTORY-STATUS
    END-IF.

 *> No HOLDFILE simply means no funds are held anywhere.  Any
 *> other failure stops the run: posting without the holds
 *> would let debits spend earmarked money.
OPEN-HOLDS-FILE.
    MOVE "N" TO HOLDS-OPEN-SW
    MOVE "N" TO HOLDS-FAILED-SW
    OPEN INPUT HOLDS-FILE
    IF HOLDS-STATUS = "00"
        MOVE "Y" TO HOLDS-OPEN-SW
    ELSE
        IF HOLDS-STATUS = "35"
            DISPLAY "NO FUNDS HOLDS FILE - NO HOLDS APPLIED"
        ELSE
            MOVE "Y" TO HOLDS-FAILED-SW
            DISPLAY "ERROR OPENING FUNDS HOLDS FILE, STATUS="
                HOLDS-STATUS
        END-IF
    END-IF.

CHECK-DUPLICATE.
    MOVE "N" TO DUP-FOUND-SW
    MOVE TRANS-ID TO HIST-TRANS-ID
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
    END-IF.

 *> Only a debit can pay money out to another bank, and the
 *> clearing house needs both the bank and the account.
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
                TO PEND-ACCOUNT-NO(PENDING-ACCT-COUNT)
            MOVE ACCT-BALANCE
                TO PEND-BALANCE(PENDING-ACCT-COUNT)
            PERFORM TOTAL-ACCOUNT-HOLDS
            MOVE ACCOUNT-HELD TO PEND-HELD(PENDING-ACCT-COUNT)
            MOVE PENDING-ACCT-COUNT TO PENDING-HIT
        ELSE
            IF NOT PENDING-FULL
 *> A debit is refused when it would take the projected
 *> balance - the master balance plus this run's accepted
 *> movement so far - below the negative of the account
 *> overdraft limit.  One that fits the limit is still
 *> refused if the projected balance less the account's
 *> active holds would fall below it.
EDIT-OVERDRAFT-LIMIT.
    IF PENDING-HIT > ZERO
        COMPUTE PROJECTED-BALANCE =
            PEND-BALANCE(PENDING-HIT) - TRANS-AMOUNT
        MOVE PEND-HELD(PENDING-HIT) TO ACCOUNT-HELD
    ELSE
        COMPUTE PROJECTED-BALANCE = ACCT-BALANCE - TRANS-AMOUNT
        PERFORM TOTAL-ACCOUNT-HOLDS
    END-IF
    COMPUTE OVERDRAFT-FLOOR = ZERO - ACCT-OVERDRAFT-LIMIT
    IF PROJECTED-BALANCE < OVERDRAFT-FLOOR
        MOVE "OVDR" TO EDIT-REASON
    ELSE
        COMPUTE AVAILABLE-BALANCE = PROJECTED-BALANCE - ACCOUNT-HELD
        IF AVAILABLE-BALANCE < OVERDRAFT-FLOOR
            MOVE "HOLD" TO EDIT-REASON
        END-IF
    END-IF.

 *> Total of the holds in force on TRANS-ACCOUNT-NO today: held
 *> active and not past their expiry date.
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
        MOVE SORT-AMOUNT TO JRNL-AMOUNT
        MOVE SORT-DESCRIPTION TO JRNL-DESCRIPTION
        MOVE TODAY-DATE TO JRNL-RUN-DATE
        MOVE SORT-REVERSES-ID TO JRNL-REVERSES-ID
        MOVE SORT-REVERSES-DATE TO JRNL-REVERSES-DATE
        MOVE SORT-PAYMENT-TYPE TO JRNL-PAYMENT-TYPE
        MOVE SORT-BENEF-BANK TO JRNL-BENEF-BANK
        MOVE SORT-BENEF-ACCOUNT TO JRNL-BENEF-ACCOUNT
        WRITE JOURNAL-RECORD
        IF JRNL-WORK-STATUS NOT = "00"
            MOVE "Y" TO TRANS-ERROR-SW
        CLOSE JOURNAL-FILE
    END-IF.

 *> The outbound clearing file is built from this run's journal
 *> work file only once posting has stood; an abandoned or
 *> rolled-back run leaves it as EMPTY-CLEARING-FILE left it,
 *> so its payments can never reach the clearing house.  As
 *> with the GL extract, the trailer is left off when the run
 *> did not end clean and the file must then not be released
 *> until the run is put right.
WRITE-CLEARING-FILE.
    IF JRNL-WORK-OPENED
        MOVE ZERO TO CLEARING-COUNT
        MOVE ZERO TO CLEARING-TOTAL
        OPEN INPUT JOURNAL-WORK-FILE
        OPEN OUTPUT CLEARING-FILE
        IF JRNL-WORK-STATUS NOT = "00"
         OR CLEARING-STATUS NOT = "00"
            MOVE "Y" TO TRANS-ERROR-SW
            DISPLAY "UNABLE TO WRITE CLEARING FILE, STATUS="
                CLEARING-STATUS " WORK=" JRNL-WORK-STATUS
            DISPLAY "PAYMENTS POSTED THIS RUN ARE ON JRNLWRK -"
                " BUILD CLEAROUT FROM IT BEFORE THE NEXT RUN"
        ELSE
            MOVE SPACES TO CLEARING-RECORD
            MOVE "H" TO CLG-REC-TYPE
            MOVE TODAY-DATE TO CLGH-FILE-DATE
            MOVE TODAY-TIME TO CLGH-FILE-TIME
            MOVE JOB-NAME TO CLGH-SENDER
            MOVE BATCH-ID TO CLGH-BATCH-ID
            PERFORM WRITE-CLEARING-RECORD
            PERFORM UNTIL JRNL-WORK-STATUS NOT = "00"
                READ JOURNAL-WORK-FILE
                    AT END
                        MOVE "10" TO JRNL-WORK-STATUS
                    NOT AT END
                        IF JRNL-EXTERNAL-PAYMENT AND JRNL-DEBIT
                            PERFORM WRITE-CLEARING-DETAIL
                        END-IF
                END-READ
            END-PERFORM
            IF TRANS-ERROR OR CLEARING-STATUS NOT = "00"
                DISPLAY "CLEARING FILE INCOMPLETE - NO TRAILER"
                    " WRITTEN, DO NOT RELEASE"
            ELSE
                MOVE SPACES TO CLEARING-RECORD
                MOVE "T" TO CLG-REC-TYPE
                MOVE CLEARING-COUNT TO CLGT-RECORD-COUNT
                MOVE CLEARING-TOTAL TO CLGT-TOTAL-AMOUNT
                PERFORM WRITE-CLEARING-RECORD
            END-IF
            DISPLAY "PAYMENTS TO CLEARING:   " CLEARING-COUNT
        END-IF
        CLOSE JOURNAL-WORK-FILE
        CLOSE CLEARING-FILE
    END-IF.

WRITE-CLEARING-DETAIL.
    MOVE SPACES TO CLEARING-RECORD
    MOVE "D" TO CLG-REC-TYPE
    MOVE JRNL-TRANS-ID TO CLG-TRANS-ID
    MOVE JRNL-TRANS-DATE TO CLG-TRANS-DATE
    MOVE JRNL-ACCOUNT-NO TO CLG-ACCOUNT-NO
    MOVE JRNL-AMOUNT TO CLG-AMOUNT
    MOVE JRNL-BENEF-BANK TO CLG-BENEF-BANK
    MOVE JRNL-BENEF-ACCOUNT TO CLG-BENEF-ACCOUNT
    MOVE JRNL-DESCRIPTION TO CLG-REFERENCE
    PERFORM WRITE-CLEARING-RECORD
    IF CLEARING-STATUS = "00"
        ADD 1 TO CLEARING-COUNT
        ADD JRNL-AMOUNT TO CLEARING-TOTAL
    ELSE
        MOVE "10" TO JRNL-WORK-STATUS
    END-IF.

WRITE-CLEARING-RECORD.
    WRITE CLEARING-RECORD
    IF CLEARING-STATUS NOT = "00"
        MOVE "Y" TO TRANS-ERROR-SW
        DISPLAY "ERROR WRITING CLEARING FILE, STATUS="
            CLEARING-STATUS
    END-IF.

WRITE-GL-DETAIL.
    IF GL-STATUS = "00"
        MOVE PREV-ACCOUNT-NO TO GLD-ACCOUNT-NO

         RECORD KEY IS ACCT-ACCOUNT-NO
         FILE STATUS IS MASTER-STATUS.

     SELECT HOLDS-FILE ASSIGN TO "HOLDFILE"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS HOLD-KEY
         FILE STATUS IS HOLDS-STATUS.

 DATA DIVISION.
 FILE SECTION.
 FD  REJECT-FILE.
 01  REJECT-RECORD.
     05  REJECT-REASON              PIC X(4).
     05  FILLER                     PIC X(1).
     05  REJECT-IMAGE               PIC X(121).

 FD  RESUBMIT-FILE.
 01  RESUBMIT-RECORD                PIC X(121).

 FD  ACCOUNT-MASTER.
     COPY ACCTREC.

 FD  HOLDS-FILE.
     COPY HOLDREC.

 WORKING-STORAGE SECTION.
     COPY TRANSREC.

 01  REJECT-STATUS               PIC X(2)  VALUE "00".
 01  RESUBMIT-STATUS             PIC X(2)  VALUE "00".
 01  MASTER-STATUS               PIC X(2)  VALUE "00".
 01  HOLDS-STATUS                PIC X(2)  VALUE "00".
 01  HOLDS-OPEN-SW               PIC X(1)  VALUE "N".
     88  HOLDS-OPENED            VALUE "Y".
 01  HOLD-SCAN-END-SW            PIC X(1)  VALUE "N".
     88  HOLD-SCAN-END           VALUE "Y".

 01  CURRENT-DATE-TIME           PIC X(21) VALUE SPACES.
 01  TODAY-DATE                  PIC X(8)  VALUE SPACES.
 01  LEAP-REMAINDER              PIC 9(4)  VALUE ZERO.
 01  PROJECTED-BALANCE           PIC S9(11)V99 VALUE ZERO.
 01  OVERDRAFT-FLOOR             PIC S9(11)V99 VALUE ZERO.
 01  AVAILABLE-BALANCE           PIC S9(11)V99 VALUE ZERO.
 01  ACCOUNT-HELD                PIC 9(11)V99 VALUE ZERO.

 *> Projected balance per account across the records already
 *> written to the resubmission batch, so a sequence of
     05  PENDING-ENTRY OCCURS 1000 TIMES.
         10  PEND-ACCOUNT-NO     PIC X(10).
         10  PEND-BALANCE        PIC S9(11)V99.
         10  PEND-HELD           PIC 9(11)V99.

 01  ACTION-CODE                 PIC X(1)  VALUE SPACE.
     88  ACTION-CORRECT          VALUE "C".
                                 PIC 9(9)V99.
 01  CORR-DR-CR                  PIC X(1)  VALUE SPACE.
 01  CORR-DESCRIPTION            PIC X(30) VALUE SPACES.
 *> E makes the detail an external payment, I makes it an
 *> ordinary one again.
 01  CORR-PAYMENT-TYPE           PIC X(1)  VALUE SPACE.
 01  CORR-BENEF-BANK             PIC X(11) VALUE SPACES.
 01  CORR-BENEF-ACCOUNT          PIC X(20) VALUE SPACES.

 01  AMOUNT-DISPLAY              PIC ZZZ.ZZZ.ZZ9,99.

     05  VALUE "DESCRIPTION:      "                LINE 16 COL 1.
     05  CORR-DESC-INPUT                           LINE 16 COL 19
         PIC X(30) TO CORR-DESCRIPTION.
     05  VALUE "PAYMENT E/I:      "                LINE 17 COL 1.
     05  CORR-PAYMENT-INPUT                        LINE 17 COL 19
         PIC X TO CORR-PAYMENT-TYPE.
     05  VALUE "BENEFICIARY BANK: "                LINE 18 COL 1.
     05  CORR-BANK-INPUT                           LINE 18 COL 19
         PIC X(11) TO CORR-BENEF-BANK.
     05  VALUE "BENEFICIARY ACCT: "                LINE 19 COL 1.
     05  CORR-BENEF-ACCT-INPUT                     LINE 19 COL 19
         PIC X(20) TO CORR-BENEF-ACCOUNT.

PROCEDURE DIVISION.
MAIN-PARAGRAPH.
                CLOSE REJECT-FILE
                CLOSE RESUBMIT-FILE
                CLOSE ACCOUNT-MASTER
                IF HOLDS-OPENED
                    CLOSE HOLDS-FILE
                END-IF
                DISPLAY "REJECTS READ:        " READ-COUNT
                DISPLAY "RESUBMITTED:         " RESUB-COUNT
                DISPLAY "SKIPPED:             " SKIPPED-COUNT
        DISPLAY "ERROR OPENING ACCOUNT MASTER, STATUS="
            MASTER-STATUS
    ELSE
        PERFORM OPEN-HOLDS-FILE
        IF REPAIR-ERROR
            CLOSE ACCOUNT-MASTER
        ELSE
            OPEN OUTPUT RESUBMIT-FILE
            IF RESUBMIT-STATUS NOT = "00"
                MOVE "Y" TO REPAIR-ERROR-SW
                DISPLAY "ERROR OPENING RESUBMISSION FILE, STATUS="
                    RESUBMIT-STATUS
                CLOSE ACCOUNT-MASTER
                IF HOLDS-OPENED
                    CLOSE HOLDS-FILE
                END-IF
            ELSE
                PERFORM WRITE-RESUBMIT-HEADER
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
            MOVE "Y" TO REPAIR-ERROR-SW
            DISPLAY "ERROR OPENING FUNDS HOLDS FILE, STATUS="
                HOLDS-STATUS
        END-IF
    END-IF.

            " (NOT NUMERIC)"
    END-IF
    DISPLAY "  DEBIT/CREDIT: " TRANS-DR-CR
    DISPLAY "  DESCRIPTION:  " TRANS-DESCRIPTION
    IF NOT TRANS-INTERNAL
        DISPLAY "  PAYMENT TYPE: " TRANS-PAYMENT-TYPE
        DISPLAY "  BENEF BANK:   " TRANS-BENEF-BANK
        DISPLAY "  BENEF ACCT:   " TRANS-BENEF-ACCOUNT
    END-IF.

SET-REASON-TEXT.
    MOVE "UNKNOWN REASON CODE" TO REASON-TEXT
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
    IF EDIT-REASON = "TYPE"
        MOVE "RECORD TYPE NOT H, D OR T" TO REASON-TEXT
    END-IF.
    MOVE SPACES TO CORR-AMOUNT
    MOVE SPACE TO CORR-DR-CR
    MOVE SPACES TO CORR-DESCRIPTION
    MOVE SPACE TO CORR-PAYMENT-TYPE
    MOVE SPACES TO CORR-BENEF-BANK
    MOVE SPACES TO CORR-BENEF-ACCOUNT
    DISPLAY CORRECTION-SCREEN
    ACCEPT CORRECTION-SCREEN
    IF CORR-DATE NOT = SPACES
    END-IF
    IF CORR-DESCRIPTION NOT = SPACES
        MOVE CORR-DESCRIPTION TO TRANS-DESCRIPTION
    END-IF
    MOVE FUNCTION UPPER-CASE(CORR-PAYMENT-TYPE) TO CORR-PAYMENT-TYPE
    IF CORR-PAYMENT-TYPE = "I"
        MOVE SPACE TO TRANS-PAYMENT-TYPE
        MOVE SPACES TO TRANS-BENEF-BANK
        MOVE SPACES TO TRANS-BENEF-ACCOUNT
    ELSE
        IF CORR-PAYMENT-TYPE NOT = SPACE
            MOVE CORR-PAYMENT-TYPE TO TRANS-PAYMENT-TYPE
        END-IF
        IF CORR-BENEF-BANK NOT = SPACES
            MOVE CORR-BENEF-BANK TO TRANS-BENEF-BANK
        END-IF
        IF CORR-BENEF-ACCOUNT NOT = SPACES
            MOVE CORR-BENEF-ACCOUNT TO TRANS-BENEF-ACCOUNT
        END-IF
    END-IF.

WRITE-RESUBMIT-DETAIL.
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

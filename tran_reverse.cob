 IDENTIFICATION DIVISION.
 PROGRAM-ID. TRAN_REVERSE.

 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
 SPECIAL-NAMES.
     DECIMAL-POINT IS COMMA.

 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT JOURNAL-FILE ASSIGN TO "POSTJRNL"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS JOURNAL-STATUS.

     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS RANDOM
         RECORD KEY IS ACCT-ACCOUNT-NO
         FILE STATUS IS MASTER-STATUS.

     SELECT REVERSAL-REGISTER ASSIGN TO "REVREG"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS RANDOM
         RECORD KEY IS REV-KEY
         FILE STATUS IS REGISTER-STATUS.

     SELECT HOLDS-FILE ASSIGN TO "HOLDFILE"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS HOLD-KEY
         FILE STATUS IS HOLDS-STATUS.

     SELECT SEQUENCE-CONTROL-FILE ASSIGN TO "REVSEQCTL"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS SEQCTL-STATUS.

     SELECT REVERSAL-BATCH-FILE ASSIGN TO "REVTRN"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS BATCH-STATUS.

 DATA DIVISION.
 FILE SECTION.
 FD  JOURNAL-FILE.
 01  JOURNAL-FILE-RECORD            PIC X(128).

 FD  ACCOUNT-MASTER.
     COPY ACCTREC.

 FD  REVERSAL-REGISTER.
     COPY REVREC.

 FD  HOLDS-FILE.
     COPY HOLDREC.

 FD  SEQUENCE-CONTROL-FILE.
 01  SEQUENCE-CONTROL-RECORD.
     05  SEQ-LAST-USED              PIC 9(8).

 FD  REVERSAL-BATCH-FILE.
 01  REVERSAL-BATCH-RECORD          PIC X(121).

 WORKING-STORAGE SECTION.
     COPY CONFIRMW.

     COPY JRNLREC.

     COPY TRANSREC.

 01  JOURNAL-STATUS              PIC X(2)  VALUE "00".
 01  MASTER-STATUS               PIC X(2)  VALUE "00".
 01  REGISTER-STATUS             PIC X(2)  VALUE "00".
 01  SEQCTL-STATUS               PIC X(2)  VALUE "00".
 01  BATCH-STATUS                PIC X(2)  VALUE "00".
 01  HOLDS-STATUS                PIC X(2)  VALUE "00".
 01  HOLDS-OPEN-SW               PIC X(1)  VALUE "N".
     88  HOLDS-OPENED            VALUE "Y".
 01  HOLD-SCAN-END-SW            PIC X(1)  VALUE "N".
     88  HOLD-SCAN-END           VALUE "Y".

 01  CURRENT-DATE-TIME           PIC X(21) VALUE SPACES.
 01  TODAY-DATE                  PIC X(8)  VALUE SPACES.
 01  OPERATOR-ID                 PIC X(8)  VALUE SPACES.

 01  REVERSE-ERROR-SW            PIC X(1)  VALUE "N".
     88  REVERSE-ERROR           VALUE "Y".
 01  REVERSIBLE-SW               PIC X(1)  VALUE "N".
     88  REVERSIBLE              VALUE "Y".
 01  CORRECTION-DONE-SW          PIC X(1)  VALUE "N".
     88  CORRECTION-DONE         VALUE "Y".

 *> The entry to reverse is keyed by its trans id.  The date
 *> is only needed when the same id has posted on more than
 *> one date, as the daily run's duplicate check allows.
 01  WANT-TRANS-ID               PIC X(10) VALUE SPACES.
 01  WANT-TRANS-DATE             PIC X(8)  VALUE SPACES.
 01  MATCH-COUNT                 PIC 9(4)  VALUE ZERO.
 01  FOUND-ENTRY                 PIC X(128) VALUE SPACES.

 *> Reversal and correction details are numbered RV plus a
 *> sequence carried across sessions on REVSEQCTL, so a
 *> later session never reuses an id the duplicate check in
 *> the daily run would divert.
 01  GEN-SEQUENCE                PIC 9(8)  VALUE ZERO.
 01  BATCH-DETAIL                PIC X(121) VALUE SPACES.
 01  BATCH-COUNT                 PIC 9(6)  VALUE ZERO.
 01  BATCH-HASH                  PIC 9(13)V99 VALUE ZERO.
 01  REVERSAL-COUNT              PIC 9(6)  VALUE ZERO.
 01  CORRECTION-COUNT            PIC 9(6)  VALUE ZERO.

 01  CORR-ACCOUNT-NO             PIC X(10) VALUE SPACES.
 *> Amounts are keyed as eleven digits with two implied
 *> decimals, the same shape as they sit on the TRANSFILE.
 01  CORR-AMOUNT                 PIC X(11) VALUE SPACES.
 01  CORR-AMOUNT-NUM REDEFINES CORR-AMOUNT
                                 PIC 9(9)V99.
 01  CORR-DR-CR                  PIC X(1)  VALUE SPACE.
 01  CORR-DESCRIPTION            PIC X(30) VALUE SPACES.
 01  CORRECTION-ERROR            PIC X(40) VALUE SPACES.

 01  AMOUNT-DISPLAY              PIC ZZZ.ZZZ.ZZ9,99.

 *> A contra debit gets the daily run's account edits before
 *> the register entry is written.
 01  PROJECTED-BALANCE           PIC S9(11)V99 VALUE ZERO.
 01  OVERDRAFT-FLOOR             PIC S9(11)V99 VALUE ZERO.
 01  AVAILABLE-BALANCE           PIC S9(11)V99 VALUE ZERO.
 01  ACCOUNT-HELD                PIC 9(11)V99 VALUE ZERO.

 SCREEN SECTION.
     COPY CONFIRMS.

 01  REVERSAL-KEY-SCREEN.
     05  VALUE "POSTED TRANSACTION REVERSAL" BLANK SCREEN
                                                   LINE 1 COL 27.
     05  VALUE "TRANS ID (BLANK TO EXIT):       "  LINE 3 COL 10.
     05  REVERSAL-ID-INPUT                         LINE 3 COL 42
         PIC X(10) TO WANT-TRANS-ID.
     05  VALUE "TRANS DATE (BLANK IF UNIQUE):   "  LINE 4 COL 10.
     05  REVERSAL-DATE-INPUT                       LINE 4 COL 42
         PIC X(8) TO WANT-TRANS-DATE.

 01  CORRECTION-SCREEN.
     05  VALUE "CORRECTED ENTRY - BLANK KEEPS THE ORIGINAL VALUE"
                                                   LINE 14 COL 1.
     05  VALUE "ACCOUNT NO:       "                LINE 15 COL 1.
     05  CORR-ACCT-INPUT                           LINE 15 COL 19
         PIC X(10) TO CORR-ACCOUNT-NO.
     05  VALUE "AMOUNT (9(9)V99): "                LINE 16 COL 1.
     05  CORR-AMOUNT-INPUT                         LINE 16 COL 19
         PIC X(11) TO CORR-AMOUNT.
     05  VALUE "DEBIT/CREDIT D/C: "                LINE 17 COL 1.
     05  CORR-DR-CR-INPUT                          LINE 17 COL 19
         PIC X TO CORR-DR-CR.
     05  VALUE "DESCRIPTION:      "                LINE 18 COL 1.
     05  CORR-DESC-INPUT                           LINE 18 COL 19
         PIC X(30) TO CORR-DESCRIPTION.

 01  OPERATOR-ID-SCREEN.
     05  VALUE "OPERATOR ID: "                     LINE 6 COL 10.
     05  OPERATOR-ID-INPUT                         LINE 6 COL 23
         PIC X(8) TO OPERATOR-ID.

PROCEDURE DIVISION.
MAIN-PARAGRAPH.
    MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME
    MOVE CURRENT-DATE-TIME(1:8) TO TODAY-DATE

    PERFORM READ-SEQUENCE-CONTROL
    IF REVERSE-ERROR
        MOVE 12 TO RETURN-CODE
    ELSE
        PERFORM OPEN-SUPPORT-FILES
        IF REVERSE-ERROR
            MOVE 12 TO RETURN-CODE
        ELSE
            PERFORM GET-OPERATOR-ID
            MOVE "X" TO WANT-TRANS-ID
            PERFORM PROCESS-REVERSAL
                UNTIL WANT-TRANS-ID = SPACES OR REVERSE-ERROR
            CLOSE ACCOUNT-MASTER
            CLOSE REVERSAL-REGISTER
            IF HOLDS-OPENED
                CLOSE HOLDS-FILE
            END-IF
            DISPLAY "REVERSALS WRITTEN:   " REVERSAL-COUNT
            DISPLAY "CORRECTIONS WRITTEN: " CORRECTION-COUNT
            IF REVERSE-ERROR
                MOVE 12 TO RETURN-CODE
            ELSE
                MOVE 0 TO RETURN-CODE
            END-IF
        END-IF
    END-IF
    STOP RUN.

READ-SEQUENCE-CONTROL.
    OPEN INPUT SEQUENCE-CONTROL-FILE
    IF SEQCTL-STATUS = "35"
        MOVE ZERO TO GEN-SEQUENCE
    ELSE
        IF SEQCTL-STATUS NOT = "00"
            MOVE "Y" TO REVERSE-ERROR-SW
            DISPLAY "ERROR OPENING SEQUENCE CONTROL, STATUS="
                SEQCTL-STATUS
        ELSE
            READ SEQUENCE-CONTROL-FILE
                AT END
                    MOVE "Y" TO REVERSE-ERROR-SW
                    DISPLAY "SEQUENCE CONTROL FILE IS EMPTY -"
                        " RESTORE REVSEQCTL BEFORE RERUN"
                NOT AT END
                    IF SEQ-LAST-USED NUMERIC
                        MOVE SEQ-LAST-USED TO GEN-SEQUENCE
                    ELSE
                        MOVE "Y" TO REVERSE-ERROR-SW
                        DISPLAY "SEQUENCE CONTROL NOT NUMERIC: "
                            SEQ-LAST-USED
                    END-IF
            END-READ
            CLOSE SEQUENCE-CONTROL-FILE
        END-IF
    END-IF.

 *> Written after every detail rather than at session end, so
 *> an interrupted session cannot hand out the same ids again.
WRITE-SEQUENCE-CONTROL.
    OPEN OUTPUT SEQUENCE-CONTROL-FILE
    IF SEQCTL-STATUS NOT = "00"
        MOVE "Y" TO REVERSE-ERROR-SW
        DISPLAY "UNABLE TO WRITE SEQUENCE CONTROL, STATUS="
            SEQCTL-STATUS
        DISPLAY "DO NOT RERUN UNTIL REVSEQCTL HOLDS " GEN-SEQUENCE
    ELSE
        MOVE GEN-SEQUENCE TO SEQ-LAST-USED
        WRITE SEQUENCE-CONTROL-RECORD
        IF SEQCTL-STATUS NOT = "00"
            MOVE "Y" TO REVERSE-ERROR-SW
            DISPLAY "ERROR WRITING SEQUENCE CONTROL, STATUS="
                SEQCTL-STATUS
            DISPLAY "DO NOT RERUN UNTIL REVSEQCTL HOLDS "
                GEN-SEQUENCE
        END-IF
        CLOSE SEQUENCE-CONTROL-FILE
    END-IF.

OPEN-SUPPORT-FILES.
    OPEN INPUT ACCOUNT-MASTER
    IF MASTER-STATUS NOT = "00"
        MOVE "Y" TO REVERSE-ERROR-SW
        DISPLAY "ERROR OPENING ACCOUNT MASTER, STATUS="
            MASTER-STATUS
    ELSE
        OPEN I-O REVERSAL-REGISTER
        IF REGISTER-STATUS = "35"
            OPEN OUTPUT REVERSAL-REGISTER
            IF REGISTER-STATUS = "00"
                CLOSE REVERSAL-REGISTER
                OPEN I-O REVERSAL-REGISTER
            END-IF
        END-IF
        IF REGISTER-STATUS NOT = "00"
            MOVE "Y" TO REVERSE-ERROR-SW
            DISPLAY "ERROR OPENING REVERSAL REGISTER, STATUS="
                REGISTER-STATUS
            DISPLAY "REVERSALS REFUSED - DOUBLE REVERSAL CHECK"
                " UNAVAILABLE"
            CLOSE ACCOUNT-MASTER
        ELSE
            PERFORM OPEN-HOLDS-FILE
            IF REVERSE-ERROR
                CLOSE ACCOUNT-MASTER
                CLOSE REVERSAL-REGISTER
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
            MOVE "Y" TO REVERSE-ERROR-SW
            DISPLAY "ERROR OPENING FUNDS HOLDS FILE, STATUS="
                HOLDS-STATUS
        END-IF
    END-IF.

GET-OPERATOR-ID.
    MOVE SPACES TO OPERATOR-ID
    ACCEPT OPERATOR-ID FROM ENVIRONMENT "TRAN_REVERSE_OPERATOR"
    IF OPERATOR-ID = SPACES
        DISPLAY OPERATOR-ID-SCREEN
        ACCEPT OPERATOR-ID-SCREEN
    END-IF
    MOVE FUNCTION UPPER-CASE(OPERATOR-ID) TO OPERATOR-ID
    IF OPERATOR-ID = SPACES
        MOVE "UNKNOWN" TO OPERATOR-ID
    END-IF.

PROCESS-REVERSAL.
    MOVE SPACES TO WANT-TRANS-ID
    MOVE SPACES TO WANT-TRANS-DATE
    DISPLAY REVERSAL-KEY-SCREEN
    ACCEPT REVERSAL-KEY-SCREEN
    IF WANT-TRANS-ID NOT = SPACES
        PERFORM FIND-JOURNAL-ENTRY
        IF MATCH-COUNT = ZERO
            DISPLAY "NO POSTED ENTRY FOR TRANS ID " WANT-TRANS-ID
                " " WANT-TRANS-DATE
        ELSE
            IF MATCH-COUNT > 1
                DISPLAY MATCH-COUNT " POSTED ENTRIES CARRY TRANS ID "
                    WANT-TRANS-ID " - KEY THE TRANS DATE AS WELL"
            ELSE
                PERFORM SHOW-ORIGINAL-ENTRY
                PERFORM CHECK-REVERSIBLE
                IF REVERSIBLE
                    PERFORM REVERSE-ORIGINAL-ENTRY
                END-IF
            END-IF
        END-IF
    END-IF.

FIND-JOURNAL-ENTRY.
    MOVE ZERO TO MATCH-COUNT
    MOVE SPACES TO FOUND-ENTRY
    OPEN INPUT JOURNAL-FILE
    IF JOURNAL-STATUS NOT = "00"
        DISPLAY "NO POSTING JOURNAL ON FILE, STATUS="
            JOURNAL-STATUS
    ELSE
        PERFORM UNTIL JOURNAL-STATUS NOT = "00"
            READ JOURNAL-FILE
                AT END
                    MOVE "10" TO JOURNAL-STATUS
                NOT AT END
                    MOVE JOURNAL-FILE-RECORD TO JOURNAL-RECORD
                    IF JRNL-TRANS-ID = WANT-TRANS-ID
                     AND (WANT-TRANS-DATE = SPACES
                          OR JRNL-TRANS-DATE = WANT-TRANS-DATE)
                        ADD 1 TO MATCH-COUNT
                        MOVE JOURNAL-RECORD TO FOUND-ENTRY
                    END-IF
            END-READ
        END-PERFORM
        CLOSE JOURNAL-FILE
        MOVE "00" TO JOURNAL-STATUS
    END-IF
    MOVE FOUND-ENTRY TO JOURNAL-RECORD.

SHOW-ORIGINAL-ENTRY.
    MOVE JRNL-AMOUNT TO AMOUNT-DISPLAY
    DISPLAY " "
    DISPLAY "POSTED ENTRY"
    DISPLAY "  DATE:         " JRNL-TRANS-DATE
    DISPLAY "  TRANS ID:     " JRNL-TRANS-ID
    DISPLAY "  ACCOUNT NO:   " JRNL-ACCOUNT-NO
    DISPLAY "  AMOUNT:       " AMOUNT-DISPLAY
    DISPLAY "  DEBIT/CREDIT: " JRNL-DR-CR
    DISPLAY "  DESCRIPTION:  " JRNL-DESCRIPTION
    DISPLAY "  POSTED:       " JRNL-RUN-DATE
    IF JRNL-EXTERNAL-PAYMENT
        DISPLAY "  PAID TO:      " JRNL-BENEF-BANK " "
            JRNL-BENEF-ACCOUNT
    END-IF.

 *> A reversal is itself never reversed - a wrong reversal is
 *> put right with a fresh entry - and an entry is reversed at
 *> most once, which the register key enforces.  Reversing a
 *> credit posts a debit, which must pass the daily run's
 *> dormant, overdraft and hold edits; otherwise the daily run
 *> would reject it with the register entry already written.
CHECK-REVERSIBLE.
    MOVE "Y" TO REVERSIBLE-SW
    IF JRNL-REVERSES-ID NOT = SPACES
        MOVE "N" TO REVERSIBLE-SW
        DISPLAY "ENTRY IS ITSELF THE REVERSAL OF " JRNL-REVERSES-ID
            " " JRNL-REVERSES-DATE " - NOT REVERSED"
    ELSE
        MOVE JRNL-TRANS-ID TO REV-ORIG-ID
        MOVE JRNL-TRANS-DATE TO REV-ORIG-DATE
        READ REVERSAL-REGISTER
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE "N" TO REVERSIBLE-SW
                DISPLAY "ALREADY REVERSED BY " REV-TRANS-ID
                    " ON " REV-TRANS-DATE " BY " REV-OPERATOR
                    " - NOT REVERSED AGAIN"
        END-READ
    END-IF
    IF REVERSIBLE
        MOVE JRNL-ACCOUNT-NO TO ACCT-ACCOUNT-NO
        READ ACCOUNT-MASTER
            INVALID KEY
                MOVE "N" TO REVERSIBLE-SW
                DISPLAY "ACCOUNT NO LONGER ON MASTER: "
                    JRNL-ACCOUNT-NO " - NOT REVERSED"
            NOT INVALID KEY
                IF ACCT-CLOSED
                    MOVE "N" TO REVERSIBLE-SW
                    DISPLAY "ACCOUNT IS CLOSED: " JRNL-ACCOUNT-NO
                        " - NOT REVERSED"
                ELSE
                    IF JRNL-CREDIT
                        PERFORM CHECK-CONTRA-DEBIT
                    END-IF
                END-IF
        END-READ
    END-IF.

CHECK-CONTRA-DEBIT.
    IF ACCT-DORMANT
        MOVE "N" TO REVERSIBLE-SW
        DISPLAY "DORM - ACCOUNT IS DORMANT, THE CONTRA DEBIT WOULD"
            " BE REJECTED - NOT REVERSED"
    ELSE
        COMPUTE PROJECTED-BALANCE = ACCT-BALANCE - JRNL-AMOUNT
        COMPUTE OVERDRAFT-FLOOR = ZERO - ACCT-OVERDRAFT-LIMIT
        IF PROJECTED-BALANCE < OVERDRAFT-FLOOR
            MOVE "N" TO REVERSIBLE-SW
            DISPLAY "OVDR - THE CONTRA DEBIT WOULD BREACH THE"
                " OVERDRAFT LIMIT - NOT REVERSED"
        ELSE
            PERFORM TOTAL-ACCOUNT-HOLDS
            COMPUTE AVAILABLE-BALANCE =
                PROJECTED-BALANCE - ACCOUNT-HELD
            IF AVAILABLE-BALANCE < OVERDRAFT-FLOOR
                MOVE "N" TO REVERSIBLE-SW
                DISPLAY "HOLD - THE CONTRA DEBIT WOULD BREAK A FUNDS"
                    " HOLD - NOT REVERSED"
            END-IF
        END-IF
    END-IF.

 *> Total of the holds in force on JRNL-ACCOUNT-NO today: held
 *> active and not past their expiry date.
TOTAL-ACCOUNT-HOLDS.
    MOVE ZERO TO ACCOUNT-HELD
    IF HOLDS-OPENED
        MOVE "N" TO HOLD-SCAN-END-SW
        MOVE JRNL-ACCOUNT-NO TO HOLD-ACCOUNT-NO
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
                    IF HOLD-ACCOUNT-NO NOT = JRNL-ACCOUNT-NO
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

REVERSE-ORIGINAL-ENTRY.
    DISPLAY "REVERSE THIS ENTRY?"
    PERFORM CONFIRM-ACTION
    IF RESPONSE-IS-NO
        DISPLAY "ENTRY NOT REVERSED"
    ELSE
        ADD 1 TO GEN-SEQUENCE
        MOVE SPACES TO TRANS-RECORD
        MOVE "D" TO TRANS-REC-TYPE
        MOVE TODAY-DATE TO TRANS-DATE
        STRING "RV" GEN-SEQUENCE DELIMITED BY SIZE INTO TRANS-ID
        MOVE JRNL-ACCOUNT-NO TO TRANS-ACCOUNT-NO
        MOVE JRNL-AMOUNT TO TRANS-AMOUNT
        IF JRNL-DEBIT
            MOVE "C" TO TRANS-DR-CR
        ELSE
            MOVE "D" TO TRANS-DR-CR
        END-IF
        STRING "REVERSAL OF " JRNL-TRANS-ID DELIMITED BY SIZE
            INTO TRANS-DESCRIPTION
        MOVE JRNL-TRANS-ID TO TRANS-REVERSES-ID
        MOVE JRNL-TRANS-DATE TO TRANS-REVERSES-DATE
        PERFORM WRITE-REGISTER-ENTRY
    END-IF.

 *> The register entry is written first so two sessions cannot
 *> both reverse the same entry; it is taken back out if the
 *> contra detail then cannot be written.
WRITE-REGISTER-ENTRY.
    MOVE JRNL-TRANS-ID TO REV-ORIG-ID
    MOVE JRNL-TRANS-DATE TO REV-ORIG-DATE
    MOVE JRNL-ACCOUNT-NO TO REV-ACCOUNT-NO
    MOVE JRNL-DR-CR TO REV-ORIG-DR-CR
    MOVE JRNL-AMOUNT TO REV-AMOUNT
    MOVE TRANS-ID TO REV-TRANS-ID
    MOVE TRANS-DATE TO REV-TRANS-DATE
    MOVE OPERATOR-ID TO REV-OPERATOR
    WRITE REVERSAL-REGISTER-RECORD
        INVALID KEY
            SUBTRACT 1 FROM GEN-SEQUENCE
            DISPLAY "ENTRY WAS REVERSED IN ANOTHER SESSION -"
                " NOT REVERSED AGAIN"
        NOT INVALID KEY
            PERFORM WRITE-REVERSAL-DETAIL
            IF REVERSE-ERROR
                DELETE REVERSAL-REGISTER
                    INVALID KEY
                        DISPLAY "REVERSAL REGISTER STILL HOLDS "
                            REV-ORIG-ID " " REV-ORIG-DATE
                            " - REMOVE IT BEFORE REVERSING AGAIN"
                END-DELETE
            ELSE
                ADD 1 TO REVERSAL-COUNT
                DISPLAY "REVERSAL " TRANS-ID " WRITTEN FOR "
                    JRNL-TRANS-ID
                PERFORM WRITE-SEQUENCE-CONTROL
                IF NOT REVERSE-ERROR
                    PERFORM OFFER-CORRECTION
                END-IF
            END-IF
    END-WRITE.

OFFER-CORRECTION.
    DISPLAY "KEY A CORRECTED ENTRY TO REPLACE IT?"
    PERFORM CONFIRM-ACTION
    IF RESPONSE-IS-YES
        MOVE "N" TO CORRECTION-DONE-SW
        PERFORM KEY-CORRECTION UNTIL CORRECTION-DONE
    END-IF.

 *> The corrected entry starts as a copy of the original and
 *> goes out in a batch of its own straight after the
 *> reversal, dated today.
KEY-CORRECTION.
    MOVE SPACES TO TRANS-RECORD
    MOVE "D" TO TRANS-REC-TYPE
    MOVE TODAY-DATE TO TRANS-DATE
    MOVE JRNL-ACCOUNT-NO TO TRANS-ACCOUNT-NO
    MOVE JRNL-AMOUNT TO TRANS-AMOUNT
    MOVE JRNL-DR-CR TO TRANS-DR-CR
    MOVE JRNL-DESCRIPTION TO TRANS-DESCRIPTION
    MOVE SPACES TO CORR-ACCOUNT-NO
    MOVE SPACES TO CORR-AMOUNT
    MOVE SPACE TO CORR-DR-CR
    MOVE SPACES TO CORR-DESCRIPTION
    DISPLAY CORRECTION-SCREEN
    ACCEPT CORRECTION-SCREEN
    PERFORM APPLY-CORRECTION
    IF CORRECTION-ERROR = SPACES
        ADD 1 TO GEN-SEQUENCE
        STRING "RV" GEN-SEQUENCE DELIMITED BY SIZE INTO TRANS-ID
        PERFORM WRITE-REVERSAL-DETAIL
        IF NOT REVERSE-ERROR
            ADD 1 TO CORRECTION-COUNT
            DISPLAY "CORRECTION " TRANS-ID " WRITTEN FOR ACCOUNT "
                TRANS-ACCOUNT-NO
            PERFORM WRITE-SEQUENCE-CONTROL
        END-IF
        MOVE "Y" TO CORRECTION-DONE-SW
    ELSE
        DISPLAY "CORRECTION NOT WRITTEN - " CORRECTION-ERROR
        DISPLAY "KEY THE CORRECTION AGAIN?"
        PERFORM CONFIRM-ACTION
        IF RESPONSE-IS-NO
            MOVE "Y" TO CORRECTION-DONE-SW
        END-IF
    END-IF.

APPLY-CORRECTION.
    MOVE SPACES TO CORRECTION-ERROR
    IF CORR-ACCOUNT-NO NOT = SPACES
        MOVE CORR-ACCOUNT-NO TO TRANS-ACCOUNT-NO
    END-IF
    IF CORR-AMOUNT NOT = SPACES
        IF CORR-AMOUNT-NUM NUMERIC
            MOVE CORR-AMOUNT-NUM TO TRANS-AMOUNT
        ELSE
            MOVE "AMOUNT MUST BE 11 DIGITS" TO CORRECTION-ERROR
        END-IF
    END-IF
    IF CORR-DR-CR NOT = SPACE
        MOVE FUNCTION UPPER-CASE(CORR-DR-CR) TO TRANS-DR-CR
    END-IF
    IF CORR-DESCRIPTION NOT = SPACES
        MOVE CORR-DESCRIPTION TO TRANS-DESCRIPTION
    END-IF
    IF CORRECTION-ERROR = SPACES
        IF NOT TRANS-CREDIT AND NOT TRANS-DEBIT
            MOVE "DEBIT/CREDIT NOT D OR C" TO CORRECTION-ERROR
        ELSE
            IF TRANS-AMOUNT = ZERO
                MOVE "AMOUNT IS ZERO" TO CORRECTION-ERROR
            ELSE
                MOVE TRANS-ACCOUNT-NO TO ACCT-ACCOUNT-NO
                READ ACCOUNT-MASTER
                    INVALID KEY
                        MOVE "ACCOUNT NOT ON MASTER" TO CORRECTION-ERROR
                    NOT INVALID KEY
                        IF ACCT-CLOSED
                            MOVE "ACCOUNT IS CLOSED" TO CORRECTION-ERROR
                        END-IF
                END-READ
            END-IF
        END-IF
    END-IF.

 *> Every reversal and every correction goes to REVTRN as a
 *> complete header/detail/trailer batch of its own, and the
 *> file is closed again before the operator keys anything
 *> else, so a session that ends abnormally never leaves a
 *> batch without its trailer.  The intake job takes every
 *> batch on the file in one pass.
WRITE-REVERSAL-DETAIL.
    MOVE TRANS-RECORD TO BATCH-DETAIL
    OPEN EXTEND REVERSAL-BATCH-FILE
    IF BATCH-STATUS NOT = "00"
        OPEN OUTPUT REVERSAL-BATCH-FILE
    END-IF
    IF BATCH-STATUS NOT = "00"
        MOVE "Y" TO REVERSE-ERROR-SW
        DISPLAY "ERROR OPENING REVERSAL BATCH FILE, STATUS="
            BATCH-STATUS
    ELSE
        MOVE ZERO TO BATCH-COUNT
        MOVE ZERO TO BATCH-HASH
        MOVE SPACES TO TRANS-RECORD
        MOVE "H" TO TRANS-REC-TYPE
        STRING "RV" TODAY-DATE DELIMITED BY SIZE INTO HDR-BATCH-ID
        MOVE TODAY-DATE TO HDR-CREATE-DATE
        PERFORM WRITE-BATCH-RECORD
        MOVE BATCH-DETAIL TO TRANS-RECORD
        PERFORM WRITE-BATCH-RECORD
        IF NOT REVERSE-ERROR
            ADD 1 TO BATCH-COUNT
            ADD TRANS-AMOUNT TO BATCH-HASH
            MOVE SPACES TO TRANS-RECORD
            MOVE "T" TO TRANS-REC-TYPE
            MOVE BATCH-COUNT TO TRL-RECORD-COUNT
            MOVE BATCH-HASH TO TRL-HASH-TOTAL
            PERFORM WRITE-BATCH-RECORD
        END-IF
        CLOSE REVERSAL-BATCH-FILE
        IF REVERSE-ERROR
            DISPLAY "REMOVE ANY PART BATCH FROM REVTRN BEFORE THE"
                " INTAKE RUNS"
        END-IF
        MOVE BATCH-DETAIL TO TRANS-RECORD
    END-IF.

WRITE-BATCH-RECORD.
    IF NOT REVERSE-ERROR
        WRITE REVERSAL-BATCH-RECORD FROM TRANS-RECORD
        IF BATCH-STATUS NOT = "00"
            MOVE "Y" TO REVERSE-ERROR-SW
            DISPLAY "ERROR WRITING REVERSAL BATCH FILE, STATUS="
                BATCH-STATUS
        END-IF
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

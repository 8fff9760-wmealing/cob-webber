 IDENTIFICATION DIVISION.
 PROGRAM-ID. RETURNS_IN.

 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
 SPECIAL-NAMES.
     DECIMAL-POINT IS COMMA.

 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT RETURNS-PARM-FILE ASSIGN TO "RTNPARM"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS RETURNS-PARM-STATUS.

     SELECT RETURNS-IN-FILE ASSIGN TO "RTNIN"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS RETURNS-IN-STATUS.

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

     SELECT SEQUENCE-CONTROL-FILE ASSIGN TO "RTNSEQCTL"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS SEQCTL-STATUS.

     SELECT RETURN-BATCH-FILE ASSIGN TO "RTNTRN"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS BATCH-STATUS.

     SELECT RETURNS-REPORT ASSIGN TO "RTNRPT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS RETURNS-RPT-STATUS.

 DATA DIVISION.
 FILE SECTION.
 *> Fee charged for each returned payment.  Zero charges none.
 FD  RETURNS-PARM-FILE.
 01  RETURNS-PARM-RECORD.
     05  RP-RETURN-FEE              PIC 9(7)V99.

 FD  RETURNS-IN-FILE.
     COPY RTNINREC.

 FD  JOURNAL-FILE.
     COPY JRNLREC.

 FD  ACCOUNT-MASTER.
     COPY ACCTREC.

 FD  REVERSAL-REGISTER.
     COPY REVREC.

 FD  SEQUENCE-CONTROL-FILE.
 01  SEQUENCE-CONTROL-RECORD.
     05  SEQ-LAST-USED              PIC 9(8).

 FD  RETURN-BATCH-FILE.
 01  RETURN-BATCH-RECORD            PIC X(121).

 FD  RETURNS-REPORT.
 01  RETURNS-PRINT-REC              PIC X(132).

 WORKING-STORAGE SECTION.
     COPY TRANSREC.

 01  RETURNS-PARM-STATUS         PIC X(2)  VALUE "00".
 01  RETURNS-IN-STATUS           PIC X(2)  VALUE "00".
 01  JOURNAL-STATUS              PIC X(2)  VALUE "00".
 01  MASTER-STATUS               PIC X(2)  VALUE "00".
 01  REGISTER-STATUS             PIC X(2)  VALUE "00".
 01  SEQCTL-STATUS               PIC X(2)  VALUE "00".
 01  BATCH-STATUS                PIC X(2)  VALUE "00".
 01  RETURNS-RPT-STATUS          PIC X(2)  VALUE "00".

 01  CURRENT-DATE-TIME           PIC X(21) VALUE SPACES.
 01  TODAY-DATE                  PIC X(8)  VALUE SPACES.
 01  RETURN-FEE                  PIC 9(7)V99 VALUE ZERO.

 01  PARM-ERROR-SW               PIC X(1)  VALUE "N".
     88  PARM-ERROR              VALUE "Y".
 01  RETURNS-ERROR-SW            PIC X(1)  VALUE "N".
     88  RETURNS-ERROR           VALUE "Y".
 01  FILE-REFUSED-SW             PIC X(1)  VALUE "N".
     88  FILE-REFUSED            VALUE "Y".
 01  NO-RETURNS-FILE-SW          PIC X(1)  VALUE "N".
     88  NO-RETURNS-FILE         VALUE "Y".
 01  BATCH-OPEN-SW               PIC X(1)  VALUE "N".
     88  BATCH-OPENED            VALUE "Y".
 01  RETURN-APPLIED-SW           PIC X(1)  VALUE "N".
     88  RETURN-APPLIED          VALUE "Y".

 *> Returns file controls, checked before anything is applied.
 01  HEADER-SEEN-SW              PIC X(1)  VALUE "N".
     88  HEADER-SEEN             VALUE "Y".
 01  TRAILER-SEEN-SW             PIC X(1)  VALUE "N".
     88  TRAILER-SEEN            VALUE "Y".
 01  RETURNS-FILE-DATE           PIC X(8)  VALUE SPACES.
 01  RETURNS-SENDER              PIC X(8)  VALUE SPACES.
 01  DETAIL-READ-COUNT           PIC 9(6)  VALUE ZERO.
 01  DETAIL-HASH-TOTAL           PIC 9(13)V99 VALUE ZERO.
 01  EXPECTED-COUNT              PIC 9(6)  VALUE ZERO.
 01  EXPECTED-HASH               PIC 9(13)V99 VALUE ZERO.

 *> Every detail on the returns file, with what the journal
 *> scan found for it.  RE-EXCEPTION is set for a return that
 *> cannot be applied and printed on the exceptions list.
 01  RETURN-LIMIT                PIC 9(4)  VALUE 2000.
 01  RETURN-COUNT                PIC 9(4)  VALUE ZERO.
 01  RETURN-SUB                  PIC 9(4)  VALUE ZERO.
 01  SEARCH-SUB                  PIC 9(4)  VALUE ZERO.
 01  RETURN-TABLE.
     05  RETURN-ENTRY OCCURS 2000 TIMES.
         10  RE-ORIG-ID          PIC X(10).
         10  RE-ORIG-DATE        PIC X(8).
         10  RE-AMOUNT           PIC 9(9)V99.
         10  RE-REASON-CODE      PIC X(4).
         10  RE-JOURNAL-FOUND    PIC X(1).
             88  RE-FOUND-ON-JOURNAL VALUE "Y".
         10  RE-ACCOUNT-NO       PIC X(10).
         10  RE-PAID-AMOUNT      PIC 9(9)V99.
         10  RE-PAID-DR-CR       PIC X(1).
         10  RE-PAYMENT-TYPE     PIC X(1).
         10  RE-EXCEPTION        PIC X(36).

 *> Re-credits and fees are numbered RT plus a sequence carried
 *> across runs on RTNSEQCTL, so no id the daily run's
 *> duplicate check would divert is ever reused.
 01  GEN-SEQUENCE                PIC 9(8)  VALUE ZERO.
 01  BATCH-COUNT                 PIC 9(6)  VALUE ZERO.
 01  BATCH-HASH                  PIC 9(13)V99 VALUE ZERO.
 01  RECREDIT-ID                 PIC X(10) VALUE SPACES.
 01  FEE-ID                      PIC X(10) VALUE SPACES.

 01  RETURNS-APPLIED             PIC 9(6)  VALUE ZERO.
 01  RECREDIT-AMOUNT             PIC 9(13)V99 VALUE ZERO.
 01  FEES-CHARGED                PIC 9(6)  VALUE ZERO.
 01  FEE-AMOUNT-TOTAL            PIC 9(13)V99 VALUE ZERO.
 01  EXCEPTION-COUNT             PIC 9(6)  VALUE ZERO.
 01  EXCEPTION-AMOUNT            PIC 9(13)V99 VALUE ZERO.

 01  LINE-COUNT                  PIC 9(3)  VALUE ZERO.
 01  PAGE-COUNT                  PIC 9(4)  VALUE ZERO.
 01  PAGE-LIMIT                  PIC 9(3)  VALUE 55.
 01  PRINT-LINE                  PIC X(132) VALUE SPACES.

 01  RETURNS-HEADING-1.
     05  FILLER                  PIC X(32)
         VALUE "RETURNED PAYMENTS REGISTER".
     05  FILLER                  PIC X(9)  VALUE "RUN DATE ".
     05  RH1-RUN-DATE            PIC X(8).
     05  FILLER                  PIC X(4)  VALUE SPACES.
     05  FILLER                  PIC X(10) VALUE "FILE DATE ".
     05  RH1-FILE-DATE           PIC X(8).
     05  FILLER                  PIC X(4)  VALUE SPACES.
     05  FILLER                  PIC X(5)  VALUE "PAGE ".
     05  RH1-PAGE-NO             PIC ZZZ9.

 01  RETURNS-HEADING-2.
     05  FILLER                  PIC X(12) VALUE "ORIG ID".
     05  FILLER                  PIC X(10) VALUE "ORIG DATE".
     05  FILLER                  PIC X(12) VALUE "ACCOUNT".
     05  FILLER                  PIC X(14) VALUE "        AMOUNT".
     05  FILLER                  PIC X(2)  VALUE SPACES.
     05  FILLER                  PIC X(6)  VALUE "REASON".
     05  FILLER                  PIC X(12) VALUE "RE-CREDIT".
     05  FILLER                  PIC X(12) VALUE "FEE".
     05  FILLER                  PIC X(36) VALUE "NOTE".

 01  RETURNS-DETAIL-LINE.
     05  RDL-ORIG-ID             PIC X(10).
     05  FILLER                  PIC X(2)  VALUE SPACES.
     05  RDL-ORIG-DATE           PIC X(8).
     05  FILLER                  PIC X(2)  VALUE SPACES.
     05  RDL-ACCOUNT-NO          PIC X(10).
     05  FILLER                  PIC X(2)  VALUE SPACES.
     05  RDL-AMOUNT              PIC ZZZ.ZZZ.ZZ9,99.
     05  FILLER                  PIC X(2)  VALUE SPACES.
     05  RDL-REASON-CODE         PIC X(4).
     05  FILLER                  PIC X(2)  VALUE SPACES.
     05  RDL-RECREDIT-ID         PIC X(10).
     05  FILLER                  PIC X(2)  VALUE SPACES.
     05  RDL-FEE-ID              PIC X(10).
     05  FILLER                  PIC X(2)  VALUE SPACES.
     05  RDL-NOTE                PIC X(36).

 01  RETURNS-TOTAL-LINE.
     05  RTL-CAPTION             PIC X(36).
     05  RTL-COUNT               PIC ZZZZZ9.
     05  FILLER                  PIC X(2)  VALUE SPACES.
     05  RTL-AMOUNT              PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

PROCEDURE DIVISION.
MAIN-PARAGRAPH.
    MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME
    MOVE CURRENT-DATE-TIME(1:8) TO TODAY-DATE

    PERFORM READ-RETURNS-PARM
    IF PARM-ERROR
        MOVE 8 TO RETURN-CODE
    ELSE
        PERFORM LOAD-RETURNS
        IF NO-RETURNS-FILE
            MOVE 0 TO RETURN-CODE
        ELSE
            IF RETURNS-ERROR
                MOVE 12 TO RETURN-CODE
            ELSE
                IF FILE-REFUSED
                    DISPLAY "RETURNS FILE REFUSED - NO RETURN APPLIED"
                    MOVE 8 TO RETURN-CODE
                ELSE
                    PERFORM PROCESS-RETURNS
                END-IF
            END-IF
        END-IF
    END-IF
    STOP RUN.

PROCESS-RETURNS.
    PERFORM READ-SEQUENCE-CONTROL
    IF NOT RETURNS-ERROR
        PERFORM MATCH-JOURNAL-ENTRIES
    END-IF
    IF NOT RETURNS-ERROR
        PERFORM OPEN-SUPPORT-FILES
    END-IF
    IF RETURNS-ERROR
        MOVE 12 TO RETURN-CODE
    ELSE
        MOVE TODAY-DATE TO RH1-RUN-DATE
        MOVE RETURNS-FILE-DATE TO RH1-FILE-DATE
        MOVE PAGE-LIMIT TO LINE-COUNT
        PERFORM APPLY-ONE-RETURN
            VARYING RETURN-SUB FROM 1 BY 1
            UNTIL RETURN-SUB > RETURN-COUNT OR RETURNS-ERROR
        IF BATCH-OPENED
            PERFORM CLOSE-RETURN-BATCH
        END-IF
        PERFORM PRINT-EXCEPTIONS
        PERFORM PRINT-RETURNS-TOTALS
        CLOSE ACCOUNT-MASTER
        CLOSE REVERSAL-REGISTER
        CLOSE RETURNS-REPORT
        DISPLAY "RETURNS READ:        " RETURN-COUNT
        DISPLAY "RETURNS APPLIED:     " RETURNS-APPLIED
        DISPLAY "FEES CHARGED:        " FEES-CHARGED
        DISPLAY "EXCEPTIONS:          " EXCEPTION-COUNT
        IF RETURNS-ERROR
            MOVE 12 TO RETURN-CODE
        ELSE
            IF EXCEPTION-COUNT > ZERO
                MOVE 4 TO RETURN-CODE
            ELSE
                MOVE 0 TO RETURN-CODE
            END-IF
        END-IF
    END-IF.

READ-RETURNS-PARM.
    OPEN INPUT RETURNS-PARM-FILE
    IF RETURNS-PARM-STATUS NOT = "00"
        MOVE "Y" TO PARM-ERROR-SW
        DISPLAY "NO RETURNS PARAMETER FILE, STATUS="
            RETURNS-PARM-STATUS
    ELSE
        READ RETURNS-PARM-FILE
            AT END
                MOVE "Y" TO PARM-ERROR-SW
                DISPLAY "RETURNS PARAMETER FILE IS EMPTY"
            NOT AT END
                IF RP-RETURN-FEE NUMERIC
                    MOVE RP-RETURN-FEE TO RETURN-FEE
                ELSE
                    MOVE "Y" TO PARM-ERROR-SW
                    DISPLAY "RETURNED ITEM FEE NOT NUMERIC: "
                        RETURNS-PARM-RECORD
                END-IF
        END-READ
        CLOSE RETURNS-PARM-FILE
    END-IF.

 *> The whole returns file is read and its controls checked
 *> before any return is applied, so a damaged file is refused
 *> as a whole and can be sent again.
LOAD-RETURNS.
    OPEN INPUT RETURNS-IN-FILE
    IF RETURNS-IN-STATUS = "35"
        MOVE "Y" TO NO-RETURNS-FILE-SW
        DISPLAY "NO RETURNS FILE - NOTHING TO PROCESS"
    ELSE
        IF RETURNS-IN-STATUS NOT = "00"
            MOVE "Y" TO RETURNS-ERROR-SW
            DISPLAY "ERROR OPENING RETURNS FILE, STATUS="
                RETURNS-IN-STATUS
        ELSE
            PERFORM UNTIL RETURNS-IN-STATUS NOT = "00"
                READ RETURNS-IN-FILE
                    AT END
                        MOVE "10" TO RETURNS-IN-STATUS
                    NOT AT END
                        PERFORM CLASSIFY-RETURN-RECORD
                END-READ
            END-PERFORM
            CLOSE RETURNS-IN-FILE
            PERFORM VERIFY-RETURNS-CONTROLS
        END-IF
    END-IF.

CLASSIFY-RETURN-RECORD.
    IF RTI-TYPE-HEADER
        MOVE "Y" TO HEADER-SEEN-SW
        MOVE RTIH-FILE-DATE TO RETURNS-FILE-DATE
        MOVE RTIH-SENDER TO RETURNS-SENDER
    ELSE
        IF RTI-TYPE-TRAILER
            MOVE "Y" TO TRAILER-SEEN-SW
            IF RTIT-RECORD-COUNT NUMERIC
             AND RTIT-HASH-TOTAL NUMERIC
                MOVE RTIT-RECORD-COUNT TO EXPECTED-COUNT
                MOVE RTIT-HASH-TOTAL TO EXPECTED-HASH
            ELSE
                MOVE "Y" TO FILE-REFUSED-SW
                DISPLAY "RETURNS TRAILER NOT NUMERIC"
            END-IF
        ELSE
            IF RTI-TYPE-DETAIL
                PERFORM STORE-RETURN-DETAIL
            ELSE
                MOVE "Y" TO FILE-REFUSED-SW
                DISPLAY "RETURNS RECORD TYPE NOT H, D OR T: "
                    RTI-REC-TYPE
            END-IF
        END-IF
    END-IF.

STORE-RETURN-DETAIL.
    ADD 1 TO DETAIL-READ-COUNT
    IF RTI-AMOUNT NUMERIC
        ADD RTI-AMOUNT TO DETAIL-HASH-TOTAL
    END-IF
    IF RETURN-COUNT >= RETURN-LIMIT
        IF NOT FILE-REFUSED
            DISPLAY "MORE THAN " RETURN-LIMIT
                " RETURNS ON THE FILE - SPLIT IT AND SEND AGAIN"
        END-IF
        MOVE "Y" TO FILE-REFUSED-SW
    ELSE
        ADD 1 TO RETURN-COUNT
        MOVE SPACES TO RETURN-ENTRY(RETURN-COUNT)
        MOVE RTI-ORIG-TRANS-ID TO RE-ORIG-ID(RETURN-COUNT)
        MOVE RTI-ORIG-TRANS-DATE TO RE-ORIG-DATE(RETURN-COUNT)
        MOVE RTI-REASON-CODE TO RE-REASON-CODE(RETURN-COUNT)
        MOVE ZERO TO RE-PAID-AMOUNT(RETURN-COUNT)
        IF RTI-AMOUNT NUMERIC
            MOVE RTI-AMOUNT TO RE-AMOUNT(RETURN-COUNT)
        ELSE
            MOVE ZERO TO RE-AMOUNT(RETURN-COUNT)
            MOVE "RETURNED AMOUNT NOT NUMERIC"
                TO RE-EXCEPTION(RETURN-COUNT)
        END-IF
        IF RE-EXCEPTION(RETURN-COUNT) = SPACES
            PERFORM CHECK-RETURNED-TWICE
        END-IF
    END-IF.

CHECK-RETURNED-TWICE.
    PERFORM VARYING SEARCH-SUB FROM 1 BY 1
            UNTIL SEARCH-SUB >= RETURN-COUNT
        IF RE-ORIG-ID(SEARCH-SUB) = RE-ORIG-ID(RETURN-COUNT)
         AND RE-ORIG-DATE(SEARCH-SUB) = RE-ORIG-DATE(RETURN-COUNT)
            MOVE "RETURNED TWICE ON THIS FILE"
                TO RE-EXCEPTION(RETURN-COUNT)
        END-IF
    END-PERFORM.

VERIFY-RETURNS-CONTROLS.
    IF NOT HEADER-SEEN
        MOVE "Y" TO FILE-REFUSED-SW
        DISPLAY "RETURNS CONTROL ERROR - NO HEADER RECORD ON RTNIN"
    END-IF
    IF NOT TRAILER-SEEN
        MOVE "Y" TO FILE-REFUSED-SW
        DISPLAY "RETURNS CONTROL ERROR - NO TRAILER RECORD ON RTNIN"
    ELSE
        IF EXPECTED-COUNT NOT = DETAIL-READ-COUNT
            MOVE "Y" TO FILE-REFUSED-SW
            DISPLAY "RETURNS CONTROL ERROR - TRAILER COUNT "
                EXPECTED-COUNT " BUT " DETAIL-READ-COUNT
                " DETAIL RECORDS READ"
        END-IF
        IF EXPECTED-HASH NOT = DETAIL-HASH-TOTAL
            MOVE "Y" TO FILE-REFUSED-SW
            DISPLAY "RETURNS CONTROL ERROR - TRAILER TOTAL "
                EXPECTED-HASH " BUT " DETAIL-HASH-TOTAL
                " ACCUMULATED FROM DETAIL RECORDS"
        END-IF
    END-IF.

 *> One pass of the posting journal finds the posted entry each
 *> return names.  Only the entry's own key is matched here;
 *> whether it was an outbound payment of the same amount is
 *> decided when the return is applied.
MATCH-JOURNAL-ENTRIES.
    OPEN INPUT JOURNAL-FILE
    IF JOURNAL-STATUS = "35"
        DISPLAY "NO POSTING JOURNAL - NO RETURN CAN BE MATCHED"
    ELSE
        IF JOURNAL-STATUS NOT = "00"
            MOVE "Y" TO RETURNS-ERROR-SW
            DISPLAY "ERROR OPENING POSTING JOURNAL, STATUS="
                JOURNAL-STATUS
        ELSE
            PERFORM UNTIL JOURNAL-STATUS NOT = "00"
                READ JOURNAL-FILE
                    AT END
                        MOVE "10" TO JOURNAL-STATUS
                    NOT AT END
                        PERFORM MATCH-ONE-JOURNAL-ENTRY
                END-READ
            END-PERFORM
            IF JOURNAL-STATUS NOT = "10"
                MOVE "Y" TO RETURNS-ERROR-SW
                DISPLAY "ERROR READING POSTING JOURNAL, STATUS="
                    JOURNAL-STATUS
            END-IF
            CLOSE JOURNAL-FILE
        END-IF
    END-IF.

MATCH-ONE-JOURNAL-ENTRY.
    PERFORM VARYING SEARCH-SUB FROM 1 BY 1
            UNTIL SEARCH-SUB > RETURN-COUNT
        IF RE-ORIG-ID(SEARCH-SUB) = JRNL-TRANS-ID
         AND RE-ORIG-DATE(SEARCH-SUB) = JRNL-TRANS-DATE
         AND JRNL-REVERSES-ID = SPACES
            MOVE "Y" TO RE-JOURNAL-FOUND(SEARCH-SUB)
            MOVE JRNL-ACCOUNT-NO TO RE-ACCOUNT-NO(SEARCH-SUB)
            MOVE JRNL-AMOUNT TO RE-PAID-AMOUNT(SEARCH-SUB)
            MOVE JRNL-DR-CR TO RE-PAID-DR-CR(SEARCH-SUB)
            MOVE JRNL-PAYMENT-TYPE TO RE-PAYMENT-TYPE(SEARCH-SUB)
        END-IF
    END-PERFORM.

READ-SEQUENCE-CONTROL.
    OPEN INPUT SEQUENCE-CONTROL-FILE
    IF SEQCTL-STATUS = "35"
        MOVE ZERO TO GEN-SEQUENCE
    ELSE
        IF SEQCTL-STATUS NOT = "00"
            MOVE "Y" TO RETURNS-ERROR-SW
            DISPLAY "ERROR OPENING SEQUENCE CONTROL, STATUS="
                SEQCTL-STATUS
        ELSE
            READ SEQUENCE-CONTROL-FILE
                AT END
                    MOVE "Y" TO RETURNS-ERROR-SW
                    DISPLAY "SEQUENCE CONTROL FILE IS EMPTY -"
                        " RESTORE RTNSEQCTL BEFORE RERUN"
                NOT AT END
                    IF SEQ-LAST-USED NUMERIC
                        MOVE SEQ-LAST-USED TO GEN-SEQUENCE
                    ELSE
                        MOVE "Y" TO RETURNS-ERROR-SW
                        DISPLAY "SEQUENCE CONTROL NOT NUMERIC: "
                            SEQ-LAST-USED
                    END-IF
            END-READ
            CLOSE SEQUENCE-CONTROL-FILE
        END-IF
    END-IF.

 *> Written after every applied return, so a run that stops
 *> part way cannot hand out the same ids again.
WRITE-SEQUENCE-CONTROL.
    OPEN OUTPUT SEQUENCE-CONTROL-FILE
    IF SEQCTL-STATUS NOT = "00"
        MOVE "Y" TO RETURNS-ERROR-SW
        DISPLAY "UNABLE TO WRITE SEQUENCE CONTROL, STATUS="
            SEQCTL-STATUS
        DISPLAY "DO NOT RERUN UNTIL RTNSEQCTL HOLDS " GEN-SEQUENCE
    ELSE
        MOVE GEN-SEQUENCE TO SEQ-LAST-USED
        WRITE SEQUENCE-CONTROL-RECORD
        IF SEQCTL-STATUS NOT = "00"
            MOVE "Y" TO RETURNS-ERROR-SW
            DISPLAY "ERROR WRITING SEQUENCE CONTROL, STATUS="
                SEQCTL-STATUS
            DISPLAY "DO NOT RERUN UNTIL RTNSEQCTL HOLDS "
                GEN-SEQUENCE
        END-IF
        CLOSE SEQUENCE-CONTROL-FILE
    END-IF.

 *> A returned payment is entered on the reversal register
 *> under the original entry's key, so it can neither be
 *> returned twice nor also be reversed through TRAN_REVERSE,
 *> and a payment already reversed is not re-credited again.
OPEN-SUPPORT-FILES.
    OPEN INPUT ACCOUNT-MASTER
    IF MASTER-STATUS NOT = "00"
        MOVE "Y" TO RETURNS-ERROR-SW
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
            MOVE "Y" TO RETURNS-ERROR-SW
            DISPLAY "ERROR OPENING REVERSAL REGISTER, STATUS="
                REGISTER-STATUS
            DISPLAY "RETURNS REFUSED - DOUBLE CREDIT CHECK"
                " UNAVAILABLE"
            CLOSE ACCOUNT-MASTER
        ELSE
            OPEN OUTPUT RETURNS-REPORT
            IF RETURNS-RPT-STATUS NOT = "00"
                MOVE "Y" TO RETURNS-ERROR-SW
                DISPLAY "ERROR OPENING RETURNS REPORT, STATUS="
                    RETURNS-RPT-STATUS
                CLOSE ACCOUNT-MASTER
                CLOSE REVERSAL-REGISTER
            END-IF
        END-IF
    END-IF.

APPLY-ONE-RETURN.
    IF RE-EXCEPTION(RETURN-SUB) = SPACES
        PERFORM CHECK-RETURN-MATCH
    END-IF
    IF RE-EXCEPTION(RETURN-SUB) = SPACES
        PERFORM CHECK-RETURN-ACCOUNT
    END-IF
    IF RE-EXCEPTION(RETURN-SUB) = SPACES
        PERFORM RAISE-RETURN-ENTRIES
    END-IF.

CHECK-RETURN-MATCH.
    IF NOT RE-FOUND-ON-JOURNAL(RETURN-SUB)
        MOVE "NO SUCH PAYMENT ON POSTJRNL"
            TO RE-EXCEPTION(RETURN-SUB)
    ELSE
        IF RE-PAYMENT-TYPE(RETURN-SUB) NOT = "E"
         OR RE-PAID-DR-CR(RETURN-SUB) NOT = "D"
            MOVE "ENTRY IS NOT AN OUTBOUND PAYMENT"
                TO RE-EXCEPTION(RETURN-SUB)
        ELSE
            IF RE-AMOUNT(RETURN-SUB) NOT = RE-PAID-AMOUNT(RETURN-SUB)
                MOVE "AMOUNT DIFFERS FROM PAYMENT SENT"
                    TO RE-EXCEPTION(RETURN-SUB)
            ELSE
                MOVE RE-ORIG-ID(RETURN-SUB) TO REV-ORIG-ID
                MOVE RE-ORIG-DATE(RETURN-SUB) TO REV-ORIG-DATE
                READ REVERSAL-REGISTER
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF REV-TRANS-ID(1:2) = "RT"
                            MOVE "PAYMENT ALREADY RETURNED"
                                TO RE-EXCEPTION(RETURN-SUB)
                        ELSE
                            MOVE "PAYMENT ALREADY REVERSED"
                                TO RE-EXCEPTION(RETURN-SUB)
                        END-IF
                END-READ
            END-IF
        END-IF
    END-IF.

 *> A closed account cannot take the re-credit, so the money is
 *> refunded by hand.  A dormant account takes the re-credit
 *> but not the fee, which posting would refuse.
CHECK-RETURN-ACCOUNT.
    MOVE RE-ACCOUNT-NO(RETURN-SUB) TO ACCT-ACCOUNT-NO
    READ ACCOUNT-MASTER
        INVALID KEY
            MOVE "ACCOUNT NO LONGER ON MASTER"
                TO RE-EXCEPTION(RETURN-SUB)
        NOT INVALID KEY
            IF ACCT-CLOSED
                MOVE "ACCOUNT CLOSED - REFUND BY HAND"
                    TO RE-EXCEPTION(RETURN-SUB)
            END-IF
    END-READ.

RAISE-RETURN-ENTRIES.
    IF NOT BATCH-OPENED
        PERFORM OPEN-RETURN-BATCH
    END-IF
    IF NOT RETURNS-ERROR
        ADD 1 TO GEN-SEQUENCE
        MOVE SPACES TO RECREDIT-ID
        STRING "RT" GEN-SEQUENCE DELIMITED BY SIZE INTO RECREDIT-ID
        MOVE SPACES TO FEE-ID
        PERFORM WRITE-REGISTER-ENTRY
    END-IF.

 *> As in TRAN_REVERSE the register entry is written first and
 *> taken back out if the re-credit cannot be written.
WRITE-REGISTER-ENTRY.
    MOVE RE-ORIG-ID(RETURN-SUB) TO REV-ORIG-ID
    MOVE RE-ORIG-DATE(RETURN-SUB) TO REV-ORIG-DATE
    MOVE RE-ACCOUNT-NO(RETURN-SUB) TO REV-ACCOUNT-NO
    MOVE RE-PAID-DR-CR(RETURN-SUB) TO REV-ORIG-DR-CR
    MOVE RE-PAID-AMOUNT(RETURN-SUB) TO REV-AMOUNT
    MOVE RECREDIT-ID TO REV-TRANS-ID
    MOVE TODAY-DATE TO REV-TRANS-DATE
    MOVE "RETURNS" TO REV-OPERATOR
    WRITE REVERSAL-REGISTER-RECORD
        INVALID KEY
            SUBTRACT 1 FROM GEN-SEQUENCE
            MOVE "PAYMENT ALREADY RETURNED OR REVERSED"
                TO RE-EXCEPTION(RETURN-SUB)
        NOT INVALID KEY
            PERFORM WRITE-RECREDIT-DETAIL
            IF RETURNS-ERROR
                DELETE REVERSAL-REGISTER
                    INVALID KEY
                        DISPLAY "REVERSAL REGISTER STILL HOLDS "
                            REV-ORIG-ID " " REV-ORIG-DATE
                            " - REMOVE IT BEFORE RERUN"
                END-DELETE
            ELSE
                PERFORM WRITE-FEE-DETAIL
                PERFORM WRITE-SEQUENCE-CONTROL
                ADD 1 TO RETURNS-APPLIED
                ADD RE-AMOUNT(RETURN-SUB) TO RECREDIT-AMOUNT
                PERFORM PRINT-APPLIED-RETURN
            END-IF
    END-WRITE.

 *> The re-credit carries the returned payment's key in the
 *> reversal link fields, so inquiry and statements show it
 *> against the payment it puts back.
WRITE-RECREDIT-DETAIL.
    MOVE SPACES TO TRANS-RECORD
    MOVE "D" TO TRANS-REC-TYPE
    MOVE TODAY-DATE TO TRANS-DATE
    MOVE RECREDIT-ID TO TRANS-ID
    MOVE RE-ACCOUNT-NO(RETURN-SUB) TO TRANS-ACCOUNT-NO
    MOVE RE-AMOUNT(RETURN-SUB) TO TRANS-AMOUNT
    MOVE "C" TO TRANS-DR-CR
    STRING "RETURNED PAYMENT " RE-ORIG-ID(RETURN-SUB)
        DELIMITED BY SIZE INTO TRANS-DESCRIPTION
    MOVE RE-ORIG-ID(RETURN-SUB) TO TRANS-REVERSES-ID
    MOVE RE-ORIG-DATE(RETURN-SUB) TO TRANS-REVERSES-DATE
    PERFORM WRITE-RETURN-DETAIL.

WRITE-FEE-DETAIL.
    IF RETURN-FEE > ZERO AND NOT ACCT-DORMANT
        ADD 1 TO GEN-SEQUENCE
        STRING "RT" GEN-SEQUENCE DELIMITED BY SIZE INTO FEE-ID
        MOVE SPACES TO TRANS-RECORD
        MOVE "D" TO TRANS-REC-TYPE
        MOVE TODAY-DATE TO TRANS-DATE
        MOVE FEE-ID TO TRANS-ID
        MOVE RE-ACCOUNT-NO(RETURN-SUB) TO TRANS-ACCOUNT-NO
        MOVE RETURN-FEE TO TRANS-AMOUNT
        MOVE "D" TO TRANS-DR-CR
        STRING "RETURNED ITEM FEE " RE-ORIG-ID(RETURN-SUB)
            DELIMITED BY SIZE INTO TRANS-DESCRIPTION
        PERFORM WRITE-RETURN-DETAIL
        IF NOT RETURNS-ERROR
            ADD 1 TO FEES-CHARGED
            ADD RETURN-FEE TO FEE-AMOUNT-TOTAL
        END-IF
    END-IF.

 *> Each run adds its own header/trailer batch to RTNTRN; the
 *> intake job takes every batch on the file in one pass.
OPEN-RETURN-BATCH.
    OPEN EXTEND RETURN-BATCH-FILE
    IF BATCH-STATUS NOT = "00"
        OPEN OUTPUT RETURN-BATCH-FILE
    END-IF
    IF BATCH-STATUS NOT = "00"
        MOVE "Y" TO RETURNS-ERROR-SW
        DISPLAY "ERROR OPENING RETURNS BATCH FILE, STATUS="
            BATCH-STATUS
    ELSE
        MOVE "Y" TO BATCH-OPEN-SW
        MOVE ZERO TO BATCH-COUNT
        MOVE ZERO TO BATCH-HASH
        MOVE SPACES TO TRANS-RECORD
        MOVE "H" TO TRANS-REC-TYPE
        STRING "RT" TODAY-DATE DELIMITED BY SIZE INTO HDR-BATCH-ID
        MOVE TODAY-DATE TO HDR-CREATE-DATE
        PERFORM WRITE-BATCH-RECORD
    END-IF.

CLOSE-RETURN-BATCH.
    MOVE SPACES TO TRANS-RECORD
    MOVE "T" TO TRANS-REC-TYPE
    MOVE BATCH-COUNT TO TRL-RECORD-COUNT
    MOVE BATCH-HASH TO TRL-HASH-TOTAL
    PERFORM WRITE-BATCH-RECORD
    CLOSE RETURN-BATCH-FILE.

WRITE-RETURN-DETAIL.
    PERFORM WRITE-BATCH-RECORD
    IF NOT RETURNS-ERROR
        ADD 1 TO BATCH-COUNT
        ADD TRANS-AMOUNT TO BATCH-HASH
    END-IF.

WRITE-BATCH-RECORD.
    WRITE RETURN-BATCH-RECORD FROM TRANS-RECORD
    IF BATCH-STATUS NOT = "00"
        MOVE "Y" TO RETURNS-ERROR-SW
        DISPLAY "ERROR WRITING RETURNS BATCH FILE, STATUS="
            BATCH-STATUS
    END-IF.

PRINT-APPLIED-RETURN.
    MOVE SPACES TO RETURNS-DETAIL-LINE
    MOVE RE-ORIG-ID(RETURN-SUB) TO RDL-ORIG-ID
    MOVE RE-ORIG-DATE(RETURN-SUB) TO RDL-ORIG-DATE
    MOVE RE-ACCOUNT-NO(RETURN-SUB) TO RDL-ACCOUNT-NO
    MOVE RE-AMOUNT(RETURN-SUB) TO RDL-AMOUNT
    MOVE RE-REASON-CODE(RETURN-SUB) TO RDL-REASON-CODE
    MOVE RECREDIT-ID TO RDL-RECREDIT-ID
    MOVE FEE-ID TO RDL-FEE-ID
    IF FEE-ID = SPACES AND RETURN-FEE > ZERO
        MOVE "DORMANT - NO FEE" TO RDL-NOTE
    END-IF
    IF RETURNS-ERROR
        MOVE "FEE NOT WRITTEN - RUN STOPPED" TO RDL-NOTE
    END-IF
    MOVE RETURNS-DETAIL-LINE TO PRINT-LINE
    PERFORM WRITE-RETURNS-LINE.

PRINT-EXCEPTIONS.
    MOVE SPACES TO PRINT-LINE
    PERFORM WRITE-RETURNS-LINE
    MOVE "RETURNS NOT APPLIED - FOR INVESTIGATION" TO PRINT-LINE
    PERFORM WRITE-RETURNS-LINE
    PERFORM PRINT-ONE-EXCEPTION
        VARYING RETURN-SUB FROM 1 BY 1
        UNTIL RETURN-SUB > RETURN-COUNT.

PRINT-ONE-EXCEPTION.
    IF RE-EXCEPTION(RETURN-SUB) NOT = SPACES
        ADD 1 TO EXCEPTION-COUNT
        ADD RE-AMOUNT(RETURN-SUB) TO EXCEPTION-AMOUNT
        MOVE SPACES TO RETURNS-DETAIL-LINE
        MOVE RE-ORIG-ID(RETURN-SUB) TO RDL-ORIG-ID
        MOVE RE-ORIG-DATE(RETURN-SUB) TO RDL-ORIG-DATE
        MOVE RE-ACCOUNT-NO(RETURN-SUB) TO RDL-ACCOUNT-NO
        MOVE RE-AMOUNT(RETURN-SUB) TO RDL-AMOUNT
        MOVE RE-REASON-CODE(RETURN-SUB) TO RDL-REASON-CODE
        MOVE RE-EXCEPTION(RETURN-SUB) TO RDL-NOTE
        MOVE RETURNS-DETAIL-LINE TO PRINT-LINE
        PERFORM WRITE-RETURNS-LINE
    END-IF.

PRINT-RETURNS-TOTALS.
    MOVE SPACES TO PRINT-LINE
    PERFORM WRITE-RETURNS-LINE
    MOVE "RETURNS ON FILE" TO RTL-CAPTION
    MOVE RETURN-COUNT TO RTL-COUNT
    MOVE DETAIL-HASH-TOTAL TO RTL-AMOUNT
    MOVE RETURNS-TOTAL-LINE TO PRINT-LINE
    PERFORM WRITE-RETURNS-LINE
    MOVE "RETURNS RE-CREDITED" TO RTL-CAPTION
    MOVE RETURNS-APPLIED TO RTL-COUNT
    MOVE RECREDIT-AMOUNT TO RTL-AMOUNT
    MOVE RETURNS-TOTAL-LINE TO PRINT-LINE
    PERFORM WRITE-RETURNS-LINE
    MOVE "RETURNED ITEM FEES" TO RTL-CAPTION
    MOVE FEES-CHARGED TO RTL-COUNT
    MOVE FEE-AMOUNT-TOTAL TO RTL-AMOUNT
    MOVE RETURNS-TOTAL-LINE TO PRINT-LINE
    PERFORM WRITE-RETURNS-LINE
    MOVE "RETURNS NOT APPLIED" TO RTL-CAPTION
    MOVE EXCEPTION-COUNT TO RTL-COUNT
    MOVE EXCEPTION-AMOUNT TO RTL-AMOUNT
    MOVE RETURNS-TOTAL-LINE TO PRINT-LINE
    PERFORM WRITE-RETURNS-LINE
    IF RETURNS-ERROR
        MOVE "*** RUN STOPPED ON AN ERROR - RERUN TO COMPLETE ***"
            TO PRINT-LINE
        PERFORM WRITE-RETURNS-LINE
    END-IF.

WRITE-RETURNS-LINE.
    IF LINE-COUNT >= PAGE-LIMIT
        PERFORM PRINT-RETURNS-HEADINGS
    END-IF
    WRITE RETURNS-PRINT-REC FROM PRINT-LINE
    IF RETURNS-RPT-STATUS NOT = "00"
        MOVE "Y" TO RETURNS-ERROR-SW
        DISPLAY "ERROR WRITING RETURNS REPORT, STATUS="
            RETURNS-RPT-STATUS
    END-IF
    ADD 1 TO LINE-COUNT.

PRINT-RETURNS-HEADINGS.
    ADD 1 TO PAGE-COUNT
    MOVE PAGE-COUNT TO RH1-PAGE-NO
    WRITE RETURNS-PRINT-REC FROM RETURNS-HEADING-1
    WRITE RETURNS-PRINT-REC FROM RETURNS-HEADING-2
    MOVE 2 TO LINE-COUNT.


     SELECT STMT-SORT-FILE ASSIGN TO "STMTWORK".

     SELECT REVERSAL-REGISTER ASSIGN TO "REVREG"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS RANDOM
         RECORD KEY IS REV-KEY
         FILE STATUS IS REGISTER-STATUS.

     SELECT CLOSE-REQUEST-FILE ASSIGN TO "CLOSEREQ"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS RANDOM
         RECORD KEY IS CLR-ACCOUNT-NO
         FILE STATUS IS CLOSEREQ-STATUS.

     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS SEQUENTIAL

 DATA DIVISION.
 FILE SECTION.
 *> Statement month, then an optional account number: when one
 *> is given only that account's statement is printed, as for
 *> a final statement wanted at close-out.
 FD  STMT-PARM-FILE.
 01  STMT-PARM-RECORD.
     05  STMT-PARM-MONTH            PIC X(6).
     05  STMT-PARM-ACCOUNT          PIC X(10).

 FD  JOURNAL-FILE.
     COPY JRNLREC.
     05  SSR-DR-CR                  PIC X(1).
     05  SSR-AMOUNT                 PIC 9(9)V99.
     05  SSR-DESCRIPTION            PIC X(30).
     05  SSR-REVERSES-ID            PIC X(10).
     05  SSR-REVERSES-DATE          PIC X(8).

 FD  ACCOUNT-MASTER.
     COPY ACCTREC.

 FD  REVERSAL-REGISTER.
     COPY REVREC.

 FD  CLOSE-REQUEST-FILE.
     COPY CLOSREC.

 FD  STMT-REPORT-FILE.
 01  STMT-PRINT-REC                 PIC X(132).

 01  JOURNAL-STATUS              PIC X(2)  VALUE "00".
 01  MASTER-STATUS               PIC X(2)  VALUE "00".
 01  STMT-REPORT-STATUS          PIC X(2)  VALUE "00".
 01  REGISTER-STATUS             PIC X(2)  VALUE "00".
 01  REGISTER-OPEN-SW            PIC X(1)  VALUE "N".
     88  REGISTER-OPENED         VALUE "Y".
 01  CLOSEREQ-STATUS             PIC X(2)  VALUE "00".
 01  CLOSEREQ-OPEN-SW            PIC X(1)  VALUE "N".
     88  CLOSEREQ-OPENED         VALUE "Y".

 01  STMT-MONTH                  PIC X(6)  VALUE SPACES.
 01  STMT-ACCOUNT                PIC X(10) VALUE SPACES.
 01  STMT-MONTH-MM               PIC 9(2)  VALUE ZERO.
 01  PARM-ERROR-SW               PIC X(1)  VALUE "N".
     88  PARM-ERROR              VALUE "Y".
     05  HD-DR-CR                PIC X(1).
     05  HD-AMOUNT               PIC 9(9)V99.
     05  HD-DESCRIPTION          PIC X(30).
     05  HD-REVERSES-ID          PIC X(10).
     05  HD-REVERSES-DATE        PIC X(8).

 *> An account's detail lines are collected before printing so
 *> the opening balance (closing balance less the month's net
     05  DETAIL-LINE-ENTRY OCCURS 5000 TIMES
                                 PIC X(100).

 *> A closed account gets a final statement for the month the
 *> close-out run closed it in; activity dated after the close
 *> is still reported as activity on a closed account.
 01  FINAL-STATEMENT-SW          PIC X(1)  VALUE "N".
     88  FINAL-STATEMENT         VALUE "Y".
 01  FINAL-CLOSE-DATE            PIC X(8)  VALUE SPACES.

 01  ACCOUNT-NET                 PIC S9(11)V99 VALUE ZERO.
 01  OPENING-BALANCE             PIC S9(13)V99 VALUE ZERO.

     88  MASTER-EOF              VALUE "Y".

 01  STATEMENT-COUNT             PIC 9(6)  VALUE ZERO.
 01  FINAL-STATEMENT-COUNT       PIC 9(6)  VALUE ZERO.
 01  ACTIVE-ACCOUNT-COUNT        PIC 9(6)  VALUE ZERO.
 01  DETAIL-PRINTED-COUNT        PIC 9(6)  VALUE ZERO.
 01  ORPHAN-COUNT                PIC 9(6)  VALUE ZERO.
 01  PRINT-LINE                  PIC X(132) VALUE SPACES.

 01  STMT-HEADING-1.
     05  SH1-TITLE               PIC X(18)
         VALUE "ACCOUNT STATEMENT".
     05  FILLER                  PIC X(6)  VALUE "MONTH ".
     05  SH1-MONTH               PIC X(6).
     05  FILLER                  PIC X(14) VALUE "        AMOUNT".
     05  FILLER                  PIC X(1)  VALUE SPACE.
     05  FILLER                  PIC X(2)  VALUE "DC".
     05  FILLER                  PIC X(2)  VALUE SPACES.
     05  FILLER                  PIC X(22) VALUE "LINKED ENTRY".

 01  STMT-DETAIL-LINE.
     05  FILLER                  PIC X(2)  VALUE SPACES.
     05  SDL-AMOUNT              PIC ZZZ.ZZZ.ZZ9,99.
     05  FILLER                  PIC X(1)  VALUE SPACE.
     05  SDL-DR-CR               PIC X(2).
     05  FILLER                  PIC X(2)  VALUE SPACES.
     05  SDL-LINK                PIC X(22).

 01  STMT-BALANCE-LINE.
     05  FILLER                  PIC X(2)  VALUE SPACES.
     05  FILLER                  PIC X(2)  VALUE SPACES.
     05  SNL-TEXT                PIC X(60).

 01  FINAL-NOTE-TEXT.
     05  FILLER                  PIC X(18)
         VALUE "ACCOUNT CLOSED ON ".
     05  FNT-CLOSE-DATE          PIC X(8).
     05  FILLER                  PIC X(18)
         VALUE " - FINAL STATEMENT".

 01  CONTROL-TOTAL-LINE.
     05  CTL-CAPTION             PIC X(36).
     05  CTL-AMOUNT              PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99-.
            MOVE 12 TO RETURN-CODE
        ELSE
            DISPLAY "STATEMENTS PRINTED:     " STATEMENT-COUNT
            DISPLAY "FINAL STATEMENTS:       " FINAL-STATEMENT-COUNT
            DISPLAY "ACCOUNTS WITH ACTIVITY: " ACTIVE-ACCOUNT-COUNT
            IF STMT-ACCOUNT NOT = SPACES
             AND STATEMENT-COUNT = ZERO
                DISPLAY "NO STATEMENT FOR ACCOUNT " STMT-ACCOUNT
                    " - NOT ON MASTER OR CLOSED BEFORE " STMT-MONTH
                MOVE 4 TO RETURN-CODE
            ELSE
                MOVE 0 TO RETURN-CODE
            END-IF
        END-IF
    END-IF
    STOP RUN.
                DISPLAY "STATEMENT MONTH PARAMETER FILE IS EMPTY"
            NOT AT END
                MOVE STMT-PARM-MONTH TO STMT-MONTH
                MOVE STMT-PARM-ACCOUNT TO STMT-ACCOUNT
        END-READ
        CLOSE STMT-PARM-FILE
    END-IF
                        MOVE JRNL-DR-CR TO SSR-DR-CR
                        MOVE JRNL-AMOUNT TO SSR-AMOUNT
                        MOVE JRNL-DESCRIPTION TO SSR-DESCRIPTION
                        MOVE JRNL-REVERSES-ID TO SSR-REVERSES-ID
                        MOVE JRNL-REVERSES-DATE TO SSR-REVERSES-DATE
                        RELEASE STMT-SORT-RECORD
                    END-IF
            END-READ
            PERFORM DRAIN-SORTED-JOURNAL
        ELSE
            MOVE STMT-MONTH TO SH1-MONTH
            PERFORM OPEN-REVERSAL-REGISTER
            PERFORM OPEN-CLOSE-REQUEST-FILE
            PERFORM RETURN-NEXT-DETAIL
            PERFORM PROCESS-MASTER-ACCOUNTS
            PERFORM DRAIN-ORPHAN-DETAILS
            PERFORM PRINT-CONTROL-PAGE
            CLOSE ACCOUNT-MASTER
            CLOSE STMT-REPORT-FILE
            IF REGISTER-OPENED
                CLOSE REVERSAL-REGISTER
            END-IF
            IF CLOSEREQ-OPENED
                CLOSE CLOSE-REQUEST-FILE
            END-IF
        END-IF
    END-IF.

OPEN-REVERSAL-REGISTER.
    MOVE "N" TO REGISTER-OPEN-SW
    OPEN INPUT REVERSAL-REGISTER
    IF REGISTER-STATUS = "00"
        MOVE "Y" TO REGISTER-OPEN-SW
    END-IF.

OPEN-CLOSE-REQUEST-FILE.
    MOVE "N" TO CLOSEREQ-OPEN-SW
    OPEN INPUT CLOSE-REQUEST-FILE
    IF CLOSEREQ-STATUS = "00"
        MOVE "Y" TO CLOSEREQ-OPEN-SW
    END-IF.

RETURN-NEXT-DETAIL.
    RETURN STMT-SORT-FILE INTO HELD-DETAIL
        AT END

PROCESS-ONE-ACCOUNT.
    PERFORM SKIP-ORPHAN-DETAILS
    PERFORM CHECK-FINAL-STATEMENT
    PERFORM COLLECT-ACCOUNT-DETAILS
    IF STMT-ACCOUNT = SPACES OR STMT-ACCOUNT = ACCT-ACCOUNT-NO
        IF NOT ACCT-CLOSED OR FINAL-STATEMENT
            ADD ACCT-BALANCE TO MASTER-OPEN-TOTAL
            PERFORM PRINT-ONE-STATEMENT
        END-IF
    END-IF.

CHECK-FINAL-STATEMENT.
    MOVE "N" TO FINAL-STATEMENT-SW
    MOVE SPACES TO FINAL-CLOSE-DATE
    IF ACCT-CLOSED AND CLOSEREQ-OPENED
        MOVE ACCT-ACCOUNT-NO TO CLR-ACCOUNT-NO
        READ CLOSE-REQUEST-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF CLR-CLOSED
                 AND CLR-CLOSED-DATE(1:6) = STMT-MONTH
                    MOVE "Y" TO FINAL-STATEMENT-SW
                    MOVE CLR-CLOSED-DATE TO FINAL-CLOSE-DATE
                END-IF
        END-READ
    END-IF.

 *> Sorted journal records for an account below the current
    PERFORM UNTIL SORT-EOF
                  OR HD-ACCOUNT-NO NOT = ACCT-ACCOUNT-NO
        IF ACCT-CLOSED
         AND (NOT FINAL-STATEMENT OR HD-DATE > FINAL-CLOSE-DATE)
            ADD 1 TO CLOSED-ACTIVITY-COUNT
            DISPLAY "ACTIVITY ON CLOSED ACCOUNT: " HD-ACCOUNT-NO
                " " HD-ID
        ELSE
            MOVE "CR" TO SDL-DR-CR
        END-IF
        PERFORM SET-DETAIL-LINK
        MOVE STMT-DETAIL-LINE TO DETAIL-LINE-ENTRY(DETAIL-COUNT)
    ELSE
        MOVE "Y" TO DETAIL-OVERFLOW-SW
    END-IF.

 *> Reversed entries and their reversals are printed linked so
 *> the customer can see why the two lines cancel.
SET-DETAIL-LINK.
    MOVE SPACES TO SDL-LINK
    IF HD-REVERSES-ID NOT = SPACES
        STRING "REVERSES " HD-REVERSES-ID DELIMITED BY SIZE
            INTO SDL-LINK
    ELSE
        IF REGISTER-OPENED
            MOVE HD-ID TO REV-ORIG-ID
            MOVE HD-DATE TO REV-ORIG-DATE
            READ REVERSAL-REGISTER
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    STRING "REVERSED BY " REV-TRANS-ID
                        DELIMITED BY SIZE INTO SDL-LINK
            END-READ
        END-IF
    END-IF.

PRINT-ONE-STATEMENT.
    ADD 1 TO STATEMENT-COUNT
    IF FINAL-STATEMENT
        ADD 1 TO FINAL-STATEMENT-COUNT
        MOVE "FINAL STATEMENT" TO SH1-TITLE
    ELSE
        MOVE "ACCOUNT STATEMENT" TO SH1-TITLE
    END-IF
    IF DETAIL-COUNT > ZERO
        ADD 1 TO ACTIVE-ACCOUNT-COUNT
    END-IF
    MOVE ACCT-BALANCE TO SBL-AMOUNT
    MOVE STMT-BALANCE-LINE TO PRINT-LINE
    PERFORM WRITE-STATEMENT-LINE
    IF FINAL-STATEMENT
        MOVE FINAL-CLOSE-DATE TO FNT-CLOSE-DATE
        MOVE FINAL-NOTE-TEXT TO SNL-TEXT
        MOVE STMT-NOTE-LINE TO PRINT-LINE
        PERFORM WRITE-STATEMENT-LINE
    END-IF
    ADD ACCT-BALANCE TO CLOSING-TOTAL.

PRINT-COLLECTED-DETAIL.
    END-PERFORM.

 *> Control page proving the statements tie to the master: the
 *> closing balances printed must equal the ACCTMAST balances
 *> of the accounts statemented.
PRINT-CONTROL-PAGE.
    MOVE PAGE-LIMIT TO LINE-COUNT
    MOVE "ACCOUNT STATEMENT" TO SH1-TITLE
    MOVE "** CONTROL **" TO SH1-ACCOUNT-NO
    MOVE SPACES TO SH2-NAME
    MOVE ZERO TO PAGE-COUNT
    MOVE CLOSING-TOTAL TO CTL-AMOUNT
    MOVE CONTROL-TOTAL-LINE TO PRINT-LINE
    PERFORM WRITE-STATEMENT-LINE
    MOVE "STATEMENTED BALANCES ON MASTER" TO CTL-CAPTION
    MOVE MASTER-OPEN-TOTAL TO CTL-AMOUNT
    MOVE CONTROL-TOTAL-LINE TO PRINT-LINE
    PERFORM WRITE-STATEMENT-LINE
    MOVE STATEMENT-COUNT TO CCL-COUNT
    MOVE CONTROL-COUNT-LINE TO PRINT-LINE
    PERFORM WRITE-STATEMENT-LINE
    MOVE "FINAL STATEMENTS PRINTED" TO CCL-CAPTION
    MOVE FINAL-STATEMENT-COUNT TO CCL-COUNT
    MOVE CONTROL-COUNT-LINE TO PRINT-LINE
    PERFORM WRITE-STATEMENT-LINE
    MOVE "DETAIL LINES PRINTED" TO CCL-CAPTION
    MOVE DETAIL-PRINTED-COUNT TO CCL-COUNT
    MOVE CONTROL-COUNT-LINE TO PRINT-LINE


 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT PRODUCT-PARM-FILE ASSIGN TO "PRODPARM"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS PRODUCT-PARM-STATUS.

     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
         ORGANIZATION IS INDEXED
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS REGISTER-STATUS.

     SELECT ACCRUAL-SORT-FILE ASSIGN TO "ACCRWORK".

 DATA DIVISION.
 FILE SECTION.
 FD  PRODUCT-PARM-FILE.
     COPY PRODREC.

 FD  ACCOUNT-MASTER.
     COPY ACCTREC.

 FD  ACCRUAL-FILE.
 01  ACCRUAL-RECORD                 PIC X(121).

 FD  REGISTER-FILE.
 01  REGISTER-PRINT-REC             PIC X(132).

 *> One register line per account, sorted so the register can
 *> be printed and subtotalled product by product.
 SD  ACCRUAL-SORT-FILE.
 01  ACCRUAL-SORT-RECORD.
     05  ASR-PRODUCT-CODE           PIC X(4).
     05  ASR-ACCOUNT-NO             PIC X(10).
     05  ASR-NAME                   PIC X(30).
     05  ASR-BALANCE                PIC S9(11)V99.
     05  ASR-INTEREST               PIC 9(9)V99.
     05  ASR-FEE                    PIC 9(7)V99.
     05  ASR-NOTE                   PIC X(30).

 WORKING-STORAGE SECTION.
     COPY TRANSREC.
     COPY PRODTBL.

 01  PRODUCT-PARM-STATUS         PIC X(2)  VALUE "00".
 01  MASTER-STATUS               PIC X(2)  VALUE "00".
 01  ACCRUAL-STATUS              PIC X(2)  VALUE "00".
 01  REGISTER-STATUS             PIC X(2)  VALUE "00".
 01  ACCRUAL-ERROR-SW            PIC X(1)  VALUE "N".
     88  ACCRUAL-ERROR           VALUE "Y".

 01  FEE-CHARGED                 PIC 9(7)V99 VALUE ZERO.
 01  ACCRUAL-NOTE                PIC X(30) VALUE SPACES.

 01  SORT-EOF-SW                 PIC X(1)  VALUE "N".
     88  SORT-EOF                VALUE "Y".
 01  HELD-ACCRUAL.
     05  HA-PRODUCT-CODE         PIC X(4).
     05  HA-ACCOUNT-NO           PIC X(10).
     05  HA-NAME                 PIC X(30).
     05  HA-BALANCE              PIC S9(11)V99.
     05  HA-INTEREST             PIC 9(9)V99.
     05  HA-FEE                  PIC 9(7)V99.
     05  HA-NOTE                 PIC X(30).
 01  CURRENT-PRODUCT             PIC X(4)  VALUE SPACES.

 01  ACCOUNTS-READ               PIC 9(6)  VALUE ZERO.
 01  ACCOUNTS-ACCRUED            PIC 9(6)  VALUE ZERO.
 01  ACCOUNTS-NOT-PRICED         PIC 9(6)  VALUE ZERO.
 01  FEES-WAIVED                 PIC 9(6)  VALUE ZERO.
 01  GENERATED-COUNT             PIC 9(6)  VALUE ZERO.
 01  GENERATED-HASH              PIC 9(13)V99 VALUE ZERO.
 01  GEN-SEQUENCE                PIC 9(8)  VALUE ZERO.
 01  INTEREST-AMOUNT             PIC 9(9)V99 VALUE ZERO.
 01  TOTAL-INTEREST              PIC 9(11)V99 VALUE ZERO.
 01  TOTAL-FEES                  PIC 9(11)V99 VALUE ZERO.
 01  PRODUCT-ACCOUNTS            PIC 9(6)  VALUE ZERO.
 01  PRODUCT-INTEREST            PIC 9(11)V99 VALUE ZERO.
 01  PRODUCT-FEES                PIC 9(11)V99 VALUE ZERO.

 01  LINE-COUNT                  PIC 9(3)  VALUE ZERO.
 01  PAGE-COUNT                  PIC 9(4)  VALUE ZERO.
         VALUE "INTEREST AND FEE ACCRUAL REGISTER".
     05  FILLER                  PIC X(9)  VALUE "RUN DATE ".
     05  RH1-RUN-DATE            PIC X(8).
     05  FILLER                  PIC X(6)  VALUE SPACES.
     05  FILLER                  PIC X(5)  VALUE "PAGE ".
     05  RH1-PAGE-NO             PIC ZZZ9.
         VALUE "      BALANCE (BASIS)".
     05  FILLER                  PIC X(16) VALUE "        INTEREST".
     05  FILLER                  PIC X(14) VALUE "           FEE".
     05  FILLER                  PIC X(2)  VALUE SPACES.
     05  FILLER                  PIC X(4)  VALUE "NOTE".

 01  REGISTER-PRODUCT-LINE.
     05  FILLER                  PIC X(8)  VALUE "PRODUCT ".
     05  RPL-PRODUCT-CODE        PIC X(4).
     05  FILLER                  PIC X(2)  VALUE SPACES.
     05  RPL-DESCRIPTION         PIC X(30).
     05  RPL-TERMS.
         10  FILLER              PIC X(5)  VALUE "RATE ".
         10  RPL-RATE            PIC Z9,9999.
         10  FILLER              PIC X(12) VALUE " PCT PA  FEE".
         10  FILLER              PIC X(1)  VALUE SPACE.
         10  RPL-FEE             PIC Z.ZZZ.ZZ9,99.
         10  FILLER              PIC X(21)
             VALUE "  WAIVED AT BALANCE ".
         10  RPL-WAIVER          PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

 01  REGISTER-DETAIL-LINE.
     05  RDL-ACCOUNT-NO          PIC X(10).
     05  RDL-INTEREST            PIC ZZZ.ZZZ.ZZ9,99.
     05  FILLER                  PIC X(2)  VALUE SPACES.
     05  RDL-FEE                 PIC ZZZ.ZZZ.ZZ9,99.
     05  FILLER                  PIC X(2)  VALUE SPACES.
     05  RDL-NOTE                PIC X(30).

 01  REGISTER-TOTAL-LINE.
     05  FILLER                  PIC X(24) VALUE SPACES.
    MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME
    MOVE CURRENT-DATE-TIME(1:8) TO TODAY-DATE

    PERFORM LOAD-PRODUCT-TABLE
    IF PRODUCT-TABLE-ERROR
        MOVE 8 TO RETURN-CODE
    ELSE
        SORT ACCRUAL-SORT-FILE
            ON ASCENDING KEY ASR-PRODUCT-CODE
                             ASR-ACCOUNT-NO
            INPUT PROCEDURE IS RUN-ACCRUALS
            OUTPUT PROCEDURE IS PRINT-ACCRUAL-REGISTER
        IF ACCRUAL-ERROR
            MOVE 12 TO RETURN-CODE
        ELSE
            DISPLAY "ACCOUNTS READ:          " ACCOUNTS-READ
            DISPLAY "ACCOUNTS ACCRUED:       " ACCOUNTS-ACCRUED
            DISPLAY "ACCOUNTS NOT PRICED:    " ACCOUNTS-NOT-PRICED
            DISPLAY "TRANSACTIONS GENERATED: " GENERATED-COUNT
            IF ACCOUNTS-NOT-PRICED > ZERO
                MOVE 4 TO RETURN-CODE
            ELSE
                MOVE 0 TO RETURN-CODE
            END-IF
        END-IF
    END-IF
    STOP RUN.

 *> PRODPARM is loaded whole.  Any bad line stops the run -
 *> pricing accounts from a half-read table would be worse
 *> than not accruing at all.
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

RUN-ACCRUALS.
            MASTER-STATUS
    ELSE
        OPEN OUTPUT ACCRUAL-FILE
        IF ACCRUAL-STATUS NOT = "00"
            MOVE "Y" TO ACCRUAL-ERROR-SW
            DISPLAY "ERROR OPENING ACCRUAL BATCH, STATUS="
                ACCRUAL-STATUS
            CLOSE ACCOUNT-MASTER
        ELSE
            PERFORM WRITE-BATCH-HEADER
            PERFORM UNTIL MASTER-STATUS NOT = "00"
                          OR ACCRUAL-ERROR
                        MOVE "10" TO MASTER-STATUS
                    NOT AT END
                        ADD 1 TO ACCOUNTS-READ
                        IF ACCT-OPEN OR ACCT-DORMANT
                            PERFORM PRICE-ONE-ACCOUNT
                        END-IF
                END-READ
            END-PERFORM
            PERFORM WRITE-BATCH-TRAILER
            CLOSE ACCOUNT-MASTER
            CLOSE ACCRUAL-FILE
        END-IF
    END-IF.

 *> An account whose product is not on PRODPARM is not accrued
 *> at all - it is listed under its product code on the
 *> register so the branch can correct it and the run ends 4.
PRICE-ONE-ACCOUNT.
    MOVE ZERO TO INTEREST-AMOUNT
    MOVE ZERO TO FEE-CHARGED
    MOVE SPACES TO ACCRUAL-NOTE
    MOVE ACCT-PRODUCT-CODE TO LOOKUP-PRODUCT-CODE
    PERFORM FIND-PRODUCT
    IF PRODUCT-FOUND
        PERFORM ACCRUE-ONE-ACCOUNT
    ELSE
        ADD 1 TO ACCOUNTS-NOT-PRICED
        IF ACCT-PRODUCT-CODE = SPACES
            MOVE "NO PRODUCT - NOT ACCRUED" TO ACCRUAL-NOTE
        ELSE
            MOVE "UNKNOWN PRODUCT - NOT ACCRUED" TO ACCRUAL-NOTE
        END-IF
    END-IF
    MOVE ACCT-PRODUCT-CODE TO ASR-PRODUCT-CODE
    MOVE ACCT-ACCOUNT-NO TO ASR-ACCOUNT-NO
    MOVE ACCT-NAME TO ASR-NAME
    MOVE ACCT-BALANCE TO ASR-BALANCE
    MOVE INTEREST-AMOUNT TO ASR-INTEREST
    MOVE FEE-CHARGED TO ASR-FEE
    MOVE ACCRUAL-NOTE TO ASR-NOTE
    RELEASE ACCRUAL-SORT-RECORD.

 *> Interest is one month's worth of the product's annual rate
 *> on the balance as it stands, credited only when the balance
 *> is positive.  The product's fee is charged to every open
 *> account unless the balance has reached the product's
 *> waiver balance.  A dormant account still earns interest but
 *> is not charged the fee, which posting would refuse as a
 *> dormant debit.  Both go out as ordinary batch details so
 *> the daily run's edits, settlement report and GL extract see
 *> them like any keyed transaction.
ACCRUE-ONE-ACCOUNT.
    ADD 1 TO ACCOUNTS-ACCRUED
    IF ACCT-BALANCE > ZERO
        COMPUTE INTEREST-AMOUNT ROUNDED =
            ACCT-BALANCE * PT-ANNUAL-RATE(PRODUCT-SUB) / 1200
            ON SIZE ERROR
                MOVE ZERO TO INTEREST-AMOUNT
                DISPLAY "INTEREST TOO LARGE - NONE ACCRUED: "
        PERFORM WRITE-ACCRUAL-DETAIL
        ADD INTEREST-AMOUNT TO TOTAL-INTEREST
    END-IF
    MOVE PT-MONTHLY-FEE(PRODUCT-SUB) TO FEE-CHARGED
    IF ACCT-DORMANT
        MOVE ZERO TO FEE-CHARGED
        MOVE "DORMANT - NO FEE" TO ACCRUAL-NOTE
    ELSE
        IF PT-WAIVER-BALANCE(PRODUCT-SUB) > ZERO
         AND ACCT-BALANCE >= PT-WAIVER-BALANCE(PRODUCT-SUB)
         AND FEE-CHARGED > ZERO
            MOVE ZERO TO FEE-CHARGED
            MOVE "FEE WAIVED ON BALANCE" TO ACCRUAL-NOTE
            ADD 1 TO FEES-WAIVED
        END-IF
    END-IF
    IF FEE-CHARGED > ZERO
        MOVE FEE-CHARGED TO TRANS-AMOUNT
        MOVE "D" TO TRANS-DR-CR
        MOVE "ACCOUNT SERVICE FEE" TO TRANS-DESCRIPTION
        PERFORM WRITE-ACCRUAL-DETAIL
        ADD FEE-CHARGED TO TOTAL-FEES
    END-IF.

WRITE-ACCRUAL-DETAIL.
    ADD 1 TO GEN-SEQUENCE
            ACCRUAL-STATUS
    END-IF.

PRINT-ACCRUAL-REGISTER.
    OPEN OUTPUT REGISTER-FILE
    IF REGISTER-STATUS NOT = "00"
        MOVE "Y" TO ACCRUAL-ERROR-SW
        DISPLAY "ERROR OPENING ACCRUAL REGISTER, STATUS="
            REGISTER-STATUS
        PERFORM DRAIN-ACCRUAL-SORT
    ELSE
        MOVE TODAY-DATE TO RH1-RUN-DATE
        MOVE ZERO TO PAGE-COUNT
        MOVE PAGE-LIMIT TO LINE-COUNT
        PERFORM RETURN-NEXT-ACCRUAL
        PERFORM PRINT-PRODUCT-GROUP UNTIL SORT-EOF
        PERFORM PRINT-REGISTER-TOTALS
        CLOSE REGISTER-FILE
    END-IF.

RETURN-NEXT-ACCRUAL.
    RETURN ACCRUAL-SORT-FILE INTO HELD-ACCRUAL
        AT END
            MOVE "Y" TO SORT-EOF-SW
            MOVE HIGH-VALUES TO HA-PRODUCT-CODE
    END-RETURN.

DRAIN-ACCRUAL-SORT.
    PERFORM UNTIL SORT-EOF
        RETURN ACCRUAL-SORT-FILE
            AT END
                MOVE "Y" TO SORT-EOF-SW
        END-RETURN
    END-PERFORM.

PRINT-PRODUCT-GROUP.
    MOVE HA-PRODUCT-CODE TO CURRENT-PRODUCT
    MOVE ZERO TO PRODUCT-ACCOUNTS
    MOVE ZERO TO PRODUCT-INTEREST
    MOVE ZERO TO PRODUCT-FEES
    PERFORM PRINT-PRODUCT-HEADING
    PERFORM UNTIL SORT-EOF OR HA-PRODUCT-CODE NOT = CURRENT-PRODUCT
        ADD 1 TO PRODUCT-ACCOUNTS
        ADD HA-INTEREST TO PRODUCT-INTEREST
        ADD HA-FEE TO PRODUCT-FEES
        PERFORM PRINT-REGISTER-DETAIL
        PERFORM RETURN-NEXT-ACCRUAL
    END-PERFORM
    PERFORM PRINT-PRODUCT-SUBTOTALS.

PRINT-PRODUCT-HEADING.
    MOVE SPACES TO PRINT-LINE
    PERFORM WRITE-REGISTER-LINE
    MOVE CURRENT-PRODUCT TO RPL-PRODUCT-CODE
    MOVE CURRENT-PRODUCT TO LOOKUP-PRODUCT-CODE
    PERFORM FIND-PRODUCT
    IF PRODUCT-FOUND
        MOVE PT-DESCRIPTION(PRODUCT-SUB) TO RPL-DESCRIPTION
        MOVE PT-ANNUAL-RATE(PRODUCT-SUB) TO RPL-RATE
        MOVE PT-MONTHLY-FEE(PRODUCT-SUB) TO RPL-FEE
        MOVE PT-WAIVER-BALANCE(PRODUCT-SUB) TO RPL-WAIVER
    ELSE
        MOVE "*** NOT ON PRODUCT TABLE ***" TO RPL-DESCRIPTION
        MOVE SPACES TO RPL-TERMS
    END-IF
    MOVE REGISTER-PRODUCT-LINE TO PRINT-LINE
    PERFORM WRITE-REGISTER-LINE.

PRINT-REGISTER-DETAIL.
    MOVE HA-ACCOUNT-NO TO RDL-ACCOUNT-NO
    MOVE HA-NAME TO RDL-NAME
    MOVE HA-BALANCE TO RDL-BALANCE
    MOVE HA-INTEREST TO RDL-INTEREST
    MOVE HA-FEE TO RDL-FEE
    MOVE HA-NOTE TO RDL-NOTE
    MOVE REGISTER-DETAIL-LINE TO PRINT-LINE
    PERFORM WRITE-REGISTER-LINE.

PRINT-PRODUCT-SUBTOTALS.
    MOVE SPACES TO PRINT-LINE
    PERFORM WRITE-REGISTER-LINE
    MOVE SPACES TO RTL-CAPTION
    STRING "PRODUCT " CURRENT-PRODUCT " INTEREST"
        DELIMITED BY SIZE INTO RTL-CAPTION
    MOVE PRODUCT-INTEREST TO RTL-AMOUNT
    MOVE REGISTER-TOTAL-LINE TO PRINT-LINE
    PERFORM WRITE-REGISTER-LINE
    MOVE SPACES TO RTL-CAPTION
    STRING "PRODUCT " CURRENT-PRODUCT " FEES"
        DELIMITED BY SIZE INTO RTL-CAPTION
    MOVE PRODUCT-FEES TO RTL-AMOUNT
    MOVE REGISTER-TOTAL-LINE TO PRINT-LINE
    PERFORM WRITE-REGISTER-LINE
    MOVE SPACES TO RCL-CAPTION
    STRING "PRODUCT " CURRENT-PRODUCT " ACCOUNTS"
        DELIMITED BY SIZE INTO RCL-CAPTION
    MOVE PRODUCT-ACCOUNTS TO RCL-COUNT
    MOVE REGISTER-COUNT-LINE TO PRINT-LINE
    PERFORM WRITE-REGISTER-LINE.

PRINT-REGISTER-TOTALS.
    MOVE SPACES TO PRINT-LINE
    PERFORM WRITE-REGISTER-LINE
    MOVE ACCOUNTS-ACCRUED TO RCL-COUNT
    MOVE REGISTER-COUNT-LINE TO PRINT-LINE
    PERFORM WRITE-REGISTER-LINE
    MOVE "FEES WAIVED" TO RCL-CAPTION
    MOVE FEES-WAIVED TO RCL-COUNT
    MOVE REGISTER-COUNT-LINE TO PRINT-LINE
    PERFORM WRITE-REGISTER-LINE
    IF ACCOUNTS-NOT-PRICED > ZERO
        MOVE "ACCOUNTS NOT PRICED" TO RCL-CAPTION
        MOVE ACCOUNTS-NOT-PRICED TO RCL-COUNT
        MOVE REGISTER-COUNT-LINE TO PRINT-LINE
        PERFORM WRITE-REGISTER-LINE
    END-IF
    MOVE "TRANSACTIONS IN BATCH" TO RCL-CAPTION
    MOVE GENERATED-COUNT TO RCL-COUNT
    MOVE REGISTER-COUNT-LINE TO PRINT-LINE

 IDENTIFICATION DIVISION.
 PROGRAM-ID. PRODUCT_CONV.

 *> One-off conversion of the account master and the maintenance
 *> audit trail to the record layout carrying ACCT-PRODUCT-CODE.
 *> Before the run operations rename the old ACCTMAST to ACCTOLD
 *> and the old ACCTAUDT to AUDTOLD.  Every account is given the
 *> default product flagged on PRODPARM, keeps its own overdraft
 *> limit, and gets a product change audit record (operator
 *> PRODCONV) so the conversion shows on the audit report.
 *> The run refuses to start if a new ACCTMAST already exists.

 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
 SPECIAL-NAMES.
     DECIMAL-POINT IS COMMA.

 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT OLD-ACCOUNT-MASTER ASSIGN TO "ACCTOLD"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS SEQUENTIAL
         RECORD KEY IS OLD-ACCOUNT-NO
         FILE STATUS IS OLD-MASTER-STATUS.

     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS SEQUENTIAL
         RECORD KEY IS ACCT-ACCOUNT-NO
         FILE STATUS IS MASTER-STATUS.

     SELECT OLD-AUDIT-FILE ASSIGN TO "AUDTOLD"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS OLD-AUDIT-STATUS.

     SELECT AUDIT-FILE ASSIGN TO "ACCTAUDT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS AUDIT-STATUS.

     SELECT PRODUCT-PARM-FILE ASSIGN TO "PRODPARM"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS PRODUCT-PARM-STATUS.

 DATA DIVISION.
 FILE SECTION.
 *> Account master as it stood before the product code.
 FD  OLD-ACCOUNT-MASTER.
 01  OLD-ACCOUNT-RECORD.
     05  OLD-ACCOUNT-NO         PIC X(10).
     05  OLD-NAME               PIC X(30).
     05  OLD-STATUS             PIC X(1).
     05  OLD-BALANCE            PIC S9(11)V99.
     05  OLD-OVERDRAFT-LIMIT    PIC 9(9)V99.

 FD  ACCOUNT-MASTER.
     COPY ACCTREC.

 *> Audit record as it stood before the product code, with
 *> 65-byte account images.
 FD  OLD-AUDIT-FILE.
 01  OLD-AUDIT-RECORD.
     05  OLD-AUD-HEADER         PIC X(23).
     05  OLD-AUD-BEFORE-IMAGE   PIC X(65).
     05  OLD-AUD-AFTER-IMAGE    PIC X(65).

 FD  AUDIT-FILE.
     COPY AUDITREC.

 FD  PRODUCT-PARM-FILE.
     COPY PRODREC.

 WORKING-STORAGE SECTION.
 01  OLD-MASTER-STATUS           PIC X(2)  VALUE "00".
 01  MASTER-STATUS               PIC X(2)  VALUE "00".
 01  OLD-AUDIT-STATUS            PIC X(2)  VALUE "00".
 01  AUDIT-STATUS                PIC X(2)  VALUE "00".
 01  PRODUCT-PARM-STATUS         PIC X(2)  VALUE "00".

     COPY PRODTBL.

 01  CURRENT-DATE-TIME           PIC X(21) VALUE SPACES.
 01  CONVERSION-ERROR-SW         PIC X(1)  VALUE "N".
     88  CONVERSION-ERROR        VALUE "Y".

 *> Before image for the conversion audit record: the old
 *> account record with the product code still blank.
 01  SAVED-BEFORE-IMAGE          PIC X(69) VALUE SPACES.

 01  AUDITS-CONVERTED            PIC 9(6)  VALUE ZERO.
 01  ACCOUNTS-CONVERTED          PIC 9(6)  VALUE ZERO.

PROCEDURE DIVISION.
MAIN-PARAGRAPH.
    PERFORM LOAD-PRODUCT-TABLE
    IF PRODUCT-TABLE-ERROR
        DISPLAY "PRODUCT PARAMETERS NOT USABLE - NOTHING CONVERTED"
        MOVE 8 TO RETURN-CODE
    ELSE
        OPEN INPUT ACCOUNT-MASTER
        IF MASTER-STATUS = "00"
            CLOSE ACCOUNT-MASTER
            DISPLAY "ACCTMAST ALREADY EXISTS - NOTHING CONVERTED"
            MOVE 8 TO RETURN-CODE
        ELSE
            IF MASTER-STATUS NOT = "35"
                DISPLAY "ERROR OPENING ACCOUNT MASTER, STATUS="
                    MASTER-STATUS " - NOTHING CONVERTED"
                MOVE 12 TO RETURN-CODE
            ELSE
                OPEN INPUT OLD-ACCOUNT-MASTER
                IF OLD-MASTER-STATUS NOT = "00"
                    DISPLAY "ERROR OPENING OLD ACCOUNT MASTER, STATUS="
                        OLD-MASTER-STATUS
                    MOVE 12 TO RETURN-CODE
                ELSE
                    PERFORM CONVERT-FILES
                    CLOSE OLD-ACCOUNT-MASTER
                    DISPLAY "DEFAULT PRODUCT:    " DEFAULT-PRODUCT-CODE
                    DISPLAY "AUDITS CONVERTED:   " AUDITS-CONVERTED
                    DISPLAY "ACCOUNTS CONVERTED: " ACCOUNTS-CONVERTED
                    IF CONVERSION-ERROR
                        DISPLAY "CONVERSION INCOMPLETE - DELETE THE"
                            " PARTLY WRITTEN ACCTMAST AND ACCTAUDT,"
                            " THEN RERUN"
                        MOVE 12 TO RETURN-CODE
                    ELSE
                        MOVE 0 TO RETURN-CODE
                    END-IF
                END-IF
            END-IF
        END-IF
    END-IF
    STOP RUN.

CONVERT-FILES.
    OPEN OUTPUT ACCOUNT-MASTER
    IF MASTER-STATUS NOT = "00"
        MOVE "Y" TO CONVERSION-ERROR-SW
        DISPLAY "ERROR CREATING ACCOUNT MASTER, STATUS="
            MASTER-STATUS
    ELSE
        OPEN OUTPUT AUDIT-FILE
        IF AUDIT-STATUS NOT = "00"
            MOVE "Y" TO CONVERSION-ERROR-SW
            DISPLAY "ERROR CREATING MAINTENANCE AUDIT, STATUS="
                AUDIT-STATUS
        ELSE
            PERFORM CONVERT-AUDIT-TRAIL
            IF NOT CONVERSION-ERROR
                PERFORM CONVERT-ACCOUNTS
            END-IF
            CLOSE AUDIT-FILE
        END-IF
        CLOSE ACCOUNT-MASTER
    END-IF.

 *> Old audit records are carried over first so the trail stays
 *> in date order; their images are widened with a blank product.
 *> A site that never kept an audit trail has no AUDTOLD.
CONVERT-AUDIT-TRAIL.
    OPEN INPUT OLD-AUDIT-FILE
    IF OLD-AUDIT-STATUS = "35"
        DISPLAY "NO OLD MAINTENANCE AUDIT TO CONVERT"
    ELSE
        IF OLD-AUDIT-STATUS NOT = "00"
            MOVE "Y" TO CONVERSION-ERROR-SW
            DISPLAY "ERROR OPENING OLD MAINTENANCE AUDIT, STATUS="
                OLD-AUDIT-STATUS
        ELSE
            PERFORM UNTIL OLD-AUDIT-STATUS NOT = "00"
                    OR CONVERSION-ERROR
                READ OLD-AUDIT-FILE
                    AT END
                        MOVE "10" TO OLD-AUDIT-STATUS
                    NOT AT END
                        PERFORM CONVERT-ONE-AUDIT
                END-READ
            END-PERFORM
            IF NOT CONVERSION-ERROR AND OLD-AUDIT-STATUS NOT = "10"
                MOVE "Y" TO CONVERSION-ERROR-SW
                DISPLAY "ERROR READING OLD MAINTENANCE AUDIT, STATUS="
                    OLD-AUDIT-STATUS
            END-IF
            CLOSE OLD-AUDIT-FILE
        END-IF
    END-IF.

CONVERT-ONE-AUDIT.
    MOVE SPACES TO AUDIT-RECORD
    MOVE OLD-AUD-HEADER TO AUDIT-RECORD(1:23)
    MOVE OLD-AUD-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
    MOVE OLD-AUD-AFTER-IMAGE TO AUD-AFTER-IMAGE
    WRITE AUDIT-RECORD
    IF AUDIT-STATUS NOT = "00"
        MOVE "Y" TO CONVERSION-ERROR-SW
        DISPLAY "ERROR WRITING MAINTENANCE AUDIT, STATUS="
            AUDIT-STATUS
    ELSE
        ADD 1 TO AUDITS-CONVERTED
    END-IF.

CONVERT-ACCOUNTS.
    PERFORM UNTIL OLD-MASTER-STATUS NOT = "00" OR CONVERSION-ERROR
        READ OLD-ACCOUNT-MASTER NEXT RECORD
            AT END
                MOVE "10" TO OLD-MASTER-STATUS
            NOT AT END
                PERFORM CONVERT-ONE-ACCOUNT
        END-READ
    END-PERFORM
    IF NOT CONVERSION-ERROR AND OLD-MASTER-STATUS NOT = "10"
        MOVE "Y" TO CONVERSION-ERROR-SW
        DISPLAY "ERROR READING OLD ACCOUNT MASTER, STATUS="
            OLD-MASTER-STATUS
    END-IF.

 *> The overdraft limit is left as it was: it may have been set
 *> for the customer, and changing it is a branch decision.
CONVERT-ONE-ACCOUNT.
    MOVE SPACES TO SAVED-BEFORE-IMAGE
    MOVE OLD-ACCOUNT-RECORD TO SAVED-BEFORE-IMAGE(1:65)
    MOVE SAVED-BEFORE-IMAGE TO ACCOUNT-RECORD
    MOVE DEFAULT-PRODUCT-CODE TO ACCT-PRODUCT-CODE
    WRITE ACCOUNT-RECORD
    IF MASTER-STATUS NOT = "00"
        MOVE "Y" TO CONVERSION-ERROR-SW
        DISPLAY "ERROR WRITING ACCOUNT MASTER, STATUS="
            MASTER-STATUS " " ACCT-ACCOUNT-NO
    ELSE
        ADD 1 TO ACCOUNTS-CONVERTED
        PERFORM WRITE-AUDIT-RECORD
    END-IF.

WRITE-AUDIT-RECORD.
    MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME
    MOVE CURRENT-DATE-TIME(1:8) TO AUD-DATE
    MOVE CURRENT-DATE-TIME(9:6) TO AUD-TIME
    MOVE "PRODCONV" TO AUD-OPERATOR
    MOVE "P" TO AUD-ACTION
    MOVE SAVED-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
    MOVE ACCOUNT-RECORD TO AUD-AFTER-IMAGE
    WRITE AUDIT-RECORD
    IF AUDIT-STATUS NOT = "00"
        MOVE "Y" TO CONVERSION-ERROR-SW
        DISPLAY "ERROR WRITING MAINTENANCE AUDIT, STATUS="
            AUDIT-STATUS " " ACCT-ACCOUNT-NO
    END-IF.

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


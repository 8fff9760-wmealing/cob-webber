 IDENTIFICATION DIVISION.
 PROGRAM-ID. HOLD_EXPIRE.

 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
 SPECIAL-NAMES.
     DECIMAL-POINT IS COMMA.

 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT HOLDS-FILE ASSIGN TO "HOLDFILE"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS SEQUENTIAL
         RECORD KEY IS HOLD-KEY
         FILE STATUS IS HOLDS-STATUS.

     SELECT EXPIRY-REPORT-FILE ASSIGN TO "HOLDRPT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS EXPIRY-REPORT-STATUS.

 DATA DIVISION.
 FILE SECTION.
 FD  HOLDS-FILE.
     COPY HOLDREC.

 FD  EXPIRY-REPORT-FILE.
 01  EXPIRY-PRINT-REC               PIC X(132).

 WORKING-STORAGE SECTION.
 01  HOLDS-STATUS                PIC X(2)  VALUE "00".
 01  EXPIRY-REPORT-STATUS        PIC X(2)  VALUE "00".

 01  CURRENT-DATE-TIME           PIC X(21) VALUE SPACES.
 01  TODAY-DATE                  PIC X(8)  VALUE SPACES.
 01  EXPIRY-ERROR-SW             PIC X(1)  VALUE "N".
     88  EXPIRY-ERROR            VALUE "Y".

 01  HOLDS-READ                  PIC 9(6)  VALUE ZERO.
 01  HOLDS-EXPIRED               PIC 9(6)  VALUE ZERO.
 01  EXPIRED-AMOUNT              PIC 9(13)V99 VALUE ZERO.
 01  HOLDS-STILL-ACTIVE          PIC 9(6)  VALUE ZERO.
 01  ACTIVE-AMOUNT               PIC 9(13)V99 VALUE ZERO.

 01  LINE-COUNT                  PIC 9(3)  VALUE ZERO.
 01  PAGE-COUNT                  PIC 9(4)  VALUE ZERO.
 01  PAGE-LIMIT                  PIC 9(3)  VALUE 55.
 01  PRINT-LINE                  PIC X(132) VALUE SPACES.

 01  EXPIRY-HEADING-1.
     05  FILLER                  PIC X(32)
         VALUE "FUNDS HOLDS EXPIRED THIS RUN".
     05  FILLER                  PIC X(9)  VALUE "RUN DATE ".
     05  EH1-RUN-DATE            PIC X(8).
     05  FILLER                  PIC X(6)  VALUE SPACES.
     05  FILLER                  PIC X(5)  VALUE "PAGE ".
     05  EH1-PAGE-NO             PIC ZZZ9.

 01  EXPIRY-HEADING-2.
     05  FILLER                  PIC X(12) VALUE "ACCOUNT".
     05  FILLER                  PIC X(12) VALUE "HOLD ID".
     05  FILLER                  PIC X(14) VALUE "        AMOUNT".
     05  FILLER                  PIC X(2)  VALUE SPACES.
     05  FILLER                  PIC X(36) VALUE "REASON".
     05  FILLER                  PIC X(10) VALUE "PLACED".
     05  FILLER                  PIC X(10) VALUE "BY".
     05  FILLER                  PIC X(8)  VALUE "EXPIRED".

 01  EXPIRY-DETAIL-LINE.
     05  EDL-ACCOUNT-NO          PIC X(10).
     05  FILLER                  PIC X(2)  VALUE SPACES.
     05  EDL-HOLD-ID             PIC X(10).
     05  FILLER                  PIC X(2)  VALUE SPACES.
     05  EDL-AMOUNT              PIC ZZZ.ZZZ.ZZ9,99.
     05  FILLER                  PIC X(2)  VALUE SPACES.
     05  EDL-REASON-CODE         PIC X(4).
     05  FILLER                  PIC X(1)  VALUE SPACE.
     05  EDL-REASON-TEXT         PIC X(30).
     05  FILLER                  PIC X(1)  VALUE SPACE.
     05  EDL-PLACED-DATE         PIC X(8).
     05  FILLER                  PIC X(2)  VALUE SPACES.
     05  EDL-PLACED-BY           PIC X(8).
     05  FILLER                  PIC X(2)  VALUE SPACES.
     05  EDL-EXPIRY-DATE         PIC X(8).

 01  EXPIRY-TOTAL-LINE.
     05  ETL-CAPTION             PIC X(36).
     05  ETL-COUNT               PIC ZZZZZ9.
     05  FILLER                  PIC X(2)  VALUE SPACES.
     05  ETL-AMOUNT              PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

PROCEDURE DIVISION.
MAIN-PARAGRAPH.
    MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME
    MOVE CURRENT-DATE-TIME(1:8) TO TODAY-DATE

    OPEN I-O HOLDS-FILE
    IF HOLDS-STATUS = "35"
        DISPLAY "NO FUNDS HOLDS FILE - NOTHING TO EXPIRE"
        MOVE 0 TO RETURN-CODE
    ELSE
        IF HOLDS-STATUS NOT = "00"
            DISPLAY "ERROR OPENING FUNDS HOLDS FILE, STATUS="
                HOLDS-STATUS
            MOVE 12 TO RETURN-CODE
        ELSE
            OPEN OUTPUT EXPIRY-REPORT-FILE
            IF EXPIRY-REPORT-STATUS NOT = "00"
                DISPLAY "ERROR OPENING HOLD EXPIRY REPORT, STATUS="
                    EXPIRY-REPORT-STATUS
                CLOSE HOLDS-FILE
                MOVE 12 TO RETURN-CODE
            ELSE
                MOVE TODAY-DATE TO EH1-RUN-DATE
                MOVE PAGE-LIMIT TO LINE-COUNT
                PERFORM EXPIRE-HOLDS
                PERFORM PRINT-EXPIRY-TOTALS
                CLOSE HOLDS-FILE
                CLOSE EXPIRY-REPORT-FILE
                DISPLAY "HOLDS READ:     " HOLDS-READ
                DISPLAY "HOLDS EXPIRED:  " HOLDS-EXPIRED
                DISPLAY "HOLDS ACTIVE:   " HOLDS-STILL-ACTIVE
                IF EXPIRY-ERROR
                    MOVE 12 TO RETURN-CODE
                ELSE
                    MOVE 0 TO RETURN-CODE
                END-IF
            END-IF
        END-IF
    END-IF
    STOP RUN.

EXPIRE-HOLDS.
    PERFORM UNTIL HOLDS-STATUS NOT = "00" OR EXPIRY-ERROR
        READ HOLDS-FILE NEXT RECORD
            AT END
                MOVE "10" TO HOLDS-STATUS
            NOT AT END
                ADD 1 TO HOLDS-READ
                IF HOLD-ACTIVE
                    PERFORM CHECK-ONE-HOLD
                END-IF
        END-READ
    END-PERFORM
    IF NOT EXPIRY-ERROR AND HOLDS-STATUS NOT = "10"
        MOVE "Y" TO EXPIRY-ERROR-SW
        DISPLAY "ERROR READING FUNDS HOLDS FILE, STATUS="
            HOLDS-STATUS
    END-IF.

 *> A hold applies up to and including its expiry date, so it
 *> is expired once the run date is past it.  Expired holds are
 *> kept on file, marked E, as the record of what was held.
CHECK-ONE-HOLD.
    IF HOLD-EXPIRY-DATE NOT = SPACES
     AND HOLD-EXPIRY-DATE < TODAY-DATE
        MOVE "E" TO HOLD-STATUS
        REWRITE HOLD-RECORD
        IF HOLDS-STATUS NOT = "00"
            MOVE "Y" TO EXPIRY-ERROR-SW
            DISPLAY "ERROR REWRITING FUNDS HOLD, STATUS="
                HOLDS-STATUS " " HOLD-ACCOUNT-NO " " HOLD-ID
        ELSE
            ADD 1 TO HOLDS-EXPIRED
            ADD HOLD-AMOUNT TO EXPIRED-AMOUNT
            PERFORM PRINT-EXPIRED-HOLD
        END-IF
    ELSE
        ADD 1 TO HOLDS-STILL-ACTIVE
        ADD HOLD-AMOUNT TO ACTIVE-AMOUNT
    END-IF.

PRINT-EXPIRED-HOLD.
    MOVE HOLD-ACCOUNT-NO TO EDL-ACCOUNT-NO
    MOVE HOLD-ID TO EDL-HOLD-ID
    MOVE HOLD-AMOUNT TO EDL-AMOUNT
    MOVE HOLD-REASON-CODE TO EDL-REASON-CODE
    MOVE HOLD-REASON-TEXT TO EDL-REASON-TEXT
    MOVE HOLD-PLACED-DATE TO EDL-PLACED-DATE
    MOVE HOLD-PLACED-BY TO EDL-PLACED-BY
    MOVE HOLD-EXPIRY-DATE TO EDL-EXPIRY-DATE
    MOVE EXPIRY-DETAIL-LINE TO PRINT-LINE
    PERFORM WRITE-EXPIRY-LINE.

PRINT-EXPIRY-TOTALS.
    MOVE SPACES TO PRINT-LINE
    PERFORM WRITE-EXPIRY-LINE
    IF HOLDS-EXPIRED = ZERO
        MOVE "NO HOLDS EXPIRED THIS RUN" TO PRINT-LINE
        PERFORM WRITE-EXPIRY-LINE
    END-IF
    MOVE "HOLDS EXPIRED" TO ETL-CAPTION
    MOVE HOLDS-EXPIRED TO ETL-COUNT
    MOVE EXPIRED-AMOUNT TO ETL-AMOUNT
    MOVE EXPIRY-TOTAL-LINE TO PRINT-LINE
    PERFORM WRITE-EXPIRY-LINE
    MOVE "HOLDS STILL ACTIVE" TO ETL-CAPTION
    MOVE HOLDS-STILL-ACTIVE TO ETL-COUNT
    MOVE ACTIVE-AMOUNT TO ETL-AMOUNT
    MOVE EXPIRY-TOTAL-LINE TO PRINT-LINE
    PERFORM WRITE-EXPIRY-LINE
    IF EXPIRY-ERROR
        MOVE "*** RUN STOPPED ON AN ERROR - RERUN TO COMPLETE ***"
            TO PRINT-LINE
        PERFORM WRITE-EXPIRY-LINE
    END-IF.

WRITE-EXPIRY-LINE.
    IF LINE-COUNT >= PAGE-LIMIT
        PERFORM PRINT-EXPIRY-HEADINGS
    END-IF
    WRITE EXPIRY-PRINT-REC FROM PRINT-LINE
    IF EXPIRY-REPORT-STATUS NOT = "00"
        MOVE "Y" TO EXPIRY-ERROR-SW
        DISPLAY "ERROR WRITING HOLD EXPIRY REPORT, STATUS="
            EXPIRY-REPORT-STATUS
    END-IF
    ADD 1 TO LINE-COUNT.

PRINT-EXPIRY-HEADINGS.
    ADD 1 TO PAGE-COUNT
    MOVE PAGE-COUNT TO EH1-PAGE-NO
    WRITE EXPIRY-PRINT-REC FROM EXPIRY-HEADING-1
    WRITE EXPIRY-PRINT-REC FROM EXPIRY-HEADING-2
    MOVE 2 TO LINE-COUNT.

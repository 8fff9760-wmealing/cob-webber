 IDENTIFICATION DIVISION.
 PROGRAM-ID. TRAN_INTAKE.

 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
 SPECIAL-NAMES.
     DECIMAL-POINT IS COMMA.

 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
 *> One feeder file name per line, in the order the feeders are
 *> to be taken into the night's batch (SOTRANS, ACCRTRN,
 *> RESUBTRN, REVTRN, CLOSTRN, RTNTRN, KEYTRN and any external
 *> feed files).
     SELECT FEEDER-LIST-FILE ASSIGN TO "INTKLIST"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS LIST-STATUS.

     SELECT FEEDER-FILE ASSIGN USING FEEDER-NAME
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS FEEDER-STATUS.

     SELECT TRANS-OUT-FILE ASSIGN TO "TRANSFILE"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS TRANS-OUT-STATUS.

     SELECT INTAKE-REPORT ASSIGN TO "INTKRPT"
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS INTAKE-RPT-STATUS.

 DATA DIVISION.
 FILE SECTION.
 FD  FEEDER-LIST-FILE.
 01  FEEDER-LIST-RECORD.
     05  FLR-FEEDER-NAME            PIC X(20).

 FD  FEEDER-FILE.
 01  FEEDER-RECORD                  PIC X(121).

 FD  TRANS-OUT-FILE.
 01  TRANS-OUT-RECORD               PIC X(121).

 FD  INTAKE-REPORT.
 01  INTAKE-PRINT-REC               PIC X(132).

 WORKING-STORAGE SECTION.
     COPY TRANSREC.

 01  LIST-STATUS                 PIC X(2)  VALUE "00".
 01  FEEDER-STATUS               PIC X(2)  VALUE "00".
 01  TRANS-OUT-STATUS            PIC X(2)  VALUE "00".
 01  INTAKE-RPT-STATUS           PIC X(2)  VALUE "00".

 01  FEEDER-NAME                 PIC X(20) VALUE SPACES.

 01  CURRENT-DATE-TIME           PIC X(21) VALUE SPACES.
 01  TODAY-DATE                  PIC X(8)  VALUE SPACES.
 01  INTAKE-BATCH-ID             PIC X(10) VALUE SPACES.
 01  WAITING-BATCH-ID            PIC X(10) VALUE SPACES.

 01  LIST-ERROR-SW               PIC X(1)  VALUE "N".
     88  LIST-ERROR              VALUE "Y".
 01  INTAKE-ERROR-SW             PIC X(1)  VALUE "N".
     88  INTAKE-ERROR            VALUE "Y".
 01  CLEAR-ERROR-SW              PIC X(1)  VALUE "N".
     88  CLEAR-ERROR             VALUE "Y".
 01  TRANSFILE-BUSY-SW           PIC X(1)  VALUE "N".
     88  TRANSFILE-BUSY          VALUE "Y".
 01  BATCH-OPEN-SW               PIC X(1)  VALUE "N".
     88  BATCH-OPEN              VALUE "Y".

 *> Feeders named on INTKLIST and what became of each one.
 *> A feeder is taken whole or not at all: one bad batch holds
 *> every batch on that file, and a held file is left exactly
 *> as it was for repair and the next night's intake.
 01  FEEDER-COUNT                PIC 9(2)  VALUE ZERO.
 01  FEEDER-SUB                  PIC 9(2)  VALUE ZERO.
 01  FEEDER-TABLE.
     05  FEEDER-ENTRY OCCURS 20 TIMES.
         10  FT-NAME             PIC X(20).
         10  FT-STATE            PIC X(1).
             88  FT-ACCEPTED     VALUE "A".
             88  FT-HELD         VALUE "H".
             88  FT-MISSING      VALUE "M".
             88  FT-EMPTY        VALUE "E".
         10  FT-REMARK           PIC X(40).
         10  FT-CLEAR-STATE      PIC X(1).
             88  FT-NOT-CLEARED  VALUE "N".
         10  FT-RECORD-COUNT     PIC 9(6).
         10  FT-DETAIL-COUNT     PIC 9(6).
         10  FT-DETAIL-HASH      PIC 9(13)V99.

 *> Every header/trailer batch found on the feeders, with the
 *> controls counted from its details and the controls its own
 *> trailer claims.
 01  BATCH-COUNT                 PIC 9(3)  VALUE ZERO.
 01  BATCH-SUB                   PIC 9(3)  VALUE ZERO.
 01  BATCH-TABLE.
     05  BATCH-ENTRY OCCURS 200 TIMES.
         10  BT-FEEDER-SUB       PIC 9(2).
         10  BT-BATCH-ID         PIC X(10).
         10  BT-CREATE-DATE      PIC X(8).
         10  BT-DETAIL-COUNT     PIC 9(6).
         10  BT-DETAIL-HASH      PIC 9(13)V99.
         10  BT-TRAILER-COUNT    PIC 9(6).
         10  BT-TRAILER-HASH     PIC 9(13)V99.
         10  BT-REMARK           PIC X(30).

 01  HOLD-REASON                 PIC X(40) VALUE SPACES.

 01  FEEDERS-ACCEPTED            PIC 9(4)  VALUE ZERO.
 01  FEEDERS-HELD                PIC 9(4)  VALUE ZERO.
 01  FEEDERS-ABSENT              PIC 9(4)  VALUE ZERO.
 01  INTAKE-COUNT                PIC 9(6)  VALUE ZERO.
 01  INTAKE-HASH                 PIC 9(13)V99 VALUE ZERO.

 01  LINE-COUNT                  PIC 9(3)  VALUE ZERO.
 01  PAGE-COUNT                  PIC 9(4)  VALUE ZERO.
 01  PAGE-LIMIT                  PIC 9(3)  VALUE 55.
 01  PRINT-LINE                  PIC X(132) VALUE SPACES.

 01  INTAKE-HEADING-1.
     05  FILLER                  PIC X(40)
         VALUE "DAILY TRANSACTION INTAKE CONTROL REPORT".
     05  FILLER                  PIC X(9)  VALUE "RUN DATE ".
     05  IH1-RUN-DATE            PIC X(8).
     05  FILLER                  PIC X(6)  VALUE SPACES.
     05  FILLER                  PIC X(5)  VALUE "PAGE ".
     05  IH1-PAGE-NO             PIC ZZZ9.

 01  INTAKE-HEADING-2.
     05  FILLER                  PIC X(22) VALUE "FEEDER".
     05  FILLER                  PIC X(12) VALUE "BATCH ID".
     05  FILLER                  PIC X(10) VALUE "CREATED".
     05  FILLER                  PIC X(8)  VALUE " DETAILS".
     05  FILLER                  PIC X(22)
         VALUE "     DETAIL HASH TOTAL".
     05  FILLER                  PIC X(9)  VALUE "  TRL CNT".
     05  FILLER                  PIC X(22)
         VALUE "    TRAILER HASH TOTAL".
     05  FILLER                  PIC X(2)  VALUE SPACES.
     05  FILLER                  PIC X(6)  VALUE "RESULT".

 01  FEEDER-LINE.
     05  FDL-NAME                PIC X(20).
     05  FILLER                  PIC X(2)  VALUE SPACES.
     05  FILLER                  PIC X(8)  VALUE "RESULT: ".
     05  FDL-RESULT              PIC X(24).
     05  FDL-REMARK              PIC X(40).

 01  BATCH-LINE.
     05  FILLER                  PIC X(22) VALUE SPACES.
     05  BTL-BATCH-ID            PIC X(10).
     05  FILLER                  PIC X(2)  VALUE SPACES.
     05  BTL-CREATE-DATE         PIC X(8).
     05  FILLER                  PIC X(2)  VALUE SPACES.
     05  BTL-DETAIL-COUNT        PIC ZZZZZ9.
     05  FILLER                  PIC X(2)  VALUE SPACES.
     05  BTL-DETAIL-HASH         PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
     05  FILLER                  PIC X(3)  VALUE SPACES.
     05  BTL-TRAILER-COUNT       PIC ZZZZZ9.
     05  FILLER                  PIC X(2)  VALUE SPACES.
     05  BTL-TRAILER-HASH        PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
     05  FILLER                  PIC X(2)  VALUE SPACES.
     05  BTL-REMARK              PIC X(30).

 01  INTAKE-TOTAL-LINE.
     05  ITL-LABEL               PIC X(34).
     05  ITL-COUNT               PIC ZZZZZ9.
     05  FILLER                  PIC X(2)  VALUE SPACES.
     05  ITL-HASH                PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

PROCEDURE DIVISION.
MAIN-PARAGRAPH.
    MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME
    MOVE CURRENT-DATE-TIME(1:8) TO TODAY-DATE
    STRING "IN" TODAY-DATE DELIMITED BY SIZE INTO INTAKE-BATCH-ID

    PERFORM LOAD-FEEDER-LIST
    IF LIST-ERROR
        MOVE 8 TO RETURN-CODE
    ELSE
        PERFORM CHECK-TRANSFILE-FREE
        IF TRANSFILE-BUSY OR INTAKE-ERROR
            MOVE 12 TO RETURN-CODE
        ELSE
            PERFORM VERIFY-ONE-FEEDER
                VARYING FEEDER-SUB FROM 1 BY 1
                UNTIL FEEDER-SUB > FEEDER-COUNT
            PERFORM BUILD-CONSOLIDATED-BATCH
            IF NOT INTAKE-ERROR
                PERFORM CLEAR-ACCEPTED-FEEDERS
            END-IF
            PERFORM PRINT-INTAKE-REPORT
            DISPLAY "FEEDERS ACCEPTED:       " FEEDERS-ACCEPTED
            DISPLAY "FEEDERS HELD:           " FEEDERS-HELD
            DISPLAY "DETAILS TAKEN INTO " INTAKE-BATCH-ID ": "
                INTAKE-COUNT
            IF INTAKE-ERROR
                DISPLAY "INTAKE INCOMPLETE - FEEDERS LEFT IN PLACE,"
                    " RERUN IS SAFE"
                MOVE 12 TO RETURN-CODE
            ELSE
                IF CLEAR-ERROR
                    DISPLAY "ACCEPTED FEEDERS NOT CLEARED - EMPTY"
                        " THEM BEFORE THE NEXT INTAKE"
                    MOVE 12 TO RETURN-CODE
                ELSE
                    IF FEEDERS-HELD > ZERO
                        MOVE 4 TO RETURN-CODE
                    ELSE
                        MOVE 0 TO RETURN-CODE
                    END-IF
                END-IF
            END-IF
        END-IF
    END-IF
    STOP RUN.

LOAD-FEEDER-LIST.
    MOVE SPACES TO FEEDER-TABLE
    OPEN INPUT FEEDER-LIST-FILE
    IF LIST-STATUS NOT = "00"
        MOVE "Y" TO LIST-ERROR-SW
        DISPLAY "NO INTAKE FEEDER LIST, STATUS=" LIST-STATUS
    ELSE
        PERFORM UNTIL LIST-STATUS NOT = "00"
            READ FEEDER-LIST-FILE
                AT END
                    MOVE "10" TO LIST-STATUS
                NOT AT END
                    PERFORM ADD-FEEDER-ENTRY
            END-READ
        END-PERFORM
        CLOSE FEEDER-LIST-FILE
        IF FEEDER-COUNT = ZERO AND NOT LIST-ERROR
            MOVE "Y" TO LIST-ERROR-SW
            DISPLAY "INTAKE FEEDER LIST IS EMPTY"
        END-IF
    END-IF.

ADD-FEEDER-ENTRY.
    IF FLR-FEEDER-NAME NOT = SPACES
        IF FEEDER-COUNT >= 20
            MOVE "Y" TO LIST-ERROR-SW
            DISPLAY "MORE THAN 20 FEEDERS ON INTKLIST AT: "
                FLR-FEEDER-NAME
            MOVE "10" TO LIST-STATUS
        ELSE
            ADD 1 TO FEEDER-COUNT
            MOVE FLR-FEEDER-NAME TO FT-NAME(FEEDER-COUNT)
            MOVE ZERO TO FT-RECORD-COUNT(FEEDER-COUNT)
            MOVE ZERO TO FT-DETAIL-COUNT(FEEDER-COUNT)
            MOVE ZERO TO FT-DETAIL-HASH(FEEDER-COUNT)
        END-IF
    END-IF.

 *> TRANSFILE is emptied by ARCHIVE_PURGE at the end of each
 *> cycle.  A complete batch still on it has not been archived
 *> and may not yet have posted, so it is never overwritten.  A
 *> file without a trailer is what an interrupted intake leaves
 *> behind and is safe to rebuild.
CHECK-TRANSFILE-FREE.
    OPEN INPUT TRANS-OUT-FILE
    IF TRANS-OUT-STATUS = "35"
        CONTINUE
    ELSE
        IF TRANS-OUT-STATUS NOT = "00"
            MOVE "Y" TO INTAKE-ERROR-SW
            DISPLAY "ERROR OPENING TRANSFILE, STATUS="
                TRANS-OUT-STATUS
        ELSE
            PERFORM UNTIL TRANS-OUT-STATUS NOT = "00"
                READ TRANS-OUT-FILE
                    AT END
                        MOVE "10" TO TRANS-OUT-STATUS
                    NOT AT END
                        MOVE TRANS-OUT-RECORD TO TRANS-RECORD
                        IF TRANS-TYPE-HEADER
                            MOVE HDR-BATCH-ID TO WAITING-BATCH-ID
                        END-IF
                        IF TRANS-TYPE-TRAILER
                            MOVE "Y" TO TRANSFILE-BUSY-SW
                        END-IF
                END-READ
            END-PERFORM
            CLOSE TRANS-OUT-FILE
            IF TRANSFILE-BUSY
                DISPLAY "TRANSFILE STILL HOLDS BATCH " WAITING-BATCH-ID
                    " - ARCHIVE IT BEFORE THE NEXT INTAKE"
            END-IF
        END-IF
    END-IF.

VERIFY-ONE-FEEDER.
    MOVE FT-NAME(FEEDER-SUB) TO FEEDER-NAME
    MOVE SPACES TO HOLD-REASON
    MOVE "N" TO BATCH-OPEN-SW
    OPEN INPUT FEEDER-FILE
    IF FEEDER-STATUS = "35"
        MOVE "M" TO FT-STATE(FEEDER-SUB)
        MOVE "NO FEEDER FILE PRESENT" TO FT-REMARK(FEEDER-SUB)
    ELSE
        IF FEEDER-STATUS NOT = "00"
            STRING "ERROR OPENING FEEDER, STATUS=" FEEDER-STATUS
                DELIMITED BY SIZE INTO HOLD-REASON
        ELSE
            PERFORM UNTIL FEEDER-STATUS NOT = "00"
                READ FEEDER-FILE
                    AT END
                        MOVE "10" TO FEEDER-STATUS
                    NOT AT END
                        MOVE FEEDER-RECORD TO TRANS-RECORD
                        ADD 1 TO FT-RECORD-COUNT(FEEDER-SUB)
                        PERFORM CHECK-FEEDER-RECORD
                END-READ
            END-PERFORM
            IF FEEDER-STATUS NOT = "10" AND HOLD-REASON = SPACES
                STRING "ERROR READING FEEDER, STATUS="
                    FEEDER-STATUS
                    DELIMITED BY SIZE INTO HOLD-REASON
            END-IF
            CLOSE FEEDER-FILE
            IF BATCH-OPEN
                MOVE "HELD - NO TRAILER" TO BT-REMARK(BATCH-COUNT)
                IF HOLD-REASON = SPACES
                    MOVE "BATCH WITHOUT A TRAILER" TO HOLD-REASON
                END-IF
            END-IF
        END-IF
        IF HOLD-REASON = SPACES
            IF FT-RECORD-COUNT(FEEDER-SUB) = ZERO
                MOVE "E" TO FT-STATE(FEEDER-SUB)
                MOVE "FEEDER FILE IS EMPTY" TO FT-REMARK(FEEDER-SUB)
            ELSE
                MOVE "A" TO FT-STATE(FEEDER-SUB)
            END-IF
        ELSE
            MOVE "H" TO FT-STATE(FEEDER-SUB)
            MOVE HOLD-REASON TO FT-REMARK(FEEDER-SUB)
        END-IF
    END-IF
    IF FT-ACCEPTED(FEEDER-SUB)
        ADD 1 TO FEEDERS-ACCEPTED
    ELSE
        IF FT-HELD(FEEDER-SUB)
            ADD 1 TO FEEDERS-HELD
            PERFORM MARK-FEEDER-BATCHES-HELD
                VARYING BATCH-SUB FROM 1 BY 1
                UNTIL BATCH-SUB > BATCH-COUNT
            DISPLAY "FEEDER " FEEDER-NAME " HELD - " HOLD-REASON
        ELSE
            ADD 1 TO FEEDERS-ABSENT
        END-IF
    END-IF.

CHECK-FEEDER-RECORD.
    IF TRANS-TYPE-DETAIL
        IF BATCH-OPEN
            ADD 1 TO BT-DETAIL-COUNT(BATCH-COUNT)
            IF TRANS-AMOUNT NUMERIC
                ADD TRANS-AMOUNT TO BT-DETAIL-HASH(BATCH-COUNT)
            END-IF
        ELSE
            IF HOLD-REASON = SPACES
                MOVE "DETAIL RECORD OUTSIDE A BATCH" TO HOLD-REASON
            END-IF
        END-IF
    ELSE
        IF TRANS-TYPE-HEADER
            IF BATCH-OPEN
                MOVE "HELD - NO TRAILER" TO BT-REMARK(BATCH-COUNT)
                IF HOLD-REASON = SPACES
                    MOVE "BATCH WITHOUT A TRAILER" TO HOLD-REASON
                END-IF
            END-IF
            PERFORM OPEN-FEEDER-BATCH
        ELSE
            IF TRANS-TYPE-TRAILER
                IF BATCH-OPEN
                    PERFORM CLOSE-FEEDER-BATCH
                ELSE
                    IF HOLD-REASON = SPACES
                        MOVE "TRAILER RECORD WITHOUT A HEADER"
                            TO HOLD-REASON
                    END-IF
                END-IF
            ELSE
                IF HOLD-REASON = SPACES
                    MOVE "UNKNOWN RECORD TYPE ON FEEDER"
                        TO HOLD-REASON
                END-IF
            END-IF
        END-IF
    END-IF.

OPEN-FEEDER-BATCH.
    IF BATCH-COUNT >= 200
        MOVE "N" TO BATCH-OPEN-SW
        IF HOLD-REASON = SPACES
            MOVE "MORE THAN 200 BATCHES ON FEEDERS" TO HOLD-REASON
        END-IF
    ELSE
        MOVE "Y" TO BATCH-OPEN-SW
        ADD 1 TO BATCH-COUNT
        MOVE FEEDER-SUB TO BT-FEEDER-SUB(BATCH-COUNT)
        MOVE HDR-BATCH-ID TO BT-BATCH-ID(BATCH-COUNT)
        MOVE HDR-CREATE-DATE TO BT-CREATE-DATE(BATCH-COUNT)
        MOVE ZERO TO BT-DETAIL-COUNT(BATCH-COUNT)
        MOVE ZERO TO BT-DETAIL-HASH(BATCH-COUNT)
        MOVE ZERO TO BT-TRAILER-COUNT(BATCH-COUNT)
        MOVE ZERO TO BT-TRAILER-HASH(BATCH-COUNT)
        MOVE SPACES TO BT-REMARK(BATCH-COUNT)
    END-IF.

 *> The same controls VERIFY-BATCH-CONTROLS applies in the
 *> daily run, applied here batch by batch so that one feeder's
 *> error cannot refuse the whole night's posting.
CLOSE-FEEDER-BATCH.
    MOVE "N" TO BATCH-OPEN-SW
    IF TRL-RECORD-COUNT NOT NUMERIC
     OR TRL-HASH-TOTAL NOT NUMERIC
        MOVE "HELD - TRAILER NOT NUMERIC" TO BT-REMARK(BATCH-COUNT)
    ELSE
        MOVE TRL-RECORD-COUNT TO BT-TRAILER-COUNT(BATCH-COUNT)
        MOVE TRL-HASH-TOTAL TO BT-TRAILER-HASH(BATCH-COUNT)
        IF BT-TRAILER-COUNT(BATCH-COUNT)
                NOT = BT-DETAIL-COUNT(BATCH-COUNT)
            MOVE "HELD - COUNT OUT OF BALANCE"
                TO BT-REMARK(BATCH-COUNT)
        ELSE
            IF BT-TRAILER-HASH(BATCH-COUNT)
                    NOT = BT-DETAIL-HASH(BATCH-COUNT)
                MOVE "HELD - HASH OUT OF BALANCE"
                    TO BT-REMARK(BATCH-COUNT)
            ELSE
                MOVE "ACCEPTED" TO BT-REMARK(BATCH-COUNT)
                ADD BT-DETAIL-COUNT(BATCH-COUNT)
                    TO FT-DETAIL-COUNT(FEEDER-SUB)
                ADD BT-DETAIL-HASH(BATCH-COUNT)
                    TO FT-DETAIL-HASH(FEEDER-SUB)
            END-IF
        END-IF
    END-IF
    IF BT-REMARK(BATCH-COUNT) NOT = "ACCEPTED"
     AND HOLD-REASON = SPACES
        STRING "BATCH " BT-BATCH-ID(BATCH-COUNT) " OUT OF BALANCE"
            DELIMITED BY SIZE INTO HOLD-REASON
    END-IF.

MARK-FEEDER-BATCHES-HELD.
    IF BT-FEEDER-SUB(BATCH-SUB) = FEEDER-SUB
     AND BT-REMARK(BATCH-SUB) = "ACCEPTED"
        MOVE "HELD WITH ITS FEEDER" TO BT-REMARK(BATCH-SUB)
    END-IF.

 *> Details from every accepted feeder go into one batch under a
 *> fresh header, with the trailer totals counted as they are
 *> written rather than added up from the feeder trailers.
BUILD-CONSOLIDATED-BATCH.
    OPEN OUTPUT TRANS-OUT-FILE
    IF TRANS-OUT-STATUS NOT = "00"
        MOVE "Y" TO INTAKE-ERROR-SW
        DISPLAY "ERROR OPENING TRANSFILE FOR OUTPUT, STATUS="
            TRANS-OUT-STATUS
    ELSE
        MOVE SPACES TO TRANS-RECORD
        MOVE "H" TO TRANS-REC-TYPE
        MOVE INTAKE-BATCH-ID TO HDR-BATCH-ID
        MOVE TODAY-DATE TO HDR-CREATE-DATE
        PERFORM WRITE-TRANS-OUT-RECORD
        PERFORM COPY-ONE-FEEDER
            VARYING FEEDER-SUB FROM 1 BY 1
            UNTIL FEEDER-SUB > FEEDER-COUNT
        IF NOT INTAKE-ERROR
            MOVE SPACES TO TRANS-RECORD
            MOVE "T" TO TRANS-REC-TYPE
            MOVE INTAKE-COUNT TO TRL-RECORD-COUNT
            MOVE INTAKE-HASH TO TRL-HASH-TOTAL
            PERFORM WRITE-TRANS-OUT-RECORD
        END-IF
        CLOSE TRANS-OUT-FILE
    END-IF.

COPY-ONE-FEEDER.
    IF FT-ACCEPTED(FEEDER-SUB) AND NOT INTAKE-ERROR
        MOVE FT-NAME(FEEDER-SUB) TO FEEDER-NAME
        OPEN INPUT FEEDER-FILE
        IF FEEDER-STATUS NOT = "00"
            MOVE "Y" TO INTAKE-ERROR-SW
            DISPLAY "ERROR REOPENING FEEDER " FEEDER-NAME
                ", STATUS=" FEEDER-STATUS
        ELSE
            PERFORM UNTIL FEEDER-STATUS NOT = "00" OR INTAKE-ERROR
                READ FEEDER-FILE
                    AT END
                        MOVE "10" TO FEEDER-STATUS
                    NOT AT END
                        MOVE FEEDER-RECORD TO TRANS-RECORD
                        IF TRANS-TYPE-DETAIL
                            PERFORM WRITE-TRANS-OUT-RECORD
                            ADD 1 TO INTAKE-COUNT
                            IF TRANS-AMOUNT NUMERIC
                                ADD TRANS-AMOUNT TO INTAKE-HASH
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE FEEDER-FILE
        END-IF
    END-IF.

WRITE-TRANS-OUT-RECORD.
    WRITE TRANS-OUT-RECORD FROM TRANS-RECORD
    IF TRANS-OUT-STATUS NOT = "00"
        MOVE "Y" TO INTAKE-ERROR-SW
        DISPLAY "ERROR WRITING TRANSFILE, STATUS=" TRANS-OUT-STATUS
    END-IF.

 *> A feeder that has gone into TRANSFILE is emptied so the same
 *> batch cannot be taken again by the next night's intake.  One
 *> that cannot be emptied fails the run, since the next intake
 *> would take it again.
CLEAR-ACCEPTED-FEEDERS.
    PERFORM CLEAR-ONE-FEEDER
        VARYING FEEDER-SUB FROM 1 BY 1
        UNTIL FEEDER-SUB > FEEDER-COUNT.

CLEAR-ONE-FEEDER.
    IF FT-ACCEPTED(FEEDER-SUB)
        MOVE FT-NAME(FEEDER-SUB) TO FEEDER-NAME
        OPEN OUTPUT FEEDER-FILE
        IF FEEDER-STATUS NOT = "00"
            MOVE "Y" TO CLEAR-ERROR-SW
            MOVE "N" TO FT-CLEAR-STATE(FEEDER-SUB)
            DISPLAY "UNABLE TO CLEAR FEEDER " FEEDER-NAME
                ", STATUS=" FEEDER-STATUS
                " - EMPTY IT BEFORE THE NEXT INTAKE"
        ELSE
            CLOSE FEEDER-FILE
        END-IF
    END-IF.

PRINT-INTAKE-REPORT.
    OPEN OUTPUT INTAKE-REPORT
    IF INTAKE-RPT-STATUS NOT = "00"
        DISPLAY "UNABLE TO OPEN INTAKE REPORT, STATUS="
            INTAKE-RPT-STATUS
    ELSE
        MOVE TODAY-DATE TO IH1-RUN-DATE
        MOVE ZERO TO PAGE-COUNT
        MOVE PAGE-LIMIT TO LINE-COUNT
        PERFORM PRINT-FEEDER-SECTION
            VARYING FEEDER-SUB FROM 1 BY 1
            UNTIL FEEDER-SUB > FEEDER-COUNT
        MOVE SPACES TO PRINT-LINE
        PERFORM WRITE-INTAKE-LINE
        MOVE SPACES TO INTAKE-TOTAL-LINE
        MOVE "FEEDERS ACCEPTED" TO ITL-LABEL
        MOVE FEEDERS-ACCEPTED TO ITL-COUNT
        MOVE INTAKE-TOTAL-LINE TO PRINT-LINE
        PERFORM WRITE-INTAKE-LINE
        MOVE SPACES TO INTAKE-TOTAL-LINE
        MOVE "FEEDERS HELD" TO ITL-LABEL
        MOVE FEEDERS-HELD TO ITL-COUNT
        MOVE INTAKE-TOTAL-LINE TO PRINT-LINE
        PERFORM WRITE-INTAKE-LINE
        MOVE SPACES TO INTAKE-TOTAL-LINE
        MOVE "FEEDERS NOT PRESENT OR EMPTY" TO ITL-LABEL
        MOVE FEEDERS-ABSENT TO ITL-COUNT
        MOVE INTAKE-TOTAL-LINE TO PRINT-LINE
        PERFORM WRITE-INTAKE-LINE
        MOVE SPACES TO INTAKE-TOTAL-LINE
        IF INTAKE-ERROR
            MOVE "TRANSFILE NOT COMPLETED" TO ITL-LABEL
        ELSE
            STRING "TRANSFILE BATCH " INTAKE-BATCH-ID
                DELIMITED BY SIZE INTO ITL-LABEL
        END-IF
        MOVE INTAKE-COUNT TO ITL-COUNT
        MOVE INTAKE-HASH TO ITL-HASH
        MOVE INTAKE-TOTAL-LINE TO PRINT-LINE
        PERFORM WRITE-INTAKE-LINE
        CLOSE INTAKE-REPORT
    END-IF.

PRINT-FEEDER-SECTION.
    MOVE FT-NAME(FEEDER-SUB) TO FDL-NAME
    IF FT-ACCEPTED(FEEDER-SUB)
        IF FT-NOT-CLEARED(FEEDER-SUB)
            MOVE "ACCEPTED - NOT CLEARED" TO FDL-RESULT
        ELSE
            MOVE "ACCEPTED" TO FDL-RESULT
        END-IF
    ELSE
        IF FT-HELD(FEEDER-SUB)
            MOVE "HELD" TO FDL-RESULT
        ELSE
            MOVE "NOT TAKEN" TO FDL-RESULT
        END-IF
    END-IF
    MOVE FT-REMARK(FEEDER-SUB) TO FDL-REMARK
    MOVE FEEDER-LINE TO PRINT-LINE
    PERFORM WRITE-INTAKE-LINE
    PERFORM PRINT-BATCH-LINE
        VARYING BATCH-SUB FROM 1 BY 1
        UNTIL BATCH-SUB > BATCH-COUNT.

PRINT-BATCH-LINE.
    IF BT-FEEDER-SUB(BATCH-SUB) = FEEDER-SUB
        MOVE BT-BATCH-ID(BATCH-SUB) TO BTL-BATCH-ID
        MOVE BT-CREATE-DATE(BATCH-SUB) TO BTL-CREATE-DATE
        MOVE BT-DETAIL-COUNT(BATCH-SUB) TO BTL-DETAIL-COUNT
        MOVE BT-DETAIL-HASH(BATCH-SUB) TO BTL-DETAIL-HASH
        MOVE BT-TRAILER-COUNT(BATCH-SUB) TO BTL-TRAILER-COUNT
        MOVE BT-TRAILER-HASH(BATCH-SUB) TO BTL-TRAILER-HASH
        MOVE BT-REMARK(BATCH-SUB) TO BTL-REMARK
        MOVE BATCH-LINE TO PRINT-LINE
        PERFORM WRITE-INTAKE-LINE
    END-IF.

WRITE-INTAKE-LINE.
    IF LINE-COUNT >= PAGE-LIMIT
        PERFORM PRINT-INTAKE-HEADINGS
    END-IF
    WRITE INTAKE-PRINT-REC FROM PRINT-LINE
    IF INTAKE-RPT-STATUS NOT = "00"
        DISPLAY "ERROR WRITING INTAKE REPORT, STATUS="
            INTAKE-RPT-STATUS
    END-IF
    ADD 1 TO LINE-COUNT.

PRINT-INTAKE-HEADINGS.
    ADD 1 TO PAGE-COUNT
    MOVE PAGE-COUNT TO IH1-PAGE-NO
    WRITE INTAKE-PRINT-REC FROM INTAKE-HEADING-1
    WRITE INTAKE-PRINT-REC FROM INTAKE-HEADING-2
    MOVE 2 TO LINE-COUNT.

 IDENTIFICATION DIVISION.
 PROGRAM-ID. ALERT_REVIEW.

 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
 SPECIAL-NAMES.
     DECIMAL-POINT IS COMMA.

 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT ALERT-FILE ASSIGN TO "ALERTFIL"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS ALT-KEY
         FILE STATUS IS ALERT-STATUS.

     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
         ORGANIZATION IS INDEXED
         ACCESS MODE IS RANDOM
         RECORD KEY IS ACCT-ACCOUNT-NO
         FILE STATUS IS MASTER-STATUS.

 DATA DIVISION.
 FILE SECTION.
 FD  ALERT-FILE.
     COPY ALERTREC.

 FD  ACCOUNT-MASTER.
     COPY ACCTREC.

 WORKING-STORAGE SECTION.
     COPY CONFIRMW.

 01  ALERT-STATUS                PIC X(2)  VALUE "00".
 01  MASTER-STATUS               PIC X(2)  VALUE "00".

 01  CURRENT-DATE-TIME           PIC X(21) VALUE SPACES.
 01  TODAY-DATE                  PIC X(8)  VALUE SPACES.
 01  OPERATOR-ID                 PIC X(8)  VALUE SPACES.

 01  MENU-OPTION                 PIC X(1)  VALUE SPACE.
     88  OPTION-REVIEW           VALUE "R".
     88  OPTION-LIST             VALUE "L".
     88  OPTION-EXIT             VALUE "X".

 01  WORK-ACCOUNT-NO             PIC X(10) VALUE SPACES.
 01  WORK-REVIEW-NOTE            PIC X(30) VALUE SPACES.

 01  SCAN-END-SW                 PIC X(1)  VALUE "N".
     88  SCAN-END                VALUE "Y".
 01  REVIEW-STOPPED-SW           PIC X(1)  VALUE "N".
     88  REVIEW-STOPPED          VALUE "Y".
 01  ALERT-LIST-COUNT            PIC 9(4)  VALUE ZERO.
 01  ALERT-REVIEWED-COUNT        PIC 9(4)  VALUE ZERO.
 01  ENTRY-SUB                   PIC 9(2)  VALUE ZERO.
 01  ALERT-TYPE-TEXT             PIC X(26) VALUE SPACES.
 01  ALERT-STATUS-TEXT           PIC X(8)  VALUE SPACES.

 01  TOTAL-DISPLAY               PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

 01  ALERT-LIST-LINE.
     05  ALL-TYPE                PIC X(2).
     05  FILLER                  PIC X(2)  VALUE SPACES.
     05  ALL-ANCHOR-DATE         PIC X(8).
     05  FILLER                  PIC X(2)  VALUE SPACES.
     05  ALL-ANCHOR-ID           PIC X(10).
     05  FILLER                  PIC X(2)  VALUE SPACES.
     05  ALL-COUNT               PIC ZZZ9.
     05  FILLER                  PIC X(2)  VALUE SPACES.
     05  ALL-TOTAL               PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
     05  FILLER                  PIC X(2)  VALUE SPACES.
     05  ALL-RAISED-DATE         PIC X(8).
     05  FILLER                  PIC X(2)  VALUE SPACES.
     05  ALL-STATUS              PIC X(8).
     05  FILLER                  PIC X(2)  VALUE SPACES.
     05  ALL-REVIEWED-BY         PIC X(8).

 01  ALERT-ENTRY-LINE.
     05  FILLER                  PIC X(4)  VALUE SPACES.
     05  AEL-DATE                PIC X(8).
     05  FILLER                  PIC X(2)  VALUE SPACES.
     05  AEL-ID                  PIC X(10).
     05  FILLER                  PIC X(2)  VALUE SPACES.
     05  AEL-DR-CR               PIC X(1).
     05  FILLER                  PIC X(2)  VALUE SPACES.
     05  AEL-AMOUNT              PIC ZZZ.ZZZ.ZZ9,99.

 SCREEN SECTION.
     COPY CONFIRMS.

 01  MENU-SCREEN.
     05  VALUE "MONITORING ALERT REVIEW" BLANK SCREEN
                                                   LINE 1 COL 30.
     05  VALUE "R - REVIEW OPEN ALERTS ON AN ACCOUNT"
                                                   LINE 3 COL 10.
     05  VALUE "L - LIST ALERTS ON AN ACCOUNT"     LINE 4 COL 10.
     05  VALUE "X - EXIT"                          LINE 5 COL 10.
     05  VALUE "OPTION: "                          LINE 7 COL 10.
     05  MENU-OPTION-INPUT                         LINE 7 COL 18
         PIC X TO MENU-OPTION.

 01  ACCOUNT-KEY-SCREEN.
     05  VALUE "ACCOUNT NUMBER: "                  LINE 10 COL 10.
     05  ACCOUNT-KEY-INPUT                         LINE 10 COL 26
         PIC X(10) TO WORK-ACCOUNT-NO.

 01  REVIEW-NOTE-SCREEN.
     05  VALUE "REVIEW NOTE:    "                  LINE 12 COL 10.
     05  REVIEW-NOTE-INPUT                         LINE 12 COL 26
         PIC X(30) TO WORK-REVIEW-NOTE.

 01  OPERATOR-ID-SCREEN.
     05  VALUE "OPERATOR ID: "                     LINE 18 COL 10.
     05  OPERATOR-ID-INPUT                         LINE 18 COL 23
         PIC X(8) TO OPERATOR-ID.

PROCEDURE DIVISION.
MAIN-PARAGRAPH.
    MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME
    MOVE CURRENT-DATE-TIME(1:8) TO TODAY-DATE

    PERFORM OPEN-ALERT-FILE
    IF ALERT-STATUS NOT = "00"
        DISPLAY "ERROR OPENING ALERT FILE, STATUS=" ALERT-STATUS
        MOVE 12 TO RETURN-CODE
    ELSE
        OPEN INPUT ACCOUNT-MASTER
        IF MASTER-STATUS NOT = "00"
            DISPLAY "ERROR OPENING ACCOUNT MASTER, STATUS="
                MASTER-STATUS
            CLOSE ALERT-FILE
            MOVE 12 TO RETURN-CODE
        ELSE
            PERFORM GET-OPERATOR-ID
            PERFORM PROCESS-MENU UNTIL OPTION-EXIT
            CLOSE ALERT-FILE
            CLOSE ACCOUNT-MASTER
            MOVE 0 TO RETURN-CODE
        END-IF
    END-IF
    STOP RUN.

OPEN-ALERT-FILE.
    OPEN I-O ALERT-FILE
    IF ALERT-STATUS = "35"
        OPEN OUTPUT ALERT-FILE
        IF ALERT-STATUS = "00"
            CLOSE ALERT-FILE
            OPEN I-O ALERT-FILE
        END-IF
    END-IF.

GET-OPERATOR-ID.
    MOVE SPACES TO OPERATOR-ID
    ACCEPT OPERATOR-ID FROM ENVIRONMENT "ALERT_REVIEW_OPERATOR"
    IF OPERATOR-ID = SPACES
        DISPLAY OPERATOR-ID-SCREEN
        ACCEPT OPERATOR-ID-SCREEN
    END-IF
    MOVE FUNCTION UPPER-CASE(OPERATOR-ID) TO OPERATOR-ID
    IF OPERATOR-ID = SPACES
        MOVE "UNKNOWN" TO OPERATOR-ID
    END-IF.

PROCESS-MENU.
    MOVE SPACE TO MENU-OPTION
    DISPLAY MENU-SCREEN
    ACCEPT MENU-SCREEN
    MOVE FUNCTION UPPER-CASE(MENU-OPTION) TO MENU-OPTION
    IF OPTION-REVIEW
        PERFORM REVIEW-ACCOUNT-ALERTS
    ELSE
        IF OPTION-LIST
            PERFORM LIST-ACCOUNT-ALERTS
        ELSE
            IF NOT OPTION-EXIT
                DISPLAY "INVALID OPTION - ENTER R, L OR X"
            END-IF
        END-IF
    END-IF.

GET-ACCOUNT-KEY.
    MOVE SPACES TO WORK-ACCOUNT-NO
    DISPLAY ACCOUNT-KEY-SCREEN
    ACCEPT ACCOUNT-KEY-SCREEN.

 *> Reads the master for WORK-ACCOUNT-NO and shows who it is.
 *> Alerts are still reachable for an account that has since
 *> been purged from the master.
SHOW-ACCOUNT-HEADER.
    MOVE WORK-ACCOUNT-NO TO ACCT-ACCOUNT-NO
    READ ACCOUNT-MASTER
        INVALID KEY
            DISPLAY "ACCOUNT: " WORK-ACCOUNT-NO
                " *** NOT ON ACCOUNT MASTER ***"
        NOT INVALID KEY
            DISPLAY "ACCOUNT: " ACCT-ACCOUNT-NO " " ACCT-NAME
    END-READ.

 *> Each open alert on the account is shown with the entries
 *> that raised it and cleared one at a time.  Answering N
 *> leaves that alert open and ends the review, so the
 *> remaining alerts are left for another session.
REVIEW-ACCOUNT-ALERTS.
    PERFORM GET-ACCOUNT-KEY
    IF WORK-ACCOUNT-NO = SPACES
        DISPLAY "ACCOUNT NUMBER REQUIRED"
    ELSE
        PERFORM SHOW-ACCOUNT-HEADER
        MOVE ZERO TO ALERT-LIST-COUNT
        MOVE ZERO TO ALERT-REVIEWED-COUNT
        MOVE "N" TO REVIEW-STOPPED-SW
        MOVE "N" TO SCAN-END-SW
        MOVE WORK-ACCOUNT-NO TO ALT-ACCOUNT-NO
        MOVE LOW-VALUES TO ALT-TYPE
        MOVE LOW-VALUES TO ALT-ANCHOR-DATE
        MOVE LOW-VALUES TO ALT-ANCHOR-ID
        START ALERT-FILE KEY IS NOT LESS THAN ALT-KEY
            INVALID KEY
                MOVE "Y" TO SCAN-END-SW
        END-START
        PERFORM UNTIL SCAN-END OR REVIEW-STOPPED
            READ ALERT-FILE NEXT RECORD
                AT END
                    MOVE "Y" TO SCAN-END-SW
                NOT AT END
                    IF ALT-ACCOUNT-NO NOT = WORK-ACCOUNT-NO
                        MOVE "Y" TO SCAN-END-SW
                    ELSE
                        IF ALT-OPEN
                            PERFORM REVIEW-ONE-ALERT
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        IF ALERT-LIST-COUNT = ZERO
            DISPLAY "NO OPEN ALERTS FOR THIS ACCOUNT"
        ELSE
            DISPLAY "ALERTS REVIEWED: " ALERT-REVIEWED-COUNT
                " OF " ALERT-LIST-COUNT " SHOWN"
        END-IF
    END-IF.

REVIEW-ONE-ALERT.
    ADD 1 TO ALERT-LIST-COUNT
    PERFORM SHOW-ALERT
    DISPLAY "MARK THIS ALERT REVIEWED?"
    PERFORM CONFIRM-ACTION
    IF RESPONSE-IS-YES
        MOVE SPACES TO WORK-REVIEW-NOTE
        DISPLAY REVIEW-NOTE-SCREEN
        ACCEPT REVIEW-NOTE-SCREEN
        IF WORK-REVIEW-NOTE = SPACES
            DISPLAY "REVIEW NOTE REQUIRED - ALERT LEFT OPEN"
            MOVE "Y" TO REVIEW-STOPPED-SW
        ELSE
            MOVE "R" TO ALT-STATUS
            MOVE OPERATOR-ID TO ALT-REVIEWED-BY
            MOVE TODAY-DATE TO ALT-REVIEWED-DATE
            MOVE WORK-REVIEW-NOTE TO ALT-REVIEW-NOTE
            REWRITE ALERT-RECORD
                INVALID KEY
                    DISPLAY "ERROR REWRITING ALERT, STATUS="
                        ALERT-STATUS
                    MOVE "Y" TO REVIEW-STOPPED-SW
                NOT INVALID KEY
                    ADD 1 TO ALERT-REVIEWED-COUNT
                    DISPLAY "ALERT MARKED REVIEWED: " ALT-ACCOUNT-NO
                        " " ALT-TYPE " " ALT-ANCHOR-ID
            END-REWRITE
        END-IF
    ELSE
        DISPLAY "ALERT LEFT OPEN - REVIEW ENDED"
        MOVE "Y" TO REVIEW-STOPPED-SW
    END-IF.

SHOW-ALERT.
    PERFORM SET-ALERT-TEXT
    MOVE ALT-TOTAL-AMOUNT TO TOTAL-DISPLAY
    DISPLAY "ALERT:     " ALT-TYPE " " ALERT-TYPE-TEXT
    DISPLAY "RAISED:    " ALT-RAISED-DATE "  STATUS: "
        ALERT-STATUS-TEXT
    DISPLAY "ENTRIES:   " ALT-ACTIVITY-COUNT "  TOTAL: "
        TOTAL-DISPLAY
    PERFORM VARYING ENTRY-SUB FROM 1 BY 1
            UNTIL ENTRY-SUB > ALT-ENTRY-COUNT
        MOVE ALT-ENTRY-DATE(ENTRY-SUB) TO AEL-DATE
        MOVE ALT-ENTRY-ID(ENTRY-SUB) TO AEL-ID
        MOVE ALT-ENTRY-DR-CR(ENTRY-SUB) TO AEL-DR-CR
        MOVE ALT-ENTRY-AMOUNT(ENTRY-SUB) TO AEL-AMOUNT
        DISPLAY ALERT-ENTRY-LINE
    END-PERFORM
    IF ALT-ACTIVITY-COUNT > ALT-ENTRY-COUNT
        DISPLAY "    ... AND MORE ENTRIES - SEE THE MONITORING REPORT"
    END-IF
    IF ALT-REVIEWED
        DISPLAY "REVIEWED:  " ALT-REVIEWED-DATE " BY "
            ALT-REVIEWED-BY " " ALT-REVIEW-NOTE
    END-IF.

SET-ALERT-TEXT.
    IF ALT-LARGE-VALUE
        MOVE "LARGE VALUE" TO ALERT-TYPE-TEXT
    ELSE
        IF ALT-VELOCITY-COUNT
            MOVE "DAILY DEBIT COUNT" TO ALERT-TYPE-TEXT
        ELSE
            IF ALT-VELOCITY-VALUE
                MOVE "DAILY DEBIT VALUE" TO ALERT-TYPE-TEXT
            ELSE
                IF ALT-STRUCTURING
                    MOVE "POSSIBLE STRUCTURING" TO ALERT-TYPE-TEXT
                ELSE
                    IF ALT-PASS-THROUGH
                        MOVE "CREDIT PASSED STRAIGHT OUT"
                            TO ALERT-TYPE-TEXT
                    ELSE
                        MOVE "UNKNOWN" TO ALERT-TYPE-TEXT
                    END-IF
                END-IF
            END-IF
        END-IF
    END-IF
    IF ALT-REVIEWED
        MOVE "REVIEWED" TO ALERT-STATUS-TEXT
    ELSE
        MOVE "OPEN" TO ALERT-STATUS-TEXT
    END-IF.

LIST-ACCOUNT-ALERTS.
    PERFORM GET-ACCOUNT-KEY
    IF WORK-ACCOUNT-NO = SPACES
        DISPLAY "ACCOUNT NUMBER REQUIRED"
    ELSE
        PERFORM SHOW-ACCOUNT-HEADER
        DISPLAY "TY  FIRST DATE  FIRST ID    ITEMS          TOTAL"
            " AMOUNT  RAISED    STATUS    REVIEWED BY"
        MOVE ZERO TO ALERT-LIST-COUNT
        MOVE "N" TO SCAN-END-SW
        MOVE WORK-ACCOUNT-NO TO ALT-ACCOUNT-NO
        MOVE LOW-VALUES TO ALT-TYPE
        MOVE LOW-VALUES TO ALT-ANCHOR-DATE
        MOVE LOW-VALUES TO ALT-ANCHOR-ID
        START ALERT-FILE KEY IS NOT LESS THAN ALT-KEY
            INVALID KEY
                MOVE "Y" TO SCAN-END-SW
        END-START
        PERFORM UNTIL SCAN-END
            READ ALERT-FILE NEXT RECORD
                AT END
                    MOVE "Y" TO SCAN-END-SW
                NOT AT END
                    IF ALT-ACCOUNT-NO NOT = WORK-ACCOUNT-NO
                        MOVE "Y" TO SCAN-END-SW
                    ELSE
                        PERFORM SHOW-ALERT-LINE
                    END-IF
            END-READ
        END-PERFORM
        IF ALERT-LIST-COUNT = ZERO
            DISPLAY "NO ALERTS ON FILE FOR THIS ACCOUNT"
        END-IF
    END-IF.

SHOW-ALERT-LINE.
    ADD 1 TO ALERT-LIST-COUNT
    PERFORM SET-ALERT-TEXT
    MOVE ALT-TYPE TO ALL-TYPE
    MOVE ALT-ANCHOR-DATE TO ALL-ANCHOR-DATE
    MOVE ALT-ANCHOR-ID TO ALL-ANCHOR-ID
    MOVE ALT-ACTIVITY-COUNT TO ALL-COUNT
    MOVE ALT-TOTAL-AMOUNT TO ALL-TOTAL
    MOVE ALT-RAISED-DATE TO ALL-RAISED-DATE
    MOVE ALERT-STATUS-TEXT TO ALL-STATUS
    MOVE ALT-REVIEWED-BY TO ALL-REVIEWED-BY
    DISPLAY ALERT-LIST-LINE.

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

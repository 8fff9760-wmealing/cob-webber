         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS JOURNAL-STATUS.

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

 DATA DIVISION.
 FILE SECTION.
 FD  ACCOUNT-MASTER.
 FD  JOURNAL-FILE.
     COPY JRNLREC.

 FD  REVERSAL-REGISTER.
     COPY REVREC.

 FD  HOLDS-FILE.
     COPY HOLDREC.

 WORKING-STORAGE SECTION.
 01  MASTER-STATUS               PIC X(2)  VALUE "00".
 01  JOURNAL-STATUS              PIC X(2)  VALUE "00".
 01  REGISTER-STATUS             PIC X(2)  VALUE "00".
 01  REGISTER-OPEN-SW            PIC X(1)  VALUE "N".
     88  REGISTER-OPENED         VALUE "Y".
 01  HOLDS-STATUS                PIC X(2)  VALUE "00".
 01  HOLD-SCAN-END-SW            PIC X(1)  VALUE "N".
     88  HOLD-SCAN-END           VALUE "Y".

 01  CURRENT-DATE-TIME           PIC X(21) VALUE SPACES.
 01  TODAY-DATE                  PIC X(8)  VALUE SPACES.
 01  ACCOUNT-HELD                PIC 9(11)V99 VALUE ZERO.
 01  AVAILABLE-BALANCE           PIC S9(11)V99 VALUE ZERO.
 01  HELD-DISPLAY                PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
 01  AVAILABLE-DISPLAY           PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99-.

 01  WORK-ACCOUNT-NO             PIC X(10) VALUE SPACES.
 01  BALANCE-DISPLAY             PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99-.
 01  LIMIT-DISPLAY               PIC ZZZ.ZZZ.ZZ9,99.
 01  STATUS-TEXT                 PIC X(13) VALUE SPACES.

 *> Only the most recent journal entries for the account are
 *> shown.  The journal is appended in run order, so the last
 01  SHIFT-SUB                   PIC 9(2)  VALUE ZERO.
 01  ACTIVITY-TABLE.
     05  ACTIVITY-LINE OCCURS 15 TIMES
                                 PIC X(105).

 01  ACTIVITY-DETAIL-LINE.
     05  ADL-DATE                PIC X(8).
     05  ADL-DESCRIPTION         PIC X(30).
     05  FILLER                  PIC X(2)  VALUE SPACES.
     05  ADL-RUN-DATE            PIC X(8).
     05  FILLER                  PIC X(2)  VALUE SPACES.
     05  ADL-LINK                PIC X(22).

 SCREEN SECTION.
 01  INQUIRY-KEY-SCREEN.

PROCEDURE DIVISION.
MAIN-PARAGRAPH.
    MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME
    MOVE CURRENT-DATE-TIME(1:8) TO TODAY-DATE
    PERFORM OPEN-ACCOUNT-MASTER
    IF MASTER-STATUS = "00"
        MOVE "X" TO WORK-ACCOUNT-NO
    IF ACCT-OPEN
        MOVE "OPEN" TO STATUS-TEXT
    ELSE
        IF ACCT-PENDING-CLOSE
            MOVE "PENDING CLOSE" TO STATUS-TEXT
        ELSE
            IF ACCT-DORMANT
                MOVE "DORMANT" TO STATUS-TEXT
            ELSE
                MOVE "CLOSED" TO STATUS-TEXT
            END-IF
        END-IF
    END-IF
    MOVE ACCT-BALANCE TO BALANCE-DISPLAY
    MOVE ACCT-OVERDRAFT-LIMIT TO LIMIT-DISPLAY
    PERFORM TOTAL-ACCOUNT-HOLDS
    COMPUTE AVAILABLE-BALANCE = ACCT-BALANCE - ACCOUNT-HELD
    MOVE ACCOUNT-HELD TO HELD-DISPLAY
    MOVE AVAILABLE-BALANCE TO AVAILABLE-DISPLAY
    DISPLAY "ACCOUNT:         " ACCT-ACCOUNT-NO
    DISPLAY "NAME:            " ACCT-NAME
    DISPLAY "STATUS:          " STATUS-TEXT
    DISPLAY "PRODUCT:         " ACCT-PRODUCT-CODE
    DISPLAY "LEDGER BALANCE:  " BALANCE-DISPLAY
    DISPLAY "HELD:            " HELD-DISPLAY
    DISPLAY "AVAILABLE:       " AVAILABLE-DISPLAY
    DISPLAY "OVERDRAFT LIMIT: " LIMIT-DISPLAY.

 *> Active holds are those the posting run would count: status
 *> A and not yet past their expiry date.  No HOLDFILE means
 *> nothing is held.
TOTAL-ACCOUNT-HOLDS.
    MOVE ZERO TO ACCOUNT-HELD
    OPEN INPUT HOLDS-FILE
    IF HOLDS-STATUS = "00"
        MOVE "N" TO HOLD-SCAN-END-SW
        MOVE ACCT-ACCOUNT-NO TO HOLD-ACCOUNT-NO
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
                    IF HOLD-ACCOUNT-NO NOT = ACCT-ACCOUNT-NO
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
        CLOSE HOLDS-FILE
    END-IF.

LIST-ACCOUNT-ACTIVITY.
    MOVE ZERO TO ACTIVITY-COUNT
    OPEN INPUT JOURNAL-FILE
        DISPLAY "NO POSTING JOURNAL ON FILE, STATUS="
            JOURNAL-STATUS
    ELSE
        PERFORM OPEN-REVERSAL-REGISTER
        PERFORM UNTIL JOURNAL-STATUS NOT = "00"
            READ JOURNAL-FILE
                AT END
        END-PERFORM
        CLOSE JOURNAL-FILE
        MOVE "00" TO JOURNAL-STATUS
        IF REGISTER-OPENED
            CLOSE REVERSAL-REGISTER
        END-IF
        IF ACTIVITY-COUNT = ZERO
            DISPLAY "NO POSTED ACTIVITY ON THE JOURNAL"
        ELSE
            DISPLAY "DATE      TRANS ID            AMOUNT DC"
                "  DESCRIPTION                     POSTED"
                "    LINKED ENTRY"
            PERFORM SHOW-ACTIVITY-ENTRY
                VARYING ACTIVITY-SUB FROM 1 BY 1
                UNTIL ACTIVITY-SUB > ACTIVITY-COUNT
        END-IF
    END-IF.

OPEN-REVERSAL-REGISTER.
    MOVE "N" TO REGISTER-OPEN-SW
    OPEN INPUT REVERSAL-REGISTER
    IF REGISTER-STATUS = "00"
        MOVE "Y" TO REGISTER-OPEN-SW
    END-IF.

KEEP-ACTIVITY-ENTRY.
    IF ACTIVITY-COUNT >= ACTIVITY-LIMIT
        PERFORM SHIFT-ACTIVITY-TABLE
    END-IF
    MOVE JRNL-DESCRIPTION TO ADL-DESCRIPTION
    MOVE JRNL-RUN-DATE TO ADL-RUN-DATE
    PERFORM SET-ACTIVITY-LINK
    MOVE ACTIVITY-DETAIL-LINE TO ACTIVITY-LINE(ACTIVITY-COUNT).

 *> A reversal names the entry it reverses; an entry that has
 *> been reversed names its reversal from the register, which
 *> also covers a reversal still waiting for the next run.
SET-ACTIVITY-LINK.
    MOVE SPACES TO ADL-LINK
    IF JRNL-REVERSES-ID NOT = SPACES
        STRING "REVERSES " JRNL-REVERSES-ID DELIMITED BY SIZE
            INTO ADL-LINK
    ELSE
        IF REGISTER-OPENED
            MOVE JRNL-TRANS-ID TO REV-ORIG-ID
            MOVE JRNL-TRANS-DATE TO REV-ORIG-DATE
            READ REVERSAL-REGISTER
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    STRING "REVERSED BY " REV-TRANS-ID
                        DELIMITED BY SIZE INTO ADL-LINK
            END-READ
        END-IF
    END-IF.

SHIFT-ACTIVITY-TABLE.
    MOVE ACTIVITY-LINE(SHIFT-SUB + 1) TO ACTIVITY-LINE(SHIFT-SUB).


 01  TOTAL-NAME-CHANGES          PIC 9(6)  VALUE ZERO.
 01  TOTAL-STATUS-CHANGES        PIC 9(6)  VALUE ZERO.
 01  TOTAL-LIMIT-CHANGES         PIC 9(6)  VALUE ZERO.
 01  TOTAL-REACTIVATIONS         PIC 9(6)  VALUE ZERO.
 01  TOTAL-PRODUCT-CHANGES       PIC 9(6)  VALUE ZERO.
 01  TOTAL-UNKNOWN-ACTIONS       PIC 9(6)  VALUE ZERO.

 01  ACTION-TEXT                 PIC X(14) VALUE SPACES.
     05  AIL-CAPTION             PIC X(8).
     05  AIL-NAME                PIC X(30).
     05  FILLER                  PIC X(2)  VALUE SPACES.
     05  AIL-STATUS              PIC X(13).
     05  FILLER                  PIC X(2)  VALUE SPACES.
     05  FILLER                  PIC X(8)  VALUE "BALANCE ".
     05  AIL-BALANCE             PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99-.
     05  FILLER                  PIC X(2)  VALUE SPACES.
     05  FILLER                  PIC X(6)  VALUE "LIMIT ".
     05  AIL-LIMIT               PIC ZZZ.ZZZ.ZZ9,99.
     05  FILLER                  PIC X(2)  VALUE SPACES.
     05  FILLER                  PIC X(8)  VALUE "PRODUCT ".
     05  AIL-PRODUCT             PIC X(4).

 01  AUDIT-TOTAL-LINE.
     05  ATL-CAPTION             PIC X(24).
        IF ACCT-CLOSED
            MOVE "CLOSED" TO AIL-STATUS
        ELSE
            IF ACCT-PENDING-CLOSE
                MOVE "PENDING CLOSE" TO AIL-STATUS
            ELSE
                IF ACCT-DORMANT
                    MOVE "DORMANT" TO AIL-STATUS
                ELSE
                    MOVE "?" TO AIL-STATUS
                END-IF
            END-IF
        END-IF
    END-IF
    MOVE ACCT-BALANCE TO AIL-BALANCE
    MOVE ACCT-OVERDRAFT-LIMIT TO AIL-LIMIT
    MOVE ACCT-PRODUCT-CODE TO AIL-PRODUCT
    MOVE AUDIT-IMAGE-LINE TO PRINT-LINE
    PERFORM WRITE-AUDIT-LINE.

                    MOVE "LIMIT CHANGE" TO ACTION-TEXT
                    ADD 1 TO TOTAL-LIMIT-CHANGES
                ELSE
                    IF AUD-ACTION-REACTIVATE
                        MOVE "REACTIVATION" TO ACTION-TEXT
                        ADD 1 TO TOTAL-REACTIVATIONS
                    ELSE
                        IF AUD-ACTION-PRODUCT
                            MOVE "PRODUCT CHANGE" TO ACTION-TEXT
                            ADD 1 TO TOTAL-PRODUCT-CHANGES
                        ELSE
                            MOVE "UNKNOWN" TO ACTION-TEXT
                            ADD 1 TO TOTAL-UNKNOWN-ACTIONS
                        END-IF
                    END-IF
                END-IF
            END-IF
        END-IF
    MOVE TOTAL-LIMIT-CHANGES TO ATL-COUNT
    MOVE AUDIT-TOTAL-LINE TO PRINT-LINE
    PERFORM WRITE-AUDIT-LINE
    MOVE "REACTIVATIONS" TO ATL-CAPTION
    MOVE TOTAL-REACTIVATIONS TO ATL-COUNT
    MOVE AUDIT-TOTAL-LINE TO PRINT-LINE
    PERFORM WRITE-AUDIT-LINE
    MOVE "PRODUCT CHANGES" TO ATL-CAPTION
    MOVE TOTAL-PRODUCT-CHANGES TO ATL-COUNT
    MOVE AUDIT-TOTAL-LINE TO PRINT-LINE
    PERFORM WRITE-AUDIT-LINE
    IF TOTAL-UNKNOWN-ACTIONS > ZERO
        MOVE "UNKNOWN ACTIONS" TO ATL-CAPTION
        MOVE TOTAL-UNKNOWN-ACTIONS TO ATL-COUNT

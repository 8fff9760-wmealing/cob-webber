                    MOVE "Y" TO FIELD-ERROR-SW
                    DISPLAY "ACCOUNT IS CLOSED: " WORK-ACCOUNT-NO
                END-IF
                IF ACCT-PENDING-CLOSE
                    MOVE "Y" TO FIELD-ERROR-SW
                    DISPLAY "ACCOUNT IS PENDING CLOSE: "
                        WORK-ACCOUNT-NO
                END-IF
                IF ACCT-DORMANT AND WORK-DR-CR = "D"
                    MOVE "Y" TO FIELD-ERROR-SW
                    DISPLAY "ACCOUNT IS DORMANT - NO DEBIT ORDERS: "
                        WORK-ACCOUNT-NO
                END-IF
        END-READ
    END-IF
    IF WORK-DR-CR NOT = "D" AND WORK-DR-CR NOT = "C"
                DISPLAY "ACCOUNT IS CLOSED - NOT APPLIED: "
                    WORK-ACCOUNT-NO
            ELSE
                IF ACCT-PENDING-CLOSE
                    DISPLAY "ACCOUNT IS PENDING CLOSE - NOT APPLIED: "
                        WORK-ACCOUNT-NO
                ELSE
                    MOVE WORK-ACCOUNT-NO TO SO-ACCOUNT-NO
                END-IF
            END-IF
    END-READ.


                   SUBTRACT WS-CUR-RSP-AMOUNT
                       FROM CLAIM-PAID-TO-DATE
                   MOVE "RETURNED" TO CLAIM-STATUS
                   MOVE WS-CURRENT-DATE TO CLAIM-STATUS-DATE
                   MOVE 0 TO CLAIM-AUTH-AMOUNT
                   REWRITE CLAIM-RECORD
                   PERFORM BACK-OUT-PAYEE-YTD

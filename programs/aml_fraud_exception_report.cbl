                   MOVE ENTRY-ID (WS-ENTRY-INDEX) TO AFE-ENTRY-ID
                   MOVE TRANSACTION-ID (WS-ENTRY-INDEX)
                       TO AFE-TRANSACTION-ID
                   MOVE ACCOUNT-FROM (WS-ENTRY-INDEX)
                       TO AFE-ACCOUNT-FROM
                   MOVE AMOUNT (WS-ENTRY-INDEX) TO AFE-AMOUNT
                   MOVE RISK-SCORE (WS-ENTRY-INDEX) TO AFE-RISK-SCORE
                   MOVE AML-FLAG (WS-ENTRY-INDEX) TO AFE-AML-FLAG

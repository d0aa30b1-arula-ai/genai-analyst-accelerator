      *    NOT MATCH ON SIDE: A CORRECTION'S PEND ROW CARRIES THE
      *    ORIGINAL'S B/S SIDE WHILE ITS AUDIT ROW IS SIDE 'C', SO
      *    DIRECTION COMES FROM THE PEND SIDE AND THE PRICE FROM
      *    WHATEVER AUDIT ROW POSTED THE TRADE. ROWS BRKRG250 HAS
      *    BACKED OUT TOOK THEIR CASH AND PENDS WITH THEM AND NEVER
      *    POST AGAIN.
       EXEC SQL
            DECLARE PEND-CASH-CURSOR CURSOR FOR
            SELECT P.ACCOUNT_ID, P.SYMBOL, P.TRADE_ID, P.SIDE,
               AND A.TRADE_ID = P.TRADE_ID
               AND A.ACCOUNT_ID = P.ACCOUNT_ID
               AND A.SYMBOL = P.SYMBOL
               AND NOT EXISTS
                   (SELECT 1
                      FROM BRKG_TRADE_AUD K
                     WHERE K.PLAN_ID = A.PLAN_ID
                       AND K.ACCOUNT_ID = A.ACCOUNT_ID
                       AND K.SYMBOL = A.SYMBOL
                       AND K.SIDE = 'X'
                       AND K.TRADE_ID LIKE 'BKO%'
                       AND K.ORIG_TRADE_ID = A.TRADE_ID
                       AND K.AUDIT_ID > A.AUDIT_ID)
             ORDER BY P.ACCOUNT_ID ASC, P.TRADE_ID ASC
       END-EXEC.

            DECLARE AUD-CASH-CURSOR CURSOR FOR
            SELECT ACCOUNT_ID, SYMBOL, TRADE_ID, SIDE,
                   QUANTITY, PRICE, ORIG_TRADE_ID
              FROM BRKG_TRADE_AUD A
             WHERE A.PLAN_ID = :HV-PLAN-ID
               AND A.EXEC_DATE = :HV-POST-DATE
               AND A.SIDE IN ('B', 'S', 'C')
               AND NOT EXISTS
                   (SELECT 1
                      FROM BRKG_TRADE_AUD K
                     WHERE K.PLAN_ID = A.PLAN_ID
                       AND K.ACCOUNT_ID = A.ACCOUNT_ID
                       AND K.SYMBOL = A.SYMBOL
                       AND K.SIDE = 'X'
                       AND K.TRADE_ID LIKE 'BKO%'
                       AND K.ORIG_TRADE_ID = A.TRADE_ID
                       AND K.AUDIT_ID > A.AUDIT_ID)
             ORDER BY ACCOUNT_ID ASC, TRADE_ID ASC
       END-EXEC.

       EXEC SQL
            DECLARE XCN-CASH-CURSOR CURSOR FOR
            SELECT ACCOUNT_ID, SYMBOL, ORIG_TRADE_ID
              FROM BRKG_TRADE_AUD A
             WHERE A.PLAN_ID = :HV-PLAN-ID
               AND A.EXEC_DATE = :HV-POST-DATE
               AND A.SIDE IN ('X', 'C')
               AND A.ORIG_TRADE_ID <> ' '
               AND A.TRADE_ID NOT LIKE 'BKO%'
               AND NOT EXISTS
                   (SELECT 1
                      FROM BRKG_TRADE_AUD K
                     WHERE K.PLAN_ID = A.PLAN_ID
                       AND K.ACCOUNT_ID = A.ACCOUNT_ID
                       AND K.SYMBOL = A.SYMBOL
                       AND K.SIDE = 'X'
                       AND K.TRADE_ID LIKE 'BKO%'
                       AND K.ORIG_TRADE_ID = A.TRADE_ID
                       AND K.AUDIT_ID > A.AUDIT_ID)
             ORDER BY ACCOUNT_ID ASC, ORIG_TRADE_ID ASC
       END-EXEC.

           EXEC SQL
              SELECT SIDE
                INTO :HV-ORIG-SIDE
                FROM BRKG_TRADE_AUD A
               WHERE A.PLAN_ID = :HV-PLAN-ID
                 AND A.TRADE_ID = :HV-ORIG-TRADE-ID
                 AND A.ACCOUNT_ID = :HV-ACCOUNT-ID
                 AND A.SYMBOL = :HV-SYMBOL
                 AND A.SIDE IN ('B', 'S')
                 AND NOT EXISTS
                     (SELECT 1
                        FROM BRKG_TRADE_AUD K
                       WHERE K.PLAN_ID = A.PLAN_ID
                         AND K.ACCOUNT_ID = A.ACCOUNT_ID
                         AND K.SYMBOL = A.SYMBOL
                         AND K.SIDE = 'X'
                         AND K.TRADE_ID LIKE 'BKO%'
                         AND K.ORIG_TRADE_ID = A.TRADE_ID
                         AND K.AUDIT_ID > A.AUDIT_ID)
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0

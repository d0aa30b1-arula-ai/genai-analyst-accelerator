           EXEC SQL
              SELECT COALESCE(MIN(EXEC_DATE), 0)
                INTO :HV-BUY-DATE
                FROM BRKG_TRADE_AUD A
               WHERE A.PLAN_ID = :HV-PLAN-ID
                 AND A.ACCOUNT_ID = :HV-ACCOUNT-ID
                 AND A.SYMBOL = :HV-SYMBOL
                 AND A.SIDE = 'B'
                 AND A.EXEC_DATE BETWEEN :HV-WINDOW-LOW
                                     AND :HV-WINDOW-HIGH
                 AND A.EXEC_DATE <> :HV-ACQUIRE-DATE
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
           PERFORM CHECK-SQL.


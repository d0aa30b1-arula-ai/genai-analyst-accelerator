            SELECT TRADE_ID, SIDE, QUANTITY, PRICE
              FROM BRKG_TRADE_AUD
             WHERE SIDE NOT IN ('A', 'D', 'T')
               AND TRADE_ID NOT LIKE 'BKO%'
             ORDER BY TRADE_ID
       END-EXEC.


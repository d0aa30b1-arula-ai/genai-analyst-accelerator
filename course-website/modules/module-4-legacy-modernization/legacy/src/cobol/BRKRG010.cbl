           SELECT ACCTMST-FILE ASSIGN TO 'ACCOUNT-MASTER'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ACCTMST-STATUS.
           SELECT SECMAST-FILE ASSIGN TO 'SECMAST-IN'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SECMAST-STATUS.
           SELECT REJECT-FILE ASSIGN TO 'REJECT-OUT'
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARTITION-FILE ASSIGN TO 'PARTITION-PARM'
           05  ACCTMST-STATUS          PIC X(01).
           05  ACCTMST-SHORT-ELIG      PIC X(01).

       FD  SECMAST-FILE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS SECMAST-REC.

       01  SECMAST-REC.
           COPY BRKRGSEC.

       FD  REJECT-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
               10  WS-ACCT-SHORT   PIC X(01).
       01  WS-ACCT-REJECT-COUNT    PIC S9(9) COMP VALUE 0.

      *    THE SECURITY MASTER GATES SYMBOLS THE WAY THE ACCOUNT
      *    MASTER GATES ACCOUNTS: UNKNOWN SYMBOLS REJECT AS SYM AND
      *    DELISTED ONES AS DLS. WITH NO MASTER LOADED EVERY SYMBOL
      *    IS ACCEPTED, AS BEFORE.
       01  WS-SECMAST-STATUS       PIC X(02).
       01  WS-END-OF-SECMAST       PIC X VALUE 'N'.
           88  SECMAST-REMAINING            VALUE 'N'.
           88  NO-MORE-SECMAST              VALUE 'Y'.
       01  WS-SEC-VALIDATION-SW    PIC X VALUE 'N'.
           88  SEC-VALIDATION-ON            VALUE 'Y'.
           88  SEC-VALIDATION-OFF           VALUE 'N'.
       01  WS-SEC-VALID-SW         PIC X VALUE 'Y'.
           88  SYMBOL-VALID                 VALUE 'Y'.
           88  SYMBOL-INVALID               VALUE 'N'.
       01  WS-SEC-COUNT            PIC S9(4) COMP VALUE 0.
       01  WS-SEC-TABLE-MAX        PIC S9(4) COMP VALUE 5000.
       01  WS-SEC-TABLE.
           05  WS-SEC-ENTRY OCCURS 5000 TIMES INDEXED BY SEC-IDX.
               10  WS-SEC-SYMBOL   PIC X(10).
               10  WS-SEC-STATUS   PIC X(01).
       01  WS-SYM-REJECT-COUNT     PIC S9(9) COMP VALUE 0.

      *    SHORT ELIGIBILITY COMES FROM THE ACCOUNT MASTER; WITH NO
      *    MASTER LOADED NOBODY SELLS SHORT - THE OLD NSF SUSPENSE
      *    BEHAVIOR STANDS FOR EVERY ACCOUNT.
       01  HV-ORIG-PRICE           PIC S9(7)V99 COMP-3.
       01  HV-ORIG-EXEC-DATE       PIC 9(8).
       01  HV-SETTLE-DATE          PIC 9(8).
       01  HV-BUS-DATE             PIC 9(8).
      *    HV-EXEC-DATE STAMPS THE AUDIT ROW WITH THE DATE THE
      *    POSTING HIT THE POSITION; HV-LOT-EXEC-DATE CARRIES THE
      *    TRUE EXECUTION DATE FOR LOT ACQUISITION, HOLDING-PERIOD
           OPEN OUTPUT SUSPESC-FILE
           OPEN OUTPUT REJECT-FILE
           PERFORM LOAD-ACCOUNT-MASTER
           PERFORM LOAD-SECURITY-MASTER
           PERFORM LOAD-CASYM-TABLE
           PERFORM LOAD-HOLIDAY-CALENDAR
           OPEN INPUT SUSPIN-FILE
                 END-IF
           END-SEARCH.

       LOAD-SECURITY-MASTER.
           OPEN INPUT SECMAST-FILE
           IF WS-SECMAST-STATUS = '00'
              SET SEC-VALIDATION-ON TO TRUE
              PERFORM LOAD-SECURITY-ENTRY
                 UNTIL NO-MORE-SECMAST OR PROGRAM-FAILED
              CLOSE SECMAST-FILE
              DISPLAY 'BRKRG010 - SECURITY MASTER LOADED: '
                      WS-SEC-COUNT ' SYMBOLS'
           ELSE
              SET SEC-VALIDATION-OFF TO TRUE
              DISPLAY 'BRKRG010 - NO SECMAST-IN DATASET, '
                      'SYMBOL VALIDATION DISABLED'
           END-IF.

       LOAD-SECURITY-ENTRY.
           READ SECMAST-FILE
              AT END
                 SET NO-MORE-SECMAST TO TRUE
              NOT AT END
                 IF WS-SEC-COUNT >= WS-SEC-TABLE-MAX
                    MOVE 'SECURITY TABLE FULL' TO WS-SQL-CONTEXT
                    PERFORM TABLE-ERROR
                 ELSE
                    ADD 1 TO WS-SEC-COUNT
                    SET SEC-IDX TO WS-SEC-COUNT
                    MOVE SEC-SYMBOL TO WS-SEC-SYMBOL (SEC-IDX)
                    MOVE SEC-STATUS TO WS-SEC-STATUS (SEC-IDX)
                 END-IF
           END-READ.

      *    A CANCEL OR CORRECT OF A TRADE IN A SINCE-DELISTED SYMBOL
      *    STILL HAS TO BACK THE ORIGINAL OUT, SO DLS APPLIES ONLY TO
      *    NEW BUYS AND SELLS; AN UNKNOWN SYMBOL REJECTS ON ANY SIDE.
       VALIDATE-TRADE-SYMBOL.
           SET SYMBOL-VALID TO TRUE
           IF SEC-VALIDATION-OFF
              EXIT PARAGRAPH
           END-IF
           SET SEC-IDX TO 1
           SEARCH WS-SEC-ENTRY
              AT END
                 SET SYMBOL-INVALID TO TRUE
                 MOVE 'SYM' TO WS-ACCT-REJECT-CD
              WHEN WS-SEC-SYMBOL (SEC-IDX) = HV-SYMBOL
                 IF WS-SEC-STATUS (SEC-IDX) = 'D'
                    AND (HV-TRADE-SIDE = 'B' OR HV-TRADE-SIDE = 'S')
                    SET SYMBOL-INVALID TO TRUE
                    MOVE 'DLS' TO WS-ACCT-REJECT-CD
                 END-IF
           END-SEARCH.

       WRITE-REJECT-ROW.
           IF ACCOUNT-INVALID
              ADD 1 TO WS-ACCT-REJECT-COUNT
           ELSE
              ADD 1 TO WS-SYM-REJECT-COUNT
           END-IF
           MOVE HV-PLAN-ID     TO REJECT-PLAN-ID
           MOVE HV-TRADE-ID    TO REJECT-TRADE-ID
           MOVE HV-ACCOUNT-ID  TO REJECT-ACCOUNT-ID
           MOVE WS-ACCT-REJECT-CD TO REJECT-REASON
           WRITE REJECT-REC
           DISPLAY 'BRKRG010 REJECT - TRADE-ID ' HV-TRADE-ID
                   ' ACCOUNT ' HV-ACCOUNT-ID ' SYMBOL ' HV-SYMBOL
                   ' REASON ' WS-ACCT-REJECT-CD.

      *    A PARTITION PARM THAT IS ALLOCATED BUT WILL NOT OPEN
      *    (WRONG RECORD LENGTH, I/O ERROR) IS A HARD STOP - SILENTLY
           MOVE 'N' TO WS-TRADE-SUSPENDED-SW
           PERFORM PREPARE-HOST-VARS
           PERFORM VALIDATE-TRADE-ACCOUNT
           IF ACCOUNT-VALID
              PERFORM VALIDATE-TRADE-SYMBOL
           END-IF
           IF ACCOUNT-INVALID OR SYMBOL-INVALID
              PERFORM WRITE-REJECT-ROW
              EXIT PARAGRAPH
           END-IF
           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-AUD-COUNT
                FROM BRKG_TRADE_AUD A
               WHERE A.PLAN_ID = :HV-PLAN-ID
                 AND A.TRADE_ID = :HV-TRADE-ID
                 AND A.ACCOUNT_ID = :HV-ACCOUNT-ID
                 AND A.SYMBOL = :HV-SYMBOL
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

           PERFORM DERIVE-CHARGED-PRICES
           MOVE ZERO                 TO HV-TOTAL-COST HV-EXISTING-COST
           PERFORM VALIDATE-TRADE-ACCOUNT
           IF ACCOUNT-VALID
              PERFORM VALIDATE-TRADE-SYMBOL
           END-IF
           IF ACCOUNT-INVALID OR SYMBOL-INVALID
              PERFORM WRITE-REJECT-ROW
              EXIT PARAGRAPH
           END-IF
           END-IF
           PERFORM PREPARE-HOST-VARS
           PERFORM VALIDATE-TRADE-ACCOUNT
           IF ACCOUNT-VALID
              PERFORM VALIDATE-TRADE-SYMBOL
           END-IF
           IF ACCOUNT-INVALID OR SYMBOL-INVALID
              PERFORM WRITE-REJECT-ROW
              EXIT PARAGRAPH
           END-IF
           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-AUD-COUNT
                FROM BRKG_TRADE_AUD A
               WHERE A.PLAN_ID = :HV-PLAN-ID
                 AND A.ACCOUNT_ID = :HV-ACCOUNT-ID
                 AND A.SYMBOL = :HV-SYMBOL
                 AND A.ORIG_TRADE_ID = :HV-ORIG-TRADE-ID
                 AND A.SIDE IN ('X', 'C')
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
           END-EXEC
           PERFORM CHECK-SQL
           IF PROGRAM-FAILED
              PERFORM WRITE-SUSPENSE-ROW
           END-IF.

      *    A ROW BRKRG250 HAS BACKED OUT - ONE A LATER 'BKO' SIDE-X
      *    ROW NAMES AS ITS ORIGINAL - IS NO LONGER ON THE BOOKS,
      *    AND THE CORRECTED FILE REPOSTED AFTER A BACKOUT REUSES
      *    ITS TRADE-IDS, SO EVERY LOOKUP BY TRADE-ID PASSES IT BY.
       FETCH-ORIGINAL-AUDIT.
           SET ORIG-NOT-FOUND TO TRUE
           IF HV-ORIG-TRADE-ID = SPACES
                INTO :HV-ORIG-SIDE, :HV-ORIG-QTY,
                     :HV-ORIG-PRICE, :HV-ORIG-EXEC-DATE,
                     :HV-ORIG-COMMISSION, :HV-ORIG-FEES
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
              PERFORM CHECK-SQL
           END-IF.

      *    BUS_DATE IS THE HEADER DATE OF THE TRADE FILE THAT
      *    POSTED THE ROW - NOT THE TRADE'S OWN EXEC DATE - SO A
      *    BACKOUT OF ONE FILE TAKES EXACTLY WHAT THAT FILE POSTED,
      *    LATE AND AS-OF TRADES INCLUDED.
       WRITE-AUDIT-ROW.
           MOVE WS-FILE-BUS-DATE TO HV-BUS-DATE
           MOVE 'INSERT AUDIT' TO WS-SQL-CONTEXT
           EXEC SQL
              INSERT INTO BRKG_TRADE_AUD
                     (PLAN_ID, AUDIT_ID, TRADE_ID, ACCOUNT_ID, SYMBOL,
                      SIDE, QUANTITY, PRICE, EXEC_DATE, NEW_QTY,
                      NEW_AVG, ORIG_TRADE_ID, COMMISSION, FEES,
                      SETTLE_DATE, CURRENCY, BUS_DATE)
              VALUES (:HV-PLAN-ID, :HV-AUDIT-ID, :HV-TRADE-ID,
                      :HV-ACCOUNT-ID, :HV-SYMBOL, :HV-TRADE-SIDE,
                      :HV-QUANTITY, :HV-PRICE, :HV-EXEC-DATE,
                      :HV-NEW-QTY, :HV-NEW-AVG, :HV-ORIG-TRADE-ID,
                      :HV-COMMISSION, :HV-FEES,
                      :HV-SETTLE-DATE, :HV-CURRENCY, :HV-BUS-DATE)
           END-EXEC
           PERFORM CHECK-SQL
           ADD 1 TO WS-TRADE-COUNT
           MOVE 'TRADES REJECTED BAD ACCOUNT'    TO CTLRPT-LABEL
           MOVE WS-ACCT-REJECT-COUNT            TO CTLRPT-VALUE
           WRITE CTLRPT-REC
           MOVE 'TRADES REJECTED BAD SYMBOL'     TO CTLRPT-LABEL
           MOVE WS-SYM-REJECT-COUNT             TO CTLRPT-VALUE
           WRITE CTLRPT-REC
           MOVE 'TRADES OUTSIDE PARTITION RANGE' TO CTLRPT-LABEL
           MOVE WS-SKIPPED-RANGE-COUNT          TO CTLRPT-VALUE
           WRITE CTLRPT-REC

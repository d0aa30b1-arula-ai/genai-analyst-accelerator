       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRKRG190.
       AUTHOR. ANALYST TEAM.
       INSTALLATION. OSZ SECURITIES PROCESSING.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z16.
       OBJECT-COMPUTER. IBM-Z16.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIRM-FILE ASSIGN TO 'CONFIRM-OUT'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONFIRM-FILE
           RECORD CONTAINS 160 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS CONFIRM-REC.

      *    ONE RECORD PER CLIENT CONFIRMATION. CNF-TYPE IS NEW FOR AN
      *    EXECUTION, CANCEL FOR A BUSTED TRADE (SIDE X) AND CORRECTED
      *    FOR AN AMENDED ONE (SIDE C); THE LAST TWO CARRY THE TRADE-ID
      *    THEY REPLACE IN CNF-ORIG-TRADE-ID. CNF-SIDE IS ALWAYS THE
      *    ECONOMIC DIRECTION (B/S) AND CNF-SIDE-DESC SPELLS OUT BUY,
      *    SELL, SHORT OR COVER FOR THE PRINTED CONFIRM. THE NET
      *    AMOUNT IS WHAT THE CLIENT PAYS ON A BUY (PRINCIPAL PLUS
      *    COMMISSION AND FEES) OR RECEIVES ON A SELL (PRINCIPAL LESS
      *    COMMISSION AND FEES).
       01  CONFIRM-REC.
           05  CNF-PLAN-ID             PIC X(08).
           05  CNF-TYPE                PIC X(10).
           05  CNF-TRADE-ID            PIC X(16).
           05  CNF-ACCOUNT-ID          PIC X(12).
           05  CNF-SYMBOL              PIC X(10).
           05  CNF-SIDE                PIC X(01).
           05  CNF-SIDE-DESC           PIC X(05).
           05  CNF-QUANTITY            PIC S9(9).
           05  CNF-PRICE               PIC S9(7)V99.
           05  CNF-EXEC-DATE           PIC 9(08).
           05  CNF-SETTLE-DATE         PIC 9(08).
           05  CNF-CURRENCY            PIC X(03).
           05  CNF-COMMISSION          PIC S9(5)V99.
           05  CNF-FEES                PIC S9(5)V99.
           05  CNF-NET-AMOUNT          PIC S9(11)V99.
           05  CNF-ORIG-TRADE-ID       PIC X(16).
           05  CNF-AUDIT-ID            PIC 9(09).
           05  FILLER                  PIC X(09).

       WORKING-STORAGE SECTION.
       01  WS-ABORT-FLAG            PIC X VALUE 'N'.
           88  PROGRAM-OK                     VALUE 'N'.
           88  PROGRAM-FAILED                 VALUE 'Y'.
       01  WS-CNF-CURSOR-EOF-SW     PIC X VALUE 'N'.
           88  CNF-CURSOR-EOF                 VALUE 'Y'.
       01  WS-ORIG-FOUND-SW         PIC X VALUE 'N'.
           88  ORIG-FOUND                     VALUE 'Y'.
           88  ORIG-NOT-FOUND                 VALUE 'N'.

       01  WS-RUN-DATE              PIC 9(08) VALUE 0.
       01  WS-AUDIT-READ-COUNT      PIC S9(9) COMP VALUE 0.
       01  WS-CONFIRM-COUNT         PIC S9(9) COMP VALUE 0.
       01  WS-NEW-COUNT             PIC S9(9) COMP VALUE 0.
       01  WS-CANCEL-COUNT          PIC S9(9) COMP VALUE 0.
       01  WS-CORRECT-COUNT         PIC S9(9) COMP VALUE 0.
       01  WS-NO-ORIG-COUNT         PIC S9(9) COMP VALUE 0.
       01  WS-PRINCIPAL             PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-PRIOR-QTY             PIC S9(9) COMP-3 VALUE 0.
       01  WS-SQL-CONTEXT           PIC X(30).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  HV-PLAN-ID              PIC X(08).
       01  HV-POST-DATE            PIC 9(8).
       01  HV-AUDIT-ID             PIC S9(9) COMP.
       01  HV-TRADE-ID             PIC X(16).
       01  HV-ACCOUNT-ID           PIC X(12).
       01  HV-SYMBOL               PIC X(10).
       01  HV-SIDE                 PIC X.
       01  HV-QUANTITY             PIC S9(9) COMP-3.
       01  HV-PRICE                PIC S9(7)V99 COMP-3.
       01  HV-EXEC-DATE            PIC 9(8).
       01  HV-SETTLE-DATE          PIC 9(8).
       01  HV-CURRENCY             PIC X(3).
       01  HV-NEW-QTY              PIC S9(9) COMP-3.
       01  HV-ORIG-TRADE-ID        PIC X(16).
       01  HV-COMMISSION           PIC S9(5)V99 COMP-3.
       01  HV-FEES                 PIC S9(5)V99 COMP-3.
       01  HV-ORIG-SIDE            PIC X.
       01  HV-ORIG-QTY             PIC S9(9) COMP-3.
       01  HV-ORIG-PRICE           PIC S9(7)V99 COMP-3.
       01  HV-ORIG-EXEC-DATE       PIC 9(8).
       01  HV-ORIG-SETTLE-DATE     PIC 9(8).
       01  HV-ORIG-CURRENCY        PIC X(3).
       01  HV-ORIG-NEW-QTY         PIC S9(9) COMP-3.
       01  HV-ORIG-COMMISSION      PIC S9(5)V99 COMP-3.
       01  HV-ORIG-FEES            PIC S9(5)V99 COMP-3.
       01  HV-LOG-DATE             PIC 9(8).
       01  HV-LOG-PHASE            PIC X(01).
       01  HV-LOG-RC               PIC S9(4) COMP.
       01  HV-LOG-IN               PIC S9(9) COMP.
       01  HV-LOG-OUT              PIC S9(9) COMP.
       EXEC SQL END DECLARE SECTION END-EXEC.

       01  FILLER.
           05  WS-PLAN-NAME        PIC X(8)  VALUE 'ULTRA01'.

       PROCEDURE DIVISION.

      *    TONIGHT'S CLIENT ACTIVITY IS EVERY B/S/X/C AUDIT ROW
      *    BRKRG010 STAMPED WITH TONIGHT'S DATE. SYSTEM SIDES A, D AND
      *    T ARE NOT CLIENT EXECUTIONS AND GET NO CONFIRM. ROWS WRITTEN
      *    BEFORE THE AUDIT TABLE CARRIED SETTLE DATE AND CURRENCY
      *    DEFAULT TO THE EXEC DATE AND USD.
       EXEC SQL
            DECLARE CNF-AUDIT-CURSOR CURSOR FOR
            SELECT AUDIT_ID, TRADE_ID, ACCOUNT_ID, SYMBOL, SIDE,
                   QUANTITY, PRICE, EXEC_DATE,
                   COALESCE(SETTLE_DATE, EXEC_DATE),
                   COALESCE(CURRENCY, 'USD'), NEW_QTY,
                   COALESCE(ORIG_TRADE_ID, ' '),
                   COALESCE(COMMISSION, 0), COALESCE(FEES, 0)
              FROM BRKG_TRADE_AUD
             WHERE PLAN_ID = :HV-PLAN-ID
               AND EXEC_DATE = :HV-POST-DATE
               AND SIDE IN ('B', 'S', 'X', 'C')
               AND TRADE_ID NOT LIKE 'BKO%'
             ORDER BY ACCOUNT_ID, AUDIT_ID
       END-EXEC.

       MAIN-SECTION.
           PERFORM INIT-PROGRAM
           IF PROGRAM-FAILED
              GO TO WRAP-UP
           END-IF
           PERFORM FETCH-AUDIT-ROW
              UNTIL CNF-CURSOR-EOF OR PROGRAM-FAILED
           PERFORM WRAP-UP
           GOBACK.

       INIT-PROGRAM.
           DISPLAY 'BRKRG190 STARTING - DAILY TRADE CONFIRMATIONS'
           MOVE WS-PLAN-NAME TO HV-PLAN-ID
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
           MOVE WS-RUN-DATE TO HV-POST-DATE
           MOVE WS-RUN-DATE TO HV-LOG-DATE
           PERFORM WRITE-RUN-LOG-START
           OPEN OUTPUT CONFIRM-FILE
           MOVE 'OPEN CONFIRM CURSOR' TO WS-SQL-CONTEXT
           EXEC SQL OPEN CNF-AUDIT-CURSOR END-EXEC
           PERFORM CHECK-SQL.

       FETCH-AUDIT-ROW.
           MOVE 'FETCH CONFIRM CURSOR' TO WS-SQL-CONTEXT
           EXEC SQL
              FETCH CNF-AUDIT-CURSOR
                INTO :HV-AUDIT-ID, :HV-TRADE-ID, :HV-ACCOUNT-ID,
                     :HV-SYMBOL, :HV-SIDE, :HV-QUANTITY, :HV-PRICE,
                     :HV-EXEC-DATE, :HV-SETTLE-DATE, :HV-CURRENCY,
                     :HV-NEW-QTY, :HV-ORIG-TRADE-ID,
                     :HV-COMMISSION, :HV-FEES
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO WS-AUDIT-READ-COUNT
                 PERFORM BUILD-CONFIRM
              WHEN 100
                 SET CNF-CURSOR-EOF TO TRUE
              WHEN OTHER
                 PERFORM SQL-ERROR
           END-EVALUATE.

       BUILD-CONFIRM.
           MOVE SPACES             TO CONFIRM-REC
           MOVE HV-PLAN-ID         TO CNF-PLAN-ID
           MOVE HV-TRADE-ID        TO CNF-TRADE-ID
           MOVE HV-ACCOUNT-ID      TO CNF-ACCOUNT-ID
           MOVE HV-SYMBOL          TO CNF-SYMBOL
           MOVE HV-AUDIT-ID        TO CNF-AUDIT-ID
           EVALUATE HV-SIDE
              WHEN 'B'
              WHEN 'S'
                 MOVE 'NEW'      TO CNF-TYPE
                 MOVE HV-SIDE    TO CNF-SIDE
                 PERFORM MOVE-CONFIRM-TERMS
                 ADD 1 TO WS-NEW-COUNT
              WHEN 'X'
                 PERFORM BUILD-CANCEL-CONFIRM
              WHEN 'C'
                 PERFORM BUILD-CORRECT-CONFIRM
           END-EVALUATE
           IF PROGRAM-FAILED
              EXIT PARAGRAPH
           END-IF
           PERFORM DERIVE-SIDE-DESC
           PERFORM COMPUTE-NET-AMOUNT
           WRITE CONFIRM-REC
           ADD 1 TO WS-CONFIRM-COUNT.

      *    A CANCEL CONFIRM RESTATES THE TERMS OF THE EXECUTION BEING
      *    BUSTED SO THE CLIENT CAN MATCH IT TO THE CONFIRM THEY
      *    ALREADY HOLD. IF THE ORIGINAL CANNOT BE FOUND THE CANCEL
      *    ROW'S OWN TERMS ARE USED AND THE ITEM IS COUNTED FOR OPS.
       BUILD-CANCEL-CONFIRM.
           MOVE 'CANCEL'           TO CNF-TYPE
           MOVE HV-ORIG-TRADE-ID   TO CNF-ORIG-TRADE-ID
           ADD 1 TO WS-CANCEL-COUNT
           PERFORM FETCH-ORIGINAL-AUDIT
           IF PROGRAM-FAILED
              EXIT PARAGRAPH
           END-IF
           IF ORIG-FOUND
              MOVE HV-ORIG-SIDE        TO CNF-SIDE HV-SIDE
              MOVE HV-ORIG-QTY         TO HV-QUANTITY
              MOVE HV-ORIG-PRICE       TO HV-PRICE
              MOVE HV-ORIG-EXEC-DATE   TO HV-EXEC-DATE
              MOVE HV-ORIG-SETTLE-DATE TO HV-SETTLE-DATE
              MOVE HV-ORIG-CURRENCY    TO HV-CURRENCY
              MOVE HV-ORIG-NEW-QTY     TO HV-NEW-QTY
              MOVE HV-ORIG-COMMISSION  TO HV-COMMISSION
              MOVE HV-ORIG-FEES        TO HV-FEES
           ELSE
              MOVE SPACE               TO CNF-SIDE
           END-IF
           PERFORM MOVE-CONFIRM-TERMS.

      *    A CORRECTION REAPPLIES THE ORIGINAL'S DIRECTION AT THE
      *    CORRECTED TERMS, SO THE CONFIRM CARRIES THE ORIGINAL'S SIDE
      *    WITH THE CORRECTION ROW'S QUANTITY, PRICE AND CHARGES.
       BUILD-CORRECT-CONFIRM.
           MOVE 'CORRECTED'        TO CNF-TYPE
           MOVE HV-ORIG-TRADE-ID   TO CNF-ORIG-TRADE-ID
           ADD 1 TO WS-CORRECT-COUNT
           PERFORM FETCH-ORIGINAL-AUDIT
           IF PROGRAM-FAILED
              EXIT PARAGRAPH
           END-IF
           IF ORIG-FOUND
              MOVE HV-ORIG-SIDE        TO CNF-SIDE HV-SIDE
           ELSE
              MOVE SPACE               TO CNF-SIDE
           END-IF
           PERFORM MOVE-CONFIRM-TERMS.

       MOVE-CONFIRM-TERMS.
           MOVE HV-QUANTITY        TO CNF-QUANTITY
           MOVE HV-PRICE           TO CNF-PRICE
           MOVE HV-EXEC-DATE       TO CNF-EXEC-DATE
           MOVE HV-SETTLE-DATE     TO CNF-SETTLE-DATE
           MOVE HV-CURRENCY        TO CNF-CURRENCY
           MOVE HV-COMMISSION      TO CNF-COMMISSION
           MOVE HV-FEES            TO CNF-FEES.

      *    THE ORIGINAL IS THE B/S ROW THE CANCEL OR CORRECT POINTS
      *    AT, MATCHED THE SAME WAY BRKRG010 MATCHED IT WHEN IT
      *    BACKED THE TRADE OUT.
       FETCH-ORIGINAL-AUDIT.
           SET ORIG-NOT-FOUND TO TRUE
           IF HV-ORIG-TRADE-ID = SPACES
              PERFORM REPORT-NO-ORIGINAL
              EXIT PARAGRAPH
           END-IF
           MOVE 'FETCH ORIGINAL AUDIT' TO WS-SQL-CONTEXT
           EXEC SQL
              SELECT SIDE, QUANTITY, PRICE, EXEC_DATE,
                     COALESCE(SETTLE_DATE, EXEC_DATE),
                     COALESCE(CURRENCY, 'USD'), NEW_QTY,
                     COALESCE(COMMISSION, 0), COALESCE(FEES, 0)
                INTO :HV-ORIG-SIDE, :HV-ORIG-QTY, :HV-ORIG-PRICE,
                     :HV-ORIG-EXEC-DATE, :HV-ORIG-SETTLE-DATE,
                     :HV-ORIG-CURRENCY, :HV-ORIG-NEW-QTY,
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
                 SET ORIG-FOUND TO TRUE
              WHEN 100
              WHEN -811
                 PERFORM REPORT-NO-ORIGINAL
              WHEN OTHER
                 PERFORM SQL-ERROR
           END-EVALUATE.

       REPORT-NO-ORIGINAL.
           ADD 1 TO WS-NO-ORIG-COUNT
           DISPLAY 'BRKRG190 NO UNIQUE ORIGINAL FOR ' HV-SIDE
                   ' TRADE ' HV-TRADE-ID ' ORIG ' HV-ORIG-TRADE-ID
                   ' - CONFIRM WRITTEN WITHOUT SIDE'.

      *    SHORT AND COVER ARE READ OFF THE POSITION THE AUDIT ROW
      *    LEFT BEHIND: A SELL THAT LEAVES THE POSITION NEGATIVE
      *    OPENED OR ADDED TO A SHORT; A BUY WHOSE PRIOR POSITION
      *    (NEW_QTY LESS THE BUY) WAS NEGATIVE COVERED ONE.
       DERIVE-SIDE-DESC.
           COMPUTE WS-PRIOR-QTY = HV-NEW-QTY - HV-QUANTITY
           EVALUATE TRUE
              WHEN CNF-SIDE = 'S' AND HV-NEW-QTY < 0
                 MOVE 'SHORT' TO CNF-SIDE-DESC
              WHEN CNF-SIDE = 'S'
                 MOVE 'SELL'  TO CNF-SIDE-DESC
              WHEN CNF-SIDE = 'B' AND WS-PRIOR-QTY < 0
                 MOVE 'COVER' TO CNF-SIDE-DESC
              WHEN CNF-SIDE = 'B'
                 MOVE 'BUY'   TO CNF-SIDE-DESC
              WHEN OTHER
                 MOVE SPACES  TO CNF-SIDE-DESC
           END-EVALUATE.

       COMPUTE-NET-AMOUNT.
           COMPUTE WS-PRINCIPAL = HV-QUANTITY * HV-PRICE
           IF CNF-SIDE = 'S'
              COMPUTE CNF-NET-AMOUNT =
                      WS-PRINCIPAL - HV-COMMISSION - HV-FEES
           ELSE
              COMPUTE CNF-NET-AMOUNT =
                      WS-PRINCIPAL + HV-COMMISSION + HV-FEES
           END-IF.

       WRITE-RUN-LOG-START.
           MOVE 'S' TO HV-LOG-PHASE
           MOVE ZERO TO HV-LOG-RC HV-LOG-IN HV-LOG-OUT
           PERFORM INSERT-RUN-LOG-ROW
           MOVE 'COMMIT RUN LOG' TO WS-SQL-CONTEXT
           EXEC SQL COMMIT END-EXEC
           PERFORM CHECK-SQL.

       WRITE-RUN-LOG-END.
           MOVE 'C' TO HV-LOG-PHASE
           MOVE RETURN-CODE TO HV-LOG-RC
           MOVE WS-AUDIT-READ-COUNT TO HV-LOG-IN
           MOVE WS-CONFIRM-COUNT TO HV-LOG-OUT
           PERFORM INSERT-RUN-LOG-ROW
           EXEC SQL COMMIT END-EXEC.

       INSERT-RUN-LOG-ROW.
           MOVE 'INSERT RUN LOG' TO WS-SQL-CONTEXT
           EXEC SQL
              INSERT INTO BRKG_RUN_LOG
                     (PLAN_ID, RUN_DATE, LOG_SEQ, PROGRAM_ID,
                      PHASE, RETURN_CODE, RECS_IN, RECS_OUT)
              VALUES (:HV-PLAN-ID, :HV-LOG-DATE,
                      (SELECT COALESCE(MAX(LOG_SEQ), 0) + 1
                         FROM BRKG_RUN_LOG
                        WHERE RUN_DATE = :HV-LOG-DATE),
                      'BRKRG190', :HV-LOG-PHASE, :HV-LOG-RC,
                      :HV-LOG-IN, :HV-LOG-OUT)
           END-EXEC
           IF SQLCODE < 0
              DISPLAY 'BRKRG190 RUN LOG INSERT FAILED, CODE '
                      SQLCODE ' - CONTINUING'
           END-IF.

       CHECK-SQL.
           IF SQLCODE < 0
              PERFORM SQL-ERROR
           END-IF.

       SQL-ERROR.
           DISPLAY 'BRKRG190 SQL ERROR IN ' WS-SQL-CONTEXT
                   ' CODE ' SQLCODE
           MOVE 'Y' TO WS-ABORT-FLAG
           MOVE 'Y' TO WS-CNF-CURSOR-EOF-SW.

       WRAP-UP.
           IF PROGRAM-FAILED
              DISPLAY 'BRKRG190 ABENDED - CHECK JOBLOG'
              MOVE 12 TO RETURN-CODE
           ELSE
              MOVE 'CLOSE CONFIRM CURSOR' TO WS-SQL-CONTEXT
              EXEC SQL CLOSE CNF-AUDIT-CURSOR END-EXEC
              PERFORM CHECK-SQL
              IF WS-NO-ORIG-COUNT > 0
                 MOVE 4 TO RETURN-CODE
              ELSE
                 MOVE 0 TO RETURN-CODE
              END-IF
              DISPLAY 'BRKRG190 NORMAL END'
           END-IF
           PERFORM WRITE-RUN-LOG-END
           DISPLAY '========================================'
           DISPLAY 'BRKRG190 CONFIRMATION SUMMARY'
           DISPLAY '========================================'
           DISPLAY 'AUDIT ROWS READ        = ' WS-AUDIT-READ-COUNT
           DISPLAY 'NEW EXECUTION CONFIRMS = ' WS-NEW-COUNT
           DISPLAY 'CANCEL CONFIRMS        = ' WS-CANCEL-COUNT
           DISPLAY 'CORRECTED CONFIRMS     = ' WS-CORRECT-COUNT
           DISPLAY 'CONFIRMS WRITTEN       = ' WS-CONFIRM-COUNT
           DISPLAY 'ORIGINAL NOT FOUND     = ' WS-NO-ORIG-COUNT
           DISPLAY '========================================'
           CLOSE CONFIRM-FILE
           GOBACK.

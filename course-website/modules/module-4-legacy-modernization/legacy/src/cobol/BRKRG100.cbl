              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STMEXC-FILE ASSIGN TO 'STMEXC-OUT'
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SECMAST-FILE ASSIGN TO 'SECMAST-IN'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SECMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.

       01  STMEXC-REC                  PIC X(132).

       FD  SECMAST-FILE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS SECMAST-REC.

       01  SECMAST-REC.
           COPY BRKRGSEC.

       WORKING-STORAGE SECTION.
       01  WS-END-OF-ACCTS          PIC X VALUE 'N'.
           88  ACCTS-REMAINING                 VALUE 'N'.
           88  HOLD-CURSOR-EOF                 VALUE 'Y'.
       01  WS-ACT-CURSOR-EOF-SW     PIC X VALUE 'N'.
           88  ACT-CURSOR-EOF                  VALUE 'Y'.
       01  WS-PERF-CURSOR-EOF-SW    PIC X VALUE 'N'.
           88  PERF-CURSOR-EOF                 VALUE 'Y'.
       01  WS-ABORT-FLAG            PIC X VALUE 'N'.
           88  PROGRAM-OK                     VALUE 'N'.
           88  PROGRAM-FAILED                 VALUE 'Y'.
       01  WS-PARM-STATUS           PIC X(02).
       01  WS-ADJUST-STATUS         PIC X(02).
       01  WS-SECMAST-STATUS        PIC X(02).
       01  WS-END-OF-SECMAST        PIC X VALUE 'N'.
           88  SECMAST-REMAINING               VALUE 'N'.
           88  NO-MORE-SECMAST                 VALUE 'Y'.
       01  WS-SQL-CONTEXT           PIC X(30).

       01  WS-STMT-COUNT            PIC S9(9) COMP VALUE 0.
               10  WS-SYM-LAST-QTY PIC S9(9) COMP-3.
               10  WS-SYM-ACT-SW   PIC X.

      *    DESCRIPTIONS AND ASSET CLASSES FOR THE HOLDINGS LINES
      *    COME FROM THE SECURITY MASTER. EACH HOLDINGS SECTION
      *    CLOSES WITH A COST-VALUE SUBTOTAL PER ASSET CLASS; A
      *    SYMBOL THE MASTER DOES NOT CARRY ROLLS UP AS UNKNOWN.
       01  WS-SEC-COUNT             PIC S9(4) COMP VALUE 0.
       01  WS-SEC-TABLE-MAX         PIC S9(4) COMP VALUE 5000.
       01  WS-SEC-TABLE.
           05  WS-SEC-ENTRY OCCURS 5000 TIMES INDEXED BY SEC-IDX.
               10  WS-SEC-SYMBOL    PIC X(10).
               10  WS-SEC-DESC      PIC X(30).
               10  WS-SEC-CLASS     PIC X(08).
       01  WS-HOLD-CLASS            PIC X(08) VALUE SPACES.
       01  WS-HOLD-COST-VALUE       PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-CLS-COUNT             PIC S9(4) COMP VALUE 0.
       01  WS-CLS-TABLE-MAX         PIC S9(4) COMP VALUE 20.
       01  WS-CLS-TABLE.
           05  WS-CLS-ENTRY OCCURS 20 TIMES INDEXED BY CLS-IDX.
               10  WS-CLS-CLASS     PIC X(08).
               10  WS-CLS-VALUE     PIC S9(13)V99 COMP-3.

       01  WS-PERF-ROW-COUNT        PIC S9(4) COMP VALUE 0.

       01  WS-HOLD-PHASE            PIC X VALUE 'O'.
       01  WS-ACCT-INTEREST         PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-ACCT-TIED-SW          PIC X VALUE 'Y'.
           05  STM-HOLD-QTY         PIC -(8)9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  STM-HOLD-AVG         PIC -(8)9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  STM-HOLD-DESC        PIC X(30).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  STM-HOLD-CLASS       PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  STM-HOLD-VALUE       PIC -(12)9.99.
           05  FILLER               PIC X(41) VALUE SPACES.

       01  WS-STMT-CLASS-LINE.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  FILLER               PIC X(12) VALUE 'ASSET CLASS '.
           05  STM-CLS-CLASS        PIC X(08).
           05  FILLER               PIC X(12) VALUE ' COST VALUE '.
           05  STM-CLS-VALUE        PIC -(12)9.99.
           05  FILLER               PIC X(82) VALUE SPACES.

       01  WS-STMT-ACT-LINE.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  STM-AMT-VALUE        PIC -(12)9.99.
           05  FILLER               PIC X(84) VALUE SPACES.

       01  WS-STMT-PERF-LINE.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  STM-PERF-LABEL       PIC X(30).
           05  STM-PERF-PCT         PIC -(5)9.99.
           05  FILLER               PIC X(09) VALUE ' %  FROM '.
           05  STM-PERF-FROM        PIC 9(08).
           05  FILLER               PIC X(74) VALUE SPACES.

       01  WS-STMT-PERF-NONE-LINE.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  FILLER               PIC X(40) VALUE
               'NOT AVAILABLE FOR THIS PERIOD'.
           05  FILLER               PIC X(90) VALUE SPACES.

       01  WS-STMT-VOID-LINE.
           05  FILLER               PIC X(52) VALUE
               'STATEMENT VOID - POSITIONS DO NOT TIE OUT - DO NOT '.
       01  HV-PRECOND-COUNT        PIC S9(9) COMP.
       01  HV-COMMISSION           PIC S9(5)V99 COMP-3.
       01  HV-FEES                 PIC S9(5)V99 COMP-3.
       01  HV-PERIOD-TYPE          PIC X(01).
       01  HV-PERIOD-START         PIC 9(8).
       01  HV-RETURN-PCT           PIC S9(5)V9(4) COMP-3.
       01  HV-LOG-DATE             PIC 9(8).
       01  HV-LOG-PHASE            PIC X(01).
       01  HV-LOG-RC               PIC S9(4) COMP.
             ORDER BY SYMBOL ASC, AUDIT_ID ASC
       END-EXEC.

      *    THE TIME-WEIGHTED RETURNS BRKRG330 STORED FOR THIS
      *    STATEMENT PERIOD: THE MONTH, THEN QUARTER AND YEAR TO
      *    DATE, EACH WITH THE DATE IT IS MEASURED FROM.
       EXEC SQL
            DECLARE STMT-PERF-CURSOR CURSOR FOR
            SELECT PERIOD_TYPE, PERIOD_START, RETURN_PCT
              FROM BRKG_PERF_RETURN
             WHERE PLAN_ID = :HV-PLAN-ID
               AND ACCOUNT_ID = :HV-ACCOUNT-ID
               AND PERIOD_END = :HV-END-DATE
             ORDER BY CASE PERIOD_TYPE WHEN 'M' THEN 1
                                       WHEN 'Q' THEN 2
                                       ELSE 3 END
       END-EXEC.

       MAIN-SECTION.
           PERFORM INIT-PROGRAM
           IF PROGRAM-FAILED OR NO-MORE-ACCTS
           IF PROGRAM-FAILED
              EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-SECURITY-MASTER
           IF PROGRAM-FAILED
              EXIT PARAGRAPH
           END-IF
           PERFORM LOCATE-SNAPSHOT-DATES
           IF PROGRAM-FAILED OR NO-MORE-ACCTS
              EXIT PARAGRAPH
                 END-IF
           END-READ.

       LOAD-SECURITY-MASTER.
           OPEN INPUT SECMAST-FILE
           IF WS-SECMAST-STATUS NOT = '00'
              SET NO-MORE-SECMAST TO TRUE
              DISPLAY 'BRKRG100 - NO SECMAST-IN DATASET, '
                      'HOLDINGS PRINT WITHOUT DESCRIPTIONS'
              EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-SECURITY-ENTRY
              UNTIL NO-MORE-SECMAST OR PROGRAM-FAILED
           CLOSE SECMAST-FILE.

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
                    MOVE SEC-SYMBOL      TO WS-SEC-SYMBOL (SEC-IDX)
                    MOVE SEC-DESCRIPTION TO WS-SEC-DESC (SEC-IDX)
                    MOVE SEC-ASSET-CLASS TO WS-SEC-CLASS (SEC-IDX)
                 END-IF
           END-READ.

       LOCATE-SNAPSHOT-DATES.
           MOVE 'LOCATE OPENING SNAPSHOT' TO WS-SQL-CONTEXT
           EXEC SQL
           IF PROGRAM-FAILED
              EXIT PARAGRAPH
           END-IF
           MOVE 'PERFORMANCE (TIME-WEIGHTED RETURN)'
             TO STM-SECTION-TITLE
           WRITE STMT-REC FROM WS-STMT-SECTION-LINE
           PERFORM LIST-PERFORMANCE
           IF PROGRAM-FAILED
              EXIT PARAGRAPH
           END-IF
           PERFORM TIE-OUT-ACCOUNT
           IF ACCOUNT-TIES
              ADD 1 TO WS-STMT-COUNT

       LIST-HOLDINGS.
           MOVE 'N' TO WS-HOLD-CURSOR-EOF-SW
           INITIALIZE WS-CLS-TABLE
           MOVE ZERO TO WS-CLS-COUNT
           MOVE 'OPEN HOLDINGS CURSOR' TO WS-SQL-CONTEXT
           EXEC SQL OPEN STMT-HOLD-CURSOR END-EXEC
           PERFORM CHECK-SQL
              UNTIL HOLD-CURSOR-EOF OR PROGRAM-FAILED
           MOVE 'CLOSE HOLDINGS CURSOR' TO WS-SQL-CONTEXT
           EXEC SQL CLOSE STMT-HOLD-CURSOR END-EXEC
           PERFORM CHECK-SQL
           PERFORM WRITE-CLASS-SUBTOTAL
              VARYING CLS-IDX FROM 1 BY 1
              UNTIL CLS-IDX > WS-CLS-COUNT.

       LIST-ONE-HOLDING.
           MOVE 'FETCH HOLDING' TO WS-SQL-CONTEXT
                 MOVE HV-SYMBOL   TO STM-HOLD-SYMBOL
                 MOVE HV-POS-QTY  TO STM-HOLD-QTY
                 MOVE HV-AVG-COST TO STM-HOLD-AVG
                 PERFORM LOOKUP-SECURITY
                 COMPUTE WS-HOLD-COST-VALUE ROUNDED =
                         HV-POS-QTY * HV-AVG-COST
                 MOVE WS-HOLD-COST-VALUE TO STM-HOLD-VALUE
                 WRITE STMT-REC FROM WS-STMT-HOLD-LINE
                 PERFORM ADD-CLASS-SUBTOTAL
                 PERFORM FIND-OR-ADD-SYMBOL
                 IF WS-HOLD-PHASE = 'O'
                    MOVE HV-POS-QTY TO WS-SYM-OPEN-QTY (STM-IDX)
                 PERFORM SQL-ERROR
           END-EVALUATE.

       LOOKUP-SECURITY.
           MOVE SPACES    TO STM-HOLD-DESC
           MOVE 'UNKNOWN' TO WS-HOLD-CLASS
           IF WS-SEC-COUNT > 0
              SET SEC-IDX TO 1
              SEARCH WS-SEC-ENTRY
                 AT END
                    CONTINUE
                 WHEN WS-SEC-SYMBOL (SEC-IDX) = HV-SYMBOL
                    MOVE WS-SEC-DESC (SEC-IDX) TO STM-HOLD-DESC
                    IF WS-SEC-CLASS (SEC-IDX) NOT = SPACES
                       MOVE WS-SEC-CLASS (SEC-IDX) TO WS-HOLD-CLASS
                    END-IF
              END-SEARCH
           END-IF
           MOVE WS-HOLD-CLASS TO STM-HOLD-CLASS.

       ADD-CLASS-SUBTOTAL.
           SET CLS-IDX TO 1
           SEARCH WS-CLS-ENTRY
              AT END
                 IF WS-CLS-COUNT >= WS-CLS-TABLE-MAX
                    MOVE 'ASSET CLASS TABLE FULL' TO WS-SQL-CONTEXT
                    PERFORM TABLE-ERROR
                 ELSE
                    ADD 1 TO WS-CLS-COUNT
                    SET CLS-IDX TO WS-CLS-COUNT
                    MOVE WS-HOLD-CLASS TO WS-CLS-CLASS (CLS-IDX)
                    MOVE WS-HOLD-COST-VALUE
                      TO WS-CLS-VALUE (CLS-IDX)
                 END-IF
              WHEN WS-CLS-CLASS (CLS-IDX) = WS-HOLD-CLASS
                 ADD WS-HOLD-COST-VALUE TO WS-CLS-VALUE (CLS-IDX)
           END-SEARCH.

       WRITE-CLASS-SUBTOTAL.
           MOVE WS-CLS-CLASS (CLS-IDX) TO STM-CLS-CLASS
           MOVE WS-CLS-VALUE (CLS-IDX) TO STM-CLS-VALUE
           WRITE STMT-REC FROM WS-STMT-CLASS-LINE.

       LIST-TRADE-ACTIVITY.
           MOVE 'N' TO WS-ACT-CURSOR-EOF-SW
           MOVE 'OPEN ACTIVITY CURSOR' TO WS-SQL-CONTEXT
           MOVE WS-ACCT-INTEREST TO STM-AMT-VALUE
           WRITE STMT-REC FROM WS-STMT-AMT-LINE.

      *    AN ACCOUNT BRKRG330 DID NOT MEASURE (OR A RUN WHERE IT
      *    DID NOT COMPLETE) PRINTS THE SECTION WITH A NOT-AVAILABLE
      *    LINE RATHER THAN A ZERO RETURN.
       LIST-PERFORMANCE.
           MOVE ZERO TO WS-PERF-ROW-COUNT
           MOVE 'N' TO WS-PERF-CURSOR-EOF-SW
           MOVE 'OPEN PERFORMANCE CURSOR' TO WS-SQL-CONTEXT
           EXEC SQL OPEN STMT-PERF-CURSOR END-EXEC
           PERFORM CHECK-SQL
           PERFORM LIST-ONE-RETURN
              UNTIL PERF-CURSOR-EOF OR PROGRAM-FAILED
           MOVE 'CLOSE PERFORMANCE CURSOR' TO WS-SQL-CONTEXT
           EXEC SQL CLOSE STMT-PERF-CURSOR END-EXEC
           PERFORM CHECK-SQL
           IF PROGRAM-OK AND WS-PERF-ROW-COUNT = 0
              WRITE STMT-REC FROM WS-STMT-PERF-NONE-LINE
           END-IF.

       LIST-ONE-RETURN.
           MOVE 'FETCH PERFORMANCE' TO WS-SQL-CONTEXT
           EXEC SQL
              FETCH STMT-PERF-CURSOR
                INTO :HV-PERIOD-TYPE, :HV-PERIOD-START,
                     :HV-RETURN-PCT
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO WS-PERF-ROW-COUNT
                 EVALUATE HV-PERIOD-TYPE
                    WHEN 'M'
                       MOVE 'THIS PERIOD' TO STM-PERF-LABEL
                    WHEN 'Q'
                       MOVE 'QUARTER TO DATE' TO STM-PERF-LABEL
                    WHEN OTHER
                       MOVE 'YEAR TO DATE' TO STM-PERF-LABEL
                 END-EVALUATE
                 MOVE HV-RETURN-PCT   TO STM-PERF-PCT
                 MOVE HV-PERIOD-START TO STM-PERF-FROM
                 WRITE STMT-REC FROM WS-STMT-PERF-LINE
              WHEN 100
                 SET PERF-CURSOR-EOF TO TRUE
              WHEN OTHER
                 PERFORM SQL-ERROR
           END-EVALUATE.

       SUM-ACCOUNT-INTEREST.
           MOVE ZERO TO WS-ACCT-INTEREST
           PERFORM VARYING ADJ-IDX FROM 1 BY 1
           DISPLAY 'BRKRG100 TABLE ERROR IN ' WS-SQL-CONTEXT
           MOVE 'Y' TO WS-ABORT-FLAG
           MOVE 'Y' TO WS-END-OF-ACCTS
           MOVE 'Y' TO WS-END-OF-ADJUST
           MOVE 'Y' TO WS-END-OF-SECMAST.

       WRAP-UP.
           IF PROGRAM-FAILED

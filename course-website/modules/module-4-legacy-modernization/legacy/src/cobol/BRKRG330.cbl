       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRKRG330.
       AUTHOR. ANALYST TEAM.
       INSTALLATION. OSZ SECURITIES PROCESSING.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z16.
       OBJECT-COMPUTER. IBM-Z16.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STMT-PARM-FILE ASSIGN TO 'STMT-PARM'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PARM-STATUS.
           SELECT PERFRPT-FILE ASSIGN TO 'PERFRPT-OUT'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    THE SAME PARM RECORD BRKRG100 READS, SO THE RETURNS ARE
      *    MEASURED OVER EXACTLY THE STATEMENT PERIOD. THE PERIOD
      *    MUST LIE INSIDE ONE CALENDAR MONTH. AN ACCOUNT RANGE
      *    REMEASURES ONLY THOSE ACCOUNTS.
       FD  STMT-PARM-FILE
           RECORD CONTAINS 44 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS STMT-PARM-REC.

       01  STMT-PARM-REC.
           05  PARM-START-DATE         PIC 9(08).
           05  PARM-END-DATE           PIC 9(08).
           05  PARM-LOW-ACCOUNT        PIC X(12).
           05  PARM-HIGH-ACCOUNT       PIC X(12).
           05  FILLER                  PIC X(04).

       FD  PERFRPT-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS PERFRPT-REC.

       01  PERFRPT-REC                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-END-OF-ACCTS          PIC X VALUE 'N'.
           88  ACCTS-REMAINING                 VALUE 'N'.
           88  NO-MORE-ACCTS                   VALUE 'Y'.
       01  WS-DAY-CURSOR-EOF-SW     PIC X VALUE 'N'.
           88  DAY-CURSOR-EOF                  VALUE 'Y'.
       01  WS-MV-CURSOR-EOF-SW      PIC X VALUE 'N'.
           88  MV-CURSOR-EOF                   VALUE 'Y'.
       01  WS-CASH-CURSOR-EOF-SW    PIC X VALUE 'N'.
           88  CASH-CURSOR-EOF                 VALUE 'Y'.
       01  WS-XFER-CURSOR-EOF-SW    PIC X VALUE 'N'.
           88  XFER-CURSOR-EOF                 VALUE 'Y'.
       01  WS-ABORT-FLAG            PIC X VALUE 'N'.
           88  PROGRAM-OK                     VALUE 'N'.
           88  PROGRAM-FAILED                 VALUE 'Y'.
       01  WS-PRECOND-SW            PIC X VALUE 'Y'.
           88  PRECONDITION-MET               VALUE 'Y'.
           88  PRECONDITION-FAILED            VALUE 'N'.
       01  WS-NO-SNAP-SW            PIC X VALUE 'N'.
           88  NO-SNAPSHOTS-IN-PERIOD         VALUE 'Y'.
       01  WS-CHAIN-SW              PIC X VALUE 'N'.
           88  CHAIN-FOUND                    VALUE 'Y'.
           88  CHAIN-NOT-FOUND                VALUE 'N'.
       01  WS-PARM-STATUS           PIC X(02).
       01  WS-SQL-CONTEXT           PIC X(30).

       01  WS-RUN-DATE              PIC 9(08) VALUE 0.
       01  WS-PERIOD-START.
           05  WS-START-CCYY        PIC 9(04).
           05  WS-START-MM          PIC 9(02).
           05  WS-START-DD          PIC 9(02).
       01  WS-PERIOD-END.
           05  WS-END-CCYY          PIC 9(04).
           05  WS-END-MM            PIC 9(02).
           05  WS-END-DD            PIC 9(02).
       01  WS-MONTH-LAST.
           05  WS-LAST-CCYY         PIC 9(04).
           05  WS-LAST-MM           PIC 9(02).
           05  WS-LAST-DD           PIC 9(02).
       01  WS-PRIOR-END.
           05  WS-PRIOR-CCYY        PIC 9(04).
           05  WS-PRIOR-MM          PIC 9(02).
           05  WS-PRIOR-DD          PIC 9(02).
       01  WS-START-INT             PIC S9(9) COMP VALUE 0.
       01  WS-END-INT               PIC S9(9) COMP VALUE 0.
       01  WS-END-QTR               PIC S9(4) COMP VALUE 0.
       01  WS-PRIOR-QTR             PIC S9(4) COMP VALUE 0.

       01  WS-ACCT-READ-COUNT       PIC S9(9) COMP VALUE 0.
       01  WS-MEASURED-COUNT        PIC S9(9) COMP VALUE 0.
       01  WS-NO-VALUE-COUNT        PIC S9(9) COMP VALUE 0.
       01  WS-NOTE-COUNT            PIC S9(9) COMP VALUE 0.
       01  WS-ROWS-WRITTEN          PIC S9(9) COMP VALUE 0.
       01  WS-ROWS-CLEARED          PIC S9(9) COMP VALUE 0.

      *    ONE ENTRY PER BOOK SNAPSHOT DATE FROM THE LAST SNAPSHOT
      *    BEFORE THE PERIOD (THE STARTING VALUE) TO THE LAST ONE
      *    IN IT. THE DATES ARE THE BOOK'S, SO EVERY ACCOUNT IS
      *    MEASURED OVER THE SAME SUB-PERIODS; THE AMOUNTS ARE
      *    CLEARED AND REFILLED FOR EACH ACCOUNT.
       01  WS-DAY-COUNT             PIC S9(4) COMP VALUE 0.
       01  WS-DAY-TABLE-MAX         PIC S9(4) COMP VALUE 40.
       01  WS-DAY-TABLE.
           05  WS-DAY-ENTRY OCCURS 40 TIMES INDEXED BY DAY-IDX.
               10  WS-DAY-DATE      PIC 9(08).
               10  WS-DAY-MV        PIC S9(13)V99 COMP-3.
               10  WS-DAY-CASH-NET  PIC S9(13)V99 COMP-3.
               10  WS-DAY-FLOW      PIC S9(13)V99 COMP-3.
               10  WS-DAY-INCOME    PIC S9(13)V99 COMP-3.

      *    A STARTING VALUE BELOW THIS IS TREATED AS AN EMPTY
      *    ACCOUNT: A FEW CENTS OF RESIDUAL CASH AHEAD OF A NEW
      *    DEPOSIT WOULD OTHERWISE TURN ONE DAY'S MARKET MOVE ON
      *    THE DEPOSIT INTO A RETURN OF THOUSANDS OF PERCENT.
       01  WS-MIN-START-VALUE       PIC S9(5)V99 COMP-3 VALUE 1.00.

       01  WS-RUN-CASH              PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-PREV-VALUE            PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-CUR-VALUE             PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-CUR-FLOW              PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-XFER-VALUE            PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-DAY-FACTOR            PIC S9(5)V9(10) COMP-3 VALUE 0.
       01  WS-DAYS-SKIPPED          PIC S9(4) COMP VALUE 0.
       01  WS-UNPRICED-DISP         PIC Z(6)9.
       01  WS-NOTE                  PIC X(13) VALUE SPACES.

      *    THE MONTH AS MEASURED, THEN THE QUARTER AND YEAR TO DATE
      *    AS CHAINED FROM THE PRIOR MONTH'S STORED ROWS.
       01  WS-MTH-BEGIN-VALUE       PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-MTH-END-VALUE         PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-MTH-FLOWS             PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-MTH-INCOME            PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-MTH-GROWTH            PIC S9(5)V9(10) COMP-3 VALUE 0.
       01  WS-MTH-DAYS              PIC S9(4) COMP VALUE 0.
       01  WS-MTH-PCT               PIC S9(5)V9(4) COMP-3 VALUE 0.
       01  WS-QTD-START             PIC 9(08) VALUE 0.
       01  WS-QTD-PCT               PIC S9(5)V9(4) COMP-3 VALUE 0.
       01  WS-YTD-START             PIC 9(08) VALUE 0.
       01  WS-YTD-PCT               PIC S9(5)V9(4) COMP-3 VALUE 0.

       01  WS-RPT-HEADER-1.
           05  FILLER               PIC X(50) VALUE
               'BRKRG330 TIME-WEIGHTED ACCOUNT PERFORMANCE'.
           05  FILLER               PIC X(07) VALUE 'PERIOD '.
           05  HDR-START            PIC 9(08).
           05  FILLER               PIC X(04) VALUE ' TO '.
           05  HDR-END              PIC 9(08).
           05  FILLER               PIC X(11) VALUE '  RUN DATE '.
           05  HDR-RUN-DATE         PIC 9(08).
           05  FILLER               PIC X(36) VALUE SPACES.

       01  WS-RPT-HEADER-2.
           05  FILLER               PIC X(14) VALUE 'ACCOUNT'.
           05  FILLER               PIC X(15) VALUE
               '    BEGIN VALUE'.
           05  FILLER               PIC X(15) VALUE
               '      END VALUE'.
           05  FILLER               PIC X(15) VALUE
               '      NET FLOWS'.
           05  FILLER               PIC X(15) VALUE
               '         INCOME'.
           05  FILLER               PIC X(09) VALUE '  MONTH%'.
           05  FILLER               PIC X(09) VALUE '    QTD%'.
           05  FILLER               PIC X(09) VALUE ' QTD FROM'.
           05  FILLER               PIC X(09) VALUE '    YTD%'.
           05  FILLER               PIC X(09) VALUE ' YTD FROM'.
           05  FILLER               PIC X(13) VALUE ' NOTE'.

       01  WS-RPT-DETAIL.
           05  DET-ACCOUNT          PIC X(12).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DET-BEGIN-VALUE      PIC -(10)9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DET-END-VALUE        PIC -(10)9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DET-NET-FLOWS        PIC -(10)9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DET-INCOME           PIC -(10)9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DET-MTH-PCT          PIC -(4)9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DET-QTD-PCT          PIC -(4)9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DET-QTD-START        PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DET-YTD-PCT          PIC -(4)9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DET-YTD-START        PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DET-NOTE             PIC X(13).

       01  WS-RPT-COUNT-LINE.
           05  RPT-COUNT-LABEL      PIC X(40).
           05  RPT-COUNT-VALUE      PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(81) VALUE SPACES.

       01  WS-RPT-BLANK-LINE        PIC X(132) VALUE SPACES.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  HV-PLAN-ID              PIC X(08).
       01  HV-START-DATE           PIC 9(8).
       01  HV-END-DATE             PIC 9(8).
       01  HV-MONTH-LAST           PIC 9(8).
       01  HV-LO-ACCOUNT           PIC X(12).
       01  HV-HI-ACCOUNT           PIC X(12).
       01  HV-OPEN-SNAP            PIC 9(8).
       01  HV-CLOSE-SNAP           PIC 9(8).
       01  HV-BASE-DATE            PIC 9(8).
       01  HV-SNAP-DATE            PIC 9(8).
       01  HV-ACCOUNT-ID           PIC X(12).
       01  HV-MV-SUM               PIC S9(13)V99 COMP-3.
       01  HV-CASH-BAL             PIC S9(13)V99 COMP-3.
       01  HV-POST-DATE            PIC 9(8).
       01  HV-CASH-NET             PIC S9(13)V99 COMP-3.
       01  HV-EXT-FLOW             PIC S9(13)V99 COMP-3.
       01  HV-INCOME-AMT           PIC S9(13)V99 COMP-3.
       01  HV-EXEC-DATE            PIC 9(8).
       01  HV-QUANTITY             PIC S9(9) COMP-3.
       01  HV-XFER-PRICE           PIC S9(7)V99 COMP-3.
       01  HV-UNPRICED-COUNT       PIC S9(9) COMP.
       01  HV-PRECOND-COUNT        PIC S9(9) COMP.
       01  HV-PERIOD-TYPE          PIC X(01).
       01  HV-PERIOD-END           PIC 9(8).
       01  HV-PERIOD-START         PIC 9(8).
       01  HV-BEGIN-VALUE          PIC S9(13)V99 COMP-3.
       01  HV-END-VALUE            PIC S9(13)V99 COMP-3.
       01  HV-NET-FLOWS            PIC S9(13)V99 COMP-3.
       01  HV-INCOME               PIC S9(13)V99 COMP-3.
       01  HV-GROWTH               PIC S9(5)V9(10) COMP-3.
       01  HV-RETURN-PCT           PIC S9(5)V9(4) COMP-3.
       01  HV-DAYS-MEASURED        PIC S9(4) COMP.
       01  HV-RUN-DATE             PIC 9(8).
       01  HV-LOG-DATE             PIC 9(8).
       01  HV-LOG-PHASE            PIC X(01).
       01  HV-LOG-RC               PIC S9(4) COMP.
       01  HV-LOG-IN               PIC S9(9) COMP.
       01  HV-LOG-OUT              PIC S9(9) COMP.
       EXEC SQL END DECLARE SECTION END-EXEC.

       01  FILLER.
           05  WS-PLAN-NAME        PIC X(8)  VALUE 'ULTRA01'.

       PROCEDURE DIVISION.

      *    EVERY ACCOUNT THAT HELD A POSITION AT ANY SNAPSHOT IN THE
      *    WINDOW, PLUS EVERY ACCOUNT WITH CASH - A BALANCE AT THE
      *    END OF THE WINDOW OR LEDGER ACTIVITY INSIDE IT.
       EXEC SQL
            DECLARE PERF-ACCT-CURSOR CURSOR FOR
            SELECT DISTINCT ACCOUNT_ID
              FROM BRKG_POSITION_HIST
             WHERE PLAN_ID = :HV-PLAN-ID
               AND SNAP_DATE BETWEEN :HV-BASE-DATE
                                 AND :HV-CLOSE-SNAP
               AND ACCOUNT_ID BETWEEN :HV-LO-ACCOUNT
                                  AND :HV-HI-ACCOUNT
            UNION
            SELECT ACCOUNT_ID
              FROM BRKG_CASH_LEDGER
             WHERE PLAN_ID = :HV-PLAN-ID
               AND POST_DATE <= :HV-CLOSE-SNAP
               AND ACCOUNT_ID BETWEEN :HV-LO-ACCOUNT
                                  AND :HV-HI-ACCOUNT
             GROUP BY ACCOUNT_ID
            HAVING SUM(AMOUNT) <> 0
                OR MAX(POST_DATE) > :HV-BASE-DATE
             ORDER BY 1
       END-EXEC.

       EXEC SQL
            DECLARE PERF-DAY-CURSOR CURSOR FOR
            SELECT DISTINCT SNAP_DATE
              FROM BRKG_POSITION_HIST
             WHERE PLAN_ID = :HV-PLAN-ID
               AND SNAP_DATE BETWEEN :HV-BASE-DATE
                                 AND :HV-CLOSE-SNAP
             ORDER BY 1
       END-EXEC.

      *    EACH SNAPSHOT IS PRICED AT THE LAST CLOSE ON OR BEFORE
      *    ITS OWN DATE, AS BRKRG120 PRICES THE BOOK.
       EXEC SQL
            DECLARE PERF-MV-CURSOR CURSOR FOR
            SELECT H.SNAP_DATE,
                   COALESCE(SUM(H.POSITION_QTY * P.CLOSE_PRICE), 0)
              FROM BRKG_POSITION_HIST H,
                   BRKG_PRICE_HIST P
             WHERE H.PLAN_ID = :HV-PLAN-ID
               AND H.ACCOUNT_ID = :HV-ACCOUNT-ID
               AND H.SNAP_DATE BETWEEN :HV-BASE-DATE
                                   AND :HV-CLOSE-SNAP
               AND P.SYMBOL = H.SYMBOL
               AND P.PRICE_DATE =
                   (SELECT MAX(P2.PRICE_DATE)
                      FROM BRKG_PRICE_HIST P2
                     WHERE P2.SYMBOL = H.SYMBOL
                       AND P2.PRICE_DATE <= H.SNAP_DATE)
             GROUP BY H.SNAP_DATE
             ORDER BY 1
       END-EXEC.

      *    THE DAY'S NET CASH MOVEMENT, AND THE PARTS OF IT THAT
      *    CAME FROM OUTSIDE THE ACCOUNT'S INVESTMENTS: DEPOSITS,
      *    WITHDRAWALS AND JOURNALS, AND INCOME (DIVIDENDS, CREDIT
      *    INTEREST AND INTEREST ADJUSTMENTS). TRADES, MARGIN
      *    INTEREST AND FEES STAY IN THE RETURN.
       EXEC SQL
            DECLARE PERF-CASH-CURSOR CURSOR FOR
            SELECT POST_DATE,
                   COALESCE(SUM(AMOUNT), 0),
                   COALESCE(SUM(CASE WHEN ENTRY_TYPE IN
                                       ('DEP', 'WDL', 'JNL')
                                     THEN AMOUNT ELSE 0 END), 0),
                   COALESCE(SUM(CASE WHEN ENTRY_TYPE IN
                                       ('CSH', 'INT', 'ADJ')
                                     THEN AMOUNT ELSE 0 END), 0)
              FROM BRKG_CASH_LEDGER
             WHERE PLAN_ID = :HV-PLAN-ID
               AND ACCOUNT_ID = :HV-ACCOUNT-ID
               AND POST_DATE > :HV-BASE-DATE
               AND POST_DATE <= :HV-CLOSE-SNAP
             GROUP BY POST_DATE
             ORDER BY 1
       END-EXEC.

      *    ACATS TRANSFERS (SIDE T, QUANTITY SIGNED BY DIRECTION)
      *    MOVE SECURITIES, NOT CASH, SO THEY ARE VALUED AT THE LAST
      *    CLOSE ON OR BEFORE THE TRANSFER DATE - THE TRANSFER'S
      *    OWN COST PRICE ONLY WHEN THE SYMBOL HAS NEVER BEEN PRICED.
       EXEC SQL
            DECLARE PERF-XFER-CURSOR CURSOR FOR
            SELECT A.EXEC_DATE, A.QUANTITY,
                   COALESCE((SELECT P.CLOSE_PRICE
                               FROM BRKG_PRICE_HIST P
                              WHERE P.SYMBOL = A.SYMBOL
                                AND P.PRICE_DATE =
                                    (SELECT MAX(P2.PRICE_DATE)
                                       FROM BRKG_PRICE_HIST P2
                                      WHERE P2.SYMBOL = A.SYMBOL
                                        AND P2.PRICE_DATE
                                            <= A.EXEC_DATE)),
                            A.PRICE)
              FROM BRKG_TRADE_AUD A
             WHERE A.PLAN_ID = :HV-PLAN-ID
               AND A.ACCOUNT_ID = :HV-ACCOUNT-ID
               AND A.SIDE = 'T'
               AND A.EXEC_DATE > :HV-BASE-DATE
               AND A.EXEC_DATE <= :HV-CLOSE-SNAP
             ORDER BY A.EXEC_DATE ASC, A.AUDIT_ID ASC
       END-EXEC.

       MAIN-SECTION.
           PERFORM INIT-PROGRAM
           IF PROGRAM-FAILED OR PRECONDITION-FAILED
              OR NO-SNAPSHOTS-IN-PERIOD
              GO TO WRAP-UP
           END-IF
           PERFORM CLEAR-PERIOD-RETURNS
           IF PROGRAM-FAILED
              GO TO WRAP-UP
           END-IF
           MOVE 'OPEN ACCOUNT CURSOR' TO WS-SQL-CONTEXT
           EXEC SQL OPEN PERF-ACCT-CURSOR END-EXEC
           PERFORM CHECK-SQL
           PERFORM FETCH-PERF-ACCOUNT
              UNTIL NO-MORE-ACCTS OR PROGRAM-FAILED
           IF PROGRAM-FAILED
              GO TO WRAP-UP
           END-IF
           MOVE 'CLOSE ACCOUNT CURSOR' TO WS-SQL-CONTEXT
           EXEC SQL CLOSE PERF-ACCT-CURSOR END-EXEC
           PERFORM CHECK-SQL
           IF PROGRAM-FAILED
              GO TO WRAP-UP
           END-IF
           PERFORM WRITE-REPORT-TOTALS
           MOVE 'COMMIT RETURNS' TO WS-SQL-CONTEXT
           EXEC SQL COMMIT END-EXEC
           PERFORM CHECK-SQL
           PERFORM WRAP-UP
           GOBACK.

       INIT-PROGRAM.
           DISPLAY 'BRKRG330 STARTING - TIME-WEIGHTED PERFORMANCE'
           MOVE WS-PLAN-NAME TO HV-PLAN-ID
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
           MOVE WS-RUN-DATE TO HV-RUN-DATE
           MOVE WS-RUN-DATE TO HV-LOG-DATE
           PERFORM WRITE-RUN-LOG-START
           OPEN OUTPUT PERFRPT-FILE
           PERFORM LOAD-PERFORMANCE-PERIOD
           IF PROGRAM-FAILED
              EXIT PARAGRAPH
           END-IF
           MOVE HV-START-DATE TO HDR-START
           MOVE HV-END-DATE   TO HDR-END
           MOVE WS-RUN-DATE   TO HDR-RUN-DATE
           WRITE PERFRPT-REC FROM WS-RPT-HEADER-1
           WRITE PERFRPT-REC FROM WS-RPT-BLANK-LINE
           WRITE PERFRPT-REC FROM WS-RPT-HEADER-2
           PERFORM CHECK-RUN-PRECONDITION
           IF PROGRAM-FAILED OR PRECONDITION-FAILED
              EXIT PARAGRAPH
           END-IF
           PERFORM LOCATE-SNAPSHOT-DATES
           IF PROGRAM-FAILED OR NO-SNAPSHOTS-IN-PERIOD
              EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-DAY-TABLE.

      *    QUARTER AND YEAR TO DATE ARE BUILT BY CHAINING WHOLE
      *    MONTHS, SO THE PERIOD MAY NOT CROSS A MONTH END.
       LOAD-PERFORMANCE-PERIOD.
           MOVE ZERO TO HV-START-DATE HV-END-DATE
           MOVE LOW-VALUES  TO HV-LO-ACCOUNT
           MOVE HIGH-VALUES TO HV-HI-ACCOUNT
           OPEN INPUT STMT-PARM-FILE
           IF WS-PARM-STATUS = '00'
              READ STMT-PARM-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF PARM-START-DATE IS NUMERIC
                       MOVE PARM-START-DATE TO HV-START-DATE
                    END-IF
                    IF PARM-END-DATE IS NUMERIC
                       MOVE PARM-END-DATE TO HV-END-DATE
                    END-IF
                    IF PARM-LOW-ACCOUNT NOT = SPACES
                       MOVE PARM-LOW-ACCOUNT TO HV-LO-ACCOUNT
                    END-IF
                    IF PARM-HIGH-ACCOUNT NOT = SPACES
                       MOVE PARM-HIGH-ACCOUNT TO HV-HI-ACCOUNT
                    END-IF
              END-READ
              CLOSE STMT-PARM-FILE
           END-IF
           IF HV-START-DATE = 0 OR HV-END-DATE = 0
              OR HV-START-DATE > HV-END-DATE
              DISPLAY 'BRKRG330 - INVALID PERFORMANCE PERIOD PARM'
              MOVE 'Y' TO WS-ABORT-FLAG
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-START-INT =
                   FUNCTION INTEGER-OF-DATE(HV-START-DATE)
           COMPUTE WS-END-INT =
                   FUNCTION INTEGER-OF-DATE(HV-END-DATE)
           IF WS-START-INT = 0 OR WS-END-INT = 0
              DISPLAY 'BRKRG330 - INVALID PERFORMANCE PERIOD PARM'
              MOVE 'Y' TO WS-ABORT-FLAG
              EXIT PARAGRAPH
           END-IF
           MOVE HV-START-DATE TO WS-PERIOD-START
           MOVE HV-END-DATE   TO WS-PERIOD-END
           IF WS-START-CCYY NOT = WS-END-CCYY
              OR WS-START-MM NOT = WS-END-MM
              DISPLAY 'BRKRG330 - PERFORMANCE PERIOD ' HV-START-DATE
                      ' TO ' HV-END-DATE ' CROSSES A MONTH END'
              MOVE 'Y' TO WS-ABORT-FLAG
              EXIT PARAGRAPH
           END-IF
           MOVE WS-PERIOD-END TO WS-MONTH-LAST
           MOVE 31 TO WS-LAST-DD
           MOVE WS-MONTH-LAST TO HV-MONTH-LAST
           COMPUTE WS-END-QTR = (WS-END-MM + 2) / 3
           IF HV-LO-ACCOUNT > HV-HI-ACCOUNT
              DISPLAY 'BRKRG330 - INVALID ACCOUNT RANGE PARM'
              MOVE 'Y' TO WS-ABORT-FLAG
              EXIT PARAGRAPH
           END-IF
           IF HV-LO-ACCOUNT NOT = LOW-VALUES
              OR HV-HI-ACCOUNT NOT = HIGH-VALUES
              DISPLAY 'BRKRG330 RERUN MODE - ACCOUNTS '
                      HV-LO-ACCOUNT ' TO ' HV-HI-ACCOUNT ' ONLY'
           END-IF.

      *    THE LAST SNAPSHOT OF THE MONTH HAS TO EXIST BEFORE THE
      *    MONTH CAN BE MEASURED - THE SAME GATE BRKRG100 USES.
       CHECK-RUN-PRECONDITION.
           MOVE 'CHECK PRECONDITION' TO WS-SQL-CONTEXT
           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-PRECOND-COUNT
                FROM BRKG_RUN_LOG
               WHERE PLAN_ID = :HV-PLAN-ID
                 AND RUN_DATE >= :HV-END-DATE
                 AND PROGRAM_ID = 'BRKRG010'
                 AND PHASE = 'C'
                 AND RETURN_CODE < 8
           END-EXEC
           PERFORM CHECK-SQL
           IF PROGRAM-OK AND HV-PRECOND-COUNT = 0
              SET PRECONDITION-FAILED TO TRUE
              DISPLAY 'BRKRG330 RUN REFUSED - NO CLEAN BRKRG010 '
                      'COMPLETION LOGGED ON OR AFTER ' HV-END-DATE
           END-IF.

      *    THE STARTING VALUE IS THE LAST SNAPSHOT BEFORE THE
      *    PERIOD. WITH NO EARLIER SNAPSHOT (THE BOOK'S FIRST
      *    MONTH) THE PERIOD'S OWN FIRST SNAPSHOT STANDS IN FOR IT.
       LOCATE-SNAPSHOT-DATES.
           MOVE 'LOCATE OPENING SNAPSHOT' TO WS-SQL-CONTEXT
           EXEC SQL
              SELECT COALESCE(MAX(SNAP_DATE), 0)
                INTO :HV-OPEN-SNAP
                FROM BRKG_POSITION_HIST
               WHERE PLAN_ID = :HV-PLAN-ID
                 AND SNAP_DATE < :HV-START-DATE
           END-EXEC
           PERFORM CHECK-SQL
           IF PROGRAM-FAILED
              EXIT PARAGRAPH
           END-IF
           MOVE 'LOCATE CLOSING SNAPSHOT' TO WS-SQL-CONTEXT
           EXEC SQL
              SELECT COALESCE(MAX(SNAP_DATE), 0)
                INTO :HV-CLOSE-SNAP
                FROM BRKG_POSITION_HIST
               WHERE PLAN_ID = :HV-PLAN-ID
                 AND SNAP_DATE <= :HV-END-DATE
           END-EXEC
           PERFORM CHECK-SQL
           IF PROGRAM-FAILED
              EXIT PARAGRAPH
           END-IF
           IF HV-CLOSE-SNAP < HV-START-DATE
              DISPLAY 'BRKRG330 - NO SNAPSHOT INSIDE THE PERIOD'
              SET NO-SNAPSHOTS-IN-PERIOD TO TRUE
              EXIT PARAGRAPH
           END-IF
           IF HV-OPEN-SNAP = 0
              MOVE HV-START-DATE TO HV-BASE-DATE
              DISPLAY 'BRKRG330 - NO SNAPSHOT BEFORE THE PERIOD, '
                      'FIRST SNAPSHOT IN IT IS THE STARTING VALUE'
           ELSE
              MOVE HV-OPEN-SNAP TO HV-BASE-DATE
           END-IF.

       LOAD-DAY-TABLE.
           MOVE ZERO TO WS-DAY-COUNT
           MOVE 'N' TO WS-DAY-CURSOR-EOF-SW
           MOVE 'OPEN DAY CURSOR' TO WS-SQL-CONTEXT
           EXEC SQL OPEN PERF-DAY-CURSOR END-EXEC
           PERFORM CHECK-SQL
           PERFORM LOAD-DAY-ENTRY
              UNTIL DAY-CURSOR-EOF OR PROGRAM-FAILED
           IF PROGRAM-FAILED
              EXIT PARAGRAPH
           END-IF
           MOVE 'CLOSE DAY CURSOR' TO WS-SQL-CONTEXT
           EXEC SQL CLOSE PERF-DAY-CURSOR END-EXEC
           PERFORM CHECK-SQL
           SET DAY-IDX TO 1
           MOVE WS-DAY-DATE (DAY-IDX) TO HV-BASE-DATE
           DISPLAY 'BRKRG330 - MEASURING FROM ' HV-BASE-DATE
                   ' TO ' HV-CLOSE-SNAP ' OVER ' WS-DAY-COUNT
                   ' SNAPSHOTS'.

       LOAD-DAY-ENTRY.
           MOVE 'FETCH SNAPSHOT DATE' TO WS-SQL-CONTEXT
           EXEC SQL
              FETCH PERF-DAY-CURSOR INTO :HV-SNAP-DATE
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 IF WS-DAY-COUNT >= WS-DAY-TABLE-MAX
                    MOVE 'SNAPSHOT DAY TABLE FULL' TO WS-SQL-CONTEXT
                    PERFORM TABLE-ERROR
                 ELSE
                    ADD 1 TO WS-DAY-COUNT
                    SET DAY-IDX TO WS-DAY-COUNT
                    MOVE HV-SNAP-DATE TO WS-DAY-DATE (DAY-IDX)
                 END-IF
              WHEN 100
                 SET DAY-CURSOR-EOF TO TRUE
              WHEN OTHER
                 PERFORM SQL-ERROR
           END-EVALUATE.

      *    A RERUN FOR THE MONTH REPLACES THAT MONTH'S ROWS FOR THE
      *    ACCOUNTS IN RANGE, WHATEVER END DATE THE EARLIER RUN WAS
      *    GIVEN. NOTHING IS COMMITTED UNTIL EVERY ACCOUNT IS DONE.
       CLEAR-PERIOD-RETURNS.
           MOVE 'CLEAR RERUN RETURNS' TO WS-SQL-CONTEXT
           EXEC SQL
              DELETE FROM BRKG_PERF_RETURN
               WHERE PLAN_ID = :HV-PLAN-ID
                 AND PERIOD_END BETWEEN :HV-START-DATE
                                    AND :HV-MONTH-LAST
                 AND ACCOUNT_ID BETWEEN :HV-LO-ACCOUNT
                                    AND :HV-HI-ACCOUNT
           END-EXEC
           IF SQLCODE = 0
              MOVE SQLERRD (3) TO WS-ROWS-CLEARED
           ELSE
              IF SQLCODE NOT = 100
                 PERFORM CHECK-SQL
              END-IF
           END-IF.

       FETCH-PERF-ACCOUNT.
           MOVE 'FETCH ACCOUNT' TO WS-SQL-CONTEXT
           EXEC SQL
              FETCH PERF-ACCT-CURSOR INTO :HV-ACCOUNT-ID
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO WS-ACCT-READ-COUNT
                 PERFORM MEASURE-ONE-ACCOUNT
              WHEN 100
                 SET NO-MORE-ACCTS TO TRUE
              WHEN OTHER
                 PERFORM SQL-ERROR
           END-EVALUATE.

       MEASURE-ONE-ACCOUNT.
           MOVE SPACES TO WS-NOTE
           PERFORM CLEAR-DAY-AMOUNTS
              VARYING DAY-IDX FROM 1 BY 1
              UNTIL DAY-IDX > WS-DAY-COUNT
           PERFORM LOAD-ACCOUNT-VALUES
           IF PROGRAM-FAILED
              EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-ACCOUNT-CASH
           IF PROGRAM-FAILED
              EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-ACCOUNT-TRANSFERS
           IF PROGRAM-FAILED
              EXIT PARAGRAPH
           END-IF
           PERFORM LINK-DAILY-RETURNS
           IF WS-MTH-DAYS = 0
              AND WS-MTH-BEGIN-VALUE = 0
              AND WS-MTH-END-VALUE = 0
              ADD 1 TO WS-NO-VALUE-COUNT
              EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-UNPRICED-HOLDINGS
           IF PROGRAM-FAILED
              EXIT PARAGRAPH
           END-IF
           PERFORM STORE-MONTH-RETURN
           IF PROGRAM-FAILED
              EXIT PARAGRAPH
           END-IF
           MOVE 'Q' TO HV-PERIOD-TYPE
           PERFORM STORE-CHAINED-RETURN
           IF PROGRAM-FAILED
              EXIT PARAGRAPH
           END-IF
           MOVE HV-PERIOD-START TO WS-QTD-START
           MOVE HV-RETURN-PCT   TO WS-QTD-PCT
           MOVE 'Y' TO HV-PERIOD-TYPE
           PERFORM STORE-CHAINED-RETURN
           IF PROGRAM-FAILED
              EXIT PARAGRAPH
           END-IF
           MOVE HV-PERIOD-START TO WS-YTD-START
           MOVE HV-RETURN-PCT   TO WS-YTD-PCT
           ADD 1 TO WS-MEASURED-COUNT
           IF WS-NOTE NOT = SPACES
              ADD 1 TO WS-NOTE-COUNT
           END-IF
           PERFORM WRITE-REPORT-DETAIL.

       CLEAR-DAY-AMOUNTS.
           MOVE ZERO TO WS-DAY-MV (DAY-IDX)
                        WS-DAY-CASH-NET (DAY-IDX)
                        WS-DAY-FLOW (DAY-IDX)
                        WS-DAY-INCOME (DAY-IDX).

       LOAD-ACCOUNT-VALUES.
           MOVE 'N' TO WS-MV-CURSOR-EOF-SW
           MOVE 'OPEN VALUE CURSOR' TO WS-SQL-CONTEXT
           EXEC SQL OPEN PERF-MV-CURSOR END-EXEC
           PERFORM CHECK-SQL
           PERFORM LOAD-ONE-VALUE
              UNTIL MV-CURSOR-EOF OR PROGRAM-FAILED
           IF PROGRAM-FAILED
              EXIT PARAGRAPH
           END-IF
           MOVE 'CLOSE VALUE CURSOR' TO WS-SQL-CONTEXT
           EXEC SQL CLOSE PERF-MV-CURSOR END-EXEC
           PERFORM CHECK-SQL.

       LOAD-ONE-VALUE.
           MOVE 'FETCH SNAPSHOT VALUE' TO WS-SQL-CONTEXT
           EXEC SQL
              FETCH PERF-MV-CURSOR INTO :HV-SNAP-DATE, :HV-MV-SUM
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 SET DAY-IDX TO 1
                 SEARCH WS-DAY-ENTRY
                    AT END
                       CONTINUE
                    WHEN DAY-IDX > WS-DAY-COUNT
                       CONTINUE
                    WHEN WS-DAY-DATE (DAY-IDX) = HV-SNAP-DATE
                       MOVE HV-MV-SUM TO WS-DAY-MV (DAY-IDX)
                 END-SEARCH
              WHEN 100
                 SET MV-CURSOR-EOF TO TRUE
              WHEN OTHER
                 PERFORM SQL-ERROR
           END-EVALUATE.

      *    THE CASH BALANCE AT THE STARTING SNAPSHOT, THEN EACH
      *    DAY'S LEDGER ACTIVITY. A POSTING DATED BETWEEN TWO
      *    SNAPSHOTS BELONGS TO THE SUB-PERIOD ENDING AT THE NEXT.
       LOAD-ACCOUNT-CASH.
           MOVE 'OPENING CASH BALANCE' TO WS-SQL-CONTEXT
           EXEC SQL
              SELECT COALESCE(SUM(AMOUNT), 0)
                INTO :HV-CASH-BAL
                FROM BRKG_CASH_LEDGER
               WHERE PLAN_ID = :HV-PLAN-ID
                 AND ACCOUNT_ID = :HV-ACCOUNT-ID
                 AND POST_DATE <= :HV-BASE-DATE
           END-EXEC
           PERFORM CHECK-SQL
           IF PROGRAM-FAILED
              EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-CASH-CURSOR-EOF-SW
           MOVE 'OPEN CASH CURSOR' TO WS-SQL-CONTEXT
           EXEC SQL OPEN PERF-CASH-CURSOR END-EXEC
           PERFORM CHECK-SQL
           PERFORM LOAD-ONE-CASH-DAY
              UNTIL CASH-CURSOR-EOF OR PROGRAM-FAILED
           IF PROGRAM-FAILED
              EXIT PARAGRAPH
           END-IF
           MOVE 'CLOSE CASH CURSOR' TO WS-SQL-CONTEXT
           EXEC SQL CLOSE PERF-CASH-CURSOR END-EXEC
           PERFORM CHECK-SQL.

       LOAD-ONE-CASH-DAY.
           MOVE 'FETCH CASH DAY' TO WS-SQL-CONTEXT
           EXEC SQL
              FETCH PERF-CASH-CURSOR
                INTO :HV-POST-DATE, :HV-CASH-NET, :HV-EXT-FLOW,
                     :HV-INCOME-AMT
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 SET DAY-IDX TO 2
                 SEARCH WS-DAY-ENTRY
                    AT END
                       CONTINUE
                    WHEN DAY-IDX > WS-DAY-COUNT
                       CONTINUE
                    WHEN WS-DAY-DATE (DAY-IDX) NOT < HV-POST-DATE
                       ADD HV-CASH-NET   TO WS-DAY-CASH-NET (DAY-IDX)
                       ADD HV-EXT-FLOW   TO WS-DAY-FLOW (DAY-IDX)
                       ADD HV-INCOME-AMT TO WS-DAY-INCOME (DAY-IDX)
                 END-SEARCH
              WHEN 100
                 SET CASH-CURSOR-EOF TO TRUE
              WHEN OTHER
                 PERFORM SQL-ERROR
           END-EVALUATE.

       LOAD-ACCOUNT-TRANSFERS.
           MOVE 'N' TO WS-XFER-CURSOR-EOF-SW
           MOVE 'OPEN TRANSFER CURSOR' TO WS-SQL-CONTEXT
           EXEC SQL OPEN PERF-XFER-CURSOR END-EXEC
           PERFORM CHECK-SQL
           PERFORM LOAD-ONE-TRANSFER
              UNTIL XFER-CURSOR-EOF OR PROGRAM-FAILED
           IF PROGRAM-FAILED
              EXIT PARAGRAPH
           END-IF
           MOVE 'CLOSE TRANSFER CURSOR' TO WS-SQL-CONTEXT
           EXEC SQL CLOSE PERF-XFER-CURSOR END-EXEC
           PERFORM CHECK-SQL.

       LOAD-ONE-TRANSFER.
           MOVE 'FETCH TRANSFER' TO WS-SQL-CONTEXT
           EXEC SQL
              FETCH PERF-XFER-CURSOR
                INTO :HV-EXEC-DATE, :HV-QUANTITY, :HV-XFER-PRICE
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 COMPUTE WS-XFER-VALUE ROUNDED =
                         HV-QUANTITY * HV-XFER-PRICE
                 SET DAY-IDX TO 2
                 SEARCH WS-DAY-ENTRY
                    AT END
                       CONTINUE
                    WHEN DAY-IDX > WS-DAY-COUNT
                       CONTINUE
                    WHEN WS-DAY-DATE (DAY-IDX) NOT < HV-EXEC-DATE
                       ADD WS-XFER-VALUE TO WS-DAY-FLOW (DAY-IDX)
                 END-SEARCH
              WHEN 100
                 SET XFER-CURSOR-EOF TO TRUE
              WHEN OTHER
                 PERFORM SQL-ERROR
           END-EVALUATE.

      *    ACCOUNT VALUE = PRICED HOLDINGS PLUS LEDGER CASH. EACH
      *    SUB-PERIOD'S GROWTH IS (END VALUE - THE DAY'S EXTERNAL
      *    FLOWS) / START VALUE, THE FLOWS TAKEN AS ARRIVING AT THE
      *    CLOSE; THE MONTH IS THE PRODUCT OF THE SUB-PERIODS. A
      *    SUB-PERIOD THAT STARTS EMPTY HAS NO RETURN AND IS LEFT
      *    OUT; ONE THAT STARTS IN DEFICIT IS LEFT OUT AND NOTED.
       LINK-DAILY-RETURNS.
           MOVE 1    TO WS-MTH-GROWTH
           MOVE ZERO TO WS-MTH-DAYS WS-DAYS-SKIPPED
                        WS-MTH-FLOWS WS-MTH-INCOME
           MOVE HV-CASH-BAL TO WS-RUN-CASH
           SET DAY-IDX TO 1
           COMPUTE WS-PREV-VALUE = WS-DAY-MV (DAY-IDX) + WS-RUN-CASH
           MOVE WS-PREV-VALUE TO WS-MTH-BEGIN-VALUE
           PERFORM LINK-ONE-DAY
              VARYING DAY-IDX FROM 2 BY 1
              UNTIL DAY-IDX > WS-DAY-COUNT
           MOVE WS-PREV-VALUE TO WS-MTH-END-VALUE
           COMPUTE WS-MTH-PCT ROUNDED = (WS-MTH-GROWTH - 1) * 100
           IF WS-DAYS-SKIPPED > 0
              MOVE 'DEFICIT DAYS' TO WS-NOTE
           END-IF.

       LINK-ONE-DAY.
           ADD WS-DAY-CASH-NET (DAY-IDX) TO WS-RUN-CASH
           COMPUTE WS-CUR-VALUE = WS-DAY-MV (DAY-IDX) + WS-RUN-CASH
           COMPUTE WS-CUR-FLOW = WS-DAY-FLOW (DAY-IDX)
                               + WS-DAY-INCOME (DAY-IDX)
           ADD WS-DAY-FLOW (DAY-IDX)   TO WS-MTH-FLOWS
           ADD WS-DAY-INCOME (DAY-IDX) TO WS-MTH-INCOME
           IF WS-PREV-VALUE NOT < WS-MIN-START-VALUE
              COMPUTE WS-DAY-FACTOR ROUNDED =
                      (WS-CUR-VALUE - WS-CUR-FLOW) / WS-PREV-VALUE
              COMPUTE WS-MTH-GROWTH ROUNDED =
                      WS-MTH-GROWTH * WS-DAY-FACTOR
              ADD 1 TO WS-MTH-DAYS
           ELSE
              IF WS-PREV-VALUE < 0
                 ADD 1 TO WS-DAYS-SKIPPED
              END-IF
           END-IF
           MOVE WS-CUR-VALUE TO WS-PREV-VALUE.

       CHECK-UNPRICED-HOLDINGS.
           MOVE 'COUNT UNPRICED ROWS' TO WS-SQL-CONTEXT
           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-UNPRICED-COUNT
                FROM BRKG_POSITION_HIST H
               WHERE H.PLAN_ID = :HV-PLAN-ID
                 AND H.ACCOUNT_ID = :HV-ACCOUNT-ID
                 AND H.SNAP_DATE BETWEEN :HV-BASE-DATE
                                     AND :HV-CLOSE-SNAP
                 AND H.POSITION_QTY <> 0
                 AND NOT EXISTS
                     (SELECT 1
                        FROM BRKG_PRICE_HIST P
                       WHERE P.SYMBOL = H.SYMBOL
                         AND P.PRICE_DATE <= H.SNAP_DATE)
           END-EXEC
           PERFORM CHECK-SQL
           IF PROGRAM-OK AND HV-UNPRICED-COUNT > 0
              MOVE HV-UNPRICED-COUNT TO WS-UNPRICED-DISP
              MOVE SPACES TO WS-NOTE
              STRING 'UNPRICED' WS-UNPRICED-DISP (3:5)
                 DELIMITED BY SIZE INTO WS-NOTE
              END-STRING
           END-IF.

       STORE-MONTH-RETURN.
           MOVE 'M'                TO HV-PERIOD-TYPE
           MOVE HV-START-DATE      TO HV-PERIOD-START
           MOVE WS-MTH-BEGIN-VALUE TO HV-BEGIN-VALUE
           MOVE WS-MTH-END-VALUE   TO HV-END-VALUE
           MOVE WS-MTH-FLOWS       TO HV-NET-FLOWS
           MOVE WS-MTH-INCOME      TO HV-INCOME
           MOVE WS-MTH-GROWTH      TO HV-GROWTH
           MOVE WS-MTH-PCT         TO HV-RETURN-PCT
           MOVE WS-MTH-DAYS        TO HV-DAYS-MEASURED
           PERFORM INSERT-RETURN-ROW.

      *    QUARTER OR YEAR TO DATE: THE PRIOR MONTH'S STORED ROW OF
      *    THE SAME TYPE, EXTENDED BY THIS MONTH. IT IS ONLY USED
      *    WHEN IT ENDS IN THE MONTH IMMEDIATELY BEFORE THIS ONE
      *    AND INSIDE THE SAME QUARTER OR YEAR; OTHERWISE THE
      *    PERIOD STARTS AFRESH WITH THIS MONTH. A GAP (A MONTH
      *    NEVER MEASURED) IS NOTED SO THE SHORT PERIOD IS SEEN.
       STORE-CHAINED-RETURN.
           SET CHAIN-NOT-FOUND TO TRUE
           IF WS-START-MM > 1
              PERFORM FETCH-PRIOR-PERIOD
              IF PROGRAM-FAILED
                 EXIT PARAGRAPH
              END-IF
           END-IF
           MOVE WS-MTH-END-VALUE TO HV-END-VALUE
           IF CHAIN-FOUND
              ADD WS-MTH-FLOWS  TO HV-NET-FLOWS
              ADD WS-MTH-INCOME TO HV-INCOME
              ADD WS-MTH-DAYS   TO HV-DAYS-MEASURED
              COMPUTE HV-GROWTH ROUNDED = HV-GROWTH * WS-MTH-GROWTH
              COMPUTE HV-RETURN-PCT ROUNDED = (HV-GROWTH - 1) * 100
           ELSE
              MOVE HV-START-DATE      TO HV-PERIOD-START
              MOVE WS-MTH-BEGIN-VALUE TO HV-BEGIN-VALUE
              MOVE WS-MTH-FLOWS       TO HV-NET-FLOWS
              MOVE WS-MTH-INCOME      TO HV-INCOME
              MOVE WS-MTH-GROWTH      TO HV-GROWTH
              MOVE WS-MTH-PCT         TO HV-RETURN-PCT
              MOVE WS-MTH-DAYS        TO HV-DAYS-MEASURED
           END-IF
           PERFORM INSERT-RETURN-ROW.

       FETCH-PRIOR-PERIOD.
           MOVE 'FETCH PRIOR PERIOD ROW' TO WS-SQL-CONTEXT
           EXEC SQL
              SELECT R.PERIOD_END, R.PERIOD_START, R.BEGIN_VALUE,
                     R.NET_FLOWS, R.INCOME, R.GROWTH_FACTOR,
                     R.DAYS_MEASURED
                INTO :HV-PERIOD-END, :HV-PERIOD-START,
                     :HV-BEGIN-VALUE, :HV-NET-FLOWS, :HV-INCOME,
                     :HV-GROWTH, :HV-DAYS-MEASURED
                FROM BRKG_PERF_RETURN R
               WHERE R.PLAN_ID = :HV-PLAN-ID
                 AND R.ACCOUNT_ID = :HV-ACCOUNT-ID
                 AND R.PERIOD_TYPE = :HV-PERIOD-TYPE
                 AND R.PERIOD_END =
                     (SELECT MAX(R2.PERIOD_END)
                        FROM BRKG_PERF_RETURN R2
                       WHERE R2.PLAN_ID = :HV-PLAN-ID
                         AND R2.ACCOUNT_ID = :HV-ACCOUNT-ID
                         AND R2.PERIOD_TYPE = :HV-PERIOD-TYPE
                         AND R2.PERIOD_END < :HV-START-DATE)
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 EXIT PARAGRAPH
              WHEN OTHER
                 PERFORM SQL-ERROR
                 EXIT PARAGRAPH
           END-EVALUATE
           MOVE HV-PERIOD-END TO WS-PRIOR-END
           COMPUTE WS-PRIOR-QTR = (WS-PRIOR-MM + 2) / 3
           IF WS-PRIOR-CCYY NOT = WS-START-CCYY
              EXIT PARAGRAPH
           END-IF
           IF HV-PERIOD-TYPE = 'Q' AND WS-PRIOR-QTR NOT = WS-END-QTR
              EXIT PARAGRAPH
           END-IF
           IF WS-PRIOR-MM + 1 NOT = WS-START-MM
              IF WS-NOTE = SPACES
                 MOVE 'CHAIN GAP' TO WS-NOTE
              END-IF
              EXIT PARAGRAPH
           END-IF
           SET CHAIN-FOUND TO TRUE.

       INSERT-RETURN-ROW.
           MOVE 'INSERT RETURN ROW' TO WS-SQL-CONTEXT
           EXEC SQL
              INSERT INTO BRKG_PERF_RETURN
                     (PLAN_ID, ACCOUNT_ID, PERIOD_TYPE, PERIOD_END,
                      PERIOD_START, BEGIN_VALUE, END_VALUE,
                      NET_FLOWS, INCOME, GROWTH_FACTOR, RETURN_PCT,
                      DAYS_MEASURED, CALC_DATE)
              VALUES (:HV-PLAN-ID, :HV-ACCOUNT-ID, :HV-PERIOD-TYPE,
                      :HV-END-DATE, :HV-PERIOD-START,
                      :HV-BEGIN-VALUE, :HV-END-VALUE, :HV-NET-FLOWS,
                      :HV-INCOME, :HV-GROWTH, :HV-RETURN-PCT,
                      :HV-DAYS-MEASURED, :HV-RUN-DATE)
           END-EXEC
           PERFORM CHECK-SQL
           IF PROGRAM-OK
              ADD 1 TO WS-ROWS-WRITTEN
           END-IF.

       WRITE-REPORT-DETAIL.
           MOVE HV-ACCOUNT-ID      TO DET-ACCOUNT
           MOVE WS-MTH-BEGIN-VALUE TO DET-BEGIN-VALUE
           MOVE WS-MTH-END-VALUE   TO DET-END-VALUE
           MOVE WS-MTH-FLOWS       TO DET-NET-FLOWS
           MOVE WS-MTH-INCOME      TO DET-INCOME
           MOVE WS-MTH-PCT         TO DET-MTH-PCT
           MOVE WS-QTD-PCT         TO DET-QTD-PCT
           MOVE WS-QTD-START       TO DET-QTD-START
           MOVE WS-YTD-PCT         TO DET-YTD-PCT
           MOVE WS-YTD-START       TO DET-YTD-START
           MOVE WS-NOTE            TO DET-NOTE
           WRITE PERFRPT-REC FROM WS-RPT-DETAIL.

       WRITE-REPORT-TOTALS.
           WRITE PERFRPT-REC FROM WS-RPT-BLANK-LINE
           MOVE 'ACCOUNTS READ' TO RPT-COUNT-LABEL
           MOVE WS-ACCT-READ-COUNT TO RPT-COUNT-VALUE
           WRITE PERFRPT-REC FROM WS-RPT-COUNT-LINE
           MOVE 'ACCOUNTS MEASURED' TO RPT-COUNT-LABEL
           MOVE WS-MEASURED-COUNT TO RPT-COUNT-VALUE
           WRITE PERFRPT-REC FROM WS-RPT-COUNT-LINE
           MOVE 'ACCOUNTS WITH NO VALUE IN PERIOD' TO RPT-COUNT-LABEL
           MOVE WS-NO-VALUE-COUNT TO RPT-COUNT-VALUE
           WRITE PERFRPT-REC FROM WS-RPT-COUNT-LINE
           MOVE 'ACCOUNTS WITH A NOTE' TO RPT-COUNT-LABEL
           MOVE WS-NOTE-COUNT TO RPT-COUNT-VALUE
           WRITE PERFRPT-REC FROM WS-RPT-COUNT-LINE
           MOVE 'PRIOR RUN ROWS REPLACED' TO RPT-COUNT-LABEL
           MOVE WS-ROWS-CLEARED TO RPT-COUNT-VALUE
           WRITE PERFRPT-REC FROM WS-RPT-COUNT-LINE
           MOVE 'RETURN ROWS STORED' TO RPT-COUNT-LABEL
           MOVE WS-ROWS-WRITTEN TO RPT-COUNT-VALUE
           WRITE PERFRPT-REC FROM WS-RPT-COUNT-LINE.

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
           MOVE WS-ACCT-READ-COUNT TO HV-LOG-IN
           MOVE WS-ROWS-WRITTEN TO HV-LOG-OUT
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
                      'BRKRG330', :HV-LOG-PHASE, :HV-LOG-RC,
                      :HV-LOG-IN, :HV-LOG-OUT)
           END-EXEC
           IF SQLCODE < 0
              DISPLAY 'BRKRG330 RUN LOG INSERT FAILED, CODE '
                      SQLCODE ' - CONTINUING'
           END-IF.

       CHECK-SQL.
           IF SQLCODE < 0
              PERFORM SQL-ERROR
           END-IF.

       SQL-ERROR.
           DISPLAY 'BRKRG330 SQL ERROR IN ' WS-SQL-CONTEXT
                   ' CODE ' SQLCODE
           EXEC SQL ROLLBACK END-EXEC
           MOVE 'Y' TO WS-ABORT-FLAG
           MOVE 'Y' TO WS-END-OF-ACCTS
           MOVE 'Y' TO WS-DAY-CURSOR-EOF-SW
           MOVE 'Y' TO WS-MV-CURSOR-EOF-SW
           MOVE 'Y' TO WS-CASH-CURSOR-EOF-SW
           MOVE 'Y' TO WS-XFER-CURSOR-EOF-SW.

       TABLE-ERROR.
           DISPLAY 'BRKRG330 TABLE ERROR IN ' WS-SQL-CONTEXT
           EXEC SQL ROLLBACK END-EXEC
           MOVE 'Y' TO WS-ABORT-FLAG
           MOVE 'Y' TO WS-END-OF-ACCTS
           MOVE 'Y' TO WS-DAY-CURSOR-EOF-SW.

      *    AN ABEND ROLLS BACK EVERY ROW THIS RUN STORED, SO THE
      *    PRIOR RUN'S ROWS FOR THE MONTH (IF ANY) STAND. NOTES ARE
      *    A WARNING - THE RETURNS ARE STORED BUT NEED A LOOK.
       WRAP-UP.
           IF PROGRAM-FAILED
              DISPLAY 'BRKRG330 ABENDED - CHECK JOBLOG'
              MOVE 12 TO RETURN-CODE
           ELSE
              IF PRECONDITION-FAILED
                 MOVE 8 TO RETURN-CODE
                 DISPLAY 'BRKRG330 ENDED - RUN REFUSED, '
                         'PREREQUISITE STEP MISSING OR FAILED'
              ELSE
                 IF NO-SNAPSHOTS-IN-PERIOD
                    MOVE 8 TO RETURN-CODE
                 ELSE
                    IF WS-NOTE-COUNT > 0
                       MOVE 4 TO RETURN-CODE
                    ELSE
                       MOVE 0 TO RETURN-CODE
                    END-IF
                 END-IF
                 DISPLAY 'BRKRG330 NORMAL END'
              END-IF
           END-IF
           PERFORM WRITE-RUN-LOG-END
           DISPLAY '========================================'
           DISPLAY 'BRKRG330 PERFORMANCE SUMMARY'
           DISPLAY '========================================'
           DISPLAY 'PERIOD START           = ' HV-START-DATE
           DISPLAY 'PERIOD END             = ' HV-END-DATE
           DISPLAY 'SNAPSHOTS MEASURED     = ' WS-DAY-COUNT
           DISPLAY 'ACCOUNTS READ          = ' WS-ACCT-READ-COUNT
           DISPLAY 'ACCOUNTS MEASURED      = ' WS-MEASURED-COUNT
           DISPLAY 'ACCOUNTS NO VALUE      = ' WS-NO-VALUE-COUNT
           DISPLAY 'ACCOUNTS WITH NOTE     = ' WS-NOTE-COUNT
           DISPLAY 'ROWS REPLACED          = ' WS-ROWS-CLEARED
           DISPLAY 'ROWS STORED            = ' WS-ROWS-WRITTEN
           DISPLAY '========================================'
           CLOSE PERFRPT-FILE
           GOBACK.

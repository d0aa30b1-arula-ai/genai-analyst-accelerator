       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRKRG240.
       AUTHOR. ANALYST TEAM.
       INSTALLATION. OSZ SECURITIES PROCESSING.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z16.
       OBJECT-COMPUTER. IBM-Z16.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SURVPARM-FILE ASSIGN TO 'SURVPARM-IN'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SURVPARM-STATUS.
           SELECT HOLIDAY-FILE ASSIGN TO 'HOLIDAY-IN'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HOLIDAY-STATUS.
           SELECT ACCTMST-FILE ASSIGN TO 'ACCOUNT-MASTER'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ACCTMST-STATUS.
           SELECT SURVEXC-FILE ASSIGN TO 'SURVEXC-OUT'
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCTAUD-FILE ASSIGN TO 'ACCTAUD-OUT'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    COMPLIANCE'S SURVEILLANCE THRESHOLDS. ANY FIELD LEFT
      *    BLANK OR ZERO - OR NO PARM DATASET AT ALL - TAKES THE
      *    BUILT-IN DEFAULT: FOUR ROUND TRIPS MAKE A PATTERN DAY
      *    TRADER, AND THREE VIOLATIONS INSIDE 365 DAYS MAKE A
      *    REPEAT OFFENDER.
       FD  SURVPARM-FILE
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS SURVPARM-REC.

       01  SURVPARM-REC.
           05  SPRM-PDT-MIN-TRIPS      PIC 9(02).
           05  SPRM-REPEAT-COUNT       PIC 9(02).
           05  SPRM-LOOKBACK-DAYS      PIC 9(03).
           05  FILLER                  PIC X(33).

      *    MARKET HOLIDAY CALENDAR MAINTAINED BY OPS - ONE CCYYMMDD
      *    DATE PER RECORD - THE SAME DATASET THE POSITION KEEPER
      *    AND SETTLEMENT LADDER USE FOR BUSINESS-DAY MATH.
       FD  HOLIDAY-FILE
           RECORD CONTAINS 16 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS HOLIDAY-REC.

       01  HOLIDAY-REC.
           05  HOL-DATE                PIC 9(08).
           05  FILLER                  PIC X(08).

       FD  ACCTMST-FILE
           RECORD CONTAINS 36 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS ACCTMST-REC.

      *    ACCTMST-SHORT-ELIG 'Y' MARKS AN ACCOUNT APPROVED FOR
      *    MARGIN (SHORT SALES ARE ONLY APPROVED ON MARGIN), SO
      *    ANYTHING ELSE IS A CASH ACCOUNT FOR GOOD-FAITH PURPOSES.
      *    ACCTMST-STATUS 'R' IS AN OPEN ACCOUNT UNDER RESTRICTION
      *    REVIEW - SET HERE FOR A REPEAT OFFENDER AND CLEARED BY A
      *    BRKRG200 REOPEN TRANSACTION WHEN COMPLIANCE RELEASES IT.
       01  ACCTMST-REC.
           05  ACCTMST-ACCOUNT-ID      PIC X(12).
           05  ACCTMST-BEGIN-BAL       PIC S9(9)V99.
           05  ACCTMST-END-BAL         PIC S9(9)V99.
           05  ACCTMST-STATUS          PIC X(01).
           05  ACCTMST-SHORT-ELIG      PIC X(01).

      *    ONE RECORD PER VIOLATION DETECTED TONIGHT, FOR THE
      *    COMPLIANCE DESK'S CASE SYSTEM. VIOL-COUNT IS THE
      *    ACCOUNT'S VIOLATIONS INSIDE THE LOOKBACK, TONIGHT'S
      *    INCLUDED; REPEAT-FLAG 'Y' MEANS THE COUNT HAS REACHED THE
      *    REPEAT THRESHOLD AND THE ACCOUNT IS UNDER REVIEW.
       FD  SURVEXC-FILE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS SURVEXC-REC.

       01  SURVEXC-REC.
           05  SXC-PLAN-ID             PIC X(08).
           05  SXC-ACCOUNT-ID          PIC X(12).
           05  SXC-RUN-DATE            PIC 9(08).
           05  SXC-VIOL-TYPE           PIC X(03).
           05  SXC-SYMBOL              PIC X(10).
           05  SXC-TRADE-ID            PIC X(16).
           05  SXC-REF-TRADE-ID        PIC X(16).
           05  SXC-ROUND-TRIPS         PIC 9(03).
           05  SXC-VIOL-COUNT          PIC 9(03).
           05  SXC-REPEAT-FLAG         PIC X(01).
           05  SXC-WINDOW-START        PIC 9(08).
           05  FILLER                  PIC X(12).

      *    SAME BEFORE/AFTER IMAGE LAYOUT AS BRKRG200 WRITES, SO A
      *    STATUS CHANGE MADE BY SURVEILLANCE SITS IN THE SAME
      *    ACCOUNT HISTORY AS ONE MADE BY MAINTENANCE.
       FD  ACCTAUD-FILE
           RECORD CONTAINS 140 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS ACCTAUD-REC.

       01  ACCTAUD-REC.
           05  AUD-RUN-DATE            PIC 9(08).
           05  AUD-RUN-TIME            PIC 9(06).
           05  AUD-TXN-CODE            PIC X(01).
           05  AUD-ACCOUNT-ID          PIC X(12).
           05  AUD-REQUESTED-BY        PIC X(08).
           05  AUD-APPROVED-BY         PIC X(08).
           05  AUD-REFERENCE           PIC X(16).
           05  AUD-EFFECTIVE-DATE      PIC 9(08).
           05  AUD-BEFORE-IMAGE        PIC X(36).
           05  AUD-AFTER-IMAGE         PIC X(36).
           05  FILLER                  PIC X(01).

       WORKING-STORAGE SECTION.
       01  WS-END-OF-HOLIDAY        PIC X VALUE 'N'.
           88  HOLIDAY-REMAINING               VALUE 'N'.
           88  NO-MORE-HOLIDAY                 VALUE 'Y'.
       01  WS-END-OF-ACCTMST        PIC X VALUE 'N'.
           88  ACCTMST-REMAINING               VALUE 'N'.
           88  NO-MORE-ACCTMST                 VALUE 'Y'.
       01  WS-ABORT-FLAG            PIC X VALUE 'N'.
           88  PROGRAM-OK                     VALUE 'N'.
           88  PROGRAM-FAILED                 VALUE 'Y'.
       01  WS-DT-CURSOR-EOF-SW      PIC X VALUE 'N'.
           88  DT-CURSOR-EOF                   VALUE 'Y'.
       01  WS-SELL-CURSOR-EOF-SW    PIC X VALUE 'N'.
           88  SELL-CURSOR-EOF                 VALUE 'Y'.
       01  WS-BUY-CURSOR-EOF-SW     PIC X VALUE 'N'.
           88  BUY-CURSOR-EOF                  VALUE 'Y'.
       01  WS-BUS-DAY-OK-SW         PIC X VALUE 'N'.
           88  BUS-DAY-OK                      VALUE 'Y'.
           88  BUS-DAY-NOT-OK                  VALUE 'N'.
       01  WS-ACCT-FOUND-SW         PIC X VALUE 'N'.
           88  ACCOUNT-FOUND                  VALUE 'Y'.
           88  ACCOUNT-NOT-FOUND              VALUE 'N'.
       01  WS-GFV-FOUND-SW          PIC X VALUE 'N'.
           88  GFV-FOUND                      VALUE 'Y'.
           88  GFV-NOT-FOUND                  VALUE 'N'.
       01  WS-SURVPARM-STATUS       PIC X(02).
       01  WS-HOLIDAY-STATUS        PIC X(02).
       01  WS-ACCTMST-STATUS        PIC X(02).
       01  WS-SQL-CONTEXT           PIC X(30).

       01  WS-PDT-MIN-TRIPS         PIC S9(4) COMP VALUE 4.
       01  WS-REPEAT-COUNT          PIC S9(4) COMP VALUE 3.
       01  WS-LOOKBACK-DAYS         PIC S9(4) COMP VALUE 365.
       01  WS-WINDOW-DAYS           PIC S9(4) COMP VALUE 5.

       01  WS-DAYTRADE-ROW-COUNT    PIC S9(9) COMP VALUE 0.
       01  WS-SELL-CHECKED-COUNT    PIC S9(9) COMP VALUE 0.
       01  WS-PDT-COUNT             PIC S9(9) COMP VALUE 0.
       01  WS-GFV-COUNT             PIC S9(9) COMP VALUE 0.
       01  WS-REPEAT-ACCT-COUNT     PIC S9(9) COMP VALUE 0.
       01  WS-MASTER-IN-COUNT       PIC S9(9) COMP VALUE 0.
       01  WS-MASTER-OUT-COUNT      PIC S9(9) COMP VALUE 0.

       01  WS-RUN-DATE              PIC 9(08) VALUE 0.
       01  WS-RUN-TIME              PIC 9(06) VALUE 0.
       01  WS-WINDOW-START          PIC 9(08) VALUE 0.
       01  WS-LOOKBACK-START        PIC 9(08) VALUE 0.
       01  WS-RUN-INT               PIC S9(9) COMP VALUE 0.
       01  WS-BUS-INT               PIC S9(9) COMP VALUE 0.
       01  WS-BUS-DOW               PIC S9(4) COMP VALUE 0.
       01  WS-DAYS-BACK             PIC S9(4) COMP VALUE 0.

      *    ROUND TRIPS ARE ACCUMULATED ACROSS THE DAY-TRADE CURSOR'S
      *    ROWS FOR ONE ACCOUNT AND TESTED ON THE ACCOUNT BREAK.
       01  WS-PREV-ACCOUNT-ID       PIC X(12) VALUE SPACES.
       01  WS-CUR-ACCOUNT-ID        PIC X(12) VALUE SPACES.
       01  WS-ACCT-TRIPS            PIC S9(4) COMP VALUE 0.
       01  WS-TONIGHT-TRIPS         PIC S9(4) COMP VALUE 0.
       01  WS-ROW-TRIPS             PIC S9(4) COMP VALUE 0.
       01  WS-BUY-COST              PIC S9(13)V99 COMP-3 VALUE 0.

       01  WS-HOL-COUNT             PIC S9(4) COMP VALUE 0.
       01  WS-HOL-TABLE-MAX         PIC S9(4) COMP VALUE 200.
       01  WS-HOL-TABLE.
           05  WS-HOL-ENTRY OCCURS 200 TIMES INDEXED BY HOL-IDX.
               10  WS-HOL-INT       PIC S9(9) COMP.

      *    THE WHOLE MASTER IS HELD SO A REPEAT OFFENDER'S STATUS
      *    CAN BE CHANGED AND THE MASTER WRITTEN BACK IN ONE PASS
      *    AT THE END, THE SAME WAY BRKRG200 MAINTAINS IT.
       01  WS-ACCT-COUNT            PIC S9(4) COMP VALUE 0.
       01  WS-ACCT-TABLE-MAX        PIC S9(4) COMP VALUE 5000.
       01  WS-ACCT-TABLE.
           05  WS-ACCT-ENTRY OCCURS 5000 TIMES INDEXED BY ACC-IDX.
               10  WS-ACCT-IMAGE.
                   15  WS-ACCT-ID          PIC X(12).
                   15  WS-ACCT-BEGIN-BAL   PIC S9(9)V99.
                   15  WS-ACCT-END-BAL     PIC S9(9)V99.
                   15  WS-ACCT-STATUS      PIC X(01).
                   15  WS-ACCT-SHORT-ELIG  PIC X(01).

       01  WS-AUD-COUNT             PIC S9(4) COMP VALUE 0.
       01  WS-AUD-TABLE-MAX         PIC S9(4) COMP VALUE 2000.
       01  WS-AUD-TABLE.
           05  WS-AUD-ENTRY OCCURS 2000 TIMES INDEXED BY AUD-IDX.
               10  WS-AUD-ACCOUNT-ID   PIC X(12).
               10  WS-AUD-REFERENCE    PIC X(16).
               10  WS-AUD-BEFORE       PIC X(36).
               10  WS-AUD-AFTER        PIC X(36).

       01  WS-BEFORE-IMAGE          PIC X(36) VALUE SPACES.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  HV-PLAN-ID              PIC X(08).
       01  HV-POST-DATE            PIC 9(8).
       01  HV-WINDOW-START         PIC 9(8).
       01  HV-LOOKBACK-START       PIC 9(8).
       01  HV-ACCOUNT-ID           PIC X(12).
       01  HV-EXEC-DATE            PIC 9(8).
       01  HV-SYMBOL               PIC X(10).
       01  HV-BUY-ROWS             PIC S9(9) COMP.
       01  HV-SELL-ROWS            PIC S9(9) COMP.
       01  HV-TRADE-ID             PIC X(16).
       01  HV-BUY-TRADE-ID         PIC X(16).
       01  HV-BUY-DATE             PIC 9(8).
       01  HV-BUY-QTY              PIC S9(9) COMP-3.
       01  HV-BUY-PRICE            PIC S9(7)V99 COMP-3.
       01  HV-BUY-CHARGES          PIC S9(7)V99 COMP-3.
       01  HV-SETTLED-CASH         PIC S9(13)V99 COMP-3.
       01  HV-VIOL-TYPE            PIC X(03).
       01  HV-REF-TRADE-ID         PIC X(16).
       01  HV-ROUND-TRIPS          PIC S9(4) COMP.
       01  HV-VIOL-COUNT           PIC S9(9) COMP.
       01  HV-LOG-DATE             PIC 9(8).
       01  HV-LOG-PHASE            PIC X(01).
       01  HV-LOG-RC               PIC S9(4) COMP.
       01  HV-LOG-IN               PIC S9(9) COMP.
       01  HV-LOG-OUT              PIC S9(9) COMP.
       EXEC SQL END DECLARE SECTION END-EXEC.

       01  FILLER.
           05  WS-PLAN-NAME        PIC X(8)  VALUE 'ULTRA01'.

       PROCEDURE DIVISION.

      *    EVERY ACCOUNT/DAY/SYMBOL IN THE FIVE-BUSINESS-DAY WINDOW
      *    WITH BOTH A BUY AND A SELL. THE SMALLER OF THE TWO COUNTS
      *    IS THE NUMBER OF SAME-DAY ROUND TRIPS IN THAT SYMBOL. A
      *    B/S ROW LATER BUSTED BY A SIDE-X CANCEL NEVER TRADED AND
      *    IS LEFT OUT; A CORRECTION RESTATES ITS ORIGINAL'S TERMS,
      *    NOT ITS TIMING, SO THE ORIGINAL ROW STANDS FOR IT.
       EXEC SQL
            DECLARE DAYTRADE-CURSOR CURSOR FOR
            SELECT A.ACCOUNT_ID, A.EXEC_DATE, A.SYMBOL,
                   SUM(CASE WHEN A.SIDE = 'B' THEN 1 ELSE 0 END),
                   SUM(CASE WHEN A.SIDE = 'S' THEN 1 ELSE 0 END)
              FROM BRKG_TRADE_AUD A
             WHERE A.PLAN_ID = :HV-PLAN-ID
               AND A.EXEC_DATE BETWEEN :HV-WINDOW-START
                                   AND :HV-POST-DATE
               AND A.SIDE IN ('B', 'S')
               AND NOT EXISTS
                   (SELECT 1
                      FROM BRKG_TRADE_AUD X
                     WHERE X.PLAN_ID = A.PLAN_ID
                       AND X.ACCOUNT_ID = A.ACCOUNT_ID
                       AND X.ORIG_TRADE_ID = A.TRADE_ID
                       AND X.SIDE = 'X'
                       AND X.AUDIT_ID > A.AUDIT_ID)
             GROUP BY A.ACCOUNT_ID, A.EXEC_DATE, A.SYMBOL
            HAVING SUM(CASE WHEN A.SIDE = 'B' THEN 1 ELSE 0 END) > 0
               AND SUM(CASE WHEN A.SIDE = 'S' THEN 1 ELSE 0 END) > 0
             ORDER BY A.ACCOUNT_ID, A.EXEC_DATE, A.SYMBOL
       END-EXEC.

      *    TONIGHT'S SELLS - EACH IS TESTED ONCE, ON THE NIGHT IT
      *    POSTS, SO A GOOD-FAITH VIOLATION IS COUNTED ONCE.
       EXEC SQL
            DECLARE SELL-CURSOR CURSOR FOR
            SELECT A.ACCOUNT_ID, A.TRADE_ID, A.SYMBOL
              FROM BRKG_TRADE_AUD A
             WHERE A.PLAN_ID = :HV-PLAN-ID
               AND A.EXEC_DATE = :HV-POST-DATE
               AND A.SIDE = 'S'
               AND NOT EXISTS
                   (SELECT 1
                      FROM BRKG_TRADE_AUD X
                     WHERE X.PLAN_ID = A.PLAN_ID
                       AND X.ACCOUNT_ID = A.ACCOUNT_ID
                       AND X.ORIG_TRADE_ID = A.TRADE_ID
                       AND X.SIDE = 'X'
                       AND X.AUDIT_ID > A.AUDIT_ID)
             ORDER BY A.ACCOUNT_ID, A.AUDIT_ID
       END-EXEC.

      *    BUYS OF THE SOLD SYMBOL INSIDE THE WINDOW THAT HAD NOT
      *    SETTLED BY TONIGHT - THE POSITION THE SELL LIQUIDATED
      *    BEFORE IT WAS PAID FOR. ROWS WRITTEN BEFORE THE AUDIT
      *    TABLE CARRIED SETTLE DATE COUNT AS SETTLED ON EXEC DATE.
       EXEC SQL
            DECLARE UNSETTLED-BUY-CURSOR CURSOR FOR
            SELECT A.TRADE_ID, A.EXEC_DATE, A.QUANTITY, A.PRICE,
                   COALESCE(A.COMMISSION, 0) + COALESCE(A.FEES, 0)
              FROM BRKG_TRADE_AUD A
             WHERE A.PLAN_ID = :HV-PLAN-ID
               AND A.ACCOUNT_ID = :HV-ACCOUNT-ID
               AND A.SYMBOL = :HV-SYMBOL
               AND A.SIDE = 'B'
               AND A.EXEC_DATE BETWEEN :HV-WINDOW-START
                                   AND :HV-POST-DATE
               AND COALESCE(A.SETTLE_DATE, A.EXEC_DATE)
                   > :HV-POST-DATE
               AND NOT EXISTS
                   (SELECT 1
                      FROM BRKG_TRADE_AUD X
                     WHERE X.PLAN_ID = A.PLAN_ID
                       AND X.ACCOUNT_ID = A.ACCOUNT_ID
                       AND X.ORIG_TRADE_ID = A.TRADE_ID
                       AND X.SIDE = 'X'
                       AND X.AUDIT_ID > A.AUDIT_ID)
             ORDER BY A.EXEC_DATE, A.AUDIT_ID
       END-EXEC.

       MAIN-SECTION.
           PERFORM INIT-PROGRAM
           IF PROGRAM-FAILED
              GO TO WRAP-UP
           END-IF
           PERFORM CLEAR-TONIGHT-VIOLATIONS
           IF PROGRAM-FAILED
              GO TO WRAP-UP
           END-IF
           PERFORM SCAN-DAY-TRADES
           IF PROGRAM-FAILED
              GO TO WRAP-UP
           END-IF
           PERFORM SCAN-GOOD-FAITH
           IF PROGRAM-FAILED
              GO TO WRAP-UP
           END-IF
           IF WS-AUD-COUNT > 0
              PERFORM REWRITE-ACCOUNT-MASTER
              PERFORM WRITE-AUDIT-IMAGES
              IF PROGRAM-FAILED
                 EXEC SQL ROLLBACK END-EXEC
                 GO TO WRAP-UP
              END-IF
           END-IF
           MOVE 'COMMIT VIOLATIONS' TO WS-SQL-CONTEXT
           EXEC SQL COMMIT END-EXEC
           PERFORM CHECK-SQL
           PERFORM WRAP-UP
           GOBACK.

       INIT-PROGRAM.
           DISPLAY 'BRKRG240 STARTING - TRADING SURVEILLANCE'
           MOVE WS-PLAN-NAME TO HV-PLAN-ID
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-RUN-TIME
           MOVE WS-RUN-DATE TO HV-POST-DATE
           MOVE WS-RUN-DATE TO HV-LOG-DATE
           PERFORM WRITE-RUN-LOG-START
           OPEN OUTPUT SURVEXC-FILE
           OPEN OUTPUT ACCTAUD-FILE
           PERFORM LOAD-SURVEILLANCE-PARM
           PERFORM LOAD-HOLIDAY-CALENDAR
           IF PROGRAM-FAILED
              EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-ACCOUNT-MASTER
           IF PROGRAM-FAILED
              EXIT PARAGRAPH
           END-IF
           PERFORM SET-SURVEILLANCE-WINDOW.

       LOAD-SURVEILLANCE-PARM.
           OPEN INPUT SURVPARM-FILE
           IF WS-SURVPARM-STATUS NOT = '00'
              DISPLAY 'BRKRG240 - NO SURVEILLANCE PARM DATASET, '
                      'DEFAULT THRESHOLDS APPLY'
              EXIT PARAGRAPH
           END-IF
           READ SURVPARM-FILE
              AT END
                 CONTINUE
              NOT AT END
                 IF SPRM-PDT-MIN-TRIPS IS NUMERIC
                    AND SPRM-PDT-MIN-TRIPS > 0
                    MOVE SPRM-PDT-MIN-TRIPS TO WS-PDT-MIN-TRIPS
                 END-IF
                 IF SPRM-REPEAT-COUNT IS NUMERIC
                    AND SPRM-REPEAT-COUNT > 0
                    MOVE SPRM-REPEAT-COUNT TO WS-REPEAT-COUNT
                 END-IF
                 IF SPRM-LOOKBACK-DAYS IS NUMERIC
                    AND SPRM-LOOKBACK-DAYS > 0
                    MOVE SPRM-LOOKBACK-DAYS TO WS-LOOKBACK-DAYS
                 END-IF
           END-READ
           CLOSE SURVPARM-FILE
           DISPLAY 'BRKRG240 - PDT ROUND TRIPS ' WS-PDT-MIN-TRIPS
                   ', REPEAT AT ' WS-REPEAT-COUNT
                   ' IN ' WS-LOOKBACK-DAYS ' DAYS'.

       LOAD-HOLIDAY-CALENDAR.
           OPEN INPUT HOLIDAY-FILE
           IF WS-HOLIDAY-STATUS = '00'
              PERFORM LOAD-ONE-HOLIDAY
                 UNTIL NO-MORE-HOLIDAY OR PROGRAM-FAILED
              CLOSE HOLIDAY-FILE
              DISPLAY 'BRKRG240 - MARKET HOLIDAYS LOADED: '
                      WS-HOL-COUNT
           ELSE
              SET NO-MORE-HOLIDAY TO TRUE
              DISPLAY 'BRKRG240 - NO HOLIDAY CALENDAR DATASET, '
                      'WEEKENDS ONLY SKIPPED FOR THE WINDOW'
           END-IF.

       LOAD-ONE-HOLIDAY.
           READ HOLIDAY-FILE
              AT END
                 SET NO-MORE-HOLIDAY TO TRUE
              NOT AT END
                 IF HOL-DATE IS NUMERIC AND HOL-DATE > 0
                    IF WS-HOL-COUNT >= WS-HOL-TABLE-MAX
                       MOVE 'HOLIDAY TABLE FULL' TO WS-SQL-CONTEXT
                       PERFORM TABLE-ERROR
                    ELSE
                       ADD 1 TO WS-HOL-COUNT
                       SET HOL-IDX TO WS-HOL-COUNT
                       COMPUTE WS-HOL-INT (HOL-IDX) =
                               FUNCTION INTEGER-OF-DATE(HOL-DATE)
                    END-IF
                 END-IF
           END-READ.

       LOAD-ACCOUNT-MASTER.
           OPEN INPUT ACCTMST-FILE
           IF WS-ACCTMST-STATUS NOT = '00'
              DISPLAY 'BRKRG240 - ACCOUNT MASTER WILL NOT OPEN, '
                      'STATUS ' WS-ACCTMST-STATUS
              MOVE 'Y' TO WS-ABORT-FLAG
              EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-ACCOUNT-ENTRY
              UNTIL NO-MORE-ACCTMST OR PROGRAM-FAILED
           CLOSE ACCTMST-FILE.

       LOAD-ACCOUNT-ENTRY.
           READ ACCTMST-FILE
              AT END
                 SET NO-MORE-ACCTMST TO TRUE
                 DISPLAY 'BRKRG240 ACCOUNT MASTER LOADED = '
                         WS-ACCT-COUNT
              NOT AT END
                 ADD 1 TO WS-MASTER-IN-COUNT
                 IF WS-ACCT-COUNT >= WS-ACCT-TABLE-MAX
                    MOVE 'ACCOUNT TABLE FULL' TO WS-SQL-CONTEXT
                    PERFORM TABLE-ERROR
                 ELSE
                    ADD 1 TO WS-ACCT-COUNT
                    SET ACC-IDX TO WS-ACCT-COUNT
                    MOVE ACCTMST-REC TO WS-ACCT-IMAGE (ACC-IDX)
                 END-IF
           END-READ.

      *    THE WINDOW IS TONIGHT AND THE FOUR BUSINESS DAYS BEFORE
      *    IT ON THE HOLIDAY CALENDAR. THE LOOKBACK FOR REPEAT
      *    OFFENDERS IS PLAIN CALENDAR DAYS.
       SET-SURVEILLANCE-WINDOW.
           COMPUTE WS-RUN-INT =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           MOVE WS-RUN-INT TO WS-BUS-INT
           PERFORM STEP-BACK-BUSINESS-DAY
              VARYING WS-DAYS-BACK FROM 1 BY 1
              UNTIL WS-DAYS-BACK >= WS-WINDOW-DAYS
           COMPUTE WS-WINDOW-START =
                   FUNCTION DATE-OF-INTEGER(WS-BUS-INT)
           MOVE WS-WINDOW-START TO HV-WINDOW-START
           COMPUTE WS-LOOKBACK-START = FUNCTION DATE-OF-INTEGER
                   (WS-RUN-INT - WS-LOOKBACK-DAYS + 1)
           MOVE WS-LOOKBACK-START TO HV-LOOKBACK-START
           DISPLAY 'BRKRG240 - WINDOW ' WS-WINDOW-START ' TO '
                   WS-RUN-DATE ', LOOKBACK FROM ' WS-LOOKBACK-START.

       STEP-BACK-BUSINESS-DAY.
           SUBTRACT 1 FROM WS-BUS-INT
           PERFORM CHECK-BUSINESS-DAY
           PERFORM PRIOR-CALENDAR-DAY UNTIL BUS-DAY-OK.

       PRIOR-CALENDAR-DAY.
           SUBTRACT 1 FROM WS-BUS-INT
           PERFORM CHECK-BUSINESS-DAY.

       CHECK-BUSINESS-DAY.
           COMPUTE WS-BUS-DOW = FUNCTION REM(WS-BUS-INT, 7)
           IF WS-BUS-DOW = 6 OR WS-BUS-DOW = 0
              SET BUS-DAY-NOT-OK TO TRUE
              EXIT PARAGRAPH
           END-IF
           SET BUS-DAY-OK TO TRUE
           IF WS-HOL-COUNT > 0
              SET HOL-IDX TO 1
              SEARCH WS-HOL-ENTRY
                 AT END
                    CONTINUE
                 WHEN WS-HOL-INT (HOL-IDX) = WS-BUS-INT
                    SET BUS-DAY-NOT-OK TO TRUE
              END-SEARCH
           END-IF.

      *    A RERUN OF TONIGHT'S CYCLE REMOVES TONIGHT'S VIOLATION
      *    ROWS FIRST SO NOTHING IS COUNTED TWICE. AN ACCOUNT A
      *    FAILED RUN ALREADY PUT UNDER REVIEW STAYS UNDER REVIEW.
       CLEAR-TONIGHT-VIOLATIONS.
           MOVE 'CLEAR RERUN VIOLATIONS' TO WS-SQL-CONTEXT
           EXEC SQL
              DELETE FROM BRKG_SURV_VIOL
               WHERE PLAN_ID = :HV-PLAN-ID
                 AND DETECT_DATE = :HV-POST-DATE
           END-EXEC
           IF SQLCODE NOT = 100
              PERFORM CHECK-SQL
           END-IF.

       SCAN-DAY-TRADES.
           MOVE 'OPEN DAY TRADE CURSOR' TO WS-SQL-CONTEXT
           EXEC SQL OPEN DAYTRADE-CURSOR END-EXEC
           PERFORM CHECK-SQL
           PERFORM FETCH-DAY-TRADE-ROW
              UNTIL DT-CURSOR-EOF OR PROGRAM-FAILED
           IF PROGRAM-OK AND WS-PREV-ACCOUNT-ID NOT = SPACES
              PERFORM TEST-PATTERN-DAY-TRADER
           END-IF
           MOVE 'CLOSE DAY TRADE CURSOR' TO WS-SQL-CONTEXT
           EXEC SQL CLOSE DAYTRADE-CURSOR END-EXEC
           PERFORM CHECK-SQL.

       FETCH-DAY-TRADE-ROW.
           MOVE 'FETCH DAY TRADE ROW' TO WS-SQL-CONTEXT
           EXEC SQL
              FETCH DAYTRADE-CURSOR
                INTO :HV-ACCOUNT-ID, :HV-EXEC-DATE, :HV-SYMBOL,
                     :HV-BUY-ROWS, :HV-SELL-ROWS
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 MOVE HV-ACCOUNT-ID TO WS-CUR-ACCOUNT-ID
                 ADD 1 TO WS-DAYTRADE-ROW-COUNT
                 PERFORM ACCUMULATE-ROUND-TRIPS
              WHEN 100
                 SET DT-CURSOR-EOF TO TRUE
              WHEN OTHER
                 PERFORM SQL-ERROR
           END-EVALUATE.

      *    THE ROW'S ACCOUNT IS HELD APART FROM HV-ACCOUNT-ID,
      *    WHICH TEST-PATTERN-DAY-TRADER LOADS WITH THE PREVIOUS
      *    ACCOUNT FOR ITS VIOLATION ROW.
       ACCUMULATE-ROUND-TRIPS.
           IF WS-CUR-ACCOUNT-ID NOT = WS-PREV-ACCOUNT-ID
              IF WS-PREV-ACCOUNT-ID NOT = SPACES
                 PERFORM TEST-PATTERN-DAY-TRADER
                 MOVE WS-CUR-ACCOUNT-ID TO HV-ACCOUNT-ID
                 IF PROGRAM-FAILED
                    EXIT PARAGRAPH
                 END-IF
              END-IF
              MOVE WS-CUR-ACCOUNT-ID TO WS-PREV-ACCOUNT-ID
              MOVE ZERO TO WS-ACCT-TRIPS WS-TONIGHT-TRIPS
           END-IF
           IF HV-BUY-ROWS < HV-SELL-ROWS
              MOVE HV-BUY-ROWS TO WS-ROW-TRIPS
           ELSE
              MOVE HV-SELL-ROWS TO WS-ROW-TRIPS
           END-IF
           ADD WS-ROW-TRIPS TO WS-ACCT-TRIPS
           IF HV-EXEC-DATE = WS-RUN-DATE
              ADD WS-ROW-TRIPS TO WS-TONIGHT-TRIPS
           END-IF.

      *    THE ACCOUNT IS FLAGGED ON A NIGHT IT DAY-TRADES AND ITS
      *    WINDOW HOLDS THE THRESHOLD NUMBER OF ROUND TRIPS - A
      *    QUIET NIGHT DOES NOT RE-FLAG LAST WEEK'S PATTERN.
       TEST-PATTERN-DAY-TRADER.
           IF WS-TONIGHT-TRIPS = 0
              OR WS-ACCT-TRIPS < WS-PDT-MIN-TRIPS
              EXIT PARAGRAPH
           END-IF
           MOVE WS-PREV-ACCOUNT-ID TO HV-ACCOUNT-ID
           MOVE 'PDT'          TO HV-VIOL-TYPE
           MOVE SPACES         TO HV-SYMBOL HV-TRADE-ID
                                  HV-REF-TRADE-ID
           MOVE WS-ACCT-TRIPS  TO HV-ROUND-TRIPS
           PERFORM RECORD-VIOLATION
           IF PROGRAM-OK
              ADD 1 TO WS-PDT-COUNT
           END-IF.

       SCAN-GOOD-FAITH.
           MOVE 'OPEN SELL CURSOR' TO WS-SQL-CONTEXT
           EXEC SQL OPEN SELL-CURSOR END-EXEC
           PERFORM CHECK-SQL
           PERFORM FETCH-SELL-ROW
              UNTIL SELL-CURSOR-EOF OR PROGRAM-FAILED
           MOVE 'CLOSE SELL CURSOR' TO WS-SQL-CONTEXT
           EXEC SQL CLOSE SELL-CURSOR END-EXEC
           PERFORM CHECK-SQL.

       FETCH-SELL-ROW.
           MOVE 'FETCH SELL ROW' TO WS-SQL-CONTEXT
           EXEC SQL
              FETCH SELL-CURSOR
                INTO :HV-ACCOUNT-ID, :HV-TRADE-ID, :HV-SYMBOL
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 PERFORM TEST-GOOD-FAITH-SELL
              WHEN 100
                 SET SELL-CURSOR-EOF TO TRUE
              WHEN OTHER
                 PERFORM SQL-ERROR
           END-EVALUATE.

      *    MARGIN ACCOUNTS MAY TRADE ON UNSETTLED FUNDS, SO ONLY
      *    CASH ACCOUNTS ARE TESTED. AN ACCOUNT THE MASTER DOES NOT
      *    KNOW IS TREATED AS A CASH ACCOUNT.
       TEST-GOOD-FAITH-SELL.
           PERFORM LOOKUP-ACCOUNT
           IF ACCOUNT-FOUND
              AND WS-ACCT-SHORT-ELIG (ACC-IDX) = 'Y'
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SELL-CHECKED-COUNT
           SET GFV-NOT-FOUND TO TRUE
           MOVE 'N' TO WS-BUY-CURSOR-EOF-SW
           MOVE 'OPEN UNSETTLED BUY CURSOR' TO WS-SQL-CONTEXT
           EXEC SQL OPEN UNSETTLED-BUY-CURSOR END-EXEC
           PERFORM CHECK-SQL
           PERFORM FETCH-UNSETTLED-BUY
              UNTIL BUY-CURSOR-EOF OR GFV-FOUND OR PROGRAM-FAILED
           MOVE 'CLOSE UNSETTLED BUY CURSOR' TO WS-SQL-CONTEXT
           EXEC SQL CLOSE UNSETTLED-BUY-CURSOR END-EXEC
           PERFORM CHECK-SQL
           IF PROGRAM-FAILED OR GFV-NOT-FOUND
              EXIT PARAGRAPH
           END-IF
           MOVE 'GFV'           TO HV-VIOL-TYPE
           MOVE HV-BUY-TRADE-ID TO HV-REF-TRADE-ID
           MOVE ZERO            TO HV-ROUND-TRIPS
           PERFORM RECORD-VIOLATION
           IF PROGRAM-OK
              ADD 1 TO WS-GFV-COUNT
           END-IF.

       FETCH-UNSETTLED-BUY.
           MOVE 'FETCH UNSETTLED BUY' TO WS-SQL-CONTEXT
           EXEC SQL
              FETCH UNSETTLED-BUY-CURSOR
                INTO :HV-BUY-TRADE-ID, :HV-BUY-DATE, :HV-BUY-QTY,
                     :HV-BUY-PRICE, :HV-BUY-CHARGES
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 PERFORM TEST-BUY-PAID-SETTLED
              WHEN 100
                 SET BUY-CURSOR-EOF TO TRUE
              WHEN OTHER
                 PERFORM SQL-ERROR
           END-EVALUATE.

      *    SETTLED CASH AT THE BUY IS THE LEDGER BALANCE BEFORE THE
      *    BUY'S NIGHT, LESS SALE PROCEEDS FROM TRADES THAT HAD NOT
      *    YET SETTLED ON THE BUY DATE - THOSE PROCEEDS WERE ON THE
      *    LEDGER (BRKRG110 POSTS TRADE CASH ON TRADE DATE) BUT WERE
      *    NOT YET THE CLIENT'S TO SPEND. A BUY THAT COST MORE THAN
      *    THAT WAS PAID WITH UNSETTLED FUNDS, AND SELLING IT BEFORE
      *    IT SETTLED IS THE VIOLATION.
       TEST-BUY-PAID-SETTLED.
           MOVE 'SUM SETTLED CASH' TO WS-SQL-CONTEXT
           EXEC SQL
              SELECT COALESCE(SUM(L.AMOUNT), 0)
                INTO :HV-SETTLED-CASH
                FROM BRKG_CASH_LEDGER L
               WHERE L.PLAN_ID = :HV-PLAN-ID
                 AND L.ACCOUNT_ID = :HV-ACCOUNT-ID
                 AND L.POST_DATE < :HV-BUY-DATE
                 AND NOT (L.ENTRY_TYPE = 'TRD'
                          AND L.AMOUNT > 0
                          AND EXISTS
                              (SELECT 1
                                 FROM BRKG_TRADE_AUD A
                                WHERE A.PLAN_ID = L.PLAN_ID
                                  AND A.ACCOUNT_ID = L.ACCOUNT_ID
                                  AND A.TRADE_ID = L.REF_ID
                                  AND COALESCE(A.SETTLE_DATE,
                                               A.EXEC_DATE)
                                      > :HV-BUY-DATE))
           END-EXEC
           PERFORM CHECK-SQL
           IF PROGRAM-FAILED
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-BUY-COST = HV-BUY-QTY * HV-BUY-PRICE
                               + HV-BUY-CHARGES
           IF HV-SETTLED-CASH < WS-BUY-COST
              SET GFV-FOUND TO TRUE
           END-IF.

      *    EVERY VIOLATION IS KEPT ON BRKG_SURV_VIOL, SO THE COUNT
      *    CARRIED FOR AN ACCOUNT IS ITS ROWS INSIDE THE LOOKBACK.
      *    REACHING THE REPEAT THRESHOLD PUTS AN OPEN ACCOUNT UNDER
      *    RESTRICTION REVIEW ON THE MASTER.
       RECORD-VIOLATION.
           MOVE 'INSERT VIOLATION' TO WS-SQL-CONTEXT
           EXEC SQL
              INSERT INTO BRKG_SURV_VIOL
                     (PLAN_ID, ACCOUNT_ID, DETECT_DATE, VIOL_TYPE,
                      SYMBOL, TRADE_ID, REF_TRADE_ID, ROUND_TRIPS)
              VALUES (:HV-PLAN-ID, :HV-ACCOUNT-ID, :HV-POST-DATE,
                      :HV-VIOL-TYPE, :HV-SYMBOL, :HV-TRADE-ID,
                      :HV-REF-TRADE-ID, :HV-ROUND-TRIPS)
           END-EXEC
           PERFORM CHECK-SQL
           IF PROGRAM-FAILED
              EXIT PARAGRAPH
           END-IF
           MOVE 'COUNT VIOLATIONS' TO WS-SQL-CONTEXT
           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-VIOL-COUNT
                FROM BRKG_SURV_VIOL
               WHERE PLAN_ID = :HV-PLAN-ID
                 AND ACCOUNT_ID = :HV-ACCOUNT-ID
                 AND DETECT_DATE >= :HV-LOOKBACK-START
           END-EXEC
           PERFORM CHECK-SQL
           IF PROGRAM-FAILED
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES           TO SURVEXC-REC
           MOVE HV-PLAN-ID       TO SXC-PLAN-ID
           MOVE HV-ACCOUNT-ID    TO SXC-ACCOUNT-ID
           MOVE WS-RUN-DATE      TO SXC-RUN-DATE
           MOVE HV-VIOL-TYPE     TO SXC-VIOL-TYPE
           MOVE HV-SYMBOL        TO SXC-SYMBOL
           MOVE HV-TRADE-ID      TO SXC-TRADE-ID
           MOVE HV-REF-TRADE-ID  TO SXC-REF-TRADE-ID
           MOVE HV-ROUND-TRIPS   TO SXC-ROUND-TRIPS
           MOVE HV-VIOL-COUNT    TO SXC-VIOL-COUNT
           MOVE WS-WINDOW-START  TO SXC-WINDOW-START
           IF HV-VIOL-COUNT >= WS-REPEAT-COUNT
              MOVE 'Y' TO SXC-REPEAT-FLAG
              PERFORM MARK-REPEAT-OFFENDER
           ELSE
              MOVE 'N' TO SXC-REPEAT-FLAG
           END-IF
           WRITE SURVEXC-REC
           DISPLAY 'BRKRG240 ' HV-VIOL-TYPE ' ACCOUNT ' HV-ACCOUNT-ID
                   ' VIOLATIONS IN LOOKBACK ' HV-VIOL-COUNT.

       MARK-REPEAT-OFFENDER.
           PERFORM LOOKUP-ACCOUNT
           IF ACCOUNT-NOT-FOUND
              EXIT PARAGRAPH
           END-IF
           IF WS-ACCT-STATUS (ACC-IDX) = 'C'
              OR WS-ACCT-STATUS (ACC-IDX) = 'R'
              EXIT PARAGRAPH
           END-IF
           IF WS-AUD-COUNT >= WS-AUD-TABLE-MAX
              MOVE 'AUDIT TABLE FULL' TO WS-SQL-CONTEXT
              PERFORM TABLE-ERROR
              EXIT PARAGRAPH
           END-IF
           MOVE WS-ACCT-IMAGE (ACC-IDX) TO WS-BEFORE-IMAGE
           MOVE 'R' TO WS-ACCT-STATUS (ACC-IDX)
           ADD 1 TO WS-AUD-COUNT
           SET AUD-IDX TO WS-AUD-COUNT
           MOVE HV-ACCOUNT-ID   TO WS-AUD-ACCOUNT-ID (AUD-IDX)
           MOVE SPACES          TO WS-AUD-REFERENCE (AUD-IDX)
           STRING 'SURV ' HV-VIOL-TYPE ' ' WS-RUN-DATE
              DELIMITED BY SIZE INTO WS-AUD-REFERENCE (AUD-IDX)
           END-STRING
           MOVE WS-BEFORE-IMAGE TO WS-AUD-BEFORE (AUD-IDX)
           MOVE WS-ACCT-IMAGE (ACC-IDX) TO WS-AUD-AFTER (AUD-IDX)
           ADD 1 TO WS-REPEAT-ACCT-COUNT
           DISPLAY 'BRKRG240 REPEAT OFFENDER - ACCOUNT '
                   HV-ACCOUNT-ID ' PLACED UNDER RESTRICTION REVIEW'.

       LOOKUP-ACCOUNT.
           SET ACCOUNT-NOT-FOUND TO TRUE
           IF WS-ACCT-COUNT > 0
              SET ACC-IDX TO 1
              SEARCH WS-ACCT-ENTRY
                 AT END
                    CONTINUE
                 WHEN ACC-IDX > WS-ACCT-COUNT
                    CONTINUE
                 WHEN WS-ACCT-ID (ACC-IDX) = HV-ACCOUNT-ID
                    SET ACCOUNT-FOUND TO TRUE
              END-SEARCH
           END-IF.

       REWRITE-ACCOUNT-MASTER.
           OPEN OUTPUT ACCTMST-FILE
           IF WS-ACCTMST-STATUS NOT = '00'
              DISPLAY 'BRKRG240 - ACCOUNT MASTER WILL NOT OPEN FOR '
                      'OUTPUT, STATUS ' WS-ACCTMST-STATUS
              MOVE 'Y' TO WS-ABORT-FLAG
              EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-ONE-MASTER-RECORD
              VARYING ACC-IDX FROM 1 BY 1
              UNTIL ACC-IDX > WS-ACCT-COUNT
           CLOSE ACCTMST-FILE.

       WRITE-ONE-MASTER-RECORD.
           MOVE WS-ACCT-IMAGE (ACC-IDX) TO ACCTMST-REC
           WRITE ACCTMST-REC
           ADD 1 TO WS-MASTER-OUT-COUNT.

       WRITE-AUDIT-IMAGES.
           IF PROGRAM-FAILED
              EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-ONE-AUDIT-IMAGE
              VARYING AUD-IDX FROM 1 BY 1
              UNTIL AUD-IDX > WS-AUD-COUNT.

       WRITE-ONE-AUDIT-IMAGE.
           MOVE SPACES                      TO ACCTAUD-REC
           MOVE WS-RUN-DATE                 TO AUD-RUN-DATE
           MOVE WS-RUN-TIME                 TO AUD-RUN-TIME
           MOVE 'V'                         TO AUD-TXN-CODE
           MOVE WS-AUD-ACCOUNT-ID (AUD-IDX) TO AUD-ACCOUNT-ID
           MOVE 'BRKRG240'                  TO AUD-REQUESTED-BY
           MOVE WS-AUD-REFERENCE (AUD-IDX)  TO AUD-REFERENCE
           MOVE WS-RUN-DATE                 TO AUD-EFFECTIVE-DATE
           MOVE WS-AUD-BEFORE (AUD-IDX)     TO AUD-BEFORE-IMAGE
           MOVE WS-AUD-AFTER (AUD-IDX)      TO AUD-AFTER-IMAGE
           WRITE ACCTAUD-REC.

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
           COMPUTE HV-LOG-IN = WS-DAYTRADE-ROW-COUNT
                             + WS-SELL-CHECKED-COUNT
           COMPUTE HV-LOG-OUT = WS-PDT-COUNT + WS-GFV-COUNT
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
                      'BRKRG240', :HV-LOG-PHASE, :HV-LOG-RC,
                      :HV-LOG-IN, :HV-LOG-OUT)
           END-EXEC
           IF SQLCODE < 0
              DISPLAY 'BRKRG240 RUN LOG INSERT FAILED, CODE '
                      SQLCODE ' - CONTINUING'
           END-IF.

       CHECK-SQL.
           IF SQLCODE < 0
              PERFORM SQL-ERROR
           END-IF.

       SQL-ERROR.
           DISPLAY 'BRKRG240 SQL ERROR IN ' WS-SQL-CONTEXT
                   ' CODE ' SQLCODE
           EXEC SQL ROLLBACK END-EXEC
           MOVE 'Y' TO WS-ABORT-FLAG
           MOVE 'Y' TO WS-DT-CURSOR-EOF-SW
           MOVE 'Y' TO WS-SELL-CURSOR-EOF-SW
           MOVE 'Y' TO WS-BUY-CURSOR-EOF-SW.

       TABLE-ERROR.
           DISPLAY 'BRKRG240 TABLE ERROR IN ' WS-SQL-CONTEXT
           EXEC SQL ROLLBACK END-EXEC
           MOVE 'Y' TO WS-ABORT-FLAG
           MOVE 'Y' TO WS-END-OF-HOLIDAY
           MOVE 'Y' TO WS-END-OF-ACCTMST
           MOVE 'Y' TO WS-DT-CURSOR-EOF-SW
           MOVE 'Y' TO WS-SELL-CURSOR-EOF-SW
           MOVE 'Y' TO WS-BUY-CURSOR-EOF-SW.

      *    TONIGHT'S VIOLATIONS ARE COMMITTED ONCE, AFTER THE
      *    MASTER IS REWRITTEN AND THE AUDIT IMAGES WRITTEN. ANY
      *    FAILURE BEFORE THAT ROLLS THEM BACK WITH THE MASTER LEFT
      *    AS IT WAS, SO THE EXCEPTION FILE IS EMPTIED TOO - THE
      *    DESK MUST NOT OPEN CASES THE TABLE NEVER KEPT. ONLY A
      *    FAILED FINAL COMMIT LEAVES A REWRITTEN MASTER BEHIND;
      *    ITS AUDIT IMAGES ARE KEPT AND THE RERUN LEAVES THOSE
      *    ACCOUNTS UNDER REVIEW.
       WRAP-UP.
           IF PROGRAM-FAILED
              DISPLAY 'BRKRG240 ABENDED - CHECK JOBLOG'
              CLOSE SURVEXC-FILE
              OPEN OUTPUT SURVEXC-FILE
              MOVE 12 TO RETURN-CODE
           ELSE
              IF WS-PDT-COUNT > 0 OR WS-GFV-COUNT > 0
                 MOVE 4 TO RETURN-CODE
              ELSE
                 MOVE 0 TO RETURN-CODE
              END-IF
              DISPLAY 'BRKRG240 NORMAL END'
           END-IF
           PERFORM WRITE-RUN-LOG-END
           DISPLAY 'BRKRG240 WINDOW START        = ' WS-WINDOW-START
           DISPLAY 'BRKRG240 DAY-TRADE ROWS      = '
                   WS-DAYTRADE-ROW-COUNT
           DISPLAY 'BRKRG240 CASH SELLS TESTED   = '
                   WS-SELL-CHECKED-COUNT
           DISPLAY 'BRKRG240 PDT FLAGS           = ' WS-PDT-COUNT
           DISPLAY 'BRKRG240 GOOD-FAITH FLAGS    = ' WS-GFV-COUNT
           DISPLAY 'BRKRG240 PLACED UNDER REVIEW = '
                   WS-REPEAT-ACCT-COUNT
           DISPLAY 'BRKRG240 MASTER RECORDS OUT  = '
                   WS-MASTER-OUT-COUNT
           CLOSE SURVEXC-FILE
           CLOSE ACCTAUD-FILE
           GOBACK.

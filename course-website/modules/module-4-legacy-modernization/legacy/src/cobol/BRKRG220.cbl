       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRKRG220.
       AUTHOR. ANALYST TEAM.
       INSTALLATION. OSZ SECURITIES PROCESSING.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z16.
       OBJECT-COMPUTER. IBM-Z16.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DBTRATE-FILE ASSIGN TO 'DBTRATE-IN'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DBTRATE-STATUS.
           SELECT HOLIDAY-FILE ASSIGN TO 'HOLIDAY-IN'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HOLIDAY-STATUS.
           SELECT DBTPOST-FILE ASSIGN TO 'DBTPOST-OUT'
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DBTRPT-FILE ASSIGN TO 'DBTRPT-OUT'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    TIERED DEBIT-RATE SCHEDULE MAINTAINED BY THE MARGIN DESK -
      *    ONE ROW PER BALANCE BAND IN ASCENDING ORDER. THE WHOLE
      *    DEBIT BALANCE ACCRUES AT THE ANNUAL PERCENT OF THE BAND
      *    IT FALLS IN; A BALANCE ABOVE THE LAST BAND TAKES THE
      *    LAST BAND'S RATE.
       FD  DBTRATE-FILE
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS DBTRATE-REC.

       01  DBTRATE-REC.
           05  DRT-TIER-LOW            PIC 9(09)V99.
           05  DRT-TIER-HIGH           PIC 9(09)V99.
           05  DRT-ANNUAL-RATE         PIC 9(02)V9(04).
           05  FILLER                  PIC X(12).

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

      *    ONE RECORD PER MONTH-END DEBIT INTEREST CHARGE FOR
      *    GL-BRIDGE, SIGNED THE WAY THE LEDGER SEES THE CLIENT
      *    (NEGATIVE). SAME LAYOUT AS THE BRKRG210 CASH MOVEMENT
      *    POSTING FILE. EMPTY ON EVERY NIGHT BUT MONTH-END.
       FD  DBTPOST-FILE
           RECORD CONTAINS 64 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS DBTPOST-REC.

       01  DBTPOST-REC.
           05  DPST-ACCOUNT-ID         PIC X(12).
           05  DPST-TO-ACCOUNT-ID      PIC X(12).
           05  DPST-TYPE               PIC X(03).
           05  DPST-AMOUNT             PIC S9(9)V99.
           05  DPST-POST-DATE          PIC 9(08).
           05  DPST-REF-ID             PIC X(16).
           05  FILLER                  PIC X(02).

       FD  DBTRPT-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS DBTRPT-REC.

       01  DBTRPT-REC                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-END-OF-DBTRATE        PIC X VALUE 'N'.
           88  DBTRATE-REMAINING               VALUE 'N'.
           88  NO-MORE-DBTRATE                 VALUE 'Y'.
       01  WS-END-OF-HOLIDAY        PIC X VALUE 'N'.
           88  HOLIDAY-REMAINING               VALUE 'N'.
           88  NO-MORE-HOLIDAY                 VALUE 'Y'.
       01  WS-ABORT-FLAG            PIC X VALUE 'N'.
           88  PROGRAM-OK                     VALUE 'N'.
           88  PROGRAM-FAILED                 VALUE 'Y'.
       01  WS-BAL-CURSOR-EOF-SW     PIC X VALUE 'N'.
           88  BAL-CURSOR-EOF                  VALUE 'Y'.
       01  WS-CHG-CURSOR-EOF-SW     PIC X VALUE 'N'.
           88  CHG-CURSOR-EOF                  VALUE 'Y'.
       01  WS-MONTH-END-SW          PIC X VALUE 'N'.
           88  MONTH-END-CYCLE                 VALUE 'Y'.
       01  WS-BUS-DAY-OK-SW         PIC X VALUE 'N'.
           88  BUS-DAY-OK                      VALUE 'Y'.
           88  BUS-DAY-NOT-OK                  VALUE 'N'.
       01  WS-DBTRATE-STATUS        PIC X(02).
       01  WS-HOLIDAY-STATUS        PIC X(02).
       01  WS-SQL-CONTEXT           PIC X(30).

       01  WS-DEBIT-ACCOUNT-COUNT   PIC S9(9) COMP VALUE 0.
       01  WS-CHARGE-COUNT          PIC S9(9) COMP VALUE 0.
       01  WS-DEBIT-TOTAL           PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-ACCRUED-TOTAL         PIC S9(11)V9(4) COMP-3 VALUE 0.
       01  WS-CHARGED-TOTAL         PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-TOTAL-DISP            PIC -(12)9.99.

       01  WS-RUN-DATE              PIC 9(08) VALUE 0.
       01  WS-NEXT-BUS-DATE         PIC 9(08) VALUE 0.
       01  WS-RUN-INT               PIC S9(9) COMP VALUE 0.
       01  WS-NEXT-BUS-INT          PIC S9(9) COMP VALUE 0.
       01  WS-BUS-DOW               PIC S9(4) COMP VALUE 0.
       01  WS-ACCRUAL-DAYS          PIC S9(4) COMP VALUE 0.
       01  WS-DAY-BASIS             PIC S9(4) COMP VALUE 360.
       01  WS-DEBIT-BAL             PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-ANNUAL-RATE           PIC S9(3)V9(4) COMP-3 VALUE 0.
       01  WS-CHARGE-REF            PIC X(16) VALUE SPACES.

       01  WS-HOL-COUNT             PIC S9(4) COMP VALUE 0.
       01  WS-HOL-TABLE-MAX         PIC S9(4) COMP VALUE 200.
       01  WS-HOL-TABLE.
           05  WS-HOL-ENTRY OCCURS 200 TIMES INDEXED BY HOL-IDX.
               10  WS-HOL-INT       PIC S9(9) COMP.

       01  WS-DRT-COUNT             PIC S9(4) COMP VALUE 0.
       01  WS-DRT-TABLE-MAX         PIC S9(4) COMP VALUE 50.
       01  WS-DRT-TABLE.
           05  WS-DRT-ENTRY OCCURS 50 TIMES INDEXED BY DRT-IDX.
               10  WS-DRT-LOW       PIC S9(11)V99 COMP-3.
               10  WS-DRT-HIGH      PIC S9(11)V99 COMP-3.
               10  WS-DRT-RATE      PIC S9(3)V9(4) COMP-3.

       01  WS-RPT-HEADER-1.
           05  FILLER               PIC X(50) VALUE
               'BRKRG220 MARGIN DEBIT INTEREST ACCRUAL - RUN DATE '.
           05  HDR-RUN-DATE         PIC 9(08).
           05  FILLER               PIC X(16) VALUE
               '  DAYS ACCRUED  '.
           05  HDR-DAYS             PIC Z9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  HDR-CYCLE            PIC X(22).
           05  FILLER               PIC X(32) VALUE SPACES.

       01  WS-RPT-HEADER-2.
           05  FILLER               PIC X(12) VALUE 'ACCOUNT'.
           05  FILLER               PIC X(17) VALUE
               '    DEBIT BALANCE'.
           05  FILLER               PIC X(10) VALUE
               '  RATE PCT'.
           05  FILLER               PIC X(05) VALUE ' DAYS'.
           05  FILLER               PIC X(16) VALUE
               '   ACCRUED TODAY'.
           05  FILLER               PIC X(16) VALUE
               ' RUNNING ACCRUAL'.
           05  FILLER               PIC X(56) VALUE SPACES.

       01  WS-RPT-DETAIL.
           05  DET-ACCOUNT          PIC X(12).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DET-DEBIT-BAL        PIC -(12)9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DET-RATE             PIC ZZ9.9999.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  DET-DAYS             PIC Z9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DET-ACCRUED          PIC -(9)9.9999.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DET-RUNNING          PIC -(9)9.9999.
           05  FILLER               PIC X(56) VALUE SPACES.

       01  WS-RPT-ACCRUAL-TOTAL.
           05  FILLER               PIC X(20) VALUE
               'ACCOUNTS IN DEBIT   '.
           05  RPT-DEBIT-ACCTS      PIC Z(8)9.
           05  FILLER               PIC X(16) VALUE
               '  TOTAL DEBIT   '.
           05  RPT-DEBIT-TOTAL      PIC -(12)9.99.
           05  FILLER               PIC X(17) VALUE
               '  ACCRUED TODAY  '.
           05  RPT-ACCRUED-TOTAL    PIC -(9)9.9999.
           05  FILLER               PIC X(39) VALUE SPACES.

       01  WS-RPT-CHARGE-HEADER.
           05  FILLER               PIC X(50) VALUE
               'MONTH-END DEBIT INTEREST CHARGED TO BRKG_CASH_LEDG'.
           05  FILLER               PIC X(09) VALUE 'ER - REF '.
           05  CHG-HDR-REF          PIC X(16).
           05  FILLER               PIC X(57) VALUE SPACES.

       01  WS-RPT-CHARGE-DETAIL.
           05  CHG-ACCOUNT          PIC X(12).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  CHG-ACCRUED          PIC -(9)9.9999.
           05  FILLER               PIC X(10) VALUE
               '  CHARGED '.
           05  CHG-AMOUNT           PIC -(12)9.99.
           05  FILLER               PIC X(78) VALUE SPACES.

       01  WS-RPT-CHARGE-TOTAL.
           05  FILLER               PIC X(20) VALUE
               'ACCOUNTS CHARGED    '.
           05  RPT-CHARGE-ACCTS     PIC Z(8)9.
           05  FILLER               PIC X(16) VALUE
               '  TOTAL CHARGED '.
           05  RPT-CHARGE-TOTAL     PIC -(12)9.99.
           05  FILLER               PIC X(71) VALUE SPACES.

       01  WS-RPT-BLANK-LINE        PIC X(132) VALUE SPACES.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  HV-PLAN-ID              PIC X(08).
       01  HV-ACCOUNT-ID           PIC X(12).
       01  HV-POST-DATE            PIC 9(8).
       01  HV-ENTRY-TYPE           PIC X(03).
       01  HV-SYMBOL               PIC X(10).
       01  HV-REF-ID               PIC X(16).
       01  HV-AMOUNT               PIC S9(11)V99 COMP-3.
       01  HV-LEDGER-BAL           PIC S9(13)V99 COMP-3.
       01  HV-DEBIT-BAL            PIC S9(13)V99 COMP-3.
       01  HV-ANNUAL-RATE          PIC S9(3)V9(4) COMP-3.
       01  HV-ACCRUAL-DAYS         PIC S9(4) COMP.
       01  HV-ACCRUED-AMT          PIC S9(11)V9(4) COMP-3.
       01  HV-RUNNING-ACCRUAL      PIC S9(11)V9(4) COMP-3.
       01  HV-LOG-DATE             PIC 9(8).
       01  HV-LOG-PHASE            PIC X(01).
       01  HV-LOG-RC               PIC S9(4) COMP.
       01  HV-LOG-IN               PIC S9(9) COMP.
       01  HV-LOG-OUT              PIC S9(9) COMP.
       EXEC SQL END DECLARE SECTION END-EXEC.

       01  FILLER.
           05  WS-PLAN-NAME        PIC X(8)  VALUE 'ULTRA01'.

       PROCEDURE DIVISION.

      *    EVERY ACCOUNT WHOSE LEDGER BALANCE THROUGH TONIGHT IS A
      *    DEBIT - THE SAME DERIVED BALANCE BRKRG110 PRINTS AS THE
      *    CLOSING BALANCE.
       EXEC SQL
            DECLARE DEBIT-BAL-CURSOR CURSOR FOR
            SELECT ACCOUNT_ID, SUM(AMOUNT)
              FROM BRKG_CASH_LEDGER
             WHERE PLAN_ID = :HV-PLAN-ID
               AND POST_DATE <= :HV-POST-DATE
             GROUP BY ACCOUNT_ID
            HAVING SUM(AMOUNT) < 0
             ORDER BY ACCOUNT_ID ASC
       END-EXEC.

      *    EVERY ACCRUAL NOT YET CHARGED, WHETHER OR NOT THE ACCOUNT
      *    IS STILL IN DEBIT TONIGHT - A CLIENT WHO PAID DOWN THE
      *    DEBIT MID-MONTH STILL OWES THE DAYS IT WAS OUTSTANDING.
       EXEC SQL
            DECLARE ACCR-CHARGE-CURSOR CURSOR FOR
            SELECT ACCOUNT_ID, SUM(ACCRUED_AMT)
              FROM BRKG_DEBIT_ACCRUAL
             WHERE PLAN_ID = :HV-PLAN-ID
               AND CHARGE_DATE = 0
             GROUP BY ACCOUNT_ID
             ORDER BY ACCOUNT_ID ASC
       END-EXEC.

       MAIN-SECTION.
           PERFORM INIT-PROGRAM
           IF PROGRAM-FAILED
              GO TO WRAP-UP
           END-IF
           PERFORM CLEAR-TONIGHT-ACCRUALS
           IF PROGRAM-FAILED
              GO TO WRAP-UP
           END-IF
           PERFORM ACCRUE-DEBIT-BALANCES
           IF PROGRAM-FAILED
              GO TO WRAP-UP
           END-IF
           IF MONTH-END-CYCLE
              PERFORM CHARGE-MONTH-ACCRUALS
              IF PROGRAM-FAILED
                 GO TO WRAP-UP
              END-IF
           END-IF
           MOVE 'COMMIT ACCRUALS' TO WS-SQL-CONTEXT
           EXEC SQL COMMIT END-EXEC
           PERFORM CHECK-SQL
           PERFORM WRAP-UP
           GOBACK.

       INIT-PROGRAM.
           DISPLAY 'BRKRG220 STARTING - MARGIN DEBIT INTEREST'
           MOVE WS-PLAN-NAME TO HV-PLAN-ID
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
           MOVE WS-RUN-DATE TO HV-POST-DATE
           MOVE WS-RUN-DATE TO HV-LOG-DATE
           PERFORM WRITE-RUN-LOG-START
           OPEN OUTPUT DBTPOST-FILE
           OPEN OUTPUT DBTRPT-FILE
           PERFORM LOAD-DEBIT-RATES
           IF PROGRAM-FAILED
              EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-HOLIDAY-CALENDAR
           IF PROGRAM-FAILED
              EXIT PARAGRAPH
           END-IF
           PERFORM SET-ACCRUAL-PERIOD
           MOVE WS-RUN-DATE    TO HDR-RUN-DATE
           MOVE WS-ACCRUAL-DAYS TO HDR-DAYS
           IF MONTH-END-CYCLE
              MOVE 'MONTH-END CHARGE CYCLE' TO HDR-CYCLE
           ELSE
              MOVE SPACES TO HDR-CYCLE
           END-IF
           WRITE DBTRPT-REC FROM WS-RPT-HEADER-1
           WRITE DBTRPT-REC FROM WS-RPT-BLANK-LINE
           WRITE DBTRPT-REC FROM WS-RPT-HEADER-2.

      *    THE RATE SCHEDULE IS REQUIRED - WITHOUT IT THERE IS NO
      *    RATE TO ACCRUE AT, AND A SILENT ZERO ACCRUAL WOULD LOSE
      *    THE FIRM A DAY'S INTEREST WITH NOTHING ON THE JOBLOG.
       LOAD-DEBIT-RATES.
           OPEN INPUT DBTRATE-FILE
           IF WS-DBTRATE-STATUS NOT = '00'
              DISPLAY 'BRKRG220 - DBTRATE-IN OPEN FAILED, '
                      'STATUS ' WS-DBTRATE-STATUS
                      ' - RATE SCHEDULE REQUIRED - ABORTING'
              MOVE 'Y' TO WS-ABORT-FLAG
              EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-DEBIT-RATE-ENTRY
              UNTIL NO-MORE-DBTRATE OR PROGRAM-FAILED
           CLOSE DBTRATE-FILE
           IF PROGRAM-FAILED
              EXIT PARAGRAPH
           END-IF
           IF WS-DRT-COUNT = 0
              DISPLAY 'BRKRG220 - NO USABLE RATE TIERS ON '
                      'DBTRATE-IN - ABORTING'
              MOVE 'Y' TO WS-ABORT-FLAG
              EXIT PARAGRAPH
           END-IF
           DISPLAY 'BRKRG220 - DEBIT RATE TIERS LOADED: '
                   WS-DRT-COUNT.

       LOAD-DEBIT-RATE-ENTRY.
           READ DBTRATE-FILE
              AT END
                 SET NO-MORE-DBTRATE TO TRUE
              NOT AT END
                 IF DRT-TIER-LOW IS NOT NUMERIC
                    OR DRT-TIER-HIGH IS NOT NUMERIC
                    OR DRT-ANNUAL-RATE IS NOT NUMERIC
                    OR DRT-TIER-HIGH < DRT-TIER-LOW
                    DISPLAY 'BRKRG220 - BAD RATE TIER SKIPPED: '
                            DBTRATE-REC
                 ELSE
                    IF WS-DRT-COUNT >= WS-DRT-TABLE-MAX
                       MOVE 'RATE TIER TABLE FULL' TO WS-SQL-CONTEXT
                       PERFORM TABLE-ERROR
                    ELSE
                       ADD 1 TO WS-DRT-COUNT
                       SET DRT-IDX TO WS-DRT-COUNT
                       MOVE DRT-TIER-LOW    TO WS-DRT-LOW (DRT-IDX)
                       MOVE DRT-TIER-HIGH   TO WS-DRT-HIGH (DRT-IDX)
                       MOVE DRT-ANNUAL-RATE TO WS-DRT-RATE (DRT-IDX)
                    END-IF
                 END-IF
           END-READ.

       LOAD-HOLIDAY-CALENDAR.
           OPEN INPUT HOLIDAY-FILE
           IF WS-HOLIDAY-STATUS = '00'
              PERFORM LOAD-ONE-HOLIDAY
                 UNTIL NO-MORE-HOLIDAY OR PROGRAM-FAILED
              CLOSE HOLIDAY-FILE
              DISPLAY 'BRKRG220 - MARKET HOLIDAYS LOADED: '
                      WS-HOL-COUNT
           ELSE
              SET NO-MORE-HOLIDAY TO TRUE
              DISPLAY 'BRKRG220 - NO HOLIDAY CALENDAR DATASET, '
                      'WEEKENDS ONLY SKIPPED FOR ACCRUAL DAYS'
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

      *    A DEBIT IS OUTSTANDING EVERY CALENDAR DAY, NOT JUST THE
      *    DAYS THE CHAIN RUNS, SO EACH NIGHT ACCRUES FROM TONIGHT
      *    UP TO THE NEXT BUSINESS DAY - A FRIDAY RUN CARRIES THE
      *    WEEKEND, THE NIGHT BEFORE A HOLIDAY CARRIES THE HOLIDAY.
      *    WHEN THE NEXT BUSINESS DAY FALLS IN A NEW MONTH TONIGHT
      *    IS THE LAST CYCLE OF THE MONTH AND THE ACCRUALS ARE
      *    CHARGED; DAYS CARRIED PAST THE MONTH END BY THAT LAST
      *    NIGHT ARE BILLED WITH THE MONTH THEY WERE ACCRUED IN.
       SET-ACCRUAL-PERIOD.
           COMPUTE WS-RUN-INT =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           MOVE WS-RUN-INT TO WS-NEXT-BUS-INT
           PERFORM BUMP-BUSINESS-DAY
           PERFORM BUMP-BUSINESS-DAY UNTIL BUS-DAY-OK
           COMPUTE WS-NEXT-BUS-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-NEXT-BUS-INT)
           COMPUTE WS-ACCRUAL-DAYS = WS-NEXT-BUS-INT - WS-RUN-INT
           IF WS-NEXT-BUS-DATE (1:6) NOT = WS-RUN-DATE (1:6)
              SET MONTH-END-CYCLE TO TRUE
              MOVE SPACES TO WS-CHARGE-REF
              STRING 'MDI' WS-RUN-DATE (1:6)
                 DELIMITED BY SIZE INTO WS-CHARGE-REF
              END-STRING
           END-IF
           DISPLAY 'BRKRG220 - NEXT BUSINESS DAY ' WS-NEXT-BUS-DATE
                   ', ACCRUING ' WS-ACCRUAL-DAYS ' DAY(S)'.

       BUMP-BUSINESS-DAY.
           ADD 1 TO WS-NEXT-BUS-INT
           PERFORM CHECK-BUSINESS-DAY.

       CHECK-BUSINESS-DAY.
           COMPUTE WS-BUS-DOW = FUNCTION REM(WS-NEXT-BUS-INT, 7)
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
                 WHEN WS-HOL-INT (HOL-IDX) = WS-NEXT-BUS-INT
                    SET BUS-DAY-NOT-OK TO TRUE
              END-SEARCH
           END-IF.

      *    A RERUN OF TONIGHT'S CYCLE REMOVES TONIGHT'S ACCRUAL
      *    ROWS, BACKS OUT TONIGHT'S MONTH-END CHARGE FROM THE
      *    LEDGER AND RETURNS THE ACCRUALS IT CHARGED TO UNCHARGED,
      *    SO THE CYCLE REPEATS FROM THE SAME STARTING POINT.
       CLEAR-TONIGHT-ACCRUALS.
           MOVE 'CLEAR RERUN CHARGES' TO WS-SQL-CONTEXT
           EXEC SQL
              DELETE FROM BRKG_CASH_LEDGER
               WHERE PLAN_ID = :HV-PLAN-ID
                 AND POST_DATE = :HV-POST-DATE
                 AND ENTRY_TYPE = 'MDI'
           END-EXEC
           IF SQLCODE NOT = 100
              PERFORM CHECK-SQL
           END-IF
           IF PROGRAM-FAILED
              EXIT PARAGRAPH
           END-IF
           MOVE 'REOPEN RERUN ACCRUALS' TO WS-SQL-CONTEXT
           EXEC SQL
              UPDATE BRKG_DEBIT_ACCRUAL
                 SET CHARGE_DATE = 0
               WHERE PLAN_ID = :HV-PLAN-ID
                 AND CHARGE_DATE = :HV-POST-DATE
           END-EXEC
           IF SQLCODE NOT = 100
              PERFORM CHECK-SQL
           END-IF
           IF PROGRAM-FAILED
              EXIT PARAGRAPH
           END-IF
           MOVE 'CLEAR RERUN ACCRUALS' TO WS-SQL-CONTEXT
           EXEC SQL
              DELETE FROM BRKG_DEBIT_ACCRUAL
               WHERE PLAN_ID = :HV-PLAN-ID
                 AND ACCRUAL_DATE = :HV-POST-DATE
           END-EXEC
           IF SQLCODE NOT = 100
              PERFORM CHECK-SQL
           END-IF.

       ACCRUE-DEBIT-BALANCES.
           MOVE 'OPEN DEBIT BAL CURSOR' TO WS-SQL-CONTEXT
           EXEC SQL OPEN DEBIT-BAL-CURSOR END-EXEC
           PERFORM CHECK-SQL
           PERFORM ACCRUE-ONE-ACCOUNT
              UNTIL BAL-CURSOR-EOF OR PROGRAM-FAILED
           MOVE 'CLOSE DEBIT BAL CURSOR' TO WS-SQL-CONTEXT
           EXEC SQL CLOSE DEBIT-BAL-CURSOR END-EXEC
           PERFORM CHECK-SQL
           IF PROGRAM-FAILED
              EXIT PARAGRAPH
           END-IF
           MOVE WS-DEBIT-ACCOUNT-COUNT TO RPT-DEBIT-ACCTS
           MOVE WS-DEBIT-TOTAL         TO RPT-DEBIT-TOTAL
           MOVE WS-ACCRUED-TOTAL       TO RPT-ACCRUED-TOTAL
           WRITE DBTRPT-REC FROM WS-RPT-BLANK-LINE
           WRITE DBTRPT-REC FROM WS-RPT-ACCRUAL-TOTAL.

       ACCRUE-ONE-ACCOUNT.
           MOVE 'FETCH DEBIT BALANCE' TO WS-SQL-CONTEXT
           EXEC SQL
              FETCH DEBIT-BAL-CURSOR
                INTO :HV-ACCOUNT-ID, :HV-LEDGER-BAL
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 PERFORM POST-ONE-ACCRUAL
              WHEN 100
                 SET BAL-CURSOR-EOF TO TRUE
              WHEN OTHER
                 PERFORM SQL-ERROR
           END-EVALUATE.

      *    INTEREST RUNS ON AN ACTUAL/360 BASIS AND IS KEPT TO FOUR
      *    DECIMALS PER DAY SO A MONTH OF SMALL ACCRUALS DOES NOT
      *    LOSE A ROUNDING CENT EVERY NIGHT; ONLY THE MONTH-END
      *    CHARGE ROUNDS TO CENTS.
       POST-ONE-ACCRUAL.
           COMPUTE WS-DEBIT-BAL = HV-LEDGER-BAL * -1
           PERFORM LOOKUP-DEBIT-RATE
           MOVE WS-DEBIT-BAL    TO HV-DEBIT-BAL
           MOVE WS-ANNUAL-RATE  TO HV-ANNUAL-RATE
           MOVE WS-ACCRUAL-DAYS TO HV-ACCRUAL-DAYS
           COMPUTE HV-ACCRUED-AMT ROUNDED =
                   WS-DEBIT-BAL * WS-ANNUAL-RATE * WS-ACCRUAL-DAYS
                   / (100 * WS-DAY-BASIS)
           MOVE 'INSERT DEBIT ACCRUAL' TO WS-SQL-CONTEXT
           EXEC SQL
              INSERT INTO BRKG_DEBIT_ACCRUAL
                     (PLAN_ID, ACCOUNT_ID, ACCRUAL_DATE,
                      DEBIT_BALANCE, ANNUAL_RATE, ACCRUAL_DAYS,
                      ACCRUED_AMT, CHARGE_DATE)
              VALUES (:HV-PLAN-ID, :HV-ACCOUNT-ID, :HV-POST-DATE,
                      :HV-DEBIT-BAL, :HV-ANNUAL-RATE,
                      :HV-ACCRUAL-DAYS, :HV-ACCRUED-AMT, 0)
           END-EXEC
           PERFORM CHECK-SQL
           IF PROGRAM-FAILED
              EXIT PARAGRAPH
           END-IF
           MOVE 'SUM RUNNING ACCRUAL' TO WS-SQL-CONTEXT
           EXEC SQL
              SELECT COALESCE(SUM(ACCRUED_AMT), 0)
                INTO :HV-RUNNING-ACCRUAL
                FROM BRKG_DEBIT_ACCRUAL
               WHERE PLAN_ID = :HV-PLAN-ID
                 AND ACCOUNT_ID = :HV-ACCOUNT-ID
                 AND CHARGE_DATE = 0
           END-EXEC
           PERFORM CHECK-SQL
           IF PROGRAM-FAILED
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DEBIT-ACCOUNT-COUNT
           ADD WS-DEBIT-BAL   TO WS-DEBIT-TOTAL
           ADD HV-ACCRUED-AMT TO WS-ACCRUED-TOTAL
           MOVE HV-ACCOUNT-ID      TO DET-ACCOUNT
           MOVE WS-DEBIT-BAL       TO DET-DEBIT-BAL
           MOVE WS-ANNUAL-RATE     TO DET-RATE
           MOVE WS-ACCRUAL-DAYS    TO DET-DAYS
           MOVE HV-ACCRUED-AMT     TO DET-ACCRUED
           MOVE HV-RUNNING-ACCRUAL TO DET-RUNNING
           WRITE DBTRPT-REC FROM WS-RPT-DETAIL.

      *    BANDS ARE HELD IN ASCENDING ORDER, SO THE FIRST BAND
      *    WHOSE HIGH BOUND COVERS THE BALANCE PRICES IT - THE SAME
      *    SELECTION THE INTEREST ADJUSTMENT'S TIER TABLE USES.
       LOOKUP-DEBIT-RATE.
           SET DRT-IDX TO 1
           SEARCH WS-DRT-ENTRY
              AT END
                 SET DRT-IDX TO WS-DRT-COUNT
              WHEN DRT-IDX > WS-DRT-COUNT
                 SET DRT-IDX TO WS-DRT-COUNT
              WHEN WS-DEBIT-BAL NOT > WS-DRT-HIGH (DRT-IDX)
                 CONTINUE
           END-SEARCH
           MOVE WS-DRT-RATE (DRT-IDX) TO WS-ANNUAL-RATE.

       CHARGE-MONTH-ACCRUALS.
           MOVE WS-CHARGE-REF TO CHG-HDR-REF
           WRITE DBTRPT-REC FROM WS-RPT-BLANK-LINE
           WRITE DBTRPT-REC FROM WS-RPT-CHARGE-HEADER
           MOVE 'OPEN ACCR CHARGE CURSOR' TO WS-SQL-CONTEXT
           EXEC SQL OPEN ACCR-CHARGE-CURSOR END-EXEC
           PERFORM CHECK-SQL
           PERFORM CHARGE-ONE-ACCOUNT
              UNTIL CHG-CURSOR-EOF OR PROGRAM-FAILED
           MOVE 'CLOSE ACCR CHARGE CURSOR' TO WS-SQL-CONTEXT
           EXEC SQL CLOSE ACCR-CHARGE-CURSOR END-EXEC
           PERFORM CHECK-SQL
           IF PROGRAM-FAILED
              EXIT PARAGRAPH
           END-IF
           MOVE 'MARK ACCRUALS CHARGED' TO WS-SQL-CONTEXT
           EXEC SQL
              UPDATE BRKG_DEBIT_ACCRUAL
                 SET CHARGE_DATE = :HV-POST-DATE
               WHERE PLAN_ID = :HV-PLAN-ID
                 AND CHARGE_DATE = 0
           END-EXEC
           IF SQLCODE NOT = 100
              PERFORM CHECK-SQL
           END-IF
           IF PROGRAM-FAILED
              EXIT PARAGRAPH
           END-IF
           MOVE WS-CHARGE-COUNT  TO RPT-CHARGE-ACCTS
           MOVE WS-CHARGED-TOTAL TO RPT-CHARGE-TOTAL
           WRITE DBTRPT-REC FROM WS-RPT-BLANK-LINE
           WRITE DBTRPT-REC FROM WS-RPT-CHARGE-TOTAL.

       CHARGE-ONE-ACCOUNT.
           MOVE 'FETCH ACCRUAL TOTAL' TO WS-SQL-CONTEXT
           EXEC SQL
              FETCH ACCR-CHARGE-CURSOR
                INTO :HV-ACCOUNT-ID, :HV-RUNNING-ACCRUAL
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 PERFORM POST-ONE-CHARGE
              WHEN 100
                 SET CHG-CURSOR-EOF TO TRUE
              WHEN OTHER
                 PERFORM SQL-ERROR
           END-EVALUATE.

      *    THE CHARGE IS A DEBIT TO THE CLIENT, SO IT POSTS NEGATIVE
      *    (CREDIT POSITIVE) UNDER ITS OWN ENTRY TYPE. A MONTH WHOSE
      *    ACCRUALS ROUND TO LESS THAN A CENT POSTS NOTHING BUT IS
      *    STILL MARKED CHARGED.
       POST-ONE-CHARGE.
           COMPUTE HV-AMOUNT ROUNDED = HV-RUNNING-ACCRUAL * -1
           IF HV-AMOUNT = 0
              EXIT PARAGRAPH
           END-IF
           MOVE 'MDI'         TO HV-ENTRY-TYPE
           MOVE SPACES        TO HV-SYMBOL
           MOVE WS-CHARGE-REF TO HV-REF-ID
           MOVE 'INSERT LEDGER ROW' TO WS-SQL-CONTEXT
           EXEC SQL
              INSERT INTO BRKG_CASH_LEDGER
                     (PLAN_ID, ACCOUNT_ID, POST_DATE, LEDGER_SEQ,
                      ENTRY_TYPE, SYMBOL, REF_ID, AMOUNT)
              VALUES (:HV-PLAN-ID, :HV-ACCOUNT-ID, :HV-POST-DATE,
                      (SELECT COALESCE(MAX(LEDGER_SEQ), 0) + 1
                         FROM BRKG_CASH_LEDGER
                        WHERE PLAN_ID = :HV-PLAN-ID
                          AND ACCOUNT_ID = :HV-ACCOUNT-ID
                          AND POST_DATE = :HV-POST-DATE),
                      :HV-ENTRY-TYPE, :HV-SYMBOL, :HV-REF-ID,
                      :HV-AMOUNT)
           END-EXEC
           PERFORM CHECK-SQL
           IF PROGRAM-FAILED
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CHARGE-COUNT
           SUBTRACT HV-AMOUNT FROM WS-CHARGED-TOTAL
           MOVE SPACES        TO DBTPOST-REC
           MOVE HV-ACCOUNT-ID TO DPST-ACCOUNT-ID
           MOVE 'MDI'         TO DPST-TYPE
           MOVE HV-AMOUNT     TO DPST-AMOUNT
           MOVE WS-RUN-DATE   TO DPST-POST-DATE
           MOVE WS-CHARGE-REF TO DPST-REF-ID
           WRITE DBTPOST-REC
           MOVE HV-ACCOUNT-ID      TO CHG-ACCOUNT
           MOVE HV-RUNNING-ACCRUAL TO CHG-ACCRUED
           COMPUTE CHG-AMOUNT = HV-AMOUNT * -1
           WRITE DBTRPT-REC FROM WS-RPT-CHARGE-DETAIL.

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
           MOVE WS-DEBIT-ACCOUNT-COUNT TO HV-LOG-IN
           MOVE WS-CHARGE-COUNT TO HV-LOG-OUT
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
                      'BRKRG220', :HV-LOG-PHASE, :HV-LOG-RC,
                      :HV-LOG-IN, :HV-LOG-OUT)
           END-EXEC
           IF SQLCODE < 0
              DISPLAY 'BRKRG220 RUN LOG INSERT FAILED, CODE '
                      SQLCODE ' - CONTINUING'
           END-IF.

       CHECK-SQL.
           IF SQLCODE < 0
              PERFORM SQL-ERROR
           END-IF.

       SQL-ERROR.
           DISPLAY 'BRKRG220 SQL ERROR IN ' WS-SQL-CONTEXT
                   ' CODE ' SQLCODE
           EXEC SQL ROLLBACK END-EXEC
           MOVE 'Y' TO WS-ABORT-FLAG
           MOVE 'Y' TO WS-BAL-CURSOR-EOF-SW
           MOVE 'Y' TO WS-CHG-CURSOR-EOF-SW.

       TABLE-ERROR.
           DISPLAY 'BRKRG220 TABLE ERROR IN ' WS-SQL-CONTEXT
           MOVE 'Y' TO WS-ABORT-FLAG
           MOVE 'Y' TO WS-END-OF-DBTRATE
           MOVE 'Y' TO WS-END-OF-HOLIDAY.

      *    AN ABEND ROLLS THE LEDGER BACK, SO THE POSTING FILE IS
      *    EMPTIED TOO - GL-BRIDGE MUST NOT JOURNAL A CHARGE THE
      *    LEDGER NEVER KEPT.
       WRAP-UP.
           IF PROGRAM-FAILED
              DISPLAY 'BRKRG220 ABENDED - CHECK JOBLOG'
              CLOSE DBTPOST-FILE
              OPEN OUTPUT DBTPOST-FILE
              MOVE 12 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
              DISPLAY 'BRKRG220 NORMAL END'
           END-IF
           PERFORM WRITE-RUN-LOG-END
           DISPLAY 'BRKRG220 ACCOUNTS IN DEBIT   = '
                   WS-DEBIT-ACCOUNT-COUNT
           MOVE WS-DEBIT-TOTAL TO WS-TOTAL-DISP
           DISPLAY 'BRKRG220 TOTAL DEBIT BALANCE = ' WS-TOTAL-DISP
           MOVE WS-ACCRUED-TOTAL TO WS-TOTAL-DISP
           DISPLAY 'BRKRG220 ACCRUED TONIGHT     = ' WS-TOTAL-DISP
           IF MONTH-END-CYCLE
              MOVE WS-CHARGED-TOTAL TO WS-TOTAL-DISP
              DISPLAY 'BRKRG220 MONTH-END CHARGES   = '
                      WS-CHARGE-COUNT ' ' WS-TOTAL-DISP
           END-IF
           CLOSE DBTPOST-FILE
           CLOSE DBTRPT-FILE
           GOBACK.

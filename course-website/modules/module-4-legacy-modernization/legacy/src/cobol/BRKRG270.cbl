       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRKRG270.
       AUTHOR. ANALYST TEAM.
       INSTALLATION. OSZ SECURITIES PROCESSING.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z16.
       OBJECT-COMPUTER. IBM-Z16.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENSE-FILE ASSIGN TO 'SUSPENSE-IN'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SUSP-STATUS.
           SELECT REJECT-FILE ASSIGN TO 'REJECT-IN'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REJ-STATUS.
           SELECT SUSPESC-FILE ASSIGN TO 'SUSPESC-IN'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ESC-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    THE CURRENT SUSPENSE GENERATION - TRADES BRKRG010 COULD
      *    NOT POST YET AND WILL RE-PRESENT TOMORROW NIGHT.
       FD  SUSPENSE-FILE
           RECORD CONTAINS 118 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS SUSPENSE-REC.

       01  SUSPENSE-REC.
           05  SUSPENSE-PLAN-ID        PIC X(08).
           05  SUSPENSE-TRADE-ID       PIC X(16).
           05  SUSPENSE-ACCOUNT-ID     PIC X(12).
           05  SUSPENSE-SYMBOL         PIC X(10).
           05  SUSPENSE-QUANTITY       PIC S9(9).
           05  SUSPENSE-POS-QTY        PIC S9(9).
           05  SUSPENSE-SOLD-QTY       PIC S9(9).
           05  SUSPENSE-PRICE          PIC S9(7)V99.
           05  SUSPENSE-EXEC-DATE      PIC 9(08).
           05  SUSPENSE-FIRST-DATE     PIC 9(08).
           05  SUSPENSE-AGE-DAYS       PIC 9(03).
           05  SUSPENSE-REASON         PIC X(03).
           05  SUSPENSE-COMMISSION     PIC S9(5)V99.
           05  SUSPENSE-FEES           PIC S9(5)V99.

      *    TONIGHT'S REJECTS - TRADES BRKRG010 WILL NEVER POST.
       FD  REJECT-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS REJECT-REC.

       01  REJECT-REC.
           05  REJECT-PLAN-ID          PIC X(08).
           05  REJECT-TRADE-ID         PIC X(16).
           05  REJECT-ACCOUNT-ID       PIC X(12).
           05  REJECT-SYMBOL           PIC X(10).
           05  REJECT-SIDE             PIC X(01).
           05  REJECT-QUANTITY         PIC S9(9).
           05  REJECT-PRICE            PIC S9(7)V99.
           05  REJECT-EXEC-DATE        PIC 9(08).
           05  REJECT-REASON           PIC X(03).
           05  FILLER                  PIC X(04).

      *    ESCALATIONS STILL WAITING ON A DESK DECISION, IN THE
      *    SUSPENSE LAYOUT - THE NEW ONES AND THE REMAIN GENERATION
      *    CONCATENATED ON ONE DD.
       FD  SUSPESC-FILE
           RECORD CONTAINS 118 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS SUSPESC-REC.

       01  SUSPESC-REC.
           05  ESC-PLAN-ID             PIC X(08).
           05  ESC-TRADE-ID            PIC X(16).
           05  ESC-ACCOUNT-ID          PIC X(12).
           05  ESC-SYMBOL              PIC X(10).
           05  ESC-QUANTITY            PIC S9(9).
           05  ESC-POS-QTY             PIC S9(9).
           05  ESC-SOLD-QTY            PIC S9(9).
           05  ESC-PRICE               PIC S9(7)V99.
           05  ESC-EXEC-DATE           PIC 9(08).
           05  ESC-FIRST-DATE          PIC 9(08).
           05  ESC-AGE-DAYS            PIC 9(03).
           05  ESC-REASON              PIC X(03).
           05  ESC-COMMISSION          PIC S9(5)V99.
           05  ESC-FEES                PIC S9(5)V99.

       WORKING-STORAGE SECTION.
       01  WS-ABORT-FLAG            PIC X VALUE 'N'.
           88  PROGRAM-OK                     VALUE 'N'.
           88  PROGRAM-FAILED                 VALUE 'Y'.
       01  WS-END-OF-SUSP           PIC X VALUE 'N'.
           88  NO-MORE-SUSP                   VALUE 'Y'.
       01  WS-END-OF-REJ            PIC X VALUE 'N'.
           88  NO-MORE-REJ                    VALUE 'Y'.
       01  WS-END-OF-ESC            PIC X VALUE 'N'.
           88  NO-MORE-ESC                    VALUE 'Y'.
       01  WS-SUSP-STATUS           PIC X(02).
       01  WS-REJ-STATUS            PIC X(02).
       01  WS-ESC-STATUS            PIC X(02).
       01  WS-SQL-CONTEXT           PIC X(30).

       01  WS-RUN-DATE              PIC 9(08) VALUE 0.
       01  WS-SUSP-COUNT            PIC S9(9) COMP VALUE 0.
       01  WS-REJ-COUNT             PIC S9(9) COMP VALUE 0.
       01  WS-ESC-COUNT             PIC S9(9) COMP VALUE 0.
       01  WS-LOADED-COUNT          PIC S9(9) COMP VALUE 0.
       01  WS-REMOVED-COUNT         PIC S9(9) COMP VALUE 0.
       01  WS-MISSING-COUNT         PIC S9(9) COMP VALUE 0.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  HV-PLAN-ID              PIC X(08).
       01  HV-SOURCE-CODE          PIC X(03).
       01  HV-TRADE-ID             PIC X(16).
       01  HV-ACCOUNT-ID           PIC X(12).
       01  HV-SYMBOL               PIC X(10).
       01  HV-SIDE                 PIC X(01).
       01  HV-QUANTITY             PIC S9(9) COMP-3.
       01  HV-PRICE                PIC S9(7)V99 COMP-3.
       01  HV-EXEC-DATE            PIC 9(8).
       01  HV-REASON               PIC X(03).
       01  HV-FIRST-DATE           PIC 9(8).
       01  HV-AGE-DAYS             PIC S9(4) COMP.
       01  HV-LOAD-DATE            PIC 9(8).
       01  HV-LOG-DATE             PIC 9(8).
       01  HV-LOG-PHASE            PIC X(01).
       01  HV-LOG-RC               PIC S9(4) COMP.
       01  HV-LOG-IN               PIC S9(9) COMP.
       01  HV-LOG-OUT              PIC S9(9) COMP.
       EXEC SQL END DECLARE SECTION END-EXEC.

       01  FILLER.
           05  WS-PLAN-NAME        PIC X(8)  VALUE 'ULTRA01'.

       PROCEDURE DIVISION.

      *    BRKG_TRADE_EXCP IS THE ONLINE COPY OF THE NIGHT'S
      *    SUSPENSE, REJECT AND ESCALATION DATASETS, WHICH THE
      *    TRADE-ID INQUIRY (BRKRG300) CANNOT READ AS GDGS. EACH RUN
      *    REPLACES THE WHOLE TABLE IN ONE UNIT OF WORK, SO A RERUN
      *    IS HARMLESS AND THE SCREEN NEVER SEES HALF A LOAD. A
      *    MISSING INPUT DATASET LOADS NOTHING FROM THAT SOURCE AND
      *    ENDS RC=4; THE OTHER SOURCES STILL LOAD.
       MAIN-SECTION.
           PERFORM INIT-PROGRAM
           IF PROGRAM-FAILED
              GO TO WRAP-UP
           END-IF
           PERFORM CLEAR-EXCEPTION-TABLE
           IF PROGRAM-OK
              PERFORM LOAD-SUSPENSE
           END-IF
           IF PROGRAM-OK
              PERFORM LOAD-REJECTS
           END-IF
           IF PROGRAM-OK
              PERFORM LOAD-ESCALATIONS
           END-IF
           IF PROGRAM-OK
              MOVE 'COMMIT EXCEPTION LOAD' TO WS-SQL-CONTEXT
              EXEC SQL COMMIT END-EXEC
              PERFORM CHECK-SQL
           END-IF
           PERFORM WRAP-UP
           GOBACK.

       INIT-PROGRAM.
           DISPLAY 'BRKRG270 STARTING - TRADE EXCEPTION INQUIRY LOAD'
           MOVE WS-PLAN-NAME TO HV-PLAN-ID
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
           MOVE WS-RUN-DATE TO HV-LOAD-DATE HV-LOG-DATE
           PERFORM WRITE-RUN-LOG-START.

       CLEAR-EXCEPTION-TABLE.
           MOVE 'CLEAR EXCEPTION TABLE' TO WS-SQL-CONTEXT
           EXEC SQL
              DELETE FROM BRKG_TRADE_EXCP
               WHERE PLAN_ID = :HV-PLAN-ID
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 MOVE SQLERRD (3) TO WS-REMOVED-COUNT
              WHEN 100
                 MOVE ZERO TO WS-REMOVED-COUNT
              WHEN OTHER
                 PERFORM SQL-ERROR
           END-EVALUATE.

       LOAD-SUSPENSE.
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSP-STATUS NOT = '00'
              DISPLAY 'BRKRG270 - SUSPENSE-IN NOT AVAILABLE, STATUS '
                      WS-SUSP-STATUS ' - NO SUSPENSE LOADED'
              ADD 1 TO WS-MISSING-COUNT
              EXIT PARAGRAPH
           END-IF
           MOVE 'SUS' TO HV-SOURCE-CODE
           PERFORM LOAD-ONE-SUSPENSE
              UNTIL NO-MORE-SUSP OR PROGRAM-FAILED
           CLOSE SUSPENSE-FILE.

       LOAD-ONE-SUSPENSE.
           READ SUSPENSE-FILE
              AT END
                 SET NO-MORE-SUSP TO TRUE
              NOT AT END
                 ADD 1 TO WS-SUSP-COUNT
                 MOVE SUSPENSE-TRADE-ID   TO HV-TRADE-ID
                 MOVE SUSPENSE-ACCOUNT-ID TO HV-ACCOUNT-ID
                 MOVE SUSPENSE-SYMBOL     TO HV-SYMBOL
                 MOVE SPACE               TO HV-SIDE
                 MOVE SUSPENSE-QUANTITY   TO HV-QUANTITY
                 MOVE SUSPENSE-PRICE      TO HV-PRICE
                 MOVE SUSPENSE-EXEC-DATE  TO HV-EXEC-DATE
                 MOVE SUSPENSE-REASON     TO HV-REASON
                 MOVE SUSPENSE-FIRST-DATE TO HV-FIRST-DATE
                 MOVE SUSPENSE-AGE-DAYS   TO HV-AGE-DAYS
                 PERFORM INSERT-EXCEPTION-ROW
           END-READ.

       LOAD-REJECTS.
           OPEN INPUT REJECT-FILE
           IF WS-REJ-STATUS NOT = '00'
              DISPLAY 'BRKRG270 - REJECT-IN NOT AVAILABLE, STATUS '
                      WS-REJ-STATUS ' - NO REJECTS LOADED'
              ADD 1 TO WS-MISSING-COUNT
              EXIT PARAGRAPH
           END-IF
           MOVE 'REJ' TO HV-SOURCE-CODE
           PERFORM LOAD-ONE-REJECT
              UNTIL NO-MORE-REJ OR PROGRAM-FAILED
           CLOSE REJECT-FILE.

       LOAD-ONE-REJECT.
           READ REJECT-FILE
              AT END
                 SET NO-MORE-REJ TO TRUE
              NOT AT END
                 ADD 1 TO WS-REJ-COUNT
                 MOVE REJECT-TRADE-ID     TO HV-TRADE-ID
                 MOVE REJECT-ACCOUNT-ID   TO HV-ACCOUNT-ID
                 MOVE REJECT-SYMBOL       TO HV-SYMBOL
                 MOVE REJECT-SIDE         TO HV-SIDE
                 MOVE REJECT-QUANTITY     TO HV-QUANTITY
                 MOVE REJECT-PRICE        TO HV-PRICE
                 MOVE REJECT-EXEC-DATE    TO HV-EXEC-DATE
                 MOVE REJECT-REASON       TO HV-REASON
                 MOVE WS-RUN-DATE         TO HV-FIRST-DATE
                 MOVE ZERO                TO HV-AGE-DAYS
                 PERFORM INSERT-EXCEPTION-ROW
           END-READ.

       LOAD-ESCALATIONS.
           OPEN INPUT SUSPESC-FILE
           IF WS-ESC-STATUS NOT = '00'
              DISPLAY 'BRKRG270 - SUSPESC-IN NOT AVAILABLE, STATUS '
                      WS-ESC-STATUS ' - NO ESCALATIONS LOADED'
              ADD 1 TO WS-MISSING-COUNT
              EXIT PARAGRAPH
           END-IF
           MOVE 'ESC' TO HV-SOURCE-CODE
           PERFORM LOAD-ONE-ESCALATION
              UNTIL NO-MORE-ESC OR PROGRAM-FAILED
           CLOSE SUSPESC-FILE.

       LOAD-ONE-ESCALATION.
           READ SUSPESC-FILE
              AT END
                 SET NO-MORE-ESC TO TRUE
              NOT AT END
                 ADD 1 TO WS-ESC-COUNT
                 MOVE ESC-TRADE-ID        TO HV-TRADE-ID
                 MOVE ESC-ACCOUNT-ID      TO HV-ACCOUNT-ID
                 MOVE ESC-SYMBOL          TO HV-SYMBOL
                 MOVE SPACE               TO HV-SIDE
                 MOVE ESC-QUANTITY        TO HV-QUANTITY
                 MOVE ESC-PRICE           TO HV-PRICE
                 MOVE ESC-EXEC-DATE       TO HV-EXEC-DATE
                 MOVE ESC-REASON          TO HV-REASON
                 MOVE ESC-FIRST-DATE      TO HV-FIRST-DATE
                 MOVE ESC-AGE-DAYS        TO HV-AGE-DAYS
                 PERFORM INSERT-EXCEPTION-ROW
           END-READ.

       INSERT-EXCEPTION-ROW.
           MOVE 'INSERT EXCEPTION ROW' TO WS-SQL-CONTEXT
           EXEC SQL
              INSERT INTO BRKG_TRADE_EXCP
                     (PLAN_ID, SOURCE_CODE, TRADE_ID, ACCOUNT_ID,
                      SYMBOL, SIDE, QUANTITY, PRICE, EXEC_DATE,
                      REASON, FIRST_DATE, AGE_DAYS, LOAD_DATE)
              VALUES (:HV-PLAN-ID, :HV-SOURCE-CODE, :HV-TRADE-ID,
                      :HV-ACCOUNT-ID, :HV-SYMBOL, :HV-SIDE,
                      :HV-QUANTITY, :HV-PRICE, :HV-EXEC-DATE,
                      :HV-REASON, :HV-FIRST-DATE, :HV-AGE-DAYS,
                      :HV-LOAD-DATE)
           END-EXEC
           PERFORM CHECK-SQL
           IF PROGRAM-OK
              ADD 1 TO WS-LOADED-COUNT
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
           COMPUTE HV-LOG-IN = WS-SUSP-COUNT + WS-REJ-COUNT
                             + WS-ESC-COUNT
           MOVE WS-LOADED-COUNT TO HV-LOG-OUT
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
                      'BRKRG270', :HV-LOG-PHASE, :HV-LOG-RC,
                      :HV-LOG-IN, :HV-LOG-OUT)
           END-EXEC
           IF SQLCODE < 0
              DISPLAY 'BRKRG270 RUN LOG INSERT FAILED, CODE '
                      SQLCODE ' - CONTINUING'
           END-IF.

       CHECK-SQL.
           IF SQLCODE < 0
              PERFORM SQL-ERROR
           END-IF.

       SQL-ERROR.
           DISPLAY 'BRKRG270 SQL ERROR IN ' WS-SQL-CONTEXT
                   ' CODE ' SQLCODE
           EXEC SQL ROLLBACK END-EXEC
           MOVE 'Y' TO WS-ABORT-FLAG
           MOVE 'Y' TO WS-END-OF-SUSP
           MOVE 'Y' TO WS-END-OF-REJ
           MOVE 'Y' TO WS-END-OF-ESC.

       WRAP-UP.
           IF PROGRAM-FAILED
              DISPLAY 'BRKRG270 ABENDED - CHECK JOBLOG - THE INQUIRY '
                      'TABLE STILL HOLDS THE PREVIOUS LOAD'
              MOVE 12 TO RETURN-CODE
           ELSE
              IF WS-MISSING-COUNT > 0
                 MOVE 4 TO RETURN-CODE
              ELSE
                 MOVE 0 TO RETURN-CODE
              END-IF
              DISPLAY 'BRKRG270 NORMAL END'
           END-IF
           PERFORM WRITE-RUN-LOG-END
           DISPLAY 'BRKRG270 PREVIOUS ROWS REMOVED = ' WS-REMOVED-COUNT
           DISPLAY 'BRKRG270 SUSPENSE RECORDS READ = ' WS-SUSP-COUNT
           DISPLAY 'BRKRG270 REJECT RECORDS READ   = ' WS-REJ-COUNT
           DISPLAY 'BRKRG270 ESCALATIONS READ      = ' WS-ESC-COUNT
           DISPLAY 'BRKRG270 ROWS LOADED           = ' WS-LOADED-COUNT
           GOBACK.

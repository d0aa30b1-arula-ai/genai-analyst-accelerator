       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRKRG210.
       AUTHOR. ANALYST TEAM.
       INSTALLATION. OSZ SECURITIES PROCESSING.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z16.
       OBJECT-COMPUTER. IBM-Z16.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASHMOV-FILE ASSIGN TO 'CASHMOV-IN'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CASHMOV-STATUS.
           SELECT ACCTMST-FILE ASSIGN TO 'ACCOUNT-MASTER'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ACCTMST-STATUS.
           SELECT CASHPOST-FILE ASSIGN TO 'CASHPOST-OUT'
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CASHEXC-FILE ASSIGN TO 'CASHEXC-OUT'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    ONE CLIENT MONEY MOVEMENT PER RECORD FROM THE CASHIERING
      *    DESK: 'DEP' DEPOSIT (WIRE/CHECK IN), 'WDL' WITHDRAWAL,
      *    'JNL' JOURNAL FROM MOV-ACCOUNT-ID TO MOV-TO-ACCOUNT-ID.
      *    THE AMOUNT IS ALWAYS POSITIVE; THE TYPE GIVES DIRECTION.
       FD  CASHMOV-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS CASHMOV-REC.

       01  CASHMOV-REC.
           05  MOV-TYPE                PIC X(03).
           05  MOV-ACCOUNT-ID          PIC X(12).
           05  MOV-TO-ACCOUNT-ID       PIC X(12).
           05  MOV-AMOUNT              PIC 9(9)V99.
           05  MOV-REF-ID              PIC X(16).
           05  MOV-VALUE-DATE          PIC 9(08).
           05  FILLER                  PIC X(18).

       FD  ACCTMST-FILE
           RECORD CONTAINS 36 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS ACCTMST-REC.

       01  ACCTMST-REC.
           05  ACCTMST-ACCOUNT-ID      PIC X(12).
           05  ACCTMST-BEGIN-BAL       PIC S9(9)V99.
           05  ACCTMST-END-BAL         PIC S9(9)V99.
           05  ACCTMST-STATUS          PIC X(01).
           05  ACCTMST-SHORT-ELIG      PIC X(01).

      *    ONE RECORD PER POSTED MOVEMENT FOR GL-BRIDGE, SIGNED THE
      *    WAY THE LEDGER SEES THE CLIENT: DEPOSITS AND JOURNALS
      *    POSITIVE, WITHDRAWALS NEGATIVE. REFUSED MOVEMENTS NEVER
      *    REACH THIS FILE.
       FD  CASHPOST-FILE
           RECORD CONTAINS 64 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS CASHPOST-REC.

       01  CASHPOST-REC.
           05  CPST-ACCOUNT-ID         PIC X(12).
           05  CPST-TO-ACCOUNT-ID      PIC X(12).
           05  CPST-TYPE               PIC X(03).
           05  CPST-AMOUNT             PIC S9(9)V99.
           05  CPST-POST-DATE          PIC 9(08).
           05  CPST-REF-ID             PIC X(16).
           05  FILLER                  PIC X(02).

       FD  CASHEXC-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS CASHEXC-REC.

       01  CASHEXC-REC                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-END-OF-CASHMOV        PIC X VALUE 'N'.
           88  CASHMOV-REMAINING               VALUE 'N'.
           88  NO-MORE-CASHMOV                 VALUE 'Y'.
       01  WS-END-OF-ACCTMST        PIC X VALUE 'N'.
           88  ACCTMST-REMAINING               VALUE 'N'.
           88  NO-MORE-ACCTMST                 VALUE 'Y'.
       01  WS-ABORT-FLAG            PIC X VALUE 'N'.
           88  PROGRAM-OK                     VALUE 'N'.
           88  PROGRAM-FAILED                 VALUE 'Y'.
       01  WS-CASHMOV-STATUS        PIC X(02).
       01  WS-ACCTMST-STATUS        PIC X(02).
       01  WS-SQL-CONTEXT           PIC X(30).
       01  WS-EXC-REASON            PIC X(30) VALUE SPACES.
       01  WS-CHECK-ACCOUNT-ID      PIC X(12).

       01  WS-MOV-READ-COUNT        PIC S9(9) COMP VALUE 0.
       01  WS-DEPOSIT-COUNT         PIC S9(9) COMP VALUE 0.
       01  WS-WITHDRAW-COUNT        PIC S9(9) COMP VALUE 0.
       01  WS-JOURNAL-COUNT         PIC S9(9) COMP VALUE 0.
       01  WS-EXCEPTION-COUNT       PIC S9(9) COMP VALUE 0.
       01  WS-OVERDRAW-COUNT        PIC S9(9) COMP VALUE 0.
       01  WS-DEPOSIT-TOTAL         PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-WITHDRAW-TOTAL        PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-JOURNAL-TOTAL         PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-AVAILABLE-CASH        PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-TOTAL-DISP            PIC -(12)9.99.

       01  WS-RUN-DATE              PIC 9(08) VALUE 0.

       01  WS-ACCT-COUNT            PIC S9(4) COMP VALUE 0.
       01  WS-ACCT-TABLE-MAX        PIC S9(4) COMP VALUE 5000.
       01  WS-ACCT-TABLE.
           05  WS-ACCT-ENTRY OCCURS 5000 TIMES INDEXED BY ACC-IDX.
               10  WS-ACCT-ID       PIC X(12).
               10  WS-ACCT-STATUS   PIC X(01).

       01  WS-EXC-HEADER.
           05  FILLER               PIC X(42) VALUE
               'BRKRG210 CASH MOVEMENTS REFUSED - RUN DATE'.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  EXC-HDR-DATE         PIC 9(08).
           05  FILLER               PIC X(81) VALUE SPACES.

       01  WS-EXC-LINE.
           05  EXC-TYPE             PIC X(03).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  EXC-ACCOUNT-ID       PIC X(12).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  EXC-TO-ACCOUNT-ID    PIC X(12).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  EXC-REF-ID           PIC X(16).
           05  FILLER               PIC X(05) VALUE ' AMT '.
           05  EXC-AMOUNT           PIC -(10)9.99.
           05  FILLER               PIC X(07) VALUE ' AVAIL '.
           05  EXC-AVAILABLE        PIC -(12)9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  EXC-REASON           PIC X(30).
           05  FILLER               PIC X(13) VALUE SPACES.

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
       01  HV-UNSETTLED-BUYS       PIC S9(13)V99 COMP-3.
       01  HV-LOG-DATE             PIC 9(8).
       01  HV-LOG-PHASE            PIC X(01).
       01  HV-LOG-RC               PIC S9(4) COMP.
       01  HV-LOG-IN               PIC S9(9) COMP.
       01  HV-LOG-OUT              PIC S9(9) COMP.
       EXEC SQL END DECLARE SECTION END-EXEC.

       01  FILLER.
           05  WS-PLAN-NAME        PIC X(8)  VALUE 'ULTRA01'.

       PROCEDURE DIVISION.

       MAIN-SECTION.
           PERFORM INIT-PROGRAM
           IF PROGRAM-FAILED
              GO TO WRAP-UP
           END-IF
           PERFORM LOAD-ACCOUNT-ENTRY
              UNTIL NO-MORE-ACCTMST OR PROGRAM-FAILED
           IF PROGRAM-FAILED
              GO TO WRAP-UP
           END-IF
           PERFORM CLEAR-TONIGHT-MOVEMENTS
           IF PROGRAM-FAILED
              GO TO WRAP-UP
           END-IF
           PERFORM POST-CASH-MOVEMENTS
              UNTIL NO-MORE-CASHMOV OR PROGRAM-FAILED
           IF PROGRAM-FAILED
              GO TO WRAP-UP
           END-IF
           MOVE 'COMMIT MOVEMENTS' TO WS-SQL-CONTEXT
           EXEC SQL COMMIT END-EXEC
           PERFORM CHECK-SQL
           PERFORM WRAP-UP
           GOBACK.

       INIT-PROGRAM.
           DISPLAY 'BRKRG210 STARTING - CLIENT CASH MOVEMENTS'
           MOVE WS-PLAN-NAME TO HV-PLAN-ID
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
           MOVE WS-RUN-DATE TO HV-POST-DATE
           MOVE WS-RUN-DATE TO HV-LOG-DATE
           PERFORM WRITE-RUN-LOG-START
           OPEN OUTPUT CASHPOST-FILE
           OPEN OUTPUT CASHEXC-FILE
           MOVE WS-RUN-DATE TO EXC-HDR-DATE
           WRITE CASHEXC-REC FROM WS-EXC-HEADER
           OPEN INPUT CASHMOV-FILE
           IF WS-CASHMOV-STATUS NOT = '00'
              SET NO-MORE-CASHMOV TO TRUE
              DISPLAY 'BRKRG210 - NO CASH MOVEMENT DATASET, '
                      'NOTHING TO POST'
           END-IF
           OPEN INPUT ACCTMST-FILE
           IF WS-ACCTMST-STATUS NOT = '00'
              DISPLAY 'BRKRG210 - ACCOUNT MASTER WILL NOT OPEN, '
                      'STATUS ' WS-ACCTMST-STATUS
              MOVE 'Y' TO WS-ABORT-FLAG
           END-IF.

       LOAD-ACCOUNT-ENTRY.
           READ ACCTMST-FILE
              AT END
                 SET NO-MORE-ACCTMST TO TRUE
              NOT AT END
                 IF WS-ACCT-COUNT >= WS-ACCT-TABLE-MAX
                    MOVE 'ACCOUNT TABLE FULL' TO WS-SQL-CONTEXT
                    PERFORM TABLE-ERROR
                 ELSE
                    ADD 1 TO WS-ACCT-COUNT
                    SET ACC-IDX TO WS-ACCT-COUNT
                    MOVE ACCTMST-ACCOUNT-ID TO WS-ACCT-ID (ACC-IDX)
                    MOVE ACCTMST-STATUS     TO WS-ACCT-STATUS (ACC-IDX)
                 END-IF
           END-READ.

      *    THE MOVEMENT FILE REGENERATES EACH DAY, SO A RERUN
      *    REPOSTS IT IN FULL; TONIGHT'S MOVEMENT ROWS ARE CLEARED
      *    FIRST THE SAME WAY BRKRG110 CLEARS ITS FILE-SOURCED ROWS.
       CLEAR-TONIGHT-MOVEMENTS.
           MOVE 'CLEAR RERUN MOVEMENTS' TO WS-SQL-CONTEXT
           EXEC SQL
              DELETE FROM BRKG_CASH_LEDGER
               WHERE PLAN_ID = :HV-PLAN-ID
                 AND POST_DATE = :HV-POST-DATE
                 AND ENTRY_TYPE IN ('DEP', 'WDL', 'JNL')
           END-EXEC
           IF SQLCODE NOT = 100
              PERFORM CHECK-SQL
           END-IF.

       POST-CASH-MOVEMENTS.
           READ CASHMOV-FILE
              AT END
                 SET NO-MORE-CASHMOV TO TRUE
                 DISPLAY 'BRKRG210 - END OF CASH MOVEMENTS'
              NOT AT END
                 ADD 1 TO WS-MOV-READ-COUNT
                 PERFORM POST-ONE-MOVEMENT
           END-READ.

       POST-ONE-MOVEMENT.
           MOVE SPACES TO WS-EXC-REASON
           MOVE ZERO   TO WS-AVAILABLE-CASH
           PERFORM EDIT-MOVEMENT
           IF WS-EXC-REASON NOT = SPACES
              PERFORM WRITE-EXCEPTION
              EXIT PARAGRAPH
           END-IF
           EVALUATE MOV-TYPE
              WHEN 'DEP'
                 PERFORM POST-DEPOSIT
              WHEN 'WDL'
                 PERFORM POST-WITHDRAWAL
              WHEN 'JNL'
                 PERFORM POST-JOURNAL
           END-EVALUATE.

       EDIT-MOVEMENT.
           IF MOV-TYPE NOT = 'DEP' AND MOV-TYPE NOT = 'WDL'
              AND MOV-TYPE NOT = 'JNL'
              MOVE 'INVALID MOVEMENT TYPE' TO WS-EXC-REASON
              EXIT PARAGRAPH
           END-IF
           IF MOV-AMOUNT IS NOT NUMERIC OR MOV-AMOUNT = 0
              MOVE 'AMOUNT MISSING OR NOT NUMERIC' TO WS-EXC-REASON
              EXIT PARAGRAPH
           END-IF
           MOVE MOV-ACCOUNT-ID TO WS-CHECK-ACCOUNT-ID
           PERFORM CHECK-MOVEMENT-ACCOUNT
           IF WS-EXC-REASON NOT = SPACES
              EXIT PARAGRAPH
           END-IF
           IF MOV-TYPE = 'JNL'
              IF MOV-TO-ACCOUNT-ID = MOV-ACCOUNT-ID
                 MOVE 'JOURNAL TO SAME ACCOUNT' TO WS-EXC-REASON
                 EXIT PARAGRAPH
              END-IF
              MOVE MOV-TO-ACCOUNT-ID TO WS-CHECK-ACCOUNT-ID
              PERFORM CHECK-MOVEMENT-ACCOUNT
           END-IF.

      *    CLIENT MONEY MOVES ONLY FOR ACCOUNTS ON THE MASTER AND
      *    OPEN - THE SAME UNK/CLS RULE THE POSITION KEEPER APPLIES
      *    TO TRADES.
       CHECK-MOVEMENT-ACCOUNT.
           IF WS-CHECK-ACCOUNT-ID = SPACES
              MOVE 'ACCOUNT ID MISSING' TO WS-EXC-REASON
              EXIT PARAGRAPH
           END-IF
           MOVE 'UNKNOWN ACCOUNT' TO WS-EXC-REASON
           IF WS-ACCT-COUNT > 0
              SET ACC-IDX TO 1
              SEARCH WS-ACCT-ENTRY
                 AT END
                    CONTINUE
                 WHEN WS-ACCT-ID (ACC-IDX) = WS-CHECK-ACCOUNT-ID
                    IF WS-ACCT-STATUS (ACC-IDX) = 'C'
                       MOVE 'ACCOUNT CLOSED' TO WS-EXC-REASON
                    ELSE
                       MOVE SPACES TO WS-EXC-REASON
                    END-IF
              END-SEARCH
           END-IF.

      *    THE LEDGER CARRIES SIGNED AMOUNTS, CREDIT POSITIVE, SO
      *    A DEPOSIT POSTS POSITIVE AND A WITHDRAWAL NEGATIVE.
       POST-DEPOSIT.
           MOVE MOV-ACCOUNT-ID TO HV-ACCOUNT-ID
           MOVE 'DEP'          TO HV-ENTRY-TYPE
           MOVE MOV-AMOUNT     TO HV-AMOUNT
           PERFORM INSERT-LEDGER-ROW
           IF PROGRAM-FAILED
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DEPOSIT-COUNT
           ADD MOV-AMOUNT TO WS-DEPOSIT-TOTAL
           PERFORM WRITE-CASH-POSTING.

       POST-WITHDRAWAL.
           MOVE MOV-ACCOUNT-ID TO HV-ACCOUNT-ID
           PERFORM COMPUTE-AVAILABLE-CASH
           IF PROGRAM-FAILED
              EXIT PARAGRAPH
           END-IF
           IF MOV-AMOUNT > WS-AVAILABLE-CASH
              ADD 1 TO WS-OVERDRAW-COUNT
              MOVE 'WOULD OVERDRAW ACCOUNT' TO WS-EXC-REASON
              PERFORM WRITE-EXCEPTION
              EXIT PARAGRAPH
           END-IF
           MOVE 'WDL' TO HV-ENTRY-TYPE
           COMPUTE HV-AMOUNT = MOV-AMOUNT * -1
           PERFORM INSERT-LEDGER-ROW
           IF PROGRAM-FAILED
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-WITHDRAW-COUNT
           ADD MOV-AMOUNT TO WS-WITHDRAW-TOTAL
           PERFORM WRITE-CASH-POSTING.

      *    A JOURNAL IS A WITHDRAWAL FROM ONE ACCOUNT AND A DEPOSIT
      *    TO ANOTHER UNDER ONE REFERENCE; THE DEBIT LEG IS HELD TO
      *    THE SAME AVAILABLE-CASH TEST AS A WITHDRAWAL.
       POST-JOURNAL.
           MOVE MOV-ACCOUNT-ID TO HV-ACCOUNT-ID
           PERFORM COMPUTE-AVAILABLE-CASH
           IF PROGRAM-FAILED
              EXIT PARAGRAPH
           END-IF
           IF MOV-AMOUNT > WS-AVAILABLE-CASH
              ADD 1 TO WS-OVERDRAW-COUNT
              MOVE 'WOULD OVERDRAW ACCOUNT' TO WS-EXC-REASON
              PERFORM WRITE-EXCEPTION
              EXIT PARAGRAPH
           END-IF
           MOVE 'JNL' TO HV-ENTRY-TYPE
           COMPUTE HV-AMOUNT = MOV-AMOUNT * -1
           PERFORM INSERT-LEDGER-ROW
           IF PROGRAM-FAILED
              EXIT PARAGRAPH
           END-IF
           MOVE MOV-TO-ACCOUNT-ID TO HV-ACCOUNT-ID
           MOVE MOV-AMOUNT        TO HV-AMOUNT
           PERFORM INSERT-LEDGER-ROW
           IF PROGRAM-FAILED
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-JOURNAL-COUNT
           ADD MOV-AMOUNT TO WS-JOURNAL-TOTAL
           PERFORM WRITE-CASH-POSTING.

      *    AVAILABLE CASH IS THE LEDGER BALANCE - WHICH ALREADY
      *    HOLDS EARLIER MOVEMENTS FROM THIS RUN - LESS THE VALUE
      *    OF UNSETTLED BUYS STILL ON THE LADDER. A BUY THAT
      *    BRKRG110 HAS ALREADY LEDGERED AS 'TRD' IS IN THE BALANCE
      *    ONCE ALREADY AND IS NOT TAKEN AGAIN. AS IN BRKRG110 THE
      *    PRICE COMES FROM THE TRADE'S AUDIT ROW, AND THE JOIN
      *    DOES NOT MATCH ON SIDE SO A CORRECTED BUY STILL COUNTS.
       COMPUTE-AVAILABLE-CASH.
           MOVE 'SUM LEDGER BALANCE' TO WS-SQL-CONTEXT
           EXEC SQL
              SELECT COALESCE(SUM(AMOUNT), 0)
                INTO :HV-LEDGER-BAL
                FROM BRKG_CASH_LEDGER
               WHERE PLAN_ID = :HV-PLAN-ID
                 AND ACCOUNT_ID = :HV-ACCOUNT-ID
                 AND POST_DATE <= :HV-POST-DATE
           END-EXEC
           PERFORM CHECK-SQL
           IF PROGRAM-FAILED
              EXIT PARAGRAPH
           END-IF
           MOVE 'SUM UNSETTLED BUYS' TO WS-SQL-CONTEXT
           EXEC SQL
              SELECT COALESCE(SUM(P.QUANTITY * A.PRICE), 0)
                INTO :HV-UNSETTLED-BUYS
                FROM BRKG_SETTLE_PEND P,
                     BRKG_TRADE_AUD A
               WHERE P.PLAN_ID = :HV-PLAN-ID
                 AND P.ACCOUNT_ID = :HV-ACCOUNT-ID
                 AND P.SIDE = 'B'
                 AND A.PLAN_ID = P.PLAN_ID
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
                 AND NOT EXISTS
                     (SELECT 1
                        FROM BRKG_CASH_LEDGER L
                       WHERE L.PLAN_ID = P.PLAN_ID
                         AND L.ACCOUNT_ID = P.ACCOUNT_ID
                         AND L.ENTRY_TYPE = 'TRD'
                         AND L.REF_ID = P.TRADE_ID)
           END-EXEC
           PERFORM CHECK-SQL
           IF PROGRAM-FAILED
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AVAILABLE-CASH =
                   HV-LEDGER-BAL - HV-UNSETTLED-BUYS.

       INSERT-LEDGER-ROW.
           MOVE SPACES     TO HV-SYMBOL
           MOVE MOV-REF-ID TO HV-REF-ID
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
           PERFORM CHECK-SQL.

       WRITE-CASH-POSTING.
           MOVE SPACES            TO CASHPOST-REC
           MOVE MOV-ACCOUNT-ID    TO CPST-ACCOUNT-ID
           MOVE MOV-TYPE          TO CPST-TYPE
           IF MOV-TYPE = 'JNL'
              MOVE MOV-TO-ACCOUNT-ID TO CPST-TO-ACCOUNT-ID
           END-IF
           IF MOV-TYPE = 'WDL'
              COMPUTE CPST-AMOUNT = MOV-AMOUNT * -1
           ELSE
              MOVE MOV-AMOUNT TO CPST-AMOUNT
           END-IF
           MOVE WS-RUN-DATE       TO CPST-POST-DATE
           MOVE MOV-REF-ID        TO CPST-REF-ID
           WRITE CASHPOST-REC.

       WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE MOV-TYPE          TO EXC-TYPE
           MOVE MOV-ACCOUNT-ID    TO EXC-ACCOUNT-ID
           MOVE MOV-TO-ACCOUNT-ID TO EXC-TO-ACCOUNT-ID
           MOVE MOV-REF-ID        TO EXC-REF-ID
           IF MOV-AMOUNT IS NUMERIC
              MOVE MOV-AMOUNT     TO EXC-AMOUNT
           ELSE
              MOVE ZERO           TO EXC-AMOUNT
           END-IF
           MOVE WS-AVAILABLE-CASH TO EXC-AVAILABLE
           MOVE WS-EXC-REASON     TO EXC-REASON
           WRITE CASHEXC-REC FROM WS-EXC-LINE.

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
           MOVE WS-MOV-READ-COUNT TO HV-LOG-IN
           COMPUTE HV-LOG-OUT = WS-DEPOSIT-COUNT + WS-WITHDRAW-COUNT
                              + WS-JOURNAL-COUNT
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
                      'BRKRG210', :HV-LOG-PHASE, :HV-LOG-RC,
                      :HV-LOG-IN, :HV-LOG-OUT)
           END-EXEC
           IF SQLCODE < 0
              DISPLAY 'BRKRG210 RUN LOG INSERT FAILED, CODE '
                      SQLCODE ' - CONTINUING'
           END-IF.

       CHECK-SQL.
           IF SQLCODE < 0
              PERFORM SQL-ERROR
           END-IF.

       SQL-ERROR.
           DISPLAY 'BRKRG210 SQL ERROR IN ' WS-SQL-CONTEXT
                   ' CODE ' SQLCODE
           EXEC SQL ROLLBACK END-EXEC
           MOVE 'Y' TO WS-ABORT-FLAG
           MOVE 'Y' TO WS-END-OF-CASHMOV.

       TABLE-ERROR.
           DISPLAY 'BRKRG210 TABLE ERROR IN ' WS-SQL-CONTEXT
           MOVE 'Y' TO WS-ABORT-FLAG
           MOVE 'Y' TO WS-END-OF-ACCTMST
           MOVE 'Y' TO WS-END-OF-CASHMOV.

      *    AN ABEND ROLLS THE LEDGER BACK, SO THE POSTING FILE IS
      *    EMPTIED TOO - GL-BRIDGE MUST NOT JOURNAL MOVEMENTS THE
      *    LEDGER NEVER KEPT.
       WRAP-UP.
           IF PROGRAM-FAILED
              DISPLAY 'BRKRG210 ABENDED - CHECK JOBLOG'
              CLOSE CASHPOST-FILE
              OPEN OUTPUT CASHPOST-FILE
              MOVE 12 TO RETURN-CODE
           ELSE
              IF WS-EXCEPTION-COUNT > 0
                 MOVE 4 TO RETURN-CODE
              ELSE
                 MOVE 0 TO RETURN-CODE
              END-IF
              DISPLAY 'BRKRG210 NORMAL END'
           END-IF
           PERFORM WRITE-RUN-LOG-END
           DISPLAY 'BRKRG210 MOVEMENTS READ      = '
                   WS-MOV-READ-COUNT
           MOVE WS-DEPOSIT-TOTAL TO WS-TOTAL-DISP
           DISPLAY 'BRKRG210 DEPOSITS POSTED     = '
                   WS-DEPOSIT-COUNT ' ' WS-TOTAL-DISP
           MOVE WS-WITHDRAW-TOTAL TO WS-TOTAL-DISP
           DISPLAY 'BRKRG210 WITHDRAWALS POSTED  = '
                   WS-WITHDRAW-COUNT ' ' WS-TOTAL-DISP
           MOVE WS-JOURNAL-TOTAL TO WS-TOTAL-DISP
           DISPLAY 'BRKRG210 JOURNALS POSTED     = '
                   WS-JOURNAL-COUNT ' ' WS-TOTAL-DISP
           DISPLAY 'BRKRG210 REFUSED - OVERDRAW  = '
                   WS-OVERDRAW-COUNT
           DISPLAY 'BRKRG210 REFUSED - TOTAL     = '
                   WS-EXCEPTION-COUNT
           IF WS-CASHMOV-STATUS = '00' OR WS-CASHMOV-STATUS = '10'
              CLOSE CASHMOV-FILE
           END-IF
           IF WS-ACCTMST-STATUS = '00' OR WS-ACCTMST-STATUS = '10'
              CLOSE ACCTMST-FILE
           END-IF
           CLOSE CASHPOST-FILE
           CLOSE CASHEXC-FILE
           GOBACK.

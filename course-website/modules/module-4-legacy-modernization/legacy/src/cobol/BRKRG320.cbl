       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRKRG320.
       AUTHOR. ANALYST TEAM.
       INSTALLATION. OSZ SECURITIES PROCESSING.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z16.
       OBJECT-COMPUTER. IBM-Z16.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLMAP-FILE ASSIGN TO 'GLMAP-IN'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-GLMAP-STATUS.
           SELECT TRADJ-FILE ASSIGN TO 'TRADJ-IN'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TRADJ-STATUS.
           SELECT GLJRNL-FILE ASSIGN TO 'GLJRNL-IN'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-GLJRNL-STATUS.
           SELECT ACCTMST-FILE ASSIGN TO 'ACCOUNT-MASTER'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ACCTMST-STATUS.
           SELECT RECBRK-FILE ASSIGN TO 'RECBRK-OUT'
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RECRPT-FILE ASSIGN TO 'RECRPT-OUT'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    THE SAME MAPPING FILE GL-BRIDGE ROUTES BY, SO AN ENTRY
      *    TYPE OR SYMBOL IS EXPECTED ON EXACTLY THE GL ACCOUNTS THE
      *    BRIDGE WOULD HAVE JOURNALED IT TO.
       FD  GLMAP-FILE
           RECORD CONTAINS 32 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS GLMAP-REC.

       01  GLMAP-REC.
           05  GLMAP-KEY-TYPE          PIC X(01).
           05  GLMAP-KEY               PIC X(08).
           05  GLMAP-DR-ACCT           PIC X(10).
           05  GLMAP-CR-ACCT           PIC X(10).
           05  FILLER                  PIC X(03).

      *    TONIGHT'S TRADE DELTAS FROM TRADE-ADJUST. THEY ARE NOT
      *    CASH LEDGER ACTIVITY BUT GL-BRIDGE JOURNALS THEM, SO THEY
      *    ARE ADDED TO THE EXPECTED SIDE TO EXPLAIN THOSE LINES.
       FD  TRADJ-FILE
           RECORD CONTAINS 98 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS TRADJ-REC.

       01  TRADJ-REC.
           05  TRADJ-TID               PIC X(16).
           05  TRADJ-BUID              PIC X(08).
           05  TRADJ-ASCD              PIC X(06).
           05  TRADJ-SDR               PIC X(01).
           05  TRADJ-QTY               PIC S9(07).
           05  TRADJ-PXO               PIC S9(06)V999.
           05  TRADJ-PXC               PIC S9(06)V999.
           05  TRADJ-DELTA             PIC S9(11)V999.
           05  TRADJ-RSK               PIC X(02).
           05  TRADJ-CCY               PIC X(03).
           05  TRADJ-FX-RATE           PIC 9(03)V9(06).
           05  TRADJ-BASE-DELTA        PIC S9(11)V999.

      *    GL-BRIDGE'S JOURNAL: ONE HEADER, A DEBIT AND A CREDIT
      *    DETAIL PER POSTING, ONE TRAILER. THE RECORD TYPE IN THE
      *    FIRST BYTE SELECTS THE WORKING-STORAGE VIEW.
       FD  GLJRNL-FILE
           RECORD CONTAINS 60 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS GLJRNL-REC.

       01  GLJRNL-REC.
           05  GLJRNL-REC-TYPE         PIC X(01).
           05  FILLER                  PIC X(59).

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

      *    ONE RECORD PER BREAK, BUILT IN WS-BREAK-RECORD.
      *    BRK-SUBLEDGER-AMT IS WHAT THE CASH LEDGER (PLUS TRADE
      *    DELTAS) SAYS, BRK-OTHER-AMT IS WHAT THE JOURNAL OR THE
      *    ACCOUNT MASTER SAYS, BRK-DIFF-AMT IS THE FIRST LESS THE
      *    SECOND.
      *      MAP  LEDGER GROUP OR TRADE DELTA WITH NO GL ROUTE
      *           (KEY = ENTRY TYPE OR BUID, REF = SYMBOL OR ASCD)
      *      GL   GL ACCOUNT DEBITS (SIDE D) OR CREDITS (SIDE C)
      *           DIFFER FROM GLJRNL (KEY = GL ACCOUNT)
      *      BAL  ACCOUNT LEDGER BALANCE DIFFERS FROM ACCOUNT.DAT END
      *           BALANCE (KEY = ACCOUNT)
      *      JRN  JOURNAL FILE MISSING, NOT TONIGHT'S OR INCOMPLETE
       FD  RECBRK-FILE
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS RECBRK-REC.

       01  RECBRK-REC                  PIC X(120).

       FD  RECRPT-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS RECRPT-REC.

       01  RECRPT-REC                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-ABORT-FLAG            PIC X VALUE 'N'.
           88  PROGRAM-OK                     VALUE 'N'.
           88  PROGRAM-FAILED                 VALUE 'Y'.
       01  WS-LEDGER-CURSOR-EOF-SW  PIC X VALUE 'N'.
           88  LEDGER-CURSOR-EOF              VALUE 'Y'.
       01  WS-BAL-CURSOR-EOF-SW     PIC X VALUE 'N'.
           88  BAL-CURSOR-EOF                 VALUE 'Y'.
       01  WS-END-OF-GLMAP          PIC X VALUE 'N'.
           88  NO-MORE-GLMAP                  VALUE 'Y'.
       01  WS-END-OF-TRADJ          PIC X VALUE 'N'.
           88  NO-MORE-TRADJ                  VALUE 'Y'.
       01  WS-END-OF-GLJRNL         PIC X VALUE 'N'.
           88  NO-MORE-GLJRNL                 VALUE 'Y'.
       01  WS-END-OF-ACCTMST        PIC X VALUE 'N'.
           88  NO-MORE-ACCTMST                VALUE 'Y'.
       01  WS-FIRST-GROUP-SW        PIC X VALUE 'Y'.
           88  FIRST-GROUP                    VALUE 'Y'.
       01  WS-MAP-FOUND-SW          PIC X VALUE 'N'.
           88  MAP-FOUND                      VALUE 'Y'.
           88  MAP-NOT-FOUND                  VALUE 'N'.
       01  WS-JOURNAL-SW            PIC X VALUE 'N'.
           88  JOURNAL-USABLE                 VALUE 'Y'.
           88  JOURNAL-NOT-USABLE             VALUE 'N'.
       01  WS-TRAILER-SW            PIC X VALUE 'N'.
           88  TRAILER-SEEN                   VALUE 'Y'.
       01  WS-GLMAP-STATUS          PIC X(02).
       01  WS-TRADJ-STATUS          PIC X(02).
       01  WS-GLJRNL-STATUS         PIC X(02).
       01  WS-ACCTMST-STATUS        PIC X(02).
       01  WS-SQL-CONTEXT           PIC X(30).

       01  WS-RUN-DATE              PIC 9(08) VALUE 0.

       01  WS-GLMAP-COUNT           PIC S9(4) COMP VALUE 0.
       01  WS-GLMAP-TABLE-MAX       PIC S9(4) COMP VALUE 200.
       01  WS-GLMAP-TABLE.
           05  WS-GLMAP-ENTRY OCCURS 200 TIMES INDEXED BY MAP-IDX.
               10  WS-MAP-KEY-TYPE  PIC X(01).
               10  WS-MAP-KEY       PIC X(08).
               10  WS-MAP-DR-ACCT   PIC X(10).
               10  WS-MAP-CR-ACCT   PIC X(10).
       01  WS-LOOKUP-KEY-TYPE       PIC X(01).
       01  WS-LOOKUP-KEY            PIC X(08).
       01  WS-ROUTE-DR-ACCT         PIC X(10).
       01  WS-ROUTE-CR-ACCT         PIC X(10).

      *    ONE ENTRY PER GL ACCOUNT TOUCHED BY EITHER SIDE: WHAT THE
      *    SUBLEDGER SAYS SHOULD HAVE BEEN JOURNALED AND WHAT THE
      *    JOURNAL ACTUALLY CARRIES, DEBITS AND CREDITS KEPT APART.
       01  WS-GL-COUNT              PIC S9(4) COMP VALUE 0.
       01  WS-GL-TABLE-MAX          PIC S9(4) COMP VALUE 500.
       01  WS-GL-TABLE.
           05  WS-GL-ENTRY OCCURS 500 TIMES INDEXED BY GL-IDX.
               10  WS-GL-ACCT       PIC X(10).
               10  WS-GL-EXP-DR     PIC S9(13)V99 COMP-3.
               10  WS-GL-EXP-CR     PIC S9(13)V99 COMP-3.
               10  WS-GL-JRN-DR     PIC S9(13)V99 COMP-3.
               10  WS-GL-JRN-CR     PIC S9(13)V99 COMP-3.
       01  WS-POST-GL-ACCT          PIC X(10).
       01  WS-POST-SIDE             PIC X(01).
       01  WS-POST-AMOUNT           PIC S9(13)V99 COMP-3 VALUE 0.

       01  WS-ACCT-COUNT            PIC S9(4) COMP VALUE 0.
       01  WS-ACCT-TABLE-MAX        PIC S9(4) COMP VALUE 5000.
       01  WS-ACCT-TABLE.
           05  WS-ACCT-ENTRY OCCURS 5000 TIMES INDEXED BY ACC-IDX.
               10  WS-ACCT-ID       PIC X(12).
               10  WS-ACCT-END-BAL  PIC S9(9)V99 COMP-3.
               10  WS-ACCT-MATCHED  PIC X(01).

       01  WS-PREV-ENTRY-TYPE       PIC X(03) VALUE SPACES.
       01  WS-TYPE-ROUTE            PIC X(20) VALUE SPACES.
       01  WS-TYPE-ROWS             PIC S9(9) COMP VALUE 0.
       01  WS-TYPE-UNMAPPED         PIC S9(9) COMP VALUE 0.
       01  WS-TYPE-CREDITS          PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-TYPE-DEBITS           PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-GROUP-NET             PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-TRADE-DELTA           PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-TRADE-CREDITS         PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-TRADE-DEBITS          PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-DIFF-AMT              PIC S9(13)V99 COMP-3 VALUE 0.

       01  WS-JRN-DETAIL.
           05  JRN-REC-TYPE         PIC X(01).
           05  JRN-SEQ              PIC 9(07).
           05  JRN-GL-ACCT          PIC X(10).
           05  JRN-DR-CR            PIC X(01).
           05  JRN-AMOUNT           PIC 9(13)V99.
           05  JRN-SOURCE-REF       PIC X(16).
           05  FILLER               PIC X(10).

       01  WS-JRN-HEADER.
           05  JRH-REC-TYPE         PIC X(01).
           05  JRH-BATCH-ID         PIC X(09).
           05  JRH-DATE             PIC 9(08).
           05  FILLER               PIC X(42).

       01  WS-JRN-TRAILER.
           05  JRT-REC-TYPE         PIC X(01).
           05  JRT-REC-COUNT        PIC 9(07).
           05  JRT-HASH-TOTAL       PIC 9(15)V99.
           05  JRT-DEBIT-TOTAL      PIC 9(15)V99.
           05  JRT-CREDIT-TOTAL     PIC 9(15)V99.
           05  FILLER               PIC X(01).

       01  WS-LEDGER-ROW-COUNT      PIC S9(9) COMP VALUE 0.
       01  WS-LEDGER-GROUP-COUNT    PIC S9(9) COMP VALUE 0.
       01  WS-NOT-JOURNALED-ROWS    PIC S9(9) COMP VALUE 0.
       01  WS-TRADJ-READ-COUNT      PIC S9(9) COMP VALUE 0.
       01  WS-JRN-DETAIL-COUNT      PIC S9(9) COMP VALUE 0.
       01  WS-GL-AGREED-COUNT       PIC S9(9) COMP VALUE 0.
       01  WS-BAL-ACCT-COUNT        PIC S9(9) COMP VALUE 0.
       01  WS-BAL-AGREED-COUNT      PIC S9(9) COMP VALUE 0.
       01  WS-BREAK-COUNT           PIC S9(9) COMP VALUE 0.
       01  WS-MAP-BREAK-COUNT       PIC S9(9) COMP VALUE 0.
       01  WS-GL-BREAK-COUNT        PIC S9(9) COMP VALUE 0.
       01  WS-BAL-BREAK-COUNT       PIC S9(9) COMP VALUE 0.
       01  WS-JRN-BREAK-COUNT       PIC S9(9) COMP VALUE 0.

       01  WS-BREAK-RECORD.
           05  BRK-TYPE             PIC X(03).
           05  BRK-BUS-DATE         PIC 9(08).
           05  BRK-KEY              PIC X(12).
           05  BRK-REF              PIC X(10).
           05  BRK-SIDE             PIC X(01).
           05  BRK-SUBLEDGER-AMT    PIC S9(13)V99.
           05  BRK-OTHER-AMT        PIC S9(13)V99.
           05  BRK-DIFF-AMT         PIC S9(13)V99.
           05  BRK-REASON           PIC X(30).
           05  FILLER               PIC X(11) VALUE SPACES.

       01  WS-RPT-HEADER-1.
           05  FILLER               PIC X(50) VALUE
               'BRKRG320 SUBLEDGER TO GL RECONCILIATION'.
           05  FILLER               PIC X(10) VALUE 'RUN DATE '.
           05  HDR-RUN-DATE         PIC 9(08).
           05  FILLER               PIC X(64) VALUE SPACES.

       01  WS-RPT-SECTION-LINE      PIC X(132) VALUE SPACES.

       01  WS-RPT-TYPE-HEADER.
           05  FILLER               PIC X(06) VALUE 'TYPE'.
           05  FILLER               PIC X(12) VALUE '       ROWS'.
           05  FILLER               PIC X(16) VALUE
               '   CREDITS (+)'.
           05  FILLER               PIC X(16) VALUE
               '    DEBITS (-)'.
           05  FILLER               PIC X(16) VALUE
               '           NET'.
           05  FILLER               PIC X(66) VALUE 'ROUTE'.

       01  WS-RPT-TYPE-LINE.
           05  RPT-ENTRY-TYPE       PIC X(03).
           05  FILLER               PIC X(03) VALUE SPACES.
           05  RPT-TYPE-ROWS        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RPT-TYPE-CREDITS     PIC -(10)9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  RPT-TYPE-DEBITS      PIC -(10)9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  RPT-TYPE-NET         PIC -(10)9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  RPT-TYPE-ROUTE       PIC X(20).
           05  FILLER               PIC X(46) VALUE SPACES.

       01  WS-RPT-GL-HEADER.
           05  FILLER               PIC X(12) VALUE 'GL ACCOUNT'.
           05  FILLER               PIC X(16) VALUE
               '   EXPECTED DR'.
           05  FILLER               PIC X(16) VALUE
               '    JOURNAL DR'.
           05  FILLER               PIC X(16) VALUE
               '   EXPECTED CR'.
           05  FILLER               PIC X(16) VALUE
               '    JOURNAL CR'.
           05  FILLER               PIC X(16) VALUE
               '     DR DIFF'.
           05  FILLER               PIC X(16) VALUE
               '     CR DIFF'.
           05  FILLER               PIC X(24) VALUE 'STATUS'.

       01  WS-RPT-GL-LINE.
           05  RPT-GL-ACCT          PIC X(10).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  RPT-GL-EXP-DR        PIC -(10)9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  RPT-GL-JRN-DR        PIC -(10)9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  RPT-GL-EXP-CR        PIC -(10)9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  RPT-GL-JRN-CR        PIC -(10)9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  RPT-GL-DR-DIFF       PIC -(10)9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  RPT-GL-CR-DIFF       PIC -(10)9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  RPT-GL-STATUS        PIC X(05).
           05  FILLER               PIC X(19) VALUE SPACES.

       01  WS-RPT-BAL-HEADER.
           05  FILLER               PIC X(14) VALUE 'ACCOUNT'.
           05  FILLER               PIC X(16) VALUE
               '    LEDGER BAL'.
           05  FILLER               PIC X(16) VALUE
               '    MASTER BAL'.
           05  FILLER               PIC X(16) VALUE
               '    DIFFERENCE'.
           05  FILLER               PIC X(70) VALUE 'REASON'.

       01  WS-RPT-BAL-LINE.
           05  RPT-BAL-ACCOUNT      PIC X(12).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  RPT-BAL-LEDGER       PIC -(10)9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  RPT-BAL-MASTER       PIC -(10)9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  RPT-BAL-DIFF         PIC -(10)9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  RPT-BAL-REASON       PIC X(30).
           05  FILLER               PIC X(40) VALUE SPACES.

       01  WS-RPT-COUNT-LINE.
           05  RPT-COUNT-LABEL      PIC X(40).
           05  RPT-COUNT-VALUE      PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(81) VALUE SPACES.

       01  WS-RPT-BLANK-LINE        PIC X(132) VALUE SPACES.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  HV-PLAN-ID              PIC X(08).
       01  HV-POST-DATE            PIC 9(8).
       01  HV-ACCOUNT-ID           PIC X(12).
       01  HV-ENTRY-TYPE           PIC X(03).
       01  HV-SYMBOL               PIC X(10).
       01  HV-ROW-COUNT            PIC S9(9) COMP.
       01  HV-CREDIT-SUM           PIC S9(13)V99 COMP-3.
       01  HV-DEBIT-SUM            PIC S9(13)V99 COMP-3.
       01  HV-LEDGER-BAL           PIC S9(13)V99 COMP-3.
       01  HV-LOG-DATE             PIC 9(8).
       01  HV-LOG-PHASE            PIC X(01).
       01  HV-LOG-RC               PIC S9(4) COMP.
       01  HV-LOG-IN               PIC S9(9) COMP.
       01  HV-LOG-OUT              PIC S9(9) COMP.
       EXEC SQL END DECLARE SECTION END-EXEC.

       01  FILLER.
           05  WS-PLAN-NAME        PIC X(8)  VALUE 'ULTRA01'.

       PROCEDURE DIVISION.

      *    TONIGHT'S LEDGER ACTIVITY, GROUPED THE WAY GL-BRIDGE
      *    ROUTES IT (ENTRY TYPE, AND SYMBOL FOR THE INCOME TYPES'
      *    'S' OVERRIDES). GL-BRIDGE JOURNALS EACH POSTING RECORD BY
      *    ITS OWN SIGN, SO CREDITS AND DEBITS ARE SUMMED APART.
       EXEC SQL
            DECLARE LEDGER-TYPE-CURSOR CURSOR FOR
            SELECT ENTRY_TYPE, SYMBOL, COUNT(*),
                   COALESCE(SUM(CASE WHEN AMOUNT > 0
                                     THEN AMOUNT ELSE 0 END), 0),
                   COALESCE(SUM(CASE WHEN AMOUNT < 0
                                     THEN AMOUNT ELSE 0 END), 0)
              FROM BRKG_CASH_LEDGER
             WHERE PLAN_ID = :HV-PLAN-ID
               AND POST_DATE = :HV-POST-DATE
             GROUP BY ENTRY_TYPE, SYMBOL
             ORDER BY ENTRY_TYPE ASC, SYMBOL ASC
       END-EXEC.

      *    EVERY ACCOUNT'S LEDGER BALANCE AS BRKRG110 DERIVES IT -
      *    ALL POSTINGS ON OR BEFORE TONIGHT, BFW ROWS INCLUDED.
       EXEC SQL
            DECLARE ACCT-BAL-CURSOR CURSOR FOR
            SELECT ACCOUNT_ID, COALESCE(SUM(AMOUNT), 0)
              FROM BRKG_CASH_LEDGER
             WHERE PLAN_ID = :HV-PLAN-ID
               AND POST_DATE <= :HV-POST-DATE
             GROUP BY ACCOUNT_ID
             ORDER BY ACCOUNT_ID ASC
       END-EXEC.

       MAIN-SECTION.
           PERFORM INIT-PROGRAM
           IF PROGRAM-FAILED
              GO TO WRAP-UP
           END-IF
           PERFORM RECONCILE-LEDGER-ACTIVITY
           IF PROGRAM-FAILED
              GO TO WRAP-UP
           END-IF
           PERFORM ADD-TRADE-DELTAS
           PERFORM LOAD-JOURNAL
           PERFORM COMPARE-GL-ACCOUNTS
           IF PROGRAM-FAILED
              GO TO WRAP-UP
           END-IF
           PERFORM RECONCILE-ACCOUNT-BALANCES
           PERFORM WRAP-UP
           GOBACK.

       INIT-PROGRAM.
           DISPLAY 'BRKRG320 STARTING - SUBLEDGER TO GL RECONCILIATION'
           MOVE WS-PLAN-NAME TO HV-PLAN-ID
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
           MOVE WS-RUN-DATE TO HV-POST-DATE
           MOVE WS-RUN-DATE TO HV-LOG-DATE
           PERFORM WRITE-RUN-LOG-START
           OPEN OUTPUT RECBRK-FILE
           OPEN OUTPUT RECRPT-FILE
           MOVE WS-RUN-DATE TO HDR-RUN-DATE
           WRITE RECRPT-REC FROM WS-RPT-HEADER-1
           WRITE RECRPT-REC FROM WS-RPT-BLANK-LINE
           PERFORM LOAD-GLMAP-TABLE
           IF PROGRAM-FAILED
              EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-ACCOUNT-TABLE.

      *    WITHOUT THE MAPPING NOTHING CAN BE EXPECTED OF THE
      *    JOURNAL, SO A MISSING MAP FILE STOPS THE RUN.
       LOAD-GLMAP-TABLE.
           OPEN INPUT GLMAP-FILE
           IF WS-GLMAP-STATUS NOT = '00'
              DISPLAY 'BRKRG320 - CANNOT OPEN GLMAP-IN, STATUS '
                      WS-GLMAP-STATUS
              MOVE 'Y' TO WS-ABORT-FLAG
              EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-GLMAP-ENTRY
              UNTIL NO-MORE-GLMAP OR PROGRAM-FAILED
           CLOSE GLMAP-FILE
           DISPLAY 'BRKRG320 - GL MAP LOADED: ' WS-GLMAP-COUNT
                   ' ENTRIES'.

       LOAD-GLMAP-ENTRY.
           READ GLMAP-FILE
              AT END
                 SET NO-MORE-GLMAP TO TRUE
              NOT AT END
                 IF WS-GLMAP-COUNT >= WS-GLMAP-TABLE-MAX
                    MOVE 'GL MAP TABLE FULL' TO WS-SQL-CONTEXT
                    PERFORM TABLE-ERROR
                 ELSE
                    ADD 1 TO WS-GLMAP-COUNT
                    SET MAP-IDX TO WS-GLMAP-COUNT
                    MOVE GLMAP-KEY-TYPE TO WS-MAP-KEY-TYPE (MAP-IDX)
                    MOVE GLMAP-KEY      TO WS-MAP-KEY (MAP-IDX)
                    MOVE GLMAP-DR-ACCT  TO WS-MAP-DR-ACCT (MAP-IDX)
                    MOVE GLMAP-CR-ACCT  TO WS-MAP-CR-ACCT (MAP-IDX)
                 END-IF
           END-READ.

       LOAD-ACCOUNT-TABLE.
           OPEN INPUT ACCTMST-FILE
           IF WS-ACCTMST-STATUS NOT = '00'
              DISPLAY 'BRKRG320 - CANNOT OPEN ACCOUNT-MASTER, STATUS '
                      WS-ACCTMST-STATUS
              MOVE 'Y' TO WS-ABORT-FLAG
              EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-ACCOUNT-ENTRY
              UNTIL NO-MORE-ACCTMST OR PROGRAM-FAILED
           CLOSE ACCTMST-FILE
           DISPLAY 'BRKRG320 - ACCOUNT MASTER LOADED: ' WS-ACCT-COUNT
                   ' ACCOUNTS'.

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
                    MOVE ACCTMST-ACCOUNT-ID
                      TO WS-ACCT-ID (ACC-IDX)
                    MOVE ACCTMST-END-BAL
                      TO WS-ACCT-END-BAL (ACC-IDX)
                    MOVE 'N' TO WS-ACCT-MATCHED (ACC-IDX)
                 END-IF
           END-READ.

      *    SECTION 1 - TONIGHT'S LEDGER BY ENTRY TYPE, AND WHAT EACH
      *    TYPE SHOULD HAVE PUT ON THE JOURNAL.
       RECONCILE-LEDGER-ACTIVITY.
           MOVE 'TONIGHT''S CASH LEDGER ACTIVITY BY ENTRY TYPE'
             TO WS-RPT-SECTION-LINE
           WRITE RECRPT-REC FROM WS-RPT-SECTION-LINE
           WRITE RECRPT-REC FROM WS-RPT-TYPE-HEADER
           MOVE 'OPEN LEDGER TYPE CURSOR' TO WS-SQL-CONTEXT
           EXEC SQL OPEN LEDGER-TYPE-CURSOR END-EXEC
           PERFORM CHECK-SQL
           PERFORM FETCH-LEDGER-GROUP
              UNTIL LEDGER-CURSOR-EOF OR PROGRAM-FAILED
           IF PROGRAM-FAILED
              EXIT PARAGRAPH
           END-IF
           MOVE 'CLOSE LEDGER TYPE CURSOR' TO WS-SQL-CONTEXT
           EXEC SQL CLOSE LEDGER-TYPE-CURSOR END-EXEC
           PERFORM CHECK-SQL.

       FETCH-LEDGER-GROUP.
           MOVE 'FETCH LEDGER TYPE CURSOR' TO WS-SQL-CONTEXT
           EXEC SQL
              FETCH LEDGER-TYPE-CURSOR
                INTO :HV-ENTRY-TYPE, :HV-SYMBOL, :HV-ROW-COUNT,
                     :HV-CREDIT-SUM, :HV-DEBIT-SUM
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO WS-LEDGER-GROUP-COUNT
                 ADD HV-ROW-COUNT TO WS-LEDGER-ROW-COUNT
                 PERFORM CHECK-ENTRY-TYPE-BREAK
                 PERFORM ROUTE-LEDGER-GROUP
              WHEN 100
                 SET LEDGER-CURSOR-EOF TO TRUE
                 IF NOT FIRST-GROUP
                    PERFORM WRITE-ENTRY-TYPE-LINE
                 END-IF
              WHEN OTHER
                 PERFORM SQL-ERROR
           END-EVALUATE.

       CHECK-ENTRY-TYPE-BREAK.
           IF FIRST-GROUP
              MOVE 'N' TO WS-FIRST-GROUP-SW
           ELSE
              IF HV-ENTRY-TYPE NOT = WS-PREV-ENTRY-TYPE
                 PERFORM WRITE-ENTRY-TYPE-LINE
              END-IF
           END-IF
           IF HV-ENTRY-TYPE NOT = WS-PREV-ENTRY-TYPE
              MOVE HV-ENTRY-TYPE TO WS-PREV-ENTRY-TYPE
              MOVE ZERO TO WS-TYPE-ROWS WS-TYPE-UNMAPPED
                           WS-TYPE-CREDITS WS-TYPE-DEBITS
              MOVE SPACES TO WS-TYPE-ROUTE
           END-IF
           ADD HV-ROW-COUNT  TO WS-TYPE-ROWS
           ADD HV-CREDIT-SUM TO WS-TYPE-CREDITS
           ADD HV-DEBIT-SUM  TO WS-TYPE-DEBITS.

      *    THE ROUTES MIRROR GL-BRIDGE: INCOME BY 'S' SYMBOL THEN
      *    'N' TYPE, INTEREST ADJUSTMENTS BY 'I'/'INTEREST', CLIENT
      *    MOVEMENTS, DEBIT INTEREST AND FEES BY 'M' ENTRY TYPE.
      *    TRADE CASH (TRD/TRX) IS NOT JOURNALED BY GL-BRIDGE, AND A
      *    BFW ROW ONLY RESTATES ARCHIVED ROWS, SO THOSE ARE LISTED
      *    BUT EXPECT NOTHING. A JOURNAL POSTS TWO LEDGER LEGS BUT
      *    ONE POSITIVE CASHPOST RECORD, SO ONLY ITS CREDIT LEGS ARE
      *    EXPECTED ON THE GL.
       ROUTE-LEDGER-GROUP.
           EVALUATE HV-ENTRY-TYPE
              WHEN 'CSH'
              WHEN 'INT'
                 MOVE 'S' TO WS-LOOKUP-KEY-TYPE
                 MOVE HV-SYMBOL (1:8) TO WS-LOOKUP-KEY
                 PERFORM LOOKUP-GL-MAPPING
                 IF MAP-NOT-FOUND
                    MOVE 'N' TO WS-LOOKUP-KEY-TYPE
                    MOVE HV-ENTRY-TYPE TO WS-LOOKUP-KEY
                    PERFORM LOOKUP-GL-MAPPING
                 END-IF
              WHEN 'ADJ'
                 MOVE 'I' TO WS-LOOKUP-KEY-TYPE
                 MOVE 'INTEREST' TO WS-LOOKUP-KEY
                 PERFORM LOOKUP-GL-MAPPING
              WHEN 'DEP'
              WHEN 'WDL'
              WHEN 'JNL'
              WHEN 'MDI'
              WHEN 'FEE'
                 MOVE 'M' TO WS-LOOKUP-KEY-TYPE
                 MOVE HV-ENTRY-TYPE TO WS-LOOKUP-KEY
                 PERFORM LOOKUP-GL-MAPPING
              WHEN 'TRD'
              WHEN 'TRX'
              WHEN 'BFW'
                 MOVE 'NOT JOURNALED' TO WS-TYPE-ROUTE
                 ADD HV-ROW-COUNT TO WS-NOT-JOURNALED-ROWS
                 EXIT PARAGRAPH
              WHEN OTHER
                 MOVE 'NO GL ROUTE' TO WS-TYPE-ROUTE
                 ADD 1 TO WS-TYPE-UNMAPPED
                 MOVE 'ENTRY TYPE HAS NO GL ROUTE' TO BRK-REASON
                 PERFORM WRITE-LEDGER-MAP-BREAK
                 EXIT PARAGRAPH
           END-EVALUATE
           IF MAP-NOT-FOUND
              ADD 1 TO WS-TYPE-UNMAPPED
              MOVE 'NO GLMAP ENTRY' TO BRK-REASON
              PERFORM WRITE-LEDGER-MAP-BREAK
              EXIT PARAGRAPH
           END-IF
           MOVE 'GL-BRIDGE' TO WS-TYPE-ROUTE
           IF HV-ENTRY-TYPE = 'JNL'
              MOVE ZERO TO HV-DEBIT-SUM
           END-IF
           MOVE WS-MAP-DR-ACCT (MAP-IDX) TO WS-ROUTE-DR-ACCT
           MOVE WS-MAP-CR-ACCT (MAP-IDX) TO WS-ROUTE-CR-ACCT
           MOVE HV-CREDIT-SUM TO WS-POST-AMOUNT
           PERFORM EXPECT-POSTING
           MOVE WS-MAP-CR-ACCT (MAP-IDX) TO WS-ROUTE-DR-ACCT
           MOVE WS-MAP-DR-ACCT (MAP-IDX) TO WS-ROUTE-CR-ACCT
           COMPUTE WS-POST-AMOUNT = HV-DEBIT-SUM * -1
           PERFORM EXPECT-POSTING.

       WRITE-LEDGER-MAP-BREAK.
           DISPLAY 'BRKRG320 UNMAPPED LEDGER ENTRY TYPE=' HV-ENTRY-TYPE
                   ' SYMBOL=' HV-SYMBOL
           COMPUTE WS-GROUP-NET = HV-CREDIT-SUM + HV-DEBIT-SUM
           MOVE 'MAP'         TO BRK-TYPE
           MOVE HV-ENTRY-TYPE TO BRK-KEY
           MOVE HV-SYMBOL     TO BRK-REF
           MOVE SPACE         TO BRK-SIDE
           MOVE WS-GROUP-NET  TO BRK-SUBLEDGER-AMT BRK-DIFF-AMT
           MOVE ZERO          TO BRK-OTHER-AMT
           ADD 1 TO WS-MAP-BREAK-COUNT
           PERFORM WRITE-BREAK.

       WRITE-ENTRY-TYPE-LINE.
           IF WS-TYPE-UNMAPPED > 0
              IF WS-TYPE-ROUTE = 'GL-BRIDGE'
                 MOVE 'PARTLY UNMAPPED' TO WS-TYPE-ROUTE
              ELSE
                 IF WS-TYPE-ROUTE NOT = 'NO GL ROUTE'
                    MOVE 'UNMAPPED' TO WS-TYPE-ROUTE
                 END-IF
              END-IF
           END-IF
           MOVE WS-PREV-ENTRY-TYPE TO RPT-ENTRY-TYPE
           MOVE WS-TYPE-ROWS       TO RPT-TYPE-ROWS
           MOVE WS-TYPE-CREDITS    TO RPT-TYPE-CREDITS
           MOVE WS-TYPE-DEBITS     TO RPT-TYPE-DEBITS
           COMPUTE RPT-TYPE-NET = WS-TYPE-CREDITS + WS-TYPE-DEBITS
           MOVE WS-TYPE-ROUTE      TO RPT-TYPE-ROUTE
           WRITE RECRPT-REC FROM WS-RPT-TYPE-LINE.

      *    ONE POSTING AS GL-BRIDGE'S WRITE-JOURNAL-PAIR WOULD MAKE
      *    IT: THE AMOUNT DEBITED TO THE ROUTE'S DR ACCOUNT AND
      *    CREDITED TO ITS CR ACCOUNT.
       EXPECT-POSTING.
           IF WS-POST-AMOUNT = 0
              EXIT PARAGRAPH
           END-IF
           MOVE WS-ROUTE-DR-ACCT TO WS-POST-GL-ACCT
           PERFORM FIND-GL-ENTRY
           IF PROGRAM-FAILED
              EXIT PARAGRAPH
           END-IF
           ADD WS-POST-AMOUNT TO WS-GL-EXP-DR (GL-IDX)
           MOVE WS-ROUTE-CR-ACCT TO WS-POST-GL-ACCT
           PERFORM FIND-GL-ENTRY
           IF PROGRAM-FAILED
              EXIT PARAGRAPH
           END-IF
           ADD WS-POST-AMOUNT TO WS-GL-EXP-CR (GL-IDX).

       FIND-GL-ENTRY.
           SET GL-IDX TO 1
           SEARCH WS-GL-ENTRY
              AT END
                 PERFORM ADD-GL-ENTRY
              WHEN GL-IDX > WS-GL-COUNT
                 PERFORM ADD-GL-ENTRY
              WHEN WS-GL-ACCT (GL-IDX) = WS-POST-GL-ACCT
                 CONTINUE
           END-SEARCH.

       ADD-GL-ENTRY.
           IF WS-GL-COUNT >= WS-GL-TABLE-MAX
              MOVE 'GL ACCOUNT TABLE FULL' TO WS-SQL-CONTEXT
              PERFORM TABLE-ERROR
           ELSE
              ADD 1 TO WS-GL-COUNT
              SET GL-IDX TO WS-GL-COUNT
              MOVE WS-POST-GL-ACCT TO WS-GL-ACCT (GL-IDX)
              MOVE ZERO TO WS-GL-EXP-DR (GL-IDX) WS-GL-EXP-CR (GL-IDX)
                           WS-GL-JRN-DR (GL-IDX) WS-GL-JRN-CR (GL-IDX)
           END-IF.

       LOOKUP-GL-MAPPING.
           SET MAP-NOT-FOUND TO TRUE
           IF WS-GLMAP-COUNT > 0
              SET MAP-IDX TO 1
              SEARCH WS-GLMAP-ENTRY
                 AT END
                    CONTINUE
                 WHEN MAP-IDX > WS-GLMAP-COUNT
                    CONTINUE
                 WHEN WS-MAP-KEY-TYPE (MAP-IDX) = WS-LOOKUP-KEY-TYPE
                    AND WS-MAP-KEY (MAP-IDX) = WS-LOOKUP-KEY
                    SET MAP-FOUND TO TRUE
              END-SEARCH
           END-IF.

      *    TRADE DELTAS ROUTE BY 'A' ASCD THEN 'B' BUID ON THE BASE
      *    CURRENCY DELTA, CUT TO CENTS THE WAY GL-BRIDGE MOVES IT TO
      *    THE JOURNAL AMOUNT. NO TRADJ FILE MEANS NO DELTAS TONIGHT.
       ADD-TRADE-DELTAS.
           OPEN INPUT TRADJ-FILE
           IF WS-TRADJ-STATUS NOT = '00'
              DISPLAY 'BRKRG320 - NO TRADE DELTA FILE, NONE EXPECTED'
              SET NO-MORE-TRADJ TO TRUE
           END-IF
           PERFORM READ-TRADE-DELTA
              UNTIL NO-MORE-TRADJ OR PROGRAM-FAILED
           IF WS-TRADJ-STATUS = '00' OR WS-TRADJ-STATUS = '10'
              CLOSE TRADJ-FILE
           END-IF
           MOVE 'TDL'                TO RPT-ENTRY-TYPE
           MOVE WS-TRADJ-READ-COUNT  TO RPT-TYPE-ROWS
           MOVE WS-TRADE-CREDITS     TO RPT-TYPE-CREDITS
           MOVE WS-TRADE-DEBITS      TO RPT-TYPE-DEBITS
           COMPUTE RPT-TYPE-NET = WS-TRADE-CREDITS + WS-TRADE-DEBITS
           MOVE 'TRADE DELTAS (TRADJ)' TO RPT-TYPE-ROUTE
           WRITE RECRPT-REC FROM WS-RPT-TYPE-LINE.

       READ-TRADE-DELTA.
           READ TRADJ-FILE
              AT END
                 SET NO-MORE-TRADJ TO TRUE
              NOT AT END
                 ADD 1 TO WS-TRADJ-READ-COUNT
                 PERFORM ROUTE-TRADE-DELTA
           END-READ.

       ROUTE-TRADE-DELTA.
           MOVE TRADJ-BASE-DELTA TO WS-TRADE-DELTA
           IF WS-TRADE-DELTA < 0
              ADD WS-TRADE-DELTA TO WS-TRADE-DEBITS
           ELSE
              ADD WS-TRADE-DELTA TO WS-TRADE-CREDITS
           END-IF
           MOVE 'A' TO WS-LOOKUP-KEY-TYPE
           MOVE TRADJ-ASCD TO WS-LOOKUP-KEY
           PERFORM LOOKUP-GL-MAPPING
           IF MAP-NOT-FOUND
              MOVE 'B' TO WS-LOOKUP-KEY-TYPE
              MOVE TRADJ-BUID TO WS-LOOKUP-KEY
              PERFORM LOOKUP-GL-MAPPING
           END-IF
           IF MAP-NOT-FOUND
              DISPLAY 'BRKRG320 UNMAPPED TRADE DELTA TID=' TRADJ-TID
                      ' BUID=' TRADJ-BUID ' ASCD=' TRADJ-ASCD
              MOVE 'MAP'           TO BRK-TYPE
              MOVE TRADJ-BUID      TO BRK-KEY
              MOVE TRADJ-ASCD      TO BRK-REF
              MOVE SPACE           TO BRK-SIDE
              MOVE WS-TRADE-DELTA  TO BRK-SUBLEDGER-AMT BRK-DIFF-AMT
              MOVE ZERO            TO BRK-OTHER-AMT
              MOVE 'NO GLMAP ENTRY FOR TRADE DELTA' TO BRK-REASON
              ADD 1 TO WS-MAP-BREAK-COUNT
              PERFORM WRITE-BREAK
              EXIT PARAGRAPH
           END-IF
           IF WS-TRADE-DELTA < 0
              COMPUTE WS-POST-AMOUNT = WS-TRADE-DELTA * -1
              MOVE WS-MAP-CR-ACCT (MAP-IDX) TO WS-ROUTE-DR-ACCT
              MOVE WS-MAP-DR-ACCT (MAP-IDX) TO WS-ROUTE-CR-ACCT
           ELSE
              MOVE WS-TRADE-DELTA TO WS-POST-AMOUNT
              MOVE WS-MAP-DR-ACCT (MAP-IDX) TO WS-ROUTE-DR-ACCT
              MOVE WS-MAP-CR-ACCT (MAP-IDX) TO WS-ROUTE-CR-ACCT
           END-IF
           PERFORM EXPECT-POSTING.

      *    THE JOURNAL COUNTS ONLY IF IT IS TONIGHT'S AND COMPLETE.
      *    A MISSING, PRIOR-DATED OR TRAILERLESS FILE IS ITSELF A
      *    BREAK, AND EVERY EXPECTED AMOUNT THEN SHOWS AGAINST ZERO.
       LOAD-JOURNAL.
           SET JOURNAL-NOT-USABLE TO TRUE
           OPEN INPUT GLJRNL-FILE
           IF WS-GLJRNL-STATUS NOT = '00'
              MOVE 'GLJRNL FILE NOT AVAILABLE' TO BRK-REASON
              PERFORM WRITE-JOURNAL-BREAK
              EXIT PARAGRAPH
           END-IF
           READ GLJRNL-FILE
              AT END
                 SET NO-MORE-GLJRNL TO TRUE
           END-READ
           IF NO-MORE-GLJRNL OR GLJRNL-REC-TYPE NOT = 'H'
              MOVE 'GLJRNL HAS NO BATCH HEADER' TO BRK-REASON
              PERFORM WRITE-JOURNAL-BREAK
              CLOSE GLJRNL-FILE
              EXIT PARAGRAPH
           END-IF
           MOVE GLJRNL-REC TO WS-JRN-HEADER
           IF JRH-DATE NOT = WS-RUN-DATE
              DISPLAY 'BRKRG320 - GLJRNL BATCH ' JRH-BATCH-ID
                      ' IS DATED ' JRH-DATE
              MOVE 'GLJRNL IS NOT TONIGHT''S BATCH' TO BRK-REASON
              PERFORM WRITE-JOURNAL-BREAK
              CLOSE GLJRNL-FILE
              EXIT PARAGRAPH
           END-IF
           SET JOURNAL-USABLE TO TRUE
           PERFORM READ-JOURNAL-RECORD
              UNTIL NO-MORE-GLJRNL OR PROGRAM-FAILED
           CLOSE GLJRNL-FILE
           IF NOT TRAILER-SEEN
              MOVE 'GLJRNL HAS NO BATCH TRAILER' TO BRK-REASON
              PERFORM WRITE-JOURNAL-BREAK
           ELSE
              IF JRT-REC-COUNT NOT = WS-JRN-DETAIL-COUNT
                 MOVE 'GLJRNL TRAILER COUNT DIFFERS' TO BRK-REASON
                 PERFORM WRITE-JOURNAL-BREAK
              END-IF
           END-IF.

       READ-JOURNAL-RECORD.
           READ GLJRNL-FILE
              AT END
                 SET NO-MORE-GLJRNL TO TRUE
              NOT AT END
                 EVALUATE GLJRNL-REC-TYPE
                    WHEN 'D'
                       ADD 1 TO WS-JRN-DETAIL-COUNT
                       MOVE GLJRNL-REC TO WS-JRN-DETAIL
                       PERFORM ADD-JOURNAL-DETAIL
                    WHEN 'T'
                       SET TRAILER-SEEN TO TRUE
                       MOVE GLJRNL-REC TO WS-JRN-TRAILER
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
           END-READ.

       ADD-JOURNAL-DETAIL.
           MOVE JRN-GL-ACCT TO WS-POST-GL-ACCT
           PERFORM FIND-GL-ENTRY
           IF PROGRAM-FAILED
              EXIT PARAGRAPH
           END-IF
           IF JRN-DR-CR = 'D'
              ADD JRN-AMOUNT TO WS-GL-JRN-DR (GL-IDX)
           ELSE
              ADD JRN-AMOUNT TO WS-GL-JRN-CR (GL-IDX)
           END-IF.

       WRITE-JOURNAL-BREAK.
           SET JOURNAL-NOT-USABLE TO TRUE
           DISPLAY 'BRKRG320 - ' BRK-REASON
           MOVE 'JRN'     TO BRK-TYPE
           MOVE 'GLJRNL'  TO BRK-KEY
           MOVE SPACES    TO BRK-REF
           MOVE SPACE     TO BRK-SIDE
           MOVE ZERO      TO BRK-SUBLEDGER-AMT BRK-OTHER-AMT
                             BRK-DIFF-AMT
           ADD 1 TO WS-JRN-BREAK-COUNT
           PERFORM WRITE-BREAK.

      *    SECTION 2 - EACH GL ACCOUNT, EXPECTED AGAINST JOURNALED,
      *    DEBITS AND CREDITS SEPARATELY SO OFFSETTING ERRORS ON ONE
      *    ACCOUNT CANNOT NET AWAY.
       COMPARE-GL-ACCOUNTS.
           IF JOURNAL-NOT-USABLE
              SET GL-IDX TO 1
              PERFORM CLEAR-JOURNAL-AMOUNTS
                 UNTIL GL-IDX > WS-GL-COUNT
           END-IF
           WRITE RECRPT-REC FROM WS-RPT-BLANK-LINE
           MOVE 'GL ACCOUNTS - EXPECTED FROM SUBLEDGER VS GLJRNL'
             TO WS-RPT-SECTION-LINE
           WRITE RECRPT-REC FROM WS-RPT-SECTION-LINE
           WRITE RECRPT-REC FROM WS-RPT-GL-HEADER
           SET GL-IDX TO 1
           PERFORM COMPARE-ONE-GL-ACCOUNT
              UNTIL GL-IDX > WS-GL-COUNT.

       CLEAR-JOURNAL-AMOUNTS.
           MOVE ZERO TO WS-GL-JRN-DR (GL-IDX) WS-GL-JRN-CR (GL-IDX)
           SET GL-IDX UP BY 1.

       COMPARE-ONE-GL-ACCOUNT.
           MOVE WS-GL-ACCT (GL-IDX)   TO RPT-GL-ACCT
           MOVE WS-GL-EXP-DR (GL-IDX) TO RPT-GL-EXP-DR
           MOVE WS-GL-JRN-DR (GL-IDX) TO RPT-GL-JRN-DR
           MOVE WS-GL-EXP-CR (GL-IDX) TO RPT-GL-EXP-CR
           MOVE WS-GL-JRN-CR (GL-IDX) TO RPT-GL-JRN-CR
           COMPUTE RPT-GL-DR-DIFF =
                   WS-GL-EXP-DR (GL-IDX) - WS-GL-JRN-DR (GL-IDX)
           COMPUTE RPT-GL-CR-DIFF =
                   WS-GL-EXP-CR (GL-IDX) - WS-GL-JRN-CR (GL-IDX)
           IF WS-GL-EXP-DR (GL-IDX) = WS-GL-JRN-DR (GL-IDX)
              AND WS-GL-EXP-CR (GL-IDX) = WS-GL-JRN-CR (GL-IDX)
              MOVE 'OK' TO RPT-GL-STATUS
              ADD 1 TO WS-GL-AGREED-COUNT
           ELSE
              MOVE 'BREAK' TO RPT-GL-STATUS
              ADD 1 TO WS-GL-BREAK-COUNT
           END-IF
           WRITE RECRPT-REC FROM WS-RPT-GL-LINE
           IF WS-GL-EXP-DR (GL-IDX) NOT = WS-GL-JRN-DR (GL-IDX)
              MOVE 'D' TO WS-POST-SIDE
              MOVE WS-GL-EXP-DR (GL-IDX) TO BRK-SUBLEDGER-AMT
              MOVE WS-GL-JRN-DR (GL-IDX) TO BRK-OTHER-AMT
              PERFORM WRITE-GL-BREAK
           END-IF
           IF WS-GL-EXP-CR (GL-IDX) NOT = WS-GL-JRN-CR (GL-IDX)
              MOVE 'C' TO WS-POST-SIDE
              MOVE WS-GL-EXP-CR (GL-IDX) TO BRK-SUBLEDGER-AMT
              MOVE WS-GL-JRN-CR (GL-IDX) TO BRK-OTHER-AMT
              PERFORM WRITE-GL-BREAK
           END-IF
           SET GL-IDX UP BY 1.

       WRITE-GL-BREAK.
           MOVE 'GL'                TO BRK-TYPE
           MOVE WS-GL-ACCT (GL-IDX) TO BRK-KEY
           MOVE SPACES              TO BRK-REF
           MOVE WS-POST-SIDE        TO BRK-SIDE
           COMPUTE BRK-DIFF-AMT = BRK-SUBLEDGER-AMT - BRK-OTHER-AMT
           IF WS-POST-SIDE = 'D'
              MOVE 'GL DEBITS DIFFER FROM LEDGER' TO BRK-REASON
           ELSE
              MOVE 'GL CREDITS DIFFER FROM LEDGER' TO BRK-REASON
           END-IF
           PERFORM WRITE-BREAK.

      *    SECTION 3 - EVERY ACCOUNT'S LEDGER BALANCE AGAINST ITS
      *    ACCOUNT.DAT END BALANCE. ONLY DISAGREEMENTS ARE LISTED;
      *    A MASTER ACCOUNT WITH NO LEDGER ROWS IS EXPECTED TO CARRY
      *    A ZERO END BALANCE.
       RECONCILE-ACCOUNT-BALANCES.
           WRITE RECRPT-REC FROM WS-RPT-BLANK-LINE
           MOVE 'ACCOUNT BALANCES - LEDGER VS ACCOUNT.DAT (BREAKS ONLY)'
             TO WS-RPT-SECTION-LINE
           WRITE RECRPT-REC FROM WS-RPT-SECTION-LINE
           WRITE RECRPT-REC FROM WS-RPT-BAL-HEADER
           MOVE 'OPEN ACCOUNT BALANCE CURSOR' TO WS-SQL-CONTEXT
           EXEC SQL OPEN ACCT-BAL-CURSOR END-EXEC
           PERFORM CHECK-SQL
           PERFORM FETCH-ACCOUNT-BALANCE
              UNTIL BAL-CURSOR-EOF OR PROGRAM-FAILED
           IF PROGRAM-FAILED
              EXIT PARAGRAPH
           END-IF
           MOVE 'CLOSE ACCOUNT BALANCE CURSOR' TO WS-SQL-CONTEXT
           EXEC SQL CLOSE ACCT-BAL-CURSOR END-EXEC
           PERFORM CHECK-SQL
           SET ACC-IDX TO 1
           PERFORM CHECK-UNMATCHED-ACCOUNT
              UNTIL ACC-IDX > WS-ACCT-COUNT
           PERFORM WRITE-REPORT-TOTALS.

       FETCH-ACCOUNT-BALANCE.
           MOVE 'FETCH ACCOUNT BALANCE CURSOR' TO WS-SQL-CONTEXT
           EXEC SQL
              FETCH ACCT-BAL-CURSOR
                INTO :HV-ACCOUNT-ID, :HV-LEDGER-BAL
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO WS-BAL-ACCT-COUNT
                 PERFORM COMPARE-ACCOUNT-BALANCE
              WHEN 100
                 SET BAL-CURSOR-EOF TO TRUE
              WHEN OTHER
                 PERFORM SQL-ERROR
           END-EVALUATE.

       COMPARE-ACCOUNT-BALANCE.
           SET ACC-IDX TO 1
           SEARCH WS-ACCT-ENTRY
              AT END
                 MOVE ZERO TO BRK-OTHER-AMT
                 MOVE 'NOT ON ACCOUNT MASTER' TO BRK-REASON
                 PERFORM WRITE-BALANCE-BREAK
              WHEN ACC-IDX > WS-ACCT-COUNT
                 MOVE ZERO TO BRK-OTHER-AMT
                 MOVE 'NOT ON ACCOUNT MASTER' TO BRK-REASON
                 PERFORM WRITE-BALANCE-BREAK
              WHEN WS-ACCT-ID (ACC-IDX) = HV-ACCOUNT-ID
                 MOVE 'Y' TO WS-ACCT-MATCHED (ACC-IDX)
                 IF WS-ACCT-END-BAL (ACC-IDX) = HV-LEDGER-BAL
                    ADD 1 TO WS-BAL-AGREED-COUNT
                 ELSE
                    MOVE WS-ACCT-END-BAL (ACC-IDX) TO BRK-OTHER-AMT
                    MOVE 'END BALANCE DIFFERS FROM LEDGER'
                      TO BRK-REASON
                    PERFORM WRITE-BALANCE-BREAK
                 END-IF
           END-SEARCH.

       CHECK-UNMATCHED-ACCOUNT.
           IF WS-ACCT-MATCHED (ACC-IDX) NOT = 'Y'
              ADD 1 TO WS-BAL-ACCT-COUNT
              IF WS-ACCT-END-BAL (ACC-IDX) = 0
                 ADD 1 TO WS-BAL-AGREED-COUNT
              ELSE
                 MOVE WS-ACCT-ID (ACC-IDX) TO HV-ACCOUNT-ID
                 MOVE ZERO TO HV-LEDGER-BAL
                 MOVE WS-ACCT-END-BAL (ACC-IDX) TO BRK-OTHER-AMT
                 MOVE 'NO LEDGER ACTIVITY ON FILE' TO BRK-REASON
                 PERFORM WRITE-BALANCE-BREAK
              END-IF
           END-IF
           SET ACC-IDX UP BY 1.

       WRITE-BALANCE-BREAK.
           MOVE 'BAL'          TO BRK-TYPE
           MOVE HV-ACCOUNT-ID  TO BRK-KEY
           MOVE SPACES         TO BRK-REF
           MOVE SPACE          TO BRK-SIDE
           MOVE HV-LEDGER-BAL  TO BRK-SUBLEDGER-AMT
           COMPUTE BRK-DIFF-AMT = BRK-SUBLEDGER-AMT - BRK-OTHER-AMT
           MOVE HV-ACCOUNT-ID     TO RPT-BAL-ACCOUNT
           MOVE BRK-SUBLEDGER-AMT TO RPT-BAL-LEDGER
           MOVE BRK-OTHER-AMT     TO RPT-BAL-MASTER
           MOVE BRK-DIFF-AMT      TO RPT-BAL-DIFF
           MOVE BRK-REASON        TO RPT-BAL-REASON
           WRITE RECRPT-REC FROM WS-RPT-BAL-LINE
           ADD 1 TO WS-BAL-BREAK-COUNT
           PERFORM WRITE-BREAK.

       WRITE-BREAK.
           MOVE WS-RUN-DATE TO BRK-BUS-DATE
           WRITE RECBRK-REC FROM WS-BREAK-RECORD
           ADD 1 TO WS-BREAK-COUNT.

       WRITE-REPORT-TOTALS.
           WRITE RECRPT-REC FROM WS-RPT-BLANK-LINE
           MOVE 'LEDGER ROWS TONIGHT' TO RPT-COUNT-LABEL
           MOVE WS-LEDGER-ROW-COUNT TO RPT-COUNT-VALUE
           WRITE RECRPT-REC FROM WS-RPT-COUNT-LINE
           MOVE '  OF WHICH NOT JOURNALED (TRD/TRX/BFW)'
             TO RPT-COUNT-LABEL
           MOVE WS-NOT-JOURNALED-ROWS TO RPT-COUNT-VALUE
           WRITE RECRPT-REC FROM WS-RPT-COUNT-LINE
           MOVE 'TRADE DELTAS READ' TO RPT-COUNT-LABEL
           MOVE WS-TRADJ-READ-COUNT TO RPT-COUNT-VALUE
           WRITE RECRPT-REC FROM WS-RPT-COUNT-LINE
           MOVE 'JOURNAL DETAILS READ' TO RPT-COUNT-LABEL
           MOVE WS-JRN-DETAIL-COUNT TO RPT-COUNT-VALUE
           WRITE RECRPT-REC FROM WS-RPT-COUNT-LINE
           MOVE 'GL ACCOUNTS IN AGREEMENT' TO RPT-COUNT-LABEL
           MOVE WS-GL-AGREED-COUNT TO RPT-COUNT-VALUE
           WRITE RECRPT-REC FROM WS-RPT-COUNT-LINE
           MOVE 'CLIENT ACCOUNTS IN AGREEMENT' TO RPT-COUNT-LABEL
           MOVE WS-BAL-AGREED-COUNT TO RPT-COUNT-VALUE
           WRITE RECRPT-REC FROM WS-RPT-COUNT-LINE
           MOVE 'UNMAPPED SUBLEDGER BREAKS' TO RPT-COUNT-LABEL
           MOVE WS-MAP-BREAK-COUNT TO RPT-COUNT-VALUE
           WRITE RECRPT-REC FROM WS-RPT-COUNT-LINE
           MOVE 'GL ACCOUNT BREAKS' TO RPT-COUNT-LABEL
           MOVE WS-GL-BREAK-COUNT TO RPT-COUNT-VALUE
           WRITE RECRPT-REC FROM WS-RPT-COUNT-LINE
           MOVE 'ACCOUNT BALANCE BREAKS' TO RPT-COUNT-LABEL
           MOVE WS-BAL-BREAK-COUNT TO RPT-COUNT-VALUE
           WRITE RECRPT-REC FROM WS-RPT-COUNT-LINE
           MOVE 'JOURNAL FILE BREAKS' TO RPT-COUNT-LABEL
           MOVE WS-JRN-BREAK-COUNT TO RPT-COUNT-VALUE
           WRITE RECRPT-REC FROM WS-RPT-COUNT-LINE
           MOVE 'BREAK RECORDS WRITTEN' TO RPT-COUNT-LABEL
           MOVE WS-BREAK-COUNT TO RPT-COUNT-VALUE
           WRITE RECRPT-REC FROM WS-RPT-COUNT-LINE.

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
           MOVE WS-LEDGER-ROW-COUNT TO HV-LOG-IN
           MOVE WS-BREAK-COUNT TO HV-LOG-OUT
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
                      'BRKRG320', :HV-LOG-PHASE, :HV-LOG-RC,
                      :HV-LOG-IN, :HV-LOG-OUT)
           END-EXEC
           IF SQLCODE < 0
              DISPLAY 'BRKRG320 RUN LOG INSERT FAILED, CODE '
                      SQLCODE ' - CONTINUING'
           END-IF.

       CHECK-SQL.
           IF SQLCODE < 0
              PERFORM SQL-ERROR
           END-IF.

       SQL-ERROR.
           DISPLAY 'BRKRG320 SQL ERROR IN ' WS-SQL-CONTEXT
                   ' CODE ' SQLCODE
           MOVE 'Y' TO WS-ABORT-FLAG
           MOVE 'Y' TO WS-LEDGER-CURSOR-EOF-SW
           MOVE 'Y' TO WS-BAL-CURSOR-EOF-SW.

       TABLE-ERROR.
           DISPLAY 'BRKRG320 TABLE ERROR IN ' WS-SQL-CONTEXT
           MOVE 'Y' TO WS-ABORT-FLAG
           MOVE 'Y' TO WS-END-OF-GLMAP
           MOVE 'Y' TO WS-END-OF-ACCTMST
           MOVE 'Y' TO WS-END-OF-TRADJ
           MOVE 'Y' TO WS-END-OF-GLJRNL
           MOVE 'Y' TO WS-LEDGER-CURSOR-EOF-SW
           MOVE 'Y' TO WS-BAL-CURSOR-EOF-SW.

      *    BREAKS ARE A WARNING: THE JOURNAL HAS ALREADY BEEN BUILT
      *    AND THE CHAIN CARRIES ON. FINANCE WORKS THE BREAK FILE.
       WRAP-UP.
           IF PROGRAM-FAILED
              DISPLAY 'BRKRG320 ABENDED - CHECK JOBLOG, RECONCILIATION '
                      'INCOMPLETE'
              MOVE 12 TO RETURN-CODE
           ELSE
              IF WS-BREAK-COUNT > 0
                 MOVE 4 TO RETURN-CODE
              ELSE
                 MOVE 0 TO RETURN-CODE
              END-IF
              DISPLAY 'BRKRG320 NORMAL END'
           END-IF
           PERFORM WRITE-RUN-LOG-END
           DISPLAY '========================================'
           DISPLAY 'BRKRG320 SUBLEDGER RECONCILIATION SUMMARY'
           DISPLAY '========================================'
           DISPLAY 'BUSINESS DATE          = ' WS-RUN-DATE
           DISPLAY 'LEDGER ROWS TONIGHT    = ' WS-LEDGER-ROW-COUNT
           DISPLAY 'LEDGER GROUPS ROUTED   = ' WS-LEDGER-GROUP-COUNT
           DISPLAY 'TRADE DELTAS READ      = ' WS-TRADJ-READ-COUNT
           DISPLAY 'JOURNAL DETAILS READ   = ' WS-JRN-DETAIL-COUNT
           DISPLAY 'GL ACCOUNTS COMPARED   = ' WS-GL-COUNT
           DISPLAY 'CLIENT ACCTS COMPARED  = ' WS-BAL-ACCT-COUNT
           DISPLAY 'UNMAPPED BREAKS        = ' WS-MAP-BREAK-COUNT
           DISPLAY 'GL ACCOUNT BREAKS      = ' WS-GL-BREAK-COUNT
           DISPLAY 'ACCOUNT BALANCE BREAKS = ' WS-BAL-BREAK-COUNT
           DISPLAY 'JOURNAL FILE BREAKS    = ' WS-JRN-BREAK-COUNT
           DISPLAY 'BREAK RECORDS WRITTEN  = ' WS-BREAK-COUNT
           DISPLAY '========================================'
           CLOSE RECBRK-FILE
           CLOSE RECRPT-FILE
           GOBACK.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRKRG230.
       AUTHOR. ANALYST TEAM.
       INSTALLATION. OSZ SECURITIES PROCESSING.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z16.
       OBJECT-COMPUTER. IBM-Z16.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEE-PARM-FILE ASSIGN TO 'FEE-PARM'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PARM-STATUS.
           SELECT FEESCHD-FILE ASSIGN TO 'FEESCHD-IN'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FEESCHD-STATUS.
           SELECT ACCTMST-FILE ASSIGN TO 'ACCOUNT-MASTER'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ACCTMST-STATUS.
           SELECT FEEPOST-FILE ASSIGN TO 'FEEPOST-OUT'
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FEEREG-FILE ASSIGN TO 'FEEREG-OUT'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    THE BILLING QUARTER AND THE RUN MODE. 'B' BILLS - POSTS
      *    THE FEES TO BRKG_CASH_LEDGER AND WRITES THE GL POSTING
      *    FILE. ANYTHING ELSE IS A PREVIEW: THE REGISTER PRINTS
      *    EXACTLY AS A BILL RUN WOULD PRINT IT, AND NOTHING IS
      *    POSTED, SO THE DESK CAN REVIEW THE FEES FIRST.
       FD  FEE-PARM-FILE
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS FEE-PARM-REC.

       01  FEE-PARM-REC.
           05  PARM-QTR-START          PIC 9(08).
           05  PARM-QTR-END            PIC 9(08).
           05  PARM-RUN-MODE           PIC X(01).
           05  FILLER                  PIC X(23).

      *    ADVISORY FEE SCHEDULE MAINTAINED BY THE MANAGED-ACCOUNT
      *    DESK - ONE ROW PER BREAKPOINT TIER, AN ACCOUNT'S ROWS
      *    TOGETHER AND IN ASCENDING TIER ORDER. EACH TIER CHARGES
      *    ITS ANNUAL PERCENT ON THE SLICE OF VALUE BETWEEN THE
      *    PREVIOUS TIER'S HIGH BOUND AND ITS OWN; THE LAST TIER
      *    ALSO TAKES EVERYTHING ABOVE ITS BOUND. BILL-START AND
      *    BILL-END ARE READ FROM THE ACCOUNT'S FIRST ROW: THE DATE
      *    BILLING BEGAN (ZERO - BEFORE ANY QUARTER NOW BILLED) AND
      *    THE DATE IT ENDED (ZERO - STILL BILLED). AN ACCOUNT
      *    OPENED OR CLOSED INSIDE THE QUARTER IS BILLED ONLY FOR
      *    THE DAYS IT WAS UNDER MANAGEMENT.
       FD  FEESCHD-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS FEESCHD-REC.

       01  FEESCHD-REC.
           05  FEE-ACCOUNT-ID          PIC X(12).
           05  FEE-TIER-HIGH           PIC 9(11)V99.
           05  FEE-ANNUAL-PCT          PIC 9(02)V9(04).
           05  FEE-BILL-START          PIC 9(08).
           05  FEE-BILL-END            PIC 9(08).
           05  FILLER                  PIC X(33).

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

      *    ONE RECORD PER FEE POSTED BY A BILL RUN, FOR GL-BRIDGE,
      *    SIGNED THE WAY THE LEDGER SEES THE CLIENT (NEGATIVE).
      *    SAME LAYOUT AS THE BRKRG210 CASH MOVEMENT POSTING FILE.
      *    A PREVIEW RUN NEVER OPENS IT.
       FD  FEEPOST-FILE
           RECORD CONTAINS 64 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS FEEPOST-REC.

       01  FEEPOST-REC.
           05  FPST-ACCOUNT-ID         PIC X(12).
           05  FPST-TO-ACCOUNT-ID      PIC X(12).
           05  FPST-TYPE               PIC X(03).
           05  FPST-AMOUNT             PIC S9(9)V99.
           05  FPST-POST-DATE          PIC 9(08).
           05  FPST-REF-ID             PIC X(16).
           05  FILLER                  PIC X(02).

       FD  FEEREG-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS FEEREG-REC.

       01  FEEREG-REC                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-END-OF-FEESCHD        PIC X VALUE 'N'.
           88  FEESCHD-REMAINING               VALUE 'N'.
           88  NO-MORE-FEESCHD                 VALUE 'Y'.
       01  WS-END-OF-ACCTMST        PIC X VALUE 'N'.
           88  ACCTMST-REMAINING               VALUE 'N'.
           88  NO-MORE-ACCTMST                 VALUE 'Y'.
       01  WS-ABORT-FLAG            PIC X VALUE 'N'.
           88  PROGRAM-OK                     VALUE 'N'.
           88  PROGRAM-FAILED                 VALUE 'Y'.
       01  WS-PRECOND-SW            PIC X VALUE 'Y'.
           88  PRECONDITION-MET               VALUE 'Y'.
           88  PRECONDITION-FAILED            VALUE 'N'.
       01  WS-RUN-MODE-SW           PIC X VALUE 'P'.
           88  BILL-MODE                      VALUE 'B'.
           88  PREVIEW-MODE                   VALUE 'P'.
       01  WS-FEEPOST-OPEN-SW       PIC X VALUE 'N'.
           88  FEEPOST-OPEN                   VALUE 'Y'.
       01  WS-BILLABLE-SW           PIC X VALUE 'N'.
           88  ACCOUNT-BILLABLE               VALUE 'Y'.
           88  ACCOUNT-NOT-BILLABLE           VALUE 'N'.
       01  WS-PARM-STATUS           PIC X(02).
       01  WS-FEESCHD-STATUS        PIC X(02).
       01  WS-ACCTMST-STATUS        PIC X(02).
       01  WS-SQL-CONTEXT           PIC X(30).

       01  WS-SCHED-READ-COUNT      PIC S9(9) COMP VALUE 0.
       01  WS-BILLED-COUNT          PIC S9(9) COMP VALUE 0.
       01  WS-POSTED-COUNT          PIC S9(9) COMP VALUE 0.
       01  WS-SKIPPED-COUNT         PIC S9(9) COMP VALUE 0.
       01  WS-EXCEPTION-COUNT       PIC S9(9) COMP VALUE 0.
       01  WS-MV-TOTAL              PIC S9(15)V99 COMP-3 VALUE 0.
       01  WS-FEE-TOTAL             PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-TOTAL-DISP            PIC -(14)9.99.

       01  WS-RUN-DATE              PIC 9(08) VALUE 0.
       01  WS-QTR-START             PIC 9(08) VALUE 0.
       01  WS-QTR-END               PIC 9(08) VALUE 0.
       01  WS-QTR-START-INT         PIC S9(9) COMP VALUE 0.
       01  WS-QTR-END-INT           PIC S9(9) COMP VALUE 0.
       01  WS-QTR-DAYS              PIC S9(4) COMP VALUE 0.
       01  WS-BILL-FROM             PIC 9(08) VALUE 0.
       01  WS-BILL-TO               PIC 9(08) VALUE 0.
       01  WS-BILL-DAYS             PIC S9(4) COMP VALUE 0.
       01  WS-FEE-REF               PIC X(16) VALUE SPACES.
       01  WS-NOTE                  PIC X(30) VALUE SPACES.
       01  WS-UNPRICED-DISP         PIC Z(6)9.
       01  WS-AVG-MV                PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-ANNUAL-FEE            PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-QTR-FEE               PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-TIER-FLOOR            PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-TIER-SLICE            PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-TIER-SUB              PIC S9(9) COMP VALUE 0.
       01  WS-TIER-LAST             PIC S9(9) COMP VALUE 0.

       01  WS-ACCT-COUNT            PIC S9(4) COMP VALUE 0.
       01  WS-ACCT-TABLE-MAX        PIC S9(4) COMP VALUE 5000.
       01  WS-ACCT-TABLE.
           05  WS-ACCT-ENTRY OCCURS 5000 TIMES INDEXED BY ACC-IDX.
               10  WS-ACCT-ID          PIC X(12).
               10  WS-ACCT-STATUS      PIC X(01).

       01  WS-FEA-COUNT             PIC S9(4) COMP VALUE 0.
       01  WS-FEA-TABLE-MAX         PIC S9(4) COMP VALUE 5000.
       01  WS-FEA-TABLE.
           05  WS-FEA-ENTRY OCCURS 5000 TIMES INDEXED BY FEA-IDX.
               10  WS-FEA-ACCOUNT      PIC X(12).
               10  WS-FEA-BILL-START   PIC 9(08).
               10  WS-FEA-BILL-END     PIC 9(08).
               10  WS-FEA-FIRST-TIER   PIC S9(9) COMP.
               10  WS-FEA-TIER-COUNT   PIC S9(4) COMP.

       01  WS-FTR-COUNT             PIC S9(9) COMP VALUE 0.
       01  WS-FTR-TABLE-MAX         PIC S9(9) COMP VALUE 20000.
       01  WS-FTR-TABLE.
           05  WS-FTR-ENTRY OCCURS 20000 TIMES INDEXED BY FTR-IDX.
               10  WS-FTR-HIGH         PIC S9(13)V99 COMP-3.
               10  WS-FTR-PCT          PIC S9(3)V9(4) COMP-3.

       01  WS-RPT-HEADER-1.
           05  FILLER               PIC X(50) VALUE
               'BRKRG230 ADVISORY FEE BILLING REGISTER - QUARTER '.
           05  HDR-QTR-START        PIC 9(08).
           05  FILLER               PIC X(04) VALUE ' TO '.
           05  HDR-QTR-END          PIC 9(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  HDR-MODE             PIC X(30).
           05  FILLER               PIC X(30) VALUE SPACES.

       01  WS-RPT-HEADER-2.
           05  FILLER               PIC X(10) VALUE 'RUN DATE  '.
           05  HDR-RUN-DATE         PIC 9(08).
           05  FILLER               PIC X(17) VALUE
               '  QUARTER DAYS   '.
           05  HDR-QTR-DAYS         PIC ZZ9.
           05  FILLER               PIC X(14) VALUE
               '  FEE REF     '.
           05  HDR-FEE-REF          PIC X(16).
           05  FILLER               PIC X(64) VALUE SPACES.

       01  WS-RPT-HEADER-3.
           05  FILLER               PIC X(14) VALUE 'ACCOUNT'.
           05  FILLER               PIC X(10) VALUE 'BILL FROM'.
           05  FILLER               PIC X(10) VALUE 'BILL TO'.
           05  FILLER               PIC X(05) VALUE 'DAYS'.
           05  FILLER               PIC X(17) VALUE
               '     AVG DAILY MV'.
           05  FILLER               PIC X(16) VALUE
               '      ANNUAL FEE'.
           05  FILLER               PIC X(16) VALUE
               '     QUARTER FEE'.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  FILLER               PIC X(04) VALUE 'NOTE'.
           05  FILLER               PIC X(38) VALUE SPACES.

       01  WS-RPT-DETAIL.
           05  DET-ACCOUNT          PIC X(12).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DET-BILL-FROM        PIC 9(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DET-BILL-TO          PIC 9(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DET-DAYS             PIC ZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DET-AVG-MV           PIC -(13)9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DET-ANNUAL-FEE       PIC -(10)9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DET-QTR-FEE          PIC -(10)9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DET-NOTE             PIC X(30).
           05  FILLER               PIC X(12) VALUE SPACES.

       01  WS-RPT-TOTAL-1.
           05  FILLER               PIC X(20) VALUE
               'ACCOUNTS BILLED     '.
           05  RPT-BILLED-COUNT     PIC Z(8)9.
           05  FILLER               PIC X(16) VALUE
               '  TOTAL AVG MV  '.
           05  RPT-MV-TOTAL         PIC -(13)9.99.
           05  FILLER               PIC X(16) VALUE
               '  QUARTER FEES  '.
           05  RPT-FEE-TOTAL        PIC -(10)9.99.
           05  FILLER               PIC X(40) VALUE SPACES.

       01  WS-RPT-TOTAL-2.
           05  FILLER               PIC X(20) VALUE
               'ACCOUNTS SKIPPED    '.
           05  RPT-SKIPPED-COUNT    PIC Z(8)9.
           05  FILLER               PIC X(16) VALUE
               '  EXCEPTIONS    '.
           05  RPT-EXCEPTION-COUNT  PIC Z(8)9.
           05  FILLER               PIC X(16) VALUE
               '  FEES POSTED   '.
           05  RPT-POSTED-COUNT     PIC Z(8)9.
           05  FILLER               PIC X(53) VALUE SPACES.

       01  WS-RPT-BLANK-LINE        PIC X(132) VALUE SPACES.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  HV-PLAN-ID              PIC X(08).
       01  HV-ACCOUNT-ID           PIC X(12).
       01  HV-POST-DATE            PIC 9(8).
       01  HV-FROM-DATE            PIC 9(8).
       01  HV-TO-DATE              PIC 9(8).
       01  HV-QTR-END              PIC 9(8).
       01  HV-ENTRY-TYPE           PIC X(03).
       01  HV-SYMBOL               PIC X(10).
       01  HV-REF-ID               PIC X(16).
       01  HV-AMOUNT               PIC S9(11)V99 COMP-3.
       01  HV-MV-SUM               PIC S9(15)V99 COMP-3.
       01  HV-SNAP-DAYS            PIC S9(9) COMP.
       01  HV-UNPRICED-COUNT       PIC S9(9) COMP.
       01  HV-PRIOR-BILL-DATE      PIC 9(8).
       01  HV-PRECOND-COUNT        PIC S9(9) COMP.
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
           IF BILL-MODE
              PERFORM CHECK-RUN-PRECONDITION
              IF PROGRAM-FAILED OR PRECONDITION-FAILED
                 GO TO WRAP-UP
              END-IF
              PERFORM CLEAR-TONIGHT-FEES
              IF PROGRAM-FAILED
                 GO TO WRAP-UP
              END-IF
           END-IF
           PERFORM BILL-ONE-ACCOUNT
              VARYING FEA-IDX FROM 1 BY 1
              UNTIL FEA-IDX > WS-FEA-COUNT OR PROGRAM-FAILED
           IF PROGRAM-FAILED
              GO TO WRAP-UP
           END-IF
           PERFORM WRITE-REGISTER-TOTALS
           IF BILL-MODE
              MOVE 'COMMIT FEES' TO WS-SQL-CONTEXT
              EXEC SQL COMMIT END-EXEC
              PERFORM CHECK-SQL
           END-IF
           PERFORM WRAP-UP
           GOBACK.

       INIT-PROGRAM.
           DISPLAY 'BRKRG230 STARTING - ADVISORY FEE BILLING'
           MOVE WS-PLAN-NAME TO HV-PLAN-ID
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
           MOVE WS-RUN-DATE TO HV-POST-DATE
           MOVE WS-RUN-DATE TO HV-LOG-DATE
           PERFORM WRITE-RUN-LOG-START
           OPEN OUTPUT FEEREG-FILE
           PERFORM LOAD-BILLING-PERIOD
           IF PROGRAM-FAILED
              EXIT PARAGRAPH
           END-IF
           IF BILL-MODE
              OPEN OUTPUT FEEPOST-FILE
              SET FEEPOST-OPEN TO TRUE
           END-IF
           PERFORM LOAD-ACCOUNT-MASTER
           IF PROGRAM-FAILED
              EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-FEE-SCHEDULE
           IF PROGRAM-FAILED
              EXIT PARAGRAPH
           END-IF
           MOVE WS-QTR-START TO HDR-QTR-START
           MOVE WS-QTR-END   TO HDR-QTR-END
           IF BILL-MODE
              MOVE 'BILLED - POSTED TO LEDGER' TO HDR-MODE
           ELSE
              MOVE 'PREVIEW - NOTHING POSTED' TO HDR-MODE
           END-IF
           MOVE WS-RUN-DATE TO HDR-RUN-DATE
           MOVE WS-QTR-DAYS TO HDR-QTR-DAYS
           MOVE WS-FEE-REF  TO HDR-FEE-REF
           WRITE FEEREG-REC FROM WS-RPT-HEADER-1
           WRITE FEEREG-REC FROM WS-RPT-HEADER-2
           WRITE FEEREG-REC FROM WS-RPT-BLANK-LINE
           WRITE FEEREG-REC FROM WS-RPT-HEADER-3.

      *    THE QUARTER IS REQUIRED - A FEE WITHOUT A PERIOD HAS NO
      *    MEANING. THE FEE REFERENCE IS BUILT FROM THE QUARTER END
      *    SO EVERY FEE FOR THE SAME QUARTER CARRIES THE SAME
      *    REFERENCE ON THE LEDGER, WHICHEVER DAY IT WAS BILLED.
       LOAD-BILLING-PERIOD.
           MOVE ZERO TO WS-QTR-START WS-QTR-END
           OPEN INPUT FEE-PARM-FILE
           IF WS-PARM-STATUS = '00'
              READ FEE-PARM-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF PARM-QTR-START IS NUMERIC
                       MOVE PARM-QTR-START TO WS-QTR-START
                    END-IF
                    IF PARM-QTR-END IS NUMERIC
                       MOVE PARM-QTR-END TO WS-QTR-END
                    END-IF
                    IF PARM-RUN-MODE = 'B'
                       SET BILL-MODE TO TRUE
                    END-IF
              END-READ
              CLOSE FEE-PARM-FILE
           END-IF
           IF WS-QTR-START = 0 OR WS-QTR-END = 0
              OR WS-QTR-START > WS-QTR-END
              DISPLAY 'BRKRG230 - INVALID BILLING QUARTER PARM'
              MOVE 'Y' TO WS-ABORT-FLAG
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-QTR-START-INT =
                   FUNCTION INTEGER-OF-DATE(WS-QTR-START)
           COMPUTE WS-QTR-END-INT =
                   FUNCTION INTEGER-OF-DATE(WS-QTR-END)
           IF WS-QTR-START-INT = 0 OR WS-QTR-END-INT = 0
              DISPLAY 'BRKRG230 - INVALID BILLING QUARTER PARM'
              MOVE 'Y' TO WS-ABORT-FLAG
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-QTR-DAYS = WS-QTR-END-INT - WS-QTR-START-INT + 1
           MOVE WS-QTR-END TO HV-QTR-END
           MOVE SPACES TO WS-FEE-REF
           STRING 'FEE' WS-QTR-END
              DELIMITED BY SIZE INTO WS-FEE-REF
           END-STRING
           IF BILL-MODE
              DISPLAY 'BRKRG230 BILL RUN - QUARTER ' WS-QTR-START
                      ' TO ' WS-QTR-END
           ELSE
              DISPLAY 'BRKRG230 PREVIEW RUN - QUARTER '
                      WS-QTR-START ' TO ' WS-QTR-END
                      ' - NOTHING WILL BE POSTED'
           END-IF.

       LOAD-ACCOUNT-MASTER.
           OPEN INPUT ACCTMST-FILE
           IF WS-ACCTMST-STATUS NOT = '00'
              DISPLAY 'BRKRG230 - ACCOUNT MASTER WILL NOT OPEN, '
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
                 DISPLAY 'BRKRG230 ACCOUNT MASTER LOADED = '
                         WS-ACCT-COUNT
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

      *    THE FEE SCHEDULE IS REQUIRED - WITHOUT IT THERE IS NO
      *    ACCOUNT TO BILL AND NO RATE TO BILL AT.
       LOAD-FEE-SCHEDULE.
           OPEN INPUT FEESCHD-FILE
           IF WS-FEESCHD-STATUS NOT = '00'
              DISPLAY 'BRKRG230 - FEESCHD-IN OPEN FAILED, '
                      'STATUS ' WS-FEESCHD-STATUS
                      ' - FEE SCHEDULE REQUIRED - ABORTING'
              MOVE 'Y' TO WS-ABORT-FLAG
              EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-FEE-SCHEDULE-ENTRY
              UNTIL NO-MORE-FEESCHD OR PROGRAM-FAILED
           CLOSE FEESCHD-FILE
           IF PROGRAM-FAILED
              EXIT PARAGRAPH
           END-IF
           IF WS-FEA-COUNT = 0
              DISPLAY 'BRKRG230 - NO USABLE ACCOUNTS ON '
                      'FEESCHD-IN - ABORTING'
              MOVE 'Y' TO WS-ABORT-FLAG
              EXIT PARAGRAPH
           END-IF
           DISPLAY 'BRKRG230 - FEE SCHEDULE ROWS READ: '
                   WS-SCHED-READ-COUNT
           DISPLAY 'BRKRG230 - ACCOUNTS ON FEE SCHEDULE: '
                   WS-FEA-COUNT.

       LOAD-FEE-SCHEDULE-ENTRY.
           READ FEESCHD-FILE
              AT END
                 SET NO-MORE-FEESCHD TO TRUE
              NOT AT END
                 ADD 1 TO WS-SCHED-READ-COUNT
                 IF FEE-ACCOUNT-ID = SPACES
                    OR FEE-TIER-HIGH IS NOT NUMERIC
                    OR FEE-ANNUAL-PCT IS NOT NUMERIC
                    DISPLAY 'BRKRG230 - BAD FEE SCHEDULE ROW '
                            'SKIPPED: ' FEESCHD-REC
                 ELSE
                    PERFORM STORE-FEE-TIER
                 END-IF
           END-READ.

      *    A ROW FOR A NEW ACCOUNT STARTS A NEW SCHEDULE ENTRY; A
      *    ROW FOR THE SAME ACCOUNT ADDS THE NEXT TIER. A TIER
      *    WHOSE BOUND DOES NOT RISE ABOVE THE ONE BEFORE IT, OR AN
      *    ACCOUNT WHOSE ROWS ARE NOT TOGETHER, IS SKIPPED AND
      *    LOGGED RATHER THAN GUESSED AT.
       STORE-FEE-TIER.
           IF WS-FEA-COUNT > 0
              IF FEE-ACCOUNT-ID = WS-FEA-ACCOUNT (FEA-IDX)
                 SET FTR-IDX TO WS-FTR-COUNT
                 IF FEE-TIER-HIGH NOT > WS-FTR-HIGH (FTR-IDX)
                    DISPLAY 'BRKRG230 - FEE TIER OUT OF ORDER '
                            'SKIPPED: ' FEESCHD-REC
                    EXIT PARAGRAPH
                 END-IF
                 PERFORM ADD-FEE-TIER
                 IF PROGRAM-OK
                    ADD 1 TO WS-FEA-TIER-COUNT (FEA-IDX)
                 END-IF
                 EXIT PARAGRAPH
              END-IF
              SET FEA-IDX TO 1
              SEARCH WS-FEA-ENTRY
                 AT END
                    CONTINUE
                 WHEN FEA-IDX > WS-FEA-COUNT
                    CONTINUE
                 WHEN WS-FEA-ACCOUNT (FEA-IDX) = FEE-ACCOUNT-ID
                    DISPLAY 'BRKRG230 - FEE SCHEDULE ROWS NOT '
                            'TOGETHER, SKIPPED: ' FEESCHD-REC
                    SET FEA-IDX TO WS-FEA-COUNT
                    EXIT PARAGRAPH
              END-SEARCH
           END-IF
           IF WS-FEA-COUNT >= WS-FEA-TABLE-MAX
              MOVE 'FEE ACCOUNT TABLE FULL' TO WS-SQL-CONTEXT
              PERFORM TABLE-ERROR
              EXIT PARAGRAPH
           END-IF
           PERFORM ADD-FEE-TIER
           IF PROGRAM-FAILED
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FEA-COUNT
           SET FEA-IDX TO WS-FEA-COUNT
           MOVE FEE-ACCOUNT-ID TO WS-FEA-ACCOUNT (FEA-IDX)
           MOVE WS-FTR-COUNT   TO WS-FEA-FIRST-TIER (FEA-IDX)
           MOVE 1              TO WS-FEA-TIER-COUNT (FEA-IDX)
           IF FEE-BILL-START IS NUMERIC
              MOVE FEE-BILL-START TO WS-FEA-BILL-START (FEA-IDX)
           ELSE
              MOVE ZERO TO WS-FEA-BILL-START (FEA-IDX)
           END-IF
           IF FEE-BILL-END IS NUMERIC
              MOVE FEE-BILL-END TO WS-FEA-BILL-END (FEA-IDX)
           ELSE
              MOVE ZERO TO WS-FEA-BILL-END (FEA-IDX)
           END-IF.

       ADD-FEE-TIER.
           IF WS-FTR-COUNT >= WS-FTR-TABLE-MAX
              MOVE 'FEE TIER TABLE FULL' TO WS-SQL-CONTEXT
              PERFORM TABLE-ERROR
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FTR-COUNT
           SET FTR-IDX TO WS-FTR-COUNT
           MOVE FEE-TIER-HIGH  TO WS-FTR-HIGH (FTR-IDX)
           MOVE FEE-ANNUAL-PCT TO WS-FTR-PCT (FTR-IDX).

      *    FEES ARE BILLED IN ARREARS, SO A BILL RUN IS REFUSED
      *    UNTIL BRKG_RUN_LOG SHOWS A CLEAN BRKRG010 COMPLETION ON
      *    OR AFTER THE QUARTER END - OTHERWISE THE LAST SNAPSHOTS
      *    OF THE QUARTER DO NOT EXIST YET. A PREVIEW MAY RUN AT
      *    ANY TIME AS AN ESTIMATE TO DATE.
       CHECK-RUN-PRECONDITION.
           MOVE 'CHECK PRECONDITION' TO WS-SQL-CONTEXT
           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-PRECOND-COUNT
                FROM BRKG_RUN_LOG
               WHERE PLAN_ID = :HV-PLAN-ID
                 AND RUN_DATE >= :HV-QTR-END
                 AND PROGRAM_ID = 'BRKRG010'
                 AND PHASE = 'C'
                 AND RETURN_CODE < 8
           END-EXEC
           PERFORM CHECK-SQL
           IF PROGRAM-OK AND HV-PRECOND-COUNT = 0
              SET PRECONDITION-FAILED TO TRUE
              DISPLAY 'BRKRG230 RUN REFUSED - NO CLEAN BRKRG010 '
                      'COMPLETION LOGGED ON OR AFTER ' HV-QTR-END
           END-IF.

      *    A RERUN OF TODAY'S BILL RUN REMOVES THE FEES TODAY'S RUN
      *    POSTED FOR THIS QUARTER, SO EVERY ACCOUNT IS BILLED FROM
      *    THE SAME STARTING POINT. FEES POSTED FOR THE QUARTER ON
      *    AN EARLIER DAY ARE LEFT ALONE AND NOT BILLED AGAIN.
       CLEAR-TONIGHT-FEES.
           MOVE WS-FEE-REF TO HV-REF-ID
           MOVE 'CLEAR RERUN FEES' TO WS-SQL-CONTEXT
           EXEC SQL
              DELETE FROM BRKG_CASH_LEDGER
               WHERE PLAN_ID = :HV-PLAN-ID
                 AND POST_DATE = :HV-POST-DATE
                 AND ENTRY_TYPE = 'FEE'
                 AND REF_ID = :HV-REF-ID
           END-EXEC
           IF SQLCODE NOT = 100
              PERFORM CHECK-SQL
           END-IF.

       BILL-ONE-ACCOUNT.
           MOVE WS-FEA-ACCOUNT (FEA-IDX) TO HV-ACCOUNT-ID
           MOVE SPACES TO WS-NOTE
           MOVE ZERO TO WS-AVG-MV WS-ANNUAL-FEE WS-QTR-FEE
           PERFORM SET-BILLING-WINDOW
           IF ACCOUNT-NOT-BILLABLE
              ADD 1 TO WS-SKIPPED-COUNT
              EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-FEE-ACCOUNT
           IF ACCOUNT-NOT-BILLABLE
              ADD 1 TO WS-SKIPPED-COUNT
              ADD 1 TO WS-EXCEPTION-COUNT
              PERFORM WRITE-REGISTER-DETAIL
              EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-PRIOR-BILLING
           IF PROGRAM-FAILED OR ACCOUNT-NOT-BILLABLE
              IF PROGRAM-OK
                 ADD 1 TO WS-SKIPPED-COUNT
                 PERFORM WRITE-REGISTER-DETAIL
              END-IF
              EXIT PARAGRAPH
           END-IF
           PERFORM COMPUTE-AVERAGE-VALUE
           IF PROGRAM-FAILED
              EXIT PARAGRAPH
           END-IF
           PERFORM COMPUTE-ACCOUNT-FEE
           ADD 1 TO WS-BILLED-COUNT
           ADD WS-AVG-MV  TO WS-MV-TOTAL
           ADD WS-QTR-FEE TO WS-FEE-TOTAL
           IF BILL-MODE AND WS-QTR-FEE > 0
              PERFORM POST-ONE-FEE
              IF PROGRAM-FAILED
                 EXIT PARAGRAPH
              END-IF
           END-IF
           PERFORM WRITE-REGISTER-DETAIL.

      *    THE BILLABLE WINDOW IS THE PART OF THE QUARTER THE
      *    ACCOUNT WAS UNDER MANAGEMENT. AN ACCOUNT WHOSE BILLING
      *    BEGAN AFTER THE QUARTER OR ENDED BEFORE IT IS NOT ON
      *    THIS QUARTER'S REGISTER AT ALL.
       SET-BILLING-WINDOW.
           SET ACCOUNT-BILLABLE TO TRUE
           MOVE WS-QTR-START TO WS-BILL-FROM
           MOVE WS-QTR-END   TO WS-BILL-TO
           IF WS-FEA-BILL-START (FEA-IDX) > WS-BILL-FROM
              MOVE WS-FEA-BILL-START (FEA-IDX) TO WS-BILL-FROM
           END-IF
           IF WS-FEA-BILL-END (FEA-IDX) > 0
              AND WS-FEA-BILL-END (FEA-IDX) < WS-BILL-TO
              MOVE WS-FEA-BILL-END (FEA-IDX) TO WS-BILL-TO
           END-IF
           IF WS-BILL-FROM > WS-BILL-TO
              SET ACCOUNT-NOT-BILLABLE TO TRUE
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-BILL-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-BILL-TO)
                 - FUNCTION INTEGER-OF-DATE(WS-BILL-FROM) + 1.

      *    A SCHEDULE ROW FOR AN ACCOUNT THE MASTER DOES NOT KNOW,
      *    OR FOR A CLOSED ACCOUNT WITH NO BILLING END DATE, IS
      *    LISTED AND NOT BILLED UNTIL THE DESK CORRECTS THE
      *    SCHEDULE - A CLOSED ACCOUNT MUST NOT BE BILLED A FULL
      *    QUARTER BY DEFAULT.
       CHECK-FEE-ACCOUNT.
           SET ACCOUNT-NOT-BILLABLE TO TRUE
           MOVE 'UNKNOWN ACCOUNT' TO WS-NOTE
           IF WS-ACCT-COUNT = 0
              EXIT PARAGRAPH
           END-IF
           SET ACC-IDX TO 1
           SEARCH WS-ACCT-ENTRY
              AT END
                 CONTINUE
              WHEN ACC-IDX > WS-ACCT-COUNT
                 CONTINUE
              WHEN WS-ACCT-ID (ACC-IDX) = HV-ACCOUNT-ID
                 IF WS-ACCT-STATUS (ACC-IDX) = 'C'
                    AND WS-FEA-BILL-END (FEA-IDX) = 0
                    MOVE 'CLOSED - NO BILL END DATE' TO WS-NOTE
                 ELSE
                    SET ACCOUNT-BILLABLE TO TRUE
                    IF WS-BILL-DAYS < WS-QTR-DAYS
                       MOVE 'PRORATED' TO WS-NOTE
                    ELSE
                       MOVE SPACES TO WS-NOTE
                    END-IF
                 END-IF
           END-SEARCH.

      *    AN ACCOUNT BILLED FOR THE QUARTER ON AN EARLIER DAY IS
      *    NOT BILLED AGAIN. THE CHECK ONLY READS, SO A PREVIEW
      *    MAKES IT TOO AND LISTS THE SAME ACCOUNTS A BILL RUN SKIPS.
       CHECK-PRIOR-BILLING.
           MOVE WS-FEE-REF TO HV-REF-ID
           MOVE 'CHECK PRIOR BILLING' TO WS-SQL-CONTEXT
           EXEC SQL
              SELECT COALESCE(MAX(POST_DATE), 0)
                INTO :HV-PRIOR-BILL-DATE
                FROM BRKG_CASH_LEDGER
               WHERE PLAN_ID = :HV-PLAN-ID
                 AND ACCOUNT_ID = :HV-ACCOUNT-ID
                 AND ENTRY_TYPE = 'FEE'
                 AND REF_ID = :HV-REF-ID
                 AND POST_DATE < :HV-POST-DATE
           END-EXEC
           PERFORM CHECK-SQL
           IF PROGRAM-OK AND HV-PRIOR-BILL-DATE > 0
              SET ACCOUNT-NOT-BILLABLE TO TRUE
              MOVE SPACES TO WS-NOTE
              STRING 'ALREADY BILLED ' HV-PRIOR-BILL-DATE
                 DELIMITED BY SIZE INTO WS-NOTE
              END-STRING
           END-IF.

      *    AVERAGE DAILY MARKET VALUE = THE SUM OF THE ACCOUNT'S
      *    PRICED SNAPSHOT VALUES ACROSS THE WINDOW, DIVIDED BY THE
      *    NUMBER OF DAYS THE BOOK WAS SNAPSHOTTED IN THE WINDOW -
      *    A DAY THE ACCOUNT HELD NOTHING COUNTS AS A ZERO DAY, NOT
      *    A MISSING ONE. EACH SNAPSHOT IS PRICED AT THE LAST CLOSE
      *    ON OR BEFORE ITS OWN DATE, AS BRKRG120 PRICES THE BOOK.
       COMPUTE-AVERAGE-VALUE.
           MOVE WS-BILL-FROM TO HV-FROM-DATE
           MOVE WS-BILL-TO   TO HV-TO-DATE
           MOVE 'COUNT SNAPSHOT DAYS' TO WS-SQL-CONTEXT
           EXEC SQL
              SELECT COUNT(DISTINCT SNAP_DATE)
                INTO :HV-SNAP-DAYS
                FROM BRKG_POSITION_HIST
               WHERE PLAN_ID = :HV-PLAN-ID
                 AND SNAP_DATE BETWEEN :HV-FROM-DATE AND :HV-TO-DATE
           END-EXEC
           PERFORM CHECK-SQL
           IF PROGRAM-FAILED
              EXIT PARAGRAPH
           END-IF
           IF HV-SNAP-DAYS = 0
              MOVE 'NO SNAPSHOTS IN WINDOW' TO WS-NOTE
              ADD 1 TO WS-EXCEPTION-COUNT
              EXIT PARAGRAPH
           END-IF
           MOVE 'SUM SNAPSHOT VALUE' TO WS-SQL-CONTEXT
           EXEC SQL
              SELECT COALESCE(SUM(H.POSITION_QTY * P.CLOSE_PRICE), 0)
                INTO :HV-MV-SUM
                FROM BRKG_POSITION_HIST H,
                     BRKG_PRICE_HIST P
               WHERE H.PLAN_ID = :HV-PLAN-ID
                 AND H.ACCOUNT_ID = :HV-ACCOUNT-ID
                 AND H.SNAP_DATE BETWEEN :HV-FROM-DATE AND :HV-TO-DATE
                 AND P.SYMBOL = H.SYMBOL
                 AND P.PRICE_DATE =
                     (SELECT MAX(P2.PRICE_DATE)
                        FROM BRKG_PRICE_HIST P2
                       WHERE P2.SYMBOL = H.SYMBOL
                         AND P2.PRICE_DATE <= H.SNAP_DATE)
           END-EXEC
           PERFORM CHECK-SQL
           IF PROGRAM-FAILED
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AVG-MV ROUNDED = HV-MV-SUM / HV-SNAP-DAYS
           MOVE 'COUNT UNPRICED ROWS' TO WS-SQL-CONTEXT
           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-UNPRICED-COUNT
                FROM BRKG_POSITION_HIST H
               WHERE H.PLAN_ID = :HV-PLAN-ID
                 AND H.ACCOUNT_ID = :HV-ACCOUNT-ID
                 AND H.SNAP_DATE BETWEEN :HV-FROM-DATE AND :HV-TO-DATE
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
              STRING 'UNPRICED SNAPSHOT ROWS ' WS-UNPRICED-DISP
                 DELIMITED BY SIZE INTO WS-NOTE
              END-STRING
              ADD 1 TO WS-EXCEPTION-COUNT
           END-IF.

      *    BREAKPOINT TIERS ARE MARGINAL: EACH TIER'S PERCENT
      *    APPLIES ONLY TO THE SLICE OF THE AVERAGE VALUE INSIDE
      *    ITS BAND. THE QUARTER'S FEE IS A QUARTER OF THE ANNUAL
      *    FEE, PRORATED BY CALENDAR DAYS FOR A PARTIAL WINDOW.
       COMPUTE-ACCOUNT-FEE.
           IF WS-AVG-MV NOT > 0
              EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-TIER-FLOOR
           COMPUTE WS-TIER-LAST = WS-FEA-FIRST-TIER (FEA-IDX)
                                + WS-FEA-TIER-COUNT (FEA-IDX) - 1
           PERFORM APPLY-ONE-FEE-TIER
              VARYING WS-TIER-SUB FROM WS-FEA-FIRST-TIER (FEA-IDX)
              BY 1
              UNTIL WS-TIER-SUB > WS-TIER-LAST
                 OR WS-TIER-FLOOR NOT < WS-AVG-MV
           COMPUTE WS-QTR-FEE ROUNDED =
                   WS-ANNUAL-FEE * WS-BILL-DAYS / (4 * WS-QTR-DAYS).

       APPLY-ONE-FEE-TIER.
           SET FTR-IDX TO WS-TIER-SUB
           IF WS-TIER-SUB = WS-TIER-LAST
              OR WS-AVG-MV < WS-FTR-HIGH (FTR-IDX)
              COMPUTE WS-TIER-SLICE = WS-AVG-MV - WS-TIER-FLOOR
           ELSE
              COMPUTE WS-TIER-SLICE =
                      WS-FTR-HIGH (FTR-IDX) - WS-TIER-FLOOR
           END-IF
           COMPUTE WS-ANNUAL-FEE ROUNDED = WS-ANNUAL-FEE
                 + WS-TIER-SLICE * WS-FTR-PCT (FTR-IDX) / 100
           MOVE WS-FTR-HIGH (FTR-IDX) TO WS-TIER-FLOOR.

      *    THE FEE IS A DEBIT TO THE CLIENT, SO IT POSTS NEGATIVE
      *    (CREDIT POSITIVE) UNDER ITS OWN ENTRY TYPE, REFERENCED
      *    TO THE QUARTER IT BILLS.
       POST-ONE-FEE.
           COMPUTE HV-AMOUNT = WS-QTR-FEE * -1
           MOVE 'FEE'      TO HV-ENTRY-TYPE
           MOVE SPACES     TO HV-SYMBOL
           MOVE WS-FEE-REF TO HV-REF-ID
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
           ADD 1 TO WS-POSTED-COUNT
           MOVE SPACES        TO FEEPOST-REC
           MOVE HV-ACCOUNT-ID TO FPST-ACCOUNT-ID
           MOVE 'FEE'         TO FPST-TYPE
           MOVE HV-AMOUNT     TO FPST-AMOUNT
           MOVE WS-RUN-DATE   TO FPST-POST-DATE
           MOVE WS-FEE-REF    TO FPST-REF-ID
           WRITE FEEPOST-REC.

       WRITE-REGISTER-DETAIL.
           MOVE HV-ACCOUNT-ID TO DET-ACCOUNT
           MOVE WS-BILL-FROM  TO DET-BILL-FROM
           MOVE WS-BILL-TO    TO DET-BILL-TO
           MOVE WS-BILL-DAYS  TO DET-DAYS
           MOVE WS-AVG-MV     TO DET-AVG-MV
           MOVE WS-ANNUAL-FEE TO DET-ANNUAL-FEE
           MOVE WS-QTR-FEE    TO DET-QTR-FEE
           MOVE WS-NOTE       TO DET-NOTE
           WRITE FEEREG-REC FROM WS-RPT-DETAIL.

       WRITE-REGISTER-TOTALS.
           MOVE WS-BILLED-COUNT    TO RPT-BILLED-COUNT
           MOVE WS-MV-TOTAL        TO RPT-MV-TOTAL
           MOVE WS-FEE-TOTAL       TO RPT-FEE-TOTAL
           MOVE WS-SKIPPED-COUNT   TO RPT-SKIPPED-COUNT
           MOVE WS-EXCEPTION-COUNT TO RPT-EXCEPTION-COUNT
           MOVE WS-POSTED-COUNT    TO RPT-POSTED-COUNT
           WRITE FEEREG-REC FROM WS-RPT-BLANK-LINE
           WRITE FEEREG-REC FROM WS-RPT-TOTAL-1
           WRITE FEEREG-REC FROM WS-RPT-TOTAL-2.

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
           MOVE WS-FEA-COUNT TO HV-LOG-IN
           MOVE WS-POSTED-COUNT TO HV-LOG-OUT
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
                      'BRKRG230', :HV-LOG-PHASE, :HV-LOG-RC,
                      :HV-LOG-IN, :HV-LOG-OUT)
           END-EXEC
           IF SQLCODE < 0
              DISPLAY 'BRKRG230 RUN LOG INSERT FAILED, CODE '
                      SQLCODE ' - CONTINUING'
           END-IF.

       CHECK-SQL.
           IF SQLCODE < 0
              PERFORM SQL-ERROR
           END-IF.

       SQL-ERROR.
           DISPLAY 'BRKRG230 SQL ERROR IN ' WS-SQL-CONTEXT
                   ' CODE ' SQLCODE
           EXEC SQL ROLLBACK END-EXEC
           MOVE 'Y' TO WS-ABORT-FLAG.

       TABLE-ERROR.
           DISPLAY 'BRKRG230 TABLE ERROR IN ' WS-SQL-CONTEXT
           MOVE 'Y' TO WS-ABORT-FLAG
           MOVE 'Y' TO WS-END-OF-FEESCHD
           MOVE 'Y' TO WS-END-OF-ACCTMST.

      *    AN ABEND ROLLS THE LEDGER BACK, SO THE POSTING FILE IS
      *    EMPTIED TOO - GL-BRIDGE MUST NOT JOURNAL A FEE THE
      *    LEDGER NEVER KEPT. A REFUSED BILL RUN POSTS NOTHING AND
      *    LEAVES THE POSTING FILE EMPTY THE SAME WAY.
       WRAP-UP.
           IF PROGRAM-FAILED
              DISPLAY 'BRKRG230 ABENDED - CHECK JOBLOG'
              IF FEEPOST-OPEN
                 CLOSE FEEPOST-FILE
                 OPEN OUTPUT FEEPOST-FILE
              END-IF
              MOVE 12 TO RETURN-CODE
           ELSE
              IF PRECONDITION-FAILED
                 MOVE 8 TO RETURN-CODE
                 DISPLAY 'BRKRG230 ENDED - RUN REFUSED, '
                         'QUARTER NOT YET CLOSED'
              ELSE
                 IF WS-EXCEPTION-COUNT > 0
                    MOVE 4 TO RETURN-CODE
                 ELSE
                    MOVE 0 TO RETURN-CODE
                 END-IF
                 DISPLAY 'BRKRG230 NORMAL END'
              END-IF
           END-IF
           PERFORM WRITE-RUN-LOG-END
           DISPLAY 'BRKRG230 ACCOUNTS ON SCHEDULE = ' WS-FEA-COUNT
           DISPLAY 'BRKRG230 ACCOUNTS BILLED      = ' WS-BILLED-COUNT
           DISPLAY 'BRKRG230 ACCOUNTS SKIPPED     = ' WS-SKIPPED-COUNT
           DISPLAY 'BRKRG230 EXCEPTIONS           = '
                   WS-EXCEPTION-COUNT
           MOVE WS-FEE-TOTAL TO WS-TOTAL-DISP
           DISPLAY 'BRKRG230 QUARTER FEES         = ' WS-TOTAL-DISP
           DISPLAY 'BRKRG230 FEES POSTED          = ' WS-POSTED-COUNT
           IF FEEPOST-OPEN
              CLOSE FEEPOST-FILE
           END-IF
           CLOSE FEEREG-FILE
           GOBACK.

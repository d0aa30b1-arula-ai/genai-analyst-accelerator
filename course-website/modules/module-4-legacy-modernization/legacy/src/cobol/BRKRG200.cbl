       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRKRG200.
       AUTHOR. ANALYST TEAM.
       INSTALLATION. OSZ SECURITIES PROCESSING.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z16.
       OBJECT-COMPUTER. IBM-Z16.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCTMNT-FILE ASSIGN TO 'ACCTMNT-IN'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ACCTMNT-STATUS.
           SELECT ACCTMST-FILE ASSIGN TO 'ACCOUNT-MASTER'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ACCTMST-STATUS.
           SELECT ACCTAUD-FILE ASSIGN TO 'ACCTAUD-OUT'
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCTEXC-FILE ASSIGN TO 'ACCTEXC-OUT'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    ONE MAINTENANCE TRANSACTION PER RECORD, APPLIED IN FILE
      *    ORDER: 'A' ADD, 'C' CHANGE SHORT ELIGIBILITY, 'X' CLOSE,
      *    'R' REOPEN. REQUESTED-BY IS REQUIRED ON EVERY
      *    TRANSACTION; APPROVED-BY IS REQUIRED WHENEVER THE
      *    TRANSACTION GRANTS SHORT ELIGIBILITY. OPEN-BAL IS READ
      *    ON AN ADD ONLY (NOT NUMERIC MEANS ZERO).
       FD  ACCTMNT-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS ACCTMNT-REC.

       01  ACCTMNT-REC.
           05  MNT-TXN-CODE            PIC X(01).
           05  MNT-ACCOUNT-ID          PIC X(12).
           05  MNT-SHORT-ELIG          PIC X(01).
           05  MNT-OPEN-BAL            PIC S9(9)V99.
           05  MNT-REQUESTED-BY        PIC X(08).
           05  MNT-APPROVED-BY         PIC X(08).
           05  MNT-REFERENCE           PIC X(16).
           05  MNT-EFFECTIVE-DATE      PIC 9(08).
           05  FILLER                  PIC X(15).

       FD  ACCTMST-FILE
           RECORD CONTAINS 36 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS ACCTMST-REC.

      *    ACCTMST-SHORT-ELIG IS 'Y' FOR ACCOUNTS THE FIRM HAS
      *    APPROVED TO SELL SHORT; ANYTHING ELSE MEANS A SELL MAY
      *    NEVER DRIVE THE POSITION NEGATIVE.
       01  ACCTMST-REC.
           05  ACCTMST-ACCOUNT-ID      PIC X(12).
           05  ACCTMST-BEGIN-BAL       PIC S9(9)V99.
           05  ACCTMST-END-BAL         PIC S9(9)V99.
           05  ACCTMST-STATUS          PIC X(01).
           05  ACCTMST-SHORT-ELIG      PIC X(01).

      *    ONE BEFORE/AFTER IMAGE PER APPLIED TRANSACTION. THE
      *    IMAGES ARE FULL ACCOUNT.DAT RECORDS - SPACES BEFORE AN
      *    ADD - SO ANY FIELD'S HISTORY READS STRAIGHT OFF THE
      *    CATALOGED GENERATIONS.
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

       FD  ACCTEXC-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS ACCTEXC-REC.

       01  ACCTEXC-REC                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-END-OF-ACCTMNT        PIC X VALUE 'N'.
           88  ACCTMNT-REMAINING               VALUE 'N'.
           88  NO-MORE-ACCTMNT                 VALUE 'Y'.
       01  WS-END-OF-ACCTMST        PIC X VALUE 'N'.
           88  ACCTMST-REMAINING               VALUE 'N'.
           88  NO-MORE-ACCTMST                 VALUE 'Y'.
       01  WS-ABORT-FLAG            PIC X VALUE 'N'.
           88  PROGRAM-OK                     VALUE 'N'.
           88  PROGRAM-FAILED                 VALUE 'Y'.
       01  WS-ACCT-FOUND-SW         PIC X VALUE 'N'.
           88  ACCOUNT-FOUND                  VALUE 'Y'.
           88  ACCOUNT-NOT-FOUND              VALUE 'N'.
       01  WS-ACCTMNT-STATUS        PIC X(02).
       01  WS-ACCTMST-STATUS        PIC X(02).
       01  WS-SQL-CONTEXT           PIC X(30).
       01  WS-EXC-REASON            PIC X(30) VALUE SPACES.

       01  WS-TXN-READ-COUNT        PIC S9(9) COMP VALUE 0.
       01  WS-ADD-COUNT             PIC S9(9) COMP VALUE 0.
       01  WS-CHANGE-COUNT          PIC S9(9) COMP VALUE 0.
       01  WS-CLOSE-COUNT           PIC S9(9) COMP VALUE 0.
       01  WS-REOPEN-COUNT          PIC S9(9) COMP VALUE 0.
       01  WS-EXCEPTION-COUNT       PIC S9(9) COMP VALUE 0.
       01  WS-MASTER-IN-COUNT       PIC S9(9) COMP VALUE 0.
       01  WS-MASTER-OUT-COUNT      PIC S9(9) COMP VALUE 0.

       01  WS-RUN-DATE              PIC 9(08) VALUE 0.
       01  WS-RUN-TIME              PIC 9(06) VALUE 0.

      *    THE WHOLE MASTER IS HELD IN THE TABLE WHILE THE
      *    TRANSACTIONS APPLY, THEN WRITTEN BACK IN ONE PASS. A
      *    TRANSACTION THAT FOLLOWS ANOTHER FOR THE SAME ACCOUNT
      *    SEES THE EARLIER ONE'S RESULT.
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

      *    AUDIT IMAGES ARE HELD UNTIL THE NEW MASTER IS WRITTEN, SO
      *    A RUN THAT ABENDS LEAVES NEITHER A CHANGED MASTER NOR AN
      *    AUDIT TRAIL CLAIMING CHANGES THAT NEVER LANDED.
       01  WS-AUD-COUNT             PIC S9(4) COMP VALUE 0.
       01  WS-AUD-TABLE-MAX         PIC S9(4) COMP VALUE 2000.
       01  WS-AUD-TABLE.
           05  WS-AUD-ENTRY OCCURS 2000 TIMES INDEXED BY AUD-IDX.
               10  WS-AUD-TXN-CODE     PIC X(01).
               10  WS-AUD-ACCOUNT-ID   PIC X(12).
               10  WS-AUD-REQUESTED-BY PIC X(08).
               10  WS-AUD-APPROVED-BY  PIC X(08).
               10  WS-AUD-REFERENCE    PIC X(16).
               10  WS-AUD-EFF-DATE     PIC 9(08).
               10  WS-AUD-BEFORE       PIC X(36).
               10  WS-AUD-AFTER        PIC X(36).

       01  WS-BEFORE-IMAGE          PIC X(36) VALUE SPACES.
       01  WS-EFFECTIVE-DATE        PIC 9(08) VALUE 0.

       01  WS-EXC-HEADER.
           05  FILLER               PIC X(44) VALUE
               'BRKRG200 ACCOUNT MAINTENANCE EXCEPTIONS -   '.
           05  EXC-HDR-DATE         PIC 9(08).
           05  FILLER               PIC X(80) VALUE SPACES.

       01  WS-EXC-LINE.
           05  FILLER               PIC X(07) VALUE 'REFUSED'.
           05  FILLER               PIC X(06) VALUE ' TXN  '.
           05  EXC-TXN-CODE         PIC X(01).
           05  FILLER               PIC X(07) VALUE '  ACCT '.
           05  EXC-ACCOUNT-ID       PIC X(12).
           05  FILLER               PIC X(06) VALUE '  REF '.
           05  EXC-REFERENCE        PIC X(16).
           05  FILLER               PIC X(06) VALUE '  REQ '.
           05  EXC-REQUESTED-BY     PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  EXC-REASON           PIC X(30).
           05  FILLER               PIC X(31) VALUE SPACES.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  HV-PLAN-ID              PIC X(08).
       01  HV-ACCOUNT-ID           PIC X(12).
       01  HV-ROW-COUNT            PIC S9(9) COMP.
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

       MAIN-SECTION.
           PERFORM INIT-PROGRAM
           IF PROGRAM-FAILED
              GO TO WRAP-UP
           END-IF
           PERFORM LOAD-ACCOUNT-ENTRY
              UNTIL NO-MORE-ACCTMST OR PROGRAM-FAILED
           CLOSE ACCTMST-FILE
           IF PROGRAM-FAILED
              GO TO WRAP-UP
           END-IF
           PERFORM PROCESS-TRANSACTIONS
              UNTIL NO-MORE-ACCTMNT OR PROGRAM-FAILED
           IF PROGRAM-FAILED
              GO TO WRAP-UP
           END-IF
           IF WS-AUD-COUNT > 0
              PERFORM REWRITE-ACCOUNT-MASTER
              PERFORM WRITE-AUDIT-IMAGES
           ELSE
              DISPLAY 'BRKRG200 - NO TRANSACTIONS APPLIED, '
                      'ACCOUNT MASTER NOT REWRITTEN'
           END-IF
           PERFORM WRAP-UP
           GOBACK.

       INIT-PROGRAM.
           DISPLAY 'BRKRG200 STARTING - ACCOUNT MASTER MAINTENANCE'
           MOVE WS-PLAN-NAME TO HV-PLAN-ID
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-RUN-TIME
           MOVE WS-RUN-DATE TO HV-LOG-DATE
           PERFORM WRITE-RUN-LOG-START
           OPEN OUTPUT ACCTAUD-FILE
           OPEN OUTPUT ACCTEXC-FILE
           MOVE WS-RUN-DATE TO EXC-HDR-DATE
           WRITE ACCTEXC-REC FROM WS-EXC-HEADER
           OPEN INPUT ACCTMNT-FILE
           IF WS-ACCTMNT-STATUS NOT = '00'
              SET NO-MORE-ACCTMNT TO TRUE
              DISPLAY 'BRKRG200 - NO MAINTENANCE TRANSACTION '
                      'DATASET, NOTHING TO APPLY'
           END-IF
           OPEN INPUT ACCTMST-FILE
           IF WS-ACCTMST-STATUS NOT = '00'
              DISPLAY 'BRKRG200 - ACCOUNT MASTER WILL NOT OPEN, '
                      'STATUS ' WS-ACCTMST-STATUS
              MOVE 'Y' TO WS-ABORT-FLAG
           END-IF.

       LOAD-ACCOUNT-ENTRY.
           READ ACCTMST-FILE
              AT END
                 SET NO-MORE-ACCTMST TO TRUE
                 DISPLAY 'BRKRG200 ACCOUNT MASTER LOADED = '
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

       PROCESS-TRANSACTIONS.
           READ ACCTMNT-FILE
              AT END
                 SET NO-MORE-ACCTMNT TO TRUE
                 DISPLAY 'BRKRG200 - END OF MAINTENANCE TRANSACTIONS'
              NOT AT END
                 ADD 1 TO WS-TXN-READ-COUNT
                 PERFORM APPLY-ONE-TRANSACTION
           END-READ.

      *    EVERY EDIT THAT FAILS SETS WS-EXC-REASON; THE
      *    TRANSACTION THEN GOES TO THE EXCEPTION LISTING AND THE
      *    MASTER ENTRY IS LEFT EXACTLY AS IT WAS.
       APPLY-ONE-TRANSACTION.
           MOVE SPACES TO WS-EXC-REASON
           IF MNT-EFFECTIVE-DATE IS NUMERIC
              AND MNT-EFFECTIVE-DATE > 0
              MOVE MNT-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
           ELSE
              MOVE WS-RUN-DATE TO WS-EFFECTIVE-DATE
           END-IF
           IF MNT-ACCOUNT-ID = SPACES
              MOVE 'ACCOUNT ID MISSING' TO WS-EXC-REASON
           ELSE
              IF MNT-REQUESTED-BY = SPACES
                 MOVE 'REQUESTED-BY MISSING' TO WS-EXC-REASON
              END-IF
           END-IF
           IF WS-EXC-REASON NOT = SPACES
              PERFORM WRITE-EXCEPTION
              EXIT PARAGRAPH
           END-IF
           PERFORM LOOKUP-ACCOUNT
           EVALUATE MNT-TXN-CODE
              WHEN 'A'
                 PERFORM APPLY-ADD
              WHEN 'C'
                 PERFORM APPLY-CHANGE
              WHEN 'X'
                 PERFORM APPLY-CLOSE
              WHEN 'R'
                 PERFORM APPLY-REOPEN
              WHEN OTHER
                 MOVE 'INVALID TRANSACTION CODE' TO WS-EXC-REASON
           END-EVALUATE
           IF PROGRAM-FAILED
              EXIT PARAGRAPH
           END-IF
           IF WS-EXC-REASON NOT = SPACES
              PERFORM WRITE-EXCEPTION
           END-IF.

       LOOKUP-ACCOUNT.
           SET ACCOUNT-NOT-FOUND TO TRUE
           IF WS-ACCT-COUNT > 0
              SET ACC-IDX TO 1
              SEARCH WS-ACCT-ENTRY
                 AT END
                    CONTINUE
                 WHEN WS-ACCT-ID (ACC-IDX) = MNT-ACCOUNT-ID
                    SET ACCOUNT-FOUND TO TRUE
              END-SEARCH
           END-IF.

      *    A NEW ACCOUNT OPENS ACTIVE WITH ITS OPENING BALANCE AS
      *    BOTH BEGIN AND END BALANCE. SHORT ELIGIBILITY DEFAULTS
      *    TO 'N' AND NEEDS A NAMED APPROVER TO START AS 'Y'.
       APPLY-ADD.
           IF ACCOUNT-FOUND
              MOVE 'ACCOUNT ALREADY ON MASTER' TO WS-EXC-REASON
              EXIT PARAGRAPH
           END-IF
           IF MNT-SHORT-ELIG NOT = 'Y' AND MNT-SHORT-ELIG NOT = 'N'
              AND MNT-SHORT-ELIG NOT = SPACE
              MOVE 'INVALID SHORT ELIGIBILITY' TO WS-EXC-REASON
              EXIT PARAGRAPH
           END-IF
           IF MNT-SHORT-ELIG = 'Y' AND MNT-APPROVED-BY = SPACES
              MOVE 'SHORT APPROVAL NOT RECORDED' TO WS-EXC-REASON
              EXIT PARAGRAPH
           END-IF
           IF WS-ACCT-COUNT >= WS-ACCT-TABLE-MAX
              MOVE 'ACCOUNT TABLE FULL' TO WS-SQL-CONTEXT
              PERFORM TABLE-ERROR
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-BEFORE-IMAGE
           ADD 1 TO WS-ACCT-COUNT
           SET ACC-IDX TO WS-ACCT-COUNT
           MOVE MNT-ACCOUNT-ID TO WS-ACCT-ID (ACC-IDX)
           IF MNT-OPEN-BAL IS NUMERIC
              MOVE MNT-OPEN-BAL TO WS-ACCT-BEGIN-BAL (ACC-IDX)
                                   WS-ACCT-END-BAL (ACC-IDX)
           ELSE
              MOVE ZERO TO WS-ACCT-BEGIN-BAL (ACC-IDX)
                           WS-ACCT-END-BAL (ACC-IDX)
           END-IF
           MOVE 'A' TO WS-ACCT-STATUS (ACC-IDX)
           IF MNT-SHORT-ELIG = 'Y'
              MOVE 'Y' TO WS-ACCT-SHORT-ELIG (ACC-IDX)
           ELSE
              MOVE 'N' TO WS-ACCT-SHORT-ELIG (ACC-IDX)
           END-IF
           PERFORM STAGE-AUDIT-IMAGE
           IF PROGRAM-OK
              ADD 1 TO WS-ADD-COUNT
           END-IF.

      *    BALANCES ARE NOT MAINTAINABLE HERE - THEY BELONG TO THE
      *    POSTING CYCLE. A CHANGE SETS SHORT ELIGIBILITY ONLY, ON
      *    AN ACTIVE ACCOUNT, AND GRANTING IT NEEDS AN APPROVER.
       APPLY-CHANGE.
           IF ACCOUNT-NOT-FOUND
              MOVE 'ACCOUNT NOT ON MASTER' TO WS-EXC-REASON
              EXIT PARAGRAPH
           END-IF
           IF WS-ACCT-STATUS (ACC-IDX) = 'C'
              MOVE 'ACCOUNT CLOSED - REOPEN FIRST' TO WS-EXC-REASON
              EXIT PARAGRAPH
           END-IF
           IF MNT-SHORT-ELIG NOT = 'Y' AND MNT-SHORT-ELIG NOT = 'N'
              MOVE 'INVALID SHORT ELIGIBILITY' TO WS-EXC-REASON
              EXIT PARAGRAPH
           END-IF
           IF MNT-SHORT-ELIG = WS-ACCT-SHORT-ELIG (ACC-IDX)
              MOVE 'NO CHANGE - VALUE ALREADY SET' TO WS-EXC-REASON
              EXIT PARAGRAPH
           END-IF
           IF MNT-SHORT-ELIG = 'Y' AND MNT-APPROVED-BY = SPACES
              MOVE 'SHORT APPROVAL NOT RECORDED' TO WS-EXC-REASON
              EXIT PARAGRAPH
           END-IF
           MOVE WS-ACCT-IMAGE (ACC-IDX) TO WS-BEFORE-IMAGE
           MOVE MNT-SHORT-ELIG TO WS-ACCT-SHORT-ELIG (ACC-IDX)
           PERFORM STAGE-AUDIT-IMAGE
           IF PROGRAM-OK
              ADD 1 TO WS-CHANGE-COUNT
           END-IF.

      *    AN ACCOUNT CLOSES ONLY WHEN NOTHING IS LEFT IN IT: NO
      *    POSITION ROW (FLAT POSITIONS ARE DELETED BY THE POSITION
      *    KEEPER, SO ANY ROW IS A HOLDING), NO LOT WITH OPEN
      *    QUANTITY, AND A CASH LEDGER THAT NETS TO ZERO.
       APPLY-CLOSE.
           IF ACCOUNT-NOT-FOUND
              MOVE 'ACCOUNT NOT ON MASTER' TO WS-EXC-REASON
              EXIT PARAGRAPH
           END-IF
           IF WS-ACCT-STATUS (ACC-IDX) = 'C'
              MOVE 'ACCOUNT ALREADY CLOSED' TO WS-EXC-REASON
              EXIT PARAGRAPH
           END-IF
           MOVE MNT-ACCOUNT-ID TO HV-ACCOUNT-ID
           MOVE 'COUNT POSITION ROWS' TO WS-SQL-CONTEXT
           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-ROW-COUNT
                FROM BRKG_POSITION
               WHERE PLAN_ID = :HV-PLAN-ID
                 AND ACCOUNT_ID = :HV-ACCOUNT-ID
           END-EXEC
           PERFORM CHECK-SQL
           IF PROGRAM-FAILED
              EXIT PARAGRAPH
           END-IF
           IF HV-ROW-COUNT > 0
              MOVE 'POSITIONS STILL OPEN' TO WS-EXC-REASON
              EXIT PARAGRAPH
           END-IF
           MOVE 'COUNT OPEN LOTS' TO WS-SQL-CONTEXT
           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-ROW-COUNT
                FROM BRKG_POSITION_LOT
               WHERE PLAN_ID = :HV-PLAN-ID
                 AND ACCOUNT_ID = :HV-ACCOUNT-ID
                 AND OPEN_QTY <> 0
           END-EXEC
           PERFORM CHECK-SQL
           IF PROGRAM-FAILED
              EXIT PARAGRAPH
           END-IF
           IF HV-ROW-COUNT > 0
              MOVE 'TAX LOTS STILL OPEN' TO WS-EXC-REASON
              EXIT PARAGRAPH
           END-IF
           MOVE 'SUM LEDGER BALANCE' TO WS-SQL-CONTEXT
           EXEC SQL
              SELECT COALESCE(SUM(AMOUNT), 0)
                INTO :HV-LEDGER-BAL
                FROM BRKG_CASH_LEDGER
               WHERE PLAN_ID = :HV-PLAN-ID
                 AND ACCOUNT_ID = :HV-ACCOUNT-ID
           END-EXEC
           PERFORM CHECK-SQL
           IF PROGRAM-FAILED
              EXIT PARAGRAPH
           END-IF
           IF HV-LEDGER-BAL NOT = 0
              MOVE 'CASH LEDGER BALANCE NOT ZERO' TO WS-EXC-REASON
              EXIT PARAGRAPH
           END-IF
           MOVE WS-ACCT-IMAGE (ACC-IDX) TO WS-BEFORE-IMAGE
           MOVE 'C' TO WS-ACCT-STATUS (ACC-IDX)
           PERFORM STAGE-AUDIT-IMAGE
           IF PROGRAM-OK
              ADD 1 TO WS-CLOSE-COUNT
           END-IF.

      *    A REOPENED ACCOUNT KEEPS ITS SHORT ELIGIBILITY AS IT
      *    STOOD AT CLOSE; A CHANGE TRANSACTION BEHIND THE REOPEN
      *    ADJUSTS IT WITH ITS OWN AUDIT IMAGE. REOPEN ALSO
      *    RELEASES AN ACCOUNT BRKRG240 PUT UNDER RESTRICTION
      *    REVIEW (STATUS 'R') ONCE COMPLIANCE HAS CLEARED IT.
       APPLY-REOPEN.
           IF ACCOUNT-NOT-FOUND
              MOVE 'ACCOUNT NOT ON MASTER' TO WS-EXC-REASON
              EXIT PARAGRAPH
           END-IF
           IF WS-ACCT-STATUS (ACC-IDX) NOT = 'C'
              AND WS-ACCT-STATUS (ACC-IDX) NOT = 'R'
              MOVE 'NOT CLOSED OR UNDER REVIEW' TO WS-EXC-REASON
              EXIT PARAGRAPH
           END-IF
           MOVE WS-ACCT-IMAGE (ACC-IDX) TO WS-BEFORE-IMAGE
           MOVE 'A' TO WS-ACCT-STATUS (ACC-IDX)
           PERFORM STAGE-AUDIT-IMAGE
           IF PROGRAM-OK
              ADD 1 TO WS-REOPEN-COUNT
           END-IF.

       STAGE-AUDIT-IMAGE.
           IF WS-AUD-COUNT >= WS-AUD-TABLE-MAX
              MOVE 'AUDIT TABLE FULL' TO WS-SQL-CONTEXT
              PERFORM TABLE-ERROR
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-AUD-COUNT
           SET AUD-IDX TO WS-AUD-COUNT
           MOVE MNT-TXN-CODE      TO WS-AUD-TXN-CODE (AUD-IDX)
           MOVE MNT-ACCOUNT-ID    TO WS-AUD-ACCOUNT-ID (AUD-IDX)
           MOVE MNT-REQUESTED-BY  TO WS-AUD-REQUESTED-BY (AUD-IDX)
           MOVE MNT-APPROVED-BY   TO WS-AUD-APPROVED-BY (AUD-IDX)
           MOVE MNT-REFERENCE     TO WS-AUD-REFERENCE (AUD-IDX)
           MOVE WS-EFFECTIVE-DATE TO WS-AUD-EFF-DATE (AUD-IDX)
           MOVE WS-BEFORE-IMAGE   TO WS-AUD-BEFORE (AUD-IDX)
           MOVE WS-ACCT-IMAGE (ACC-IDX) TO WS-AUD-AFTER (AUD-IDX).

       WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE MNT-TXN-CODE     TO EXC-TXN-CODE
           MOVE MNT-ACCOUNT-ID   TO EXC-ACCOUNT-ID
           MOVE MNT-REFERENCE    TO EXC-REFERENCE
           MOVE MNT-REQUESTED-BY TO EXC-REQUESTED-BY
           MOVE WS-EXC-REASON    TO EXC-REASON
           WRITE ACCTEXC-REC FROM WS-EXC-LINE.

       REWRITE-ACCOUNT-MASTER.
           OPEN OUTPUT ACCTMST-FILE
           IF WS-ACCTMST-STATUS NOT = '00'
              DISPLAY 'BRKRG200 - ACCOUNT MASTER WILL NOT OPEN FOR '
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
           MOVE WS-AUD-TXN-CODE (AUD-IDX)   TO AUD-TXN-CODE
           MOVE WS-AUD-ACCOUNT-ID (AUD-IDX) TO AUD-ACCOUNT-ID
           MOVE WS-AUD-REQUESTED-BY (AUD-IDX)
             TO AUD-REQUESTED-BY
           MOVE WS-AUD-APPROVED-BY (AUD-IDX) TO AUD-APPROVED-BY
           MOVE WS-AUD-REFERENCE (AUD-IDX)  TO AUD-REFERENCE
           MOVE WS-AUD-EFF-DATE (AUD-IDX)   TO AUD-EFFECTIVE-DATE
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
           MOVE WS-TXN-READ-COUNT TO HV-LOG-IN
           MOVE WS-AUD-COUNT TO HV-LOG-OUT
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
                      'BRKRG200', :HV-LOG-PHASE, :HV-LOG-RC,
                      :HV-LOG-IN, :HV-LOG-OUT)
           END-EXEC
           IF SQLCODE < 0
              DISPLAY 'BRKRG200 RUN LOG INSERT FAILED, CODE '
                      SQLCODE ' - CONTINUING'
           END-IF.

       CHECK-SQL.
           IF SQLCODE < 0
              PERFORM SQL-ERROR
           END-IF.

       SQL-ERROR.
           DISPLAY 'BRKRG200 SQL ERROR IN ' WS-SQL-CONTEXT
                   ' CODE ' SQLCODE
           EXEC SQL ROLLBACK END-EXEC
           MOVE 'Y' TO WS-ABORT-FLAG
           MOVE 'Y' TO WS-END-OF-ACCTMNT.

       TABLE-ERROR.
           DISPLAY 'BRKRG200 TABLE ERROR IN ' WS-SQL-CONTEXT
           MOVE 'Y' TO WS-ABORT-FLAG
           MOVE 'Y' TO WS-END-OF-ACCTMST
           MOVE 'Y' TO WS-END-OF-ACCTMNT.

       WRAP-UP.
           IF PROGRAM-FAILED
              DISPLAY 'BRKRG200 ABENDED - ACCOUNT MASTER NOT CHANGED'
              MOVE 12 TO RETURN-CODE
           ELSE
              IF WS-EXCEPTION-COUNT > 0
                 MOVE 4 TO RETURN-CODE
              ELSE
                 MOVE 0 TO RETURN-CODE
              END-IF
              DISPLAY 'BRKRG200 NORMAL END'
           END-IF
           PERFORM WRITE-RUN-LOG-END
           DISPLAY 'BRKRG200 TRANSACTIONS READ   = '
                   WS-TXN-READ-COUNT
           DISPLAY 'BRKRG200 ACCOUNTS ADDED      = '
                   WS-ADD-COUNT
           DISPLAY 'BRKRG200 ACCOUNTS CHANGED    = '
                   WS-CHANGE-COUNT
           DISPLAY 'BRKRG200 ACCOUNTS CLOSED     = '
                   WS-CLOSE-COUNT
           DISPLAY 'BRKRG200 ACCOUNTS REOPENED   = '
                   WS-REOPEN-COUNT
           DISPLAY 'BRKRG200 TRANSACTIONS REFUSED= '
                   WS-EXCEPTION-COUNT
           DISPLAY 'BRKRG200 MASTER RECORDS IN   = '
                   WS-MASTER-IN-COUNT
           DISPLAY 'BRKRG200 MASTER RECORDS OUT  = '
                   WS-MASTER-OUT-COUNT
           IF WS-ACCTMNT-STATUS = '00' OR WS-ACCTMNT-STATUS = '10'
              CLOSE ACCTMNT-FILE
           END-IF
           CLOSE ACCTAUD-FILE
           CLOSE ACCTEXC-FILE
           GOBACK.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRKRG310.
       AUTHOR. ANALYST TEAM.
       INSTALLATION. OSZ SECURITIES PROCESSING.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z16.
       OBJECT-COMPUTER. IBM-Z16.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGPARM-FILE ASSIGN TO 'REGPARM-IN'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PARM-STATUS.
           SELECT REGEVT-FILE ASSIGN TO 'REGEVT-OUT'
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REGACK-FILE ASSIGN TO 'REGACK-IN'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ACK-STATUS.
           SELECT REGEXC-FILE ASSIGN TO 'REGEXC-OUT'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    OPTIONAL. THE NIGHTLY RUN HAS NONE (DD DUMMY) AND REPORTS
      *    TONIGHT'S POSTINGS AS AN ORIGINAL SUBMISSION. A BUSINESS
      *    DATE HERE REBUILDS THAT DATE'S FILE AND MARKS IT AS A
      *    RESUBMISSION IN THE HEADER.
       FD  REGPARM-FILE
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS REGPARM-REC.

       01  REGPARM-REC.
           05  PARM-BUS-DATE           PIC 9(08).
           05  FILLER                  PIC X(32).

      *    ONE HEADER, ONE DETAIL PER TRADE EVENT, ONE TRAILER. THE
      *    EVENT IS IDENTIFIED TO THE REGULATOR BY FIRM ID PLUS THE
      *    AUDIT_ID OF THE ROW IT CAME FROM, SO A RESUBMITTED FILE
      *    CARRIES THE SAME EVENT IDS AS THE FIRST ONE AND THE
      *    REGULATOR REPLACES RATHER THAN DUPLICATES THEM. CANCEL AND
      *    CORRECTION EVENTS CARRY THE EVENT ID OF THE EXECUTION THEY
      *    AMEND IN RGD-REF-EVENT-SEQ AS WELL AS ITS TRADE-ID.
       FD  REGEVT-FILE
           RECORD CONTAINS 200 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS REGEVT-REC.

       01  REGEVT-REC                  PIC X(200).

      *    THE REGULATOR'S ACKNOWLEDGEMENT OF THE LAST FILE RECEIVED:
      *    ONE DETAIL PER EVENT WITH STATUS A (ACCEPTED) OR R
      *    (REJECTED, WITH A REJECT CODE AND TEXT). HEADER AND
      *    TRAILER RECORDS ARE PASSED OVER.
       FD  REGACK-FILE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS REGACK-REC.

       01  REGACK-REC.
           05  ACK-REC-TYPE            PIC X(01).
               88  ACK-DETAIL                     VALUE 'D'.
           05  ACK-FIRM-ID             PIC X(08).
           05  ACK-BUS-DATE            PIC 9(08).
           05  ACK-EVENT-SEQ           PIC 9(09).
           05  ACK-EVENT-TYPE          PIC X(04).
           05  ACK-STATUS              PIC X(01).
               88  ACK-ACCEPTED                   VALUE 'A'.
           05  ACK-REJECT-CODE         PIC X(06).
           05  ACK-REJECT-TEXT         PIC X(50).
           05  FILLER                  PIC X(13).

       FD  REGEXC-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS REGEXC-REC.

       01  REGEXC-REC                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-ABORT-FLAG            PIC X VALUE 'N'.
           88  PROGRAM-OK                     VALUE 'N'.
           88  PROGRAM-FAILED                 VALUE 'Y'.
       01  WS-EVT-CURSOR-EOF-SW     PIC X VALUE 'N'.
           88  EVT-CURSOR-EOF                 VALUE 'Y'.
       01  WS-ACK-EOF-SW            PIC X VALUE 'N'.
           88  ACK-EOF                        VALUE 'Y'.
       01  WS-ORIG-FOUND-SW         PIC X VALUE 'N'.
           88  ORIG-FOUND                     VALUE 'Y'.
           88  ORIG-NOT-FOUND                 VALUE 'N'.
       01  WS-SUBMIT-TYPE           PIC X(01) VALUE 'O'.
           88  ORIGINAL-SUBMISSION            VALUE 'O'.
           88  RESUBMISSION                   VALUE 'R'.
       01  WS-PARM-STATUS           PIC X(02).
       01  WS-ACK-STATUS            PIC X(02).

       01  WS-RUN-DATE              PIC 9(08) VALUE 0.
       01  WS-RUN-TIME              PIC 9(06) VALUE 0.
       01  WS-BUS-DATE              PIC 9(08) VALUE 0.
       01  WS-DATE-INT              PIC S9(9) COMP VALUE 0.
       01  WS-AUDIT-READ-COUNT      PIC S9(9) COMP VALUE 0.
       01  WS-EVENT-COUNT           PIC S9(9) COMP VALUE 0.
       01  WS-NEW-COUNT             PIC S9(9) COMP VALUE 0.
       01  WS-CANCEL-COUNT          PIC S9(9) COMP VALUE 0.
       01  WS-BACKOUT-COUNT         PIC S9(9) COMP VALUE 0.
       01  WS-CORRECT-COUNT         PIC S9(9) COMP VALUE 0.
       01  WS-SHORT-COUNT           PIC S9(9) COMP VALUE 0.
       01  WS-NO-ORIG-COUNT         PIC S9(9) COMP VALUE 0.
       01  WS-QTY-HASH              PIC S9(15) COMP-3 VALUE 0.
       01  WS-ACK-READ-COUNT        PIC S9(9) COMP VALUE 0.
       01  WS-ACK-ACCEPT-COUNT      PIC S9(9) COMP VALUE 0.
       01  WS-ACK-REJECT-COUNT      PIC S9(9) COMP VALUE 0.
       01  WS-ACK-OTHER-FIRM-COUNT  PIC S9(9) COMP VALUE 0.
       01  WS-BKO-AUDIT-TEXT        PIC X(09).
       01  WS-SQL-CONTEXT           PIC X(30).

       01  WS-EVT-HEADER.
           05  RGH-REC-TYPE         PIC X(01) VALUE 'H'.
           05  RGH-FILE-ID          PIC X(08) VALUE 'TRDEVT01'.
           05  RGH-FIRM-ID          PIC X(08).
           05  RGH-BUS-DATE         PIC 9(08).
           05  RGH-SUBMIT-TYPE      PIC X(01).
           05  RGH-CREATE-DATE      PIC 9(08).
           05  RGH-CREATE-TIME      PIC 9(06).
           05  FILLER               PIC X(160) VALUE SPACES.

      *    RGD-EVENT-TYPE NEWT = NEW EXECUTION, CANC = CANCEL, CORR =
      *    CORRECTION. RGD-CANCEL-REASON IS CXL FOR A DESK CANCEL
      *    (SIDE X) AND BKO FOR A WHOLE-FILE BACKOUT BY BRKRG250.
      *    RGD-SIDE IS THE ECONOMIC DIRECTION (B/S) OF THE EXECUTION
      *    AND RGD-SHORT-SALE IS Y ON A SELL THAT LEFT THE POSITION
      *    SHORT.
       01  WS-EVT-DETAIL.
           05  RGD-REC-TYPE         PIC X(01) VALUE 'D'.
           05  RGD-EVENT-TYPE       PIC X(04).
           05  RGD-FIRM-ID          PIC X(08).
           05  RGD-EVENT-SEQ        PIC 9(09).
           05  RGD-REF-EVENT-SEQ    PIC 9(09).
           05  RGD-TRADE-ID         PIC X(16).
           05  RGD-ORIG-TRADE-ID    PIC X(16).
           05  RGD-ACCOUNT-ID       PIC X(12).
           05  RGD-SYMBOL           PIC X(10).
           05  RGD-SIDE             PIC X(01).
           05  RGD-SHORT-SALE       PIC X(01).
           05  RGD-QUANTITY         PIC S9(09).
           05  RGD-PRICE            PIC S9(07)V99.
           05  RGD-EXEC-DATE        PIC 9(08).
           05  RGD-SETTLE-DATE      PIC 9(08).
           05  RGD-CURRENCY         PIC X(03).
           05  RGD-CANCEL-REASON    PIC X(03).
           05  RGD-BUS-DATE         PIC 9(08).
           05  FILLER               PIC X(65) VALUE SPACES.

       01  WS-EVT-TRAILER.
           05  RGT-REC-TYPE         PIC X(01) VALUE 'T'.
           05  RGT-FIRM-ID          PIC X(08).
           05  RGT-BUS-DATE         PIC 9(08).
           05  RGT-EVENT-COUNT      PIC 9(09).
           05  RGT-NEW-COUNT        PIC 9(09).
           05  RGT-CANCEL-COUNT     PIC 9(09).
           05  RGT-CORRECT-COUNT    PIC 9(09).
           05  RGT-QTY-HASH         PIC 9(15).
           05  FILLER               PIC X(132) VALUE SPACES.

       01  WS-EXC-HEADER-1.
           05  FILLER               PIC X(45) VALUE
               'BRKRG310 REGULATORY EVENTS NOT ACCEPTED'.
           05  FILLER               PIC X(10) VALUE 'RUN DATE '.
           05  HDR-RUN-DATE         PIC 9(08).
           05  FILLER               PIC X(69) VALUE SPACES.

       01  WS-EXC-HEADER-2.
           05  FILLER               PIC X(09) VALUE 'BUS DATE'.
           05  FILLER               PIC X(10) VALUE 'EVENT SEQ'.
           05  FILLER               PIC X(05) VALUE 'TYPE'.
           05  FILLER               PIC X(17) VALUE 'TRADE-ID'.
           05  FILLER               PIC X(13) VALUE 'ACCOUNT'.
           05  FILLER               PIC X(11) VALUE 'SYMBOL'.
           05  FILLER               PIC X(02) VALUE 'S'.
           05  FILLER               PIC X(11) VALUE '  QUANTITY'.
           05  FILLER               PIC X(07) VALUE 'CODE'.
           05  FILLER               PIC X(47) VALUE 'REJECT TEXT'.

       01  WS-EXC-DETAIL.
           05  EXC-BUS-DATE         PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  EXC-EVENT-SEQ        PIC 9(09).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  EXC-EVENT-TYPE       PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  EXC-TRADE-ID         PIC X(16).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  EXC-ACCOUNT-ID       PIC X(12).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  EXC-SYMBOL           PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  EXC-SIDE             PIC X(01).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  EXC-QUANTITY         PIC -(9)9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  EXC-REJECT-CODE      PIC X(06).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  EXC-REJECT-TEXT      PIC X(46).

       01  WS-EXC-TOTAL-LINE.
           05  FILLER               PIC X(20) VALUE
               'ACK RECORDS READ'.
           05  EXC-TOT-READ         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(12) VALUE '  ACCEPTED'.
           05  EXC-TOT-ACCEPT       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(12) VALUE '  REJECTED'.
           05  EXC-TOT-REJECT       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(55) VALUE SPACES.

       01  WS-EXC-NOTE-LINE         PIC X(132) VALUE SPACES.
       01  WS-EXC-BLANK-LINE        PIC X(132) VALUE SPACES.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  HV-PLAN-ID              PIC X(08).
       01  HV-BUS-DATE             PIC 9(8).
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
       01  HV-ORIG-AUDIT-ID        PIC S9(9) COMP.
       01  HV-ORIG-SIDE            PIC X.
       01  HV-ORIG-QTY             PIC S9(9) COMP-3.
       01  HV-ORIG-PRICE           PIC S9(7)V99 COMP-3.
       01  HV-ORIG-EXEC-DATE       PIC 9(8).
       01  HV-ORIG-SETTLE-DATE     PIC 9(8).
       01  HV-ORIG-CURRENCY        PIC X(3).
       01  HV-ORIG-NEW-QTY         PIC S9(9) COMP-3.
       01  HV-LOG-DATE             PIC 9(8).
       01  HV-LOG-PHASE            PIC X(01).
       01  HV-LOG-RC               PIC S9(4) COMP.
       01  HV-LOG-IN               PIC S9(9) COMP.
       01  HV-LOG-OUT              PIC S9(9) COMP.
       EXEC SQL END DECLARE SECTION END-EXEC.

       01  FILLER.
           05  WS-PLAN-NAME        PIC X(8)  VALUE 'ULTRA01'.

       PROCEDURE DIVISION.

      *    THE DAY'S REPORTABLE ACTIVITY IS EVERY B/S/X/C AUDIT ROW
      *    STAMPED WITH THE BUSINESS DATE - THE SAME SELECTION
      *    BRKRG190 CONFIRMS, EXCEPT THAT BRKRG250 BACKOUT ROWS ARE
      *    KEPT: A BACKED-OUT EXECUTION WAS ALREADY REPORTED AND HAS
      *    TO BE CANCELLED WITH THE REGULATOR TOO. CORPORATE ACTIONS,
      *    STOCK DIVIDENDS AND TRANSFERS (SIDES A, D, T) ARE NOT
      *    EXECUTIONS AND ARE NEVER REPORTED.
       EXEC SQL
            DECLARE EVT-AUDIT-CURSOR CURSOR FOR
            SELECT AUDIT_ID, TRADE_ID, ACCOUNT_ID, SYMBOL, SIDE,
                   QUANTITY, PRICE, EXEC_DATE,
                   COALESCE(SETTLE_DATE, EXEC_DATE),
                   COALESCE(CURRENCY, 'USD'), NEW_QTY,
                   COALESCE(ORIG_TRADE_ID, ' ')
              FROM BRKG_TRADE_AUD
             WHERE PLAN_ID = :HV-PLAN-ID
               AND EXEC_DATE = :HV-BUS-DATE
               AND SIDE IN ('B', 'S', 'X', 'C')
             ORDER BY AUDIT_ID
       END-EXEC.

       MAIN-SECTION.
           PERFORM INIT-PROGRAM
           IF PROGRAM-FAILED
              GO TO WRAP-UP
           END-IF
           PERFORM FETCH-AUDIT-ROW
              UNTIL EVT-CURSOR-EOF OR PROGRAM-FAILED
           IF PROGRAM-OK
              PERFORM WRITE-EVENT-TRAILER
              PERFORM PROCESS-ACK-FILE
           END-IF
           PERFORM WRAP-UP
           GOBACK.

       INIT-PROGRAM.
           DISPLAY 'BRKRG310 STARTING - REGULATORY TRADE EVENTS'
           MOVE WS-PLAN-NAME TO HV-PLAN-ID
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-RUN-TIME
           MOVE WS-RUN-DATE TO HV-LOG-DATE
           PERFORM WRITE-RUN-LOG-START
           OPEN OUTPUT REGEVT-FILE
           OPEN OUTPUT REGEXC-FILE
           PERFORM LOAD-EVENT-PARM
           IF PROGRAM-FAILED
              EXIT PARAGRAPH
           END-IF
           MOVE WS-BUS-DATE TO HV-BUS-DATE
           MOVE WS-RUN-DATE TO HDR-RUN-DATE
           WRITE REGEXC-REC FROM WS-EXC-HEADER-1
           WRITE REGEXC-REC FROM WS-EXC-BLANK-LINE
           WRITE REGEXC-REC FROM WS-EXC-HEADER-2
           MOVE HV-PLAN-ID     TO RGH-FIRM-ID
           MOVE WS-BUS-DATE    TO RGH-BUS-DATE
           MOVE WS-SUBMIT-TYPE TO RGH-SUBMIT-TYPE
           MOVE WS-RUN-DATE    TO RGH-CREATE-DATE
           MOVE WS-RUN-TIME    TO RGH-CREATE-TIME
           WRITE REGEVT-REC FROM WS-EVT-HEADER
           MOVE 'OPEN EVENT CURSOR' TO WS-SQL-CONTEXT
           EXEC SQL OPEN EVT-AUDIT-CURSOR END-EXEC
           PERFORM CHECK-SQL.

      *    NO PARM (OR NO DATE ON IT) MEANS TONIGHT. A DATE THAT IS
      *    NOT A CALENDAR DATE IS REFUSED BEFORE ANYTHING IS WRITTEN.
       LOAD-EVENT-PARM.
           MOVE WS-RUN-DATE TO WS-BUS-DATE
           OPEN INPUT REGPARM-FILE
           IF WS-PARM-STATUS = '00'
              READ REGPARM-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF PARM-BUS-DATE IS NUMERIC
                       AND PARM-BUS-DATE > 0
                       MOVE PARM-BUS-DATE TO WS-BUS-DATE
                       SET RESUBMISSION TO TRUE
                    END-IF
              END-READ
              CLOSE REGPARM-FILE
           END-IF
           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-BUS-DATE)
           IF WS-DATE-INT = 0 OR WS-BUS-DATE > WS-RUN-DATE
              DISPLAY 'BRKRG310 - INVALID BUSINESS DATE IN PARM '
                      WS-BUS-DATE
              MOVE 'Y' TO WS-ABORT-FLAG
              EXIT PARAGRAPH
           END-IF
           IF RESUBMISSION
              DISPLAY 'BRKRG310 RESUBMISSION FOR BUSINESS DATE '
                      WS-BUS-DATE
           ELSE
              DISPLAY 'BRKRG310 ORIGINAL SUBMISSION FOR BUSINESS DATE '
                      WS-BUS-DATE
           END-IF.

       FETCH-AUDIT-ROW.
           MOVE 'FETCH EVENT CURSOR' TO WS-SQL-CONTEXT
           EXEC SQL
              FETCH EVT-AUDIT-CURSOR
                INTO :HV-AUDIT-ID, :HV-TRADE-ID, :HV-ACCOUNT-ID,
                     :HV-SYMBOL, :HV-SIDE, :HV-QUANTITY, :HV-PRICE,
                     :HV-EXEC-DATE, :HV-SETTLE-DATE, :HV-CURRENCY,
                     :HV-NEW-QTY, :HV-ORIG-TRADE-ID
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO WS-AUDIT-READ-COUNT
                 PERFORM BUILD-EVENT
              WHEN 100
                 SET EVT-CURSOR-EOF TO TRUE
              WHEN OTHER
                 PERFORM SQL-ERROR
           END-EVALUATE.

       BUILD-EVENT.
           MOVE SPACES             TO RGD-EVENT-TYPE RGD-TRADE-ID
                                      RGD-ORIG-TRADE-ID RGD-ACCOUNT-ID
                                      RGD-SYMBOL RGD-SIDE
                                      RGD-CANCEL-REASON
           MOVE 'N'                TO RGD-SHORT-SALE
           MOVE ZERO               TO RGD-REF-EVENT-SEQ
           MOVE HV-PLAN-ID         TO RGD-FIRM-ID
           MOVE HV-AUDIT-ID        TO RGD-EVENT-SEQ
           MOVE HV-TRADE-ID        TO RGD-TRADE-ID
           MOVE HV-ACCOUNT-ID      TO RGD-ACCOUNT-ID
           MOVE HV-SYMBOL          TO RGD-SYMBOL
           MOVE WS-BUS-DATE        TO RGD-BUS-DATE
           EVALUATE TRUE
              WHEN HV-SIDE = 'B' OR HV-SIDE = 'S'
                 MOVE 'NEWT'     TO RGD-EVENT-TYPE
                 MOVE HV-SIDE    TO RGD-SIDE
                 ADD 1 TO WS-NEW-COUNT
              WHEN HV-SIDE = 'X' AND HV-TRADE-ID (1:3) = 'BKO'
                 PERFORM BUILD-BACKOUT-EVENT
              WHEN HV-SIDE = 'X'
                 PERFORM BUILD-CANCEL-EVENT
              WHEN HV-SIDE = 'C'
                 PERFORM BUILD-CORRECT-EVENT
           END-EVALUATE
           IF PROGRAM-FAILED
              EXIT PARAGRAPH
           END-IF
           MOVE HV-QUANTITY        TO RGD-QUANTITY
           MOVE HV-PRICE           TO RGD-PRICE
           MOVE HV-EXEC-DATE       TO RGD-EXEC-DATE
           MOVE HV-SETTLE-DATE     TO RGD-SETTLE-DATE
           MOVE HV-CURRENCY        TO RGD-CURRENCY
           PERFORM DERIVE-SHORT-SALE
           IF HV-QUANTITY < 0
              SUBTRACT HV-QUANTITY FROM WS-QTY-HASH
           ELSE
              ADD HV-QUANTITY TO WS-QTY-HASH
           END-IF
           WRITE REGEVT-REC FROM WS-EVT-DETAIL
           ADD 1 TO WS-EVENT-COUNT.

      *    A CANCEL RESTATES THE TERMS OF THE EXECUTION IT BUSTS,
      *    THE SAME WAY BRKRG190 BUILDS THE CANCEL CONFIRM, AND
      *    POINTS AT THAT EXECUTION'S EVENT.
       BUILD-CANCEL-EVENT.
           MOVE 'CANC'             TO RGD-EVENT-TYPE
           MOVE 'CXL'              TO RGD-CANCEL-REASON
           MOVE HV-ORIG-TRADE-ID   TO RGD-ORIG-TRADE-ID
           ADD 1 TO WS-CANCEL-COUNT
           PERFORM FETCH-ORIGINAL-AUDIT
           IF PROGRAM-FAILED
              EXIT PARAGRAPH
           END-IF
           IF ORIG-FOUND
              PERFORM MOVE-ORIGINAL-TERMS
           END-IF.

      *    A CORRECTION KEEPS THE ORIGINAL'S DIRECTION AND REPORTS THE
      *    CORRECTED QUANTITY, PRICE AND DATES.
       BUILD-CORRECT-EVENT.
           MOVE 'CORR'             TO RGD-EVENT-TYPE
           MOVE HV-ORIG-TRADE-ID   TO RGD-ORIG-TRADE-ID
           ADD 1 TO WS-CORRECT-COUNT
           PERFORM FETCH-ORIGINAL-AUDIT
           IF PROGRAM-FAILED
              EXIT PARAGRAPH
           END-IF
           IF ORIG-FOUND
              MOVE HV-ORIG-AUDIT-ID TO RGD-REF-EVENT-SEQ
              MOVE HV-ORIG-SIDE     TO RGD-SIDE HV-SIDE
           END-IF.

      *    BRKRG250 NAMES ITS COMPENSATING ROW 'BKO' + THE AUDIT_ID
      *    IT REVERSED, SO THE EVENT BEING CANCELLED IS KNOWN
      *    EXACTLY. THE REVERSED ROW'S OWN TERMS ARE RESTATED.
       BUILD-BACKOUT-EVENT.
           MOVE 'CANC'             TO RGD-EVENT-TYPE
           MOVE 'BKO'              TO RGD-CANCEL-REASON
           MOVE HV-ORIG-TRADE-ID   TO RGD-ORIG-TRADE-ID
           ADD 1 TO WS-CANCEL-COUNT
           ADD 1 TO WS-BACKOUT-COUNT
           SET ORIG-NOT-FOUND TO TRUE
           MOVE HV-TRADE-ID (4:9) TO WS-BKO-AUDIT-TEXT
           IF WS-BKO-AUDIT-TEXT IS NOT NUMERIC
              PERFORM REPORT-NO-ORIGINAL
              EXIT PARAGRAPH
           END-IF
           MOVE WS-BKO-AUDIT-TEXT TO HV-ORIG-AUDIT-ID
           MOVE 'FETCH BACKED-OUT AUDIT' TO WS-SQL-CONTEXT
           EXEC SQL
              SELECT SIDE, QUANTITY, PRICE, EXEC_DATE,
                     COALESCE(SETTLE_DATE, EXEC_DATE),
                     COALESCE(CURRENCY, 'USD'), NEW_QTY
                INTO :HV-ORIG-SIDE, :HV-ORIG-QTY, :HV-ORIG-PRICE,
                     :HV-ORIG-EXEC-DATE, :HV-ORIG-SETTLE-DATE,
                     :HV-ORIG-CURRENCY, :HV-ORIG-NEW-QTY
                FROM BRKG_TRADE_AUD
               WHERE PLAN_ID = :HV-PLAN-ID
                 AND AUDIT_ID = :HV-ORIG-AUDIT-ID
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 SET ORIG-FOUND TO TRUE
                 PERFORM MOVE-ORIGINAL-TERMS
              WHEN 100
                 PERFORM REPORT-NO-ORIGINAL
              WHEN OTHER
                 PERFORM SQL-ERROR
           END-EVALUATE.

      *    ONLY A BUY OR SELL HAS A DIRECTION TO REPORT; THE REVERSAL
      *    OF A CANCEL OR CORRECTION GOES OUT WITHOUT A SIDE.
       MOVE-ORIGINAL-TERMS.
           MOVE HV-ORIG-AUDIT-ID    TO RGD-REF-EVENT-SEQ
           IF HV-ORIG-SIDE = 'B' OR HV-ORIG-SIDE = 'S'
              MOVE HV-ORIG-SIDE     TO RGD-SIDE
           END-IF
           MOVE HV-ORIG-SIDE        TO HV-SIDE
           MOVE HV-ORIG-QTY         TO HV-QUANTITY
           MOVE HV-ORIG-PRICE       TO HV-PRICE
           MOVE HV-ORIG-EXEC-DATE   TO HV-EXEC-DATE
           MOVE HV-ORIG-SETTLE-DATE TO HV-SETTLE-DATE
           MOVE HV-ORIG-CURRENCY    TO HV-CURRENCY
           MOVE HV-ORIG-NEW-QTY     TO HV-NEW-QTY.

      *    THE ORIGINAL IS THE B/S ROW THE CANCEL OR CORRECT POINTS
      *    AT, MATCHED AS BRKRG190 MATCHES IT.
       FETCH-ORIGINAL-AUDIT.
           SET ORIG-NOT-FOUND TO TRUE
           IF HV-ORIG-TRADE-ID = SPACES
              PERFORM REPORT-NO-ORIGINAL
              EXIT PARAGRAPH
           END-IF
           MOVE 'FETCH ORIGINAL AUDIT' TO WS-SQL-CONTEXT
           EXEC SQL
              SELECT AUDIT_ID, SIDE, QUANTITY, PRICE, EXEC_DATE,
                     COALESCE(SETTLE_DATE, EXEC_DATE),
                     COALESCE(CURRENCY, 'USD'), NEW_QTY
                INTO :HV-ORIG-AUDIT-ID, :HV-ORIG-SIDE, :HV-ORIG-QTY,
                     :HV-ORIG-PRICE, :HV-ORIG-EXEC-DATE,
                     :HV-ORIG-SETTLE-DATE, :HV-ORIG-CURRENCY,
                     :HV-ORIG-NEW-QTY
                FROM BRKG_TRADE_AUD A
               WHERE A.PLAN_ID = :HV-PLAN-ID
                 AND A.TRADE_ID = :HV-ORIG-TRADE-ID
                 AND A.ACCOUNT_ID = :HV-ACCOUNT-ID
                 AND A.SYMBOL = :HV-SYMBOL
                 AND A.SIDE IN ('B', 'S')
                 AND A.AUDIT_ID < :HV-AUDIT-ID
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
           DISPLAY 'BRKRG310 NO UNIQUE ORIGINAL FOR ' HV-SIDE
                   ' TRADE ' HV-TRADE-ID ' ORIG ' HV-ORIG-TRADE-ID
                   ' - EVENT WRITTEN WITHOUT REFERENCE'.

      *    A SELL THAT LEAVES THE POSITION NEGATIVE OPENED OR ADDED
      *    TO A SHORT - THE SAME TEST BRKRG190 USES FOR 'SHORT'.
       DERIVE-SHORT-SALE.
           IF RGD-SIDE = 'S' AND HV-NEW-QTY < 0
              MOVE 'Y' TO RGD-SHORT-SALE
              ADD 1 TO WS-SHORT-COUNT
           END-IF.

       WRITE-EVENT-TRAILER.
           MOVE HV-PLAN-ID         TO RGT-FIRM-ID
           MOVE WS-BUS-DATE        TO RGT-BUS-DATE
           MOVE WS-EVENT-COUNT     TO RGT-EVENT-COUNT
           MOVE WS-NEW-COUNT       TO RGT-NEW-COUNT
           MOVE WS-CANCEL-COUNT    TO RGT-CANCEL-COUNT
           MOVE WS-CORRECT-COUNT   TO RGT-CORRECT-COUNT
           MOVE WS-QTY-HASH        TO RGT-QTY-HASH
           WRITE REGEVT-REC FROM WS-EVT-TRAILER.

      *    THE ACK FILE ANSWERS AN EARLIER SUBMISSION, SO A REJECTED
      *    EVENT IS LOOKED UP BY ITS AUDIT_ID TO SHOW THE DESK WHAT
      *    TO REPAIR. NO ACK FILE YET IS NOT AN ERROR.
       PROCESS-ACK-FILE.
           OPEN INPUT REGACK-FILE
           IF WS-ACK-STATUS NOT = '00'
              DISPLAY 'BRKRG310 NO ACKNOWLEDGEMENT FILE TO PROCESS'
              MOVE 'NO ACKNOWLEDGEMENT FILE RECEIVED' TO
                   WS-EXC-NOTE-LINE
              WRITE REGEXC-REC FROM WS-EXC-NOTE-LINE
              EXIT PARAGRAPH
           END-IF
           PERFORM READ-ACK-RECORD
              UNTIL ACK-EOF OR PROGRAM-FAILED
           CLOSE REGACK-FILE
           MOVE WS-ACK-READ-COUNT   TO EXC-TOT-READ
           MOVE WS-ACK-ACCEPT-COUNT TO EXC-TOT-ACCEPT
           MOVE WS-ACK-REJECT-COUNT TO EXC-TOT-REJECT
           WRITE REGEXC-REC FROM WS-EXC-BLANK-LINE
           WRITE REGEXC-REC FROM WS-EXC-TOTAL-LINE.

       READ-ACK-RECORD.
           READ REGACK-FILE
              AT END
                 SET ACK-EOF TO TRUE
              NOT AT END
                 IF ACK-DETAIL
                    PERFORM CHECK-ACK-DETAIL
                 END-IF
           END-READ.

       CHECK-ACK-DETAIL.
           IF ACK-FIRM-ID NOT = HV-PLAN-ID
              ADD 1 TO WS-ACK-OTHER-FIRM-COUNT
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ACK-READ-COUNT
           IF ACK-ACCEPTED
              ADD 1 TO WS-ACK-ACCEPT-COUNT
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ACK-REJECT-COUNT
           MOVE SPACES TO EXC-TRADE-ID EXC-ACCOUNT-ID EXC-SYMBOL
                          EXC-SIDE
           MOVE ZERO TO EXC-QUANTITY
           MOVE ACK-BUS-DATE    TO EXC-BUS-DATE
           MOVE ACK-EVENT-SEQ   TO EXC-EVENT-SEQ
           MOVE ACK-EVENT-TYPE  TO EXC-EVENT-TYPE
           MOVE ACK-REJECT-CODE TO EXC-REJECT-CODE
           MOVE ACK-REJECT-TEXT TO EXC-REJECT-TEXT
           MOVE ACK-EVENT-SEQ   TO HV-AUDIT-ID
           MOVE 'FETCH REJECTED EVENT' TO WS-SQL-CONTEXT
           EXEC SQL
              SELECT TRADE_ID, ACCOUNT_ID, SYMBOL, SIDE, QUANTITY
                INTO :HV-TRADE-ID, :HV-ACCOUNT-ID, :HV-SYMBOL,
                     :HV-SIDE, :HV-QUANTITY
                FROM BRKG_TRADE_AUD
               WHERE PLAN_ID = :HV-PLAN-ID
                 AND AUDIT_ID = :HV-AUDIT-ID
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 MOVE HV-TRADE-ID   TO EXC-TRADE-ID
                 MOVE HV-ACCOUNT-ID TO EXC-ACCOUNT-ID
                 MOVE HV-SYMBOL     TO EXC-SYMBOL
                 MOVE HV-SIDE       TO EXC-SIDE
                 MOVE HV-QUANTITY   TO EXC-QUANTITY
              WHEN 100
                 MOVE 'NOT ON AUDIT TBL' TO EXC-TRADE-ID
              WHEN OTHER
                 PERFORM SQL-ERROR
           END-EVALUATE
           WRITE REGEXC-REC FROM WS-EXC-DETAIL.

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
           MOVE WS-EVENT-COUNT TO HV-LOG-OUT
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
                      'BRKRG310', :HV-LOG-PHASE, :HV-LOG-RC,
                      :HV-LOG-IN, :HV-LOG-OUT)
           END-EXEC
           IF SQLCODE < 0
              DISPLAY 'BRKRG310 RUN LOG INSERT FAILED, CODE '
                      SQLCODE ' - CONTINUING'
           END-IF.

       CHECK-SQL.
           IF SQLCODE < 0
              PERFORM SQL-ERROR
           END-IF.

       SQL-ERROR.
           DISPLAY 'BRKRG310 SQL ERROR IN ' WS-SQL-CONTEXT
                   ' CODE ' SQLCODE
           MOVE 'Y' TO WS-ABORT-FLAG
           MOVE 'Y' TO WS-EVT-CURSOR-EOF-SW
           MOVE 'Y' TO WS-ACK-EOF-SW.

      *    A FAILED RUN LEAVES AN EVENT FILE WITH NO TRAILER, WHICH
      *    THE REGULATOR REFUSES WHOLE; THE STEP IS RERUN, NOT SENT.
       WRAP-UP.
           IF PROGRAM-FAILED
              DISPLAY 'BRKRG310 ABENDED - CHECK JOBLOG, DO NOT '
                      'TRANSMIT REGEVT-OUT'
              MOVE 12 TO RETURN-CODE
           ELSE
              MOVE 'CLOSE EVENT CURSOR' TO WS-SQL-CONTEXT
              EXEC SQL CLOSE EVT-AUDIT-CURSOR END-EXEC
              PERFORM CHECK-SQL
              IF WS-NO-ORIG-COUNT > 0 OR WS-ACK-REJECT-COUNT > 0
                 MOVE 4 TO RETURN-CODE
              ELSE
                 MOVE 0 TO RETURN-CODE
              END-IF
              DISPLAY 'BRKRG310 NORMAL END'
           END-IF
           PERFORM WRITE-RUN-LOG-END
           DISPLAY '========================================'
           DISPLAY 'BRKRG310 REGULATORY EVENT SUMMARY'
           DISPLAY '========================================'
           DISPLAY 'BUSINESS DATE          = ' WS-BUS-DATE
           DISPLAY 'SUBMISSION TYPE        = ' WS-SUBMIT-TYPE
           DISPLAY 'AUDIT ROWS READ        = ' WS-AUDIT-READ-COUNT
           DISPLAY 'NEW TRADE EVENTS       = ' WS-NEW-COUNT
           DISPLAY 'CANCEL EVENTS          = ' WS-CANCEL-COUNT
           DISPLAY '  OF WHICH BACKOUTS    = ' WS-BACKOUT-COUNT
           DISPLAY 'CORRECTION EVENTS      = ' WS-CORRECT-COUNT
           DISPLAY 'SHORT SALES MARKED     = ' WS-SHORT-COUNT
           DISPLAY 'EVENTS WRITTEN         = ' WS-EVENT-COUNT
           DISPLAY 'ORIGINAL NOT FOUND     = ' WS-NO-ORIG-COUNT
           DISPLAY 'ACKS READ              = ' WS-ACK-READ-COUNT
           DISPLAY 'ACKS REJECTED          = ' WS-ACK-REJECT-COUNT
           DISPLAY 'ACKS FOR OTHER FIRMS   = ' WS-ACK-OTHER-FIRM-COUNT
           DISPLAY '========================================'
           CLOSE REGEVT-FILE
           CLOSE REGEXC-FILE
           GOBACK.

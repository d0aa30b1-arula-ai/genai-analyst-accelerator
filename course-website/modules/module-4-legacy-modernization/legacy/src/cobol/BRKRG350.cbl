       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRKRG350.
       AUTHOR. ANALYST TEAM.
       INSTALLATION. OSZ SECURITIES PROCESSING.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z16.
       OBJECT-COMPUTER. IBM-Z16.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PNLHIST-FILE ASSIGN TO 'PNLHIST-IN'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PNLHIST-STATUS.
           SELECT PNLLIM-FILE ASSIGN TO 'PNLLIM-IN'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PNLLIM-STATUS.
           SELECT PNLRPT-FILE ASSIGN TO 'PNLRPT-OUT'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    TRADE-ADJUST'S DATED P&L HISTORY - THE RUN DATE FOLLOWED
      *    BY THE TRADJ.OUT RECORD EXACTLY AS WRITTEN THAT NIGHT.
      *    ONE DATE'S ROWS ARE ONLY EVER THOSE OF ITS LATEST RUN.
       FD  PNLHIST-FILE
           RECORD CONTAINS 106 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS PNLHIST-REC.

       01  PNLHIST-REC.
           05  HIST-DATE               PIC 9(08).
           05  HIST-TID                PIC X(16).
           05  HIST-BUID               PIC X(08).
           05  HIST-ASCD               PIC X(06).
           05  HIST-SDR                PIC X(01).
           05  HIST-QTY                PIC S9(07).
           05  HIST-PXO                PIC S9(06)V999.
           05  HIST-PXC                PIC S9(06)V999.
           05  HIST-DELTA              PIC S9(11)V999.
           05  HIST-RSK                PIC X(02).
           05  HIST-CCY                PIC X(03).
           05  HIST-FX-RATE            PIC 9(03)V9(06).
           05  HIST-BASE-DELTA         PIC S9(11)V999.

      *    MTD ADJUSTMENT LIMITS IN BASE CURRENCY, ONE ROW PER BUID.
      *    A BUID OF '*' REPLACES THE BUILT-IN DEFAULT FOR EVERY
      *    BUID WITHOUT ITS OWN ROW.
       FD  PNLLIM-FILE
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS PNLLIM-REC.

       01  PNLLIM-REC.
           05  LIM-BUID                PIC X(08).
           05  LIM-MTD-LIMIT           PIC 9(11)V99.
           05  FILLER                  PIC X(19).

       FD  PNLRPT-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS PNLRPT-REC.

       01  PNLRPT-REC                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-ABORT-FLAG            PIC X VALUE 'N'.
           88  PROGRAM-OK                     VALUE 'N'.
           88  PROGRAM-FAILED                 VALUE 'Y'.
       01  WS-END-OF-PNLHIST        PIC X VALUE 'N'.
           88  NO-MORE-PNLHIST                VALUE 'Y'.
       01  WS-END-OF-PNLLIM         PIC X VALUE 'N'.
           88  NO-MORE-PNLLIM                 VALUE 'Y'.
       01  WS-HIST-OPEN-SW          PIC X VALUE 'N'.
           88  HISTORY-AVAILABLE              VALUE 'Y'.
       01  WS-ROW-USED-SW           PIC X VALUE 'N'.
           88  ROW-USED                       VALUE 'Y'.
       01  WS-FOUND-SW              PIC X VALUE 'N'.
           88  ENTRY-FOUND                    VALUE 'Y'.
           88  ENTRY-NOT-FOUND                VALUE 'N'.
       01  WS-PNLHIST-STATUS        PIC X(02).
       01  WS-PNLLIM-STATUS         PIC X(02).
       01  WS-SQL-CONTEXT           PIC X(30).

       01  WS-RUN-DATE              PIC 9(08) VALUE 0.
       01  WS-PRIOR-DATE            PIC 9(08) VALUE 0.

       01  WS-HIST-READ-COUNT       PIC S9(9) COMP VALUE 0.
       01  WS-HIST-USED-COUNT       PIC S9(9) COMP VALUE 0.
       01  WS-HIST-BAD-COUNT        PIC S9(9) COMP VALUE 0.
       01  WS-DAY-ROW-COUNT         PIC S9(9) COMP VALUE 0.
       01  WS-OVER-LIMIT-COUNT      PIC S9(9) COMP VALUE 0.
       01  WS-NEW-BREACH-COUNT      PIC S9(9) COMP VALUE 0.
       01  WS-MISSING-COUNT         PIC S9(9) COMP VALUE 0.
       01  WS-SHIFT-SUB             PIC S9(4) COMP VALUE 0.

      *    WHAT THE CURRENT HISTORY ROW ADDS TO EACH PERIOD.
       01  WS-ADD-DAY               PIC S9(13)V999 COMP-3 VALUE 0.
       01  WS-ADD-PRIOR             PIC S9(13)V999 COMP-3 VALUE 0.
       01  WS-ADD-MTD               PIC S9(13)V999 COMP-3 VALUE 0.
       01  WS-ADD-YTD               PIC S9(13)V999 COMP-3 VALUE 0.

       01  WS-TOT-DAY               PIC S9(13)V999 COMP-3 VALUE 0.
       01  WS-TOT-PRIOR             PIC S9(13)V999 COMP-3 VALUE 0.
       01  WS-TOT-MTD               PIC S9(13)V999 COMP-3 VALUE 0.
       01  WS-TOT-YTD               PIC S9(13)V999 COMP-3 VALUE 0.

      *    MTD LIMITS. WITH NO PARM ROW FOR A BUID AND NO '*' ROW,
      *    THE BUILT-IN DEFAULT APPLIES.
       01  WS-DEFAULT-LIMIT         PIC S9(11)V99 COMP-3
                                    VALUE 1000000.00.
       01  WS-LIMIT-COUNT           PIC S9(4) COMP VALUE 0.
       01  WS-LIMIT-TABLE-MAX       PIC S9(4) COMP VALUE 200.
       01  WS-LIMIT-TABLE.
           05  WS-LIMIT-ENTRY OCCURS 200 TIMES INDEXED BY LIM-IDX.
               10  WS-LIMIT-BUID    PIC X(08).
               10  WS-LIMIT-AMOUNT  PIC S9(11)V99 COMP-3.
       01  WS-BUID-LIMIT            PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-ABS-MTD               PIC S9(13)V999 COMP-3 VALUE 0.
       01  WS-ABS-PRIOR-MTD         PIC S9(13)V999 COMP-3 VALUE 0.

      *    THE THREE ROLLUPS ARE KEPT IN KEY ORDER AS ENTRIES ARE
      *    ADDED SO THE REPORT PRINTS BY BUID, THEN ASCD OR RSK.
       01  WS-BUID-COUNT            PIC S9(4) COMP VALUE 0.
       01  WS-BUID-TABLE-MAX        PIC S9(4) COMP VALUE 200.
       01  WS-BUID-TABLE.
           05  WS-BUID-ENTRY OCCURS 201 TIMES INDEXED BY BU-IDX.
               10  WS-BU-BUID       PIC X(08).
               10  WS-BU-DAY        PIC S9(13)V999 COMP-3.
               10  WS-BU-PRIOR      PIC S9(13)V999 COMP-3.
               10  WS-BU-MTD        PIC S9(13)V999 COMP-3.
               10  WS-BU-YTD        PIC S9(13)V999 COMP-3.

       01  WS-ASCD-COUNT            PIC S9(4) COMP VALUE 0.
       01  WS-ASCD-TABLE-MAX        PIC S9(4) COMP VALUE 2000.
       01  WS-ASCD-TABLE.
           05  WS-ASCD-ENTRY OCCURS 2001 TIMES INDEXED BY AS-IDX.
               10  WS-AS-KEY.
                   15  WS-AS-BUID   PIC X(08).
                   15  WS-AS-ASCD   PIC X(06).
               10  WS-AS-DAY        PIC S9(13)V999 COMP-3.
               10  WS-AS-PRIOR      PIC S9(13)V999 COMP-3.
               10  WS-AS-MTD        PIC S9(13)V999 COMP-3.
               10  WS-AS-YTD        PIC S9(13)V999 COMP-3.

       01  WS-RSK-COUNT             PIC S9(4) COMP VALUE 0.
       01  WS-RSK-TABLE-MAX         PIC S9(4) COMP VALUE 800.
       01  WS-RSK-TABLE.
           05  WS-RSK-ENTRY OCCURS 801 TIMES INDEXED BY RK-IDX.
               10  WS-RK-KEY.
                   15  WS-RK-BUID   PIC X(08).
                   15  WS-RK-RSK    PIC X(02).
               10  WS-RK-DAY        PIC S9(13)V999 COMP-3.
               10  WS-RK-PRIOR      PIC S9(13)V999 COMP-3.
               10  WS-RK-MTD        PIC S9(13)V999 COMP-3.
               10  WS-RK-YTD        PIC S9(13)V999 COMP-3.

       01  WS-NEW-ASCD-KEY.
           05  WS-NEW-AS-BUID       PIC X(08).
           05  WS-NEW-AS-ASCD       PIC X(06).
       01  WS-NEW-RSK-KEY.
           05  WS-NEW-RK-BUID       PIC X(08).
           05  WS-NEW-RK-RSK        PIC X(02).

       01  WS-RPT-HEADER-1.
           05  FILLER               PIC X(44) VALUE
               'BRKRG350 DESK P&L ADJUSTMENT ROLLUP - AS OF '.
           05  HDR-RUN-DATE         PIC 9(08).
           05  FILLER               PIC X(24) VALUE
               '   PRIOR ACTIVITY DAY  '.
           05  HDR-PRIOR-DATE       PIC 9(08).
           05  FILLER               PIC X(48) VALUE
               '   ALL AMOUNTS IN BASE CCY USD'.

       01  WS-RPT-COLUMN-HEADER.
           05  FILLER               PIC X(21) VALUE
               'BUID     LEVEL KEY'.
           05  FILLER               PIC X(32) VALUE
               '             DAY       PRIOR DAY'.
           05  FILLER               PIC X(32) VALUE
               '      DAY CHANGE             MTD'.
           05  FILLER               PIC X(32) VALUE
               '             YTD       MTD LIMIT'.
           05  FILLER               PIC X(15) VALUE ' FLAG'.

       01  WS-RPT-ROLLUP-LINE.
           05  RLL-BUID             PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RLL-LEVEL            PIC X(06).
           05  RLL-KEY              PIC X(06).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RLL-DAY              PIC -(11)9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RLL-PRIOR            PIC -(11)9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RLL-CHANGE           PIC -(11)9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RLL-MTD              PIC -(11)9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RLL-YTD              PIC -(11)9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RLL-LIMIT            PIC -(11)9.99 BLANK WHEN ZERO.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RLL-FLAG             PIC X(11).
           05  FILLER               PIC X(03) VALUE SPACES.

       01  WS-RPT-NONE-LINE.
           05  FILLER               PIC X(50) VALUE
               'NO P&L ADJUSTMENTS IN THE YEAR TO DATE'.
           05  FILLER               PIC X(82) VALUE SPACES.

       01  WS-RPT-COUNT-LINE.
           05  RPT-COUNT-LABEL      PIC X(40).
           05  RPT-COUNT-VALUE      PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(81) VALUE SPACES.

       01  WS-RPT-BLANK-LINE        PIC X(132) VALUE SPACES.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  HV-PLAN-ID              PIC X(08).
       01  HV-LOG-DATE             PIC 9(8).
       01  HV-LOG-PHASE            PIC X(01).
       01  HV-LOG-RC               PIC S9(4) COMP.
       01  HV-LOG-IN               PIC S9(9) COMP.
       01  HV-LOG-OUT              PIC S9(9) COMP.
       EXEC SQL END DECLARE SECTION END-EXEC.

       01  FILLER.
           05  WS-PLAN-NAME        PIC X(8)  VALUE 'ULTRA01'.

       PROCEDURE DIVISION.

      *    ROLLS TRADE-ADJUST'S P&L HISTORY UP BY BUID, BY BUID AND
      *    ASCD, AND BY BUID AND RSK CLASS INTO THE DAY, THE PRIOR
      *    ACTIVITY DAY, MONTH-TO-DATE AND YEAR-TO-DATE, ALL IN BASE
      *    CURRENCY. THE FIRST PASS FINDS THE PRIOR ACTIVITY DAY (THE
      *    LATEST HISTORY DATE BEFORE TONIGHT) FOR THE DAY-OVER-DAY
      *    CHANGE; THE SECOND ACCUMULATES. A BUID WHOSE MTD TOTAL IS
      *    BEYOND ITS LIMIT IS FLAGGED, AS A NEW BREACH WHEN TONIGHT'S
      *    ADJUSTMENTS TOOK IT OVER.
       MAIN-SECTION.
           PERFORM INIT-PROGRAM
           IF PROGRAM-FAILED
              GO TO WRAP-UP
           END-IF
           IF HISTORY-AVAILABLE
              PERFORM FIND-PRIOR-ACTIVITY-DAY
              PERFORM ACCUMULATE-HISTORY
           END-IF
           IF PROGRAM-FAILED
              GO TO WRAP-UP
           END-IF
           PERFORM WRITE-ROLLUP-REPORT
           PERFORM WRITE-REPORT-TOTALS
           PERFORM WRAP-UP
           GOBACK.

       INIT-PROGRAM.
           DISPLAY 'BRKRG350 STARTING - DESK P&L ADJUSTMENT ROLLUP'
           MOVE WS-PLAN-NAME TO HV-PLAN-ID
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
           MOVE WS-RUN-DATE TO HV-LOG-DATE
           PERFORM WRITE-RUN-LOG-START
           OPEN OUTPUT PNLRPT-FILE
           PERFORM LOAD-LIMIT-PARM
           OPEN INPUT PNLHIST-FILE
           IF WS-PNLHIST-STATUS = '00'
              SET HISTORY-AVAILABLE TO TRUE
              CLOSE PNLHIST-FILE
           ELSE
              DISPLAY 'BRKRG350 - P&L HISTORY NOT AVAILABLE, STATUS '
                      WS-PNLHIST-STATUS ' - ZERO TOTALS REPORTED'
              ADD 1 TO WS-MISSING-COUNT
           END-IF.

       LOAD-LIMIT-PARM.
           OPEN INPUT PNLLIM-FILE
           IF WS-PNLLIM-STATUS = '00'
              PERFORM LOAD-LIMIT-ROW
                 UNTIL NO-MORE-PNLLIM OR PROGRAM-FAILED
              CLOSE PNLLIM-FILE
              DISPLAY 'BRKRG350 - MTD LIMITS LOADED: '
                      WS-LIMIT-COUNT ' BUIDS'
           ELSE
              SET NO-MORE-PNLLIM TO TRUE
              DISPLAY 'BRKRG350 - NO LIMIT PARM DATASET, DEFAULT '
                      'MTD LIMIT APPLIES TO EVERY BUID'
           END-IF.

       LOAD-LIMIT-ROW.
           READ PNLLIM-FILE
              AT END
                 SET NO-MORE-PNLLIM TO TRUE
              NOT AT END
                 IF LIM-BUID = SPACES
                    OR LIM-MTD-LIMIT IS NOT NUMERIC
                    DISPLAY 'BRKRG350 - BAD LIMIT ROW SKIPPED, BUID '
                            LIM-BUID
                 ELSE
                    IF LIM-BUID = '*'
                       MOVE LIM-MTD-LIMIT TO WS-DEFAULT-LIMIT
                    ELSE
                       PERFORM ADD-LIMIT-ENTRY
                    END-IF
                 END-IF
           END-READ.

       ADD-LIMIT-ENTRY.
           IF WS-LIMIT-COUNT >= WS-LIMIT-TABLE-MAX
              MOVE 'LIMIT TABLE FULL' TO WS-SQL-CONTEXT
              PERFORM TABLE-ERROR
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LIMIT-COUNT
           SET LIM-IDX TO WS-LIMIT-COUNT
           MOVE LIM-BUID      TO WS-LIMIT-BUID (LIM-IDX)
           MOVE LIM-MTD-LIMIT TO WS-LIMIT-AMOUNT (LIM-IDX).

       LOOKUP-BUID-LIMIT.
           MOVE WS-DEFAULT-LIMIT TO WS-BUID-LIMIT
           IF WS-LIMIT-COUNT > 0
              SET LIM-IDX TO 1
              SEARCH WS-LIMIT-ENTRY
                 AT END
                    CONTINUE
                 WHEN LIM-IDX > WS-LIMIT-COUNT
                    CONTINUE
                 WHEN WS-LIMIT-BUID (LIM-IDX) = WS-BU-BUID (BU-IDX)
                    MOVE WS-LIMIT-AMOUNT (LIM-IDX) TO WS-BUID-LIMIT
              END-SEARCH
           END-IF.

       FIND-PRIOR-ACTIVITY-DAY.
           OPEN INPUT PNLHIST-FILE
           MOVE 'N' TO WS-END-OF-PNLHIST
           PERFORM READ-FOR-PRIOR-DAY
              UNTIL NO-MORE-PNLHIST
           CLOSE PNLHIST-FILE.

       READ-FOR-PRIOR-DAY.
           READ PNLHIST-FILE
              AT END
                 SET NO-MORE-PNLHIST TO TRUE
              NOT AT END
                 IF HIST-DATE IS NUMERIC
                    AND HIST-DATE < WS-RUN-DATE
                    AND HIST-DATE > WS-PRIOR-DATE
                    MOVE HIST-DATE TO WS-PRIOR-DATE
                 END-IF
           END-READ.

       ACCUMULATE-HISTORY.
           OPEN INPUT PNLHIST-FILE
           MOVE 'N' TO WS-END-OF-PNLHIST
           PERFORM READ-HISTORY-ROW
              UNTIL NO-MORE-PNLHIST OR PROGRAM-FAILED
           CLOSE PNLHIST-FILE.

       READ-HISTORY-ROW.
           READ PNLHIST-FILE
              AT END
                 SET NO-MORE-PNLHIST TO TRUE
              NOT AT END
                 ADD 1 TO WS-HIST-READ-COUNT
                 IF HIST-DATE IS NOT NUMERIC
                    OR HIST-BASE-DELTA IS NOT NUMERIC
                    ADD 1 TO WS-HIST-BAD-COUNT
                 ELSE
                    PERFORM APPLY-HISTORY-ROW
                 END-IF
           END-READ.

      *    A ROW DATED AFTER TONIGHT, OR IN AN EARLIER YEAR AND NOT
      *    THE PRIOR ACTIVITY DAY, CONTRIBUTES TO NOTHING.
       APPLY-HISTORY-ROW.
           MOVE 'N' TO WS-ROW-USED-SW
           MOVE ZERO TO WS-ADD-DAY WS-ADD-PRIOR WS-ADD-MTD WS-ADD-YTD
           IF HIST-DATE = WS-RUN-DATE
              MOVE HIST-BASE-DELTA TO WS-ADD-DAY
              ADD 1 TO WS-DAY-ROW-COUNT
              SET ROW-USED TO TRUE
           END-IF
           IF HIST-DATE = WS-PRIOR-DATE
              MOVE HIST-BASE-DELTA TO WS-ADD-PRIOR
              SET ROW-USED TO TRUE
           END-IF
           IF HIST-DATE NOT > WS-RUN-DATE
              IF HIST-DATE (1:6) = WS-RUN-DATE (1:6)
                 MOVE HIST-BASE-DELTA TO WS-ADD-MTD
              END-IF
              IF HIST-DATE (1:4) = WS-RUN-DATE (1:4)
                 MOVE HIST-BASE-DELTA TO WS-ADD-YTD
                 SET ROW-USED TO TRUE
              END-IF
           END-IF
           IF NOT ROW-USED
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-HIST-USED-COUNT
           ADD WS-ADD-DAY   TO WS-TOT-DAY
           ADD WS-ADD-PRIOR TO WS-TOT-PRIOR
           ADD WS-ADD-MTD   TO WS-TOT-MTD
           ADD WS-ADD-YTD   TO WS-TOT-YTD
           PERFORM FIND-BUID-ENTRY
           IF PROGRAM-FAILED
              EXIT PARAGRAPH
           END-IF
           ADD WS-ADD-DAY   TO WS-BU-DAY (BU-IDX)
           ADD WS-ADD-PRIOR TO WS-BU-PRIOR (BU-IDX)
           ADD WS-ADD-MTD   TO WS-BU-MTD (BU-IDX)
           ADD WS-ADD-YTD   TO WS-BU-YTD (BU-IDX)
           MOVE HIST-BUID TO WS-NEW-AS-BUID
           MOVE HIST-ASCD TO WS-NEW-AS-ASCD
           PERFORM FIND-ASCD-ENTRY
           IF PROGRAM-FAILED
              EXIT PARAGRAPH
           END-IF
           ADD WS-ADD-DAY   TO WS-AS-DAY (AS-IDX)
           ADD WS-ADD-PRIOR TO WS-AS-PRIOR (AS-IDX)
           ADD WS-ADD-MTD   TO WS-AS-MTD (AS-IDX)
           ADD WS-ADD-YTD   TO WS-AS-YTD (AS-IDX)
           MOVE HIST-BUID TO WS-NEW-RK-BUID
           MOVE HIST-RSK  TO WS-NEW-RK-RSK
           PERFORM FIND-RSK-ENTRY
           IF PROGRAM-FAILED
              EXIT PARAGRAPH
           END-IF
           ADD WS-ADD-DAY   TO WS-RK-DAY (RK-IDX)
           ADD WS-ADD-PRIOR TO WS-RK-PRIOR (RK-IDX)
           ADD WS-ADD-MTD   TO WS-RK-MTD (RK-IDX)
           ADD WS-ADD-YTD   TO WS-RK-YTD (RK-IDX).

      *    EACH FIND POSITIONS ITS INDEX ON THE KEY, OPENING A ZEROED
      *    ENTRY IN KEY ORDER THE FIRST TIME THE KEY IS SEEN.
       FIND-BUID-ENTRY.
           SET ENTRY-NOT-FOUND TO TRUE
           SET BU-IDX TO 1
           SEARCH WS-BUID-ENTRY
              AT END
                 CONTINUE
              WHEN BU-IDX > WS-BUID-COUNT
                 CONTINUE
              WHEN WS-BU-BUID (BU-IDX) = HIST-BUID
                 SET ENTRY-FOUND TO TRUE
              WHEN WS-BU-BUID (BU-IDX) > HIST-BUID
                 CONTINUE
           END-SEARCH
           IF ENTRY-FOUND
              EXIT PARAGRAPH
           END-IF
           IF WS-BUID-COUNT >= WS-BUID-TABLE-MAX
              MOVE 'BUID TABLE FULL' TO WS-SQL-CONTEXT
              PERFORM TABLE-ERROR
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SHIFT-SUB FROM WS-BUID-COUNT BY -1
                   UNTIL WS-SHIFT-SUB < BU-IDX
              MOVE WS-BUID-ENTRY (WS-SHIFT-SUB)
                TO WS-BUID-ENTRY (WS-SHIFT-SUB + 1)
           END-PERFORM
           ADD 1 TO WS-BUID-COUNT
           MOVE HIST-BUID TO WS-BU-BUID (BU-IDX)
           MOVE ZERO TO WS-BU-DAY (BU-IDX) WS-BU-PRIOR (BU-IDX)
                        WS-BU-MTD (BU-IDX) WS-BU-YTD (BU-IDX).

       FIND-ASCD-ENTRY.
           SET ENTRY-NOT-FOUND TO TRUE
           SET AS-IDX TO 1
           SEARCH WS-ASCD-ENTRY
              AT END
                 CONTINUE
              WHEN AS-IDX > WS-ASCD-COUNT
                 CONTINUE
              WHEN WS-AS-KEY (AS-IDX) = WS-NEW-ASCD-KEY
                 SET ENTRY-FOUND TO TRUE
              WHEN WS-AS-KEY (AS-IDX) > WS-NEW-ASCD-KEY
                 CONTINUE
           END-SEARCH
           IF ENTRY-FOUND
              EXIT PARAGRAPH
           END-IF
           IF WS-ASCD-COUNT >= WS-ASCD-TABLE-MAX
              MOVE 'BUID/ASCD TABLE FULL' TO WS-SQL-CONTEXT
              PERFORM TABLE-ERROR
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SHIFT-SUB FROM WS-ASCD-COUNT BY -1
                   UNTIL WS-SHIFT-SUB < AS-IDX
              MOVE WS-ASCD-ENTRY (WS-SHIFT-SUB)
                TO WS-ASCD-ENTRY (WS-SHIFT-SUB + 1)
           END-PERFORM
           ADD 1 TO WS-ASCD-COUNT
           MOVE WS-NEW-ASCD-KEY TO WS-AS-KEY (AS-IDX)
           MOVE ZERO TO WS-AS-DAY (AS-IDX) WS-AS-PRIOR (AS-IDX)
                        WS-AS-MTD (AS-IDX) WS-AS-YTD (AS-IDX).

       FIND-RSK-ENTRY.
           SET ENTRY-NOT-FOUND TO TRUE
           SET RK-IDX TO 1
           SEARCH WS-RSK-ENTRY
              AT END
                 CONTINUE
              WHEN RK-IDX > WS-RSK-COUNT
                 CONTINUE
              WHEN WS-RK-KEY (RK-IDX) = WS-NEW-RSK-KEY
                 SET ENTRY-FOUND TO TRUE
              WHEN WS-RK-KEY (RK-IDX) > WS-NEW-RSK-KEY
                 CONTINUE
           END-SEARCH
           IF ENTRY-FOUND
              EXIT PARAGRAPH
           END-IF
           IF WS-RSK-COUNT >= WS-RSK-TABLE-MAX
              MOVE 'BUID/RSK TABLE FULL' TO WS-SQL-CONTEXT
              PERFORM TABLE-ERROR
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SHIFT-SUB FROM WS-RSK-COUNT BY -1
                   UNTIL WS-SHIFT-SUB < RK-IDX
              MOVE WS-RSK-ENTRY (WS-SHIFT-SUB)
                TO WS-RSK-ENTRY (WS-SHIFT-SUB + 1)
           END-PERFORM
           ADD 1 TO WS-RSK-COUNT
           MOVE WS-NEW-RSK-KEY TO WS-RK-KEY (RK-IDX)
           MOVE ZERO TO WS-RK-DAY (RK-IDX) WS-RK-PRIOR (RK-IDX)
                        WS-RK-MTD (RK-IDX) WS-RK-YTD (RK-IDX).

      *    FOR EACH BUID: ITS TOTAL LINE WITH THE MTD LIMIT AND FLAG,
      *    THEN ITS ASCDS, THEN ITS RSK CLASSES.
       WRITE-ROLLUP-REPORT.
           MOVE WS-RUN-DATE   TO HDR-RUN-DATE
           MOVE WS-PRIOR-DATE TO HDR-PRIOR-DATE
           WRITE PNLRPT-REC FROM WS-RPT-HEADER-1
           WRITE PNLRPT-REC FROM WS-RPT-BLANK-LINE
           WRITE PNLRPT-REC FROM WS-RPT-COLUMN-HEADER
           IF WS-BUID-COUNT = 0
              WRITE PNLRPT-REC FROM WS-RPT-BLANK-LINE
              WRITE PNLRPT-REC FROM WS-RPT-NONE-LINE
              EXIT PARAGRAPH
           END-IF
           SET AS-IDX TO 1
           SET RK-IDX TO 1
           PERFORM VARYING BU-IDX FROM 1 BY 1
                   UNTIL BU-IDX > WS-BUID-COUNT
              PERFORM WRITE-BUID-SECTION
           END-PERFORM
           WRITE PNLRPT-REC FROM WS-RPT-BLANK-LINE
           MOVE 'ALL BUIDS' TO RLL-BUID
           MOVE SPACES      TO RLL-LEVEL RLL-KEY
           MOVE WS-TOT-DAY   TO RLL-DAY
           MOVE WS-TOT-PRIOR TO RLL-PRIOR
           COMPUTE RLL-CHANGE = WS-TOT-DAY - WS-TOT-PRIOR
           MOVE WS-TOT-MTD   TO RLL-MTD
           MOVE WS-TOT-YTD   TO RLL-YTD
           MOVE ZERO         TO RLL-LIMIT
           MOVE SPACES       TO RLL-FLAG
           WRITE PNLRPT-REC FROM WS-RPT-ROLLUP-LINE.

       WRITE-BUID-SECTION.
           PERFORM LOOKUP-BUID-LIMIT
           MOVE WS-BU-MTD (BU-IDX) TO WS-ABS-MTD
           IF WS-ABS-MTD < 0
              COMPUTE WS-ABS-MTD = WS-ABS-MTD * -1
           END-IF
           COMPUTE WS-ABS-PRIOR-MTD =
                   WS-BU-MTD (BU-IDX) - WS-BU-DAY (BU-IDX)
           IF WS-ABS-PRIOR-MTD < 0
              COMPUTE WS-ABS-PRIOR-MTD = WS-ABS-PRIOR-MTD * -1
           END-IF
           MOVE SPACES TO RLL-FLAG
           IF WS-ABS-MTD > WS-BUID-LIMIT
              ADD 1 TO WS-OVER-LIMIT-COUNT
              IF WS-ABS-PRIOR-MTD > WS-BUID-LIMIT
                 MOVE 'OVER LIMIT' TO RLL-FLAG
              ELSE
                 ADD 1 TO WS-NEW-BREACH-COUNT
                 MOVE 'NEW BREACH' TO RLL-FLAG
              END-IF
              DISPLAY 'BRKRG350 - BUID ' WS-BU-BUID (BU-IDX)
                      ' MTD ADJUSTMENT BEYOND LIMIT - ' RLL-FLAG
           END-IF
           WRITE PNLRPT-REC FROM WS-RPT-BLANK-LINE
           MOVE WS-BU-BUID (BU-IDX)  TO RLL-BUID
           MOVE 'TOTAL'              TO RLL-LEVEL
           MOVE SPACES               TO RLL-KEY
           MOVE WS-BU-DAY (BU-IDX)   TO RLL-DAY
           MOVE WS-BU-PRIOR (BU-IDX) TO RLL-PRIOR
           COMPUTE RLL-CHANGE =
                   WS-BU-DAY (BU-IDX) - WS-BU-PRIOR (BU-IDX)
           MOVE WS-BU-MTD (BU-IDX)   TO RLL-MTD
           MOVE WS-BU-YTD (BU-IDX)   TO RLL-YTD
           MOVE WS-BUID-LIMIT        TO RLL-LIMIT
           WRITE PNLRPT-REC FROM WS-RPT-ROLLUP-LINE
           MOVE ZERO   TO RLL-LIMIT
           MOVE SPACES TO RLL-FLAG
           PERFORM WRITE-ASCD-LINE
              UNTIL AS-IDX > WS-ASCD-COUNT
                 OR WS-AS-BUID (AS-IDX) NOT = WS-BU-BUID (BU-IDX)
           PERFORM WRITE-RSK-LINE
              UNTIL RK-IDX > WS-RSK-COUNT
                 OR WS-RK-BUID (RK-IDX) NOT = WS-BU-BUID (BU-IDX).

       WRITE-ASCD-LINE.
           MOVE SPACES               TO RLL-BUID
           MOVE 'ASCD'               TO RLL-LEVEL
           MOVE WS-AS-ASCD (AS-IDX)  TO RLL-KEY
           MOVE WS-AS-DAY (AS-IDX)   TO RLL-DAY
           MOVE WS-AS-PRIOR (AS-IDX) TO RLL-PRIOR
           COMPUTE RLL-CHANGE =
                   WS-AS-DAY (AS-IDX) - WS-AS-PRIOR (AS-IDX)
           MOVE WS-AS-MTD (AS-IDX)   TO RLL-MTD
           MOVE WS-AS-YTD (AS-IDX)   TO RLL-YTD
           WRITE PNLRPT-REC FROM WS-RPT-ROLLUP-LINE
           SET AS-IDX UP BY 1.

       WRITE-RSK-LINE.
           MOVE SPACES               TO RLL-BUID
           MOVE 'RSK'                TO RLL-LEVEL
           MOVE WS-RK-RSK (RK-IDX)   TO RLL-KEY
           MOVE WS-RK-DAY (RK-IDX)   TO RLL-DAY
           MOVE WS-RK-PRIOR (RK-IDX) TO RLL-PRIOR
           COMPUTE RLL-CHANGE =
                   WS-RK-DAY (RK-IDX) - WS-RK-PRIOR (RK-IDX)
           MOVE WS-RK-MTD (RK-IDX)   TO RLL-MTD
           MOVE WS-RK-YTD (RK-IDX)   TO RLL-YTD
           WRITE PNLRPT-REC FROM WS-RPT-ROLLUP-LINE
           SET RK-IDX UP BY 1.

       WRITE-REPORT-TOTALS.
           WRITE PNLRPT-REC FROM WS-RPT-BLANK-LINE
           MOVE 'HISTORY ROWS READ' TO RPT-COUNT-LABEL
           MOVE WS-HIST-READ-COUNT TO RPT-COUNT-VALUE
           WRITE PNLRPT-REC FROM WS-RPT-COUNT-LINE
           MOVE 'HISTORY ROWS IN THE ROLLUP' TO RPT-COUNT-LABEL
           MOVE WS-HIST-USED-COUNT TO RPT-COUNT-VALUE
           WRITE PNLRPT-REC FROM WS-RPT-COUNT-LINE
           MOVE 'HISTORY ROWS DATED TONIGHT' TO RPT-COUNT-LABEL
           MOVE WS-DAY-ROW-COUNT TO RPT-COUNT-VALUE
           WRITE PNLRPT-REC FROM WS-RPT-COUNT-LINE
           MOVE 'HISTORY ROWS UNREADABLE' TO RPT-COUNT-LABEL
           MOVE WS-HIST-BAD-COUNT TO RPT-COUNT-VALUE
           WRITE PNLRPT-REC FROM WS-RPT-COUNT-LINE
           MOVE 'BUIDS REPORTED' TO RPT-COUNT-LABEL
           MOVE WS-BUID-COUNT TO RPT-COUNT-VALUE
           WRITE PNLRPT-REC FROM WS-RPT-COUNT-LINE
           MOVE 'BUIDS BEYOND MTD LIMIT' TO RPT-COUNT-LABEL
           MOVE WS-OVER-LIMIT-COUNT TO RPT-COUNT-VALUE
           WRITE PNLRPT-REC FROM WS-RPT-COUNT-LINE
           MOVE '  NEW BREACHES TONIGHT' TO RPT-COUNT-LABEL
           MOVE WS-NEW-BREACH-COUNT TO RPT-COUNT-VALUE
           WRITE PNLRPT-REC FROM WS-RPT-COUNT-LINE.

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
           MOVE WS-HIST-READ-COUNT TO HV-LOG-IN
           MOVE WS-BUID-COUNT TO HV-LOG-OUT
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
                      'BRKRG350', :HV-LOG-PHASE, :HV-LOG-RC,
                      :HV-LOG-IN, :HV-LOG-OUT)
           END-EXEC
           IF SQLCODE < 0
              DISPLAY 'BRKRG350 RUN LOG INSERT FAILED, CODE '
                      SQLCODE ' - CONTINUING'
           END-IF.

       CHECK-SQL.
           IF SQLCODE < 0
              PERFORM SQL-ERROR
           END-IF.

       SQL-ERROR.
           DISPLAY 'BRKRG350 SQL ERROR IN ' WS-SQL-CONTEXT
                   ' CODE ' SQLCODE
           EXEC SQL ROLLBACK END-EXEC
           MOVE 'Y' TO WS-ABORT-FLAG
           MOVE 'Y' TO WS-END-OF-PNLLIM
           MOVE 'Y' TO WS-END-OF-PNLHIST.

       TABLE-ERROR.
           DISPLAY 'BRKRG350 TABLE ERROR IN ' WS-SQL-CONTEXT
           MOVE 'Y' TO WS-ABORT-FLAG
           MOVE 'Y' TO WS-END-OF-PNLLIM
           MOVE 'Y' TO WS-END-OF-PNLHIST.

      *    A BUID BEYOND ITS MTD LIMIT, OR NO HISTORY TO READ, ENDS
      *    RC=4. NOTHING IS UPDATED, SO A RERUN IS ALWAYS SAFE.
       WRAP-UP.
           IF PROGRAM-FAILED
              DISPLAY 'BRKRG350 ABENDED - CHECK JOBLOG'
              MOVE 12 TO RETURN-CODE
           ELSE
              IF WS-OVER-LIMIT-COUNT > 0 OR WS-MISSING-COUNT > 0
                 MOVE 4 TO RETURN-CODE
              ELSE
                 MOVE 0 TO RETURN-CODE
              END-IF
              DISPLAY 'BRKRG350 NORMAL END'
           END-IF
           PERFORM WRITE-RUN-LOG-END
           DISPLAY '========================================'
           DISPLAY 'BRKRG350 DESK P&L ROLLUP SUMMARY'
           DISPLAY '========================================'
           DISPLAY 'PRIOR ACTIVITY DAY     = ' WS-PRIOR-DATE
           DISPLAY 'HISTORY ROWS READ      = ' WS-HIST-READ-COUNT
           DISPLAY 'HISTORY ROWS USED      = ' WS-HIST-USED-COUNT
           DISPLAY 'ROWS DATED TONIGHT     = ' WS-DAY-ROW-COUNT
           DISPLAY 'ROWS UNREADABLE        = ' WS-HIST-BAD-COUNT
           DISPLAY 'BUIDS REPORTED         = ' WS-BUID-COUNT
           DISPLAY 'BUIDS BEYOND MTD LIMIT = ' WS-OVER-LIMIT-COUNT
           DISPLAY 'NEW BREACHES TONIGHT   = ' WS-NEW-BREACH-COUNT
           DISPLAY '========================================'
           CLOSE PNLRPT-FILE
           GOBACK.

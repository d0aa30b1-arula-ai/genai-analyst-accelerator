       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRKRG250.
       AUTHOR. ANALYST TEAM.
       INSTALLATION. OSZ SECURITIES PROCESSING.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z16.
       OBJECT-COMPUTER. IBM-Z16.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BKO-PARM-FILE ASSIGN TO 'BKO-PARM'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PARM-STATUS.
           SELECT PARTITION-FILE ASSIGN TO 'PARTITION-PARM'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PARTITION-STATUS.
           SELECT CHKPT-FILE ASSIGN TO 'CHKPT-FILE'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CHKPT-STATUS.
           SELECT BKOLIST-FILE ASSIGN TO 'BKOLIST-OUT'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    WHAT TO BACK OUT, AND WHETHER TO DO IT. EITHER THE
      *    BUSINESS DATE OF THE TRADE FILE (EVERY BUY, SELL, CANCEL
      *    AND CORRECT AUDIT ROW BRKRG010 POSTED FROM THE FILE WITH
      *    THAT HEADER DATE, WHATEVER THE TRADES' OWN EXEC DATES)
      *    OR A LOW/HIGH AUDIT_ID RANGE - NEVER BOTH. RUN MODE
      *    'B' BACKS OUT AND COMMITS; ANYTHING ELSE IS A SIMULATION
      *    THAT DOES THE SAME WORK, LISTS EVERY ROW IT TOUCHED, AND
      *    ROLLS ALL OF IT BACK.
       FD  BKO-PARM-FILE
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS BKO-PARM-REC.

       01  BKO-PARM-REC.
           05  PARM-BUS-DATE           PIC 9(08).
           05  PARM-LOW-AUDIT-ID       PIC 9(09).
           05  PARM-HIGH-AUDIT-ID      PIC 9(09).
           05  PARM-RUN-MODE           PIC X(01).
           05  FILLER                  PIC X(13).

      *    THE SAME PARTITION PARM MEMBER BRKRG010 POSTED UNDER -
      *    ONLY THE COST METHOD IS USED, SO A SELL PUT BACK ON THE
      *    BOOKS CONSUMES ITS LOTS THE WAY THE ORIGINAL POSTING DID.
       FD  PARTITION-FILE
           RECORD CONTAINS 51 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS PARTITION-PARM-REC.

       01  PARTITION-PARM-REC.
           05  PARTITION-LOW-SYMBOL    PIC X(10).
           05  PARTITION-HIGH-SYMBOL   PIC X(10).
           05  PARTITION-LOW-ACCOUNT   PIC X(12).
           05  PARTITION-HIGH-ACCOUNT  PIC X(12).
           05  PARTITION-COST-METHOD   PIC X.
           05  PARTITION-SUSP-AGE-LIM  PIC 9(03).
           05  PARTITION-RETAIN-MONTHS PIC 9(03).

      *    BRKRG010'S CHECKPOINT. CHKPT-LAST-BUS-DATE IS THE GUARD
      *    THAT REFUSES A TRADE FILE WHOSE BUSINESS DATE ALREADY
      *    POSTED; A BACKOUT OF THAT DATE MOVES THE GUARD BACK SO
      *    THE CORRECTED FILE CAN POST.
       FD  CHKPT-FILE
           RECORD CONTAINS 38 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS CHKPT-RECORD.

       01  CHKPT-RECORD.
           05  CHKPT-READ-COUNT        PIC 9(09).
           05  CHKPT-LAST-TRADE-ID     PIC X(16).
           05  CHKPT-SUSP-COUNT        PIC 9(05).
           05  CHKPT-LAST-BUS-DATE     PIC 9(08).

       FD  BKOLIST-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS BKOLIST-REC.

       01  BKOLIST-REC                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-ABORT-FLAG            PIC X VALUE 'N'.
           88  PROGRAM-OK                     VALUE 'N'.
           88  PROGRAM-FAILED                 VALUE 'Y'.
       01  WS-REFUSED-SW            PIC X VALUE 'N'.
           88  RUN-ACCEPTED                   VALUE 'N'.
           88  RUN-REFUSED                    VALUE 'Y'.
       01  WS-RUN-MODE-SW           PIC X VALUE 'S'.
           88  BACKOUT-MODE                   VALUE 'B'.
           88  SIMULATE-MODE                  VALUE 'S'.
       01  WS-SELECT-MODE-SW        PIC X VALUE 'D'.
           88  SELECT-BY-DATE                 VALUE 'D'.
           88  SELECT-BY-RANGE                VALUE 'R'.
       01  WS-ROW-FOUND             PIC X VALUE 'N'.
       01  WS-PRIOR-FOUND-SW        PIC X VALUE 'N'.
           88  PRIOR-FOUND                    VALUE 'Y'.
           88  PRIOR-NOT-FOUND                VALUE 'N'.
       01  WS-ORIG-FOUND-SW         PIC X VALUE 'N'.
           88  ORIG-FOUND                     VALUE 'Y'.
           88  ORIG-NOT-FOUND                 VALUE 'N'.
       01  WS-LOT-FOUND-SW          PIC X VALUE 'N'.
           88  LOT-FOUND                      VALUE 'Y'.
           88  LOT-NOT-FOUND                  VALUE 'N'.
       01  WS-CONFLICT-EOF-SW       PIC X VALUE 'N'.
           88  CONFLICT-CURSOR-EOF            VALUE 'Y'.
       01  WS-SELECT-EOF-SW         PIC X VALUE 'N'.
           88  SELECT-CURSOR-EOF              VALUE 'Y'.
       01  WS-GAIN-EOF-SW           PIC X VALUE 'N'.
           88  GAIN-CURSOR-EOF                VALUE 'Y'.
       01  WS-LEDGER-EOF-SW         PIC X VALUE 'N'.
           88  LEDGER-CURSOR-EOF              VALUE 'Y'.
       01  WS-COST-METHOD           PIC X VALUE 'F'.
           88  COST-METHOD-FIFO               VALUE 'F'.
           88  COST-METHOD-LIFO               VALUE 'L'.
       01  WS-GAIN-TERM             PIC X(02) VALUE SPACES.
           88  GAIN-SHORT-TERM                VALUE 'ST'.
           88  GAIN-LONG-TERM                 VALUE 'LT'.
       01  WS-PARM-STATUS           PIC X(02).
       01  WS-PARTITION-STATUS      PIC X(02).
       01  WS-CHKPT-STATUS          PIC X(02).
       01  WS-SQL-CONTEXT           PIC X(30).

       01  WS-CONFLICT-COUNT        PIC S9(9) COMP VALUE 0.
       01  WS-BACKED-OUT-COUNT      PIC S9(9) COMP VALUE 0.
       01  WS-POSITION-COUNT        PIC S9(9) COMP VALUE 0.
       01  WS-LOT-CHANGE-COUNT      PIC S9(9) COMP VALUE 0.
       01  WS-GAIN-DELETE-COUNT     PIC S9(9) COMP VALUE 0.
       01  WS-GAIN-ADD-COUNT        PIC S9(9) COMP VALUE 0.
       01  WS-PEND-DELETE-COUNT     PIC S9(9) COMP VALUE 0.
       01  WS-PEND-ADD-COUNT        PIC S9(9) COMP VALUE 0.
       01  WS-LEDGER-DELETE-COUNT   PIC S9(9) COMP VALUE 0.
       01  WS-AUDIT-ADD-COUNT       PIC S9(9) COMP VALUE 0.
       01  WS-EXCEPTION-COUNT       PIC S9(9) COMP VALUE 0.
       01  WS-LEDGER-DELETE-TOTAL   PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-TOTAL-DISP            PIC -(14)9.99.

       01  WS-RUN-DATE              PIC 9(08) VALUE 0.
       01  WS-BUS-DATE              PIC 9(08) VALUE 0.
       01  WS-LOW-AUDIT-ID          PIC 9(09) VALUE 0.
       01  WS-HIGH-AUDIT-ID         PIC 9(09) VALUE 0.
       01  WS-BACKOUT-BUS-DATE      PIC 9(08) VALUE 0.
       01  WS-GUARD-OLD-DATE        PIC 9(08) VALUE 0.
       01  WS-GUARD-NEW-DATE        PIC 9(08) VALUE 0.
       01  WS-DATE-INT              PIC S9(9) COMP VALUE 0.
       01  WS-ACQUIRE-INT           PIC S9(9) COMP VALUE 0.
       01  WS-CLOSE-INT             PIC S9(9) COMP VALUE 0.
       01  WS-HOLD-DAYS             PIC S9(9) COMP VALUE 0.
       01  WS-NEXT-BKO-AUDIT-ID     PIC S9(9) COMP VALUE 0.

       01  WS-PRE-QTY               PIC S9(9) COMP-3 VALUE 0.
       01  WS-PRE-COST              PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-DELTA-QTY             PIC S9(9) COMP-3 VALUE 0.
       01  WS-DELTA-COST            PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-AFTER-COST            PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-CLOSE-TOTAL           PIC S9(9) COMP-3 VALUE 0.
       01  WS-RESIDUAL-QTY          PIC S9(9) COMP-3 VALUE 0.
       01  WS-REMAINING-QTY         PIC S9(9) COMP-3 VALUE 0.
       01  WS-SHORT-QTY             PIC S9(9) COMP-3 VALUE 0.

      *    THE LOT WORK TO UNDO FOR ONE POSTING - THE BACKED-OUT
      *    ROW'S OWN, OR A CORRECTION'S, WHICH REAPPLIED ITS
      *    ORIGINAL'S SIDE ON THE ORIGINAL'S EXECUTION DATE.
       01  WS-UNDO-TRADE-ID         PIC X(16) VALUE SPACES.
       01  WS-UNDO-SIDE             PIC X(01) VALUE SPACE.
       01  WS-UNDO-QTY              PIC S9(9) COMP-3 VALUE 0.
       01  WS-UNDO-LOAD-PRICE       PIC S9(7)V99 COMP-3 VALUE 0.
       01  WS-UNDO-NET-PRICE        PIC S9(7)V99 COMP-3 VALUE 0.
       01  WS-UNDO-ACQUIRE-DATE     PIC 9(08) VALUE 0.

      *    COMPENSATING AUDIT ROWS ARE SIDE X UNDER TRADE-ID 'BKO'
      *    PLUS THE AUDIT_ID OF THE ROW THEY REVERSE, WITH THAT
      *    ROW'S TRADE-ID AS ORIG_TRADE_ID - SO EVERY DOWNSTREAM
      *    READER CAN TELL A BACKED-OUT POSTING FROM A LIVE ONE.
       01  WS-BKO-TRADE-ID.
           05  FILLER               PIC X(03) VALUE 'BKO'.
           05  WS-BKO-AUDIT-NUM     PIC 9(09).
           05  FILLER               PIC X(04) VALUE SPACES.

       01  WS-SEL-SUB               PIC S9(9) COMP VALUE 0.
       01  WS-PAIR-SUB              PIC S9(9) COMP VALUE 0.
       01  WS-SEL-COUNT             PIC S9(9) COMP VALUE 0.
       01  WS-SEL-TABLE-MAX         PIC S9(9) COMP VALUE 10000.
       01  WS-SEL-TABLE.
           05  WS-SEL-ENTRY OCCURS 10000 TIMES INDEXED BY SEL-IDX.
               10  WS-SEL-AUDIT-ID     PIC S9(9) COMP.
               10  WS-SEL-TRADE-ID     PIC X(16).
               10  WS-SEL-ACCOUNT      PIC X(12).
               10  WS-SEL-SYMBOL       PIC X(10).
               10  WS-SEL-SIDE         PIC X(01).
               10  WS-SEL-QTY          PIC S9(9) COMP-3.
               10  WS-SEL-PRICE        PIC S9(7)V99 COMP-3.
               10  WS-SEL-EXEC-DATE    PIC 9(08).
               10  WS-SEL-NEW-QTY      PIC S9(9) COMP-3.
               10  WS-SEL-NEW-AVG      PIC S9(9)V99 COMP-3.
               10  WS-SEL-ORIG-ID      PIC X(16).
               10  WS-SEL-COMMISSION   PIC S9(5)V99 COMP-3.
               10  WS-SEL-FEES         PIC S9(5)V99 COMP-3.
               10  WS-SEL-SETTLE-DATE  PIC 9(08).
               10  WS-SEL-CURRENCY     PIC X(03).
      *            'Y' ON A BUY/SELL WHOSE CANCEL OR CORRECT IS IN
      *            THE SAME BACKOUT - ITS LOTS WERE ALREADY UNDONE
      *            AT POSTING, SO ONLY ITS CASH AND POSITION MOVE.
               10  WS-SEL-PAIRED       PIC X(01).
      *            ON A CANCEL/CORRECT: THE ENTRY HOLDING ITS
      *            ORIGINAL, OR ZERO WHEN THE ORIGINAL POSTED OUTSIDE
      *            THIS BACKOUT AND MUST BE PUT BACK ON THE BOOKS.
               10  WS-SEL-ORIG-SUB     PIC S9(9) COMP.

       01  WS-LIST-HEADER-1.
           05  FILLER               PIC X(36) VALUE
               'BRKRG250 TRADE POSTING BACKOUT - '.
           05  HDR-MODE             PIC X(40).
           05  FILLER               PIC X(10) VALUE 'RUN DATE '.
           05  HDR-RUN-DATE         PIC 9(08).
           05  FILLER               PIC X(38) VALUE SPACES.

       01  WS-LIST-HEADER-2.
           05  FILLER               PIC X(16) VALUE 'SELECTION'.
           05  HDR-SELECTION        PIC X(60).
           05  FILLER               PIC X(14) VALUE 'COST METHOD '.
           05  HDR-COST-METHOD      PIC X(01).
           05  FILLER               PIC X(41) VALUE SPACES.

       01  WS-LIST-HEADER-3.
           05  FILLER               PIC X(11) VALUE 'ACTION'.
           05  FILLER               PIC X(13) VALUE 'ACCOUNT'.
           05  FILLER               PIC X(11) VALUE 'SYMBOL'.
           05  FILLER               PIC X(17) VALUE 'TRADE-ID'.
           05  FILLER               PIC X(10) VALUE ' AUDIT-ID'.
           05  FILLER               PIC X(02) VALUE 'S'.
           05  FILLER               PIC X(09) VALUE 'REF'.
           05  FILLER               PIC X(11) VALUE '  QUANTITY'.
           05  FILLER               PIC X(15) VALUE
               '  PRICE/AMOUNT'.
           05  FILLER               PIC X(33) VALUE 'NOTE'.

       01  WS-LIST-DETAIL.
           05  LST-ACTION           PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  LST-ACCOUNT          PIC X(12).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  LST-SYMBOL           PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  LST-TRADE-ID         PIC X(16).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  LST-AUDIT-ID         PIC Z(8)9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  LST-SIDE             PIC X(01).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  LST-REF              PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  LST-QTY              PIC -(9)9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  LST-AMOUNT           PIC -(10)9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  LST-NOTE             PIC X(30).
           05  FILLER               PIC X(03) VALUE SPACES.

       01  WS-LIST-TOTAL-1.
           05  FILLER               PIC X(20) VALUE
               'ROWS BACKED OUT     '.
           05  RPT-BACKED-OUT-COUNT PIC Z(8)9.
           05  FILLER               PIC X(20) VALUE
               '  POSITIONS CHANGED '.
           05  RPT-POSITION-COUNT   PIC Z(8)9.
           05  FILLER               PIC X(20) VALUE
               '  LOT CHANGES       '.
           05  RPT-LOT-CHANGE-COUNT PIC Z(8)9.
           05  FILLER               PIC X(45) VALUE SPACES.

       01  WS-LIST-TOTAL-2.
           05  FILLER               PIC X(20) VALUE
               'GAIN ROWS DELETED   '.
           05  RPT-GAIN-DELETE-COUNT PIC Z(8)9.
           05  FILLER               PIC X(20) VALUE
               '  GAIN ROWS ADDED   '.
           05  RPT-GAIN-ADD-COUNT   PIC Z(8)9.
           05  FILLER               PIC X(20) VALUE
               '  AUDIT ROWS ADDED  '.
           05  RPT-AUDIT-ADD-COUNT  PIC Z(8)9.
           05  FILLER               PIC X(45) VALUE SPACES.

       01  WS-LIST-TOTAL-3.
           05  FILLER               PIC X(20) VALUE
               'PEND ROWS DELETED   '.
           05  RPT-PEND-DELETE-COUNT PIC Z(8)9.
           05  FILLER               PIC X(20) VALUE
               '  PEND ROWS ADDED   '.
           05  RPT-PEND-ADD-COUNT   PIC Z(8)9.
           05  FILLER               PIC X(20) VALUE
               '  CASH ROWS DELETED '.
           05  RPT-LEDGER-DELETE-COUNT PIC Z(8)9.
           05  FILLER               PIC X(14) VALUE
               '  CASH AMOUNT '.
           05  RPT-LEDGER-DELETE-TOTAL PIC -(11)9.99.
           05  FILLER               PIC X(16) VALUE SPACES.

       01  WS-LIST-TOTAL-4.
           05  FILLER               PIC X(20) VALUE
               'CONFLICTS           '.
           05  RPT-CONFLICT-COUNT   PIC Z(8)9.
           05  FILLER               PIC X(20) VALUE
               '  EXCEPTIONS        '.
           05  RPT-EXCEPTION-COUNT  PIC Z(8)9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  RPT-OUTCOME          PIC X(50).
           05  FILLER               PIC X(22) VALUE SPACES.

       01  WS-LIST-BLANK-LINE       PIC X(132) VALUE SPACES.
       01  WS-LOT-SEQ-DISP          PIC Z(7)9.
       01  WS-QTY-DISP              PIC -(9)9.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  HV-PLAN-ID              PIC X(08).
       01  HV-ACCOUNT-ID           PIC X(12).
       01  HV-SYMBOL               PIC X(10).
       01  HV-TRADE-ID             PIC X(16).
       01  HV-TRADE-SIDE           PIC X(01).
       01  HV-QUANTITY             PIC S9(9) COMP-3.
       01  HV-PRICE                PIC S9(7)V99 COMP-3.
       01  HV-EXEC-DATE            PIC 9(8).
       01  HV-COMMISSION           PIC S9(5)V99 COMP-3.
       01  HV-FEES                 PIC S9(5)V99 COMP-3.
       01  HV-SETTLE-DATE          PIC 9(8).
       01  HV-BUS-DATE             PIC 9(8).
       01  HV-CURRENCY             PIC X(3).
       01  HV-LOAD-PRICE           PIC S9(7)V99 COMP-3.
       01  HV-NET-PRICE            PIC S9(7)V99 COMP-3.
       01  HV-SEL-AUDIT-ID         PIC S9(9) COMP.
       01  HV-AUDIT-ID             PIC S9(9) COMP.
       01  HV-BLOCK-SIZE           PIC S9(9) COMP.
       01  HV-ROW-NEW-QTY          PIC S9(9) COMP-3.
       01  HV-ROW-NEW-AVG          PIC S9(9)V99 COMP-3.
       01  HV-PRIOR-QTY            PIC S9(9) COMP-3.
       01  HV-PRIOR-AVG            PIC S9(9)V99 COMP-3.
       01  HV-POS-QTY              PIC S9(9) COMP-3.
       01  HV-AVG-COST             PIC S9(9)V99 COMP-3.
       01  HV-NEW-QTY              PIC S9(9) COMP-3.
       01  HV-NEW-AVG              PIC S9(9)V99 COMP-3.
       01  HV-ORIG-TRADE-ID        PIC X(16).
       01  HV-BKO-TRADE-ID         PIC X(16).
       01  HV-ORIG-AUDIT-ID        PIC S9(9) COMP.
       01  HV-ORIG-SIDE            PIC X(01).
       01  HV-ORIG-QTY             PIC S9(9) COMP-3.
       01  HV-ORIG-PRICE           PIC S9(7)V99 COMP-3.
       01  HV-ORIG-EXEC-DATE       PIC 9(8).
       01  HV-ORIG-COMMISSION      PIC S9(5)V99 COMP-3.
       01  HV-ORIG-FEES            PIC S9(5)V99 COMP-3.
       01  HV-ORIG-SETTLE-DATE     PIC 9(8).
       01  HV-ORIG-LOAD-PRICE      PIC S9(7)V99 COMP-3.
       01  HV-ORIG-NET-PRICE       PIC S9(7)V99 COMP-3.
       01  HV-LOT-SEQ              PIC S9(9) COMP.
       01  HV-LOT-QTY              PIC S9(9) COMP-3.
       01  HV-LOT-OPEN-QTY         PIC S9(9) COMP-3.
       01  HV-LOT-OPEN-PRICE       PIC S9(7)V99 COMP-3.
       01  HV-LOT-ACQUIRE-DATE     PIC 9(8).
       01  HV-LOT-EXEC-DATE        PIC 9(8).
       01  HV-CLOSE-QTY            PIC S9(9) COMP-3.
       01  HV-GAIN-AMT             PIC S9(9)V99 COMP-3.
       01  HV-GAIN-CLOSE-PRICE     PIC S9(7)V99 COMP-3.
       01  HV-HOLD-DAYS            PIC S9(9) COMP.
       01  HV-GAIN-TERM            PIC X(2).
       01  HV-SHORT-FLAG           PIC X(01).
       01  HV-GAIN-TRADE-ID        PIC X(16).
       01  HV-TRD-REF-ID           PIC X(16).
       01  HV-TRX-REF-ID           PIC X(16).
       01  HV-POST-DATE            PIC 9(8).
       01  HV-LEDGER-SEQ           PIC S9(9) COMP.
       01  HV-ENTRY-TYPE           PIC X(03).
       01  HV-AMOUNT               PIC S9(11)V99 COMP-3.
       01  HV-ROW-COUNT            PIC S9(9) COMP.
       01  HV-LOW-AUDIT-ID         PIC S9(9) COMP.
       01  HV-HIGH-AUDIT-ID        PIC S9(9) COMP.
       01  HV-LOW-DATE             PIC 9(8).
       01  HV-HIGH-DATE            PIC 9(8).
       01  HV-RUN-DATE             PIC 9(8).
       01  HV-CONFLICT-AUDIT-ID    PIC S9(9) COMP.
       01  HV-CONFLICT-COUNT       PIC S9(9) COMP.
       01  HV-LOG-DATE             PIC 9(8).
       01  HV-LOG-PHASE            PIC X(01).
       01  HV-LOG-RC               PIC S9(4) COMP.
       01  HV-LOG-IN               PIC S9(9) COMP.
       01  HV-LOG-OUT              PIC S9(9) COMP.
       EXEC SQL END DECLARE SECTION END-EXEC.

       01  FILLER.
           05  WS-PLAN-NAME        PIC X(8)  VALUE 'ULTRA01'.

       PROCEDURE DIVISION.

      *    THE ROWS TO BACK OUT: EVERY BUY, SELL, CANCEL AND
      *    CORRECT BRKRG010 POSTED IN THE SELECTION, EXCEPT ROWS AN
      *    EARLIER BACKOUT ALREADY REVERSED AND THE COMPENSATING
      *    ROWS THEMSELVES. CORPORATE ACTIONS (A), TRANSFERS (T)
      *    AND STOCK DIVIDENDS (D) ARE NEVER SELECTED. A DATE RUN
      *    SETS THE AUDIT_ID BOUNDS WIDE OPEN; A RANGE RUN SETS THE
      *    DATE BOUNDS WIDE OPEN. THE DATE IS THE BUSINESS DATE
      *    BRKRG010 STAMPED FROM THE FILE HEADER; A ROW POSTED
      *    BEFORE BUS_DATE WAS CARRIED HAS NONE AND FALLS BACK TO
      *    ITS EXEC DATE.
       EXEC SQL
            DECLARE SELECT-CURSOR CURSOR FOR
            SELECT A.AUDIT_ID, A.TRADE_ID, A.ACCOUNT_ID, A.SYMBOL,
                   A.SIDE, A.QUANTITY, A.PRICE, A.EXEC_DATE,
                   COALESCE(A.NEW_QTY, 0), COALESCE(A.NEW_AVG, 0),
                   A.ORIG_TRADE_ID,
                   COALESCE(A.COMMISSION, 0), COALESCE(A.FEES, 0),
                   COALESCE(A.SETTLE_DATE, A.EXEC_DATE),
                   COALESCE(A.CURRENCY, 'USD'),
                   COALESCE(A.BUS_DATE, A.EXEC_DATE)
              FROM BRKG_TRADE_AUD A
             WHERE A.PLAN_ID = :HV-PLAN-ID
               AND A.AUDIT_ID BETWEEN :HV-LOW-AUDIT-ID
                                  AND :HV-HIGH-AUDIT-ID
               AND COALESCE(A.BUS_DATE, A.EXEC_DATE)
                   BETWEEN :HV-LOW-DATE AND :HV-HIGH-DATE
               AND A.SIDE IN ('B', 'S', 'X', 'C')
               AND A.TRADE_ID NOT LIKE 'BKO%'
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
             ORDER BY A.AUDIT_ID ASC
       END-EXEC.

      *    A POSITION CAN ONLY BE WOUND BACK IF NOTHING BUT STOCK
      *    DIVIDENDS HAS TOUCHED IT SINCE THE SELECTED ROWS POSTED.
      *    ANY LATER TRADE, CANCEL, CORPORATE ACTION, TRANSFER OR
      *    EARLIER BACKOUT OUTSIDE THE SELECTION MAY HAVE CONSUMED
      *    OR RESHAPED THE LOTS BEING RESTORED, SO THE WHOLE RUN IS
      *    REFUSED AND THE POSITIONS ARE LISTED FOR THE DESK.
       EXEC SQL
            DECLARE CONFLICT-CURSOR CURSOR FOR
            SELECT S.ACCOUNT_ID, S.SYMBOL, MIN(L.AUDIT_ID),
                   COUNT(DISTINCT L.AUDIT_ID)
              FROM BRKG_TRADE_AUD S,
                   BRKG_TRADE_AUD L
             WHERE S.PLAN_ID = :HV-PLAN-ID
               AND S.AUDIT_ID BETWEEN :HV-LOW-AUDIT-ID
                                  AND :HV-HIGH-AUDIT-ID
               AND COALESCE(S.BUS_DATE, S.EXEC_DATE)
                   BETWEEN :HV-LOW-DATE AND :HV-HIGH-DATE
               AND S.SIDE IN ('B', 'S', 'X', 'C')
               AND S.TRADE_ID NOT LIKE 'BKO%'
               AND NOT EXISTS
                   (SELECT 1
                      FROM BRKG_TRADE_AUD K
                     WHERE K.PLAN_ID = S.PLAN_ID
                       AND K.ACCOUNT_ID = S.ACCOUNT_ID
                       AND K.SYMBOL = S.SYMBOL
                       AND K.SIDE = 'X'
                       AND K.TRADE_ID LIKE 'BKO%'
                       AND K.ORIG_TRADE_ID = S.TRADE_ID
                       AND K.AUDIT_ID > S.AUDIT_ID)
               AND L.PLAN_ID = S.PLAN_ID
               AND L.ACCOUNT_ID = S.ACCOUNT_ID
               AND L.SYMBOL = S.SYMBOL
               AND L.AUDIT_ID > S.AUDIT_ID
               AND L.SIDE <> 'D'
               AND NOT (L.AUDIT_ID BETWEEN :HV-LOW-AUDIT-ID
                                       AND :HV-HIGH-AUDIT-ID
                        AND COALESCE(L.BUS_DATE, L.EXEC_DATE)
                            BETWEEN :HV-LOW-DATE AND :HV-HIGH-DATE
                        AND L.SIDE IN ('B', 'S', 'X', 'C')
                        AND L.TRADE_ID NOT LIKE 'BKO%')
             GROUP BY S.ACCOUNT_ID, S.SYMBOL
             ORDER BY S.ACCOUNT_ID, S.SYMBOL
       END-EXEC.

       EXEC SQL
            DECLARE GAIN-CURSOR CURSOR FOR
            SELECT LOT_SEQ, CLOSE_QTY, OPEN_PRICE, ACQUIRE_DATE,
                   GAIN_AMT, COALESCE(SHORT_FLAG, ' ')
              FROM BRKG_LOT_GAIN
             WHERE PLAN_ID = :HV-PLAN-ID
               AND ACCOUNT_ID = :HV-ACCOUNT-ID
               AND SYMBOL = :HV-SYMBOL
               AND TRADE_ID = :HV-GAIN-TRADE-ID
             ORDER BY LOT_SEQ ASC
       END-EXEC.

      *    THE TRADE CASH BRKRG110 LEDGERED FOR A BACKED-OUT
      *    POSTING: ITS OWN 'TRD' ROW, AND FOR A CANCEL OR CORRECT
      *    THE 'TRX' ROW THAT REVERSED ITS ORIGINAL.
       EXEC SQL
            DECLARE LEDGER-CURSOR CURSOR FOR
            SELECT POST_DATE, LEDGER_SEQ, ENTRY_TYPE, AMOUNT
              FROM BRKG_CASH_LEDGER
             WHERE PLAN_ID = :HV-PLAN-ID
               AND ACCOUNT_ID = :HV-ACCOUNT-ID
               AND ((ENTRY_TYPE = 'TRD' AND REF_ID = :HV-TRD-REF-ID)
                 OR (ENTRY_TYPE = 'TRX' AND REF_ID = :HV-TRX-REF-ID))
             ORDER BY POST_DATE ASC, LEDGER_SEQ ASC
       END-EXEC.

      *    LOTS A SELL PUT BACK ON THE BOOKS MAY CONSUME - NONE
      *    ACQUIRED AFTER THE SELL ITSELF EXECUTED.
       EXEC SQL
            DECLARE LOT-CURSOR-FIFO CURSOR FOR
            SELECT LOT_SEQ, OPEN_QTY, OPEN_PRICE, ACQUIRE_DATE
              FROM BRKG_POSITION_LOT
             WHERE PLAN_ID = :HV-PLAN-ID
               AND ACCOUNT_ID = :HV-ACCOUNT-ID
               AND SYMBOL = :HV-SYMBOL
               AND OPEN_QTY > 0
               AND ACQUIRE_DATE <= :HV-LOT-EXEC-DATE
             ORDER BY ACQUIRE_DATE ASC, LOT_SEQ ASC
       END-EXEC.

       EXEC SQL
            DECLARE LOT-CURSOR-LIFO CURSOR FOR
            SELECT LOT_SEQ, OPEN_QTY, OPEN_PRICE, ACQUIRE_DATE
              FROM BRKG_POSITION_LOT
             WHERE PLAN_ID = :HV-PLAN-ID
               AND ACCOUNT_ID = :HV-ACCOUNT-ID
               AND SYMBOL = :HV-SYMBOL
               AND OPEN_QTY > 0
               AND ACQUIRE_DATE <= :HV-LOT-EXEC-DATE
             ORDER BY ACQUIRE_DATE DESC, LOT_SEQ DESC
       END-EXEC.

      *    THE WHOLE BACKOUT IS ONE UNIT OF WORK. A SIMULATION RUNS
      *    EXACTLY THE SAME PATH AND ROLLS IT BACK AT THE END, SO
      *    THE LISTING SHOWS PRECISELY WHAT A BACKOUT RUN WILL DO.
       MAIN-SECTION.
           PERFORM INIT-PROGRAM
           IF PROGRAM-FAILED
              GO TO WRAP-UP
           END-IF
           PERFORM CHECK-LATER-ACTIVITY
           IF PROGRAM-FAILED OR RUN-REFUSED
              GO TO WRAP-UP
           END-IF
           PERFORM LOAD-SELECTED-ROWS
           IF PROGRAM-FAILED
              GO TO WRAP-UP
           END-IF
           IF WS-SEL-COUNT = 0
              DISPLAY 'BRKRG250 - NOTHING IN THE SELECTION TO '
                      'BACK OUT'
              ADD 1 TO WS-EXCEPTION-COUNT
              MOVE 'NOTHING SELECTED - NOTHING CHANGED' TO RPT-OUTCOME
              PERFORM WRITE-LIST-TOTALS
              GO TO WRAP-UP
           END-IF
           PERFORM MARK-PAIRED-ROWS
              VARYING WS-SEL-SUB FROM 1 BY 1
              UNTIL WS-SEL-SUB > WS-SEL-COUNT
           PERFORM RESERVE-AUDIT-IDS
           IF PROGRAM-FAILED
              GO TO WRAP-UP
           END-IF
           PERFORM BACK-OUT-ONE-ROW
              VARYING WS-SEL-SUB FROM WS-SEL-COUNT BY -1
              UNTIL WS-SEL-SUB < 1 OR PROGRAM-FAILED
           IF PROGRAM-FAILED
              GO TO WRAP-UP
           END-IF
           IF BACKOUT-MODE
              MOVE 'COMMIT BACKOUT' TO WS-SQL-CONTEXT
              EXEC SQL COMMIT END-EXEC
              PERFORM CHECK-SQL
              IF PROGRAM-FAILED
                 GO TO WRAP-UP
              END-IF
              MOVE 'BACKED OUT AND COMMITTED' TO RPT-OUTCOME
           ELSE
              MOVE 'ROLLBACK SIMULATION' TO WS-SQL-CONTEXT
              EXEC SQL ROLLBACK END-EXEC
              PERFORM CHECK-SQL
              IF PROGRAM-FAILED
                 GO TO WRAP-UP
              END-IF
              MOVE 'SIMULATION - ALL CHANGES ROLLED BACK'
                TO RPT-OUTCOME
           END-IF
           PERFORM RESET-POSTING-GUARD
           PERFORM WRITE-LIST-TOTALS
           PERFORM WRAP-UP
           GOBACK.

       INIT-PROGRAM.
           DISPLAY 'BRKRG250 STARTING - TRADE POSTING BACKOUT'
           MOVE WS-PLAN-NAME TO HV-PLAN-ID
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
           MOVE WS-RUN-DATE TO HV-RUN-DATE
           MOVE WS-RUN-DATE TO HV-LOG-DATE
           PERFORM WRITE-RUN-LOG-START
           OPEN OUTPUT BKOLIST-FILE
           PERFORM LOAD-BACKOUT-PARM
           IF PROGRAM-FAILED
              EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-COST-METHOD
           IF BACKOUT-MODE
              MOVE 'BACKOUT - CHANGES COMMITTED' TO HDR-MODE
           ELSE
              MOVE 'SIMULATION - NOTHING COMMITTED' TO HDR-MODE
           END-IF
           MOVE WS-RUN-DATE TO HDR-RUN-DATE
           MOVE SPACES TO HDR-SELECTION
           IF SELECT-BY-DATE
              STRING 'BUSINESS DATE ' WS-BUS-DATE
                 DELIMITED BY SIZE INTO HDR-SELECTION
              END-STRING
           ELSE
              STRING 'AUDIT_ID ' WS-LOW-AUDIT-ID ' TO '
                     WS-HIGH-AUDIT-ID
                 DELIMITED BY SIZE INTO HDR-SELECTION
              END-STRING
           END-IF
           MOVE WS-COST-METHOD TO HDR-COST-METHOD
           WRITE BKOLIST-REC FROM WS-LIST-HEADER-1
           WRITE BKOLIST-REC FROM WS-LIST-HEADER-2
           WRITE BKOLIST-REC FROM WS-LIST-BLANK-LINE
           WRITE BKOLIST-REC FROM WS-LIST-HEADER-3.

      *    EXACTLY ONE SELECTION IS REQUIRED - A BUSINESS DATE, OR
      *    AN AUDIT_ID RANGE. A PARM CARRYING BOTH, NEITHER, OR A
      *    RANGE THAT RUNS BACKWARDS IS REFUSED BEFORE ANYTHING IS
      *    READ.
       LOAD-BACKOUT-PARM.
           OPEN INPUT BKO-PARM-FILE
           IF WS-PARM-STATUS = '00'
              READ BKO-PARM-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF PARM-BUS-DATE IS NUMERIC
                       MOVE PARM-BUS-DATE TO WS-BUS-DATE
                    END-IF
                    IF PARM-LOW-AUDIT-ID IS NUMERIC
                       MOVE PARM-LOW-AUDIT-ID TO WS-LOW-AUDIT-ID
                    END-IF
                    IF PARM-HIGH-AUDIT-ID IS NUMERIC
                       MOVE PARM-HIGH-AUDIT-ID TO WS-HIGH-AUDIT-ID
                    END-IF
                    IF PARM-RUN-MODE = 'B'
                       SET BACKOUT-MODE TO TRUE
                    END-IF
              END-READ
              CLOSE BKO-PARM-FILE
           END-IF
           IF WS-BUS-DATE > 0
              AND WS-LOW-AUDIT-ID = 0 AND WS-HIGH-AUDIT-ID = 0
              SET SELECT-BY-DATE TO TRUE
              COMPUTE WS-DATE-INT =
                      FUNCTION INTEGER-OF-DATE(WS-BUS-DATE)
              IF WS-DATE-INT = 0
                 DISPLAY 'BRKRG250 - INVALID BUSINESS DATE IN PARM'
                 MOVE 'Y' TO WS-ABORT-FLAG
                 EXIT PARAGRAPH
              END-IF
              MOVE 0         TO HV-LOW-AUDIT-ID
              MOVE 999999999 TO HV-HIGH-AUDIT-ID
              MOVE WS-BUS-DATE TO HV-LOW-DATE HV-HIGH-DATE
              MOVE WS-BUS-DATE TO WS-BACKOUT-BUS-DATE
           ELSE
              IF WS-BUS-DATE = 0
                 AND WS-LOW-AUDIT-ID > 0
                 AND WS-HIGH-AUDIT-ID NOT < WS-LOW-AUDIT-ID
                 SET SELECT-BY-RANGE TO TRUE
                 MOVE WS-LOW-AUDIT-ID  TO HV-LOW-AUDIT-ID
                 MOVE WS-HIGH-AUDIT-ID TO HV-HIGH-AUDIT-ID
                 MOVE 0        TO HV-LOW-DATE
                 MOVE 99999999 TO HV-HIGH-DATE
              ELSE
                 DISPLAY 'BRKRG250 - INVALID BACKOUT PARM - GIVE A '
                         'BUSINESS DATE OR AN AUDIT_ID RANGE'
                 MOVE 'Y' TO WS-ABORT-FLAG
                 EXIT PARAGRAPH
              END-IF
           END-IF
           IF BACKOUT-MODE
              DISPLAY 'BRKRG250 BACKOUT RUN - CHANGES WILL BE '
                      'COMMITTED'
           ELSE
              DISPLAY 'BRKRG250 SIMULATION RUN - NOTHING WILL BE '
                      'COMMITTED'
           END-IF.

       LOAD-COST-METHOD.
           OPEN INPUT PARTITION-FILE
           IF WS-PARTITION-STATUS = '00'
              READ PARTITION-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF PARTITION-COST-METHOD = 'F'
                       OR PARTITION-COST-METHOD = 'L'
                       MOVE PARTITION-COST-METHOD TO WS-COST-METHOD
                    END-IF
              END-READ
              CLOSE PARTITION-FILE
           ELSE
              DISPLAY 'BRKRG250 - NO PARTITION-PARM DATASET, '
                      'COST METHOD DEFAULTS TO FIFO'
           END-IF.

       CHECK-LATER-ACTIVITY.
           MOVE 'N' TO WS-CONFLICT-EOF-SW
           MOVE 'OPEN CONFLICT CURSOR' TO WS-SQL-CONTEXT
           EXEC SQL OPEN CONFLICT-CURSOR END-EXEC
           PERFORM CHECK-SQL
           IF PROGRAM-FAILED
              EXIT PARAGRAPH
           END-IF
           PERFORM LIST-ONE-CONFLICT
              UNTIL CONFLICT-CURSOR-EOF OR PROGRAM-FAILED
           MOVE 'CLOSE CONFLICT CURSOR' TO WS-SQL-CONTEXT
           EXEC SQL CLOSE CONFLICT-CURSOR END-EXEC
           PERFORM CHECK-SQL
           IF PROGRAM-OK AND WS-CONFLICT-COUNT > 0
              SET RUN-REFUSED TO TRUE
              DISPLAY 'BRKRG250 RUN REFUSED - ' WS-CONFLICT-COUNT
                      ' POSITIONS HAVE LATER ACTIVITY'
              MOVE 'REFUSED - LATER ACTIVITY, NOTHING CHANGED'
                TO RPT-OUTCOME
              PERFORM WRITE-LIST-TOTALS
           END-IF.

       LIST-ONE-CONFLICT.
           MOVE 'FETCH CONFLICT' TO WS-SQL-CONTEXT
           EXEC SQL
              FETCH CONFLICT-CURSOR
                INTO :HV-ACCOUNT-ID, :HV-SYMBOL,
                     :HV-CONFLICT-AUDIT-ID, :HV-CONFLICT-COUNT
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO WS-CONFLICT-COUNT
                 MOVE SPACES TO WS-LIST-DETAIL
                 MOVE 'CONFLICT'    TO LST-ACTION
                 MOVE HV-ACCOUNT-ID TO LST-ACCOUNT
                 MOVE HV-SYMBOL     TO LST-SYMBOL
                 MOVE HV-CONFLICT-AUDIT-ID TO LST-AUDIT-ID
                 MOVE HV-CONFLICT-COUNT    TO LST-QTY
                 MOVE 'LATER ROWS - FIRST AUDIT_ID' TO LST-NOTE
                 WRITE BKOLIST-REC FROM WS-LIST-DETAIL
              WHEN 100
                 SET CONFLICT-CURSOR-EOF TO TRUE
              WHEN OTHER
                 PERFORM SQL-ERROR
           END-EVALUATE.

       LOAD-SELECTED-ROWS.
           MOVE 'N' TO WS-SELECT-EOF-SW
           MOVE 'OPEN SELECT CURSOR' TO WS-SQL-CONTEXT
           EXEC SQL OPEN SELECT-CURSOR END-EXEC
           PERFORM CHECK-SQL
           IF PROGRAM-FAILED
              EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-ONE-SELECTED-ROW
              UNTIL SELECT-CURSOR-EOF OR PROGRAM-FAILED
           MOVE 'CLOSE SELECT CURSOR' TO WS-SQL-CONTEXT
           EXEC SQL CLOSE SELECT-CURSOR END-EXEC
           PERFORM CHECK-SQL
           DISPLAY 'BRKRG250 - AUDIT ROWS SELECTED: ' WS-SEL-COUNT.

       LOAD-ONE-SELECTED-ROW.
           MOVE 'FETCH SELECTED ROW' TO WS-SQL-CONTEXT
           EXEC SQL
              FETCH SELECT-CURSOR
                INTO :HV-SEL-AUDIT-ID, :HV-TRADE-ID, :HV-ACCOUNT-ID,
                     :HV-SYMBOL, :HV-TRADE-SIDE, :HV-QUANTITY,
                     :HV-PRICE, :HV-EXEC-DATE, :HV-ROW-NEW-QTY,
                     :HV-ROW-NEW-AVG, :HV-ORIG-TRADE-ID,
                     :HV-COMMISSION, :HV-FEES, :HV-SETTLE-DATE,
                     :HV-CURRENCY, :HV-BUS-DATE
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 PERFORM STORE-SELECTED-ROW
              WHEN 100
                 SET SELECT-CURSOR-EOF TO TRUE
              WHEN OTHER
                 PERFORM SQL-ERROR
           END-EVALUATE.

       STORE-SELECTED-ROW.
           IF WS-SEL-COUNT >= WS-SEL-TABLE-MAX
              MOVE 'SELECTED ROW TABLE FULL' TO WS-SQL-CONTEXT
              PERFORM TABLE-ERROR
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SEL-COUNT
           SET SEL-IDX TO WS-SEL-COUNT
           MOVE HV-SEL-AUDIT-ID  TO WS-SEL-AUDIT-ID (SEL-IDX)
           MOVE HV-TRADE-ID      TO WS-SEL-TRADE-ID (SEL-IDX)
           MOVE HV-ACCOUNT-ID    TO WS-SEL-ACCOUNT (SEL-IDX)
           MOVE HV-SYMBOL        TO WS-SEL-SYMBOL (SEL-IDX)
           MOVE HV-TRADE-SIDE    TO WS-SEL-SIDE (SEL-IDX)
           MOVE HV-QUANTITY      TO WS-SEL-QTY (SEL-IDX)
           MOVE HV-PRICE         TO WS-SEL-PRICE (SEL-IDX)
           MOVE HV-EXEC-DATE     TO WS-SEL-EXEC-DATE (SEL-IDX)
           MOVE HV-ROW-NEW-QTY   TO WS-SEL-NEW-QTY (SEL-IDX)
           MOVE HV-ROW-NEW-AVG   TO WS-SEL-NEW-AVG (SEL-IDX)
           MOVE HV-ORIG-TRADE-ID TO WS-SEL-ORIG-ID (SEL-IDX)
           MOVE HV-COMMISSION    TO WS-SEL-COMMISSION (SEL-IDX)
           MOVE HV-FEES          TO WS-SEL-FEES (SEL-IDX)
           MOVE HV-SETTLE-DATE   TO WS-SEL-SETTLE-DATE (SEL-IDX)
           MOVE HV-CURRENCY      TO WS-SEL-CURRENCY (SEL-IDX)
           MOVE 'N'              TO WS-SEL-PAIRED (SEL-IDX)
           MOVE ZERO             TO WS-SEL-ORIG-SUB (SEL-IDX)
           IF SELECT-BY-RANGE
              AND HV-BUS-DATE > WS-BACKOUT-BUS-DATE
              MOVE HV-BUS-DATE TO WS-BACKOUT-BUS-DATE
           END-IF.

      *    A CANCEL OR CORRECT WHOSE ORIGINAL IS ALSO BEING BACKED
      *    OUT POINTS AT IT, AND THE ORIGINAL IS MARKED PAIRED. THE
      *    LATEST EARLIER B/S ROW FOR THE SAME TRADE-ID, ACCOUNT
      *    AND SYMBOL IS THE ONE BRKRG010 BACKED OUT.
       MARK-PAIRED-ROWS.
           IF WS-SEL-SIDE (WS-SEL-SUB) NOT = 'X'
              AND WS-SEL-SIDE (WS-SEL-SUB) NOT = 'C'
              EXIT PARAGRAPH
           END-IF
           PERFORM FIND-PAIRED-ORIGINAL
              VARYING WS-PAIR-SUB FROM 1 BY 1
              UNTIL WS-PAIR-SUB >= WS-SEL-SUB
           IF WS-SEL-ORIG-SUB (WS-SEL-SUB) > 0
              MOVE WS-SEL-ORIG-SUB (WS-SEL-SUB) TO WS-PAIR-SUB
              MOVE 'Y' TO WS-SEL-PAIRED (WS-PAIR-SUB)
           END-IF.

       FIND-PAIRED-ORIGINAL.
           IF WS-SEL-TRADE-ID (WS-PAIR-SUB)
                = WS-SEL-ORIG-ID (WS-SEL-SUB)
              AND WS-SEL-ACCOUNT (WS-PAIR-SUB)
                = WS-SEL-ACCOUNT (WS-SEL-SUB)
              AND WS-SEL-SYMBOL (WS-PAIR-SUB)
                = WS-SEL-SYMBOL (WS-SEL-SUB)
              AND (WS-SEL-SIDE (WS-PAIR-SUB) = 'B'
                   OR WS-SEL-SIDE (WS-PAIR-SUB) = 'S')
              MOVE WS-PAIR-SUB TO WS-SEL-ORIG-SUB (WS-SEL-SUB)
           END-IF.

      *    ONE AUDIT_ID PER COMPENSATING ROW, RESERVED INSIDE THE
      *    BACKOUT'S OWN UNIT OF WORK SO A SIMULATION GIVES THE
      *    BLOCK BACK WHEN IT ROLLS BACK.
       RESERVE-AUDIT-IDS.
           MOVE WS-SEL-COUNT TO HV-BLOCK-SIZE
           MOVE 'RESERVE AUDIT ID BLOCK' TO WS-SQL-CONTEXT
           EXEC SQL
              UPDATE BRKG_AUDIT_SEQ
                 SET NEXT_AUDIT_ID = NEXT_AUDIT_ID + :HV-BLOCK-SIZE
           END-EXEC
           PERFORM CHECK-SQL
           IF PROGRAM-FAILED
              EXIT PARAGRAPH
           END-IF
           EXEC SQL
              SELECT NEXT_AUDIT_ID - :HV-BLOCK-SIZE
                INTO :HV-AUDIT-ID
                FROM BRKG_AUDIT_SEQ
           END-EXEC
           PERFORM CHECK-SQL
           MOVE HV-AUDIT-ID TO WS-NEXT-BKO-AUDIT-ID.

      *    ROWS ARE BACKED OUT NEWEST FIRST, SO EACH ONE FINDS THE
      *    LOTS, GAINS AND POSITION EXACTLY AS ITS OWN POSTING LEFT
      *    THEM.
       BACK-OUT-ONE-ROW.
           SET SEL-IDX TO WS-SEL-SUB
           MOVE WS-SEL-AUDIT-ID (SEL-IDX)    TO HV-SEL-AUDIT-ID
           MOVE WS-SEL-TRADE-ID (SEL-IDX)    TO HV-TRADE-ID
           MOVE WS-SEL-ACCOUNT (SEL-IDX)     TO HV-ACCOUNT-ID
           MOVE WS-SEL-SYMBOL (SEL-IDX)      TO HV-SYMBOL
           MOVE WS-SEL-SIDE (SEL-IDX)        TO HV-TRADE-SIDE
           MOVE WS-SEL-QTY (SEL-IDX)         TO HV-QUANTITY
           MOVE WS-SEL-PRICE (SEL-IDX)       TO HV-PRICE
           MOVE WS-SEL-EXEC-DATE (SEL-IDX)   TO HV-EXEC-DATE
           MOVE WS-SEL-NEW-QTY (SEL-IDX)     TO HV-ROW-NEW-QTY
           MOVE WS-SEL-NEW-AVG (SEL-IDX)     TO HV-ROW-NEW-AVG
           MOVE WS-SEL-ORIG-ID (SEL-IDX)     TO HV-ORIG-TRADE-ID
           MOVE WS-SEL-COMMISSION (SEL-IDX)  TO HV-COMMISSION
           MOVE WS-SEL-FEES (SEL-IDX)        TO HV-FEES
           MOVE WS-SEL-SETTLE-DATE (SEL-IDX) TO HV-SETTLE-DATE
           MOVE WS-SEL-CURRENCY (SEL-IDX)    TO HV-CURRENCY
           PERFORM DERIVE-CHARGED-PRICES
           MOVE SPACES TO WS-LIST-DETAIL
           MOVE 'AUDIT ROW'   TO LST-ACTION
           MOVE HV-EXEC-DATE  TO LST-REF
           MOVE HV-QUANTITY   TO LST-QTY
           MOVE HV-PRICE      TO LST-AMOUNT
           IF HV-ORIG-TRADE-ID NOT = SPACES
              STRING 'ORIG ' HV-ORIG-TRADE-ID
                 DELIMITED BY SIZE INTO LST-NOTE
              END-STRING
           END-IF
           PERFORM WRITE-LIST-DETAIL
           PERFORM REVERSE-POSITION-DELTA
           IF PROGRAM-FAILED
              EXIT PARAGRAPH
           END-IF
           EVALUATE HV-TRADE-SIDE
              WHEN 'B'
              WHEN 'S'
                 PERFORM UNDO-OWN-POSTING
              WHEN 'C'
                 PERFORM UNDO-CORRECTION
              WHEN 'X'
                 PERFORM UNDO-CANCEL
           END-EVALUATE
           IF PROGRAM-FAILED
              EXIT PARAGRAPH
           END-IF
           IF HV-TRADE-SIDE NOT = 'X'
              PERFORM DELETE-TRADE-PEND
              IF PROGRAM-FAILED
                 EXIT PARAGRAPH
              END-IF
           END-IF
           PERFORM DELETE-TRADE-CASH
           IF PROGRAM-FAILED
              EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-BACKOUT-AUDIT-ROW
           IF PROGRAM-OK
              ADD 1 TO WS-BACKED-OUT-COUNT
           END-IF.

       DERIVE-CHARGED-PRICES.
           IF HV-QUANTITY > 0
              COMPUTE HV-LOAD-PRICE = HV-PRICE
                    + ((HV-COMMISSION + HV-FEES) / HV-QUANTITY)
              COMPUTE HV-NET-PRICE = HV-PRICE
                    - ((HV-COMMISSION + HV-FEES) / HV-QUANTITY)
           ELSE
              MOVE HV-PRICE TO HV-LOAD-PRICE HV-NET-PRICE
           END-IF.

      *    THE POSITION IS WOUND BACK BY WHAT THIS ROW CHANGED, NOT
      *    RESET TO WHAT IT WAS BEFORE: THE ROW'S NEW_QTY/NEW_AVG
      *    AGAINST THE AUDIT ROW BEFORE IT GIVES THE QUANTITY AND
      *    COST IT ADDED, AND ONLY THAT COMES OFF. A STOCK DIVIDEND
      *    POSTED LATER THE SAME NIGHT STAYS IN THE POSITION.
       REVERSE-POSITION-DELTA.
           PERFORM FETCH-PRIOR-AUDIT-STATE
           IF PROGRAM-FAILED
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DELTA-QTY = HV-ROW-NEW-QTY - WS-PRE-QTY
           COMPUTE WS-DELTA-COST =
                   (HV-ROW-NEW-QTY * HV-ROW-NEW-AVG) - WS-PRE-COST
           PERFORM FETCH-CURRENT-POSITION
           IF PROGRAM-FAILED
              EXIT PARAGRAPH
           END-IF
           COMPUTE HV-NEW-QTY = HV-POS-QTY - WS-DELTA-QTY
           COMPUTE WS-AFTER-COST =
                   (HV-POS-QTY * HV-AVG-COST) - WS-DELTA-COST
           IF HV-NEW-QTY NOT = 0
              COMPUTE HV-NEW-AVG ROUNDED = WS-AFTER-COST / HV-NEW-QTY
              IF HV-NEW-AVG < 0
                 MOVE ZERO TO HV-NEW-AVG
              END-IF
           ELSE
              MOVE ZERO TO HV-NEW-AVG
           END-IF
           IF WS-DELTA-QTY = 0 AND WS-DELTA-COST = 0
              EXIT PARAGRAPH
           END-IF
           PERFORM UPSERT-POSITION
           IF PROGRAM-FAILED
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-POSITION-COUNT
           MOVE SPACES TO WS-LIST-DETAIL
           MOVE 'POSITION'  TO LST-ACTION
           MOVE HV-NEW-QTY  TO LST-QTY
           MOVE HV-NEW-AVG  TO LST-AMOUNT
           MOVE HV-POS-QTY  TO WS-QTY-DISP
           STRING 'QTY WAS ' WS-QTY-DISP
              DELIMITED BY SIZE INTO LST-NOTE
           END-STRING
           PERFORM WRITE-LIST-DETAIL.

      *    THE STATE BEFORE THIS ROW IS THE NEW_QTY/NEW_AVG OF THE
      *    LATEST EARLIER AUDIT ROW FOR THE POSITION, WHATEVER ITS
      *    SIDE. WITH NO EARLIER ROW ON FILE (HISTORY ARCHIVED) A
      *    BUY OR SELL IS WORKED OUT FROM ITS OWN TERMS AND A
      *    CANCEL OR CORRECT LEAVES THE POSITION ALONE - LISTED SO
      *    THE DESK CAN CHECK IT.
       FETCH-PRIOR-AUDIT-STATE.
           SET PRIOR-FOUND TO TRUE
           MOVE 'FETCH PRIOR AUDIT STATE' TO WS-SQL-CONTEXT
           EXEC SQL
              SELECT COALESCE(NEW_QTY, 0), COALESCE(NEW_AVG, 0)
                INTO :HV-PRIOR-QTY, :HV-PRIOR-AVG
                FROM BRKG_TRADE_AUD
               WHERE PLAN_ID = :HV-PLAN-ID
                 AND ACCOUNT_ID = :HV-ACCOUNT-ID
                 AND SYMBOL = :HV-SYMBOL
                 AND AUDIT_ID =
                     (SELECT MAX(P.AUDIT_ID)
                        FROM BRKG_TRADE_AUD P
                       WHERE P.PLAN_ID = :HV-PLAN-ID
                         AND P.ACCOUNT_ID = :HV-ACCOUNT-ID
                         AND P.SYMBOL = :HV-SYMBOL
                         AND P.AUDIT_ID < :HV-SEL-AUDIT-ID)
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 MOVE HV-PRIOR-QTY TO WS-PRE-QTY
                 COMPUTE WS-PRE-COST = HV-PRIOR-QTY * HV-PRIOR-AVG
              WHEN 100
                 SET PRIOR-NOT-FOUND TO TRUE
                 PERFORM DERIVE-PRIOR-STATE
              WHEN OTHER
                 PERFORM SQL-ERROR
           END-EVALUATE.

       DERIVE-PRIOR-STATE.
           EVALUATE HV-TRADE-SIDE
              WHEN 'B'
                 COMPUTE WS-PRE-QTY = HV-ROW-NEW-QTY - HV-QUANTITY
                 COMPUTE WS-PRE-COST =
                         (HV-ROW-NEW-QTY * HV-ROW-NEW-AVG)
                       - (HV-QUANTITY * HV-LOAD-PRICE)
              WHEN 'S'
                 COMPUTE WS-PRE-QTY = HV-ROW-NEW-QTY + HV-QUANTITY
                 COMPUTE WS-PRE-COST = WS-PRE-QTY * HV-ROW-NEW-AVG
              WHEN OTHER
                 MOVE HV-ROW-NEW-QTY TO WS-PRE-QTY
                 COMPUTE WS-PRE-COST =
                         HV-ROW-NEW-QTY * HV-ROW-NEW-AVG
           END-EVALUATE
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE SPACES TO WS-LIST-DETAIL
           MOVE 'NOTE' TO LST-ACTION
           MOVE WS-PRE-QTY TO LST-QTY
           MOVE 'NO PRIOR AUDIT ROW - DERIVED' TO LST-NOTE
           PERFORM WRITE-LIST-DETAIL.

       FETCH-CURRENT-POSITION.
           MOVE 'N' TO WS-ROW-FOUND
           MOVE 'FETCH POSITION' TO WS-SQL-CONTEXT
           EXEC SQL
              SELECT POSITION_QTY, AVG_COST
                INTO :HV-POS-QTY, :HV-AVG-COST
                FROM BRKG_POSITION
               WHERE PLAN_ID = :HV-PLAN-ID
                 AND ACCOUNT_ID = :HV-ACCOUNT-ID
                 AND SYMBOL = :HV-SYMBOL
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 MOVE 'Y' TO WS-ROW-FOUND
              WHEN 100
                 MOVE ZERO TO HV-POS-QTY
                 MOVE ZERO TO HV-AVG-COST
              WHEN OTHER
                 PERFORM SQL-ERROR
           END-EVALUATE.

       UPSERT-POSITION.
           IF WS-ROW-FOUND = 'Y'
              IF HV-NEW-QTY = 0
                 MOVE 'DELETE POSITION' TO WS-SQL-CONTEXT
                 EXEC SQL
                    DELETE FROM BRKG_POSITION
                     WHERE PLAN_ID = :HV-PLAN-ID
                       AND ACCOUNT_ID = :HV-ACCOUNT-ID
                       AND SYMBOL = :HV-SYMBOL
                 END-EXEC
                 PERFORM CHECK-SQL
              ELSE
                 MOVE 'UPDATE POSITION' TO WS-SQL-CONTEXT
                 EXEC SQL
                    UPDATE BRKG_POSITION
                       SET POSITION_QTY = :HV-NEW-QTY,
                           AVG_COST = :HV-NEW-AVG
                     WHERE PLAN_ID = :HV-PLAN-ID
                       AND ACCOUNT_ID = :HV-ACCOUNT-ID
                       AND SYMBOL = :HV-SYMBOL
                 END-EXEC
                 PERFORM CHECK-SQL
              END-IF
           ELSE
              IF HV-NEW-QTY NOT = 0
                 MOVE 'INSERT POSITION' TO WS-SQL-CONTEXT
                 EXEC SQL
                    INSERT INTO BRKG_POSITION
                           (PLAN_ID, ACCOUNT_ID, SYMBOL, POSITION_QTY,
                            AVG_COST, CURRENCY)
                    VALUES (:HV-PLAN-ID, :HV-ACCOUNT-ID, :HV-SYMBOL,
                            :HV-NEW-QTY, :HV-NEW-AVG, :HV-CURRENCY)
                 END-EXEC
                 PERFORM CHECK-SQL
              END-IF
           END-IF.

      *    A BUY OR SELL WHOSE OWN CANCEL OR CORRECT IS IN THIS
      *    BACKOUT HAS NO LOTS OR GAINS LEFT TO UNDO - BRKRG010
      *    ALREADY BACKED THEM OUT WHEN THE CANCEL POSTED.
       UNDO-OWN-POSTING.
           IF WS-SEL-PAIRED (SEL-IDX) = 'Y'
              MOVE SPACES TO WS-LIST-DETAIL
              MOVE 'NOTE' TO LST-ACTION
              MOVE 'LOTS UNDONE BY ITS OWN CXL' TO LST-NOTE
              PERFORM WRITE-LIST-DETAIL
              EXIT PARAGRAPH
           END-IF
           MOVE HV-TRADE-ID   TO WS-UNDO-TRADE-ID
           MOVE HV-TRADE-SIDE TO WS-UNDO-SIDE
           MOVE HV-QUANTITY   TO WS-UNDO-QTY
           MOVE HV-LOAD-PRICE TO WS-UNDO-LOAD-PRICE
           MOVE HV-NET-PRICE  TO WS-UNDO-NET-PRICE
           MOVE HV-EXEC-DATE  TO WS-UNDO-ACQUIRE-DATE
           PERFORM UNDO-LOT-APPLICATION.

      *    A CORRECTION BACKED ITS ORIGINAL OUT AND THEN REAPPLIED
      *    THE ORIGINAL'S SIDE AT ITS OWN TERMS ON THE ORIGINAL'S
      *    EXECUTION DATE. THE REAPPLICATION IS UNDONE HERE; THE
      *    ORIGINAL GOES BACK ON THE BOOKS ONLY IF IT IS NOT ITSELF
      *    BEING BACKED OUT.
       UNDO-CORRECTION.
           PERFORM LOCATE-ORIGINAL
           IF PROGRAM-FAILED OR ORIG-NOT-FOUND
              EXIT PARAGRAPH
           END-IF
           MOVE HV-TRADE-ID       TO WS-UNDO-TRADE-ID
           MOVE HV-ORIG-SIDE      TO WS-UNDO-SIDE
           MOVE HV-QUANTITY       TO WS-UNDO-QTY
           MOVE HV-LOAD-PRICE     TO WS-UNDO-LOAD-PRICE
           MOVE HV-NET-PRICE      TO WS-UNDO-NET-PRICE
           MOVE HV-ORIG-EXEC-DATE TO WS-UNDO-ACQUIRE-DATE
           PERFORM UNDO-LOT-APPLICATION
           IF PROGRAM-FAILED
              EXIT PARAGRAPH
           END-IF
           IF WS-SEL-ORIG-SUB (SEL-IDX) = 0
              PERFORM REAPPLY-ORIGINAL
           END-IF.

       UNDO-CANCEL.
           IF WS-SEL-ORIG-SUB (SEL-IDX) > 0
              EXIT PARAGRAPH
           END-IF
           PERFORM LOCATE-ORIGINAL
           IF PROGRAM-FAILED OR ORIG-NOT-FOUND
              EXIT PARAGRAPH
           END-IF
           PERFORM REAPPLY-ORIGINAL.

      *    THE ORIGINAL A CANCEL OR CORRECT REFERENCED - FROM THE
      *    SELECTION WHEN IT IS BEING BACKED OUT TOO, OTHERWISE THE
      *    LATEST EARLIER LIVE B/S AUDIT ROW FOR THE TRADE-ID.
       LOCATE-ORIGINAL.
           SET ORIG-NOT-FOUND TO TRUE
           IF WS-SEL-ORIG-SUB (SEL-IDX) > 0
              MOVE WS-SEL-ORIG-SUB (SEL-IDX) TO WS-PAIR-SUB
              MOVE WS-SEL-AUDIT-ID (WS-PAIR-SUB)  TO HV-ORIG-AUDIT-ID
              MOVE WS-SEL-SIDE (WS-PAIR-SUB)      TO HV-ORIG-SIDE
              MOVE WS-SEL-QTY (WS-PAIR-SUB)       TO HV-ORIG-QTY
              MOVE WS-SEL-PRICE (WS-PAIR-SUB)     TO HV-ORIG-PRICE
              MOVE WS-SEL-EXEC-DATE (WS-PAIR-SUB) TO HV-ORIG-EXEC-DATE
              MOVE WS-SEL-COMMISSION (WS-PAIR-SUB)
                TO HV-ORIG-COMMISSION
              MOVE WS-SEL-FEES (WS-PAIR-SUB)      TO HV-ORIG-FEES
              MOVE WS-SEL-SETTLE-DATE (WS-PAIR-SUB)
                TO HV-ORIG-SETTLE-DATE
              SET ORIG-FOUND TO TRUE
           ELSE
              MOVE 'FETCH ORIGINAL AUDIT' TO WS-SQL-CONTEXT
              EXEC SQL
                 SELECT A.AUDIT_ID, A.SIDE, A.QUANTITY, A.PRICE,
                        A.EXEC_DATE, COALESCE(A.COMMISSION, 0),
                        COALESCE(A.FEES, 0),
                        COALESCE(A.SETTLE_DATE, A.EXEC_DATE)
                   INTO :HV-ORIG-AUDIT-ID, :HV-ORIG-SIDE,
                        :HV-ORIG-QTY, :HV-ORIG-PRICE,
                        :HV-ORIG-EXEC-DATE, :HV-ORIG-COMMISSION,
                        :HV-ORIG-FEES, :HV-ORIG-SETTLE-DATE
                   FROM BRKG_TRADE_AUD A
                  WHERE A.PLAN_ID = :HV-PLAN-ID
                    AND A.ACCOUNT_ID = :HV-ACCOUNT-ID
                    AND A.SYMBOL = :HV-SYMBOL
                    AND A.AUDIT_ID =
                        (SELECT MAX(O.AUDIT_ID)
                           FROM BRKG_TRADE_AUD O
                          WHERE O.PLAN_ID = :HV-PLAN-ID
                            AND O.ACCOUNT_ID = :HV-ACCOUNT-ID
                            AND O.SYMBOL = :HV-SYMBOL
                            AND O.TRADE_ID = :HV-ORIG-TRADE-ID
                            AND O.SIDE IN ('B', 'S')
                            AND O.AUDIT_ID < :HV-SEL-AUDIT-ID)
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    SET ORIG-FOUND TO TRUE
                 WHEN 100
                    ADD 1 TO WS-EXCEPTION-COUNT
                    MOVE SPACES TO WS-LIST-DETAIL
                    MOVE 'NOTE' TO LST-ACTION
                    MOVE 'ORIGINAL NOT FOUND - LOTS KEPT' TO LST-NOTE
                    PERFORM WRITE-LIST-DETAIL
                 WHEN OTHER
                    PERFORM SQL-ERROR
              END-EVALUATE
           END-IF
           IF ORIG-FOUND
              IF HV-ORIG-QTY > 0
                 COMPUTE HV-ORIG-LOAD-PRICE = HV-ORIG-PRICE
                       + ((HV-ORIG-COMMISSION + HV-ORIG-FEES)
                          / HV-ORIG-QTY)
                 COMPUTE HV-ORIG-NET-PRICE = HV-ORIG-PRICE
                       - ((HV-ORIG-COMMISSION + HV-ORIG-FEES)
                          / HV-ORIG-QTY)
              ELSE
                 MOVE HV-ORIG-PRICE TO HV-ORIG-LOAD-PRICE
                                       HV-ORIG-NET-PRICE
              END-IF
           END-IF.

      *    EVERY LOT THE POSTING CLOSED IS REOPENED FROM ITS GAIN
      *    ROW (A COVERED SHORT LOT GOES BACK NEGATIVE), AND THE
      *    GAIN ROWS ARE DELETED. WHATEVER THE POSTING DID NOT
      *    CLOSE, IT OPENED: A BUY'S NEW LONG LOT OR A SELL'S NEW
      *    SHORT LOT, FOUND BY ITS ACQUIRE DATE AND CHARGED PRICE
      *    THE SAME WAY BRKRG010'S OWN CANCEL FINDS IT.
       UNDO-LOT-APPLICATION.
           MOVE ZERO TO WS-CLOSE-TOTAL
           MOVE WS-UNDO-TRADE-ID TO HV-GAIN-TRADE-ID
           MOVE 'N' TO WS-GAIN-EOF-SW
           MOVE 'OPEN GAIN CURSOR' TO WS-SQL-CONTEXT
           EXEC SQL OPEN GAIN-CURSOR END-EXEC
           PERFORM CHECK-SQL
           IF PROGRAM-FAILED
              EXIT PARAGRAPH
           END-IF
           PERFORM RESTORE-ONE-GAIN
              UNTIL GAIN-CURSOR-EOF OR PROGRAM-FAILED
           MOVE 'CLOSE GAIN CURSOR' TO WS-SQL-CONTEXT
           EXEC SQL CLOSE GAIN-CURSOR END-EXEC
           PERFORM CHECK-SQL
           IF PROGRAM-FAILED
              EXIT PARAGRAPH
           END-IF
           MOVE 'DELETE BACKED-OUT GAINS' TO WS-SQL-CONTEXT
           EXEC SQL
              DELETE FROM BRKG_LOT_GAIN
               WHERE PLAN_ID = :HV-PLAN-ID
                 AND ACCOUNT_ID = :HV-ACCOUNT-ID
                 AND SYMBOL = :HV-SYMBOL
                 AND TRADE_ID = :HV-GAIN-TRADE-ID
           END-EXEC
           IF SQLCODE NOT = 100
              PERFORM CHECK-SQL
              IF PROGRAM-FAILED
                 EXIT PARAGRAPH
              END-IF
           END-IF
           COMPUTE WS-RESIDUAL-QTY = WS-UNDO-QTY - WS-CLOSE-TOTAL
           IF WS-RESIDUAL-QTY NOT > 0
              EXIT PARAGRAPH
           END-IF
           IF WS-UNDO-SIDE = 'B'
              PERFORM REMOVE-OPENED-LONG-LOT
           ELSE
              PERFORM REMOVE-OPENED-SHORT-LOT
           END-IF.

       RESTORE-ONE-GAIN.
           MOVE 'FETCH GAIN ROW' TO WS-SQL-CONTEXT
           EXEC SQL
              FETCH GAIN-CURSOR
                INTO :HV-LOT-SEQ, :HV-CLOSE-QTY,
                     :HV-LOT-OPEN-PRICE, :HV-LOT-ACQUIRE-DATE,
                     :HV-GAIN-AMT, :HV-SHORT-FLAG
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO WS-GAIN-DELETE-COUNT
                 ADD HV-CLOSE-QTY TO WS-CLOSE-TOTAL
                 MOVE HV-LOT-SEQ TO WS-LOT-SEQ-DISP
                 MOVE SPACES TO WS-LIST-DETAIL
                 MOVE 'GAIN DEL'       TO LST-ACTION
                 MOVE HV-GAIN-TRADE-ID TO LST-TRADE-ID
                 MOVE WS-LOT-SEQ-DISP  TO LST-REF
                 MOVE HV-CLOSE-QTY     TO LST-QTY
                 MOVE HV-GAIN-AMT      TO LST-AMOUNT
                 STRING 'ACQUIRED ' HV-LOT-ACQUIRE-DATE
                    DELIMITED BY SIZE INTO LST-NOTE
                 END-STRING
                 PERFORM WRITE-LIST-DETAIL
                 IF HV-SHORT-FLAG = 'S'
                    COMPUTE HV-LOT-QTY = HV-CLOSE-QTY * -1
                 ELSE
                    MOVE HV-CLOSE-QTY TO HV-LOT-QTY
                 END-IF
                 PERFORM REOPEN-CLOSED-LOT
              WHEN 100
                 SET GAIN-CURSOR-EOF TO TRUE
              WHEN OTHER
                 PERFORM SQL-ERROR
           END-EVALUATE.

       REOPEN-CLOSED-LOT.
           MOVE SPACES TO WS-LIST-DETAIL
           MOVE 'REOPEN LOT' TO WS-SQL-CONTEXT
           EXEC SQL
              UPDATE BRKG_POSITION_LOT
                 SET OPEN_QTY = OPEN_QTY + :HV-LOT-QTY
               WHERE PLAN_ID = :HV-PLAN-ID
                 AND ACCOUNT_ID = :HV-ACCOUNT-ID
                 AND SYMBOL = :HV-SYMBOL
                 AND LOT_SEQ = :HV-LOT-SEQ
           END-EXEC
           IF SQLCODE = 100
              MOVE 'REINSERT LOT' TO WS-SQL-CONTEXT
              EXEC SQL
                 INSERT INTO BRKG_POSITION_LOT
                        (PLAN_ID, ACCOUNT_ID, SYMBOL, LOT_SEQ,
                         OPEN_QTY, OPEN_PRICE, ACQUIRE_DATE)
                 VALUES (:HV-PLAN-ID, :HV-ACCOUNT-ID, :HV-SYMBOL,
                         :HV-LOT-SEQ, :HV-LOT-QTY,
                         :HV-LOT-OPEN-PRICE, :HV-LOT-ACQUIRE-DATE)
              END-EXEC
              PERFORM CHECK-SQL
              MOVE 'LOT REINS' TO LST-ACTION
           ELSE
              PERFORM CHECK-SQL
              MOVE 'LOT REOPEN' TO LST-ACTION
           END-IF
           ADD 1 TO WS-LOT-CHANGE-COUNT
           MOVE WS-LOT-SEQ-DISP   TO LST-REF
           MOVE HV-LOT-QTY        TO LST-QTY
           MOVE HV-LOT-OPEN-PRICE TO LST-AMOUNT
           PERFORM WRITE-LIST-DETAIL.

       REMOVE-OPENED-LONG-LOT.
           MOVE WS-UNDO-ACQUIRE-DATE TO HV-LOT-ACQUIRE-DATE
           MOVE WS-UNDO-LOAD-PRICE   TO HV-LOT-OPEN-PRICE
           MOVE WS-RESIDUAL-QTY      TO HV-LOT-QTY
           MOVE 'LOCATE OPENED LONG LOT' TO WS-SQL-CONTEXT
           EXEC SQL
              SELECT COALESCE(MIN(LOT_SEQ), 0)
                INTO :HV-LOT-SEQ
                FROM BRKG_POSITION_LOT
               WHERE PLAN_ID = :HV-PLAN-ID
                 AND ACCOUNT_ID = :HV-ACCOUNT-ID
                 AND SYMBOL = :HV-SYMBOL
                 AND ACQUIRE_DATE = :HV-LOT-ACQUIRE-DATE
                 AND OPEN_PRICE = :HV-LOT-OPEN-PRICE
                 AND OPEN_QTY >= :HV-LOT-QTY
           END-EXEC
           PERFORM CHECK-SQL
           IF PROGRAM-FAILED
              EXIT PARAGRAPH
           END-IF
           IF HV-LOT-SEQ = 0
              ADD 1 TO WS-EXCEPTION-COUNT
              MOVE SPACES TO WS-LIST-DETAIL
              MOVE 'NOTE' TO LST-ACTION
              MOVE WS-RESIDUAL-QTY TO LST-QTY
              MOVE WS-UNDO-LOAD-PRICE TO LST-AMOUNT
              MOVE 'BOUGHT LOT NOT FOUND - KEPT' TO LST-NOTE
              PERFORM WRITE-LIST-DETAIL
              EXIT PARAGRAPH
           END-IF
           COMPUTE HV-LOT-QTY = WS-RESIDUAL-QTY * -1
           PERFORM REDUCE-OPENED-LOT.

      *    NO SHORT LOT MEANS THE SELL'S UNMATCHED QUANTITY WAS AN
      *    ORDINARY LOT SHORTFALL AT POSTING - THERE IS NOTHING TO
      *    REMOVE.
       REMOVE-OPENED-SHORT-LOT.
           MOVE WS-UNDO-ACQUIRE-DATE TO HV-LOT-ACQUIRE-DATE
           MOVE WS-UNDO-NET-PRICE    TO HV-LOT-OPEN-PRICE
           COMPUTE HV-LOT-QTY = WS-RESIDUAL-QTY * -1
           MOVE 'LOCATE OPENED SHORT LOT' TO WS-SQL-CONTEXT
           EXEC SQL
              SELECT COALESCE(MIN(LOT_SEQ), 0)
                INTO :HV-LOT-SEQ
                FROM BRKG_POSITION_LOT
               WHERE PLAN_ID = :HV-PLAN-ID
                 AND ACCOUNT_ID = :HV-ACCOUNT-ID
                 AND SYMBOL = :HV-SYMBOL
                 AND ACQUIRE_DATE = :HV-LOT-ACQUIRE-DATE
                 AND OPEN_PRICE = :HV-LOT-OPEN-PRICE
                 AND OPEN_QTY <= :HV-LOT-QTY
           END-EXEC
           PERFORM CHECK-SQL
           IF PROGRAM-FAILED
              EXIT PARAGRAPH
           END-IF
           IF HV-LOT-SEQ = 0
              MOVE SPACES TO WS-LIST-DETAIL
              MOVE 'NOTE' TO LST-ACTION
              MOVE WS-RESIDUAL-QTY TO LST-QTY
              MOVE 'NO SHORT LOT - LOT SHORTFALL' TO LST-NOTE
              PERFORM WRITE-LIST-DETAIL
              EXIT PARAGRAPH
           END-IF
           MOVE WS-RESIDUAL-QTY TO HV-LOT-QTY
           PERFORM REDUCE-OPENED-LOT.

      *    HV-LOT-QTY IS SIGNED: NEGATIVE TAKES SHARES OFF A LONG
      *    LOT, POSITIVE TAKES THEM OFF A SHORT ONE. A LOT LEFT AT
      *    ZERO IS DROPPED.
       REDUCE-OPENED-LOT.
           MOVE 'REDUCE OPENED LOT' TO WS-SQL-CONTEXT
           EXEC SQL
              UPDATE BRKG_POSITION_LOT
                 SET OPEN_QTY = OPEN_QTY + :HV-LOT-QTY
               WHERE PLAN_ID = :HV-PLAN-ID
                 AND ACCOUNT_ID = :HV-ACCOUNT-ID
                 AND SYMBOL = :HV-SYMBOL
                 AND LOT_SEQ = :HV-LOT-SEQ
           END-EXEC
           PERFORM CHECK-SQL
           IF PROGRAM-FAILED
              EXIT PARAGRAPH
           END-IF
           MOVE 'DROP EMPTIED LOT' TO WS-SQL-CONTEXT
           EXEC SQL
              DELETE FROM BRKG_POSITION_LOT
               WHERE PLAN_ID = :HV-PLAN-ID
                 AND ACCOUNT_ID = :HV-ACCOUNT-ID
                 AND SYMBOL = :HV-SYMBOL
                 AND LOT_SEQ = :HV-LOT-SEQ
                 AND OPEN_QTY = 0
           END-EXEC
           IF SQLCODE NOT = 100
              PERFORM CHECK-SQL
           END-IF
           ADD 1 TO WS-LOT-CHANGE-COUNT
           MOVE HV-LOT-SEQ TO WS-LOT-SEQ-DISP
           MOVE SPACES TO WS-LIST-DETAIL
           MOVE 'LOT REMOVE'       TO LST-ACTION
           MOVE WS-UNDO-TRADE-ID   TO LST-TRADE-ID
           MOVE WS-LOT-SEQ-DISP    TO LST-REF
           MOVE HV-LOT-QTY         TO LST-QTY
           STRING 'ACQUIRED ' WS-UNDO-ACQUIRE-DATE
              DELIMITED BY SIZE INTO LST-NOTE
           END-STRING
           PERFORM WRITE-LIST-DETAIL.

      *    A CANCEL OR CORRECT WHOSE ORIGINAL POSTED OUTSIDE THIS
      *    BACKOUT TOOK THAT ORIGINAL OFF THE BOOKS; BACKING THE
      *    CANCEL OUT PUTS IT BACK - ITS LOT, OR ITS LOT CLOSES AND
      *    GAINS, AND ITS PENDING SETTLEMENT IF IT HAS NOT SETTLED.
      *    ITS CASH COMES BACK WITH THE 'TRX' ROW THE CASH STEP
      *    BELOW DELETES.
       REAPPLY-ORIGINAL.
           MOVE HV-ORIG-EXEC-DATE TO HV-LOT-EXEC-DATE
           IF HV-ORIG-SIDE = 'B'
              PERFORM RESTORE-ORIGINAL-LOT
           ELSE
              PERFORM RECLOSE-ORIGINAL-LOTS
           END-IF
           IF PROGRAM-FAILED
              EXIT PARAGRAPH
           END-IF
           IF HV-ORIG-SETTLE-DATE NOT < WS-RUN-DATE
              PERFORM RESTORE-ORIGINAL-PEND
           END-IF.

       RESTORE-ORIGINAL-LOT.
           MOVE 'LOCATE ORIGINAL LOT' TO WS-SQL-CONTEXT
           EXEC SQL
              SELECT COALESCE(MIN(LOT_SEQ), 0)
                INTO :HV-LOT-SEQ
                FROM BRKG_POSITION_LOT
               WHERE PLAN_ID = :HV-PLAN-ID
                 AND ACCOUNT_ID = :HV-ACCOUNT-ID
                 AND SYMBOL = :HV-SYMBOL
                 AND ACQUIRE_DATE = :HV-ORIG-EXEC-DATE
                 AND OPEN_PRICE = :HV-ORIG-LOAD-PRICE
                 AND OPEN_QTY > 0
           END-EXEC
           PERFORM CHECK-SQL
           IF PROGRAM-FAILED
              EXIT PARAGRAPH
           END-IF
           IF HV-LOT-SEQ > 0
              MOVE 'RESTORE ORIGINAL LOT' TO WS-SQL-CONTEXT
              EXEC SQL
                 UPDATE BRKG_POSITION_LOT
                    SET OPEN_QTY = OPEN_QTY + :HV-ORIG-QTY
                  WHERE PLAN_ID = :HV-PLAN-ID
                    AND ACCOUNT_ID = :HV-ACCOUNT-ID
                    AND SYMBOL = :HV-SYMBOL
                    AND LOT_SEQ = :HV-LOT-SEQ
              END-EXEC
           ELSE
              MOVE 'INSERT ORIGINAL LOT' TO WS-SQL-CONTEXT
              EXEC SQL
                 INSERT INTO BRKG_POSITION_LOT
                        (PLAN_ID, ACCOUNT_ID, SYMBOL, LOT_SEQ,
                         OPEN_QTY, OPEN_PRICE, ACQUIRE_DATE)
                 VALUES (:HV-PLAN-ID, :HV-ACCOUNT-ID, :HV-SYMBOL,
                         (SELECT COALESCE(MAX(LOT_SEQ), 0) + 1
                            FROM BRKG_POSITION_LOT
                           WHERE PLAN_ID = :HV-PLAN-ID
                             AND ACCOUNT_ID = :HV-ACCOUNT-ID
                             AND SYMBOL = :HV-SYMBOL),
                         :HV-ORIG-QTY, :HV-ORIG-LOAD-PRICE,
                         :HV-ORIG-EXEC-DATE)
              END-EXEC
           END-IF
           PERFORM CHECK-SQL
           IF PROGRAM-FAILED
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LOT-CHANGE-COUNT
           MOVE SPACES TO WS-LIST-DETAIL
           MOVE 'LOT RESTOR'       TO LST-ACTION
           MOVE HV-ORIG-TRADE-ID   TO LST-TRADE-ID
           MOVE HV-ORIG-QTY        TO LST-QTY
           MOVE HV-ORIG-LOAD-PRICE TO LST-AMOUNT
           STRING 'ACQUIRED ' HV-ORIG-EXEC-DATE
              DELIMITED BY SIZE INTO LST-NOTE
           END-STRING
           PERFORM WRITE-LIST-DETAIL.

      *    THE ORIGINAL SELL CLOSES LOTS AGAIN BY THE PARTITION'S
      *    COST METHOD, WRITING ITS GAIN ROWS BACK UNDER ITS OWN
      *    TRADE-ID. WHATEVER NO LONG LOT COVERS WAS SOLD SHORT IF
      *    THE POSITION WAS SHORT WHEN THE CANCEL POSTED, AND THAT
      *    PART REOPENS AS A SHORT LOT; ANY REST IS LISTED.
       RECLOSE-ORIGINAL-LOTS.
           MOVE HV-ORIG-QTY TO WS-REMAINING-QTY
           SET LOT-FOUND TO TRUE
           PERFORM OPEN-LOT-CURSOR
           IF PROGRAM-FAILED
              EXIT PARAGRAPH
           END-IF
           PERFORM RECLOSE-ONE-LOT
              UNTIL WS-REMAINING-QTY = 0 OR LOT-NOT-FOUND
                 OR PROGRAM-FAILED
           PERFORM CLOSE-LOT-CURSOR
           IF PROGRAM-FAILED OR WS-REMAINING-QTY = 0
              EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-SHORT-QTY
           IF WS-PRE-QTY < 0
              COMPUTE WS-SHORT-QTY = WS-PRE-QTY * -1
              IF WS-SHORT-QTY > WS-REMAINING-QTY
                 MOVE WS-REMAINING-QTY TO WS-SHORT-QTY
              END-IF
           END-IF
           IF WS-SHORT-QTY > 0
              PERFORM REOPEN-ORIGINAL-SHORT-LOT
              IF PROGRAM-FAILED
                 EXIT PARAGRAPH
              END-IF
              SUBTRACT WS-SHORT-QTY FROM WS-REMAINING-QTY
           END-IF
           IF WS-REMAINING-QTY > 0
              ADD 1 TO WS-EXCEPTION-COUNT
              MOVE SPACES TO WS-LIST-DETAIL
              MOVE 'NOTE' TO LST-ACTION
              MOVE HV-ORIG-TRADE-ID TO LST-TRADE-ID
              MOVE WS-REMAINING-QTY TO LST-QTY
              MOVE 'NO LOT FOR REAPPLIED SELL' TO LST-NOTE
              PERFORM WRITE-LIST-DETAIL
           END-IF.

       OPEN-LOT-CURSOR.
           MOVE 'OPEN LOT CURSOR' TO WS-SQL-CONTEXT
           IF COST-METHOD-FIFO
              EXEC SQL OPEN LOT-CURSOR-FIFO END-EXEC
           ELSE
              EXEC SQL OPEN LOT-CURSOR-LIFO END-EXEC
           END-IF
           PERFORM CHECK-SQL.

       CLOSE-LOT-CURSOR.
           MOVE 'CLOSE LOT CURSOR' TO WS-SQL-CONTEXT
           IF COST-METHOD-FIFO
              EXEC SQL CLOSE LOT-CURSOR-FIFO END-EXEC
           ELSE
              EXEC SQL CLOSE LOT-CURSOR-LIFO END-EXEC
           END-IF
           PERFORM CHECK-SQL.

       RECLOSE-ONE-LOT.
           MOVE 'FETCH LOT' TO WS-SQL-CONTEXT
           IF COST-METHOD-FIFO
              EXEC SQL
                 FETCH LOT-CURSOR-FIFO
                   INTO :HV-LOT-SEQ, :HV-LOT-OPEN-QTY,
                        :HV-LOT-OPEN-PRICE, :HV-LOT-ACQUIRE-DATE
              END-EXEC
           ELSE
              EXEC SQL
                 FETCH LOT-CURSOR-LIFO
                   INTO :HV-LOT-SEQ, :HV-LOT-OPEN-QTY,
                        :HV-LOT-OPEN-PRICE, :HV-LOT-ACQUIRE-DATE
              END-EXEC
           END-IF
           EVALUATE SQLCODE
              WHEN 0
                 PERFORM RECLOSE-LOT-QUANTITY
              WHEN 100
                 SET LOT-NOT-FOUND TO TRUE
              WHEN OTHER
                 PERFORM SQL-ERROR
           END-EVALUATE.

       RECLOSE-LOT-QUANTITY.
           IF HV-LOT-OPEN-QTY <= WS-REMAINING-QTY
              MOVE HV-LOT-OPEN-QTY TO HV-CLOSE-QTY
           ELSE
              MOVE WS-REMAINING-QTY TO HV-CLOSE-QTY
           END-IF
           SUBTRACT HV-CLOSE-QTY FROM WS-REMAINING-QTY
           COMPUTE HV-GAIN-AMT =
                   (HV-ORIG-NET-PRICE - HV-LOT-OPEN-PRICE)
                 * HV-CLOSE-QTY
           MOVE HV-ORIG-NET-PRICE TO HV-GAIN-CLOSE-PRICE
           MOVE SPACE TO HV-SHORT-FLAG
           PERFORM CLASSIFY-HOLDING-PERIOD
           MOVE 'INSERT LOT GAIN' TO WS-SQL-CONTEXT
           EXEC SQL
              INSERT INTO BRKG_LOT_GAIN
                     (PLAN_ID, ACCOUNT_ID, SYMBOL, TRADE_ID, LOT_SEQ,
                      CLOSE_QTY, OPEN_PRICE, CLOSE_PRICE, ACQUIRE_DATE,
                      CLOSE_DATE, HOLD_DAYS, GAIN_TERM, GAIN_AMT,
                      SHORT_FLAG)
              VALUES (:HV-PLAN-ID, :HV-ACCOUNT-ID, :HV-SYMBOL,
                      :HV-ORIG-TRADE-ID, :HV-LOT-SEQ, :HV-CLOSE-QTY,
                      :HV-LOT-OPEN-PRICE, :HV-GAIN-CLOSE-PRICE,
                      :HV-LOT-ACQUIRE-DATE, :HV-LOT-EXEC-DATE,
                      :HV-HOLD-DAYS, :HV-GAIN-TERM, :HV-GAIN-AMT,
                      :HV-SHORT-FLAG)
           END-EXEC
           PERFORM CHECK-SQL
           IF PROGRAM-FAILED
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-GAIN-ADD-COUNT
           IF HV-CLOSE-QTY = HV-LOT-OPEN-QTY
              MOVE 'DELETE LOT' TO WS-SQL-CONTEXT
              EXEC SQL
                 DELETE FROM BRKG_POSITION_LOT
                  WHERE PLAN_ID = :HV-PLAN-ID
                    AND ACCOUNT_ID = :HV-ACCOUNT-ID
                    AND SYMBOL = :HV-SYMBOL
                    AND LOT_SEQ = :HV-LOT-SEQ
              END-EXEC
           ELSE
              MOVE 'UPDATE LOT' TO WS-SQL-CONTEXT
              EXEC SQL
                 UPDATE BRKG_POSITION_LOT
                    SET OPEN_QTY = OPEN_QTY - :HV-CLOSE-QTY
                  WHERE PLAN_ID = :HV-PLAN-ID
                    AND ACCOUNT_ID = :HV-ACCOUNT-ID
                    AND SYMBOL = :HV-SYMBOL
                    AND LOT_SEQ = :HV-LOT-SEQ
              END-EXEC
           END-IF
           PERFORM CHECK-SQL
           ADD 1 TO WS-LOT-CHANGE-COUNT
           MOVE HV-LOT-SEQ TO WS-LOT-SEQ-DISP
           MOVE SPACES TO WS-LIST-DETAIL
           MOVE 'LOT CLOSE'      TO LST-ACTION
           MOVE HV-ORIG-TRADE-ID TO LST-TRADE-ID
           MOVE WS-LOT-SEQ-DISP  TO LST-REF
           MOVE HV-CLOSE-QTY     TO LST-QTY
           MOVE HV-GAIN-AMT      TO LST-AMOUNT
           STRING 'GAIN ADDED ' HV-GAIN-TERM
              DELIMITED BY SIZE INTO LST-NOTE
           END-STRING
           PERFORM WRITE-LIST-DETAIL.

       CLASSIFY-HOLDING-PERIOD.
           COMPUTE WS-ACQUIRE-INT =
                   FUNCTION INTEGER-OF-DATE(HV-LOT-ACQUIRE-DATE)
           COMPUTE WS-CLOSE-INT =
                   FUNCTION INTEGER-OF-DATE(HV-LOT-EXEC-DATE)
           COMPUTE WS-HOLD-DAYS = WS-CLOSE-INT - WS-ACQUIRE-INT
           IF WS-HOLD-DAYS > 365
              SET GAIN-LONG-TERM TO TRUE
           ELSE
              SET GAIN-SHORT-TERM TO TRUE
           END-IF
           MOVE WS-HOLD-DAYS TO HV-HOLD-DAYS
           MOVE WS-GAIN-TERM TO HV-GAIN-TERM.

       REOPEN-ORIGINAL-SHORT-LOT.
           COMPUTE HV-LOT-QTY = WS-SHORT-QTY * -1
           MOVE 'INSERT ORIGINAL SHORT LOT' TO WS-SQL-CONTEXT
           EXEC SQL
              INSERT INTO BRKG_POSITION_LOT
                     (PLAN_ID, ACCOUNT_ID, SYMBOL, LOT_SEQ, OPEN_QTY,
                      OPEN_PRICE, ACQUIRE_DATE)
              VALUES (:HV-PLAN-ID, :HV-ACCOUNT-ID, :HV-SYMBOL,
                      (SELECT COALESCE(MAX(LOT_SEQ), 0) + 1
                         FROM BRKG_POSITION_LOT
                        WHERE PLAN_ID = :HV-PLAN-ID
                          AND ACCOUNT_ID = :HV-ACCOUNT-ID
                          AND SYMBOL = :HV-SYMBOL),
                      :HV-LOT-QTY, :HV-ORIG-NET-PRICE,
                      :HV-ORIG-EXEC-DATE)
           END-EXEC
           PERFORM CHECK-SQL
           IF PROGRAM-FAILED
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LOT-CHANGE-COUNT
           MOVE SPACES TO WS-LIST-DETAIL
           MOVE 'LOT SHORT'       TO LST-ACTION
           MOVE HV-ORIG-TRADE-ID  TO LST-TRADE-ID
           MOVE HV-LOT-QTY        TO LST-QTY
           MOVE HV-ORIG-NET-PRICE TO LST-AMOUNT
           STRING 'ACQUIRED ' HV-ORIG-EXEC-DATE
              DELIMITED BY SIZE INTO LST-NOTE
           END-STRING
           PERFORM WRITE-LIST-DETAIL.

       RESTORE-ORIGINAL-PEND.
           MOVE 'CHECK ORIGINAL PEND' TO WS-SQL-CONTEXT
           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-ROW-COUNT
                FROM BRKG_SETTLE_PEND
               WHERE PLAN_ID = :HV-PLAN-ID
                 AND TRADE_ID = :HV-ORIG-TRADE-ID
           END-EXEC
           PERFORM CHECK-SQL
           IF PROGRAM-FAILED OR HV-ROW-COUNT > 0
              EXIT PARAGRAPH
           END-IF
           MOVE 'INSERT ORIGINAL PEND' TO WS-SQL-CONTEXT
           EXEC SQL
              INSERT INTO BRKG_SETTLE_PEND
                     (PLAN_ID, ACCOUNT_ID, SYMBOL, TRADE_ID, SIDE,
                      QUANTITY, SETTLE_DATE, AGE_DAYS)
              VALUES (:HV-PLAN-ID, :HV-ACCOUNT-ID, :HV-SYMBOL,
                      :HV-ORIG-TRADE-ID, :HV-ORIG-SIDE, :HV-ORIG-QTY,
                      :HV-ORIG-SETTLE-DATE, 0)
           END-EXEC
           PERFORM CHECK-SQL
           IF PROGRAM-FAILED
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PEND-ADD-COUNT
           MOVE SPACES TO WS-LIST-DETAIL
           MOVE 'PEND ADD'          TO LST-ACTION
           MOVE HV-ORIG-TRADE-ID    TO LST-TRADE-ID
           MOVE HV-ORIG-SIDE        TO LST-SIDE
           MOVE HV-ORIG-SETTLE-DATE TO LST-REF
           MOVE HV-ORIG-QTY         TO LST-QTY
           PERFORM WRITE-LIST-DETAIL.

      *    A BUY, SELL OR CORRECT LEFT ONE PENDING-SETTLEMENT ROW
      *    UNDER ITS OWN TRADE-ID. NONE LEFT MEANS IT HAS ALREADY
      *    SETTLED AND BEEN PURGED.
       DELETE-TRADE-PEND.
           MOVE 'DELETE TRADE PEND' TO WS-SQL-CONTEXT
           EXEC SQL
              DELETE FROM BRKG_SETTLE_PEND
               WHERE PLAN_ID = :HV-PLAN-ID
                 AND ACCOUNT_ID = :HV-ACCOUNT-ID
                 AND TRADE_ID = :HV-TRADE-ID
           END-EXEC
           IF SQLCODE = 100
              EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-SQL
           IF PROGRAM-FAILED
              EXIT PARAGRAPH
           END-IF
           ADD SQLERRD (3) TO WS-PEND-DELETE-COUNT
           MOVE SPACES TO WS-LIST-DETAIL
           MOVE 'PEND DEL'     TO LST-ACTION
           MOVE HV-SETTLE-DATE TO LST-REF
           MOVE SQLERRD (3)    TO LST-QTY
           MOVE 'ROWS DELETED' TO LST-NOTE
           PERFORM WRITE-LIST-DETAIL.

       DELETE-TRADE-CASH.
           MOVE SPACES TO HV-TRD-REF-ID HV-TRX-REF-ID
           IF HV-TRADE-SIDE NOT = 'X'
              MOVE HV-TRADE-ID TO HV-TRD-REF-ID
           END-IF
           IF HV-TRADE-SIDE = 'X' OR HV-TRADE-SIDE = 'C'
              MOVE HV-ORIG-TRADE-ID TO HV-TRX-REF-ID
           END-IF
           MOVE 'N' TO WS-LEDGER-EOF-SW
           MOVE 'OPEN LEDGER CURSOR' TO WS-SQL-CONTEXT
           EXEC SQL OPEN LEDGER-CURSOR END-EXEC
           PERFORM CHECK-SQL
           IF PROGRAM-FAILED
              EXIT PARAGRAPH
           END-IF
           PERFORM DELETE-ONE-LEDGER-ROW
              UNTIL LEDGER-CURSOR-EOF OR PROGRAM-FAILED
           MOVE 'CLOSE LEDGER CURSOR' TO WS-SQL-CONTEXT
           EXEC SQL CLOSE LEDGER-CURSOR END-EXEC
           PERFORM CHECK-SQL.

       DELETE-ONE-LEDGER-ROW.
           MOVE 'FETCH LEDGER ROW' TO WS-SQL-CONTEXT
           EXEC SQL
              FETCH LEDGER-CURSOR
                INTO :HV-POST-DATE, :HV-LEDGER-SEQ, :HV-ENTRY-TYPE,
                     :HV-AMOUNT
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 SET LEDGER-CURSOR-EOF TO TRUE
                 EXIT PARAGRAPH
              WHEN OTHER
                 PERFORM SQL-ERROR
                 EXIT PARAGRAPH
           END-EVALUATE
           MOVE 'DELETE LEDGER ROW' TO WS-SQL-CONTEXT
           EXEC SQL
              DELETE FROM BRKG_CASH_LEDGER
               WHERE PLAN_ID = :HV-PLAN-ID
                 AND ACCOUNT_ID = :HV-ACCOUNT-ID
                 AND POST_DATE = :HV-POST-DATE
                 AND LEDGER_SEQ = :HV-LEDGER-SEQ
           END-EXEC
           PERFORM CHECK-SQL
           IF PROGRAM-FAILED
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LEDGER-DELETE-COUNT
           ADD HV-AMOUNT TO WS-LEDGER-DELETE-TOTAL
           MOVE HV-LEDGER-SEQ TO WS-LOT-SEQ-DISP
           MOVE SPACES TO WS-LIST-DETAIL
           MOVE 'CASH DEL'    TO LST-ACTION
           IF HV-ENTRY-TYPE = 'TRX'
              MOVE HV-TRX-REF-ID TO LST-TRADE-ID
           ELSE
              MOVE HV-TRD-REF-ID TO LST-TRADE-ID
           END-IF
           MOVE HV-POST-DATE  TO LST-REF
           MOVE HV-AMOUNT     TO LST-AMOUNT
           STRING HV-ENTRY-TYPE ' LEDGER SEQ ' WS-LOT-SEQ-DISP
              DELIMITED BY SIZE INTO LST-NOTE
           END-STRING
           PERFORM WRITE-LIST-DETAIL.

      *    THE COMPENSATING ROW CARRIES THE BACKED-OUT ROW'S OWN
      *    TERMS, TONIGHT'S DATE, AND THE POSITION AS THE BACKOUT
      *    LEFT IT, SO THE LATEST AUDIT ROW FOR EVERY POSITION
      *    STILL AGREES WITH BRKG_POSITION FOR THE INTEGRITY CHECK.
       WRITE-BACKOUT-AUDIT-ROW.
           MOVE WS-NEXT-BKO-AUDIT-ID TO HV-AUDIT-ID
           ADD 1 TO WS-NEXT-BKO-AUDIT-ID
           MOVE HV-SEL-AUDIT-ID TO WS-BKO-AUDIT-NUM
           MOVE WS-BKO-TRADE-ID TO HV-BKO-TRADE-ID
           MOVE 'INSERT BACKOUT AUDIT' TO WS-SQL-CONTEXT
           EXEC SQL
              INSERT INTO BRKG_TRADE_AUD
                     (PLAN_ID, AUDIT_ID, TRADE_ID, ACCOUNT_ID, SYMBOL,
                      SIDE, QUANTITY, PRICE, EXEC_DATE, NEW_QTY,
                      NEW_AVG, ORIG_TRADE_ID, COMMISSION, FEES,
                      SETTLE_DATE, CURRENCY)
              VALUES (:HV-PLAN-ID, :HV-AUDIT-ID, :HV-BKO-TRADE-ID,
                      :HV-ACCOUNT-ID, :HV-SYMBOL, 'X',
                      :HV-QUANTITY, :HV-PRICE, :HV-RUN-DATE,
                      :HV-NEW-QTY, :HV-NEW-AVG, :HV-TRADE-ID,
                      :HV-COMMISSION, :HV-FEES,
                      :HV-RUN-DATE, :HV-CURRENCY)
           END-EXEC
           PERFORM CHECK-SQL
           IF PROGRAM-FAILED
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-AUDIT-ADD-COUNT
           MOVE SPACES TO WS-LIST-DETAIL
           MOVE 'AUDIT ADD'     TO LST-ACTION
           MOVE WS-BKO-TRADE-ID TO LST-TRADE-ID
           MOVE HV-AUDIT-ID     TO LST-AUDIT-ID
           MOVE 'X'             TO LST-SIDE
           MOVE HV-NEW-QTY      TO LST-QTY
           MOVE HV-NEW-AVG      TO LST-AMOUNT
           MOVE 'COMPENSATING ROW - NEW POSITION' TO LST-NOTE
           PERFORM WRITE-LIST-DETAIL.

      *    EVERY DETAIL LINE NAMES THE BACKED-OUT ROW'S ACCOUNT AND
      *    SYMBOL, AND ITS TRADE-ID, AUDIT_ID AND SIDE WHERE THE
      *    LINE DOES NOT CARRY ITS OWN.
       WRITE-LIST-DETAIL.
           MOVE HV-ACCOUNT-ID TO LST-ACCOUNT
           MOVE HV-SYMBOL     TO LST-SYMBOL
           IF LST-TRADE-ID = SPACES
              MOVE HV-TRADE-ID TO LST-TRADE-ID
           END-IF
           IF LST-AUDIT-ID = SPACES
              MOVE HV-SEL-AUDIT-ID TO LST-AUDIT-ID
           END-IF
           IF LST-SIDE = SPACE
              MOVE HV-TRADE-SIDE TO LST-SIDE
           END-IF
           WRITE BKOLIST-REC FROM WS-LIST-DETAIL.

      *    THE POSTING GUARD MOVES BACK ONLY WHEN THE LAST DATE IT
      *    PROTECTS IS THE FILE BUSINESS DATE JUST BACKED OUT - THE
      *    PARM DATE, OR THE LATEST DATE STAMPED ON THE ROWS OF AN
      *    AUDIT_ID RANGE - OR WHEN BRKRG010
      *    STOPPED PART WAY THROUGH A FILE AND LEFT A RESTART
      *    POSITION BEHIND - THEN THE RESTART POSITION IS CLEARED
      *    TOO, SO THE CORRECTED FILE POSTS FROM ITS FIRST RECORD.
      *    A LATER FILE ALREADY POSTED KEEPS THE GUARD WHERE IT IS.
      *    A SIMULATION LISTS THE CHANGE AND LEAVES THE FILE ALONE.
       RESET-POSTING-GUARD.
           OPEN INPUT CHKPT-FILE
           IF WS-CHKPT-STATUS NOT = '00'
              ADD 1 TO WS-EXCEPTION-COUNT
              MOVE SPACES TO WS-LIST-DETAIL
              MOVE 'CHECKPOINT'  TO LST-ACTION
              MOVE 'NO CHECKPOINT - GUARD NOT SET' TO LST-NOTE
              WRITE BKOLIST-REC FROM WS-LIST-DETAIL
              EXIT PARAGRAPH
           END-IF
           INITIALIZE CHKPT-RECORD
           READ CHKPT-FILE
              AT END
                 INITIALIZE CHKPT-RECORD
           END-READ
           CLOSE CHKPT-FILE
           MOVE ZERO TO WS-GUARD-OLD-DATE
           IF CHKPT-LAST-BUS-DATE IS NUMERIC
              MOVE CHKPT-LAST-BUS-DATE TO WS-GUARD-OLD-DATE
           END-IF
           COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-BACKOUT-BUS-DATE) - 1
           COMPUTE WS-GUARD-NEW-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           IF WS-GUARD-OLD-DATE < WS-GUARD-NEW-DATE
              MOVE WS-GUARD-OLD-DATE TO WS-GUARD-NEW-DATE
           END-IF
           MOVE SPACES TO WS-LIST-DETAIL
           MOVE 'CHECKPOINT'      TO LST-ACTION
           MOVE WS-GUARD-NEW-DATE TO LST-REF
           IF WS-GUARD-OLD-DATE > WS-BACKOUT-BUS-DATE
              ADD 1 TO WS-EXCEPTION-COUNT
              MOVE WS-GUARD-OLD-DATE TO LST-REF
              MOVE 'LATER FILE POSTED - GUARD KEPT' TO LST-NOTE
              WRITE BKOLIST-REC FROM WS-LIST-DETAIL
              EXIT PARAGRAPH
           END-IF
           IF WS-GUARD-OLD-DATE NOT = WS-BACKOUT-BUS-DATE
              AND (CHKPT-READ-COUNT IS NOT NUMERIC
                   OR CHKPT-READ-COUNT = 0)
              MOVE WS-GUARD-OLD-DATE TO LST-REF
              MOVE 'GUARD ALREADY CLEAR' TO LST-NOTE
              WRITE BKOLIST-REC FROM WS-LIST-DETAIL
              EXIT PARAGRAPH
           END-IF
           STRING 'GUARD WAS ' WS-GUARD-OLD-DATE
              DELIMITED BY SIZE INTO LST-NOTE
           END-STRING
           WRITE BKOLIST-REC FROM WS-LIST-DETAIL
           IF BACKOUT-MODE
              INITIALIZE CHKPT-RECORD
              MOVE WS-GUARD-NEW-DATE TO CHKPT-LAST-BUS-DATE
              OPEN OUTPUT CHKPT-FILE
              WRITE CHKPT-RECORD
              CLOSE CHKPT-FILE
              DISPLAY 'BRKRG250 - POSTING GUARD MOVED FROM '
                      WS-GUARD-OLD-DATE ' TO ' WS-GUARD-NEW-DATE
           END-IF.

       WRITE-LIST-TOTALS.
           MOVE WS-BACKED-OUT-COUNT    TO RPT-BACKED-OUT-COUNT
           MOVE WS-POSITION-COUNT      TO RPT-POSITION-COUNT
           MOVE WS-LOT-CHANGE-COUNT    TO RPT-LOT-CHANGE-COUNT
           MOVE WS-GAIN-DELETE-COUNT   TO RPT-GAIN-DELETE-COUNT
           MOVE WS-GAIN-ADD-COUNT      TO RPT-GAIN-ADD-COUNT
           MOVE WS-AUDIT-ADD-COUNT     TO RPT-AUDIT-ADD-COUNT
           MOVE WS-PEND-DELETE-COUNT   TO RPT-PEND-DELETE-COUNT
           MOVE WS-PEND-ADD-COUNT      TO RPT-PEND-ADD-COUNT
           MOVE WS-LEDGER-DELETE-COUNT TO RPT-LEDGER-DELETE-COUNT
           MOVE WS-LEDGER-DELETE-TOTAL TO RPT-LEDGER-DELETE-TOTAL
           MOVE WS-CONFLICT-COUNT      TO RPT-CONFLICT-COUNT
           MOVE WS-EXCEPTION-COUNT     TO RPT-EXCEPTION-COUNT
           WRITE BKOLIST-REC FROM WS-LIST-BLANK-LINE
           WRITE BKOLIST-REC FROM WS-LIST-TOTAL-1
           WRITE BKOLIST-REC FROM WS-LIST-TOTAL-2
           WRITE BKOLIST-REC FROM WS-LIST-TOTAL-3
           WRITE BKOLIST-REC FROM WS-LIST-TOTAL-4.

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
           MOVE WS-SEL-COUNT TO HV-LOG-IN
           IF BACKOUT-MODE
              MOVE WS-BACKED-OUT-COUNT TO HV-LOG-OUT
           ELSE
              MOVE ZERO TO HV-LOG-OUT
           END-IF
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
                      'BRKRG250', :HV-LOG-PHASE, :HV-LOG-RC,
                      :HV-LOG-IN, :HV-LOG-OUT)
           END-EXEC
           IF SQLCODE < 0
              DISPLAY 'BRKRG250 RUN LOG INSERT FAILED, CODE '
                      SQLCODE ' - CONTINUING'
           END-IF.

       CHECK-SQL.
           IF SQLCODE < 0
              PERFORM SQL-ERROR
           END-IF.

       SQL-ERROR.
           DISPLAY 'BRKRG250 SQL ERROR IN ' WS-SQL-CONTEXT
                   ' CODE ' SQLCODE
           EXEC SQL ROLLBACK END-EXEC
           MOVE 'Y' TO WS-ABORT-FLAG
           MOVE 'Y' TO WS-CONFLICT-EOF-SW
           MOVE 'Y' TO WS-SELECT-EOF-SW
           MOVE 'Y' TO WS-GAIN-EOF-SW
           MOVE 'Y' TO WS-LEDGER-EOF-SW
           SET LOT-NOT-FOUND TO TRUE.

       TABLE-ERROR.
           DISPLAY 'BRKRG250 TABLE ERROR IN ' WS-SQL-CONTEXT
           EXEC SQL ROLLBACK END-EXEC
           MOVE 'Y' TO WS-ABORT-FLAG
           MOVE 'Y' TO WS-SELECT-EOF-SW.

      *    AN ABEND ROLLS EVERYTHING BACK - A BACKOUT IS ALL OR
      *    NOTHING, AND THE CHECKPOINT IS ONLY EVER TOUCHED AFTER
      *    THE COMMIT. A REFUSED RUN CHANGES NOTHING.
       WRAP-UP.
           IF PROGRAM-FAILED
              DISPLAY 'BRKRG250 ABENDED - CHECK JOBLOG - NOTHING '
                      'WAS BACKED OUT'
              MOVE 12 TO RETURN-CODE
           ELSE
              IF RUN-REFUSED
                 MOVE 8 TO RETURN-CODE
                 DISPLAY 'BRKRG250 ENDED - RUN REFUSED, POSITIONS '
                         'HAVE LATER ACTIVITY'
              ELSE
                 IF WS-EXCEPTION-COUNT > 0
                    MOVE 4 TO RETURN-CODE
                 ELSE
                    MOVE 0 TO RETURN-CODE
                 END-IF
                 DISPLAY 'BRKRG250 NORMAL END'
              END-IF
           END-IF
           PERFORM WRITE-RUN-LOG-END
           DISPLAY 'BRKRG250 AUDIT ROWS SELECTED  = ' WS-SEL-COUNT
           DISPLAY 'BRKRG250 ROWS BACKED OUT      = '
                   WS-BACKED-OUT-COUNT
           DISPLAY 'BRKRG250 POSITIONS CHANGED    = ' WS-POSITION-COUNT
           DISPLAY 'BRKRG250 LOT CHANGES          = '
                   WS-LOT-CHANGE-COUNT
           DISPLAY 'BRKRG250 CASH ROWS DELETED    = '
                   WS-LEDGER-DELETE-COUNT
           MOVE WS-LEDGER-DELETE-TOTAL TO WS-TOTAL-DISP
           DISPLAY 'BRKRG250 CASH AMOUNT DELETED  = ' WS-TOTAL-DISP
           DISPLAY 'BRKRG250 CONFLICTS            = ' WS-CONFLICT-COUNT
           DISPLAY 'BRKRG250 EXCEPTIONS           = '
                   WS-EXCEPTION-COUNT
           IF SIMULATE-MODE
              DISPLAY 'BRKRG250 SIMULATION - NOTHING WAS COMMITTED'
           END-IF
           CLOSE BKOLIST-FILE
           GOBACK.

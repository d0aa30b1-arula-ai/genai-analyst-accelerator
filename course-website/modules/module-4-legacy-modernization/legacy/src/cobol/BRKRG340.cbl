       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRKRG340.
       AUTHOR. ANALYST TEAM.
       INSTALLATION. OSZ SECURITIES PROCESSING.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z16.
       OBJECT-COMPUTER. IBM-Z16.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCDESK-FILE ASSIGN TO 'EXCDESK-IN'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EXCDESK-STATUS.
           SELECT RUNLOG-FILE ASSIGN TO 'RUNLOG-IN'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT TRADJREJ-FILE ASSIGN TO 'TRADJREJ-IN'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TRADJREJ-STATUS.
           SELECT TRADJOOB-FILE ASSIGN TO 'TRADJOOB-IN'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TRADJOOB-STATUS.
           SELECT TRADJEXC-FILE ASSIGN TO 'TRADJEXC-IN'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TRADJEXC-STATUS.
           SELECT SETLEXC-FILE ASSIGN TO 'SETLEXC-IN'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SETLEXC-STATUS.
           SELECT PRCEXC-FILE ASSIGN TO 'PRCEXC-IN'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PRCEXC-STATUS.
           SELECT VALEXC-FILE ASSIGN TO 'VALEXC-IN'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-VALEXC-STATUS.
           SELECT MRGCALL-FILE ASSIGN TO 'MRGCALL-IN'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-MRGCALL-STATUS.
           SELECT XFRRPT-FILE ASSIGN TO 'XFRRPT-IN'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-XFRRPT-STATUS.
           SELECT INTRPT-FILE ASSIGN TO 'INTRPT-IN'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-INTRPT-STATUS.
           SELECT EXCRPT-FILE ASSIGN TO 'EXCRPT-OUT'
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCSLA-FILE ASSIGN TO 'EXCSLA-OUT'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    OPERATIONS' OWNERSHIP TABLE - WHICH DESK WORKS EACH
      *    CATEGORY OF EXCEPTION AND HOW MANY DAYS IT HAS BEFORE THE
      *    ITEM BREACHES ITS SLA. A CATEGORY OF '*' COVERS EVERY
      *    CATEGORY OF THE SOURCE NOT LISTED ON ITS OWN. ROWS HERE
      *    REPLACE THE BUILT-IN ASSIGNMENTS FOR THE SAME SOURCE AND
      *    CATEGORY; WITH NO PARM DATASET THE BUILT-IN TABLE STANDS.
       FD  EXCDESK-FILE
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS EXCDESK-REC.

       01  EXCDESK-REC.
           05  EDSK-SOURCE-ID          PIC X(08).
           05  EDSK-CATEGORY           PIC X(04).
           05  EDSK-DESK-ID            PIC X(08).
           05  EDSK-SLA-DAYS           PIC 9(03).
           05  FILLER                  PIC X(17).

      *    APPEND FILE WRITTEN BY THE NON-DB2 PROGRAMS IN THE CHAIN.
      *    ONLY TRADE-ADJUST'S COMPLETION ROW IS OF INTEREST HERE.
       FD  RUNLOG-FILE
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS RUNLOG-REC.

       01  RUNLOG-REC.
           05  RLOG-PROGRAM-ID         PIC X(08).
           05  RLOG-RUN-DATE           PIC 9(08).
           05  RLOG-PHASE              PIC X(01).
           05  RLOG-RETURN-CODE        PIC 9(02).
           05  RLOG-RECS-IN            PIC 9(09).
           05  RLOG-RECS-OUT           PIC 9(09).
           05  FILLER                  PIC X(03).

      *    TRADE-ADJUST'S REJECTED TRLOG RECORDS (TRADJ.REJ).
       FD  TRADJREJ-FILE
           RECORD CONTAINS 75 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS TRADJREJ-REC.

       01  TRADJREJ-REC.
           05  TXR-TID                 PIC X(16).
           05  TXR-BUID                PIC X(08).
           05  TXR-ASCD                PIC X(06).
           05  TXR-REASON              PIC X(20).
           05  TXR-QTY                 PIC X(07).
           05  TXR-PXO                 PIC X(09).
           05  TXR-PXC                 PIC X(09).

      *    TRADE-ADJUST'S OUT-OF-BAND PRICES (TRADJ.OOB).
       FD  TRADJOOB-FILE
           RECORD CONTAINS 60 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS TRADJOOB-REC.

       01  TRADJOOB-REC.
           05  TXO-TID                 PIC X(16).
           05  TXO-BUID                PIC X(08).
           05  TXO-ASCD                PIC X(06).
           05  TXO-FIELD               PIC X(03).
           05  TXO-PRICE               PIC S9(06)V999.
           05  TXO-PRIOR               PIC 9(06)V999.
           05  TXO-DEV-PCT             PIC 9(05)V99.
           05  FILLER                  PIC X(02).

      *    TRADE-ADJUST'S RSK LIMIT BREACHES (TRADJ.EXC). THE
      *    AMOUNTS ARE ALREADY EDITED FOR PRINT.
       FD  TRADJEXC-FILE
           RECORD CONTAINS 51 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS TRADJEXC-REC.

       01  TRADJEXC-REC.
           05  TXE-TID                 PIC X(16).
           05  TXE-BUID                PIC X(08).
           05  TXE-RSK                 PIC X(02).
           05  TXE-DELTA               PIC X(13).
           05  TXE-LIMIT               PIC X(12).

      *    BRKRG050'S SETTLEMENT EXCEPTION REPORT. FAIL-TO-DELIVER,
      *    SHORT-DELIVERY AND AGED-UNSETTLED LINES SHARE THE FIRST
      *    LAYOUT; AN ORPHAN CONFIRMATION LINE CARRIES ONLY A
      *    TRADE-ID.
       FD  SETLEXC-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS SETLEXC-REC SETLEXC-ORPHAN-REC.

       01  SETLEXC-REC.
           05  SLX-LABEL               PIC X(17).
           05  SLX-ACCOUNT-ID          PIC X(12).
           05  FILLER                  PIC X(01).
           05  SLX-SYMBOL              PIC X(10).
           05  FILLER                  PIC X(07).
           05  SLX-TRADE-ID            PIC X(16).
           05  FILLER                  PIC X(69).

       01  SETLEXC-ORPHAN-REC.
           05  SLX-ORPHAN-LABEL        PIC X(33).
           05  SLX-ORPHAN-TRADE-ID     PIC X(16).
           05  FILLER                  PIC X(83).

      *    BRKRG130'S PRICE FILE EXCEPTIONS.
       FD  PRCEXC-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS PRCEXC-REC.

       01  PRCEXC-REC.
           05  PRX-REASON              PIC X(24).
           05  PRX-SYMBOL              PIC X(10).
           05  FILLER                  PIC X(98).

      *    BRKRG060'S STALE-PRICE EXCEPTIONS, ONE LINE PER HOLDING.
       FD  VALEXC-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS VALEXC-REC.

       01  VALEXC-REC.
           05  VLX-LABEL               PIC X(24).
           05  VLX-SYMBOL              PIC X(10).
           05  FILLER                  PIC X(09).
           05  VLX-ACCOUNT-ID          PIC X(12).
           05  FILLER                  PIC X(77).

      *    BRKRG120'S MARGIN CALLS, AS COPIED OFF TONIGHT'S GDG.
       FD  MRGCALL-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS MRGCALL-REC.

       01  MRGCALL-REC.
           05  CALL-PLAN-ID            PIC X(08).
           05  CALL-ACCOUNT-ID         PIC X(12).
           05  CALL-RUN-DATE           PIC 9(08).
           05  CALL-MARKET-VALUE       PIC S9(13)V99.
           05  CALL-REQUIREMENT        PIC S9(13)V99.
           05  CALL-EQUITY             PIC S9(13)V99.
           05  CALL-DEFICIT            PIC S9(13)V99.
           05  FILLER                  PIC X(07).

      *    BRKRG150'S TRANSFER REPORT. APPLIED TRANSFERS ARE LISTED
      *    TOO AND ARE NOT EXCEPTIONS.
       FD  XFRRPT-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS XFRRPT-REC.

       01  XFRRPT-REC.
           05  XRX-LABEL               PIC X(09).
           05  XRX-DIRECTION           PIC X(03).
           05  FILLER                  PIC X(01).
           05  XRX-CONTROL-ID          PIC X(16).
           05  FILLER                  PIC X(06).
           05  XRX-ACCOUNT-ID          PIC X(12).
           05  FILLER                  PIC X(05).
           05  XRX-SYMBOL              PIC X(10).
           05  FILLER                  PIC X(05).
           05  XRX-QUANTITY            PIC X(09).
           05  FILLER                  PIC X(01).
           05  XRX-DISPOSITION         PIC X(30).
           05  FILLER                  PIC X(25).

      *    BRKRG180'S INTEGRITY REPORT - HEADER, DRIFT LINES, OR THE
      *    ALL-CLEAR LINE.
       FD  INTRPT-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS INTRPT-REC.

       01  INTRPT-REC.
           05  INX-KIND                PIC X(18).
           05  INX-ACCOUNT-ID          PIC X(12).
           05  FILLER                  PIC X(01).
           05  INX-SYMBOL              PIC X(10).
           05  FILLER                  PIC X(91).

       FD  EXCRPT-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS EXCRPT-REC.

       01  EXCRPT-REC                  PIC X(132).

      *    ONE RECORD PER OPEN ITEM OLDER THAN ITS CATEGORY'S SLA.
      *    STATUS 'O' IS STILL RECURRING; 'H' WAS CARRIED FORWARD
      *    BECAUSE ITS SOURCE DID NOT RUN TONIGHT.
       FD  EXCSLA-FILE
           RECORD CONTAINS 170 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS EXCSLA-REC.

       01  EXCSLA-REC.
           05  SLA-PLAN-ID             PIC X(08).
           05  SLA-RUN-DATE            PIC 9(08).
           05  SLA-SOURCE-ID           PIC X(08).
           05  SLA-CATEGORY            PIC X(04).
           05  SLA-DESK-ID             PIC X(08).
           05  SLA-ITEM-KEY            PIC X(40).
           05  SLA-FIRST-SEEN          PIC 9(08).
           05  SLA-AGE-DAYS            PIC 9(04).
           05  SLA-SLA-DAYS            PIC 9(03).
           05  SLA-DAYS-OVER           PIC 9(04).
           05  SLA-OCCURRENCES         PIC 9(05).
           05  SLA-ITEM-STATUS         PIC X(01).
           05  SLA-ITEM-DETAIL         PIC X(60).
           05  FILLER                  PIC X(09).

       WORKING-STORAGE SECTION.
       01  WS-ABORT-FLAG            PIC X VALUE 'N'.
           88  PROGRAM-OK                     VALUE 'N'.
           88  PROGRAM-FAILED                 VALUE 'Y'.
       01  WS-END-OF-EXCDESK        PIC X VALUE 'N'.
           88  NO-MORE-EXCDESK                VALUE 'Y'.
       01  WS-END-OF-RUNLOG         PIC X VALUE 'N'.
           88  NO-MORE-RUNLOG                 VALUE 'Y'.
       01  WS-END-OF-TRADJREJ       PIC X VALUE 'N'.
           88  NO-MORE-TRADJREJ               VALUE 'Y'.
       01  WS-END-OF-TRADJOOB       PIC X VALUE 'N'.
           88  NO-MORE-TRADJOOB               VALUE 'Y'.
       01  WS-END-OF-TRADJEXC       PIC X VALUE 'N'.
           88  NO-MORE-TRADJEXC               VALUE 'Y'.
       01  WS-END-OF-SETLEXC        PIC X VALUE 'N'.
           88  NO-MORE-SETLEXC                VALUE 'Y'.
       01  WS-END-OF-PRCEXC         PIC X VALUE 'N'.
           88  NO-MORE-PRCEXC                 VALUE 'Y'.
       01  WS-END-OF-VALEXC         PIC X VALUE 'N'.
           88  NO-MORE-VALEXC                 VALUE 'Y'.
       01  WS-END-OF-MRGCALL        PIC X VALUE 'N'.
           88  NO-MORE-MRGCALL                VALUE 'Y'.
       01  WS-END-OF-XFRRPT         PIC X VALUE 'N'.
           88  NO-MORE-XFRRPT                 VALUE 'Y'.
       01  WS-END-OF-INTRPT         PIC X VALUE 'N'.
           88  NO-MORE-INTRPT                 VALUE 'Y'.
       01  WS-REJ-CURSOR-EOF-SW     PIC X VALUE 'N'.
           88  REJ-CURSOR-EOF                 VALUE 'Y'.
       01  WS-PRIOR-CURSOR-EOF-SW   PIC X VALUE 'N'.
           88  PRIOR-CURSOR-EOF               VALUE 'Y'.
       01  WS-OPEN-CURSOR-EOF-SW    PIC X VALUE 'N'.
           88  OPEN-CURSOR-EOF                VALUE 'Y'.
       01  WS-TRADEADJ-SEEN-SW      PIC X VALUE 'N'.
           88  TRADEADJ-COMPLETED             VALUE 'Y'.
       01  WS-EXCDESK-STATUS        PIC X(02).
       01  WS-RUNLOG-STATUS         PIC X(02).
       01  WS-TRADJREJ-STATUS       PIC X(02).
       01  WS-TRADJOOB-STATUS       PIC X(02).
       01  WS-TRADJEXC-STATUS       PIC X(02).
       01  WS-SETLEXC-STATUS        PIC X(02).
       01  WS-PRCEXC-STATUS         PIC X(02).
       01  WS-VALEXC-STATUS         PIC X(02).
       01  WS-MRGCALL-STATUS        PIC X(02).
       01  WS-XFRRPT-STATUS         PIC X(02).
       01  WS-INTRPT-STATUS         PIC X(02).
       01  WS-SQL-CONTEXT           PIC X(30).

       01  WS-RUN-DATE              PIC 9(08) VALUE 0.
       01  WS-RUN-INT               PIC S9(9) COMP VALUE 0.
       01  WS-FIRST-INT             PIC S9(9) COMP VALUE 0.
       01  WS-TRADEADJ-RC           PIC 9(02) VALUE 0.

       01  WS-LINES-READ-COUNT      PIC S9(9) COMP VALUE 0.
       01  WS-ITEMS-LOADED-COUNT    PIC S9(9) COMP VALUE 0.
       01  WS-FOLDED-COUNT          PIC S9(9) COMP VALUE 0.
       01  WS-PRIOR-READ-COUNT      PIC S9(9) COMP VALUE 0.
       01  WS-RECURRING-COUNT       PIC S9(9) COMP VALUE 0.
       01  WS-NEW-COUNT             PIC S9(9) COMP VALUE 0.
       01  WS-CLOSED-COUNT          PIC S9(9) COMP VALUE 0.
       01  WS-CARRIED-COUNT         PIC S9(9) COMP VALUE 0.
       01  WS-OPEN-COUNT            PIC S9(9) COMP VALUE 0.
       01  WS-OVER-SLA-COUNT        PIC S9(9) COMP VALUE 0.
       01  WS-SOURCE-SKIP-COUNT     PIC S9(9) COMP VALUE 0.
       01  WS-ROWS-CLEARED          PIC S9(9) COMP VALUE 0.

      *    THE TEN EXCEPTION SOURCES AND THE PROGRAM WHOSE RUN LOG
      *    COMPLETION SAYS TONIGHT'S COPY IS CURRENT. THE PRINT
      *    REPORTS AND TRADJ FILES ARE OVERWRITTEN ONLY WHEN THEIR
      *    STEP RUNS, SO A SOURCE WHOSE PROGRAM DID NOT COMPLETE
      *    TONIGHT IS NOT READ AT ALL - ITS OPEN ITEMS ARE CARRIED
      *    FORWARD UNCHANGED RATHER THAN RE-AGED FROM A STALE FILE
      *    OR CLOSED FOR WANT OF ONE.
       01  WS-SOURCE-COUNT          PIC S9(4) COMP VALUE 0.
       01  WS-SOURCE-TABLE-MAX      PIC S9(4) COMP VALUE 10.
       01  WS-SOURCE-TABLE.
           05  WS-SOURCE-ENTRY OCCURS 10 TIMES INDEXED BY SRC-IDX.
               10  WS-SOURCE-ID     PIC X(08).
               10  WS-SOURCE-PGM    PIC X(08).
               10  WS-SOURCE-STATE  PIC X(01).
                   88  SOURCE-RAN                 VALUE 'R'.
                   88  SOURCE-NOT-RUN             VALUE 'N'.
                   88  SOURCE-MISSING             VALUE 'M'.
               10  WS-SOURCE-LINES  PIC S9(9) COMP.
               10  WS-SOURCE-ITEMS  PIC S9(9) COMP.
       01  WS-SOURCE-FOUND-SW       PIC X VALUE 'N'.
           88  SOURCE-FOUND                   VALUE 'Y'.
           88  SOURCE-NOT-FOUND               VALUE 'N'.

      *    CATEGORY TO DESK AND SLA DAYS, BUILT-IN ROWS FIRST THEN
      *    THE EXCDESK-IN OVERRIDES. AN ITEM WHOSE SOURCE AND
      *    CATEGORY MATCH NEITHER AN EXACT ROW NOR THE SOURCE'S '*'
      *    ROW GOES TO UNASSIGN WITH A ONE-DAY SLA.
       01  WS-MAP-COUNT             PIC S9(4) COMP VALUE 0.
       01  WS-MAP-TABLE-MAX         PIC S9(4) COMP VALUE 100.
       01  WS-MAP-TABLE.
           05  WS-MAP-ENTRY OCCURS 100 TIMES INDEXED BY MAP-IDX.
               10  WS-MAP-SOURCE-ID PIC X(08).
               10  WS-MAP-CATEGORY  PIC X(04).
               10  WS-MAP-DESK-ID   PIC X(08).
               10  WS-MAP-SLA-DAYS  PIC S9(4) COMP.
       01  WS-MAP-ROW.
           05  WS-MAP-ROW-SOURCE-ID PIC X(08).
           05  WS-MAP-ROW-CATEGORY  PIC X(04).
           05  WS-MAP-ROW-DESK-ID   PIC X(08).
           05  WS-MAP-ROW-SLA-DAYS  PIC 9(03).
       01  WS-MAP-FOUND-SW          PIC X VALUE 'N'.
           88  MAP-FOUND                      VALUE 'Y'.
           88  MAP-NOT-FOUND                  VALUE 'N'.
       01  WS-UNASSIGNED-DESK       PIC X(08) VALUE 'UNASSIGN'.
       01  WS-UNASSIGNED-SLA-DAYS   PIC S9(4) COMP VALUE 1.

      *    THE ITEM BEING LOADED FROM A SOURCE.
       01  WS-ITEM-SOURCE-ID        PIC X(08).
       01  WS-ITEM-CATEGORY         PIC X(04).
       01  WS-ITEM-KEY              PIC X(40).
       01  WS-ITEM-DETAIL           PIC X(60).
       01  WS-ITEM-DESK-ID          PIC X(08).
       01  WS-ITEM-SLA-DAYS         PIC S9(4) COMP VALUE 0.
       01  WS-AMOUNT-EDIT-1         PIC -(12)9.99.
       01  WS-AMOUNT-EDIT-2         PIC -(12)9.99.
       01  WS-PCT-EDIT              PIC ZZZZ9.99.

      *    AGE BUCKETS: 1 NEW TONIGHT, 2 ONE-TWO DAYS, 3 THREE-FIVE,
      *    4 SIX-TEN, 5 OVER TEN.
       01  WS-BKT-SUB               PIC S9(4) COMP VALUE 0.
       01  WS-DESK-COUNT            PIC S9(4) COMP VALUE 0.
       01  WS-DESK-TABLE-MAX        PIC S9(4) COMP VALUE 50.
       01  WS-DESK-TABLE.
           05  WS-DESK-ENTRY OCCURS 50 TIMES INDEXED BY DSK-IDX.
               10  WS-DESK-ID       PIC X(08).
               10  WS-DESK-BUCKET   PIC S9(9) COMP OCCURS 5 TIMES.
               10  WS-DESK-OPEN     PIC S9(9) COMP.
               10  WS-DESK-OVER-SLA PIC S9(9) COMP.
               10  WS-DESK-CARRIED  PIC S9(9) COMP.
               10  WS-DESK-CLOSED   PIC S9(9) COMP.
       01  WS-TOT-BUCKET-TABLE.
           05  WS-TOT-BUCKET        PIC S9(9) COMP OCCURS 5 TIMES.
       01  WS-TOT-DESK-SUB          PIC S9(4) COMP VALUE 0.
       01  WS-PREV-DESK-ID          PIC X(08) VALUE SPACES.
       01  WS-FIRST-DESK-SW         PIC X VALUE 'Y'.
           88  FIRST-DESK                     VALUE 'Y'.

       01  WS-RPT-HEADER-1.
           05  FILLER               PIC X(46) VALUE
               'BRKRG340 OPEN EXCEPTION INVENTORY - RUN DATE  '.
           05  HDR-RUN-DATE         PIC 9(08).
           05  FILLER               PIC X(19) VALUE
               '   PRIOR INVENTORY '.
           05  HDR-PRIOR-DATE       PIC 9(08).
           05  FILLER               PIC X(51) VALUE SPACES.

       01  WS-RPT-SOURCE-HEADER.
           05  FILLER               PIC X(50) VALUE
               'SOURCE   PROGRAM   TONIGHT'.
           05  FILLER               PIC X(24) VALUE
               '   LINES READ     ITEMS'.
           05  FILLER               PIC X(58) VALUE SPACES.

       01  WS-RPT-SOURCE-LINE.
           05  SRC-SOURCE-ID        PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  SRC-PROGRAM          PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  SRC-STATE-TEXT       PIC X(31).
           05  SRC-LINES            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  SRC-ITEMS            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(59) VALUE SPACES.

       01  WS-RPT-DESK-HEADER.
           05  FILLER               PIC X(05) VALUE 'DESK '.
           05  DHD-DESK-ID          PIC X(08).
           05  FILLER               PIC X(13) VALUE ' - OPEN ITEMS'.
           05  FILLER               PIC X(106) VALUE SPACES.

       01  WS-RPT-ITEM-HEADER.
           05  FILLER               PIC X(14) VALUE 'SOURCE   CAT'.
           05  FILLER               PIC X(41) VALUE 'ITEM KEY'.
           05  FILLER               PIC X(09) VALUE 'FIRST'.
           05  FILLER               PIC X(14) VALUE
               ' AGE SLA  OCC'.
           05  FILLER               PIC X(09) VALUE 'FLAG'.
           05  FILLER               PIC X(45) VALUE 'DETAIL'.

       01  WS-RPT-ITEM-LINE.
           05  DET-SOURCE-ID        PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DET-CATEGORY         PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DET-ITEM-KEY         PIC X(40).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DET-FIRST-SEEN       PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DET-AGE-DAYS         PIC ZZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DET-SLA-DAYS         PIC ZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DET-OCCURRENCES      PIC ZZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DET-FLAG             PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DET-ITEM-DETAIL      PIC X(45).

       01  WS-RPT-BUCKET-HEADER.
           05  FILLER               PIC X(22) VALUE
               '            DESK'.
           05  FILLER               PIC X(40) VALUE
               '    NEW  1-2 DY  3-5 DY 6-10 DY  OVR 10 '.
           05  FILLER               PIC X(31) VALUE
               '   OPEN OVR SLA CARRIED  CLOSED'.
           05  FILLER               PIC X(39) VALUE SPACES.

       01  WS-RPT-BUCKET-LINE.
           05  BKT-LABEL            PIC X(12).
           05  BKT-DESK-ID          PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  BKT-COUNT OCCURS 5 TIMES.
               10  BKT-BUCKET       PIC ZZZZZZ9.
               10  FILLER           PIC X(01) VALUE SPACES.
           05  BKT-OPEN             PIC ZZZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  BKT-OVER-SLA         PIC ZZZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  BKT-CARRIED          PIC ZZZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  BKT-CLOSED           PIC ZZZZZZ9.
           05  FILLER               PIC X(39) VALUE SPACES.

       01  WS-RPT-NONE-LINE.
           05  FILLER               PIC X(40) VALUE
               'NO OPEN EXCEPTION ITEMS TONIGHT'.
           05  FILLER               PIC X(92) VALUE SPACES.

       01  WS-RPT-COUNT-LINE.
           05  RPT-COUNT-LABEL      PIC X(40).
           05  RPT-COUNT-VALUE      PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(81) VALUE SPACES.

       01  WS-RPT-BLANK-LINE        PIC X(132) VALUE SPACES.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  HV-PLAN-ID              PIC X(08).
       01  HV-RUN-DATE             PIC 9(8).
       01  HV-PRIOR-DATE           PIC 9(8).
       01  HV-PROGRAM-ID           PIC X(08).
       01  HV-RAN-COUNT            PIC S9(9) COMP.
       01  HV-TRADE-ID             PIC X(16).
       01  HV-ACCOUNT-ID           PIC X(12).
       01  HV-SYMBOL               PIC X(10).
       01  HV-REASON               PIC X(03).
       01  HV-SOURCE-ID            PIC X(08).
       01  HV-CATEGORY             PIC X(04).
       01  HV-ITEM-KEY             PIC X(40).
       01  HV-ITEM-STATUS          PIC X(01).
       01  HV-DESK-ID              PIC X(08).
       01  HV-SLA-DAYS             PIC S9(4) COMP.
       01  HV-FIRST-SEEN           PIC 9(8).
       01  HV-AGE-DAYS             PIC S9(4) COMP.
       01  HV-OCCURRENCES          PIC S9(9) COMP.
       01  HV-ITEM-DETAIL          PIC X(60).
       01  HV-LOG-DATE             PIC 9(8).
       01  HV-LOG-PHASE            PIC X(01).
       01  HV-LOG-RC               PIC S9(4) COMP.
       01  HV-LOG-IN               PIC S9(9) COMP.
       01  HV-LOG-OUT              PIC S9(9) COMP.
       EXEC SQL END DECLARE SECTION END-EXEC.

       01  FILLER.
           05  WS-PLAN-NAME        PIC X(8)  VALUE 'ULTRA01'.

       PROCEDURE DIVISION.

      *    TONIGHT'S TRADE REJECTS, AS BRKRG270 LOADED THEM FROM THE
      *    REJECT GENERATION STEP010 CUT.
       EXEC SQL
            DECLARE EXCP-REJ-CURSOR CURSOR FOR
            SELECT TRADE_ID, ACCOUNT_ID, SYMBOL, REASON
              FROM BRKG_TRADE_EXCP
             WHERE PLAN_ID = :HV-PLAN-ID
               AND SOURCE_CODE = 'REJ'
               AND LOAD_DATE = :HV-RUN-DATE
             ORDER BY TRADE_ID
       END-EXEC.

      *    THE ITEMS STILL OPEN - OR CARRIED - AT THE LAST
      *    INVENTORY BEFORE TONIGHT.
       EXEC SQL
            DECLARE INV-PRIOR-CURSOR CURSOR FOR
            SELECT SOURCE_ID, CATEGORY, ITEM_KEY, FIRST_SEEN,
                   OCCURRENCES, ITEM_DETAIL
              FROM BRKG_EXCP_INV
             WHERE PLAN_ID = :HV-PLAN-ID
               AND INV_DATE = :HV-PRIOR-DATE
               AND ITEM_STATUS IN ('O', 'H')
             ORDER BY SOURCE_ID, CATEGORY, ITEM_KEY
       END-EXEC.

       EXEC SQL
            DECLARE INV-OPEN-CURSOR CURSOR FOR
            SELECT SOURCE_ID, CATEGORY, ITEM_KEY, ITEM_STATUS,
                   DESK_ID, SLA_DAYS, FIRST_SEEN, AGE_DAYS,
                   OCCURRENCES, ITEM_DETAIL
              FROM BRKG_EXCP_INV
             WHERE PLAN_ID = :HV-PLAN-ID
               AND INV_DATE = :HV-RUN-DATE
               AND ITEM_STATUS IN ('O', 'H')
             ORDER BY DESK_ID, AGE_DAYS DESC, SOURCE_ID,
                      CATEGORY, ITEM_KEY
       END-EXEC.

      *    BRKG_EXCP_INV HOLDS ONE ROW PER SOURCE, INVENTORY DATE,
      *    CATEGORY AND ITEM KEY. EACH NIGHT WRITES A COMPLETE NEW
      *    INVENTORY: 'O' ITEMS SEEN TONIGHT (FIRST_SEEN CARRIED
      *    FROM THE PRIOR INVENTORY WHEN THE ITEM RECURS), 'H' ITEMS
      *    CARRIED UNCHANGED BECAUSE THEIR SOURCE DID NOT RUN, AND
      *    'C' ITEMS OPEN LAST TIME THAT DID NOT RECUR AND ARE
      *    CLOSED TONIGHT. EARLIER INVENTORIES ARE NEVER UPDATED, SO
      *    A RERUN SIMPLY REPLACES TONIGHT'S ROWS IN ONE UNIT OF
      *    WORK AND AGES AGAINST THE SAME PRIOR INVENTORY AGAIN.
       MAIN-SECTION.
           PERFORM INIT-PROGRAM
           IF PROGRAM-FAILED
              GO TO WRAP-UP
           END-IF
           PERFORM CLEAR-TONIGHT-INVENTORY
           IF PROGRAM-OK
              PERFORM LOAD-TRADE-REJECTS
           END-IF
           IF PROGRAM-OK
              PERFORM LOAD-TRADJ-REJECTS
           END-IF
           IF PROGRAM-OK
              PERFORM LOAD-TRADJ-OUT-OF-BAND
           END-IF
           IF PROGRAM-OK
              PERFORM LOAD-TRADJ-LIMIT-BREACHES
           END-IF
           IF PROGRAM-OK
              PERFORM LOAD-SETTLEMENT-EXCEPTIONS
           END-IF
           IF PROGRAM-OK
              PERFORM LOAD-PRICE-EXCEPTIONS
           END-IF
           IF PROGRAM-OK
              PERFORM LOAD-VALUATION-EXCEPTIONS
           END-IF
           IF PROGRAM-OK
              PERFORM LOAD-MARGIN-CALLS
           END-IF
           IF PROGRAM-OK
              PERFORM LOAD-TRANSFER-EXCEPTIONS
           END-IF
           IF PROGRAM-OK
              PERFORM LOAD-INTEGRITY-EXCEPTIONS
           END-IF
           IF PROGRAM-FAILED
              GO TO WRAP-UP
           END-IF
           PERFORM WRITE-SOURCE-STATUS
           PERFORM AGE-PRIOR-INVENTORY
           IF PROGRAM-FAILED
              GO TO WRAP-UP
           END-IF
           COMPUTE WS-NEW-COUNT =
                   WS-ITEMS-LOADED-COUNT - WS-RECURRING-COUNT
           PERFORM REPORT-OPEN-ITEMS
           IF PROGRAM-FAILED
              GO TO WRAP-UP
           END-IF
           PERFORM WRITE-DESK-SUMMARY
           PERFORM WRITE-REPORT-TOTALS
           MOVE 'COMMIT INVENTORY' TO WS-SQL-CONTEXT
           EXEC SQL COMMIT END-EXEC
           PERFORM CHECK-SQL
           PERFORM WRAP-UP
           GOBACK.

       INIT-PROGRAM.
           DISPLAY 'BRKRG340 STARTING - EXCEPTION INVENTORY AND AGING'
           MOVE WS-PLAN-NAME TO HV-PLAN-ID
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
           MOVE WS-RUN-DATE TO HV-RUN-DATE HV-LOG-DATE
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           PERFORM WRITE-RUN-LOG-START
           OPEN OUTPUT EXCRPT-FILE
           OPEN OUTPUT EXCSLA-FILE
           PERFORM LOAD-SOURCE-TABLE
           PERFORM LOAD-DESK-DEFAULTS
           PERFORM LOAD-DESK-PARM
           IF PROGRAM-FAILED
              EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-DB2-SOURCES
           IF PROGRAM-FAILED
              EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-TRADE-ADJUST-RUN
           PERFORM LOCATE-PRIOR-INVENTORY
           IF PROGRAM-FAILED
              EXIT PARAGRAPH
           END-IF
           MOVE WS-RUN-DATE   TO HDR-RUN-DATE
           MOVE HV-PRIOR-DATE TO HDR-PRIOR-DATE
           WRITE EXCRPT-REC FROM WS-RPT-HEADER-1
           WRITE EXCRPT-REC FROM WS-RPT-BLANK-LINE.

       LOAD-SOURCE-TABLE.
           MOVE 'REJECT'   TO WS-SOURCE-ID (1)
           MOVE 'BRKRG270' TO WS-SOURCE-PGM (1)
           MOVE 'TRADJREJ' TO WS-SOURCE-ID (2)
           MOVE 'TRADEADJ' TO WS-SOURCE-PGM (2)
           MOVE 'TRADJOOB' TO WS-SOURCE-ID (3)
           MOVE 'TRADEADJ' TO WS-SOURCE-PGM (3)
           MOVE 'TRADJEXC' TO WS-SOURCE-ID (4)
           MOVE 'TRADEADJ' TO WS-SOURCE-PGM (4)
           MOVE 'SETLEXC'  TO WS-SOURCE-ID (5)
           MOVE 'BRKRG050' TO WS-SOURCE-PGM (5)
           MOVE 'PRCEXC'   TO WS-SOURCE-ID (6)
           MOVE 'BRKRG130' TO WS-SOURCE-PGM (6)
           MOVE 'VALEXC'   TO WS-SOURCE-ID (7)
           MOVE 'BRKRG060' TO WS-SOURCE-PGM (7)
           MOVE 'MRGCALL'  TO WS-SOURCE-ID (8)
           MOVE 'BRKRG120' TO WS-SOURCE-PGM (8)
           MOVE 'XFRRPT'   TO WS-SOURCE-ID (9)
           MOVE 'BRKRG150' TO WS-SOURCE-PGM (9)
           MOVE 'INTRPT'   TO WS-SOURCE-ID (10)
           MOVE 'BRKRG180' TO WS-SOURCE-PGM (10)
           MOVE WS-SOURCE-TABLE-MAX TO WS-SOURCE-COUNT
           PERFORM VARYING SRC-IDX FROM 1 BY 1
                   UNTIL SRC-IDX > WS-SOURCE-COUNT
              PERFORM RESET-SOURCE-ENTRY
           END-PERFORM.

       RESET-SOURCE-ENTRY.
           SET SOURCE-NOT-RUN (SRC-IDX) TO TRUE
           MOVE ZERO TO WS-SOURCE-LINES (SRC-IDX)
                        WS-SOURCE-ITEMS (SRC-IDX).

      *    THE BUILT-IN OWNERSHIP TABLE. ACCOUNT REJECTS BELONG TO
      *    CLIENT SERVICE, SYMBOL REJECTS TO THE REFERENCE DATA DESK;
      *    PRICES AND FX RATES TO PRICING; RSK LIMIT BREACHES TO
      *    RISK; FAILS AND UNSETTLED TRADES TO SETTLEMENTS; SHORT
      *    DELIVERIES TO STOCK LOAN; CALLS TO THE MARGIN DESK; ACATS
      *    TO THE TRANSFER DESK; BOOK DRIFT TO OPERATIONS.
       LOAD-DESK-DEFAULTS.
           MOVE 'REJECT  UNK ACCTSVC 001' TO WS-MAP-ROW
           PERFORM ADD-MAP-ENTRY
           MOVE 'REJECT  CLS ACCTSVC 001' TO WS-MAP-ROW
           PERFORM ADD-MAP-ENTRY
           MOVE 'REJECT  SYM REFDATA 001' TO WS-MAP-ROW
           PERFORM ADD-MAP-ENTRY
           MOVE 'REJECT  DLS REFDATA 001' TO WS-MAP-ROW
           PERFORM ADD-MAP-ENTRY
           MOVE 'REJECT  *   TRADESUP001' TO WS-MAP-ROW
           PERFORM ADD-MAP-ENTRY
           MOVE 'TRADJREJ*   TRADESUP001' TO WS-MAP-ROW
           PERFORM ADD-MAP-ENTRY
           MOVE 'TRADJREJFX  PRICING 001' TO WS-MAP-ROW
           PERFORM ADD-MAP-ENTRY
           MOVE 'TRADJOOB*   PRICING 001' TO WS-MAP-ROW
           PERFORM ADD-MAP-ENTRY
           MOVE 'TRADJEXC*   RISK    002' TO WS-MAP-ROW
           PERFORM ADD-MAP-ENTRY
           MOVE 'SETLEXC FTD SETTLE  001' TO WS-MAP-ROW
           PERFORM ADD-MAP-ENTRY
           MOVE 'SETLEXC SHRTSTOCKLN 001' TO WS-MAP-ROW
           PERFORM ADD-MAP-ENTRY
           MOVE 'SETLEXC AGEDSETTLE  003' TO WS-MAP-ROW
           PERFORM ADD-MAP-ENTRY
           MOVE 'SETLEXC ORPHSETTLE  002' TO WS-MAP-ROW
           PERFORM ADD-MAP-ENTRY
           MOVE 'PRCEXC  *   PRICING 001' TO WS-MAP-ROW
           PERFORM ADD-MAP-ENTRY
           MOVE 'VALEXC  *   PRICING 001' TO WS-MAP-ROW
           PERFORM ADD-MAP-ENTRY
           MOVE 'MRGCALL *   MARGIN  003' TO WS-MAP-ROW
           PERFORM ADD-MAP-ENTRY
           MOVE 'XFRRPT  *   TRANSFER002' TO WS-MAP-ROW
           PERFORM ADD-MAP-ENTRY
           MOVE 'INTRPT  *   OPS     001' TO WS-MAP-ROW
           PERFORM ADD-MAP-ENTRY.

       LOAD-DESK-PARM.
           OPEN INPUT EXCDESK-FILE
           IF WS-EXCDESK-STATUS = '00'
              PERFORM LOAD-DESK-PARM-ROW
                 UNTIL NO-MORE-EXCDESK OR PROGRAM-FAILED
              CLOSE EXCDESK-FILE
              DISPLAY 'BRKRG340 - DESK ASSIGNMENTS LOADED: '
                      WS-MAP-COUNT ' CATEGORIES'
           ELSE
              SET NO-MORE-EXCDESK TO TRUE
              DISPLAY 'BRKRG340 - NO DESK PARM DATASET, BUILT-IN '
                      'DESK ASSIGNMENTS APPLY'
           END-IF.

       LOAD-DESK-PARM-ROW.
           READ EXCDESK-FILE
              AT END
                 SET NO-MORE-EXCDESK TO TRUE
              NOT AT END
                 IF EDSK-SOURCE-ID = SPACES
                    OR EDSK-DESK-ID = SPACES
                    OR EDSK-SLA-DAYS IS NOT NUMERIC
                    DISPLAY 'BRKRG340 - BAD DESK PARM ROW SKIPPED, '
                            'SOURCE ' EDSK-SOURCE-ID
                            ' CATEGORY ' EDSK-CATEGORY
                 ELSE
                    MOVE EDSK-SOURCE-ID TO WS-MAP-ROW-SOURCE-ID
                    MOVE EDSK-CATEGORY  TO WS-MAP-ROW-CATEGORY
                    MOVE EDSK-DESK-ID   TO WS-MAP-ROW-DESK-ID
                    MOVE EDSK-SLA-DAYS  TO WS-MAP-ROW-SLA-DAYS
                    PERFORM ADD-MAP-ENTRY
                 END-IF
           END-READ.

       ADD-MAP-ENTRY.
           SET MAP-NOT-FOUND TO TRUE
           IF WS-MAP-COUNT > 0
              SET MAP-IDX TO 1
              SEARCH WS-MAP-ENTRY
                 AT END
                    CONTINUE
                 WHEN MAP-IDX > WS-MAP-COUNT
                    CONTINUE
                 WHEN WS-MAP-SOURCE-ID (MAP-IDX)
                         = WS-MAP-ROW-SOURCE-ID
                  AND WS-MAP-CATEGORY (MAP-IDX)
                         = WS-MAP-ROW-CATEGORY
                    SET MAP-FOUND TO TRUE
              END-SEARCH
           END-IF
           IF MAP-NOT-FOUND
              IF WS-MAP-COUNT >= WS-MAP-TABLE-MAX
                 MOVE 'DESK MAP TABLE FULL' TO WS-SQL-CONTEXT
                 PERFORM TABLE-ERROR
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-MAP-COUNT
              SET MAP-IDX TO WS-MAP-COUNT
              MOVE WS-MAP-ROW-SOURCE-ID
                TO WS-MAP-SOURCE-ID (MAP-IDX)
              MOVE WS-MAP-ROW-CATEGORY
                TO WS-MAP-CATEGORY (MAP-IDX)
           END-IF
           MOVE WS-MAP-ROW-DESK-ID  TO WS-MAP-DESK-ID (MAP-IDX)
           MOVE WS-MAP-ROW-SLA-DAYS TO WS-MAP-SLA-DAYS (MAP-IDX).

      *    EXACT SOURCE AND CATEGORY FIRST, THEN THE SOURCE'S '*'
      *    ROW, THEN UNASSIGN.
       LOOKUP-DESK.
           MOVE WS-UNASSIGNED-DESK     TO WS-ITEM-DESK-ID
           MOVE WS-UNASSIGNED-SLA-DAYS TO WS-ITEM-SLA-DAYS
           MOVE WS-ITEM-SOURCE-ID      TO WS-MAP-ROW-SOURCE-ID
           MOVE WS-ITEM-CATEGORY       TO WS-MAP-ROW-CATEGORY
           PERFORM SEARCH-MAP-ENTRY
           IF MAP-NOT-FOUND
              MOVE '*' TO WS-MAP-ROW-CATEGORY
              PERFORM SEARCH-MAP-ENTRY
           END-IF
           IF MAP-FOUND
              MOVE WS-MAP-DESK-ID (MAP-IDX)  TO WS-ITEM-DESK-ID
              MOVE WS-MAP-SLA-DAYS (MAP-IDX) TO WS-ITEM-SLA-DAYS
           END-IF.

       SEARCH-MAP-ENTRY.
           SET MAP-NOT-FOUND TO TRUE
           IF WS-MAP-COUNT > 0
              SET MAP-IDX TO 1
              SEARCH WS-MAP-ENTRY
                 AT END
                    CONTINUE
                 WHEN MAP-IDX > WS-MAP-COUNT
                    CONTINUE
                 WHEN WS-MAP-SOURCE-ID (MAP-IDX)
                         = WS-MAP-ROW-SOURCE-ID
                  AND WS-MAP-CATEGORY (MAP-IDX)
                         = WS-MAP-ROW-CATEGORY
                    SET MAP-FOUND TO TRUE
              END-SEARCH
           END-IF.

      *    A DB2 SOURCE IS CURRENT WHEN ITS PROGRAM'S LATEST
      *    COMPLETION ROW TONIGHT CARRIES A RETURN CODE BELOW 12.
       CHECK-DB2-SOURCES.
           PERFORM VARYING SRC-IDX FROM 1 BY 1
                   UNTIL SRC-IDX > WS-SOURCE-COUNT
                      OR PROGRAM-FAILED
              IF WS-SOURCE-PGM (SRC-IDX) NOT = 'TRADEADJ'
                 PERFORM CHECK-ONE-DB2-SOURCE
              END-IF
           END-PERFORM.

       CHECK-ONE-DB2-SOURCE.
           MOVE WS-SOURCE-PGM (SRC-IDX) TO HV-PROGRAM-ID
           MOVE 'CHECK SOURCE RUN LOG' TO WS-SQL-CONTEXT
           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-RAN-COUNT
                FROM BRKG_RUN_LOG L
               WHERE L.PLAN_ID = :HV-PLAN-ID
                 AND L.RUN_DATE = :HV-RUN-DATE
                 AND L.PROGRAM_ID = :HV-PROGRAM-ID
                 AND L.PHASE = 'C'
                 AND L.RETURN_CODE < 12
                 AND L.LOG_SEQ =
                     (SELECT MAX(L2.LOG_SEQ)
                        FROM BRKG_RUN_LOG L2
                       WHERE L2.PLAN_ID = L.PLAN_ID
                         AND L2.RUN_DATE = L.RUN_DATE
                         AND L2.PROGRAM_ID = L.PROGRAM_ID
                         AND L2.PHASE = 'C')
           END-EXEC
           PERFORM CHECK-SQL
           IF PROGRAM-OK AND HV-RAN-COUNT > 0
              SET SOURCE-RAN (SRC-IDX) TO TRUE
           END-IF.

      *    TRADE-ADJUST LOGS TO THE RUNLOG APPEND FILE INSTEAD; ITS
      *    LAST COMPLETION ROW TONIGHT COVERS ALL THREE TRADJ FILES.
       CHECK-TRADE-ADJUST-RUN.
           OPEN INPUT RUNLOG-FILE
           IF WS-RUNLOG-STATUS NOT = '00'
              SET NO-MORE-RUNLOG TO TRUE
              DISPLAY 'BRKRG340 - NO RUNLOG DATASET, TRADE-ADJUST '
                      'ITEMS CARRIED FORWARD'
              EXIT PARAGRAPH
           END-IF
           PERFORM READ-RUNLOG-ROW
              UNTIL NO-MORE-RUNLOG
           CLOSE RUNLOG-FILE
           IF TRADEADJ-COMPLETED AND WS-TRADEADJ-RC < 12
              PERFORM VARYING SRC-IDX FROM 1 BY 1
                      UNTIL SRC-IDX > WS-SOURCE-COUNT
                 IF WS-SOURCE-PGM (SRC-IDX) = 'TRADEADJ'
                    SET SOURCE-RAN (SRC-IDX) TO TRUE
                 END-IF
              END-PERFORM
           END-IF.

       READ-RUNLOG-ROW.
           READ RUNLOG-FILE
              AT END
                 SET NO-MORE-RUNLOG TO TRUE
              NOT AT END
                 IF RLOG-PROGRAM-ID = 'TRADEADJ'
                    AND RLOG-RUN-DATE IS NUMERIC
                    AND RLOG-RUN-DATE = WS-RUN-DATE
                    AND RLOG-PHASE = 'C'
                    AND RLOG-RETURN-CODE IS NUMERIC
                    SET TRADEADJ-COMPLETED TO TRUE
                    MOVE RLOG-RETURN-CODE TO WS-TRADEADJ-RC
                 END-IF
           END-READ.

       LOCATE-PRIOR-INVENTORY.
           MOVE 'LOCATE PRIOR INVENTORY' TO WS-SQL-CONTEXT
           EXEC SQL
              SELECT COALESCE(MAX(INV_DATE), 0)
                INTO :HV-PRIOR-DATE
                FROM BRKG_EXCP_INV
               WHERE PLAN_ID = :HV-PLAN-ID
                 AND INV_DATE < :HV-RUN-DATE
           END-EXEC
           PERFORM CHECK-SQL.

       CLEAR-TONIGHT-INVENTORY.
           MOVE 'CLEAR TONIGHT INVENTORY' TO WS-SQL-CONTEXT
           EXEC SQL
              DELETE FROM BRKG_EXCP_INV
               WHERE PLAN_ID = :HV-PLAN-ID
                 AND INV_DATE = :HV-RUN-DATE
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 MOVE SQLERRD (3) TO WS-ROWS-CLEARED
              WHEN 100
                 MOVE ZERO TO WS-ROWS-CLEARED
              WHEN OTHER
                 PERFORM SQL-ERROR
           END-EVALUATE.

      *    POSITIONS SRC-IDX ON WS-ITEM-SOURCE-ID.
       FIND-SOURCE.
           SET SOURCE-NOT-FOUND TO TRUE
           SET SRC-IDX TO 1
           SEARCH WS-SOURCE-ENTRY
              AT END
                 CONTINUE
              WHEN SRC-IDX > WS-SOURCE-COUNT
                 CONTINUE
              WHEN WS-SOURCE-ID (SRC-IDX) = WS-ITEM-SOURCE-ID
                 SET SOURCE-FOUND TO TRUE
           END-SEARCH.

      *    A SOURCE THAT RAN BUT WHOSE FILE CANNOT BE OPENED IS
      *    TREATED AS NOT RUN, SO ITS ITEMS CARRY RATHER THAN CLOSE.
       SOURCE-INPUT-MISSING.
           SET SOURCE-MISSING (SRC-IDX) TO TRUE
           DISPLAY 'BRKRG340 - ' WS-ITEM-SOURCE-ID
                   ' INPUT NOT AVAILABLE - ITEMS CARRIED FORWARD'.

      *    UNK/CLS NAME A BAD ACCOUNT AND SYM/DLS A BAD SYMBOL, SO
      *    THE ITEM IS THE ACCOUNT OR SYMBOL - EVERY TRADE AGAINST
      *    IT TONIGHT COUNTS AS ONE MORE OCCURRENCE.
       LOAD-TRADE-REJECTS.
           MOVE 'REJECT' TO WS-ITEM-SOURCE-ID
           PERFORM FIND-SOURCE
           IF NOT SOURCE-RAN (SRC-IDX)
              EXIT PARAGRAPH
           END-IF
           MOVE 'OPEN REJECT CURSOR' TO WS-SQL-CONTEXT
           EXEC SQL OPEN EXCP-REJ-CURSOR END-EXEC
           PERFORM CHECK-SQL
           PERFORM FETCH-TRADE-REJECT
              UNTIL REJ-CURSOR-EOF OR PROGRAM-FAILED
           IF PROGRAM-OK
              MOVE 'CLOSE REJECT CURSOR' TO WS-SQL-CONTEXT
              EXEC SQL CLOSE EXCP-REJ-CURSOR END-EXEC
              PERFORM CHECK-SQL
           END-IF.

       FETCH-TRADE-REJECT.
           MOVE 'FETCH REJECT' TO WS-SQL-CONTEXT
           EXEC SQL
              FETCH EXCP-REJ-CURSOR
                INTO :HV-TRADE-ID, :HV-ACCOUNT-ID, :HV-SYMBOL,
                     :HV-REASON
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 MOVE 'REJECT' TO WS-ITEM-SOURCE-ID
                 MOVE HV-REASON TO WS-ITEM-CATEGORY
                 EVALUATE HV-REASON
                    WHEN 'UNK'
                    WHEN 'CLS'
                       MOVE HV-ACCOUNT-ID TO WS-ITEM-KEY
                    WHEN 'SYM'
                    WHEN 'DLS'
                       MOVE HV-SYMBOL TO WS-ITEM-KEY
                    WHEN OTHER
                       MOVE HV-TRADE-ID TO WS-ITEM-KEY
                 END-EVALUATE
                 MOVE SPACES TO WS-ITEM-DETAIL
                 STRING 'TRADE ' HV-TRADE-ID
                        ' ACCT ' HV-ACCOUNT-ID
                        ' SYM ' HV-SYMBOL
                        DELIMITED BY SIZE INTO WS-ITEM-DETAIL
                 END-STRING
                 PERFORM ADD-TONIGHT-ITEM
              WHEN 100
                 SET REJ-CURSOR-EOF TO TRUE
              WHEN OTHER
                 PERFORM SQL-ERROR
           END-EVALUATE.

      *    A MISSING FX RATE IS ONE ITEM PER CURRENCY (THE REASON
      *    TEXT NAMES IT); BAD QUANTITY OR PRICE DATA IS PER TRADE.
       LOAD-TRADJ-REJECTS.
           MOVE 'TRADJREJ' TO WS-ITEM-SOURCE-ID
           PERFORM FIND-SOURCE
           IF NOT SOURCE-RAN (SRC-IDX)
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT TRADJREJ-FILE
           IF WS-TRADJREJ-STATUS NOT = '00'
              PERFORM SOURCE-INPUT-MISSING
              EXIT PARAGRAPH
           END-IF
           PERFORM READ-TRADJ-REJECT
              UNTIL NO-MORE-TRADJREJ OR PROGRAM-FAILED
           CLOSE TRADJREJ-FILE.

       READ-TRADJ-REJECT.
           READ TRADJREJ-FILE
              AT END
                 SET NO-MORE-TRADJREJ TO TRUE
              NOT AT END
                 MOVE 'TRADJREJ' TO WS-ITEM-SOURCE-ID
                 MOVE SPACES TO WS-ITEM-DETAIL
                 IF TXR-REASON (1:10) = 'NO FX RATE'
                    MOVE 'FX' TO WS-ITEM-CATEGORY
                    MOVE TXR-REASON TO WS-ITEM-KEY
                    STRING 'TID ' TXR-TID
                           ' BUID ' TXR-BUID
                           ' ASCD ' TXR-ASCD
                           DELIMITED BY SIZE INTO WS-ITEM-DETAIL
                    END-STRING
                 ELSE
                    MOVE TXR-REASON (1:3) TO WS-ITEM-CATEGORY
                    MOVE TXR-TID TO WS-ITEM-KEY
                    STRING 'BUID ' TXR-BUID
                           ' ASCD ' TXR-ASCD
                           ' ' TXR-REASON
                           DELIMITED BY SIZE INTO WS-ITEM-DETAIL
                    END-STRING
                 END-IF
                 PERFORM ADD-TONIGHT-ITEM
           END-READ.

      *    AN OUT-OF-BAND PRICE IS AN INSTRUMENT PROBLEM - ONE ITEM
      *    PER ASCD AND PRICE FIELD.
       LOAD-TRADJ-OUT-OF-BAND.
           MOVE 'TRADJOOB' TO WS-ITEM-SOURCE-ID
           PERFORM FIND-SOURCE
           IF NOT SOURCE-RAN (SRC-IDX)
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT TRADJOOB-FILE
           IF WS-TRADJOOB-STATUS NOT = '00'
              PERFORM SOURCE-INPUT-MISSING
              EXIT PARAGRAPH
           END-IF
           PERFORM READ-TRADJ-OUT-OF-BAND
              UNTIL NO-MORE-TRADJOOB OR PROGRAM-FAILED
           CLOSE TRADJOOB-FILE.

       READ-TRADJ-OUT-OF-BAND.
           READ TRADJOOB-FILE
              AT END
                 SET NO-MORE-TRADJOOB TO TRUE
              NOT AT END
                 MOVE 'TRADJOOB' TO WS-ITEM-SOURCE-ID
                 MOVE TXO-FIELD TO WS-ITEM-CATEGORY
                 MOVE TXO-ASCD TO WS-ITEM-KEY
                 MOVE ZERO TO WS-PCT-EDIT
                 IF TXO-DEV-PCT IS NUMERIC
                    MOVE TXO-DEV-PCT TO WS-PCT-EDIT
                 END-IF
                 MOVE SPACES TO WS-ITEM-DETAIL
                 STRING 'TID ' TXO-TID
                        ' BUID ' TXO-BUID
                        ' DEV PCT ' WS-PCT-EDIT
                        DELIMITED BY SIZE INTO WS-ITEM-DETAIL
                 END-STRING
                 PERFORM ADD-TONIGHT-ITEM
           END-READ.

      *    A LIMIT BREACH BELONGS TO THE BUSINESS UNIT AND RSK CLASS.
       LOAD-TRADJ-LIMIT-BREACHES.
           MOVE 'TRADJEXC' TO WS-ITEM-SOURCE-ID
           PERFORM FIND-SOURCE
           IF NOT SOURCE-RAN (SRC-IDX)
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT TRADJEXC-FILE
           IF WS-TRADJEXC-STATUS NOT = '00'
              PERFORM SOURCE-INPUT-MISSING
              EXIT PARAGRAPH
           END-IF
           PERFORM READ-TRADJ-LIMIT-BREACH
              UNTIL NO-MORE-TRADJEXC OR PROGRAM-FAILED
           CLOSE TRADJEXC-FILE.

       READ-TRADJ-LIMIT-BREACH.
           READ TRADJEXC-FILE
              AT END
                 SET NO-MORE-TRADJEXC TO TRUE
              NOT AT END
                 MOVE 'TRADJEXC' TO WS-ITEM-SOURCE-ID
                 MOVE TXE-RSK TO WS-ITEM-CATEGORY
                 MOVE TXE-BUID TO WS-ITEM-KEY
                 MOVE SPACES TO WS-ITEM-DETAIL
                 STRING 'TID ' TXE-TID
                        ' DELTA ' TXE-DELTA
                        ' LIMIT ' TXE-LIMIT
                        DELIMITED BY SIZE INTO WS-ITEM-DETAIL
                 END-STRING
                 PERFORM ADD-TONIGHT-ITEM
           END-READ.

      *    A FAIL TO DELIVER OR SHORT DELIVERY IS PER ACCOUNT AND
      *    SYMBOL; AGED UNSETTLED AND ORPHAN CONFIRMATIONS ARE PER
      *    TRADE.
       LOAD-SETTLEMENT-EXCEPTIONS.
           MOVE 'SETLEXC' TO WS-ITEM-SOURCE-ID
           PERFORM FIND-SOURCE
           IF NOT SOURCE-RAN (SRC-IDX)
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT SETLEXC-FILE
           IF WS-SETLEXC-STATUS NOT = '00'
              PERFORM SOURCE-INPUT-MISSING
              EXIT PARAGRAPH
           END-IF
           PERFORM READ-SETTLEMENT-EXCEPTION
              UNTIL NO-MORE-SETLEXC OR PROGRAM-FAILED
           CLOSE SETLEXC-FILE.

       READ-SETTLEMENT-EXCEPTION.
           READ SETLEXC-FILE
              AT END
                 SET NO-MORE-SETLEXC TO TRUE
              NOT AT END
                 MOVE 'SETLEXC' TO WS-ITEM-SOURCE-ID
                 MOVE SPACES TO WS-ITEM-CATEGORY
                 EVALUATE TRUE
                    WHEN SLX-LABEL = 'FAIL TO DELIVER'
                       MOVE 'FTD' TO WS-ITEM-CATEGORY
                       MOVE SPACES TO WS-ITEM-KEY
                       STRING SLX-ACCOUNT-ID ' ' SLX-SYMBOL
                              DELIMITED BY SIZE INTO WS-ITEM-KEY
                       END-STRING
                       MOVE SETLEXC-REC (18:60) TO WS-ITEM-DETAIL
                    WHEN SLX-LABEL = 'SHORT DELIVERY'
                       MOVE 'SHRT' TO WS-ITEM-CATEGORY
                       MOVE SPACES TO WS-ITEM-KEY
                       STRING SLX-ACCOUNT-ID ' ' SLX-SYMBOL
                              DELIMITED BY SIZE INTO WS-ITEM-KEY
                       END-STRING
                       MOVE SETLEXC-REC (18:60) TO WS-ITEM-DETAIL
                    WHEN SLX-LABEL = 'AGED UNSETTLED'
                       MOVE 'AGED' TO WS-ITEM-CATEGORY
                       MOVE SLX-TRADE-ID TO WS-ITEM-KEY
                       MOVE SETLEXC-REC (18:60) TO WS-ITEM-DETAIL
                    WHEN SLX-ORPHAN-LABEL =
                         'CONFIRMATION WITHOUT PENDING ROW'
                       MOVE 'ORPH' TO WS-ITEM-CATEGORY
                       MOVE SLX-ORPHAN-TRADE-ID TO WS-ITEM-KEY
                       MOVE SETLEXC-REC (50:20) TO WS-ITEM-DETAIL
                 END-EVALUATE
                 IF WS-ITEM-CATEGORY NOT = SPACES
                    PERFORM ADD-TONIGHT-ITEM
                 END-IF
           END-READ.

       LOAD-PRICE-EXCEPTIONS.
           MOVE 'PRCEXC' TO WS-ITEM-SOURCE-ID
           PERFORM FIND-SOURCE
           IF NOT SOURCE-RAN (SRC-IDX)
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT PRCEXC-FILE
           IF WS-PRCEXC-STATUS NOT = '00'
              PERFORM SOURCE-INPUT-MISSING
              EXIT PARAGRAPH
           END-IF
           PERFORM READ-PRICE-EXCEPTION
              UNTIL NO-MORE-PRCEXC OR PROGRAM-FAILED
           CLOSE PRCEXC-FILE.

       READ-PRICE-EXCEPTION.
           READ PRCEXC-FILE
              AT END
                 SET NO-MORE-PRCEXC TO TRUE
              NOT AT END
                 MOVE 'PRCEXC' TO WS-ITEM-SOURCE-ID
                 MOVE SPACES TO WS-ITEM-CATEGORY
                 EVALUATE PRX-REASON
                    WHEN 'ZERO/NEGATIVE CLOSE'
                       MOVE 'ZERO' TO WS-ITEM-CATEGORY
                    WHEN 'DUPLICATE SYMBOL'
                       MOVE 'DUP' TO WS-ITEM-CATEGORY
                    WHEN 'MOVE BEYOND TOLERANCE'
                       MOVE 'MOVE' TO WS-ITEM-CATEGORY
                    WHEN 'HELD SYMBOL NEVER PRICED'
                       MOVE 'NOPX' TO WS-ITEM-CATEGORY
                 END-EVALUATE
                 IF WS-ITEM-CATEGORY NOT = SPACES
                    MOVE PRX-SYMBOL TO WS-ITEM-KEY
                    MOVE PRCEXC-REC (35:60) TO WS-ITEM-DETAIL
                    PERFORM ADD-TONIGHT-ITEM
                 END-IF
           END-READ.

      *    A STALE PRICE IS ONE ITEM PER SYMBOL; EACH HOLDING VALUED
      *    WITHOUT A CLOSE IS ONE OCCURRENCE OF IT.
       LOAD-VALUATION-EXCEPTIONS.
           MOVE 'VALEXC' TO WS-ITEM-SOURCE-ID
           PERFORM FIND-SOURCE
           IF NOT SOURCE-RAN (SRC-IDX)
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT VALEXC-FILE
           IF WS-VALEXC-STATUS NOT = '00'
              PERFORM SOURCE-INPUT-MISSING
              EXIT PARAGRAPH
           END-IF
           PERFORM READ-VALUATION-EXCEPTION
              UNTIL NO-MORE-VALEXC OR PROGRAM-FAILED
           CLOSE VALEXC-FILE.

       READ-VALUATION-EXCEPTION.
           READ VALEXC-FILE
              AT END
                 SET NO-MORE-VALEXC TO TRUE
              NOT AT END
                 IF VLX-LABEL = 'STALE PRICE - NO CLOSE'
                    MOVE 'VALEXC' TO WS-ITEM-SOURCE-ID
                    MOVE 'STAL' TO WS-ITEM-CATEGORY
                    MOVE VLX-SYMBOL TO WS-ITEM-KEY
                    MOVE VALEXC-REC (35:35) TO WS-ITEM-DETAIL
                    PERFORM ADD-TONIGHT-ITEM
                 END-IF
           END-READ.

       LOAD-MARGIN-CALLS.
           MOVE 'MRGCALL' TO WS-ITEM-SOURCE-ID
           PERFORM FIND-SOURCE
           IF NOT SOURCE-RAN (SRC-IDX)
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT MRGCALL-FILE
           IF WS-MRGCALL-STATUS NOT = '00'
              PERFORM SOURCE-INPUT-MISSING
              EXIT PARAGRAPH
           END-IF
           PERFORM READ-MARGIN-CALL
              UNTIL NO-MORE-MRGCALL OR PROGRAM-FAILED
           CLOSE MRGCALL-FILE.

       READ-MARGIN-CALL.
           READ MRGCALL-FILE
              AT END
                 SET NO-MORE-MRGCALL TO TRUE
              NOT AT END
                 MOVE 'MRGCALL' TO WS-ITEM-SOURCE-ID
                 MOVE 'CALL' TO WS-ITEM-CATEGORY
                 MOVE CALL-ACCOUNT-ID TO WS-ITEM-KEY
                 MOVE ZERO TO WS-AMOUNT-EDIT-1 WS-AMOUNT-EDIT-2
                 IF CALL-DEFICIT IS NUMERIC
                    MOVE CALL-DEFICIT TO WS-AMOUNT-EDIT-1
                 END-IF
                 IF CALL-EQUITY IS NUMERIC
                    MOVE CALL-EQUITY TO WS-AMOUNT-EDIT-2
                 END-IF
                 MOVE SPACES TO WS-ITEM-DETAIL
                 STRING 'DEFICIT ' WS-AMOUNT-EDIT-1
                        ' EQUITY ' WS-AMOUNT-EDIT-2
                        DELIMITED BY SIZE INTO WS-ITEM-DETAIL
                 END-STRING
                 PERFORM ADD-TONIGHT-ITEM
           END-READ.

      *    EVERY TRANSFER LINE NOT APPLIED IS AN EXCEPTION, KEYED BY
      *    CONTROL ID, DIRECTION AND ACCOUNT.
       LOAD-TRANSFER-EXCEPTIONS.
           MOVE 'XFRRPT' TO WS-ITEM-SOURCE-ID
           PERFORM FIND-SOURCE
           IF NOT SOURCE-RAN (SRC-IDX)
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT XFRRPT-FILE
           IF WS-XFRRPT-STATUS NOT = '00'
              PERFORM SOURCE-INPUT-MISSING
              EXIT PARAGRAPH
           END-IF
           PERFORM READ-TRANSFER-EXCEPTION
              UNTIL NO-MORE-XFRRPT OR PROGRAM-FAILED
           CLOSE XFRRPT-FILE.

       READ-TRANSFER-EXCEPTION.
           READ XFRRPT-FILE
              AT END
                 SET NO-MORE-XFRRPT TO TRUE
              NOT AT END
                 IF XRX-LABEL = 'TRANSFER'
                    AND XRX-DISPOSITION NOT = 'APPLIED'
                    MOVE 'XFRRPT' TO WS-ITEM-SOURCE-ID
                    EVALUATE XRX-DISPOSITION
                       WHEN 'DUPLICATE CONTROL ID/LOT'
                          MOVE 'DUP' TO WS-ITEM-CATEGORY
                       WHEN 'INSUFFICIENT POSITION'
                          MOVE 'SHRT' TO WS-ITEM-CATEGORY
                       WHEN OTHER
                          MOVE 'DATA' TO WS-ITEM-CATEGORY
                    END-EVALUATE
                    MOVE SPACES TO WS-ITEM-KEY
                    STRING XRX-CONTROL-ID ' ' XRX-DIRECTION
                           ' ' XRX-ACCOUNT-ID
                           DELIMITED BY SIZE INTO WS-ITEM-KEY
                    END-STRING
                    MOVE SPACES TO WS-ITEM-DETAIL
                    STRING XRX-DISPOSITION
                           ' SYM ' XRX-SYMBOL
                           ' QTY ' XRX-QUANTITY
                           DELIMITED BY SIZE INTO WS-ITEM-DETAIL
                    END-STRING
                    PERFORM ADD-TONIGHT-ITEM
                 END-IF
           END-READ.

       LOAD-INTEGRITY-EXCEPTIONS.
           MOVE 'INTRPT' TO WS-ITEM-SOURCE-ID
           PERFORM FIND-SOURCE
           IF NOT SOURCE-RAN (SRC-IDX)
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT INTRPT-FILE
           IF WS-INTRPT-STATUS NOT = '00'
              PERFORM SOURCE-INPUT-MISSING
              EXIT PARAGRAPH
           END-IF
           PERFORM READ-INTEGRITY-EXCEPTION
              UNTIL NO-MORE-INTRPT OR PROGRAM-FAILED
           CLOSE INTRPT-FILE.

       READ-INTEGRITY-EXCEPTION.
           READ INTRPT-FILE
              AT END
                 SET NO-MORE-INTRPT TO TRUE
              NOT AT END
                 MOVE 'INTRPT' TO WS-ITEM-SOURCE-ID
                 MOVE SPACES TO WS-ITEM-CATEGORY
                 EVALUATE INX-KIND
                    WHEN 'LOT SUM DRIFT'
                       MOVE 'LOT' TO WS-ITEM-CATEGORY
                    WHEN 'AUDIT TRAIL DRIFT'
                       MOVE 'AUD' TO WS-ITEM-CATEGORY
                    WHEN 'ORPHAN LOTS'
                       MOVE 'ORPH' TO WS-ITEM-CATEGORY
                 END-EVALUATE
                 IF WS-ITEM-CATEGORY NOT = SPACES
                    MOVE SPACES TO WS-ITEM-KEY
                    STRING INX-ACCOUNT-ID ' ' INX-SYMBOL
                           DELIMITED BY SIZE INTO WS-ITEM-KEY
                    END-STRING
                    MOVE INTRPT-REC (42:60) TO WS-ITEM-DETAIL
                    PERFORM ADD-TONIGHT-ITEM
                 END-IF
           END-READ.

      *    THE SAME ITEM SEEN AGAIN TONIGHT ADDS AN OCCURRENCE TO
      *    ITS ROW; THE FIRST SIGHTING'S DETAIL IS KEPT.
       ADD-TONIGHT-ITEM.
           PERFORM FIND-SOURCE
           ADD 1 TO WS-LINES-READ-COUNT
           ADD 1 TO WS-SOURCE-LINES (SRC-IDX)
           MOVE WS-ITEM-SOURCE-ID TO HV-SOURCE-ID
           MOVE WS-ITEM-CATEGORY  TO HV-CATEGORY
           MOVE WS-ITEM-KEY       TO HV-ITEM-KEY
           MOVE 'ADD TONIGHT OCCURRENCE' TO WS-SQL-CONTEXT
           EXEC SQL
              UPDATE BRKG_EXCP_INV
                 SET OCCURRENCES = OCCURRENCES + 1
               WHERE PLAN_ID = :HV-PLAN-ID
                 AND SOURCE_ID = :HV-SOURCE-ID
                 AND INV_DATE = :HV-RUN-DATE
                 AND CATEGORY = :HV-CATEGORY
                 AND ITEM_KEY = :HV-ITEM-KEY
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO WS-FOLDED-COUNT
              WHEN 100
                 PERFORM LOOKUP-DESK
                 MOVE 'O'              TO HV-ITEM-STATUS
                 MOVE WS-RUN-DATE      TO HV-FIRST-SEEN
                 MOVE ZERO             TO HV-AGE-DAYS
                 MOVE 1                TO HV-OCCURRENCES
                 MOVE WS-ITEM-DETAIL   TO HV-ITEM-DETAIL
                 PERFORM INSERT-INVENTORY-ROW
                 IF PROGRAM-OK
                    ADD 1 TO WS-ITEMS-LOADED-COUNT
                    ADD 1 TO WS-SOURCE-ITEMS (SRC-IDX)
                 END-IF
              WHEN OTHER
                 PERFORM SQL-ERROR
           END-EVALUATE.

       INSERT-INVENTORY-ROW.
           MOVE WS-ITEM-DESK-ID  TO HV-DESK-ID
           MOVE WS-ITEM-SLA-DAYS TO HV-SLA-DAYS
           MOVE 'INSERT INVENTORY ROW' TO WS-SQL-CONTEXT
           EXEC SQL
              INSERT INTO BRKG_EXCP_INV
                     (PLAN_ID, SOURCE_ID, INV_DATE, CATEGORY,
                      ITEM_KEY, ITEM_STATUS, DESK_ID, SLA_DAYS,
                      FIRST_SEEN, AGE_DAYS, OCCURRENCES,
                      ITEM_DETAIL)
              VALUES (:HV-PLAN-ID, :HV-SOURCE-ID, :HV-RUN-DATE,
                      :HV-CATEGORY, :HV-ITEM-KEY, :HV-ITEM-STATUS,
                      :HV-DESK-ID, :HV-SLA-DAYS, :HV-FIRST-SEEN,
                      :HV-AGE-DAYS, :HV-OCCURRENCES,
                      :HV-ITEM-DETAIL)
           END-EXEC
           PERFORM CHECK-SQL.

       WRITE-SOURCE-STATUS.
           WRITE EXCRPT-REC FROM WS-RPT-SOURCE-HEADER
           PERFORM VARYING SRC-IDX FROM 1 BY 1
                   UNTIL SRC-IDX > WS-SOURCE-COUNT
              PERFORM WRITE-ONE-SOURCE-STATUS
           END-PERFORM
           WRITE EXCRPT-REC FROM WS-RPT-BLANK-LINE.

       WRITE-ONE-SOURCE-STATUS.
           MOVE WS-SOURCE-ID (SRC-IDX)    TO SRC-SOURCE-ID
           MOVE WS-SOURCE-PGM (SRC-IDX)   TO SRC-PROGRAM
           MOVE WS-SOURCE-LINES (SRC-IDX) TO SRC-LINES
           MOVE WS-SOURCE-ITEMS (SRC-IDX) TO SRC-ITEMS
           EVALUATE TRUE
              WHEN SOURCE-RAN (SRC-IDX)
                 MOVE 'LOADED' TO SRC-STATE-TEXT
              WHEN SOURCE-MISSING (SRC-IDX)
                 ADD 1 TO WS-SOURCE-SKIP-COUNT
                 MOVE 'INPUT MISSING - ITEMS CARRIED'
                   TO SRC-STATE-TEXT
              WHEN OTHER
                 ADD 1 TO WS-SOURCE-SKIP-COUNT
                 MOVE 'NOT RUN TONIGHT - ITEMS CARRIED'
                   TO SRC-STATE-TEXT
           END-EVALUATE
           WRITE EXCRPT-REC FROM WS-RPT-SOURCE-LINE.

      *    EVERY ITEM OPEN AT THE PRIOR INVENTORY EITHER RECURS
      *    TONIGHT (ITS ROW TAKES THE ORIGINAL FIRST-SEEN DATE AND
      *    AGE), CLOSES (ITS SOURCE RAN AND DID NOT REPORT IT), OR
      *    CARRIES (ITS SOURCE DID NOT RUN).
       AGE-PRIOR-INVENTORY.
           IF HV-PRIOR-DATE = 0
              DISPLAY 'BRKRG340 - NO PRIOR INVENTORY, EVERY ITEM '
                      'IS NEW'
              EXIT PARAGRAPH
           END-IF
           MOVE 'OPEN PRIOR CURSOR' TO WS-SQL-CONTEXT
           EXEC SQL OPEN INV-PRIOR-CURSOR END-EXEC
           PERFORM CHECK-SQL
           PERFORM FETCH-PRIOR-ITEM
              UNTIL PRIOR-CURSOR-EOF OR PROGRAM-FAILED
           IF PROGRAM-OK
              MOVE 'CLOSE PRIOR CURSOR' TO WS-SQL-CONTEXT
              EXEC SQL CLOSE INV-PRIOR-CURSOR END-EXEC
              PERFORM CHECK-SQL
           END-IF.

       FETCH-PRIOR-ITEM.
           MOVE 'FETCH PRIOR ITEM' TO WS-SQL-CONTEXT
           EXEC SQL
              FETCH INV-PRIOR-CURSOR
                INTO :HV-SOURCE-ID, :HV-CATEGORY, :HV-ITEM-KEY,
                     :HV-FIRST-SEEN, :HV-OCCURRENCES,
                     :HV-ITEM-DETAIL
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO WS-PRIOR-READ-COUNT
                 PERFORM AGE-ONE-PRIOR-ITEM
              WHEN 100
                 SET PRIOR-CURSOR-EOF TO TRUE
              WHEN OTHER
                 PERFORM SQL-ERROR
           END-EVALUATE.

       AGE-ONE-PRIOR-ITEM.
           MOVE HV-SOURCE-ID TO WS-ITEM-SOURCE-ID
           MOVE HV-CATEGORY  TO WS-ITEM-CATEGORY
           PERFORM LOOKUP-DESK
           MOVE ZERO TO HV-AGE-DAYS
           IF HV-FIRST-SEEN IS NUMERIC AND HV-FIRST-SEEN > 0
              COMPUTE WS-FIRST-INT =
                      FUNCTION INTEGER-OF-DATE(HV-FIRST-SEEN)
              IF WS-FIRST-INT > 0 AND WS-FIRST-INT < WS-RUN-INT
                 COMPUTE HV-AGE-DAYS = WS-RUN-INT - WS-FIRST-INT
              END-IF
           END-IF
           PERFORM FIND-SOURCE
           IF SOURCE-FOUND AND SOURCE-RAN (SRC-IDX)
              PERFORM MATCH-PRIOR-ITEM
           ELSE
              MOVE 'H' TO HV-ITEM-STATUS
              PERFORM INSERT-INVENTORY-ROW
              IF PROGRAM-OK
                 ADD 1 TO WS-CARRIED-COUNT
              END-IF
           END-IF.

       MATCH-PRIOR-ITEM.
           MOVE 'AGE RECURRING ITEM' TO WS-SQL-CONTEXT
           EXEC SQL
              UPDATE BRKG_EXCP_INV
                 SET FIRST_SEEN = :HV-FIRST-SEEN,
                     AGE_DAYS = :HV-AGE-DAYS
               WHERE PLAN_ID = :HV-PLAN-ID
                 AND SOURCE_ID = :HV-SOURCE-ID
                 AND INV_DATE = :HV-RUN-DATE
                 AND CATEGORY = :HV-CATEGORY
                 AND ITEM_KEY = :HV-ITEM-KEY
                 AND ITEM_STATUS = 'O'
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO WS-RECURRING-COUNT
              WHEN 100
                 MOVE 'C' TO HV-ITEM-STATUS
                 MOVE ZERO TO HV-OCCURRENCES
                 PERFORM INSERT-INVENTORY-ROW
                 IF PROGRAM-OK
                    ADD 1 TO WS-CLOSED-COUNT
                    MOVE WS-ITEM-DESK-ID TO WS-PREV-DESK-ID
                    PERFORM FIND-DESK-ENTRY
                    IF PROGRAM-OK
                       ADD 1 TO WS-DESK-CLOSED (DSK-IDX)
                    END-IF
                 END-IF
              WHEN OTHER
                 PERFORM SQL-ERROR
           END-EVALUATE.

      *    POSITIONS DSK-IDX ON WS-PREV-DESK-ID, ADDING THE DESK TO
      *    THE SUMMARY TABLE THE FIRST TIME IT IS SEEN.
       FIND-DESK-ENTRY.
           SET DSK-IDX TO 1
           SEARCH WS-DESK-ENTRY
              AT END
                 PERFORM ADD-DESK-ENTRY
              WHEN DSK-IDX > WS-DESK-COUNT
                 PERFORM ADD-DESK-ENTRY
              WHEN WS-DESK-ID (DSK-IDX) = WS-PREV-DESK-ID
                 CONTINUE
           END-SEARCH.

       ADD-DESK-ENTRY.
           IF WS-DESK-COUNT >= WS-DESK-TABLE-MAX
              MOVE 'DESK SUMMARY TABLE FULL' TO WS-SQL-CONTEXT
              PERFORM TABLE-ERROR
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DESK-COUNT
           SET DSK-IDX TO WS-DESK-COUNT
           MOVE WS-PREV-DESK-ID TO WS-DESK-ID (DSK-IDX)
           MOVE ZERO TO WS-DESK-BUCKET (DSK-IDX, 1)
                        WS-DESK-BUCKET (DSK-IDX, 2)
                        WS-DESK-BUCKET (DSK-IDX, 3)
                        WS-DESK-BUCKET (DSK-IDX, 4)
                        WS-DESK-BUCKET (DSK-IDX, 5)
                        WS-DESK-OPEN (DSK-IDX)
                        WS-DESK-OVER-SLA (DSK-IDX)
                        WS-DESK-CARRIED (DSK-IDX)
                        WS-DESK-CLOSED (DSK-IDX).

      *    TONIGHT'S OPEN AND CARRIED ITEMS BY DESK, OLDEST FIRST.
      *    AN ITEM OLDER THAN ITS SLA IS FLAGGED AND WRITTEN TO THE
      *    SLA BREACH FILE.
       REPORT-OPEN-ITEMS.
           MOVE SPACES TO WS-PREV-DESK-ID
           MOVE 'OPEN INVENTORY CURSOR' TO WS-SQL-CONTEXT
           EXEC SQL OPEN INV-OPEN-CURSOR END-EXEC
           PERFORM CHECK-SQL
           PERFORM FETCH-OPEN-ITEM
              UNTIL OPEN-CURSOR-EOF OR PROGRAM-FAILED
           IF PROGRAM-FAILED
              EXIT PARAGRAPH
           END-IF
           MOVE 'CLOSE INVENTORY CURSOR' TO WS-SQL-CONTEXT
           EXEC SQL CLOSE INV-OPEN-CURSOR END-EXEC
           PERFORM CHECK-SQL
           IF FIRST-DESK
              WRITE EXCRPT-REC FROM WS-RPT-NONE-LINE
           ELSE
              PERFORM WRITE-DESK-SUBTOTAL
           END-IF.

       FETCH-OPEN-ITEM.
           MOVE 'FETCH OPEN ITEM' TO WS-SQL-CONTEXT
           EXEC SQL
              FETCH INV-OPEN-CURSOR
                INTO :HV-SOURCE-ID, :HV-CATEGORY, :HV-ITEM-KEY,
                     :HV-ITEM-STATUS, :HV-DESK-ID, :HV-SLA-DAYS,
                     :HV-FIRST-SEEN, :HV-AGE-DAYS,
                     :HV-OCCURRENCES, :HV-ITEM-DETAIL
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 PERFORM REPORT-ONE-ITEM
              WHEN 100
                 SET OPEN-CURSOR-EOF TO TRUE
              WHEN OTHER
                 PERFORM SQL-ERROR
           END-EVALUATE.

       REPORT-ONE-ITEM.
           IF FIRST-DESK OR HV-DESK-ID NOT = WS-PREV-DESK-ID
              IF NOT FIRST-DESK
                 PERFORM WRITE-DESK-SUBTOTAL
              END-IF
              MOVE 'N' TO WS-FIRST-DESK-SW
              MOVE HV-DESK-ID TO WS-PREV-DESK-ID DHD-DESK-ID
              WRITE EXCRPT-REC FROM WS-RPT-BLANK-LINE
              WRITE EXCRPT-REC FROM WS-RPT-DESK-HEADER
              WRITE EXCRPT-REC FROM WS-RPT-ITEM-HEADER
           END-IF
           PERFORM FIND-DESK-ENTRY
           IF PROGRAM-FAILED
              EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
              WHEN HV-AGE-DAYS < 1
                 MOVE 1 TO WS-BKT-SUB
              WHEN HV-AGE-DAYS < 3
                 MOVE 2 TO WS-BKT-SUB
              WHEN HV-AGE-DAYS < 6
                 MOVE 3 TO WS-BKT-SUB
              WHEN HV-AGE-DAYS < 11
                 MOVE 4 TO WS-BKT-SUB
              WHEN OTHER
                 MOVE 5 TO WS-BKT-SUB
           END-EVALUATE
           ADD 1 TO WS-OPEN-COUNT
           ADD 1 TO WS-DESK-BUCKET (DSK-IDX, WS-BKT-SUB)
           ADD 1 TO WS-DESK-OPEN (DSK-IDX)
           MOVE SPACES TO DET-FLAG
           IF HV-ITEM-STATUS = 'H'
              ADD 1 TO WS-DESK-CARRIED (DSK-IDX)
              MOVE 'CARRIED' TO DET-FLAG
           END-IF
           IF HV-AGE-DAYS > HV-SLA-DAYS
              ADD 1 TO WS-OVER-SLA-COUNT
              ADD 1 TO WS-DESK-OVER-SLA (DSK-IDX)
              MOVE 'OVER SLA' TO DET-FLAG
              PERFORM WRITE-SLA-BREACH
           END-IF
           MOVE HV-SOURCE-ID   TO DET-SOURCE-ID
           MOVE HV-CATEGORY    TO DET-CATEGORY
           MOVE HV-ITEM-KEY    TO DET-ITEM-KEY
           MOVE HV-FIRST-SEEN  TO DET-FIRST-SEEN
           MOVE HV-AGE-DAYS    TO DET-AGE-DAYS
           MOVE HV-SLA-DAYS    TO DET-SLA-DAYS
           MOVE HV-OCCURRENCES TO DET-OCCURRENCES
           MOVE HV-ITEM-DETAIL TO DET-ITEM-DETAIL
           WRITE EXCRPT-REC FROM WS-RPT-ITEM-LINE.

       WRITE-SLA-BREACH.
           MOVE SPACES          TO EXCSLA-REC
           MOVE HV-PLAN-ID      TO SLA-PLAN-ID
           MOVE WS-RUN-DATE     TO SLA-RUN-DATE
           MOVE HV-SOURCE-ID    TO SLA-SOURCE-ID
           MOVE HV-CATEGORY     TO SLA-CATEGORY
           MOVE HV-DESK-ID      TO SLA-DESK-ID
           MOVE HV-ITEM-KEY     TO SLA-ITEM-KEY
           MOVE HV-FIRST-SEEN   TO SLA-FIRST-SEEN
           MOVE HV-AGE-DAYS     TO SLA-AGE-DAYS
           MOVE HV-SLA-DAYS     TO SLA-SLA-DAYS
           COMPUTE SLA-DAYS-OVER = HV-AGE-DAYS - HV-SLA-DAYS
           MOVE HV-OCCURRENCES  TO SLA-OCCURRENCES
           MOVE HV-ITEM-STATUS  TO SLA-ITEM-STATUS
           MOVE HV-ITEM-DETAIL  TO SLA-ITEM-DETAIL
           WRITE EXCSLA-REC.

       WRITE-DESK-SUBTOTAL.
           PERFORM FIND-DESK-ENTRY
           IF PROGRAM-FAILED
              EXIT PARAGRAPH
           END-IF
           MOVE 'DESK TOTAL  ' TO BKT-LABEL
           PERFORM FORMAT-DESK-LINE
           WRITE EXCRPT-REC FROM WS-RPT-BUCKET-LINE.

       FORMAT-DESK-LINE.
           MOVE WS-DESK-ID (DSK-IDX) TO BKT-DESK-ID
           PERFORM VARYING WS-BKT-SUB FROM 1 BY 1
                   UNTIL WS-BKT-SUB > 5
              MOVE WS-DESK-BUCKET (DSK-IDX, WS-BKT-SUB)
                TO BKT-BUCKET (WS-BKT-SUB)
           END-PERFORM
           MOVE WS-DESK-OPEN (DSK-IDX)     TO BKT-OPEN
           MOVE WS-DESK-OVER-SLA (DSK-IDX) TO BKT-OVER-SLA
           MOVE WS-DESK-CARRIED (DSK-IDX)  TO BKT-CARRIED
           MOVE WS-DESK-CLOSED (DSK-IDX)   TO BKT-CLOSED.

      *    ONE LINE PER DESK ACROSS THE AGE BUCKETS, DESKS WHOSE
      *    ITEMS ALL CLOSED TONIGHT INCLUDED, THEN THE NIGHT'S TOTAL.
       WRITE-DESK-SUMMARY.
           WRITE EXCRPT-REC FROM WS-RPT-BLANK-LINE
           WRITE EXCRPT-REC FROM WS-RPT-BUCKET-HEADER
           MOVE ZERO TO WS-TOT-BUCKET (1) WS-TOT-BUCKET (2)
                        WS-TOT-BUCKET (3) WS-TOT-BUCKET (4)
                        WS-TOT-BUCKET (5)
           PERFORM VARYING DSK-IDX FROM 1 BY 1
                   UNTIL DSK-IDX > WS-DESK-COUNT
              MOVE SPACES TO BKT-LABEL
              PERFORM FORMAT-DESK-LINE
              WRITE EXCRPT-REC FROM WS-RPT-BUCKET-LINE
              PERFORM ADD-DESK-TO-TOTAL
           END-PERFORM
           MOVE 'ALL DESKS' TO BKT-LABEL
           MOVE SPACES TO BKT-DESK-ID
           PERFORM VARYING WS-BKT-SUB FROM 1 BY 1
                   UNTIL WS-BKT-SUB > 5
              MOVE WS-TOT-BUCKET (WS-BKT-SUB)
                TO BKT-BUCKET (WS-BKT-SUB)
           END-PERFORM
           MOVE WS-OPEN-COUNT     TO BKT-OPEN
           MOVE WS-OVER-SLA-COUNT TO BKT-OVER-SLA
           MOVE WS-CARRIED-COUNT  TO BKT-CARRIED
           MOVE WS-CLOSED-COUNT   TO BKT-CLOSED
           WRITE EXCRPT-REC FROM WS-RPT-BUCKET-LINE.

       ADD-DESK-TO-TOTAL.
           PERFORM VARYING WS-TOT-DESK-SUB FROM 1 BY 1
                   UNTIL WS-TOT-DESK-SUB > 5
              ADD WS-DESK-BUCKET (DSK-IDX, WS-TOT-DESK-SUB)
                TO WS-TOT-BUCKET (WS-TOT-DESK-SUB)
           END-PERFORM.

       WRITE-REPORT-TOTALS.
           WRITE EXCRPT-REC FROM WS-RPT-BLANK-LINE
           MOVE 'EXCEPTION LINES READ TONIGHT' TO RPT-COUNT-LABEL
           MOVE WS-LINES-READ-COUNT TO RPT-COUNT-VALUE
           WRITE EXCRPT-REC FROM WS-RPT-COUNT-LINE
           MOVE 'DISTINCT ITEMS TONIGHT' TO RPT-COUNT-LABEL
           MOVE WS-ITEMS-LOADED-COUNT TO RPT-COUNT-VALUE
           WRITE EXCRPT-REC FROM WS-RPT-COUNT-LINE
           MOVE '  NEW TONIGHT' TO RPT-COUNT-LABEL
           MOVE WS-NEW-COUNT TO RPT-COUNT-VALUE
           WRITE EXCRPT-REC FROM WS-RPT-COUNT-LINE
           MOVE '  RECURRING FROM PRIOR INVENTORY' TO RPT-COUNT-LABEL
           MOVE WS-RECURRING-COUNT TO RPT-COUNT-VALUE
           WRITE EXCRPT-REC FROM WS-RPT-COUNT-LINE
           MOVE 'CARRIED - SOURCE NOT READ' TO RPT-COUNT-LABEL
           MOVE WS-CARRIED-COUNT TO RPT-COUNT-VALUE
           WRITE EXCRPT-REC FROM WS-RPT-COUNT-LINE
           MOVE 'CLOSED TONIGHT' TO RPT-COUNT-LABEL
           MOVE WS-CLOSED-COUNT TO RPT-COUNT-VALUE
           WRITE EXCRPT-REC FROM WS-RPT-COUNT-LINE
           MOVE 'OPEN ITEMS OVER SLA' TO RPT-COUNT-LABEL
           MOVE WS-OVER-SLA-COUNT TO RPT-COUNT-VALUE
           WRITE EXCRPT-REC FROM WS-RPT-COUNT-LINE
           MOVE 'PRIOR RUN ROWS REPLACED' TO RPT-COUNT-LABEL
           MOVE WS-ROWS-CLEARED TO RPT-COUNT-VALUE
           WRITE EXCRPT-REC FROM WS-RPT-COUNT-LINE.

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
           MOVE WS-LINES-READ-COUNT TO HV-LOG-IN
           MOVE WS-OPEN-COUNT TO HV-LOG-OUT
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
                      'BRKRG340', :HV-LOG-PHASE, :HV-LOG-RC,
                      :HV-LOG-IN, :HV-LOG-OUT)
           END-EXEC
           IF SQLCODE < 0
              DISPLAY 'BRKRG340 RUN LOG INSERT FAILED, CODE '
                      SQLCODE ' - CONTINUING'
           END-IF.

       CHECK-SQL.
           IF SQLCODE < 0
              PERFORM SQL-ERROR
           END-IF.

       SQL-ERROR.
           DISPLAY 'BRKRG340 SQL ERROR IN ' WS-SQL-CONTEXT
                   ' CODE ' SQLCODE
           EXEC SQL ROLLBACK END-EXEC
           MOVE 'Y' TO WS-ABORT-FLAG
           MOVE 'Y' TO WS-REJ-CURSOR-EOF-SW
           MOVE 'Y' TO WS-PRIOR-CURSOR-EOF-SW
           MOVE 'Y' TO WS-OPEN-CURSOR-EOF-SW.

       TABLE-ERROR.
           DISPLAY 'BRKRG340 TABLE ERROR IN ' WS-SQL-CONTEXT
           EXEC SQL ROLLBACK END-EXEC
           MOVE 'Y' TO WS-ABORT-FLAG
           MOVE 'Y' TO WS-END-OF-EXCDESK
           MOVE 'Y' TO WS-REJ-CURSOR-EOF-SW
           MOVE 'Y' TO WS-PRIOR-CURSOR-EOF-SW
           MOVE 'Y' TO WS-OPEN-CURSOR-EOF-SW.

      *    AN ABEND ROLLS BACK TONIGHT'S INVENTORY, SO THE PRIOR
      *    INVENTORY STANDS AND A RERUN AGES AGAINST IT. ITEMS OVER
      *    SLA, OR A SOURCE THAT COULD NOT BE READ, END RC=4.
       WRAP-UP.
           IF PROGRAM-FAILED
              DISPLAY 'BRKRG340 ABENDED - CHECK JOBLOG - TONIGHT''S '
                      'INVENTORY WAS NOT KEPT'
              MOVE 12 TO RETURN-CODE
           ELSE
              IF WS-OVER-SLA-COUNT > 0 OR WS-SOURCE-SKIP-COUNT > 0
                 MOVE 4 TO RETURN-CODE
              ELSE
                 MOVE 0 TO RETURN-CODE
              END-IF
              DISPLAY 'BRKRG340 NORMAL END'
           END-IF
           PERFORM WRITE-RUN-LOG-END
           DISPLAY '========================================'
           DISPLAY 'BRKRG340 EXCEPTION INVENTORY SUMMARY'
           DISPLAY '========================================'
           DISPLAY 'PRIOR INVENTORY DATE   = ' HV-PRIOR-DATE
           DISPLAY 'EXCEPTION LINES READ   = ' WS-LINES-READ-COUNT
           DISPLAY 'DISTINCT ITEMS TONIGHT = ' WS-ITEMS-LOADED-COUNT
           DISPLAY 'NEW TONIGHT            = ' WS-NEW-COUNT
           DISPLAY 'RECURRING              = ' WS-RECURRING-COUNT
           DISPLAY 'CARRIED FORWARD        = ' WS-CARRIED-COUNT
           DISPLAY 'CLOSED TONIGHT         = ' WS-CLOSED-COUNT
           DISPLAY 'OPEN ITEMS             = ' WS-OPEN-COUNT
           DISPLAY 'OPEN ITEMS OVER SLA    = ' WS-OVER-SLA-COUNT
           DISPLAY 'SOURCES NOT READ       = ' WS-SOURCE-SKIP-COUNT
           DISPLAY 'ROWS REPLACED          = ' WS-ROWS-CLEARED
           DISPLAY '========================================'
           CLOSE EXCRPT-FILE
           CLOSE EXCSLA-FILE
           GOBACK.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRKRG260.
       AUTHOR. ANALYST TEAM.
       INSTALLATION. OSZ SECURITIES PROCESSING.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z16.
       OBJECT-COMPUTER. IBM-Z16.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-PARM-FILE ASSIGN TO 'ARCH-PARM'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PARM-STATUS.
           SELECT ARCAUD-FILE ASSIGN TO 'ARCAUD-OUT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ARC-STATUS.
           SELECT ARCGAIN-FILE ASSIGN TO 'ARCGAIN-OUT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ARC-STATUS.
           SELECT ARCLEDG-FILE ASSIGN TO 'ARCLEDG-OUT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ARC-STATUS.
           SELECT ARCPEND-FILE ASSIGN TO 'ARCPEND-OUT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ARC-STATUS.
           SELECT ARCRLOG-FILE ASSIGN TO 'ARCRLOG-OUT'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ARC-STATUS.
           SELECT ARCHIVE-IN-FILE ASSIGN TO 'ARCHIVE-IN'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ARC-STATUS.
           SELECT ARCHRPT-FILE ASSIGN TO 'ARCHRPT-OUT'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    RUN MODE 'A' ARCHIVES AND PURGES, 'R' RESTORES THE ONE
      *    ARCHIVE GENERATION ON ARCHIVE-IN, ANYTHING ELSE IS A
      *    PREVIEW THAT COUNTS AND HASHES WHAT AN ARCHIVE RUN WOULD
      *    TAKE AND CHANGES NOTHING. THE FIVE RETENTION FIELDS ARE
      *    MONTHS PER TABLE; BLANK OR ZERO TAKES THE DEFAULT, AND
      *    NOTHING SHORTER THAN THIRTEEN MONTHS IS ACCEPTED - THE
      *    SAME FLOOR BRKRG010 KEEPS FOR BRKG_POSITION_HIST.
       FD  ARCH-PARM-FILE
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS ARCH-PARM-REC.

       01  ARCH-PARM-REC.
           05  PARM-RUN-MODE           PIC X(01).
           05  PARM-AUD-MONTHS         PIC 9(03).
           05  PARM-GAIN-MONTHS        PIC 9(03).
           05  PARM-LEDG-MONTHS        PIC 9(03).
           05  PARM-PEND-MONTHS        PIC 9(03).
           05  PARM-RLOG-MONTHS        PIC 9(03).
           05  FILLER                  PIC X(24).

      *    ONE GDG PER TABLE. EVERY GENERATION IS AN 'H' HEADER
      *    (TABLE, RUN DATE, CUTOFF, RETENTION, MODE), ONE 'D'
      *    RECORD PER ROW TAKEN, AND A 'T' TRAILER WITH THE RECORD
      *    COUNT AND TWO HASH TOTALS - THE WORKING-STORAGE LAYOUTS
      *    BELOW GIVE THE BODY OF EACH RECORD TYPE.
       FD  ARCAUD-FILE
           RECORD CONTAINS 200 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS ARCAUD-REC.

       01  ARCAUD-REC                  PIC X(200).

       FD  ARCGAIN-FILE
           RECORD CONTAINS 200 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS ARCGAIN-REC.

       01  ARCGAIN-REC                 PIC X(200).

       FD  ARCLEDG-FILE
           RECORD CONTAINS 200 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS ARCLEDG-REC.

       01  ARCLEDG-REC                 PIC X(200).

       FD  ARCPEND-FILE
           RECORD CONTAINS 200 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS ARCPEND-REC.

       01  ARCPEND-REC                 PIC X(200).

       FD  ARCRLOG-FILE
           RECORD CONTAINS 200 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS ARCRLOG-REC.

       01  ARCRLOG-REC                 PIC X(200).

       FD  ARCHIVE-IN-FILE
           RECORD CONTAINS 200 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS ARCHIVE-IN-REC.

       01  ARCHIVE-IN-REC              PIC X(200).

       FD  ARCHRPT-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS ARCHRPT-REC.

       01  ARCHRPT-REC                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-ABORT-FLAG            PIC X VALUE 'N'.
           88  PROGRAM-OK                     VALUE 'N'.
           88  PROGRAM-FAILED                 VALUE 'Y'.
       01  WS-REFUSED-SW            PIC X VALUE 'N'.
           88  RUN-ACCEPTED                   VALUE 'N'.
           88  RUN-REFUSED                    VALUE 'Y'.
       01  WS-RUN-MODE-SW           PIC X VALUE 'P'.
           88  ARCHIVE-MODE                   VALUE 'A'.
           88  RESTORE-MODE                   VALUE 'R'.
           88  PREVIEW-MODE                   VALUE 'P'.
       01  WS-CURSOR-EOF-SW         PIC X VALUE 'N'.
           88  CURSOR-EOF                     VALUE 'Y'.
       01  WS-ARC-EOF-SW            PIC X VALUE 'N'.
           88  ARCHIVE-EOF                    VALUE 'Y'.
       01  WS-ARC-HEADER-SW         PIC X VALUE 'N'.
           88  HEADER-SEEN                    VALUE 'Y'.
       01  WS-ARC-TRAILER-SW        PIC X VALUE 'N'.
           88  TRAILER-SEEN                   VALUE 'Y'.
      *    WHICH ARCHIVE DATASET THE COMMON OPEN/READ/WRITE/CLOSE
      *    PARAGRAPHS ARE WORKING ON.
       01  WS-ARC-FILE-SW           PIC X VALUE SPACE.
           88  ARC-FILE-AUD                   VALUE 'A'.
           88  ARC-FILE-GAIN                  VALUE 'G'.
           88  ARC-FILE-LEDG                  VALUE 'L'.
           88  ARC-FILE-PEND                  VALUE 'P'.
           88  ARC-FILE-RLOG                  VALUE 'R'.
           88  ARC-FILE-INPUT                 VALUE 'I'.
       01  WS-PARM-STATUS           PIC X(02).
       01  WS-ARC-STATUS            PIC X(02).
       01  WS-SQL-CONTEXT           PIC X(30).

       01  WS-RUN-DATE              PIC 9(08) VALUE 0.
       01  WS-RUN-DATE-INT          PIC S9(9) COMP VALUE 0.
       01  WS-CUTOFF-INT            PIC S9(9) COMP VALUE 0.
       01  WS-TAX-YEAR-START        PIC 9(08) VALUE 0.

       01  WS-AUD-MONTHS            PIC 9(03) VALUE 84.
       01  WS-GAIN-MONTHS           PIC 9(03) VALUE 84.
       01  WS-LEDG-MONTHS           PIC 9(03) VALUE 84.
       01  WS-PEND-MONTHS           PIC 9(03) VALUE 24.
       01  WS-RLOG-MONTHS           PIC 9(03) VALUE 13.
       01  WS-MIN-MONTHS            PIC 9(03) VALUE 13.

       01  WS-TABLE-CODE            PIC X(04) VALUE SPACES.
       01  WS-TABLE-NAME            PIC X(18) VALUE SPACES.
       01  WS-TABLE-MONTHS          PIC 9(03) VALUE 0.
       01  WS-TABLE-CUTOFF          PIC 9(08) VALUE 0.

      *    PER-TABLE TOTALS - WHAT THE CURSOR SELECTED, WHAT THE
      *    RE-READ OF THE WRITTEN GENERATION PROVED, AND WHAT THE
      *    DELETE REMOVED. THE DELETE RUNS ONLY WHEN THE FIRST TWO
      *    AGREE, AND IS ROLLED BACK UNLESS IT AGREES WITH BOTH.
       01  WS-SEL-COUNT             PIC S9(9) COMP VALUE 0.
       01  WS-SEL-HASH-1            PIC S9(15)V99 COMP-3 VALUE 0.
       01  WS-SEL-HASH-2            PIC S9(15)V99 COMP-3 VALUE 0.
       01  WS-VFY-COUNT             PIC S9(9) COMP VALUE 0.
       01  WS-VFY-HASH-1            PIC S9(15)V99 COMP-3 VALUE 0.
       01  WS-VFY-HASH-2            PIC S9(15)V99 COMP-3 VALUE 0.
       01  WS-DTL-HASH-1            PIC S9(15)V99 COMP-3 VALUE 0.
       01  WS-DTL-HASH-2            PIC S9(15)V99 COMP-3 VALUE 0.
       01  WS-DELETE-COUNT          PIC S9(9) COMP VALUE 0.
       01  WS-OLDER-COUNT           PIC S9(9) COMP VALUE 0.
       01  WS-RETAINED-COUNT        PIC S9(9) COMP VALUE 0.

       01  WS-BFW-ACCOUNT           PIC X(12) VALUE SPACES.
       01  WS-BFW-AMOUNT            PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-BFW-COUNT             PIC S9(9) COMP VALUE 0.

       01  WS-TABLES-DONE           PIC S9(9) COMP VALUE 0.
       01  WS-TOTAL-ARCHIVED        PIC S9(9) COMP VALUE 0.
       01  WS-TOTAL-DELETED         PIC S9(9) COMP VALUE 0.
       01  WS-RESTORED-COUNT        PIC S9(9) COMP VALUE 0.
       01  WS-PRESENT-COUNT         PIC S9(9) COMP VALUE 0.
       01  WS-SUPERSEDED-COUNT      PIC S9(9) COMP VALUE 0.
       01  WS-EXCEPTION-COUNT       PIC S9(9) COMP VALUE 0.

      *    THE 200-BYTE ARCHIVE RECORD ALL SIX ARCHIVE DATASETS
      *    SHARE.
       01  WS-ARC-RECORD.
           05  ARC-REC-TYPE         PIC X(01).
               88  ARC-HEADER                 VALUE 'H'.
               88  ARC-DETAIL                 VALUE 'D'.
               88  ARC-TRAILER                VALUE 'T'.
           05  ARC-TABLE-CODE       PIC X(04).
           05  ARC-BODY             PIC X(195).

       01  WS-ARC-HEADER-BODY.
           05  AHD-PLAN-ID          PIC X(08).
           05  AHD-TABLE-NAME       PIC X(18).
           05  AHD-RUN-DATE         PIC 9(08).
           05  AHD-CUTOFF-DATE      PIC 9(08).
           05  AHD-RETAIN-MONTHS    PIC 9(03).
           05  AHD-RUN-MODE         PIC X(01).
           05  FILLER               PIC X(149).

       01  WS-ARC-TRAILER-BODY.
           05  ATR-REC-COUNT        PIC 9(09).
           05  ATR-HASH-1           PIC S9(15)V99.
           05  ATR-HASH-2           PIC S9(15)V99.
           05  FILLER               PIC X(152).

      *    BRKG_TRADE_AUD. SETTLE DATE AND CURRENCY ARE NULL ON ROWS
      *    WRITTEN BEFORE THE TABLE CARRIED THEM; THEY ARE ARCHIVED
      *    AS ZERO AND SPACES AND GO BACK AS NULL ON A RESTORE.
      *    HASHES: QUANTITY AND AUDIT_ID.
       01  WS-AUD-BODY.
           05  AUD-AUDIT-ID         PIC 9(09).
           05  AUD-TRADE-ID         PIC X(16).
           05  AUD-ACCOUNT-ID       PIC X(12).
           05  AUD-SYMBOL           PIC X(10).
           05  AUD-SIDE             PIC X(01).
           05  AUD-QUANTITY         PIC S9(09).
           05  AUD-PRICE            PIC S9(07)V99.
           05  AUD-EXEC-DATE        PIC 9(08).
           05  AUD-NEW-QTY          PIC S9(09).
           05  AUD-NEW-AVG          PIC S9(09)V99.
           05  AUD-ORIG-TRADE-ID    PIC X(16).
           05  AUD-COMMISSION       PIC S9(05)V99.
           05  AUD-FEES             PIC S9(05)V99.
           05  AUD-SETTLE-DATE      PIC 9(08).
           05  AUD-CURRENCY         PIC X(03).
           05  FILLER               PIC X(60).

      *    BRKG_LOT_GAIN. HASHES: CLOSE QUANTITY AND GAIN AMOUNT.
       01  WS-GAIN-BODY.
           05  GAN-ACCOUNT-ID       PIC X(12).
           05  GAN-SYMBOL           PIC X(10).
           05  GAN-TRADE-ID         PIC X(16).
           05  GAN-LOT-SEQ          PIC 9(09).
           05  GAN-CLOSE-QTY        PIC S9(09).
           05  GAN-OPEN-PRICE       PIC S9(07)V99.
           05  GAN-CLOSE-PRICE      PIC S9(07)V99.
           05  GAN-ACQUIRE-DATE     PIC 9(08).
           05  GAN-CLOSE-DATE       PIC 9(08).
           05  GAN-HOLD-DAYS        PIC S9(09).
           05  GAN-GAIN-TERM        PIC X(02).
           05  GAN-GAIN-AMT         PIC S9(09)V99.
           05  GAN-SHORT-FLAG       PIC X(01).
           05  GAN-WASH-FLAG        PIC X(01).
           05  FILLER               PIC X(81).

      *    BRKG_CASH_LEDGER. HASHES: AMOUNT AND LEDGER_SEQ.
       01  WS-LEDG-BODY.
           05  LDG-ACCOUNT-ID       PIC X(12).
           05  LDG-POST-DATE        PIC 9(08).
           05  LDG-LEDGER-SEQ       PIC 9(09).
           05  LDG-ENTRY-TYPE       PIC X(03).
           05  LDG-SYMBOL           PIC X(10).
           05  LDG-REF-ID           PIC X(16).
           05  LDG-AMOUNT           PIC S9(11)V99.
           05  FILLER               PIC X(124).

      *    BRKG_SETTLE_PEND. HASHES: QUANTITY AND AGE IN DAYS.
       01  WS-PEND-BODY.
           05  PND-ACCOUNT-ID       PIC X(12).
           05  PND-SYMBOL           PIC X(10).
           05  PND-TRADE-ID         PIC X(16).
           05  PND-SIDE             PIC X(01).
           05  PND-QUANTITY         PIC S9(09).
           05  PND-SETTLE-DATE      PIC 9(08).
           05  PND-AGE-DAYS         PIC S9(04).
           05  FILLER               PIC X(135).

      *    BRKG_RUN_LOG. HASHES: RECORDS IN AND RECORDS OUT.
       01  WS-RLOG-BODY.
           05  RLG-RUN-DATE         PIC 9(08).
           05  RLG-LOG-SEQ          PIC 9(09).
           05  RLG-PROGRAM-ID       PIC X(08).
           05  RLG-PHASE            PIC X(01).
           05  RLG-RETURN-CODE      PIC S9(04).
           05  RLG-RECS-IN          PIC S9(09).
           05  RLG-RECS-OUT         PIC S9(09).
           05  FILLER               PIC X(147).

       01  WS-RPT-HEADER-1.
           05  FILLER               PIC X(40) VALUE
               'BRKRG260 HISTORY ARCHIVE AND PURGE - '.
           05  HDR-MODE             PIC X(40).
           05  FILLER               PIC X(10) VALUE 'RUN DATE '.
           05  HDR-RUN-DATE         PIC 9(08).
           05  FILLER               PIC X(34) VALUE SPACES.

       01  WS-RPT-HEADER-2.
           05  FILLER               PIC X(19) VALUE 'TABLE'.
           05  FILLER               PIC X(07) VALUE 'MONTHS'.
           05  FILLER               PIC X(09) VALUE 'CUTOFF'.
           05  FILLER               PIC X(11) VALUE '   ARCHIVED'.
           05  FILLER               PIC X(19) VALUE
               '             HASH-1'.
           05  FILLER               PIC X(19) VALUE
               '             HASH-2'.
           05  FILLER               PIC X(11) VALUE '    DELETED'.
           05  FILLER               PIC X(11) VALUE '   RETAINED'.
           05  FILLER               PIC X(26) VALUE '  NOTE'.

       01  WS-RPT-DETAIL.
           05  DET-TABLE-NAME       PIC X(18).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  DET-MONTHS           PIC ZZ9.
           05  FILLER               PIC X(04) VALUE SPACES.
           05  DET-CUTOFF           PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  DET-ARCHIVED         PIC Z(9)9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  DET-HASH-1           PIC -(14)9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  DET-HASH-2           PIC -(14)9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  DET-DELETED          PIC Z(9)9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  DET-RETAINED         PIC Z(9)9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DET-NOTE             PIC X(24).

       01  WS-RPT-RESTORE-LINE.
           05  FILLER               PIC X(10) VALUE 'RESTORED  '.
           05  RST-TABLE-NAME       PIC X(18).
           05  FILLER               PIC X(10) VALUE ' ARCHIVED '.
           05  RST-RUN-DATE         PIC 9(08).
           05  FILLER               PIC X(08) VALUE ' CUTOFF '.
           05  RST-CUTOFF           PIC 9(08).
           05  FILLER               PIC X(06) VALUE ' ROWS '.
           05  RST-ROWS             PIC Z(6)9.
           05  FILLER               PIC X(10) VALUE ' RESTORED '.
           05  RST-RESTORED         PIC Z(6)9.
           05  FILLER               PIC X(09) VALUE ' PRESENT '.
           05  RST-PRESENT          PIC Z(6)9.
           05  FILLER               PIC X(12) VALUE ' SUPERSEDED '.
           05  RST-SUPERSEDED       PIC Z(6)9.
           05  FILLER               PIC X(05) VALUE SPACES.

       01  WS-RPT-OUTCOME-LINE.
           05  FILLER               PIC X(10) VALUE 'OUTCOME   '.
           05  RPT-OUTCOME          PIC X(60) VALUE SPACES.
           05  FILLER               PIC X(62) VALUE SPACES.

       01  WS-RPT-BLANK-LINE        PIC X(132) VALUE SPACES.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  HV-PLAN-ID              PIC X(08).
       01  HV-CUTOFF-DATE          PIC 9(8).
       01  HV-AUDIT-ID             PIC S9(9) COMP.
       01  HV-TRADE-ID             PIC X(16).
       01  HV-ACCOUNT-ID           PIC X(12).
       01  HV-SYMBOL               PIC X(10).
       01  HV-SIDE                 PIC X(01).
       01  HV-QUANTITY             PIC S9(9) COMP-3.
       01  HV-PRICE                PIC S9(7)V99 COMP-3.
       01  HV-EXEC-DATE            PIC 9(8).
       01  HV-NEW-QTY              PIC S9(9) COMP-3.
       01  HV-NEW-AVG              PIC S9(9)V99 COMP-3.
       01  HV-ORIG-TRADE-ID        PIC X(16).
       01  HV-COMMISSION           PIC S9(5)V99 COMP-3.
       01  HV-FEES                 PIC S9(5)V99 COMP-3.
       01  HV-SETTLE-DATE          PIC 9(8).
       01  HV-CURRENCY             PIC X(3).
       01  HV-LOT-SEQ              PIC S9(9) COMP.
       01  HV-CLOSE-QTY            PIC S9(9) COMP-3.
       01  HV-OPEN-PRICE           PIC S9(7)V99 COMP-3.
       01  HV-CLOSE-PRICE          PIC S9(7)V99 COMP-3.
       01  HV-ACQUIRE-DATE         PIC 9(8).
       01  HV-CLOSE-DATE           PIC 9(8).
       01  HV-HOLD-DAYS            PIC S9(9) COMP.
       01  HV-GAIN-TERM            PIC X(02).
       01  HV-GAIN-AMT             PIC S9(9)V99 COMP-3.
       01  HV-SHORT-FLAG           PIC X(01).
       01  HV-WASH-FLAG            PIC X(01).
       01  HV-POST-DATE            PIC 9(8).
       01  HV-LEDGER-SEQ           PIC S9(9) COMP.
       01  HV-ENTRY-TYPE           PIC X(03).
       01  HV-REF-ID               PIC X(16).
       01  HV-AMOUNT               PIC S9(11)V99 COMP-3.
       01  HV-AGE-DAYS             PIC S9(4) COMP.
       01  HV-RUN-DATE             PIC 9(8).
       01  HV-LOG-SEQ              PIC S9(9) COMP.
       01  HV-PROGRAM-ID           PIC X(08).
       01  HV-PHASE                PIC X(01).
       01  HV-RC                   PIC S9(4) COMP.
       01  HV-RECS-IN              PIC S9(9) COMP.
       01  HV-RECS-OUT             PIC S9(9) COMP.
       01  HV-ROW-COUNT            PIC S9(9) COMP.
       01  HV-LOG-DATE             PIC 9(8).
       01  HV-LOG-PHASE            PIC X(01).
       01  HV-LOG-RC               PIC S9(4) COMP.
       01  HV-LOG-IN               PIC S9(9) COMP.
       01  HV-LOG-OUT              PIC S9(9) COMP.
       EXEC SQL END DECLARE SECTION END-EXEC.

       01  FILLER.
           05  WS-PLAN-NAME        PIC X(8)  VALUE 'ULTRA01'.

       PROCEDURE DIVISION.

      *    AUDIT ROWS OLDER THAN THE CUTOFF, EXCEPT ROWS SOMETHING
      *    LIVE STILL READS: A TRADE WITH A PENDING SETTLEMENT
      *    (BRKRG110 AND BRKRG210 PRICE PENDS FROM ITS AUDIT ROW), A
      *    POSTING THAT OPENED A LOT STILL OPEN, THE LATEST ROW FOR
      *    ANY POSITION (BRKRG180 TIES THE POSITION TO IT), AND A
      *    CANCEL, CORRECT OR BACKOUT ROW WHOSE ORIGINAL IS STILL ON
      *    FILE - WITHOUT IT THE ORIGINAL WOULD LOOK LIVE AGAIN. THE
      *    DELETE CARRIES THE IDENTICAL PREDICATE.
       EXEC SQL
            DECLARE AUD-ARCH-CURSOR CURSOR FOR
            SELECT A.AUDIT_ID, A.TRADE_ID, A.ACCOUNT_ID, A.SYMBOL,
                   A.SIDE, A.QUANTITY, A.PRICE, A.EXEC_DATE,
                   COALESCE(A.NEW_QTY, 0), COALESCE(A.NEW_AVG, 0),
                   COALESCE(A.ORIG_TRADE_ID, ' '),
                   COALESCE(A.COMMISSION, 0), COALESCE(A.FEES, 0),
                   COALESCE(A.SETTLE_DATE, 0),
                   COALESCE(A.CURRENCY, ' ')
              FROM BRKG_TRADE_AUD A
             WHERE A.PLAN_ID = :HV-PLAN-ID
               AND A.EXEC_DATE < :HV-CUTOFF-DATE
               AND NOT EXISTS
                   (SELECT 1
                      FROM BRKG_SETTLE_PEND P
                     WHERE P.PLAN_ID = A.PLAN_ID
                       AND P.ACCOUNT_ID = A.ACCOUNT_ID
                       AND P.TRADE_ID = A.TRADE_ID)
               AND NOT EXISTS
                   (SELECT 1
                      FROM BRKG_POSITION_LOT L
                     WHERE L.PLAN_ID = A.PLAN_ID
                       AND L.ACCOUNT_ID = A.ACCOUNT_ID
                       AND L.SYMBOL = A.SYMBOL
                       AND L.ACQUIRE_DATE = A.EXEC_DATE)
               AND A.AUDIT_ID <
                   (SELECT MAX(M.AUDIT_ID)
                      FROM BRKG_TRADE_AUD M
                     WHERE M.PLAN_ID = A.PLAN_ID
                       AND M.ACCOUNT_ID = A.ACCOUNT_ID
                       AND M.SYMBOL = A.SYMBOL)
               AND NOT (A.SIDE IN ('X', 'C')
                        AND EXISTS
                            (SELECT 1
                               FROM BRKG_TRADE_AUD O
                              WHERE O.PLAN_ID = A.PLAN_ID
                                AND O.ACCOUNT_ID = A.ACCOUNT_ID
                                AND O.SYMBOL = A.SYMBOL
                                AND O.TRADE_ID = A.ORIG_TRADE_ID
                                AND O.AUDIT_ID < A.AUDIT_ID))
             ORDER BY A.AUDIT_ID ASC
       END-EXEC.

      *    GAINS CLOSED BEFORE THE CUTOFF - WHICH NEVER REACHES INTO
      *    THE CURRENT TAX YEAR - EXCEPT THOSE OF A SALE STILL
      *    PENDING SETTLEMENT, WHICH A CANCEL COULD YET REOPEN.
       EXEC SQL
            DECLARE GAIN-ARCH-CURSOR CURSOR FOR
            SELECT G.ACCOUNT_ID, G.SYMBOL, G.TRADE_ID, G.LOT_SEQ,
                   G.CLOSE_QTY, G.OPEN_PRICE, G.CLOSE_PRICE,
                   G.ACQUIRE_DATE, G.CLOSE_DATE,
                   COALESCE(G.HOLD_DAYS, 0), G.GAIN_TERM, G.GAIN_AMT,
                   COALESCE(G.SHORT_FLAG, ' '),
                   COALESCE(G.WASH_FLAG, ' ')
              FROM BRKG_LOT_GAIN G
             WHERE G.PLAN_ID = :HV-PLAN-ID
               AND G.CLOSE_DATE < :HV-CUTOFF-DATE
               AND NOT EXISTS
                   (SELECT 1
                      FROM BRKG_SETTLE_PEND P
                     WHERE P.PLAN_ID = G.PLAN_ID
                       AND P.ACCOUNT_ID = G.ACCOUNT_ID
                       AND P.TRADE_ID = G.TRADE_ID)
             ORDER BY G.CLOSE_DATE ASC, G.ACCOUNT_ID ASC,
                      G.TRADE_ID ASC, G.LOT_SEQ ASC
       END-EXEC.

      *    LEDGER ROWS POSTED BEFORE THE CUTOFF, EXCEPT TRADE CASH
      *    FOR A TRADE STILL PENDING - AVAILABLE CASH NETS THOSE
      *    AGAINST THEIR PEND. IN ACCOUNT ORDER SO EACH ACCOUNT'S
      *    PURGED AMOUNT CAN BE BROUGHT FORWARD AS ONE ROW.
       EXEC SQL
            DECLARE LEDG-ARCH-CURSOR CURSOR FOR
            SELECT C.ACCOUNT_ID, C.POST_DATE, C.LEDGER_SEQ,
                   C.ENTRY_TYPE, COALESCE(C.SYMBOL, ' '),
                   COALESCE(C.REF_ID, ' '), C.AMOUNT
              FROM BRKG_CASH_LEDGER C
             WHERE C.PLAN_ID = :HV-PLAN-ID
               AND C.POST_DATE < :HV-CUTOFF-DATE
               AND NOT (C.ENTRY_TYPE IN ('TRD', 'TRX')
                        AND EXISTS
                            (SELECT 1
                               FROM BRKG_SETTLE_PEND P
                              WHERE P.PLAN_ID = C.PLAN_ID
                                AND P.ACCOUNT_ID = C.ACCOUNT_ID
                                AND P.TRADE_ID = C.REF_ID))
             ORDER BY C.ACCOUNT_ID ASC, C.POST_DATE ASC,
                      C.LEDGER_SEQ ASC
       END-EXEC.

      *    A PEND IS HISTORY ONLY WHEN IT IS PAST THE CUTOFF AND NO
      *    LIVE TRADE STANDS BEHIND IT - ITS BUY, SELL OR CORRECT
      *    AUDIT ROW IS GONE, OR WAS CANCELLED OR BACKED OUT BY A
      *    LATER SIDE-X ROW. A PEND WITH A LIVE TRADE IS AN
      *    UNSETTLED OBLIGATION HOWEVER OLD, AND STAYS.
       EXEC SQL
            DECLARE PEND-ARCH-CURSOR CURSOR FOR
            SELECT P.ACCOUNT_ID, P.SYMBOL, P.TRADE_ID, P.SIDE,
                   P.QUANTITY, P.SETTLE_DATE, P.AGE_DAYS
              FROM BRKG_SETTLE_PEND P
             WHERE P.PLAN_ID = :HV-PLAN-ID
               AND P.SETTLE_DATE < :HV-CUTOFF-DATE
               AND NOT EXISTS
                   (SELECT 1
                      FROM BRKG_TRADE_AUD A
                     WHERE A.PLAN_ID = P.PLAN_ID
                       AND A.ACCOUNT_ID = P.ACCOUNT_ID
                       AND A.TRADE_ID = P.TRADE_ID
                       AND A.SIDE IN ('B', 'S', 'C')
                       AND NOT EXISTS
                           (SELECT 1
                              FROM BRKG_TRADE_AUD X
                             WHERE X.PLAN_ID = A.PLAN_ID
                               AND X.ACCOUNT_ID = A.ACCOUNT_ID
                               AND X.SYMBOL = A.SYMBOL
                               AND X.SIDE = 'X'
                               AND X.ORIG_TRADE_ID = A.TRADE_ID
                               AND X.AUDIT_ID > A.AUDIT_ID))
             ORDER BY P.SETTLE_DATE ASC, P.TRADE_ID ASC
       END-EXEC.

       EXEC SQL
            DECLARE RLOG-ARCH-CURSOR CURSOR FOR
            SELECT RUN_DATE, LOG_SEQ, PROGRAM_ID, PHASE,
                   RETURN_CODE, RECS_IN, RECS_OUT
              FROM BRKG_RUN_LOG
             WHERE PLAN_ID = :HV-PLAN-ID
               AND RUN_DATE < :HV-CUTOFF-DATE
             ORDER BY RUN_DATE ASC, LOG_SEQ ASC
       END-EXEC.

      *    EACH TABLE IS ITS OWN UNIT OF WORK: UNLOAD, CLOSE THE
      *    GENERATION, PROVE IT BY READING IT BACK, AND ONLY THEN
      *    DELETE AND COMMIT. A FAILURE PART WAY LEAVES EARLIER
      *    TABLES ARCHIVED AND PURGED AND LATER ONES UNTOUCHED.
       MAIN-SECTION.
           PERFORM INIT-PROGRAM
           IF PROGRAM-FAILED
              GO TO WRAP-UP
           END-IF
           IF RESTORE-MODE
              PERFORM RESTORE-GENERATION
           ELSE
              PERFORM ARCHIVE-TRADE-AUDIT
              IF PROGRAM-OK
                 PERFORM ARCHIVE-LOT-GAINS
              END-IF
              IF PROGRAM-OK
                 PERFORM ARCHIVE-CASH-LEDGER
              END-IF
              IF PROGRAM-OK
                 PERFORM ARCHIVE-SETTLE-PENDS
              END-IF
              IF PROGRAM-OK
                 PERFORM ARCHIVE-RUN-LOG
              END-IF
           END-IF
           PERFORM WRITE-OUTCOME-LINE
           PERFORM WRAP-UP
           GOBACK.

       INIT-PROGRAM.
           DISPLAY 'BRKRG260 STARTING - HISTORY ARCHIVE AND PURGE'
           MOVE WS-PLAN-NAME TO HV-PLAN-ID
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
           COMPUTE WS-RUN-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           MOVE WS-RUN-DATE TO WS-TAX-YEAR-START
           MOVE '0101' TO WS-TAX-YEAR-START (5:4)
           MOVE WS-RUN-DATE TO HV-LOG-DATE
           PERFORM WRITE-RUN-LOG-START
           OPEN OUTPUT ARCHRPT-FILE
           PERFORM LOAD-ARCHIVE-PARM
           EVALUATE TRUE
              WHEN ARCHIVE-MODE
                 MOVE 'ARCHIVE AND PURGE - COMMITTED' TO HDR-MODE
              WHEN RESTORE-MODE
                 MOVE 'RESTORE OF ONE GENERATION' TO HDR-MODE
              WHEN OTHER
                 MOVE 'PREVIEW - NOTHING ARCHIVED OR PURGED'
                   TO HDR-MODE
           END-EVALUATE
           MOVE WS-RUN-DATE TO HDR-RUN-DATE
           WRITE ARCHRPT-REC FROM WS-RPT-HEADER-1
           WRITE ARCHRPT-REC FROM WS-RPT-BLANK-LINE
           IF NOT RESTORE-MODE
              WRITE ARCHRPT-REC FROM WS-RPT-HEADER-2
           END-IF.

       LOAD-ARCHIVE-PARM.
           OPEN INPUT ARCH-PARM-FILE
           IF WS-PARM-STATUS = '00'
              READ ARCH-PARM-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    EVALUATE PARM-RUN-MODE
                       WHEN 'A'
                          SET ARCHIVE-MODE TO TRUE
                       WHEN 'R'
                          SET RESTORE-MODE TO TRUE
                    END-EVALUATE
                    IF PARM-AUD-MONTHS IS NUMERIC
                       AND PARM-AUD-MONTHS > 0
                       MOVE PARM-AUD-MONTHS TO WS-AUD-MONTHS
                    END-IF
                    IF PARM-GAIN-MONTHS IS NUMERIC
                       AND PARM-GAIN-MONTHS > 0
                       MOVE PARM-GAIN-MONTHS TO WS-GAIN-MONTHS
                    END-IF
                    IF PARM-LEDG-MONTHS IS NUMERIC
                       AND PARM-LEDG-MONTHS > 0
                       MOVE PARM-LEDG-MONTHS TO WS-LEDG-MONTHS
                    END-IF
                    IF PARM-PEND-MONTHS IS NUMERIC
                       AND PARM-PEND-MONTHS > 0
                       MOVE PARM-PEND-MONTHS TO WS-PEND-MONTHS
                    END-IF
                    IF PARM-RLOG-MONTHS IS NUMERIC
                       AND PARM-RLOG-MONTHS > 0
                       MOVE PARM-RLOG-MONTHS TO WS-RLOG-MONTHS
                    END-IF
              END-READ
              CLOSE ARCH-PARM-FILE
           ELSE
              DISPLAY 'BRKRG260 - NO ARCH-PARM DATASET, PREVIEW '
                      'WITH DEFAULT RETENTION'
           END-IF
           IF WS-AUD-MONTHS < WS-MIN-MONTHS
              OR WS-GAIN-MONTHS < WS-MIN-MONTHS
              OR WS-LEDG-MONTHS < WS-MIN-MONTHS
              OR WS-PEND-MONTHS < WS-MIN-MONTHS
              OR WS-RLOG-MONTHS < WS-MIN-MONTHS
              DISPLAY 'BRKRG260 - INVALID ARCH-PARM - RETENTION '
                      'BELOW ' WS-MIN-MONTHS ' MONTHS'
              MOVE 'Y' TO WS-ABORT-FLAG
           END-IF.

      *    THE CUTOFF IS THE FIRST DAY KEPT. A MONTH COUNTS AS 31
      *    DAYS, AS IN BRKRG010'S SNAPSHOT RETENTION, SO THE TABLE
      *    ALWAYS HOLDS AT LEAST THE MONTHS ASKED FOR.
       SET-TABLE-CUTOFF.
           COMPUTE WS-CUTOFF-INT =
                   WS-RUN-DATE-INT - (WS-TABLE-MONTHS * 31)
           COMPUTE WS-TABLE-CUTOFF =
                   FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)
           MOVE WS-TABLE-CUTOFF TO HV-CUTOFF-DATE
           MOVE ZERO TO WS-SEL-COUNT WS-SEL-HASH-1 WS-SEL-HASH-2
                        WS-VFY-COUNT WS-VFY-HASH-1 WS-VFY-HASH-2
                        WS-DELETE-COUNT WS-OLDER-COUNT
                        WS-RETAINED-COUNT
           MOVE 'N' TO WS-CURSOR-EOF-SW.

       ARCHIVE-TRADE-AUDIT.
           MOVE 'AUDT' TO WS-TABLE-CODE
           MOVE 'BRKG_TRADE_AUD' TO WS-TABLE-NAME
           SET ARC-FILE-AUD TO TRUE
           MOVE WS-AUD-MONTHS TO WS-TABLE-MONTHS
           PERFORM SET-TABLE-CUTOFF
           MOVE 'COUNT OLDER AUDIT ROWS' TO WS-SQL-CONTEXT
           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-ROW-COUNT
                FROM BRKG_TRADE_AUD
               WHERE PLAN_ID = :HV-PLAN-ID
                 AND EXEC_DATE < :HV-CUTOFF-DATE
           END-EXEC
           PERFORM CHECK-SQL
           MOVE HV-ROW-COUNT TO WS-OLDER-COUNT
           PERFORM START-ARCHIVE-FILE
           IF PROGRAM-FAILED
              EXIT PARAGRAPH
           END-IF
           MOVE 'OPEN AUDIT ARCHIVE CURSOR' TO WS-SQL-CONTEXT
           EXEC SQL OPEN AUD-ARCH-CURSOR END-EXEC
           PERFORM CHECK-SQL
           PERFORM UNLOAD-ONE-AUDIT-ROW
              UNTIL CURSOR-EOF OR PROGRAM-FAILED
           MOVE 'CLOSE AUDIT ARCHIVE CURSOR' TO WS-SQL-CONTEXT
           EXEC SQL CLOSE AUD-ARCH-CURSOR END-EXEC
           PERFORM CHECK-SQL
           PERFORM FINISH-ARCHIVE-FILE
           IF PROGRAM-FAILED OR NOT ARCHIVE-MODE
              PERFORM WRITE-TABLE-LINE
              EXIT PARAGRAPH
           END-IF
           MOVE 'PURGE AUDIT ROWS' TO WS-SQL-CONTEXT
           EXEC SQL
              DELETE FROM BRKG_TRADE_AUD A
               WHERE A.PLAN_ID = :HV-PLAN-ID
                 AND A.EXEC_DATE < :HV-CUTOFF-DATE
                 AND NOT EXISTS
                     (SELECT 1
                        FROM BRKG_SETTLE_PEND P
                       WHERE P.PLAN_ID = A.PLAN_ID
                         AND P.ACCOUNT_ID = A.ACCOUNT_ID
                         AND P.TRADE_ID = A.TRADE_ID)
                 AND NOT EXISTS
                     (SELECT 1
                        FROM BRKG_POSITION_LOT L
                       WHERE L.PLAN_ID = A.PLAN_ID
                         AND L.ACCOUNT_ID = A.ACCOUNT_ID
                         AND L.SYMBOL = A.SYMBOL
                         AND L.ACQUIRE_DATE = A.EXEC_DATE)
                 AND A.AUDIT_ID <
                     (SELECT MAX(M.AUDIT_ID)
                        FROM BRKG_TRADE_AUD M
                       WHERE M.PLAN_ID = A.PLAN_ID
                         AND M.ACCOUNT_ID = A.ACCOUNT_ID
                         AND M.SYMBOL = A.SYMBOL)
                 AND NOT (A.SIDE IN ('X', 'C')
                          AND EXISTS
                              (SELECT 1
                                 FROM BRKG_TRADE_AUD O
                                WHERE O.PLAN_ID = A.PLAN_ID
                                  AND O.ACCOUNT_ID = A.ACCOUNT_ID
                                  AND O.SYMBOL = A.SYMBOL
                                  AND O.TRADE_ID = A.ORIG_TRADE_ID
                                  AND O.AUDIT_ID < A.AUDIT_ID))
           END-EXEC
           PERFORM CHECK-DELETE-AND-COMMIT
           PERFORM WRITE-TABLE-LINE.

       UNLOAD-ONE-AUDIT-ROW.
           MOVE 'FETCH AUDIT ARCHIVE ROW' TO WS-SQL-CONTEXT
           EXEC SQL
              FETCH AUD-ARCH-CURSOR
                INTO :HV-AUDIT-ID, :HV-TRADE-ID, :HV-ACCOUNT-ID,
                     :HV-SYMBOL, :HV-SIDE, :HV-QUANTITY, :HV-PRICE,
                     :HV-EXEC-DATE, :HV-NEW-QTY, :HV-NEW-AVG,
                     :HV-ORIG-TRADE-ID, :HV-COMMISSION, :HV-FEES,
                     :HV-SETTLE-DATE, :HV-CURRENCY
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 MOVE SPACES TO WS-AUD-BODY
                 MOVE HV-AUDIT-ID      TO AUD-AUDIT-ID
                 MOVE HV-TRADE-ID      TO AUD-TRADE-ID
                 MOVE HV-ACCOUNT-ID    TO AUD-ACCOUNT-ID
                 MOVE HV-SYMBOL        TO AUD-SYMBOL
                 MOVE HV-SIDE          TO AUD-SIDE
                 MOVE HV-QUANTITY      TO AUD-QUANTITY
                 MOVE HV-PRICE         TO AUD-PRICE
                 MOVE HV-EXEC-DATE     TO AUD-EXEC-DATE
                 MOVE HV-NEW-QTY       TO AUD-NEW-QTY
                 MOVE HV-NEW-AVG       TO AUD-NEW-AVG
                 MOVE HV-ORIG-TRADE-ID TO AUD-ORIG-TRADE-ID
                 MOVE HV-COMMISSION    TO AUD-COMMISSION
                 MOVE HV-FEES          TO AUD-FEES
                 MOVE HV-SETTLE-DATE   TO AUD-SETTLE-DATE
                 MOVE HV-CURRENCY      TO AUD-CURRENCY
                 MOVE WS-AUD-BODY      TO ARC-BODY
                 PERFORM WRITE-ARCHIVE-DETAIL
              WHEN 100
                 SET CURSOR-EOF TO TRUE
              WHEN OTHER
                 PERFORM SQL-ERROR
           END-EVALUATE.

       ARCHIVE-LOT-GAINS.
           MOVE 'GAIN' TO WS-TABLE-CODE
           MOVE 'BRKG_LOT_GAIN' TO WS-TABLE-NAME
           SET ARC-FILE-GAIN TO TRUE
           MOVE WS-GAIN-MONTHS TO WS-TABLE-MONTHS
           PERFORM SET-TABLE-CUTOFF
      *    THE CURRENT TAX YEAR'S GAINS ARE NEVER TAKEN, WHATEVER
      *    THE RETENTION SAYS.
           IF WS-TABLE-CUTOFF > WS-TAX-YEAR-START
              MOVE WS-TAX-YEAR-START TO WS-TABLE-CUTOFF
              MOVE WS-TABLE-CUTOFF TO HV-CUTOFF-DATE
           END-IF
           MOVE 'COUNT OLDER GAIN ROWS' TO WS-SQL-CONTEXT
           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-ROW-COUNT
                FROM BRKG_LOT_GAIN
               WHERE PLAN_ID = :HV-PLAN-ID
                 AND CLOSE_DATE < :HV-CUTOFF-DATE
           END-EXEC
           PERFORM CHECK-SQL
           MOVE HV-ROW-COUNT TO WS-OLDER-COUNT
           PERFORM START-ARCHIVE-FILE
           IF PROGRAM-FAILED
              EXIT PARAGRAPH
           END-IF
           MOVE 'OPEN GAIN ARCHIVE CURSOR' TO WS-SQL-CONTEXT
           EXEC SQL OPEN GAIN-ARCH-CURSOR END-EXEC
           PERFORM CHECK-SQL
           PERFORM UNLOAD-ONE-GAIN-ROW
              UNTIL CURSOR-EOF OR PROGRAM-FAILED
           MOVE 'CLOSE GAIN ARCHIVE CURSOR' TO WS-SQL-CONTEXT
           EXEC SQL CLOSE GAIN-ARCH-CURSOR END-EXEC
           PERFORM CHECK-SQL
           PERFORM FINISH-ARCHIVE-FILE
           IF PROGRAM-FAILED OR NOT ARCHIVE-MODE
              PERFORM WRITE-TABLE-LINE
              EXIT PARAGRAPH
           END-IF
           MOVE 'PURGE GAIN ROWS' TO WS-SQL-CONTEXT
           EXEC SQL
              DELETE FROM BRKG_LOT_GAIN G
               WHERE G.PLAN_ID = :HV-PLAN-ID
                 AND G.CLOSE_DATE < :HV-CUTOFF-DATE
                 AND NOT EXISTS
                     (SELECT 1
                        FROM BRKG_SETTLE_PEND P
                       WHERE P.PLAN_ID = G.PLAN_ID
                         AND P.ACCOUNT_ID = G.ACCOUNT_ID
                         AND P.TRADE_ID = G.TRADE_ID)
           END-EXEC
           PERFORM CHECK-DELETE-AND-COMMIT
           PERFORM WRITE-TABLE-LINE.

       UNLOAD-ONE-GAIN-ROW.
           MOVE 'FETCH GAIN ARCHIVE ROW' TO WS-SQL-CONTEXT
           EXEC SQL
              FETCH GAIN-ARCH-CURSOR
                INTO :HV-ACCOUNT-ID, :HV-SYMBOL, :HV-TRADE-ID,
                     :HV-LOT-SEQ, :HV-CLOSE-QTY, :HV-OPEN-PRICE,
                     :HV-CLOSE-PRICE, :HV-ACQUIRE-DATE,
                     :HV-CLOSE-DATE, :HV-HOLD-DAYS, :HV-GAIN-TERM,
                     :HV-GAIN-AMT, :HV-SHORT-FLAG, :HV-WASH-FLAG
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 MOVE SPACES TO WS-GAIN-BODY
                 MOVE HV-ACCOUNT-ID   TO GAN-ACCOUNT-ID
                 MOVE HV-SYMBOL       TO GAN-SYMBOL
                 MOVE HV-TRADE-ID     TO GAN-TRADE-ID
                 MOVE HV-LOT-SEQ      TO GAN-LOT-SEQ
                 MOVE HV-CLOSE-QTY    TO GAN-CLOSE-QTY
                 MOVE HV-OPEN-PRICE   TO GAN-OPEN-PRICE
                 MOVE HV-CLOSE-PRICE  TO GAN-CLOSE-PRICE
                 MOVE HV-ACQUIRE-DATE TO GAN-ACQUIRE-DATE
                 MOVE HV-CLOSE-DATE   TO GAN-CLOSE-DATE
                 MOVE HV-HOLD-DAYS    TO GAN-HOLD-DAYS
                 MOVE HV-GAIN-TERM    TO GAN-GAIN-TERM
                 MOVE HV-GAIN-AMT     TO GAN-GAIN-AMT
                 MOVE HV-SHORT-FLAG   TO GAN-SHORT-FLAG
                 MOVE HV-WASH-FLAG    TO GAN-WASH-FLAG
                 MOVE WS-GAIN-BODY    TO ARC-BODY
                 PERFORM WRITE-ARCHIVE-DETAIL
              WHEN 100
                 SET CURSOR-EOF TO TRUE
              WHEN OTHER
                 PERFORM SQL-ERROR
           END-EVALUATE.

      *    EVERY DERIVED CASH BALANCE IS A SUM OF THE WHOLE LEDGER,
      *    SO WHAT IS PURGED FOR AN ACCOUNT IS BROUGHT FORWARD AS ONE
      *    'BFW' ROW ON THE CUTOFF DATE, IN THE SAME UNIT OF WORK AS
      *    THE DELETE. THE CUTOFF DATE IS KEPT, SO THE NEW ROW IS
      *    NEVER ITSELF SELECTED; NEXT MONTH'S RUN ROLLS IT INTO THE
      *    NEXT BROUGHT-FORWARD ROW.
       ARCHIVE-CASH-LEDGER.
           MOVE 'LEDG' TO WS-TABLE-CODE
           MOVE 'BRKG_CASH_LEDGER' TO WS-TABLE-NAME
           SET ARC-FILE-LEDG TO TRUE
           MOVE WS-LEDG-MONTHS TO WS-TABLE-MONTHS
           PERFORM SET-TABLE-CUTOFF
           MOVE SPACES TO WS-BFW-ACCOUNT
           MOVE ZERO TO WS-BFW-AMOUNT WS-BFW-COUNT
           MOVE 'COUNT OLDER LEDGER ROWS' TO WS-SQL-CONTEXT
           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-ROW-COUNT
                FROM BRKG_CASH_LEDGER
               WHERE PLAN_ID = :HV-PLAN-ID
                 AND POST_DATE < :HV-CUTOFF-DATE
           END-EXEC
           PERFORM CHECK-SQL
           MOVE HV-ROW-COUNT TO WS-OLDER-COUNT
           PERFORM START-ARCHIVE-FILE
           IF PROGRAM-FAILED
              EXIT PARAGRAPH
           END-IF
           MOVE 'OPEN LEDGER ARCHIVE CURSOR' TO WS-SQL-CONTEXT
           EXEC SQL OPEN LEDG-ARCH-CURSOR END-EXEC
           PERFORM CHECK-SQL
           PERFORM UNLOAD-ONE-LEDGER-ROW
              UNTIL CURSOR-EOF OR PROGRAM-FAILED
           MOVE 'CLOSE LEDGER ARCHIVE CURSOR' TO WS-SQL-CONTEXT
           EXEC SQL CLOSE LEDG-ARCH-CURSOR END-EXEC
           PERFORM CHECK-SQL
           IF PROGRAM-OK AND WS-BFW-ACCOUNT NOT = SPACES
              PERFORM BRING-FORWARD-BALANCE
           END-IF
           PERFORM FINISH-ARCHIVE-FILE
           IF PROGRAM-FAILED OR NOT ARCHIVE-MODE
              PERFORM WRITE-TABLE-LINE
              EXIT PARAGRAPH
           END-IF
           MOVE 'PURGE LEDGER ROWS' TO WS-SQL-CONTEXT
           EXEC SQL
              DELETE FROM BRKG_CASH_LEDGER C
               WHERE C.PLAN_ID = :HV-PLAN-ID
                 AND C.POST_DATE < :HV-CUTOFF-DATE
                 AND NOT (C.ENTRY_TYPE IN ('TRD', 'TRX')
                          AND EXISTS
                              (SELECT 1
                                 FROM BRKG_SETTLE_PEND P
                                WHERE P.PLAN_ID = C.PLAN_ID
                                  AND P.ACCOUNT_ID = C.ACCOUNT_ID
                                  AND P.TRADE_ID = C.REF_ID))
           END-EXEC
           PERFORM CHECK-DELETE-AND-COMMIT
           IF PROGRAM-OK
              DISPLAY 'BRKRG260 - BROUGHT-FORWARD LEDGER ROWS '
                      'WRITTEN: ' WS-BFW-COUNT
           END-IF
           PERFORM WRITE-TABLE-LINE.

       UNLOAD-ONE-LEDGER-ROW.
           MOVE 'FETCH LEDGER ARCHIVE ROW' TO WS-SQL-CONTEXT
           EXEC SQL
              FETCH LEDG-ARCH-CURSOR
                INTO :HV-ACCOUNT-ID, :HV-POST-DATE, :HV-LEDGER-SEQ,
                     :HV-ENTRY-TYPE, :HV-SYMBOL, :HV-REF-ID,
                     :HV-AMOUNT
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 IF HV-ACCOUNT-ID NOT = WS-BFW-ACCOUNT
                    IF WS-BFW-ACCOUNT NOT = SPACES
                       PERFORM BRING-FORWARD-BALANCE
                    END-IF
                    MOVE HV-ACCOUNT-ID TO WS-BFW-ACCOUNT
                    MOVE ZERO TO WS-BFW-AMOUNT
                 END-IF
                 ADD HV-AMOUNT TO WS-BFW-AMOUNT
                 MOVE SPACES TO WS-LEDG-BODY
                 MOVE HV-ACCOUNT-ID  TO LDG-ACCOUNT-ID
                 MOVE HV-POST-DATE   TO LDG-POST-DATE
                 MOVE HV-LEDGER-SEQ  TO LDG-LEDGER-SEQ
                 MOVE HV-ENTRY-TYPE  TO LDG-ENTRY-TYPE
                 MOVE HV-SYMBOL      TO LDG-SYMBOL
                 MOVE HV-REF-ID      TO LDG-REF-ID
                 MOVE HV-AMOUNT      TO LDG-AMOUNT
                 MOVE WS-LEDG-BODY   TO ARC-BODY
                 PERFORM WRITE-ARCHIVE-DETAIL
              WHEN 100
                 SET CURSOR-EOF TO TRUE
              WHEN OTHER
                 PERFORM SQL-ERROR
           END-EVALUATE.

       BRING-FORWARD-BALANCE.
           IF NOT ARCHIVE-MODE
              EXIT PARAGRAPH
           END-IF
           MOVE WS-BFW-ACCOUNT  TO HV-ACCOUNT-ID
           MOVE WS-TABLE-CUTOFF TO HV-POST-DATE
           MOVE 'BFW'           TO HV-ENTRY-TYPE
           MOVE SPACES          TO HV-SYMBOL HV-REF-ID
           STRING 'BFW' WS-TABLE-CUTOFF
              DELIMITED BY SIZE INTO HV-REF-ID
           END-STRING
           MOVE WS-BFW-AMOUNT   TO HV-AMOUNT
           MOVE 'INSERT BROUGHT-FORWARD ROW' TO WS-SQL-CONTEXT
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
           IF PROGRAM-OK
              ADD 1 TO WS-BFW-COUNT
           END-IF.

       ARCHIVE-SETTLE-PENDS.
           MOVE 'PEND' TO WS-TABLE-CODE
           MOVE 'BRKG_SETTLE_PEND' TO WS-TABLE-NAME
           SET ARC-FILE-PEND TO TRUE
           MOVE WS-PEND-MONTHS TO WS-TABLE-MONTHS
           PERFORM SET-TABLE-CUTOFF
           MOVE 'COUNT OLDER PEND ROWS' TO WS-SQL-CONTEXT
           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-ROW-COUNT
                FROM BRKG_SETTLE_PEND
               WHERE PLAN_ID = :HV-PLAN-ID
                 AND SETTLE_DATE < :HV-CUTOFF-DATE
           END-EXEC
           PERFORM CHECK-SQL
           MOVE HV-ROW-COUNT TO WS-OLDER-COUNT
           PERFORM START-ARCHIVE-FILE
           IF PROGRAM-FAILED
              EXIT PARAGRAPH
           END-IF
           MOVE 'OPEN PEND ARCHIVE CURSOR' TO WS-SQL-CONTEXT
           EXEC SQL OPEN PEND-ARCH-CURSOR END-EXEC
           PERFORM CHECK-SQL
           PERFORM UNLOAD-ONE-PEND-ROW
              UNTIL CURSOR-EOF OR PROGRAM-FAILED
           MOVE 'CLOSE PEND ARCHIVE CURSOR' TO WS-SQL-CONTEXT
           EXEC SQL CLOSE PEND-ARCH-CURSOR END-EXEC
           PERFORM CHECK-SQL
           PERFORM FINISH-ARCHIVE-FILE
           IF PROGRAM-FAILED OR NOT ARCHIVE-MODE
              PERFORM WRITE-TABLE-LINE
              EXIT PARAGRAPH
           END-IF
           MOVE 'PURGE PEND ROWS' TO WS-SQL-CONTEXT
           EXEC SQL
              DELETE FROM BRKG_SETTLE_PEND P
               WHERE P.PLAN_ID = :HV-PLAN-ID
                 AND P.SETTLE_DATE < :HV-CUTOFF-DATE
                 AND NOT EXISTS
                     (SELECT 1
                        FROM BRKG_TRADE_AUD A
                       WHERE A.PLAN_ID = P.PLAN_ID
                         AND A.ACCOUNT_ID = P.ACCOUNT_ID
                         AND A.TRADE_ID = P.TRADE_ID
                         AND A.SIDE IN ('B', 'S', 'C')
                         AND NOT EXISTS
                             (SELECT 1
                                FROM BRKG_TRADE_AUD X
                               WHERE X.PLAN_ID = A.PLAN_ID
                                 AND X.ACCOUNT_ID = A.ACCOUNT_ID
                                 AND X.SYMBOL = A.SYMBOL
                                 AND X.SIDE = 'X'
                                 AND X.ORIG_TRADE_ID = A.TRADE_ID
                                 AND X.AUDIT_ID > A.AUDIT_ID))
           END-EXEC
           PERFORM CHECK-DELETE-AND-COMMIT
           PERFORM WRITE-TABLE-LINE.

       UNLOAD-ONE-PEND-ROW.
           MOVE 'FETCH PEND ARCHIVE ROW' TO WS-SQL-CONTEXT
           EXEC SQL
              FETCH PEND-ARCH-CURSOR
                INTO :HV-ACCOUNT-ID, :HV-SYMBOL, :HV-TRADE-ID,
                     :HV-SIDE, :HV-QUANTITY, :HV-SETTLE-DATE,
                     :HV-AGE-DAYS
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 MOVE SPACES TO WS-PEND-BODY
                 MOVE HV-ACCOUNT-ID  TO PND-ACCOUNT-ID
                 MOVE HV-SYMBOL      TO PND-SYMBOL
                 MOVE HV-TRADE-ID    TO PND-TRADE-ID
                 MOVE HV-SIDE        TO PND-SIDE
                 MOVE HV-QUANTITY    TO PND-QUANTITY
                 MOVE HV-SETTLE-DATE TO PND-SETTLE-DATE
                 MOVE HV-AGE-DAYS    TO PND-AGE-DAYS
                 MOVE WS-PEND-BODY   TO ARC-BODY
                 PERFORM WRITE-ARCHIVE-DETAIL
              WHEN 100
                 SET CURSOR-EOF TO TRUE
              WHEN OTHER
                 PERFORM SQL-ERROR
           END-EVALUATE.

       ARCHIVE-RUN-LOG.
           MOVE 'RLOG' TO WS-TABLE-CODE
           MOVE 'BRKG_RUN_LOG' TO WS-TABLE-NAME
           SET ARC-FILE-RLOG TO TRUE
           MOVE WS-RLOG-MONTHS TO WS-TABLE-MONTHS
           PERFORM SET-TABLE-CUTOFF
           MOVE 'COUNT OLDER RUN LOG ROWS' TO WS-SQL-CONTEXT
           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-ROW-COUNT
                FROM BRKG_RUN_LOG
               WHERE PLAN_ID = :HV-PLAN-ID
                 AND RUN_DATE < :HV-CUTOFF-DATE
           END-EXEC
           PERFORM CHECK-SQL
           MOVE HV-ROW-COUNT TO WS-OLDER-COUNT
           PERFORM START-ARCHIVE-FILE
           IF PROGRAM-FAILED
              EXIT PARAGRAPH
           END-IF
           MOVE 'OPEN RUN LOG ARCHIVE CURSOR' TO WS-SQL-CONTEXT
           EXEC SQL OPEN RLOG-ARCH-CURSOR END-EXEC
           PERFORM CHECK-SQL
           PERFORM UNLOAD-ONE-RUN-LOG-ROW
              UNTIL CURSOR-EOF OR PROGRAM-FAILED
           MOVE 'CLOSE RUN LOG ARCHIVE CURSOR' TO WS-SQL-CONTEXT
           EXEC SQL CLOSE RLOG-ARCH-CURSOR END-EXEC
           PERFORM CHECK-SQL
           PERFORM FINISH-ARCHIVE-FILE
           IF PROGRAM-FAILED OR NOT ARCHIVE-MODE
              PERFORM WRITE-TABLE-LINE
              EXIT PARAGRAPH
           END-IF
           MOVE 'PURGE RUN LOG ROWS' TO WS-SQL-CONTEXT
           EXEC SQL
              DELETE FROM BRKG_RUN_LOG
               WHERE PLAN_ID = :HV-PLAN-ID
                 AND RUN_DATE < :HV-CUTOFF-DATE
           END-EXEC
           PERFORM CHECK-DELETE-AND-COMMIT
           PERFORM WRITE-TABLE-LINE.

       UNLOAD-ONE-RUN-LOG-ROW.
           MOVE 'FETCH RUN LOG ARCHIVE ROW' TO WS-SQL-CONTEXT
           EXEC SQL
              FETCH RLOG-ARCH-CURSOR
                INTO :HV-RUN-DATE, :HV-LOG-SEQ, :HV-PROGRAM-ID,
                     :HV-PHASE, :HV-RC, :HV-RECS-IN, :HV-RECS-OUT
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 MOVE SPACES TO WS-RLOG-BODY
                 MOVE HV-RUN-DATE   TO RLG-RUN-DATE
                 MOVE HV-LOG-SEQ    TO RLG-LOG-SEQ
                 MOVE HV-PROGRAM-ID TO RLG-PROGRAM-ID
                 MOVE HV-PHASE      TO RLG-PHASE
                 MOVE HV-RC         TO RLG-RETURN-CODE
                 MOVE HV-RECS-IN    TO RLG-RECS-IN
                 MOVE HV-RECS-OUT   TO RLG-RECS-OUT
                 MOVE WS-RLOG-BODY  TO ARC-BODY
                 PERFORM WRITE-ARCHIVE-DETAIL
              WHEN 100
                 SET CURSOR-EOF TO TRUE
              WHEN OTHER
                 PERFORM SQL-ERROR
           END-EVALUATE.

      *    A PREVIEW NEVER OPENS THE ARCHIVE FILES - ITS JOB,
      *    BRKARCHP, ALLOCATES NO GENERATIONS - SO IT ONLY COUNTS
      *    AND HASHES THE ROWS SELECTED.
       START-ARCHIVE-FILE.
           IF NOT ARCHIVE-MODE
              EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-ARCHIVE-OUTPUT
           IF WS-ARC-STATUS NOT = '00'
              DISPLAY 'BRKRG260 - CANNOT OPEN ARCHIVE FOR '
                      WS-TABLE-NAME ' STATUS ' WS-ARC-STATUS
              MOVE 'Y' TO WS-ABORT-FLAG
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-ARC-HEADER-BODY
           MOVE HV-PLAN-ID      TO AHD-PLAN-ID
           MOVE WS-TABLE-NAME   TO AHD-TABLE-NAME
           MOVE WS-RUN-DATE     TO AHD-RUN-DATE
           MOVE WS-TABLE-CUTOFF TO AHD-CUTOFF-DATE
           MOVE WS-TABLE-MONTHS TO AHD-RETAIN-MONTHS
           MOVE WS-RUN-MODE-SW  TO AHD-RUN-MODE
           SET ARC-HEADER TO TRUE
           MOVE WS-TABLE-CODE      TO ARC-TABLE-CODE
           MOVE WS-ARC-HEADER-BODY TO ARC-BODY
           PERFORM WRITE-ARCHIVE-RECORD.

      *    EVERY ROW SELECTED COUNTS TOWARD THE TOTALS; ONLY AN
      *    ARCHIVE RUN WRITES IT.
       WRITE-ARCHIVE-DETAIL.
           SET ARC-DETAIL TO TRUE
           MOVE WS-TABLE-CODE TO ARC-TABLE-CODE
           PERFORM DETAIL-HASH-VALUES
           ADD 1 TO WS-SEL-COUNT
           ADD WS-DTL-HASH-1 TO WS-SEL-HASH-1
           ADD WS-DTL-HASH-2 TO WS-SEL-HASH-2
           IF ARCHIVE-MODE
              PERFORM WRITE-ARCHIVE-RECORD
           END-IF.

      *    THE TWO HASH VALUES OF ONE DETAIL RECORD, TAKEN FROM THE
      *    RECORD ITSELF SO THE WRITE AND THE READ-BACK AGREE ON
      *    EXACTLY WHAT WAS HASHED.
       DETAIL-HASH-VALUES.
           MOVE ZERO TO WS-DTL-HASH-1 WS-DTL-HASH-2
           EVALUATE ARC-TABLE-CODE
              WHEN 'AUDT'
                 MOVE ARC-BODY TO WS-AUD-BODY
                 MOVE AUD-QUANTITY   TO WS-DTL-HASH-1
                 MOVE AUD-AUDIT-ID   TO WS-DTL-HASH-2
              WHEN 'GAIN'
                 MOVE ARC-BODY TO WS-GAIN-BODY
                 MOVE GAN-CLOSE-QTY  TO WS-DTL-HASH-1
                 MOVE GAN-GAIN-AMT   TO WS-DTL-HASH-2
              WHEN 'LEDG'
                 MOVE ARC-BODY TO WS-LEDG-BODY
                 MOVE LDG-AMOUNT     TO WS-DTL-HASH-1
                 MOVE LDG-LEDGER-SEQ TO WS-DTL-HASH-2
              WHEN 'PEND'
                 MOVE ARC-BODY TO WS-PEND-BODY
                 MOVE PND-QUANTITY   TO WS-DTL-HASH-1
                 MOVE PND-AGE-DAYS   TO WS-DTL-HASH-2
              WHEN 'RLOG'
                 MOVE ARC-BODY TO WS-RLOG-BODY
                 MOVE RLG-RECS-IN    TO WS-DTL-HASH-1
                 MOVE RLG-RECS-OUT   TO WS-DTL-HASH-2
           END-EVALUATE.

       FINISH-ARCHIVE-FILE.
           IF NOT ARCHIVE-MODE
              EXIT PARAGRAPH
           END-IF
           IF PROGRAM-FAILED
              PERFORM CLOSE-ARCHIVE-FILE
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-ARC-TRAILER-BODY
           MOVE WS-SEL-COUNT  TO ATR-REC-COUNT
           MOVE WS-SEL-HASH-1 TO ATR-HASH-1
           MOVE WS-SEL-HASH-2 TO ATR-HASH-2
           SET ARC-TRAILER TO TRUE
           MOVE WS-TABLE-CODE       TO ARC-TABLE-CODE
           MOVE WS-ARC-TRAILER-BODY TO ARC-BODY
           PERFORM WRITE-ARCHIVE-RECORD
           PERFORM CLOSE-ARCHIVE-FILE
           IF PROGRAM-FAILED
              EXIT PARAGRAPH
           END-IF
           PERFORM VERIFY-ARCHIVE-FILE
           IF PROGRAM-OK
              AND (WS-VFY-COUNT NOT = WS-SEL-COUNT
                   OR WS-VFY-HASH-1 NOT = WS-SEL-HASH-1
                   OR WS-VFY-HASH-2 NOT = WS-SEL-HASH-2)
              DISPLAY 'BRKRG260 - ARCHIVE OF ' WS-TABLE-NAME
                      ' DOES NOT MATCH ROWS SELECTED - NOT PURGED'
              MOVE 'ARCHIVE VERIFY' TO WS-SQL-CONTEXT
              PERFORM TABLE-ERROR
           END-IF.

      *    THE GENERATION IS READ BACK IN FULL: IT MUST OPEN WITH A
      *    HEADER FOR THIS TABLE AND END WITH A TRAILER WHOSE COUNT
      *    AND HASHES MATCH THE DETAIL RECORDS ACTUALLY ON IT.
       VERIFY-ARCHIVE-FILE.
           MOVE ZERO TO WS-VFY-COUNT WS-VFY-HASH-1 WS-VFY-HASH-2
           MOVE 'N' TO WS-ARC-EOF-SW WS-ARC-HEADER-SW
                       WS-ARC-TRAILER-SW
           PERFORM OPEN-ARCHIVE-INPUT
           IF WS-ARC-STATUS NOT = '00'
              DISPLAY 'BRKRG260 - CANNOT REOPEN ARCHIVE FOR '
                      WS-TABLE-NAME ' STATUS ' WS-ARC-STATUS
              MOVE 'ARCHIVE REOPEN' TO WS-SQL-CONTEXT
              PERFORM TABLE-ERROR
              EXIT PARAGRAPH
           END-IF
           PERFORM VERIFY-ONE-RECORD
              UNTIL ARCHIVE-EOF
           PERFORM CLOSE-ARCHIVE-FILE
           IF NOT HEADER-SEEN OR NOT TRAILER-SEEN
              OR ATR-REC-COUNT NOT = WS-VFY-COUNT
              OR ATR-HASH-1 NOT = WS-VFY-HASH-1
              OR ATR-HASH-2 NOT = WS-VFY-HASH-2
              DISPLAY 'BRKRG260 - ARCHIVE ' WS-TABLE-NAME
                      ' FAILS ITS TRAILER CHECK - RECORDS '
                      WS-VFY-COUNT
              IF RESTORE-MODE
                 SET RUN-REFUSED TO TRUE
                 MOVE 'REFUSED - GENERATION FAILS TRAILER CHECK'
                   TO RPT-OUTCOME
              ELSE
                 MOVE 'ARCHIVE TRAILER CHECK' TO WS-SQL-CONTEXT
                 PERFORM TABLE-ERROR
              END-IF
           END-IF.

       VERIFY-ONE-RECORD.
           PERFORM READ-ARCHIVE-RECORD
           IF ARCHIVE-EOF
              EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
              WHEN ARC-HEADER
                 MOVE ARC-BODY TO WS-ARC-HEADER-BODY
                 IF ARC-TABLE-CODE = WS-TABLE-CODE
                    SET HEADER-SEEN TO TRUE
                 END-IF
              WHEN ARC-DETAIL
                 PERFORM DETAIL-HASH-VALUES
                 ADD 1 TO WS-VFY-COUNT
                 ADD WS-DTL-HASH-1 TO WS-VFY-HASH-1
                 ADD WS-DTL-HASH-2 TO WS-VFY-HASH-2
              WHEN ARC-TRAILER
                 MOVE ARC-BODY TO WS-ARC-TRAILER-BODY
                 SET TRAILER-SEEN TO TRUE
           END-EVALUATE.

       OPEN-ARCHIVE-OUTPUT.
           EVALUATE TRUE
              WHEN ARC-FILE-AUD
                 OPEN OUTPUT ARCAUD-FILE
              WHEN ARC-FILE-GAIN
                 OPEN OUTPUT ARCGAIN-FILE
              WHEN ARC-FILE-LEDG
                 OPEN OUTPUT ARCLEDG-FILE
              WHEN ARC-FILE-PEND
                 OPEN OUTPUT ARCPEND-FILE
              WHEN ARC-FILE-RLOG
                 OPEN OUTPUT ARCRLOG-FILE
           END-EVALUATE.

       OPEN-ARCHIVE-INPUT.
           EVALUATE TRUE
              WHEN ARC-FILE-AUD
                 OPEN INPUT ARCAUD-FILE
              WHEN ARC-FILE-GAIN
                 OPEN INPUT ARCGAIN-FILE
              WHEN ARC-FILE-LEDG
                 OPEN INPUT ARCLEDG-FILE
              WHEN ARC-FILE-PEND
                 OPEN INPUT ARCPEND-FILE
              WHEN ARC-FILE-RLOG
                 OPEN INPUT ARCRLOG-FILE
              WHEN ARC-FILE-INPUT
                 OPEN INPUT ARCHIVE-IN-FILE
           END-EVALUATE.

       WRITE-ARCHIVE-RECORD.
           EVALUATE TRUE
              WHEN ARC-FILE-AUD
                 WRITE ARCAUD-REC FROM WS-ARC-RECORD
              WHEN ARC-FILE-GAIN
                 WRITE ARCGAIN-REC FROM WS-ARC-RECORD
              WHEN ARC-FILE-LEDG
                 WRITE ARCLEDG-REC FROM WS-ARC-RECORD
              WHEN ARC-FILE-PEND
                 WRITE ARCPEND-REC FROM WS-ARC-RECORD
              WHEN ARC-FILE-RLOG
                 WRITE ARCRLOG-REC FROM WS-ARC-RECORD
           END-EVALUATE
           IF WS-ARC-STATUS NOT = '00'
              DISPLAY 'BRKRG260 - ARCHIVE WRITE FAILED FOR '
                      WS-TABLE-NAME ' STATUS ' WS-ARC-STATUS
              MOVE 'ARCHIVE WRITE' TO WS-SQL-CONTEXT
              PERFORM TABLE-ERROR
           END-IF.

       READ-ARCHIVE-RECORD.
           EVALUATE TRUE
              WHEN ARC-FILE-AUD
                 READ ARCAUD-FILE INTO WS-ARC-RECORD
                    AT END SET ARCHIVE-EOF TO TRUE
                 END-READ
              WHEN ARC-FILE-GAIN
                 READ ARCGAIN-FILE INTO WS-ARC-RECORD
                    AT END SET ARCHIVE-EOF TO TRUE
                 END-READ
              WHEN ARC-FILE-LEDG
                 READ ARCLEDG-FILE INTO WS-ARC-RECORD
                    AT END SET ARCHIVE-EOF TO TRUE
                 END-READ
              WHEN ARC-FILE-PEND
                 READ ARCPEND-FILE INTO WS-ARC-RECORD
                    AT END SET ARCHIVE-EOF TO TRUE
                 END-READ
              WHEN ARC-FILE-RLOG
                 READ ARCRLOG-FILE INTO WS-ARC-RECORD
                    AT END SET ARCHIVE-EOF TO TRUE
                 END-READ
              WHEN ARC-FILE-INPUT
                 READ ARCHIVE-IN-FILE INTO WS-ARC-RECORD
                    AT END SET ARCHIVE-EOF TO TRUE
                 END-READ
           END-EVALUATE.

       CLOSE-ARCHIVE-FILE.
           EVALUATE TRUE
              WHEN ARC-FILE-AUD
                 CLOSE ARCAUD-FILE
              WHEN ARC-FILE-GAIN
                 CLOSE ARCGAIN-FILE
              WHEN ARC-FILE-LEDG
                 CLOSE ARCLEDG-FILE
              WHEN ARC-FILE-PEND
                 CLOSE ARCPEND-FILE
              WHEN ARC-FILE-RLOG
                 CLOSE ARCRLOG-FILE
              WHEN ARC-FILE-INPUT
                 CLOSE ARCHIVE-IN-FILE
           END-EVALUATE.

      *    THE DELETE MUST REMOVE EXACTLY THE ROWS JUST ARCHIVED -
      *    SAME PREDICATE, SAME UNIT OF WORK. ANY OTHER COUNT ROLLS
      *    THE TABLE BACK AND ENDS THE RUN.
       CHECK-DELETE-AND-COMMIT.
           EVALUATE SQLCODE
              WHEN 0
                 MOVE SQLERRD (3) TO WS-DELETE-COUNT
              WHEN 100
                 MOVE ZERO TO WS-DELETE-COUNT
              WHEN OTHER
                 PERFORM SQL-ERROR
                 EXIT PARAGRAPH
           END-EVALUATE
           IF WS-DELETE-COUNT NOT = WS-SEL-COUNT
              DISPLAY 'BRKRG260 - ' WS-TABLE-NAME ' DELETED '
                      WS-DELETE-COUNT ' ROWS BUT ARCHIVED '
                      WS-SEL-COUNT ' - ROLLED BACK'
              MOVE 'DELETE COUNT CHECK' TO WS-SQL-CONTEXT
              PERFORM TABLE-ERROR
              EXIT PARAGRAPH
           END-IF
           MOVE 'COMMIT TABLE PURGE' TO WS-SQL-CONTEXT
           EXEC SQL COMMIT END-EXEC
           PERFORM CHECK-SQL
           IF PROGRAM-OK
              ADD WS-DELETE-COUNT TO WS-TOTAL-DELETED
           END-IF.

       WRITE-TABLE-LINE.
           IF PROGRAM-OK
              ADD 1 TO WS-TABLES-DONE
              ADD WS-SEL-COUNT TO WS-TOTAL-ARCHIVED
           END-IF
           COMPUTE WS-RETAINED-COUNT = WS-OLDER-COUNT - WS-SEL-COUNT
           IF WS-RETAINED-COUNT < 0
              MOVE ZERO TO WS-RETAINED-COUNT
           END-IF
           MOVE SPACES TO WS-RPT-DETAIL
           MOVE WS-TABLE-NAME     TO DET-TABLE-NAME
           MOVE WS-TABLE-MONTHS   TO DET-MONTHS
           MOVE WS-TABLE-CUTOFF   TO DET-CUTOFF
           MOVE WS-SEL-COUNT      TO DET-ARCHIVED
           MOVE WS-SEL-HASH-1     TO DET-HASH-1
           MOVE WS-SEL-HASH-2     TO DET-HASH-2
           MOVE WS-DELETE-COUNT   TO DET-DELETED
           MOVE WS-RETAINED-COUNT TO DET-RETAINED
           EVALUATE TRUE
              WHEN PROGRAM-FAILED
                 MOVE 'FAILED - ROLLED BACK' TO DET-NOTE
              WHEN PREVIEW-MODE
                 MOVE 'PREVIEW - NOT PURGED' TO DET-NOTE
              WHEN WS-TABLE-CODE = 'LEDG'
                 MOVE 'BALANCES BROUGHT FWD' TO DET-NOTE
              WHEN OTHER
                 MOVE 'ARCHIVED AND PURGED' TO DET-NOTE
           END-EVALUATE
           WRITE ARCHRPT-REC FROM WS-RPT-DETAIL.

      *    A RESTORE PROVES THE WHOLE GENERATION FIRST, THEN PUTS
      *    ITS ROWS BACK IN ONE UNIT OF WORK. A ROW ALREADY ON FILE
      *    (A SECOND RESTORE OF THE SAME GENERATION) IS COUNTED AND
      *    PASSED OVER. RESTORED LEDGER ROWS COME BACK OUT OF THE
      *    ACCOUNT'S CURRENT BROUGHT-FORWARD ROW SO BALANCES DO NOT
      *    MOVE, AND THE OLD BROUGHT-FORWARD ROWS ON THE GENERATION
      *    ARE SUPERSEDED AND STAY OUT.
       RESTORE-GENERATION.
           SET ARC-FILE-INPUT TO TRUE
           MOVE SPACES TO WS-TABLE-CODE
           PERFORM IDENTIFY-GENERATION
           IF PROGRAM-FAILED OR RUN-REFUSED
              EXIT PARAGRAPH
           END-IF
           PERFORM VERIFY-ARCHIVE-FILE
           IF PROGRAM-FAILED OR RUN-REFUSED
              EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-ARC-EOF-SW
           OPEN INPUT ARCHIVE-IN-FILE
           PERFORM RESTORE-ONE-RECORD
              UNTIL ARCHIVE-EOF OR PROGRAM-FAILED
           CLOSE ARCHIVE-IN-FILE
           IF PROGRAM-FAILED
              EXIT PARAGRAPH
           END-IF
           MOVE 'COMMIT RESTORE' TO WS-SQL-CONTEXT
           EXEC SQL COMMIT END-EXEC
           PERFORM CHECK-SQL
           MOVE WS-TABLE-NAME       TO RST-TABLE-NAME
           MOVE AHD-RUN-DATE        TO RST-RUN-DATE
           MOVE AHD-CUTOFF-DATE     TO RST-CUTOFF
           MOVE WS-VFY-COUNT        TO RST-ROWS
           MOVE WS-RESTORED-COUNT   TO RST-RESTORED
           MOVE WS-PRESENT-COUNT    TO RST-PRESENT
           MOVE WS-SUPERSEDED-COUNT TO RST-SUPERSEDED
           WRITE ARCHRPT-REC FROM WS-RPT-RESTORE-LINE.

      *    THE HEADER NAMES THE TABLE. A PREVIEW GENERATION, OR A
      *    FILE THAT IS NOT AN ARCHIVE GENERATION AT ALL, IS
      *    REFUSED BEFORE ANYTHING IS READ FURTHER.
       IDENTIFY-GENERATION.
           MOVE 'N' TO WS-ARC-EOF-SW
           OPEN INPUT ARCHIVE-IN-FILE
           IF WS-ARC-STATUS NOT = '00'
              DISPLAY 'BRKRG260 - NO ARCHIVE-IN DATASET TO RESTORE'
              SET RUN-REFUSED TO TRUE
              MOVE 'REFUSED - NO ARCHIVE-IN DATASET' TO RPT-OUTCOME
              EXIT PARAGRAPH
           END-IF
           PERFORM READ-ARCHIVE-RECORD
           CLOSE ARCHIVE-IN-FILE
           IF ARCHIVE-EOF OR NOT ARC-HEADER
              DISPLAY 'BRKRG260 - ARCHIVE-IN HAS NO HEADER RECORD'
              SET RUN-REFUSED TO TRUE
              MOVE 'REFUSED - NOT AN ARCHIVE GENERATION'
                TO RPT-OUTCOME
              EXIT PARAGRAPH
           END-IF
           MOVE ARC-BODY TO WS-ARC-HEADER-BODY
           MOVE ARC-TABLE-CODE TO WS-TABLE-CODE
           MOVE AHD-TABLE-NAME TO WS-TABLE-NAME
           IF AHD-RUN-MODE NOT = 'A'
              DISPLAY 'BRKRG260 - ARCHIVE-IN IS A PREVIEW '
                      'GENERATION - NOTHING TO RESTORE'
              SET RUN-REFUSED TO TRUE
              MOVE 'REFUSED - PREVIEW GENERATION' TO RPT-OUTCOME
              EXIT PARAGRAPH
           END-IF
           IF WS-TABLE-CODE NOT = 'AUDT' AND NOT = 'GAIN'
              AND NOT = 'LEDG' AND NOT = 'PEND' AND NOT = 'RLOG'
              DISPLAY 'BRKRG260 - ARCHIVE-IN TABLE CODE '
                      WS-TABLE-CODE ' NOT RECOGNISED'
              SET RUN-REFUSED TO TRUE
              MOVE 'REFUSED - UNKNOWN TABLE CODE' TO RPT-OUTCOME
              EXIT PARAGRAPH
           END-IF
           DISPLAY 'BRKRG260 - RESTORING ' WS-TABLE-NAME
                   ' ARCHIVED ' AHD-RUN-DATE ' CUTOFF '
                   AHD-CUTOFF-DATE.

       RESTORE-ONE-RECORD.
           PERFORM READ-ARCHIVE-RECORD
           IF ARCHIVE-EOF OR NOT ARC-DETAIL
              EXIT PARAGRAPH
           END-IF
           EVALUATE ARC-TABLE-CODE
              WHEN 'AUDT'
                 PERFORM RESTORE-AUDIT-ROW
              WHEN 'GAIN'
                 PERFORM RESTORE-GAIN-ROW
              WHEN 'LEDG'
                 PERFORM RESTORE-LEDGER-ROW
              WHEN 'PEND'
                 PERFORM RESTORE-PEND-ROW
              WHEN 'RLOG'
                 PERFORM RESTORE-RUN-LOG-ROW
           END-EVALUATE.

      *    -803 IS THE ROW ALREADY BEING ON FILE.
       CHECK-RESTORE-INSERT.
           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO WS-RESTORED-COUNT
              WHEN -803
                 ADD 1 TO WS-PRESENT-COUNT
              WHEN OTHER
                 PERFORM SQL-ERROR
           END-EVALUATE.

       RESTORE-AUDIT-ROW.
           MOVE ARC-BODY TO WS-AUD-BODY
           MOVE AUD-AUDIT-ID      TO HV-AUDIT-ID
           MOVE AUD-TRADE-ID      TO HV-TRADE-ID
           MOVE AUD-ACCOUNT-ID    TO HV-ACCOUNT-ID
           MOVE AUD-SYMBOL        TO HV-SYMBOL
           MOVE AUD-SIDE          TO HV-SIDE
           MOVE AUD-QUANTITY      TO HV-QUANTITY
           MOVE AUD-PRICE         TO HV-PRICE
           MOVE AUD-EXEC-DATE     TO HV-EXEC-DATE
           MOVE AUD-NEW-QTY       TO HV-NEW-QTY
           MOVE AUD-NEW-AVG       TO HV-NEW-AVG
           MOVE AUD-ORIG-TRADE-ID TO HV-ORIG-TRADE-ID
           MOVE AUD-COMMISSION    TO HV-COMMISSION
           MOVE AUD-FEES          TO HV-FEES
           MOVE AUD-SETTLE-DATE   TO HV-SETTLE-DATE
           MOVE AUD-CURRENCY      TO HV-CURRENCY
           MOVE 'RESTORE AUDIT ROW' TO WS-SQL-CONTEXT
           EXEC SQL
              INSERT INTO BRKG_TRADE_AUD
                     (PLAN_ID, AUDIT_ID, TRADE_ID, ACCOUNT_ID, SYMBOL,
                      SIDE, QUANTITY, PRICE, EXEC_DATE, NEW_QTY,
                      NEW_AVG, ORIG_TRADE_ID, COMMISSION, FEES,
                      SETTLE_DATE, CURRENCY)
              VALUES (:HV-PLAN-ID, :HV-AUDIT-ID, :HV-TRADE-ID,
                      :HV-ACCOUNT-ID, :HV-SYMBOL, :HV-SIDE,
                      :HV-QUANTITY, :HV-PRICE, :HV-EXEC-DATE,
                      :HV-NEW-QTY, :HV-NEW-AVG, :HV-ORIG-TRADE-ID,
                      :HV-COMMISSION, :HV-FEES,
                      NULLIF(:HV-SETTLE-DATE, 0),
                      NULLIF(:HV-CURRENCY, ' '))
           END-EXEC
           PERFORM CHECK-RESTORE-INSERT.

       RESTORE-GAIN-ROW.
           MOVE ARC-BODY TO WS-GAIN-BODY
           MOVE GAN-ACCOUNT-ID   TO HV-ACCOUNT-ID
           MOVE GAN-SYMBOL       TO HV-SYMBOL
           MOVE GAN-TRADE-ID     TO HV-TRADE-ID
           MOVE GAN-LOT-SEQ      TO HV-LOT-SEQ
           MOVE GAN-CLOSE-QTY    TO HV-CLOSE-QTY
           MOVE GAN-OPEN-PRICE   TO HV-OPEN-PRICE
           MOVE GAN-CLOSE-PRICE  TO HV-CLOSE-PRICE
           MOVE GAN-ACQUIRE-DATE TO HV-ACQUIRE-DATE
           MOVE GAN-CLOSE-DATE   TO HV-CLOSE-DATE
           MOVE GAN-HOLD-DAYS    TO HV-HOLD-DAYS
           MOVE GAN-GAIN-TERM    TO HV-GAIN-TERM
           MOVE GAN-GAIN-AMT     TO HV-GAIN-AMT
           MOVE GAN-SHORT-FLAG   TO HV-SHORT-FLAG
           MOVE GAN-WASH-FLAG    TO HV-WASH-FLAG
           MOVE 'RESTORE GAIN ROW' TO WS-SQL-CONTEXT
           EXEC SQL
              INSERT INTO BRKG_LOT_GAIN
                     (PLAN_ID, ACCOUNT_ID, SYMBOL, TRADE_ID, LOT_SEQ,
                      CLOSE_QTY, OPEN_PRICE, CLOSE_PRICE, ACQUIRE_DATE,
                      CLOSE_DATE, HOLD_DAYS, GAIN_TERM, GAIN_AMT,
                      SHORT_FLAG, WASH_FLAG)
              VALUES (:HV-PLAN-ID, :HV-ACCOUNT-ID, :HV-SYMBOL,
                      :HV-TRADE-ID, :HV-LOT-SEQ, :HV-CLOSE-QTY,
                      :HV-OPEN-PRICE, :HV-CLOSE-PRICE,
                      :HV-ACQUIRE-DATE, :HV-CLOSE-DATE,
                      :HV-HOLD-DAYS, :HV-GAIN-TERM, :HV-GAIN-AMT,
                      NULLIF(:HV-SHORT-FLAG, ' '),
                      NULLIF(:HV-WASH-FLAG, ' '))
           END-EXEC
           PERFORM CHECK-RESTORE-INSERT.

       RESTORE-LEDGER-ROW.
           MOVE ARC-BODY TO WS-LEDG-BODY
           IF LDG-ENTRY-TYPE = 'BFW'
              ADD 1 TO WS-SUPERSEDED-COUNT
              EXIT PARAGRAPH
           END-IF
           MOVE LDG-ACCOUNT-ID TO HV-ACCOUNT-ID
           MOVE LDG-POST-DATE  TO HV-POST-DATE
           MOVE LDG-LEDGER-SEQ TO HV-LEDGER-SEQ
           MOVE LDG-ENTRY-TYPE TO HV-ENTRY-TYPE
           MOVE LDG-SYMBOL     TO HV-SYMBOL
           MOVE LDG-REF-ID     TO HV-REF-ID
           MOVE LDG-AMOUNT     TO HV-AMOUNT
           MOVE 'CHECK BROUGHT-FORWARD ROW' TO WS-SQL-CONTEXT
           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-ROW-COUNT
                FROM BRKG_CASH_LEDGER
               WHERE PLAN_ID = :HV-PLAN-ID
                 AND ACCOUNT_ID = :HV-ACCOUNT-ID
                 AND ENTRY_TYPE = 'BFW'
           END-EXEC
           PERFORM CHECK-SQL
           IF PROGRAM-FAILED
              EXIT PARAGRAPH
           END-IF
           IF HV-ROW-COUNT = 0
              ADD 1 TO WS-EXCEPTION-COUNT
              DISPLAY 'BRKRG260 - NO BROUGHT-FORWARD ROW FOR '
                      HV-ACCOUNT-ID ' - LEDGER ROW ' HV-POST-DATE
                      ' NOT RESTORED'
              EXIT PARAGRAPH
           END-IF
           MOVE 'RESTORE LEDGER ROW' TO WS-SQL-CONTEXT
           EXEC SQL
              INSERT INTO BRKG_CASH_LEDGER
                     (PLAN_ID, ACCOUNT_ID, POST_DATE, LEDGER_SEQ,
                      ENTRY_TYPE, SYMBOL, REF_ID, AMOUNT)
              VALUES (:HV-PLAN-ID, :HV-ACCOUNT-ID, :HV-POST-DATE,
                      :HV-LEDGER-SEQ, :HV-ENTRY-TYPE, :HV-SYMBOL,
                      :HV-REF-ID, :HV-AMOUNT)
           END-EXEC
           PERFORM CHECK-RESTORE-INSERT
           IF PROGRAM-FAILED OR SQLCODE NOT = 0
              EXIT PARAGRAPH
           END-IF
           MOVE 'REDUCE BROUGHT-FORWARD ROW' TO WS-SQL-CONTEXT
           EXEC SQL
              UPDATE BRKG_CASH_LEDGER
                 SET AMOUNT = AMOUNT - :HV-AMOUNT
               WHERE PLAN_ID = :HV-PLAN-ID
                 AND ACCOUNT_ID = :HV-ACCOUNT-ID
                 AND ENTRY_TYPE = 'BFW'
                 AND POST_DATE =
                     (SELECT MAX(B.POST_DATE)
                        FROM BRKG_CASH_LEDGER B
                       WHERE B.PLAN_ID = :HV-PLAN-ID
                         AND B.ACCOUNT_ID = :HV-ACCOUNT-ID
                         AND B.ENTRY_TYPE = 'BFW')
           END-EXEC
           PERFORM CHECK-SQL.

       RESTORE-PEND-ROW.
           MOVE ARC-BODY TO WS-PEND-BODY
           MOVE PND-ACCOUNT-ID  TO HV-ACCOUNT-ID
           MOVE PND-SYMBOL      TO HV-SYMBOL
           MOVE PND-TRADE-ID    TO HV-TRADE-ID
           MOVE PND-SIDE        TO HV-SIDE
           MOVE PND-QUANTITY    TO HV-QUANTITY
           MOVE PND-SETTLE-DATE TO HV-SETTLE-DATE
           MOVE PND-AGE-DAYS    TO HV-AGE-DAYS
           MOVE 'RESTORE PEND ROW' TO WS-SQL-CONTEXT
           EXEC SQL
              INSERT INTO BRKG_SETTLE_PEND
                     (PLAN_ID, ACCOUNT_ID, SYMBOL, TRADE_ID, SIDE,
                      QUANTITY, SETTLE_DATE, AGE_DAYS)
              VALUES (:HV-PLAN-ID, :HV-ACCOUNT-ID, :HV-SYMBOL,
                      :HV-TRADE-ID, :HV-SIDE, :HV-QUANTITY,
                      :HV-SETTLE-DATE, :HV-AGE-DAYS)
           END-EXEC
           PERFORM CHECK-RESTORE-INSERT.

       RESTORE-RUN-LOG-ROW.
           MOVE ARC-BODY TO WS-RLOG-BODY
           MOVE RLG-RUN-DATE    TO HV-RUN-DATE
           MOVE RLG-LOG-SEQ     TO HV-LOG-SEQ
           MOVE RLG-PROGRAM-ID  TO HV-PROGRAM-ID
           MOVE RLG-PHASE       TO HV-PHASE
           MOVE RLG-RETURN-CODE TO HV-RC
           MOVE RLG-RECS-IN     TO HV-RECS-IN
           MOVE RLG-RECS-OUT    TO HV-RECS-OUT
           MOVE 'RESTORE RUN LOG ROW' TO WS-SQL-CONTEXT
           EXEC SQL
              INSERT INTO BRKG_RUN_LOG
                     (PLAN_ID, RUN_DATE, LOG_SEQ, PROGRAM_ID,
                      PHASE, RETURN_CODE, RECS_IN, RECS_OUT)
              VALUES (:HV-PLAN-ID, :HV-RUN-DATE, :HV-LOG-SEQ,
                      :HV-PROGRAM-ID, :HV-PHASE, :HV-RC,
                      :HV-RECS-IN, :HV-RECS-OUT)
           END-EXEC
           PERFORM CHECK-RESTORE-INSERT.

       WRITE-OUTCOME-LINE.
           IF RPT-OUTCOME = SPACES
              EVALUATE TRUE
                 WHEN PROGRAM-FAILED
                    MOVE 'FAILED - SEE JOBLOG, LAST TABLE ROLLED BACK'
                      TO RPT-OUTCOME
                 WHEN RESTORE-MODE
                    MOVE 'GENERATION RESTORED AND COMMITTED'
                      TO RPT-OUTCOME
                 WHEN ARCHIVE-MODE
                    MOVE 'ALL TABLES ARCHIVED, VERIFIED AND PURGED'
                      TO RPT-OUTCOME
                 WHEN OTHER
                    MOVE 'PREVIEW - NOTHING ARCHIVED OR PURGED'
                      TO RPT-OUTCOME
              END-EVALUATE
           END-IF
           WRITE ARCHRPT-REC FROM WS-RPT-BLANK-LINE
           WRITE ARCHRPT-REC FROM WS-RPT-OUTCOME-LINE.

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
           IF RESTORE-MODE
              MOVE WS-VFY-COUNT      TO HV-LOG-IN
              MOVE WS-RESTORED-COUNT TO HV-LOG-OUT
           ELSE
              MOVE WS-TOTAL-ARCHIVED TO HV-LOG-IN
              MOVE WS-TOTAL-DELETED  TO HV-LOG-OUT
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
                      'BRKRG260', :HV-LOG-PHASE, :HV-LOG-RC,
                      :HV-LOG-IN, :HV-LOG-OUT)
           END-EXEC
           IF SQLCODE < 0
              DISPLAY 'BRKRG260 RUN LOG INSERT FAILED, CODE '
                      SQLCODE ' - CONTINUING'
           END-IF.

       CHECK-SQL.
           IF SQLCODE < 0
              PERFORM SQL-ERROR
           END-IF.

       SQL-ERROR.
           DISPLAY 'BRKRG260 SQL ERROR IN ' WS-SQL-CONTEXT
                   ' CODE ' SQLCODE
           EXEC SQL ROLLBACK END-EXEC
           MOVE 'Y' TO WS-ABORT-FLAG
           MOVE 'Y' TO WS-CURSOR-EOF-SW
           MOVE 'Y' TO WS-ARC-EOF-SW.

       TABLE-ERROR.
           DISPLAY 'BRKRG260 TABLE ERROR IN ' WS-SQL-CONTEXT
           EXEC SQL ROLLBACK END-EXEC
           MOVE 'Y' TO WS-ABORT-FLAG
           MOVE 'Y' TO WS-CURSOR-EOF-SW
           MOVE 'Y' TO WS-ARC-EOF-SW.

       WRAP-UP.
           IF PROGRAM-FAILED
              DISPLAY 'BRKRG260 ABENDED - CHECK JOBLOG - THE TABLE '
                      'IN PROGRESS WAS ROLLED BACK'
              MOVE 12 TO RETURN-CODE
           ELSE
              IF RUN-REFUSED
                 MOVE 8 TO RETURN-CODE
                 DISPLAY 'BRKRG260 ENDED - RUN REFUSED'
              ELSE
                 IF WS-EXCEPTION-COUNT > 0
                    MOVE 4 TO RETURN-CODE
                 ELSE
                    MOVE 0 TO RETURN-CODE
                 END-IF
                 DISPLAY 'BRKRG260 NORMAL END'
              END-IF
           END-IF
           PERFORM WRITE-RUN-LOG-END
           IF RESTORE-MODE
              DISPLAY 'BRKRG260 ROWS ON GENERATION   = ' WS-VFY-COUNT
              DISPLAY 'BRKRG260 ROWS RESTORED        = '
                      WS-RESTORED-COUNT
              DISPLAY 'BRKRG260 ROWS ALREADY PRESENT = '
                      WS-PRESENT-COUNT
              DISPLAY 'BRKRG260 ROWS SUPERSEDED      = '
                      WS-SUPERSEDED-COUNT
           ELSE
              DISPLAY 'BRKRG260 TABLES COMPLETED     = '
                      WS-TABLES-DONE
              DISPLAY 'BRKRG260 ROWS ARCHIVED        = '
                      WS-TOTAL-ARCHIVED
              DISPLAY 'BRKRG260 ROWS PURGED          = '
                      WS-TOTAL-DELETED
           END-IF
           DISPLAY 'BRKRG260 EXCEPTIONS           = '
                   WS-EXCEPTION-COUNT
           CLOSE ARCHRPT-FILE
           GOBACK.

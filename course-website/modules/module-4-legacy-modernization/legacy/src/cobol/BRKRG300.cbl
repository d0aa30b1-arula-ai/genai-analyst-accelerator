       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRKRG300.
       AUTHOR. ANALYST TEAM.
       INSTALLATION. OSZ SECURITIES PROCESSING.
       DATE-WRITTEN. 2026-10-15.

      *    ONLINE TRADE-ID LOOKUP - TRANSACTION BRTI, MAPSET BRK300M.
      *    SHOWS EVERYWHERE ONE TRADE-ID STANDS:
      *      POSTED     - ITS OWN BRKG_TRADE_AUD ROW(S)
      *      CANCELLED  - A SIDE-X ROW WHOSE ORIG_TRADE_ID IS THE ID
      *      BACKEDOUT  - A SIDE-X 'BKO' ROW FROM BRKRG250 LIKEWISE
      *      CORRECTED  - A SIDE-C ROW WHOSE ORIG_TRADE_ID IS THE ID
      *      UNSETTLED  - STILL ON BRKG_SETTLE_PEND (DATE = SETTLE)
      *      SUSPENSE / REJECTED / ESCALATED - ON BRKG_TRADE_EXCP AS
      *                   LOADED FROM TONIGHT'S FILES BY BRKRG270.
      *    ONLY ROWS FOR ACCOUNTS INSIDE THE SIGNED-ON USER'S
      *    BRKG_INQ_ENTITLE RANGES ARE LISTED; ANY OTHERS ARE ONLY
      *    COUNTED ON THE MESSAGE LINE. READ-ONLY.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z16.
       OBJECT-COMPUTER. IBM-Z16.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-SQL-FAILED-SW         PIC X VALUE 'N'.
           88  SQL-FAILED                     VALUE 'Y'.
       01  WS-CURSOR-EOF-SW         PIC X VALUE 'N'.
           88  CURSOR-EOF                     VALUE 'Y'.
       01  WS-SQL-CONTEXT           PIC X(30).
       01  WS-SQLCODE-DISP          PIC -(8)9.
       01  WS-RESP                  PIC S9(8) COMP VALUE 0.
       01  WS-USER-ID               PIC X(08) VALUE SPACES.
       01  WS-MESSAGE               PIC X(79) VALUE SPACES.
       01  WS-LINE-SUB              PIC S9(4) COMP VALUE 0.
       01  WS-LINE-MAX              PIC S9(4) COMP VALUE 15.
       01  WS-SHOWN-COUNT           PIC S9(9) COMP VALUE 0.
       01  WS-HIDDEN-COUNT          PIC S9(9) COMP VALUE 0.
       01  WS-COUNT-DISP            PIC ZZZ9.
       01  WS-HIDDEN-DISP           PIC ZZZ9.
       01  WS-END-TEXT              PIC X(40) VALUE
           'BRTI TRADE-ID LOOKUP ENDED'.

       01  WS-COMMAREA.
           05  WS-CA-TRADE-ID       PIC X(16).

       01  WS-TRADE-LINE.
           05  TLN-STATUS           PIC X(09).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  TLN-ACCOUNT          PIC X(12).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  TLN-SYMBOL           PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  TLN-SIDE             PIC X(01).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  TLN-QUANTITY         PIC -(9)9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  TLN-PRICE            PIC ZZZZZZ9.99 BLANK WHEN ZERO.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  TLN-DATE             PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  TLN-REASON           PIC X(03).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  TLN-AGE-DAYS         PIC ZZ9 BLANK WHEN ZERO.
           05  FILLER               PIC X(05) VALUE SPACES.

       COPY BRK300M.
       COPY DFHAID.
       COPY DFHBMSCA.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  HV-PLAN-ID              PIC X(08).
       01  HV-USER-ID              PIC X(08).
       01  HV-TRADE-ID             PIC X(16).
       01  HV-STATUS               PIC X(09).
       01  HV-ACCOUNT-ID           PIC X(12).
       01  HV-SYMBOL               PIC X(10).
       01  HV-TRADE-SIDE           PIC X(01).
       01  HV-QUANTITY             PIC S9(9) COMP-3.
       01  HV-PRICE                PIC S9(7)V99 COMP-3.
       01  HV-ROW-DATE             PIC 9(8).
       01  HV-REASON               PIC X(03).
       01  HV-AGE-DAYS             PIC S9(4) COMP.
       01  HV-SORT-GROUP           PIC S9(4) COMP.
       01  HV-SORT-KEY             PIC S9(9) COMP.
       01  HV-ROW-COUNT            PIC S9(9) COMP.
       EXEC SQL END DECLARE SECTION END-EXEC.

       01  FILLER.
           05  WS-PLAN-NAME        PIC X(8)  VALUE 'ULTRA01'.

       LINKAGE SECTION.
       01  DFHCOMMAREA             PIC X(16).

       PROCEDURE DIVISION.

      *    EVERY ENTITLED ROW THAT CARRIES THE TRADE-ID, AUDIT ROWS
      *    FIRST IN POSTING ORDER, THEN PENDING SETTLEMENT, THEN
      *    TONIGHT'S EXCEPTIONS.
       EXEC SQL
            DECLARE TRD-CURSOR CURSOR FOR
            SELECT CASE
                     WHEN A.TRADE_ID = :HV-TRADE-ID
                          THEN 'POSTED'
                     WHEN A.SIDE = 'X' AND A.TRADE_ID LIKE 'BKO%'
                          THEN 'BACKEDOUT'
                     WHEN A.SIDE = 'X'
                          THEN 'CANCELLED'
                     ELSE 'CORRECTED'
                   END,
                   A.ACCOUNT_ID, A.SYMBOL, A.SIDE, A.QUANTITY,
                   A.PRICE, A.EXEC_DATE, ' ', 0, 1, A.AUDIT_ID
              FROM BRKG_TRADE_AUD A
             WHERE A.PLAN_ID = :HV-PLAN-ID
               AND (A.TRADE_ID = :HV-TRADE-ID
                    OR A.ORIG_TRADE_ID = :HV-TRADE-ID)
               AND EXISTS
                   (SELECT 1
                      FROM BRKG_INQ_ENTITLE E
                     WHERE E.PLAN_ID = A.PLAN_ID
                       AND E.USER_ID = :HV-USER-ID
                       AND A.ACCOUNT_ID BETWEEN E.LOW_ACCOUNT
                                            AND E.HIGH_ACCOUNT)
            UNION ALL
            SELECT 'UNSETTLED',
                   P.ACCOUNT_ID, P.SYMBOL, P.SIDE, P.QUANTITY,
                   0, P.SETTLE_DATE, ' ', P.AGE_DAYS, 2, 0
              FROM BRKG_SETTLE_PEND P
             WHERE P.PLAN_ID = :HV-PLAN-ID
               AND P.TRADE_ID = :HV-TRADE-ID
               AND EXISTS
                   (SELECT 1
                      FROM BRKG_INQ_ENTITLE E
                     WHERE E.PLAN_ID = P.PLAN_ID
                       AND E.USER_ID = :HV-USER-ID
                       AND P.ACCOUNT_ID BETWEEN E.LOW_ACCOUNT
                                            AND E.HIGH_ACCOUNT)
            UNION ALL
            SELECT CASE X.SOURCE_CODE
                     WHEN 'SUS' THEN 'SUSPENSE'
                     WHEN 'REJ' THEN 'REJECTED'
                     ELSE 'ESCALATED'
                   END,
                   X.ACCOUNT_ID, X.SYMBOL, X.SIDE, X.QUANTITY,
                   X.PRICE, X.EXEC_DATE, X.REASON, X.AGE_DAYS, 3, 0
              FROM BRKG_TRADE_EXCP X
             WHERE X.PLAN_ID = :HV-PLAN-ID
               AND X.TRADE_ID = :HV-TRADE-ID
               AND EXISTS
                   (SELECT 1
                      FROM BRKG_INQ_ENTITLE E
                     WHERE E.PLAN_ID = X.PLAN_ID
                       AND E.USER_ID = :HV-USER-ID
                       AND X.ACCOUNT_ID BETWEEN E.LOW_ACCOUNT
                                            AND E.HIGH_ACCOUNT)
             ORDER BY 10, 11
       END-EXEC.

       MAIN-SECTION.
           PERFORM INIT-TASK
           IF EIBCALEN = 0
              PERFORM FIRST-ENTRY
           ELSE
              MOVE DFHCOMMAREA TO WS-COMMAREA
              PERFORM TRADE-SCREEN-KEY
           END-IF
           EXEC CICS RETURN
                TRANSID('BRTI')
                COMMAREA(WS-COMMAREA)
                LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC
           GOBACK.

       INIT-TASK.
           MOVE WS-PLAN-NAME TO HV-PLAN-ID
           EXEC CICS ASSIGN USERID(WS-USER-ID) END-EXEC
           MOVE WS-USER-ID TO HV-USER-ID.

       FIRST-ENTRY.
           INITIALIZE WS-COMMAREA
           MOVE LOW-VALUES TO TRDMAPO
           MOVE 'ENTER A TRADE-ID' TO TMSGO
           EXEC CICS SEND MAP('TRDMAP') MAPSET('BRK300M')
                FROM(TRDMAPO) ERASE
           END-EXEC.

       TRADE-SCREEN-KEY.
           EVALUATE EIBAID
              WHEN DFHPF3
              WHEN DFHCLEAR
                 PERFORM END-INQUIRY
              WHEN DFHENTER
                 PERFORM RECEIVE-TRADE-MAP
              WHEN OTHER
                 MOVE 'KEY NOT ACTIVE ON THIS SCREEN' TO WS-MESSAGE
                 PERFORM SEND-TRADE-MESSAGE
           END-EVALUATE.

       RECEIVE-TRADE-MAP.
           MOVE LOW-VALUES TO TRDMAPI
           EXEC CICS RECEIVE MAP('TRDMAP') MAPSET('BRK300M')
                INTO(TRDMAPI) RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'ENTER A TRADE-ID' TO WS-MESSAGE
              PERFORM SEND-TRADE-MESSAGE
              EXIT PARAGRAPH
           END-IF
           IF TTRADEL > 0
              MOVE TTRADEI TO WS-CA-TRADE-ID
           END-IF
           INSPECT WS-CA-TRADE-ID REPLACING ALL LOW-VALUES BY SPACES
           IF WS-CA-TRADE-ID = SPACES
              MOVE 'ENTER A TRADE-ID' TO WS-MESSAGE
              PERFORM SEND-TRADE-MESSAGE
              EXIT PARAGRAPH
           END-IF
           PERFORM SHOW-TRADE-ROWS.

       SHOW-TRADE-ROWS.
           MOVE WS-CA-TRADE-ID TO HV-TRADE-ID
           MOVE LOW-VALUES TO TRDMAPO
           MOVE WS-CA-TRADE-ID TO TTRADEO
           MOVE ZERO TO WS-LINE-SUB WS-SHOWN-COUNT WS-HIDDEN-COUNT
           MOVE 'N' TO WS-CURSOR-EOF-SW
           MOVE 'OPEN TRADE CURSOR' TO WS-SQL-CONTEXT
           EXEC SQL OPEN TRD-CURSOR END-EXEC
           PERFORM CHECK-SQL
           PERFORM FETCH-TRADE-ROW
              UNTIL CURSOR-EOF
           EXEC SQL CLOSE TRD-CURSOR END-EXEC
           IF NOT SQL-FAILED
              PERFORM COUNT-ALL-ROWS
           END-IF
           IF NOT SQL-FAILED
              PERFORM BUILD-TRADE-MESSAGE
           END-IF
           MOVE WS-MESSAGE TO TMSGO
           MOVE -1 TO TTRADEL
           EXEC CICS SEND MAP('TRDMAP') MAPSET('BRK300M')
                FROM(TRDMAPO) ERASE CURSOR
           END-EXEC.

       FETCH-TRADE-ROW.
           MOVE 'FETCH TRADE ROW' TO WS-SQL-CONTEXT
           EXEC SQL
              FETCH TRD-CURSOR
                INTO :HV-STATUS, :HV-ACCOUNT-ID, :HV-SYMBOL,
                     :HV-TRADE-SIDE, :HV-QUANTITY, :HV-PRICE,
                     :HV-ROW-DATE, :HV-REASON, :HV-AGE-DAYS,
                     :HV-SORT-GROUP, :HV-SORT-KEY
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO WS-SHOWN-COUNT
                 IF WS-LINE-SUB < WS-LINE-MAX
                    ADD 1 TO WS-LINE-SUB
                    PERFORM FORMAT-TRADE-LINE
                 END-IF
              WHEN 100
                 SET CURSOR-EOF TO TRUE
              WHEN OTHER
                 PERFORM SQL-ERROR
           END-EVALUATE.

       FORMAT-TRADE-LINE.
           MOVE HV-STATUS       TO TLN-STATUS
           MOVE HV-ACCOUNT-ID   TO TLN-ACCOUNT
           MOVE HV-SYMBOL       TO TLN-SYMBOL
           MOVE HV-TRADE-SIDE   TO TLN-SIDE
           MOVE HV-QUANTITY     TO TLN-QUANTITY
           MOVE HV-PRICE        TO TLN-PRICE
           MOVE HV-ROW-DATE     TO TLN-DATE
           MOVE HV-REASON       TO TLN-REASON
           MOVE HV-AGE-DAYS     TO TLN-AGE-DAYS
           MOVE WS-TRADE-LINE   TO TLINEO (WS-LINE-SUB).

      *    THE SAME THREE SOURCES WITHOUT THE ENTITLEMENT TEST; THE
      *    DIFFERENCE IS WHAT THE USER MAY NOT SEE.
       COUNT-ALL-ROWS.
           MOVE 'COUNT TRADE ROWS' TO WS-SQL-CONTEXT
           EXEC SQL
              SELECT (SELECT COUNT(*)
                        FROM BRKG_TRADE_AUD
                       WHERE PLAN_ID = :HV-PLAN-ID
                         AND (TRADE_ID = :HV-TRADE-ID
                              OR ORIG_TRADE_ID = :HV-TRADE-ID))
                   + (SELECT COUNT(*)
                        FROM BRKG_SETTLE_PEND
                       WHERE PLAN_ID = :HV-PLAN-ID
                         AND TRADE_ID = :HV-TRADE-ID)
                   + (SELECT COUNT(*)
                        FROM BRKG_TRADE_EXCP
                       WHERE PLAN_ID = :HV-PLAN-ID
                         AND TRADE_ID = :HV-TRADE-ID)
                INTO :HV-ROW-COUNT
                FROM SYSIBM.SYSDUMMY1
           END-EXEC
           PERFORM CHECK-SQL
           IF NOT SQL-FAILED
              COMPUTE WS-HIDDEN-COUNT = HV-ROW-COUNT - WS-SHOWN-COUNT
           END-IF.

       BUILD-TRADE-MESSAGE.
           MOVE SPACES TO WS-MESSAGE
           MOVE WS-SHOWN-COUNT TO WS-COUNT-DISP
           MOVE WS-HIDDEN-COUNT TO WS-HIDDEN-DISP
           EVALUATE TRUE
              WHEN WS-SHOWN-COUNT = 0 AND WS-HIDDEN-COUNT = 0
                 MOVE 'TRADE-ID NOT FOUND' TO WS-MESSAGE
              WHEN WS-SHOWN-COUNT = 0
                 STRING 'TRADE-ID IS ON ' WS-HIDDEN-DISP
                        ' ROW(S) OUTSIDE YOUR INQUIRY ENTITLEMENT'
                    DELIMITED BY SIZE INTO WS-MESSAGE
                 END-STRING
              WHEN WS-SHOWN-COUNT > WS-LINE-MAX
               AND WS-HIDDEN-COUNT > 0
                 STRING 'FIRST 15 OF ' WS-COUNT-DISP ' ROW(S) SHOWN - '
                        WS-HIDDEN-DISP ' MORE NOT ENTITLED'
                    DELIMITED BY SIZE INTO WS-MESSAGE
                 END-STRING
              WHEN WS-SHOWN-COUNT > WS-LINE-MAX
                 STRING 'FIRST 15 OF ' WS-COUNT-DISP ' ROW(S) SHOWN'
                    DELIMITED BY SIZE INTO WS-MESSAGE
                 END-STRING
              WHEN WS-HIDDEN-COUNT > 0
                 STRING WS-COUNT-DISP ' ROW(S) SHOWN - '
                        WS-HIDDEN-DISP ' MORE NOT ENTITLED'
                    DELIMITED BY SIZE INTO WS-MESSAGE
                 END-STRING
              WHEN OTHER
                 STRING WS-COUNT-DISP ' ROW(S) FOUND'
                    DELIMITED BY SIZE INTO WS-MESSAGE
                 END-STRING
           END-EVALUATE.

       SEND-TRADE-MESSAGE.
           MOVE LOW-VALUES TO TRDMAPO
           MOVE WS-MESSAGE TO TMSGO
           EXEC CICS SEND MAP('TRDMAP') MAPSET('BRK300M')
                FROM(TRDMAPO) DATAONLY
           END-EXEC.

       END-INQUIRY.
           EXEC CICS SEND TEXT FROM(WS-END-TEXT)
                LENGTH(LENGTH OF WS-END-TEXT) ERASE FREEKB
           END-EXEC
           EXEC CICS RETURN END-EXEC.

       CHECK-SQL.
           IF SQLCODE < 0
              PERFORM SQL-ERROR
           END-IF.

       SQL-ERROR.
           MOVE SQLCODE TO WS-SQLCODE-DISP
           MOVE SPACES TO WS-MESSAGE
           STRING 'DB2 ERROR ' WS-SQLCODE-DISP ' IN ' WS-SQL-CONTEXT
              DELIMITED BY SIZE INTO WS-MESSAGE
           END-STRING
           SET SQL-FAILED TO TRUE
           SET CURSOR-EOF TO TRUE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRKRG280.
       AUTHOR. ANALYST TEAM.
       INSTALLATION. OSZ SECURITIES PROCESSING.
       DATE-WRITTEN. 2026-10-15.

      *    ONLINE POSITION INQUIRY - TRANSACTION BRPI, MAPSET BRK280M.
      *    POSMAP PAGES THROUGH ONE ACCOUNT'S BRKG_POSITION ROWS IN
      *    SYMBOL ORDER; A SYMBOL KEYED INTO 'LOTS FOR SYMBOL' DRILLS
      *    DOWN TO LOTMAP, THE OPEN BRKG_POSITION_LOT LOTS BEHIND
      *    THAT POSITION WITH ACQUIRE DATE, COST AND HOLDING PERIOD.
      *    READ-ONLY AND PSEUDO-CONVERSATIONAL: THE SCREEN IN USE AND
      *    THE PAGE KEYS RIDE IN THE COMMAREA BETWEEN TASKS. EVERY
      *    INQUIRY IS CHECKED AGAINST THE SIGNED-ON USER'S ACCOUNT
      *    RANGES ON BRKG_INQ_ENTITLE BEFORE ANY ROW IS SHOWN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z16.
       OBJECT-COMPUTER. IBM-Z16.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-ENTITLED-SW           PIC X VALUE 'N'.
           88  USER-ENTITLED                  VALUE 'Y'.
       01  WS-SQL-FAILED-SW         PIC X VALUE 'N'.
           88  SQL-FAILED                     VALUE 'Y'.
       01  WS-CURSOR-EOF-SW         PIC X VALUE 'N'.
           88  CURSOR-EOF                     VALUE 'Y'.
       01  WS-SQL-CONTEXT           PIC X(30).
       01  WS-SQLCODE-DISP          PIC -(8)9.
       01  WS-RESP                  PIC S9(8) COMP VALUE 0.
       01  WS-USER-ID               PIC X(08) VALUE SPACES.
       01  WS-MESSAGE               PIC X(79) VALUE SPACES.
       01  WS-RUN-DATE              PIC 9(08) VALUE 0.
       01  WS-RUN-DATE-INT          PIC S9(9) COMP VALUE 0.
       01  WS-HOLD-DAYS             PIC S9(9) COMP VALUE 0.
       01  WS-LINE-SUB              PIC S9(4) COMP VALUE 0.
       01  WS-LINE-MAX              PIC S9(4) COMP VALUE 15.
       01  WS-COST-BASIS            PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-END-TEXT              PIC X(40) VALUE
           'BRPI POSITION INQUIRY ENDED'.

      *    CARRIED BETWEEN TASKS. THE PAGE KEYS ARE THE FIRST KEY ON
      *    THE PAGE SHOWING AND THE FIRST KEY OF THE PAGE AFTER IT
      *    (SPACES / ZERO WHEN THERE IS NO NEXT PAGE).
       01  WS-COMMAREA.
           05  WS-CA-SCREEN         PIC X(01).
               88  CA-ON-POSITIONS            VALUE 'P'.
               88  CA-ON-LOTS                 VALUE 'L'.
           05  WS-CA-ACCOUNT        PIC X(12).
           05  WS-CA-POS-FIRST      PIC X(10).
           05  WS-CA-POS-NEXT       PIC X(10).
           05  WS-CA-LOT-SYMBOL     PIC X(10).
           05  WS-CA-LOT-FIRST      PIC S9(9) COMP.
           05  WS-CA-LOT-NEXT       PIC S9(9) COMP.

       01  WS-POS-LINE.
           05  PLN-SYMBOL           PIC X(10).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  PLN-QUANTITY         PIC -ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  PLN-AVG-COST         PIC ---,---,--9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  PLN-CURRENCY         PIC X(03).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  PLN-COST-BASIS       PIC ---,---,---,--9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  PLN-LOT-COUNT        PIC ZZZ9.
           05  FILLER               PIC X(08) VALUE SPACES.

       01  WS-LOT-LINE.
           05  LLN-LOT-SEQ          PIC Z(8)9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  LLN-ACQUIRE-DATE     PIC 9(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  LLN-OPEN-QTY         PIC -ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  LLN-OPEN-PRICE       PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  LLN-COST-BASIS       PIC ---,---,---,--9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  LLN-HOLD-DAYS        PIC ZZZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  LLN-TERM             PIC X(02).
           05  FILLER               PIC X(01) VALUE SPACES.

       01  WS-POS-QTY-DISP          PIC -ZZZ,ZZZ,ZZ9.

       COPY BRK280M.
       COPY DFHAID.
       COPY DFHBMSCA.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  HV-PLAN-ID              PIC X(08).
       01  HV-USER-ID              PIC X(08).
       01  HV-ACCOUNT-ID           PIC X(12).
       01  HV-SYMBOL               PIC X(10).
       01  HV-START-SYMBOL         PIC X(10).
       01  HV-POSITION-QTY         PIC S9(9) COMP-3.
       01  HV-AVG-COST             PIC S9(9)V99 COMP-3.
       01  HV-CURRENCY             PIC X(03).
       01  HV-LOT-COUNT            PIC S9(9) COMP.
       01  HV-LOT-SEQ              PIC S9(9) COMP.
       01  HV-START-LOT            PIC S9(9) COMP.
       01  HV-OPEN-QTY             PIC S9(9) COMP-3.
       01  HV-OPEN-PRICE           PIC S9(7)V99 COMP-3.
       01  HV-ACQUIRE-DATE         PIC 9(8).
       01  HV-ROW-COUNT            PIC S9(9) COMP.
       EXEC SQL END DECLARE SECTION END-EXEC.

       01  FILLER.
           05  WS-PLAN-NAME        PIC X(8)  VALUE 'ULTRA01'.

       LINKAGE SECTION.
       01  DFHCOMMAREA             PIC X(51).

       PROCEDURE DIVISION.

      *    ONE PAGE OF POSITIONS FROM THE START SYMBOL ON. ONE ROW
      *    MORE THAN THE PAGE HOLDS IS FETCHED SO ITS SYMBOL BECOMES
      *    THE NEXT PAGE'S START.
       EXEC SQL
            DECLARE POS-FWD-CURSOR CURSOR FOR
            SELECT P.SYMBOL, P.POSITION_QTY, P.AVG_COST,
                   COALESCE(P.CURRENCY, 'USD'),
                   (SELECT COUNT(*)
                      FROM BRKG_POSITION_LOT L
                     WHERE L.PLAN_ID = P.PLAN_ID
                       AND L.ACCOUNT_ID = P.ACCOUNT_ID
                       AND L.SYMBOL = P.SYMBOL)
              FROM BRKG_POSITION P
             WHERE P.PLAN_ID = :HV-PLAN-ID
               AND P.ACCOUNT_ID = :HV-ACCOUNT-ID
               AND P.SYMBOL >= :HV-START-SYMBOL
             ORDER BY P.SYMBOL ASC
       END-EXEC.

      *    PF7 WALKS BACK ONE PAGE FROM THE FIRST SYMBOL SHOWING;
      *    THE LAST SYMBOL THIS RETURNS STARTS THE EARLIER PAGE.
       EXEC SQL
            DECLARE POS-BACK-CURSOR CURSOR FOR
            SELECT SYMBOL
              FROM BRKG_POSITION
             WHERE PLAN_ID = :HV-PLAN-ID
               AND ACCOUNT_ID = :HV-ACCOUNT-ID
               AND SYMBOL < :HV-START-SYMBOL
             ORDER BY SYMBOL DESC
       END-EXEC.

       EXEC SQL
            DECLARE LOT-FWD-CURSOR CURSOR FOR
            SELECT LOT_SEQ, OPEN_QTY, OPEN_PRICE, ACQUIRE_DATE
              FROM BRKG_POSITION_LOT
             WHERE PLAN_ID = :HV-PLAN-ID
               AND ACCOUNT_ID = :HV-ACCOUNT-ID
               AND SYMBOL = :HV-SYMBOL
               AND LOT_SEQ >= :HV-START-LOT
             ORDER BY LOT_SEQ ASC
       END-EXEC.

       EXEC SQL
            DECLARE LOT-BACK-CURSOR CURSOR FOR
            SELECT LOT_SEQ
              FROM BRKG_POSITION_LOT
             WHERE PLAN_ID = :HV-PLAN-ID
               AND ACCOUNT_ID = :HV-ACCOUNT-ID
               AND SYMBOL = :HV-SYMBOL
               AND LOT_SEQ < :HV-START-LOT
             ORDER BY LOT_SEQ DESC
       END-EXEC.

       MAIN-SECTION.
           PERFORM INIT-TASK
           IF EIBCALEN = 0
              PERFORM FIRST-ENTRY
           ELSE
              MOVE DFHCOMMAREA TO WS-COMMAREA
              IF CA-ON-LOTS
                 PERFORM LOT-SCREEN-KEY
              ELSE
                 PERFORM POSITION-SCREEN-KEY
              END-IF
           END-IF
           EXEC CICS RETURN
                TRANSID('BRPI')
                COMMAREA(WS-COMMAREA)
                LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC
           GOBACK.

       INIT-TASK.
           MOVE WS-PLAN-NAME TO HV-PLAN-ID
           EXEC CICS ASSIGN USERID(WS-USER-ID) END-EXEC
           MOVE WS-USER-ID TO HV-USER-ID
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
           COMPUTE WS-RUN-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).

       FIRST-ENTRY.
           INITIALIZE WS-COMMAREA
           SET CA-ON-POSITIONS TO TRUE
           MOVE LOW-VALUES TO POSMAPO
           MOVE 'ENTER AN ACCOUNT' TO PMSGO
           EXEC CICS SEND MAP('POSMAP') MAPSET('BRK280M')
                FROM(POSMAPO) ERASE
           END-EXEC.

       POSITION-SCREEN-KEY.
           EVALUATE EIBAID
              WHEN DFHPF3
              WHEN DFHCLEAR
                 PERFORM END-INQUIRY
              WHEN DFHENTER
                 PERFORM RECEIVE-POSITION-MAP
              WHEN DFHPF8
                 IF WS-CA-ACCOUNT = SPACES
                    MOVE 'ENTER AN ACCOUNT' TO WS-MESSAGE
                    PERFORM SEND-POSITION-MESSAGE
                 ELSE
                    IF WS-CA-POS-NEXT = SPACES
                       MOVE 'NO MORE POSITIONS' TO WS-MESSAGE
                       PERFORM SEND-POSITION-MESSAGE
                    ELSE
                       MOVE WS-CA-POS-NEXT TO HV-START-SYMBOL
                       PERFORM SHOW-POSITION-PAGE
                    END-IF
                 END-IF
              WHEN DFHPF7
                 IF WS-CA-ACCOUNT = SPACES
                    MOVE 'ENTER AN ACCOUNT' TO WS-MESSAGE
                    PERFORM SEND-POSITION-MESSAGE
                 ELSE
                    PERFORM PAGE-POSITIONS-BACK
                 END-IF
              WHEN OTHER
                 MOVE 'KEY NOT ACTIVE ON THIS SCREEN' TO WS-MESSAGE
                 PERFORM SEND-POSITION-MESSAGE
           END-EVALUATE.

      *    A SYMBOL IN 'LOTS FOR SYMBOL' DRILLS DOWN; OTHERWISE THE
      *    ACCOUNT AND OPTIONAL START SYMBOL START A NEW LIST.
       RECEIVE-POSITION-MAP.
           MOVE LOW-VALUES TO POSMAPI
           EXEC CICS RECEIVE MAP('POSMAP') MAPSET('BRK280M')
                INTO(POSMAPI) RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'ENTER AN ACCOUNT' TO WS-MESSAGE
              PERFORM SEND-POSITION-MESSAGE
              EXIT PARAGRAPH
           END-IF
           IF PACCTL > 0
              MOVE PACCTI TO WS-CA-ACCOUNT
           END-IF
           INSPECT WS-CA-ACCOUNT REPLACING ALL LOW-VALUES BY SPACES
           IF WS-CA-ACCOUNT = SPACES
              MOVE 'ENTER AN ACCOUNT' TO WS-MESSAGE
              PERFORM SEND-POSITION-MESSAGE
              EXIT PARAGRAPH
           END-IF
           IF PLOTSL > 0 AND PLOTSI NOT = SPACES
              MOVE PLOTSI TO WS-CA-LOT-SYMBOL
              MOVE ZERO TO HV-START-LOT
              PERFORM SHOW-LOT-PAGE
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO HV-START-SYMBOL
           IF PSYML > 0
              MOVE PSYMI TO HV-START-SYMBOL
              INSPECT HV-START-SYMBOL
                 REPLACING ALL LOW-VALUES BY SPACES
           END-IF
           PERFORM SHOW-POSITION-PAGE.

       SHOW-POSITION-PAGE.
           SET CA-ON-POSITIONS TO TRUE
           MOVE WS-CA-ACCOUNT TO HV-ACCOUNT-ID
           MOVE LOW-VALUES TO POSMAPO
           MOVE WS-CA-ACCOUNT TO PACCTO
           MOVE HV-START-SYMBOL TO PSYMO
           PERFORM CHECK-ENTITLEMENT
           IF SQL-FAILED
              PERFORM SEND-POSITION-MAP
              EXIT PARAGRAPH
           END-IF
           IF NOT USER-ENTITLED
              MOVE SPACES TO WS-CA-POS-FIRST WS-CA-POS-NEXT
              STRING 'ACCOUNT ' WS-CA-ACCOUNT
                     ' IS OUTSIDE YOUR INQUIRY ENTITLEMENT'
                 DELIMITED BY SIZE INTO WS-MESSAGE
              END-STRING
              PERFORM SEND-POSITION-MAP
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CA-POS-FIRST WS-CA-POS-NEXT
           MOVE ZERO TO WS-LINE-SUB
           MOVE 'N' TO WS-CURSOR-EOF-SW
           MOVE 'OPEN POSITION CURSOR' TO WS-SQL-CONTEXT
           EXEC SQL OPEN POS-FWD-CURSOR END-EXEC
           PERFORM CHECK-SQL
           PERFORM FETCH-POSITION-ROW
              UNTIL CURSOR-EOF
           EXEC SQL CLOSE POS-FWD-CURSOR END-EXEC
           IF NOT SQL-FAILED
              EVALUATE TRUE
                 WHEN WS-LINE-SUB = 0
                    MOVE 'NO POSITIONS ON FILE FROM THAT SYMBOL'
                      TO WS-MESSAGE
                 WHEN WS-CA-POS-NEXT = SPACES
                    MOVE 'LAST PAGE - KEY A SYMBOL IN LOTS FOR SYMBOL'
                      TO WS-MESSAGE
                 WHEN OTHER
                    MOVE 'PF8 MORE - KEY A SYMBOL IN LOTS FOR SYMBOL'
                      TO WS-MESSAGE
              END-EVALUATE
           END-IF
           PERFORM SEND-POSITION-MAP.

       FETCH-POSITION-ROW.
           MOVE 'FETCH POSITION ROW' TO WS-SQL-CONTEXT
           EXEC SQL
              FETCH POS-FWD-CURSOR
                INTO :HV-SYMBOL, :HV-POSITION-QTY, :HV-AVG-COST,
                     :HV-CURRENCY, :HV-LOT-COUNT
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 IF WS-LINE-SUB = WS-LINE-MAX
                    MOVE HV-SYMBOL TO WS-CA-POS-NEXT
                    SET CURSOR-EOF TO TRUE
                 ELSE
                    ADD 1 TO WS-LINE-SUB
                    IF WS-LINE-SUB = 1
                       MOVE HV-SYMBOL TO WS-CA-POS-FIRST
                    END-IF
                    PERFORM FORMAT-POSITION-LINE
                 END-IF
              WHEN 100
                 SET CURSOR-EOF TO TRUE
              WHEN OTHER
                 PERFORM SQL-ERROR
           END-EVALUATE.

       FORMAT-POSITION-LINE.
           COMPUTE WS-COST-BASIS = HV-POSITION-QTY * HV-AVG-COST
           MOVE HV-SYMBOL       TO PLN-SYMBOL
           MOVE HV-POSITION-QTY TO PLN-QUANTITY
           MOVE HV-AVG-COST     TO PLN-AVG-COST
           MOVE HV-CURRENCY     TO PLN-CURRENCY
           MOVE WS-COST-BASIS   TO PLN-COST-BASIS
           MOVE HV-LOT-COUNT    TO PLN-LOT-COUNT
           MOVE WS-POS-LINE     TO PLINEO (WS-LINE-SUB).

       PAGE-POSITIONS-BACK.
           MOVE WS-CA-ACCOUNT TO HV-ACCOUNT-ID
           MOVE WS-CA-POS-FIRST TO HV-START-SYMBOL
           MOVE ZERO TO WS-LINE-SUB
           MOVE 'N' TO WS-CURSOR-EOF-SW
           MOVE 'OPEN POSITION BACK CURSOR' TO WS-SQL-CONTEXT
           EXEC SQL OPEN POS-BACK-CURSOR END-EXEC
           PERFORM CHECK-SQL
           PERFORM FETCH-POSITION-BACK
              UNTIL CURSOR-EOF
           EXEC SQL CLOSE POS-BACK-CURSOR END-EXEC
           IF SQL-FAILED
              PERFORM SEND-POSITION-MESSAGE
              EXIT PARAGRAPH
           END-IF
           IF WS-LINE-SUB = 0
              MOVE 'ALREADY AT THE FIRST PAGE' TO WS-MESSAGE
              PERFORM SEND-POSITION-MESSAGE
              EXIT PARAGRAPH
           END-IF
           PERFORM SHOW-POSITION-PAGE.

       FETCH-POSITION-BACK.
           MOVE 'FETCH POSITION BACK ROW' TO WS-SQL-CONTEXT
           EXEC SQL
              FETCH POS-BACK-CURSOR INTO :HV-SYMBOL
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO WS-LINE-SUB
                 MOVE HV-SYMBOL TO HV-START-SYMBOL
                 IF WS-LINE-SUB = WS-LINE-MAX
                    SET CURSOR-EOF TO TRUE
                 END-IF
              WHEN 100
                 SET CURSOR-EOF TO TRUE
              WHEN OTHER
                 PERFORM SQL-ERROR
           END-EVALUATE.

       SEND-POSITION-MAP.
           MOVE WS-MESSAGE TO PMSGO
           MOVE -1 TO PACCTL
           EXEC CICS SEND MAP('POSMAP') MAPSET('BRK280M')
                FROM(POSMAPO) ERASE CURSOR
           END-EXEC.

      *    A KEY THAT CHANGES NOTHING ONLY REWRITES THE MESSAGE LINE,
      *    LEAVING THE PAGE ON THE SCREEN AS IT IS.
       SEND-POSITION-MESSAGE.
           MOVE LOW-VALUES TO POSMAPO
           MOVE WS-MESSAGE TO PMSGO
           EXEC CICS SEND MAP('POSMAP') MAPSET('BRK280M')
                FROM(POSMAPO) DATAONLY
           END-EXEC.

       LOT-SCREEN-KEY.
           EVALUATE EIBAID
              WHEN DFHCLEAR
                 PERFORM END-INQUIRY
              WHEN DFHPF3
                 MOVE WS-CA-POS-FIRST TO HV-START-SYMBOL
                 PERFORM SHOW-POSITION-PAGE
              WHEN DFHENTER
                 MOVE WS-CA-LOT-FIRST TO HV-START-LOT
                 PERFORM SHOW-LOT-PAGE
              WHEN DFHPF8
                 IF WS-CA-LOT-NEXT = 0
                    MOVE 'NO MORE LOTS' TO WS-MESSAGE
                    PERFORM SEND-LOT-MESSAGE
                 ELSE
                    MOVE WS-CA-LOT-NEXT TO HV-START-LOT
                    PERFORM SHOW-LOT-PAGE
                 END-IF
              WHEN DFHPF7
                 PERFORM PAGE-LOTS-BACK
              WHEN OTHER
                 MOVE 'KEY NOT ACTIVE ON THIS SCREEN' TO WS-MESSAGE
                 PERFORM SEND-LOT-MESSAGE
           END-EVALUATE.

       SHOW-LOT-PAGE.
           MOVE WS-CA-ACCOUNT TO HV-ACCOUNT-ID
           MOVE WS-CA-LOT-SYMBOL TO HV-SYMBOL
           MOVE LOW-VALUES TO LOTMAPO
           PERFORM CHECK-ENTITLEMENT
           IF SQL-FAILED
              PERFORM SEND-CURRENT-MESSAGE
              EXIT PARAGRAPH
           END-IF
           IF NOT USER-ENTITLED
              STRING 'ACCOUNT ' WS-CA-ACCOUNT
                     ' IS OUTSIDE YOUR INQUIRY ENTITLEMENT'
                 DELIMITED BY SIZE INTO WS-MESSAGE
              END-STRING
              PERFORM SEND-CURRENT-MESSAGE
              EXIT PARAGRAPH
           END-IF
           MOVE 'READ POSITION FOR LOTS' TO WS-SQL-CONTEXT
           EXEC SQL
              SELECT POSITION_QTY
                INTO :HV-POSITION-QTY
                FROM BRKG_POSITION
               WHERE PLAN_ID = :HV-PLAN-ID
                 AND ACCOUNT_ID = :HV-ACCOUNT-ID
                 AND SYMBOL = :HV-SYMBOL
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 STRING 'ACCOUNT HOLDS NO POSITION IN ' HV-SYMBOL
                    DELIMITED BY SIZE INTO WS-MESSAGE
                 END-STRING
                 PERFORM SEND-CURRENT-MESSAGE
                 EXIT PARAGRAPH
              WHEN OTHER
                 PERFORM SQL-ERROR
                 PERFORM SEND-CURRENT-MESSAGE
                 EXIT PARAGRAPH
           END-EVALUATE
           SET CA-ON-LOTS TO TRUE
           MOVE WS-CA-ACCOUNT    TO LACCTO
           MOVE WS-CA-LOT-SYMBOL TO LSYMO
           MOVE HV-POSITION-QTY  TO WS-POS-QTY-DISP
           MOVE WS-POS-QTY-DISP  TO LPOSO
           MOVE ZERO TO WS-CA-LOT-FIRST WS-CA-LOT-NEXT WS-LINE-SUB
           MOVE 'N' TO WS-CURSOR-EOF-SW
           MOVE 'OPEN LOT CURSOR' TO WS-SQL-CONTEXT
           EXEC SQL OPEN LOT-FWD-CURSOR END-EXEC
           PERFORM CHECK-SQL
           PERFORM FETCH-LOT-ROW
              UNTIL CURSOR-EOF
           EXEC SQL CLOSE LOT-FWD-CURSOR END-EXEC
           IF NOT SQL-FAILED
              EVALUATE TRUE
                 WHEN WS-LINE-SUB = 0
                    MOVE 'NO OPEN LOTS ON FILE FOR THIS POSITION'
                      TO WS-MESSAGE
                 WHEN WS-CA-LOT-NEXT = 0
                    MOVE 'LAST PAGE OF LOTS - PF3 RETURNS TO POSITIONS'
                      TO WS-MESSAGE
                 WHEN OTHER
                    MOVE 'PF8 FOR MORE LOTS - PF3 RETURNS TO POSITIONS'
                      TO WS-MESSAGE
              END-EVALUATE
           END-IF
           MOVE WS-MESSAGE TO LMSGO
           EXEC CICS SEND MAP('LOTMAP') MAPSET('BRK280M')
                FROM(LOTMAPO) ERASE
           END-EXEC.

       FETCH-LOT-ROW.
           MOVE 'FETCH LOT ROW' TO WS-SQL-CONTEXT
           EXEC SQL
              FETCH LOT-FWD-CURSOR
                INTO :HV-LOT-SEQ, :HV-OPEN-QTY, :HV-OPEN-PRICE,
                     :HV-ACQUIRE-DATE
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 IF WS-LINE-SUB = WS-LINE-MAX
                    MOVE HV-LOT-SEQ TO WS-CA-LOT-NEXT
                    SET CURSOR-EOF TO TRUE
                 ELSE
                    ADD 1 TO WS-LINE-SUB
                    IF WS-LINE-SUB = 1
                       MOVE HV-LOT-SEQ TO WS-CA-LOT-FIRST
                    END-IF
                    PERFORM FORMAT-LOT-LINE
                 END-IF
              WHEN 100
                 SET CURSOR-EOF TO TRUE
              WHEN OTHER
                 PERFORM SQL-ERROR
           END-EVALUATE.

      *    HOLDING PERIOD TO TODAY, LONG TERM PAST 365 DAYS - THE
      *    SAME TEST BRKRG010 APPLIES WHEN THE LOT IS CLOSED.
       FORMAT-LOT-LINE.
           COMPUTE WS-COST-BASIS = HV-OPEN-QTY * HV-OPEN-PRICE
           COMPUTE WS-HOLD-DAYS = WS-RUN-DATE-INT
                   - FUNCTION INTEGER-OF-DATE(HV-ACQUIRE-DATE)
           MOVE HV-LOT-SEQ      TO LLN-LOT-SEQ
           MOVE HV-ACQUIRE-DATE TO LLN-ACQUIRE-DATE
           MOVE HV-OPEN-QTY     TO LLN-OPEN-QTY
           MOVE HV-OPEN-PRICE   TO LLN-OPEN-PRICE
           MOVE WS-COST-BASIS   TO LLN-COST-BASIS
           MOVE WS-HOLD-DAYS    TO LLN-HOLD-DAYS
           IF WS-HOLD-DAYS > 365
              MOVE 'LT' TO LLN-TERM
           ELSE
              MOVE 'ST' TO LLN-TERM
           END-IF
           MOVE WS-LOT-LINE     TO LLINEO (WS-LINE-SUB).

       PAGE-LOTS-BACK.
           MOVE WS-CA-ACCOUNT TO HV-ACCOUNT-ID
           MOVE WS-CA-LOT-SYMBOL TO HV-SYMBOL
           MOVE WS-CA-LOT-FIRST TO HV-START-LOT
           MOVE ZERO TO WS-LINE-SUB
           MOVE 'N' TO WS-CURSOR-EOF-SW
           MOVE 'OPEN LOT BACK CURSOR' TO WS-SQL-CONTEXT
           EXEC SQL OPEN LOT-BACK-CURSOR END-EXEC
           PERFORM CHECK-SQL
           PERFORM FETCH-LOT-BACK
              UNTIL CURSOR-EOF
           EXEC SQL CLOSE LOT-BACK-CURSOR END-EXEC
           IF SQL-FAILED
              PERFORM SEND-LOT-MESSAGE
              EXIT PARAGRAPH
           END-IF
           IF WS-LINE-SUB = 0
              MOVE 'ALREADY AT THE FIRST PAGE OF LOTS' TO WS-MESSAGE
              PERFORM SEND-LOT-MESSAGE
              EXIT PARAGRAPH
           END-IF
           PERFORM SHOW-LOT-PAGE.

       FETCH-LOT-BACK.
           MOVE 'FETCH LOT BACK ROW' TO WS-SQL-CONTEXT
           EXEC SQL
              FETCH LOT-BACK-CURSOR INTO :HV-LOT-SEQ
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO WS-LINE-SUB
                 MOVE HV-LOT-SEQ TO HV-START-LOT
                 IF WS-LINE-SUB = WS-LINE-MAX
                    SET CURSOR-EOF TO TRUE
                 END-IF
              WHEN 100
                 SET CURSOR-EOF TO TRUE
              WHEN OTHER
                 PERFORM SQL-ERROR
           END-EVALUATE.

       SEND-LOT-MESSAGE.
           MOVE LOW-VALUES TO LOTMAPO
           MOVE WS-MESSAGE TO LMSGO
           EXEC CICS SEND MAP('LOTMAP') MAPSET('BRK280M')
                FROM(LOTMAPO) DATAONLY
           END-EXEC.

       SEND-CURRENT-MESSAGE.
           IF CA-ON-LOTS
              PERFORM SEND-LOT-MESSAGE
           ELSE
              PERFORM SEND-POSITION-MESSAGE
           END-IF.

      *    ENTITLEMENT IS HELD AS ACCOUNT RANGES PER SIGNED-ON USER
      *    ON BRKG_INQ_ENTITLE; A USER WITH NO RANGE COVERING THE
      *    ACCOUNT SEES NOTHING FOR IT.
       CHECK-ENTITLEMENT.
           MOVE 'N' TO WS-ENTITLED-SW
           MOVE 'CHECK ENTITLEMENT' TO WS-SQL-CONTEXT
           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-ROW-COUNT
                FROM BRKG_INQ_ENTITLE
               WHERE PLAN_ID = :HV-PLAN-ID
                 AND USER_ID = :HV-USER-ID
                 AND :HV-ACCOUNT-ID BETWEEN LOW_ACCOUNT
                                        AND HIGH_ACCOUNT
           END-EXEC
           PERFORM CHECK-SQL
           IF NOT SQL-FAILED AND HV-ROW-COUNT > 0
              SET USER-ENTITLED TO TRUE
           END-IF.

       END-INQUIRY.
           EXEC CICS SEND TEXT FROM(WS-END-TEXT)
                LENGTH(LENGTH OF WS-END-TEXT) ERASE FREEKB
           END-EXEC
           EXEC CICS RETURN END-EXEC.

       CHECK-SQL.
           IF SQLCODE < 0
              PERFORM SQL-ERROR
           END-IF.

      *    ONLINE THERE IS NOTHING TO ROLL BACK - THE INQUIRY ONLY
      *    READS - SO A DB2 ERROR IS REPORTED ON THE MESSAGE LINE
      *    AND THE USER CAN TRY AGAIN.
       SQL-ERROR.
           MOVE SQLCODE TO WS-SQLCODE-DISP
           MOVE SPACES TO WS-MESSAGE
           STRING 'DB2 ERROR ' WS-SQLCODE-DISP ' IN ' WS-SQL-CONTEXT
              DELIMITED BY SIZE INTO WS-MESSAGE
           END-STRING
           SET SQL-FAILED TO TRUE
           SET CURSOR-EOF TO TRUE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRKRG290.
       AUTHOR. ANALYST TEAM.
       INSTALLATION. OSZ SECURITIES PROCESSING.
       DATE-WRITTEN. 2026-10-15.

      *    ONLINE TRADE AUDIT HISTORY - TRANSACTION BRAI, MAPSET
      *    BRK290M. LISTS ONE ACCOUNT'S BRKG_TRADE_AUD ROWS NEWEST
      *    FIRST, FOR ONE SYMBOL OR (SYMBOL LEFT BLANK) ALL OF THEM,
      *    FIFTEEN TO A PAGE. CANCELS, CORRECTIONS AND BACKOUTS SHOW
      *    THE TRADE-ID THEY REVERSED IN THE ORIG TRADE ID COLUMN.
      *    READ-ONLY AND PSEUDO-CONVERSATIONAL; THE SIGNED-ON USER
      *    MUST HOLD A BRKG_INQ_ENTITLE RANGE COVERING THE ACCOUNT.

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
       01  WS-LINE-SUB              PIC S9(4) COMP VALUE 0.
       01  WS-LINE-MAX              PIC S9(4) COMP VALUE 15.
       01  WS-NEWEST-AUDIT-ID       PIC S9(9) COMP VALUE 999999999.
       01  WS-END-TEXT              PIC X(40) VALUE
           'BRAI TRADE AUDIT INQUIRY ENDED'.

      *    CARRIED BETWEEN TASKS. THE PAGE RUNS NEWEST FIRST, SO ITS
      *    FIRST KEY IS THE HIGHEST AUDIT_ID SHOWING AND THE NEXT KEY
      *    IS THE HIGHEST AUDIT_ID OF THE OLDER PAGE (ZERO IF NONE).
       01  WS-COMMAREA.
           05  WS-CA-ACCOUNT        PIC X(12).
           05  WS-CA-SYMBOL         PIC X(10).
           05  WS-CA-ALL-SYMBOLS    PIC X(01).
           05  WS-CA-AUDIT-FIRST    PIC S9(9) COMP.
           05  WS-CA-AUDIT-NEXT     PIC S9(9) COMP.

       01  WS-AUDIT-LINE.
           05  ALN-EXEC-DATE        PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  ALN-SIDE             PIC X(01).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  ALN-SYMBOL           PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  ALN-TRADE-ID         PIC X(16).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  ALN-QUANTITY         PIC -(9)9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  ALN-PRICE            PIC ZZZZZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  ALN-ORIG-TRADE-ID    PIC X(16).
           05  FILLER               PIC X(02) VALUE SPACES.

       COPY BRK290M.
       COPY DFHAID.
       COPY DFHBMSCA.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  HV-PLAN-ID              PIC X(08).
       01  HV-USER-ID              PIC X(08).
       01  HV-ACCOUNT-ID           PIC X(12).
       01  HV-SYMBOL               PIC X(10).
       01  HV-ALL-SYMBOLS          PIC X(01).
       01  HV-START-AUDIT-ID       PIC S9(9) COMP.
       01  HV-AUDIT-ID             PIC S9(9) COMP.
       01  HV-TRADE-ID             PIC X(16).
       01  HV-TRADE-SIDE           PIC X(01).
       01  HV-ROW-SYMBOL           PIC X(10).
       01  HV-QUANTITY             PIC S9(9) COMP-3.
       01  HV-PRICE                PIC S9(7)V99 COMP-3.
       01  HV-EXEC-DATE            PIC 9(8).
       01  HV-ORIG-TRADE-ID        PIC X(16).
       01  HV-ROW-COUNT            PIC S9(9) COMP.
       EXEC SQL END DECLARE SECTION END-EXEC.

       01  FILLER.
           05  WS-PLAN-NAME        PIC X(8)  VALUE 'ULTRA01'.

       LINKAGE SECTION.
       01  DFHCOMMAREA             PIC X(31).

       PROCEDURE DIVISION.

      *    ONE PAGE, NEWEST FIRST, FROM THE START AUDIT_ID DOWN. ONE
      *    ROW MORE THAN THE PAGE HOLDS IS FETCHED SO ITS AUDIT_ID
      *    STARTS THE OLDER PAGE.
       EXEC SQL
            DECLARE AUD-OLDER-CURSOR CURSOR FOR
            SELECT AUDIT_ID, TRADE_ID, SIDE, SYMBOL, QUANTITY, PRICE,
                   EXEC_DATE, COALESCE(ORIG_TRADE_ID, ' ')
              FROM BRKG_TRADE_AUD
             WHERE PLAN_ID = :HV-PLAN-ID
               AND ACCOUNT_ID = :HV-ACCOUNT-ID
               AND (:HV-ALL-SYMBOLS = 'Y' OR SYMBOL = :HV-SYMBOL)
               AND AUDIT_ID <= :HV-START-AUDIT-ID
             ORDER BY AUDIT_ID DESC
       END-EXEC.

      *    PF7 WALKS UP ONE PAGE FROM THE NEWEST ROW SHOWING; THE
      *    LAST AUDIT_ID THIS RETURNS STARTS THE NEWER PAGE.
       EXEC SQL
            DECLARE AUD-NEWER-CURSOR CURSOR FOR
            SELECT AUDIT_ID
              FROM BRKG_TRADE_AUD
             WHERE PLAN_ID = :HV-PLAN-ID
               AND ACCOUNT_ID = :HV-ACCOUNT-ID
               AND (:HV-ALL-SYMBOLS = 'Y' OR SYMBOL = :HV-SYMBOL)
               AND AUDIT_ID > :HV-START-AUDIT-ID
             ORDER BY AUDIT_ID ASC
       END-EXEC.

       MAIN-SECTION.
           PERFORM INIT-TASK
           IF EIBCALEN = 0
              PERFORM FIRST-ENTRY
           ELSE
              MOVE DFHCOMMAREA TO WS-COMMAREA
              PERFORM AUDIT-SCREEN-KEY
           END-IF
           EXEC CICS RETURN
                TRANSID('BRAI')
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
           MOVE LOW-VALUES TO AUDMAPO
           MOVE 'ENTER AN ACCOUNT AND OPTIONALLY A SYMBOL' TO AMSGO
           EXEC CICS SEND MAP('AUDMAP') MAPSET('BRK290M')
                FROM(AUDMAPO) ERASE
           END-EXEC.

       AUDIT-SCREEN-KEY.
           EVALUATE EIBAID
              WHEN DFHPF3
              WHEN DFHCLEAR
                 PERFORM END-INQUIRY
              WHEN DFHENTER
                 PERFORM RECEIVE-AUDIT-MAP
              WHEN DFHPF8
                 IF WS-CA-ACCOUNT = SPACES
                    MOVE 'ENTER AN ACCOUNT' TO WS-MESSAGE
                    PERFORM SEND-AUDIT-MESSAGE
                 ELSE
                    IF WS-CA-AUDIT-NEXT = 0
                       MOVE 'NO OLDER HISTORY' TO WS-MESSAGE
                       PERFORM SEND-AUDIT-MESSAGE
                    ELSE
                       MOVE WS-CA-AUDIT-NEXT TO HV-START-AUDIT-ID
                       PERFORM SHOW-AUDIT-PAGE
                    END-IF
                 END-IF
              WHEN DFHPF7
                 IF WS-CA-ACCOUNT = SPACES
                    MOVE 'ENTER AN ACCOUNT' TO WS-MESSAGE
                    PERFORM SEND-AUDIT-MESSAGE
                 ELSE
                    PERFORM PAGE-AUDIT-NEWER
                 END-IF
              WHEN OTHER
                 MOVE 'KEY NOT ACTIVE ON THIS SCREEN' TO WS-MESSAGE
                 PERFORM SEND-AUDIT-MESSAGE
           END-EVALUATE.

       RECEIVE-AUDIT-MAP.
           MOVE LOW-VALUES TO AUDMAPI
           EXEC CICS RECEIVE MAP('AUDMAP') MAPSET('BRK290M')
                INTO(AUDMAPI) RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'ENTER AN ACCOUNT' TO WS-MESSAGE
              PERFORM SEND-AUDIT-MESSAGE
              EXIT PARAGRAPH
           END-IF
           IF AACCTL > 0
              MOVE AACCTI TO WS-CA-ACCOUNT
           END-IF
           INSPECT WS-CA-ACCOUNT REPLACING ALL LOW-VALUES BY SPACES
           IF WS-CA-ACCOUNT = SPACES
              MOVE 'ENTER AN ACCOUNT' TO WS-MESSAGE
              PERFORM SEND-AUDIT-MESSAGE
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CA-SYMBOL
           IF ASYML > 0
              MOVE ASYMI TO WS-CA-SYMBOL
              INSPECT WS-CA-SYMBOL REPLACING ALL LOW-VALUES BY SPACES
           END-IF
           IF WS-CA-SYMBOL = SPACES
              MOVE 'Y' TO WS-CA-ALL-SYMBOLS
           ELSE
              MOVE 'N' TO WS-CA-ALL-SYMBOLS
           END-IF
           MOVE WS-NEWEST-AUDIT-ID TO HV-START-AUDIT-ID
           PERFORM SHOW-AUDIT-PAGE.

       SHOW-AUDIT-PAGE.
           MOVE WS-CA-ACCOUNT     TO HV-ACCOUNT-ID
           MOVE WS-CA-SYMBOL      TO HV-SYMBOL
           MOVE WS-CA-ALL-SYMBOLS TO HV-ALL-SYMBOLS
           MOVE LOW-VALUES TO AUDMAPO
           MOVE WS-CA-ACCOUNT TO AACCTO
           MOVE WS-CA-SYMBOL  TO ASYMO
           MOVE ZERO TO WS-CA-AUDIT-FIRST WS-CA-AUDIT-NEXT
           PERFORM CHECK-ENTITLEMENT
           IF SQL-FAILED
              PERFORM SEND-AUDIT-MAP
              EXIT PARAGRAPH
           END-IF
           IF NOT USER-ENTITLED
              STRING 'ACCOUNT ' WS-CA-ACCOUNT
                     ' IS OUTSIDE YOUR INQUIRY ENTITLEMENT'
                 DELIMITED BY SIZE INTO WS-MESSAGE
              END-STRING
              PERFORM SEND-AUDIT-MAP
              EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-LINE-SUB
           MOVE 'N' TO WS-CURSOR-EOF-SW
           MOVE 'OPEN AUDIT CURSOR' TO WS-SQL-CONTEXT
           EXEC SQL OPEN AUD-OLDER-CURSOR END-EXEC
           PERFORM CHECK-SQL
           PERFORM FETCH-AUDIT-ROW
              UNTIL CURSOR-EOF
           EXEC SQL CLOSE AUD-OLDER-CURSOR END-EXEC
           IF NOT SQL-FAILED
              EVALUATE TRUE
                 WHEN WS-LINE-SUB = 0
                    MOVE 'NO TRADE HISTORY ON FILE FOR THIS SELECTION'
                      TO WS-MESSAGE
                 WHEN WS-CA-AUDIT-NEXT = 0
                    MOVE 'OLDEST HISTORY REACHED' TO WS-MESSAGE
                 WHEN OTHER
                    MOVE 'PF8 FOR OLDER HISTORY' TO WS-MESSAGE
              END-EVALUATE
           END-IF
           PERFORM SEND-AUDIT-MAP.

       FETCH-AUDIT-ROW.
           MOVE 'FETCH AUDIT ROW' TO WS-SQL-CONTEXT
           EXEC SQL
              FETCH AUD-OLDER-CURSOR
                INTO :HV-AUDIT-ID, :HV-TRADE-ID, :HV-TRADE-SIDE,
                     :HV-ROW-SYMBOL, :HV-QUANTITY, :HV-PRICE,
                     :HV-EXEC-DATE, :HV-ORIG-TRADE-ID
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 IF WS-LINE-SUB = WS-LINE-MAX
                    MOVE HV-AUDIT-ID TO WS-CA-AUDIT-NEXT
                    SET CURSOR-EOF TO TRUE
                 ELSE
                    ADD 1 TO WS-LINE-SUB
                    IF WS-LINE-SUB = 1
                       MOVE HV-AUDIT-ID TO WS-CA-AUDIT-FIRST
                    END-IF
                    PERFORM FORMAT-AUDIT-LINE
                 END-IF
              WHEN 100
                 SET CURSOR-EOF TO TRUE
              WHEN OTHER
                 PERFORM SQL-ERROR
           END-EVALUATE.

       FORMAT-AUDIT-LINE.
           MOVE HV-EXEC-DATE     TO ALN-EXEC-DATE
           MOVE HV-TRADE-SIDE    TO ALN-SIDE
           MOVE HV-ROW-SYMBOL    TO ALN-SYMBOL
           MOVE HV-TRADE-ID      TO ALN-TRADE-ID
           MOVE HV-QUANTITY      TO ALN-QUANTITY
           MOVE HV-PRICE         TO ALN-PRICE
           MOVE HV-ORIG-TRADE-ID TO ALN-ORIG-TRADE-ID
           MOVE WS-AUDIT-LINE    TO ALINEO (WS-LINE-SUB).

       PAGE-AUDIT-NEWER.
           MOVE WS-CA-ACCOUNT     TO HV-ACCOUNT-ID
           MOVE WS-CA-SYMBOL      TO HV-SYMBOL
           MOVE WS-CA-ALL-SYMBOLS TO HV-ALL-SYMBOLS
           MOVE WS-CA-AUDIT-FIRST TO HV-START-AUDIT-ID
           MOVE ZERO TO WS-LINE-SUB
           MOVE 'N' TO WS-CURSOR-EOF-SW
           MOVE 'OPEN AUDIT NEWER CURSOR' TO WS-SQL-CONTEXT
           EXEC SQL OPEN AUD-NEWER-CURSOR END-EXEC
           PERFORM CHECK-SQL
           PERFORM FETCH-AUDIT-NEWER
              UNTIL CURSOR-EOF
           EXEC SQL CLOSE AUD-NEWER-CURSOR END-EXEC
           IF SQL-FAILED
              PERFORM SEND-AUDIT-MESSAGE
              EXIT PARAGRAPH
           END-IF
           IF WS-LINE-SUB = 0
              MOVE 'ALREADY AT THE NEWEST HISTORY' TO WS-MESSAGE
              PERFORM SEND-AUDIT-MESSAGE
              EXIT PARAGRAPH
           END-IF
           PERFORM SHOW-AUDIT-PAGE.

       FETCH-AUDIT-NEWER.
           MOVE 'FETCH AUDIT NEWER ROW' TO WS-SQL-CONTEXT
           EXEC SQL
              FETCH AUD-NEWER-CURSOR INTO :HV-AUDIT-ID
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO WS-LINE-SUB
                 MOVE HV-AUDIT-ID TO HV-START-AUDIT-ID
                 IF WS-LINE-SUB = WS-LINE-MAX
                    SET CURSOR-EOF TO TRUE
                 END-IF
              WHEN 100
                 SET CURSOR-EOF TO TRUE
              WHEN OTHER
                 PERFORM SQL-ERROR
           END-EVALUATE.

       SEND-AUDIT-MAP.
           MOVE WS-MESSAGE TO AMSGO
           MOVE -1 TO AACCTL
           EXEC CICS SEND MAP('AUDMAP') MAPSET('BRK290M')
                FROM(AUDMAPO) ERASE CURSOR
           END-EXEC.

       SEND-AUDIT-MESSAGE.
           MOVE LOW-VALUES TO AUDMAPO
           MOVE WS-MESSAGE TO AMSGO
           EXEC CICS SEND MAP('AUDMAP') MAPSET('BRK290M')
                FROM(AUDMAPO) DATAONLY
           END-EXEC.

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

       SQL-ERROR.
           MOVE SQLCODE TO WS-SQLCODE-DISP
           MOVE SPACES TO WS-MESSAGE
           STRING 'DB2 ERROR ' WS-SQLCODE-DISP ' IN ' WS-SQL-CONTEXT
              DELIMITED BY SIZE INTO WS-MESSAGE
           END-STRING
           SET SQL-FAILED TO TRUE
           SET CURSOR-EOF TO TRUE.

              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VALEXC-FILE ASSIGN TO 'VALEXC-OUT'
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SECMAST-FILE ASSIGN TO 'SECMAST-IN'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SECMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.

       01  VALEXC-REC                  PIC X(132).

       FD  SECMAST-FILE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS SECMAST-REC.

       01  SECMAST-REC.
           COPY BRKRGSEC.

       WORKING-STORAGE SECTION.
       01  WS-END-OF-POSITIONS      PIC X VALUE 'N'.
           88  POSITIONS-REMAINING             VALUE 'N'.
       01  WS-PLAN-UNREALIZED       PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-HELD-CLOSE            PIC S9(7)V99 COMP-3 VALUE 0.

      *    DESCRIPTIONS AND ASSET CLASSES COME FROM THE SECURITY
      *    MASTER. A HELD SYMBOL THE MASTER DOES NOT CARRY STILL
      *    VALUES; IT PRINTS WITHOUT A DESCRIPTION AND ROLLS UP
      *    UNDER ASSET CLASS UNKNOWN.
       01  WS-SECMAST-STATUS        PIC X(02).
       01  WS-END-OF-SECMAST        PIC X VALUE 'N'.
           88  SECMAST-REMAINING               VALUE 'N'.
           88  NO-MORE-SECMAST                 VALUE 'Y'.
       01  WS-SEC-COUNT             PIC S9(4) COMP VALUE 0.
       01  WS-SEC-TABLE-MAX         PIC S9(4) COMP VALUE 5000.
       01  WS-SEC-TABLE.
           05  WS-SEC-ENTRY OCCURS 5000 TIMES INDEXED BY SEC-IDX.
               10  WS-SEC-SYMBOL    PIC X(10).
               10  WS-SEC-DESC      PIC X(30).
               10  WS-SEC-CLASS     PIC X(08).
       01  WS-HELD-DESC             PIC X(30) VALUE SPACES.
       01  WS-HELD-CLASS            PIC X(08) VALUE SPACES.
       01  WS-CLS-COUNT             PIC S9(4) COMP VALUE 0.
       01  WS-CLS-TABLE-MAX         PIC S9(4) COMP VALUE 20.
       01  WS-CLS-TABLE.
           05  WS-CLS-ENTRY OCCURS 20 TIMES INDEXED BY CLS-IDX.
               10  WS-CLS-CLASS     PIC X(08).
               10  WS-CLS-MARKET    PIC S9(13)V99 COMP-3.
               10  WS-CLS-UNREAL    PIC S9(13)V99 COMP-3.

       01  WS-RPT-HEADER-1.
           05  FILLER               PIC X(44) VALUE
               'BRKRG060 UNREALIZED P&L VALUATION - RUN DATE'.
           05  SYM-TOT-MARKET       PIC -(12)9.99.
           05  FILLER               PIC X(12) VALUE '  UNREALIZED'.
           05  SYM-TOT-UNREAL       PIC -(12)9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  SYM-TOT-DESC         PIC X(30).
           05  FILLER               PIC X(19) VALUE SPACES.

       01  WS-RPT-CLASS-HEADER.
           05  FILLER               PIC X(19) VALUE
               'ASSET CLASS SUMMARY'.
           05  FILLER               PIC X(113) VALUE SPACES.

       01  WS-RPT-CLASS-TOTAL.
           05  FILLER               PIC X(14) VALUE
               'CLASS TOTAL   '.
           05  CLS-TOT-CLASS        PIC X(10).
           05  FILLER               PIC X(14) VALUE
               '  MARKET VALUE'.
           05  CLS-TOT-MARKET       PIC -(12)9.99.
           05  FILLER               PIC X(12) VALUE '  UNREALIZED'.
           05  CLS-TOT-UNREAL       PIC -(12)9.99.
           05  FILLER               PIC X(50) VALUE SPACES.

       01  WS-RPT-PLAN-TOTAL.
           OPEN OUTPUT VALEXC-FILE
           MOVE WS-RUN-DATE TO HDR-RUN-DATE
           WRITE VALRPT-REC FROM WS-RPT-HEADER-1
           WRITE VALRPT-REC FROM WS-RPT-HEADER-2
           PERFORM LOAD-SECURITY-MASTER.

       LOAD-SECURITY-MASTER.
           OPEN INPUT SECMAST-FILE
           IF WS-SECMAST-STATUS = '00'
              PERFORM LOAD-SECURITY-ENTRY
                 UNTIL NO-MORE-SECMAST OR PROGRAM-FAILED
              CLOSE SECMAST-FILE
              DISPLAY 'BRKRG060 SECURITY MASTER LOADED = '
                      WS-SEC-COUNT
           ELSE
              DISPLAY 'BRKRG060 NO SECMAST-IN DATASET - '
                      'DESCRIPTIONS AND ASSET CLASSES NOT PRINTED'
           END-IF.

       LOAD-SECURITY-ENTRY.
           READ SECMAST-FILE
              AT END
                 SET NO-MORE-SECMAST TO TRUE
              NOT AT END
                 IF WS-SEC-COUNT >= WS-SEC-TABLE-MAX
                    MOVE 'SECURITY TABLE FULL' TO WS-SQL-CONTEXT
                    PERFORM TABLE-ERROR
                 ELSE
                    ADD 1 TO WS-SEC-COUNT
                    SET SEC-IDX TO WS-SEC-COUNT
                    MOVE SEC-SYMBOL      TO WS-SEC-SYMBOL (SEC-IDX)
                    MOVE SEC-DESCRIPTION TO WS-SEC-DESC (SEC-IDX)
                    MOVE SEC-ASSET-CLASS TO WS-SEC-CLASS (SEC-IDX)
                 END-IF
           END-READ.

       FETCH-POSITION-ROW.
           MOVE 'FETCH POSITION' TO WS-SQL-CONTEXT
                 IF NOT FIRST-ROW
                    PERFORM SYMBOL-BREAK
                 END-IF
                 PERFORM WRITE-CLASS-TOTALS
                 PERFORM WRITE-PLAN-TOTAL
              WHEN OTHER
                 PERFORM SQL-ERROR
       START-NEW-SYMBOL.
           MOVE HV-SYMBOL TO WS-PREV-SYMBOL
           MOVE ZERO TO WS-SYM-MARKET-VALUE WS-SYM-UNREALIZED
           PERFORM LOOKUP-SECURITY
           PERFORM LOOKUP-CLOSE-PRICE.

       LOOKUP-SECURITY.
           MOVE SPACES    TO WS-HELD-DESC
           MOVE 'UNKNOWN' TO WS-HELD-CLASS
           IF WS-SEC-COUNT > 0
              SET SEC-IDX TO 1
              SEARCH WS-SEC-ENTRY
                 AT END
                    CONTINUE
                 WHEN WS-SEC-SYMBOL (SEC-IDX) = HV-SYMBOL
                    MOVE WS-SEC-DESC (SEC-IDX)  TO WS-HELD-DESC
                    IF WS-SEC-CLASS (SEC-IDX) NOT = SPACES
                       MOVE WS-SEC-CLASS (SEC-IDX) TO WS-HELD-CLASS
                    END-IF
              END-SEARCH
           END-IF.

      *    CLOSES COME FROM THE CENTRAL PRICE MASTER THE BRKRG130
      *    LOAD MAINTAINS - NOT FROM AN IN-STORAGE COPY OF THE
      *    VENDOR FILE - SO THE VALUATION CANNOT OUTGROW A TABLE
           MOVE WS-PREV-SYMBOL      TO SYM-TOT-SYMBOL
           MOVE WS-SYM-MARKET-VALUE TO SYM-TOT-MARKET
           MOVE WS-SYM-UNREALIZED   TO SYM-TOT-UNREAL
           MOVE WS-HELD-DESC        TO SYM-TOT-DESC
           WRITE VALRPT-REC FROM WS-RPT-SYM-TOTAL
           WRITE VALRPT-REC FROM WS-RPT-BLANK-LINE
           PERFORM ADD-CLASS-TOTAL.

       ADD-CLASS-TOTAL.
           SET CLS-IDX TO 1
           SEARCH WS-CLS-ENTRY
              AT END
                 IF WS-CLS-COUNT >= WS-CLS-TABLE-MAX
                    MOVE 'ASSET CLASS TABLE FULL' TO WS-SQL-CONTEXT
                    PERFORM TABLE-ERROR
                 ELSE
                    ADD 1 TO WS-CLS-COUNT
                    SET CLS-IDX TO WS-CLS-COUNT
                    MOVE WS-HELD-CLASS TO WS-CLS-CLASS (CLS-IDX)
                    MOVE WS-SYM-MARKET-VALUE
                      TO WS-CLS-MARKET (CLS-IDX)
                    MOVE WS-SYM-UNREALIZED
                      TO WS-CLS-UNREAL (CLS-IDX)
                 END-IF
              WHEN WS-CLS-CLASS (CLS-IDX) = WS-HELD-CLASS
                 ADD WS-SYM-MARKET-VALUE TO WS-CLS-MARKET (CLS-IDX)
                 ADD WS-SYM-UNREALIZED   TO WS-CLS-UNREAL (CLS-IDX)
           END-SEARCH.

       WRITE-CLASS-TOTALS.
           IF WS-CLS-COUNT = 0
              EXIT PARAGRAPH
           END-IF
           WRITE VALRPT-REC FROM WS-RPT-CLASS-HEADER
           PERFORM WRITE-ONE-CLASS-TOTAL
              VARYING CLS-IDX FROM 1 BY 1
              UNTIL CLS-IDX > WS-CLS-COUNT
           WRITE VALRPT-REC FROM WS-RPT-BLANK-LINE.

       WRITE-ONE-CLASS-TOTAL.
           MOVE WS-CLS-CLASS (CLS-IDX)  TO CLS-TOT-CLASS
           MOVE WS-CLS-MARKET (CLS-IDX) TO CLS-TOT-MARKET
           MOVE WS-CLS-UNREAL (CLS-IDX) TO CLS-TOT-UNREAL
           WRITE VALRPT-REC FROM WS-RPT-CLASS-TOTAL.

       WRITE-PLAN-TOTAL.
           MOVE WS-PLAN-MARKET-VALUE TO PLAN-TOT-MARKET
           MOVE WS-PLAN-UNREALIZED   TO PLAN-TOT-UNREAL
           MOVE 'Y' TO WS-ABORT-FLAG
           MOVE 'Y' TO WS-END-OF-POSITIONS.

       TABLE-ERROR.
           DISPLAY 'BRKRG060 TABLE ERROR IN ' WS-SQL-CONTEXT
           MOVE 'Y' TO WS-ABORT-FLAG
           MOVE 'Y' TO WS-END-OF-POSITIONS
           MOVE 'Y' TO WS-END-OF-SECMAST.

       WRAP-UP.
           IF PROGRAM-FAILED
              DISPLAY 'BRKRG060 ABENDED - CHECK JOBLOG'

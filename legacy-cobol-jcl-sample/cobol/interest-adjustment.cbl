               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUNLOG-FILE ASSIGN TO 'data/RUNLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRADJ-HIST-IN ASSIGN TO 'data/TRADJ.HIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HIST-IN-STATUS.
           SELECT TRADJ-HIST-OUT ASSIGN TO 'data/TRADJ.HNEW'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           05  RLOG-RECS-OUT        PIC 9(09).
           05  FILLER               PIC X(03).

      * DATED P&L HISTORY - EVERY ACCEPTED DELTA AS WRITTEN TO
      * TRADJ.OUT, PREFIXED WITH THE RUN DATE. EACH RUN COPIES THE
      * PRIOR HISTORY FORWARD LESS ANY ROWS ALREADY DATED TODAY AND
      * THEN APPENDS TONIGHT'S DELTAS, SO A RERUN FOR THE SAME DATE
      * REPLACES THAT DATE'S ROWS INSTEAD OF ADDING TO THEM. ROWS
      * OLDER THAN THE PRIOR CALENDAR YEAR ARE NOT CARRIED FORWARD.
       FD  TRADJ-HIST-IN.
       01  TRADJ-HIST-IN-REC.
           05  HIST-IN-DATE         PIC 9(08).
           05  HIST-IN-DETAIL       PIC X(98).

       FD  TRADJ-HIST-OUT.
       01  TRADJ-HIST-OUT-REC.
           05  HIST-OUT-DATE        PIC 9(08).
           05  HIST-OUT-DETAIL      PIC X(98).

       FD  TRADJ-EXC.
       01  TRADJ-EXC-REC.
           05  TRADJ-EXC-TID        PIC X(16).
       01  RECORD-COUNT       PIC S9(09) COMP VALUE 0.
       01  REJECT-COUNT       PIC S9(09) COMP VALUE 0.

       01  RUN-DATE           PIC 9(08) VALUE 0.
       01  HIST-KEEP-YEAR     PIC 9(04) VALUE 0.
       01  HIST-IN-STATUS     PIC X(02).
       01  HIST-EOF-SW        PIC X VALUE 'N'.
           88  HIST-EOF               VALUE 'Y'.
       01  HIST-COPIED-COUNT  PIC S9(09) COMP VALUE 0.
       01  HIST-REPLACED-COUNT PIC S9(09) COMP VALUE 0.
       01  HIST-DROPPED-COUNT PIC S9(09) COMP VALUE 0.
       01  HIST-ADDED-COUNT   PIC S9(09) COMP VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOOP.
           MOVE 'S' TO RLOG-PHASE
           MOVE 0 TO RLOG-RETURN-CODE
           PERFORM WRITE-RUNLOG-RECORD
           PERFORM COPY-PRIOR-HISTORY
           OPEN INPUT TRLOG-FILE
           OPEN OUTPUT TRADJ-OUT
           OPEN OUTPUT TRADJ-EXC
           CLOSE TRADJ-EXC
           CLOSE TRADJ-REJ
           CLOSE TRADJ-OOB
           CLOSE TRADJ-HIST-OUT
           PERFORM PRINT-CONTROL-TOTALS
           PERFORM SET-RETURN-CODE
           MOVE 'C' TO RLOG-PHASE
           WRITE RUNLOG-REC
           CLOSE RUNLOG-FILE.

      * THE HISTORY IS COPIED BEFORE ANY TABLE LOAD THAT CAN STOP
      * THE RUN, SO AN EARLY STOP STILL LEAVES THE FULL PRIOR
      * HISTORY ON THE NEW COPY. NO PRIOR HISTORY (FIRST RUN) IS
      * NOT AN ERROR - THE NEW COPY STARTS WITH TONIGHT.
       COPY-PRIOR-HISTORY.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RUN-DATE
           MOVE RUN-DATE (1:4) TO HIST-KEEP-YEAR
           SUBTRACT 1 FROM HIST-KEEP-YEAR
           OPEN OUTPUT TRADJ-HIST-OUT
           OPEN INPUT TRADJ-HIST-IN
           IF HIST-IN-STATUS NOT = '00'
               DISPLAY 'TRADE-ADJUST NO PRIOR P&L HISTORY - '
                       'STARTING NEW HISTORY'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL HIST-EOF
               READ TRADJ-HIST-IN
                   AT END
                       SET HIST-EOF TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN HIST-IN-DATE IS NOT NUMERIC
                               ADD 1 TO HIST-DROPPED-COUNT
                           WHEN HIST-IN-DATE = RUN-DATE
                               ADD 1 TO HIST-REPLACED-COUNT
                           WHEN HIST-IN-DATE (1:4) < HIST-KEEP-YEAR
                               ADD 1 TO HIST-DROPPED-COUNT
                           WHEN OTHER
                               WRITE TRADJ-HIST-OUT-REC
                                   FROM TRADJ-HIST-IN-REC
                               ADD 1 TO HIST-COPIED-COUNT
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE TRADJ-HIST-IN.

       SET-RETURN-CODE.
           IF FX-REJECT-COUNT > 0
               MOVE 8 TO RETURN-CODE
                       DISPLAY 'TRADE-ADJUST BUID TOTAL TABLE FULL AT '
                               BUID-TOTAL-COUNT ' ENTRIES - ABORTING'
                       CLOSE TRADJ-OUT TRADJ-EXC TRADJ-REJ
                             TRADJ-HIST-OUT
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
           MOVE TRADE-CCY   TO TRADJ-OUT-CCY
           MOVE TRADE-FX-RATE TO TRADJ-OUT-FX-RATE
           MOVE DELTA-BASE  TO TRADJ-OUT-BASE-DELTA
           WRITE TRADJ-OUT-REC
           MOVE RUN-DATE      TO HIST-OUT-DATE
           MOVE TRADJ-OUT-REC TO HIST-OUT-DETAIL
           WRITE TRADJ-HIST-OUT-REC
           ADD 1 TO HIST-ADDED-COUNT.

       PRINT-CONTROL-TOTALS.
           DISPLAY '========================================'
           DISPLAY 'OUT-OF-BAND PRICE TRADES = ' OOB-TRADE-COUNT
           DISPLAY 'UNPRICED ASCD TRADES     = ' UNPRICED-COUNT
           DISPLAY 'GRAND TOTAL   = ' GRAND-TOTAL-DISP
           DISPLAY 'P&L HISTORY ROWS CARRIED  = ' HIST-COPIED-COUNT
           DISPLAY 'P&L HISTORY ROWS REPLACED = ' HIST-REPLACED-COUNT
           DISPLAY 'P&L HISTORY ROWS DROPPED  = ' HIST-DROPPED-COUNT
           DISPLAY 'P&L HISTORY ROWS ADDED    = ' HIST-ADDED-COUNT
           DISPLAY 'ALL SUBTOTALS AND GRAND TOTAL IN BASE CCY USD'
           DISPLAY '========================================'.

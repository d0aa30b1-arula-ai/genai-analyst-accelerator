               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INCPOST-FILE ASSIGN TO 'data/INCPOST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CASHPOST-FILE ASSIGN TO 'data/CASHPOST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DBTPOST-FILE ASSIGN TO 'data/DBTPOST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FEEPOST-FILE ASSIGN TO 'data/FEEPOST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GLMAP-FILE ASSIGN TO 'data/GLMAP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GLJRNL-OUT ASSIGN TO 'data/GLJRNL.OUT'
           05  INC-RECORD-DATE      PIC 9(08).
           05  FILLER               PIC X(08).

      * CLIENT CASH MOVEMENTS POSTED TONIGHT BY BRKRG210: DEP/WDL
      * SIGNED AS THE CLIENT SEES THEM, JNL POSITIVE.
       FD  CASHPOST-FILE.
       01  CASHPOST-REC.
           05  CPST-ACCOUNT-ID      PIC X(12).
           05  CPST-TO-ACCOUNT-ID   PIC X(12).
           05  CPST-TYPE            PIC X(03).
           05  CPST-AMOUNT          PIC S9(9)V99.
           05  CPST-POST-DATE       PIC 9(08).
           05  CPST-REF-ID          PIC X(16).
           05  FILLER               PIC X(02).

      * MONTH-END MARGIN DEBIT INTEREST CHARGED BY BRKRG220, SAME
      * LAYOUT AS THE CASH MOVEMENT FILE, SIGNED NEGATIVE. EMPTY ON
      * EVERY NIGHT BUT THE LAST BUSINESS DAY OF THE MONTH.
       FD  DBTPOST-FILE.
       01  DBTPOST-REC.
           05  DPST-ACCOUNT-ID      PIC X(12).
           05  DPST-TO-ACCOUNT-ID   PIC X(12).
           05  DPST-TYPE            PIC X(03).
           05  DPST-AMOUNT          PIC S9(9)V99.
           05  DPST-POST-DATE       PIC 9(08).
           05  DPST-REF-ID          PIC X(16).
           05  FILLER               PIC X(02).

      * QUARTERLY ADVISORY FEES POSTED BY A BRKRG230 BILL RUN, SAME
      * LAYOUT AS THE CASH MOVEMENT FILE, SIGNED NEGATIVE. WRITTEN
      * BY THE DAYTIME BRKQFEE JOB, NOT BY THIS CHAIN, SO IT STAYS
      * IN PLACE BETWEEN QUARTERS.
       FD  FEEPOST-FILE.
       01  FEEPOST-REC.
           05  FPST-ACCOUNT-ID      PIC X(12).
           05  FPST-TO-ACCOUNT-ID   PIC X(12).
           05  FPST-TYPE            PIC X(03).
           05  FPST-AMOUNT          PIC S9(9)V99.
           05  FPST-POST-DATE       PIC 9(08).
           05  FPST-REF-ID          PIC X(16).
           05  FILLER               PIC X(02).

       FD  GLMAP-FILE.
       01  GLMAP-REC.
           05  GLMAP-KEY-TYPE       PIC X(01).
           88  ADJUST-EOF          VALUE 'Y'.
       01  INCPOST-EOF-SW PIC X VALUE 'N'.
           88  INCPOST-EOF         VALUE 'Y'.
       01  CASHPOST-EOF-SW PIC X VALUE 'N'.
           88  CASHPOST-EOF        VALUE 'Y'.
       01  DBTPOST-EOF-SW PIC X VALUE 'N'.
           88  DBTPOST-EOF         VALUE 'Y'.
       01  FEEPOST-EOF-SW PIC X VALUE 'N'.
           88  FEEPOST-EOF         VALUE 'Y'.
       01  GLMAP-EOF-SW   PIC X VALUE 'N'.
           88  GLMAP-EOF           VALUE 'Y'.
       01  MAP-FOUND-SW   PIC X VALUE 'N'.
       01  ADJUST-READ-COUNT  PIC S9(09) COMP VALUE 0.
       01  INCPOST-READ-COUNT PIC S9(09) COMP VALUE 0.
       01  INCPOST-STALE-COUNT PIC S9(09) COMP VALUE 0.
       01  CASHPOST-READ-COUNT PIC S9(09) COMP VALUE 0.
       01  CASHPOST-STALE-COUNT PIC S9(09) COMP VALUE 0.
       01  DBTPOST-READ-COUNT PIC S9(09) COMP VALUE 0.
       01  DBTPOST-STALE-COUNT PIC S9(09) COMP VALUE 0.
       01  FEEPOST-READ-COUNT PIC S9(09) COMP VALUE 0.
       01  FEEPOST-PRIOR-COUNT PIC S9(09) COMP VALUE 0.
       01  FEEPOST-STALE-COUNT PIC S9(09) COMP VALUE 0.
       01  BUSINESS-DATE      PIC 9(08) VALUE 0.
       01  UNMAPPED-COUNT     PIC S9(09) COMP VALUE 0.
       01  DEBIT-TOTAL-DISP   PIC -(14)9.99.
           OPEN INPUT TRADJ-FILE
           OPEN INPUT ADJUST-FILE
           OPEN INPUT INCPOST-FILE
           OPEN INPUT CASHPOST-FILE
           OPEN INPUT DBTPOST-FILE
           OPEN INPUT FEEPOST-FILE
           OPEN OUTPUT GLJRNL-OUT
           PERFORM LOAD-GLMAP-TABLE UNTIL GLMAP-EOF
           PERFORM WRITE-BATCH-HEADER
                       PERFORM BRIDGE-INCPOST-RECORD
               END-READ
           END-PERFORM
           PERFORM UNTIL CASHPOST-EOF
               READ CASHPOST-FILE
                   AT END
                       SET CASHPOST-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO CASHPOST-READ-COUNT
                       PERFORM BRIDGE-CASHPOST-RECORD
               END-READ
           END-PERFORM
           PERFORM UNTIL DBTPOST-EOF
               READ DBTPOST-FILE
                   AT END
                       SET DBTPOST-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO DBTPOST-READ-COUNT
                       PERFORM BRIDGE-DBTPOST-RECORD
               END-READ
           END-PERFORM
           PERFORM UNTIL FEEPOST-EOF
               READ FEEPOST-FILE
                   AT END
                       SET FEEPOST-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO FEEPOST-READ-COUNT
                       PERFORM BRIDGE-FEEPOST-RECORD
               END-READ
           END-PERFORM
           PERFORM WRITE-BATCH-TRAILER
           CLOSE GLMAP-FILE
           CLOSE TRADJ-FILE
           CLOSE ADJUST-FILE
           CLOSE INCPOST-FILE
           CLOSE CASHPOST-FILE
           CLOSE DBTPOST-FILE
           CLOSE FEEPOST-FILE
           CLOSE GLJRNL-OUT
           PERFORM PRINT-BRIDGE-TOTALS
           PERFORM SET-RETURN-CODE
               PERFORM WRITE-JOURNAL-PAIR
           END-IF.

      * CLIENT DEPOSITS, WITHDRAWALS AND JOURNALS ROUTE BY 'M'
      * ENTRIES KEYED ON THE MOVEMENT TYPE (DEP/WDL/JNL). THE
      * POSTING FILE IS REWRITTEN EVERY NIGHT BY BRKRG210, BUT A
      * NIGHT WHERE THAT STEP DID NOT RUN WOULD LEAVE THE PRIOR
      * FILE IN PLACE, SO THE SAME POST-DATE CHECK AS THE INCOME
      * FILE KEEPS A STALE COPY FROM RE-JOURNALING. THE SOURCE
      * REFERENCE IS THE DESK'S WIRE/CHECK REFERENCE.
       BRIDGE-CASHPOST-RECORD.
           IF CPST-POST-DATE IS NOT NUMERIC
               OR CPST-POST-DATE NOT = BUSINESS-DATE
               ADD 1 TO CASHPOST-STALE-COUNT
               DISPLAY 'GL-BRIDGE STALE CASH MOVEMENT SKIPPED '
                       'ACCOUNT=' CPST-ACCOUNT-ID
                       ' POST DATE=' CPST-POST-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE 'M' TO LOOKUP-KEY-TYPE
           MOVE CPST-TYPE TO LOOKUP-KEY
           PERFORM LOOKUP-GL-MAPPING
           IF MAP-NOT-FOUND
               ADD 1 TO UNMAPPED-COUNT
               DISPLAY 'GL-BRIDGE UNMAPPED CASH MOVEMENT ACCOUNT='
                       CPST-ACCOUNT-ID ' TYPE=' CPST-TYPE
           ELSE
               MOVE CPST-REF-ID TO ENTRY-SOURCE-REF
               IF CPST-AMOUNT < 0
                   COMPUTE ENTRY-AMOUNT = CPST-AMOUNT * -1
                   MOVE MAP-CR-ACCT (MAP-IDX) TO ENTRY-DR-ACCT
                   MOVE MAP-DR-ACCT (MAP-IDX) TO ENTRY-CR-ACCT
               ELSE
                   MOVE CPST-AMOUNT TO ENTRY-AMOUNT
                   MOVE MAP-DR-ACCT (MAP-IDX) TO ENTRY-DR-ACCT
                   MOVE MAP-CR-ACCT (MAP-IDX) TO ENTRY-CR-ACCT
               END-IF
               PERFORM WRITE-JOURNAL-PAIR
           END-IF.

      * MARGIN DEBIT INTEREST ROUTES BY THE 'M' ENTRY KEYED 'MDI' -
      * THE SAME KEY TYPE AS CLIENT CASH MOVEMENTS, KEYED ON THE
      * LEDGER ENTRY TYPE - AND IS DATE-CHECKED THE SAME WAY. THE
      * SOURCE REFERENCE CARRIES THE CHARGED ACCOUNT.
       BRIDGE-DBTPOST-RECORD.
           IF DPST-POST-DATE IS NOT NUMERIC
               OR DPST-POST-DATE NOT = BUSINESS-DATE
               ADD 1 TO DBTPOST-STALE-COUNT
               DISPLAY 'GL-BRIDGE STALE DEBIT INTEREST SKIPPED '
                       'ACCOUNT=' DPST-ACCOUNT-ID
                       ' POST DATE=' DPST-POST-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE 'M' TO LOOKUP-KEY-TYPE
           MOVE DPST-TYPE TO LOOKUP-KEY
           PERFORM LOOKUP-GL-MAPPING
           IF MAP-NOT-FOUND
               ADD 1 TO UNMAPPED-COUNT
               DISPLAY 'GL-BRIDGE UNMAPPED DEBIT INTEREST ACCOUNT='
                       DPST-ACCOUNT-ID ' TYPE=' DPST-TYPE
           ELSE
               MOVE SPACES TO ENTRY-SOURCE-REF
               MOVE DPST-ACCOUNT-ID TO ENTRY-SOURCE-REF (1:12)
               IF DPST-AMOUNT < 0
                   COMPUTE ENTRY-AMOUNT = DPST-AMOUNT * -1
                   MOVE MAP-CR-ACCT (MAP-IDX) TO ENTRY-DR-ACCT
                   MOVE MAP-DR-ACCT (MAP-IDX) TO ENTRY-CR-ACCT
               ELSE
                   MOVE DPST-AMOUNT TO ENTRY-AMOUNT
                   MOVE MAP-DR-ACCT (MAP-IDX) TO ENTRY-DR-ACCT
                   MOVE MAP-CR-ACCT (MAP-IDX) TO ENTRY-CR-ACCT
               END-IF
               PERFORM WRITE-JOURNAL-PAIR
           END-IF.

      * ADVISORY FEES ROUTE BY THE 'M' ENTRY KEYED 'FEE'. THE FILE
      * OUTLIVES THE NIGHT IT WAS BILLED, SO A FEE DATED BEFORE
      * TONIGHT WAS JOURNALED ON ITS OWN NIGHT AND IS PASSED OVER
      * WITHOUT COMPLAINT; ONLY A FEE DATED AFTER TONIGHT IS STALE.
       BRIDGE-FEEPOST-RECORD.
           IF FPST-POST-DATE IS NUMERIC
               AND FPST-POST-DATE < BUSINESS-DATE
               ADD 1 TO FEEPOST-PRIOR-COUNT
               EXIT PARAGRAPH
           END-IF
           IF FPST-POST-DATE IS NOT NUMERIC
               OR FPST-POST-DATE NOT = BUSINESS-DATE
               ADD 1 TO FEEPOST-STALE-COUNT
               DISPLAY 'GL-BRIDGE STALE ADVISORY FEE SKIPPED '
                       'ACCOUNT=' FPST-ACCOUNT-ID
                       ' POST DATE=' FPST-POST-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE 'M' TO LOOKUP-KEY-TYPE
           MOVE FPST-TYPE TO LOOKUP-KEY
           PERFORM LOOKUP-GL-MAPPING
           IF MAP-NOT-FOUND
               ADD 1 TO UNMAPPED-COUNT
               DISPLAY 'GL-BRIDGE UNMAPPED ADVISORY FEE ACCOUNT='
                       FPST-ACCOUNT-ID ' TYPE=' FPST-TYPE
           ELSE
               MOVE SPACES TO ENTRY-SOURCE-REF
               MOVE FPST-ACCOUNT-ID TO ENTRY-SOURCE-REF (1:12)
               IF FPST-AMOUNT < 0
                   COMPUTE ENTRY-AMOUNT = FPST-AMOUNT * -1
                   MOVE MAP-CR-ACCT (MAP-IDX) TO ENTRY-DR-ACCT
                   MOVE MAP-DR-ACCT (MAP-IDX) TO ENTRY-CR-ACCT
               ELSE
                   MOVE FPST-AMOUNT TO ENTRY-AMOUNT
                   MOVE MAP-DR-ACCT (MAP-IDX) TO ENTRY-DR-ACCT
                   MOVE MAP-CR-ACCT (MAP-IDX) TO ENTRY-CR-ACCT
               END-IF
               PERFORM WRITE-JOURNAL-PAIR
           END-IF.

       LOOKUP-GL-MAPPING.
           SET MAP-NOT-FOUND TO TRUE
           IF GLMAP-COUNT > 0
           DISPLAY 'ADJUST RECORDS READ = ' ADJUST-READ-COUNT
           DISPLAY 'INCOME RECORDS READ = ' INCPOST-READ-COUNT
           DISPLAY 'STALE INCOME SKIPPED= ' INCPOST-STALE-COUNT
           DISPLAY 'CASH MOVEMENTS READ = ' CASHPOST-READ-COUNT
           DISPLAY 'STALE CASH SKIPPED  = ' CASHPOST-STALE-COUNT
           DISPLAY 'DEBIT INTEREST READ = ' DBTPOST-READ-COUNT
           DISPLAY 'STALE DEBIT INTEREST= ' DBTPOST-STALE-COUNT
           DISPLAY 'ADVISORY FEES READ  = ' FEEPOST-READ-COUNT
           DISPLAY 'PRIOR FEES PASSED   = ' FEEPOST-PRIOR-COUNT
           DISPLAY 'STALE ADVISORY FEES = ' FEEPOST-STALE-COUNT
           DISPLAY 'JOURNAL DETAILS     = ' DETAIL-SEQ
           DISPLAY 'UNMAPPED RECORDS    = ' UNMAPPED-COUNT
           DISPLAY 'DEBIT TOTAL         = ' DEBIT-TOTAL-DISP
           ELSE
               IF UNMAPPED-COUNT > 0
                   OR INCPOST-STALE-COUNT > 0
                   OR CASHPOST-STALE-COUNT > 0
                   OR DBTPOST-STALE-COUNT > 0
                   OR FEEPOST-STALE-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE

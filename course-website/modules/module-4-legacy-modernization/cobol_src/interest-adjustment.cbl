           05  ACCT-REC-ACCOUNT-ID     PIC X(12).
           05  ACCT-REC-BEGIN-BAL      PIC S9(9)V99.
           05  ACCT-REC-END-BAL        PIC S9(9)V99.
      *    STATUS IS 'A' FOR ACTIVE, 'C' FOR CLOSED, 'R' FOR AN
      *    ACTIVE ACCOUNT UNDER TRADING RESTRICTION REVIEW (SET BY
      *    SURVEILLANCE). THE INTEREST ADJUSTMENT STILL PRICES EVERY
      *    RECORD; THE STATUS BYTE IS FOR CONSUMERS THAT VALIDATE
      *    ACCOUNTS AGAINST THIS MASTER.
           05  ACCT-REC-STATUS         PIC X(01).
      *    SHORT-ELIG IS 'Y' FOR ACCOUNTS APPROVED TO SELL SHORT;
      *    CARRIED FOR THE POSITION KEEPER AND MARGIN MONITOR, NOT

      *================================================================
      * BRKRGSEC - SECURITY MASTER RECORD LAYOUT FOR SECMAST-IN
      *            USED BY BRKRG010 (SYMBOL VALIDATION), BRKRG060
      *            AND BRKRG100 (DESCRIPTIONS, ASSET-CLASS TOTALS)
      *
      * ONE RECORD PER SYMBOL, MAINTAINED BY THE REFERENCE DATA
      * DESK AND KEPT IN SYMBOL ORDER. A SYMBOL NOT ON THE MASTER
      * IS UNKNOWN TO THE SYSTEM.
      *================================================================
           05  SEC-SYMBOL              PIC X(10).
           05  SEC-DESCRIPTION         PIC X(30).
           05  SEC-CUSIP               PIC X(09).
           05  SEC-ISIN                PIC X(12).
      *    SEC-TYPE IS THE INSTRUMENT TYPE (CS = COMMON STOCK,
      *    PFD = PREFERRED, ETF, MF = MUTUAL FUND, BOND, ADR);
      *    SEC-ASSET-CLASS IS THE REPORTING ROLLUP (EQUITY, FIXEDINC,
      *    FUND, CASHEQV) THE STATEMENTS AND VALUATION SUBTOTAL BY.
           05  SEC-TYPE                PIC X(04).
           05  SEC-ASSET-CLASS         PIC X(08).
      *    SEC-CURRENCY IS THE TRADING CURRENCY (ISO CODE).
           05  SEC-CURRENCY            PIC X(03).
      *    A HALTED SYMBOL STILL POSTS - THE EXECUTIONS HAPPENED
      *    BEFORE THE HALT. A DELISTED SYMBOL TAKES NO NEW TRADES.
           05  SEC-STATUS              PIC X(01).
               88  SEC-ACTIVE                   VALUE 'A'.
               88  SEC-HALTED                   VALUE 'H'.
               88  SEC-DELISTED                 VALUE 'D'.
           05  SEC-STATUS-DATE         PIC 9(08).
           05  FILLER                  PIC X(15).

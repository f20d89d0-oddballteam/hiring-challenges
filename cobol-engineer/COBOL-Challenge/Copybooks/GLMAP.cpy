      *****************************************************************
      * GLMAP RECORD LAYOUT
      * CATEGORY-TO-GL ACCOUNT MAPPING MASTER, KEYED BY CATEGORY CODE.
      * ONE ROW FOR EVERY CODE THE STREAM CAN POST - EACH CATGTBL
      * CODE PLUS THE 9876/0000 DEFAULT-RULE CODES - GIVING THE GL
      * ACCOUNT A POSITIVE NET AMOUNT IN THE CATEGORY DEBITS, THE
      * ACCOUNT IT CREDITS, AND THE COST CENTER BOTH LINES CARRY. A
      * NEGATIVE NET (REVERSALS, RECATG BACK-OUTS) SWAPS THE TWO
      * ACCOUNTS. MAINTAINED BY GLMAINT; READ BY GLJEXTR TO BUILD THE
      * BALANCED JOURNAL-ENTRY FEED.
      *****************************************************************
       01  GLMAP-RECORD.
           05  GLMAP-KEY.
               10  GLMAP-CATEGORY          PIC  9(04).
           05  GLMAP-DR-ACCT               PIC  X(12).
           05  GLMAP-CR-ACCT               PIC  X(12).
           05  GLMAP-COST-CENTER           PIC  X(06).
           05  GLMAP-DESC                  PIC  X(30).
           05  GLMAP-UPDATE-DATE           PIC  9(08).
           05  GLMAP-FILLER                PIC  X(08).

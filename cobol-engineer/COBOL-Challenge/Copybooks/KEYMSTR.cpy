      * THE IN-EFFECT ROW FOR THE RUN DATE), KEYMAINT (BATCH ADD/
      * CHANGE/DELETE MAINTENANCE, INCLUDING STAGING FUTURE-DATED
      * ROWS), AND SUSPREC (SUSPENSE RE-MATCH).
      * KEYMSTR-TRAN-LIMIT CAPS ANY ONE TRANSACTION POSTED TO THE KEY
      * AND KEYMSTR-CYCLE-LIMIT CAPS THE KEY'S NET POSTED AMOUNT FOR
      * ONE CODECHAL RUN. ZERO MEANS NO LIMIT. A TRANSACTION THAT
      * WOULD BREACH EITHER IS HELD (SEE COPYBOOK HELDTRAN), NOT
      * POSTED, UNTIL AN AUTHORIZED RELEASE CARD FREES IT.
      *****************************************************************
       01  KEYMSTR-RECORD.
           05  KEYMSTR-KEY.
           05  KEYMSTR-EFF-TO              PIC  9(08).
           05  KEYMSTR-DATE                PIC  9(08).
           05  KEYMSTR-AMT                 PIC  9(07)V99.
           05  KEYMSTR-TRAN-LIMIT          PIC  9(07)V99.
           05  KEYMSTR-CYCLE-LIMIT         PIC  9(09)V99.

      * TESTO-AMT IS SIGNED - A REVERSAL (OR THE BACK-OUT SIDE OF A
      * REPLACEMENT ADJUSTMENT) POSTS AS A NEGATIVE AMOUNT, SO THE
      * CATEGORY TOTALS, LEDGER FEED, AND HISTORY ALL NET CORRECTLY.
      * TESTO-PERIOD IS THE ACCOUNTING PERIOD (YYYYMM) THE POSTING
      * BELONGS TO - THE TRANSACTION DATE'S MONTH, UNLESS THAT PERIOD
      * IS ALREADY LOCKED ON PERCTL, IN WHICH CASE IT IS THE OPEN RUN
      * PERIOD AND TESTO-PPA-FLAG MARKS A PRIOR-PERIOD ADJUSTMENT.
      * A POSTING IN A LOCKED PERIOD KEEPS THE CATEGORY IT CLOSED
      * UNDER; WHEN RECATG MOVES IT AFTER THE CLOSE IT CUTS THE MOVE
      * AS A PRIOR-PERIOD ADJUSTMENT AND RECORDS WHERE THE POSTING
      * NOW BELONGS IN TESTO-RECLASS-SW/TESTO-RECLASS-CATG.
      * TESTO-RUN-CYCLE IS THE PROCESSING CYCLE OF THE RUN DATE THAT
      * POSTED THE RECORD (SEE PARM-RUN-CYCLE) - HISTMRG CARRIES IT
      * INTO THE TESTHIST KEY.
      *****************************************************************
       01  TESTO-RECORD.
           05  TESTO-KEY.
           05  TESTO-AMT                   PIC S9(07)V99.
           05  TESTO-FILLER3               PIC  X(01).
           05  TESTO-CATEGORY              PIC  9(04).
           05  TESTO-PERIOD                PIC  9(06).
           05  TESTO-PPA-FLAG              PIC  X(01).
               88  TESTO-PRIOR-PERIOD-ADJ       VALUE 'Y'.
           05  TESTO-RECLASS-SW            PIC  X(01).
               88  TESTO-RECLASSED              VALUE 'Y'.
           05  TESTO-RECLASS-CATG          PIC  9(04).
           05  TESTO-RUN-CYCLE             PIC  9(01).
           05  TESTO-FILLER4               PIC  X(39).

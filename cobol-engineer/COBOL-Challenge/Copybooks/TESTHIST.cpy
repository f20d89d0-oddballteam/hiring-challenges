      *****************************************************************
      * TESTHIST RECORD LAYOUT
      * CUMULATIVE TESTO HISTORY MASTER, KEYED BY TESTO-KEY-ID PLUS
      * THE RUN DATE AND PROCESSING CYCLE THAT PRODUCED THE RECORD
      * PLUS THE PER-RUN TRANSACTION SEQUENCE NUMBER - SO EVERY
      * TRANSACTION A KEY POSTED IN A CYCLE IS CARRIED, NOT JUST THE
      * FIRST ONE IN, AND A SAME-DAY CATCH-UP CYCLE (WHOSE SEQUENCES
      * START AGAIN AT 1) NEVER COLLIDES WITH THE OVERNIGHT ONE.
      * HISTMRG FOLDS EACH SUCCESSFUL RUN'S TESTO RECORDS IN AT END
      * OF STREAM; HISTRPT READS IT BACK FOR THE CYCLE-OVER-CYCLE
      * CATEGORY TREND REPORT. TESTHIST-PERIOD/TESTHIST-PPA-FLAG ARE
      * CARRIED FROM TESTO - THE ACCOUNTING PERIOD THE ROW COUNTS IN
      * AND WHETHER IT IS A PRIOR-PERIOD ADJUSTMENT (SEE TESTOREC).
      * PERCLOSE SNAPSHOTS A PERIOD BY TESTHIST-PERIOD. A ROW IN A
      * LOCKED PERIOD KEEPS ITS CLOSED CATEGORY - A LATER RECATG MOVE
      * IS RECORDED IN TESTHIST-RECLASS-SW/TESTHIST-RECLASS-CATG AND
      * POSTED AS A PRIOR-PERIOD ADJUSTMENT IN THE DELTA LEDGER.
      *****************************************************************
       01  TESTHIST-RECORD.
           05  TESTHIST-KEY.
               10  TESTHIST-TESTO-KEY      PIC  X(03).
               10  TESTHIST-RUN-DATE       PIC  9(08).
               10  TESTHIST-RUN-CYCLE      PIC  9(01).
               10  TESTHIST-SEQ            PIC  9(04).
           05  TESTHIST-DATE               PIC  9(08).
           05  TESTHIST-AMT                PIC S9(07)V99.
           05  TESTHIST-CATEGORY           PIC  9(04).
           05  TESTHIST-PERIOD             PIC  9(06).
           05  TESTHIST-PPA-FLAG           PIC  X(01).
               88  TESTHIST-PRIOR-PERIOD-ADJ    VALUE 'Y'.
           05  TESTHIST-RECLASS-SW         PIC  X(01).
               88  TESTHIST-RECLASSED           VALUE 'Y'.
           05  TESTHIST-RECLASS-CATG       PIC  9(04).

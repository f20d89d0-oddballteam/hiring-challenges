      *****************************************************************
      * PERCTL RECORD LAYOUT
      * ACCOUNTING PERIOD CONTROL MASTER, KEYED BY PERIOD (YYYYMM).
      * ONE ROW PER PERIOD, OPEN ('O') UNTIL PERCLOSE TAKES THE
      * MONTH-END CATEGORY SNAPSHOT OF TESTHIST (PERSNAP) AND LOCKS IT
      * ('L'). PERIODS CLOSE STRICTLY IN ORDER, SO THE HIGHEST LOCKED
      * PERIOD IS THE "LOCKED THROUGH" POINT EVERY POSTING PROGRAM
      * GUARDS AGAINST - ACTIVITY DATED ON OR BEFORE IT POSTS INTO THE
      * OPEN PERIOD AS A FLAGGED PRIOR-PERIOD ADJUSTMENT INSTEAD OF
      * DISTURBING THE CLOSED SNAPSHOT. THE SNAP FIELDS ARE THE
      * PERSNAP TOTALS AS OF THE CLOSE.
      *****************************************************************
       01  PERCTL-RECORD.
           05  PERCTL-KEY.
               10  PERCTL-PERIOD           PIC  9(06).
           05  PERCTL-PERIOD-STATUS        PIC  X(01).
               88  PERCTL-OPEN                  VALUE 'O'.
               88  PERCTL-LOCKED                VALUE 'L'.
           05  PERCTL-OPENED-DATE          PIC  9(08).
           05  PERCTL-CLOSED-DATE          PIC  9(08).
           05  PERCTL-CLOSED-TS            PIC  X(21).
           05  PERCTL-SNAP-ROWS            PIC  9(09).
           05  PERCTL-SNAP-CATG-CNT        PIC  9(05).
           05  PERCTL-SNAP-AMT             PIC S9(13)V99.
           05  PERCTL-FILLER               PIC  X(17).

      *****************************************************************
      * PERSNAP RECORD LAYOUT
      * MONTH-END CLOSE SNAPSHOT, KEYED BY PERIOD PLUS CATEGORY.
      * PERCLOSE WRITES ONE ROW PER CATEGORY THAT HAD TESTHIST
      * ACTIVITY IN THE CLOSING PERIOD - THE ROW COUNT AND NET AMOUNT
      * AS THEY STOOD WHEN THE PERIOD WAS LOCKED. NOTHING REWRITES A
      * SNAPSHOT ONCE ITS PERCTL ROW IS LOCKED; LATER ACTIVITY FOR A
      * CLOSED PERIOD LANDS IN THE OPEN PERIOD AS A PRIOR-PERIOD
      * ADJUSTMENT.
      *****************************************************************
       01  PERSNAP-RECORD.
           05  PERSNAP-KEY.
               10  PERSNAP-PERIOD          PIC  9(06).
               10  PERSNAP-CATEGORY        PIC  9(04).
           05  PERSNAP-ROW-CNT             PIC  9(09).
           05  PERSNAP-AMT                 PIC S9(13)V99.
           05  PERSNAP-CLOSED-TS           PIC  X(21).
           05  PERSNAP-FILLER              PIC  X(09).

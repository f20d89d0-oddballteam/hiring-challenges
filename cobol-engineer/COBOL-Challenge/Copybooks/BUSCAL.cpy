      *****************************************************************
      * BUSCAL RECORD LAYOUT
      * HOLIDAY/BUSINESS-DAY CALENDAR MASTER, KEYED BY DATE
      * (YYYYMMDD). MONDAY THROUGH FRIDAY ARE BUSINESS DAYS AND
      * SATURDAY/SUNDAY ARE NOT UNLESS A ROW HERE SAYS OTHERWISE:
      * 'H' MARKS A HOLIDAY (A WEEKDAY THAT DOES NOT POST) AND 'B'
      * A BUSINESS DAY THE WEEKEND RULE WOULD MISS (A SPECIAL
      * WORKING SATURDAY). MAINTAINED BY CALMAINT; READ THROUGH THE
      * BUSDAYS ROUTINE BY EVERY PROGRAM THAT ROLLS A RUN DATE OR
      * AGES SOMETHING IN BUSINESS DAYS.
      *****************************************************************
       01  BUSCAL-RECORD.
           05  BUSCAL-KEY.
               10  BUSCAL-DATE             PIC  9(08).
           05  BUSCAL-DAY-TYPE             PIC  X(01).
               88  BUSCAL-HOLIDAY               VALUE 'H'.
               88  BUSCAL-BUSINESS-DAY          VALUE 'B'.
           05  BUSCAL-DESC                 PIC  X(30).
           05  BUSCAL-UPDATE-DATE          PIC  9(08).
           05  BUSCAL-FILLER               PIC  X(33).

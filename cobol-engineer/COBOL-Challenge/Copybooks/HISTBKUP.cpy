      *****************************************************************
      * HISTBKUP-RECORD LAYOUT
      * ONE TESTHIST BACKUP GENERATION AS HISTBKUP WRITES IT AND
      * HISTRCVR RELOADS IT - A HEADER, ONE DETAIL PER TESTHIST ROW
      * IN KEY ORDER, AND A TRAILER.
      *   'H' - WHEN THE BACKUP WAS TAKEN AND ITS BACKUP POINT: THE
      *         LATEST PROCESSING CYCLE HISTMRG HAD COMPLETED INTO
      *         TESTHIST. THE SAME RUN DATE/CYCLE KEYS THE BACKUP'S
      *         RUNCTL ROW (STEP 'HISTBKUP'), WHOSE START TIMESTAMP
      *         IS HISTBKUP-BACKUP-TS - THAT ROW IS THE REGISTERED
      *         BACKUP POINT HISTRCVR ROLLS FORWARD FROM.
      *   'D' - ONE TESTHIST-RECORD, BYTE FOR BYTE.
      *   'T' - THE ROW COUNT AND SIGNED AMOUNT HASH OF THE DETAILS.
      * RECORD IS 50 BYTES.
      *****************************************************************
       01  HISTBKUP-RECORD.
           05  HISTBKUP-REC-TYPE           PIC  X(01).
               88  HISTBKUP-HEADER              VALUE 'H'.
               88  HISTBKUP-DETAIL              VALUE 'D'.
               88  HISTBKUP-TRAILER             VALUE 'T'.
           05  HISTBKUP-DATA               PIC  X(49).
           05  HISTBKUP-HEADER-DATA REDEFINES HISTBKUP-DATA.
               10  HISTBKUP-BACKUP-TS      PIC  X(21).
               10  HISTBKUP-THRU-DATE      PIC  9(08).
               10  HISTBKUP-THRU-CYCLE     PIC  9(01).
               10  FILLER                  PIC  X(19).
           05  HISTBKUP-TRAILER-DATA REDEFINES HISTBKUP-DATA.
               10  HISTBKUP-ROW-CNT        PIC  9(09).
               10  HISTBKUP-AMT-HASH       PIC S9(13)V99.
               10  FILLER                  PIC  X(25).

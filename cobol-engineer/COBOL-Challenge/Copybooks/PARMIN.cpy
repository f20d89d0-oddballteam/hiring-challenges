      * DATE) AND RUNBAL (RUN DATE, SO ITS THIS-RUN RECORD FILTERS
      * AGREE WITH THE DATES CODECHAL STAMPED). A ZERO FIELD LEAVES
      * THE PROGRAM'S COMPILED-IN DEFAULT IN PLACE; A ZERO RUN DATE
      * MEANS TODAY. PARM-RUN-CYCLE IS THE PROCESSING CYCLE WITHIN
      * THE RUN DATE - 1 FOR THE OVERNIGHT RUN, 2 AND UP FOR A SAME-
      * DAY CATCH-UP RUN OF LATE FEEDS. ZERO OR SPACES MEANS CYCLE 1,
      * SO CARDS PUNCHED BEFORE THE FIELD EXISTED STILL WORK. EVERY
      * STEP OF THE STREAM READS THE SAME CARD, SO THEY ALL AGREE ON
      * WHICH CYCLE THEY ARE PART OF.
      *****************************************************************
       01  PARMIN-RECORD.
           05  PARM-CKPT-INTERVAL          PIC  9(05).
           05  PARM-DATE-CUTOFF            PIC  9(08).
           05  PARM-AMT-CUTOFF             PIC  9(07)V99.
           05  PARM-RUN-DATE               PIC  9(08).
           05  PARM-RUN-CYCLE              PIC  9(01).
           05  PARM-FILLER                 PIC  X(43).

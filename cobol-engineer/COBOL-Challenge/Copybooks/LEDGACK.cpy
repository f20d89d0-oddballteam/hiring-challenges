      * FEED (FEED DATE, DETAIL COUNT, GRAND AMOUNT HASH AS LOADED)
      * FOLLOWED BY ITS 'S' PER-CATEGORY SUBTOTAL RECORDS - THE
      * MIRROR OF THE 'T' AND 'C' CONTROL RECORDS TESTOXTR SENT.
      * A FEED IS IDENTIFIED BY ITS FEED DATE PLUS THE PROCESSING
      * CYCLE THAT CUT IT (THE 'H' HEADER'S RUN DATE AND CYCLE) -
      * A SAME-DAY CATCH-UP CYCLE IS A FEED OF ITS OWN. THE CYCLE
      * RIDES AT THE END OF THE RECORD SO ACKS CUT BEFORE IT EXISTED
      * STILL READ - A ZERO OR BLANK CYCLE IS TAKEN AS CYCLE 1.
      * THE FILE MAY CARRY ACKS FOR SEVERAL FEEDS; LEDGRECN
      * MATCHES THEM AGAINST WHAT WAS SENT AND AGES THE FEEDS STILL
      * UNACKNOWLEDGED.
      *****************************************************************
           05  LACK-CATEGORY               PIC  9(04).
           05  LACK-COUNT                  PIC  9(09).
           05  LACK-AMT-HASH               PIC S9(13)V99.
           05  LACK-RUN-CYCLE              PIC  X(01).
           05  LACK-FILLER                 PIC  X(42).

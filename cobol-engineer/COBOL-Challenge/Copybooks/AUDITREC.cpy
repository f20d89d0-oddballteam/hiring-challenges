      * MOVES - THERE AUDIT-OLD-CATEGORY CARRIES THE CATEGORY THE
      * RECORD HELD BEFORE THE REWRITE (ZERO ON AN ORIGINAL POSTING)
      * AND AUDIT-SOURCE-PGM SAYS WHICH PROGRAM CUT THE RECORD.
      * AUDIT-RUN-DATE/AUDIT-RUN-CYCLE/AUDIT-SEQ ARE THE RUN DATE,
      * PROCESSING CYCLE, AND TESTO SEQUENCE THAT POSTED THE RECORD -
      * WITH AUDIT-KEY, THE POSTING'S TESTHIST KEY - SO AN AUDIT
      * RECORD NAMES EXACTLY THE HISTORY ROW IT DESCRIBES. RUNBAL
      * COUNTS ITS CYCLE'S CODECHAL RECORDS BY THEM. ZERO ON RECORDS
      * THAT DESCRIBE NO POSTING (SUSPFIX CORRECTIONS) AND ON RECORDS
      * CUT BEFORE THE FIELDS EXISTED. AUDIT-PERIOD/AUDIT-PPA-FLAG ARE
      * THE ACCOUNTING PERIOD AND PRIOR-PERIOD ADJUSTMENT FLAG THE
      * RECORD POSTS UNDER - ON A CODECHAL RECORD THE POSTING'S OWN
      * (TESTO-PERIOD/TESTO-PPA-FLAG), ON A RECATG RECORD THE PERIOD
      * ITS DELTA LEDGER PAIR POSTED IN - SO HISTRCVR CAN REBUILD A
      * HISTORY ROW EXACTLY FROM ITS AUDIT RECORD. ZERO/SPACE WHERE
      * THERE IS NO POSTING AND ON RECORDS CUT BEFORE THE FIELDS
      * EXISTED. RECORD IS 93 BYTES.
      *****************************************************************
       01  AUDIT-RECORD.
           05  AUDIT-KEY                   PIC  X(03).
           05  AUDIT-RULE-NDX              PIC  9(04).
           05  AUDIT-SOURCE-PGM            PIC  X(08).
           05  AUDIT-TIMESTAMP             PIC  X(21).
           05  AUDIT-RUN-DATE              PIC  9(08).
           05  AUDIT-RUN-CYCLE             PIC  9(01).
           05  AUDIT-SEQ                   PIC  9(04).
           05  AUDIT-PERIOD                PIC  9(06).
           05  AUDIT-PPA-FLAG              PIC  X(01).

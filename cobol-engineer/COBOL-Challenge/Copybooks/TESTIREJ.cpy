      * TESTI-REJECT-CYCLE COUNTS HOW MANY SUSPREC PASSES HAVE
      * RE-SUSPENDED THE RECORD (ZERO ON FIRST REJECTION) AND
      * TESTI-REJECT-DATE IS THE DATE THE RECORD FIRST SUSPENDED,
      * FOR THE SUSPREC AGING REPORT. TESTI-REJECT-RUN-CYCLE IS THE
      * PROCESSING CYCLE OF THAT DATE WHICH SUSPENDED IT, SO RUNBAL
      * COUNTS ONLY ITS OWN CYCLE'S SUSPENSE ON A DAY WITH A CATCH-UP
      * RUN.
      *****************************************************************
       01  TESTI-REJECT-RECORD.
           05  TESTI-REJECT-DATA.
               10  TESTI-REJECT-TRAN-DATE      PIC  9(08).
               10  TESTI-REJECT-TRAN-AMT       PIC  9(07)V99.
               10  TESTI-REJECT-SOURCE-ID      PIC  X(08).
               10  TESTI-REJECT-RELEASE-ID     PIC  X(08).
               10  TESTI-REJECT-FEED-SOURCE-ID PIC  X(08).
               10  TESTI-REJECT-FEED-DATE      PIC  9(08).
               10  TESTI-REJECT-FEED-AMT       PIC  9(07)V99.
               10  TESTI-REJECT-FILLER         PIC  X(17).
           05  TESTI-REJECT-REASON             PIC  X(02).
           05  TESTI-REJECT-CYCLE              PIC  9(02).
           05  TESTI-REJECT-DATE               PIC  9(08).
           05  TESTI-REJECT-RUN-CYCLE          PIC  9(01).

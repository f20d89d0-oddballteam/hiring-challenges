      * ITS DATE AND POSTS ITS OWN AMOUNT IN ITS PLACE. THE AMOUNT
      * IS ALWAYS THE UNSIGNED MAGNITUDE - DIRECTION COMES FROM THE
      * RECORD TYPE.
      * TESTI-RELEASE-ID IS SPACES ON EVERYTHING A SOURCE SENDS
      * (FEEDACC BLANKS IT) - HELDREL STAMPS THE AUTHORIZING OFFICER
      * THERE WHEN IT RECYCLES A RECORD HELD FOR A POSTING LIMIT, AND
      * CODECHAL POSTS A STAMPED RECORD WITHOUT RE-TESTING THE LIMIT.
      * TESTI-FEED-SOURCE-ID/TESTI-FEED-DATE NAME THE FEEDCTL BATCH
      * THE DETAIL ARRIVED IN - FEEDACC STAMPS THEM FROM THE BATCH
      * HEADER, AND THEY TRAVEL WITH THE RECORD THROUGH SUSPENSE, THE
      * HELD QUEUE, AND RECYCLE SO SRCRTN CAN RETURN EVERY OUTCOME TO
      * THE SOURCE THAT SENT IT. TESTI-FEED-AMT IS THE AMOUNT AS
      * FEEDACC ACCEPTED AND HASHED IT (ZERO WHEN THE AMOUNT WAS NOT
      * NUMERIC) - IT TRAVELS THE SAME WAY AND NEVER CHANGES, SO
      * FUNDRECN CAN TIE AN ITEM BACK TO ITS FEEDREG HASH EVEN AFTER
      * SUSPFIX HAS CORRECTED TESTI-TRAN-AMT.
      *****************************************************************
       01  TESTI-RECORD.
           05  TESTI-KEY                   PIC  X(03).
           05  TESTI-TRAN-DATE             PIC  9(08).
           05  TESTI-TRAN-AMT              PIC  9(07)V99.
           05  TESTI-SOURCE-ID             PIC  X(08).
           05  TESTI-RELEASE-ID            PIC  X(08).
           05  TESTI-FEED-SOURCE-ID        PIC  X(08).
           05  TESTI-FEED-DATE             PIC  9(08).
           05  TESTI-FEED-AMT              PIC  9(07)V99.
           05  TESTI-FILLER                PIC  X(17).

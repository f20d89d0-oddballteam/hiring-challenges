      * REFUSES A FEED WHOSE SOURCE-ID/FEED-DATE ROW ALREADY EXISTS,
      * SO A RE-SENT YESTERDAY FILE CANNOT BE PROCESSED TWICE. THE
      * ROW KEEPS THE ACCEPTED COUNT AND AMOUNT HASH FOR LATER
      * RECONCILIATION QUESTIONS, AND THE RUN DATE AND PROCESSING
      * CYCLE THAT ACCEPTED IT - A LATE FEED TAKEN BY A SAME-DAY
      * CATCH-UP CYCLE IS PROVED BY THAT CYCLE'S SRCRTN, NOT THE
      * OVERNIGHT ONE'S.
      *****************************************************************
       01  FEEDREG-RECORD.
           05  FEEDREG-KEY.
           05  FEEDREG-ACCEPT-DATE         PIC  9(08).
           05  FEEDREG-REC-CNT             PIC  9(09).
           05  FEEDREG-AMT-HASH            PIC  9(13)V99.
           05  FEEDREG-ACCEPT-CYCLE        PIC  9(01).

      *****************************************************************
      * RELEASE-RECORD LAYOUT
      * HELD-TRANSACTION RELEASE CARD READ BY HELDREL. ONE CARD FREES
      * ONE HELD RECORD (SEE COPYBOOK HELDTRAN), IDENTIFIED BY KEY,
      * RECORD TYPE, TRANSACTION DATE, AMOUNT, AND THE DATE IT WAS
      * HELD - EXACTLY WHAT THE CODECHAL LIMITS EXCEPTION REPORT
      * PRINTS. THE CARD IS ONLY HONORED WHEN IT CARRIES THE
      * AUTHORIZING OFFICER'S ID AND AN AUTHORIZATION DATE NO
      * EARLIER THAN THE HOLD AND NO LATER THAN THE RELEASE RUN.
      *****************************************************************
       01  RELEASE-RECORD.
           05  RELEASE-KEY                 PIC  X(03).
           05  RELEASE-REC-TYPE            PIC  X(02).
           05  RELEASE-TRAN-DATE           PIC  9(08).
           05  RELEASE-TRAN-AMT            PIC  9(07)V99.
           05  RELEASE-HELD-DATE           PIC  9(08).
           05  RELEASE-AUTH-ID             PIC  X(08).
           05  RELEASE-AUTH-DATE           PIC  9(08).
           05  RELEASE-FILLER              PIC  X(34).

      ***%            THE TRANSACTION FIELDS WITH CODECHAL'S EDITS,
      ***%            RELEASE TO THE RECYCLE FLOW, AUDIT JOURNALING.
      ***%************************************************************:
      ***%CCR#      :                      PROGRAMMER: MAINTENANCE
      ***%MODLOG TAG:                      COMPANY   : ODDBALL
      ***%RELEASE NO:                      DATE      : 10/15/2026
      ***%
      ***%PROBLEM   : THE AUDIT RECORD GREW RUN-DATE, CYCLE AND
      ***%            SEQUENCE FIELDS NAMING THE POSTING IT DESCRIBES.
      ***%
      ***%SOLUTION  : A CORRECTION DESCRIBES NO POSTING - ZERO THEM.
      ***%************************************************************:
      ***%CCR#      :                      PROGRAMMER: MAINTENANCE
      ***%MODLOG TAG:                      COMPANY   : ODDBALL
      ***%RELEASE NO:                      DATE      : 10/15/2026
      ***%
      ***%PROBLEM   : SUSPOUT WAS STILL 92 BYTES AFTER TESTI.REJECT GREW
      ***%            TO 93, SO REWRITING SUSPENSE DROPPED THE CYCLE
      ***%            THAT SUSPENDED EACH RECORD.
      ***%
      ***%SOLUTION  : SUSPOUT-RECORD RESIZED TO 93, MATCHING COPYBOOK
      ***%            TESTIREJ.
      ***%************************************************************:
      ***%CCR#      :                      PROGRAMMER: MAINTENANCE
      ***%MODLOG TAG:                      COMPANY   : ODDBALL
      ***%RELEASE NO:                      DATE      : 10/15/2026
      ***%
      ***%PROBLEM   : AUDITFIL GREW TO 93 BYTES (PERIOD AND PRIOR-PERIOD
      ***%            ADJUSTMENT FLAG OF THE POSTING).
      ***%
      ***%SOLUTION  : A CORRECTION POSTS NOTHING, SO ITS AUDIT RECORD
      ***%            CARRIES A ZERO PERIOD AND A BLANK FLAG.
      ***%************************************************************:
      *********** E N D   M A I N T E N A N C E   N O T E S ***********
      *****************************************************************
       ENVIRONMENT DIVISION.
           RECORDING F
           BLOCK 0 RECORDS.

       01  SUSPOUT-RECORD                  PIC  X(93).

       FD  AUDITFIL-FILE
           RECORDING F
           MOVE ZERO                   TO AUDIT-RULE-NDX(1:2)
           MOVE 'SUSPFIX'              TO AUDIT-SOURCE-PGM
           MOVE FUNCTION CURRENT-DATE  TO AUDIT-TIMESTAMP
           MOVE ZERO                   TO AUDIT-RUN-DATE
           MOVE ZERO                   TO AUDIT-RUN-CYCLE
           MOVE ZERO                   TO AUDIT-SEQ
           MOVE ZERO                   TO AUDIT-PERIOD
           MOVE SPACE                  TO AUDIT-PPA-FLAG
           WRITE AUDIT-RECORD.

       0340-EXIT.

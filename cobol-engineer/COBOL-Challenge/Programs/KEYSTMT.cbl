      ***%            REQUESTED KEY'S CYCLE RANGE WITH OPENING/
      ***%            CLOSING TOTALS AND CATEGORY-CHANGE FLAGS.
      ***%************************************************************:
      ***%CCR#      :                      PROGRAMMER: MAINTENANCE
      ***%MODLOG TAG:                      COMPANY   : ODDBALL
      ***%RELEASE NO:                      DATE      : 10/15/2026
      ***%
      ***%PROBLEM   : THE TESTHIST KEY NOW CARRIES THE PROCESSING
      ***%            CYCLE, SO A RUN DATE CAN HOLD TWO CYCLES OF
      ***%            POSTINGS FOR THE SAME KEY.
      ***%
      ***%SOLUTION  : START THE BROWSE AT CYCLE ZERO AND PRINT THE
      ***%            CYCLE BESIDE THE RUN DATE ON EACH LINE.
      ***%************************************************************:
      *********** E N D   M A I N T E N A N C E   N O T E S ***********
      *****************************************************************
       ENVIRONMENT DIVISION.
               10  FILLER                  PIC  X(59) VALUE SPACES.
           05  ST-HEADING-LINE.
               10  FILLER                  PIC  X(40) VALUE
                   'RUN DATE C   SEQ   POSTED            AM'.
               10  FILLER                  PIC  X(40) VALUE
                   'OUNT  CATG  NOTE'.
           05  ST-DETAIL-LINE.
               10  ST-RUN-DATE             PIC  9(08).
               10  FILLER                  PIC  X(01) VALUE SPACES.
               10  ST-RUN-CYCLE            PIC  9(01).
               10  FILLER                  PIC  X(02) VALUE SPACES.
               10  ST-SEQ                  PIC  9(04).
               10  FILLER                  PIC  X(02) VALUE SPACES.
               10  ST-CATEGORY             PIC  9(04).
               10  FILLER                  PIC  X(02) VALUE SPACES.
               10  ST-NOTE                 PIC  X(12).
               10  FILLER                  PIC  X(17) VALUE SPACES.
           05  ST-TOTAL-LINE.
               10  ST-TOTAL-DESC           PIC  X(24).
               10  ST-TOTAL-AMT            PIC  ZZZ,ZZZ,ZZZ,ZZ9.99-.
           SET WS-SCAN-MORE TO TRUE
           MOVE WS-STMT-KEY TO TESTHIST-TESTO-KEY
           MOVE ZERO        TO TESTHIST-RUN-DATE
           MOVE ZERO        TO TESTHIST-RUN-CYCLE
           MOVE ZERO        TO TESTHIST-SEQ
           START TESTHIST-FILE KEY >= TESTHIST-KEY
               INVALID KEY

       0320-PRINT-STATEMENT-LINE.
           MOVE TESTHIST-RUN-DATE TO ST-RUN-DATE
           MOVE TESTHIST-RUN-CYCLE TO ST-RUN-CYCLE
           MOVE TESTHIST-SEQ      TO ST-SEQ
           MOVE TESTHIST-DATE     TO ST-POSTED-DATE
           MOVE TESTHIST-AMT      TO ST-AMT

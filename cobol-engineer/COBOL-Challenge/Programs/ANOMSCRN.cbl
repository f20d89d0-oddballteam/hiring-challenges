       ID DIVISION.
       PROGRAM-ID.    ANOMSCRN.
      *AUTHOR.        MAINTENANCE
      *DATE-WRITTEN.  10/15/2026.
      *****************************************************************
      *
      * BEHAVIORAL ANOMALY SCREENING OF A CYCLE'S POSTINGS AGAINST
      * EACH KEY'S OWN HISTORY. RUNS AFTER HISTMRG, SO TESTHIST HOLDS
      * TONIGHT'S ROWS AS WELL AS THE HISTORY - ROWS FOR THE RUN DATE
      * AND CYCLE (OR LATER) ARE LEFT OUT OF THE BASELINE. AN EARLIER
      * CYCLE OF THE SAME RUN DATE IS HISTORY TO A CATCH-UP CYCLE.
      *
      * TESTHIST (KEY, RUN DATE, CYCLE, SEQ) AND TESTO (KEY, SEQ) ARE
      * BOTH IN KEY ORDER, SO ONE MATCHED PASS BUILDS EACH KEY'S
      * BASELINE FROM ITS TESTHIST ROWS AND THEN SCREENS ITS TESTO
      * POSTINGS:
      *
      *   BASELINE - MEAN POSTING MAGNITUDE, MEAN POSTINGS PER CYCLE
      *              (DISTINCT RUN DATE/CYCLES), MEAN REVERSALS PER
      *              CYCLE, THE CATEGORIES THE KEY HAS USED, AND THE
      *              LAST RUN DATE IT WAS ACTIVE. AN OPTIONAL LOOKBACK
      *              LIMITS THE THREE MEANS TO RECENT RUN DATES; THE
      *              CATEGORIES AND LAST ACTIVE DATE USE ALL HISTORY.
      *
      *   FLAGS    - AMT  A POSTING MORE THAN N TIMES THE KEY'S MEAN
      *              VOL  MORE THAN N TIMES THE KEY'S MEAN POSTINGS
      *                   PER CYCLE
      *              DRM  A KEY WAKING AFTER MORE THAN N DAYS IDLE
      *              CAT  A POSTING IN A CATEGORY THE KEY HAS NEVER
      *                   USED
      *              REV  AT LEAST N REVERSALS MAKING UP AT LEAST P
      *                   PERCENT OF THE KEY'S POSTINGS TONIGHT
      *
      * AMT, VOL, AND CAT NEED A MINIMUM NUMBER OF BASELINE ROWS - A
      * KEY WITH A THIN HISTORY HAS NO "TYPICAL" TO STRAY FROM. EACH
      * ANOMALY IS SCORED BY HOW FAR IT STRAYS AND THE ANOMRPT REPORT
      * AND ANOMREV REVIEW FILE (SEE COPYBOOK ANOMREV) ARE WRITTEN IN
      * SCORE ORDER, HIGHEST FIRST.
      *
      * THRESHOLDS COME FROM THE OPTIONAL ANOMPARM CARD - A ZERO OR
      * MISSING FIELD TAKES THE DEFAULT:
      *   COLS  1- 3 AMOUNT FACTOR          (DEFAULT   5)
      *   COLS  4- 6 VOLUME FACTOR          (DEFAULT   3)
      *   COLS  7-10 DORMANT DAYS           (DEFAULT  90)
      *   COLS 11-13 MINIMUM BASELINE ROWS  (DEFAULT   3)
      *   COLS 14-15 MINIMUM REVERSALS      (DEFAULT   2)
      *   COLS 16-18 REVERSAL PERCENT       (DEFAULT  50)
      *   COLS 19-22 LOOKBACK DAYS          (DEFAULT ALL HISTORY)
      *
      * SCREENING NEVER STOPS THE STREAM - THE STEP ENDS RC=0 WHATEVER
      * IT FINDS. THE ANALYSTS WORK THE REVIEW FILE.
      *
      *****************************************************************
      *************** M A I N T E N A N C E   N O T E S ***************
      ***%************************************************************:
      ***%CCR#      :                      PROGRAMMER: MAINTENANCE
      ***%MODLOG TAG:                      COMPANY   : ODDBALL
      ***%RELEASE NO:                      DATE      : 10/15/2026
      ***%
      ***%PROBLEM   : NOTHING ASKED WHETHER A POSTING LOOKED WRONG
      ***%            FOR ITS KEY - A SUDDEN HUGE AMOUNT OR A BURST
      ***%            OF TRANSACTIONS WAS ONLY NOTICED WHEN THE
      ***%            BUSINESS COMPLAINED.
      ***%
      ***%SOLUTION  : INITIAL CREATION. SCREENS EACH CYCLE'S TESTO
      ***%            POSTINGS AGAINST A PER-KEY TESTHIST BASELINE
      ***%            AND WRITES A RANKED REPORT AND REVIEW FILE.
      ***%************************************************************:
      ***%CCR#      :                      PROGRAMMER: MAINTENANCE
      ***%MODLOG TAG:                      COMPANY   : ODDBALL
      ***%RELEASE NO:                      DATE      : 10/15/2026
      ***%
      ***%PROBLEM   : WITH SAME-DAY CATCH-UP CYCLES, THE BASELINE LEFT
      ***%            OUT EVERY ROW OF THE RUN DATE - AN EARLIER CYCLE
      ***%            OF THE DAY WAS NEITHER HISTORY NOR SCREENED.
      ***%
      ***%SOLUTION  : TAKES THE CYCLE FROM PARM-RUN-CYCLE. THE BASELINE
      ***%            TAKES EVERY TESTHIST ROW BEFORE THE RUN DATE AND
      ***%            CYCLE, COUNTS A CYCLE PER DISTINCT RUN DATE/CYCLE,
      ***%            AND THE REVIEW RECORD AND REPORT CARRY THE CYCLE.
      ***%************************************************************:
      ***%CCR#      :                      PROGRAMMER: MAINTENANCE
      ***%MODLOG TAG:                      COMPANY   : ODDBALL
      ***%RELEASE NO:                      DATE      : 10/15/2026
      ***%
      ***%PROBLEM   : A DEFAULTED RUN DATE WAS THE CALENDAR DATE, SO A
      ***%            WEEKEND OR HOLIDAY RUN LANDED ON A NON-POSTING
      ***%            DAY.
      ***%
      ***%SOLUTION  : THE DEFAULT NOW ROLLS FORWARD TO THE NEXT BUSINESS
      ***%            DAY ON THE BUSCAL CALENDAR (CALL BUSDAYS), AS
      ***%            EVERY STEP OF THE STREAM DOES. A PARMIN RUN DATE
      ***%            STILL OVERRIDES IT.
      ***%************************************************************:
      ***%CCR#      :                      PROGRAMMER: MAINTENANCE
      ***%MODLOG TAG:                      COMPANY   : ODDBALL
      ***%RELEASE NO:                      DATE      : 10/15/2026
      ***%
      ***%PROBLEM   : A LOOKBACK SHORTER THAN THE DORMANT THRESHOLD
      ***%            DROPPED EVERY ROW OF A DORMANT KEY FROM ITS
      ***%            BASELINE, SO THE KEY HAD NO LAST ACTIVE DATE AND
      ***%            THE DORMANT-KEY FLAG COULD NEVER FIRE.
      ***%
      ***%SOLUTION  : 0310 NOW TRACKS THE LAST ACTIVE DATE AND THE
      ***%            CATEGORIES USED ACROSS ALL THE KEY'S HISTORY. THE
      ***%            LOOKBACK APPLIES ONLY TO THE MEANS, NOW FOLDED IN
      ***%            BY THE NEW 0315-ADD-BASELINE-AVERAGES.
      ***%************************************************************:
      *********** E N D   M A I N T E N A N C E   N O T E S ***********
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  TESTO-FILE      ASSIGN  TESTO
                                   ORGANIZATION INDEXED
                                   ACCESS MODE SEQUENTIAL
                                   RECORD KEY TESTO-KEY
                                   STATUS  TESTO-STATUS.
           SELECT  TESTHIST-FILE   ASSIGN  TESTHIST
                                   ORGANIZATION INDEXED
                                   ACCESS MODE SEQUENTIAL
                                   RECORD KEY TESTHIST-KEY
                                   STATUS  TESTHIST-STATUS.
           SELECT  OPTIONAL
                   ANOMPARM-FILE   ASSIGN  ANOMPARM
                                   STATUS  ANOMPARM-STATUS.
           SELECT  OPTIONAL
                   PARMIN-FILE     ASSIGN  PARMIN
                                   STATUS  PARMIN-STATUS.
           SELECT  RUNCTL-FILE     ASSIGN  RUNCTL
                                   ORGANIZATION INDEXED
                                   ACCESS MODE RANDOM
                                   RECORD KEY RUNCTL-KEY
                                   STATUS  RUNCTL-STATUS.
           SELECT  ANOMREV-FILE    ASSIGN  ANOMREV
                                   STATUS  ANOMREV-STATUS.
           SELECT  ANOMRPT-FILE    ASSIGN  ANOMRPT
                                   STATUS  ANOMRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  TESTO-FILE.
           COPY TESTOREC.

       FD  TESTHIST-FILE.
           COPY TESTHIST.

       FD  ANOMPARM-FILE
           RECORDING F
           BLOCK 0 RECORDS.

       01  ANOMPARM-RECORD.
           05  AP-AMT-FACTOR               PIC  9(03).
           05  AP-VOL-FACTOR               PIC  9(03).
           05  AP-DORMANT-DAYS             PIC  9(04).
           05  AP-MIN-ROWS                 PIC  9(03).
           05  AP-MIN-REVERSALS            PIC  9(02).
           05  AP-REVERSAL-PCT             PIC  9(03).
           05  AP-LOOKBACK-DAYS            PIC  9(04).
           05  AP-FILLER                   PIC  X(58).

       FD  PARMIN-FILE
           RECORDING F
           BLOCK 0 RECORDS.
           COPY PARMIN.

       FD  RUNCTL-FILE.
           COPY RUNCTL.

       FD  ANOMREV-FILE
           RECORDING F
           BLOCK 0 RECORDS.
           COPY ANOMREV.

       FD  ANOMRPT-FILE
           RECORDING F
           BLOCK 0 RECORDS.

       01  ANOMRPT-LINE                    PIC  X(80).

       WORKING-STORAGE SECTION.

       01 WORK-FIELDS.
           05  TESTO-STATUS                PIC  X(02).
               88  TESTO-SUCCESS                 VALUE ZERO.
               88  TESTO-EOF                     VALUE '10'.
           05  TESTHIST-STATUS             PIC  X(02).
               88  TESTHIST-SUCCESS              VALUE ZERO.
               88  TESTHIST-EOF                  VALUE '10'.
           05  ANOMPARM-STATUS             PIC  X(02).
               88  ANOMPARM-SUCCESS              VALUE ZERO.
               88  ANOMPARM-EOF                  VALUE '10'.
           05  PARMIN-STATUS               PIC  X(02).
               88  PARMIN-SUCCESS                VALUE ZERO.
               88  PARMIN-EOF                    VALUE '10'.
           05  RUNCTL-STATUS               PIC  X(02).
               88  RUNCTL-SUCCESS                VALUE ZERO.
           05  ANOMREV-STATUS              PIC  X(02).
               88  ANOMREV-SUCCESS               VALUE ZERO.
           05  ANOMRPT-STATUS              PIC  X(02).
               88  ANOMRPT-SUCCESS               VALUE ZERO.
           05  WS-CATG-SW                  PIC  X(01).
               88  WS-CATG-FOUND                 VALUE 'Y'.
               88  WS-CATG-NOT-FOUND             VALUE 'N'.
           05  WS-RUN-DATE                 PIC  9(08)      VALUE ZERO.
           05  WS-RUN-CYCLE                PIC  9(01)      VALUE 1.
           05  WS-LOOKBACK-DATE            PIC  9(08)      VALUE ZERO.
           05  WS-HIST-KEY                 PIC  X(03)      VALUE SPACES.
           05  WS-TESTO-KEY                PIC  X(03)      VALUE SPACES.
           05  WS-CURR-KEY                 PIC  X(03)      VALUE SPACES.
           05  WS-SEARCH-CATG              PIC  9(04)      VALUE ZERO.

      *** SCREENING THRESHOLDS - DEFAULTS, OVERRIDDEN FIELD BY FIELD
      *** FROM A NON-ZERO ANOMPARM VALUE.
       01 WORK-THRESHOLDS.
           05  WS-AMT-FACTOR               PIC  9(03)      VALUE 5.
           05  WS-VOL-FACTOR               PIC  9(03)      VALUE 3.
           05  WS-DORMANT-DAYS             PIC  9(04)      VALUE 90.
           05  WS-MIN-ROWS                 PIC  9(03)      VALUE 3.
           05  WS-MIN-REVERSALS            PIC  9(02)      VALUE 2.
           05  WS-REVERSAL-PCT             PIC  9(03)      VALUE 50.
           05  WS-LOOKBACK-DAYS            PIC  9(04)      VALUE ZERO.

      *** THE CURRENT KEY'S BASELINE, REBUILT FOR EVERY KEY. A KEY
      *** THAT HAS USED MORE THAN 20 CATEGORIES IS NOT SCREENED FOR
      *** A NEW ONE (WS-BL-CATG-FULL).
       01 WORK-BASELINE.
           05  WS-BL-ROWS                  PIC  9(07)      VALUE ZERO.
           05  WS-BL-CYCLES                PIC  9(05)      VALUE ZERO.
           05  WS-BL-REV-ROWS              PIC  9(07)      VALUE ZERO.
           05  WS-BL-ABS-SUM               PIC  9(13)V99   VALUE ZERO.
           05  WS-BL-LAST-DATE             PIC  9(08)      VALUE ZERO.
           05  WS-BL-LAST-CYCLE            PIC  9(01)      VALUE ZERO.
           05  WS-BL-ACTIVE-DATE           PIC  9(08)      VALUE ZERO.
           05  WS-BL-MEAN-AMT              PIC  9(09)V99   VALUE ZERO.
           05  WS-BL-MEAN-CNT              PIC  9(07)V99   VALUE ZERO.
           05  WS-BL-MEAN-REV              PIC  9(07)V99   VALUE ZERO.
           05  WS-BL-CATG-SW               PIC  X(01)      VALUE 'N'.
               88  WS-BL-CATG-FULL               VALUE 'Y'.
           05  WS-BL-CATG-CNT              PIC  9(02)      VALUE ZERO.
           05  WS-BL-CATG-ENTRY OCCURS 20 TIMES
                                INDEXED BY WS-BL-CATG-NDX.
               10  WS-BL-CATG-CODE         PIC  9(04).

      *** TONIGHT'S POSTINGS FOR THE CURRENT KEY.
       01 WORK-TONIGHT.
           05  WS-TN-CNT                   PIC  9(07)      VALUE ZERO.
           05  WS-TN-REV-CNT               PIC  9(07)      VALUE ZERO.
           05  WS-TN-ABS-AMT               PIC  9(09)V99   VALUE ZERO.

       01 WORK-SCORING.
           05  WS-RATIO                    PIC  9(07)V99   VALUE ZERO.
           05  WS-SCORE-WORK               PIC  9(07)      VALUE ZERO.
           05  WS-IDLE-DAYS                PIC  9(07)      VALUE ZERO.
           05  WS-REV-PCT                  PIC  9(05)      VALUE ZERO.

       01 WORK-COUNTERS.
           05  WS-HIST-READ-CNT            PIC 9(09)       VALUE ZERO.
           05  WS-BASELINE-ROW-CNT         PIC 9(09)       VALUE ZERO.
           05  WS-TESTO-READ-CNT           PIC 9(09)       VALUE ZERO.
           05  WS-KEYS-SCREENED-CNT        PIC 9(07)       VALUE ZERO.
           05  WS-ANOM-TOTAL-CNT           PIC 9(07)       VALUE ZERO.
           05  WS-AMT-CNT                  PIC 9(07)       VALUE ZERO.
           05  WS-VOL-CNT                  PIC 9(07)       VALUE ZERO.
           05  WS-DRM-CNT                  PIC 9(07)       VALUE ZERO.
           05  WS-CAT-CNT                  PIC 9(07)       VALUE ZERO.
           05  WS-REV-CNT                  PIC 9(07)       VALUE ZERO.
           05  WS-UNRANKED-CNT             PIC 9(07)       VALUE ZERO.

      *** THE ANOMALIES, KEPT IN DESCENDING SCORE ORDER AS THEY ARE
      *** FOUND (INSERTED BEHIND ANY EQUAL SCORE, SO TIES STAY IN KEY
      *** ORDER). PAST 3000 THE REST ARE WRITTEN TO THE REVIEW FILE
      *** UNRANKED (RANK ZERO) SO NONE IS LOST.
       01 WORK-ANOMALY-TABLE.
           05  WS-AN-CNT                   PIC  9(04)      VALUE ZERO.
           05  WS-AN-POS                   PIC  9(04)      VALUE ZERO.
           05  WS-AN-SUB                   PIC  9(04)      VALUE ZERO.
           05  WS-AN-ENTRY OCCURS 3000 TIMES.
               10  WS-AN-RECORD            PIC  X(100).
               10  WS-AN-SCORE REDEFINES WS-AN-RECORD.
                   15  FILLER              PIC  X(13).
                   15  WS-AN-SCORE-VALUE   PIC  9(03).
                   15  FILLER              PIC  X(84).

       01 ANOMALY-REPORT-LINES.
           05  AN-TITLE-LINE.
               10  FILLER                  PIC  X(42) VALUE
                   'ANOMSCRN POSTING ANOMALY SCREENING REPORT '.
               10  FILLER                  PIC  X(09) VALUE
                   'RUN DATE '.
               10  AN-RUN-DATE             PIC  9(08).
               10  FILLER                  PIC  X(07) VALUE
                   ' CYCLE '.
               10  AN-RUN-CYCLE            PIC  9(01).
               10  FILLER                  PIC  X(13) VALUE SPACES.
           05  AN-HEADING-LINE-1.
               10  FILLER                  PIC  X(80) VALUE
                   ' RANK SCR TYP KEY  SEQ CATG      AMOUNT       OBSER
      -            'VED       BASELINE'.
           05  AN-DETAIL-LINE.
               10  AN-RANK                 PIC  ZZZZ9.
               10  FILLER                  PIC  X(01) VALUE SPACES.
               10  AN-SCORE                PIC  ZZ9.
               10  FILLER                  PIC  X(01) VALUE SPACES.
               10  AN-TYPE                 PIC  X(03).
               10  FILLER                  PIC  X(01) VALUE SPACES.
               10  AN-KEY                  PIC  X(03).
               10  FILLER                  PIC  X(01) VALUE SPACES.
               10  AN-SEQ                  PIC  9(04).
               10  FILLER                  PIC  X(01) VALUE SPACES.
               10  AN-CATEGORY             PIC  9(04).
               10  FILLER                  PIC  X(01) VALUE SPACES.
               10  AN-AMT                  PIC  -ZZZ,ZZ9.99.
               10  FILLER                  PIC  X(01) VALUE SPACES.
               10  AN-OBSERVED             PIC  ZZZ,ZZZ,ZZ9.99.
               10  FILLER                  PIC  X(01) VALUE SPACES.
               10  AN-BASELINE             PIC  ZZZ,ZZZ,ZZ9.99.
               10  FILLER                  PIC  X(11) VALUE SPACES.
           05  AN-REASON-LINE.
               10  FILLER                  PIC  X(16) VALUE SPACES.
               10  AN-REASON               PIC  X(20).
               10  FILLER                  PIC  X(14) VALUE
                   '  LAST ACTIVE '.
               10  AN-LAST-ACTIVE          PIC  9(08).
               10  FILLER                  PIC  X(22) VALUE SPACES.
           05  AN-NONE-LINE.
               10  FILLER                  PIC  X(80) VALUE
                   '*** NO ANOMALIES FLAGGED THIS CYCLE ***'.
           05  AN-BLANK-LINE               PIC  X(80) VALUE SPACES.
           05  AN-TOTAL-LINE.
               10  AN-TOTAL-DESC           PIC  X(38).
               10  AN-TOTAL-VALUE          PIC  ZZZ,ZZZ,ZZ9.
               10  FILLER                  PIC  X(31) VALUE SPACES.

           COPY BUSDPARM.

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN OPERATIONS PARAGRAPH FOR PROGRAM.
      ******************************************************************
       0000-MAINLINE.
           PERFORM 0100-INITIALIZE
           PERFORM 0200-SCREEN-NEXT-KEY
               UNTIL WS-HIST-KEY = HIGH-VALUES AND
                     WS-TESTO-KEY = HIGH-VALUES
           PERFORM 0900-TERMINATE
           GOBACK.

       0000-EXIT.
           EXIT.

      ******************************************************************
      * RUN DATE AND THRESHOLDS, REGISTER THE RUN, OPEN, AND PRIME
      * BOTH INPUTS WITH THEIR FIRST RECORD.
      ******************************************************************
       0100-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM 0102-ROLL-RUN-DATE
           PERFORM 0105-READ-PARAMETERS
           PERFORM 0140-REGISTER-RUN-START
           OPEN INPUT TESTHIST-FILE
           IF NOT TESTHIST-SUCCESS
               DISPLAY 'ANOMSCRN: TESTHIST OPEN FAILED, STATUS '
                       TESTHIST-STATUS
               PERFORM 0130-ABORT-RUN
           END-IF
           OPEN INPUT TESTO-FILE
           IF NOT TESTO-SUCCESS
               DISPLAY 'ANOMSCRN: TESTO OPEN FAILED, STATUS '
                       TESTO-STATUS
               PERFORM 0130-ABORT-RUN
           END-IF
           PERFORM 0210-READ-TESTHIST
           PERFORM 0220-READ-TESTO.

       0100-EXIT.
           EXIT.

      ******************************************************************
      * A DEFAULTED RUN DATE ROLLS FORWARD TO THE NEXT BUSINESS DAY
      * ON THE BUSCAL CALENDAR - A WEEKEND OR HOLIDAY RUN POSTS AS THE
      * NEXT POSTING DAY, THE SAME DAY EVERY STEP OF THE STREAM ROLLS
      * TO, SO THE RUNCTL ROWS LINE UP. A PARMIN RUN DATE STILL
      * OVERRIDES IT.
      ******************************************************************
       0102-ROLL-RUN-DATE.
           MOVE 'R' TO BUSD-FUNCTION
           MOVE WS-RUN-DATE TO BUSD-FROM-DATE
           CALL 'BUSDAYS' USING BUSD-PARMS
           IF BUSD-OK
               MOVE BUSD-TO-DATE TO WS-RUN-DATE
           ELSE
               DISPLAY 'ANOMSCRN: BUSDAYS ROLL FAILED, RC '
                       BUSD-RC
               PERFORM 0130-ABORT-RUN
           END-IF.

       0102-EXIT.
           EXIT.

      ******************************************************************
      * PARMIN RUN DATE (DEFAULT TODAY) AND THE ANOMPARM THRESHOLDS.
      * A LOOKBACK TURNS INTO THE EARLIEST RUN DATE THE BASELINE
      * TAKES.
      ******************************************************************
       0105-READ-PARAMETERS.
           OPEN INPUT PARMIN-FILE
           READ PARMIN-FILE
               AT END
                   SET PARMIN-EOF TO TRUE
               NOT AT END
                   IF PARM-RUN-DATE NUMERIC AND
                      PARM-RUN-DATE > 0
                       MOVE PARM-RUN-DATE TO WS-RUN-DATE
                   END-IF
                   IF PARM-RUN-CYCLE NUMERIC AND
                      PARM-RUN-CYCLE > 0
                       MOVE PARM-RUN-CYCLE TO WS-RUN-CYCLE
                   END-IF
           END-READ
           CLOSE PARMIN-FILE
           OPEN INPUT ANOMPARM-FILE
           READ ANOMPARM-FILE
               AT END
                   SET ANOMPARM-EOF TO TRUE
               NOT AT END
                   PERFORM 0106-APPLY-ANOMPARM
           END-READ
           CLOSE ANOMPARM-FILE
           IF WS-LOOKBACK-DAYS > ZERO
               COMPUTE WS-LOOKBACK-DATE =
                   FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                    - WS-LOOKBACK-DAYS)
           END-IF.

       0105-EXIT.
           EXIT.

       0106-APPLY-ANOMPARM.
           IF AP-AMT-FACTOR NUMERIC AND AP-AMT-FACTOR > 0
               MOVE AP-AMT-FACTOR TO WS-AMT-FACTOR
           END-IF
           IF AP-VOL-FACTOR NUMERIC AND AP-VOL-FACTOR > 0
               MOVE AP-VOL-FACTOR TO WS-VOL-FACTOR
           END-IF
           IF AP-DORMANT-DAYS NUMERIC AND AP-DORMANT-DAYS > 0
               MOVE AP-DORMANT-DAYS TO WS-DORMANT-DAYS
           END-IF
           IF AP-MIN-ROWS NUMERIC AND AP-MIN-ROWS > 0
               MOVE AP-MIN-ROWS TO WS-MIN-ROWS
           END-IF
           IF AP-MIN-REVERSALS NUMERIC AND AP-MIN-REVERSALS > 0
               MOVE AP-MIN-REVERSALS TO WS-MIN-REVERSALS
           END-IF
           IF AP-REVERSAL-PCT NUMERIC AND AP-REVERSAL-PCT > 0
               MOVE AP-REVERSAL-PCT TO WS-REVERSAL-PCT
           END-IF
           IF AP-LOOKBACK-DAYS NUMERIC AND AP-LOOKBACK-DAYS > 0
               MOVE AP-LOOKBACK-DAYS TO WS-LOOKBACK-DAYS
           END-IF.

       0106-EXIT.
           EXIT.

      ******************************************************************
      * HARD STOP - SAME GUARD PATTERN AS CODECHAL'S 0130-ABORT-RUN.
      ******************************************************************
       0130-ABORT-RUN.
           DISPLAY 'ANOMSCRN: RUN ABORTED - SEE PRECEDING MESSAGES'
           MOVE 16 TO RETURN-CODE
           GOBACK.

       0130-EXIT.
           EXIT.

      ******************************************************************
      * REGISTER THIS STEP'S START IN THE RUNCTL RUN-CONTROL MASTER
      * (STEP 'ANOMSCRN'). A RERUN JUST RE-REGISTERS.
      ******************************************************************
       0140-REGISTER-RUN-START.
           OPEN I-O RUNCTL-FILE
           IF NOT RUNCTL-SUCCESS
               DISPLAY 'ANOMSCRN: RUNCTL OPEN FAILED, STATUS '
                       RUNCTL-STATUS
               PERFORM 0130-ABORT-RUN
           END-IF
           MOVE WS-RUN-DATE TO RUNCTL-RUN-DATE
           MOVE WS-RUN-CYCLE TO RUNCTL-RUN-CYCLE
           MOVE 'ANOMSCRN'  TO RUNCTL-STEP
           SET RUNCTL-STARTED TO TRUE
           MOVE FUNCTION CURRENT-DATE TO RUNCTL-START-TS
           MOVE SPACES TO RUNCTL-END-TS
           MOVE ZERO   TO RUNCTL-IN-CNT
           MOVE ZERO   TO RUNCTL-OUT-CNT
           MOVE ZERO   TO RUNCTL-REJ-CNT
           MOVE ZERO   TO RUNCTL-RETURN-CODE
           WRITE RUNCTL-RECORD
               INVALID KEY
                   REWRITE RUNCTL-RECORD
           END-WRITE.

       0140-EXIT.
           EXIT.

      ******************************************************************
      * TAKE THE LOWER OF THE TWO CURRENT KEYS, BUILD ITS BASELINE
      * FROM ITS TESTHIST ROWS, THEN SCREEN ITS TESTO POSTINGS. A KEY
      * WITH HISTORY BUT NOTHING TONIGHT JUST HAS ITS ROWS SKIPPED.
      ******************************************************************
       0200-SCREEN-NEXT-KEY.
           IF WS-HIST-KEY < WS-TESTO-KEY
               MOVE WS-HIST-KEY  TO WS-CURR-KEY
           ELSE
               MOVE WS-TESTO-KEY TO WS-CURR-KEY
           END-IF
           PERFORM 0300-RESET-BASELINE
           PERFORM 0310-ADD-BASELINE-ROW
               UNTIL WS-HIST-KEY NOT = WS-CURR-KEY
           PERFORM 0330-FINISH-BASELINE
           MOVE ZERO TO WS-TN-CNT
           MOVE ZERO TO WS-TN-REV-CNT
           PERFORM 0400-SCREEN-POSTING
               UNTIL WS-TESTO-KEY NOT = WS-CURR-KEY
           IF WS-TN-CNT > ZERO
               ADD 1 TO WS-KEYS-SCREENED-CNT
               PERFORM 0450-SCREEN-KEY-TOTALS
           END-IF.

       0200-EXIT.
           EXIT.

       0210-READ-TESTHIST.
           READ TESTHIST-FILE
               AT END
                   SET TESTHIST-EOF TO TRUE
                   MOVE HIGH-VALUES TO WS-HIST-KEY
               NOT AT END
                   ADD 1 TO WS-HIST-READ-CNT
                   MOVE TESTHIST-TESTO-KEY TO WS-HIST-KEY
           END-READ.

       0210-EXIT.
           EXIT.

       0220-READ-TESTO.
           READ TESTO-FILE
               AT END
                   SET TESTO-EOF TO TRUE
                   MOVE HIGH-VALUES TO WS-TESTO-KEY
               NOT AT END
                   ADD 1 TO WS-TESTO-READ-CNT
                   MOVE TESTO-KEY-ID TO WS-TESTO-KEY
           END-READ.

       0220-EXIT.
           EXIT.

       0300-RESET-BASELINE.
           MOVE ZERO TO WS-BL-ROWS
           MOVE ZERO TO WS-BL-CYCLES
           MOVE ZERO TO WS-BL-REV-ROWS
           MOVE ZERO TO WS-BL-ABS-SUM
           MOVE ZERO TO WS-BL-LAST-DATE
           MOVE ZERO TO WS-BL-LAST-CYCLE
           MOVE ZERO TO WS-BL-ACTIVE-DATE
           MOVE ZERO TO WS-BL-MEAN-AMT
           MOVE ZERO TO WS-BL-MEAN-CNT
           MOVE ZERO TO WS-BL-MEAN-REV
           MOVE ZERO TO WS-BL-CATG-CNT
           MOVE 'N'  TO WS-BL-CATG-SW.

       0300-EXIT.
           EXIT.

      ******************************************************************
      * FOLD ONE TESTHIST ROW INTO THE KEY'S BASELINE WHEN IT IS
      * HISTORY - BEFORE THE RUN DATE AND CYCLE. ROWS COME IN
      * RUN-DATE/CYCLE ORDER WITHIN THE KEY, SO THE LAST ONE SEEN IS
      * THE LAST ACTIVE DATE. THE LAST ACTIVE DATE AND THE CATEGORIES
      * USED COME FROM ALL THE KEY'S HISTORY - A LOOKBACK SHORTER
      * THAN THE DORMANT THRESHOLD WOULD OTHERWISE HIDE EVERY DORMANT
      * KEY. ONLY THE AVERAGES ARE LIMITED TO THE LOOKBACK, WHERE A
      * NEW RUN DATE OR CYCLE IS A NEW CYCLE.
      ******************************************************************
       0310-ADD-BASELINE-ROW.
           IF TESTHIST-RUN-DATE < WS-RUN-DATE OR
              (TESTHIST-RUN-DATE = WS-RUN-DATE AND
               TESTHIST-RUN-CYCLE < WS-RUN-CYCLE)
               MOVE TESTHIST-RUN-DATE TO WS-BL-ACTIVE-DATE
               PERFORM 0320-ADD-BASELINE-CATEGORY
               IF TESTHIST-RUN-DATE NOT < WS-LOOKBACK-DATE
                   PERFORM 0315-ADD-BASELINE-AVERAGES
               END-IF
           END-IF
           PERFORM 0210-READ-TESTHIST.

       0310-EXIT.
           EXIT.

       0315-ADD-BASELINE-AVERAGES.
           ADD 1 TO WS-BASELINE-ROW-CNT
           ADD 1 TO WS-BL-ROWS
           IF TESTHIST-RUN-DATE NOT = WS-BL-LAST-DATE OR
              TESTHIST-RUN-CYCLE NOT = WS-BL-LAST-CYCLE
               ADD 1 TO WS-BL-CYCLES
               MOVE TESTHIST-RUN-DATE  TO WS-BL-LAST-DATE
               MOVE TESTHIST-RUN-CYCLE TO WS-BL-LAST-CYCLE
           END-IF
           IF TESTHIST-AMT < ZERO
               ADD 1 TO WS-BL-REV-ROWS
               SUBTRACT TESTHIST-AMT FROM WS-BL-ABS-SUM
           ELSE
               ADD TESTHIST-AMT TO WS-BL-ABS-SUM
           END-IF.

       0315-EXIT.
           EXIT.

       0310-EXIT.
           EXIT.

       0320-ADD-BASELINE-CATEGORY.
           MOVE TESTHIST-CATEGORY TO WS-SEARCH-CATG
           PERFORM 0420-FIND-BASELINE-CATEGORY
           IF WS-CATG-NOT-FOUND AND NOT WS-BL-CATG-FULL
               IF WS-BL-CATG-CNT < 20
                   ADD 1 TO WS-BL-CATG-CNT
                   MOVE TESTHIST-CATEGORY
                     TO WS-BL-CATG-CODE(WS-BL-CATG-CNT)
               ELSE
                   SET WS-BL-CATG-FULL TO TRUE
               END-IF
           END-IF.

       0320-EXIT.
           EXIT.

       0330-FINISH-BASELINE.
           IF WS-BL-ROWS > ZERO
               COMPUTE WS-BL-MEAN-AMT ROUNDED =
                   WS-BL-ABS-SUM / WS-BL-ROWS
               COMPUTE WS-BL-MEAN-CNT ROUNDED =
                   WS-BL-ROWS / WS-BL-CYCLES
               COMPUTE WS-BL-MEAN-REV ROUNDED =
                   WS-BL-REV-ROWS / WS-BL-CYCLES
           END-IF.

       0330-EXIT.
           EXIT.

      ******************************************************************
      * SCREEN ONE OF TONIGHT'S POSTINGS FOR THE CURRENT KEY: AMOUNT
      * OUTLIER AND NEW CATEGORY, BOTH AGAINST A BASELINE OF AT LEAST
      * WS-MIN-ROWS ROWS. COUNTS FEED THE KEY-LEVEL CHECKS IN 0450.
      ******************************************************************
       0400-SCREEN-POSTING.
           ADD 1 TO WS-TN-CNT
           IF TESTO-AMT < ZERO
               ADD 1 TO WS-TN-REV-CNT
               COMPUTE WS-TN-ABS-AMT = 0 - TESTO-AMT
           ELSE
               MOVE TESTO-AMT TO WS-TN-ABS-AMT
           END-IF
           IF WS-BL-ROWS NOT < WS-MIN-ROWS
               IF WS-TN-ABS-AMT > WS-BL-MEAN-AMT * WS-AMT-FACTOR
                   PERFORM 0410-FLAG-AMOUNT-OUTLIER
               END-IF
               IF NOT WS-BL-CATG-FULL
                   MOVE TESTO-CATEGORY TO WS-SEARCH-CATG
                   PERFORM 0420-FIND-BASELINE-CATEGORY
                   IF WS-CATG-NOT-FOUND
                       PERFORM 0430-FLAG-NEW-CATEGORY
                   END-IF
               END-IF
           END-IF
           PERFORM 0220-READ-TESTO.

       0400-EXIT.
           EXIT.

      ******************************************************************
      * SCORE = 50 PLUS THE MULTIPLE OF THE KEY'S MEAN, CAPPED AT 999.
      * A KEY WHOSE HISTORY IS ALL ZERO AMOUNTS SCORES THE CAP.
      ******************************************************************
       0410-FLAG-AMOUNT-OUTLIER.
           IF WS-BL-MEAN-AMT > ZERO
               COMPUTE WS-RATIO = WS-TN-ABS-AMT / WS-BL-MEAN-AMT
                   ON SIZE ERROR
                       MOVE 9999999 TO WS-RATIO
               END-COMPUTE
           ELSE
               MOVE 9999999 TO WS-RATIO
           END-IF
           COMPUTE WS-SCORE-WORK = 50 + WS-RATIO
               ON SIZE ERROR
                   MOVE 999 TO WS-SCORE-WORK
           END-COMPUTE
           PERFORM 0500-CLEAR-ANOMALY
           SET ANOM-AMOUNT-OUTLIER TO TRUE
           MOVE TESTO-KEY-SEQ  TO ANOM-SEQ
           MOVE TESTO-CATEGORY TO ANOM-CATEGORY
           MOVE TESTO-AMT      TO ANOM-AMT
           MOVE WS-TN-ABS-AMT  TO ANOM-OBSERVED
           MOVE WS-BL-MEAN-AMT TO ANOM-BASELINE
           MOVE 'AMOUNT OUTLIER      ' TO ANOM-REASON
           ADD 1 TO WS-AMT-CNT
           PERFORM 0510-RECORD-ANOMALY.

       0410-EXIT.
           EXIT.

      ******************************************************************
      * LOOK WS-SEARCH-CATG UP IN THE KEY'S BASELINE CATEGORIES.
      ******************************************************************
       0420-FIND-BASELINE-CATEGORY.
           SET WS-CATG-NOT-FOUND TO TRUE
           IF WS-BL-CATG-CNT > 0
               SET WS-BL-CATG-NDX TO 1
               SEARCH WS-BL-CATG-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-BL-CATG-NDX <= WS-BL-CATG-CNT AND
                        WS-BL-CATG-CODE(WS-BL-CATG-NDX)
                            = WS-SEARCH-CATG
                       SET WS-CATG-FOUND TO TRUE
               END-SEARCH
           END-IF.

       0420-EXIT.
           EXIT.

      ******************************************************************
      * SCORE = 35 - A NEW CATEGORY IS WORTH A LOOK BUT NOT ON ITS OWN
      * AHEAD OF A LARGE OUTLIER.
      ******************************************************************
       0430-FLAG-NEW-CATEGORY.
           MOVE 35 TO WS-SCORE-WORK
           PERFORM 0500-CLEAR-ANOMALY
           SET ANOM-NEW-CATEGORY TO TRUE
           MOVE TESTO-KEY-SEQ  TO ANOM-SEQ
           MOVE TESTO-CATEGORY TO ANOM-CATEGORY
           MOVE TESTO-AMT      TO ANOM-AMT
           MOVE ZERO           TO ANOM-OBSERVED
           MOVE WS-BL-CATG-CNT TO ANOM-BASELINE
           MOVE 'NEW CATEGORY FOR KEY' TO ANOM-REASON
           ADD 1 TO WS-CAT-CNT
           PERFORM 0510-RECORD-ANOMALY.

       0430-EXIT.
           EXIT.

      ******************************************************************
      * KEY-LEVEL CHECKS ONCE ALL OF TONIGHT'S POSTINGS FOR THE KEY
      * ARE IN:
      *   VOL - SCORE 40 PLUS 5 PER MULTIPLE OF THE MEAN PER CYCLE
      *   DRM - SCORE 30 PLUS 1 PER 30 DAYS IDLE
      *   REV - SCORE 30 PLUS 5 PER REVERSAL
      ******************************************************************
       0450-SCREEN-KEY-TOTALS.
           IF WS-BL-ROWS NOT < WS-MIN-ROWS AND WS-TN-CNT > 1 AND
              WS-TN-CNT > WS-BL-MEAN-CNT * WS-VOL-FACTOR
               COMPUTE WS-RATIO = WS-TN-CNT / WS-BL-MEAN-CNT
                   ON SIZE ERROR
                       MOVE 9999999 TO WS-RATIO
               END-COMPUTE
               COMPUTE WS-SCORE-WORK = 40 + (WS-RATIO * 5)
                   ON SIZE ERROR
                       MOVE 999 TO WS-SCORE-WORK
               END-COMPUTE
               PERFORM 0500-CLEAR-ANOMALY
               SET ANOM-VOLUME-SPIKE TO TRUE
               MOVE WS-TN-CNT      TO ANOM-OBSERVED
               MOVE WS-BL-MEAN-CNT TO ANOM-BASELINE
               MOVE 'VOLUME SPIKE        ' TO ANOM-REASON
               ADD 1 TO WS-VOL-CNT
               PERFORM 0510-RECORD-ANOMALY
           END-IF
           IF WS-BL-ACTIVE-DATE > ZERO
               COMPUTE WS-IDLE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                 - FUNCTION INTEGER-OF-DATE(WS-BL-ACTIVE-DATE)
               IF WS-IDLE-DAYS > WS-DORMANT-DAYS
                   COMPUTE WS-SCORE-WORK = 30 + (WS-IDLE-DAYS / 30)
                   PERFORM 0500-CLEAR-ANOMALY
                   SET ANOM-DORMANT-WAKE TO TRUE
                   MOVE WS-IDLE-DAYS    TO ANOM-OBSERVED
                   MOVE WS-DORMANT-DAYS TO ANOM-BASELINE
                   MOVE 'DORMANT KEY WAKING  ' TO ANOM-REASON
                   ADD 1 TO WS-DRM-CNT
                   PERFORM 0510-RECORD-ANOMALY
               END-IF
           END-IF
           IF WS-TN-REV-CNT NOT < WS-MIN-REVERSALS
               COMPUTE WS-REV-PCT = (WS-TN-REV-CNT * 100) / WS-TN-CNT
               IF WS-REV-PCT NOT < WS-REVERSAL-PCT
                   COMPUTE WS-SCORE-WORK = 30 + (WS-TN-REV-CNT * 5)
                   PERFORM 0500-CLEAR-ANOMALY
                   SET ANOM-HEAVY-REVERSALS TO TRUE
                   MOVE WS-TN-REV-CNT  TO ANOM-OBSERVED
                   MOVE WS-BL-MEAN-REV TO ANOM-BASELINE
                   MOVE 'HEAVY REVERSALS     ' TO ANOM-REASON
                   ADD 1 TO WS-REV-CNT
                   PERFORM 0510-RECORD-ANOMALY
               END-IF
           END-IF.

       0450-EXIT.
           EXIT.

      ******************************************************************
      * START A REVIEW RECORD FOR THE CURRENT KEY WITH THE SCORE IN
      * WS-SCORE-WORK (CAPPED AT 999).
      ******************************************************************
       0500-CLEAR-ANOMALY.
           MOVE SPACES          TO ANOMALY-REVIEW-RECORD
           MOVE WS-RUN-DATE     TO ANOM-RUN-DATE
           MOVE WS-RUN-CYCLE    TO ANOM-RUN-CYCLE
           MOVE ZERO            TO ANOM-RANK
           IF WS-SCORE-WORK > 999
               MOVE 999 TO ANOM-SCORE
           ELSE
               MOVE WS-SCORE-WORK TO ANOM-SCORE
           END-IF
           MOVE WS-CURR-KEY     TO ANOM-KEY
           MOVE ZERO            TO ANOM-SEQ
           MOVE ZERO            TO ANOM-CATEGORY
           MOVE ZERO            TO ANOM-AMT
           MOVE WS-BL-ACTIVE-DATE TO ANOM-LAST-ACTIVE
           SET ANOM-REVIEW-OPEN TO TRUE.

       0500-EXIT.
           EXIT.

      ******************************************************************
      * INSERT THE REVIEW RECORD INTO THE TABLE BEHIND EVERY ENTRY
      * SCORING THE SAME OR HIGHER. A FULL TABLE SENDS IT STRAIGHT TO
      * THE REVIEW FILE UNRANKED.
      ******************************************************************
       0510-RECORD-ANOMALY.
           ADD 1 TO WS-ANOM-TOTAL-CNT
           IF WS-AN-CNT = ZERO
               OPEN OUTPUT ANOMREV-FILE
           END-IF
           IF WS-AN-CNT < 3000
               MOVE 1 TO WS-AN-POS
               PERFORM UNTIL WS-AN-POS > WS-AN-CNT
                       OR WS-AN-SCORE-VALUE(WS-AN-POS) < ANOM-SCORE
                   ADD 1 TO WS-AN-POS
               END-PERFORM
               PERFORM VARYING WS-AN-SUB FROM WS-AN-CNT BY -1
                       UNTIL WS-AN-SUB < WS-AN-POS
                   MOVE WS-AN-RECORD(WS-AN-SUB)
                     TO WS-AN-RECORD(WS-AN-SUB + 1)
               END-PERFORM
               MOVE ANOMALY-REVIEW-RECORD TO WS-AN-RECORD(WS-AN-POS)
               ADD 1 TO WS-AN-CNT
           ELSE
               ADD 1 TO WS-UNRANKED-CNT
               WRITE ANOMALY-REVIEW-RECORD
           END-IF.

       0510-EXIT.
           EXIT.

      ******************************************************************
      * WRITE THE RANKED REVIEW FILE AND REPORT, THEN THE TOTALS.
      ******************************************************************
       0900-TERMINATE.
           CLOSE TESTHIST-FILE
           CLOSE TESTO-FILE
           IF WS-AN-CNT = ZERO
               OPEN OUTPUT ANOMREV-FILE
           END-IF
           OPEN OUTPUT ANOMRPT-FILE
           MOVE WS-RUN-DATE TO AN-RUN-DATE
           MOVE WS-RUN-CYCLE TO AN-RUN-CYCLE
           WRITE ANOMRPT-LINE FROM AN-TITLE-LINE
           WRITE ANOMRPT-LINE FROM AN-BLANK-LINE
           WRITE ANOMRPT-LINE FROM AN-HEADING-LINE-1
           IF WS-AN-CNT = ZERO
               WRITE ANOMRPT-LINE FROM AN-NONE-LINE
           END-IF
           PERFORM VARYING WS-AN-SUB FROM 1 BY 1
                   UNTIL WS-AN-SUB > WS-AN-CNT
               PERFORM 0910-WRITE-RANKED-ANOMALY
           END-PERFORM
           WRITE ANOMRPT-LINE FROM AN-BLANK-LINE
           MOVE 'POSTINGS SCREENED.....................'
             TO AN-TOTAL-DESC
           MOVE WS-TESTO-READ-CNT TO AN-TOTAL-VALUE
           WRITE ANOMRPT-LINE FROM AN-TOTAL-LINE
           MOVE 'KEYS SCREENED.........................'
             TO AN-TOTAL-DESC
           MOVE WS-KEYS-SCREENED-CNT TO AN-TOTAL-VALUE
           WRITE ANOMRPT-LINE FROM AN-TOTAL-LINE
           MOVE 'BASELINE HISTORY ROWS.................'
             TO AN-TOTAL-DESC
           MOVE WS-BASELINE-ROW-CNT TO AN-TOTAL-VALUE
           WRITE ANOMRPT-LINE FROM AN-TOTAL-LINE
           MOVE 'AMOUNT OUTLIERS (AMT).................'
             TO AN-TOTAL-DESC
           MOVE WS-AMT-CNT TO AN-TOTAL-VALUE
           WRITE ANOMRPT-LINE FROM AN-TOTAL-LINE
           MOVE 'VOLUME SPIKES (VOL)...................'
             TO AN-TOTAL-DESC
           MOVE WS-VOL-CNT TO AN-TOTAL-VALUE
           WRITE ANOMRPT-LINE FROM AN-TOTAL-LINE
           MOVE 'DORMANT KEYS WAKING (DRM).............'
             TO AN-TOTAL-DESC
           MOVE WS-DRM-CNT TO AN-TOTAL-VALUE
           WRITE ANOMRPT-LINE FROM AN-TOTAL-LINE
           MOVE 'NEW CATEGORY FOR KEY (CAT)............'
             TO AN-TOTAL-DESC
           MOVE WS-CAT-CNT TO AN-TOTAL-VALUE
           WRITE ANOMRPT-LINE FROM AN-TOTAL-LINE
           MOVE 'HEAVY REVERSALS (REV).................'
             TO AN-TOTAL-DESC
           MOVE WS-REV-CNT TO AN-TOTAL-VALUE
           WRITE ANOMRPT-LINE FROM AN-TOTAL-LINE
           MOVE 'ANOMALIES FLAGGED.....................'
             TO AN-TOTAL-DESC
           MOVE WS-ANOM-TOTAL-CNT TO AN-TOTAL-VALUE
           WRITE ANOMRPT-LINE FROM AN-TOTAL-LINE
           IF WS-UNRANKED-CNT > ZERO
               MOVE '  OF WHICH UNRANKED (TABLE FULL)......'
                 TO AN-TOTAL-DESC
               MOVE WS-UNRANKED-CNT TO AN-TOTAL-VALUE
               WRITE ANOMRPT-LINE FROM AN-TOTAL-LINE
           END-IF
           CLOSE ANOMREV-FILE
           CLOSE ANOMRPT-FILE
           PERFORM 0890-REGISTER-RUN-END
           DISPLAY 'ANOMSCRN: POSTINGS SCREENED = ' WS-TESTO-READ-CNT
           DISPLAY 'ANOMSCRN: KEYS SCREENED     = '
                   WS-KEYS-SCREENED-CNT
           DISPLAY 'ANOMSCRN: ANOMALIES FLAGGED = ' WS-ANOM-TOTAL-CNT
           IF WS-UNRANKED-CNT > ZERO
               DISPLAY 'ANOMSCRN: WARNING - ' WS-UNRANKED-CNT
                       ' ANOMALIES WRITTEN UNRANKED, TABLE FULL'
           END-IF.

       0900-EXIT.
           EXIT.

       0910-WRITE-RANKED-ANOMALY.
           MOVE WS-AN-RECORD(WS-AN-SUB) TO ANOMALY-REVIEW-RECORD
           MOVE WS-AN-SUB TO ANOM-RANK
           WRITE ANOMALY-REVIEW-RECORD
           MOVE ANOM-RANK        TO AN-RANK
           MOVE ANOM-SCORE       TO AN-SCORE
           MOVE ANOM-TYPE        TO AN-TYPE
           MOVE ANOM-KEY         TO AN-KEY
           MOVE ANOM-SEQ         TO AN-SEQ
           MOVE ANOM-CATEGORY    TO AN-CATEGORY
           MOVE ANOM-AMT         TO AN-AMT
           MOVE ANOM-OBSERVED    TO AN-OBSERVED
           MOVE ANOM-BASELINE    TO AN-BASELINE
           WRITE ANOMRPT-LINE FROM AN-DETAIL-LINE
           MOVE ANOM-REASON      TO AN-REASON
           MOVE ANOM-LAST-ACTIVE TO AN-LAST-ACTIVE
           WRITE ANOMRPT-LINE FROM AN-REASON-LINE.

       0910-EXIT.
           EXIT.

      ******************************************************************
      * MARK THIS STEP'S RUNCTL ROW COMPLETED - POSTINGS SCREENED IN,
      * ANOMALIES FLAGGED OUT, RETURN CODE ZERO.
      ******************************************************************
       0890-REGISTER-RUN-END.
           MOVE WS-RUN-DATE TO RUNCTL-RUN-DATE
           MOVE WS-RUN-CYCLE TO RUNCTL-RUN-CYCLE
           MOVE 'ANOMSCRN'  TO RUNCTL-STEP
           READ RUNCTL-FILE
               INVALID KEY
                   DISPLAY 'ANOMSCRN: WARNING - RUNCTL ROW MISSING '
                           'AT END OF RUN'
               NOT INVALID KEY
                   SET RUNCTL-COMPLETED TO TRUE
                   MOVE FUNCTION CURRENT-DATE TO RUNCTL-END-TS
                   MOVE WS-TESTO-READ-CNT TO RUNCTL-IN-CNT
                   MOVE WS-ANOM-TOTAL-CNT TO RUNCTL-OUT-CNT
                   MOVE ZERO              TO RUNCTL-REJ-CNT
                   MOVE ZERO              TO RUNCTL-RETURN-CODE
                   REWRITE RUNCTL-RECORD
           END-READ
           CLOSE RUNCTL-FILE.

       0890-EXIT.
           EXIT.

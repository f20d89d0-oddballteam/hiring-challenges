       ID DIVISION.
       PROGRAM-ID.    PERCLOSE.
      *AUTHOR.        MAINTENANCE
      *DATE-WRITTEN.  10/15/2026.
      *****************************************************************
      *
      * MONTH-END ACCOUNTING PERIOD CLOSE. TAKES THE CATEGORY/AMOUNT
      * SNAPSHOT OF TESTHIST FOR THE CLOSING PERIOD AND LOCKS IT ON
      * THE PERCTL PERIOD-CONTROL MASTER:
      *
      *   - EVERY TESTHIST ROW WHOSE TESTHIST-PERIOD IS THE CLOSING
      *     PERIOD IS TOTALLED BY CATEGORY (ROW COUNT AND NET
      *     AMOUNT) AND WRITTEN TO THE PERSNAP SNAPSHOT KSDS,
      *   - THE PERIOD'S PERCTL ROW IS MARKED LOCKED WITH THE
      *     SNAPSHOT TOTALS AND THE CLOSE TIMESTAMP, AND
      *   - THE FOLLOWING PERIOD'S ROW IS ADDED AS OPEN IF IT IS NOT
      *     ALREADY THERE.
      *
      * FROM THEN ON CODECHAL, RECATG, AND SUSPREC TREAT ANYTHING
      * DATED IN THE LOCKED PERIOD AS A PRIOR-PERIOD ADJUSTMENT TO
      * THE OPEN PERIOD, SO THE SNAPSHOT NEVER CHANGES.
      *
      * THE PERIOD TO CLOSE COMES FROM THE PERCPARM CARD (COLS 1-6,
      * YYYYMM); NO CARD OR A ZERO PERIOD CLOSES THE MONTH BEFORE THE
      * RUN DATE. THE RUN DATE ROLLS TO A BUSINESS DAY (BUSCAL) AND
      * FOLLOWS THE SAME PARM-RUN-DATE OVERRIDE AS THE REST OF THE
      * STREAM. THE CLOSE IS REFUSED RC=16, BEFORE ANYTHING IS
      * WRITTEN, WHEN THE PERIOD IS NOT A VALID MONTH, IS NOT BEFORE
      * THE RUN DATE'S MONTH, IS ALREADY LOCKED, OR HAS AN EARLIER
      * PERIOD STILL OPEN, AND RC=8 WHEN IT IS NOT THE MONTH AFTER THE
      * HIGHEST LOCKED PERIOD - PERIODS CLOSE STRICTLY IN ORDER,
      * WHICH IS WHAT LETS THE POSTING PROGRAMS GUARD ON THE SINGLE
      * HIGHEST LOCKED PERIOD.
      *
      * RUN AFTER THE LAST CODECHAL CYCLE OF THE MONTH HAS BEEN
      * MERGED INTO TESTHIST (HISTMRG) AND BEFORE THE FIRST CYCLE OF
      * THE NEXT MONTH'S REPORTING IS SIGNED OFF.
      *
      *****************************************************************
      *************** M A I N T E N A N C E   N O T E S ***************
      ***%************************************************************:
      ***%CCR#      :                      PROGRAMMER: MAINTENANCE
      ***%MODLOG TAG:                      COMPANY   : ODDBALL
      ***%RELEASE NO:                      DATE      : 10/15/2026
      ***%
      ***%PROBLEM   : THERE WAS NO MONTH-END CLOSE - A LATE POSTING
      ***%            OR A BACKDATED RECATEGORIZATION QUIETLY CHANGED
      ***%            MONTHS THE BUSINESS HAD ALREADY REPORTED ON.
      ***%
      ***%SOLUTION  : INITIAL CREATION. SNAPSHOTS THE CLOSING
      ***%            PERIOD'S TESTHIST CATEGORY TOTALS TO PERSNAP AND
      ***%            LOCKS THE PERIOD ON PERCTL.
      ***%************************************************************:
      ***%CCR#      :                      PROGRAMMER: MAINTENANCE
      ***%MODLOG TAG:                      COMPANY   : ODDBALL
      ***%RELEASE NO:                      DATE      : 10/15/2026
      ***%
      ***%PROBLEM   : RUNCTL IS NOW KEYED BY RUN DATE AND PROCESSING
      ***%            CYCLE, SO A CLOSE RUN ON THE DAY OF A CATCH-UP
      ***%            CYCLE NEEDS TO SAY WHICH CYCLE IT BELONGS TO.
      ***%
      ***%SOLUTION  : TAKES THE CYCLE FROM PARM-RUN-CYCLE (DEFAULT 1)
      ***%            FOR ITS RUNCTL ROW. THE CLOSE ITSELF IS BY PERIOD
      ***%            AND IS UNCHANGED.
      ***%************************************************************:
      ***%CCR#      :                      PROGRAMMER: MAINTENANCE
      ***%MODLOG TAG:                      COMPANY   : ODDBALL
      ***%RELEASE NO:                      DATE      : 10/15/2026
      ***%
      ***%PROBLEM   : THE RUN DATE WAS NEVER ROLLED TO A BUSINESS DAY,
      ***%            SO A WEEKEND OR HOLIDAY RUN COULD DEFAULT A
      ***%            DIFFERENT CLOSING PERIOD FROM THE REST OF THE
      ***%            STREAM, AND A CLOSE COULD SKIP A MONTH PAST THE
      ***%            HIGHEST LOCKED PERIOD.
      ***%
      ***%SOLUTION  : 0102-ROLL-RUN-DATE ROLLS THE DEFAULT RUN DATE ON
      ***%            THE BUSCAL CALENDAR BEFORE THE PARMIN OVERRIDE.
      ***%            ONCE A PERIOD IS LOCKED, 0110 ACCEPTS ONLY THE
      ***%            MONTH AFTER THE HIGHEST LOCKED PERIOD AND REFUSES
      ***%            ANY OTHER RC=8.
      ***%************************************************************:
      *********** E N D   M A I N T E N A N C E   N O T E S ***********
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  PERCTL-FILE     ASSIGN  PERCTL
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY PERCTL-KEY
                                   STATUS  PERCTL-STATUS.
           SELECT  PERSNAP-FILE    ASSIGN  PERSNAP
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY PERSNAP-KEY
                                   STATUS  PERSNAP-STATUS.
           SELECT  TESTHIST-FILE   ASSIGN  TESTHIST
                                   ORGANIZATION INDEXED
                                   ACCESS MODE SEQUENTIAL
                                   RECORD KEY TESTHIST-KEY
                                   STATUS  TESTHIST-STATUS.
           SELECT  OPTIONAL
                   PERCPARM-FILE   ASSIGN  PERCPARM
                                   STATUS  PERCPARM-STATUS.
           SELECT  OPTIONAL
                   PARMIN-FILE     ASSIGN  PARMIN
                                   STATUS  PARMIN-STATUS.
           SELECT  RUNCTL-FILE     ASSIGN  RUNCTL
                                   ORGANIZATION INDEXED
                                   ACCESS MODE RANDOM
                                   RECORD KEY RUNCTL-KEY
                                   STATUS  RUNCTL-STATUS.
           SELECT  PERCRPT-FILE    ASSIGN  PERCRPT
                                   STATUS  PERCRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  PERCTL-FILE.
           COPY PERCTL.

       FD  PERSNAP-FILE.
           COPY PERSNAP.

       FD  TESTHIST-FILE.
           COPY TESTHIST.

       FD  PERCPARM-FILE
           RECORDING F
           BLOCK 0 RECORDS.

       01  PERCPARM-RECORD.
           05  PERC-CLOSE-PERIOD           PIC  9(06).
           05  PERC-FILLER                 PIC  X(74).

       FD  PARMIN-FILE
           RECORDING F
           BLOCK 0 RECORDS.
           COPY PARMIN.

       FD  RUNCTL-FILE.
           COPY RUNCTL.

       FD  PERCRPT-FILE
           RECORDING F
           BLOCK 0 RECORDS.

       01  PERCRPT-LINE                    PIC  X(80).

       WORKING-STORAGE SECTION.

       01 WORK-FIELDS.
           05  PERCTL-STATUS               PIC  X(02).
               88  PERCTL-SUCCESS                VALUE ZERO.
               88  PERCTL-EOF                    VALUE '10'.
           05  PERSNAP-STATUS              PIC  X(02).
               88  PERSNAP-SUCCESS               VALUE ZERO.
               88  PERSNAP-EOF                   VALUE '10'.
           05  TESTHIST-STATUS             PIC  X(02).
               88  TESTHIST-SUCCESS              VALUE ZERO.
               88  TESTHIST-EOF                  VALUE '10'.
           05  PERCPARM-STATUS             PIC  X(02).
               88  PERCPARM-SUCCESS              VALUE ZERO.
               88  PERCPARM-EOF                  VALUE '10'.
           05  PARMIN-STATUS               PIC  X(02).
               88  PARMIN-SUCCESS                VALUE ZERO.
               88  PARMIN-EOF                    VALUE '10'.
           05  RUNCTL-STATUS               PIC  X(02).
               88  RUNCTL-SUCCESS                VALUE ZERO.
           05  PERCRPT-STATUS              PIC  X(02).
               88  PERCRPT-SUCCESS               VALUE ZERO.
           05  WS-SCAN-SW                  PIC  X(01).
               88  WS-SCAN-DONE                  VALUE 'Y'.
               88  WS-SCAN-MORE                  VALUE 'N'.
           05  WS-SNP-SW                   PIC  X(01).
               88  WS-SNP-FOUND                  VALUE 'Y'.
               88  WS-SNP-NOT-FOUND              VALUE 'N'.
           05  WS-REFUSE-SW                PIC  X(01)      VALUE 'N'.
               88  WS-CLOSE-REFUSED              VALUE 'Y'.
           05  WS-SEQUENCE-SW              PIC  X(01)      VALUE 'N'.
               88  WS-CLOSE-OUT-OF-SEQ           VALUE 'Y'.
           05  WS-RUN-DATE                 PIC  9(08)      VALUE ZERO.
           05  WS-RUN-CYCLE                PIC  9(01)      VALUE 1.
           05  WS-CLOSE-TS                 PIC  X(21)      VALUE SPACES.

      *** THE CLOSING PERIOD, THE RUN DATE'S PERIOD, THE PERIOD
      *** THAT OPENS BEHIND THE CLOSE, AND THE ONLY PERIOD THAT MAY
      *** CLOSE NEXT (THE MONTH AFTER THE HIGHEST LOCKED ONE) - EACH
      *** WITH A YEAR/MONTH VIEW FOR THE MONTH ARITHMETIC.
       01 WORK-PERIOD-FIELDS.
           05  WS-CLOSE-PERIOD             PIC  9(06)      VALUE ZERO.
           05  WS-CLOSE-PERIOD-R REDEFINES WS-CLOSE-PERIOD.
               10  WS-CLOSE-YYYY           PIC  9(04).
               10  WS-CLOSE-MM             PIC  9(02).
           05  WS-RUN-PERIOD               PIC  9(06)      VALUE ZERO.
           05  WS-RUN-PERIOD-R REDEFINES WS-RUN-PERIOD.
               10  WS-RUN-YYYY             PIC  9(04).
               10  WS-RUN-MM               PIC  9(02).
           05  WS-NEXT-PERIOD              PIC  9(06)      VALUE ZERO.
           05  WS-NEXT-PERIOD-R REDEFINES WS-NEXT-PERIOD.
               10  WS-NEXT-YYYY            PIC  9(04).
               10  WS-NEXT-MM              PIC  9(02).
           05  WS-LOCKED-THRU              PIC  9(06)      VALUE ZERO.
           05  WS-EXPECT-PERIOD            PIC  9(06)      VALUE ZERO.
           05  WS-EXPECT-PERIOD-R REDEFINES WS-EXPECT-PERIOD.
               10  WS-EXPECT-YYYY          PIC  9(04).
               10  WS-EXPECT-MM            PIC  9(02).
           05  WS-FIRST-OPEN               PIC  9(06)      VALUE ZERO.

       01 WORK-COUNTERS.
           05  WS-HIST-READ-CNT            PIC 9(09)       VALUE ZERO.
           05  WS-SNAP-ROW-CNT             PIC 9(09)       VALUE ZERO.
           05  WS-SNAP-PPA-CNT             PIC 9(09)       VALUE ZERO.
           05  WS-SNAP-AMT                 PIC S9(13)V99   VALUE ZERO.
           05  WS-SNAP-CLEARED-CNT         PIC 9(05)       VALUE ZERO.

      *** PER-CATEGORY SNAPSHOT TOTALS - SIZED LIKE RECATG'S DELTA
      *** TABLE (500 CATGTBL CODES PLUS BOTH DEFAULT-RULE CODES,
      *** DOUBLED SINCE A MONTH CAN SPAN A RULES CHANGE).
       01 WORK-SNAPSHOT-TOTALS.
           05  WS-SNP-CNT                  PIC  9(04)      VALUE ZERO.
           05  WS-SNP-TABLE.
               10  WS-SNP-ENTRY OCCURS 1004 TIMES
                                INDEXED BY WS-SNP-NDX.
                   15  WS-SNP-CATEGORY     PIC  9(04).
                   15  WS-SNP-ROWS         PIC  9(09).
                   15  WS-SNP-AMT          PIC S9(13)V99.

       01 CLOSE-REPORT-LINES.
           05  PC-TITLE-LINE.
               10  FILLER                  PIC  X(42) VALUE
                   'PERCLOSE ACCOUNTING PERIOD CLOSE REPORT   '.
               10  FILLER                  PIC  X(09) VALUE
                   'RUN DATE '.
               10  PC-RUN-DATE             PIC  9(08).
               10  FILLER                  PIC  X(21) VALUE SPACES.
           05  PC-PERIOD-LINE.
               10  FILLER                  PIC  X(20) VALUE
                   'PERIOD CLOSED......'.
               10  PC-CLOSE-PERIOD         PIC  9(06).
               10  FILLER                  PIC  X(04) VALUE SPACES.
               10  FILLER                  PIC  X(15) VALUE
                   'NEXT OPEN..... '.
               10  PC-NEXT-PERIOD          PIC  9(06).
               10  FILLER                  PIC  X(29) VALUE SPACES.
           05  PC-HEADING-LINE.
               10  FILLER                  PIC  X(80) VALUE
                   'CATEGORY         ROWS                 AMOUNT'.
           05  PC-DETAIL-LINE.
               10  PC-CATEGORY             PIC  9(04).
               10  FILLER                  PIC  X(04) VALUE SPACES.
               10  PC-ROWS                 PIC  ZZZ,ZZZ,ZZ9.
               10  FILLER                  PIC  X(02) VALUE SPACES.
               10  PC-AMT                  PIC  Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER                  PIC  X(38) VALUE SPACES.
           05  PC-BLANK-LINE               PIC  X(80) VALUE SPACES.
           05  PC-TOTAL-LINE.
               10  PC-TOTAL-DESC           PIC  X(38).
               10  PC-TOTAL-VALUE          PIC  ZZZ,ZZZ,ZZ9.
               10  FILLER                  PIC  X(31) VALUE SPACES.
           05  PC-AMOUNT-LINE.
               10  FILLER                  PIC  X(38) VALUE
                   'SNAPSHOT NET AMOUNT...................'.
               10  PC-TOTAL-AMT            PIC  Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER                  PIC  X(21) VALUE SPACES.

           COPY BUSDPARM.

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN OPERATIONS PARAGRAPH FOR PROGRAM.
      ******************************************************************
       0000-MAINLINE.
           PERFORM 0100-INITIALIZE
           PERFORM 0200-SNAPSHOT-TESTHIST UNTIL TESTHIST-EOF
           PERFORM 0900-TERMINATE
           GOBACK.

       0000-EXIT.
           EXIT.

      ******************************************************************
      * WORK OUT THE PERIOD TO CLOSE, PROVE IT MAY BE CLOSED, REGISTER
      * THE RUN, CLEAR ANY SNAPSHOT ROWS A PRIOR ABENDED CLOSE OF THE
      * SAME PERIOD LEFT BEHIND, AND OPEN TESTHIST FOR THE SNAPSHOT
      * PASS.
      ******************************************************************
       0100-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM 0102-ROLL-RUN-DATE
           PERFORM 0105-READ-PARAMETERS
           OPEN I-O PERCTL-FILE
           IF NOT PERCTL-SUCCESS
               DISPLAY 'PERCLOSE: PERCTL OPEN FAILED, STATUS '
                       PERCTL-STATUS
               PERFORM 0130-ABORT-RUN
           END-IF
           PERFORM 0110-VALIDATE-CLOSE-PERIOD
           PERFORM 0140-REGISTER-RUN-START
           OPEN I-O PERSNAP-FILE
           IF NOT PERSNAP-SUCCESS
               DISPLAY 'PERCLOSE: PERSNAP OPEN FAILED, STATUS '
                       PERSNAP-STATUS
               PERFORM 0130-ABORT-RUN
           END-IF
           PERFORM 0120-CLEAR-PRIOR-SNAPSHOT
           OPEN INPUT TESTHIST-FILE
           IF NOT TESTHIST-SUCCESS
               DISPLAY 'PERCLOSE: TESTHIST OPEN FAILED, STATUS '
                       TESTHIST-STATUS
               PERFORM 0130-ABORT-RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CLOSE-TS.

       0100-EXIT.
           EXIT.

      ******************************************************************
      * A DEFAULTED RUN DATE ROLLS FORWARD TO THE NEXT BUSINESS DAY
      * ON THE BUSCAL CALENDAR - THE SAME DAY EVERY STEP OF THE STREAM
      * ROLLS TO, SO THE DEFAULT CLOSING PERIOD AND THE RUNCTL ROW
      * LINE UP WITH THE CODECHAL CYCLE. A PARMIN RUN DATE STILL
      * OVERRIDES IT.
      ******************************************************************
       0102-ROLL-RUN-DATE.
           MOVE 'R' TO BUSD-FUNCTION
           MOVE WS-RUN-DATE TO BUSD-FROM-DATE
           CALL 'BUSDAYS' USING BUSD-PARMS
           IF BUSD-OK
               MOVE BUSD-TO-DATE TO WS-RUN-DATE
           ELSE
               DISPLAY 'PERCLOSE: BUSDAYS ROLL FAILED, RC '
                       BUSD-RC
               PERFORM 0130-ABORT-RUN
           END-IF.

       0102-EXIT.
           EXIT.

      ******************************************************************
      * RUN DATE FROM PARMIN (DEFAULT TODAY); CLOSING PERIOD FROM THE
      * PERCPARM CARD, DEFAULTING TO THE MONTH BEFORE THE RUN DATE.
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
           MOVE WS-RUN-DATE(1:6) TO WS-RUN-PERIOD
           OPEN INPUT PERCPARM-FILE
           READ PERCPARM-FILE
               AT END
                   SET PERCPARM-EOF TO TRUE
               NOT AT END
                   IF PERC-CLOSE-PERIOD NUMERIC
                       MOVE PERC-CLOSE-PERIOD TO WS-CLOSE-PERIOD
                   END-IF
           END-READ
           CLOSE PERCPARM-FILE
           IF WS-CLOSE-PERIOD = ZERO
               MOVE WS-RUN-PERIOD TO WS-CLOSE-PERIOD
               IF WS-CLOSE-MM = 1
                   SUBTRACT 1 FROM WS-CLOSE-YYYY
                   MOVE 12 TO WS-CLOSE-MM
               ELSE
                   SUBTRACT 1 FROM WS-CLOSE-MM
               END-IF
           END-IF
           MOVE WS-CLOSE-PERIOD TO WS-NEXT-PERIOD
           IF WS-NEXT-MM = 12
               ADD 1 TO WS-NEXT-YYYY
               MOVE 1 TO WS-NEXT-MM
           ELSE
               ADD 1 TO WS-NEXT-MM
           END-IF.

       0105-EXIT.
           EXIT.

      ******************************************************************
      * REFUSE A CLOSE THAT WOULD BREAK THE PERIOD RULES: A MONTH
      * OUTSIDE 01-12, A PERIOD NOT BEFORE THE RUN DATE'S (THE MONTH
      * IS STILL TAKING POSTINGS), A PERIOD ALREADY LOCKED, OR AN
      * EARLIER PERIOD STILL OPEN. THE PERCTL SCAN FINDS THE HIGHEST
      * LOCKED PERIOD AND THE LOWEST OPEN ONE. ONCE ANY PERIOD IS
      * LOCKED, ONLY THE MONTH AFTER THE HIGHEST LOCKED ONE MAY CLOSE
      * - SKIPPING A MONTH WOULD LEAVE IT OPEN BEHIND A LOCKED PERIOD,
      * WHERE THE POSTING PROGRAMS' SINGLE LOCKED-THRU GUARD WOULD
      * TREAT IT AS CLOSED WITHOUT A SNAPSHOT. THAT CLOSE IS REFUSED
      * RC=8, ALSO BEFORE ANYTHING IS WRITTEN.
      ******************************************************************
       0110-VALIDATE-CLOSE-PERIOD.
           SET WS-SCAN-MORE TO TRUE
           MOVE ZERO TO PERCTL-PERIOD
           START PERCTL-FILE KEY >= PERCTL-KEY
               INVALID KEY
                   SET WS-SCAN-DONE TO TRUE
           END-START
           PERFORM 0115-SCAN-PERCTL-ROWS UNTIL WS-SCAN-DONE
           IF WS-CLOSE-MM < 1 OR WS-CLOSE-MM > 12
               DISPLAY 'PERCLOSE: ' WS-CLOSE-PERIOD
                       ' IS NOT A VALID PERIOD (YYYYMM)'
               SET WS-CLOSE-REFUSED TO TRUE
           END-IF
           IF WS-CLOSE-PERIOD NOT < WS-RUN-PERIOD
               DISPLAY 'PERCLOSE: PERIOD ' WS-CLOSE-PERIOD
                       ' IS NOT BEFORE THE RUN DATE PERIOD '
                       WS-RUN-PERIOD ' - IT IS STILL POSTING'
               SET WS-CLOSE-REFUSED TO TRUE
           END-IF
           IF WS-CLOSE-PERIOD NOT > WS-LOCKED-THRU
               DISPLAY 'PERCLOSE: PERIOD ' WS-CLOSE-PERIOD
                       ' IS ALREADY CLOSED - PERIODS ARE LOCKED '
                       'THROUGH ' WS-LOCKED-THRU
               SET WS-CLOSE-REFUSED TO TRUE
           END-IF
           IF WS-FIRST-OPEN > ZERO AND
              WS-FIRST-OPEN < WS-CLOSE-PERIOD
               DISPLAY 'PERCLOSE: EARLIER PERIOD ' WS-FIRST-OPEN
                       ' IS STILL OPEN - CLOSE IT FIRST'
               SET WS-CLOSE-REFUSED TO TRUE
           END-IF
           IF WS-CLOSE-REFUSED
               PERFORM 0130-ABORT-RUN
           END-IF
           IF WS-LOCKED-THRU > ZERO
               MOVE WS-LOCKED-THRU TO WS-EXPECT-PERIOD
               IF WS-EXPECT-MM = 12
                   ADD 1 TO WS-EXPECT-YYYY
                   MOVE 1 TO WS-EXPECT-MM
               ELSE
                   ADD 1 TO WS-EXPECT-MM
               END-IF
               IF WS-CLOSE-PERIOD NOT = WS-EXPECT-PERIOD
                   DISPLAY 'PERCLOSE: PERIOD ' WS-CLOSE-PERIOD
                           ' IS OUT OF SEQUENCE - PERIODS ARE LOCKED '
                           'THROUGH ' WS-LOCKED-THRU
                   DISPLAY 'PERCLOSE: THE NEXT PERIOD TO CLOSE IS '
                           WS-EXPECT-PERIOD
                   SET WS-CLOSE-OUT-OF-SEQ TO TRUE
               END-IF
           END-IF
           IF WS-CLOSE-OUT-OF-SEQ
               DISPLAY 'PERCLOSE: CLOSE REFUSED - NOTHING WRITTEN'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       0110-EXIT.
           EXIT.

       0115-SCAN-PERCTL-ROWS.
           READ PERCTL-FILE NEXT
               AT END
                   SET WS-SCAN-DONE TO TRUE
               NOT AT END
                   IF PERCTL-LOCKED AND
                      PERCTL-PERIOD > WS-LOCKED-THRU
                       MOVE PERCTL-PERIOD TO WS-LOCKED-THRU
                   END-IF
                   IF PERCTL-OPEN AND WS-FIRST-OPEN = ZERO
                       MOVE PERCTL-PERIOD TO WS-FIRST-OPEN
                   END-IF
           END-READ.

       0115-EXIT.
           EXIT.

      ******************************************************************
      * A CLOSE THAT ABENDED PART-WAY THROUGH WRITING THE SNAPSHOT
      * NEVER LOCKED THE PERIOD, SO ITS PERSNAP ROWS ARE NOT A
      * SNAPSHOT OF ANYTHING - DELETE THEM BEFORE WRITING THE REAL
      * ONE, SO A CATEGORY THAT HAS SINCE GONE TO ZERO ROWS DOES NOT
      * LINGER.
      ******************************************************************
       0120-CLEAR-PRIOR-SNAPSHOT.
           SET WS-SCAN-MORE TO TRUE
           MOVE WS-CLOSE-PERIOD TO PERSNAP-PERIOD
           MOVE ZERO            TO PERSNAP-CATEGORY
           START PERSNAP-FILE KEY >= PERSNAP-KEY
               INVALID KEY
                   SET WS-SCAN-DONE TO TRUE
           END-START
           PERFORM 0125-DELETE-SNAPSHOT-ROW UNTIL WS-SCAN-DONE
           IF WS-SNAP-CLEARED-CNT > ZERO
               DISPLAY 'PERCLOSE: ' WS-SNAP-CLEARED-CNT
                       ' SNAPSHOT ROWS FROM AN UNFINISHED CLOSE OF '
                       WS-CLOSE-PERIOD ' REMOVED'
           END-IF.

       0120-EXIT.
           EXIT.

       0125-DELETE-SNAPSHOT-ROW.
           READ PERSNAP-FILE NEXT
               AT END
                   SET WS-SCAN-DONE TO TRUE
               NOT AT END
                   IF PERSNAP-PERIOD NOT = WS-CLOSE-PERIOD
                       SET WS-SCAN-DONE TO TRUE
                   ELSE
                       DELETE PERSNAP-FILE
                           INVALID KEY
                               DISPLAY 'PERCLOSE: PERSNAP DELETE '
                                       'FAILED FOR CATEGORY '
                                       PERSNAP-CATEGORY
                               PERFORM 0130-ABORT-RUN
                           NOT INVALID KEY
                               ADD 1 TO WS-SNAP-CLEARED-CNT
                       END-DELETE
                   END-IF
           END-READ.

       0125-EXIT.
           EXIT.

      ******************************************************************
      * HARD STOP - SAME GUARD PATTERN AS CODECHAL'S 0130-ABORT-RUN.
      * NOTHING IS LOCKED UNTIL 0320, SO AN ABORTED CLOSE CAN SIMPLY
      * BE RERUN.
      ******************************************************************
       0130-ABORT-RUN.
           DISPLAY 'PERCLOSE: RUN ABORTED - SEE PRECEDING MESSAGES'
           MOVE 16 TO RETURN-CODE
           GOBACK.

       0130-EXIT.
           EXIT.

      ******************************************************************
      * REGISTER THIS STEP'S START IN THE RUNCTL RUN-CONTROL MASTER
      * (STEP 'PERCLOSE'). A RERUN JUST RE-REGISTERS.
      ******************************************************************
       0140-REGISTER-RUN-START.
           OPEN I-O RUNCTL-FILE
           IF NOT RUNCTL-SUCCESS
               DISPLAY 'PERCLOSE: RUNCTL OPEN FAILED, STATUS '
                       RUNCTL-STATUS
               PERFORM 0130-ABORT-RUN
           END-IF
           MOVE WS-RUN-DATE TO RUNCTL-RUN-DATE
           MOVE WS-RUN-CYCLE TO RUNCTL-RUN-CYCLE
           MOVE 'PERCLOSE'  TO RUNCTL-STEP
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
      * READ ONE TESTHIST ROW AND FOLD IT INTO THE SNAPSHOT WHEN IT
      * COUNTS IN THE CLOSING PERIOD. A PRIOR-PERIOD ADJUSTMENT
      * POSTED INTO THIS PERIOD COUNTS HERE LIKE ANY OTHER ROW - THAT
      * IS WHERE IT WAS POSTED.
      ******************************************************************
       0200-SNAPSHOT-TESTHIST.
           READ TESTHIST-FILE
               AT END
                   SET TESTHIST-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-HIST-READ-CNT
                   IF TESTHIST-PERIOD = WS-CLOSE-PERIOD
                       PERFORM 0210-ACCUMULATE-CATEGORY
                   END-IF
           END-READ.

       0200-EXIT.
           EXIT.

      ******************************************************************
      * FIND OR ADD THE ROW'S CATEGORY IN THE SNAPSHOT TABLE (SAME
      * FIND-OR-ADD SHAPE AS RECATG'S 0260). A FULL TABLE ABORTS THE
      * CLOSE - A SNAPSHOT MISSING A CATEGORY IS WORSE THAN NONE.
      ******************************************************************
       0210-ACCUMULATE-CATEGORY.
           SET WS-SNP-NOT-FOUND TO TRUE
           IF WS-SNP-CNT > 0
               SET WS-SNP-NDX TO 1
               SEARCH WS-SNP-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-SNP-NDX <= WS-SNP-CNT AND
                        WS-SNP-CATEGORY(WS-SNP-NDX) = TESTHIST-CATEGORY
                       SET WS-SNP-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF WS-SNP-NOT-FOUND
               IF WS-SNP-CNT < 1004
                   ADD 1 TO WS-SNP-CNT
                   SET WS-SNP-NDX TO WS-SNP-CNT
                   MOVE TESTHIST-CATEGORY
                     TO WS-SNP-CATEGORY(WS-SNP-NDX)
                   MOVE ZERO TO WS-SNP-ROWS(WS-SNP-NDX)
                   MOVE ZERO TO WS-SNP-AMT(WS-SNP-NDX)
               ELSE
                   DISPLAY 'PERCLOSE: MORE THAN 1004 CATEGORIES IN '
                           'PERIOD ' WS-CLOSE-PERIOD
                           ' - RESIZE WS-SNP-TABLE BEFORE CLOSING'
                   PERFORM 0130-ABORT-RUN
               END-IF
           END-IF
           ADD 1            TO WS-SNP-ROWS(WS-SNP-NDX)
           ADD TESTHIST-AMT TO WS-SNP-AMT(WS-SNP-NDX)
           ADD 1            TO WS-SNAP-ROW-CNT
           ADD TESTHIST-AMT TO WS-SNAP-AMT
           IF TESTHIST-PRIOR-PERIOD-ADJ
               ADD 1 TO WS-SNAP-PPA-CNT
           END-IF.

       0210-EXIT.
           EXIT.

      ******************************************************************
      * WRITE THE SNAPSHOT, LOCK THE PERIOD, OPEN THE NEXT ONE, PRINT
      * THE CLOSE REPORT, AND REGISTER THE RUN END. THE LOCK IS THE
      * LAST THING WRITTEN TO PERCTL AFTER THE SNAPSHOT IS COMPLETE.
      ******************************************************************
       0900-TERMINATE.
           CLOSE TESTHIST-FILE
           OPEN OUTPUT PERCRPT-FILE
           MOVE WS-RUN-DATE     TO PC-RUN-DATE
           WRITE PERCRPT-LINE FROM PC-TITLE-LINE
           MOVE WS-CLOSE-PERIOD TO PC-CLOSE-PERIOD
           MOVE WS-NEXT-PERIOD  TO PC-NEXT-PERIOD
           WRITE PERCRPT-LINE FROM PC-PERIOD-LINE
           WRITE PERCRPT-LINE FROM PC-BLANK-LINE
           WRITE PERCRPT-LINE FROM PC-HEADING-LINE
           PERFORM VARYING WS-SNP-NDX FROM 1 BY 1
                   UNTIL WS-SNP-NDX > WS-SNP-CNT
               PERFORM 0300-WRITE-SNAPSHOT-ROW
           END-PERFORM
           CLOSE PERSNAP-FILE
           PERFORM 0320-LOCK-PERIOD
           PERFORM 0330-OPEN-NEXT-PERIOD
           CLOSE PERCTL-FILE
           WRITE PERCRPT-LINE FROM PC-BLANK-LINE
           MOVE 'TESTHIST ROWS READ....................'
             TO PC-TOTAL-DESC
           MOVE WS-HIST-READ-CNT TO PC-TOTAL-VALUE
           WRITE PERCRPT-LINE FROM PC-TOTAL-LINE
           MOVE 'ROWS IN CLOSED PERIOD.................'
             TO PC-TOTAL-DESC
           MOVE WS-SNAP-ROW-CNT TO PC-TOTAL-VALUE
           WRITE PERCRPT-LINE FROM PC-TOTAL-LINE
           MOVE '  OF WHICH PRIOR-PERIOD ADJUSTMENTS...'
             TO PC-TOTAL-DESC
           MOVE WS-SNAP-PPA-CNT TO PC-TOTAL-VALUE
           WRITE PERCRPT-LINE FROM PC-TOTAL-LINE
           MOVE 'CATEGORIES SNAPPED....................'
             TO PC-TOTAL-DESC
           MOVE WS-SNP-CNT TO PC-TOTAL-VALUE
           WRITE PERCRPT-LINE FROM PC-TOTAL-LINE
           MOVE WS-SNAP-AMT TO PC-TOTAL-AMT
           WRITE PERCRPT-LINE FROM PC-AMOUNT-LINE
           CLOSE PERCRPT-FILE
           PERFORM 0890-REGISTER-RUN-END
           DISPLAY 'PERCLOSE: PERIOD CLOSED      = ' WS-CLOSE-PERIOD
           DISPLAY 'PERCLOSE: TESTHIST ROWS READ = ' WS-HIST-READ-CNT
           DISPLAY 'PERCLOSE: ROWS IN SNAPSHOT   = ' WS-SNAP-ROW-CNT
           DISPLAY 'PERCLOSE: CATEGORIES SNAPPED = ' WS-SNP-CNT.

       0900-EXIT.
           EXIT.

      ******************************************************************
      * WRITE ONE PERSNAP ROW FOR THE CATEGORY WS-SNP-NDX POINTS AT
      * AND PRINT IT. 0120 CLEARED THE PERIOD, SO A DUPLICATE HERE IS
      * A MASTER FAULT.
      ******************************************************************
       0300-WRITE-SNAPSHOT-ROW.
           MOVE WS-CLOSE-PERIOD              TO PERSNAP-PERIOD
           MOVE WS-SNP-CATEGORY(WS-SNP-NDX)  TO PERSNAP-CATEGORY
           MOVE WS-SNP-ROWS(WS-SNP-NDX)      TO PERSNAP-ROW-CNT
           MOVE WS-SNP-AMT(WS-SNP-NDX)       TO PERSNAP-AMT
           MOVE WS-CLOSE-TS                  TO PERSNAP-CLOSED-TS
           MOVE SPACES                       TO PERSNAP-FILLER
           WRITE PERSNAP-RECORD
               INVALID KEY
                   DISPLAY 'PERCLOSE: PERSNAP WRITE FAILED FOR '
                           'CATEGORY ' PERSNAP-CATEGORY
                   PERFORM 0130-ABORT-RUN
           END-WRITE
           MOVE WS-SNP-CATEGORY(WS-SNP-NDX)  TO PC-CATEGORY
           MOVE WS-SNP-ROWS(WS-SNP-NDX)      TO PC-ROWS
           MOVE WS-SNP-AMT(WS-SNP-NDX)       TO PC-AMT
           WRITE PERCRPT-LINE FROM PC-DETAIL-LINE.

       0300-EXIT.
           EXIT.

      ******************************************************************
      * MARK THE CLOSING PERIOD LOCKED WITH THE SNAPSHOT TOTALS. A
      * PERIOD WITH NO PERCTL ROW YET (THE FIRST CLOSE AFTER THE
      * MASTER WAS DEFINED) GETS ONE.
      ******************************************************************
       0320-LOCK-PERIOD.
           MOVE WS-CLOSE-PERIOD TO PERCTL-PERIOD
           READ PERCTL-FILE
               INVALID KEY
                   MOVE WS-CLOSE-PERIOD TO PERCTL-PERIOD
                   MOVE ZERO            TO PERCTL-OPENED-DATE
                   MOVE SPACES          TO PERCTL-FILLER
                   PERFORM 0325-SET-LOCKED-FIELDS
                   WRITE PERCTL-RECORD
                       INVALID KEY
                           DISPLAY 'PERCLOSE: PERCTL WRITE FAILED FOR '
                                   'PERIOD ' WS-CLOSE-PERIOD
                           PERFORM 0130-ABORT-RUN
                   END-WRITE
               NOT INVALID KEY
                   PERFORM 0325-SET-LOCKED-FIELDS
                   REWRITE PERCTL-RECORD
                       INVALID KEY
                           DISPLAY 'PERCLOSE: PERCTL REWRITE FAILED '
                                   'FOR PERIOD ' WS-CLOSE-PERIOD
                           PERFORM 0130-ABORT-RUN
                   END-REWRITE
           END-READ.

       0320-EXIT.
           EXIT.

       0325-SET-LOCKED-FIELDS.
           SET PERCTL-LOCKED TO TRUE
           MOVE WS-RUN-DATE      TO PERCTL-CLOSED-DATE
           MOVE WS-CLOSE-TS      TO PERCTL-CLOSED-TS
           MOVE WS-SNAP-ROW-CNT  TO PERCTL-SNAP-ROWS
           MOVE WS-SNP-CNT       TO PERCTL-SNAP-CATG-CNT
           MOVE WS-SNAP-AMT      TO PERCTL-SNAP-AMT.

       0325-EXIT.
           EXIT.

      ******************************************************************
      * ADD THE NEXT PERIOD AS OPEN IF IT HAS NO ROW YET, SO PERCTL
      * ALWAYS SHOWS WHERE POSTING IS GOING.
      ******************************************************************
       0330-OPEN-NEXT-PERIOD.
           MOVE WS-NEXT-PERIOD TO PERCTL-PERIOD
           READ PERCTL-FILE
               INVALID KEY
                   MOVE WS-NEXT-PERIOD TO PERCTL-PERIOD
                   SET PERCTL-OPEN     TO TRUE
                   MOVE WS-RUN-DATE    TO PERCTL-OPENED-DATE
                   MOVE ZERO           TO PERCTL-CLOSED-DATE
                   MOVE SPACES         TO PERCTL-CLOSED-TS
                   MOVE ZERO           TO PERCTL-SNAP-ROWS
                   MOVE ZERO           TO PERCTL-SNAP-CATG-CNT
                   MOVE ZERO           TO PERCTL-SNAP-AMT
                   MOVE SPACES         TO PERCTL-FILLER
                   WRITE PERCTL-RECORD
                       INVALID KEY
                           DISPLAY 'PERCLOSE: WARNING - COULD NOT '
                                   'OPEN PERIOD ' WS-NEXT-PERIOD
                   END-WRITE
               NOT INVALID KEY
                   CONTINUE
           END-READ.

       0330-EXIT.
           EXIT.

      ******************************************************************
      * MARK THIS STEP'S RUNCTL ROW COMPLETED WITH THE TESTHIST ROWS
      * READ AND THE ROWS SNAPPED.
      ******************************************************************
       0890-REGISTER-RUN-END.
           MOVE WS-RUN-DATE TO RUNCTL-RUN-DATE
           MOVE WS-RUN-CYCLE TO RUNCTL-RUN-CYCLE
           MOVE 'PERCLOSE'  TO RUNCTL-STEP
           READ RUNCTL-FILE
               INVALID KEY
                   DISPLAY 'PERCLOSE: WARNING - RUNCTL ROW MISSING '
                           'AT END OF RUN'
               NOT INVALID KEY
                   SET RUNCTL-COMPLETED TO TRUE
                   MOVE FUNCTION CURRENT-DATE TO RUNCTL-END-TS
                   MOVE WS-HIST-READ-CNT TO RUNCTL-IN-CNT
                   MOVE WS-SNAP-ROW-CNT  TO RUNCTL-OUT-CNT
                   MOVE ZERO             TO RUNCTL-REJ-CNT
                   MOVE ZERO             TO RUNCTL-RETURN-CODE
                   REWRITE RUNCTL-RECORD
           END-READ
           CLOSE RUNCTL-FILE.

       0890-EXIT.
           EXIT.

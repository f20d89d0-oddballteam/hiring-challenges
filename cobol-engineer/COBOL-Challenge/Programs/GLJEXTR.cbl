       ID DIVISION.
       PROGRAM-ID.    GLJEXTR.
      *AUTHOR.        MAINTENANCE
      *DATE-WRITTEN.  10/15/2026.
      *****************************************************************
      *
      * BALANCED JOURNAL-ENTRY EXTRACT FOR THE GENERAL LEDGER. NETS
      * THE POSTED AMOUNTS BY CATEGORY, ACCOUNTING PERIOD, AND PRIOR-
      * PERIOD ADJUSTMENT FLAG, MAPS EACH CATEGORY THROUGH THE GLMAP
      * MASTER, AND WRITES ONE DEBIT AND ONE CREDIT LINE PER NET SO
      * THE LEDGER CAN LOAD THE JOURNAL DIRECTLY:
      *
      *   'H' HEADER  - RUN DATE, SOURCE SYSTEM ID, AND CYCLE
      *   'L' LINE    - PERIOD, PPA FLAG, CATEGORY, DEBIT/CREDIT
      *                 INDICATOR, GL ACCOUNT, COST CENTER, AMOUNT,
      *                 AND THE NUMBER OF POSTINGS IN THE NET
      *   'T' TRAILER - LINE COUNT, DEBIT TOTAL, CREDIT TOTAL (EQUAL
      *                 BY PROOF BEFORE THE TRAILER IS WRITTEN), AND
      *                 THE SOURCE DETAIL COUNT AND AMOUNT HASH SO
      *                 THE JOURNAL TIES BACK TO THE LEDGER EXTRACT
      *
      * A POSITIVE NET DEBITS THE CATEGORY'S GLMAP DEBIT ACCOUNT AND
      * CREDITS ITS CREDIT ACCOUNT; A NEGATIVE NET (REVERSALS, RECATG
      * BACK-OUTS) SWAPS THEM. A ZERO NET WRITES NO LINES.
      *
      * THE JEPARM CARD (COL 1) PICKS THE SOURCE:
      *   'T' (OR NO CARD) - THE POSTED TESTO KSDS, RUN FROM
      *                      CODECHAL.jcl (SOURCE SYSTEM 'CODECHAL',
      *                      RUNCTL STEP 'GLJEXTR').
      *   'D'              - RECATG'S LEDGER.DELTA EXTRACT, RUN FROM
      *                      RECATG.jcl (SOURCE SYSTEM 'RECATG',
      *                      RUNCTL STEP 'GLJEDLTA'). THE DELTA'S OWN
      *                      TRAILER MUST PROVE BEFORE IT IS JOURNALED.
      *
      * A CATEGORY WITH NO GLMAP ROW, A DELTA THAT DOES NOT PROVE,
      * OR DEBITS NOT EQUAL TO CREDITS ENDS THE RUN RC=8 WITH AN
      * EMPTY JOURNAL - THE LEDGER NEVER LOADS A PARTIAL OR
      * UNBALANCED ONE. GLMAINT'S UNMAPPED-CATEGORY REPORT SHOWS WHAT
      * TO MAP BEFORE THE RERUN.
      *
      *****************************************************************
      *************** M A I N T E N A N C E   N O T E S ***************
      ***%************************************************************:
      ***%CCR#      :                      PROGRAMMER: MAINTENANCE
      ***%MODLOG TAG:                      COMPANY   : ODDBALL
      ***%RELEASE NO:                      DATE      : 10/15/2026
      ***%
      ***%PROBLEM   : THE LEDGER TEAM RE-MAPPED OUR BARE CATEGORY
      ***%            CODES TO GL ACCOUNTS BY HAND FROM A SPREADSHEET
      ***%            BEFORE EVERY LOAD.
      ***%
      ***%SOLUTION  : INITIAL CREATION. BUILDS A BALANCED DEBIT/
      ***%            CREDIT JOURNAL FROM TESTO OR THE RECATG DELTA
      ***%            THROUGH THE GLMAP MASTER, WITH A TRAILER THAT
      ***%            PROVES DEBITS EQUAL CREDITS.
      ***%************************************************************:
      ***%CCR#      :                      PROGRAMMER: MAINTENANCE
      ***%MODLOG TAG:                      COMPANY   : ODDBALL
      ***%RELEASE NO:                      DATE      : 10/15/2026
      ***%
      ***%PROBLEM   : A SAME-DAY CATCH-UP CYCLE'S JOURNAL CARRIED THE
      ***%            SAME RUN DATE AS THE OVERNIGHT ONE AND SHARED ITS
      ***%            RUNCTL ROW.
      ***%
      ***%SOLUTION  : TAKES THE CYCLE FROM PARM-RUN-CYCLE. THE 'H'
      ***%            HEADER CARRIES IT IN JH-RUN-CYCLE (FORMER FILLER)
      ***%            AND THE RUNCTL ROW IS PER CYCLE.
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
           SELECT  DELTAIN-FILE    ASSIGN  DELTAIN
                                   STATUS  DELTAIN-STATUS.
           SELECT  GLMAP-FILE      ASSIGN  GLMAP
                                   ORGANIZATION INDEXED
                                   ACCESS MODE RANDOM
                                   RECORD KEY GLMAP-KEY
                                   STATUS  GLMAP-STATUS.
           SELECT  OPTIONAL
                   JEPARM-FILE     ASSIGN  JEPARM
                                   STATUS  JEPARM-STATUS.
           SELECT  OPTIONAL
                   PARMIN-FILE     ASSIGN  PARMIN
                                   STATUS  PARMIN-STATUS.
           SELECT  JOURNAL-FILE    ASSIGN  JOURNAL
                                   STATUS  JOURNAL-STATUS.
           SELECT  RUNCTL-FILE     ASSIGN  RUNCTL
                                   ORGANIZATION INDEXED
                                   ACCESS MODE RANDOM
                                   RECORD KEY RUNCTL-KEY
                                   STATUS  RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  TESTO-FILE.
           COPY TESTOREC.

      *** RECATG'S LEDGER.DELTA - SAME H/D/C/T LAYOUT AS THE NIGHTLY
      *** TESTOXTR LEDGER EXTRACT.
       FD  DELTAIN-FILE
           RECORDING F
           BLOCK 0 RECORDS.

       01  DELTAIN-RECORD.
           05  DI-RECORD-TYPE              PIC  X(01).
               88  DI-HEADER                    VALUE 'H'.
               88  DI-DETAIL                    VALUE 'D'.
               88  DI-SUBTOTAL                  VALUE 'C'.
               88  DI-TRAILER                   VALUE 'T'.
           05  DI-BODY                     PIC  X(79).
           05  DI-HEADER-BODY REDEFINES DI-BODY.
               10  DI-RUN-DATE             PIC  9(08).
               10  DI-SOURCE-SYSTEM        PIC  X(08).
               10  FILLER                  PIC  X(63).
           05  DI-DETAIL-BODY REDEFINES DI-BODY.
               10  DI-KEY                  PIC  X(03).
               10  DI-SEQ                  PIC  9(04).
               10  DI-DATE                 PIC  9(08).
               10  DI-AMT                  PIC S9(07)V99.
               10  DI-CATEGORY             PIC  9(04).
               10  DI-PERIOD               PIC  9(06).
               10  DI-PPA-FLAG             PIC  X(01).
               10  FILLER                  PIC  X(44).
           05  DI-TRAILER-BODY REDEFINES DI-BODY.
               10  DI-DETAIL-CNT           PIC  9(09).
               10  DI-GRAND-HASH           PIC S9(13)V99.
               10  FILLER                  PIC  X(55).

       FD  GLMAP-FILE.
           COPY GLMAP.

       FD  JEPARM-FILE
           RECORDING F
           BLOCK 0 RECORDS.

       01  JEPARM-RECORD.
           05  JEPARM-SOURCE               PIC  X(01).
           05  JEPARM-FILLER               PIC  X(79).

       FD  PARMIN-FILE
           RECORDING F
           BLOCK 0 RECORDS.
           COPY PARMIN.

       FD  JOURNAL-FILE
           RECORDING F
           BLOCK 0 RECORDS.

       01  JOURNAL-RECORD                  PIC  X(80).

       FD  RUNCTL-FILE.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.

       01 WORK-FIELDS.
           05  TESTO-STATUS                PIC  X(02).
               88  TESTO-SUCCESS                 VALUE ZERO.
               88  TESTO-EOF                     VALUE '10'.
           05  DELTAIN-STATUS              PIC  X(02).
               88  DELTAIN-SUCCESS               VALUE ZERO.
               88  DELTAIN-EOF                   VALUE '10'.
           05  GLMAP-STATUS                PIC  X(02).
               88  GLMAP-SUCCESS                 VALUE ZERO.
           05  JEPARM-STATUS               PIC  X(02).
               88  JEPARM-SUCCESS                VALUE ZERO.
               88  JEPARM-EOF                    VALUE '10'.
           05  PARMIN-STATUS               PIC  X(02).
               88  PARMIN-SUCCESS                VALUE ZERO.
               88  PARMIN-EOF                    VALUE '10'.
           05  JOURNAL-STATUS              PIC  X(02).
               88  JOURNAL-SUCCESS               VALUE ZERO.
           05  RUNCTL-STATUS               PIC  X(02).
               88  RUNCTL-SUCCESS                VALUE ZERO.
           05  WS-SOURCE-SW                PIC  X(01)      VALUE 'T'.
               88  WS-SOURCE-TESTO               VALUE 'T'.
               88  WS-SOURCE-DELTA               VALUE 'D'.
           05  WS-JE-SW                    PIC  X(01).
               88  WS-JE-FOUND                   VALUE 'Y'.
               88  WS-JE-NOT-FOUND               VALUE 'N'.
           05  WS-DELTA-TRLR-SW            PIC  X(01)      VALUE 'N'.
               88  WS-DELTA-TRLR-SEEN            VALUE 'Y'.
           05  WS-RUN-DATE                 PIC  9(08)      VALUE ZERO.
           05  WS-RUN-CYCLE                PIC  9(01)      VALUE 1.
           05  WS-RUNCTL-STEP              PIC  X(08)      VALUE SPACES.
           05  WS-FINAL-RC                 PIC  9(04)      VALUE ZERO.

      *** ONE SOURCE POSTING, AS 0210 ACCUMULATES IT.
       01 WORK-INPUT-FIELDS.
           05  WS-IN-CATEGORY              PIC  9(04)      VALUE ZERO.
           05  WS-IN-PERIOD                PIC  9(06)      VALUE ZERO.
           05  WS-IN-PPA-FLAG              PIC  X(01)      VALUE 'N'.
           05  WS-IN-AMT                   PIC S9(07)V99   VALUE ZERO.

       01 WORK-COUNTERS.
           05  WS-SOURCE-CNT               PIC 9(09)       VALUE ZERO.
           05  WS-SOURCE-HASH              PIC S9(13)V99   VALUE ZERO.
           05  WS-DELTA-TRLR-CNT           PIC 9(09)       VALUE ZERO.
           05  WS-DELTA-TRLR-HASH          PIC S9(13)V99   VALUE ZERO.
           05  WS-LINE-CNT                 PIC 9(07)       VALUE ZERO.
           05  WS-DR-TOTAL                 PIC 9(13)V99    VALUE ZERO.
           05  WS-CR-TOTAL                 PIC 9(13)V99    VALUE ZERO.
           05  WS-ZERO-NET-CNT             PIC 9(05)       VALUE ZERO.
           05  WS-UNMAPPED-CNT             PIC 9(05)       VALUE ZERO.
           05  WS-ABS-AMT                  PIC 9(13)V99    VALUE ZERO.

      *** NET PER CATEGORY + PERIOD + PPA FLAG, WITH THE GLMAP ROW
      *** FOUND FOR IT - RECATG'S 1004-SLOT SIZING DOUBLED, SINCE A
      *** DELTA OVER A WIDE RANGE CAN SPREAD A CATEGORY ACROSS SEVERAL
      *** PERIODS.
       01 WORK-JOURNAL-TOTALS.
           05  WS-JE-CNT                   PIC  9(04)      VALUE ZERO.
           05  WS-JE-TABLE.
               10  WS-JE-ENTRY OCCURS 2008 TIMES
                               INDEXED BY WS-JE-NDX.
                   15  WS-JE-CATEGORY      PIC  9(04).
                   15  WS-JE-PERIOD        PIC  9(06).
                   15  WS-JE-PPA-FLAG      PIC  X(01).
                   15  WS-JE-COUNT         PIC  9(07).
                   15  WS-JE-AMT           PIC S9(13)V99.
                   15  WS-JE-DR-ACCT       PIC  X(12).
                   15  WS-JE-CR-ACCT       PIC  X(12).
                   15  WS-JE-COST-CENTER   PIC  X(06).

       01 JOURNAL-HEADER-RECORD.
           05  JH-RECORD-TYPE              PIC  X(01) VALUE 'H'.
           05  JH-RUN-DATE                 PIC  9(08).
           05  JH-SOURCE-SYSTEM            PIC  X(08).
           05  JH-RUN-CYCLE                PIC  9(01).
           05  FILLER                      PIC  X(62) VALUE SPACES.

       01 JOURNAL-LINE-RECORD.
           05  JL-RECORD-TYPE              PIC  X(01) VALUE 'L'.
           05  JL-PERIOD                   PIC  9(06).
           05  JL-PPA-FLAG                 PIC  X(01).
           05  JL-CATEGORY                 PIC  9(04).
           05  JL-DR-CR                    PIC  X(01).
           05  JL-GL-ACCT                  PIC  X(12).
           05  JL-COST-CENTER              PIC  X(06).
           05  JL-AMT                      PIC  9(13)V99.
           05  JL-TRAN-CNT                 PIC  9(07).
           05  FILLER                      PIC  X(27) VALUE SPACES.

       01 JOURNAL-TRAILER-RECORD.
           05  JT-RECORD-TYPE              PIC  X(01) VALUE 'T'.
           05  JT-LINE-CNT                 PIC  9(07).
           05  JT-DR-TOTAL                 PIC  9(13)V99.
           05  JT-CR-TOTAL                 PIC  9(13)V99.
           05  JT-SOURCE-CNT               PIC  9(09).
           05  JT-SOURCE-HASH              PIC S9(13)V99.
           05  FILLER                      PIC  X(18) VALUE SPACES.

           COPY BUSDPARM.

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN OPERATIONS PARAGRAPH FOR PROGRAM.
      ******************************************************************
       0000-MAINLINE.
           PERFORM 0100-INITIALIZE
           IF WS-SOURCE-TESTO
               PERFORM 0200-READ-TESTO UNTIL TESTO-EOF
           ELSE
               PERFORM 0250-READ-DELTA UNTIL DELTAIN-EOF
           END-IF
           PERFORM 0900-TERMINATE
           GOBACK.

       0000-EXIT.
           EXIT.

      ******************************************************************
      * RUN DATE FROM PARMIN (DEFAULT TODAY, SAME OVERRIDE AS THE REST
      * OF THE STREAM), SOURCE FROM JEPARM, THEN REGISTER AND OPEN.
      ******************************************************************
       0100-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM 0102-ROLL-RUN-DATE
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
           OPEN INPUT JEPARM-FILE
           READ JEPARM-FILE
               AT END
                   SET JEPARM-EOF TO TRUE
               NOT AT END
                   IF JEPARM-SOURCE = 'D'
                       SET WS-SOURCE-DELTA TO TRUE
                   END-IF
           END-READ
           CLOSE JEPARM-FILE
           IF WS-SOURCE-TESTO
               MOVE 'GLJEXTR'  TO WS-RUNCTL-STEP
               MOVE 'CODECHAL' TO JH-SOURCE-SYSTEM
           ELSE
               MOVE 'GLJEDLTA' TO WS-RUNCTL-STEP
               MOVE 'RECATG'   TO JH-SOURCE-SYSTEM
           END-IF
           MOVE WS-RUN-DATE TO JH-RUN-DATE
           MOVE WS-RUN-CYCLE TO JH-RUN-CYCLE
           PERFORM 0140-REGISTER-RUN-START
           OPEN INPUT GLMAP-FILE
           IF NOT GLMAP-SUCCESS
               DISPLAY 'GLJEXTR: GLMAP OPEN FAILED, STATUS '
                       GLMAP-STATUS
               PERFORM 0130-ABORT-RUN
           END-IF
           IF WS-SOURCE-TESTO
               OPEN INPUT TESTO-FILE
               IF NOT TESTO-SUCCESS
                   DISPLAY 'GLJEXTR: TESTO OPEN FAILED, STATUS '
                           TESTO-STATUS
                   PERFORM 0130-ABORT-RUN
               END-IF
           ELSE
               OPEN INPUT DELTAIN-FILE
               IF NOT DELTAIN-SUCCESS
                   DISPLAY 'GLJEXTR: DELTAIN OPEN FAILED, STATUS '
                           DELTAIN-STATUS
                   PERFORM 0130-ABORT-RUN
               END-IF
           END-IF.

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
               DISPLAY 'GLJEXTR: BUSDAYS ROLL FAILED, RC '
                       BUSD-RC
               PERFORM 0130-ABORT-RUN
           END-IF.

       0102-EXIT.
           EXIT.

      ******************************************************************
      * HARD STOP - SAME GUARD PATTERN AS CODECHAL'S 0130-ABORT-RUN.
      ******************************************************************
       0130-ABORT-RUN.
           DISPLAY 'GLJEXTR: RUN ABORTED - SEE PRECEDING MESSAGES'
           MOVE 16 TO RETURN-CODE
           GOBACK.

       0130-EXIT.
           EXIT.

      ******************************************************************
      * REGISTER THIS STEP'S START IN THE RUNCTL RUN-CONTROL MASTER
      * ('GLJEXTR' FOR THE NIGHTLY JOURNAL, 'GLJEDLTA' FOR A RECATG
      * DELTA JOURNAL). A RERUN JUST RE-REGISTERS.
      ******************************************************************
       0140-REGISTER-RUN-START.
           OPEN I-O RUNCTL-FILE
           IF NOT RUNCTL-SUCCESS
               DISPLAY 'GLJEXTR: RUNCTL OPEN FAILED, STATUS '
                       RUNCTL-STATUS
               PERFORM 0130-ABORT-RUN
           END-IF
           MOVE WS-RUN-DATE    TO RUNCTL-RUN-DATE
           MOVE WS-RUN-CYCLE   TO RUNCTL-RUN-CYCLE
           MOVE WS-RUNCTL-STEP TO RUNCTL-STEP
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
      * ONE TESTO POSTING INTO THE NETS. A ROW WITH NO PERIOD (NEVER
      * STAMPED) COUNTS IN ITS TRANSACTION MONTH, AS IN RECATG.
      ******************************************************************
       0200-READ-TESTO.
           READ TESTO-FILE
               AT END
                   SET TESTO-EOF TO TRUE
               NOT AT END
                   MOVE TESTO-CATEGORY TO WS-IN-CATEGORY
                   IF TESTO-PERIOD NUMERIC
                       MOVE TESTO-PERIOD TO WS-IN-PERIOD
                   ELSE
                       MOVE TESTO-DATE(1:6) TO WS-IN-PERIOD
                   END-IF
                   IF TESTO-PRIOR-PERIOD-ADJ
                       MOVE 'Y' TO WS-IN-PPA-FLAG
                   ELSE
                       MOVE 'N' TO WS-IN-PPA-FLAG
                   END-IF
                   MOVE TESTO-AMT TO WS-IN-AMT
                   PERFORM 0210-ACCUMULATE-ENTRY
           END-READ.

       0200-EXIT.
           EXIT.

      ******************************************************************
      * FIND OR ADD THE POSTING'S CATEGORY/PERIOD/PPA ENTRY AND FOLD
      * ITS AMOUNT IN (SAME FIND-OR-ADD SHAPE AS TESTOXTR'S 0210). A
      * FULL TABLE ABORTS - A JOURNAL MISSING A NET IS WORSE THAN NO
      * JOURNAL.
      ******************************************************************
       0210-ACCUMULATE-ENTRY.
           ADD 1         TO WS-SOURCE-CNT
           ADD WS-IN-AMT TO WS-SOURCE-HASH
           SET WS-JE-NOT-FOUND TO TRUE
           IF WS-JE-CNT > 0
               SET WS-JE-NDX TO 1
               SEARCH WS-JE-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-JE-NDX <= WS-JE-CNT AND
                        WS-JE-CATEGORY(WS-JE-NDX) = WS-IN-CATEGORY AND
                        WS-JE-PERIOD(WS-JE-NDX)   = WS-IN-PERIOD AND
                        WS-JE-PPA-FLAG(WS-JE-NDX) = WS-IN-PPA-FLAG
                       SET WS-JE-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF WS-JE-NOT-FOUND
               IF WS-JE-CNT < 2008
                   ADD 1 TO WS-JE-CNT
                   SET WS-JE-NDX TO WS-JE-CNT
                   MOVE WS-IN-CATEGORY TO WS-JE-CATEGORY(WS-JE-NDX)
                   MOVE WS-IN-PERIOD   TO WS-JE-PERIOD(WS-JE-NDX)
                   MOVE WS-IN-PPA-FLAG TO WS-JE-PPA-FLAG(WS-JE-NDX)
                   MOVE ZERO   TO WS-JE-COUNT(WS-JE-NDX)
                   MOVE ZERO   TO WS-JE-AMT(WS-JE-NDX)
                   MOVE SPACES TO WS-JE-DR-ACCT(WS-JE-NDX)
                   MOVE SPACES TO WS-JE-CR-ACCT(WS-JE-NDX)
                   MOVE SPACES TO WS-JE-COST-CENTER(WS-JE-NDX)
               ELSE
                   DISPLAY 'GLJEXTR: MORE THAN 2008 CATEGORY/PERIOD '
                           'NETS - RESIZE WS-JE-TABLE'
                   PERFORM 0130-ABORT-RUN
               END-IF
           END-IF
           ADD 1         TO WS-JE-COUNT(WS-JE-NDX)
           ADD WS-IN-AMT TO WS-JE-AMT(WS-JE-NDX).

       0210-EXIT.
           EXIT.

      ******************************************************************
      * ONE RECATG DELTA RECORD. THE HEADER'S RUN DATE (THE RECATG
      * RUN) LABELS THE JOURNAL; DETAILS ARE NETTED; THE TRAILER IS
      * KEPT FOR THE PROOF IN 0900. SUBTOTALS ADD NOTHING THE TRAILER
      * DOES NOT ALREADY PROVE.
      ******************************************************************
       0250-READ-DELTA.
           READ DELTAIN-FILE
               AT END
                   SET DELTAIN-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN DI-HEADER
                           IF DI-RUN-DATE NUMERIC
                               MOVE DI-RUN-DATE TO JH-RUN-DATE
                           END-IF
                       WHEN DI-DETAIL
                           MOVE DI-CATEGORY TO WS-IN-CATEGORY
                           IF DI-PERIOD NUMERIC
                               MOVE DI-PERIOD TO WS-IN-PERIOD
                           ELSE
                               MOVE DI-DATE(1:6) TO WS-IN-PERIOD
                           END-IF
                           IF DI-PPA-FLAG = 'Y'
                               MOVE 'Y' TO WS-IN-PPA-FLAG
                           ELSE
                               MOVE 'N' TO WS-IN-PPA-FLAG
                           END-IF
                           MOVE DI-AMT TO WS-IN-AMT
                           PERFORM 0210-ACCUMULATE-ENTRY
                       WHEN DI-TRAILER
                           SET WS-DELTA-TRLR-SEEN TO TRUE
                           MOVE DI-DETAIL-CNT TO WS-DELTA-TRLR-CNT
                           MOVE DI-GRAND-HASH TO WS-DELTA-TRLR-HASH
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       0250-EXIT.
           EXIT.

      ******************************************************************
      * PROVE THE INPUT, MAP EVERY NET, AND ONLY THEN WRITE THE
      * JOURNAL. ANY FAILURE LEAVES THE JOURNAL EMPTY WITH RC=8.
      ******************************************************************
       0900-TERMINATE.
           IF WS-SOURCE-TESTO
               CLOSE TESTO-FILE
           ELSE
               CLOSE DELTAIN-FILE
               PERFORM 0310-PROVE-DELTA
           END-IF
           PERFORM VARYING WS-JE-NDX FROM 1 BY 1
                   UNTIL WS-JE-NDX > WS-JE-CNT
               PERFORM 0320-MAP-ENTRY
           END-PERFORM
           CLOSE GLMAP-FILE
           IF WS-UNMAPPED-CNT > ZERO
               DISPLAY 'GLJEXTR: ' WS-UNMAPPED-CNT
                       ' NET(S) HAVE NO GLMAP ROW - ADD THE MAPPING '
                       'WITH GLMAINT AND RERUN'
               MOVE 8 TO WS-FINAL-RC
           END-IF
           OPEN OUTPUT JOURNAL-FILE
           IF WS-FINAL-RC = ZERO
               PERFORM 0400-WRITE-JOURNAL
           END-IF
           CLOSE JOURNAL-FILE
           PERFORM 0890-REGISTER-RUN-END
           DISPLAY 'GLJEXTR: SOURCE POSTINGS       = ' WS-SOURCE-CNT
           DISPLAY 'GLJEXTR: CATEGORY/PERIOD NETS  = ' WS-JE-CNT
           DISPLAY 'GLJEXTR: ZERO NETS SKIPPED     = ' WS-ZERO-NET-CNT
           DISPLAY 'GLJEXTR: JOURNAL LINES WRITTEN = ' WS-LINE-CNT
           DISPLAY 'GLJEXTR: DEBIT TOTAL           = ' WS-DR-TOTAL
           DISPLAY 'GLJEXTR: CREDIT TOTAL          = ' WS-CR-TOTAL
           IF WS-FINAL-RC NOT = ZERO
               DISPLAY 'GLJEXTR: NO JOURNAL CUT - SEE PRECEDING '
                       'MESSAGES'
           END-IF
           MOVE WS-FINAL-RC TO RETURN-CODE.

       0900-EXIT.
           EXIT.

      ******************************************************************
      * THE DELTA MUST CARRY ITS TRAILER AND THE TRAILER'S COUNT AND
      * HASH MUST MATCH THE DETAILS READ - A TRUNCATED DELTA IS NEVER
      * JOURNALED.
      ******************************************************************
       0310-PROVE-DELTA.
           IF NOT WS-DELTA-TRLR-SEEN
               DISPLAY 'GLJEXTR: DELTA EXTRACT HAS NO TRAILER'
               MOVE 8 TO WS-FINAL-RC
           ELSE
               IF WS-DELTA-TRLR-CNT  NOT = WS-SOURCE-CNT OR
                  WS-DELTA-TRLR-HASH NOT = WS-SOURCE-HASH
                   DISPLAY 'GLJEXTR: DELTA EXTRACT DOES NOT PROVE - '
                           'TRAILER COUNT ' WS-DELTA-TRLR-CNT
                           ' READ ' WS-SOURCE-CNT
                   MOVE 8 TO WS-FINAL-RC
               END-IF
           END-IF.

       0310-EXIT.
           EXIT.

       0320-MAP-ENTRY.
           MOVE WS-JE-CATEGORY(WS-JE-NDX) TO GLMAP-CATEGORY
           READ GLMAP-FILE
               INVALID KEY
                   ADD 1 TO WS-UNMAPPED-CNT
                   DISPLAY 'GLJEXTR: CATEGORY '
                           WS-JE-CATEGORY(WS-JE-NDX)
                           ' PERIOD ' WS-JE-PERIOD(WS-JE-NDX)
                           ' HAS NO GL MAPPING'
               NOT INVALID KEY
                   MOVE GLMAP-DR-ACCT TO WS-JE-DR-ACCT(WS-JE-NDX)
                   MOVE GLMAP-CR-ACCT TO WS-JE-CR-ACCT(WS-JE-NDX)
                   MOVE GLMAP-COST-CENTER
                     TO WS-JE-COST-CENTER(WS-JE-NDX)
           END-READ.

       0320-EXIT.
           EXIT.

      ******************************************************************
      * HEADER, ONE DEBIT/CREDIT PAIR PER NON-ZERO NET, THEN THE
      * TRAILER - WRITTEN ONLY WHEN THE DEBIT AND CREDIT TOTALS
      * AGREE, SO A TRAILER ON THE FILE IS ITSELF THE PROOF.
      ******************************************************************
       0400-WRITE-JOURNAL.
           WRITE JOURNAL-RECORD FROM JOURNAL-HEADER-RECORD
           PERFORM VARYING WS-JE-NDX FROM 1 BY 1
                   UNTIL WS-JE-NDX > WS-JE-CNT
               PERFORM 0410-WRITE-JOURNAL-PAIR
           END-PERFORM
           IF WS-DR-TOTAL NOT = WS-CR-TOTAL
               DISPLAY 'GLJEXTR: DEBITS ' WS-DR-TOTAL
                       ' NOT EQUAL CREDITS ' WS-CR-TOTAL
               MOVE 8 TO WS-FINAL-RC
           ELSE
               MOVE WS-LINE-CNT    TO JT-LINE-CNT
               MOVE WS-DR-TOTAL    TO JT-DR-TOTAL
               MOVE WS-CR-TOTAL    TO JT-CR-TOTAL
               MOVE WS-SOURCE-CNT  TO JT-SOURCE-CNT
               MOVE WS-SOURCE-HASH TO JT-SOURCE-HASH
               WRITE JOURNAL-RECORD FROM JOURNAL-TRAILER-RECORD
           END-IF.

       0400-EXIT.
           EXIT.

      ******************************************************************
      * A POSITIVE NET DEBITS THE MAPPED DEBIT ACCOUNT AND CREDITS THE
      * MAPPED CREDIT ACCOUNT; A NEGATIVE NET SWAPS THEM. BOTH LINES
      * CARRY THE NET'S MAGNITUDE.
      ******************************************************************
       0410-WRITE-JOURNAL-PAIR.
           IF WS-JE-AMT(WS-JE-NDX) = ZERO
               ADD 1 TO WS-ZERO-NET-CNT
           ELSE
               IF WS-JE-AMT(WS-JE-NDX) < ZERO
                   COMPUTE WS-ABS-AMT = 0 - WS-JE-AMT(WS-JE-NDX)
               ELSE
                   MOVE WS-JE-AMT(WS-JE-NDX) TO WS-ABS-AMT
               END-IF
               MOVE WS-JE-PERIOD(WS-JE-NDX)      TO JL-PERIOD
               MOVE WS-JE-PPA-FLAG(WS-JE-NDX)    TO JL-PPA-FLAG
               MOVE WS-JE-CATEGORY(WS-JE-NDX)    TO JL-CATEGORY
               MOVE WS-JE-COST-CENTER(WS-JE-NDX) TO JL-COST-CENTER
               MOVE WS-ABS-AMT                   TO JL-AMT
               MOVE WS-JE-COUNT(WS-JE-NDX)       TO JL-TRAN-CNT
               MOVE 'D' TO JL-DR-CR
               IF WS-JE-AMT(WS-JE-NDX) > ZERO
                   MOVE WS-JE-DR-ACCT(WS-JE-NDX) TO JL-GL-ACCT
               ELSE
                   MOVE WS-JE-CR-ACCT(WS-JE-NDX) TO JL-GL-ACCT
               END-IF
               WRITE JOURNAL-RECORD FROM JOURNAL-LINE-RECORD
               ADD 1          TO WS-LINE-CNT
               ADD WS-ABS-AMT TO WS-DR-TOTAL
               MOVE 'C' TO JL-DR-CR
               IF WS-JE-AMT(WS-JE-NDX) > ZERO
                   MOVE WS-JE-CR-ACCT(WS-JE-NDX) TO JL-GL-ACCT
               ELSE
                   MOVE WS-JE-DR-ACCT(WS-JE-NDX) TO JL-GL-ACCT
               END-IF
               WRITE JOURNAL-RECORD FROM JOURNAL-LINE-RECORD
               ADD 1          TO WS-LINE-CNT
               ADD WS-ABS-AMT TO WS-CR-TOTAL
           END-IF.

       0410-EXIT.
           EXIT.

      ******************************************************************
      * MARK THIS STEP'S RUNCTL ROW COMPLETED - SOURCE POSTINGS IN,
      * JOURNAL LINES OUT, UNMAPPED NETS REJECTED, AND THE STEP'S
      * RETURN CODE.
      ******************************************************************
       0890-REGISTER-RUN-END.
           MOVE WS-RUN-DATE    TO RUNCTL-RUN-DATE
           MOVE WS-RUN-CYCLE   TO RUNCTL-RUN-CYCLE
           MOVE WS-RUNCTL-STEP TO RUNCTL-STEP
           READ RUNCTL-FILE
               INVALID KEY
                   DISPLAY 'GLJEXTR: WARNING - RUNCTL ROW MISSING '
                           'AT END OF RUN'
               NOT INVALID KEY
                   SET RUNCTL-COMPLETED TO TRUE
                   MOVE FUNCTION CURRENT-DATE TO RUNCTL-END-TS
                   MOVE WS-SOURCE-CNT   TO RUNCTL-IN-CNT
                   MOVE WS-LINE-CNT     TO RUNCTL-OUT-CNT
                   MOVE WS-UNMAPPED-CNT TO RUNCTL-REJ-CNT
                   MOVE WS-FINAL-RC     TO RUNCTL-RETURN-CODE
                   REWRITE RUNCTL-RECORD
           END-READ
           CLOSE RUNCTL-FILE.

       0890-EXIT.
           EXIT.

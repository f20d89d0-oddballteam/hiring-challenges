      ***%            OFF AND ONLY GENUINELY REPROCESSED RECORDS
      ***%            REJECT AS THE '05' RESTART OVERLAP.
      ***%************************************************************:
      ***%CCR#      :                      PROGRAMMER: MAINTENANCE
      ***%MODLOG TAG:                      COMPANY   : ODDBALL
      ***%RELEASE NO:                      DATE      : 10/15/2026
      ***%
      ***%PROBLEM   : NOTHING CAPPED WHAT ONE KEY COULD POST - A
      ***%            RUNAWAY SOURCE OR A FAT-FINGERED AMOUNT POSTED
      ***%            IN FULL AND WAS ONLY CAUGHT DOWNSTREAM.
      ***%
      ***%SOLUTION  : KEYMSTR NOW CARRIES A PER-TRANSACTION AND A
      ***%            PER-CYCLE LIMIT (ZERO = NO LIMIT), CACHED WITH
      ***%            THE KEY'S EFFECTIVE ROWS. AN ORIGINAL, OR THE
      ***%            REPOST SIDE OF A MATCHED ADJUSTMENT, THAT WOULD
      ***%            TAKE ONE TRANSACTION OVER THE FIRST OR THE
      ***%            KEY'S NET POSTED AMOUNT FOR THE RUN OVER THE
      ***%            SECOND IS NOT POSTED AND NOT SUSPENDED - IT IS
      ***%            WRITTEN TO THE HELDTRAN QUEUE AS REASON '09'
      ***%            AND PRINTED ON THE NEW LIMRPT LIMITS EXCEPTION
      ***%            REPORT (SEE 0250/0255). HELDREL RECYCLES A HELD
      ***%            RECORD ONLY AGAINST AN AUTHORIZED RELEASE CARD,
      ***%            STAMPED IN TESTI-RELEASE-ID, AND A STAMPED
      ***%            RECORD POSTS HERE WITHOUT THE LIMIT TEST.
      ***%            REVERSALS ARE NEVER HELD. THE CHECKPOINT
      ***%            CARRIES THE HELD COUNT AND THE CURRENT KEY'S
      ***%            CYCLE TOTAL SO A RESTART ENFORCES THE SAME
      ***%            LIMIT THE ABENDED RUN WAS ENFORCING.
      ***%************************************************************:
      ***%CCR#      :                      PROGRAMMER: MAINTENANCE
      ***%MODLOG TAG:                      COMPANY   : ODDBALL
      ***%RELEASE NO:                      DATE      : 10/15/2026
      ***%
      ***%PROBLEM   : ONCE A TRANSACTION WAS PROCESSED NOTHING TIED
      ***%            IT BACK TO THE SOURCE SYSTEM THAT SENT IT -
      ***%            SOURCE OWNERS PHONED OPERATIONS TO ASK WHICH
      ***%            OF THEIR TRANSACTIONS POSTED.
      ***%
      ***%SOLUTION  : WRITES A TRANDISP DISPOSITION RECORD FOR EVERY
      ***%            TESTI RECORD READ (SEE 0260) - THE RECORD AS
      ***%            READ, ITS RRN, AND WHAT BECAME OF IT: POSTED,
      ***%            REVERSED, OR ADJUSTED WITH THE TESTO SEQUENCE
      ***%            AND CATEGORY, OR SUSPENDED/HELD WITH THE
      ***%            REASON CODE. SRCRTN BUILDS THE PER-SOURCE
      ***%            RETURN FILE FROM IT.
      ***%************************************************************:
      ***%CCR#      :                      PROGRAMMER: MAINTENANCE
      ***%MODLOG TAG:                      COMPANY   : ODDBALL
      ***%RELEASE NO:                      DATE      : 10/15/2026
      ***%
      ***%PROBLEM   : THERE WAS NO MONTH-END CLOSE - A LATE ORIGINAL,
      ***%            REVERSAL, OR ADJUSTMENT DATED IN A MONTH THE
      ***%            BUSINESS HAD ALREADY REPORTED ON POSTED STRAIGHT
      ***%            INTO THAT MONTH AND MOVED ITS FIGURES.
      ***%
      ***%SOLUTION  : READS THE PERCTL PERIOD-CONTROL MASTER AT START
      ***%            (0150) FOR THE HIGHEST LOCKED PERIOD, AND
      ***%            REFUSES THE RUN RC=16 IF THE RUN DATE ITSELF
      ***%            FALLS IN A LOCKED PERIOD. EVERY TESTO WRITE
      ***%            STAMPS TESTO-PERIOD (0229): THE TRANSACTION
      ***%            MONTH WHILE IT IS OPEN, OTHERWISE THE RUN'S
      ***%            OPEN PERIOD WITH TESTO-PPA-FLAG 'Y' - A PRIOR-
      ***%            PERIOD ADJUSTMENT. THE TRANSACTION DATE IS LEFT
      ***%            ALONE SO REVERSAL MATCHING IS UNCHANGED. THE
      ***%            ADJUSTMENT COUNT IS ON THE CONTROL REPORT AND
      ***%            CARRIED IN THE CHECKPOINT.
      ***%************************************************************:
      ***%CCR#      :                      PROGRAMMER: MAINTENANCE
      ***%MODLOG TAG:                      COMPANY   : ODDBALL
      ***%RELEASE NO:                      DATE      : 10/15/2026
      ***%
      ***%PROBLEM   : ONE RUN PER RUN DATE - A SOURCE THAT MISSED THE
      ***%            OVERNIGHT WINDOW WAITED A FULL DAY, SINCE A
      ***%            SECOND RUN OF THE DATE WAS REFUSED AND ITS
      ***%            SEQUENCES WOULD COLLIDE IN TESTHIST.
      ***%
      ***%SOLUTION  : TAKES THE PROCESSING CYCLE FROM PARM-RUN-CYCLE
      ***%            (DEFAULT 1). RUNCTL REGISTRATION, THE DUPLICATE-
      ***%            RUN AND RESTART CHECKS ARE PER RUN DATE AND
      ***%            CYCLE, AND THE CYCLE IS STAMPED ON EVERY TESTO,
      ***%            REJECT, HELD, AND AUDIT RECORD SO EACH CATCH-UP
      ***%            CYCLE BALANCES ON ITS OWN. AUDIT RECORDS ALSO
      ***%            CARRY THE RUN DATE AND TESTO SEQUENCE - THE
      ***%            POSTING'S TESTHIST KEY.
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
      ***%PROBLEM   : A DISPOSITION NAMED ITS RUN DATE BUT NOT ITS
      ***%            PROCESSING CYCLE, SO A POSTING'S TESTHIST KEY
      ***%            COULD NOT BE REBUILT FROM IT ONCE THE DISPOSITIONS
      ***%            WERE KEPT PAST THE RUN.
      ***%
      ***%SOLUTION  : 0260-WRITE-DISPOSITION STAMPS DISP-RUN-CYCLE,
      ***%            APPENDED TO THE DISPOSITION RECORD (133 TO 134
      ***%            BYTES).
      ***%************************************************************:
      ***%CCR#      :                      PROGRAMMER: MAINTENANCE
      ***%MODLOG TAG:                      COMPANY   : ODDBALL
      ***%RELEASE NO:                      DATE      : 10/15/2026
      ***%
      ***%PROBLEM   : A DAMAGED TESTHIST COULD NOT BE ROLLED FORWARD
      ***%            FROM THE AUDIT TRAIL - THE AUDIT RECORD DID NOT
      ***%            CARRY THE ACCOUNTING PERIOD OR PRIOR-PERIOD
      ***%            ADJUSTMENT FLAG THE POSTING WAS MADE UNDER.
      ***%
      ***%SOLUTION  : 0295-WRITE-AUDIT-RECORD STAMPS TESTO-PERIOD AND
      ***%            TESTO-PPA-FLAG IN THE NEW
      ***%            AUDIT-PERIOD/AUDIT-PPA-FLAG FIELDS (AUDITFIL 86 TO
      ***%            93 BYTES), SO HISTRCVR CAN REAPPLY THE POSTING
      ***%            EXACTLY.
      ***%************************************************************:
      ***%CCR#      :                      PROGRAMMER: MAINTENANCE
      ***%MODLOG TAG:                      COMPANY   : ODDBALL
      ***%RELEASE NO:                      DATE      : 10/15/2026
      ***%
      ***%PROBLEM   : A RESTARTED RUN LEFT THE CYCLE TOTAL SHORT OF
      ***%            EVERY RECORD THE ABENDED RUN POSTED AFTER THE LAST
      ***%            CHECKPOINT, AND WROTE A SECOND COPY OF EVERY
      ***%            RECORD IT HAD HELD AFTER THAT CHECKPOINT TO THE
      ***%            HELDTRAN QUEUE.
      ***%
      ***%SOLUTION  : A RESTART-OVERLAP DUPLICATE KEY NOW ADDS ITS
      ***%            AMOUNT TO THE KEY'S CYCLE TOTAL. ON A RESTART 0108
      ***%            COUNTS THE RECORDS ALREADY ON HELDTRAN AND 0255
      ***%            SKIPS THE WRITE UNTIL THE HELD COUNT PASSES THAT
      ***%            FIGURE.
      ***%************************************************************:
      *********** E N D   M A I N T E N A N C E   N O T E S ***********
      *****************************************************************
       ENVIRONMENT DIVISION.
                                   ACCESS MODE RANDOM
                                   RECORD KEY RUNCTL-KEY
                                   STATUS  RUNCTL-STATUS.
           SELECT  HELDTRAN-FILE   ASSIGN  HELDTRAN
                                   STATUS  HELDTRAN-STATUS.
           SELECT  LIMRPT-FILE     ASSIGN  LIMRPT
                                   STATUS  LIMRPT-STATUS.
           SELECT  TRANDISP-FILE   ASSIGN  TRANDISP
                                   STATUS  TRANDISP-STATUS.
           SELECT  PERCTL-FILE     ASSIGN  PERCTL
                                   ORGANIZATION INDEXED
                                   ACCESS MODE SEQUENTIAL
                                   RECORD KEY PERCTL-KEY
                                   STATUS  PERCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.

           05  CHKPT-UNMATCH-CNT           PIC  9(08).
           05  CHKPT-SEQ-KEY               PIC  X(03).
           05  CHKPT-SEQ                   PIC  9(04).
           05  CHKPT-HELD-CNT              PIC  9(08).
           05  CHKPT-LIM-KEY               PIC  X(03).
           05  CHKPT-LIM-CYCLE-AMT         PIC S9(09)V99.
           05  CHKPT-PPA-CNT               PIC  9(08).
           05  CHKPT-CATGT-CNT             PIC  9(04).
           05  CHKPT-CATGT-TABLE.
               10  CHKPT-CATGT-ENTRY OCCURS 502 TIMES.
       FD  RUNCTL-FILE.
           COPY RUNCTL.

       FD  HELDTRAN-FILE
           RECORDING F
           BLOCK 0 RECORDS.

           COPY HELDTRAN.

       FD  LIMRPT-FILE
           RECORDING F
           BLOCK 0 RECORDS.

       01  LIMRPT-LINE                     PIC  X(80).

       FD  TRANDISP-FILE
           RECORDING F
           BLOCK 0 RECORDS.

           COPY TRANDISP.

       FD  PERCTL-FILE.
           COPY PERCTL.

       WORKING-STORAGE SECTION.

       01 WORK-FIELDS.
               88  REVRPT-SUCCESS                VALUE ZERO.
           05  RUNCTL-STATUS               PIC  X(02).
               88  RUNCTL-SUCCESS                VALUE ZERO.
           05  HELDTRAN-STATUS             PIC  X(02).
               88  HELDTRAN-SUCCESS              VALUE ZERO.
               88  HELDTRAN-EOF                  VALUE '10'.
           05  LIMRPT-STATUS               PIC  X(02).
               88  LIMRPT-SUCCESS                VALUE ZERO.
           05  TRANDISP-STATUS             PIC  X(02).
               88  TRANDISP-SUCCESS              VALUE ZERO.
           05  PERCTL-STATUS               PIC  X(02).
               88  PERCTL-SUCCESS                VALUE ZERO.
               88  PERCTL-EOF                    VALUE '10'.
           05  WS-LOOP-CNT                 PIC 99.
           05  WS-CATG-CNT                 PIC 9(04)       VALUE ZERO.
           05  WS-CATGT-CNT                PIC 9(04)       VALUE ZERO.
               88  WS-REASON-BAD-REC-TYPE        VALUE '06'.
               88  WS-REASON-BAD-SOURCE          VALUE '07'.
               88  WS-REASON-NO-POSTING          VALUE '08'.
               88  WS-REASON-HELD-LIMIT          VALUE '09'.
           05  WS-VALID-SW                 PIC  X(01).
               88  WS-RECORD-VALID               VALUE 'Y'.
               88  WS-RECORD-INVALID             VALUE 'N'.
           05  WS-TESTO-WRITE-SW           PIC  X(01).
               88  WS-TESTO-WRITE-OK             VALUE 'Y'.
               88  WS-TESTO-WRITE-FAILED         VALUE 'N'.
           05  WS-LIMIT-SW                 PIC  X(01).
               88  WS-WITHIN-LIMITS              VALUE 'Y'.
               88  WS-OVER-LIMIT                 VALUE 'N'.
           05  WS-LIMIT-TYPE               PIC  X(01).
               88  WS-LIMIT-TRAN                 VALUE 'T'.
               88  WS-LIMIT-CYCLE                VALUE 'C'.

       01 WORK-MATCH-FIELDS.
           05  WS-MATCHED-AMT              PIC S9(07)V99   VALUE ZERO.
           05  WS-MATCH-POS-CNT            PIC  9(05)      VALUE ZERO.
           05  WS-MATCH-NEG-CNT            PIC  9(05)      VALUE ZERO.

      *** POSTING-LIMIT STATE - THE IN-EFFECT KEYMSTR ROW'S LIMITS
      *** (SET BY 0212), THE NET AMOUNT THE CURRENT KEY HAS POSTED
      *** THIS RUN (WS-LIM-KEY/WS-LIM-CYCLE-AMT, RESET ON A KEY
      *** CHANGE BY 0252), AND THE AMOUNTS THE POSTING PARAGRAPH
      *** HANDS 0250 TO TEST.
       01 WORK-LIMIT-FIELDS.
           05  WS-LIM-TRAN-LIMIT           PIC  9(07)V99   VALUE ZERO.
           05  WS-LIM-CYCLE-LIMIT          PIC  9(09)V99   VALUE ZERO.
           05  WS-LIM-KEY                  PIC  X(03)      VALUE
                   LOW-VALUES.
           05  WS-LIM-CYCLE-AMT            PIC S9(09)V99   VALUE ZERO.
           05  WS-LIM-TRAN-AMT             PIC S9(09)V99   VALUE ZERO.
           05  WS-LIM-NET-AMT              PIC S9(09)V99   VALUE ZERO.
           05  WS-LIM-BREACH-LIMIT         PIC  9(09)V99   VALUE ZERO.

       01 WORK-RUN-PARAMETERS.
           05  WS-RUN-DATE                 PIC  9(08)      VALUE ZERO.
           05  WS-RUN-CYCLE                PIC  9(01)      VALUE 1.
           05  WS-CKPT-INTERVAL            PIC  9(05)      VALUE 1000.
           05  WS-RESTART-RRN              PIC  9(08)      VALUE ZERO.
           05  WS-DATE-CUTOFF              PIC  9(08)      VALUE
                   20250315.
           05  WS-AMT-CUTOFF               PIC  9(07)V99   VALUE
                   10000.
      *** ACCOUNTING PERIODS (YYYYMM) - THE RUN DATE'S PERIOD IS THE
      *** OPEN PERIOD PRIOR-PERIOD ADJUSTMENTS POST INTO; ANYTHING
      *** DATED ON OR BEFORE WS-LOCKED-THRU IS IN A CLOSED PERIOD.
           05  WS-OPEN-PERIOD              PIC  9(06)      VALUE ZERO.
           05  WS-LOCKED-THRU              PIC  9(06)      VALUE ZERO.

      *** THE CURRENT TESTI-KEY'S EFFECTIVE-DATED KEYMSTR ROWS,
      *** CACHED BY 0214-ADVANCE-TO-KEY AND REUSED ACROSS
               10  WS-KM-ROW-ENTRY OCCURS 50 TIMES.
                   15  WS-KM-EFF-FROM      PIC  9(08).
                   15  WS-KM-EFF-TO        PIC  9(08).
                   15  WS-KM-TRAN-LIMIT    PIC  9(07)V99.
                   15  WS-KM-CYCLE-LIMIT   PIC  9(09)V99.

       01 WORK-COUNTERS.
           05  WS-TESTI-READ-CNT           PIC 9(08)       VALUE ZERO.
           05  WS-REVERSAL-CNT             PIC 9(08)       VALUE ZERO.
           05  WS-ADJUST-CNT               PIC 9(08)       VALUE ZERO.
           05  WS-UNMATCHED-CNT            PIC 9(08)       VALUE ZERO.
           05  WS-HELD-CNT                 PIC 9(08)       VALUE ZERO.
           05  WS-HELD-ON-FILE-CNT         PIC 9(08)       VALUE ZERO.
           05  WS-PPA-CNT                  PIC 9(08)       VALUE ZERO.

       01 WORK-AUDIT-FIELDS.
           05  WS-RULE-SOURCE              PIC  X(08)      VALUE SPACES.
                   'RECORDS REJECTED....'.
               10  CR-REJECTED             PIC  ZZZ,ZZZ,ZZ9.
               10  FILLER                  PIC  X(48) VALUE SPACES.
           05  CR-HELD-LINE.
               10  FILLER                  PIC  X(21) VALUE
                   'RECORDS HELD (LIMIT)'.
               10  CR-HELD                 PIC  ZZZ,ZZZ,ZZ9.
               10  FILLER                  PIC  X(48) VALUE SPACES.
           05  CR-PPA-LINE.
               10  FILLER                  PIC  X(21) VALUE
                   'PRIOR-PERIOD ADJ....'.
               10  CR-PPA                  PIC  ZZZ,ZZZ,ZZ9.
               10  FILLER                  PIC  X(48) VALUE SPACES.
           05  CR-BLANK-LINE               PIC  X(80) VALUE SPACES.
           05  CR-CATG-HEADING.
               10  FILLER                  PIC  X(80) VALUE
               10  FILLER                  PIC  X(04) VALUE SPACES.
           05  RV-BLANK-LINE               PIC  X(80) VALUE SPACES.

       01 LIMITS-REPORT-LINES.
           05  LM-TITLE-LINE.
               10  FILLER                  PIC  X(47) VALUE
                   'CODECHAL POSTING LIMITS EXCEPTION REPORT       '.
               10  FILLER                  PIC  X(09) VALUE
                   'RUN DATE '.
               10  LM-RUN-DATE             PIC  9(08).
               10  FILLER                  PIC  X(07) VALUE
                   ' CYCLE '.
               10  LM-RUN-CYCLE            PIC  9(01).
               10  FILLER                  PIC  X(08) VALUE SPACES.
           05  LM-HEADING-LINE.
               10  FILLER                  PIC  X(40) VALUE
                   'KEY  TYPE  TRAN DATE         AMOUNT  LIM'.
               10  FILLER                  PIC  X(40) VALUE
                   'IT       LIMIT AMT    CYCLE POSTED'.
           05  LM-DETAIL-LINE.
               10  LM-KEY                  PIC  X(03).
               10  FILLER                  PIC  X(02) VALUE SPACES.
               10  LM-REC-TYPE             PIC  X(02).
               10  FILLER                  PIC  X(04) VALUE SPACES.
               10  LM-TRAN-DATE            PIC  9(08).
               10  FILLER                  PIC  X(02) VALUE SPACES.
               10  LM-TRAN-AMT             PIC  ZZZ,ZZZ,ZZ9.99.
               10  FILLER                  PIC  X(02) VALUE SPACES.
               10  LM-LIMIT-TYPE           PIC  X(05).
               10  FILLER                  PIC  X(02) VALUE SPACES.
               10  LM-LIMIT-AMT            PIC  ZZZ,ZZZ,ZZ9.99.
               10  FILLER                  PIC  X(02) VALUE SPACES.
               10  LM-CYCLE-AMT            PIC  ZZZ,ZZZ,ZZ9.99-.
               10  FILLER                  PIC  X(05) VALUE SPACES.
           05  LM-BLANK-LINE               PIC  X(80) VALUE SPACES.
           05  LM-TOTAL-LINE.
               10  FILLER                  PIC  X(37) VALUE
                   'TRANSACTIONS HELD FOR LIMIT REVIEW..'.
               10  LM-TOTAL-HELD           PIC  ZZZ,ZZZ,ZZ9.
               10  FILLER                  PIC  X(32) VALUE SPACES.

       01 WORK-CATEGORY-TABLE.
           05  WS-CATG-TABLE.
               10  WS-CATG-ENTRY OCCURS 500 TIMES
                   15  WS-CATG-AMT-HIGH    PIC  9(07)V99.
                   15  WS-CATG-DESC        PIC  X(30).

           COPY BUSDPARM.

       PROCEDURE DIVISION.

      ******************************************************************
      ******************************************************************
       0100-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM 0102-ROLL-RUN-DATE
           PERFORM 0105-READ-PARAMETERS
           PERFORM 0150-LOAD-PERIOD-CONTROL
           PERFORM 0140-REGISTER-RUN-START
           OPEN INPUT  TESTI-FILE
           IF WS-RESTART-RRN > 0
               OPEN I-O    TESTO-FILE
               OPEN EXTEND TESTI-REJECT
               PERFORM 0108-COUNT-HELD-ON-FILE
               OPEN EXTEND HELDTRAN-FILE
               OPEN EXTEND TRANDISP-FILE
               PERFORM 0107-SEED-RESTART-TOTALS
               OPEN EXTEND CHKPT-FILE
               OPEN EXTEND AUDITFIL-FILE
      *** DFSMS.
               OPEN I-O    TESTO-FILE
               OPEN OUTPUT TESTI-REJECT
               OPEN OUTPUT HELDTRAN-FILE
               OPEN OUTPUT TRANDISP-FILE
               OPEN OUTPUT CHKPT-FILE
               OPEN OUTPUT AUDITFIL-FILE
           END-IF
           WRITE REVRPT-LINE FROM RV-TITLE-LINE
           WRITE REVRPT-LINE FROM RV-BLANK-LINE
           WRITE REVRPT-LINE FROM RV-HEADING-LINE
           OPEN OUTPUT LIMRPT-FILE
           MOVE WS-RUN-DATE TO LM-RUN-DATE
           MOVE WS-RUN-CYCLE TO LM-RUN-CYCLE
           WRITE LIMRPT-LINE FROM LM-TITLE-LINE
           WRITE LIMRPT-LINE FROM LM-BLANK-LINE
           WRITE LIMRPT-LINE FROM LM-HEADING-LINE
           OPEN INPUT  KEYMSTR-FILE
           IF NOT KEYMSTR-SUCCESS
               DISPLAY 'CODECHAL: KEYMSTR OPEN FAILED, STATUS '
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
               DISPLAY 'CODECHAL: BUSDAYS ROLL FAILED, RC '
                       BUSD-RC
               PERFORM 0130-ABORT-RUN
           END-IF.

       0102-EXIT.
           EXIT.

      ******************************************************************
      * READ THE OPTIONAL PARMIN PARAMETER CARD FOR THE CHECKPOINT
      * INTERVAL AND THE RESTART RELATIVE RECORD NUMBER. A MISSING
                      PARM-RUN-DATE > 0
                       MOVE PARM-RUN-DATE TO WS-RUN-DATE
                   END-IF
                   IF PARM-RUN-CYCLE NUMERIC AND
                      PARM-RUN-CYCLE > 0
                       MOVE PARM-RUN-CYCLE TO WS-RUN-CYCLE
                   END-IF
           END-READ
           CLOSE PARMIN-FILE.

      * ASSIGNMENT STATE (WS-PREV-SEQ-KEY/WS-TESTO-SEQ - SO A KEY
      * WHOSE RECORDS STRADDLE THE CHECKPOINT CONTINUES NUMBERING
      * WHERE THE ABENDED RUN LEFT OFF INSTEAD OF COLLIDING FROM 1)/
      * THE HELD COUNT AND THE CURRENT KEY'S POSTING-LIMIT CYCLE
      * TOTAL (WS-LIM-KEY/WS-LIM-CYCLE-AMT - SO A KEY STRADDLING THE
      * CHECKPOINT IS HELD AT THE SAME POINT IT WOULD HAVE BEEN)/
      * THE PRIOR-PERIOD ADJUSTMENT COUNT/
      * WS-CATGT-TABLE FROM ITS RUNNING TOTALS SO THE END-OF-RUN
      * CONTROL REPORT ON A RESTARTED RUN STAYS CONSISTENT WITH
      * WS-TESTI-READ-CNT, WHICH 0106-CHECK-RESTART ALREADY ADVANCES
                             TO WS-UNMATCHED-CNT
                           MOVE CHKPT-SEQ-KEY    TO WS-PREV-SEQ-KEY
                           MOVE CHKPT-SEQ        TO WS-TESTO-SEQ
                           MOVE CHKPT-HELD-CNT   TO WS-HELD-CNT
                           MOVE CHKPT-LIM-KEY    TO WS-LIM-KEY
                           MOVE CHKPT-LIM-CYCLE-AMT
                             TO WS-LIM-CYCLE-AMT
                           MOVE CHKPT-PPA-CNT    TO WS-PPA-CNT
                           MOVE CHKPT-CATGT-CNT  TO WS-CATGT-CNT
                           MOVE CHKPT-CATGT-TABLE TO WS-CATGT-TABLE
                           SET WS-SEED-FOUND TO TRUE
       0107-EXIT.
           EXIT.

      ******************************************************************
      * ON A CHECKPOINT RESTART, COUNT THE RECORDS THE ABENDED RUN
      * ALREADY WROTE TO THE HELDTRAN QUEUE. HELDTRAN IS REOPENED
      * EXTEND, AND THE TESTI RECORDS BETWEEN THE CHECKPOINT AND THE
      * ABEND ARE READ AGAIN IN THE SAME ORDER, SO 0255 SKIPS THE
      * WRITE FOR EVERY HOLD UP TO THIS COUNT - THOSE ARE ALREADY ON
      * THE QUEUE - AND WRITES ONLY THE HOLDS PAST IT.
      ******************************************************************
       0108-COUNT-HELD-ON-FILE.
           MOVE ZERO TO WS-HELD-ON-FILE-CNT
           OPEN INPUT HELDTRAN-FILE
           PERFORM UNTIL HELDTRAN-EOF OR NOT HELDTRAN-SUCCESS
               READ HELDTRAN-FILE
                   AT END
                       SET HELDTRAN-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-HELD-ON-FILE-CNT
               END-READ
           END-PERFORM
           CLOSE HELDTRAN-FILE.

       0108-EXIT.
           EXIT.

      ******************************************************************
      * LOAD WS-CATG-TABLE FROM THE CATGTBL CATEGORY RULES FILE, IN
      * THE ORDER THE ROWS APPEAR IN THE FILE. FIRST MATCH WINS. A

      ******************************************************************
      * REGISTER THIS RUN IN THE RUNCTL RUN-CONTROL MASTER AND
      * ENFORCE THE DUPLICATE-DATE AND RESTART RULES - BOTH APPLY TO
      * THE RUN DATE AND PROCESSING CYCLE TOGETHER, SO A SAME-DAY
      * CATCH-UP CYCLE IS A FRESH RUN OF ITS OWN:
      *   - A FRESH RUN (NO RESTART RRN) FOR A DATE WHOSE CODECHAL
      *     ROW IS ALREADY COMPLETED IS REFUSED RC=16 - A DOUBLE
      *     SUBMIT MUST NOT REDEFINE TESTO AND RE-FEED THE LEDGER.
                       RUNCTL-STATUS
               PERFORM 0130-ABORT-RUN
           END-IF
           MOVE WS-RUN-DATE  TO RUNCTL-RUN-DATE
           MOVE WS-RUN-CYCLE TO RUNCTL-RUN-CYCLE
           MOVE 'CODECHAL'   TO RUNCTL-STEP
           READ RUNCTL-FILE
               INVALID KEY
                   IF WS-RESTART-RRN > 0
                       DISPLAY 'CODECHAL: RESTART REQUESTED BUT NO '
                               'RUN IS REGISTERED FOR DATE '
                               WS-RUN-DATE ' CYCLE ' WS-RUN-CYCLE
                       PERFORM 0130-ABORT-RUN
                   END-IF
               NOT INVALID KEY
                       IF WS-RESTART-RRN > 0
                           DISPLAY 'CODECHAL: RESTART REQUESTED BUT '
                                   'RUN DATE ' WS-RUN-DATE
                                   ' CYCLE ' WS-RUN-CYCLE
                                   ' ALREADY COMPLETED'
                       ELSE
                           DISPLAY 'CODECHAL: RUN DATE ' WS-RUN-DATE
                                   ' CYCLE ' WS-RUN-CYCLE
                                   ' ALREADY PROCESSED - REFUSING '
                                   'FRESH RUN'
                       END-IF
           EXIT.

      ******************************************************************
      * READ THE PERCTL PERIOD-CONTROL MASTER FOR THE HIGHEST LOCKED
      * PERIOD. PERCLOSE CLOSES PERIODS STRICTLY IN ORDER, SO THAT ONE
      * VALUE IS THE WHOLE GUARD: A POSTING DATED IN A MONTH ON OR
      * BEFORE IT GOES INTO THE RUN'S OPEN PERIOD AS A PRIOR-PERIOD
      * ADJUSTMENT (SEE 0229). A RUN DATE THAT IS ITSELF IN A LOCKED
      * PERIOD HAS NO OPEN PERIOD TO POST INTO - A MIS-PUNCHED RUN
      * DATE OR A CLOSE RUN EARLY - AND IS REFUSED RC=16 BEFORE THE
      * RUN IS REGISTERED.
      ******************************************************************
       0150-LOAD-PERIOD-CONTROL.
           MOVE WS-RUN-DATE(1:6) TO WS-OPEN-PERIOD
           OPEN INPUT PERCTL-FILE
           IF NOT PERCTL-SUCCESS
               DISPLAY 'CODECHAL: PERCTL OPEN FAILED, STATUS '
                       PERCTL-STATUS
               PERFORM 0130-ABORT-RUN
           END-IF
           PERFORM UNTIL PERCTL-EOF
               READ PERCTL-FILE
                   AT END
                       SET PERCTL-EOF TO TRUE
                   NOT AT END
                       IF PERCTL-LOCKED AND
                          PERCTL-PERIOD > WS-LOCKED-THRU
                           MOVE PERCTL-PERIOD TO WS-LOCKED-THRU
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PERCTL-FILE
           IF WS-OPEN-PERIOD NOT > WS-LOCKED-THRU
               DISPLAY 'CODECHAL: RUN DATE ' WS-RUN-DATE
                       ' FALLS IN LOCKED PERIOD - PERIODS ARE CLOSED '
                       'THROUGH ' WS-LOCKED-THRU
               PERFORM 0130-ABORT-RUN
           END-IF.

       0150-EXIT.
           EXIT.

      ******************************************************************
      * READ ONE TESTI-RECORD, PROCESS IT AGAINST THE LOOKUP TABLE,
      * AND RECORD WHAT BECAME OF IT. THE DISPOSITION RECORD IS
      * CLEARED FIRST - THE POSTING, REJECT, AND HOLD PARAGRAPHS FILL
      * IN THE OUTCOME AS THEY GO, AND 0260 WRITES IT.
      ******************************************************************
       0200-PROCESS-TESTI-FILE.
           READ TESTI-FILE
                   SET TESTI-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-TESTI-READ-CNT
                   INITIALIZE TRAN-DISP-RECORD
                   PERFORM 0210-MATCH-TESTI-KEY
                   PERFORM 0260-WRITE-DISPOSITION
                   PERFORM 0240-WRITE-CHECKPOINT
           END-READ.

      * ARE CACHED AND REUSED ACROSS CONSECUTIVE RECORDS FOR THE
      * KEY. A TESTI KEY LOWER THAN THE CACHED ONE CANNOT HAPPEN OFF
      * THE SORT, BUT THE KEYED RE-START FALLBACK KEEPS THE MATCH
      * BEHAVIOR IDENTICAL EVEN FOR HAND-BUILT INPUT. THE MATCHED
      * ROW'S POSTING LIMITS ARE LEFT IN WS-LIM-TRAN-LIMIT/
      * WS-LIM-CYCLE-LIMIT FOR 0250-CHECK-POSTING-LIMITS.
      ******************************************************************
       0212-MATCH-KEYMSTR-ROW.
           IF TESTI-KEY NOT = WS-KM-CACHE-ID
                   WS-RUN-DATE <= WS-KM-EFF-TO(WS-KM-SUB))
                   SET WS-KEYMSTR-FOUND TO TRUE
               END-IF
           END-PERFORM
      *** THE VARYING STEP RUNS ONCE MORE AFTER THE FOUND ROW BEFORE
      *** THE UNTIL TEST ENDS THE LOOP - BACK UP ONE TO REACH IT.
           IF WS-KEYMSTR-FOUND
               SUBTRACT 1 FROM WS-KM-SUB
               MOVE WS-KM-TRAN-LIMIT(WS-KM-SUB)  TO WS-LIM-TRAN-LIMIT
               MOVE WS-KM-CYCLE-LIMIT(WS-KM-SUB) TO WS-LIM-CYCLE-LIMIT
           END-IF.

       0212-EXIT.
           EXIT.
                 TO WS-KM-EFF-FROM(WS-KM-ROW-CNT)
               MOVE KEYMSTR-EFF-TO
                 TO WS-KM-EFF-TO(WS-KM-ROW-CNT)
               MOVE KEYMSTR-TRAN-LIMIT
                 TO WS-KM-TRAN-LIMIT(WS-KM-ROW-CNT)
               MOVE KEYMSTR-CYCLE-LIMIT
                 TO WS-KM-CYCLE-LIMIT(WS-KM-ROW-CNT)
               PERFORM 0213-READ-KEYMSTR-NEXT
           END-PERFORM.

      * POST AN ORIGINAL ('00') TRANSACTION - THE SAME PATH EVERY
      * TESTI RECORD TOOK BEFORE RECORD TYPES MEANT ANYTHING: THE
      * TRANSACTION'S OWN DATE AND AMOUNT FLOW TO TESTO AND DRIVE
      * CATEGORY ASSIGNMENT. AN ORIGINAL THAT WOULD BREACH THE KEY'S
      * POSTING LIMITS IS HELD INSTEAD (SEE 0250).
      ******************************************************************
       0216-POST-ORIGINAL.
           MOVE TESTI-TRAN-AMT TO WS-LIM-TRAN-AMT
           MOVE TESTI-TRAN-AMT TO WS-LIM-NET-AMT
           PERFORM 0250-CHECK-POSTING-LIMITS
           IF WS-OVER-LIMIT
               PERFORM 0255-HOLD-TRANSACTION
           ELSE
               INITIALIZE TESTO-RECORD
               MOVE TESTI-KEY       TO TESTO-KEY-ID
               MOVE TESTI-TRAN-DATE TO TESTO-DATE
               MOVE TESTI-TRAN-AMT  TO TESTO-AMT
               PERFORM 0220-ASSIGN-CATEGORY
               PERFORM 0228-WRITE-TESTO-RECORD
               IF WS-TESTO-WRITE-OK
                   SET DISP-POSTED TO TRUE
               END-IF
           END-IF.

       0216-EXIT.
           EXIT.
               PERFORM 0228-WRITE-TESTO-RECORD
               IF WS-TESTO-WRITE-OK
                   ADD 1 TO WS-REVERSAL-CNT
                   SET DISP-REVERSED TO TRUE
               END-IF
           ELSE
               PERFORM 0285-REJECT-UNMATCHED
      * REPLACEMENT WITH NO BACK-OUT WOULD MISSTATE THE KEY AND, ON
      * A SECOND COLLISION, DOUBLE-SUSPEND ONE TESTI RECORD. AN
      * ADJUSTMENT THAT FINDS NOTHING TO REPLACE SUSPENDS AS REASON
      * '08' LIKE AN UNMATCHED REVERSAL. A MATCHED ADJUSTMENT IS
      * LIMIT-TESTED BEFORE EITHER SIDE IS WRITTEN - ITS NEW AMOUNT
      * AGAINST THE PER-TRANSACTION LIMIT, AND THE NET CHANGE (NEW
      * AMOUNT LESS THE AMOUNT BACKED OUT) AGAINST THE PER-CYCLE
      * LIMIT - AND A BREACH HOLDS THE WHOLE ADJUSTMENT, SO THE
      * PRIOR POSTING STANDS UNTIL THE RELEASE.
      ******************************************************************
       0219-POST-ADJUSTMENT.
           SET WS-MATCH-BY-DATE TO TRUE
           PERFORM 0225-MATCH-POSTED-RECORD
           IF WS-POSTED-FOUND
               MOVE TESTI-TRAN-AMT TO WS-LIM-TRAN-AMT
               COMPUTE WS-LIM-NET-AMT = TESTI-TRAN-AMT - WS-MATCHED-AMT
               PERFORM 0250-CHECK-POSTING-LIMITS
               IF WS-OVER-LIMIT
                   PERFORM 0255-HOLD-TRANSACTION
               ELSE
                   PERFORM 0221-POST-ADJUSTMENT-PAIR
               END-IF
           ELSE
               PERFORM 0285-REJECT-UNMATCHED
       0220-EXIT.
           EXIT.

      ******************************************************************
      * WRITE BOTH SIDES OF A MATCHED, WITHIN-LIMIT ADJUSTMENT - THE
      * BACK-OUT OF THE MATCHED POSTING UNDER ITS ORIGINAL CATEGORY,
      * THEN THE REPOST OF THE ADJUSTMENT'S OWN AMOUNT (SEE 0219).
      * THE BACK-OUT ROW IS SAVED TO THE DISPOSITION'S BACK-OUT
      * FIELDS BEFORE THE REPOST WRITE OVERLAYS THE POSTED ONES.
      ******************************************************************
       0221-POST-ADJUSTMENT-PAIR.
           INITIALIZE TESTO-RECORD
           MOVE TESTI-KEY       TO TESTO-KEY-ID
           MOVE TESTI-TRAN-DATE TO TESTO-DATE
           COMPUTE TESTO-AMT = ZERO - WS-MATCHED-AMT
           MOVE WS-MATCHED-CATG TO TESTO-CATEGORY
           MOVE 'ADJ-REV '      TO WS-RULE-SOURCE
           MOVE ZERO            TO WS-RULE-NDX
           PERFORM 0228-WRITE-TESTO-RECORD
           IF WS-TESTO-WRITE-OK
               MOVE DISP-TESTO-SEQ  TO DISP-BACKOUT-SEQ
               MOVE DISP-CATEGORY   TO DISP-BACKOUT-CATG
               MOVE DISP-POSTED-AMT TO DISP-BACKOUT-AMT
               INITIALIZE TESTO-RECORD
               MOVE TESTI-KEY       TO TESTO-KEY-ID
               MOVE TESTI-TRAN-DATE TO TESTO-DATE
               MOVE TESTI-TRAN-AMT  TO TESTO-AMT
               PERFORM 0220-ASSIGN-CATEGORY
               PERFORM 0228-WRITE-TESTO-RECORD
               IF WS-TESTO-WRITE-OK
                   ADD 1 TO WS-ADJUST-CNT
                   SET DISP-ADJUSTED TO TRUE
               END-IF
           END-IF.

       0221-EXIT.
           EXIT.

      ******************************************************************
      * FIND THE POSTED RECORD A REVERSAL OR ADJUSTMENT REFERS TO.
      * THIS RUN'S TESTO IS SCANNED FIRST (THE KEY'S WHOLE SEQUENCE
               SET WS-POSTED-SCAN-MORE TO TRUE
               MOVE TESTI-KEY TO TESTHIST-TESTO-KEY
               MOVE ZERO      TO TESTHIST-RUN-DATE
               MOVE ZERO      TO TESTHIST-RUN-CYCLE
               MOVE ZERO      TO TESTHIST-SEQ
               START TESTHIST-FILE KEY >= TESTHIST-KEY
                   INVALID KEY
      ******************************************************************
      * COMMON TESTO WRITE - ASSIGNS THE SEQUENCE NUMBER, WRITES THE
      * RECORD BUILT BY THE POSTING PARAGRAPH, AND ON SUCCESS FOLDS
      * IT INTO THE RUN TOTALS, AUDIT TRAIL, AND THE RECORD'S
      * DISPOSITION (TESTO SEQUENCE, CATEGORY, AMOUNT). AN INVALID
      * KEY IS THE REASON '05' RESTART-OVERLAP CASE (SEE 0218). THE
      * CALLER CAN TEST WS-TESTO-WRITE-OK - 0219 USES IT TO SKIP THE
      * REPOST SIDE OF AN ADJUSTMENT WHOSE BACK-OUT JUST SUSPENDED,
      * AND THE POSTED-REVERSAL/ADJUSTMENT COUNTERS ONLY COUNT REAL
      * WRITES.
      * EVERY REAL WRITE, EITHER SIGN, ALSO FOLDS INTO THE KEY'S NET
      * CYCLE TOTAL THAT THE PER-CYCLE POSTING LIMIT IS TESTED ON -
      * AND SO DOES A RESTART OVERLAP, WHOSE RECORD THE ABENDED RUN
      * DID POST AFTER THE CHECKPOINT THE CYCLE TOTAL WAS SEEDED FROM.
      ******************************************************************
       0228-WRITE-TESTO-RECORD.
           PERFORM 0218-ASSIGN-TESTO-SEQ
           PERFORM 0229-ASSIGN-PERIOD
           MOVE WS-RUN-CYCLE TO TESTO-RUN-CYCLE
           WRITE TESTO-RECORD
               INVALID KEY
                   SET WS-TESTO-WRITE-FAILED TO TRUE
                   SET WS-REASON-DUP-KEY TO TRUE
                   PERFORM 0290-WRITE-REJECT-RECORD
                   IF WS-RESTART-RRN > 0
                       PERFORM 0252-SYNC-LIMIT-KEY
                       ADD TESTO-AMT TO WS-LIM-CYCLE-AMT
                   END-IF
               NOT INVALID KEY
                   SET WS-TESTO-WRITE-OK TO TRUE
                   ADD 1 TO WS-TESTO-WRITE-CNT
                   PERFORM 0252-SYNC-LIMIT-KEY
                   ADD TESTO-AMT TO WS-LIM-CYCLE-AMT
                   MOVE TESTO-KEY-SEQ  TO DISP-TESTO-SEQ
                   MOVE TESTO-CATEGORY TO DISP-CATEGORY
                   MOVE TESTO-AMT      TO DISP-POSTED-AMT
                   IF TESTO-PRIOR-PERIOD-ADJ
                       ADD 1 TO WS-PPA-CNT
                   END-IF
                   PERFORM 0230-ACCUMULATE-CATEGORY-TOTAL
                   PERFORM 0295-WRITE-AUDIT-RECORD
           END-WRITE.
       0228-EXIT.
           EXIT.

      ******************************************************************
      * STAMP THE ACCOUNTING PERIOD ON THE TESTO RECORD ABOUT TO BE
      * WRITTEN. AN ORIGINAL, REVERSAL, OR EITHER SIDE OF AN
      * ADJUSTMENT DATED IN A PERIOD STILL OPEN COUNTS IN THAT
      * PERIOD; ONE DATED IN A LOCKED PERIOD MAY NOT TOUCH THE CLOSED
      * SNAPSHOT, SO IT COUNTS IN THE RUN'S OPEN PERIOD AND IS
      * FLAGGED AS A PRIOR-PERIOD ADJUSTMENT. TESTO-DATE ITSELF IS
      * NEVER CHANGED.
      ******************************************************************
       0229-ASSIGN-PERIOD.
           IF TESTO-DATE(1:6) > WS-LOCKED-THRU
               MOVE TESTO-DATE(1:6) TO TESTO-PERIOD
               MOVE 'N'             TO TESTO-PPA-FLAG
           ELSE
               MOVE WS-OPEN-PERIOD  TO TESTO-PERIOD
               SET TESTO-PRIOR-PERIOD-ADJ TO TRUE
           END-IF
           MOVE 'N'                 TO TESTO-RECLASS-SW
           MOVE ZERO                TO TESTO-RECLASS-CATG.

       0229-EXIT.
           EXIT.

      ******************************************************************
      * FIND OR ADD THE TESTO-CATEGORY JUST ASSIGNED IN WS-CATGT-TABLE
      * AND ACCUMULATE ITS COUNT AND AMOUNT FOR THE CONTROL REPORT.
               MOVE WS-UNMATCHED-CNT  TO CHKPT-UNMATCH-CNT
               MOVE WS-PREV-SEQ-KEY   TO CHKPT-SEQ-KEY
               MOVE WS-TESTO-SEQ      TO CHKPT-SEQ
               MOVE WS-HELD-CNT       TO CHKPT-HELD-CNT
               MOVE WS-LIM-KEY        TO CHKPT-LIM-KEY
               MOVE WS-LIM-CYCLE-AMT  TO CHKPT-LIM-CYCLE-AMT
               MOVE WS-PPA-CNT        TO CHKPT-PPA-CNT
               MOVE WS-CATGT-CNT      TO CHKPT-CATGT-CNT
               MOVE WS-CATGT-TABLE    TO CHKPT-CATGT-TABLE
               WRITE CHKPT-RECORD
       0240-EXIT.
           EXIT.

      ******************************************************************
      * TEST A POSTING AGAINST THE IN-EFFECT KEYMSTR ROW'S LIMITS.
      * THE CALLER LOADS WS-LIM-TRAN-AMT (THE AMOUNT THE TRANSACTION
      * POSTS, TESTED AGAINST THE PER-TRANSACTION LIMIT) AND
      * WS-LIM-NET-AMT (WHAT IT ADDS TO THE KEY'S NET CYCLE TOTAL,
      * TESTED AGAINST THE PER-CYCLE LIMIT). A ZERO LIMIT IS NO
      * LIMIT. THE PER-TRANSACTION LIMIT IS TESTED FIRST, SO A
      * RECORD THAT BREACHES BOTH IS REPORTED AGAINST THAT ONE. A
      * RECORD HELDREL RECYCLED AGAINST AN AUTHORIZED RELEASE CARD
      * (TESTI-RELEASE-ID STAMPED) HAS ALREADY BEEN APPROVED OVER
      * THE LIMIT AND IS NOT RE-TESTED.
      ******************************************************************
       0250-CHECK-POSTING-LIMITS.
           SET WS-WITHIN-LIMITS TO TRUE
           PERFORM 0252-SYNC-LIMIT-KEY
           IF TESTI-RELEASE-ID = SPACES OR
              TESTI-RELEASE-ID = LOW-VALUES
               IF WS-LIM-TRAN-LIMIT > ZERO AND
                  WS-LIM-TRAN-AMT > WS-LIM-TRAN-LIMIT
                   SET WS-OVER-LIMIT TO TRUE
                   SET WS-LIMIT-TRAN TO TRUE
                   MOVE WS-LIM-TRAN-LIMIT TO WS-LIM-BREACH-LIMIT
               END-IF
               IF WS-WITHIN-LIMITS AND
                  WS-LIM-CYCLE-LIMIT > ZERO AND
                  WS-LIM-CYCLE-AMT + WS-LIM-NET-AMT > WS-LIM-CYCLE-LIMIT
                   SET WS-OVER-LIMIT TO TRUE
                   SET WS-LIMIT-CYCLE TO TRUE
                   MOVE WS-LIM-CYCLE-LIMIT TO WS-LIM-BREACH-LIMIT
               END-IF
           END-IF.

       0250-EXIT.
           EXIT.

      ******************************************************************
      * START A FRESH NET CYCLE TOTAL WHEN TESTI MOVES TO A NEW KEY -
      * TESTI.SORTED ARRIVES IN KEY ORDER, SO ONE RUNNING TOTAL IS
      * ENOUGH, THE SAME WAY 0218 KEEPS ONE SEQUENCE COUNTER.
      ******************************************************************
       0252-SYNC-LIMIT-KEY.
           IF TESTI-KEY NOT = WS-LIM-KEY
               MOVE TESTI-KEY TO WS-LIM-KEY
               MOVE ZERO      TO WS-LIM-CYCLE-AMT
           END-IF.

       0252-EXIT.
           EXIT.

      ******************************************************************
      * HOLD A TRANSACTION THAT BREACHED A POSTING LIMIT - WRITE IT TO
      * THE HELDTRAN QUEUE AS REASON '09' WITH THE LIMIT THAT TRIPPED
      * AND THE KEY'S CYCLE TOTAL AT THE TIME, AND PRINT IT ON THE
      * LIMRPT EXCEPTION REPORT. NOTHING POSTS AND NOTHING SUSPENDS -
      * THE RECORD WAITS FOR AN AUTHORIZED RELEASE CARD (HELDREL).
      * THE RECORD'S DISPOSITION BECOMES HELD, REASON '09'. ON A
      * RESTART A HOLD THE ABENDED RUN ALREADY QUEUED (SEE 0108) IS
      * COUNTED BUT NOT WRITTEN AGAIN.
      ******************************************************************
       0255-HOLD-TRANSACTION.
           SET WS-REASON-HELD-LIMIT TO TRUE
           MOVE TESTI-RECORD       TO HELD-TRAN-DATA
           MOVE WS-REJECT-REASON   TO HELD-REASON
           MOVE WS-LIMIT-TYPE      TO HELD-LIMIT-TYPE
           MOVE WS-LIM-BREACH-LIMIT TO HELD-LIMIT-AMT
           MOVE WS-LIM-CYCLE-AMT   TO HELD-CYCLE-AMT
           MOVE WS-RUN-DATE        TO HELD-DATE
           MOVE WS-RUN-CYCLE       TO HELD-RUN-CYCLE
           ADD 1 TO WS-HELD-CNT
           IF WS-HELD-CNT > WS-HELD-ON-FILE-CNT
               WRITE HELD-TRAN-RECORD
           END-IF
           SET DISP-HELD TO TRUE
           MOVE WS-REJECT-REASON   TO DISP-REASON
           MOVE TESTI-KEY          TO LM-KEY
           MOVE TESTI-REC-TYPE     TO LM-REC-TYPE
           MOVE TESTI-TRAN-DATE    TO LM-TRAN-DATE
           MOVE TESTI-TRAN-AMT     TO LM-TRAN-AMT
           IF WS-LIMIT-TRAN
               MOVE 'TRAN ' TO LM-LIMIT-TYPE
           ELSE
               MOVE 'CYCLE' TO LM-LIMIT-TYPE
           END-IF
           MOVE WS-LIM-BREACH-LIMIT TO LM-LIMIT-AMT
           MOVE WS-LIM-CYCLE-AMT   TO LM-CYCLE-AMT
           WRITE LIMRPT-LINE FROM LM-DETAIL-LINE.

       0255-EXIT.
           EXIT.

      ******************************************************************
      * WRITE THE DISPOSITION OF THE TESTI RECORD JUST PROCESSED -
      * THE OUTCOME FIELDS WERE FILLED IN ALONG THE WAY; THE RECORD
      * ITSELF, THE RUN DATE AND CYCLE, AND ITS RRN ARE ADDED HERE.
      ******************************************************************
       0260-WRITE-DISPOSITION.
           MOVE TESTI-RECORD      TO DISP-TRAN-DATA
           MOVE WS-RUN-DATE       TO DISP-RUN-DATE
           MOVE WS-RUN-CYCLE      TO DISP-RUN-CYCLE
           MOVE WS-TESTI-READ-CNT TO DISP-RRN
           WRITE TRAN-DISP-RECORD.

       0260-EXIT.
           EXIT.

      ******************************************************************
      * A REVERSAL OR ADJUSTMENT THAT FOUND NO POSTING TO BACK OUT -
      * SUSPEND IT AS REASON '08' (SO IT RECYCLES ONCE THE POSTING
      * WITH THE REASON CODE ALREADY SET IN WS-REJECT-REASON. CYCLE
      * COUNT STARTS AT ZERO AND THE FIRST-SUSPENDED DATE IS THE RUN
      * DATE - SUSPREC BUMPS THE CYCLE AND CARRIES THE DATE FORWARD
      * EACH TIME IT RE-SUSPENDS THE RECORD. THE RECORD'S DISPOSITION
      * BECOMES SUSPENDED WITH THE SAME REASON.
      ******************************************************************
       0290-WRITE-REJECT-RECORD.
           MOVE TESTI-RECORD    TO TESTI-REJECT-DATA
           MOVE WS-REJECT-REASON TO TESTI-REJECT-REASON
           MOVE ZERO            TO TESTI-REJECT-CYCLE
           MOVE WS-RUN-DATE     TO TESTI-REJECT-DATE
           MOVE WS-RUN-CYCLE    TO TESTI-REJECT-RUN-CYCLE
           WRITE TESTI-REJECT-RECORD
           ADD 1 TO WS-REJECT-CNT
           SET DISP-SUSPENDED TO TRUE
           MOVE WS-REJECT-REASON TO DISP-REASON.

       0290-EXIT.
           EXIT.
      * CUTOFF RULE) PRODUCED IT. AUDIT-LU-NDX IS ALWAYS ZERO NOW
      * THAT THE KEYMSTR LOOKUP IS KEYED RATHER THAN A TABLE ROW -
      * THE FIELD IS KEPT SO THE AUDITFIL RECORD LENGTH AND ITS
      * DOWNSTREAM READERS ARE UNDISTURBED. THE RUN DATE, CYCLE, AND
      * TESTO SEQUENCE COMPLETE THE POSTING'S TESTHIST KEY.
      ******************************************************************
       0295-WRITE-AUDIT-RECORD.
           MOVE TESTO-KEY-ID     TO AUDIT-KEY
           MOVE WS-RULE-NDX      TO AUDIT-RULE-NDX
           MOVE 'CODECHAL'       TO AUDIT-SOURCE-PGM
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
           MOVE WS-RUN-DATE      TO AUDIT-RUN-DATE
           MOVE WS-RUN-CYCLE     TO AUDIT-RUN-CYCLE
           MOVE TESTO-KEY-SEQ    TO AUDIT-SEQ
           MOVE TESTO-PERIOD     TO AUDIT-PERIOD
           MOVE TESTO-PPA-FLAG   TO AUDIT-PPA-FLAG
           WRITE AUDIT-RECORD.

       0295-EXIT.
      ******************************************************************
       0900-TERMINATE.
           PERFORM 0910-WRITE-CONTROL-REPORT
           WRITE LIMRPT-LINE FROM LM-BLANK-LINE
           MOVE WS-HELD-CNT TO LM-TOTAL-HELD
           WRITE LIMRPT-LINE FROM LM-TOTAL-LINE
           PERFORM 0890-REGISTER-RUN-END
           CLOSE TESTI-FILE
           CLOSE KEYMSTR-FILE
           CLOSE TESTO-FILE
           CLOSE TESTHIST-FILE
           CLOSE TESTI-REJECT
           CLOSE HELDTRAN-FILE
           CLOSE TRANDISP-FILE
           CLOSE CTLRPT-FILE
           CLOSE REVRPT-FILE
           CLOSE LIMRPT-FILE
           CLOSE CHKPT-FILE
           CLOSE AUDITFIL-FILE
           DISPLAY 'CODECHAL: TESTI RECORDS READ     = '
           DISPLAY 'CODECHAL: ADJUSTMENTS POSTED     = '
                   WS-ADJUST-CNT
           DISPLAY 'CODECHAL: UNMATCHED REV/ADJ      = '
                   WS-UNMATCHED-CNT
           DISPLAY 'CODECHAL: HELD FOR POSTING LIMIT = '
                   WS-HELD-CNT
           DISPLAY 'CODECHAL: PRIOR-PERIOD ADJUSTMENTS = '
                   WS-PPA-CNT.

       0900-EXIT.
           EXIT.
      * EVIDENCE BEHIND).
      ******************************************************************
       0890-REGISTER-RUN-END.
           MOVE WS-RUN-DATE  TO RUNCTL-RUN-DATE
           MOVE WS-RUN-CYCLE TO RUNCTL-RUN-CYCLE
           MOVE 'CODECHAL'   TO RUNCTL-STEP
           READ RUNCTL-FILE
               INVALID KEY
                   DISPLAY 'CODECHAL: WARNING - RUNCTL ROW MISSING '
      ******************************************************************
      * BUILD AND WRITE THE END-OF-RUN CONTROL REPORT SO OPS CAN
      * BALANCE THE RUN AGAINST THE SOURCE EXTRACT. SHOWS TESTI READ,
      * TESTO WRITTEN, RECORDS REJECTED, RECORDS HELD FOR A POSTING
      * LIMIT, PRIOR-PERIOD ADJUSTMENTS POSTED, AND AMOUNT/COUNT
      * TOTALS BY TESTO-CATEGORY.
      ******************************************************************
       0910-WRITE-CONTROL-REPORT.
           WRITE CTLRPT-LINE FROM CR-TITLE-LINE
           WRITE CTLRPT-LINE FROM CR-WRITE-LINE
           MOVE WS-REJECT-CNT      TO CR-REJECTED
           WRITE CTLRPT-LINE FROM CR-REJECT-LINE
           MOVE WS-HELD-CNT        TO CR-HELD
           WRITE CTLRPT-LINE FROM CR-HELD-LINE
           MOVE WS-PPA-CNT         TO CR-PPA
           WRITE CTLRPT-LINE FROM CR-PPA-LINE
           WRITE CTLRPT-LINE FROM CR-BLANK-LINE
           WRITE CTLRPT-LINE FROM CR-CATG-HEADING
           PERFORM VARYING WS-CATGT-NDX FROM 1 BY 1

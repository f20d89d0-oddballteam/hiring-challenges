      * FORMAT INTERFACE FILE WRAPPED IN CONTROL RECORDS SO THE
      * RECEIVING SYSTEM CAN PROVE IT GOT A COMPLETE FEED:
      *
      *   'H' HEADER  - RUN DATE, SOURCE SYSTEM ID, AND CYCLE
      *   'D' DETAIL  - ONE PER TESTO-RECORD, WITH THE ACCOUNTING
      *                 PERIOD IT COUNTS IN AND THE PRIOR-PERIOD
      *                 ADJUSTMENT FLAG
      *   'C' SUBTOTAL- HASH TOTAL OF TESTO-AMT AND RECORD COUNT FOR
      *                 EACH TESTO-CATEGORY SEEN IN THE FEED
      *   'T' TRAILER - DETAIL RECORD COUNT AND GRAND AMOUNT HASH,
      *                 REPEATING THE HEADER'S RUN DATE AND CYCLE
      *
      * RUNS AS STEP050 OF CODECHAL.jcl, ONLY WHEN THE RUNBAL
      * BALANCING STEP HAS PASSED - A PARTIAL OR OUT-OF-BALANCE TESTO
      ***%            COMPLETED ROW IS ALSO WHAT LEDGRECN AGES
      ***%            UNACKNOWLEDGED FEEDS AGAINST.
      ***%************************************************************:
      ***%CCR#      :                      PROGRAMMER: MAINTENANCE
      ***%MODLOG TAG:                      COMPANY   : ODDBALL
      ***%RELEASE NO:                      DATE      : 10/15/2026
      ***%
      ***%PROBLEM   : AFTER A MONTH-END CLOSE THE LEDGER TEAM COULD
      ***%            NOT TELL A LATE POSTING FOR A CLOSED MONTH FROM
      ***%            CURRENT ACTIVITY - BOTH LOOKED ALIKE BY DATE.
      ***%
      ***%SOLUTION  : THE 'D' DETAIL NOW CARRIES LD-PERIOD (TESTO-
      ***%            PERIOD) AND LD-PPA-FLAG (TESTO-PPA-FLAG) OUT OF
      ***%            ITS FILLER - A 'Y' ROW POSTS TO THE OPEN PERIOD
      ***%            AS A PRIOR-PERIOD ADJUSTMENT. RECORD LENGTH AND
      ***%            CONTROL RECORDS ARE UNCHANGED.
      ***%************************************************************:
      ***%CCR#      :                      PROGRAMMER: MAINTENANCE
      ***%MODLOG TAG:                      COMPANY   : ODDBALL
      ***%RELEASE NO:                      DATE      : 10/15/2026
      ***%
      ***%PROBLEM   : A SAME-DAY CATCH-UP CYCLE WOULD SEND A SECOND FEED
      ***%            WITH THE SAME RUN DATE AS THE OVERNIGHT ONE, AND
      ***%            THE LEDGER SIDE COULD NOT TELL THE TWO APART.
      ***%
      ***%SOLUTION  : TAKES THE CYCLE FROM PARM-RUN-CYCLE. THE 'H'
      ***%            HEADER CARRIES IT IN LH-RUN-CYCLE AND THE 'T'
      ***%            TRAILER REPEATS THE RUN DATE AND CYCLE
      ***%            (LT-RUN-DATE/LT-RUN-CYCLE), ALL IN FORMER FILLER.
      ***%            RUNCTL ROW IS PER CYCLE.
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
           05  WS-RUN-DATE                 PIC  9(08)      VALUE ZERO.
           05  WS-RUN-DATE-X REDEFINES WS-RUN-DATE
                                           PIC  X(08).
           05  WS-RUN-CYCLE                PIC  9(01)      VALUE 1.
           05  WS-XTR-SW                   PIC  X(01).
               88  WS-XTR-FOUND                  VALUE 'Y'.
               88  WS-XTR-NOT-FOUND              VALUE 'N'.
           05  LH-RECORD-TYPE              PIC  X(01) VALUE 'H'.
           05  LH-RUN-DATE                 PIC  9(08).
           05  LH-SOURCE-SYSTEM            PIC  X(08) VALUE 'CODECHAL'.
           05  LH-RUN-CYCLE                PIC  9(01).
           05  FILLER                      PIC  X(62) VALUE SPACES.

       01 LEDGER-DETAIL-RECORD.
           05  LD-RECORD-TYPE              PIC  X(01) VALUE 'D'.
           05  LD-DATE                     PIC  9(08).
           05  LD-AMT                      PIC S9(07)V99.
           05  LD-CATEGORY                 PIC  9(04).
           05  LD-PERIOD                   PIC  9(06).
           05  LD-PPA-FLAG                 PIC  X(01).
           05  FILLER                      PIC  X(44) VALUE SPACES.

       01 LEDGER-SUBTOTAL-RECORD.
           05  LC-RECORD-TYPE              PIC  X(01) VALUE 'C'.
           05  LT-RECORD-TYPE              PIC  X(01) VALUE 'T'.
           05  LT-DETAIL-CNT               PIC  9(09).
           05  LT-GRAND-HASH               PIC S9(13)V99.
           05  LT-RUN-DATE                 PIC  9(08).
           05  LT-RUN-CYCLE                PIC  9(01).
           05  FILLER                      PIC  X(46) VALUE SPACES.

           COPY BUSDPARM.

       PROCEDURE DIVISION.

      * IDENTIFY THE FEED - DEFAULTS TO TODAY AND FOLLOWS THE SAME
      * PARM-RUN-DATE OVERRIDE CODECHAL, RUNBAL, AND HISTMRG HONOR,
      * SO AN OVERRIDDEN-DATE CYCLE IS LABELED CONSISTENTLY
      * EVERYWHERE. THE PROCESSING CYCLE (PARM-RUN-CYCLE) RIDES
      * WITH IT SO A SAME-DAY CATCH-UP FEED IS A FEED OF ITS OWN.
      ******************************************************************
       0100-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE-X
           PERFORM 0102-ROLL-RUN-DATE
           OPEN INPUT PARMIN-FILE
           READ PARMIN-FILE
               AT END
                      PARM-RUN-DATE > 0
                       MOVE PARM-RUN-DATE TO WS-RUN-DATE
                   END-IF
                   IF PARM-RUN-CYCLE NUMERIC AND
                      PARM-RUN-CYCLE > 0
                       MOVE PARM-RUN-CYCLE TO WS-RUN-CYCLE
                   END-IF
           END-READ
           CLOSE PARMIN-FILE
           PERFORM 0140-REGISTER-RUN-START
           OPEN INPUT  TESTO-FILE
           OPEN OUTPUT LEDGER-FILE
           MOVE WS-RUN-DATE TO LH-RUN-DATE
           MOVE WS-RUN-CYCLE TO LH-RUN-CYCLE
           WRITE LEDGER-RECORD FROM LEDGER-HEADER-RECORD.

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
               DISPLAY 'TESTOXTR: BUSDAYS ROLL FAILED, RC '
                       BUSD-RC
               DISPLAY 'TESTOXTR: RUN ABORTED - SEE PRECEDING MESSAGES'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       0102-EXIT.
           EXIT.

      ******************************************************************
      * REGISTER THIS STEP'S START IN THE RUNCTL RUN-CONTROL MASTER
      * (STEP 'TESTOXTR'). CODECHAL IS THE GATE THAT REFUSES A
               GOBACK
           END-IF
           MOVE WS-RUN-DATE TO RUNCTL-RUN-DATE
           MOVE WS-RUN-CYCLE TO RUNCTL-RUN-CYCLE
           MOVE 'TESTOXTR'  TO RUNCTL-STEP
           SET RUNCTL-STARTED TO TRUE
           MOVE FUNCTION CURRENT-DATE TO RUNCTL-START-TS
                   MOVE TESTO-DATE     TO LD-DATE
                   MOVE TESTO-AMT      TO LD-AMT
                   MOVE TESTO-CATEGORY TO LD-CATEGORY
                   MOVE TESTO-PERIOD   TO LD-PERIOD
                   MOVE TESTO-PPA-FLAG TO LD-PPA-FLAG
                   WRITE LEDGER-RECORD FROM LEDGER-DETAIL-RECORD
                   ADD 1         TO WS-DETAIL-CNT
                   ADD TESTO-AMT TO WS-GRAND-HASH
           END-PERFORM
           MOVE WS-DETAIL-CNT TO LT-DETAIL-CNT
           MOVE WS-GRAND-HASH TO LT-GRAND-HASH
           MOVE WS-RUN-DATE   TO LT-RUN-DATE
           MOVE WS-RUN-CYCLE  TO LT-RUN-CYCLE
           WRITE LEDGER-RECORD FROM LEDGER-TRAILER-RECORD
           PERFORM 0890-REGISTER-RUN-END
           CLOSE TESTO-FILE
      ******************************************************************
       0890-REGISTER-RUN-END.
           MOVE WS-RUN-DATE TO RUNCTL-RUN-DATE
           MOVE WS-RUN-CYCLE TO RUNCTL-RUN-CYCLE
           MOVE 'TESTOXTR'  TO RUNCTL-STEP
           READ RUNCTL-FILE
               INVALID KEY

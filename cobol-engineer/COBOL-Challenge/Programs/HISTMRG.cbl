      ***%            CODECHAL IS THE GATE THAT REFUSES THE
      ***%            DUPLICATE DATE UP FRONT.
      ***%************************************************************:
      ***%CCR#      :                      PROGRAMMER: MAINTENANCE
      ***%MODLOG TAG:                      COMPANY   : ODDBALL
      ***%RELEASE NO:                      DATE      : 10/15/2026
      ***%
      ***%PROBLEM   : MONTH-END CLOSE NEEDS EVERY HISTORY ROW TIED TO
      ***%            THE ACCOUNTING PERIOD IT COUNTS IN, AND PRIOR-
      ***%            PERIOD ADJUSTMENTS MUST STAY IDENTIFIABLE.
      ***%
      ***%SOLUTION  : CARRIES TESTO-PERIOD, TESTO-PPA-FLAG AND THE
      ***%            POST-CLOSE RECLASS FIELDS INTO THE MATCHING NEW
      ***%            TESTHIST FIELDS.
      ***%************************************************************:
      ***%CCR#      :                      PROGRAMMER: MAINTENANCE
      ***%MODLOG TAG:                      COMPANY   : ODDBALL
      ***%RELEASE NO:                      DATE      : 10/15/2026
      ***%
      ***%PROBLEM   : A SAME-DAY CATCH-UP CYCLE'S TESTO SEQUENCES START
      ***%            AGAIN AT 1, SO ITS HISTORY ROWS WOULD HAVE
      ***%            REPLACED THE OVERNIGHT CYCLE'S ROWS FOR THE SAME
      ***%            RUN DATE.
      ***%
      ***%SOLUTION  : TAKES THE CYCLE FROM PARM-RUN-CYCLE AND CARRIES IT
      ***%            IN THE TESTHIST KEY (TESTHIST-RUN-CYCLE). RUNCTL
      ***%            ROW IS PER CYCLE.
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

       01 WORK-COUNTERS.
           05  WS-TESTO-READ-CNT           PIC 9(08)       VALUE ZERO.
           05  WS-HIST-REWRITE-CNT         PIC 9(08)       VALUE ZERO.
           05  WS-HIST-ERROR-CNT           PIC 9(08)       VALUE ZERO.

           COPY BUSDPARM.

       PROCEDURE DIVISION.

      ******************************************************************
      * THE RUN DATE KEYING THIS CYCLE'S HISTORY ROWS DEFAULTS TO
      * TODAY AND FOLLOWS THE SAME PARM-RUN-DATE OVERRIDE CODECHAL
      * STAMPS WITH AND RUNBAL FILTERS BY, SO ALL THREE PROGRAMS
      * LABEL THE CYCLE CONSISTENTLY. THE PROCESSING CYCLE FOLLOWS
      * PARM-RUN-CYCLE THE SAME WAY AND IS PART OF THE HISTORY KEY -
      * A CATCH-UP CYCLE'S SEQUENCES START AGAIN AT 1.
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
               DISPLAY 'HISTMRG: BUSDAYS ROLL FAILED, RC '
                       BUSD-RC
               PERFORM 0130-ABORT-RUN
           END-IF.

       0102-EXIT.
           EXIT.

      ******************************************************************
      * HARD STOP FOR A RUN THAT CANNOT TRUST THE HISTORY MASTER - A
      * FAILED TESTHIST OPEN (CLUSTER NEVER DEFINED, WRONG DSN) WOULD
               PERFORM 0130-ABORT-RUN
           END-IF
           MOVE WS-RUN-DATE TO RUNCTL-RUN-DATE
           MOVE WS-RUN-CYCLE TO RUNCTL-RUN-CYCLE
           MOVE 'HISTMRG'   TO RUNCTL-STEP
           SET RUNCTL-STARTED TO TRUE
           MOVE FUNCTION CURRENT-DATE TO RUNCTL-START-TS
       0210-WRITE-HISTORY-RECORD.
           MOVE TESTO-KEY-ID   TO TESTHIST-TESTO-KEY
           MOVE WS-RUN-DATE    TO TESTHIST-RUN-DATE
           MOVE WS-RUN-CYCLE   TO TESTHIST-RUN-CYCLE
           MOVE TESTO-KEY-SEQ  TO TESTHIST-SEQ
           MOVE TESTO-DATE     TO TESTHIST-DATE
           MOVE TESTO-AMT      TO TESTHIST-AMT
           MOVE TESTO-CATEGORY TO TESTHIST-CATEGORY
           MOVE TESTO-PERIOD   TO TESTHIST-PERIOD
           MOVE TESTO-PPA-FLAG TO TESTHIST-PPA-FLAG
           MOVE TESTO-RECLASS-SW   TO TESTHIST-RECLASS-SW
           MOVE TESTO-RECLASS-CATG TO TESTHIST-RECLASS-CATG
           WRITE TESTHIST-RECORD
               INVALID KEY
                   PERFORM 0220-REWRITE-HISTORY-RECORD
               INVALID KEY
                   DISPLAY 'HISTMRG: REWRITE FAILED FOR KEY '
                           TESTHIST-TESTO-KEY ' RUN DATE '
                           TESTHIST-RUN-DATE ' CYCLE '
                           TESTHIST-RUN-CYCLE
                   ADD 1 TO WS-HIST-ERROR-CNT
               NOT INVALID KEY
                   ADD 1 TO WS-HIST-REWRITE-CNT
           COMPUTE WS-MERGED-CNT =
                   WS-HIST-ADD-CNT + WS-HIST-REWRITE-CNT
           MOVE WS-RUN-DATE TO RUNCTL-RUN-DATE
           MOVE WS-RUN-CYCLE TO RUNCTL-RUN-CYCLE
           MOVE 'HISTMRG'   TO RUNCTL-STEP
           READ RUNCTL-FILE
               INVALID KEY

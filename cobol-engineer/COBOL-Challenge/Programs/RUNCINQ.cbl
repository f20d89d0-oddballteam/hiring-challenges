      *
      * RUN-CONTROL INQUIRY FOR THE OVERNIGHT OPERATOR. READS THE
      * RUNCTL RUN-CONTROL KSDS FOR ONE RUN DATE (RUNCPARM CARD,
      * DEFAULT TODAY) AND PRINTS EVERY REGISTERED STEP OF EVERY
      * PROCESSING CYCLE OF THE DATE (OR OF ONE CYCLE, IF THE CARD
      * NAMES ONE) WITH ITS CYCLE, STATUS, START/END TIMESTAMPS,
      * COUNTS, AND RETURN CODE - SO
      * "WHERE IS TONIGHT'S CYCLE" IS ONE JOB SUBMIT INSTEAD OF
      * READING SYSOUT STEP BY STEP. A STEP SHOWN '*IN FLIGHT*' WITH
      * THE JOB NO LONGER IN THE SYSTEM IS AN ABENDED STEP - THE
      ***%SOLUTION  : INITIAL CREATION. PRINTS A RUN DATE'S RUNCTL
      ***%            ROWS (STEP, STATUS, TIMESTAMPS, COUNTS, RC).
      ***%************************************************************:
      ***%CCR#      :                      PROGRAMMER: MAINTENANCE
      ***%MODLOG TAG:                      COMPANY   : ODDBALL
      ***%RELEASE NO:                      DATE      : 10/15/2026
      ***%
      ***%PROBLEM   : A RUN DATE CAN NOW HAVE A SAME-DAY CATCH-UP CYCLE
      ***%            AS WELL AS THE OVERNIGHT ONE, EACH WITH ITS OWN
      ***%            RUNCTL ROWS.
      ***%
      ***%SOLUTION  : PRINTS EVERY CYCLE OF THE RUN DATE, WITH THE CYCLE
      ***%            ON EACH LINE. RUNCPARM COL 9 OPTIONALLY LIMITS THE
      ***%            INQUIRY TO ONE CYCLE (ZERO OR BLANK = ALL).
      ***%************************************************************:
      ***%CCR#      :                      PROGRAMMER: MAINTENANCE
      ***%MODLOG TAG:                      COMPANY   : ODDBALL
      ***%RELEASE NO:                      DATE      : 10/15/2026
      ***%
      ***%PROBLEM   : THE DEFAULT INQUIRY DATE WAS THE CALENDAR DATE,
      ***%            BUT A DEFAULTED STREAM NOW REGISTERS A WEEKEND OR
      ***%            HOLIDAY RUN UNDER THE NEXT BUSINESS DAY.
      ***%
      ***%SOLUTION  : THE DEFAULT ROLLS FORWARD TO THE NEXT BUSINESS DAY
      ***%            ON THE BUSCAL CALENDAR (CALL BUSDAYS). A RUNCPARM
      ***%            DATE STILL OVERRIDES IT.
      ***%************************************************************:
      *********** E N D   M A I N T E N A N C E   N O T E S ***********
      *****************************************************************
       ENVIRONMENT DIVISION.

       01  RUNCPARM-RECORD.
           05  RUNCPARM-DATE               PIC  9(08).
           05  RUNCPARM-CYCLE              PIC  9(01).
           05  RUNCPARM-FILLER             PIC  X(71).

       FD  RUNCRPT-FILE
           RECORDING F
           05  RUNCRPT-STATUS              PIC  X(02).
               88  RUNCRPT-SUCCESS               VALUE ZERO.
           05  WS-INQ-DATE                 PIC  9(08)      VALUE ZERO.
           05  WS-INQ-CYCLE                PIC  9(01)      VALUE ZERO.
           05  WS-SCAN-SW                  PIC  X(01).
               88  WS-SCAN-DONE                  VALUE 'Y'.
               88  WS-SCAN-MORE                  VALUE 'N'.
               10  FILLER                  PIC  X(09) VALUE
                   'RUN DATE '.
               10  RQ-RUN-DATE             PIC  9(08).
               10  FILLER                  PIC  X(07) VALUE
                   ' CYCLE '.
               10  RQ-RUN-CYCLE            PIC  X(03).
               10  FILLER                  PIC  X(65) VALUE SPACES.
           05  RQ-HEADING-LINE.
               10  FILLER                  PIC  X(132) VALUE
                   'CYC  STEP      STATUS       START          END
      -            '             IN        OUT   REJECTED    RC'.
           05  RQ-DETAIL-LINE.
               10  FILLER                  PIC  X(01) VALUE SPACES.
               10  RQ-CYCLE                PIC  9(01).
               10  FILLER                  PIC  X(03) VALUE SPACES.
               10  RQ-STEP                 PIC  X(08).
               10  FILLER                  PIC  X(02) VALUE SPACES.
               10  RQ-STATUS               PIC  X(11).
               10  RQ-REJ-CNT              PIC  ZZZ,ZZZ,ZZ9.
               10  FILLER                  PIC  X(02) VALUE SPACES.
               10  RQ-RC                   PIC  ZZZ9.
               10  FILLER                  PIC  X(35) VALUE SPACES.
           05  RQ-BLANK-LINE               PIC  X(132) VALUE SPACES.
           05  RQ-NOTE-LINE.
               10  RQ-NOTE-TEXT            PIC  X(132).

           COPY BUSDPARM.

       PROCEDURE DIVISION.

      ******************************************************************

      ******************************************************************
      * READ THE OPTIONAL RUNCPARM CARD FOR THE RUN DATE TO SHOW
      * (DEFAULT TODAY) AND THE CYCLE (ZERO OR BLANK = EVERY CYCLE),
      * OPEN THE FILES, AND POSITION ON THE FIRST REGISTERED STEP.
      ******************************************************************
       0100-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-INQ-DATE
           PERFORM 0102-ROLL-RUN-DATE
           OPEN INPUT RUNCPARM-FILE
           READ RUNCPARM-FILE
               AT END
                      RUNCPARM-DATE > 0
                       MOVE RUNCPARM-DATE TO WS-INQ-DATE
                   END-IF
                   IF RUNCPARM-CYCLE NUMERIC
                       MOVE RUNCPARM-CYCLE TO WS-INQ-CYCLE
                   END-IF
           END-READ
           CLOSE RUNCPARM-FILE
           OPEN INPUT RUNCTL-FILE
           END-IF
           OPEN OUTPUT RUNCRPT-FILE
           MOVE WS-INQ-DATE TO RQ-RUN-DATE
           IF WS-INQ-CYCLE = ZERO
               MOVE 'ALL' TO RQ-RUN-CYCLE
           ELSE
               MOVE WS-INQ-CYCLE TO RQ-RUN-CYCLE
           END-IF
           WRITE RUNCRPT-LINE FROM RQ-TITLE-LINE
           WRITE RUNCRPT-LINE FROM RQ-BLANK-LINE
           WRITE RUNCRPT-LINE FROM RQ-HEADING-LINE
           SET WS-SCAN-MORE TO TRUE
           MOVE WS-INQ-DATE  TO RUNCTL-RUN-DATE
           MOVE WS-INQ-CYCLE TO RUNCTL-RUN-CYCLE
           MOVE LOW-VALUES   TO RUNCTL-STEP
           START RUNCTL-FILE KEY >= RUNCTL-KEY
               INVALID KEY
                   SET WS-SCAN-DONE TO TRUE
           EXIT.

      ******************************************************************
      * THE DEFAULT INQUIRY DATE IS TODAY ROLLED FORWARD TO A
      * BUSINESS DAY ON THE BUSCAL CALENDAR - THE RUN DATE A
      * DEFAULTED STREAM REGISTERS UNDER TODAY. RUNCPARM STILL
      * OVERRIDES IT.
      ******************************************************************
       0102-ROLL-RUN-DATE.
           MOVE 'R' TO BUSD-FUNCTION
           MOVE WS-INQ-DATE TO BUSD-FROM-DATE
           CALL 'BUSDAYS' USING BUSD-PARMS
           IF BUSD-OK
               MOVE BUSD-TO-DATE TO WS-INQ-DATE
           ELSE
               DISPLAY 'RUNCINQ: BUSDAYS ROLL FAILED, RC '
                       BUSD-RC
               DISPLAY 'RUNCINQ: RUN ABORTED - SEE PRECEDING MESSAGES'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       0102-EXIT.
           EXIT.

      ******************************************************************
      * READ THE DATE'S ROWS IN CYCLE AND STEP-NAME ORDER AND PRINT
      * ONE LINE PER REGISTERED STEP. A ROW STILL 'S' PRINTS
      * '*IN FLIGHT*' - IN FLIGHT IF THE JOB IS STILL RUNNING,
      * ABENDED IF IT IS NOT.
      ******************************************************************
       0200-SCAN-RUNCTL.
           READ RUNCTL-FILE NEXT
               AT END
                   SET WS-SCAN-DONE TO TRUE
               NOT AT END
                   IF RUNCTL-RUN-DATE NOT = WS-INQ-DATE OR
                      (WS-INQ-CYCLE > ZERO AND
                       RUNCTL-RUN-CYCLE NOT = WS-INQ-CYCLE)
                       SET WS-SCAN-DONE TO TRUE
                   ELSE
                       ADD 1 TO WS-STEP-CNT
                       MOVE RUNCTL-RUN-CYCLE TO RQ-CYCLE
                       MOVE RUNCTL-STEP TO RQ-STEP
                       IF RUNCTL-COMPLETED
                           MOVE 'COMPLETED  ' TO RQ-STATUS

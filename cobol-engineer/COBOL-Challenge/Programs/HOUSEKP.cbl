      *   - PRINTS A HOUSEKEEPING REPORT OF WHAT WAS KEPT, ARCHIVED,
      *     AND PURGED.
      *
      * THE RETENTION PERIOD IS COUNTED IN BUSINESS DAYS ON THE BUSCAL
      * CALENDAR (CALL BUSDAYS), SO A HOLIDAY WEEK DOES NOT EAT INTO
      * THE WINDOW. A DEFAULTED RUN DATE ROLLS FORWARD TO THE NEXT
      * BUSINESS DAY, AS IT DOES IN THE CODECHAL STREAM.
      *
      * THE AUDIT TRAIL STAYS QUERYABLE FOR ITS RETENTION WINDOW
      * WITHOUT THE LIVE DATASETS GROWING WITHOUT BOUND, AND
      * 0107-SEED-RESTART-TOTALS NO LONGER SCANS MONTHS OF STALE
      ***%            REJECTS AND AUDITS, OUTRIGHT PURGE OF
      ***%            COMPLETED-RUN CHECKPOINTS, HOUSEKEEPING REPORT.
      ***%************************************************************:
      ***%CCR#      :                      PROGRAMMER: MAINTENANCE
      ***%MODLOG TAG:                      COMPANY   : ODDBALL
      ***%RELEASE NO:                      DATE      : 10/15/2026
      ***%
      ***%PROBLEM   : THE CODECHAL CHECKPOINT RECORD GREW 11106 TO
      ***%            11128 BYTES (HELD COUNT AND POSTING-LIMIT
      ***%            CYCLE TOTAL).
      ***%
      ***%SOLUTION  : CHKPT-RECORD RESIZED TO MATCH.
      ***%************************************************************:
      ***%CCR#      :                      PROGRAMMER: MAINTENANCE
      ***%MODLOG TAG:                      COMPANY   : ODDBALL
      ***%RELEASE NO:                      DATE      : 10/15/2026
      ***%
      ***%PROBLEM   : THE RETENTION PERIOD WAS CALENDAR DAYS FROM A
      ***%            CALENDAR-DATE DEFAULT, SO A HOLIDAY SEASON
      ***%            SHORTENED THE WINDOW AND A WEEKEND RUN CUT AGAINST
      ***%            A NON-POSTING DAY.
      ***%
      ***%SOLUTION  : HSKPARM RETENTION IS NOW BUSINESS DAYS: THE CUTOFF
      ***%            STEPS BACK THAT MANY BUSINESS DAYS ON THE BUSCAL
      ***%            CALENDAR (CALL BUSDAYS), AND A DEFAULTED RUN DATE
      ***%            ROLLS FORWARD TO THE NEXT BUSINESS DAY.
      ***%************************************************************:
      ***%CCR#      :                      PROGRAMMER: MAINTENANCE
      ***%MODLOG TAG:                      COMPANY   : ODDBALL
      ***%RELEASE NO:                      DATE      : 10/15/2026
      ***%
      ***%PROBLEM   : THE KEEP AND ARCHIVE RECORDS WERE STILL 92 AND 73
      ***%            BYTES AFTER TESTI.REJECT GREW TO 93 AND AUDITFIL
      ***%            TO 86, SO EVERY PASS DROPPED THE SUSPENDING CYCLE
      ***%            AND THE POSTING RUN DATE, CYCLE AND SEQUENCE OFF
      ***%            THE RECORDS IT KEPT OR ARCHIVED.
      ***%
      ***%SOLUTION  : REJKEEP/REJARCH RESIZED TO 93 AND AUDKEEP/AUDARCH
      ***%            TO 86, MATCHING THE COPYBOOKS AND HOUSEKP.jcl.
      ***%************************************************************:
      ***%CCR#      :                      PROGRAMMER: MAINTENANCE
      ***%MODLOG TAG:                      COMPANY   : ODDBALL
      ***%RELEASE NO:                      DATE      : 10/15/2026
      ***%
      ***%PROBLEM   : AUDITFIL GREW 86 TO 93 BYTES (PERIOD AND
      ***%            PRIOR-PERIOD ADJUSTMENT FLAG).
      ***%
      ***%SOLUTION  : AUDKEEP/AUDARCH RESIZED TO 93, MATCHING COPYBOOK
      ***%            AUDITREC AND HOUSEKP.jcl.
      ***%************************************************************:
      ***%CCR#      :                      PROGRAMMER: MAINTENANCE
      ***%MODLOG TAG:                      COMPANY   : ODDBALL
      ***%RELEASE NO:                      DATE      : 10/15/2026
      ***%
      ***%PROBLEM   : CHKPT-RECORD WAS STILL 11128 BYTES AFTER
      ***%            CODECHAL'S CHECKPOINT RECORD GREW TO 11136
      ***%            (PRIOR-PERIOD ADJUSTMENT COUNT), SO THE PURGE COPY
      ***%            DID NOT MATCH CHKPT.LOG.
      ***%
      ***%SOLUTION  : CHKPT-RECORD RESIZED TO 11136 TO MATCH CODECHAL
      ***%            AND THE LRECL IN CODECHAL.jcl AND HOUSEKP.jcl.
      ***%************************************************************:
      *********** E N D   M A I N T E N A N C E   N O T E S ***********
      *****************************************************************
       ENVIRONMENT DIVISION.
           RECORDING F
           BLOCK 0 RECORDS.

       01  REJKEEP-RECORD                  PIC  X(93).

       FD  REJARCH-FILE
           RECORDING F
           BLOCK 0 RECORDS.

       01  REJARCH-RECORD                  PIC  X(93).

       FD  AUDITFIL-FILE
           RECORDING F
           RECORDING F
           BLOCK 0 RECORDS.

       01  AUDKEEP-RECORD                  PIC  X(93).

       FD  AUDARCH-FILE
           RECORDING F
           BLOCK 0 RECORDS.

       01  AUDARCH-RECORD                  PIC  X(93).

       FD  CHKPT-FILE
           RECORDING F
           BLOCK 0 RECORDS.

       01  CHKPT-RECORD                    PIC  X(11136).

       FD  HSKPRPT-FILE
           RECORDING F
           05  WS-CUTOFF-DATE              PIC  9(08)      VALUE ZERO.
           05  WS-CUTOFF-DATE-X REDEFINES WS-CUTOFF-DATE
                                           PIC  X(08).

       01 WORK-VALIDATION-FIELDS.
           05  WS-VALIDATE-MM              PIC  99         VALUE ZERO.
               10  HR-RUN-DATE             PIC  9(08).
               10  FILLER                  PIC  X(25) VALUE SPACES.
           05  HR-PARM-LINE.
               10  FILLER                  PIC  X(19) VALUE
                   'RETENTION BUS DAYS '.
               10  HR-RETENTION            PIC  ZZ,ZZ9.
               10  FILLER                  PIC  X(16) VALUE
                   '    CUTOFF DATE '.
               10  HR-CUTOFF               PIC  9(08).
               10  FILLER                  PIC  X(31) VALUE SPACES.
           05  HR-HEADING-LINE.
               10  FILLER                  PIC  X(14) VALUE
                   'DATASET       '.
               10  FILLER                  PIC  X(16) VALUE SPACES.
           05  HR-BLANK-LINE               PIC  X(80) VALUE SPACES.

           COPY BUSDPARM.

       PROCEDURE DIVISION.

      ******************************************************************
           EXIT.

      ******************************************************************
      * READ THE HSKPARM RETENTION CARD (RETENTION BUSINESS DAYS,
      * OPTIONAL RUN DATE - ZERO OR AN INVALID DATE MEANS TODAY,
      * ROLLED TO A BUSINESS DAY), COMPUTE THE CUTOFF DATE, AND OPEN
      * THE FILES. RECORDS DATED BEFORE THE CUTOFF ARCHIVE; ON OR
      * AFTER IT THEY STAY LIVE.
      ******************************************************************
       0100-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE-X
           PERFORM 0102-ROLL-RUN-DATE
           OPEN INPUT HSKPARM-FILE
           READ HSKPARM-FILE
               AT END
                   END-IF
           END-READ
           CLOSE HSKPARM-FILE
           PERFORM 0104-COMPUTE-CUTOFF
           OPEN INPUT  TESTIREJ-FILE
           OPEN OUTPUT REJKEEP-FILE
           OPEN OUTPUT REJARCH-FILE
       0100-EXIT.
           EXIT.

      ******************************************************************
      * A DEFAULTED RUN DATE ROLLS FORWARD TO THE NEXT BUSINESS DAY ON
      * THE BUSCAL CALENDAR. AN HSKPARM RUN DATE STILL OVERRIDES IT.
      ******************************************************************
       0102-ROLL-RUN-DATE.
           MOVE 'R' TO BUSD-FUNCTION
           MOVE WS-RUN-DATE TO BUSD-FROM-DATE
           CALL 'BUSDAYS' USING BUSD-PARMS
           IF BUSD-OK
               MOVE BUSD-TO-DATE TO WS-RUN-DATE
           ELSE
               DISPLAY 'HOUSEKP: BUSDAYS ROLL FAILED, RC '
                       BUSD-RC
               DISPLAY 'HOUSEKP: RUN ABORTED - SEE PRECEDING MESSAGES'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       0102-EXIT.
           EXIT.

      ******************************************************************
      * THE CUTOFF IS THE RUN DATE STEPPED BACK THE RETENTION NUMBER
      * OF BUSINESS DAYS - WEEKENDS AND HOLIDAYS DO NOT COUNT AGAINST
      * THE WINDOW.
      ******************************************************************
       0104-COMPUTE-CUTOFF.
           MOVE 'A' TO BUSD-FUNCTION
           MOVE WS-RUN-DATE TO BUSD-FROM-DATE
           COMPUTE BUSD-DAYS = 0 - WS-RETENTION-DAYS
           CALL 'BUSDAYS' USING BUSD-PARMS
           IF BUSD-OK
               MOVE BUSD-TO-DATE TO WS-CUTOFF-DATE
           ELSE
               DISPLAY 'HOUSEKP: BUSDAYS CUTOFF FAILED, RC '
                       BUSD-RC
               DISPLAY 'HOUSEKP: RUN ABORTED - SEE PRECEDING MESSAGES'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       0104-EXIT.
           EXIT.

      ******************************************************************
      * A SUSPENSE RECORD OLDER THAN THE CUTOFF ARCHIVES; THE REST
      * KEEP. A RECORD WITH NO FIRST-SUSPENDED DATE (WRITTEN BEFORE

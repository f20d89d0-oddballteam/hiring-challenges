      ***%            REPORT) SO OPS RETIRES THEM DELIBERATELY -
      ***%            EVERY '05' IS BY CONSTRUCTION ALREADY POSTED.
      ***%************************************************************:
      ***%CCR#      :                      PROGRAMMER: MAINTENANCE
      ***%MODLOG TAG:                      COMPANY   : ODDBALL
      ***%RELEASE NO:                      DATE      : 10/15/2026
      ***%
      ***%PROBLEM   : ONCE MONTH-END CLOSE LOCKS A PERIOD, A RECYCLED
      ***%            SUSPENSE ITEM DATED IN IT CAN NO LONGER POST TO
      ***%            ITS OWN MONTH - NOTHING WARNED ACCOUNTING HOW
      ***%            MANY WERE COMING BACK AS PRIOR-PERIOD
      ***%            ADJUSTMENTS.
      ***%
      ***%SOLUTION  : READS PERCTL FOR THE HIGHEST LOCKED PERIOD
      ***%            (0150) AND COUNTS EVERY RECYCLED RECORD WHOSE
      ***%            TRANSACTION DATE FALLS ON OR BEFORE IT - CODECHAL
      ***%            POSTS THOSE INTO THE OPEN PERIOD, FLAGGED. THE
      ***%            COUNT AND AMOUNT PRINT UNDER THE AGING TOTALS.
      ***%            THE RECYCLED RECORD ITSELF IS UNCHANGED.
      ***%************************************************************:
      ***%CCR#      :                      PROGRAMMER: MAINTENANCE
      ***%MODLOG TAG:                      COMPANY   : ODDBALL
      ***%RELEASE NO:                      DATE      : 10/15/2026
      ***%
      ***%PROBLEM   : SUSPENSE AGE WAS CALENDAR DAYS, SO EVERY ITEM AGED
      ***%            TWO DAYS OVER A WEEKEND AND MORE OVER A HOLIDAY
      ***%            WITHOUT A POSTING DAY PASSING.
      ***%
      ***%SOLUTION  : AGE IS NOW BUSINESS DAYS ON THE BUSCAL CALENDAR
      ***%            (CALL BUSDAYS). THE AGING HEADING READS
      ***%            OLDEST-BDAY.
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
      *********** E N D   M A I N T E N A N C E   N O T E S ***********
      *****************************************************************
       ENVIRONMENT DIVISION.
                                   STATUS  SUSPOUT-STATUS.
           SELECT  SUSPRPT-FILE    ASSIGN  SUSPRPT
                                   STATUS  SUSPRPT-STATUS.
           SELECT  PERCTL-FILE     ASSIGN  PERCTL
                                   ORGANIZATION INDEXED
                                   ACCESS MODE SEQUENTIAL
                                   RECORD KEY PERCTL-KEY
                                   STATUS  PERCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING F
           BLOCK 0 RECORDS.

       01  SUSPOUT-RECORD                  PIC  X(93).

       FD  SUSPRPT-FILE
           RECORDING F

       01  SUSPRPT-LINE                    PIC  X(80).

       FD  PERCTL-FILE.
           COPY PERCTL.

       WORKING-STORAGE SECTION.

       01 WORK-FIELDS.
               88  SUSPOUT-SUCCESS               VALUE ZERO.
           05  SUSPRPT-STATUS              PIC  X(02).
               88  SUSPRPT-SUCCESS               VALUE ZERO.
           05  PERCTL-STATUS               PIC  X(02).
               88  PERCTL-SUCCESS                VALUE ZERO.
               88  PERCTL-EOF                    VALUE '10'.
           05  WS-REJECT-REASON            PIC  X(02).
               88  WS-REASON-NO-MATCH            VALUE '01'.
               88  WS-REASON-BAD-KEY             VALUE '02'.
               88  WS-KEYMSTR-SCAN-MORE          VALUE 'N'.
           05  WS-RUN-DATE                 PIC  9(08)      VALUE ZERO.
           05  WS-REASON-SUB               PIC  9(01)      VALUE ZERO.
           05  WS-LOCKED-THRU              PIC  9(06)      VALUE ZERO.

       01 WORK-COUNTERS.
           05  WS-SUSP-READ-CNT            PIC 9(08)       VALUE ZERO.
           05  WS-RECYCLE-CNT              PIC 9(08)       VALUE ZERO.
           05  WS-RESUSP-CNT               PIC 9(08)       VALUE ZERO.
           05  WS-PPA-CNT                  PIC 9(08)       VALUE ZERO.
           05  WS-PPA-AMT                  PIC 9(11)V99    VALUE ZERO.

       01 WORK-VALIDATION-FIELDS.
           05  WS-VALIDATE-MM              PIC  99         VALUE ZERO.

       01 WORK-AGING-FIELDS.
           05  WS-AGE-DAYS                 PIC S9(05)      VALUE ZERO.

      *** AGING TOTALS BY INPUT REASON CODE - SLOTS 1-8 ARE REASONS
      *** '01'-'08', SLOT 9 CATCHES ANY UNRECOGNIZED REASON CODE.
               10  FILLER                  PIC  X(12) VALUE
                   ' RESUSPENDED'.
               10  FILLER                  PIC  X(12) VALUE
                   ' OLDEST-BDAY'.
               10  FILLER                  PIC  X(04) VALUE
                   ' CYC'.
               10  FILLER                  PIC  X(12) VALUE SPACES.
                   ' RESUSPENDED '.
               10  AR-TOTAL-RESUSP         PIC  ZZZ,ZZZ,ZZ9.
               10  FILLER                  PIC  X(01) VALUE SPACES.
           05  AR-PPA-LINE.
               10  FILLER                  PIC  X(33) VALUE
                   'RECYCLED INTO LOCKED PERIODS THRU'.
               10  FILLER                  PIC  X(01) VALUE SPACES.
               10  AR-LOCKED-THRU          PIC  9(06).
               10  FILLER                  PIC  X(01) VALUE SPACES.
               10  AR-PPA-CNT              PIC  ZZZ,ZZZ,ZZ9.
               10  FILLER                  PIC  X(01) VALUE SPACES.
               10  AR-PPA-AMT              PIC  ZZZ,ZZZ,ZZZ,ZZ9.99.
               10  FILLER                  PIC  X(09) VALUE SPACES.

           COPY BUSDPARM.

       PROCEDURE DIVISION.

      ******************************************************************
       0100-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM VARYING WS-AGE-NDX FROM 1 BY 1
                   UNTIL WS-AGE-NDX > 9
               MOVE ZERO     TO WS-AGE-READ-CNT(WS-AGE-NDX)
                       KEYMSTR-STATUS
               PERFORM 0130-ABORT-RUN
           END-IF
           PERFORM 0150-LOAD-PERIOD-CONTROL
           OPEN OUTPUT RECYCLE-FILE
           OPEN OUTPUT SUSPOUT-FILE
           OPEN OUTPUT SUSPRPT-FILE.
       0130-EXIT.
           EXIT.

      ******************************************************************
      * READ THE PERCTL PERIOD-CONTROL MASTER FOR THE HIGHEST LOCKED
      * PERIOD (SAME SCAN AS CODECHAL'S 0150-LOAD-PERIOD-CONTROL). A
      * RECYCLED RECORD DATED ON OR BEFORE IT WILL POST AS A PRIOR-
      * PERIOD ADJUSTMENT.
      ******************************************************************
       0150-LOAD-PERIOD-CONTROL.
           OPEN INPUT PERCTL-FILE
           IF NOT PERCTL-SUCCESS
               DISPLAY 'SUSPREC: PERCTL OPEN FAILED, STATUS '
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
           CLOSE PERCTL-FILE.

       0150-EXIT.
           EXIT.

      ******************************************************************
      * READ ONE SUSPENSE RECORD, ACCUMULATE ITS AGING TOTALS UNDER
      * THE REASON IT SUSPENDED WITH, AND RE-ATTEMPT IT.
      ******************************************************************
      * WRITE THE NOW-GOOD RECORD, IN ITS ORIGINAL TESTI-RECORD
      * FORMAT, TO THE RECYCLE FILE THAT CODECHAL'S JOB STREAM
      * CONCATENATES INTO THE NEXT RUN'S SORT INPUT. ONE DATED IN A
      * LOCKED PERIOD IS COUNTED - CODECHAL WILL POST IT INTO THE OPEN
      * PERIOD AS A PRIOR-PERIOD ADJUSTMENT.
      ******************************************************************
       0220-RECYCLE-RECORD.
           WRITE RECYCLE-RECORD FROM TESTI-REJECT-DATA
           ADD 1 TO WS-RECYCLE-CNT
           ADD 1 TO WS-AGE-RECYCLE-CNT(WS-AGE-NDX)
           IF TESTI-REJECT-TRAN-DATE(1:6) NOT > WS-LOCKED-THRU
               ADD 1 TO WS-PPA-CNT
               ADD TESTI-REJECT-TRAN-AMT TO WS-PPA-AMT
           END-IF.

       0220-EXIT.
           EXIT.
           DISPLAY 'SUSPREC: RECORDS RECYCLED      = '
                   WS-RECYCLE-CNT
           DISPLAY 'SUSPREC: RECORDS RE-SUSPENDED  = '
                   WS-RESUSP-CNT
           DISPLAY 'SUSPREC: RECYCLED PRIOR-PERIOD = '
                   WS-PPA-CNT.

       0900-EXIT.
           EXIT.

      ******************************************************************
      * ONE DETAIL LINE PER REASON CODE THAT HAD ANY SUSPENSE
      * ACTIVITY: RECORDS READ, RECYCLED, RE-SUSPENDED, AGE IN
      * BUSINESS DAYS
      * OF THE OLDEST ITEM STILL CARRYING THAT REASON, AND THE
      * HIGHEST RECYCLE CYCLE SEEN.
      ******************************************************************
           MOVE WS-SUSP-READ-CNT TO AR-TOTAL-READ
           MOVE WS-RECYCLE-CNT   TO AR-TOTAL-RECYCLED
           MOVE WS-RESUSP-CNT    TO AR-TOTAL-RESUSP
           WRITE SUSPRPT-LINE FROM AR-TOTAL-LINE
           MOVE WS-LOCKED-THRU   TO AR-LOCKED-THRU
           MOVE WS-PPA-CNT       TO AR-PPA-CNT
           MOVE WS-PPA-AMT       TO AR-PPA-AMT
           WRITE SUSPRPT-LINE FROM AR-PPA-LINE.

       0910-EXIT.
           EXIT.

      ******************************************************************
      * FORMAT ONE AGING DETAIL LINE FOR THE REASON SLOT WS-AGE-NDX
      * POINTS AT. AGE IS BUSINESS DAYS ON THE BUSCAL CALENDAR FROM
      * THE OLDEST FIRST-SUSPENDED DATE TO THE RUN DATE (CALL
      * BUSDAYS) - AN ITEM SUSPENDED FRIDAY IS ONE DAY OLD ON MONDAY.
      * ZERO WHEN NO DATED RECORD WAS SEEN OR THE DATE IS NOT VALID.
      ******************************************************************
       0920-WRITE-AGING-DETAIL.
           EVALUATE WS-AGE-NDX
           IF WS-AGE-OLDEST-DATE(WS-AGE-NDX) = 99999999
               MOVE ZERO TO WS-AGE-DAYS
           ELSE
               MOVE 'C' TO BUSD-FUNCTION
               MOVE WS-AGE-OLDEST-DATE(WS-AGE-NDX) TO BUSD-FROM-DATE
               MOVE WS-RUN-DATE TO BUSD-TO-DATE
               CALL 'BUSDAYS' USING BUSD-PARMS
               EVALUATE TRUE
                   WHEN BUSD-OK
                       MOVE BUSD-DAYS TO WS-AGE-DAYS
                   WHEN BUSD-NO-CALENDAR
                       DISPLAY 'SUSPREC: BUSDAYS AGING FAILED, RC '
                               BUSD-RC
                       PERFORM 0130-ABORT-RUN
                   WHEN OTHER
                       MOVE ZERO TO WS-AGE-DAYS
               END-EVALUATE
           END-IF
           MOVE WS-AGE-READ-CNT(WS-AGE-NDX)    TO AR-READ-CNT
           MOVE WS-AGE-RECYCLE-CNT(WS-AGE-NDX) TO AR-RECYCLE-CNT

       ID DIVISION.
       PROGRAM-ID.    BUSDAYS.
      *AUTHOR.        MAINTENANCE
      *DATE-WRITTEN.  10/15/2026.
      *****************************************************************
      *
      * BUSINESS-DAY ROUTINE, CALLED BY EVERY PROGRAM THAT DEFAULTS A
      * RUN DATE OR AGES SOMETHING (CALL 'BUSDAYS' USING BUSD-PARMS -
      * SEE COPYBOOK BUSDPARM FOR THE FUNCTIONS). ONE COPY OF THE
      * CALENDAR RULES SO THE RUN-CONTROL STEPS CAN NEVER DISAGREE
      * ABOUT WHICH DAY A DEFAULTED RUN BELONGS TO:
      *
      *   - MONDAY THROUGH FRIDAY ARE BUSINESS DAYS, SATURDAY AND
      *     SUNDAY ARE NOT,
      *   - A BUSCAL ROW OVERRIDES THE WEEKEND RULE FOR ITS DATE -
      *     'H' HOLIDAY IS NEVER A BUSINESS DAY, 'B' ALWAYS IS.
      *
      * THE BUSCAL KSDS IS LOADED INTO STORAGE ON THE FIRST CALL AND
      * KEPT FOR THE REST OF THE STEP. A CALENDAR THAT CANNOT BE
      * OPENED OR DOES NOT FIT THE TABLE ANSWERS EVERY CALL RC=16 -
      * THE CALLER STOPS RATHER THAN GUESS.
      *
      * DAY OF WEEK COMES FROM THE INTEGER DATE: DAY 1 (01/01/1601)
      * WAS A MONDAY, SO (INTEGER - 1) MOD 7 IS 0 FOR MONDAY THROUGH
      * 6 FOR SUNDAY.
      *
      *****************************************************************
      *************** M A I N T E N A N C E   N O T E S ***************
      ***%************************************************************:
      ***%CCR#      :                      PROGRAMMER: MAINTENANCE
      ***%MODLOG TAG:                      COMPANY   : ODDBALL
      ***%RELEASE NO:                      DATE      : 10/15/2026
      ***%
      ***%PROBLEM   : DEFAULT RUN DATES, SUSPENSE AGING, LEDGER ACK
      ***%            AGING AND HOUSEKEEPING RETENTION ALL COUNTED
      ***%            CALENDAR DAYS - A MONDAY AFTER A HOLIDAY WEEKEND
      ***%            SHOWED ONE-DAY-OLD ITEMS AS FOUR DAYS OLD, AND A
      ***%            SATURDAY RUN DATE LANDED ON A NON-POSTING DAY.
      ***%
      ***%SOLUTION  : INITIAL CREATION. ROLLS A DATE TO A BUSINESS
      ***%            DAY, COUNTS BUSINESS DAYS BETWEEN TWO DATES, AND
      ***%            STEPS A DATE BY N BUSINESS DAYS AGAINST THE
      ***%            BUSCAL HOLIDAY CALENDAR.
      ***%************************************************************:
      *********** E N D   M A I N T E N A N C E   N O T E S ***********
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  BUSCAL-FILE     ASSIGN  BUSCAL
                                   ORGANIZATION INDEXED
                                   ACCESS MODE SEQUENTIAL
                                   RECORD KEY BUSCAL-KEY
                                   STATUS  BUSCAL-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  BUSCAL-FILE.
           COPY BUSCAL.

       WORKING-STORAGE SECTION.

       01 WORK-FIELDS.
           05  BUSCAL-STATUS               PIC  X(02).
               88  BUSCAL-SUCCESS                VALUE ZERO.
               88  BUSCAL-EOF                    VALUE '10'.
           05  WS-CAL-LOAD-SW              PIC  X(01)      VALUE 'N'.
               88  WS-CAL-LOADED                 VALUE 'Y'.
               88  WS-CAL-NOT-LOADED             VALUE 'N'.
               88  WS-CAL-UNAVAILABLE            VALUE 'X'.
           05  WS-BUSINESS-SW              PIC  X(01).
               88  WS-BUSINESS-DAY               VALUE 'Y'.
               88  WS-NON-BUSINESS-DAY           VALUE 'N'.
           05  WS-CHECK-DATE               PIC  9(08)      VALUE ZERO.
           05  WS-TEST-DATE                PIC  9(08)      VALUE ZERO.
           05  WS-WEEKDAY                  PIC  9(01)      VALUE ZERO.
               88  WS-WEEKEND                    VALUES 5 6.

       01 WORK-DATE-ARITHMETIC.
           05  WS-FROM-INT                 PIC S9(09) COMP VALUE ZERO.
           05  WS-TO-INT                   PIC S9(09) COMP VALUE ZERO.
           05  WS-TEST-INT                 PIC S9(09) COMP VALUE ZERO.
           05  WS-DAY-OFFSET               PIC S9(09) COMP VALUE ZERO.
           05  WS-SPAN-DAYS                PIC S9(09) COMP VALUE ZERO.
           05  WS-FULL-WEEKS               PIC S9(09) COMP VALUE ZERO.
           05  WS-ODD-DAYS                 PIC S9(04) COMP VALUE ZERO.
           05  WS-ODD-SUB                  PIC S9(04) COMP VALUE ZERO.
           05  WS-WEEK-QUOTIENT            PIC S9(09) COMP VALUE ZERO.
           05  WS-BUSINESS-CNT             PIC S9(07) COMP VALUE ZERO.
           05  WS-STEPS-LEFT               PIC S9(05) COMP VALUE ZERO.
           05  WS-STEP                     PIC S9(01) COMP VALUE ZERO.
           05  WS-GUARD-CNT                PIC S9(05) COMP VALUE ZERO.

      *** CALENDAR OVERRIDE ROWS IN DATE ORDER (THE KSDS IS READ IN
      *** KEY SEQUENCE). 2000 ROWS IS A CENTURY OF HOLIDAYS.
       01 WORK-CALENDAR-TABLE.
           05  WS-CAL-CNT                  PIC  9(04)      VALUE ZERO.
           05  WS-CAL-ENTRY OCCURS 2000 TIMES
                            INDEXED BY WS-CAL-NDX.
               10  WS-CAL-DATE             PIC  9(08).
               10  WS-CAL-DAY-TYPE         PIC  X(01).
                   88  WS-CAL-HOLIDAY            VALUE 'H'.
                   88  WS-CAL-BUSINESS-DAY       VALUE 'B'.

       LINKAGE SECTION.
           COPY BUSDPARM.

       PROCEDURE DIVISION USING BUSD-PARMS.

      ******************************************************************
      * MAIN OPERATIONS PARAGRAPH FOR PROGRAM.
      ******************************************************************
       0000-MAINLINE.
           MOVE ZERO TO BUSD-RC
           IF WS-CAL-NOT-LOADED
               PERFORM 0100-LOAD-CALENDAR
           END-IF
           IF WS-CAL-UNAVAILABLE
               MOVE 16 TO BUSD-RC
               GOBACK
           END-IF
           MOVE BUSD-FROM-DATE TO WS-CHECK-DATE
           PERFORM 0150-VALIDATE-DATE
           IF BUSD-OK AND BUSD-COUNT-DAYS
               MOVE BUSD-TO-DATE TO WS-CHECK-DATE
               PERFORM 0150-VALIDATE-DATE
           END-IF
           IF BUSD-OK
               EVALUATE TRUE
                   WHEN BUSD-ROLL-FORWARD
                       PERFORM 0200-ROLL-FORWARD
                   WHEN BUSD-COUNT-DAYS
                       PERFORM 0300-COUNT-BUSINESS-DAYS
                   WHEN BUSD-ADD-DAYS
                       PERFORM 0400-STEP-BUSINESS-DAYS
                   WHEN OTHER
                       MOVE 08 TO BUSD-RC
               END-EVALUATE
           END-IF
           GOBACK.

       0000-EXIT.
           EXIT.

      ******************************************************************
      * FIRST CALL OF THE STEP - LOAD THE BUSCAL OVERRIDE ROWS. AN
      * EMPTY CALENDAR IS LEGITIMATE (THE WEEKEND RULE ALONE); ONE
      * THAT WILL NOT OPEN OR OVERFLOWS THE TABLE IS NOT.
      ******************************************************************
       0100-LOAD-CALENDAR.
           OPEN INPUT BUSCAL-FILE
           IF NOT BUSCAL-SUCCESS
               DISPLAY 'BUSDAYS: BUSCAL OPEN FAILED, STATUS '
                       BUSCAL-STATUS
               SET WS-CAL-UNAVAILABLE TO TRUE
           ELSE
               SET WS-CAL-LOADED TO TRUE
               MOVE ZERO TO WS-CAL-CNT
               PERFORM 0110-READ-CALENDAR UNTIL BUSCAL-EOF
                                          OR WS-CAL-UNAVAILABLE
               CLOSE BUSCAL-FILE
           END-IF.

       0100-EXIT.
           EXIT.

       0110-READ-CALENDAR.
           READ BUSCAL-FILE NEXT
               AT END
                   SET BUSCAL-EOF TO TRUE
               NOT AT END
                   IF WS-CAL-CNT < 2000
                       ADD 1 TO WS-CAL-CNT
                       MOVE BUSCAL-DATE
                         TO WS-CAL-DATE(WS-CAL-CNT)
                       MOVE BUSCAL-DAY-TYPE
                         TO WS-CAL-DAY-TYPE(WS-CAL-CNT)
                   ELSE
                       DISPLAY 'BUSDAYS: BUSCAL HAS MORE THAN 2000 '
                               'ROWS - CALENDAR TABLE FULL'
                       SET WS-CAL-UNAVAILABLE TO TRUE
                   END-IF
           END-READ.

       0110-EXIT.
           EXIT.

      ******************************************************************
      * A DATE THE INTEGER-DATE FUNCTIONS WOULD REJECT IS A BAD
      * REQUEST, NOT AN ABEND.
      ******************************************************************
       0150-VALIDATE-DATE.
           IF WS-CHECK-DATE NOT NUMERIC
               MOVE 08 TO BUSD-RC
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-CHECK-DATE) NOT = 0
                   MOVE 08 TO BUSD-RC
               END-IF
           END-IF.

       0150-EXIT.
           EXIT.

      ******************************************************************
      * FIRST BUSINESS DAY ON OR AFTER THE FROM DATE. NO CALENDAR
      * CLOSES MORE THAN A FEW DAYS IN A ROW - A MONTH WITHOUT A
      * BUSINESS DAY MEANS A BAD CALENDAR, NOT A LONG HOLIDAY.
      ******************************************************************
       0200-ROLL-FORWARD.
           COMPUTE WS-TEST-INT =
                   FUNCTION INTEGER-OF-DATE(BUSD-FROM-DATE)
           MOVE ZERO TO WS-GUARD-CNT
           PERFORM 0500-TEST-BUSINESS-DAY
           PERFORM 0210-ROLL-ONE-DAY UNTIL WS-BUSINESS-DAY
                                     OR WS-GUARD-CNT > 31
           IF WS-BUSINESS-DAY
               COMPUTE BUSD-TO-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-TEST-INT)
               MOVE WS-GUARD-CNT TO BUSD-DAYS
           ELSE
               DISPLAY 'BUSDAYS: NO BUSINESS DAY WITHIN 31 DAYS OF '
                       BUSD-FROM-DATE
               MOVE 08 TO BUSD-RC
           END-IF.

       0200-EXIT.
           EXIT.

       0210-ROLL-ONE-DAY.
           ADD 1 TO WS-TEST-INT
           ADD 1 TO WS-GUARD-CNT
           PERFORM 0500-TEST-BUSINESS-DAY.

       0210-EXIT.
           EXIT.

      ******************************************************************
      * BUSINESS DAYS IN (FROM, TO]. WHOLE WEEKS ARE FIVE EACH, THE
      * ODD DAYS LEFT OVER ARE TESTED AGAINST THE WEEKEND RULE ONE BY
      * ONE, THEN THE CALENDAR ROWS INSIDE THE SPAN CORRECT THE
      * COUNT - A HOLIDAY ON A WEEKDAY TAKES ONE AWAY, A WORKING
      * WEEKEND DAY ADDS ONE. A SPAN OF YEARS COSTS NO MORE THAN A
      * SPAN OF DAYS.
      ******************************************************************
       0300-COUNT-BUSINESS-DAYS.
           MOVE ZERO TO WS-BUSINESS-CNT
           COMPUTE WS-FROM-INT =
                   FUNCTION INTEGER-OF-DATE(BUSD-FROM-DATE)
           COMPUTE WS-TO-INT =
                   FUNCTION INTEGER-OF-DATE(BUSD-TO-DATE)
           IF WS-TO-INT > WS-FROM-INT
               COMPUTE WS-SPAN-DAYS = WS-TO-INT - WS-FROM-INT
               DIVIDE WS-SPAN-DAYS BY 7 GIVING WS-FULL-WEEKS
                                        REMAINDER WS-ODD-DAYS
               COMPUTE WS-BUSINESS-CNT = WS-FULL-WEEKS * 5
               PERFORM 0310-COUNT-ODD-DAY
                       VARYING WS-ODD-SUB FROM 1 BY 1
                       UNTIL WS-ODD-SUB > WS-ODD-DAYS
               PERFORM 0320-APPLY-CALENDAR-ROW
                       VARYING WS-CAL-NDX FROM 1 BY 1
                       UNTIL WS-CAL-NDX > WS-CAL-CNT
           END-IF
           MOVE WS-BUSINESS-CNT TO BUSD-DAYS.

       0300-EXIT.
           EXIT.

       0310-COUNT-ODD-DAY.
           COMPUTE WS-TEST-INT = WS-FROM-INT
                               + (WS-FULL-WEEKS * 7) + WS-ODD-SUB
           PERFORM 0510-COMPUTE-WEEKDAY
           IF NOT WS-WEEKEND
               ADD 1 TO WS-BUSINESS-CNT
           END-IF.

       0310-EXIT.
           EXIT.

       0320-APPLY-CALENDAR-ROW.
           IF WS-CAL-DATE(WS-CAL-NDX) > BUSD-FROM-DATE AND
              WS-CAL-DATE(WS-CAL-NDX) <= BUSD-TO-DATE
               COMPUTE WS-TEST-INT =
                       FUNCTION INTEGER-OF-DATE
                       (WS-CAL-DATE(WS-CAL-NDX))
               PERFORM 0510-COMPUTE-WEEKDAY
               IF WS-CAL-HOLIDAY(WS-CAL-NDX) AND NOT WS-WEEKEND
                   SUBTRACT 1 FROM WS-BUSINESS-CNT
               END-IF
               IF WS-CAL-BUSINESS-DAY(WS-CAL-NDX) AND WS-WEEKEND
                   ADD 1 TO WS-BUSINESS-CNT
               END-IF
           END-IF.

       0320-EXIT.
           EXIT.

      ******************************************************************
      * WALK BUSD-DAYS BUSINESS DAYS FROM THE FROM DATE, FORWARD FOR
      * A POSITIVE COUNT AND BACKWARD FOR A NEGATIVE ONE. ZERO
      * RETURNS THE FROM DATE UNCHANGED.
      ******************************************************************
       0400-STEP-BUSINESS-DAYS.
           COMPUTE WS-TEST-INT =
                   FUNCTION INTEGER-OF-DATE(BUSD-FROM-DATE)
           IF BUSD-DAYS < ZERO
               MOVE -1 TO WS-STEP
               COMPUTE WS-STEPS-LEFT = ZERO - BUSD-DAYS
           ELSE
               MOVE 1 TO WS-STEP
               MOVE BUSD-DAYS TO WS-STEPS-LEFT
           END-IF
           MOVE ZERO TO WS-GUARD-CNT
           PERFORM 0410-STEP-ONE-DAY UNTIL WS-STEPS-LEFT = ZERO
                                     OR WS-GUARD-CNT > 36600
           IF WS-STEPS-LEFT = ZERO
               COMPUTE BUSD-TO-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-TEST-INT)
           ELSE
               DISPLAY 'BUSDAYS: CANNOT STEP ' BUSD-DAYS
                       ' BUSINESS DAYS FROM ' BUSD-FROM-DATE
               MOVE 08 TO BUSD-RC
           END-IF.

       0400-EXIT.
           EXIT.

       0410-STEP-ONE-DAY.
           ADD WS-STEP TO WS-TEST-INT
           ADD 1 TO WS-GUARD-CNT
           PERFORM 0500-TEST-BUSINESS-DAY
           IF WS-BUSINESS-DAY
               SUBTRACT 1 FROM WS-STEPS-LEFT
           END-IF.

       0410-EXIT.
           EXIT.

      ******************************************************************
      * IS THE INTEGER DATE IN WS-TEST-INT A BUSINESS DAY? WEEKEND
      * RULE FIRST, THEN ANY CALENDAR ROW FOR THE DATE OVERRIDES IT.
      ******************************************************************
       0500-TEST-BUSINESS-DAY.
           PERFORM 0510-COMPUTE-WEEKDAY
           IF WS-WEEKEND
               SET WS-NON-BUSINESS-DAY TO TRUE
           ELSE
               SET WS-BUSINESS-DAY TO TRUE
           END-IF
           COMPUTE WS-TEST-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-TEST-INT)
           IF WS-CAL-CNT > 0
               SET WS-CAL-NDX TO 1
               SEARCH WS-CAL-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CAL-NDX > WS-CAL-CNT
                       CONTINUE
                   WHEN WS-CAL-DATE(WS-CAL-NDX) = WS-TEST-DATE
                       IF WS-CAL-HOLIDAY(WS-CAL-NDX)
                           SET WS-NON-BUSINESS-DAY TO TRUE
                       END-IF
                       IF WS-CAL-BUSINESS-DAY(WS-CAL-NDX)
                           SET WS-BUSINESS-DAY TO TRUE
                       END-IF
               END-SEARCH
           END-IF.

       0500-EXIT.
           EXIT.

       0510-COMPUTE-WEEKDAY.
           COMPUTE WS-DAY-OFFSET = WS-TEST-INT - 1
           DIVIDE WS-DAY-OFFSET BY 7 GIVING WS-WEEK-QUOTIENT
                                     REMAINDER WS-WEEKDAY.

       0510-EXIT.
           EXIT.

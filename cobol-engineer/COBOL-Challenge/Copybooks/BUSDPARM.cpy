      *****************************************************************
      * BUSDAYS CALL PARAMETER BLOCK
      * PASSED ON EVERY CALL TO THE BUSDAYS BUSINESS-DAY ROUTINE (SEE
      * COPYBOOK BUSCAL FOR THE CALENDAR IT READS). SET BUSD-FUNCTION
      * AND THE INPUTS, CALL 'BUSDAYS' USING BUSD-PARMS, THEN TEST
      * BUSD-RC:
      *   R - ROLL BUSD-FROM-DATE FORWARD TO THE FIRST BUSINESS DAY ON
      *       OR AFTER IT. RESULT IN BUSD-TO-DATE; BUSD-DAYS IS THE
      *       NUMBER OF CALENDAR DAYS ROLLED (ZERO ON A BUSINESS DAY).
      *   C - COUNT THE BUSINESS DAYS AFTER BUSD-FROM-DATE UP TO AND
      *       INCLUDING BUSD-TO-DATE INTO BUSD-DAYS - AN ITEM FROM
      *       FRIDAY IS ONE BUSINESS DAY OLD ON MONDAY. ZERO WHEN THE
      *       TO DATE IS NOT AFTER THE FROM DATE.
      *   A - STEP BUSD-DAYS BUSINESS DAYS FROM BUSD-FROM-DATE
      *       (NEGATIVE STEPS BACKWARD) INTO BUSD-TO-DATE.
      * BUSD-RC IS 00 ON SUCCESS, 08 FOR AN INVALID DATE OR FUNCTION,
      * AND 16 WHEN THE BUSCAL CALENDAR COULD NOT BE READ - CALLERS
      * TREAT 16 AS A HARD STOP, SINCE A RUN DATE OR AGE WITHOUT THE
      * CALENDAR WOULD BE WRONG ON EVERY HOLIDAY.
      *****************************************************************
       01  BUSD-PARMS.
           05  BUSD-FUNCTION               PIC  X(01).
               88  BUSD-ROLL-FORWARD            VALUE 'R'.
               88  BUSD-COUNT-DAYS              VALUE 'C'.
               88  BUSD-ADD-DAYS                VALUE 'A'.
           05  BUSD-FROM-DATE              PIC  9(08).
           05  BUSD-TO-DATE                PIC  9(08).
           05  BUSD-DAYS                   PIC S9(05).
           05  BUSD-RC                     PIC  9(02).
               88  BUSD-OK                      VALUE 00.
               88  BUSD-BAD-REQUEST             VALUE 08.
               88  BUSD-NO-CALENDAR             VALUE 16.

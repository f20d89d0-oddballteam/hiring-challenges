       ID DIVISION.
       PROGRAM-ID.    CALMAINT.
      *AUTHOR.        MAINTENANCE
      *DATE-WRITTEN.  10/15/2026.
      *****************************************************************
      *
      * BATCH MAINTENANCE PROGRAM FOR THE BUSCAL HOLIDAY/BUSINESS-DAY
      * CALENDAR. READS A CALTRANS TRANSACTION FILE OF ADD/CHANGE/
      * DELETE ACTIONS AND APPLIES THEM TO BUSCAL, THE SAME WAY
      * GLMAINT MAINTAINS GLMAP:
      *
      *   - EVERY APPLIED ACTION IS JOURNALED TO CALJRNL WITH THE
      *     ROW'S BEFORE AND AFTER IMAGES AND A TIMESTAMP,
      *   - REJECTED TRANSACTIONS GO TO CALERR WITH THEIR REASON, AND
      *   - EVERY TRANSACTION PRINTS ON THE CALRPT REPORT.
      *
      * A ROW ONLY EXISTS TO OVERRIDE THE WEEKEND RULE (SEE COPYBOOK
      * BUSCAL), SO A HOLIDAY ON A SATURDAY OR SUNDAY, OR A WORKING
      * DAY ON A WEEKDAY, IS REJECTED - IT WOULD CHANGE NOTHING AND
      * ONLY HIDE A KEYING ERROR.
      *
      * AFTER THE MAINTENANCE THE REPORT LISTS EVERY CALENDAR ROW
      * FROM THE RUN DATE FORWARD. THE RUN ENDS RC=4 WHEN THERE IS NO
      * ROW AT ALL FOR NEXT YEAR - BUSDAYS WOULD TREAT NEXT YEAR'S
      * HOLIDAYS AS BUSINESS DAYS UNTIL THEY ARE LOADED.
      *
      *****************************************************************
      *************** M A I N T E N A N C E   N O T E S ***************
      ***%************************************************************:
      ***%CCR#      :                      PROGRAMMER: MAINTENANCE
      ***%MODLOG TAG:                      COMPANY   : ODDBALL
      ***%RELEASE NO:                      DATE      : 10/15/2026
      ***%
      ***%PROBLEM   : RUN DATES AND AGING NOW FOLLOW THE BUSCAL
      ***%            BUSINESS-DAY CALENDAR, WHICH NEEDS A CONTROLLED,
      ***%            JOURNALED WAY TO LOAD EACH YEAR'S HOLIDAYS.
      ***%
      ***%SOLUTION  : INITIAL CREATION. MAINTAINS BUSCAL VIA A
      ***%            CALTRANS TRANSACTION FILE (ACTION A/C/D), LISTS
      ***%            THE FORWARD CALENDAR, RC=4 IF NEXT YEAR IS EMPTY.
      ***%************************************************************:
      *********** E N D   M A I N T E N A N C E   N O T E S ***********
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  CALTRANS-FILE   ASSIGN  CALTRANS
                                   STATUS  CALTRANS-STATUS.
           SELECT  BUSCAL-FILE     ASSIGN  BUSCAL
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY BUSCAL-KEY
                                   STATUS  BUSCAL-STATUS.
           SELECT  CALJRNL-FILE    ASSIGN  CALJRNL
                                   STATUS  CALJRNL-STATUS.
           SELECT  CALERR-FILE     ASSIGN  CALERR
                                   STATUS  CALERR-STATUS.
           SELECT  CALRPT-FILE     ASSIGN  CALRPT
                                   STATUS  CALRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CALTRANS-FILE
           RECORDING F
           BLOCK 0 RECORDS.

       01  CALTRANS-RECORD.
           05  CALTRANS-ACTION             PIC  X(01).
               88  CALTRANS-ADD                 VALUE 'A'.
               88  CALTRANS-CHANGE              VALUE 'C'.
               88  CALTRANS-DELETE              VALUE 'D'.
           05  CALTRANS-DATE               PIC  9(08).
           05  CALTRANS-DAY-TYPE           PIC  X(01).
               88  CALTRANS-HOLIDAY             VALUE 'H'.
               88  CALTRANS-BUSINESS-DAY        VALUE 'B'.
           05  CALTRANS-DESC               PIC  X(30).
           05  CALTRANS-FILLER             PIC  X(40).

       FD  BUSCAL-FILE.
           COPY BUSCAL.

       FD  CALJRNL-FILE
           RECORDING F
           BLOCK 0 RECORDS.

       01  CALJRNL-RECORD.
           05  CALJRNL-ACTION              PIC  X(01).
           05  CALJRNL-DATE                PIC  9(08).
           05  CALJRNL-BEFORE-IMAGE.
               10  CALJRNL-BEF-DAY-TYPE    PIC  X(01).
               10  CALJRNL-BEF-DESC        PIC  X(30).
           05  CALJRNL-AFTER-IMAGE.
               10  CALJRNL-AFT-DAY-TYPE    PIC  X(01).
               10  CALJRNL-AFT-DESC        PIC  X(30).
           05  CALJRNL-TIMESTAMP           PIC  X(21).

       FD  CALERR-FILE
           RECORDING F
           BLOCK 0 RECORDS.

       01  CALERR-RECORD.
           05  CALERR-TRANS-DATA           PIC  X(80).
           05  CALERR-REASON               PIC  X(20).

       FD  CALRPT-FILE
           RECORDING F
           BLOCK 0 RECORDS.

       01  CALRPT-LINE                     PIC  X(80).

       WORKING-STORAGE SECTION.

       01 WORK-FIELDS.
           05  CALTRANS-STATUS             PIC  X(02).
               88  CALTRANS-SUCCESS              VALUE ZERO.
               88  CALTRANS-EOF                  VALUE '10'.
           05  BUSCAL-STATUS               PIC  X(02).
               88  BUSCAL-SUCCESS                VALUE ZERO.
               88  BUSCAL-EOF                    VALUE '10'.
           05  CALJRNL-STATUS              PIC  X(02).
               88  CALJRNL-SUCCESS               VALUE ZERO.
           05  CALERR-STATUS               PIC  X(02).
               88  CALERR-SUCCESS                VALUE ZERO.
           05  CALRPT-STATUS               PIC  X(02).
               88  CALRPT-SUCCESS                VALUE ZERO.
           05  WS-RUN-DATE                 PIC  9(08)      VALUE ZERO.
           05  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
               10  WS-RUN-YYYY             PIC  9(04).
               10  WS-RUN-MMDD             PIC  9(04).
           05  WS-NEXT-YEAR                PIC  9(04)      VALUE ZERO.
           05  WS-ERROR-REASON             PIC  X(20)      VALUE SPACES.
           05  WS-TRANS-OK-SW              PIC  X(01).
               88  WS-TRANS-OK                   VALUE 'Y'.
               88  WS-TRANS-BAD                  VALUE 'N'.
           05  WS-WEEKDAY                  PIC  9(01)      VALUE ZERO.
               88  WS-WEEKEND                    VALUES 5 6.
           05  WS-DAY-OFFSET               PIC S9(09) COMP VALUE ZERO.
           05  WS-WEEK-QUOTIENT            PIC S9(09) COMP VALUE ZERO.

       01 WORK-COUNTERS.
           05  WS-ADD-CNT                  PIC 9(05)       VALUE ZERO.
           05  WS-CHANGE-CNT               PIC 9(05)       VALUE ZERO.
           05  WS-DELETE-CNT               PIC 9(05)       VALUE ZERO.
           05  WS-ERROR-CNT                PIC 9(05)       VALUE ZERO.
           05  WS-FORWARD-CNT              PIC 9(05)       VALUE ZERO.
           05  WS-NEXT-YEAR-CNT            PIC 9(05)       VALUE ZERO.

       01 WORK-IMAGE-FIELDS.
           05  WS-BEF-DAY-TYPE             PIC  X(01)      VALUE SPACES.
           05  WS-BEF-DESC                 PIC  X(30)      VALUE SPACES.

       01 MAINTENANCE-REPORT-LINES.
           05  CM-TITLE-LINE.
               10  FILLER                  PIC  X(42) VALUE
                   'CALMAINT BUSCAL CALENDAR MAINTENANCE      '.
               10  FILLER                  PIC  X(09) VALUE
                   'RUN DATE '.
               10  CM-RUN-DATE             PIC  9(08).
               10  FILLER                  PIC  X(21) VALUE SPACES.
           05  CM-HEADING-LINE.
               10  FILLER                  PIC  X(40) VALUE
                   'ACT  DATE      TYPE  DESCRIPTION'.
               10  FILLER                  PIC  X(40) VALUE
                   '             DISPOSITION'.
           05  CM-DETAIL-LINE.
               10  CM-ACTION               PIC  X(01).
               10  FILLER                  PIC  X(04) VALUE SPACES.
               10  CM-DATE                 PIC  9(08).
               10  FILLER                  PIC  X(04) VALUE SPACES.
               10  CM-DAY-TYPE             PIC  X(01).
               10  FILLER                  PIC  X(03) VALUE SPACES.
               10  CM-DESC                 PIC  X(30).
               10  FILLER                  PIC  X(02) VALUE SPACES.
               10  CM-DISPOSITION          PIC  X(27).
           05  CM-BLANK-LINE               PIC  X(80) VALUE SPACES.
           05  CM-TOTAL-LINE.
               10  CM-TOTAL-DESC           PIC  X(24).
               10  CM-TOTAL-VALUE          PIC  ZZ,ZZ9.
               10  FILLER                  PIC  X(50) VALUE SPACES.
           05  CM-FORWARD-TITLE.
               10  FILLER                  PIC  X(80) VALUE
                   'CALENDAR ROWS FROM THE RUN DATE FORWARD'.
           05  CM-FORWARD-HEADING.
               10  FILLER                  PIC  X(80) VALUE
                   'DATE      TYPE  DESCRIPTION'.
           05  CM-FORWARD-LINE.
               10  CM-FWD-DATE             PIC  9(08).
               10  FILLER                  PIC  X(02) VALUE SPACES.
               10  CM-FWD-DAY-TYPE         PIC  X(01).
               10  FILLER                  PIC  X(05) VALUE SPACES.
               10  CM-FWD-DESC             PIC  X(30).
               10  FILLER                  PIC  X(34) VALUE SPACES.
           05  CM-NEXT-YEAR-LINE.
               10  FILLER                  PIC  X(25) VALUE
                   '*** NO CALENDAR ROWS FOR '.
               10  CM-NEXT-YEAR            PIC  9(04).
               10  FILLER                  PIC  X(51) VALUE
                   ' - LOAD NEXT YEAR''S HOLIDAYS ***'.

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN OPERATIONS PARAGRAPH FOR PROGRAM.
      ******************************************************************
       0000-MAINLINE.
           PERFORM 0100-INITIALIZE
           PERFORM 0200-PROCESS-CALTRANS-FILE UNTIL CALTRANS-EOF
           PERFORM 0500-REPORT-FORWARD-CALENDAR
           PERFORM 0900-TERMINATE
           GOBACK.

       0000-EXIT.
           EXIT.

       0100-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           COMPUTE WS-NEXT-YEAR = WS-RUN-YYYY + 1
           OPEN INPUT  CALTRANS-FILE
           OPEN I-O    BUSCAL-FILE
           IF NOT BUSCAL-SUCCESS
               DISPLAY 'CALMAINT: BUSCAL OPEN FAILED, STATUS '
                       BUSCAL-STATUS
               DISPLAY 'CALMAINT: RUN ABORTED - SEE PRECEDING MESSAGES'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN EXTEND CALJRNL-FILE
           OPEN OUTPUT CALERR-FILE
           OPEN OUTPUT CALRPT-FILE
           MOVE WS-RUN-DATE TO CM-RUN-DATE
           WRITE CALRPT-LINE FROM CM-TITLE-LINE
           WRITE CALRPT-LINE FROM CM-BLANK-LINE
           WRITE CALRPT-LINE FROM CM-HEADING-LINE.

       0100-EXIT.
           EXIT.

       0200-PROCESS-CALTRANS-FILE.
           READ CALTRANS-FILE
               AT END
                   SET CALTRANS-EOF TO TRUE
               NOT AT END
                   PERFORM 0210-APPLY-TRANSACTION
           END-READ.

       0200-EXIT.
           EXIT.

      ******************************************************************
      * APPLY ONE ADD/CHANGE/DELETE TRANSACTION TO BUSCAL-FILE. THE
      * DATE MUST BE A REAL CALENDAR DATE, AND AN ADD OR CHANGE MUST
      * CARRY A TYPE THAT OVERRIDES SOMETHING: 'H' ON A WEEKDAY OR
      * 'B' ON A WEEKEND DAY.
      ******************************************************************
       0210-APPLY-TRANSACTION.
           SET WS-TRANS-OK TO TRUE
           IF CALTRANS-DATE NOT NUMERIC
               MOVE 'DATE NOT NUMERIC    ' TO WS-ERROR-REASON
               SET WS-TRANS-BAD TO TRUE
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD(CALTRANS-DATE) NOT = 0
                   MOVE 'DATE NOT VALID      ' TO WS-ERROR-REASON
                   SET WS-TRANS-BAD TO TRUE
               END-IF
           END-IF
           IF WS-TRANS-OK AND (CALTRANS-ADD OR CALTRANS-CHANGE)
               PERFORM 0215-CHECK-DAY-TYPE
           END-IF
           IF WS-TRANS-BAD
               PERFORM 0260-REJECT-TRANSACTION
           ELSE
               EVALUATE TRUE
                   WHEN CALTRANS-ADD
                       PERFORM 0220-ADD-BUSCAL-RECORD
                   WHEN CALTRANS-CHANGE
                       PERFORM 0230-CHANGE-BUSCAL-RECORD
                   WHEN CALTRANS-DELETE
                       PERFORM 0240-DELETE-BUSCAL-RECORD
                   WHEN OTHER
                       MOVE 'INVALID ACTION CODE ' TO WS-ERROR-REASON
                       PERFORM 0260-REJECT-TRANSACTION
               END-EVALUATE
           END-IF.

       0210-EXIT.
           EXIT.

      ******************************************************************
      * DAY OF WEEK FROM THE INTEGER DATE, AS BUSDAYS WORKS IT: DAY 1
      * (01/01/1601) WAS A MONDAY, SO 5 AND 6 ARE SATURDAY/SUNDAY.
      ******************************************************************
       0215-CHECK-DAY-TYPE.
           COMPUTE WS-DAY-OFFSET =
                   FUNCTION INTEGER-OF-DATE(CALTRANS-DATE) - 1
           DIVIDE WS-DAY-OFFSET BY 7 GIVING WS-WEEK-QUOTIENT
                                     REMAINDER WS-WEEKDAY
           EVALUATE TRUE
               WHEN CALTRANS-HOLIDAY AND WS-WEEKEND
                   MOVE 'HOLIDAY ON A WEEKEND' TO WS-ERROR-REASON
                   SET WS-TRANS-BAD TO TRUE
               WHEN CALTRANS-BUSINESS-DAY AND NOT WS-WEEKEND
                   MOVE 'WEEKDAY ALREADY OPEN' TO WS-ERROR-REASON
                   SET WS-TRANS-BAD TO TRUE
               WHEN CALTRANS-HOLIDAY OR CALTRANS-BUSINESS-DAY
                   CONTINUE
               WHEN OTHER
                   MOVE 'DAY TYPE NOT H OR B ' TO WS-ERROR-REASON
                   SET WS-TRANS-BAD TO TRUE
           END-EVALUATE.

       0215-EXIT.
           EXIT.

      ******************************************************************
      * ADD THE OVERRIDE FOR A DATE THAT HAS NONE.
      ******************************************************************
       0220-ADD-BUSCAL-RECORD.
           MOVE CALTRANS-DATE       TO BUSCAL-DATE
           MOVE CALTRANS-DAY-TYPE   TO BUSCAL-DAY-TYPE
           MOVE CALTRANS-DESC       TO BUSCAL-DESC
           MOVE WS-RUN-DATE         TO BUSCAL-UPDATE-DATE
           MOVE SPACES              TO BUSCAL-FILLER
           WRITE BUSCAL-RECORD
               INVALID KEY
                   MOVE 'DATE ALREADY ON FILE' TO WS-ERROR-REASON
                   PERFORM 0260-REJECT-TRANSACTION
               NOT INVALID KEY
                   ADD 1 TO WS-ADD-CNT
                   MOVE SPACES TO WS-BEF-DAY-TYPE
                   MOVE SPACES TO WS-BEF-DESC
                   PERFORM 0250-JOURNAL-ACTION
                   MOVE 'APPLIED                    '
                     TO CM-DISPOSITION
                   PERFORM 0270-REPORT-TRANSACTION
           END-WRITE.

       0220-EXIT.
           EXIT.

      ******************************************************************
      * REPLACE THE DATE'S TYPE AND DESCRIPTION. THE ROW AS READ IS
      * THE JOURNAL'S BEFORE-IMAGE.
      ******************************************************************
       0230-CHANGE-BUSCAL-RECORD.
           MOVE CALTRANS-DATE TO BUSCAL-DATE
           READ BUSCAL-FILE
               INVALID KEY
                   MOVE 'DATE NOT FOUND      ' TO WS-ERROR-REASON
                   PERFORM 0260-REJECT-TRANSACTION
               NOT INVALID KEY
                   MOVE BUSCAL-DAY-TYPE   TO WS-BEF-DAY-TYPE
                   MOVE BUSCAL-DESC       TO WS-BEF-DESC
                   MOVE CALTRANS-DAY-TYPE TO BUSCAL-DAY-TYPE
                   MOVE CALTRANS-DESC     TO BUSCAL-DESC
                   MOVE WS-RUN-DATE       TO BUSCAL-UPDATE-DATE
                   REWRITE BUSCAL-RECORD
                       INVALID KEY
                           MOVE 'REWRITE FAILED      '
                             TO WS-ERROR-REASON
                           PERFORM 0260-REJECT-TRANSACTION
                       NOT INVALID KEY
                           ADD 1 TO WS-CHANGE-CNT
                           PERFORM 0250-JOURNAL-ACTION
                           MOVE 'APPLIED                    '
                             TO CM-DISPOSITION
                           PERFORM 0270-REPORT-TRANSACTION
                   END-REWRITE
           END-READ.

       0230-EXIT.
           EXIT.

      ******************************************************************
      * DELETE THE DATE'S OVERRIDE - IT GOES BACK TO THE WEEKEND
      * RULE. THE ROW IS READ FIRST SO THE JOURNAL CARRIES ITS FULL
      * BEFORE-IMAGE.
      ******************************************************************
       0240-DELETE-BUSCAL-RECORD.
           MOVE CALTRANS-DATE TO BUSCAL-DATE
           READ BUSCAL-FILE
               INVALID KEY
                   MOVE 'DATE NOT FOUND      ' TO WS-ERROR-REASON
                   PERFORM 0260-REJECT-TRANSACTION
               NOT INVALID KEY
                   MOVE BUSCAL-DAY-TYPE   TO WS-BEF-DAY-TYPE
                   MOVE BUSCAL-DESC       TO WS-BEF-DESC
                   DELETE BUSCAL-FILE
                       INVALID KEY
                           MOVE 'DELETE FAILED       '
                             TO WS-ERROR-REASON
                           PERFORM 0260-REJECT-TRANSACTION
                       NOT INVALID KEY
                           ADD 1 TO WS-DELETE-CNT
                           MOVE SPACES TO BUSCAL-DAY-TYPE
                           MOVE SPACES TO BUSCAL-DESC
                           PERFORM 0250-JOURNAL-ACTION
                           MOVE 'APPLIED                    '
                             TO CM-DISPOSITION
                           PERFORM 0270-REPORT-TRANSACTION
                   END-DELETE
           END-READ.

       0240-EXIT.
           EXIT.

      ******************************************************************
      * JOURNAL ONE APPLIED ACTION: THE BEFORE-IMAGE SAVED BY THE
      * CALLING PARAGRAPH (SPACES FOR AN ADD), THE AFTER-IMAGE FROM
      * THE BUSCAL RECORD AREA (CLEARED BY 0240 FOR A DELETE), AND A
      * TIMESTAMP.
      ******************************************************************
       0250-JOURNAL-ACTION.
           MOVE CALTRANS-ACTION    TO CALJRNL-ACTION
           MOVE CALTRANS-DATE      TO CALJRNL-DATE
           MOVE WS-BEF-DAY-TYPE    TO CALJRNL-BEF-DAY-TYPE
           MOVE WS-BEF-DESC        TO CALJRNL-BEF-DESC
           MOVE BUSCAL-DAY-TYPE    TO CALJRNL-AFT-DAY-TYPE
           MOVE BUSCAL-DESC        TO CALJRNL-AFT-DESC
           MOVE FUNCTION CURRENT-DATE TO CALJRNL-TIMESTAMP
           WRITE CALJRNL-RECORD.

       0250-EXIT.
           EXIT.

      ******************************************************************
      * REJECT ONE TRANSACTION: WRITE IT TO CALERR WITH ITS REASON AND
      * SHOW IT ON THE MAINTENANCE REPORT. NOTHING IS JOURNALED - THE
      * CALENDAR DID NOT CHANGE.
      ******************************************************************
       0260-REJECT-TRANSACTION.
           ADD 1 TO WS-ERROR-CNT
           MOVE CALTRANS-RECORD TO CALERR-TRANS-DATA
           MOVE WS-ERROR-REASON TO CALERR-REASON
           WRITE CALERR-RECORD
           MOVE SPACES TO CM-DISPOSITION
           STRING 'REJECTED-' DELIMITED BY SIZE
                  WS-ERROR-REASON DELIMITED BY SIZE
                  INTO CM-DISPOSITION
           PERFORM 0270-REPORT-TRANSACTION.

       0260-EXIT.
           EXIT.

       0270-REPORT-TRANSACTION.
           MOVE CALTRANS-ACTION    TO CM-ACTION
           MOVE CALTRANS-DATE      TO CM-DATE
           MOVE CALTRANS-DAY-TYPE  TO CM-DAY-TYPE
           MOVE CALTRANS-DESC      TO CM-DESC
           WRITE CALRPT-LINE FROM CM-DETAIL-LINE.

       0270-EXIT.
           EXIT.

      ******************************************************************
      * LIST THE CALENDAR FROM THE RUN DATE FORWARD, AFTER TONIGHT'S
      * MAINTENANCE, AND COUNT NEXT YEAR'S ROWS.
      ******************************************************************
       0500-REPORT-FORWARD-CALENDAR.
           WRITE CALRPT-LINE FROM CM-BLANK-LINE
           WRITE CALRPT-LINE FROM CM-FORWARD-TITLE
           WRITE CALRPT-LINE FROM CM-FORWARD-HEADING
           MOVE WS-RUN-DATE TO BUSCAL-DATE
           START BUSCAL-FILE KEY >= BUSCAL-KEY
               INVALID KEY
                   SET BUSCAL-EOF TO TRUE
           END-START
           PERFORM 0510-LIST-CALENDAR-ROW UNTIL BUSCAL-EOF
           IF WS-NEXT-YEAR-CNT = ZERO
               MOVE WS-NEXT-YEAR TO CM-NEXT-YEAR
               WRITE CALRPT-LINE FROM CM-BLANK-LINE
               WRITE CALRPT-LINE FROM CM-NEXT-YEAR-LINE
           END-IF.

       0500-EXIT.
           EXIT.

       0510-LIST-CALENDAR-ROW.
           READ BUSCAL-FILE NEXT
               AT END
                   SET BUSCAL-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-FORWARD-CNT
                   IF BUSCAL-DATE(1:4) = WS-NEXT-YEAR
                       ADD 1 TO WS-NEXT-YEAR-CNT
                   END-IF
                   MOVE BUSCAL-DATE     TO CM-FWD-DATE
                   MOVE BUSCAL-DAY-TYPE TO CM-FWD-DAY-TYPE
                   MOVE BUSCAL-DESC     TO CM-FWD-DESC
                   WRITE CALRPT-LINE FROM CM-FORWARD-LINE
           END-READ.

       0510-EXIT.
           EXIT.

       0900-TERMINATE.
           WRITE CALRPT-LINE FROM CM-BLANK-LINE
           MOVE 'ADDS APPLIED........    ' TO CM-TOTAL-DESC
           MOVE WS-ADD-CNT TO CM-TOTAL-VALUE
           WRITE CALRPT-LINE FROM CM-TOTAL-LINE
           MOVE 'CHANGES APPLIED.....    ' TO CM-TOTAL-DESC
           MOVE WS-CHANGE-CNT TO CM-TOTAL-VALUE
           WRITE CALRPT-LINE FROM CM-TOTAL-LINE
           MOVE 'DELETES APPLIED.....    ' TO CM-TOTAL-DESC
           MOVE WS-DELETE-CNT TO CM-TOTAL-VALUE
           WRITE CALRPT-LINE FROM CM-TOTAL-LINE
           MOVE 'TRANSACTIONS REJECTED   ' TO CM-TOTAL-DESC
           MOVE WS-ERROR-CNT TO CM-TOTAL-VALUE
           WRITE CALRPT-LINE FROM CM-TOTAL-LINE
           MOVE 'FORWARD CALENDAR ROWS   ' TO CM-TOTAL-DESC
           MOVE WS-FORWARD-CNT TO CM-TOTAL-VALUE
           WRITE CALRPT-LINE FROM CM-TOTAL-LINE
           CLOSE CALTRANS-FILE
           CLOSE BUSCAL-FILE
           CLOSE CALJRNL-FILE
           CLOSE CALERR-FILE
           CLOSE CALRPT-FILE
           DISPLAY 'CALMAINT: ADDS      = ' WS-ADD-CNT
           DISPLAY 'CALMAINT: CHANGES   = ' WS-CHANGE-CNT
           DISPLAY 'CALMAINT: DELETES   = ' WS-DELETE-CNT
           DISPLAY 'CALMAINT: ERRORS    = ' WS-ERROR-CNT
           IF WS-NEXT-YEAR-CNT = ZERO
               DISPLAY 'CALMAINT: NO CALENDAR ROWS FOR ' WS-NEXT-YEAR
               MOVE 4 TO RETURN-CODE
           END-IF.

       0900-EXIT.
           EXIT.

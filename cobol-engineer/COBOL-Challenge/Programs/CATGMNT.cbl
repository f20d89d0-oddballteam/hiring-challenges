       ID DIVISION.
       PROGRAM-ID.    CATGMNT.
      *AUTHOR.        MAINTENANCE
      *DATE-WRITTEN.  10/15/2026.
      *****************************************************************
      *
      * ONLINE CATGTBL RULES MAINTENANCE - THE MAKER SIDE OF THE
      * FOUR-EYES RULES CHANGE, IN THE TESTOINQ/SUSPFIX MOLD. THE
      * OPERATOR SIGNS ON, PAGES THROUGH THE RULES TEN ROWS TO A
      * SCREEN, AND ADDS, CHANGES, DELETES, AND REORDERS ROWS (FIRST
      * MATCH WINS, SO ROW ORDER IS PART OF THE RULES) IN A WORKING
      * COPY. NOTHING TOUCHES THE LIVE CATGTBL HERE: SAVE WRITES THE
      * WORKING COPY AS THE PENDING VERSION ON THE CATGVER REGISTER,
      * ITS ROWS ON CATGHIST, AND A CATGTBL-FORMAT IMAGE TO CATGPEND
      * FOR CATGANAL TO CERTIFY IN THE NEXT JOB STEP. A CERTIFIED
      * VERSION GOES LIVE ONLY WHEN A SECOND OPERATOR APPROVES IT IN
      * CATGAPRV.
      *
      * ONE VERSION IS PENDING AT A TIME. A NEW VERSION STARTS FROM
      * THE LIVE CATGTBL; WHILE ONE IS PENDING (SAVED, CERTIFIED,
      * FAILED, OR REJECTED) ONLY ITS MAKER CAN SIGN ON, TO REWORK
      * AND RE-SAVE IT OR TO WITHDRAW IT. RE-SAVING SENDS IT BACK
      * THROUGH CATGANAL AND CLEARS ANY EARLIER VERDICT.
      *
      * RC=0 MEANS A VERSION WAS SAVED (THE JOB GOES ON TO CATGANAL),
      * RC=4 NOTHING WAS SAVED (QUIT, WITHDRAWN, OR SIGN-ON REFUSED),
      * AND RC=16 AN I/O FAILURE ON THE REGISTER OR THE LIVE TABLE.
      *
      *****************************************************************
      *************** M A I N T E N A N C E   N O T E S ***************
      ***%************************************************************:
      ***%CCR#      :                      PROGRAMMER: MAINTENANCE
      ***%MODLOG TAG:                      COMPANY   : ODDBALL
      ***%RELEASE NO:                      DATE      : 10/15/2026
      ***%
      ***%PROBLEM   : CATGTBL WAS CHANGED BY EDITING A PROPOSED
      ***%            DATASET AND COPYING IT OVER THE LIVE TABLE BY
      ***%            HAND - NO RECORD OF WHO CHANGED WHAT, AND
      ***%            NOTHING STOPPING AN UNCERTIFIED TABLE GOING
      ***%            LIVE.
      ***%
      ***%SOLUTION  : INITIAL CREATION. SCREEN-DRIVEN ADD/CHANGE/
      ***%            DELETE/MOVE OF RULE ROWS INTO A NUMBERED
      ***%            PENDING VERSION ON CATGVER/CATGHIST, WITH A
      ***%            CATGPEND IMAGE FOR CATGANAL TO CERTIFY.
      ***%************************************************************:
      ***%CCR#      :                      PROGRAMMER: MAINTENANCE
      ***%MODLOG TAG:                      COMPANY   : ODDBALL
      ***%RELEASE NO:                      DATE      : 10/15/2026
      ***%
      ***%PROBLEM   : A CATGHIST DELETE OR WRITE FAILURE DURING A SAVE
      ***%            STILL WENT ON TO REWRITE THE PENDING IMAGE, THE
      ***%            REGISTER HASH, AND THE CONTROL RECORD, RECORDING A
      ***%            VERSION WHOSE ROWS WERE NEVER SAVED. A NEW
      ***%            APPROVED-NOT-LIVE STATUS ALSO HAD TO BE KEPT OUT
      ***%            OF THE MAKER'S HANDS.
      ***%
      ***%SOLUTION  : EACH SAVE STEP RUNS ONLY IF THE ONE BEFORE IT
      ***%            WORKED. AN APPROVED VERSION AWAITING CATGLIVE
      ***%            TURNS EVERY MAKER AWAY WITH A NOTICE.
      ***%************************************************************:
      ***%CCR#      :                      PROGRAMMER: MAINTENANCE
      ***%MODLOG TAG:                      COMPANY   : ODDBALL
      ***%RELEASE NO:                      DATE      : 10/15/2026
      ***%
      ***%PROBLEM   : A RULE DATE WAS ONLY RANGE-CHECKED (MONTH 01-12,
      ***%            DAY 01-31), SO A DATE SUCH AS 20250231 COULD BE
      ***%            SAVED INTO A RULES VERSION. AN APPROVED VERSION'S
      ***%            COMMENT STILL SAID A CHECKER COULD REJECT IT.
      ***%
      ***%SOLUTION  : 0425-VALIDATE-DATE NOW TESTS THE DATE WITH
      ***%            TEST-DATE-YYYYMMDD, AS CALMAINT AND BUSDAYS DO.
      ***%            THE 0120 COMMENT NOW SAYS AN APPROVED VERSION
      ***%            WAITS FOR CATGLIVE.
      ***%************************************************************:
      *********** E N D   M A I N T E N A N C E   N O T E S ***********
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  CATGTBL-FILE    ASSIGN  CATGTBL
                                   STATUS  CATGTBL-STATUS.
           SELECT  CATGVER-FILE    ASSIGN  CATGVER
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY CATGVER-KEY
                                   STATUS  CATGVER-STATUS.
           SELECT  CATGHIST-FILE   ASSIGN  CATGHIST
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY CATGHIST-KEY
                                   STATUS  CATGHIST-STATUS.
           SELECT  CATGPEND-FILE   ASSIGN  CATGPEND
                                   STATUS  CATGPEND-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CATGTBL-FILE
           RECORDING F
           BLOCK 0 RECORDS.
           COPY CATGTBL.

       FD  CATGVER-FILE.
           COPY CATGVER.

       FD  CATGHIST-FILE.
           COPY CATGHIST.

       FD  CATGPEND-FILE
           RECORDING F
           BLOCK 0 RECORDS.

       01  CATGPEND-RECORD                 PIC  X(68).

       WORKING-STORAGE SECTION.

       01 WORK-FIELDS.
           05  CATGTBL-STATUS              PIC  X(02).
               88  CATGTBL-SUCCESS               VALUE ZERO.
               88  CATGTBL-EOF                   VALUE '10'.
           05  CATGVER-STATUS              PIC  X(02).
               88  CATGVER-SUCCESS               VALUE ZERO.
           05  CATGHIST-STATUS             PIC  X(02).
               88  CATGHIST-SUCCESS              VALUE ZERO.
               88  CATGHIST-EOF                  VALUE '10'.
           05  CATGPEND-STATUS             PIC  X(02).
               88  CATGPEND-SUCCESS              VALUE ZERO.
           05  WS-MODE-SW                  PIC  X(01)      VALUE 'W'.
               88  WS-MODE-WORKING               VALUE 'W'.
               88  WS-MODE-SAVED                 VALUE 'S'.
               88  WS-MODE-WITHDRAWN             VALUE 'X'.
               88  WS-MODE-QUIT                  VALUE 'Q'.
               88  WS-MODE-FAILED                VALUE 'E'.
           05  WS-COMMAND                  PIC  X(01)      VALUE SPACES.
               88  WS-CMD-FORWARD                VALUE 'F' 'f'.
               88  WS-CMD-BACK                   VALUE 'B' 'b'.
               88  WS-CMD-ADD                    VALUE 'A' 'a'.
               88  WS-CMD-CHANGE                 VALUE 'C' 'c'.
               88  WS-CMD-DELETE                 VALUE 'D' 'd'.
               88  WS-CMD-MOVE                   VALUE 'M' 'm'.
               88  WS-CMD-SAVE                   VALUE 'S' 's'.
               88  WS-CMD-WITHDRAW               VALUE 'X' 'x'.
               88  WS-CMD-QUIT                   VALUE 'Q' 'q'.
           05  WS-ROW-IN                   PIC  X(03)      VALUE SPACES.
           05  WS-ROW-IN-9 REDEFINES WS-ROW-IN
                                           PIC  9(03).
           05  WS-TO-ROW-IN                PIC  X(03)      VALUE SPACES.
           05  WS-TO-ROW-IN-9 REDEFINES WS-TO-ROW-IN
                                           PIC  9(03).
           05  WS-ROW-ACTION               PIC  X(06)      VALUE SPACES.
           05  WS-ENTER-ANSWER             PIC  X(01)      VALUE SPACES.
           05  WS-CHANGED-SW               PIC  X(01)      VALUE 'N'.
               88  WS-TABLE-CHANGED              VALUE 'Y'.
           05  WS-VER-EXISTS-SW            PIC  X(01)      VALUE 'N'.
               88  WS-VER-EXISTS                 VALUE 'Y'.
           05  WS-CTL-EXISTS-SW            PIC  X(01)      VALUE 'N'.
               88  WS-CTL-EXISTS                 VALUE 'Y'.
           05  WS-VALID-SW                 PIC  X(01).
               88  WS-ROW-VALID                  VALUE 'Y'.
               88  WS-ROW-INVALID                VALUE 'N'.
           05  WS-BROWSE-DONE-SW           PIC  X(01).
               88  WS-BROWSE-DONE                VALUE 'Y'.
               88  WS-BROWSE-MORE                VALUE 'N'.
           05  WS-OPERATOR                 PIC  X(08)      VALUE SPACES.
           05  WS-CHANGE-NOTE              PIC  X(30)      VALUE SPACES.
           05  WS-MESSAGE                  PIC  X(60)      VALUE SPACES.
           05  WS-TIMESTAMP                PIC  X(21)      VALUE SPACES.

       01 WORK-VERSION-FIELDS.
           05  WS-VERSION                  PIC  9(05)      VALUE ZERO.
           05  WS-LAST-VERSION             PIC  9(05)      VALUE ZERO.
           05  WS-LIVE-VERSION             PIC  9(05)      VALUE ZERO.
           05  WS-PEND-VERSION             PIC  9(05)      VALUE ZERO.
           05  WS-RULE-HASH                PIC  9(15)      VALUE ZERO.

       01 WORK-COUNTERS.
           05  WS-RULE-CNT                 PIC  9(04)      VALUE ZERO.
           05  WS-RULE-MAX                 PIC  9(04)      VALUE 500.
           05  WS-TOP-ROW                  PIC  9(04)      VALUE 1.
           05  WS-ROW-NUM                  PIC  9(04)      VALUE ZERO.
           05  WS-TO-ROW                   PIC  9(04)      VALUE ZERO.
           05  WS-SUB                      PIC  9(04)      VALUE ZERO.
           05  WS-PAGE-LINE-CNT            PIC  9(02)      VALUE ZERO.
           05  WS-HIST-DELETE-CNT          PIC  9(04)      VALUE ZERO.

       01 WORK-VALIDATION-FIELDS.
           05  WS-ERR-MSG                  PIC  X(40)      VALUE SPACES.

      *** THE WORKING COPY OF THE RULES - ROW IMAGES IN CATGTBL
      *** LAYOUT, IN TABLE ORDER. 500 ROWS IS WHAT CODECHAL'S TABLE
      *** HOLDS.
       01 WORK-RULE-TABLE.
           05  WS-RULE-ENTRY OCCURS 500 TIMES.
               10  WS-RULE-CODE            PIC  9(04).
               10  WS-RULE-DATE-LOW        PIC  9(08).
               10  WS-RULE-DATE-HIGH       PIC  9(08).
               10  WS-RULE-AMT-LOW         PIC  9(07)V99.
               10  WS-RULE-AMT-HIGH        PIC  9(07)V99.
               10  WS-RULE-DESC            PIC  X(30).
       01 WS-HOLD-ENTRY                    PIC  X(68).

      *** CURRENT AND CANDIDATE ROW VALUES FOR ROW-SCREEN. HELD AS
      *** ALPHANUMERIC SO THE OPERATOR'S KEYING CAN BE EDITED BEFORE
      *** ANY OF IT REACHES THE TABLE (SAME SHAPE AS SUSPFIX).
       01 WORK-CURRENT-FIELDS.
           05  WS-CUR-CODE                 PIC  X(04)      VALUE SPACES.
           05  WS-CUR-DATE-LOW             PIC  X(08)      VALUE SPACES.
           05  WS-CUR-DATE-HIGH            PIC  X(08)      VALUE SPACES.
           05  WS-CUR-AMT-LOW              PIC  X(09)      VALUE SPACES.
           05  WS-CUR-AMT-HIGH             PIC  X(09)      VALUE SPACES.
           05  WS-CUR-DESC                 PIC  X(30)      VALUE SPACES.

       01 WORK-CANDIDATE-FIELDS.
           05  WS-CAND-CODE                PIC  X(04)      VALUE SPACES.
           05  WS-CAND-CODE-9 REDEFINES WS-CAND-CODE
                                           PIC  9(04).
           05  WS-CAND-DATE-LOW            PIC  X(08)      VALUE SPACES.
           05  WS-CAND-DATE-LOW-9 REDEFINES WS-CAND-DATE-LOW
                                           PIC  9(08).
           05  WS-CAND-DATE-HIGH           PIC  X(08)      VALUE SPACES.
           05  WS-CAND-DATE-HIGH-9 REDEFINES WS-CAND-DATE-HIGH
                                           PIC  9(08).
           05  WS-CAND-AMT-LOW             PIC  X(09)      VALUE SPACES.
           05  WS-CAND-AMT-LOW-9 REDEFINES WS-CAND-AMT-LOW
                                           PIC  9(07)V99.
           05  WS-CAND-AMT-HIGH            PIC  X(09)      VALUE SPACES.
           05  WS-CAND-AMT-HIGH-9 REDEFINES WS-CAND-AMT-HIGH
                                           PIC  9(07)V99.
           05  WS-CAND-DESC                PIC  X(30)      VALUE SPACES.
           05  WS-CHECK-DATE               PIC  X(08)      VALUE SPACES.
           05  WS-CHECK-DATE-9 REDEFINES WS-CHECK-DATE
                                           PIC  9(08).

       01 WORK-ENTRY-FIELDS.
           05  WS-NEW-CODE                 PIC  X(04)      VALUE SPACES.
           05  WS-NEW-DATE-LOW             PIC  X(08)      VALUE SPACES.
           05  WS-NEW-DATE-HIGH            PIC  X(08)      VALUE SPACES.
           05  WS-NEW-AMT-LOW              PIC  X(09)      VALUE SPACES.
           05  WS-NEW-AMT-HIGH             PIC  X(09)      VALUE SPACES.
           05  WS-NEW-DESC                 PIC  X(30)      VALUE SPACES.

       01 WORK-DISPLAY-FIELDS.
           05  WS-DETAIL-LINE.
               10  WS-DETAIL-ROW           PIC  ZZ9.
               10  FILLER                  PIC  X(02)      VALUE SPACES.
               10  WS-DETAIL-CODE          PIC  9(04).
               10  FILLER                  PIC  X(02)      VALUE SPACES.
               10  WS-DETAIL-DATE-LOW      PIC  9(08).
               10  FILLER                  PIC  X(01)      VALUE SPACES.
               10  WS-DETAIL-DATE-HIGH     PIC  9(08).
               10  FILLER                  PIC  X(02)      VALUE SPACES.
               10  WS-DETAIL-AMT-LOW       PIC  Z,ZZZ,ZZ9.99.
               10  FILLER                  PIC  X(01)      VALUE SPACES.
               10  WS-DETAIL-AMT-HIGH      PIC  Z,ZZZ,ZZ9.99.
               10  FILLER                  PIC  X(02)      VALUE SPACES.
               10  WS-DETAIL-DESC          PIC  X(18).

      *** ONE PAGE OF FORMATTED RULE ROWS FOR LIST-SCREEN, NAMED FOR
      *** THE SCREEN AND REDEFINED AS A TABLE FOR THE PROCEDURAL
      *** FILL (SAME SHAPE AS TESTOINQ).
       01 WORK-LIST-LINES.
           05  WS-LIST-LINE-AREA.
               10  WS-LIST-LINE-01         PIC  X(75).
               10  WS-LIST-LINE-02         PIC  X(75).
               10  WS-LIST-LINE-03         PIC  X(75).
               10  WS-LIST-LINE-04         PIC  X(75).
               10  WS-LIST-LINE-05         PIC  X(75).
               10  WS-LIST-LINE-06         PIC  X(75).
               10  WS-LIST-LINE-07         PIC  X(75).
               10  WS-LIST-LINE-08         PIC  X(75).
               10  WS-LIST-LINE-09         PIC  X(75).
               10  WS-LIST-LINE-10         PIC  X(75).
           05  WS-LIST-LINE-TABLE REDEFINES WS-LIST-LINE-AREA.
               10  WS-LIST-LINE OCCURS 10 TIMES
                                           PIC  X(75).

       SCREEN SECTION.
       01  SIGNON-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1  VALUE
               'CATGMNT - CATEGORY RULES MAINTENANCE'.
           05  LINE 3  COLUMN 1  VALUE 'OPERATOR ID (BLANK TO EXIT): '.
           05  LINE 3  COLUMN 31 PIC X(08) TO WS-OPERATOR.
           05  LINE 4  COLUMN 1  VALUE 'CHANGE NOTE................: '.
           05  LINE 4  COLUMN 31 PIC X(30) TO WS-CHANGE-NOTE.

       01  NOTICE-SCREEN.
           05  LINE 6  COLUMN 1  PIC X(60) FROM WS-MESSAGE.
           05  LINE 8  COLUMN 1  VALUE 'PRESS ENTER TO EXIT '.
           05  LINE 8  COLUMN 21 PIC X(01) TO WS-ENTER-ANSWER.

       01  LIST-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1  VALUE
               'CATGMNT - CATEGORY RULES MAINTENANCE'.
           05  LINE 2  COLUMN 1  VALUE 'VERSION '.
           05  LINE 2  COLUMN 9  PIC 9(05) FROM WS-VERSION.
           05  LINE 2  COLUMN 16 VALUE 'ROWS '.
           05  LINE 2  COLUMN 21 PIC ZZZ9 FROM WS-RULE-CNT.
           05  LINE 2  COLUMN 27 VALUE 'LIVE VERSION '.
           05  LINE 2  COLUMN 40 PIC 9(05) FROM WS-LIVE-VERSION.
           05  LINE 2  COLUMN 47 VALUE 'OPERATOR '.
           05  LINE 2  COLUMN 56 PIC X(08) FROM WS-OPERATOR.
           05  LINE 4  COLUMN 1  VALUE
               'ROW  CODE  DATE-LOW DATE-HIGH'.
           05  LINE 4  COLUMN 31 VALUE
               '     AMT-LOW     AMT-HIGH  DESCRIPTION'.
           05  LINE 5  COLUMN 1  PIC X(75) FROM WS-LIST-LINE-01.
           05  LINE 6  COLUMN 1  PIC X(75) FROM WS-LIST-LINE-02.
           05  LINE 7  COLUMN 1  PIC X(75) FROM WS-LIST-LINE-03.
           05  LINE 8  COLUMN 1  PIC X(75) FROM WS-LIST-LINE-04.
           05  LINE 9  COLUMN 1  PIC X(75) FROM WS-LIST-LINE-05.
           05  LINE 10 COLUMN 1  PIC X(75) FROM WS-LIST-LINE-06.
           05  LINE 11 COLUMN 1  PIC X(75) FROM WS-LIST-LINE-07.
           05  LINE 12 COLUMN 1  PIC X(75) FROM WS-LIST-LINE-08.
           05  LINE 13 COLUMN 1  PIC X(75) FROM WS-LIST-LINE-09.
           05  LINE 14 COLUMN 1  PIC X(75) FROM WS-LIST-LINE-10.
           05  LINE 16 COLUMN 1  VALUE
               '(F)WD (B)ACK (A)DD (C)HANGE (D)ELETE (M)OVE'.
           05  LINE 17 COLUMN 1  VALUE
               '(S)AVE FOR APPROVAL  (X) WITHDRAW  (Q)UIT'.
           05  LINE 19 COLUMN 1  VALUE 'COMMAND: '.
           05  LINE 19 COLUMN 10 PIC X(01) TO WS-COMMAND.
           05  LINE 19 COLUMN 13 VALUE 'ROW (NNN): '.
           05  LINE 19 COLUMN 24 PIC X(03) TO WS-ROW-IN.
           05  LINE 19 COLUMN 29 VALUE 'TO ROW (NNN): '.
           05  LINE 19 COLUMN 43 PIC X(03) TO WS-TO-ROW-IN.
           05  LINE 21 COLUMN 1  PIC X(60) FROM WS-MESSAGE.

       01  ROW-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1  VALUE
               'CATGMNT - CATEGORY RULES MAINTENANCE'.
           05  LINE 3  COLUMN 1  PIC X(06) FROM WS-ROW-ACTION.
           05  LINE 3  COLUMN 8  VALUE 'ROW '.
           05  LINE 3  COLUMN 12 PIC ZZ9 FROM WS-ROW-NUM.
           05  LINE 5  COLUMN 26 VALUE 'CURRENT'.
           05  LINE 5  COLUMN 46 VALUE 'NEW (BLANK KEEPS CURRENT)'.
           05  LINE 6  COLUMN 1  VALUE 'CATEGORY CODE (NNNN)..: '.
           05  LINE 6  COLUMN 26 PIC X(04) FROM WS-CUR-CODE.
           05  LINE 6  COLUMN 46 PIC X(04) TO WS-NEW-CODE.
           05  LINE 7  COLUMN 1  VALUE 'DATE LOW (CCYYMMDD)...: '.
           05  LINE 7  COLUMN 26 PIC X(08) FROM WS-CUR-DATE-LOW.
           05  LINE 7  COLUMN 46 PIC X(08) TO WS-NEW-DATE-LOW.
           05  LINE 8  COLUMN 1  VALUE 'DATE HIGH (CCYYMMDD)..: '.
           05  LINE 8  COLUMN 26 PIC X(08) FROM WS-CUR-DATE-HIGH.
           05  LINE 8  COLUMN 46 PIC X(08) TO WS-NEW-DATE-HIGH.
           05  LINE 9  COLUMN 1  VALUE 'AMT LOW (NNNNNNNVV)...: '.
           05  LINE 9  COLUMN 26 PIC X(09) FROM WS-CUR-AMT-LOW.
           05  LINE 9  COLUMN 46 PIC X(09) TO WS-NEW-AMT-LOW.
           05  LINE 10 COLUMN 1  VALUE 'AMT HIGH (NNNNNNNVV)..: '.
           05  LINE 10 COLUMN 26 PIC X(09) FROM WS-CUR-AMT-HIGH.
           05  LINE 10 COLUMN 46 PIC X(09) TO WS-NEW-AMT-HIGH.
           05  LINE 11 COLUMN 1  VALUE 'DESCRIPTION...........: '.
           05  LINE 11 COLUMN 26 PIC X(30) FROM WS-CUR-DESC.
           05  LINE 12 COLUMN 1  VALUE 'NEW DESCRIPTION.......: '.
           05  LINE 12 COLUMN 26 PIC X(30) TO WS-NEW-DESC.

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN OPERATIONS PARAGRAPH FOR PROGRAM. THE WORKING COPY IS
      * EDITED IN STORAGE; THE REGISTER, CATGHIST, AND CATGPEND ARE
      * ONLY WRITTEN BY A SAVE OR A WITHDRAW, SO QUITTING AT ANY
      * POINT LEAVES EVERYTHING AS IT WAS.
      ******************************************************************
       0000-MAINLINE.
           PERFORM 0100-INITIALIZE
           PERFORM 0200-PROCESS-COMMAND UNTIL NOT WS-MODE-WORKING
           PERFORM 0900-TERMINATE
           GOBACK.

       0000-EXIT.
           EXIT.

      ******************************************************************
      * OPEN THE REGISTER, SIGN THE OPERATOR ON, AND LOAD THE WORKING
      * COPY - THE PENDING VERSION IF THERE IS ONE (ITS MAKER ONLY),
      * OTHERWISE THE LIVE CATGTBL AS THE START OF A NEW VERSION.
      ******************************************************************
       0100-INITIALIZE.
           OPEN I-O CATGVER-FILE
           IF NOT CATGVER-SUCCESS
               DISPLAY 'CATGMNT: CATGVER OPEN FAILED, STATUS '
                       CATGVER-STATUS
               DISPLAY 'CATGMNT: RUN ABORTED - SEE PRECEDING MESSAGES'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O CATGHIST-FILE
           IF NOT CATGHIST-SUCCESS
               DISPLAY 'CATGMNT: CATGHIST OPEN FAILED, STATUS '
                       CATGHIST-STATUS
               DISPLAY 'CATGMNT: RUN ABORTED - SEE PRECEDING MESSAGES'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO WS-OPERATOR
           MOVE SPACES TO WS-CHANGE-NOTE
           DISPLAY SIGNON-SCREEN
           ACCEPT SIGNON-SCREEN
           IF WS-OPERATOR = SPACES
               SET WS-MODE-QUIT TO TRUE
           ELSE
               PERFORM 0110-READ-CONTROL
               IF WS-PEND-VERSION NOT = ZERO
                   PERFORM 0120-LOAD-PENDING
               END-IF
               IF WS-MODE-WORKING AND NOT WS-VER-EXISTS
                   PERFORM 0140-LOAD-LIVE
               END-IF
           END-IF.

       0100-EXIT.
           EXIT.

      ******************************************************************
      * THE CONTROL RECORD (VERSION ZERO) HOLDS THE LAST VERSION
      * NUMBER ISSUED, THE LIVE VERSION, AND THE PENDING ONE. A NEW
      * REGISTER HAS NONE YET - THE FIRST SAVE WRITES IT.
      ******************************************************************
       0110-READ-CONTROL.
           MOVE ZERO TO CATGVER-VERSION
           READ CATGVER-FILE
               INVALID KEY
                   MOVE ZERO TO WS-LAST-VERSION
                   MOVE ZERO TO WS-LIVE-VERSION
                   MOVE ZERO TO WS-PEND-VERSION
               NOT INVALID KEY
                   SET WS-CTL-EXISTS TO TRUE
                   MOVE CATGVER-CTL-LAST-VERSION TO WS-LAST-VERSION
                   MOVE CATGVER-CTL-LIVE-VERSION TO WS-LIVE-VERSION
                   MOVE CATGVER-CTL-PEND-VERSION TO WS-PEND-VERSION
           END-READ.

       0110-EXIT.
           EXIT.

      ******************************************************************
      * A VERSION STILL IN PROGRESS BELONGS TO ITS MAKER - ANYONE ELSE
      * IS TURNED AWAY, SO TWO MAKERS CAN NEVER OVERWRITE EACH OTHER.
      * AN APPROVED VERSION NOT YET LIVE TURNS EVERYONE AWAY UNTIL
      * CATGLIVE PUTS IT LIVE - IT CAN NO LONGER BE REJECTED.
      * THE MAKER GETS THE VERSION'S ROWS BACK FROM CATGHIST, WITH
      * THE LAST VERDICT ON THE MESSAGE LINE.
      ******************************************************************
       0120-LOAD-PENDING.
           MOVE WS-PEND-VERSION TO CATGVER-VERSION
           READ CATGVER-FILE
               INVALID KEY
                   MOVE ZERO TO WS-PEND-VERSION
               NOT INVALID KEY
                   IF NOT CATGVER-IN-PROGRESS AND NOT CATGVER-APPROVED
                       MOVE ZERO TO WS-PEND-VERSION
                   END-IF
           END-READ
           EVALUATE TRUE
               WHEN WS-PEND-VERSION = ZERO
                   CONTINUE
               WHEN CATGVER-APPROVED
                   STRING 'VERSION ' WS-PEND-VERSION
                          ' IS APPROVED AND NOT YET LIVE'
                          DELIMITED BY SIZE INTO WS-MESSAGE
                   END-STRING
                   DISPLAY NOTICE-SCREEN
                   ACCEPT NOTICE-SCREEN
                   DISPLAY 'CATGMNT: ' WS-MESSAGE
                   SET WS-MODE-QUIT TO TRUE
               WHEN CATGVER-MAKER NOT = WS-OPERATOR
                   STRING 'VERSION ' WS-PEND-VERSION
                          ' IS PENDING UNDER OPERATOR '
                          CATGVER-MAKER
                          DELIMITED BY SIZE INTO WS-MESSAGE
                   END-STRING
                   DISPLAY NOTICE-SCREEN
                   ACCEPT NOTICE-SCREEN
                   DISPLAY 'CATGMNT: ' WS-MESSAGE
                   SET WS-MODE-QUIT TO TRUE
               WHEN OTHER
                   SET WS-VER-EXISTS TO TRUE
                   MOVE WS-PEND-VERSION TO WS-VERSION
                   IF WS-CHANGE-NOTE = SPACES
                       MOVE CATGVER-MAKER-NOTE TO WS-CHANGE-NOTE
                   END-IF
                   EVALUATE TRUE
                       WHEN CATGVER-REJECTED
                           STRING 'REJECTED BY ' CATGVER-CHECKER
                                  ': ' CATGVER-CHECKER-NOTE
                                  DELIMITED BY SIZE INTO WS-MESSAGE
                           END-STRING
                       WHEN CATGVER-FAILED
                           MOVE 'FAILED CATGANAL - SEE CATARPT'
                             TO WS-MESSAGE
                       WHEN CATGVER-CERTIFIED
                           MOVE 'CERTIFIED - AWAITING APPROVAL'
                             TO WS-MESSAGE
                       WHEN OTHER
                           MOVE 'SAVED - AWAITING CATGANAL'
                             TO WS-MESSAGE
                   END-EVALUATE
                   PERFORM 0130-LOAD-HIST-ROWS
           END-EVALUATE.

       0120-EXIT.
           EXIT.

       0130-LOAD-HIST-ROWS.
           MOVE ZERO TO WS-RULE-CNT
           SET WS-BROWSE-MORE TO TRUE
           MOVE WS-VERSION TO CATGHIST-VERSION
           MOVE ZERO       TO CATGHIST-ROW
           START CATGHIST-FILE KEY >= CATGHIST-KEY
               INVALID KEY
                   SET WS-BROWSE-DONE TO TRUE
           END-START
           PERFORM 0135-READ-HIST-ROW UNTIL WS-BROWSE-DONE.

       0130-EXIT.
           EXIT.

       0135-READ-HIST-ROW.
           READ CATGHIST-FILE NEXT
               AT END
                   SET WS-BROWSE-DONE TO TRUE
               NOT AT END
                   IF CATGHIST-VERSION = WS-VERSION AND
                      WS-RULE-CNT < WS-RULE-MAX
                       ADD 1 TO WS-RULE-CNT
                       MOVE CATGHIST-RULE
                         TO WS-RULE-ENTRY(WS-RULE-CNT)
                   ELSE
                       SET WS-BROWSE-DONE TO TRUE
                   END-IF
           END-READ.

       0135-EXIT.
           EXIT.

      ******************************************************************
      * NOTHING PENDING - THE NEW VERSION STARTS AS A COPY OF THE
      * LIVE CATGTBL. A LIVE TABLE OVER 500 ROWS CANNOT BE HELD.
      ******************************************************************
       0140-LOAD-LIVE.
           COMPUTE WS-VERSION = WS-LAST-VERSION + 1
           MOVE ZERO TO WS-RULE-CNT
           OPEN INPUT CATGTBL-FILE
           IF NOT CATGTBL-SUCCESS
               DISPLAY 'CATGMNT: CATGTBL OPEN FAILED, STATUS '
                       CATGTBL-STATUS
               DISPLAY 'CATGMNT: RUN ABORTED - SEE PRECEDING MESSAGES'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0145-READ-LIVE-ROW UNTIL CATGTBL-EOF
           CLOSE CATGTBL-FILE
           MOVE 'NEW VERSION FROM THE LIVE TABLE' TO WS-MESSAGE.

       0140-EXIT.
           EXIT.

       0145-READ-LIVE-ROW.
           READ CATGTBL-FILE
               AT END
                   SET CATGTBL-EOF TO TRUE
               NOT AT END
                   IF WS-RULE-CNT >= WS-RULE-MAX
                       DISPLAY 'CATGMNT: LIVE CATGTBL EXCEEDS '
                               WS-RULE-MAX ' ROWS'
                       DISPLAY 'CATGMNT: RUN ABORTED - SEE PRECEDING '
                               'MESSAGES'
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
                   ADD 1 TO WS-RULE-CNT
                   MOVE CATGTBL-RECORD TO WS-RULE-ENTRY(WS-RULE-CNT)
           END-READ.

       0145-EXIT.
           EXIT.

      ******************************************************************
      * PAINT ONE PAGE OF RULES AND TAKE A COMMAND. THE MESSAGE LINE
      * REPORTS THE OUTCOME OF THE LAST COMMAND ON THE NEXT PAINT.
      ******************************************************************
       0200-PROCESS-COMMAND.
           PERFORM 0210-FILL-PAGE
           MOVE SPACES TO WS-COMMAND
           MOVE SPACES TO WS-ROW-IN
           MOVE SPACES TO WS-TO-ROW-IN
           DISPLAY LIST-SCREEN
           ACCEPT LIST-SCREEN
           MOVE SPACES TO WS-MESSAGE
           EVALUATE TRUE
               WHEN WS-CMD-FORWARD
                   IF WS-TOP-ROW + 10 <= WS-RULE-CNT
                       ADD 10 TO WS-TOP-ROW
                   END-IF
               WHEN WS-CMD-BACK
                   IF WS-TOP-ROW > 10
                       SUBTRACT 10 FROM WS-TOP-ROW
                   ELSE
                       MOVE 1 TO WS-TOP-ROW
                   END-IF
               WHEN WS-CMD-ADD
                   PERFORM 0300-ADD-ROW
               WHEN WS-CMD-CHANGE
                   PERFORM 0400-CHANGE-ROW
               WHEN WS-CMD-DELETE
                   PERFORM 0500-DELETE-ROW
               WHEN WS-CMD-MOVE
                   PERFORM 0600-MOVE-ROW
               WHEN WS-CMD-SAVE
                   PERFORM 0700-SAVE-VERSION
               WHEN WS-CMD-WITHDRAW
                   PERFORM 0800-WITHDRAW-VERSION
               WHEN WS-CMD-QUIT
                   SET WS-MODE-QUIT TO TRUE
               WHEN OTHER
                   MOVE 'UNKNOWN COMMAND' TO WS-MESSAGE
           END-EVALUATE.

       0200-EXIT.
           EXIT.

       0210-FILL-PAGE.
           MOVE SPACES TO WS-LIST-LINE-AREA
           MOVE ZERO   TO WS-PAGE-LINE-CNT
           PERFORM VARYING WS-SUB FROM WS-TOP-ROW BY 1
                   UNTIL WS-SUB > WS-RULE-CNT OR WS-PAGE-LINE-CNT >= 10
               MOVE WS-SUB                  TO WS-DETAIL-ROW
               MOVE WS-RULE-CODE(WS-SUB)      TO WS-DETAIL-CODE
               MOVE WS-RULE-DATE-LOW(WS-SUB)  TO WS-DETAIL-DATE-LOW
               MOVE WS-RULE-DATE-HIGH(WS-SUB) TO WS-DETAIL-DATE-HIGH
               MOVE WS-RULE-AMT-LOW(WS-SUB)   TO WS-DETAIL-AMT-LOW
               MOVE WS-RULE-AMT-HIGH(WS-SUB)  TO WS-DETAIL-AMT-HIGH
               MOVE WS-RULE-DESC(WS-SUB)      TO WS-DETAIL-DESC
               ADD 1 TO WS-PAGE-LINE-CNT
               MOVE WS-DETAIL-LINE TO WS-LIST-LINE(WS-PAGE-LINE-CNT)
           END-PERFORM.

       0210-EXIT.
           EXIT.

      ******************************************************************
      * TURN THE KEYED ROW NUMBER INTO WS-ROW-NUM. ZERO MEANS BLANK OR
      * NOT A NUMBER; THE CALLER DECIDES WHAT RANGE IT ACCEPTS.
      ******************************************************************
       0220-GET-ROW-NUMBERS.
           MOVE ZERO TO WS-ROW-NUM
           MOVE ZERO TO WS-TO-ROW
           IF WS-ROW-IN NUMERIC
               MOVE WS-ROW-IN-9 TO WS-ROW-NUM
           END-IF
           IF WS-TO-ROW-IN NUMERIC
               MOVE WS-TO-ROW-IN-9 TO WS-TO-ROW
           END-IF.

       0220-EXIT.
           EXIT.

      ******************************************************************
      * ADD A ROW AHEAD OF THE ROW KEYED (BLANK ADDS AT THE END).
      * EVERY FIELD MUST BE KEYED - THERE IS NO CURRENT VALUE TO
      * KEEP. THE ROWS BELOW MOVE DOWN ONE TO MAKE ROOM.
      ******************************************************************
       0300-ADD-ROW.
           PERFORM 0220-GET-ROW-NUMBERS
           IF WS-ROW-IN = SPACES
               COMPUTE WS-ROW-NUM = WS-RULE-CNT + 1
           END-IF
           EVALUATE TRUE
               WHEN WS-RULE-CNT >= WS-RULE-MAX
                   MOVE 'TABLE IS FULL - 500 ROWS' TO WS-MESSAGE
               WHEN WS-ROW-NUM < 1 OR WS-ROW-NUM > WS-RULE-CNT + 1
                   MOVE 'ROW (NNN) MUST BE 001 THRU ONE PAST THE LAST'
                     TO WS-MESSAGE
               WHEN OTHER
                   MOVE 'ADD'  TO WS-ROW-ACTION
                   MOVE SPACES TO WORK-CURRENT-FIELDS
                   PERFORM 0410-ACCEPT-ROW
                   IF WS-ROW-VALID
                       PERFORM VARYING WS-SUB FROM WS-RULE-CNT BY -1
                               UNTIL WS-SUB < WS-ROW-NUM
                           MOVE WS-RULE-ENTRY(WS-SUB)
                             TO WS-RULE-ENTRY(WS-SUB + 1)
                       END-PERFORM
                       ADD 1 TO WS-RULE-CNT
                       PERFORM 0430-STORE-CANDIDATE
                       STRING 'ROW ' WS-ROW-NUM ' ADDED'
                              DELIMITED BY SIZE INTO WS-MESSAGE
                       END-STRING
                   END-IF
           END-EVALUATE.

       0300-EXIT.
           EXIT.

      ******************************************************************
      * CHANGE A ROW IN PLACE - BLANK FIELDS KEEP THEIR CURRENT VALUE.
      ******************************************************************
       0400-CHANGE-ROW.
           PERFORM 0220-GET-ROW-NUMBERS
           IF WS-ROW-NUM < 1 OR WS-ROW-NUM > WS-RULE-CNT
               MOVE 'ROW (NNN) IS NOT IN THE TABLE' TO WS-MESSAGE
           ELSE
               MOVE 'CHANGE' TO WS-ROW-ACTION
               MOVE WS-RULE-CODE(WS-ROW-NUM)      TO WS-CAND-CODE-9
               MOVE WS-RULE-DATE-LOW(WS-ROW-NUM)  TO WS-CAND-DATE-LOW-9
               MOVE WS-RULE-DATE-HIGH(WS-ROW-NUM)
                 TO WS-CAND-DATE-HIGH-9
               MOVE WS-RULE-AMT-LOW(WS-ROW-NUM)   TO WS-CAND-AMT-LOW-9
               MOVE WS-RULE-AMT-HIGH(WS-ROW-NUM)  TO WS-CAND-AMT-HIGH-9
               MOVE WS-RULE-DESC(WS-ROW-NUM)      TO WS-CAND-DESC
               MOVE WS-CAND-CODE      TO WS-CUR-CODE
               MOVE WS-CAND-DATE-LOW  TO WS-CUR-DATE-LOW
               MOVE WS-CAND-DATE-HIGH TO WS-CUR-DATE-HIGH
               MOVE WS-CAND-AMT-LOW   TO WS-CUR-AMT-LOW
               MOVE WS-CAND-AMT-HIGH  TO WS-CUR-AMT-HIGH
               MOVE WS-CAND-DESC      TO WS-CUR-DESC
               PERFORM 0410-ACCEPT-ROW
               IF WS-ROW-VALID
                   PERFORM 0430-STORE-CANDIDATE
                   STRING 'ROW ' WS-ROW-NUM ' CHANGED'
                          DELIMITED BY SIZE INTO WS-MESSAGE
                   END-STRING
               END-IF
           END-IF.

       0400-EXIT.
           EXIT.

      ******************************************************************
      * TAKE THE ROW'S VALUES FROM ROW-SCREEN OVER THE CURRENT ONES
      * AND EDIT THE RESULT. A REJECTED ROW LEAVES THE TABLE AS IT
      * WAS AND THE REASON GOES TO THE MESSAGE LINE.
      ******************************************************************
       0410-ACCEPT-ROW.
           MOVE SPACES TO WORK-ENTRY-FIELDS
           DISPLAY ROW-SCREEN
           ACCEPT ROW-SCREEN
           MOVE WS-CUR-CODE      TO WS-CAND-CODE
           MOVE WS-CUR-DATE-LOW  TO WS-CAND-DATE-LOW
           MOVE WS-CUR-DATE-HIGH TO WS-CAND-DATE-HIGH
           MOVE WS-CUR-AMT-LOW   TO WS-CAND-AMT-LOW
           MOVE WS-CUR-AMT-HIGH  TO WS-CAND-AMT-HIGH
           MOVE WS-CUR-DESC      TO WS-CAND-DESC
           IF WS-NEW-CODE NOT = SPACES
               MOVE WS-NEW-CODE TO WS-CAND-CODE
           END-IF
           IF WS-NEW-DATE-LOW NOT = SPACES
               MOVE WS-NEW-DATE-LOW TO WS-CAND-DATE-LOW
           END-IF
           IF WS-NEW-DATE-HIGH NOT = SPACES
               MOVE WS-NEW-DATE-HIGH TO WS-CAND-DATE-HIGH
           END-IF
           IF WS-NEW-AMT-LOW NOT = SPACES
               MOVE WS-NEW-AMT-LOW TO WS-CAND-AMT-LOW
           END-IF
           IF WS-NEW-AMT-HIGH NOT = SPACES
               MOVE WS-NEW-AMT-HIGH TO WS-CAND-AMT-HIGH
           END-IF
           IF WS-NEW-DESC NOT = SPACES
               MOVE WS-NEW-DESC TO WS-CAND-DESC
           END-IF
           PERFORM 0420-VALIDATE-CANDIDATE
           IF WS-ROW-INVALID
               STRING 'ROW REJECTED - ' WS-ERR-MSG
                      DELIMITED BY SIZE INTO WS-MESSAGE
               END-STRING
           END-IF.

       0410-EXIT.
           EXIT.

      ******************************************************************
      * A ROW MUST HAVE A NUMERIC CODE, REAL CCYYMMDD DATES, NUMERIC
      * AMOUNTS, LOW NOT ABOVE HIGH, AND A DESCRIPTION. A LOW ABOVE
      * HIGH WOULD NEVER MATCH - CATGANAL WOULD BLOCK IT AS AN EMPTY
      * RANGE, SO IT IS STOPPED HERE INSTEAD.
      ******************************************************************
       0420-VALIDATE-CANDIDATE.
           SET WS-ROW-VALID TO TRUE
           IF WS-CAND-CODE NOT NUMERIC
               MOVE 'CATEGORY CODE NOT NUMERIC               '
                 TO WS-ERR-MSG
               SET WS-ROW-INVALID TO TRUE
           END-IF
           IF WS-ROW-VALID
               MOVE WS-CAND-DATE-LOW TO WS-CHECK-DATE
               PERFORM 0425-VALIDATE-DATE
           END-IF
           IF WS-ROW-VALID
               MOVE WS-CAND-DATE-HIGH TO WS-CHECK-DATE
               PERFORM 0425-VALIDATE-DATE
           END-IF
           IF WS-ROW-VALID
               IF WS-CAND-DATE-LOW-9 > WS-CAND-DATE-HIGH-9
                   MOVE 'DATE LOW IS AFTER DATE HIGH             '
                     TO WS-ERR-MSG
                   SET WS-ROW-INVALID TO TRUE
               END-IF
           END-IF
           IF WS-ROW-VALID
               IF WS-CAND-AMT-LOW NOT NUMERIC OR
                  WS-CAND-AMT-HIGH NOT NUMERIC
                   MOVE 'AMOUNT NOT NUMERIC                      '
                     TO WS-ERR-MSG
                   SET WS-ROW-INVALID TO TRUE
               END-IF
           END-IF
           IF WS-ROW-VALID
               IF WS-CAND-AMT-LOW-9 > WS-CAND-AMT-HIGH-9
                   MOVE 'AMT LOW IS ABOVE AMT HIGH               '
                     TO WS-ERR-MSG
                   SET WS-ROW-INVALID TO TRUE
               END-IF
           END-IF
           IF WS-ROW-VALID
               IF WS-CAND-DESC = SPACES
                   MOVE 'DESCRIPTION BLANK                       '
                     TO WS-ERR-MSG
                   SET WS-ROW-INVALID TO TRUE
               END-IF
           END-IF.

       0420-EXIT.
           EXIT.

       0425-VALIDATE-DATE.
           IF WS-CHECK-DATE NOT NUMERIC
               MOVE 'DATE NOT NUMERIC                        '
                 TO WS-ERR-MSG
               SET WS-ROW-INVALID TO TRUE
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-CHECK-DATE-9) NOT = 0
                   MOVE 'DATE NOT A VALID CALENDAR DATE          '
                     TO WS-ERR-MSG
                   SET WS-ROW-INVALID TO TRUE
               END-IF
           END-IF.

       0425-EXIT.
           EXIT.

       0430-STORE-CANDIDATE.
           MOVE WS-CAND-CODE-9      TO WS-RULE-CODE(WS-ROW-NUM)
           MOVE WS-CAND-DATE-LOW-9  TO WS-RULE-DATE-LOW(WS-ROW-NUM)
           MOVE WS-CAND-DATE-HIGH-9 TO WS-RULE-DATE-HIGH(WS-ROW-NUM)
           MOVE WS-CAND-AMT-LOW-9   TO WS-RULE-AMT-LOW(WS-ROW-NUM)
           MOVE WS-CAND-AMT-HIGH-9  TO WS-RULE-AMT-HIGH(WS-ROW-NUM)
           MOVE WS-CAND-DESC        TO WS-RULE-DESC(WS-ROW-NUM)
           SET WS-TABLE-CHANGED TO TRUE.

       0430-EXIT.
           EXIT.

      ******************************************************************
      * DELETE A ROW - THE ROWS BELOW MOVE UP ONE. NOTHING IS LOST
      * UNTIL A SAVE, SO QUIT UNDOES A DELETE KEYED IN ERROR.
      ******************************************************************
       0500-DELETE-ROW.
           PERFORM 0220-GET-ROW-NUMBERS
           IF WS-ROW-NUM < 1 OR WS-ROW-NUM > WS-RULE-CNT
               MOVE 'ROW (NNN) IS NOT IN THE TABLE' TO WS-MESSAGE
           ELSE
               STRING 'ROW ' WS-ROW-NUM ' DELETED - CODE '
                      WS-RULE-CODE(WS-ROW-NUM) ' '
                      WS-RULE-DESC(WS-ROW-NUM)
                      DELIMITED BY SIZE INTO WS-MESSAGE
               END-STRING
               PERFORM VARYING WS-SUB FROM WS-ROW-NUM BY 1
                       UNTIL WS-SUB >= WS-RULE-CNT
                   MOVE WS-RULE-ENTRY(WS-SUB + 1)
                     TO WS-RULE-ENTRY(WS-SUB)
               END-PERFORM
               SUBTRACT 1 FROM WS-RULE-CNT
               SET WS-TABLE-CHANGED TO TRUE
               IF WS-TOP-ROW > WS-RULE-CNT AND WS-TOP-ROW > 10
                   SUBTRACT 10 FROM WS-TOP-ROW
               END-IF
           END-IF.

       0500-EXIT.
           EXIT.

      ******************************************************************
      * MOVE ROW N TO POSITION M, SHIFTING THE ROWS BETWEEN - THE WAY
      * TO CHANGE WHICH OF TWO OVERLAPPING ROWS WINS.
      ******************************************************************
       0600-MOVE-ROW.
           PERFORM 0220-GET-ROW-NUMBERS
           EVALUATE TRUE
               WHEN WS-ROW-NUM < 1 OR WS-ROW-NUM > WS-RULE-CNT OR
                    WS-TO-ROW  < 1 OR WS-TO-ROW  > WS-RULE-CNT
                   MOVE 'ROW AND TO ROW (NNN) MUST BOTH BE IN THE TABLE'
                     TO WS-MESSAGE
               WHEN WS-ROW-NUM = WS-TO-ROW
                   MOVE 'ROW AND TO ROW ARE THE SAME' TO WS-MESSAGE
               WHEN OTHER
                   MOVE WS-RULE-ENTRY(WS-ROW-NUM) TO WS-HOLD-ENTRY
                   IF WS-ROW-NUM < WS-TO-ROW
                       PERFORM VARYING WS-SUB FROM WS-ROW-NUM BY 1
                               UNTIL WS-SUB >= WS-TO-ROW
                           MOVE WS-RULE-ENTRY(WS-SUB + 1)
                             TO WS-RULE-ENTRY(WS-SUB)
                       END-PERFORM
                   ELSE
                       PERFORM VARYING WS-SUB FROM WS-ROW-NUM BY -1
                               UNTIL WS-SUB <= WS-TO-ROW
                           MOVE WS-RULE-ENTRY(WS-SUB - 1)
                             TO WS-RULE-ENTRY(WS-SUB)
                       END-PERFORM
                   END-IF
                   MOVE WS-HOLD-ENTRY TO WS-RULE-ENTRY(WS-TO-ROW)
                   SET WS-TABLE-CHANGED TO TRUE
                   STRING 'ROW ' WS-ROW-NUM ' MOVED TO ROW ' WS-TO-ROW
                          DELIMITED BY SIZE INTO WS-MESSAGE
                   END-STRING
           END-EVALUATE.

       0600-EXIT.
           EXIT.

      ******************************************************************
      * SAVE THE WORKING COPY AS THE PENDING VERSION: ITS ROWS
      * REPLACE WHATEVER CATGHIST HELD FOR THE VERSION, THE CATGPEND
      * IMAGE IS REWRITTEN FOR CATGANAL, AND THE REGISTER RECORDS
      * THE MAKER, THE ROW COUNT, AND THE RULES HASH THAT CATGANAL
      * AND CATGAPRV PROVE THE ROWS AGAINST. A RE-SAVE CLEARS ANY
      * EARLIER VERDICT - THE ROWS MUST BE CERTIFIED AGAIN. EACH STEP
      * RUNS ONLY IF THE ONE BEFORE IT WORKED: A CATGHIST FAILURE
      * LEAVES THE IMAGE, THE REGISTER, AND THE CONTROL RECORD AS
      * THEY WERE, SO NO HASH IS EVER RECORDED FOR ROWS NOT SAVED.
      ******************************************************************
       0700-SAVE-VERSION.
           EVALUATE TRUE
               WHEN WS-RULE-CNT = ZERO
                   MOVE 'TABLE HAS NO ROWS - NOT SAVED' TO WS-MESSAGE
               WHEN NOT WS-TABLE-CHANGED AND NOT WS-VER-EXISTS
                   MOVE 'NO CHANGES TO THE LIVE TABLE - NOT SAVED'
                     TO WS-MESSAGE
               WHEN OTHER
                   MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
                   PERFORM 0710-COMPUTE-HASH
                   PERFORM 0720-DELETE-HIST-ROWS
                   IF NOT WS-MODE-FAILED
                       PERFORM 0730-WRITE-HIST-ROWS
                   END-IF
                   IF NOT WS-MODE-FAILED
                       PERFORM 0740-WRITE-PENDING-IMAGE
                   END-IF
                   IF NOT WS-MODE-FAILED
                       PERFORM 0750-WRITE-VERSION
                   END-IF
                   IF NOT WS-MODE-FAILED
                       MOVE WS-VERSION TO WS-PEND-VERSION
                       PERFORM 0760-WRITE-CONTROL
                   END-IF
                   IF WS-MODE-WORKING
                       SET WS-MODE-SAVED TO TRUE
                   END-IF
           END-EVALUATE.

       0700-EXIT.
           EXIT.

      ******************************************************************
      * THE RULES HASH AS THE CATGVER COPYBOOK DEFINES IT - ROW
      * NUMBER TIMES (CODE + DATES + AMOUNTS IN CENTS), SUMMED.
      ******************************************************************
       0710-COMPUTE-HASH.
           MOVE ZERO TO WS-RULE-HASH
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-RULE-CNT
               COMPUTE WS-RULE-HASH = WS-RULE-HASH
                       + WS-SUB * (WS-RULE-CODE(WS-SUB)
                       + WS-RULE-DATE-LOW(WS-SUB)
                       + WS-RULE-DATE-HIGH(WS-SUB)
                       + WS-RULE-AMT-LOW(WS-SUB) * 100
                       + WS-RULE-AMT-HIGH(WS-SUB) * 100)
           END-PERFORM.

       0710-EXIT.
           EXIT.

       0720-DELETE-HIST-ROWS.
           MOVE ZERO TO WS-HIST-DELETE-CNT
           SET WS-BROWSE-MORE TO TRUE
           MOVE WS-VERSION TO CATGHIST-VERSION
           MOVE ZERO       TO CATGHIST-ROW
           START CATGHIST-FILE KEY >= CATGHIST-KEY
               INVALID KEY
                   SET WS-BROWSE-DONE TO TRUE
           END-START
           PERFORM 0725-DELETE-HIST-ROW UNTIL WS-BROWSE-DONE.

       0720-EXIT.
           EXIT.

       0725-DELETE-HIST-ROW.
           READ CATGHIST-FILE NEXT
               AT END
                   SET WS-BROWSE-DONE TO TRUE
               NOT AT END
                   IF CATGHIST-VERSION = WS-VERSION
                       DELETE CATGHIST-FILE
                           INVALID KEY
                               DISPLAY 'CATGMNT: CATGHIST DELETE '
                                       'FAILED, STATUS '
                                       CATGHIST-STATUS
                               SET WS-MODE-FAILED TO TRUE
                               SET WS-BROWSE-DONE TO TRUE
                           NOT INVALID KEY
                               ADD 1 TO WS-HIST-DELETE-CNT
                       END-DELETE
                   ELSE
                       SET WS-BROWSE-DONE TO TRUE
                   END-IF
           END-READ.

       0725-EXIT.
           EXIT.

       0730-WRITE-HIST-ROWS.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-RULE-CNT
               MOVE WS-VERSION            TO CATGHIST-VERSION
               MOVE WS-SUB                TO CATGHIST-ROW
               MOVE WS-RULE-ENTRY(WS-SUB) TO CATGHIST-RULE
               MOVE SPACES                TO CATGHIST-FILLER
               WRITE CATGHIST-RECORD
                   INVALID KEY
                       DISPLAY 'CATGMNT: CATGHIST WRITE FAILED, '
                               'STATUS ' CATGHIST-STATUS
                       SET WS-MODE-FAILED TO TRUE
               END-WRITE
           END-PERFORM.

       0730-EXIT.
           EXIT.

       0740-WRITE-PENDING-IMAGE.
           OPEN OUTPUT CATGPEND-FILE
           IF NOT CATGPEND-SUCCESS
               DISPLAY 'CATGMNT: CATGPEND OPEN FAILED, STATUS '
                       CATGPEND-STATUS
               SET WS-MODE-FAILED TO TRUE
           ELSE
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-RULE-CNT
                   WRITE CATGPEND-RECORD FROM WS-RULE-ENTRY(WS-SUB)
               END-PERFORM
               CLOSE CATGPEND-FILE
           END-IF.

       0740-EXIT.
           EXIT.

       0750-WRITE-VERSION.
           MOVE WS-VERSION TO CATGVER-VERSION
           IF WS-VER-EXISTS
               READ CATGVER-FILE
                   INVALID KEY
                       MOVE SPACES TO CATGVER-DATA
               END-READ
           ELSE
               MOVE SPACES TO CATGVER-DATA
           END-IF
           SET CATGVER-PENDING TO TRUE
           MOVE WS-RULE-CNT    TO CATGVER-ROW-CNT
           MOVE WS-RULE-HASH   TO CATGVER-RULE-HASH
           MOVE WS-OPERATOR    TO CATGVER-MAKER
           MOVE WS-TIMESTAMP   TO CATGVER-MADE-TS
           MOVE WS-CHANGE-NOTE TO CATGVER-MAKER-NOTE
           MOVE SPACES         TO CATGVER-ANAL-TS
           MOVE ZERO           TO CATGVER-ANAL-BLOCK-CNT
           MOVE ZERO           TO CATGVER-ANAL-WARN-CNT
           MOVE ZERO           TO CATGVER-ANAL-CHANGE-CNT
           MOVE ZERO           TO CATGVER-ANAL-GAP-CNT
           MOVE SPACES         TO CATGVER-CHECKER
           MOVE SPACES         TO CATGVER-CHECKED-TS
           MOVE SPACES         TO CATGVER-CHECKER-NOTE
           MOVE SPACES         TO CATGVER-LIVE-TO-TS
           MOVE SPACES         TO CATGVER-FILLER
           IF WS-VER-EXISTS
               REWRITE CATGVER-RECORD
                   INVALID KEY
                       DISPLAY 'CATGMNT: CATGVER REWRITE FAILED, '
                               'STATUS ' CATGVER-STATUS
                       SET WS-MODE-FAILED TO TRUE
               END-REWRITE
           ELSE
               WRITE CATGVER-RECORD
                   INVALID KEY
                       DISPLAY 'CATGMNT: CATGVER WRITE FAILED, '
                               'STATUS ' CATGVER-STATUS
                       SET WS-MODE-FAILED TO TRUE
               END-WRITE
           END-IF.

       0750-EXIT.
           EXIT.

      ******************************************************************
      * RECORD THE PENDING VERSION (ZERO AFTER A WITHDRAW) ON THE
      * CONTROL RECORD, CREATING IT ON THE REGISTER'S FIRST SAVE.
      ******************************************************************
       0760-WRITE-CONTROL.
           IF WS-VERSION > WS-LAST-VERSION
               MOVE WS-VERSION TO WS-LAST-VERSION
           END-IF
           MOVE ZERO TO CATGVER-VERSION
           IF WS-CTL-EXISTS
               READ CATGVER-FILE
                   INVALID KEY
                       MOVE SPACES TO CATGVER-CONTROL-DATA
               END-READ
           ELSE
               MOVE SPACES TO CATGVER-CONTROL-DATA
               MOVE WS-LIVE-VERSION TO CATGVER-CTL-LIVE-VERSION
           END-IF
           MOVE WS-LAST-VERSION       TO CATGVER-CTL-LAST-VERSION
           MOVE WS-PEND-VERSION       TO CATGVER-CTL-PEND-VERSION
           MOVE FUNCTION CURRENT-DATE TO CATGVER-CTL-UPDATE-TS
           IF WS-CTL-EXISTS
               REWRITE CATGVER-RECORD
                   INVALID KEY
                       DISPLAY 'CATGMNT: CATGVER CONTROL REWRITE '
                               'FAILED, STATUS ' CATGVER-STATUS
                       SET WS-MODE-FAILED TO TRUE
               END-REWRITE
           ELSE
               WRITE CATGVER-RECORD
                   INVALID KEY
                       DISPLAY 'CATGMNT: CATGVER CONTROL WRITE '
                               'FAILED, STATUS ' CATGVER-STATUS
                       SET WS-MODE-FAILED TO TRUE
               END-WRITE
           END-IF.

       0760-EXIT.
           EXIT.

      ******************************************************************
      * WITHDRAW THE PENDING VERSION: IT STAYS ON THE REGISTER AS
      * WITHDRAWN (THE NUMBER IS NEVER REUSED), ITS ROWS COME OFF
      * CATGHIST, AND THE REGISTER IS FREE FOR THE NEXT CHANGE.
      ******************************************************************
       0800-WITHDRAW-VERSION.
           IF NOT WS-VER-EXISTS
               MOVE 'NOTHING SAVED TO WITHDRAW - (Q)UIT DISCARDS EDITS'
                 TO WS-MESSAGE
           ELSE
               MOVE WS-VERSION TO CATGVER-VERSION
               READ CATGVER-FILE
                   INVALID KEY
                       DISPLAY 'CATGMNT: VERSION ' WS-VERSION
                               ' MISSING FROM CATGVER'
                       SET WS-MODE-FAILED TO TRUE
                   NOT INVALID KEY
                       SET CATGVER-WITHDRAWN TO TRUE
                       REWRITE CATGVER-RECORD
                           INVALID KEY
                               DISPLAY 'CATGMNT: CATGVER REWRITE '
                                       'FAILED, STATUS '
                                       CATGVER-STATUS
                               SET WS-MODE-FAILED TO TRUE
                       END-REWRITE
               END-READ
               IF NOT WS-MODE-FAILED
                   PERFORM 0720-DELETE-HIST-ROWS
                   MOVE ZERO TO WS-PEND-VERSION
                   PERFORM 0760-WRITE-CONTROL
               END-IF
               IF WS-MODE-WORKING
                   SET WS-MODE-WITHDRAWN TO TRUE
               END-IF
           END-IF.

       0800-EXIT.
           EXIT.

       0900-TERMINATE.
           CLOSE CATGVER-FILE
           CLOSE CATGHIST-FILE
           EVALUATE TRUE
               WHEN WS-MODE-SAVED
                   DISPLAY 'CATGMNT: VERSION ' WS-VERSION
                           ' SAVED BY ' WS-OPERATOR
                   DISPLAY 'CATGMNT: ROWS = ' WS-RULE-CNT
                           '  RULES HASH = ' WS-RULE-HASH
                   MOVE ZERO TO RETURN-CODE
               WHEN WS-MODE-WITHDRAWN
                   DISPLAY 'CATGMNT: VERSION ' WS-VERSION
                           ' WITHDRAWN BY ' WS-OPERATOR
                   MOVE 4 TO RETURN-CODE
               WHEN WS-MODE-FAILED
                   DISPLAY 'CATGMNT: RUN ABORTED - SEE PRECEDING '
                           'MESSAGES'
                   MOVE 16 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY 'CATGMNT: NOTHING SAVED'
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.

       0900-EXIT.
           EXIT.

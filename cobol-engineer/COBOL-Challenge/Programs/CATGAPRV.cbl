       ID DIVISION.
       PROGRAM-ID.    CATGAPRV.
      *AUTHOR.        MAINTENANCE
      *DATE-WRITTEN.  10/15/2026.
      *****************************************************************
      *
      * ONLINE CATGTBL RULES APPROVAL - THE CHECKER SIDE OF THE
      * FOUR-EYES RULES CHANGE CATGMNT STARTS. THE CHECKER SIGNS ON,
      * SEES THE PENDING VERSION (MAKER, NOTE, ROW COUNT, AND THE
      * CATGANAL VERDICT - BLOCKING FINDINGS, WARNINGS, RECORDS THAT
      * WOULD CHANGE CATEGORY, NEW GAPS), PAGES THROUGH ITS ROWS, AND
      * APPROVES OR REJECTS IT.
      *
      * APPROVAL NEEDS A CERTIFIED VERSION (CATGANAL FOUND NOTHING
      * BLOCKING) AND A CHECKER WHO IS NOT ITS MAKER. THE VERSION'S
      * CATGHIST ROWS ARE PROVEN AGAIN AGAINST THE REGISTER'S ROW
      * COUNT AND RULES HASH AND WRITTEN TO CATGNEW, WHICH THE NEXT
      * JOB STEP COPIES OVER THE LIVE CATGTBL CODECHAL LOADS. THE
      * VERSION IS MARKED APPROVED AND STAYS THE PENDING VERSION; IT
      * ONLY GOES LIVE (AND THE VERSION IT REPLACES IS SUPERSEDED)
      * WHEN CATGLIVE HAS PROVEN THE COPIED CATGTBL, SO THE REGISTER
      * NEVER SHOWS RULES AS LIVE THAT WERE NEVER COPIED. AN APPROVED
      * VERSION WHOSE COPY FAILED IS SHOWN HERE AGAIN, SO A CHECKER
      * CAN RE-APPROVE IT (WRITING CATGNEW AFRESH). IT CANNOT BE
      * REJECTED - THE LIVE CATGTBL MAY ALREADY HOLD ITS ROWS - SO
      * THE CHECKER IS SENT TO RESTART CATGAPRV.jcl AT STEP030.
      *
      * A REJECTION NEEDS A NOTE FOR THE MAKER; THE VERSION STAYS
      * PENDING FOR ITS MAKER TO REWORK OR WITHDRAW.
      *
      * RC=0 MEANS A VERSION WAS APPROVED AND CATGNEW WRITTEN (NOT
      * YET LIVE), RC=4
      * NOTHING WAS APPROVED, RC=16 AN I/O FAILURE ON THE REGISTER.
      *
      *****************************************************************
      *************** M A I N T E N A N C E   N O T E S ***************
      ***%************************************************************:
      ***%CCR#      :                      PROGRAMMER: MAINTENANCE
      ***%MODLOG TAG:                      COMPANY   : ODDBALL
      ***%RELEASE NO:                      DATE      : 10/15/2026
      ***%
      ***%PROBLEM   : A CATGTBL CHANGE WENT LIVE ON ONE PERSON'S SAY
      ***%            WITH NO PROOF THE CERTIFIED FILE WAS THE FILE
      ***%            COPIED, AND NO RECORD OF WHICH RULES WERE LIVE
      ***%            ON WHICH RUN DATE.
      ***%
      ***%SOLUTION  : INITIAL CREATION. CHECKER REVIEW OF THE PENDING
      ***%            VERSION; APPROVAL ONLY WHEN CERTIFIED AND NOT
      ***%            BY ITS MAKER, WITH THE ROWS RE-PROVEN AND THE
      ***%            LIVE/SUPERSEDED HISTORY KEPT ON CATGVER.
      ***%************************************************************:
      ***%CCR#      :                      PROGRAMMER: MAINTENANCE
      ***%MODLOG TAG:                      COMPANY   : ODDBALL
      ***%RELEASE NO:                      DATE      : 10/15/2026
      ***%
      ***%PROBLEM   : AN APPROVED VERSION WAS MARKED LIVE, THE OLD ONE
      ***%            SUPERSEDED, AND THE CONTROL RECORD UPDATED BEFORE
      ***%            THE JOB STEP THAT COPIES CATGNEW OVER CATGTBL HAD
      ***%            RUN, SO A FAILED COPY LEFT THE REGISTER WRONG.
      ***%
      ***%SOLUTION  : APPROVAL NOW MARKS THE VERSION APPROVED ('A') AND
      ***%            LEAVES IT PENDING; THE NEW CATGLIVE STEP PUTS IT
      ***%            LIVE AFTER A CLEAN COPY. AN APPROVED VERSION THAT
      ***%            NEVER WENT LIVE CAN BE RE-APPROVED OR REJECTED
      ***%            HERE.
      ***%************************************************************:
      ***%CCR#      :                      PROGRAMMER: MAINTENANCE
      ***%MODLOG TAG:                      COMPANY   : ODDBALL
      ***%RELEASE NO:                      DATE      : 10/15/2026
      ***%
      ***%PROBLEM   : AN APPROVED VERSION WHOSE COPY OVER CATGTBL FAILED
      ***%            COULD BE REJECTED BACK TO ITS MAKER, LEAVING THE
      ***%            LIVE CATGTBL POSSIBLY HOLDING RULES THE REGISTER
      ***%            SHOWED AS IN REWORK.
      ***%
      ***%SOLUTION  : 0500-REJECT-VERSION REFUSES TO REJECT AN APPROVED
      ***%            VERSION AND TELLS THE CHECKER TO RESTART
      ***%            CATGAPRV.JCL AT STEP030.
      ***%************************************************************:
      *********** E N D   M A I N T E N A N C E   N O T E S ***********
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT  CATGNEW-FILE    ASSIGN  CATGNEW
                                   STATUS  CATGNEW-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CATGVER-FILE.
           COPY CATGVER.

       FD  CATGHIST-FILE.
           COPY CATGHIST.

       FD  CATGNEW-FILE
           RECORDING F
           BLOCK 0 RECORDS.

       01  CATGNEW-RECORD                  PIC  X(68).

       WORKING-STORAGE SECTION.

       01 WORK-FIELDS.
           05  CATGVER-STATUS              PIC  X(02).
               88  CATGVER-SUCCESS               VALUE ZERO.
           05  CATGHIST-STATUS             PIC  X(02).
               88  CATGHIST-SUCCESS              VALUE ZERO.
           05  CATGNEW-STATUS              PIC  X(02).
               88  CATGNEW-SUCCESS               VALUE ZERO.
           05  WS-MODE-SW                  PIC  X(01)      VALUE 'W'.
               88  WS-MODE-WORKING               VALUE 'W'.
               88  WS-MODE-APPROVED              VALUE 'A'.
               88  WS-MODE-REJECTED              VALUE 'R'.
               88  WS-MODE-QUIT                  VALUE 'Q'.
               88  WS-MODE-FAILED                VALUE 'E'.
           05  WS-ACTION-ANSWER            PIC  X(01)      VALUE SPACES.
               88  WS-ACTION-VIEW                VALUE 'V' 'v'.
               88  WS-ACTION-APPROVE             VALUE 'A' 'a'.
               88  WS-ACTION-REJECT              VALUE 'R' 'r'.
               88  WS-ACTION-QUIT                VALUE 'Q' 'q'.
           05  WS-MORE-ANSWER              PIC  X(01)      VALUE 'Y'.
               88  WS-MORE-PAGES                 VALUE 'Y' 'y'.
           05  WS-ENTER-ANSWER             PIC  X(01)      VALUE SPACES.
           05  WS-BROWSE-DONE-SW           PIC  X(01).
               88  WS-BROWSE-DONE                VALUE 'Y'.
               88  WS-BROWSE-MORE                VALUE 'N'.
           05  WS-CHECKER                  PIC  X(08)      VALUE SPACES.
           05  WS-CHECKER-NOTE             PIC  X(30)      VALUE SPACES.
           05  WS-MESSAGE                  PIC  X(60)      VALUE SPACES.
           05  WS-TIMESTAMP                PIC  X(21)      VALUE SPACES.

       01 WORK-VERSION-FIELDS.
           05  WS-VERSION                  PIC  9(05)      VALUE ZERO.
           05  WS-LIVE-VERSION             PIC  9(05)      VALUE ZERO.
           05  WS-ROW-CNT                  PIC  9(04)      VALUE ZERO.
           05  WS-RULE-HASH                PIC  9(15)      VALUE ZERO.
           05  WS-PAGE-LINE-CNT            PIC  9(02)      VALUE ZERO.

      *** THE PENDING VERSION AS SHOWN ON SUMMARY-SCREEN - COPIED
      *** OUT OF THE REGISTER RECORD, WHICH APPROVAL AND REJECTION
      *** RE-READ BEFORE THEY REWRITE IT.
       01 WORK-SUMMARY-FIELDS.
           05  WS-SUM-STATUS               PIC  X(01)      VALUE SPACES.
               88  WS-SUM-PENDING                VALUE 'P'.
               88  WS-SUM-CERTIFIED              VALUE 'C'.
               88  WS-SUM-FAILED                 VALUE 'F'.
               88  WS-SUM-REJECTED               VALUE 'R'.
               88  WS-SUM-APPROVED               VALUE 'A'.
           05  WS-SUM-STATUS-TEXT          PIC  X(24)      VALUE SPACES.
           05  WS-SUM-MAKER                PIC  X(08)      VALUE SPACES.
           05  WS-SUM-MADE-TS              PIC  X(14)      VALUE SPACES.
           05  WS-SUM-MAKER-NOTE           PIC  X(30)      VALUE SPACES.
           05  WS-SUM-ROW-CNT              PIC  9(04)      VALUE ZERO.
           05  WS-SUM-RULE-HASH            PIC  9(15)      VALUE ZERO.
           05  WS-SUM-ANAL-TS              PIC  X(14)      VALUE SPACES.
           05  WS-SUM-BLOCK-CNT            PIC  9(08)      VALUE ZERO.
           05  WS-SUM-WARN-CNT             PIC  9(04)      VALUE ZERO.
           05  WS-SUM-CHANGE-CNT           PIC  9(08)      VALUE ZERO.
           05  WS-SUM-GAP-CNT              PIC  9(08)      VALUE ZERO.
           05  WS-SUM-LAST-CHECKER         PIC  X(08)      VALUE SPACES.
           05  WS-SUM-LAST-NOTE            PIC  X(30)      VALUE SPACES.

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

      *** ONE PAGE OF RULE ROWS FOR ROWS-SCREEN (SAME SHAPE AS
      *** TESTOINQ AND CATGMNT).
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
               'CATGAPRV - CATEGORY RULES APPROVAL'.
           05  LINE 3  COLUMN 1  VALUE 'CHECKER ID (BLANK TO EXIT): '.
           05  LINE 3  COLUMN 30 PIC X(08) TO WS-CHECKER.

       01  NOTICE-SCREEN.
           05  LINE 6  COLUMN 1  PIC X(60) FROM WS-MESSAGE.
           05  LINE 8  COLUMN 1  VALUE 'PRESS ENTER TO EXIT '.
           05  LINE 8  COLUMN 21 PIC X(01) TO WS-ENTER-ANSWER.

       01  SUMMARY-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1  VALUE
               'CATGAPRV - CATEGORY RULES APPROVAL'.
           05  LINE 3  COLUMN 1  VALUE 'VERSION........: '.
           05  LINE 3  COLUMN 18 PIC 9(05) FROM WS-VERSION.
           05  LINE 3  COLUMN 26 PIC X(24) FROM WS-SUM-STATUS-TEXT.
           05  LINE 4  COLUMN 1  VALUE 'MAKER..........: '.
           05  LINE 4  COLUMN 18 PIC X(08) FROM WS-SUM-MAKER.
           05  LINE 4  COLUMN 28 VALUE 'SAVED '.
           05  LINE 4  COLUMN 34 PIC X(14) FROM WS-SUM-MADE-TS.
           05  LINE 5  COLUMN 1  VALUE 'MAKER NOTE.....: '.
           05  LINE 5  COLUMN 18 PIC X(30) FROM WS-SUM-MAKER-NOTE.
           05  LINE 6  COLUMN 1  VALUE 'ROWS...........: '.
           05  LINE 6  COLUMN 18 PIC ZZZ9 FROM WS-SUM-ROW-CNT.
           05  LINE 6  COLUMN 28 VALUE 'RULES HASH '.
           05  LINE 6  COLUMN 39 PIC 9(15) FROM WS-SUM-RULE-HASH.
           05  LINE 8  COLUMN 1  VALUE 'CATGANAL RUN...: '.
           05  LINE 8  COLUMN 18 PIC X(14) FROM WS-SUM-ANAL-TS.
           05  LINE 9  COLUMN 1  VALUE 'BLOCKING.......: '.
           05  LINE 9  COLUMN 18 PIC ZZ,ZZZ,ZZ9 FROM WS-SUM-BLOCK-CNT.
           05  LINE 9  COLUMN 30 VALUE 'WARNINGS '.
           05  LINE 9  COLUMN 39 PIC ZZZ9 FROM WS-SUM-WARN-CNT.
           05  LINE 10 COLUMN 1  VALUE 'RECORDS MOVING.: '.
           05  LINE 10 COLUMN 18 PIC ZZ,ZZZ,ZZ9 FROM WS-SUM-CHANGE-CNT.
           05  LINE 10 COLUMN 30 VALUE 'NEW GAPS '.
           05  LINE 10 COLUMN 39 PIC ZZ,ZZZ,ZZ9 FROM WS-SUM-GAP-CNT.
           05  LINE 11 COLUMN 1  VALUE 'LAST CHECKER...: '.
           05  LINE 11 COLUMN 18 PIC X(08) FROM WS-SUM-LAST-CHECKER.
           05  LINE 11 COLUMN 28 PIC X(30) FROM WS-SUM-LAST-NOTE.
           05  LINE 12 COLUMN 1  VALUE 'LIVE VERSION...: '.
           05  LINE 12 COLUMN 18 PIC 9(05) FROM WS-LIVE-VERSION.
           05  LINE 14 COLUMN 1  VALUE 'CHECKER NOTE...: '.
           05  LINE 14 COLUMN 18 PIC X(30) TO WS-CHECKER-NOTE.
           05  LINE 16 COLUMN 1  VALUE
               'ACTION - (V)IEW ROWS (A)PPROVE (R)EJECT (Q)UIT: '.
           05  LINE 16 COLUMN 50 PIC X(01) TO WS-ACTION-ANSWER.
           05  LINE 18 COLUMN 1  PIC X(60) FROM WS-MESSAGE.

       01  ROWS-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1  VALUE
               'CATGAPRV - CATEGORY RULES APPROVAL'.
           05  LINE 2  COLUMN 1  VALUE 'VERSION '.
           05  LINE 2  COLUMN 9  PIC 9(05) FROM WS-VERSION.
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

       01  MORE-SCREEN.
           05  LINE 16 COLUMN 1  VALUE 'SHOW NEXT PAGE (Y/N)? '.
           05  LINE 16 COLUMN 24 PIC X(01) TO WS-MORE-ANSWER.

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN OPERATIONS PARAGRAPH FOR PROGRAM.
      ******************************************************************
       0000-MAINLINE.
           PERFORM 0100-INITIALIZE
           PERFORM 0200-REVIEW-VERSION UNTIL NOT WS-MODE-WORKING
           PERFORM 0900-TERMINATE
           GOBACK.

       0000-EXIT.
           EXIT.

      ******************************************************************
      * OPEN THE REGISTER, SIGN THE CHECKER ON, AND FIND THE PENDING
      * VERSION. NOTHING PENDING (OR A VERSION NO LONGER IN
      * PROGRESS) ENDS THE SESSION WITH A NOTICE.
      ******************************************************************
       0100-INITIALIZE.
           OPEN I-O CATGVER-FILE
           IF NOT CATGVER-SUCCESS
               DISPLAY 'CATGAPRV: CATGVER OPEN FAILED, STATUS '
                       CATGVER-STATUS
               DISPLAY 'CATGAPRV: RUN ABORTED - SEE PRECEDING MESSAGES'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT CATGHIST-FILE
           IF NOT CATGHIST-SUCCESS
               DISPLAY 'CATGAPRV: CATGHIST OPEN FAILED, STATUS '
                       CATGHIST-STATUS
               DISPLAY 'CATGAPRV: RUN ABORTED - SEE PRECEDING MESSAGES'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO WS-CHECKER
           DISPLAY SIGNON-SCREEN
           ACCEPT SIGNON-SCREEN
           IF WS-CHECKER = SPACES
               SET WS-MODE-QUIT TO TRUE
           ELSE
               MOVE ZERO TO CATGVER-VERSION
               READ CATGVER-FILE
                   INVALID KEY
                       MOVE ZERO TO WS-VERSION
                   NOT INVALID KEY
                       MOVE CATGVER-CTL-PEND-VERSION TO WS-VERSION
                       MOVE CATGVER-CTL-LIVE-VERSION TO WS-LIVE-VERSION
               END-READ
               IF WS-VERSION NOT = ZERO
                   PERFORM 0110-LOAD-SUMMARY
               END-IF
               IF WS-VERSION = ZERO
                   MOVE 'NO RULES VERSION IS PENDING APPROVAL'
                     TO WS-MESSAGE
                   DISPLAY NOTICE-SCREEN
                   ACCEPT NOTICE-SCREEN
                   DISPLAY 'CATGAPRV: ' WS-MESSAGE
                   SET WS-MODE-QUIT TO TRUE
               END-IF
           END-IF.

       0100-EXIT.
           EXIT.

       0110-LOAD-SUMMARY.
           MOVE WS-VERSION TO CATGVER-VERSION
           READ CATGVER-FILE
               INVALID KEY
                   MOVE ZERO TO WS-VERSION
               NOT INVALID KEY
                   IF NOT CATGVER-IN-PROGRESS AND NOT CATGVER-APPROVED
                       MOVE ZERO TO WS-VERSION
                   END-IF
           END-READ
           IF WS-VERSION NOT = ZERO
               MOVE CATGVER-VER-STATUS      TO WS-SUM-STATUS
               MOVE CATGVER-MAKER           TO WS-SUM-MAKER
               MOVE CATGVER-MADE-TS(1:14)   TO WS-SUM-MADE-TS
               MOVE CATGVER-MAKER-NOTE      TO WS-SUM-MAKER-NOTE
               MOVE CATGVER-ROW-CNT         TO WS-SUM-ROW-CNT
               MOVE CATGVER-RULE-HASH       TO WS-SUM-RULE-HASH
               MOVE CATGVER-ANAL-TS(1:14)   TO WS-SUM-ANAL-TS
               MOVE CATGVER-ANAL-BLOCK-CNT  TO WS-SUM-BLOCK-CNT
               MOVE CATGVER-ANAL-WARN-CNT   TO WS-SUM-WARN-CNT
               MOVE CATGVER-ANAL-CHANGE-CNT TO WS-SUM-CHANGE-CNT
               MOVE CATGVER-ANAL-GAP-CNT    TO WS-SUM-GAP-CNT
               MOVE CATGVER-CHECKER         TO WS-SUM-LAST-CHECKER
               MOVE CATGVER-CHECKER-NOTE    TO WS-SUM-LAST-NOTE
               EVALUATE TRUE
                   WHEN WS-SUM-CERTIFIED
                       MOVE 'CERTIFIED BY CATGANAL'
                         TO WS-SUM-STATUS-TEXT
                   WHEN WS-SUM-FAILED
                       MOVE 'FAILED CATGANAL'
                         TO WS-SUM-STATUS-TEXT
                   WHEN WS-SUM-REJECTED
                       MOVE 'REJECTED - IN REWORK'
                         TO WS-SUM-STATUS-TEXT
                   WHEN WS-SUM-APPROVED
                       MOVE 'APPROVED - NOT YET LIVE'
                         TO WS-SUM-STATUS-TEXT
                   WHEN OTHER
                       MOVE 'AWAITING CATGANAL'
                         TO WS-SUM-STATUS-TEXT
               END-EVALUATE
           END-IF.

       0110-EXIT.
           EXIT.

      ******************************************************************
      * SHOW THE SUMMARY AND TAKE THE CHECKER'S ACTION.
      ******************************************************************
       0200-REVIEW-VERSION.
           MOVE SPACES TO WS-ACTION-ANSWER
           DISPLAY SUMMARY-SCREEN
           ACCEPT SUMMARY-SCREEN
           MOVE SPACES TO WS-MESSAGE
           EVALUATE TRUE
               WHEN WS-ACTION-VIEW
                   PERFORM 0300-VIEW-ROWS
               WHEN WS-ACTION-APPROVE
                   PERFORM 0400-APPROVE-VERSION
               WHEN WS-ACTION-REJECT
                   PERFORM 0500-REJECT-VERSION
               WHEN WS-ACTION-QUIT
                   SET WS-MODE-QUIT TO TRUE
               WHEN OTHER
                   MOVE 'UNKNOWN ACTION' TO WS-MESSAGE
           END-EVALUATE.

       0200-EXIT.
           EXIT.

      ******************************************************************
      * PAGE THROUGH THE VERSION'S CATGHIST ROWS TEN TO A SCREEN, THE
      * SAME PAGING SHAPE AS TESTOINQ.
      ******************************************************************
       0300-VIEW-ROWS.
           MOVE 'Y' TO WS-MORE-ANSWER
           PERFORM 0310-START-ROWS
           PERFORM 0320-SHOW-PAGE
                   UNTIL WS-BROWSE-DONE OR NOT WS-MORE-PAGES.

       0300-EXIT.
           EXIT.

       0310-START-ROWS.
           SET WS-BROWSE-MORE TO TRUE
           MOVE WS-VERSION TO CATGHIST-VERSION
           MOVE ZERO       TO CATGHIST-ROW
           START CATGHIST-FILE KEY >= CATGHIST-KEY
               INVALID KEY
                   SET WS-BROWSE-DONE TO TRUE
           END-START.

       0310-EXIT.
           EXIT.

       0320-SHOW-PAGE.
           MOVE SPACES TO WS-LIST-LINE-AREA
           MOVE ZERO   TO WS-PAGE-LINE-CNT
           PERFORM 0330-FETCH-ROW
                   UNTIL WS-BROWSE-DONE OR WS-PAGE-LINE-CNT >= 10
           IF WS-PAGE-LINE-CNT > 0
               DISPLAY ROWS-SCREEN
           END-IF
           IF NOT WS-BROWSE-DONE
               DISPLAY MORE-SCREEN
               ACCEPT MORE-SCREEN
           END-IF.

       0320-EXIT.
           EXIT.

       0330-FETCH-ROW.
           READ CATGHIST-FILE NEXT
               AT END
                   SET WS-BROWSE-DONE TO TRUE
               NOT AT END
                   IF CATGHIST-VERSION = WS-VERSION
                       MOVE CATGHIST-ROW       TO WS-DETAIL-ROW
                       MOVE CATGHIST-CODE      TO WS-DETAIL-CODE
                       MOVE CATGHIST-DATE-LOW  TO WS-DETAIL-DATE-LOW
                       MOVE CATGHIST-DATE-HIGH TO WS-DETAIL-DATE-HIGH
                       MOVE CATGHIST-AMT-LOW   TO WS-DETAIL-AMT-LOW
                       MOVE CATGHIST-AMT-HIGH  TO WS-DETAIL-AMT-HIGH
                       MOVE CATGHIST-DESC      TO WS-DETAIL-DESC
                       ADD 1 TO WS-PAGE-LINE-CNT
                       MOVE WS-DETAIL-LINE
                         TO WS-LIST-LINE(WS-PAGE-LINE-CNT)
                   ELSE
                       SET WS-BROWSE-DONE TO TRUE
                   END-IF
           END-READ.

       0330-EXIT.
           EXIT.

      ******************************************************************
      * APPROVE - ONLY A CERTIFIED VERSION (OR AN APPROVED ONE THAT
      * NEVER WENT LIVE), ONLY BY SOMEONE OTHER THAN ITS MAKER, AND
      * ONLY WHEN ITS ROWS STILL PROVE TO THE COUNT AND HASH CATGANAL
      * CERTIFIED. THE ROWS GO TO CATGNEW AND THE VERSION IS MARKED
      * APPROVED; CATGLIVE PUTS IT LIVE AFTER THE COPY.
      ******************************************************************
       0400-APPROVE-VERSION.
           EVALUATE TRUE
               WHEN NOT (WS-SUM-CERTIFIED OR WS-SUM-APPROVED)
                   STRING 'ONLY A CERTIFIED VERSION CAN BE APPROVED - '
                          WS-SUM-STATUS-TEXT
                          DELIMITED BY SIZE INTO WS-MESSAGE
                   END-STRING
               WHEN WS-CHECKER = WS-SUM-MAKER
                   MOVE 'A MAKER CANNOT APPROVE THEIR OWN VERSION'
                     TO WS-MESSAGE
               WHEN OTHER
                   PERFORM 0410-PROVE-ROWS
                   IF WS-ROW-CNT NOT = WS-SUM-ROW-CNT OR
                      WS-RULE-HASH NOT = WS-SUM-RULE-HASH
                       MOVE 'ROWS DO NOT MATCH THE CERTIFIED COUNT/HASH'
                         TO WS-MESSAGE
                       DISPLAY 'CATGAPRV: VERSION ' WS-VERSION
                               ' ROWS ' WS-ROW-CNT ' HASH '
                               WS-RULE-HASH ' DO NOT MATCH CATGVER'
                   ELSE
                       MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
                       PERFORM 0420-WRITE-NEW-TABLE
                       IF NOT WS-MODE-FAILED
                           PERFORM 0430-MARK-APPROVED
                       END-IF
                       IF WS-MODE-WORKING
                           SET WS-MODE-APPROVED TO TRUE
                       END-IF
                   END-IF
           END-EVALUATE.

       0400-EXIT.
           EXIT.

      ******************************************************************
      * RECOUNT AND RE-HASH THE VERSION'S CATGHIST ROWS THE WAY THE
      * CATGVER COPYBOOK DEFINES THE RULES HASH.
      ******************************************************************
       0410-PROVE-ROWS.
           MOVE ZERO TO WS-ROW-CNT
           MOVE ZERO TO WS-RULE-HASH
           PERFORM 0310-START-ROWS
           PERFORM 0415-PROVE-ROW UNTIL WS-BROWSE-DONE.

       0410-EXIT.
           EXIT.

       0415-PROVE-ROW.
           READ CATGHIST-FILE NEXT
               AT END
                   SET WS-BROWSE-DONE TO TRUE
               NOT AT END
                   IF CATGHIST-VERSION = WS-VERSION
                       ADD 1 TO WS-ROW-CNT
                       COMPUTE WS-RULE-HASH = WS-RULE-HASH
                               + CATGHIST-ROW * (CATGHIST-CODE
                               + CATGHIST-DATE-LOW
                               + CATGHIST-DATE-HIGH
                               + CATGHIST-AMT-LOW * 100
                               + CATGHIST-AMT-HIGH * 100)
                   ELSE
                       SET WS-BROWSE-DONE TO TRUE
                   END-IF
           END-READ.

       0415-EXIT.
           EXIT.

       0420-WRITE-NEW-TABLE.
           OPEN OUTPUT CATGNEW-FILE
           IF NOT CATGNEW-SUCCESS
               DISPLAY 'CATGAPRV: CATGNEW OPEN FAILED, STATUS '
                       CATGNEW-STATUS
               SET WS-MODE-FAILED TO TRUE
           ELSE
               PERFORM 0310-START-ROWS
               PERFORM 0425-WRITE-NEW-ROW UNTIL WS-BROWSE-DONE
               CLOSE CATGNEW-FILE
           END-IF.

       0420-EXIT.
           EXIT.

       0425-WRITE-NEW-ROW.
           READ CATGHIST-FILE NEXT
               AT END
                   SET WS-BROWSE-DONE TO TRUE
               NOT AT END
                   IF CATGHIST-VERSION = WS-VERSION
                       WRITE CATGNEW-RECORD FROM CATGHIST-RULE
                   ELSE
                       SET WS-BROWSE-DONE TO TRUE
                   END-IF
           END-READ.

       0425-EXIT.
           EXIT.

      ******************************************************************
      * RECORD THE CHECKER'S DECISION. THE CONTROL RECORD IS LEFT
      * ALONE - THE VERSION STAYS PENDING, AND THE OLD VERSION LIVE,
      * UNTIL CATGLIVE HAS PROVEN THE COPY.
      ******************************************************************
       0430-MARK-APPROVED.
           MOVE WS-VERSION TO CATGVER-VERSION
           READ CATGVER-FILE
               INVALID KEY
                   DISPLAY 'CATGAPRV: VERSION ' WS-VERSION
                           ' MISSING FROM CATGVER'
                   SET WS-MODE-FAILED TO TRUE
               NOT INVALID KEY
                   SET CATGVER-APPROVED TO TRUE
                   MOVE WS-CHECKER      TO CATGVER-CHECKER
                   MOVE WS-TIMESTAMP    TO CATGVER-CHECKED-TS
                   MOVE WS-CHECKER-NOTE TO CATGVER-CHECKER-NOTE
                   MOVE SPACES          TO CATGVER-LIVE-TO-TS
                   PERFORM 0600-REWRITE-VERSION
           END-READ.

       0430-EXIT.
           EXIT.

      ******************************************************************
      * REJECT - THE MAKER GETS THE VERSION BACK WITH THE CHECKER'S
      * NOTE. A MAKER CANNOT REJECT THEIR OWN VERSION (THEY WITHDRAW
      * IT IN CATGMNT INSTEAD). AN APPROVED VERSION IS PAST REJECTING
      * - ITS ROWS MAY ALREADY BE IN THE LIVE CATGTBL, AND ONLY
      * FINISHING THE COPY AND CATGLIVE PUTS THE REGISTER RIGHT.
      ******************************************************************
       0500-REJECT-VERSION.
           EVALUATE TRUE
               WHEN WS-SUM-APPROVED
                   MOVE 'APPROVED - RESTART CATGAPRV.JCL AT STEP030'
                     TO WS-MESSAGE
               WHEN WS-CHECKER = WS-SUM-MAKER
                   MOVE 'A MAKER WITHDRAWS IN CATGMNT, NOT HERE'
                     TO WS-MESSAGE
               WHEN WS-CHECKER-NOTE = SPACES
                   MOVE 'A REJECTION NEEDS A CHECKER NOTE FOR THE MAKER'
                     TO WS-MESSAGE
               WHEN OTHER
                   MOVE WS-VERSION TO CATGVER-VERSION
                   READ CATGVER-FILE
                       INVALID KEY
                           DISPLAY 'CATGAPRV: VERSION ' WS-VERSION
                                   ' MISSING FROM CATGVER'
                           SET WS-MODE-FAILED TO TRUE
                       NOT INVALID KEY
                           SET CATGVER-REJECTED TO TRUE
                           MOVE WS-CHECKER      TO CATGVER-CHECKER
                           MOVE FUNCTION CURRENT-DATE
                             TO CATGVER-CHECKED-TS
                           MOVE WS-CHECKER-NOTE TO CATGVER-CHECKER-NOTE
                           PERFORM 0600-REWRITE-VERSION
                   END-READ
                   IF WS-MODE-WORKING
                       SET WS-MODE-REJECTED TO TRUE
                   END-IF
           END-EVALUATE.

       0500-EXIT.
           EXIT.

       0600-REWRITE-VERSION.
           REWRITE CATGVER-RECORD
               INVALID KEY
                   DISPLAY 'CATGAPRV: CATGVER REWRITE FAILED, KEY '
                           CATGVER-VERSION ' STATUS ' CATGVER-STATUS
                   SET WS-MODE-FAILED TO TRUE
           END-REWRITE.

       0600-EXIT.
           EXIT.

       0900-TERMINATE.
           CLOSE CATGVER-FILE
           CLOSE CATGHIST-FILE
           EVALUATE TRUE
               WHEN WS-MODE-APPROVED
                   DISPLAY 'CATGAPRV: VERSION ' WS-VERSION
                           ' APPROVED BY ' WS-CHECKER
                           ' - MAKER ' WS-SUM-MAKER
                   DISPLAY 'CATGAPRV: APPROVED AT ' WS-TIMESTAMP
                           ' - LIVE ONCE CATGLIVE PROVES THE COPY'
                   DISPLAY 'CATGAPRV: WILL SUPERSEDE VERSION '
                           WS-LIVE-VERSION
                   MOVE ZERO TO RETURN-CODE
               WHEN WS-MODE-REJECTED
                   DISPLAY 'CATGAPRV: VERSION ' WS-VERSION
                           ' REJECTED BY ' WS-CHECKER
                   MOVE 4 TO RETURN-CODE
               WHEN WS-MODE-FAILED
                   DISPLAY 'CATGAPRV: RUN ABORTED - SEE PRECEDING '
                           'MESSAGES'
                   MOVE 16 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY 'CATGAPRV: NOTHING APPROVED'
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.

       0900-EXIT.
           EXIT.

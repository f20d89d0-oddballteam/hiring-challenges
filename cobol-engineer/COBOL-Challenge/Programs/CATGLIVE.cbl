       ID DIVISION.
       PROGRAM-ID.    CATGLIVE.
      *AUTHOR.        MAINTENANCE
      *DATE-WRITTEN.  10/15/2026.
      *****************************************************************
      *
      * CATGTBL RULES GO-LIVE. RUNS IN CATGAPRV.jcl AFTER THE STEP
      * THAT COPIES CATGTBL.NEW OVER THE LIVE CATGTBL, AND ONLY WHEN
      * THAT COPY ENDED RC=0. CATGAPRV LEAVES AN APPROVED VERSION
      * STATUS 'A' AND STILL PENDING ON THE CONTROL RECORD; THIS
      * PROGRAM PROVES THE LIVE CATGTBL IS THAT VERSION (ROW COUNT
      * AND RULES HASH, COMPUTED THE WAY COPYBOOK CATGVER DEFINES
      * THEM) AND ONLY THEN MARKS IT LIVE, MARKS THE VERSION IT
      * REPLACES SUPERSEDED AS OF THE SAME MOMENT, AND MAKES IT THE
      * CONTROL RECORD'S LIVE VERSION. SO THE REGISTER NEVER SAYS A
      * VERSION IS LIVE THAT CODECHAL WOULD NOT LOAD.
      *
      * RC=0 THE VERSION IS LIVE, RC=4 NO APPROVED VERSION WAS
      * WAITING (NOTHING CHANGED), RC=8 THE LIVE CATGTBL IS NOT THE
      * APPROVED VERSION (NOTHING CHANGED ON THE REGISTER - RESTART
      * CATGAPRV.jcl AT THE COPY STEP), RC=16 AN I/O FAILURE.
      *
      *****************************************************************
      *************** M A I N T E N A N C E   N O T E S ***************
      ***%************************************************************:
      ***%CCR#      :                      PROGRAMMER: MAINTENANCE
      ***%MODLOG TAG:                      COMPANY   : ODDBALL
      ***%RELEASE NO:                      DATE      : 10/15/2026
      ***%
      ***%PROBLEM   : AN APPROVED CATGTBL VERSION WAS MARKED LIVE ON
      ***%            THE REGISTER BEFORE IT WAS COPIED OVER THE LIVE
      ***%            TABLE, SO A FAILED COPY LEFT THE REGISTER
      ***%            SHOWING RULES CODECHAL NEVER LOADED.
      ***%
      ***%SOLUTION  : INITIAL CREATION. AFTER A CLEAN COPY, PROVES THE
      ***%            LIVE CATGTBL AGAINST THE APPROVED VERSION'S ROW
      ***%            COUNT AND RULES HASH, THEN MARKS IT LIVE, THE
      ***%            OLD VERSION SUPERSEDED, AND UPDATES THE CONTROL
      ***%            RECORD.
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

       DATA DIVISION.
       FILE SECTION.

       FD  CATGTBL-FILE
           RECORDING F
           BLOCK 0 RECORDS.
           COPY CATGTBL.

       FD  CATGVER-FILE.
           COPY CATGVER.

       WORKING-STORAGE SECTION.

       01 WORK-FIELDS.
           05  CATGTBL-STATUS              PIC  X(02).
               88  CATGTBL-SUCCESS               VALUE ZERO.
               88  CATGTBL-EOF                   VALUE '10'.
           05  CATGVER-STATUS              PIC  X(02).
               88  CATGVER-SUCCESS               VALUE ZERO.
           05  WS-MODE-SW                  PIC  X(01)      VALUE 'W'.
               88  WS-MODE-WORKING               VALUE 'W'.
               88  WS-MODE-LIVE                  VALUE 'L'.
               88  WS-MODE-NOTHING               VALUE 'N'.
               88  WS-MODE-MISMATCH              VALUE 'M'.
               88  WS-MODE-FAILED                VALUE 'E'.
           05  WS-TIMESTAMP                PIC  X(21)      VALUE SPACES.

       01 WORK-VERSION-FIELDS.
           05  WS-VERSION                  PIC  9(05)      VALUE ZERO.
           05  WS-LIVE-VERSION             PIC  9(05)      VALUE ZERO.
           05  WS-APRV-ROW-CNT             PIC  9(04)      VALUE ZERO.
           05  WS-APRV-RULE-HASH           PIC  9(15)      VALUE ZERO.
           05  WS-APRV-CHECKER             PIC  X(08)      VALUE SPACES.
           05  WS-ROW-CNT                  PIC  9(04)      VALUE ZERO.
           05  WS-RULE-HASH                PIC  9(15)      VALUE ZERO.

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN OPERATIONS PARAGRAPH FOR PROGRAM.
      ******************************************************************
       0000-MAINLINE.
           PERFORM 0100-INITIALIZE
           IF WS-MODE-WORKING
               PERFORM 0200-PROVE-LIVE-TABLE
           END-IF
           IF WS-MODE-WORKING
               PERFORM 0300-MARK-LIVE
           END-IF
           PERFORM 0900-TERMINATE
           GOBACK.

       0000-EXIT.
           EXIT.

      ******************************************************************
      * OPEN THE REGISTER AND FIND THE APPROVED VERSION. THE CONTROL
      * RECORD STILL CARRIES IT AS THE PENDING VERSION UNTIL IT GOES
      * LIVE; ANY OTHER STATUS MEANS THERE IS NOTHING TO PUT LIVE.
      ******************************************************************
       0100-INITIALIZE.
           OPEN I-O CATGVER-FILE
           IF NOT CATGVER-SUCCESS
               DISPLAY 'CATGLIVE: CATGVER OPEN FAILED, STATUS '
                       CATGVER-STATUS
               PERFORM 0130-ABORT-RUN
           END-IF
           MOVE ZERO TO CATGVER-VERSION
           READ CATGVER-FILE
               INVALID KEY
                   DISPLAY 'CATGLIVE: CATGVER CONTROL RECORD MISSING'
                   SET WS-MODE-NOTHING TO TRUE
               NOT INVALID KEY
                   MOVE CATGVER-CTL-PEND-VERSION TO WS-VERSION
                   MOVE CATGVER-CTL-LIVE-VERSION TO WS-LIVE-VERSION
           END-READ
           IF WS-MODE-WORKING AND WS-VERSION = ZERO
               DISPLAY 'CATGLIVE: NO RULES VERSION PENDING'
               SET WS-MODE-NOTHING TO TRUE
           END-IF
           IF WS-MODE-WORKING
               MOVE WS-VERSION TO CATGVER-VERSION
               READ CATGVER-FILE
                   INVALID KEY
                       DISPLAY 'CATGLIVE: PENDING VERSION ' WS-VERSION
                               ' MISSING FROM CATGVER'
                       SET WS-MODE-FAILED TO TRUE
                   NOT INVALID KEY
                       IF CATGVER-APPROVED
                           MOVE CATGVER-ROW-CNT   TO WS-APRV-ROW-CNT
                           MOVE CATGVER-RULE-HASH TO WS-APRV-RULE-HASH
                           MOVE CATGVER-CHECKER   TO WS-APRV-CHECKER
                       ELSE
                           DISPLAY 'CATGLIVE: VERSION ' WS-VERSION
                                   ' IS STATUS ' CATGVER-VER-STATUS
                                   ' - NOT APPROVED'
                           SET WS-MODE-NOTHING TO TRUE
                       END-IF
               END-READ
           END-IF.

       0100-EXIT.
           EXIT.

      ******************************************************************
      * ABORT - REGISTER UNUSABLE. NOTHING HAS BEEN CHANGED.
      ******************************************************************
       0130-ABORT-RUN.
           DISPLAY 'CATGLIVE: RUN ABORTED - SEE PRECEDING MESSAGES'
           MOVE 16 TO RETURN-CODE
           GOBACK.

       0130-EXIT.
           EXIT.

      ******************************************************************
      * RECOUNT AND RE-HASH THE LIVE CATGTBL IN FILE ORDER - THE ROW
      * NUMBER IS THE ROW'S POSITION IN THE FILE - AND HOLD IT TO THE
      * APPROVED VERSION. A SHORT OR FOREIGN TABLE CHANGES NOTHING.
      ******************************************************************
       0200-PROVE-LIVE-TABLE.
           OPEN INPUT CATGTBL-FILE
           IF NOT CATGTBL-SUCCESS
               DISPLAY 'CATGLIVE: CATGTBL OPEN FAILED, STATUS '
                       CATGTBL-STATUS
               SET WS-MODE-FAILED TO TRUE
           ELSE
               MOVE ZERO TO WS-ROW-CNT
               MOVE ZERO TO WS-RULE-HASH
               PERFORM 0210-PROVE-ROW UNTIL CATGTBL-EOF
               CLOSE CATGTBL-FILE
               IF WS-ROW-CNT NOT = WS-APRV-ROW-CNT OR
                  WS-RULE-HASH NOT = WS-APRV-RULE-HASH
                   DISPLAY 'CATGLIVE: CATGTBL ROWS ' WS-ROW-CNT
                           ' HASH ' WS-RULE-HASH
                   DISPLAY 'CATGLIVE: VERSION ' WS-VERSION
                           ' ROWS ' WS-APRV-ROW-CNT
                           ' HASH ' WS-APRV-RULE-HASH
                   DISPLAY 'CATGLIVE: LIVE CATGTBL IS NOT THE APPROVED '
                           'VERSION - RESTART AT THE COPY STEP'
                   SET WS-MODE-MISMATCH TO TRUE
               END-IF
           END-IF.

       0200-EXIT.
           EXIT.

       0210-PROVE-ROW.
           READ CATGTBL-FILE
               AT END
                   SET CATGTBL-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ROW-CNT
                   COMPUTE WS-RULE-HASH = WS-RULE-HASH
                           + WS-ROW-CNT * (CATGTBL-CODE
                           + CATGTBL-DATE-LOW + CATGTBL-DATE-HIGH
                           + CATGTBL-AMT-LOW * 100
                           + CATGTBL-AMT-HIGH * 100)
           END-READ.

       0210-EXIT.
           EXIT.

      ******************************************************************
      * THE VERSION IS LIVE FROM NOW - CATGVER-CHECKED-TS IS RESTAMPED
      * TO THE GO-LIVE TIME SO THE LIVE PERIODS ON THE REGISTER MEET
      * EXACTLY - AND THE OLD LIVE VERSION IS SUPERSEDED AS OF THE
      * SAME TIMESTAMP. THE CONTROL RECORD IS UPDATED LAST.
      ******************************************************************
       0300-MARK-LIVE.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-VERSION TO CATGVER-VERSION
           READ CATGVER-FILE
               INVALID KEY
                   DISPLAY 'CATGLIVE: VERSION ' WS-VERSION
                           ' MISSING FROM CATGVER'
                   SET WS-MODE-FAILED TO TRUE
               NOT INVALID KEY
                   SET CATGVER-LIVE TO TRUE
                   MOVE WS-TIMESTAMP TO CATGVER-CHECKED-TS
                   MOVE SPACES       TO CATGVER-LIVE-TO-TS
                   PERFORM 0600-REWRITE-VERSION
           END-READ
           IF NOT WS-MODE-FAILED AND WS-LIVE-VERSION NOT = ZERO
               MOVE WS-LIVE-VERSION TO CATGVER-VERSION
               READ CATGVER-FILE
                   INVALID KEY
                       DISPLAY 'CATGLIVE: PRIOR LIVE VERSION '
                               WS-LIVE-VERSION ' MISSING FROM CATGVER'
                   NOT INVALID KEY
                       SET CATGVER-SUPERSEDED TO TRUE
                       MOVE WS-TIMESTAMP TO CATGVER-LIVE-TO-TS
                       PERFORM 0600-REWRITE-VERSION
               END-READ
           END-IF
           IF NOT WS-MODE-FAILED
               MOVE ZERO TO CATGVER-VERSION
               READ CATGVER-FILE
                   INVALID KEY
                       DISPLAY 'CATGLIVE: CATGVER CONTROL RECORD '
                               'MISSING'
                       SET WS-MODE-FAILED TO TRUE
                   NOT INVALID KEY
                       MOVE WS-VERSION   TO CATGVER-CTL-LIVE-VERSION
                       MOVE ZERO         TO CATGVER-CTL-PEND-VERSION
                       MOVE WS-TIMESTAMP TO CATGVER-CTL-UPDATE-TS
                       PERFORM 0600-REWRITE-VERSION
               END-READ
           END-IF
           IF WS-MODE-WORKING
               SET WS-MODE-LIVE TO TRUE
           END-IF.

       0300-EXIT.
           EXIT.

       0600-REWRITE-VERSION.
           REWRITE CATGVER-RECORD
               INVALID KEY
                   DISPLAY 'CATGLIVE: CATGVER REWRITE FAILED, KEY '
                           CATGVER-VERSION ' STATUS ' CATGVER-STATUS
                   SET WS-MODE-FAILED TO TRUE
           END-REWRITE.

       0600-EXIT.
           EXIT.

       0900-TERMINATE.
           CLOSE CATGVER-FILE
           EVALUATE TRUE
               WHEN WS-MODE-LIVE
                   DISPLAY 'CATGLIVE: VERSION ' WS-VERSION
                           ' LIVE FROM ' WS-TIMESTAMP
                           ' - APPROVED BY ' WS-APRV-CHECKER
                   DISPLAY 'CATGLIVE: SUPERSEDES VERSION '
                           WS-LIVE-VERSION
                   MOVE ZERO TO RETURN-CODE
               WHEN WS-MODE-NOTHING
                   DISPLAY 'CATGLIVE: NOTHING PUT LIVE'
                   MOVE 4 TO RETURN-CODE
               WHEN WS-MODE-MISMATCH
                   DISPLAY 'CATGLIVE: VERSION ' WS-VERSION
                           ' LEFT APPROVED, NOT LIVE'
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY 'CATGLIVE: RUN ABORTED - SEE PRECEDING '
                           'MESSAGES'
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE.

       0900-EXIT.
           EXIT.

       ID DIVISION.
       PROGRAM-ID.    HELDREL.
      *AUTHOR.        MAINTENANCE
      *DATE-WRITTEN.  10/15/2026.
      *****************************************************************
      *
      * HELD-TRANSACTION RELEASE PROGRAM FOR THE TESTI.HELD QUEUE.
      * CODECHAL HOLDS A TRANSACTION, UNPOSTED, WHEN POSTING IT WOULD
      * BREACH ITS KEY'S PER-TRANSACTION OR PER-CYCLE LIMIT (SEE
      * COPYBOOKS KEYMSTR AND HELDTRAN). THIS PROGRAM READS THE HELD
      * QUEUE AGAINST THE RELEASE CARDS OPS KEYED FROM THE LIMRPT
      * LIMITS EXCEPTION REPORT (SEE COPYBOOK RELCARD):
      *
      *   - A HELD RECORD WITH A MATCHING, AUTHORIZED RELEASE CARD
      *     IS WRITTEN BACK IN TESTI-RECORD FORMAT TO THE RECYCLE
      *     FILE, STAMPED WITH THE AUTHORIZER IN TESTI-RELEASE-ID,
      *     FOR THE NEXT CODECHAL SORT - CODECHAL POSTS A STAMPED
      *     RECORD WITHOUT RE-TESTING THE LIMIT,
      *   - EVERY OTHER HELD RECORD PASSES TO HELDOUT UNCHANGED, SO
      *     THE QUEUE CARRIES IT FORWARD,
      *   - THE HELDRPT REPORT SHOWS EVERY HELD ITEM WITH ITS AGE IN
      *     BUSINESS DAYS AND ITS DISPOSITION, AND EVERY RELEASE CARD
      *     THAT FREED NOTHING.
      *
      * A CARD IS AUTHORIZED WHEN IT CARRIES THE AUTHORIZING
      * OFFICER'S ID AND A NUMERIC AUTHORIZATION DATE NO EARLIER
      * THAN THE HOLD AND NO LATER THAN THIS RUN. ONE CARD FREES ONE
      * HELD RECORD.
      *
      *****************************************************************
      *************** M A I N T E N A N C E   N O T E S ***************
      ***%************************************************************:
      ***%CCR#      :                      PROGRAMMER: MAINTENANCE
      ***%MODLOG TAG:                      COMPANY   : ODDBALL
      ***%RELEASE NO:                      DATE      : 10/15/2026
      ***%
      ***%PROBLEM   : A TRANSACTION HELD FOR A POSTING LIMIT NEEDS A
      ***%            CONTROLLED WAY BACK INTO THE STREAM ONCE AN
      ***%            OFFICER HAS APPROVED IT.
      ***%
      ***%SOLUTION  : INITIAL CREATION. MATCHES AUTHORIZED RELEASE
      ***%            CARDS TO THE HELD QUEUE, RECYCLES THE RELEASED
      ***%            RECORDS STAMPED WITH THE AUTHORIZER, CARRIES
      ***%            THE REST FORWARD, AND PRINTS THE RELEASE REPORT.
      ***%************************************************************:
      ***%CCR#      :                      PROGRAMMER: MAINTENANCE
      ***%MODLOG TAG:                      COMPANY   : ODDBALL
      ***%RELEASE NO:                      DATE      : 10/15/2026
      ***%
      ***%PROBLEM   : HELDOUT-RECORD WAS LEFT AT 113 BYTES WHEN
      ***%            HELD-TRAN-RECORD GREW TO 114 (HELD-RUN-CYCLE), SO
      ***%            EVERY HELD ITEM PASSED THROUGH LOST ITS HELD
      ***%            CYCLE.
      ***%
      ***%SOLUTION  : HELDOUT-RECORD RESIZED TO 114 TO MATCH HELDTRAN
      ***%            AND THE HELDOUT DD.
      ***%************************************************************:
      ***%CCR#      :                      PROGRAMMER: MAINTENANCE
      ***%MODLOG TAG:                      COMPANY   : ODDBALL
      ***%RELEASE NO:                      DATE      : 10/15/2026
      ***%
      ***%PROBLEM   : HOLD AGES WERE CALENDAR DAYS FROM THE SYSTEM DATE,
      ***%            SO A WEEKEND OR HOLIDAY AGED EVERY HOLD AND A
      ***%            WEEKEND RUN DISAGREED WITH THE STREAM'S RUN DATE.
      ***%
      ***%SOLUTION  : THE RUN DATE ROLLS FORWARD TO A BUSINESS DAY AND
      ***%            HOLD AGE IS COUNTED IN BUSINESS DAYS, BOTH THROUGH
      ***%            BUSDAYS ON THE BUSCAL CALENDAR. A MISSING CALENDAR
      ***%            ENDS THE RUN RC=16.
      ***%************************************************************:
      *********** E N D   M A I N T E N A N C E   N O T E S ***********
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  HELDIN-FILE     ASSIGN  HELDIN
                                   STATUS  HELDIN-STATUS.
           SELECT  OPTIONAL
                   RELEASE-FILE    ASSIGN  RELCARDS
                                   STATUS  RELEASE-STATUS.
           SELECT  RECYCLE-FILE    ASSIGN  RECYCLE
                                   STATUS  RECYCLE-STATUS.
           SELECT  HELDOUT-FILE    ASSIGN  HELDOUT
                                   STATUS  HELDOUT-STATUS.
           SELECT  HELDRPT-FILE    ASSIGN  HELDRPT
                                   STATUS  HELDRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  HELDIN-FILE
           RECORDING F
           BLOCK 0 RECORDS.
           COPY HELDTRAN.

       FD  RELEASE-FILE
           RECORDING F
           BLOCK 0 RECORDS.
           COPY RELCARD.

       FD  RECYCLE-FILE
           RECORDING F
           BLOCK 0 RECORDS.
           COPY TESTIREC.

       FD  HELDOUT-FILE
           RECORDING F
           BLOCK 0 RECORDS.

       01  HELDOUT-RECORD                  PIC  X(114).

       FD  HELDRPT-FILE
           RECORDING F
           BLOCK 0 RECORDS.

       01  HELDRPT-LINE                    PIC  X(80).

       WORKING-STORAGE SECTION.

       01 WORK-FIELDS.
           05  HELDIN-STATUS               PIC  X(02).
               88  HELDIN-SUCCESS                VALUE ZERO.
               88  HELDIN-EOF                    VALUE '10'.
           05  RELEASE-STATUS              PIC  X(02).
               88  RELEASE-SUCCESS               VALUE ZERO.
               88  RELEASE-EOF                   VALUE '10'.
           05  RECYCLE-STATUS              PIC  X(02).
               88  RECYCLE-SUCCESS               VALUE ZERO.
           05  HELDOUT-STATUS              PIC  X(02).
               88  HELDOUT-SUCCESS               VALUE ZERO.
           05  HELDRPT-STATUS              PIC  X(02).
               88  HELDRPT-SUCCESS               VALUE ZERO.
           05  WS-RUN-DATE                 PIC  9(08)      VALUE ZERO.
           05  WS-CARD-SW                  PIC  X(01).
               88  WS-CARD-FOUND                 VALUE 'Y'.
               88  WS-CARD-NOT-FOUND             VALUE 'N'.
           05  WS-CARD-SUB                 PIC S9(04) COMP VALUE ZERO.
           05  WS-CARD-CNT                 PIC S9(04) COMP VALUE ZERO.
           05  WS-CARD-HIT                 PIC S9(04) COMP VALUE ZERO.

       01 WORK-COUNTERS.
           05  WS-HELD-READ-CNT            PIC 9(08)       VALUE ZERO.
           05  WS-RELEASED-CNT             PIC 9(08)       VALUE ZERO.
           05  WS-STILL-HELD-CNT           PIC 9(08)       VALUE ZERO.
           05  WS-CARD-READ-CNT            PIC 9(08)       VALUE ZERO.
           05  WS-CARD-UNUSED-CNT          PIC 9(08)       VALUE ZERO.

       01 WORK-AGING-FIELDS.
           05  WS-AGE-DAYS                 PIC S9(05)      VALUE ZERO.

      *** THE RUN'S RELEASE CARDS. A CARD IS MARKED USED THE MOMENT
      *** IT FREES A HELD RECORD, SO ONE CARD NEVER FREES TWO
      *** IDENTICAL HOLDS. FIVE HUNDRED RELEASES IN ONE RUN IS NOT A
      *** REVIEW - MORE ABORTS THE RUN RATHER THAN IGNORING CARDS.
       01 WORK-RELEASE-TABLE.
           05  WS-REL-ENTRY OCCURS 500 TIMES.
               10  WS-REL-KEY              PIC  X(03).
               10  WS-REL-REC-TYPE         PIC  X(02).
               10  WS-REL-TRAN-DATE        PIC  9(08).
               10  WS-REL-TRAN-AMT         PIC  9(07)V99.
               10  WS-REL-HELD-DATE        PIC  9(08).
               10  WS-REL-AUTH-ID          PIC  X(08).
               10  WS-REL-AUTH-DATE        PIC  X(08).
               10  WS-REL-USED-SW          PIC  X(01).
                   88  WS-REL-USED               VALUE 'Y'.
                   88  WS-REL-UNUSED             VALUE 'N'.
               10  WS-REL-AUTH-SW          PIC  X(01).
                   88  WS-REL-AUTHORIZED         VALUE 'Y'.
                   88  WS-REL-NOT-AUTHORIZED     VALUE 'N'.

       01 RELEASE-REPORT-LINES.
           05  HR-TITLE-LINE.
               10  FILLER                  PIC  X(42) VALUE
                   'HELDREL HELD-TRANSACTION RELEASE REPORT   '.
               10  FILLER                  PIC  X(09) VALUE
                   'RUN DATE '.
               10  HR-RUN-DATE             PIC  9(08).
               10  FILLER                  PIC  X(21) VALUE SPACES.
           05  HR-HEADING-LINE.
               10  FILLER                  PIC  X(40) VALUE
                   'KEY  TYPE  TRAN DATE         AMOUNT  HEL'.
               10  FILLER                  PIC  X(40) VALUE
                   'D ON    AGE  DISPOSITION'.
           05  HR-CARD-HEADING-LINE.
               10  FILLER                  PIC  X(80) VALUE
                   'RELEASE CARDS NOT APPLIED'.
           05  HR-DETAIL-LINE.
               10  HR-KEY                  PIC  X(03).
               10  FILLER                  PIC  X(02) VALUE SPACES.
               10  HR-REC-TYPE             PIC  X(02).
               10  FILLER                  PIC  X(04) VALUE SPACES.
               10  HR-TRAN-DATE            PIC  9(08).
               10  FILLER                  PIC  X(02) VALUE SPACES.
               10  HR-TRAN-AMT             PIC  ZZZ,ZZZ,ZZ9.99.
               10  FILLER                  PIC  X(02) VALUE SPACES.
               10  HR-HELD-DATE            PIC  9(08).
               10  FILLER                  PIC  X(01) VALUE SPACES.
               10  HR-AGE-DAYS             PIC  ZZZ9.
               10  FILLER                  PIC  X(02) VALUE SPACES.
               10  HR-DISPOSITION          PIC  X(28).
           05  HR-BLANK-LINE               PIC  X(80) VALUE SPACES.
           05  HR-TOTAL-LINE.
               10  HR-TOTAL-DESC           PIC  X(30).
               10  HR-TOTAL-VALUE          PIC  ZZZ,ZZZ,ZZ9.
               10  FILLER                  PIC  X(39) VALUE SPACES.

           COPY BUSDPARM.

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN OPERATIONS PARAGRAPH FOR PROGRAM.
      ******************************************************************
       0000-MAINLINE.
           PERFORM 0100-INITIALIZE
           PERFORM 0200-PROCESS-HELD UNTIL HELDIN-EOF
           PERFORM 0900-TERMINATE
           GOBACK.

       0000-EXIT.
           EXIT.

      ******************************************************************
      * OPEN FILES, SET THE RUN DATE, LOAD THE RELEASE CARDS, AND
      * START THE REPORT. A MISSING RELEASE FILE IS A RUN WITH NO
      * RELEASES - EVERYTHING HELD STAYS HELD AND STILL REPORTS.
      ******************************************************************
       0100-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM 0102-ROLL-RUN-DATE
           OPEN INPUT  HELDIN-FILE
           IF NOT HELDIN-SUCCESS
               DISPLAY 'HELDREL: HELDIN OPEN FAILED, STATUS '
                       HELDIN-STATUS
               PERFORM 0130-ABORT-RUN
           END-IF
           OPEN INPUT  RELEASE-FILE
           PERFORM 0110-LOAD-RELEASE-CARDS UNTIL RELEASE-EOF
           CLOSE RELEASE-FILE
           OPEN OUTPUT RECYCLE-FILE
           OPEN OUTPUT HELDOUT-FILE
           OPEN OUTPUT HELDRPT-FILE
           MOVE WS-RUN-DATE TO HR-RUN-DATE
           WRITE HELDRPT-LINE FROM HR-TITLE-LINE
           WRITE HELDRPT-LINE FROM HR-BLANK-LINE
           WRITE HELDRPT-LINE FROM HR-HEADING-LINE.

       0100-EXIT.
           EXIT.

      ******************************************************************
      * THE RUN DATE ROLLS FORWARD TO THE NEXT BUSINESS DAY ON THE
      * BUSCAL CALENDAR - THE SAME DAY THE CODECHAL RUN THAT POSTS THE
      * RELEASES ROLLS TO - SO HOLD AGES AND THE AUTHORIZATION-DATE
      * TEST AGREE WITH THE STREAM.
      ******************************************************************
       0102-ROLL-RUN-DATE.
           MOVE 'R' TO BUSD-FUNCTION
           MOVE WS-RUN-DATE TO BUSD-FROM-DATE
           CALL 'BUSDAYS' USING BUSD-PARMS
           IF BUSD-OK
               MOVE BUSD-TO-DATE TO WS-RUN-DATE
           ELSE
               DISPLAY 'HELDREL: BUSDAYS ROLL FAILED, RC '
                       BUSD-RC
               PERFORM 0130-ABORT-RUN
           END-IF.

       0102-EXIT.
           EXIT.

      ******************************************************************
      * LOAD ONE RELEASE CARD AND DECIDE UP FRONT WHETHER IT IS
      * AUTHORIZED AT ALL - AN OFFICER ID, A NUMERIC AUTHORIZATION
      * DATE, AND NOT POST-DATED PAST THIS RUN. THE NOT-BEFORE-THE-
      * HOLD TEST NEEDS THE HELD RECORD AND IS MADE AT MATCH TIME.
      ******************************************************************
       0110-LOAD-RELEASE-CARDS.
           READ RELEASE-FILE
               AT END
                   SET RELEASE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CARD-READ-CNT
                   IF WS-CARD-CNT >= 500
                       DISPLAY 'HELDREL: MORE THAN 500 RELEASE CARDS '
                               '- SPLIT THE RELEASES ACROSS RUNS'
                       PERFORM 0130-ABORT-RUN
                   END-IF
                   ADD 1 TO WS-CARD-CNT
                   MOVE RELEASE-KEY       TO WS-REL-KEY(WS-CARD-CNT)
                   MOVE RELEASE-REC-TYPE  TO
                        WS-REL-REC-TYPE(WS-CARD-CNT)
                   MOVE RELEASE-TRAN-DATE TO
                        WS-REL-TRAN-DATE(WS-CARD-CNT)
                   MOVE RELEASE-TRAN-AMT  TO
                        WS-REL-TRAN-AMT(WS-CARD-CNT)
                   MOVE RELEASE-HELD-DATE TO
                        WS-REL-HELD-DATE(WS-CARD-CNT)
                   MOVE RELEASE-AUTH-ID   TO
                        WS-REL-AUTH-ID(WS-CARD-CNT)
                   MOVE RELEASE-AUTH-DATE TO
                        WS-REL-AUTH-DATE(WS-CARD-CNT)
                   SET WS-REL-UNUSED(WS-CARD-CNT) TO TRUE
                   SET WS-REL-AUTHORIZED(WS-CARD-CNT) TO TRUE
                   IF RELEASE-AUTH-ID = SPACES OR
                      RELEASE-AUTH-ID = LOW-VALUES
                       SET WS-REL-NOT-AUTHORIZED(WS-CARD-CNT) TO TRUE
                   END-IF
                   IF RELEASE-AUTH-DATE NOT NUMERIC
                       SET WS-REL-NOT-AUTHORIZED(WS-CARD-CNT) TO TRUE
                   ELSE
                       IF RELEASE-AUTH-DATE = ZERO OR
                          RELEASE-AUTH-DATE > WS-RUN-DATE
                           SET WS-REL-NOT-AUTHORIZED(WS-CARD-CNT)
                             TO TRUE
                       END-IF
                   END-IF
           END-READ.

       0110-EXIT.
           EXIT.

      ******************************************************************
      * HARD STOP - A HELD QUEUE THAT CANNOT BE OPENED OR A RELEASE
      * DECK TOO BIG TO TABLE ENDS THE RUN RC=16 BEFORE ANYTHING IS
      * WRITTEN, SO THE HELDREL.jcl SWAP STEPS (COND=(0,NE)) LEAVE
      * TESTI.HELD AS IT WAS.
      ******************************************************************
       0130-ABORT-RUN.
           DISPLAY 'HELDREL: RUN ABORTED - SEE PRECEDING MESSAGES'
           MOVE 16 TO RETURN-CODE
           GOBACK.

       0130-EXIT.
           EXIT.

      ******************************************************************
      * READ ONE HELD RECORD, LOOK FOR ITS RELEASE CARD, AND EITHER
      * RECYCLE IT OR CARRY IT FORWARD.
      ******************************************************************
       0200-PROCESS-HELD.
           READ HELDIN-FILE
               AT END
                   SET HELDIN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-HELD-READ-CNT
                   PERFORM 0210-FIND-RELEASE-CARD
                   IF WS-CARD-FOUND AND
                      WS-REL-AUTHORIZED(WS-CARD-SUB)
                       PERFORM 0220-RELEASE-RECORD
                   ELSE
                       PERFORM 0230-KEEP-HELD-RECORD
                   END-IF
           END-READ.

       0200-EXIT.
           EXIT.

      ******************************************************************
      * FIND AN UNUSED CARD FOR THE HELD RECORD - KEY, RECORD TYPE,
      * TRANSACTION DATE, AMOUNT, AND HELD DATE MUST ALL AGREE. AN
      * AUTHORIZED CARD IS PREFERRED OVER AN UNAUTHORIZED DUPLICATE.
      * A CARD DATED BEFORE THE HOLD CANNOT HAVE APPROVED IT AND IS
      * TREATED AS UNAUTHORIZED FOR THIS RECORD. THE CARD FOUND IS
      * MARKED USED EITHER WAY SO IT IS NOT ALSO LISTED AS UNMATCHED.
      ******************************************************************
       0210-FIND-RELEASE-CARD.
           SET WS-CARD-NOT-FOUND TO TRUE
           PERFORM VARYING WS-CARD-SUB FROM 1 BY 1
                   UNTIL WS-CARD-SUB > WS-CARD-CNT
               IF WS-REL-UNUSED(WS-CARD-SUB) AND
                  WS-REL-KEY(WS-CARD-SUB)       = HELD-KEY AND
                  WS-REL-REC-TYPE(WS-CARD-SUB)  = HELD-REC-TYPE AND
                  WS-REL-TRAN-DATE(WS-CARD-SUB) = HELD-TRAN-DATE AND
                  WS-REL-TRAN-AMT(WS-CARD-SUB)  = HELD-TRAN-AMT AND
                  WS-REL-HELD-DATE(WS-CARD-SUB) = HELD-DATE
                   IF WS-REL-AUTHORIZED(WS-CARD-SUB) AND
                      WS-REL-AUTH-DATE(WS-CARD-SUB) < HELD-DATE
                       SET WS-REL-NOT-AUTHORIZED(WS-CARD-SUB) TO TRUE
                   END-IF
                   IF WS-CARD-NOT-FOUND
                       SET WS-CARD-FOUND TO TRUE
                       MOVE WS-CARD-SUB TO WS-CARD-HIT
                   ELSE
                       IF WS-REL-AUTHORIZED(WS-CARD-SUB) AND
                          WS-REL-NOT-AUTHORIZED(WS-CARD-HIT)
                           MOVE WS-CARD-SUB TO WS-CARD-HIT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CARD-FOUND
               MOVE WS-CARD-HIT TO WS-CARD-SUB
               SET WS-REL-USED(WS-CARD-SUB) TO TRUE
           END-IF.

       0210-EXIT.
           EXIT.

      ******************************************************************
      * RELEASE ONE HELD RECORD - WRITE IT BACK IN TESTI-RECORD FORMAT
      * WITH THE AUTHORIZING OFFICER STAMPED IN TESTI-RELEASE-ID, SO
      * THE NEXT CODECHAL RUN POSTS IT WITHOUT RE-TESTING THE LIMIT.
      ******************************************************************
       0220-RELEASE-RECORD.
           MOVE HELD-TRAN-DATA TO TESTI-RECORD
           MOVE WS-REL-AUTH-ID(WS-CARD-SUB) TO TESTI-RELEASE-ID
           WRITE TESTI-RECORD
           ADD 1 TO WS-RELEASED-CNT
           MOVE SPACES TO HR-DISPOSITION
           STRING 'RELEASED BY ' DELIMITED BY SIZE
                  WS-REL-AUTH-ID(WS-CARD-SUB) DELIMITED BY SIZE
                  INTO HR-DISPOSITION
           PERFORM 0240-REPORT-HELD-RECORD.

       0220-EXIT.
           EXIT.

      ******************************************************************
      * CARRY A HELD RECORD FORWARD UNCHANGED. A RECORD WHOSE ONLY
      * CARD WAS NOT AUTHORIZED SAYS SO, SO OPS CAN CHASE THE
      * SIGN-OFF RATHER THAN RE-KEY THE CARD.
      ******************************************************************
       0230-KEEP-HELD-RECORD.
           WRITE HELDOUT-RECORD FROM HELD-TRAN-RECORD
           ADD 1 TO WS-STILL-HELD-CNT
           IF WS-CARD-FOUND
               MOVE 'HELD - CARD NOT AUTHORIZED  ' TO HR-DISPOSITION
           ELSE
               IF HELD-OVER-TRAN-LIMIT
                   MOVE 'HELD - OVER TRANSACTION LIM ' TO HR-DISPOSITION
               ELSE
                   MOVE 'HELD - OVER CYCLE LIMIT     ' TO HR-DISPOSITION
               END-IF
           END-IF
           PERFORM 0240-REPORT-HELD-RECORD.

       0230-EXIT.
           EXIT.

      ******************************************************************
      * ONE REPORT LINE FOR THE HELD RECORD - AGE IS BUSINESS DAYS
      * FROM THE DATE IT WAS FIRST HELD TO THIS RUN, SO A HOLD DOES
      * NOT AGE OVER A WEEKEND OR HOLIDAY.
      ******************************************************************
       0240-REPORT-HELD-RECORD.
           MOVE ZERO TO WS-AGE-DAYS
           IF HELD-DATE NUMERIC AND HELD-DATE > ZERO
               MOVE 'C' TO BUSD-FUNCTION
               MOVE HELD-DATE   TO BUSD-FROM-DATE
               MOVE WS-RUN-DATE TO BUSD-TO-DATE
               CALL 'BUSDAYS' USING BUSD-PARMS
               EVALUATE TRUE
                   WHEN BUSD-OK
                       MOVE BUSD-DAYS TO WS-AGE-DAYS
                   WHEN BUSD-NO-CALENDAR
                       DISPLAY 'HELDREL: BUSDAYS AGING FAILED, RC '
                               BUSD-RC
                       PERFORM 0130-ABORT-RUN
                   WHEN OTHER
                       MOVE ZERO TO WS-AGE-DAYS
               END-EVALUATE
           END-IF
           MOVE HELD-KEY       TO HR-KEY
           MOVE HELD-REC-TYPE  TO HR-REC-TYPE
           MOVE HELD-TRAN-DATE TO HR-TRAN-DATE
           MOVE HELD-TRAN-AMT  TO HR-TRAN-AMT
           MOVE HELD-DATE      TO HR-HELD-DATE
           MOVE WS-AGE-DAYS    TO HR-AGE-DAYS
           WRITE HELDRPT-LINE FROM HR-DETAIL-LINE.

       0240-EXIT.
           EXIT.

      ******************************************************************
      * LIST THE RELEASE CARDS THAT FREED NOTHING, WRITE THE TOTALS,
      * AND CLOSE FILES.
      ******************************************************************
       0900-TERMINATE.
           WRITE HELDRPT-LINE FROM HR-BLANK-LINE
           WRITE HELDRPT-LINE FROM HR-CARD-HEADING-LINE
           PERFORM VARYING WS-CARD-SUB FROM 1 BY 1
                   UNTIL WS-CARD-SUB > WS-CARD-CNT
               IF WS-REL-UNUSED(WS-CARD-SUB)
                   PERFORM 0910-REPORT-UNUSED-CARD
               END-IF
           END-PERFORM
           WRITE HELDRPT-LINE FROM HR-BLANK-LINE
           MOVE 'HELD RECORDS READ.............' TO HR-TOTAL-DESC
           MOVE WS-HELD-READ-CNT TO HR-TOTAL-VALUE
           WRITE HELDRPT-LINE FROM HR-TOTAL-LINE
           MOVE 'RELEASED TO RECYCLE...........' TO HR-TOTAL-DESC
           MOVE WS-RELEASED-CNT TO HR-TOTAL-VALUE
           WRITE HELDRPT-LINE FROM HR-TOTAL-LINE
           MOVE 'STILL HELD....................' TO HR-TOTAL-DESC
           MOVE WS-STILL-HELD-CNT TO HR-TOTAL-VALUE
           WRITE HELDRPT-LINE FROM HR-TOTAL-LINE
           MOVE 'RELEASE CARDS READ............' TO HR-TOTAL-DESC
           MOVE WS-CARD-READ-CNT TO HR-TOTAL-VALUE
           WRITE HELDRPT-LINE FROM HR-TOTAL-LINE
           MOVE 'RELEASE CARDS NOT APPLIED.....' TO HR-TOTAL-DESC
           MOVE WS-CARD-UNUSED-CNT TO HR-TOTAL-VALUE
           WRITE HELDRPT-LINE FROM HR-TOTAL-LINE
           CLOSE HELDIN-FILE
           CLOSE RECYCLE-FILE
           CLOSE HELDOUT-FILE
           CLOSE HELDRPT-FILE
           DISPLAY 'HELDREL: HELD RECORDS READ     = '
                   WS-HELD-READ-CNT
           DISPLAY 'HELDREL: RECORDS RELEASED      = '
                   WS-RELEASED-CNT
           DISPLAY 'HELDREL: RECORDS STILL HELD    = '
                   WS-STILL-HELD-CNT
           IF WS-CARD-UNUSED-CNT > ZERO
               DISPLAY 'HELDREL: WARNING - ' WS-CARD-UNUSED-CNT
                       ' RELEASE CARD(S) MATCHED NO HELD RECORD - '
                       'SEE HELDRPT'
           END-IF.

       0900-EXIT.
           EXIT.

      ******************************************************************
      * ONE REPORT LINE FOR A RELEASE CARD THAT MATCHED NO HELD
      * RECORD - MIS-KEYED, OR ALREADY RELEASED BY AN EARLIER RUN.
      ******************************************************************
       0910-REPORT-UNUSED-CARD.
           ADD 1 TO WS-CARD-UNUSED-CNT
           MOVE WS-REL-KEY(WS-CARD-SUB)       TO HR-KEY
           MOVE WS-REL-REC-TYPE(WS-CARD-SUB)  TO HR-REC-TYPE
           MOVE WS-REL-TRAN-DATE(WS-CARD-SUB) TO HR-TRAN-DATE
           MOVE WS-REL-TRAN-AMT(WS-CARD-SUB)  TO HR-TRAN-AMT
           MOVE WS-REL-HELD-DATE(WS-CARD-SUB) TO HR-HELD-DATE
           MOVE ZERO                          TO HR-AGE-DAYS
           MOVE 'NO MATCHING HELD RECORD     ' TO HR-DISPOSITION
           WRITE HELDRPT-LINE FROM HR-DETAIL-LINE.

       0910-EXIT.
           EXIT.

      *   - AGES EVERY FEED REGISTERED AS SENT IN RUNCTL (STEP
      *     'TESTOXTR') THAT HAS NO ACK YET, SO A FEED SITTING
      *     UNLOADED SHOWS UP ON THE RECNRPT REPORT THE NEXT
      *     MORNING INSTEAD OF DAYS LATER. AGE IS IN BUSINESS DAYS
      *     ON THE BUSCAL CALENDAR (CALL BUSDAYS), AND A FEED STILL
      *     UNACKNOWLEDGED PAST ITS DEADLINE - THE RECNPARM NUMBER
      *     OF BUSINESS DAYS AFTER THE FEED DATE, DEFAULT 1 - IS
      *     FLAGGED OVERDUE AND ENDS THE RUN RC=4.
      *
      * A FEED IS ITS RUN DATE PLUS THE PROCESSING CYCLE THAT CUT IT
      * (THE 'H' HEADER'S LH-RUN-CYCLE) - A SAME-DAY CATCH-UP FEED
      * IS MATCHED, RECONCILED, AND AGED ON ITS OWN.
      *
      * A CURRENT FEED WITH NO ACK YET IS NOT A FAILURE - IT AGES
      * LIKE ANY OTHER UNACKNOWLEDGED FEED. ONLY AN ACK THAT
      * DISAGREES WITH WHAT WAS SENT FAILS THE RUN.
      *
      * ONCE THE CURRENT FEED'S ACK HAS BEEN MATCHED, THE VERDICT IS
      * REGISTERED IN RUNCTL UNDER THE FEED'S RUN DATE AND CYCLE,
      * STEP 'LEDGRECN' (ACKED COUNT, SENT COUNT, MISMATCHES, RC) -
      * THE LEDGACK FILE ONLY CARRIES A ROLLING MONTH, AND FUNDRECN
      * NEEDS TO KNOW WHICH CYCLES THE LEDGER ACKNOWLEDGED LONG AFTER.
      *
      *****************************************************************
      *************** M A I N T E N A N C E   N O T E S ***************
      ***%************************************************************:
      ***%            CONTROL RECORDS, AGES UNACKNOWLEDGED FEEDS
      ***%            FROM THE RUNCTL REGISTER, RC=8 ON MISMATCH.
      ***%************************************************************:
      ***%CCR#      :                      PROGRAMMER: MAINTENANCE
      ***%MODLOG TAG:                      COMPANY   : ODDBALL
      ***%RELEASE NO:                      DATE      : 10/15/2026
      ***%
      ***%PROBLEM   : A SAME-DAY CATCH-UP CYCLE SENDS A SECOND FEED FOR
      ***%            THE RUN DATE. MATCHING ACKS ON FEED DATE ALONE
      ***%            WOULD PROVE ONE FEED AGAINST THE OTHER'S ACK AND
      ***%            AGE ONLY ONE OF THEM.
      ***%
      ***%SOLUTION  : A FEED IS NOW ITS RUN DATE PLUS CYCLE - TAKEN FROM
      ***%            THE EXTRACT 'H' HEADER AND LACK-RUN-CYCLE ON THE
      ***%            ACK (BLANK MEANS CYCLE 1). RECONCILIATION AND
      ***%            AGING MATCH ON BOTH, AND THE REPORT SHOWS THE
      ***%            CYCLE.
      ***%************************************************************:
      ***%CCR#      :                      PROGRAMMER: MAINTENANCE
      ***%MODLOG TAG:                      COMPANY   : ODDBALL
      ***%RELEASE NO:                      DATE      : 10/15/2026
      ***%
      ***%PROBLEM   : UNACKNOWLEDGED FEEDS AGED IN CALENDAR DAYS AND
      ***%            NOTHING SAID WHEN ONE WAS LATE - A FRIDAY FEED
      ***%            LOOKED THREE DAYS OLD ON MONDAY AND A WEEK-OLD ONE
      ***%            ONLY SHOWED AS A NUMBER.
      ***%
      ***%SOLUTION  : AGE IS NOW BUSINESS DAYS ON THE BUSCAL CALENDAR
      ***%            (CALL BUSDAYS). EACH UNACKED FEED SHOWS ITS ACK
      ***%            DEADLINE - THE OPTIONAL RECNPARM CARD'S BUSINESS
      ***%            DAYS AFTER THE FEED DATE, DEFAULT 1 - AND IS
      ***%            FLAGGED OVERDUE PAST IT. ANY OVERDUE FEED ENDS THE
      ***%            RUN RC=4 UNLESS A MISMATCH ALREADY MADE IT RC=8.
      ***%************************************************************:
      ***%CCR#      :                      PROGRAMMER: MAINTENANCE
      ***%MODLOG TAG:                      COMPANY   : ODDBALL
      ***%RELEASE NO:                      DATE      : 10/15/2026
      ***%
      ***%PROBLEM   : WHICH FEEDS THE LEDGER ACKNOWLEDGED WAS ONLY KNOWN
      ***%            WHILE THE ACK SAT IN THE ROLLING LEDGACK FILE, SO
      ***%            NOTHING COULD PROVE AN OLDER CYCLE'S POSTINGS HAD
      ***%            REACHED THE LEDGER.
      ***%
      ***%SOLUTION  : THE CURRENT FEED'S ACK VERDICT IS REGISTERED IN
      ***%            RUNCTL (RUN DATE, CYCLE, STEP 'LEDGRECN', ACKED
      ***%            AND SENT COUNTS, MISMATCHES, RC). RUNCTL IS NOW
      ***%            OPENED I-O.
      ***%************************************************************:
      *********** E N D   M A I N T E N A N C E   N O T E S ***********
      *****************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  OPTIONAL
                   RECNPARM-FILE   ASSIGN  RECNPARM
                                   STATUS  RECNPARM-STATUS.
           SELECT  LEDGER-FILE     ASSIGN  LEDGER
                                   STATUS  LEDGER-STATUS.
           SELECT  LEDGACK-FILE    ASSIGN  LEDGACK
       DATA DIVISION.
       FILE SECTION.

       FD  RECNPARM-FILE
           RECORDING F
           BLOCK 0 RECORDS.

       01  RECNPARM-RECORD.
           05  RECNPARM-DEADLINE-DAYS      PIC  9(02).
           05  RECNPARM-FILLER             PIC  X(78).

       FD  LEDGER-FILE
           RECORDING F
           BLOCK 0 RECORDS.
       WORKING-STORAGE SECTION.

       01 WORK-FIELDS.
           05  RECNPARM-STATUS             PIC  X(02).
               88  RECNPARM-SUCCESS              VALUE ZERO.
               88  RECNPARM-EOF                  VALUE '10'.
           05  LEDGER-STATUS               PIC  X(02).
               88  LEDGER-SUCCESS                VALUE ZERO.
               88  LEDGER-EOF                    VALUE '10'.
               88  RECNRPT-SUCCESS               VALUE ZERO.
           05  WS-TODAY-DATE               PIC  9(08)      VALUE ZERO.
           05  WS-EXT-FEED-DATE            PIC  9(08)      VALUE ZERO.
           05  WS-EXT-RUN-CYCLE            PIC  9(01)      VALUE 1.
           05  WS-LACK-CYCLE               PIC  9(01)      VALUE 1.
           05  WS-REG-ACK-CNT              PIC  9(09)      VALUE ZERO.
           05  WS-RECN-SW                  PIC  X(01)      VALUE 'Y'.
               88  WS-RECN-GOOD                  VALUE 'Y'.
               88  WS-RECN-FAILED                VALUE 'N'.

       01 WORK-AGING-FIELDS.
           05  WS-AGE-DAYS                 PIC S9(05)      VALUE ZERO.
           05  WS-DEADLINE-DAYS            PIC  9(02)      VALUE 1.
           05  WS-DEADLINE-DATE            PIC  9(08)      VALUE ZERO.

       01 WORK-SUBSCRIPTS.
           05  WS-EXT-SUB                  PIC S9(04) COMP VALUE ZERO.
           05  WS-ACK-CAT-CNT              PIC  9(04)      VALUE ZERO.
           05  WS-ACK-FEED-CNT             PIC  9(04)      VALUE ZERO.
           05  WS-UNACKED-CNT              PIC  9(04)      VALUE ZERO.
           05  WS-OVERDUE-CNT              PIC  9(04)      VALUE ZERO.
           05  WS-MISMATCH-CNT             PIC  9(04)      VALUE ZERO.

       01 WORK-EXTRACT-TOTALS.
           05  WS-ACK-FEED-TABLE.
               10  WS-ACK-FEED-ENTRY OCCURS 100 TIMES.
                   15  WS-ACK-FEED-DATE    PIC  9(08).
                   15  WS-ACK-RUN-CYCLE    PIC  9(01).
                   15  WS-ACK-DETAIL-CNT   PIC  9(09).
                   15  WS-ACK-GRAND-HASH   PIC S9(13)V99.
      *** 'S' SUBTOTALS FOR THE CURRENT EXTRACT'S FEED ONLY.
           05  WS-ACK-TABLE.
               10  WS-ACK-ENTRY OCCURS 502 TIMES.
                   15  WS-ACK-CODE         PIC  9(04).
               10  LV-H-TYPE               PIC  X(01).
               10  LV-H-RUN-DATE           PIC  9(08).
               10  LV-H-SOURCE             PIC  X(08).
               10  LV-H-RUN-CYCLE          PIC  X(01).
               10  FILLER                  PIC  X(62).
           05  WS-LV-SUBTOTAL REDEFINES WS-LEDGER-REC.
               10  LV-C-TYPE               PIC  X(01).
               10  LV-C-CATEGORY           PIC  9(04).
               10  FILLER                  PIC  X(10) VALUE
                   'FEED DATE '.
               10  RR-FEED-DATE            PIC  9(08).
               10  FILLER                  PIC  X(07) VALUE
                   ' CYCLE '.
               10  RR-FEED-CYCLE           PIC  9(01).
               10  FILLER                  PIC  X(10) VALUE SPACES.
           05  RR-DETAIL-LINE.
               10  RR-DETAIL-TEXT          PIC  X(44).
               10  RR-DETAIL-SENT          PIC  ZZZ,ZZZ,ZZ9.99-.
               10  RR-DETAIL-ACKED         PIC  ZZZ,ZZZ,ZZ9.99-.
               10  FILLER                  PIC  X(06) VALUE SPACES.
           05  RR-AGE-HEADING.
               10  FILLER                  PIC  X(41) VALUE
                   'UNACKNOWLEDGED FEEDS        FEED DATE CYC'.
               10  FILLER                  PIC  X(39) VALUE
                   '   BUS DAYS  DEADLINE  STATUS'.
           05  RR-AGE-LINE.
               10  FILLER                  PIC  X(28) VALUE SPACES.
               10  RR-AGE-FEED-DATE        PIC  9(08).
               10  FILLER                  PIC  X(03) VALUE SPACES.
               10  RR-AGE-CYCLE            PIC  9(01).
               10  FILLER                  PIC  X(06) VALUE SPACES.
               10  RR-AGE-DAYS             PIC  ZZ,ZZ9.
               10  FILLER                  PIC  X(02) VALUE SPACES.
               10  RR-AGE-DEADLINE         PIC  9(08).
               10  FILLER                  PIC  X(02) VALUE SPACES.
               10  RR-AGE-STATUS           PIC  X(07).
               10  FILLER                  PIC  X(09) VALUE SPACES.
           05  RR-BLANK-LINE               PIC  X(80) VALUE SPACES.
           05  RR-NOTE-LINE.
               10  RR-NOTE-TEXT            PIC  X(80).

           COPY BUSDPARM.

       PROCEDURE DIVISION.

      ******************************************************************
       0000-EXIT.
           EXIT.

      ******************************************************************
      * SET TODAY, READ THE OPTIONAL RECNPARM CARD (BUSINESS DAYS THE
      * LEDGER TEAM HAS TO ACKNOWLEDGE A FEED - MISSING, ZERO, OR NOT
      * NUMERIC MEANS 1, I.E. BY THE NEXT BUSINESS DAY), AND OPEN THE
      * FILES.
      ******************************************************************
       0100-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           OPEN INPUT RECNPARM-FILE
           READ RECNPARM-FILE
               AT END
                   SET RECNPARM-EOF TO TRUE
               NOT AT END
                   IF RECNPARM-DEADLINE-DAYS NUMERIC AND
                      RECNPARM-DEADLINE-DAYS > 0
                       MOVE RECNPARM-DEADLINE-DAYS
                         TO WS-DEADLINE-DAYS
                   END-IF
           END-READ
           CLOSE RECNPARM-FILE
           OPEN INPUT  LEDGER-FILE
           OPEN INPUT  LEDGACK-FILE
           OPEN I-O    RUNCTL-FILE
           IF NOT RUNCTL-SUCCESS
               DISPLAY 'LEDGRECN: RUNCTL OPEN FAILED, STATUS '
                       RUNCTL-STATUS

      ******************************************************************
      * PASS THE CURRENT EXTRACT - THE 'H' HEADER GIVES THE FEED
      * DATE AND CYCLE (BLANK ON A FEED CUT BEFORE THE CYCLE WAS
      * CARRIED - CYCLE 1), THE 'C' SUBTOTALS AND 'T' TRAILER ARE
      * WHAT WE CLAIM TO HAVE SENT. 'D' DETAILS ARE NOT RE-ADDED
      * HERE - THE TRAILER ALREADY PROVED THEM ON THE SENDING SIDE.
      ******************************************************************
       0200-READ-EXTRACT.
           READ LEDGER-FILE INTO WS-LEDGER-REC
                   EVALUATE LV-H-TYPE
                       WHEN 'H'
                           MOVE LV-H-RUN-DATE TO WS-EXT-FEED-DATE
                           IF LV-H-RUN-CYCLE NUMERIC AND
                              LV-H-RUN-CYCLE > '0'
                               MOVE LV-H-RUN-CYCLE TO WS-EXT-RUN-CYCLE
                           END-IF
                       WHEN 'C'
                           IF WS-EXT-CAT-CNT < 502
                               ADD 1 TO WS-EXT-CAT-CNT
      ******************************************************************
      * PASS THE ACKNOWLEDGMENT FILE - EVERY 'A' FEED ACK GOES IN THE
      * FEED TABLE (FOR THE AGING PASS), AND THE 'S' SUBTOTALS FOR
      * THE CURRENT EXTRACT'S FEED DATE AND CYCLE GO IN THE CATEGORY
      * TABLE. AN ACK WITH NO CYCLE IS TAKEN AS CYCLE 1.
      ******************************************************************
       0300-READ-ACK-FILE.
           READ LEDGACK-FILE
               AT END
                   SET LEDGACK-EOF TO TRUE
               NOT AT END
                   MOVE 1 TO WS-LACK-CYCLE
                   IF LACK-RUN-CYCLE NUMERIC AND
                      LACK-RUN-CYCLE > '0'
                       MOVE LACK-RUN-CYCLE TO WS-LACK-CYCLE
                   END-IF
                   EVALUATE TRUE
                       WHEN LACK-FEED-ACK
                           IF WS-ACK-FEED-CNT < 100
                               ADD 1 TO WS-ACK-FEED-CNT
                               MOVE LACK-FEED-DATE TO
                                    WS-ACK-FEED-DATE(WS-ACK-FEED-CNT)
                               MOVE WS-LACK-CYCLE TO
                                    WS-ACK-RUN-CYCLE(WS-ACK-FEED-CNT)
                               MOVE LACK-COUNT TO
                                    WS-ACK-DETAIL-CNT(WS-ACK-FEED-CNT)
                               MOVE LACK-AMT-HASH TO
                           END-IF
                       WHEN LACK-CATG-SUBTOTAL
                           IF LACK-FEED-DATE = WS-EXT-FEED-DATE AND
                              WS-LACK-CYCLE = WS-EXT-RUN-CYCLE AND
                              WS-ACK-CAT-CNT < 502
                               ADD 1 TO WS-ACK-CAT-CNT
                               MOVE LACK-CATEGORY TO
      ******************************************************************
       0400-RECONCILE-CURRENT-FEED.
           MOVE WS-EXT-FEED-DATE TO RR-FEED-DATE
           MOVE WS-EXT-RUN-CYCLE TO RR-FEED-CYCLE
           WRITE RECNRPT-LINE FROM RR-TITLE-LINE
           WRITE RECNRPT-LINE FROM RR-BLANK-LINE
           SET WS-ACK-NOT-FOUND TO TRUE
           PERFORM VARYING WS-ACK-SUB FROM 1 BY 1
                   UNTIL WS-ACK-SUB > WS-ACK-FEED-CNT
                   OR WS-ACK-FOUND
               IF WS-ACK-FEED-DATE(WS-ACK-SUB) = WS-EXT-FEED-DATE AND
                  WS-ACK-RUN-CYCLE(WS-ACK-SUB) = WS-EXT-RUN-CYCLE
                   SET WS-ACK-FOUND TO TRUE
               END-IF
           END-PERFORM
               WRITE RECNRPT-LINE FROM RR-NOTE-LINE
           ELSE
               SUBTRACT 1 FROM WS-ACK-SUB
               MOVE WS-ACK-DETAIL-CNT(WS-ACK-SUB) TO WS-REG-ACK-CNT
               PERFORM 0410-COMPARE-FEED-TOTALS
               PERFORM 0420-COMPARE-CATEGORY-ROWS
               PERFORM 0450-REGISTER-ACK
           END-IF.

       0400-EXIT.
       0440-EXIT.
           EXIT.

      ******************************************************************
      * REGISTER THE CURRENT FEED'S ACK VERDICT IN RUNCTL - RUN DATE
      * AND CYCLE OF THE FEED, STEP 'LEDGRECN', IN-COUNT THE DETAILS
      * THE LEDGER ACKNOWLEDGED, OUT-COUNT THE DETAILS WE SENT, REJECT
      * COUNT THE MISMATCHES, RC 0 OR 8. A RERUN AGAINST A CORRECTED
      * ACK REWRITES THE ROW.
      ******************************************************************
       0450-REGISTER-ACK.
           MOVE WS-EXT-FEED-DATE TO RUNCTL-RUN-DATE
           MOVE WS-EXT-RUN-CYCLE TO RUNCTL-RUN-CYCLE
           MOVE 'LEDGRECN'       TO RUNCTL-STEP
           SET RUNCTL-COMPLETED TO TRUE
           MOVE FUNCTION CURRENT-DATE TO RUNCTL-START-TS
           MOVE RUNCTL-START-TS  TO RUNCTL-END-TS
           MOVE WS-REG-ACK-CNT    TO RUNCTL-IN-CNT
           MOVE WS-EXT-DETAIL-CNT TO RUNCTL-OUT-CNT
           MOVE WS-MISMATCH-CNT   TO RUNCTL-REJ-CNT
           IF WS-RECN-GOOD
               MOVE ZERO TO RUNCTL-RETURN-CODE
           ELSE
               MOVE 8    TO RUNCTL-RETURN-CODE
           END-IF
           WRITE RUNCTL-RECORD
               INVALID KEY
                   REWRITE RUNCTL-RECORD
           END-WRITE.

       0450-EXIT.
           EXIT.

      ******************************************************************
      * AGE THE FEEDS REGISTERED AS SENT. EVERY COMPLETED 'TESTOXTR'
      * ROW IN RUNCTL (ONE PER RUN DATE AND CYCLE) IS A FEED THE
      * LEDGER TEAM WAS GIVEN - ONE WITHOUT AN 'A' ACK FOR THAT DATE
      * AND CYCLE IS REPORTED WITH ITS AGE IN BUSINESS DAYS AND ITS
      * ACK DEADLINE, AND FLAGGED OVERDUE ONCE TODAY IS PAST IT.
      ******************************************************************
       0500-AGE-UNACKED-FEEDS.
           WRITE RECNRPT-LINE FROM RR-BLANK-LINE
           WRITE RECNRPT-LINE FROM RR-AGE-HEADING
           SET WS-SCAN-MORE TO TRUE
           MOVE ZERO       TO RUNCTL-RUN-DATE
           MOVE ZERO       TO RUNCTL-RUN-CYCLE
           MOVE LOW-VALUES TO RUNCTL-STEP
           START RUNCTL-FILE KEY >= RUNCTL-KEY
               INVALID KEY
               MOVE 'ALL REGISTERED FEEDS ACKNOWLEDGED'
                 TO RR-NOTE-TEXT
               WRITE RECNRPT-LINE FROM RR-NOTE-LINE
           END-IF
           WRITE RECNRPT-LINE FROM RR-BLANK-LINE
           MOVE SPACES TO RR-NOTE-TEXT
           STRING 'ACK DEADLINE IS ' DELIMITED BY SIZE
                  WS-DEADLINE-DAYS DELIMITED BY SIZE
                  ' BUSINESS DAY(S) AFTER THE FEED DATE'
                  DELIMITED BY SIZE
                  INTO RR-NOTE-TEXT
           WRITE RECNRPT-LINE FROM RR-NOTE-LINE.

       0500-EXIT.
           EXIT.
           PERFORM VARYING WS-FEED-SUB FROM 1 BY 1
                   UNTIL WS-FEED-SUB > WS-ACK-FEED-CNT
                   OR WS-ACK-FOUND
               IF WS-ACK-FEED-DATE(WS-FEED-SUB) = RUNCTL-RUN-DATE AND
                  WS-ACK-RUN-CYCLE(WS-FEED-SUB) = RUNCTL-RUN-CYCLE
                   SET WS-ACK-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-ACK-NOT-FOUND
               ADD 1 TO WS-UNACKED-CNT
               MOVE RUNCTL-RUN-DATE TO RR-AGE-FEED-DATE
               MOVE RUNCTL-RUN-CYCLE TO RR-AGE-CYCLE
               PERFORM 0530-AGE-AGAINST-DEADLINE
               MOVE WS-AGE-DAYS TO RR-AGE-DAYS
               MOVE WS-DEADLINE-DATE TO RR-AGE-DEADLINE
               IF WS-DEADLINE-DATE > ZERO AND
                  WS-TODAY-DATE > WS-DEADLINE-DATE
                   ADD 1 TO WS-OVERDUE-CNT
                   MOVE 'OVERDUE' TO RR-AGE-STATUS
               ELSE
                   MOVE SPACES TO RR-AGE-STATUS
               END-IF
               WRITE RECNRPT-LINE FROM RR-AGE-LINE
           END-IF.

       0520-EXIT.
           EXIT.

      ******************************************************************
      * BUSINESS DAYS SINCE THE FEED DATE (A FRIDAY FEED IS ONE DAY OLD
      * ON MONDAY) AND THE DEADLINE - THE FEED DATE STEPPED FORWARD THE
      * RECNPARM NUMBER OF BUSINESS DAYS. A RUNCTL DATE BUSDAYS WILL
      * NOT TAKE AGES ZERO WITH NO DEADLINE; NO CALENDAR IS A HARD
      * STOP.
      ******************************************************************
       0530-AGE-AGAINST-DEADLINE.
           MOVE ZERO TO WS-AGE-DAYS
           MOVE ZERO TO WS-DEADLINE-DATE
           MOVE 'C' TO BUSD-FUNCTION
           MOVE RUNCTL-RUN-DATE TO BUSD-FROM-DATE
           MOVE WS-TODAY-DATE TO BUSD-TO-DATE
           CALL 'BUSDAYS' USING BUSD-PARMS
           IF BUSD-OK
               MOVE BUSD-DAYS TO WS-AGE-DAYS
               MOVE 'A' TO BUSD-FUNCTION
               MOVE RUNCTL-RUN-DATE TO BUSD-FROM-DATE
               MOVE WS-DEADLINE-DAYS TO BUSD-DAYS
               CALL 'BUSDAYS' USING BUSD-PARMS
               IF BUSD-OK
                   MOVE BUSD-TO-DATE TO WS-DEADLINE-DATE
               END-IF
           END-IF
           IF BUSD-NO-CALENDAR
               DISPLAY 'LEDGRECN: BUSDAYS AGING FAILED, RC '
                       BUSD-RC
               DISPLAY 'LEDGRECN: RUN ABORTED - SEE PRECEDING '
                       'MESSAGES'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       0530-EXIT.
           EXIT.

       0900-TERMINATE.
           CLOSE LEDGER-FILE
           CLOSE LEDGACK-FILE
           CLOSE RECNRPT-FILE
           DISPLAY 'LEDGRECN: ACK MISMATCHES     = ' WS-MISMATCH-CNT
           DISPLAY 'LEDGRECN: UNACKED FEEDS      = ' WS-UNACKED-CNT
           DISPLAY 'LEDGRECN: OVERDUE FEEDS      = ' WS-OVERDUE-CNT
           IF WS-RECN-FAILED
               DISPLAY 'LEDGRECN: *** ACK DISAGREES WITH EXTRACT - '
                       'SEE RECNRPT ***'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-OVERDUE-CNT > ZERO
                   DISPLAY 'LEDGRECN: *** FEED ACK PAST DEADLINE - '
                           'SEE RECNRPT ***'
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       0900-EXIT.

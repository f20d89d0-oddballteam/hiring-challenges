      ***%            STEP025 CAN TOUCH THE CLUSTER. CODECHAL KEEPS
      ***%            ITS OWN CHECK AS THE BACKSTOP.
      ***%************************************************************:
      ***%CCR#      :                      PROGRAMMER: MAINTENANCE
      ***%MODLOG TAG:                      COMPANY   : ODDBALL
      ***%RELEASE NO:                      DATE      : 10/15/2026
      ***%
      ***%PROBLEM   : TESTI-RELEASE-ID (CARVED FROM THE TESTI FILLER)
      ***%            TELLS CODECHAL A RECORD WAS RELEASED OVER ITS
      ***%            KEY'S POSTING LIMIT BY AN AUTHORIZED OFFICER.
      ***%            A SOURCE SENDING ANYTHING THERE WOULD BYPASS
      ***%            THE LIMIT ON ITS OWN SAY-SO.
      ***%
      ***%SOLUTION  : 0220-PASS-DETAIL BLANKS TESTI-RELEASE-ID ON
      ***%            EVERY DETAIL IT PASSES - ONLY HELDREL, VIA
      ***%            TESTI.RECYCLE, CAN STAMP IT.
      ***%************************************************************:
      ***%CCR#      :                      PROGRAMMER: MAINTENANCE
      ***%MODLOG TAG:                      COMPANY   : ODDBALL
      ***%RELEASE NO:                      DATE      : 10/15/2026
      ***%
      ***%PROBLEM   : A DETAIL LOST ITS FEEDCTL BATCH IDENTITY THE
      ***%            MOMENT IT LEFT THIS PROGRAM, SO NOTHING COULD
      ***%            RETURN ITS OUTCOME TO THE BATCH IT CAME IN.
      ***%
      ***%SOLUTION  : 0220-PASS-DETAIL STAMPS THE BATCH HEADER'S
      ***%            SOURCE ID AND FEED DATE INTO TESTI-FEED-
      ***%            SOURCE-ID/TESTI-FEED-DATE ON EVERY DETAIL IT
      ***%            PASSES, FOR THE SRCRTN SOURCE RETURN FILE.
      ***%************************************************************:
      ***%CCR#      :                      PROGRAMMER: MAINTENANCE
      ***%MODLOG TAG:                      COMPANY   : ODDBALL
      ***%RELEASE NO:                      DATE      : 10/15/2026
      ***%
      ***%PROBLEM   : A DEFAULTED RUN DATE WAS THE CALENDAR DATE, SO A
      ***%            WEEKEND OR HOLIDAY RUN LANDED ON A NON-POSTING
      ***%            DAY.
      ***%
      ***%SOLUTION  : THE DEFAULT NOW ROLLS FORWARD TO THE NEXT BUSINESS
      ***%            DAY ON THE BUSCAL CALENDAR (CALL BUSDAYS), AS
      ***%            EVERY STEP OF THE STREAM DOES. A PARMIN RUN DATE
      ***%            STILL OVERRIDES IT.
      ***%************************************************************:
      ***%CCR#      :                      PROGRAMMER: MAINTENANCE
      ***%MODLOG TAG:                      COMPANY   : ODDBALL
      ***%RELEASE NO:                      DATE      : 10/15/2026
      ***%
      ***%PROBLEM   : NOTHING ON A DETAIL RECORDED THE AMOUNT IT ADDED
      ***%            TO THE BATCH HASH, SO ONCE SUSPFIX CORRECTED AN
      ***%            AMOUNT THE ITEM COULD NO LONGER BE TIED BACK TO
      ***%            ITS FEEDREG HASH.
      ***%
      ***%SOLUTION  : EACH DETAIL NOW CARRIES THE AMOUNT IT HASHED IN
      ***%            TESTI-FEED-AMT (ZERO FOR A NON-NUMERIC AMOUNT),
      ***%            CARVED FROM THE FILLER.
      ***%************************************************************:
      ***%CCR#      :                      PROGRAMMER: MAINTENANCE
      ***%MODLOG TAG:                      COMPANY   : ODDBALL
      ***%RELEASE NO:                      DATE      : 10/15/2026
      ***%
      ***%PROBLEM   : THE RUN NEVER TOOK THE PROCESSING CYCLE FROM
      ***%            PARMIN, SO ITS RUNCTL ROWS WERE KEYED WITH NO
      ***%            CYCLE, FEEDREG ROWS CARRIED NO ACCEPTING CYCLE
      ***%            (SRCRTN FOUND NO BATCHES TO RETURN), AND A
      ***%            CATCH-UP CYCLE COULD RUN AHEAD OF THE ONE BEFORE
      ***%            IT.
      ***%
      ***%SOLUTION  : TAKES THE CYCLE FROM PARM-RUN-CYCLE (ZERO OR
      ***%            SPACES MEANS CYCLE 1) INTO THE RUNCTL KEY AND
      ***%            FEEDREG-ACCEPT-CYCLE. THE DUPLICATE GATE IS PER
      ***%            CYCLE, AND CYCLE 2 AND UP IS REFUSED RC=8 UNTIL
      ***%            THE PRIOR CYCLE'S CODECHAL ROW IS COMPLETED. THE
      ***%            ACCEPTANCE REPORT TITLE SHOWS THE CYCLE.
      ***%************************************************************:
      *********** E N D   M A I N T E N A N C E   N O T E S ***********
      *****************************************************************
       ENVIRONMENT DIVISION.
               88  RUNCTL-SUCCESS                VALUE ZERO.
           05  WS-REGISTER-RC              PIC  9(04)      VALUE ZERO.
           05  WS-RUN-DATE                 PIC  9(08)      VALUE ZERO.
           05  WS-RUN-CYCLE                PIC  9(01)      VALUE 1.
           05  WS-PRIOR-CYCLE              PIC  9(01)      VALUE ZERO.
           05  WS-IN-BATCH-SW              PIC  X(01)      VALUE 'N'.
               88  WS-IN-BATCH                   VALUE 'Y'.
               88  WS-NOT-IN-BATCH               VALUE 'N'.
               10  FILLER                  PIC  X(09) VALUE
                   'RUN DATE '.
               10  FA-RUN-DATE             PIC  9(08).
               10  FILLER                  PIC  X(07) VALUE
                   ' CYCLE '.
               10  FA-RUN-CYCLE            PIC  9(01).
               10  FILLER                  PIC  X(13) VALUE SPACES.
           05  FA-HEADING-LINE.
               10  FILLER                  PIC  X(80) VALUE
                   'SOURCE    FEED DATE      COUNT           HASH VERDI
           05  FA-VERDICT-LINE.
               10  FA-VERDICT-TEXT         PIC  X(80).

           COPY BUSDPARM.

       PROCEDURE DIVISION.

      ******************************************************************
      ******************************************************************
       0100-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM 0102-ROLL-RUN-DATE
           OPEN INPUT PARMIN-FILE
           READ PARMIN-FILE
               AT END
                      PARM-RUN-DATE > 0
                       MOVE PARM-RUN-DATE TO WS-RUN-DATE
                   END-IF
                   IF PARM-RUN-CYCLE NUMERIC AND
                      PARM-RUN-CYCLE > 0
                       MOVE PARM-RUN-CYCLE TO WS-RUN-CYCLE
                   END-IF
           END-READ
           CLOSE PARMIN-FILE
           PERFORM 0140-REGISTER-RUN-START
               PERFORM 0130-ABORT-RUN
           END-IF
           MOVE WS-RUN-DATE TO FA-RUN-DATE
           MOVE WS-RUN-CYCLE TO FA-RUN-CYCLE
           WRITE FEEDRPT-LINE FROM FA-TITLE-LINE
           WRITE FEEDRPT-LINE FROM FA-BLANK-LINE
           WRITE FEEDRPT-LINE FROM FA-HEADING-LINE.
       0100-EXIT.
           EXIT.

      ******************************************************************
      * A DEFAULTED RUN DATE ROLLS FORWARD TO THE NEXT BUSINESS DAY
      * ON THE BUSCAL CALENDAR - A WEEKEND OR HOLIDAY RUN POSTS AS THE
      * NEXT POSTING DAY, THE SAME DAY EVERY STEP OF THE STREAM ROLLS
      * TO, SO THE RUNCTL ROWS LINE UP. A PARMIN RUN DATE STILL
      * OVERRIDES IT.
      ******************************************************************
       0102-ROLL-RUN-DATE.
           MOVE 'R' TO BUSD-FUNCTION
           MOVE WS-RUN-DATE TO BUSD-FROM-DATE
           CALL 'BUSDAYS' USING BUSD-PARMS
           IF BUSD-OK
               MOVE BUSD-TO-DATE TO WS-RUN-DATE
           ELSE
               DISPLAY 'FEEDACC: BUSDAYS ROLL FAILED, RC '
                       BUSD-RC
               PERFORM 0130-ABORT-RUN
           END-IF.

       0102-EXIT.
           EXIT.

      ******************************************************************
      * HARD STOP FOR A RUN THAT CANNOT TRUST ITS REGISTER - SAME
      * GUARD PATTERN AS CODECHAL'S 0130-ABORT-RUN.
      * (STEP 'FEEDACC') SO A FEED REFUSED BEFORE THE SORT STILL
      * SHOWS ON THE OPERATOR INQUIRY - BUT FIRST ENFORCE THE
      * DUPLICATE-DATE GATE: A RUN DATE WHOSE CODECHAL ROW IS
      * ALREADY COMPLETED FOR THIS CYCLE IS REFUSED RC=8 RIGHT HERE,
      * BEFORE STEP025 CAN REDEFINE THE COMPLETED CYCLE'S TESTO
      * CLUSTER (EVERY LATER STEP RUNS COND=(0,NE)). A CATCH-UP CYCLE
      * IS ALSO REFUSED RC=8 UNTIL THE PRIOR CYCLE'S CODECHAL ROW IS
      * COMPLETED, SO THE CYCLES OF A DATE RUN STRICTLY IN ORDER AND
      * NEVER POST OVER ONE ANOTHER. A ROW STILL 'S' IS AN
      * ABENDED RUN - A FULL RERUN OF THAT DATE IS A LEGITIMATE
      * OPERATOR CHOICE AND PASSES. CODECHAL REPEATS THE CHECK AS
      * THE BACKSTOP AND OWNS THE RESTART VALIDATION (RESTART RUNS
                       RUNCTL-STATUS
               PERFORM 0130-ABORT-RUN
           END-IF
           MOVE WS-RUN-DATE  TO RUNCTL-RUN-DATE
           MOVE WS-RUN-CYCLE TO RUNCTL-RUN-CYCLE
           MOVE 'CODECHAL'   TO RUNCTL-STEP
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RUNCTL-COMPLETED
                       DISPLAY 'FEEDACC: RUN DATE ' WS-RUN-DATE
                               ' CYCLE ' WS-RUN-CYCLE
                               ' ALREADY PROCESSED - REFUSING RUN '
                               'BEFORE THE TESTO REDEFINE'
                       CLOSE RUNCTL-FILE
                       GOBACK
                   END-IF
           END-READ
           IF WS-RUN-CYCLE > 1
               PERFORM 0145-CHECK-PRIOR-CYCLE
           END-IF
           MOVE WS-RUN-DATE  TO RUNCTL-RUN-DATE
           MOVE WS-RUN-CYCLE TO RUNCTL-RUN-CYCLE
           MOVE 'FEEDACC'    TO RUNCTL-STEP
           SET RUNCTL-STARTED TO TRUE
           MOVE FUNCTION CURRENT-DATE TO RUNCTL-START-TS
           MOVE SPACES TO RUNCTL-END-TS
       0140-EXIT.
           EXIT.

      ******************************************************************
      * A CATCH-UP CYCLE ONLY RUNS ONCE THE CYCLE BEFORE IT HAS
      * COMPLETED CODECHAL FOR THE SAME RUN DATE - A PRIOR CYCLE THAT
      * NEVER RAN, OR IS STILL 'S' (RUNNING OR ABENDED), REFUSES THIS
      * ONE RC=8 BEFORE ANYTHING IS TOUCHED.
      ******************************************************************
       0145-CHECK-PRIOR-CYCLE.
           COMPUTE WS-PRIOR-CYCLE = WS-RUN-CYCLE - 1
           MOVE WS-RUN-DATE    TO RUNCTL-RUN-DATE
           MOVE WS-PRIOR-CYCLE TO RUNCTL-RUN-CYCLE
           MOVE 'CODECHAL'     TO RUNCTL-STEP
           READ RUNCTL-FILE
               INVALID KEY
                   DISPLAY 'FEEDACC: RUN DATE ' WS-RUN-DATE
                           ' CYCLE ' WS-PRIOR-CYCLE
                           ' NEVER RAN - REFUSING CYCLE '
                           WS-RUN-CYCLE
                   CLOSE RUNCTL-FILE
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               NOT INVALID KEY
                   IF NOT RUNCTL-COMPLETED
                       DISPLAY 'FEEDACC: RUN DATE ' WS-RUN-DATE
                               ' CYCLE ' WS-PRIOR-CYCLE
                               ' NOT COMPLETED - REFUSING CYCLE '
                               WS-RUN-CYCLE
                       CLOSE RUNCTL-FILE
                       MOVE 8 TO RETURN-CODE
                       GOBACK
                   END-IF
           END-READ.

       0145-EXIT.
           EXIT.

      ******************************************************************
      * READ ONE TESTI.RAW RECORD AND ROUTE IT BY ITS MARK - '**H'
      * OPENS A BATCH, '**T' PROVES AND CLOSES IT, ANYTHING ELSE IS A
      * AS ZERO - FIELD EDITS REMAIN CODECHAL'S JOB, THE HASH ONLY
      * PROVES THE TRANSMISSION CARRIED WHAT THE SOURCE SENT. A
      * DETAIL OUTSIDE ANY BATCH (NO HEADER SEEN) FAILS THE STREAM.
      * TESTI-RELEASE-ID IS BLANKED ON THE WAY THROUGH - A SOURCE
      * CANNOT RELEASE ITS OWN TRANSACTION OVER A POSTING LIMIT.
      * THE BATCH'S SOURCE ID AND FEED DATE ARE STAMPED ON THE DETAIL
      * SO SRCRTN CAN RETURN ITS OUTCOME TO THE BATCH IT CAME IN, AND
      * THE AMOUNT IT CONTRIBUTED TO THE HASH IS STAMPED IN
      * TESTI-FEED-AMT SO FUNDRECN CAN STILL TIE IT TO THE FEEDREG
      * HASH AFTER A SUSPFIX CORRECTION.
      ******************************************************************
       0220-PASS-DETAIL.
           IF WS-NOT-IN-BATCH
               ADD 1 TO WS-BAT-READ-CNT
               IF TESTI-TRAN-AMT NUMERIC
                   ADD TESTI-TRAN-AMT TO WS-BAT-AMT-HASH
                   MOVE TESTI-TRAN-AMT TO TESTI-FEED-AMT
               ELSE
                   MOVE ZERO TO TESTI-FEED-AMT
               END-IF
               IF WS-BATCH-GOOD
                   MOVE SPACES TO TESTI-RELEASE-ID
                   MOVE WS-BAT-SOURCE-ID TO TESTI-FEED-SOURCE-ID
                   MOVE WS-BAT-FEED-DATE TO TESTI-FEED-DATE
                   WRITE TESTICLN-RECORD FROM TESTI-RECORD
                   ADD 1 TO WS-DETAIL-OUT-CNT
               END-IF
           MOVE WS-BAT-SOURCE-ID TO FEEDREG-SOURCE-ID
           MOVE WS-BAT-FEED-DATE TO FEEDREG-FEED-DATE
           MOVE WS-RUN-DATE      TO FEEDREG-ACCEPT-DATE
           MOVE WS-RUN-CYCLE     TO FEEDREG-ACCEPT-CYCLE
           MOVE WS-BAT-READ-CNT  TO FEEDREG-REC-CNT
           MOVE WS-BAT-AMT-HASH  TO FEEDREG-AMT-HASH
           WRITE FEEDREG-RECORD
      * RETURN CODE.
      ******************************************************************
       0890-REGISTER-RUN-END.
           MOVE WS-RUN-DATE  TO RUNCTL-RUN-DATE
           MOVE WS-RUN-CYCLE TO RUNCTL-RUN-CYCLE
           MOVE 'FEEDACC'    TO RUNCTL-STEP
           READ RUNCTL-FILE
               INVALID KEY
                   DISPLAY 'FEEDACC: WARNING - RUNCTL ROW MISSING '

      * THE AUDITFIL RECORDS DATED THIS RUN, THEN CROSS-FOOTS THEM:
      *
      *     TESTI READ   =  TESTO WRITTEN  +  REJECTED THIS RUN
      *                      +  HELD FOR A POSTING LIMIT THIS RUN
      *                      -  MATCHED ADJUSTMENTS (EACH MATCHED
      *                         TYPE-'02' RECORD WRITES A BACK-OUT
      *                         PLUS A REPOST)
      * STOPS BEFORE THE TESTO FILE FLOWS DOWNSTREAM, AND THE BALRPT
      * DISCREPANCY REPORT SAYS WHICH LEG DISAGREED AND BY HOW MUCH.
      *
      * TESTI-REJECT, TESTI.HELD, AND AUDITFIL ARE MOD DATASETS
      * CARRYING RECORDS FROM PRIOR RUNS, SO ONLY RECORDS STAMPED
      * WITH THIS RUN'S DATE ARE COUNTED. THE TESTO KSDS IS REDEFINED
      * FRESH EACH RUN, SO ITS FULL RECORD COUNT IS THIS RUN'S
      * OUTPUT.
      *
      *****************************************************************
      *************** M A I N T E N A N C E   N O T E S ***************
      ***%            RUN-CONTROL KSDS UNDER STEP 'RUNBAL', LIKE
      ***%            EVERY OTHER STEP OF THE STREAM.
      ***%************************************************************:
      ***%CCR#      :                      PROGRAMMER: MAINTENANCE
      ***%MODLOG TAG:                      COMPANY   : ODDBALL
      ***%RELEASE NO:                      DATE      : 10/15/2026
      ***%
      ***%PROBLEM   : CODECHAL NOW HOLDS A TRANSACTION THAT WOULD
      ***%            BREACH ITS KEY'S POSTING LIMIT - IT IS NEITHER
      ***%            WRITTEN NOR REJECTED, SO THE READS LEG WOULD
      ***%            FAIL THE FIRST RUN THAT HELD ANYTHING.
      ***%
      ***%SOLUTION  : COUNTS THE HELDTRAN RECORDS DATED THIS RUN AS A
      ***%            THIRD DISPOSITION ON THE READS LEG. A HELD
      ***%            ADJUSTMENT WROTE NOTHING, SO IT COMES OFF THE
      ***%            MATCHED-ADJUSTMENT EXTRA-WRITE ALLOWANCE THE
      ***%            SAME AS A REJECTED ONE.
      ***%************************************************************:
      ***%CCR#      :                      PROGRAMMER: MAINTENANCE
      ***%MODLOG TAG:                      COMPANY   : ODDBALL
      ***%RELEASE NO:                      DATE      : 10/15/2026
      ***%
      ***%PROBLEM   : A SAME-DAY CATCH-UP CYCLE COULD NOT BALANCE ON ITS
      ***%            OWN - THE REJECT, HELD, AND AUDIT FILTERS TOOK
      ***%            EVERY RECORD OF THE RUN DATE, SO THE OVERNIGHT
      ***%            CYCLE'S RECORDS WOULD FAIL THE CATCH-UP CYCLE'S
      ***%            CROSS-FOOT.
      ***%
      ***%SOLUTION  : TAKES THE CYCLE FROM PARM-RUN-CYCLE AND FILTERS
      ***%            THE REJECT, HELD, AND AUDIT RECORDS ON RUN DATE
      ***%            AND CYCLE. THE AUDIT FILTER USES THE NEW
      ***%            AUDIT-RUN-DATE/AUDIT-RUN-CYCLE IN PLACE OF THE
      ***%            TIMESTAMP WINDOW. RUNCTL ROW AND REPORT TITLE
      ***%            CARRY THE CYCLE.
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
      *********** E N D   M A I N T E N A N C E   N O T E S ***********
      *****************************************************************
       ENVIRONMENT DIVISION.
                                   STATUS  TESTO-STATUS.
           SELECT  TESTIREJ-FILE   ASSIGN  TESTIREJ
                                   STATUS  TESTIREJ-STATUS.
           SELECT  HELDTRAN-FILE   ASSIGN  HELDTRAN
                                   STATUS  HELDTRAN-STATUS.
           SELECT  AUDITFIL-FILE   ASSIGN  AUDITFIL
                                   STATUS  AUDITFIL-STATUS.
           SELECT  OPTIONAL
           BLOCK 0 RECORDS.
           COPY TESTIREJ.

       FD  HELDTRAN-FILE
           RECORDING F
           BLOCK 0 RECORDS.
           COPY HELDTRAN.

       FD  AUDITFIL-FILE
           RECORDING F
           BLOCK 0 RECORDS.
           05  TESTIREJ-STATUS             PIC  X(02).
               88  TESTIREJ-SUCCESS              VALUE ZERO.
               88  TESTIREJ-EOF                  VALUE '10'.
           05  HELDTRAN-STATUS             PIC  X(02).
               88  HELDTRAN-SUCCESS              VALUE ZERO.
               88  HELDTRAN-EOF                  VALUE '10'.
           05  AUDITFIL-STATUS             PIC  X(02).
               88  AUDITFIL-SUCCESS              VALUE ZERO.
               88  AUDITFIL-EOF                  VALUE '10'.
           05  WS-RUN-DATE                 PIC  9(08)      VALUE ZERO.
           05  WS-RUN-DATE-X REDEFINES WS-RUN-DATE
                                           PIC  X(08).
           05  WS-RUN-CYCLE                PIC  9(01)      VALUE 1.
           05  WS-TODAY-DATE               PIC  9(08)      VALUE ZERO.
           05  WS-TODAY-DATE-X REDEFINES WS-TODAY-DATE
                                           PIC  X(08).
           05  WS-TESTI-CNT                PIC S9(08)      VALUE ZERO.
           05  WS-TESTO-CNT                PIC S9(08)      VALUE ZERO.
           05  WS-REJECT-CNT               PIC S9(08)      VALUE ZERO.
           05  WS-HELD-CNT                 PIC S9(08)      VALUE ZERO.
           05  WS-ADJ-HELD-CNT             PIC S9(08)      VALUE ZERO.
           05  WS-AUDIT-CNT                PIC S9(08)      VALUE ZERO.
           05  WS-READS-DIFF               PIC S9(08)      VALUE ZERO.
           05  WS-AUDIT-DIFF               PIC S9(08)      VALUE ZERO.
               10  FILLER                  PIC  X(09) VALUE
                   'RUN DATE '.
               10  BR-RUN-DATE             PIC  X(08).
               10  FILLER                  PIC  X(07) VALUE
                   ' CYCLE '.
               10  BR-RUN-CYCLE            PIC  9(01).
               10  FILLER                  PIC  X(17) VALUE SPACES.
           05  BR-COUNT-LINE.
               10  BR-COUNT-DESC           PIC  X(38).
               10  BR-COUNT-VALUE          PIC  ZZZ,ZZZ,ZZ9.
           05  BR-VERDICT-LINE.
               10  BR-VERDICT-TEXT         PIC  X(80).

           COPY BUSDPARM.

       PROCEDURE DIVISION.

      ******************************************************************
           PERFORM 0200-COUNT-TESTI   UNTIL TESTI-EOF
           PERFORM 0300-COUNT-TESTO   UNTIL TESTO-EOF
           PERFORM 0400-COUNT-REJECTS UNTIL TESTIREJ-EOF
           PERFORM 0450-COUNT-HELD    UNTIL HELDTRAN-EOF
           PERFORM 0500-COUNT-AUDIT   UNTIL AUDITFIL-EOF
           PERFORM 0600-CROSS-FOOT
           PERFORM 0900-TERMINATE
      * THE RUN DATE (USED TO FILTER THE REJECT RECORDS CODECHAL
      * STAMPED) DEFAULTS TO TODAY AND FOLLOWS THE SAME PARM-RUN-DATE
      * OVERRIDE CODECHAL HONORS, SO THE TWO PROGRAMS ALWAYS AGREE.
      * THE PROCESSING CYCLE FOLLOWS PARM-RUN-CYCLE THE SAME WAY -
      * EVERY FILTER BELOW IS ON THE RUN DATE AND CYCLE CODECHAL
      * STAMPED, SO EACH CATCH-UP CYCLE OF A BUSINESS DAY BALANCES
      * ON ITS OWN. THE AUDIT RECORDS CARRY THE RUN DATE AND CYCLE
      * TOO (AUDIT-RUN-DATE/AUDIT-RUN-CYCLE), SO A CYCLE THAT
      * STRADDLES MIDNIGHT NO LONGER NEEDS A TIMESTAMP WINDOW.
      ******************************************************************
       0100-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE-X
           MOVE WS-TODAY-DATE TO WS-RUN-DATE
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
                   IF PARM-RESTART-RRN NUMERIC AND
                      PARM-RESTART-RRN > 0
                       MOVE PARM-RESTART-RRN TO WS-RESTART-RRN
                   END-IF
           END-READ
           CLOSE PARMIN-FILE
           PERFORM 0140-REGISTER-RUN-START
           OPEN INPUT  TESTI-FILE
           OPEN INPUT  TESTO-FILE
           OPEN INPUT  TESTIREJ-FILE
           OPEN INPUT  HELDTRAN-FILE
           OPEN INPUT  AUDITFIL-FILE
           OPEN OUTPUT BALRPT-FILE.

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
               DISPLAY 'RUNBAL: BUSDAYS ROLL FAILED, RC '
                       BUSD-RC
               DISPLAY 'RUNBAL: RUN ABORTED - SEE PRECEDING MESSAGES'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       0102-EXIT.
           EXIT.

      ******************************************************************
      * REGISTER THIS STEP'S START IN THE RUNCTL RUN-CONTROL MASTER
      * (STEP 'RUNBAL') SO THE OPERATOR INQUIRY SHOWS THE BALANCING
               GOBACK
           END-IF
           MOVE WS-RUN-DATE TO RUNCTL-RUN-DATE
           MOVE WS-RUN-CYCLE TO RUNCTL-RUN-CYCLE
           MOVE 'RUNBAL'    TO RUNCTL-STEP
           SET RUNCTL-STARTED TO TRUE
           MOVE FUNCTION CURRENT-DATE TO RUNCTL-START-TS

      ******************************************************************
      * TESTI-REJECT IS A MOD DATASET - ONLY SUSPENSE RECORDS STAMPED
      * WITH THIS RUN'S DATE AND CYCLE BY 0290-WRITE-REJECT-RECORD
      * COUNT AGAINST THIS RUN'S BALANCE. OLDER RECORDS ARE PRIOR-RUN
      * SUSPENSE.
      ******************************************************************
       0400-COUNT-REJECTS.
           READ TESTIREJ-FILE
               AT END
                   SET TESTIREJ-EOF TO TRUE
               NOT AT END
                   IF TESTI-REJECT-DATE = WS-RUN-DATE AND
                      TESTI-REJECT-RUN-CYCLE = WS-RUN-CYCLE
                       ADD 1 TO WS-REJECT-CNT
                       IF TESTI-REJ-TYPE-ADJUSTMENT
                           ADD 1 TO WS-ADJ-REJ-CNT
       0400-EXIT.
           EXIT.

      ******************************************************************
      * TESTI.HELD IS A MOD DATASET TOO - ONLY RECORDS 0255-HOLD-
      * TRANSACTION STAMPED WITH THIS RUN'S DATE AND CYCLE ARE THIS
      * RUN'S HOLDS. OLDER ONES ARE STILL WAITING ON A RELEASE CARD.
      ******************************************************************
       0450-COUNT-HELD.
           READ HELDTRAN-FILE
               AT END
                   SET HELDTRAN-EOF TO TRUE
               NOT AT END
                   IF HELD-DATE = WS-RUN-DATE AND
                      HELD-RUN-CYCLE = WS-RUN-CYCLE
                       ADD 1 TO WS-HELD-CNT
                       IF HELD-TYPE-ADJUSTMENT
                           ADD 1 TO WS-ADJ-HELD-CNT
                       END-IF
                   END-IF
           END-READ.

       0450-EXIT.
           EXIT.

      ******************************************************************
      * AUDITFIL IS A MOD DATASET - ONLY AUDIT RECORDS CODECHAL
      * ITSELF CUT (AUDIT-SOURCE-PGM 'CODECHAL') FOR THIS RUN DATE
      * AND CYCLE COUNT AGAINST THIS RUN'S BALANCE. OTHER CYCLES'
      * RECORDS CARRY ANOTHER DATE OR CYCLE, AND SUSPFIX/RECATG
      * RECORDS APPENDED ON A CYCLE DAY FAIL THE SOURCE-PROGRAM
      * TEST, SO NEITHER CAN FAIL AN IN-BALANCE RUN.
      ******************************************************************
                   SET AUDITFIL-EOF TO TRUE
               NOT AT END
                   IF AUDIT-SOURCE-PGM = 'CODECHAL' AND
                      AUDIT-RUN-DATE = WS-RUN-DATE AND
                      AUDIT-RUN-CYCLE = WS-RUN-CYCLE
                       ADD 1 TO WS-AUDIT-CNT
                   END-IF
           END-READ.
      ******************************************************************
       0600-CROSS-FOOT.
           COMPUTE WS-ADJ-EXTRA = WS-ADJ-CNT - WS-ADJ-REJ-CNT
                                             - WS-ADJ-HELD-CNT
           IF WS-ADJ-EXTRA < ZERO
               MOVE ZERO TO WS-ADJ-EXTRA
           END-IF
           COMPUTE WS-READS-DIFF =
                   WS-TESTI-CNT - (WS-TESTO-CNT + WS-REJECT-CNT
                                   + WS-HELD-CNT - WS-ADJ-EXTRA)
           COMPUTE WS-AUDIT-DIFF = WS-AUDIT-CNT - WS-TESTO-CNT
           IF WS-AUDIT-DIFF NOT = ZERO
               SET WS-RUN-OUT-OF-BALANCE TO TRUE
           CLOSE TESTI-FILE
           CLOSE TESTO-FILE
           CLOSE TESTIREJ-FILE
           CLOSE HELDTRAN-FILE
           CLOSE AUDITFIL-FILE
           CLOSE BALRPT-FILE
           IF WS-RUN-IN-BALANCE
      ******************************************************************
       0890-REGISTER-RUN-END.
           MOVE WS-RUN-DATE TO RUNCTL-RUN-DATE
           MOVE WS-RUN-CYCLE TO RUNCTL-RUN-CYCLE
           MOVE 'RUNBAL'    TO RUNCTL-STEP
           READ RUNCTL-FILE
               INVALID KEY

       0910-WRITE-BALANCE-REPORT.
           MOVE WS-RUN-DATE TO BR-RUN-DATE
           MOVE WS-RUN-CYCLE TO BR-RUN-CYCLE
           WRITE BALRPT-LINE FROM BR-TITLE-LINE
           IF WS-RESTART-RRN > 0
               MOVE WS-RESTART-RRN TO BR-RESTART-RRN
             TO BR-COUNT-DESC
           MOVE WS-REJECT-CNT TO BR-COUNT-VALUE
           WRITE BALRPT-LINE FROM BR-COUNT-LINE
           MOVE 'HELD FOR POSTING LIMIT THIS RUN.......'
             TO BR-COUNT-DESC
           MOVE WS-HELD-CNT TO BR-COUNT-VALUE
           WRITE BALRPT-LINE FROM BR-COUNT-LINE
           MOVE 'AUDIT RECORDS DATED THIS RUN..........'
             TO BR-COUNT-DESC
           MOVE WS-AUDIT-CNT TO BR-COUNT-VALUE
           MOVE WS-ADJ-EXTRA TO BR-COUNT-VALUE
           WRITE BALRPT-LINE FROM BR-COUNT-LINE
           WRITE BALRPT-LINE FROM BR-BLANK-LINE
           MOVE 'READS = WRITES + REJ + HELD - ADJ XTRA'
             TO BR-LEG-DESC
           EVALUATE TRUE
               WHEN WS-READS-DIFF = ZERO

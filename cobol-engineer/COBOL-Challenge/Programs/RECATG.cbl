      * A REVERSAL ENTRY (NEGATIVE AMOUNT) IS EVALUATED ON ITS
      * MAGNITUDE SO IT MOVES WITH THE POSTING IT BACKS OUT.
      *
      * A RECORD WHOSE ACCOUNTING PERIOD IS LOCKED ON PERCTL KEEPS
      * THE CATEGORY IT CLOSED UNDER - THE MOVE IS CUT AS A PRIOR-
      * PERIOD ADJUSTMENT INSTEAD: THE DELTA PAIR POSTS INTO THE OPEN
      * (RUN DATE) PERIOD FLAGGED 'Y', THE AUDIT RECORD CARRIES
      * SOURCE PROGRAM 'RECATPPA', AND THE RECORD ONLY HAS ITS
      * RECLASS FIELDS SET SO A RERUN DOES NOT CUT THE MOVE TWICE.
      *
      * RUN AT A CLEAN POINT, NOT DURING THE NIGHTLY STREAM - THE
      * RESIDENT CYCLE IS TAKEN FROM THE LATEST COMPLETED CODECHAL
      * RUN AND MUST NOT CHANGE UNDER IT. EVERY AUDIT RECORD CARRIES
      * THE RUN DATE, CYCLE, AND SEQUENCE OF THE TESTHIST ROW IT
      * DESCRIBES (AUDIT-RUN-DATE/AUDIT-RUN-CYCLE/AUDIT-SEQ).
      *
      *****************************************************************
      *************** M A I N T E N A N C E   N O T E S ***************
      ***%            CATGTBL, BEFORE/AFTER AUDIT RECORDS, AND A
      ***%            REVERSING/RE-POSTING DELTA LEDGER EXTRACT.
      ***%************************************************************:
      ***%CCR#      :                      PROGRAMMER: MAINTENANCE
      ***%MODLOG TAG:                      COMPANY   : ODDBALL
      ***%RELEASE NO:                      DATE      : 10/15/2026
      ***%
      ***%PROBLEM   : A BACKDATED RULES CHANGE REWROTE CATEGORIES IN
      ***%            MONTHS ALREADY CLOSED AND REPORTED, MOVING
      ***%            FIGURES THE MONTH-END SNAPSHOT HAD FROZEN.
      ***%
      ***%SOLUTION  : READS PERCTL FOR THE HIGHEST LOCKED PERIOD
      ***%            (0150). A MOVE FOR A TESTO OR TESTHIST RECORD IN
      ***%            A LOCKED PERIOD LEAVES ITS CATEGORY ALONE, SETS
      ***%            THE RECLASS SWITCH/CATEGORY, AND CUTS THE DELTA
      ***%            PAIR INTO THE OPEN PERIOD AS A FLAGGED PRIOR-
      ***%            PERIOD ADJUSTMENT, AUDITED UNDER 'RECATPPA'
      ***%            (0240/0350/0360). EVERY DELTA 'D' RECORD NOW
      ***%            CARRIES LD-PERIOD AND LD-PPA-FLAG LIKE THE
      ***%            NIGHTLY TESTOXTR FEED.
      ***%************************************************************:
      ***%CCR#      :                      PROGRAMMER: MAINTENANCE
      ***%MODLOG TAG:                      COMPANY   : ODDBALL
      ***%RELEASE NO:                      DATE      : 10/15/2026
      ***%
      ***%PROBLEM   : WITH SAME-DAY CATCH-UP CYCLES, THE RESIDENT TESTO
      ***%            CYCLE IS A RUN DATE AND A CYCLE - MATCHING ON DATE
      ***%            ALONE WOULD SYNC AN EARLIER CYCLE'S HISTORY ROWS
      ***%            WITHOUT AUDIT OR DELTA ENTRIES. THE AUDIT RECORDS
      ***%            ALSO COULD NOT SAY WHICH HISTORY ROW THEY MOVED.
      ***%
      ***%SOLUTION  : THE RESIDENT CYCLE IS NOW THE LATEST COMPLETED
      ***%            CODECHAL RUN DATE AND CYCLE, LOOKED UP ON EVERY
      ***%            RUN. EACH AUDIT RECORD CARRIES THE MOVED POSTING'S
      ***%            TESTHIST RUN DATE, CYCLE, AND SEQUENCE.
      ***%************************************************************:
      ***%CCR#      :                      PROGRAMMER: MAINTENANCE
      ***%MODLOG TAG:                      COMPANY   : ODDBALL
      ***%RELEASE NO:                      DATE      : 10/15/2026
      ***%
      ***%PROBLEM   : AUDITFIL GREW TO 93 BYTES (PERIOD AND PRIOR-PERIOD
      ***%            ADJUSTMENT FLAG) SO HISTRCVR CAN ROLL TESTHIST
      ***%            FORWARD FROM THE AUDIT TRAIL.
      ***%
      ***%SOLUTION  : 0250-AUDIT-AND-EXTRACT STAMPS THE PERIOD AND FLAG
      ***%            THE DELTA LEDGER PAIR POSTS UNDER. HISTRCVR
      ***%            REAPPLIES EACH 'RECATG' RECORD AS A CATEGORY
      ***%            REWRITE AND EACH 'RECATPPA' RECORD AS A RECLASS.
      ***%************************************************************:
      ***%CCR#      :                      PROGRAMMER: MAINTENANCE
      ***%MODLOG TAG:                      COMPANY   : ODDBALL
      ***%RELEASE NO:                      DATE      : 10/15/2026
      ***%
      ***%PROBLEM   : THE RUN DATE WAS LEFT ON THE CALENDAR DAY, SO A
      ***%            WEEKEND OR HOLIDAY RUN STAMPED THE DELTA EXTRACT
      ***%            WITH A DIFFERENT RUN DATE FROM THE GLJEXTR STEP
      ***%            THAT JOURNALS IT.
      ***%
      ***%SOLUTION  : 0102-ROLL-RUN-DATE ROLLS THE DEFAULT RUN DATE ON
      ***%            THE BUSCAL CALENDAR BEFORE THE PARMIN OVERRIDE, AS
      ***%            THE REST OF THE STREAM DOES.
      ***%************************************************************:
      *********** E N D   M A I N T E N A N C E   N O T E S ***********
      *****************************************************************
       ENVIRONMENT DIVISION.
                                   STATUS  AUDITFIL-STATUS.
           SELECT  DELTALDG-FILE   ASSIGN  DELTALDG
                                   STATUS  DELTALDG-STATUS.
           SELECT  PERCTL-FILE     ASSIGN  PERCTL
                                   ORGANIZATION INDEXED
                                   ACCESS MODE SEQUENTIAL
                                   RECORD KEY PERCTL-KEY
                                   STATUS  PERCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.

       01  DELTALDG-RECORD                 PIC  X(80).

       FD  PERCTL-FILE.
           COPY PERCTL.

       WORKING-STORAGE SECTION.

       01 WORK-FIELDS.
               88  WS-RC-SCAN-DONE               VALUE 'Y'.
               88  WS-RC-SCAN-MORE               VALUE 'N'.
           05  WS-TESTO-CYCLE-DATE         PIC  9(08)      VALUE ZERO.
           05  WS-TESTO-CYCLE-NO           PIC  9(01)      VALUE ZERO.
           05  AUDITFIL-STATUS             PIC  X(02).
               88  AUDITFIL-SUCCESS              VALUE ZERO.
           05  DELTALDG-STATUS             PIC  X(02).
               88  DELTALDG-SUCCESS              VALUE ZERO.
           05  PERCTL-STATUS               PIC  X(02).
               88  PERCTL-SUCCESS                VALUE ZERO.
               88  PERCTL-EOF                    VALUE '10'.
           05  WS-RUN-DATE                 PIC  9(08)      VALUE ZERO.
           05  WS-CATG-CNT                 PIC  9(04)      VALUE ZERO.
           05  WS-CATEGORY-SW              PIC  X(01).
               88  WS-DLT-NOT-FOUND              VALUE 'N'.
           05  WS-HIST-FROM                PIC  9(08)      VALUE ZERO.
           05  WS-HIST-TO                  PIC  9(08)      VALUE ZERO.
           05  WS-OPEN-PERIOD              PIC  9(06)      VALUE ZERO.
           05  WS-LOCKED-THRU              PIC  9(06)      VALUE ZERO.
           05  WS-ROW-PERIOD               PIC  9(06)      VALUE ZERO.

       01 WORK-RUN-PARAMETERS.
           05  WS-DATE-CUTOFF              PIC  9(08)      VALUE
           05  WS-DLT-KEY                  PIC  X(03)      VALUE SPACES.
           05  WS-DLT-SEQ                  PIC  9(04)      VALUE ZERO.
           05  WS-DLT-DATE                 PIC  9(08)      VALUE ZERO.
           05  WS-DLT-RUN-DATE             PIC  9(08)      VALUE ZERO.
           05  WS-DLT-RUN-CYCLE            PIC  9(01)      VALUE ZERO.
           05  WS-DLT-AMT                  PIC S9(07)V99   VALUE ZERO.
           05  WS-DLT-PERIOD               PIC  9(06)      VALUE ZERO.
           05  WS-DLT-PPA-FLAG             PIC  X(01)      VALUE 'N'.
           05  WS-AUDIT-PGM                PIC  X(08)      VALUE SPACES.

       01 WORK-COUNTERS.
           05  WS-TESTO-READ-CNT           PIC 9(08)       VALUE ZERO.
           05  WS-HIST-RESIDENT-CNT        PIC 9(08)       VALUE ZERO.
           05  WS-HIST-SYNCED-CNT          PIC 9(08)       VALUE ZERO.
           05  WS-HIST-MOVED-CNT           PIC 9(08)       VALUE ZERO.
           05  WS-TESTO-PPA-CNT            PIC 9(08)       VALUE ZERO.
           05  WS-HIST-PPA-CNT             PIC 9(08)       VALUE ZERO.
           05  WS-DELTA-CNT                PIC 9(09)       VALUE ZERO.
           05  WS-GRAND-HASH               PIC S9(13)V99   VALUE ZERO.
           05  WS-DLT-CNT                  PIC 9(04)       VALUE ZERO.
           05  LD-DATE                     PIC  9(08).
           05  LD-AMT                      PIC S9(07)V99.
           05  LD-CATEGORY                 PIC  9(04).
           05  LD-PERIOD                   PIC  9(06).
           05  LD-PPA-FLAG                 PIC  X(01).
           05  FILLER                      PIC  X(44) VALUE SPACES.

       01 LEDGER-SUBTOTAL-RECORD.
           05  LC-RECORD-TYPE              PIC  X(01) VALUE 'C'.
           05  LT-GRAND-HASH               PIC S9(13)V99.
           05  FILLER                      PIC  X(55) VALUE SPACES.

           COPY BUSDPARM.

       PROCEDURE DIVISION.

      ******************************************************************
      ******************************************************************
       0100-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM 0102-ROLL-RUN-DATE
           PERFORM 0105-READ-PARAMETERS
           PERFORM 0150-LOAD-PERIOD-CONTROL
           OPEN INPUT CATGTBL-FILE
           IF NOT CATGTBL-SUCCESS
               DISPLAY 'RECATG: CATGTBL OPEN FAILED, STATUS '
                           TESTHIST-STATUS
                   PERFORM 0130-ABORT-RUN
               END-IF
           END-IF
           PERFORM 0110-FIND-RESIDENT-CYCLE
           OPEN EXTEND AUDITFIL-FILE
           OPEN OUTPUT DELTALDG-FILE
           MOVE WS-RUN-DATE TO LH-RUN-DATE
       0100-EXIT.
           EXIT.

      ******************************************************************
      * A DEFAULTED RUN DATE ROLLS FORWARD TO THE NEXT BUSINESS DAY
      * ON THE BUSCAL CALENDAR - THE SAME DAY CODECHAL AND GLJEXTR
      * ROLL TO, SO THE DELTA EXTRACT'S RUN DATE AND THE OPEN PERIOD
      * A PRIOR-PERIOD ADJUSTMENT LANDS IN AGREE WITH THE STREAM. A
      * PARMIN RUN DATE STILL OVERRIDES IT.
      ******************************************************************
       0102-ROLL-RUN-DATE.
           MOVE 'R' TO BUSD-FUNCTION
           MOVE WS-RUN-DATE TO BUSD-FROM-DATE
           CALL 'BUSDAYS' USING BUSD-PARMS
           IF BUSD-OK
               MOVE BUSD-TO-DATE TO WS-RUN-DATE
           ELSE
               DISPLAY 'RECATG: BUSDAYS ROLL FAILED, RC '
                       BUSD-RC
               PERFORM 0130-ABORT-RUN
           END-IF.

       0102-EXIT.
           EXIT.

      ******************************************************************
      * PARMIN FOLLOWS THE SAME FIELDS CODECHAL READS (ONLY THE
      * CUTOFFS AND RUN DATE MATTER HERE); RECAPARM CARRIES THE

      ******************************************************************
      * FIND THE CYCLE STILL RESIDENT IN TESTO - THE LATEST COMPLETED
      * CODECHAL ROW (RUN DATE AND CYCLE) IN THE RUNCTL RUN-CONTROL
      * MASTER. TESTHIST ROWS FOR THAT RUN DATE AND CYCLE ARE THE
      * SAME LOGICAL POSTINGS THE TESTO PASS ALREADY HANDLES, SO 0300
      * SYNCS THEIR CATEGORY IN PLACE BUT SUPPRESSES THE SECOND AUDIT
      * RECORD AND DELTA LEDGER ENTRIES. THE TESTO PASS NEEDS IT TOO -
      * ITS AUDIT RECORDS NAME THE TESTHIST ROW OF THE POSTING THEY
      * MOVE. WITHOUT A READABLE REGISTER NEITHER CAN BE TRUSTED, SO
      * AN OPEN FAILURE ABORTS THE RUN.
      ******************************************************************
       0110-FIND-RESIDENT-CYCLE.
           OPEN INPUT RUNCTL-FILE
           END-IF
           SET WS-RC-SCAN-MORE TO TRUE
           MOVE ZERO       TO RUNCTL-RUN-DATE
           MOVE ZERO       TO RUNCTL-RUN-CYCLE
           MOVE LOW-VALUES TO RUNCTL-STEP
           START RUNCTL-FILE KEY >= RUNCTL-KEY
               INVALID KEY
           CLOSE RUNCTL-FILE
           IF WS-TESTO-CYCLE-DATE > ZERO
               DISPLAY 'RECATG: CYCLE RESIDENT IN TESTO = '
                       WS-TESTO-CYCLE-DATE ' CYCLE ' WS-TESTO-CYCLE-NO
                       ' - ITS TESTHIST ROWS SYNC WITHOUT AUDIT/DELTA'
           END-IF.

               NOT AT END
                   IF RUNCTL-STEP = 'CODECHAL' AND
                      RUNCTL-COMPLETED AND
                      (RUNCTL-RUN-DATE > WS-TESTO-CYCLE-DATE OR
                       (RUNCTL-RUN-DATE = WS-TESTO-CYCLE-DATE AND
                        RUNCTL-RUN-CYCLE > WS-TESTO-CYCLE-NO))
                       MOVE RUNCTL-RUN-DATE  TO WS-TESTO-CYCLE-DATE
                       MOVE RUNCTL-RUN-CYCLE TO WS-TESTO-CYCLE-NO
                   END-IF
           END-READ.

       0130-EXIT.
           EXIT.

      ******************************************************************
      * READ THE PERCTL PERIOD-CONTROL MASTER FOR THE HIGHEST LOCKED
      * PERIOD - SAME GUARD AS CODECHAL'S 0150-LOAD-PERIOD-CONTROL.
      * THE RUN DATE'S PERIOD IS WHERE PRIOR-PERIOD ADJUSTMENTS POST,
      * SO A RUN DATE IN A LOCKED PERIOD IS REFUSED RC=16.
      ******************************************************************
       0150-LOAD-PERIOD-CONTROL.
           MOVE WS-RUN-DATE(1:6) TO WS-OPEN-PERIOD
           OPEN INPUT PERCTL-FILE
           IF NOT PERCTL-SUCCESS
               DISPLAY 'RECATG: PERCTL OPEN FAILED, STATUS '
                       PERCTL-STATUS
               PERFORM 0130-ABORT-RUN
           END-IF
           PERFORM UNTIL PERCTL-EOF
               READ PERCTL-FILE
                   AT END
                       SET PERCTL-EOF TO TRUE
                   NOT AT END
                       IF PERCTL-LOCKED AND
                          PERCTL-PERIOD > WS-LOCKED-THRU
                           MOVE PERCTL-PERIOD TO WS-LOCKED-THRU
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PERCTL-FILE
           IF WS-OPEN-PERIOD NOT > WS-LOCKED-THRU
               DISPLAY 'RECATG: RUN DATE ' WS-RUN-DATE
                       ' FALLS IN LOCKED PERIOD - PERIODS ARE CLOSED '
                       'THROUGH ' WS-LOCKED-THRU
               PERFORM 0130-ABORT-RUN
           END-IF.

       0150-EXIT.
           EXIT.

      ******************************************************************
      * READ ONE TESTO RECORD, RE-ASSIGN ITS CATEGORY UNDER THE NEW
      * RULES, AND REWRITE/AUDIT/EXTRACT WHERE IT MOVED. A RECORD
      * LOADED BEFORE TESTO CARRIED A PERIOD HAS SPACES THERE - ITS
      * TRANSACTION MONTH STANDS IN.
      ******************************************************************
       0200-RECATG-TESTO.
           READ TESTO-FILE NEXT
                       MOVE TESTO-AMT TO WS-EVAL-AMT
                   END-IF
                   PERFORM 0220-ASSIGN-CATEGORY
                   IF TESTO-PERIOD NUMERIC
                       MOVE TESTO-PERIOD    TO WS-ROW-PERIOD
                   ELSE
                       MOVE TESTO-DATE(1:6) TO WS-ROW-PERIOD
                   END-IF
                   IF WS-ROW-PERIOD NOT > WS-LOCKED-THRU
                       PERFORM 0240-RECLASS-LOCKED-TESTO
                   ELSE
                   IF WS-NEW-CATEGORY NOT = TESTO-CATEGORY
                       PERFORM 0230-MOVE-TESTO-RECORD
                   END-IF
                   END-IF
           END-READ.

       0200-EXIT.
                   ADD 1 TO WS-TESTO-MOVED-CNT
                   MOVE TESTO-KEY-ID  TO WS-DLT-KEY
                   MOVE TESTO-KEY-SEQ TO WS-DLT-SEQ
                   MOVE WS-TESTO-CYCLE-DATE TO WS-DLT-RUN-DATE
                   MOVE WS-TESTO-CYCLE-NO   TO WS-DLT-RUN-CYCLE
                   MOVE TESTO-DATE    TO WS-DLT-DATE
                   MOVE TESTO-AMT     TO WS-DLT-AMT
                   MOVE WS-ROW-PERIOD TO WS-DLT-PERIOD
                   IF TESTO-PRIOR-PERIOD-ADJ
                       MOVE 'Y' TO WS-DLT-PPA-FLAG
                   ELSE
                       MOVE 'N' TO WS-DLT-PPA-FLAG
                   END-IF
                   MOVE 'RECATG'      TO WS-AUDIT-PGM
                   PERFORM 0250-AUDIT-AND-EXTRACT
           END-REWRITE.

       0230-EXIT.
           EXIT.

      ******************************************************************
      * A TESTO RECORD IN A LOCKED PERIOD. ITS CATEGORY IS WHAT THE
      * PERIOD CLOSED UNDER AND STAYS; THE CATEGORY IT NOW SITS IN
      * FOR LEDGER PURPOSES IS THE RECLASS CATEGORY IF AN EARLIER
      * RUN ALREADY MOVED IT. WHEN THE NEW RULES DISAGREE WITH THAT,
      * THE RECLASS FIELDS ARE UPDATED AND THE MOVE IS CUT AS A
      * PRIOR-PERIOD ADJUSTMENT IN THE OPEN PERIOD.
      ******************************************************************
       0240-RECLASS-LOCKED-TESTO.
           IF TESTO-RECLASSED
               MOVE TESTO-RECLASS-CATG TO WS-OLD-CATEGORY
           ELSE
               MOVE TESTO-CATEGORY     TO WS-OLD-CATEGORY
           END-IF
           IF WS-NEW-CATEGORY NOT = WS-OLD-CATEGORY
               SET TESTO-RECLASSED TO TRUE
               MOVE WS-NEW-CATEGORY TO TESTO-RECLASS-CATG
               REWRITE TESTO-RECORD
                   INVALID KEY
                       DISPLAY 'RECATG: TESTO REWRITE FAILED FOR KEY '
                               TESTO-KEY-ID ' SEQ ' TESTO-KEY-SEQ
                       PERFORM 0130-ABORT-RUN
                   NOT INVALID KEY
                       ADD 1 TO WS-TESTO-PPA-CNT
                       MOVE TESTO-KEY-ID   TO WS-DLT-KEY
                       MOVE TESTO-KEY-SEQ  TO WS-DLT-SEQ
                       MOVE WS-TESTO-CYCLE-DATE TO WS-DLT-RUN-DATE
                       MOVE WS-TESTO-CYCLE-NO   TO WS-DLT-RUN-CYCLE
                       MOVE TESTO-DATE     TO WS-DLT-DATE
                       MOVE TESTO-AMT      TO WS-DLT-AMT
                       MOVE WS-OPEN-PERIOD TO WS-DLT-PERIOD
                       MOVE 'Y'            TO WS-DLT-PPA-FLAG
                       MOVE 'RECATPPA'     TO WS-AUDIT-PGM
                       PERFORM 0250-AUDIT-AND-EXTRACT
               END-REWRITE
           END-IF.

       0240-EXIT.
           EXIT.

      ******************************************************************
      * READ ONE TESTHIST ROW AND RECATEGORIZE IT THE SAME WAY WHEN
      * ITS RUN DATE FALLS IN THE REQUESTED CYCLE RANGE. ROWS FOR
                   SET TESTHIST-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-HIST-READ-CNT
                   IF TESTHIST-RUN-DATE = WS-TESTO-CYCLE-DATE AND
                      TESTHIST-RUN-CYCLE = WS-TESTO-CYCLE-NO
                       ADD 1 TO WS-HIST-RESIDENT-CNT
                       MOVE TESTHIST-DATE TO WS-EVAL-DATE
                       IF TESTHIST-AMT < ZERO
                           MOVE TESTHIST-AMT TO WS-EVAL-AMT
                       END-IF
                       PERFORM 0220-ASSIGN-CATEGORY
                       IF TESTHIST-PERIOD NOT > WS-LOCKED-THRU
                           PERFORM 0360-SYNC-RESIDENT-RECLASS
                       ELSE
                       IF WS-NEW-CATEGORY NOT = TESTHIST-CATEGORY
                           PERFORM 0340-SYNC-RESIDENT-RECORD
                       END-IF
                       END-IF
                   ELSE
                   IF TESTHIST-RUN-DATE >= WS-HIST-FROM AND
                      TESTHIST-RUN-DATE <= WS-HIST-TO
                           MOVE TESTHIST-AMT TO WS-EVAL-AMT
                       END-IF
                       PERFORM 0220-ASSIGN-CATEGORY
                       IF TESTHIST-PERIOD NOT > WS-LOCKED-THRU
                           PERFORM 0350-RECLASS-LOCKED-TESTHIST
                       ELSE
                       IF WS-NEW-CATEGORY NOT = TESTHIST-CATEGORY
                           PERFORM 0330-MOVE-TESTHIST-RECORD
                       END-IF
                       END-IF
                   END-IF
                   END-IF
           END-READ.
               INVALID KEY
                   DISPLAY 'RECATG: TESTHIST REWRITE FAILED FOR KEY '
                           TESTHIST-TESTO-KEY ' RUN DATE '
                           TESTHIST-RUN-DATE ' CYCLE '
                           TESTHIST-RUN-CYCLE ' SEQ ' TESTHIST-SEQ
                   PERFORM 0130-ABORT-RUN
               NOT INVALID KEY
                   ADD 1 TO WS-HIST-MOVED-CNT
                   MOVE TESTHIST-TESTO-KEY TO WS-DLT-KEY
                   MOVE TESTHIST-SEQ       TO WS-DLT-SEQ
                   MOVE TESTHIST-RUN-DATE  TO WS-DLT-RUN-DATE
                   MOVE TESTHIST-RUN-CYCLE TO WS-DLT-RUN-CYCLE
                   MOVE TESTHIST-DATE      TO WS-DLT-DATE
                   MOVE TESTHIST-AMT       TO WS-DLT-AMT
                   MOVE TESTHIST-PERIOD    TO WS-DLT-PERIOD
                   IF TESTHIST-PRIOR-PERIOD-ADJ
                       MOVE 'Y' TO WS-DLT-PPA-FLAG
                   ELSE
                       MOVE 'N' TO WS-DLT-PPA-FLAG
                   END-IF
                   MOVE 'RECATG'           TO WS-AUDIT-PGM
                   PERFORM 0250-AUDIT-AND-EXTRACT
           END-REWRITE.

               INVALID KEY
                   DISPLAY 'RECATG: TESTHIST SYNC FAILED FOR KEY '
                           TESTHIST-TESTO-KEY ' RUN DATE '
                           TESTHIST-RUN-DATE ' CYCLE '
                           TESTHIST-RUN-CYCLE ' SEQ ' TESTHIST-SEQ
                   PERFORM 0130-ABORT-RUN
               NOT INVALID KEY
                   ADD 1 TO WS-HIST-SYNCED-CNT
       0340-EXIT.
           EXIT.

      ******************************************************************
      * A TESTHIST ROW IN A LOCKED PERIOD - SAME RULE AS 0240 FOR
      * TESTO: THE CLOSED CATEGORY STAYS, THE RECLASS FIELDS TAKE THE
      * MOVE, AND THE DELTA PAIR POSTS INTO THE OPEN PERIOD AS A
      * PRIOR-PERIOD ADJUSTMENT.
      ******************************************************************
       0350-RECLASS-LOCKED-TESTHIST.
           IF TESTHIST-RECLASSED
               MOVE TESTHIST-RECLASS-CATG TO WS-OLD-CATEGORY
           ELSE
               MOVE TESTHIST-CATEGORY     TO WS-OLD-CATEGORY
           END-IF
           IF WS-NEW-CATEGORY NOT = WS-OLD-CATEGORY
               SET TESTHIST-RECLASSED TO TRUE
               MOVE WS-NEW-CATEGORY TO TESTHIST-RECLASS-CATG
               REWRITE TESTHIST-RECORD
                   INVALID KEY
                       DISPLAY 'RECATG: TESTHIST REWRITE FAILED FOR '
                               'KEY ' TESTHIST-TESTO-KEY ' RUN DATE '
                               TESTHIST-RUN-DATE ' CYCLE '
                               TESTHIST-RUN-CYCLE ' SEQ ' TESTHIST-SEQ
                       PERFORM 0130-ABORT-RUN
                   NOT INVALID KEY
                       ADD 1 TO WS-HIST-PPA-CNT
                       MOVE TESTHIST-TESTO-KEY TO WS-DLT-KEY
                       MOVE TESTHIST-SEQ       TO WS-DLT-SEQ
                       MOVE TESTHIST-RUN-DATE  TO WS-DLT-RUN-DATE
                       MOVE TESTHIST-RUN-CYCLE TO WS-DLT-RUN-CYCLE
                       MOVE TESTHIST-DATE      TO WS-DLT-DATE
                       MOVE TESTHIST-AMT       TO WS-DLT-AMT
                       MOVE WS-OPEN-PERIOD     TO WS-DLT-PERIOD
                       MOVE 'Y'                TO WS-DLT-PPA-FLAG
                       MOVE 'RECATPPA'         TO WS-AUDIT-PGM
                       PERFORM 0250-AUDIT-AND-EXTRACT
               END-REWRITE
           END-IF.

       0350-EXIT.
           EXIT.

      ******************************************************************
      * A RESIDENT-CYCLE TESTHIST ROW IN A LOCKED PERIOD - THE TESTO
      * PASS ALREADY CUT THE PRIOR-PERIOD ADJUSTMENT, SO ONLY THE
      * RECLASS FIELDS ARE SYNCED (NO AUDIT, NO DELTA, CLOSED
      * CATEGORY UNTOUCHED).
      ******************************************************************
       0360-SYNC-RESIDENT-RECLASS.
           IF TESTHIST-RECLASSED
               MOVE TESTHIST-RECLASS-CATG TO WS-OLD-CATEGORY
           ELSE
               MOVE TESTHIST-CATEGORY     TO WS-OLD-CATEGORY
           END-IF
           IF WS-NEW-CATEGORY NOT = WS-OLD-CATEGORY
               SET TESTHIST-RECLASSED TO TRUE
               MOVE WS-NEW-CATEGORY TO TESTHIST-RECLASS-CATG
               REWRITE TESTHIST-RECORD
                   INVALID KEY
                       DISPLAY 'RECATG: TESTHIST SYNC FAILED FOR KEY '
                               TESTHIST-TESTO-KEY ' RUN DATE '
                               TESTHIST-RUN-DATE ' CYCLE '
                               TESTHIST-RUN-CYCLE ' SEQ ' TESTHIST-SEQ
                       PERFORM 0130-ABORT-RUN
                   NOT INVALID KEY
                       ADD 1 TO WS-HIST-SYNCED-CNT
               END-REWRITE
           END-IF.

       0360-EXIT.
           EXIT.

      ******************************************************************
      * ONE MOVED RECORD: WRITE THE BEFORE/AFTER AUDIT RECORD AND THE
      * PAIR OF DELTA LEDGER ENTRIES - A REVERSING 'D' (AMOUNT
      * NEGATED) UNDER THE OLD CATEGORY AND A RE-POSTING 'D' UNDER
      * THE NEW ONE - AND FOLD BOTH INTO THE SUBTOTAL HASHES. THE
      * CALLER SETS THE PERIOD/FLAG BOTH ENTRIES POST UNDER AND THE
      * AUDIT SOURCE PROGRAM ('RECATPPA' FOR A PRIOR-PERIOD MOVE).
      ******************************************************************
       0250-AUDIT-AND-EXTRACT.
           MOVE WS-DLT-KEY       TO AUDIT-KEY
           MOVE WS-OLD-CATEGORY  TO AUDIT-OLD-CATEGORY
           MOVE WS-RULE-SOURCE   TO AUDIT-RULE-SOURCE
           MOVE WS-RULE-NDX      TO AUDIT-RULE-NDX
           MOVE WS-AUDIT-PGM     TO AUDIT-SOURCE-PGM
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
           MOVE WS-DLT-RUN-DATE  TO AUDIT-RUN-DATE
           MOVE WS-DLT-RUN-CYCLE TO AUDIT-RUN-CYCLE
           MOVE WS-DLT-SEQ       TO AUDIT-SEQ
           MOVE WS-DLT-PERIOD    TO AUDIT-PERIOD
           MOVE WS-DLT-PPA-FLAG  TO AUDIT-PPA-FLAG
           WRITE AUDIT-RECORD
           MOVE WS-DLT-KEY  TO LD-KEY
           MOVE WS-DLT-SEQ  TO LD-SEQ
           MOVE WS-DLT-DATE TO LD-DATE
           COMPUTE LD-AMT = ZERO - WS-DLT-AMT
           MOVE WS-OLD-CATEGORY TO LD-CATEGORY
           MOVE WS-DLT-PERIOD   TO LD-PERIOD
           MOVE WS-DLT-PPA-FLAG TO LD-PPA-FLAG
           WRITE DELTALDG-RECORD FROM LEDGER-DETAIL-RECORD
           ADD 1      TO WS-DELTA-CNT
           ADD LD-AMT TO WS-GRAND-HASH
                   WS-HIST-SYNCED-CNT
           DISPLAY 'RECATG: TESTHIST ROWS MOVED     = '
                   WS-HIST-MOVED-CNT
           DISPLAY 'RECATG: TESTO PPA MOVES         = '
                   WS-TESTO-PPA-CNT
           DISPLAY 'RECATG: TESTHIST PPA MOVES      = '
                   WS-HIST-PPA-CNT
           DISPLAY 'RECATG: DELTA LEDGER RECORDS    = '
                   WS-DELTA-CNT.


       ID DIVISION.
       PROGRAM-ID.    HISTRCVR.
      *AUTHOR.        MAINTENANCE
      *DATE-WRITTEN.  10/15/2026.
      *****************************************************************
      *
      * TESTHIST FORWARD RECOVERY. REBUILDS THE TESTHIST HISTORY
      * MASTER FROM A HISTBKUP BACKUP GENERATION AND THE AUDIT TRAIL,
      * TO A CHOSEN POINT IN TIME, AND PROVES THE RESULT AGAINST THE
      * COUNTS RUNCTL REGISTERED FOR EVERY CYCLE. HISTRCVR.jcl HAS
      * ALREADY REDEFINED THE CLUSTER EMPTY AND SORTED AUDITFIL AND
      * ITS AUDARCH GENERATIONS INTO TIMESTAMP ORDER (AUDTRAIL).
      *
      *   RESTORE   - THE BACKUP IS RELOADED ROW FOR ROW. IT MUST BE
      *               THE BACKUP RUNCTL REGISTERED FOR ITS BACKUP
      *               POINT (STEP 'HISTBKUP', SAME TIMESTAMP, SAME
      *               ROW COUNT, RC 0) AND ITS TRAILER COUNT AND
      *               AMOUNT HASH MUST AGREE WITH WHAT WAS LOADED.
      *   ROLL      - EVERY AUDIT RECORD UP TO THE RECOVERY POINT IS
      *   FORWARD     REAPPLIED IN THE ORDER IT WAS CUT:
      *               'CODECHAL' - A POSTING OF A CYCLE AFTER THE
      *                 BACKUP POINT THAT HISTMRG COMPLETED BEFORE THE
      *                 RECOVERY POINT IS WRITTEN BACK AS THE HISTORY
      *                 ROW HISTMRG FOLDED IN (A CYCLE THAT NEVER
      *                 MERGED NEVER REACHED TESTHIST, SO IS SKIPPED);
      *               'RECATG' - A RULES-CHANGE MOVE MADE AFTER THE
      *                 BACKUP REWRITES THE ROW'S CATEGORY;
      *               'RECATPPA' - A LOCKED-PERIOD MOVE MADE AFTER THE
      *                 BACKUP SETS THE ROW'S RECLASS FIELDS.
      *               RECATG'S RESIDENT-CYCLE SYNC CUTS NO AUDIT
      *               RECORD OF ITS OWN, BUT THE TESTO-PASS RECORD
      *               NAMES THE SAME HISTORY ROW, SO IT COVERS IT.
      *   VERIFY    - THE REBUILT HISTORY IS READ END TO END AND ITS
      *               ROWS COUNTED BY RUN DATE AND CYCLE. EACH CYCLE
      *               HISTMRG COMPLETED BY THE RECOVERY POINT MUST
      *               HOLD EXACTLY THE ROWS HISTMRG REGISTERED MERGING
      *               (RUNCTL OUT COUNT); A CYCLE MERGED AFTER IT MUST
      *               HOLD NONE.
      *
      * RCVRPARM COLS 1-14 GIVE THE RECOVERY POINT (CCYYMMDDHHMMSS;
      * ZERO OR MISSING = THE END OF THE AUDIT TRAIL). IT CANNOT BE
      * EARLIER THAN THE BACKUP - RESTORE AN OLDER GENERATION FOR
      * THAT. RCVRRPT CARRIES THE RESTORE CONTROLS, ANY ROLL-FORWARD
      * EXCEPTIONS, THE ROLL-FORWARD TOTALS, AND THE CYCLE-BY-CYCLE
      * VERIFICATION. THE RUN IS REGISTERED IN RUNCTL UNDER THE
      * BACKUP POINT (STEP 'HISTRCVR'). RC=8 IF ANY CYCLE FAILS
      * VERIFICATION OR A MOVE FINDS NO ROW; RC=4 IF HISTORY IS LEFT
      * THAT RUNCTL CANNOT PROVE (CYCLES FROM BEFORE RUN CONTROL, OR
      * A MERGE THAT NEVER COMPLETED); RC=16 IF THE BACKUP CANNOT BE
      * TRUSTED OR THE AUDIT TRAIL DOES NOT REACH BACK TO IT.
      *
      *****************************************************************
      *************** M A I N T E N A N C E   N O T E S ***************
      ***%************************************************************:
      ***%CCR#      :                      PROGRAMMER: MAINTENANCE
      ***%MODLOG TAG:                      COMPANY   : ODDBALL
      ***%RELEASE NO:                      DATE      : 10/15/2026
      ***%
      ***%PROBLEM   : A DAMAGED TESTHIST COULD NOT BE REBUILT - THERE
      ***%            WAS NO BACKUP, AND NOTHING COULD REPLAY THE
      ***%            MERGES AND CATEGORY MOVES MADE SINCE ONE.
      ***%
      ***%SOLUTION  : INITIAL CREATION. RESTORES A REGISTERED HISTBKUP
      ***%            BACKUP, ROLLS IT FORWARD TO A CHOSEN POINT IN
      ***%            TIME FROM THE AUDIT TRAIL (AUDITFIL PLUS THE
      ***%            AUDARCH GENERATIONS), AND VERIFIES EVERY CYCLE
      ***%            AGAINST THE HISTMRG COUNTS IN RUNCTL.
      ***%************************************************************:
      ***%CCR#      :                      PROGRAMMER: MAINTENANCE
      ***%MODLOG TAG:                      COMPANY   : ODDBALL
      ***%RELEASE NO:                      DATE      : 10/15/2026
      ***%
      ***%PROBLEM   : AN AUDIT TRAIL WHOSE FIRST RECORD WAS CUT AFTER
      ***%            THE BACKUP POINT (AN AUDARCH GENERATION MISSING)
      ***%            WAS ROLLED FORWARD AS IF COMPLETE, SILENTLY LOSING
      ***%            THE CHANGES IN THE GAP.
      ***%
      ***%SOLUTION  : 0300-ROLL-FORWARD SAVES THE FIRST AUDIT TIMESTAMP
      ***%            READ AND ABORTS THE RUN RC=16 WHEN IT IS LATER
      ***%            THAN THE BACKUP TIMESTAMP.
      ***%************************************************************:
      *********** E N D   M A I N T E N A N C E   N O T E S ***********
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  OPTIONAL
                   RCVRPARM-FILE   ASSIGN  RCVRPARM
                                   STATUS  RCVRPARM-STATUS.
           SELECT  HISTBKUP-FILE   ASSIGN  HISTBKUP
                                   STATUS  HISTBKUP-STATUS.
           SELECT  AUDTRAIL-FILE   ASSIGN  AUDTRAIL
                                   STATUS  AUDTRAIL-STATUS.
           SELECT  TESTHIST-FILE   ASSIGN  TESTHIST
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY TESTHIST-KEY
                                   STATUS  TESTHIST-STATUS.
           SELECT  RUNCTL-FILE     ASSIGN  RUNCTL
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY RUNCTL-KEY
                                   STATUS  RUNCTL-STATUS.
           SELECT  RCVRRPT-FILE    ASSIGN  RCVRRPT
                                   STATUS  RCVRRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  RCVRPARM-FILE
           RECORDING F
           BLOCK 0 RECORDS.

       01  RCVRPARM-RECORD.
           05  RCVRPARM-TARGET-TS          PIC  X(14).
           05  FILLER                      PIC  X(66).

       FD  HISTBKUP-FILE
           RECORDING F
           BLOCK 0 RECORDS.
           COPY HISTBKUP.

       FD  AUDTRAIL-FILE
           RECORDING F
           BLOCK 0 RECORDS.
           COPY AUDITREC.

       FD  TESTHIST-FILE.
           COPY TESTHIST.

       FD  RUNCTL-FILE.
           COPY RUNCTL.

       FD  RCVRRPT-FILE
           RECORDING F
           BLOCK 0 RECORDS.

       01  RCVRRPT-LINE                    PIC  X(132).

       WORKING-STORAGE SECTION.

       01 WORK-FIELDS.
           05  RCVRPARM-STATUS             PIC  X(02).
               88  RCVRPARM-SUCCESS              VALUE ZERO.
               88  RCVRPARM-EOF                  VALUE '10'.
           05  HISTBKUP-STATUS             PIC  X(02).
               88  HISTBKUP-SUCCESS              VALUE ZERO.
               88  HISTBKUP-EOF                  VALUE '10'.
           05  AUDTRAIL-STATUS             PIC  X(02).
               88  AUDTRAIL-SUCCESS              VALUE ZERO.
               88  AUDTRAIL-EOF                  VALUE '10'.
           05  TESTHIST-STATUS             PIC  X(02).
               88  TESTHIST-SUCCESS              VALUE ZERO.
               88  TESTHIST-EOF                  VALUE '10'.
           05  RUNCTL-STATUS               PIC  X(02).
               88  RUNCTL-SUCCESS                VALUE ZERO.
               88  RUNCTL-EOF                    VALUE '10'.
           05  RCVRRPT-STATUS              PIC  X(02).
               88  RCVRRPT-SUCCESS               VALUE ZERO.
           05  WS-REGISTER-RC              PIC  9(04)      VALUE ZERO.
           05  WS-REPORT-DATE              PIC  9(08)      VALUE ZERO.
           05  WS-TARGET-TS                PIC  X(14)
                                           VALUE '99999999999999'.
           05  WS-TRAILER-SW               PIC  X(01)      VALUE 'N'.
               88  WS-TRAILER-SEEN               VALUE 'Y'.
               88  WS-TRAILER-NOT-SEEN           VALUE 'N'.

      *** THE BACKUP BEING RESTORED - ITS HEADER AND TRAILER.
       01 WORK-BACKUP-FIELDS.
           05  WS-BACKUP-TS                PIC  X(21)      VALUE SPACES.
           05  WS-FIRST-AUDIT-TS           PIC  X(14)      VALUE SPACES.
           05  WS-THRU-KEY.
               10  WS-THRU-DATE            PIC  9(08)      VALUE ZERO.
               10  WS-THRU-CYCLE           PIC  9(01)      VALUE ZERO.
           05  WS-TRL-ROW-CNT              PIC  9(09)      VALUE ZERO.
           05  WS-TRL-AMT-HASH             PIC S9(13)V99   VALUE ZERO.

      *** THE RUN DATE AND CYCLE BEING LOOKED UP IN THE CYCLE TABLE.
       01 WORK-LOOKUP-FIELDS.
           05  WS-LOOK-KEY.
               10  WS-LOOK-DATE            PIC  9(08)      VALUE ZERO.
               10  WS-LOOK-CYCLE           PIC  9(01)      VALUE ZERO.
           05  WS-CYC-FOUND-SW             PIC  X(01)      VALUE 'N'.
               88  WS-CYC-FOUND                  VALUE 'Y'.
               88  WS-CYC-NOT-FOUND              VALUE 'N'.

       01 WORK-COUNTERS.
           05  WS-RESTORE-CNT              PIC  9(09)      VALUE ZERO.
           05  WS-RESTORE-HASH             PIC S9(13)V99   VALUE ZERO.
           05  WS-AUD-READ-CNT             PIC  9(09)      VALUE ZERO.
           05  WS-AUD-AFTER-CNT            PIC  9(09)      VALUE ZERO.
           05  WS-AUD-NOPOST-CNT           PIC  9(09)      VALUE ZERO.
           05  WS-AUD-INBKUP-CNT           PIC  9(09)      VALUE ZERO.
           05  WS-AUD-NOTMRG-CNT           PIC  9(09)      VALUE ZERO.
           05  WS-MRG-ADD-CNT              PIC  9(09)      VALUE ZERO.
           05  WS-MRG-REPL-CNT             PIC  9(09)      VALUE ZERO.
           05  WS-MOVE-CNT                 PIC  9(09)      VALUE ZERO.
           05  WS-RECLASS-CNT              PIC  9(09)      VALUE ZERO.
           05  WS-EXCEPTION-CNT            PIC  9(09)      VALUE ZERO.
           05  WS-VER-ROW-CNT              PIC  9(09)      VALUE ZERO.
           05  WS-VER-HASH                 PIC S9(13)V99   VALUE ZERO.
           05  WS-UNREG-ROW-CNT            PIC  9(09)      VALUE ZERO.
           05  WS-CYC-OK-CNT               PIC  9(05)      VALUE ZERO.
           05  WS-CYC-BAD-CNT              PIC  9(05)      VALUE ZERO.
           05  WS-CYC-AFTER-CNT            PIC  9(05)      VALUE ZERO.
           05  WS-CYC-OPEN-CNT             PIC  9(05)      VALUE ZERO.

      *** EVERY CYCLE HISTMRG HAS REGISTERED IN RUNCTL, IN RUNCTL KEY
      *** ORDER (RUN DATE, CYCLE) FOR SEARCH ALL - WHAT IT MERGED,
      *** WHETHER IT FALLS WITHIN THE RECOVERY POINT, AND WHAT THE
      *** REBUILT HISTORY HOLDS FOR IT.
       01 WORK-CYCLE-TABLE.
           05  WS-CYC-CNT                  PIC S9(04) COMP VALUE ZERO.
           05  WS-CYC-ENTRY OCCURS 1 TO 9000 TIMES
                            DEPENDING ON WS-CYC-CNT
                            ASCENDING KEY WS-CYC-KEY
                            INDEXED BY WS-CYC-NDX.
               10  WS-CYC-KEY.
                   15  WS-CYC-RUN-DATE     PIC  9(08).
                   15  WS-CYC-RUN-CYCLE    PIC  9(01).
               10  WS-CYC-STATUS           PIC  X(01).
                   88  WS-CYC-COMPLETED          VALUE 'C'.
               10  WS-CYC-SCOPE-SW         PIC  X(01).
                   88  WS-CYC-IN-SCOPE           VALUE 'Y'.
                   88  WS-CYC-PAST-TARGET        VALUE 'N'.
               10  WS-CYC-MRG-CNT          PIC  9(09).
               10  WS-CYC-MRG-RC           PIC  9(04).
               10  WS-CYC-REAPPLY-CNT      PIC  9(09).
               10  WS-CYC-ROW-CNT          PIC  9(09).

       01 RCVR-REPORT-LINES.
           05  RR-TITLE-LINE.
               10  FILLER                  PIC  X(44) VALUE
                   'HISTRCVR TESTHIST RECOVERY AND VERIFICATION '.
               10  FILLER                  PIC  X(12) VALUE
                   'REPORT DATE '.
               10  RR-REPORT-DATE          PIC  9(08).
               10  FILLER                  PIC  X(18) VALUE
                   '   RECOVERY POINT '.
               10  RR-TARGET-TS            PIC  X(14).
               10  FILLER                  PIC  X(36) VALUE SPACES.
           05  RR-SECTION-LINE.
               10  RR-SECTION-TEXT         PIC  X(132).
           05  RR-BLANK-LINE               PIC  X(132) VALUE SPACES.
           05  RR-INFO-LINE.
               10  RR-INFO-DESC            PIC  X(44).
               10  RR-INFO-VALUE           PIC  X(30).
               10  FILLER                  PIC  X(58) VALUE SPACES.
           05  RR-TOTAL-LINE.
               10  RR-TOTAL-DESC           PIC  X(44).
               10  RR-TOTAL-CNT            PIC  ZZZ,ZZZ,ZZ9-.
               10  FILLER                  PIC  X(02) VALUE SPACES.
               10  RR-TOTAL-AMT            PIC  Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
               10  RR-TOTAL-AMT-X REDEFINES RR-TOTAL-AMT
                                           PIC  X(21).
               10  FILLER                  PIC  X(53) VALUE SPACES.
           05  RR-EXC-HEADING.
               10  FILLER                  PIC  X(41) VALUE
                   'KEY  RUN DATE C SEQ   SOURCE    EXCEPTION'.
               10  FILLER                  PIC  X(91) VALUE SPACES.
           05  RR-EXC-LINE.
               10  RR-EX-KEY               PIC  X(03).
               10  FILLER                  PIC  X(02) VALUE SPACES.
               10  RR-EX-RUN-DATE          PIC  9(08).
               10  FILLER                  PIC  X(01) VALUE SPACES.
               10  RR-EX-RUN-CYCLE         PIC  9(01).
               10  FILLER                  PIC  X(01) VALUE SPACES.
               10  RR-EX-SEQ               PIC  9(04).
               10  FILLER                  PIC  X(02) VALUE SPACES.
               10  RR-EX-SOURCE-PGM        PIC  X(08).
               10  FILLER                  PIC  X(02) VALUE SPACES.
               10  RR-EX-TEXT              PIC  X(50).
               10  FILLER                  PIC  X(50) VALUE SPACES.
           05  RR-CYCLE-HEADING.
               10  FILLER                  PIC  X(40) VALUE
                   'RUN DATE CYC   REGISTERED    REAPPLIED  '.
               10  FILLER                  PIC  X(40) VALUE
                   '    REBUILT    RC  STATUS               '.
               10  FILLER                  PIC  X(52) VALUE SPACES.
           05  RR-CYCLE-LINE.
               10  RR-CY-RUN-DATE          PIC  9(08).
               10  FILLER                  PIC  X(02) VALUE SPACES.
               10  RR-CY-RUN-CYCLE         PIC  9(01).
               10  FILLER                  PIC  X(03) VALUE SPACES.
               10  RR-CY-REGISTERED        PIC  ZZZ,ZZZ,ZZ9.
               10  FILLER                  PIC  X(02) VALUE SPACES.
               10  RR-CY-REAPPLIED         PIC  ZZZ,ZZZ,ZZ9.
               10  FILLER                  PIC  X(02) VALUE SPACES.
               10  RR-CY-REBUILT           PIC  ZZZ,ZZZ,ZZ9.
               10  FILLER                  PIC  X(02) VALUE SPACES.
               10  RR-CY-RC                PIC  ZZZ9.
               10  FILLER                  PIC  X(02) VALUE SPACES.
               10  RR-CY-STATUS            PIC  X(30).
               10  FILLER                  PIC  X(43) VALUE SPACES.
           05  RR-VERDICT-LINE.
               10  RR-VERDICT-TEXT         PIC  X(132).

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN OPERATIONS PARAGRAPH FOR PROGRAM.
      ******************************************************************
       0000-MAINLINE.
           PERFORM 0100-INITIALIZE
           PERFORM 0200-RESTORE-BACKUP UNTIL HISTBKUP-EOF
           PERFORM 0250-CHECK-BACKUP
           PERFORM 0300-ROLL-FORWARD UNTIL AUDTRAIL-EOF
           PERFORM 0390-REPORT-ROLL-FORWARD
           PERFORM 0400-POSITION-TESTHIST
           PERFORM 0410-COUNT-HISTORY-ROW UNTIL TESTHIST-EOF
           PERFORM 0420-REPORT-CYCLES
           PERFORM 0900-TERMINATE
           GOBACK.

       0000-EXIT.
           EXIT.

      ******************************************************************
      * TAKE THE RECOVERY POINT FROM RCVRPARM, TABLE THE CYCLES RUNCTL
      * KNOWS, READ THE BACKUP HEADER, AND REGISTER THE RECOVERY
      * UNDER THE BACKUP POINT. TESTHIST IS OPENED OUTPUT - THE JOB
      * HAS JUST REDEFINED IT EMPTY.
      ******************************************************************
       0100-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-REPORT-DATE
           OPEN INPUT RCVRPARM-FILE
           READ RCVRPARM-FILE
               AT END
                   SET RCVRPARM-EOF TO TRUE
               NOT AT END
                   IF RCVRPARM-TARGET-TS NUMERIC AND
                      RCVRPARM-TARGET-TS > ZERO
                       MOVE RCVRPARM-TARGET-TS TO WS-TARGET-TS
                   END-IF
           END-READ
           CLOSE RCVRPARM-FILE
           OPEN I-O RUNCTL-FILE
           IF NOT RUNCTL-SUCCESS
               DISPLAY 'HISTRCVR: RUNCTL OPEN FAILED, STATUS '
                       RUNCTL-STATUS
               PERFORM 0130-ABORT-RUN
           END-IF
           PERFORM 0110-LOAD-CYCLE-TABLE
           OPEN INPUT HISTBKUP-FILE
           IF NOT HISTBKUP-SUCCESS
               DISPLAY 'HISTRCVR: HISTBKUP OPEN FAILED, STATUS '
                       HISTBKUP-STATUS
               PERFORM 0130-ABORT-RUN
           END-IF
           PERFORM 0120-READ-BACKUP-HEADER
           PERFORM 0140-REGISTER-RUN-START
           OPEN OUTPUT TESTHIST-FILE
           IF NOT TESTHIST-SUCCESS
               DISPLAY 'HISTRCVR: TESTHIST OPEN FAILED, STATUS '
                       TESTHIST-STATUS
               PERFORM 0130-ABORT-RUN
           END-IF
           OPEN INPUT AUDTRAIL-FILE
           IF NOT AUDTRAIL-SUCCESS
               DISPLAY 'HISTRCVR: AUDTRAIL OPEN FAILED, STATUS '
                       AUDTRAIL-STATUS
               PERFORM 0130-ABORT-RUN
           END-IF
           OPEN OUTPUT RCVRRPT-FILE
           MOVE WS-REPORT-DATE TO RR-REPORT-DATE
           MOVE WS-TARGET-TS   TO RR-TARGET-TS
           IF WS-TARGET-TS = '99999999999999'
               MOVE 'END OF TRAIL' TO RR-TARGET-TS
           END-IF
           WRITE RCVRRPT-LINE FROM RR-TITLE-LINE
           WRITE RCVRRPT-LINE FROM RR-BLANK-LINE.

       0100-EXIT.
           EXIT.

      ******************************************************************
      * TABLE EVERY HISTMRG ROW ON RUNCTL. RUNCTL IS READ IN KEY
      * ORDER, SO THE TABLE IS ALREADY IN SEARCH ALL ORDER. A CYCLE
      * IS WITHIN THE RECOVERY POINT WHEN ITS MERGE HAD COMPLETED BY
      * THEN. MORE CYCLES THAN THE TABLE HOLDS WOULD LEAVE SOME
      * UNPROVEN, SO THE RUN IS ABORTED.
      ******************************************************************
       0110-LOAD-CYCLE-TABLE.
           MOVE LOW-VALUES TO RUNCTL-KEY
           START RUNCTL-FILE KEY NOT < RUNCTL-KEY
               INVALID KEY
                   SET RUNCTL-EOF TO TRUE
           END-START
           PERFORM 0115-TABLE-CYCLE UNTIL RUNCTL-EOF.

       0110-EXIT.
           EXIT.

       0115-TABLE-CYCLE.
           READ RUNCTL-FILE NEXT RECORD
               AT END
                   SET RUNCTL-EOF TO TRUE
               NOT AT END
                   IF RUNCTL-STEP = 'HISTMRG'
                       IF WS-CYC-CNT < 9000
                           ADD 1 TO WS-CYC-CNT
                           SET WS-CYC-NDX TO WS-CYC-CNT
                           INITIALIZE WS-CYC-ENTRY(WS-CYC-NDX)
                           MOVE RUNCTL-RUN-DATE
                             TO WS-CYC-RUN-DATE(WS-CYC-NDX)
                           MOVE RUNCTL-RUN-CYCLE
                             TO WS-CYC-RUN-CYCLE(WS-CYC-NDX)
                           MOVE RUNCTL-RUN-STATUS
                             TO WS-CYC-STATUS(WS-CYC-NDX)
                           MOVE RUNCTL-OUT-CNT
                             TO WS-CYC-MRG-CNT(WS-CYC-NDX)
                           MOVE RUNCTL-RETURN-CODE
                             TO WS-CYC-MRG-RC(WS-CYC-NDX)
                           IF RUNCTL-COMPLETED AND
                              RUNCTL-END-TS(1:14) NOT > WS-TARGET-TS
                               SET WS-CYC-IN-SCOPE(WS-CYC-NDX)
                                 TO TRUE
                           ELSE
                               SET WS-CYC-PAST-TARGET(WS-CYC-NDX)
                                 TO TRUE
                           END-IF
                       ELSE
                           DISPLAY 'HISTRCVR: MORE THAN 9000 HISTMRG '
                                   'CYCLES ON RUNCTL'
                           PERFORM 0130-ABORT-RUN
                       END-IF
                   END-IF
           END-READ.

       0115-EXIT.
           EXIT.

      ******************************************************************
      * THE FIRST RECORD MUST BE THE HEADER. THE RECOVERY POINT MAY
      * NOT PRECEDE THE BACKUP - NOTHING CAN BE TAKEN BACK OUT OF IT.
      ******************************************************************
       0120-READ-BACKUP-HEADER.
           READ HISTBKUP-FILE
               AT END
                   DISPLAY 'HISTRCVR: BACKUP IS EMPTY'
                   PERFORM 0130-ABORT-RUN
               NOT AT END
                   IF NOT HISTBKUP-HEADER
                       DISPLAY 'HISTRCVR: BACKUP DOES NOT START WITH '
                               'ITS HEADER RECORD'
                       PERFORM 0130-ABORT-RUN
                   END-IF
                   MOVE HISTBKUP-BACKUP-TS  TO WS-BACKUP-TS
                   MOVE HISTBKUP-THRU-DATE  TO WS-THRU-DATE
                   MOVE HISTBKUP-THRU-CYCLE TO WS-THRU-CYCLE
           END-READ
           IF WS-TARGET-TS < WS-BACKUP-TS(1:14)
               DISPLAY 'HISTRCVR: RECOVERY POINT ' WS-TARGET-TS
                       ' IS BEFORE THE BACKUP TAKEN AT '
                       WS-BACKUP-TS(1:14)
                       ' - RESTORE AN OLDER GENERATION'
               PERFORM 0130-ABORT-RUN
           END-IF.

       0120-EXIT.
           EXIT.

      ******************************************************************
      * HARD STOP - SAME GUARD PATTERN AS CODECHAL'S 0130-ABORT-RUN.
      ******************************************************************
       0130-ABORT-RUN.
           DISPLAY 'HISTRCVR: RUN ABORTED - SEE PRECEDING MESSAGES'
           MOVE 16 TO RETURN-CODE
           GOBACK.

       0130-EXIT.
           EXIT.

      ******************************************************************
      * REGISTER THE RECOVERY IN RUNCTL UNDER THE BACKUP POINT IT
      * STARTS FROM (STEP 'HISTRCVR'). A REPEATED RECOVERY FROM THE
      * SAME BACKUP POINT REPLACES THE ROW.
      ******************************************************************
       0140-REGISTER-RUN-START.
           MOVE WS-THRU-DATE  TO RUNCTL-RUN-DATE
           MOVE WS-THRU-CYCLE TO RUNCTL-RUN-CYCLE
           MOVE 'HISTRCVR'    TO RUNCTL-STEP
           SET RUNCTL-STARTED TO TRUE
           MOVE FUNCTION CURRENT-DATE TO RUNCTL-START-TS
           MOVE SPACES TO RUNCTL-END-TS
           MOVE ZERO   TO RUNCTL-IN-CNT
           MOVE ZERO   TO RUNCTL-OUT-CNT
           MOVE ZERO   TO RUNCTL-REJ-CNT
           MOVE ZERO   TO RUNCTL-RETURN-CODE
           WRITE RUNCTL-RECORD
               INVALID KEY
                   REWRITE RUNCTL-RECORD
           END-WRITE.

       0140-EXIT.
           EXIT.

      ******************************************************************
      * RELOAD ONE BACKUP DETAIL AS A TESTHIST ROW. THE BACKUP WAS
      * WRITTEN IN KEY ORDER, SO A DUPLICATE MEANS IT IS DAMAGED.
      ******************************************************************
       0200-RESTORE-BACKUP.
           READ HISTBKUP-FILE
               AT END
                   SET HISTBKUP-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN HISTBKUP-DETAIL AND WS-TRAILER-NOT-SEEN
                           PERFORM 0210-RESTORE-ROW
                       WHEN HISTBKUP-TRAILER AND WS-TRAILER-NOT-SEEN
                           SET WS-TRAILER-SEEN TO TRUE
                           MOVE HISTBKUP-ROW-CNT  TO WS-TRL-ROW-CNT
                           MOVE HISTBKUP-AMT-HASH TO WS-TRL-AMT-HASH
                       WHEN OTHER
                           DISPLAY 'HISTRCVR: UNEXPECTED BACKUP '
                                   'RECORD TYPE ' HISTBKUP-REC-TYPE
                                   ' AFTER ' WS-RESTORE-CNT ' ROWS'
                           PERFORM 0130-ABORT-RUN
                   END-EVALUATE
           END-READ.

       0200-EXIT.
           EXIT.

       0210-RESTORE-ROW.
           MOVE HISTBKUP-DATA TO TESTHIST-RECORD
           WRITE TESTHIST-RECORD
               INVALID KEY
                   DISPLAY 'HISTRCVR: RESTORE WRITE FAILED FOR KEY '
                           TESTHIST-TESTO-KEY ' RUN DATE '
                           TESTHIST-RUN-DATE ' CYCLE '
                           TESTHIST-RUN-CYCLE ' SEQ ' TESTHIST-SEQ
                   PERFORM 0130-ABORT-RUN
               NOT INVALID KEY
                   ADD 1 TO WS-RESTORE-CNT
                   ADD TESTHIST-AMT TO WS-RESTORE-HASH
           END-WRITE.

       0210-EXIT.
           EXIT.

      ******************************************************************
      * THE RESTORE IS ONLY A STARTING POINT IF IT IS COMPLETE AND IS
      * THE BACKUP RUNCTL REGISTERED: THE TRAILER MUST AGREE WITH
      * WHAT WAS LOADED, AND THE 'HISTBKUP' ROW FOR THE BACKUP POINT
      * MUST HAVE COMPLETED RC 0 WITH THE SAME TIMESTAMP AND ROW
      * COUNT. A LATER BACKUP OF THE SAME POINT REPLACES THE ROW -
      * RESTORE THAT GENERATION INSTEAD. TESTHIST IS THEN REOPENED
      * I-O FOR THE ROLL-FORWARD.
      ******************************************************************
       0250-CHECK-BACKUP.
           CLOSE HISTBKUP-FILE
           IF WS-TRAILER-NOT-SEEN
               DISPLAY 'HISTRCVR: BACKUP HAS NO TRAILER - IT IS '
                       'TRUNCATED'
               PERFORM 0130-ABORT-RUN
           END-IF
           IF WS-TRL-ROW-CNT NOT = WS-RESTORE-CNT OR
              WS-TRL-AMT-HASH NOT = WS-RESTORE-HASH
               DISPLAY 'HISTRCVR: BACKUP TRAILER ' WS-TRL-ROW-CNT
                       ' ROWS DOES NOT MATCH ' WS-RESTORE-CNT
                       ' ROWS RESTORED, OR ITS AMOUNT HASH DIFFERS'
               PERFORM 0130-ABORT-RUN
           END-IF
           MOVE WS-THRU-DATE  TO RUNCTL-RUN-DATE
           MOVE WS-THRU-CYCLE TO RUNCTL-RUN-CYCLE
           MOVE 'HISTBKUP'    TO RUNCTL-STEP
           READ RUNCTL-FILE
               INVALID KEY
                   DISPLAY 'HISTRCVR: NO HISTBKUP REGISTRATION FOR '
                           'BACKUP POINT ' WS-THRU-DATE ' CYCLE '
                           WS-THRU-CYCLE
                   PERFORM 0130-ABORT-RUN
               NOT INVALID KEY
                   IF NOT RUNCTL-COMPLETED OR
                      RUNCTL-RETURN-CODE NOT = ZERO
                       DISPLAY 'HISTRCVR: BACKUP FOR ' WS-THRU-DATE
                               ' CYCLE ' WS-THRU-CYCLE
                               ' DID NOT COMPLETE RC 0'
                       PERFORM 0130-ABORT-RUN
                   END-IF
                   IF RUNCTL-START-TS NOT = WS-BACKUP-TS OR
                      RUNCTL-OUT-CNT NOT = WS-RESTORE-CNT
                       DISPLAY 'HISTRCVR: THIS IS NOT THE BACKUP '
                               'REGISTERED FOR ' WS-THRU-DATE
                               ' CYCLE ' WS-THRU-CYCLE
                               ' - REGISTERED BACKUP TAKEN '
                               RUNCTL-START-TS(1:14)
                       PERFORM 0130-ABORT-RUN
                   END-IF
           END-READ
           CLOSE TESTHIST-FILE
           OPEN I-O TESTHIST-FILE
           IF NOT TESTHIST-SUCCESS
               DISPLAY 'HISTRCVR: TESTHIST REOPEN FAILED, STATUS '
                       TESTHIST-STATUS
               PERFORM 0130-ABORT-RUN
           END-IF
           MOVE 'RESTORED BACKUP' TO RR-SECTION-TEXT
           WRITE RCVRRPT-LINE FROM RR-SECTION-LINE
           WRITE RCVRRPT-LINE FROM RR-BLANK-LINE
           MOVE 'BACKUP TAKEN' TO RR-INFO-DESC
           MOVE WS-BACKUP-TS   TO RR-INFO-VALUE
           WRITE RCVRRPT-LINE FROM RR-INFO-LINE
           MOVE 'BACKUP POINT (LAST CYCLE MERGED) RUN DATE'
             TO RR-INFO-DESC
           MOVE SPACES TO RR-INFO-VALUE
           STRING WS-THRU-DATE ' CYCLE ' WS-THRU-CYCLE
                  DELIMITED BY SIZE INTO RR-INFO-VALUE
           WRITE RCVRRPT-LINE FROM RR-INFO-LINE
           MOVE 'ROWS RESTORED / AMOUNT HASH' TO RR-TOTAL-DESC
           MOVE WS-RESTORE-CNT  TO RR-TOTAL-CNT
           MOVE WS-RESTORE-HASH TO RR-TOTAL-AMT
           WRITE RCVRRPT-LINE FROM RR-TOTAL-LINE
           MOVE 'BACKUP TRAILER ROWS / AMOUNT HASH' TO RR-TOTAL-DESC
           MOVE WS-TRL-ROW-CNT  TO RR-TOTAL-CNT
           MOVE WS-TRL-AMT-HASH TO RR-TOTAL-AMT
           WRITE RCVRRPT-LINE FROM RR-TOTAL-LINE
           MOVE 'RUNCTL REGISTERED BACKUP ROWS' TO RR-TOTAL-DESC
           MOVE RUNCTL-OUT-CNT  TO RR-TOTAL-CNT
           MOVE SPACES TO RR-TOTAL-AMT-X
           WRITE RCVRRPT-LINE FROM RR-TOTAL-LINE
           WRITE RCVRRPT-LINE FROM RR-BLANK-LINE
           MOVE 'ROLL-FORWARD EXCEPTIONS' TO RR-SECTION-TEXT
           WRITE RCVRRPT-LINE FROM RR-SECTION-LINE
           WRITE RCVRRPT-LINE FROM RR-BLANK-LINE
           WRITE RCVRRPT-LINE FROM RR-EXC-HEADING.

       0250-EXIT.
           EXIT.

      ******************************************************************
      * READ THE NEXT AUDIT RECORD (TIMESTAMP ORDER) AND REAPPLY IT IF
      * IT CHANGED TESTHIST AFTER THE BACKUP AND BY THE RECOVERY
      * POINT. A RECORD NAMING NO POSTING (ZERO RUN DATE - A SUSPFIX
      * CORRECTION, OR A RECORD CUT BEFORE RUN DATES WERE CARRIED)
      * NEVER TOUCHED THE HISTORY. THE TRAIL MUST REACH BACK TO THE
      * BACKUP POINT - IF ITS FIRST RECORD WAS CUT AFTER THE BACKUP,
      * WHATEVER CHANGED TESTHIST IN BETWEEN IS NOT ON IT (AN AUDARCH
      * GENERATION ROLLED OFF OR LEFT OUT), AND THE RECOVERY IS
      * ABORTED RATHER THAN REBUILDING A HISTORY WITH A HOLE IN IT.
      ******************************************************************
       0300-ROLL-FORWARD.
           READ AUDTRAIL-FILE
               AT END
                   SET AUDTRAIL-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-AUD-READ-CNT
                   IF WS-AUD-READ-CNT = 1
                       MOVE AUDIT-TIMESTAMP(1:14) TO WS-FIRST-AUDIT-TS
                       IF WS-FIRST-AUDIT-TS > WS-BACKUP-TS(1:14)
                           DISPLAY 'HISTRCVR: AUDIT TRAIL STARTS AT '
                                   WS-FIRST-AUDIT-TS
                                   ', AFTER THE BACKUP TAKEN AT '
                                   WS-BACKUP-TS(1:14)
                           DISPLAY 'HISTRCVR: CHANGES IN THE GAP '
                                   'CANNOT BE REAPPLIED - ADD THE '
                                   'MISSING AUDARCH GENERATIONS'
                           PERFORM 0130-ABORT-RUN
                       END-IF
                   END-IF
                   EVALUATE TRUE
                       WHEN AUDIT-TIMESTAMP(1:14) > WS-TARGET-TS
                           ADD 1 TO WS-AUD-AFTER-CNT
                       WHEN AUDIT-RUN-DATE NOT NUMERIC OR
                            AUDIT-RUN-DATE = ZERO
                           ADD 1 TO WS-AUD-NOPOST-CNT
                       WHEN AUDIT-SOURCE-PGM = 'CODECHAL'
                           PERFORM 0310-REAPPLY-MERGE
                       WHEN AUDIT-SOURCE-PGM = 'RECATG' OR
                            AUDIT-SOURCE-PGM = 'RECATPPA'
                           PERFORM 0330-REAPPLY-RECATG
                       WHEN OTHER
                           ADD 1 TO WS-AUD-NOPOST-CNT
                   END-EVALUATE
           END-READ.

       0300-EXIT.
           EXIT.

      ******************************************************************
      * A CODECHAL POSTING. A CYCLE AT OR BEFORE THE BACKUP POINT IS
      * ALREADY IN THE BACKUP. A LATER ONE IS REAPPLIED ONLY IF ITS
      * MERGE COMPLETED BY THE RECOVERY POINT - IT IS WRITTEN BACK AS
      * THE ROW HISTMRG FOLDED IN (AS A DUPLICATE, REWRITTEN IN PLACE,
      * THE SAME WAY HISTMRG TREATS A RERUN). A RECORD CUT BEFORE THE
      * PERIOD WAS CARRIED FALLS BACK TO THE TRANSACTION MONTH.
      ******************************************************************
       0310-REAPPLY-MERGE.
           MOVE AUDIT-RUN-DATE  TO WS-LOOK-DATE
           MOVE AUDIT-RUN-CYCLE TO WS-LOOK-CYCLE
           IF WS-LOOK-KEY NOT > WS-THRU-KEY
               ADD 1 TO WS-AUD-INBKUP-CNT
           ELSE
               PERFORM 0350-FIND-CYCLE
               IF WS-CYC-FOUND AND WS-CYC-IN-SCOPE(WS-CYC-NDX)
                   PERFORM 0320-WRITE-MERGED-ROW
               ELSE
                   ADD 1 TO WS-AUD-NOTMRG-CNT
               END-IF
           END-IF.

       0310-EXIT.
           EXIT.

       0320-WRITE-MERGED-ROW.
           MOVE AUDIT-KEY       TO TESTHIST-TESTO-KEY
           MOVE AUDIT-RUN-DATE  TO TESTHIST-RUN-DATE
           MOVE AUDIT-RUN-CYCLE TO TESTHIST-RUN-CYCLE
           MOVE AUDIT-SEQ       TO TESTHIST-SEQ
           MOVE AUDIT-DATE      TO TESTHIST-DATE
           MOVE AUDIT-AMT       TO TESTHIST-AMT
           MOVE AUDIT-CATEGORY  TO TESTHIST-CATEGORY
           IF AUDIT-PERIOD NUMERIC AND AUDIT-PERIOD > ZERO
               MOVE AUDIT-PERIOD   TO TESTHIST-PERIOD
               MOVE AUDIT-PPA-FLAG TO TESTHIST-PPA-FLAG
           ELSE
               MOVE AUDIT-DATE(1:6) TO TESTHIST-PERIOD
               MOVE 'N'             TO TESTHIST-PPA-FLAG
           END-IF
           MOVE 'N'  TO TESTHIST-RECLASS-SW
           MOVE ZERO TO TESTHIST-RECLASS-CATG
           WRITE TESTHIST-RECORD
               INVALID KEY
                   REWRITE TESTHIST-RECORD
                       INVALID KEY
                           MOVE 'HISTORY ROW COULD NOT BE WRITTEN'
                             TO RR-EX-TEXT
                           PERFORM 0380-REPORT-EXCEPTION
                       NOT INVALID KEY
                           ADD 1 TO WS-MRG-REPL-CNT
                   END-REWRITE
               NOT INVALID KEY
                   ADD 1 TO WS-MRG-ADD-CNT
                   ADD 1 TO WS-CYC-REAPPLY-CNT(WS-CYC-NDX)
           END-WRITE.

       0320-EXIT.
           EXIT.

      ******************************************************************
      * A RECATG MOVE. ONE CUT AT OR BEFORE THE BACKUP TIMESTAMP IS
      * ALREADY IN THE BACKUP. A LATER ONE IS APPLIED TO THE ROW IT
      * NAMES - A CATEGORY REWRITE, OR FOR 'RECATPPA' (A ROW IN A
      * LOCKED PERIOD) THE RECLASS FIELDS, CLOSED CATEGORY UNTOUCHED.
      ******************************************************************
       0330-REAPPLY-RECATG.
           IF AUDIT-TIMESTAMP(1:16) NOT > WS-BACKUP-TS(1:16)
               ADD 1 TO WS-AUD-INBKUP-CNT
           ELSE
               MOVE AUDIT-KEY       TO TESTHIST-TESTO-KEY
               MOVE AUDIT-RUN-DATE  TO TESTHIST-RUN-DATE
               MOVE AUDIT-RUN-CYCLE TO TESTHIST-RUN-CYCLE
               MOVE AUDIT-SEQ       TO TESTHIST-SEQ
               READ TESTHIST-FILE
                   INVALID KEY
                       PERFORM 0340-MOVE-FINDS-NO-ROW
                   NOT INVALID KEY
                       PERFORM 0335-REWRITE-MOVED-ROW
               END-READ
           END-IF.

       0330-EXIT.
           EXIT.

       0335-REWRITE-MOVED-ROW.
           IF AUDIT-SOURCE-PGM = 'RECATPPA'
               SET TESTHIST-RECLASSED TO TRUE
               MOVE AUDIT-CATEGORY TO TESTHIST-RECLASS-CATG
           ELSE
               MOVE AUDIT-CATEGORY TO TESTHIST-CATEGORY
           END-IF
           REWRITE TESTHIST-RECORD
               INVALID KEY
                   MOVE 'HISTORY ROW COULD NOT BE REWRITTEN'
                     TO RR-EX-TEXT
                   PERFORM 0380-REPORT-EXCEPTION
               NOT INVALID KEY
                   IF AUDIT-SOURCE-PGM = 'RECATPPA'
                       ADD 1 TO WS-RECLASS-CNT
                   ELSE
                       ADD 1 TO WS-MOVE-CNT
                   END-IF
           END-REWRITE.

       0335-EXIT.
           EXIT.

      ******************************************************************
      * A MOVE WHOSE ROW IS NOT IN THE REBUILT HISTORY. IF ITS CYCLE
      * NEVER MERGED BY THE RECOVERY POINT (A TESTO-PASS MOVE ON A
      * CYCLE THAT DID NOT BALANCE, OR ONE MERGED LATER) THERE WAS NO
      * ROW TO MOVE; OTHERWISE THE ROW IS MISSING - AN EXCEPTION.
      ******************************************************************
       0340-MOVE-FINDS-NO-ROW.
           MOVE AUDIT-RUN-DATE  TO WS-LOOK-DATE
           MOVE AUDIT-RUN-CYCLE TO WS-LOOK-CYCLE
           PERFORM 0350-FIND-CYCLE
           IF WS-CYC-FOUND AND WS-CYC-IN-SCOPE(WS-CYC-NDX)
               MOVE 'MOVE FOR A ROW NOT IN THE REBUILT HISTORY'
                 TO RR-EX-TEXT
               PERFORM 0380-REPORT-EXCEPTION
           ELSE
           IF WS-CYC-NOT-FOUND AND WS-LOOK-KEY NOT > WS-THRU-KEY
               MOVE 'MOVE FOR A ROW NOT IN THE REBUILT HISTORY'
                 TO RR-EX-TEXT
               PERFORM 0380-REPORT-EXCEPTION
           ELSE
               ADD 1 TO WS-AUD-NOTMRG-CNT
           END-IF
           END-IF.

       0340-EXIT.
           EXIT.

      ******************************************************************
      * LOOK UP WS-LOOK-KEY IN THE CYCLE TABLE.
      ******************************************************************
       0350-FIND-CYCLE.
           SET WS-CYC-NOT-FOUND TO TRUE
           IF WS-CYC-CNT > 0
               SEARCH ALL WS-CYC-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CYC-KEY(WS-CYC-NDX) = WS-LOOK-KEY
                       SET WS-CYC-FOUND TO TRUE
               END-SEARCH
           END-IF.

       0350-EXIT.
           EXIT.

      ******************************************************************
      * ONE ROLL-FORWARD EXCEPTION LINE FOR THE AUDIT RECORD IN HAND
      * (RR-EX-TEXT SET BY THE CALLER).
      ******************************************************************
       0380-REPORT-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-CNT
           MOVE AUDIT-KEY        TO RR-EX-KEY
           MOVE AUDIT-RUN-DATE   TO RR-EX-RUN-DATE
           MOVE AUDIT-RUN-CYCLE  TO RR-EX-RUN-CYCLE
           MOVE AUDIT-SEQ        TO RR-EX-SEQ
           MOVE AUDIT-SOURCE-PGM TO RR-EX-SOURCE-PGM
           WRITE RCVRRPT-LINE FROM RR-EXC-LINE.

       0380-EXIT.
           EXIT.

      ******************************************************************
      * ROLL-FORWARD TOTALS - EVERY AUDIT RECORD READ IS ACCOUNTED FOR
      * AS REAPPLIED OR AS SKIPPED FOR A STATED REASON.
      ******************************************************************
       0390-REPORT-ROLL-FORWARD.
           CLOSE AUDTRAIL-FILE
           IF WS-EXCEPTION-CNT = ZERO
               MOVE SPACES TO RR-INFO-LINE
               MOVE '(NONE)' TO RR-INFO-DESC
               WRITE RCVRRPT-LINE FROM RR-INFO-LINE
           END-IF
           WRITE RCVRRPT-LINE FROM RR-BLANK-LINE
           MOVE 'ROLL-FORWARD FROM THE AUDIT TRAIL' TO RR-SECTION-TEXT
           WRITE RCVRRPT-LINE FROM RR-SECTION-LINE
           WRITE RCVRRPT-LINE FROM RR-BLANK-LINE
           MOVE SPACES TO RR-TOTAL-AMT-X
           MOVE 'AUDIT RECORDS READ' TO RR-TOTAL-DESC
           MOVE WS-AUD-READ-CNT TO RR-TOTAL-CNT
           WRITE RCVRRPT-LINE FROM RR-TOTAL-LINE
           MOVE '  POSTINGS REAPPLIED - ROWS ADDED' TO RR-TOTAL-DESC
           MOVE WS-MRG-ADD-CNT TO RR-TOTAL-CNT
           WRITE RCVRRPT-LINE FROM RR-TOTAL-LINE
           MOVE '  POSTINGS REAPPLIED - ROWS REPLACED'
             TO RR-TOTAL-DESC
           MOVE WS-MRG-REPL-CNT TO RR-TOTAL-CNT
           WRITE RCVRRPT-LINE FROM RR-TOTAL-LINE
           MOVE '  RECATG CATEGORY REWRITES REAPPLIED'
             TO RR-TOTAL-DESC
           MOVE WS-MOVE-CNT TO RR-TOTAL-CNT
           WRITE RCVRRPT-LINE FROM RR-TOTAL-LINE
           MOVE '  RECATG LOCKED-PERIOD RECLASSES REAPPLIED'
             TO RR-TOTAL-DESC
           MOVE WS-RECLASS-CNT TO RR-TOTAL-CNT
           WRITE RCVRRPT-LINE FROM RR-TOTAL-LINE
           MOVE '  SKIPPED - ALREADY IN THE BACKUP' TO RR-TOTAL-DESC
           MOVE WS-AUD-INBKUP-CNT TO RR-TOTAL-CNT
           WRITE RCVRRPT-LINE FROM RR-TOTAL-LINE
           MOVE '  SKIPPED - CYCLE NOT MERGED BY RECOVERY PT'
             TO RR-TOTAL-DESC
           MOVE WS-AUD-NOTMRG-CNT TO RR-TOTAL-CNT
           WRITE RCVRRPT-LINE FROM RR-TOTAL-LINE
           MOVE '  SKIPPED - AFTER THE RECOVERY POINT'
             TO RR-TOTAL-DESC
           MOVE WS-AUD-AFTER-CNT TO RR-TOTAL-CNT
           WRITE RCVRRPT-LINE FROM RR-TOTAL-LINE
           MOVE '  SKIPPED - NO POSTING (CORRECTIONS ETC.)'
             TO RR-TOTAL-DESC
           MOVE WS-AUD-NOPOST-CNT TO RR-TOTAL-CNT
           WRITE RCVRRPT-LINE FROM RR-TOTAL-LINE
           MOVE '  EXCEPTIONS' TO RR-TOTAL-DESC
           MOVE WS-EXCEPTION-CNT TO RR-TOTAL-CNT
           WRITE RCVRRPT-LINE FROM RR-TOTAL-LINE.

       0390-EXIT.
           EXIT.

      ******************************************************************
      * START THE VERIFICATION PASS AT THE FIRST HISTORY ROW. AN EMPTY
      * HISTORY IS NOT AN ERROR HERE - EVERY CYCLE RUNCTL SAYS WAS
      * MERGED WILL SIMPLY FAIL TO VERIFY.
      ******************************************************************
       0400-POSITION-TESTHIST.
           MOVE LOW-VALUES TO TESTHIST-KEY
           START TESTHIST-FILE KEY NOT < TESTHIST-KEY
               INVALID KEY
                   SET TESTHIST-EOF TO TRUE
           END-START.

       0400-EXIT.
           EXIT.

      ******************************************************************
      * COUNT ONE REBUILT ROW UNDER ITS CYCLE. A ROW FROM A CYCLE
      * RUNCTL NEVER REGISTERED (HISTORY FROM BEFORE RUN CONTROL)
      * CANNOT BE PROVEN EITHER WAY AND IS COUNTED SEPARATELY.
      ******************************************************************
       0410-COUNT-HISTORY-ROW.
           READ TESTHIST-FILE NEXT RECORD
               AT END
                   SET TESTHIST-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-VER-ROW-CNT
                   ADD TESTHIST-AMT TO WS-VER-HASH
                   MOVE TESTHIST-RUN-DATE  TO WS-LOOK-DATE
                   MOVE TESTHIST-RUN-CYCLE TO WS-LOOK-CYCLE
                   PERFORM 0350-FIND-CYCLE
                   IF WS-CYC-FOUND
                       ADD 1 TO WS-CYC-ROW-CNT(WS-CYC-NDX)
                   ELSE
                       ADD 1 TO WS-UNREG-ROW-CNT
                   END-IF
           END-READ.

       0410-EXIT.
           EXIT.

      ******************************************************************
      * ONE VERIFICATION LINE PER CYCLE HISTMRG REGISTERED.
      ******************************************************************
       0420-REPORT-CYCLES.
           WRITE RCVRRPT-LINE FROM RR-BLANK-LINE
           MOVE 'VERIFICATION AGAINST RUNCTL HISTMRG COUNTS BY CYCLE'
             TO RR-SECTION-TEXT
           WRITE RCVRRPT-LINE FROM RR-SECTION-LINE
           WRITE RCVRRPT-LINE FROM RR-BLANK-LINE
           WRITE RCVRRPT-LINE FROM RR-CYCLE-HEADING
           PERFORM 0430-REPORT-CYCLE
               VARYING WS-CYC-NDX FROM 1 BY 1
               UNTIL WS-CYC-NDX > WS-CYC-CNT.

       0420-EXIT.
           EXIT.

      ******************************************************************
      * A CYCLE MERGED BY THE RECOVERY POINT MUST HOLD EXACTLY THE
      * ROWS HISTMRG REGISTERED MERGING; ONE MERGED AFTER IT MUST HOLD
      * NONE. A MERGE THAT NEVER COMPLETED HAS NO COUNT TO PROVE
      * AGAINST.
      ******************************************************************
       0430-REPORT-CYCLE.
           MOVE WS-CYC-RUN-DATE(WS-CYC-NDX)    TO RR-CY-RUN-DATE
           MOVE WS-CYC-RUN-CYCLE(WS-CYC-NDX)   TO RR-CY-RUN-CYCLE
           MOVE WS-CYC-MRG-CNT(WS-CYC-NDX)     TO RR-CY-REGISTERED
           MOVE WS-CYC-REAPPLY-CNT(WS-CYC-NDX) TO RR-CY-REAPPLIED
           MOVE WS-CYC-ROW-CNT(WS-CYC-NDX)     TO RR-CY-REBUILT
           MOVE WS-CYC-MRG-RC(WS-CYC-NDX)      TO RR-CY-RC
           EVALUATE TRUE
               WHEN NOT WS-CYC-COMPLETED(WS-CYC-NDX)
                   MOVE 'MERGE NEVER COMPLETED' TO RR-CY-STATUS
                   ADD 1 TO WS-CYC-OPEN-CNT
               WHEN WS-CYC-PAST-TARGET(WS-CYC-NDX) AND
                    WS-CYC-ROW-CNT(WS-CYC-NDX) = ZERO
                   MOVE 'MERGED AFTER RECOVERY POINT' TO RR-CY-STATUS
                   ADD 1 TO WS-CYC-AFTER-CNT
               WHEN WS-CYC-PAST-TARGET(WS-CYC-NDX)
                   MOVE '*** ROWS PAST RECOVERY POINT'
                     TO RR-CY-STATUS
                   ADD 1 TO WS-CYC-BAD-CNT
               WHEN WS-CYC-ROW-CNT(WS-CYC-NDX) =
                    WS-CYC-MRG-CNT(WS-CYC-NDX)
                   MOVE 'VERIFIED' TO RR-CY-STATUS
                   ADD 1 TO WS-CYC-OK-CNT
               WHEN OTHER
                   MOVE '*** MISMATCH' TO RR-CY-STATUS
                   ADD 1 TO WS-CYC-BAD-CNT
           END-EVALUATE
           WRITE RCVRRPT-LINE FROM RR-CYCLE-LINE.

       0430-EXIT.
           EXIT.

      ******************************************************************
      * VERIFICATION TOTALS AND THE VERDICT, THEN CLOSE OUT. RC=8 IF
      * ANY CYCLE FAILED OR THE ROLL-FORWARD HIT AN EXCEPTION, RC=4 IF
      * SOME HISTORY COULD NOT BE PROVEN EITHER WAY.
      ******************************************************************
       0900-TERMINATE.
           WRITE RCVRRPT-LINE FROM RR-BLANK-LINE
           MOVE 'REBUILT HISTORY ROWS / AMOUNT HASH' TO RR-TOTAL-DESC
           MOVE WS-VER-ROW-CNT TO RR-TOTAL-CNT
           MOVE WS-VER-HASH    TO RR-TOTAL-AMT
           WRITE RCVRRPT-LINE FROM RR-TOTAL-LINE
           MOVE SPACES TO RR-TOTAL-AMT-X
           MOVE '  ROWS IN CYCLES RUNCTL NEVER REGISTERED'
             TO RR-TOTAL-DESC
           MOVE WS-UNREG-ROW-CNT TO RR-TOTAL-CNT
           WRITE RCVRRPT-LINE FROM RR-TOTAL-LINE
           MOVE 'CYCLES VERIFIED' TO RR-TOTAL-DESC
           MOVE WS-CYC-OK-CNT TO RR-TOTAL-CNT
           WRITE RCVRRPT-LINE FROM RR-TOTAL-LINE
           MOVE 'CYCLES MERGED AFTER THE RECOVERY POINT'
             TO RR-TOTAL-DESC
           MOVE WS-CYC-AFTER-CNT TO RR-TOTAL-CNT
           WRITE RCVRRPT-LINE FROM RR-TOTAL-LINE
           MOVE 'CYCLES WHOSE MERGE NEVER COMPLETED' TO RR-TOTAL-DESC
           MOVE WS-CYC-OPEN-CNT TO RR-TOTAL-CNT
           WRITE RCVRRPT-LINE FROM RR-TOTAL-LINE
           MOVE 'CYCLES FAILING VERIFICATION' TO RR-TOTAL-DESC
           MOVE WS-CYC-BAD-CNT TO RR-TOTAL-CNT
           WRITE RCVRRPT-LINE FROM RR-TOTAL-LINE
           WRITE RCVRRPT-LINE FROM RR-BLANK-LINE
           EVALUATE TRUE
               WHEN WS-CYC-BAD-CNT > 0 OR WS-EXCEPTION-CNT > 0
                   MOVE 8 TO WS-REGISTER-RC
                   MOVE '*** REBUILT HISTORY DOES NOT MATCH RUNCTL'
                     TO RR-VERDICT-TEXT
               WHEN WS-UNREG-ROW-CNT > 0 OR WS-CYC-OPEN-CNT > 0
                   MOVE 4 TO WS-REGISTER-RC
                   MOVE 'REBUILT HISTORY MATCHES RUNCTL - SOME UNPROVEN'
                     TO RR-VERDICT-TEXT
               WHEN OTHER
                   MOVE ZERO TO WS-REGISTER-RC
                   MOVE 'REBUILT HISTORY MATCHES RUNCTL - ALL PROVEN'
                     TO RR-VERDICT-TEXT
           END-EVALUATE
           WRITE RCVRRPT-LINE FROM RR-VERDICT-LINE
           PERFORM 0890-REGISTER-RUN-END
           CLOSE TESTHIST-FILE
           CLOSE RCVRRPT-FILE
           DISPLAY 'HISTRCVR: BACKUP POINT RUN DATE = ' WS-THRU-DATE
                   ' CYCLE ' WS-THRU-CYCLE
           DISPLAY 'HISTRCVR: ROWS RESTORED        = ' WS-RESTORE-CNT
           DISPLAY 'HISTRCVR: AUDIT RECORDS READ   = ' WS-AUD-READ-CNT
           DISPLAY 'HISTRCVR: POSTINGS REAPPLIED   = ' WS-MRG-ADD-CNT
           DISPLAY 'HISTRCVR: MOVES REAPPLIED      = ' WS-MOVE-CNT
           DISPLAY 'HISTRCVR: RECLASSES REAPPLIED  = ' WS-RECLASS-CNT
           DISPLAY 'HISTRCVR: REBUILT HISTORY ROWS = ' WS-VER-ROW-CNT
           DISPLAY 'HISTRCVR: CYCLES VERIFIED      = ' WS-CYC-OK-CNT
           DISPLAY 'HISTRCVR: CYCLES FAILED        = ' WS-CYC-BAD-CNT
           DISPLAY 'HISTRCVR: EXCEPTIONS           = '
                   WS-EXCEPTION-CNT
           MOVE WS-REGISTER-RC TO RETURN-CODE.

       0900-EXIT.
           EXIT.

      ******************************************************************
      * MARK THE RECOVERY'S RUNCTL ROW COMPLETED - AUDIT RECORDS READ,
      * ROWS IN THE REBUILT HISTORY, CYCLES FAILED PLUS EXCEPTIONS,
      * AND THE RETURN CODE THE RUN ENDS WITH.
      ******************************************************************
       0890-REGISTER-RUN-END.
           MOVE WS-THRU-DATE  TO RUNCTL-RUN-DATE
           MOVE WS-THRU-CYCLE TO RUNCTL-RUN-CYCLE
           MOVE 'HISTRCVR'    TO RUNCTL-STEP
           READ RUNCTL-FILE
               INVALID KEY
                   DISPLAY 'HISTRCVR: WARNING - RUNCTL ROW MISSING '
                           'AT END OF RUN'
               NOT INVALID KEY
                   SET RUNCTL-COMPLETED TO TRUE
                   MOVE FUNCTION CURRENT-DATE TO RUNCTL-END-TS
                   MOVE WS-AUD-READ-CNT TO RUNCTL-IN-CNT
                   MOVE WS-VER-ROW-CNT  TO RUNCTL-OUT-CNT
                   COMPUTE RUNCTL-REJ-CNT =
                           WS-CYC-BAD-CNT + WS-EXCEPTION-CNT
                   MOVE WS-REGISTER-RC  TO RUNCTL-RETURN-CODE
                   REWRITE RUNCTL-RECORD
           END-READ
           CLOSE RUNCTL-FILE.

       0890-EXIT.
           EXIT.

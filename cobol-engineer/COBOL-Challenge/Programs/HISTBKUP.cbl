       ID DIVISION.
       PROGRAM-ID.    HISTBKUP.
      *AUTHOR.        MAINTENANCE
      *DATE-WRITTEN.  10/15/2026.
      *****************************************************************
      *
      * TESTHIST BACKUP. COPIES THE TESTHIST HISTORY MASTER, IN KEY
      * ORDER, TO A NEW BACKUP GENERATION (COPYBOOK HISTBKUP) AND
      * REGISTERS THE BACKUP POINT IN RUNCTL, SO A DAMAGED HISTORY
      * CAN BE REBUILT BY HISTRCVR INSTEAD OF BEING LOST.
      *
      * THE BACKUP POINT IS THE LATEST PROCESSING CYCLE HISTMRG HAS
      * REGISTERED IN RUNCTL - IT MUST BE COMPLETED, OR THE COPY
      * WOULD HOLD HALF A MERGE. THE HEADER CARRIES THAT RUN DATE
      * AND CYCLE WITH THE BACKUP TIMESTAMP, THE TRAILER THE ROW
      * COUNT AND SIGNED AMOUNT HASH, AND THE RUNCTL ROW (STEP
      * 'HISTBKUP', KEYED BY THE BACKUP POINT) RECORDS THE SAME
      * TIMESTAMP AND COUNT - HISTRCVR WILL ONLY RESTORE A BACKUP
      * THAT MATCHES ITS REGISTRATION. A HISTORY ROW FROM A CYCLE
      * BEYOND THE BACKUP POINT (A MERGE RUNCTL NEVER SAW) IS COPIED
      * BUT ENDS THE RUN RC=8 AND IS REGISTERED AS SUCH, SINCE THE
      * BACKUP COULD NOT BE ROLLED FORWARD CLEANLY.
      *
      * RUN IT AT A QUIET POINT - AFTER THE CODECHAL STREAM AND ANY
      * RECATG RUN HAVE FINISHED - SO THE COPY IS ONE CONSISTENT
      * MOMENT OF THE HISTORY.
      *
      *****************************************************************
      *************** M A I N T E N A N C E   N O T E S ***************
      ***%************************************************************:
      ***%CCR#      :                      PROGRAMMER: MAINTENANCE
      ***%MODLOG TAG:                      COMPANY   : ODDBALL
      ***%RELEASE NO:                      DATE      : 10/15/2026
      ***%
      ***%PROBLEM   : TESTHIST IS THE ONLY COPY OF EVERY POSTING EVER
      ***%            MERGED AND WAS NEVER BACKED UP - A DAMAGED
      ***%            CLUSTER MEANT THE HISTORY WAS GONE.
      ***%
      ***%SOLUTION  : INITIAL CREATION. SCHEDULED BACKUP OF TESTHIST
      ***%            TO A GENERATION DATASET WITH HEADER/TRAILER
      ***%            CONTROLS AND A RUNCTL-REGISTERED BACKUP POINT
      ***%            (STEP 'HISTBKUP') FOR HISTRCVR TO ROLL FORWARD
      ***%            FROM.
      ***%************************************************************:
      *********** E N D   M A I N T E N A N C E   N O T E S ***********
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  TESTHIST-FILE   ASSIGN  TESTHIST
                                   ORGANIZATION INDEXED
                                   ACCESS MODE SEQUENTIAL
                                   RECORD KEY TESTHIST-KEY
                                   STATUS  TESTHIST-STATUS.
           SELECT  RUNCTL-FILE     ASSIGN  RUNCTL
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY RUNCTL-KEY
                                   STATUS  RUNCTL-STATUS.
           SELECT  HISTBKUP-FILE   ASSIGN  HISTBKUP
                                   STATUS  HISTBKUP-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  TESTHIST-FILE.
           COPY TESTHIST.

       FD  RUNCTL-FILE.
           COPY RUNCTL.

       FD  HISTBKUP-FILE
           RECORDING F
           BLOCK 0 RECORDS.
           COPY HISTBKUP.

       WORKING-STORAGE SECTION.

       01 WORK-FIELDS.
           05  TESTHIST-STATUS             PIC  X(02).
               88  TESTHIST-SUCCESS              VALUE ZERO.
               88  TESTHIST-EOF                  VALUE '10'.
           05  RUNCTL-STATUS               PIC  X(02).
               88  RUNCTL-SUCCESS                VALUE ZERO.
               88  RUNCTL-EOF                    VALUE '10'.
           05  HISTBKUP-STATUS             PIC  X(02).
               88  HISTBKUP-SUCCESS              VALUE ZERO.
           05  WS-REGISTER-RC              PIC  9(04)      VALUE ZERO.
           05  WS-BACKUP-TS                PIC  X(21)      VALUE SPACES.

      *** THE BACKUP POINT - THE LATEST HISTMRG ROW ON RUNCTL.
       01 WORK-BACKUP-POINT.
           05  WS-THRU-KEY.
               10  WS-THRU-DATE            PIC  9(08)      VALUE ZERO.
               10  WS-THRU-CYCLE           PIC  9(01)      VALUE ZERO.
           05  WS-THRU-STATUS              PIC  X(01)      VALUE SPACE.
               88  WS-THRU-COMPLETED             VALUE 'C'.
           05  WS-ROW-KEY.
               10  WS-ROW-DATE             PIC  9(08)      VALUE ZERO.
               10  WS-ROW-CYCLE            PIC  9(01)      VALUE ZERO.

       01 WORK-COUNTERS.
           05  WS-HIST-READ-CNT            PIC  9(09)      VALUE ZERO.
           05  WS-BKUP-WRITE-CNT           PIC  9(09)      VALUE ZERO.
           05  WS-BEYOND-CNT               PIC  9(09)      VALUE ZERO.
           05  WS-AMT-HASH                 PIC S9(13)V99   VALUE ZERO.
           05  WS-AMT-HASH-ED              PIC  Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN OPERATIONS PARAGRAPH FOR PROGRAM.
      ******************************************************************
       0000-MAINLINE.
           PERFORM 0100-INITIALIZE
           PERFORM 0200-COPY-TESTHIST UNTIL TESTHIST-EOF
           PERFORM 0900-TERMINATE
           GOBACK.

       0000-EXIT.
           EXIT.

      ******************************************************************
      * FIND THE BACKUP POINT, REGISTER THE BACKUP UNDER IT, AND
      * START THE GENERATION WITH ITS HEADER.
      ******************************************************************
       0100-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-BACKUP-TS
           OPEN I-O RUNCTL-FILE
           IF NOT RUNCTL-SUCCESS
               DISPLAY 'HISTBKUP: RUNCTL OPEN FAILED, STATUS '
                       RUNCTL-STATUS
               PERFORM 0130-ABORT-RUN
           END-IF
           PERFORM 0110-FIND-BACKUP-POINT
           OPEN INPUT TESTHIST-FILE
           IF NOT TESTHIST-SUCCESS
               DISPLAY 'HISTBKUP: TESTHIST OPEN FAILED, STATUS '
                       TESTHIST-STATUS
               PERFORM 0130-ABORT-RUN
           END-IF
           OPEN OUTPUT HISTBKUP-FILE
           IF NOT HISTBKUP-SUCCESS
               DISPLAY 'HISTBKUP: HISTBKUP OPEN FAILED, STATUS '
                       HISTBKUP-STATUS
               PERFORM 0130-ABORT-RUN
           END-IF
           PERFORM 0140-REGISTER-RUN-START
           MOVE SPACES TO HISTBKUP-RECORD
           SET HISTBKUP-HEADER TO TRUE
           MOVE WS-BACKUP-TS  TO HISTBKUP-BACKUP-TS
           MOVE WS-THRU-DATE  TO HISTBKUP-THRU-DATE
           MOVE WS-THRU-CYCLE TO HISTBKUP-THRU-CYCLE
           WRITE HISTBKUP-RECORD.

       0100-EXIT.
           EXIT.

      ******************************************************************
      * RUNCTL IS KEYED BY RUN DATE, CYCLE, AND STEP, SO THE LAST
      * HISTMRG ROW READ IS THE LATEST CYCLE MERGED. IT MUST HAVE
      * COMPLETED - A ROW STILL 'S' IS A MERGE THAT ABENDED (OR IS
      * STILL RUNNING), AND A COPY TAKEN NOW WOULD HOLD PART OF IT.
      * NO HISTMRG ROW AT ALL LEAVES NOTHING TO REGISTER A BACKUP
      * POINT AGAINST.
      ******************************************************************
       0110-FIND-BACKUP-POINT.
           MOVE LOW-VALUES TO RUNCTL-KEY
           START RUNCTL-FILE KEY NOT < RUNCTL-KEY
               INVALID KEY
                   SET RUNCTL-EOF TO TRUE
           END-START
           PERFORM 0115-READ-RUNCTL UNTIL RUNCTL-EOF
           IF WS-THRU-DATE = ZERO
               DISPLAY 'HISTBKUP: NO HISTMRG RUN IS REGISTERED IN '
                       'RUNCTL - NO BACKUP POINT'
               PERFORM 0130-ABORT-RUN
           END-IF
           IF NOT WS-THRU-COMPLETED
               DISPLAY 'HISTBKUP: HISTMRG FOR ' WS-THRU-DATE
                       ' CYCLE ' WS-THRU-CYCLE ' HAS NOT COMPLETED'
                       ' - RERUN THE MERGE BEFORE TAKING A BACKUP'
               PERFORM 0130-ABORT-RUN
           END-IF.

       0110-EXIT.
           EXIT.

       0115-READ-RUNCTL.
           READ RUNCTL-FILE NEXT RECORD
               AT END
                   SET RUNCTL-EOF TO TRUE
               NOT AT END
                   IF RUNCTL-STEP = 'HISTMRG'
                       MOVE RUNCTL-RUN-DATE   TO WS-THRU-DATE
                       MOVE RUNCTL-RUN-CYCLE  TO WS-THRU-CYCLE
                       MOVE RUNCTL-RUN-STATUS TO WS-THRU-STATUS
                   END-IF
           END-READ.

       0115-EXIT.
           EXIT.

      ******************************************************************
      * HARD STOP - SAME GUARD PATTERN AS CODECHAL'S 0130-ABORT-RUN.
      ******************************************************************
       0130-ABORT-RUN.
           DISPLAY 'HISTBKUP: RUN ABORTED - SEE PRECEDING MESSAGES'
           MOVE 16 TO RETURN-CODE
           GOBACK.

       0130-EXIT.
           EXIT.

      ******************************************************************
      * REGISTER THE BACKUP IN RUNCTL UNDER ITS BACKUP POINT (STEP
      * 'HISTBKUP'). THE START TIMESTAMP IS THE ONE IN THE HEADER -
      * IT IS WHAT TIES THE GENERATION TO ITS REGISTRATION. A LATER
      * BACKUP OF THE SAME POINT REPLACES THE ROW.
      ******************************************************************
       0140-REGISTER-RUN-START.
           MOVE WS-THRU-DATE  TO RUNCTL-RUN-DATE
           MOVE WS-THRU-CYCLE TO RUNCTL-RUN-CYCLE
           MOVE 'HISTBKUP'    TO RUNCTL-STEP
           SET RUNCTL-STARTED TO TRUE
           MOVE WS-BACKUP-TS  TO RUNCTL-START-TS
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
      * COPY ONE TESTHIST ROW TO THE BACKUP AND FOLD IT INTO THE
      * TRAILER CONTROLS.
      ******************************************************************
       0200-COPY-TESTHIST.
           READ TESTHIST-FILE NEXT RECORD
               AT END
                   SET TESTHIST-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-HIST-READ-CNT
                   MOVE TESTHIST-RUN-DATE  TO WS-ROW-DATE
                   MOVE TESTHIST-RUN-CYCLE TO WS-ROW-CYCLE
                   IF WS-ROW-KEY > WS-THRU-KEY
                       ADD 1 TO WS-BEYOND-CNT
                       DISPLAY 'HISTBKUP: ROW ' TESTHIST-TESTO-KEY
                               ' RUN DATE ' TESTHIST-RUN-DATE
                               ' CYCLE ' TESTHIST-RUN-CYCLE
                               ' IS BEYOND THE BACKUP POINT'
                   END-IF
                   SET HISTBKUP-DETAIL TO TRUE
                   MOVE TESTHIST-RECORD TO HISTBKUP-DATA
                   WRITE HISTBKUP-RECORD
                   ADD 1 TO WS-BKUP-WRITE-CNT
                   ADD TESTHIST-AMT TO WS-AMT-HASH
           END-READ.

       0200-EXIT.
           EXIT.

      ******************************************************************
      * CLOSE THE GENERATION WITH ITS TRAILER, COMPLETE THE RUNCTL
      * REGISTRATION, AND SHOW THE CONTROLS. A ROW BEYOND THE BACKUP
      * POINT ENDS THE RUN RC=8 - HISTRCVR REFUSES SUCH A BACKUP.
      ******************************************************************
       0900-TERMINATE.
           MOVE SPACES TO HISTBKUP-RECORD
           SET HISTBKUP-TRAILER TO TRUE
           MOVE WS-BKUP-WRITE-CNT TO HISTBKUP-ROW-CNT
           MOVE WS-AMT-HASH       TO HISTBKUP-AMT-HASH
           WRITE HISTBKUP-RECORD
           IF WS-BEYOND-CNT > 0
               MOVE 8 TO WS-REGISTER-RC
           ELSE
               MOVE ZERO TO WS-REGISTER-RC
           END-IF
           PERFORM 0890-REGISTER-RUN-END
           CLOSE TESTHIST-FILE
           CLOSE HISTBKUP-FILE
           MOVE WS-AMT-HASH TO WS-AMT-HASH-ED
           DISPLAY 'HISTBKUP: BACKUP POINT RUN DATE = ' WS-THRU-DATE
                   ' CYCLE ' WS-THRU-CYCLE
           DISPLAY 'HISTBKUP: BACKUP TIMESTAMP      = ' WS-BACKUP-TS
           DISPLAY 'HISTBKUP: TESTHIST ROWS READ    = '
                   WS-HIST-READ-CNT
           DISPLAY 'HISTBKUP: BACKUP ROWS WRITTEN   = '
                   WS-BKUP-WRITE-CNT
           DISPLAY 'HISTBKUP: BACKUP AMOUNT HASH    = '
                   WS-AMT-HASH-ED
           DISPLAY 'HISTBKUP: ROWS BEYOND THE POINT = '
                   WS-BEYOND-CNT
           IF WS-BEYOND-CNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF.

       0900-EXIT.
           EXIT.

      ******************************************************************
      * MARK THE BACKUP'S RUNCTL ROW COMPLETED WITH ITS COUNTS AND
      * THE RETURN CODE THE RUN ENDS WITH.
      ******************************************************************
       0890-REGISTER-RUN-END.
           MOVE WS-THRU-DATE  TO RUNCTL-RUN-DATE
           MOVE WS-THRU-CYCLE TO RUNCTL-RUN-CYCLE
           MOVE 'HISTBKUP'    TO RUNCTL-STEP
           READ RUNCTL-FILE
               INVALID KEY
                   DISPLAY 'HISTBKUP: WARNING - RUNCTL ROW MISSING '
                           'AT END OF RUN'
               NOT INVALID KEY
                   SET RUNCTL-COMPLETED TO TRUE
                   MOVE FUNCTION CURRENT-DATE TO RUNCTL-END-TS
                   MOVE WS-HIST-READ-CNT   TO RUNCTL-IN-CNT
                   MOVE WS-BKUP-WRITE-CNT  TO RUNCTL-OUT-CNT
                   MOVE WS-BEYOND-CNT      TO RUNCTL-REJ-CNT
                   MOVE WS-REGISTER-RC     TO RUNCTL-RETURN-CODE
                   REWRITE RUNCTL-RECORD
           END-READ
           CLOSE RUNCTL-FILE.

       0890-EXIT.
           EXIT.

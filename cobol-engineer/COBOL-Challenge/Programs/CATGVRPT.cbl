       ID DIVISION.
       PROGRAM-ID.    CATGVRPT.
      *AUTHOR.        MAINTENANCE
      *DATE-WRITTEN.  10/15/2026.
      *****************************************************************
      *
      * CATGTBL RULES-VERSION AUDIT REPORT. PRINTS THE CATGVER
      * REGISTER - EVERY RULES VERSION WITH ITS STATUS, MAKER AND
      * SAVE TIME, CHECKER AND DECISION TIME, THE TIME IT STOPPED
      * BEING LIVE, ITS ROW COUNT, AND THE CATGANAL VERDICT.
      *
      * GIVEN A RUN DATE ON THE VRPTPARM CARD, IT ALSO ANSWERS "WHICH
      * RULES CATEGORIZED THAT DATE": FOR EACH CYCLE'S CODECHAL ROW
      * ON RUNCTL IT FINDS THE VERSION THAT WAS LIVE WHEN THE STEP
      * STARTED (PUT LIVE AT OR BEFORE THE START, AND NOT YET
      * SUPERSEDED) AND PRINTS THAT VERSION'S ROWS FROM CATGHIST. A
      * RUN BEFORE THE FIRST APPROVED VERSION PREDATES VERSION
      * CONTROL AND IS SAID SO.
      *
      *****************************************************************
      *************** M A I N T E N A N C E   N O T E S ***************
      ***%************************************************************:
      ***%CCR#      :                      PROGRAMMER: MAINTENANCE
      ***%MODLOG TAG:                      COMPANY   : ODDBALL
      ***%RELEASE NO:                      DATE      : 10/15/2026
      ***%
      ***%PROBLEM   : AUDIT COULD NOT TELL WHICH CATEGORY RULES WERE
      ***%            LIVE ON A GIVEN RUN DATE, OR WHO CHANGED AND
      ***%            APPROVED THEM.
      ***%
      ***%SOLUTION  : INITIAL CREATION. PRINTS THE CATGVER REGISTER
      ***%            AND, FOR A VRPTPARM RUN DATE, THE ROWS OF THE
      ***%            VERSION LIVE AT EACH CYCLE'S CODECHAL START.
      ***%************************************************************:
      ***%CCR#      :                      PROGRAMMER: MAINTENANCE
      ***%MODLOG TAG:                      COMPANY   : ODDBALL
      ***%RELEASE NO:                      DATE      : 10/15/2026
      ***%
      ***%PROBLEM   : A VERSION APPROVED BUT NOT YET COPIED OVER CATGTBL
      ***%            (NEW STATUS 'A') PRINTED AS UNKNOWN.
      ***%
      ***%SOLUTION  : PRINTS IT AS APPROVED. IT IS NEVER TAKEN AS THE
      ***%            VERSION LIVE ON A RUN DATE UNTIL CATGLIVE PUTS IT
      ***%            LIVE.
      ***%************************************************************:
      ***%CCR#      :                      PROGRAMMER: MAINTENANCE
      ***%MODLOG TAG:                      COMPANY   : ODDBALL
      ***%RELEASE NO:                      DATE      : 10/15/2026
      ***%
      ***%PROBLEM   : THE BLOCKING-FINDINGS COLUMN WAS THREE DIGITS
      ***%            WIDE, TOO NARROW FOR THE WIDENED
      ***%            CATGVER-ANAL-BLOCK-CNT.
      ***%
      ***%SOLUTION  : VR-BLOCK-CNT IS NOW EIGHT DIGITS WIDE; THE DETAIL
      ***%            LINE AND ITS HEADING ARE RESPACED TO STAY 132
      ***%            BYTES.
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
           SELECT  RUNCTL-FILE     ASSIGN  RUNCTL
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY RUNCTL-KEY
                                   STATUS  RUNCTL-STATUS.
           SELECT  OPTIONAL
                   VRPTPARM-FILE   ASSIGN  VRPTPARM
                                   STATUS  VRPTPARM-STATUS.
           SELECT  VRPTRPT-FILE    ASSIGN  VRPTRPT
                                   STATUS  VRPTRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CATGVER-FILE.
           COPY CATGVER.

       FD  CATGHIST-FILE.
           COPY CATGHIST.

       FD  RUNCTL-FILE.
           COPY RUNCTL.

       FD  VRPTPARM-FILE
           RECORDING F
           BLOCK 0 RECORDS.

       01  VRPTPARM-RECORD.
           05  VRPTPARM-RUN-DATE           PIC  9(08).
           05  VRPTPARM-FILLER             PIC  X(72).

       FD  VRPTRPT-FILE
           RECORDING F
           BLOCK 0 RECORDS.

       01  VRPTRPT-LINE                    PIC  X(132).

       WORKING-STORAGE SECTION.

       01 WORK-FIELDS.
           05  CATGVER-STATUS              PIC  X(02).
               88  CATGVER-SUCCESS               VALUE ZERO.
           05  CATGHIST-STATUS             PIC  X(02).
               88  CATGHIST-SUCCESS              VALUE ZERO.
           05  RUNCTL-STATUS               PIC  X(02).
               88  RUNCTL-SUCCESS                VALUE ZERO.
           05  VRPTPARM-STATUS             PIC  X(02).
               88  VRPTPARM-SUCCESS              VALUE ZERO.
               88  VRPTPARM-EOF                  VALUE '10'.
           05  VRPTRPT-STATUS              PIC  X(02).
               88  VRPTRPT-SUCCESS               VALUE ZERO.
           05  WS-RUN-DATE                 PIC  9(08)      VALUE ZERO.
           05  WS-SCAN-SW                  PIC  X(01).
               88  WS-SCAN-DONE                  VALUE 'Y'.
               88  WS-SCAN-MORE                  VALUE 'N'.
           05  WS-RUN-SCAN-SW              PIC  X(01).
               88  WS-RUN-SCAN-DONE              VALUE 'Y'.
               88  WS-RUN-SCAN-MORE              VALUE 'N'.
           05  WS-START-TS                 PIC  X(14)      VALUE SPACES.
           05  WS-FOUND-VERSION            PIC  9(05)      VALUE ZERO.
           05  WS-PRINTED-VERSION          PIC  9(05)      VALUE ZERO.
           05  WS-FOUND-CHECKER            PIC  X(08)      VALUE SPACES.
           05  WS-FOUND-CHECKED-TS         PIC  X(14)      VALUE SPACES.

       01 WORK-COUNTERS.
           05  WS-VERSION-CNT              PIC  9(05)      VALUE ZERO.
           05  WS-RUN-CNT                  PIC  9(02)      VALUE ZERO.
           05  WS-ROW-PRINT-CNT            PIC  9(05)      VALUE ZERO.

       01 VERSION-REPORT-LINES.
           05  VR-TITLE-LINE.
               10  FILLER                  PIC  X(40) VALUE
                   'CATGVRPT CATEGORY RULES VERSION HISTORY'.
               10  FILLER                  PIC  X(92) VALUE SPACES.
           05  VR-HEADING-LINE.
               10  FILLER                  PIC  X(132) VALUE
                   'VER   STATUS      MAKER     SAVED          CHECKER  
      -            ' DECIDED         LIVE UNTIL     ROWS      BLK WRN MA
      -            'KER NOTE'.
           05  VR-DETAIL-LINE.
               10  VR-VERSION              PIC  9(05).
               10  FILLER                  PIC  X(01) VALUE SPACES.
               10  VR-STATUS               PIC  X(11).
               10  FILLER                  PIC  X(01) VALUE SPACES.
               10  VR-MAKER                PIC  X(08).
               10  FILLER                  PIC  X(02) VALUE SPACES.
               10  VR-MADE-TS              PIC  X(14).
               10  FILLER                  PIC  X(01) VALUE SPACES.
               10  VR-CHECKER              PIC  X(08).
               10  FILLER                  PIC  X(02) VALUE SPACES.
               10  VR-CHECKED-TS           PIC  X(14).
               10  FILLER                  PIC  X(02) VALUE SPACES.
               10  VR-LIVE-TO-TS           PIC  X(14).
               10  FILLER                  PIC  X(01) VALUE SPACES.
               10  VR-ROW-CNT              PIC  ZZZ9.
               10  FILLER                  PIC  X(01) VALUE SPACES.
               10  VR-BLOCK-CNT            PIC  Z(07)9.
               10  FILLER                  PIC  X(01) VALUE SPACES.
               10  VR-WARN-CNT             PIC  ZZ9.
               10  FILLER                  PIC  X(01) VALUE SPACES.
               10  VR-MAKER-NOTE           PIC  X(30).
           05  VR-RUN-TITLE-LINE.
               10  FILLER                  PIC  X(33) VALUE
                   'CATEGORY RULES LIVE FOR RUN DATE '.
               10  VR-RUN-DATE             PIC  9(08).
               10  FILLER                  PIC  X(91) VALUE SPACES.
           05  VR-RUN-LINE.
               10  FILLER                  PIC  X(06) VALUE 'CYCLE '.
               10  VR-RUN-CYCLE            PIC  9(01).
               10  FILLER                  PIC  X(18) VALUE
                   ' CODECHAL STARTED '.
               10  VR-RUN-START-TS         PIC  X(14).
               10  FILLER                  PIC  X(03) VALUE ' - '.
               10  VR-RUN-TEXT             PIC  X(90).
           05  VR-ROW-HEADING-LINE.
               10  FILLER                  PIC  X(132) VALUE
                   '     ROW  CODE  DATE-LOW DATE-HIGH      AMT-LOW     
      -            'AMT-HIGH  DESCRIPTION'.
           05  VR-ROW-LINE.
               10  FILLER                  PIC  X(04) VALUE SPACES.
               10  VR-ROW                  PIC  ZZZ9.
               10  FILLER                  PIC  X(02) VALUE SPACES.
               10  VR-CODE                 PIC  9(04).
               10  FILLER                  PIC  X(02) VALUE SPACES.
               10  VR-DATE-LOW             PIC  9(08).
               10  FILLER                  PIC  X(01) VALUE SPACES.
               10  VR-DATE-HIGH            PIC  9(08).
               10  FILLER                  PIC  X(02) VALUE SPACES.
               10  VR-AMT-LOW              PIC  Z,ZZZ,ZZ9.99.
               10  FILLER                  PIC  X(01) VALUE SPACES.
               10  VR-AMT-HIGH             PIC  Z,ZZZ,ZZ9.99.
               10  FILLER                  PIC  X(02) VALUE SPACES.
               10  VR-DESC                 PIC  X(30).
               10  FILLER                  PIC  X(40) VALUE SPACES.
           05  VR-BLANK-LINE               PIC  X(132) VALUE SPACES.
           05  VR-NOTE-LINE.
               10  VR-NOTE-TEXT            PIC  X(132).

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN OPERATIONS PARAGRAPH FOR PROGRAM.
      ******************************************************************
       0000-MAINLINE.
           PERFORM 0100-INITIALIZE
           PERFORM 0200-PRINT-REGISTER
           IF WS-RUN-DATE NOT = ZERO
               PERFORM 0300-PRINT-RUN-DATE
           END-IF
           PERFORM 0900-TERMINATE
           GOBACK.

       0000-EXIT.
           EXIT.

      ******************************************************************
      * READ THE OPTIONAL VRPTPARM CARD (NO CARD OR A ZERO DATE PRINTS
      * THE REGISTER ONLY) AND OPEN THE FILES. RUNCTL IS ONLY NEEDED
      * FOR A RUN-DATE REPORT.
      ******************************************************************
       0100-INITIALIZE.
           OPEN INPUT VRPTPARM-FILE
           READ VRPTPARM-FILE
               AT END
                   SET VRPTPARM-EOF TO TRUE
               NOT AT END
                   IF VRPTPARM-RUN-DATE NUMERIC
                       MOVE VRPTPARM-RUN-DATE TO WS-RUN-DATE
                   END-IF
           END-READ
           CLOSE VRPTPARM-FILE
           OPEN INPUT CATGVER-FILE
           IF NOT CATGVER-SUCCESS
               DISPLAY 'CATGVRPT: CATGVER OPEN FAILED, STATUS '
                       CATGVER-STATUS
               DISPLAY 'CATGVRPT: RUN ABORTED - SEE PRECEDING MESSAGES'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT CATGHIST-FILE
           IF NOT CATGHIST-SUCCESS
               DISPLAY 'CATGVRPT: CATGHIST OPEN FAILED, STATUS '
                       CATGHIST-STATUS
               DISPLAY 'CATGVRPT: RUN ABORTED - SEE PRECEDING MESSAGES'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-RUN-DATE NOT = ZERO
               OPEN INPUT RUNCTL-FILE
               IF NOT RUNCTL-SUCCESS
                   DISPLAY 'CATGVRPT: RUNCTL OPEN FAILED, STATUS '
                           RUNCTL-STATUS
                   DISPLAY 'CATGVRPT: RUN ABORTED - SEE PRECEDING '
                           'MESSAGES'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           OPEN OUTPUT VRPTRPT-FILE
           WRITE VRPTRPT-LINE FROM VR-TITLE-LINE
           WRITE VRPTRPT-LINE FROM VR-BLANK-LINE
           WRITE VRPTRPT-LINE FROM VR-HEADING-LINE.

       0100-EXIT.
           EXIT.

      ******************************************************************
      * ONE LINE PER VERSION ON THE REGISTER, IN VERSION ORDER. THE
      * CONTROL RECORD (VERSION ZERO) IS SKIPPED.
      ******************************************************************
       0200-PRINT-REGISTER.
           PERFORM 0210-START-REGISTER
           PERFORM 0220-PRINT-VERSION UNTIL WS-SCAN-DONE
           IF WS-VERSION-CNT = ZERO
               MOVE 'NO RULES VERSIONS ON THE REGISTER'
                 TO VR-NOTE-TEXT
               WRITE VRPTRPT-LINE FROM VR-NOTE-LINE
           END-IF.

       0200-EXIT.
           EXIT.

       0210-START-REGISTER.
           SET WS-SCAN-MORE TO TRUE
           MOVE 1 TO CATGVER-VERSION
           START CATGVER-FILE KEY >= CATGVER-KEY
               INVALID KEY
                   SET WS-SCAN-DONE TO TRUE
           END-START.

       0210-EXIT.
           EXIT.

       0220-PRINT-VERSION.
           READ CATGVER-FILE NEXT
               AT END
                   SET WS-SCAN-DONE TO TRUE
               NOT AT END
                   ADD 1 TO WS-VERSION-CNT
                   MOVE CATGVER-VERSION          TO VR-VERSION
                   EVALUATE TRUE
                       WHEN CATGVER-PENDING
                           MOVE 'PENDING    ' TO VR-STATUS
                       WHEN CATGVER-CERTIFIED
                           MOVE 'CERTIFIED  ' TO VR-STATUS
                       WHEN CATGVER-FAILED
                           MOVE 'FAILED     ' TO VR-STATUS
                       WHEN CATGVER-REJECTED
                           MOVE 'REJECTED   ' TO VR-STATUS
                       WHEN CATGVER-WITHDRAWN
                           MOVE 'WITHDRAWN  ' TO VR-STATUS
                       WHEN CATGVER-APPROVED
                           MOVE 'APPROVED   ' TO VR-STATUS
                       WHEN CATGVER-LIVE
                           MOVE 'LIVE       ' TO VR-STATUS
                       WHEN CATGVER-SUPERSEDED
                           MOVE 'SUPERSEDED ' TO VR-STATUS
                       WHEN OTHER
                           MOVE 'UNKNOWN    ' TO VR-STATUS
                   END-EVALUATE
                   MOVE CATGVER-MAKER            TO VR-MAKER
                   MOVE CATGVER-MADE-TS(1:14)    TO VR-MADE-TS
                   MOVE CATGVER-CHECKER          TO VR-CHECKER
                   MOVE CATGVER-CHECKED-TS(1:14) TO VR-CHECKED-TS
                   MOVE CATGVER-LIVE-TO-TS(1:14) TO VR-LIVE-TO-TS
                   MOVE CATGVER-ROW-CNT          TO VR-ROW-CNT
                   MOVE CATGVER-ANAL-BLOCK-CNT   TO VR-BLOCK-CNT
                   MOVE CATGVER-ANAL-WARN-CNT    TO VR-WARN-CNT
                   MOVE CATGVER-MAKER-NOTE       TO VR-MAKER-NOTE
                   WRITE VRPTRPT-LINE FROM VR-DETAIL-LINE
           END-READ.

       0220-EXIT.
           EXIT.

      ******************************************************************
      * THE RULES BEHIND ONE RUN DATE: EVERY CYCLE'S CODECHAL ROW ON
      * RUNCTL, THE VERSION LIVE WHEN IT STARTED, AND THAT VERSION'S
      * ROWS (PRINTED ONCE WHEN SEVERAL CYCLES SHARE A VERSION).
      ******************************************************************
       0300-PRINT-RUN-DATE.
           MOVE WS-RUN-DATE TO VR-RUN-DATE
           WRITE VRPTRPT-LINE FROM VR-BLANK-LINE
           WRITE VRPTRPT-LINE FROM VR-RUN-TITLE-LINE
           WRITE VRPTRPT-LINE FROM VR-BLANK-LINE
           SET WS-RUN-SCAN-MORE TO TRUE
           MOVE WS-RUN-DATE TO RUNCTL-RUN-DATE
           MOVE ZERO        TO RUNCTL-RUN-CYCLE
           MOVE LOW-VALUES  TO RUNCTL-STEP
           START RUNCTL-FILE KEY >= RUNCTL-KEY
               INVALID KEY
                   SET WS-RUN-SCAN-DONE TO TRUE
           END-START
           PERFORM 0310-READ-RUNCTL UNTIL WS-RUN-SCAN-DONE
           IF WS-RUN-CNT = ZERO
               MOVE 'NO CODECHAL RUN REGISTERED ON RUNCTL FOR THIS DATE'
                 TO VR-NOTE-TEXT
               WRITE VRPTRPT-LINE FROM VR-NOTE-LINE
           END-IF.

       0300-EXIT.
           EXIT.

       0310-READ-RUNCTL.
           READ RUNCTL-FILE NEXT
               AT END
                   SET WS-RUN-SCAN-DONE TO TRUE
               NOT AT END
                   IF RUNCTL-RUN-DATE NOT = WS-RUN-DATE
                       SET WS-RUN-SCAN-DONE TO TRUE
                   ELSE
                       IF RUNCTL-STEP = 'CODECHAL'
                           ADD 1 TO WS-RUN-CNT
                           PERFORM 0320-REPORT-CYCLE
                       END-IF
                   END-IF
           END-READ.

       0310-EXIT.
           EXIT.

       0320-REPORT-CYCLE.
           MOVE RUNCTL-START-TS(1:14) TO WS-START-TS
           PERFORM 0330-FIND-LIVE-VERSION
           MOVE RUNCTL-RUN-CYCLE TO VR-RUN-CYCLE
           MOVE WS-START-TS      TO VR-RUN-START-TS
           MOVE SPACES           TO VR-RUN-TEXT
           EVALUATE TRUE
               WHEN WS-FOUND-VERSION = ZERO
                   MOVE 'PREDATES RULES VERSION CONTROL - NO VERSION'
                     TO VR-RUN-TEXT
                   MOVE ' APPROVED YET' TO VR-RUN-TEXT(44:13)
                   WRITE VRPTRPT-LINE FROM VR-RUN-LINE
               WHEN WS-FOUND-VERSION = WS-PRINTED-VERSION
                   STRING 'RULES VERSION ' WS-FOUND-VERSION
                          ' - SAME ROWS AS ABOVE'
                          DELIMITED BY SIZE INTO VR-RUN-TEXT
                   END-STRING
                   WRITE VRPTRPT-LINE FROM VR-RUN-LINE
               WHEN OTHER
                   STRING 'RULES VERSION ' WS-FOUND-VERSION
                          ' APPROVED ' WS-FOUND-CHECKED-TS
                          ' BY ' WS-FOUND-CHECKER
                          DELIMITED BY SIZE INTO VR-RUN-TEXT
                   END-STRING
                   WRITE VRPTRPT-LINE FROM VR-RUN-LINE
                   PERFORM 0340-PRINT-VERSION-ROWS
                   MOVE WS-FOUND-VERSION TO WS-PRINTED-VERSION
           END-EVALUATE.

       0320-EXIT.
           EXIT.

      ******************************************************************
      * THE VERSION LIVE AT WS-START-TS: LIVE OR SUPERSEDED, PUT LIVE
      * (CATGVER-CHECKED-TS) AT OR BEFORE THE START, AND STILL LIVE OR
      * SUPERSEDED AFTER IT. LIVE PERIODS NEVER OVERLAP, SO AT MOST
      * ONE QUALIFIES.
      ******************************************************************
       0330-FIND-LIVE-VERSION.
           MOVE ZERO TO WS-FOUND-VERSION
           PERFORM 0210-START-REGISTER
           PERFORM 0335-TEST-VERSION UNTIL WS-SCAN-DONE.

       0330-EXIT.
           EXIT.

       0335-TEST-VERSION.
           READ CATGVER-FILE NEXT
               AT END
                   SET WS-SCAN-DONE TO TRUE
               NOT AT END
                   IF (CATGVER-LIVE OR CATGVER-SUPERSEDED) AND
                      CATGVER-CHECKED-TS(1:14) NOT > WS-START-TS AND
                      (CATGVER-LIVE-TO-TS = SPACES OR
                       CATGVER-LIVE-TO-TS(1:14) > WS-START-TS)
                       MOVE CATGVER-VERSION  TO WS-FOUND-VERSION
                       MOVE CATGVER-CHECKER  TO WS-FOUND-CHECKER
                       MOVE CATGVER-CHECKED-TS(1:14)
                         TO WS-FOUND-CHECKED-TS
                       SET WS-SCAN-DONE TO TRUE
                   END-IF
           END-READ.

       0335-EXIT.
           EXIT.

       0340-PRINT-VERSION-ROWS.
           WRITE VRPTRPT-LINE FROM VR-ROW-HEADING-LINE
           SET WS-SCAN-MORE TO TRUE
           MOVE WS-FOUND-VERSION TO CATGHIST-VERSION
           MOVE ZERO             TO CATGHIST-ROW
           START CATGHIST-FILE KEY >= CATGHIST-KEY
               INVALID KEY
                   SET WS-SCAN-DONE TO TRUE
           END-START
           PERFORM 0345-PRINT-ROW UNTIL WS-SCAN-DONE
           WRITE VRPTRPT-LINE FROM VR-BLANK-LINE.

       0340-EXIT.
           EXIT.

       0345-PRINT-ROW.
           READ CATGHIST-FILE NEXT
               AT END
                   SET WS-SCAN-DONE TO TRUE
               NOT AT END
                   IF CATGHIST-VERSION = WS-FOUND-VERSION
                       ADD 1 TO WS-ROW-PRINT-CNT
                       MOVE CATGHIST-ROW       TO VR-ROW
                       MOVE CATGHIST-CODE      TO VR-CODE
                       MOVE CATGHIST-DATE-LOW  TO VR-DATE-LOW
                       MOVE CATGHIST-DATE-HIGH TO VR-DATE-HIGH
                       MOVE CATGHIST-AMT-LOW   TO VR-AMT-LOW
                       MOVE CATGHIST-AMT-HIGH  TO VR-AMT-HIGH
                       MOVE CATGHIST-DESC      TO VR-DESC
                       WRITE VRPTRPT-LINE FROM VR-ROW-LINE
                   ELSE
                       SET WS-SCAN-DONE TO TRUE
                   END-IF
           END-READ.

       0345-EXIT.
           EXIT.

       0900-TERMINATE.
           CLOSE CATGVER-FILE
           CLOSE CATGHIST-FILE
           IF WS-RUN-DATE NOT = ZERO
               CLOSE RUNCTL-FILE
           END-IF
           CLOSE VRPTRPT-FILE
           DISPLAY 'CATGVRPT: VERSIONS REPORTED = ' WS-VERSION-CNT
           IF WS-RUN-DATE NOT = ZERO
               DISPLAY 'CATGVRPT: RUN DATE ' WS-RUN-DATE
                       ' CODECHAL CYCLES = ' WS-RUN-CNT
           END-IF.

       0900-EXIT.
           EXIT.

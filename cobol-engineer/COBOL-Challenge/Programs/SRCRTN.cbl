       ID DIVISION.
       PROGRAM-ID.    SRCRTN.
      *AUTHOR.        MAINTENANCE
      *DATE-WRITTEN.  10/15/2026.
      *****************************************************************
      *
      * SOURCE SYSTEM RETURN FILE. TELLS EVERY FEEDING SOURCE SYSTEM
      * WHAT BECAME OF EACH DETAIL FEEDACC ACCEPTED FROM IT - POSTED
      * (WITH THE TESTO KEY, SEQUENCE, AND CATEGORY IT LANDED UNDER),
      * REVERSED, ADJUSTED, SUSPENDED OR HELD (WITH THE REASON CODE).
      * READS THE TESTI.DISP DISPOSITION RECORDS CODECHAL WROTE THIS
      * RUN (SEE COPYBOOK TRANDISP), SORTED BY FEED SOURCE ID, FEED
      * DATE, AND TESTI.SORTED POSITION WITH RESTART DUPLICATES
      * DROPPED, AND WRITES ONE GROUP PER SOURCE ID/FEED DATE:
      *
      *   'H' HEADER  - SOURCE ID, FEED DATE, RUN DATE, GROUP TYPE,
      *                 PROCESSING CYCLE
      *   'D' DETAIL  - THE TRANSACTION AND ITS OUTCOME
      *   'T' TRAILER - DETAIL COUNT AND AMOUNT HASH (THE SAME COUNT
      *                 AND HASH THE SOURCE SENT ON ITS FEEDCTL
      *                 TRAILER) PLUS A COUNT PER OUTCOME
      *
      * A GROUP FOR A BATCH FEEDACC ACCEPTED THIS RUN (TYPE 'F') IS
      * PROVEN AGAINST THAT BATCH'S FEEDREG COUNT AND HASH, SO THE
      * SOURCE CAN TIE IT STRAIGHT BACK TO WHAT IT SENT. A BATCH
      * REGISTERED THIS RUN WITH NO DISPOSITIONS STILL GETS ITS
      * HEADER AND (OUT-OF-BALANCE) TRAILER. RECORDS RECYCLED OUT OF
      * SUSPENSE OR RELEASED FROM THE HELD QUEUE COME BACK UNDER THE
      * EARLIER FEED THEY ARRIVED IN, AS A TYPE 'R' GROUP THAT CARRIES
      * ITS OWN COUNT AND HASH BUT HAS NO BATCH TOTAL TO PROVE
      * AGAINST. ANY 'F' GROUP OUT OF BALANCE ENDS THE STEP RC=8.
      *
      * SRCOUT CARRIES EVERY SOURCE'S GROUPS IN ONE DATASET. EACH
      * SOURCE GETS ITS OWN RETURN FILE FROM THE SRCSPLIT JOB THIS
      * PROGRAM WRITES TO THE INTERNAL READER (SPLITJCL): ONE DFSORT
      * COPY THAT CARRIES EACH 'H' RECORD'S SOURCE ID DOWN ITS GROUP
      * AND CUTS ONE OUTFIL DATASET PER SOURCE,
      *     <HLQ>.SOURCE.RETURN.<SOURCE ID>.C<CYCLE>
      * WITH THE HIGH-LEVEL QUALIFIER TAKEN FROM THE SRCPARM CARD. A
      * SOURCE ID THAT IS NOT A VALID DATASET-NAME QUALIFIER, OR A
      * RUN WITH NO SRCPARM QUALIFIER, IS LEFT UNSPLIT AND ENDS THE
      * STEP RC=4 (RC=8 STILL WINS FOR AN OUT-OF-BALANCE GROUP).
      *
      *****************************************************************
      *************** M A I N T E N A N C E   N O T E S ***************
      ***%************************************************************:
      ***%CCR#      :                      PROGRAMMER: MAINTENANCE
      ***%MODLOG TAG:                      COMPANY   : ODDBALL
      ***%RELEASE NO:                      DATE      : 10/15/2026
      ***%
      ***%PROBLEM   : SOURCE SYSTEMS HAD NO WAY TO LEARN WHAT BECAME
      ***%            OF THE TRANSACTIONS THEY SENT - A SUSPENDED OR
      ***%            HELD ITEM WAS ONLY VISIBLE ON OUR REPORTS.
      ***%
      ***%SOLUTION  : INITIAL CREATION. PER-SOURCE/FEED-DATE RETURN
      ***%            GROUPS BUILT FROM CODECHAL'S DISPOSITION FILE,
      ***%            BALANCED TO THE FEEDREG COUNT AND HASH FEEDACC
      ***%            REGISTERED FOR THE BATCH.
      ***%************************************************************:
      ***%CCR#      :                      PROGRAMMER: MAINTENANCE
      ***%MODLOG TAG:                      COMPANY   : ODDBALL
      ***%RELEASE NO:                      DATE      : 10/15/2026
      ***%
      ***%PROBLEM   : WITH SAME-DAY CATCH-UP CYCLES, A RETURN FILE WOULD
      ***%            TRY TO PROVE EVERY BATCH ACCEPTED ON THE RUN DATE,
      ***%            INCLUDING THOSE AN EARLIER CYCLE HAD ALREADY
      ***%            RETURNED.
      ***%
      ***%SOLUTION  : TAKES THE CYCLE FROM PARM-RUN-CYCLE AND PROVES
      ***%            ONLY THE BATCHES FEEDREG SHOWS ACCEPTED IN THIS
      ***%            CYCLE. THE 'H' RECORD CARRIES THE CYCLE IN
      ***%            RH-RUN-CYCLE (APPENDED, EXISTING POSITIONS
      ***%            UNCHANGED).
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
      ***%PROBLEM   : ONE COMBINED RETURN FILE CARRIED EVERY SOURCE'S
      ***%            GROUPS, BUT EACH SOURCE NEEDS A RETURN FILE OF ITS
      ***%            OWN AND NOTHING SPLIT IT.
      ***%
      ***%SOLUTION  : WRITES A SRCSPLIT JOB TO THE INTERNAL READER THAT
      ***%            COPIES SRCOUT INTO ONE DATASET PER SOURCE ID
      ***%            (<HLQ>.SOURCE.RETURN.<SOURCE>.C<CYCLE>, HLQ FROM
      ***%            THE NEW SRCPARM CARD), EACH WITH ITS OWN HEADERS
      ***%            AND TRAILERS. A SOURCE ID THAT IS NOT A VALID
      ***%            QUALIFIER IS REPORTED AND ENDS THE STEP RC=4.
      ***%************************************************************:
      *********** E N D   M A I N T E N A N C E   N O T E S ***********
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  DISPIN-FILE     ASSIGN  DISPIN
                                   STATUS  DISPIN-STATUS.
           SELECT  FEEDREG-FILE    ASSIGN  FEEDREG
                                   ORGANIZATION INDEXED
                                   ACCESS MODE SEQUENTIAL
                                   RECORD KEY FEEDREG-KEY
                                   STATUS  FEEDREG-STATUS.
           SELECT  SRCOUT-FILE     ASSIGN  SRCOUT
                                   STATUS  SRCOUT-STATUS.
           SELECT  SRCRPT-FILE     ASSIGN  SRCRPT
                                   STATUS  SRCRPT-STATUS.
           SELECT  OPTIONAL
                   SRCPARM-FILE    ASSIGN  SRCPARM
                                   STATUS  SRCPARM-STATUS.
           SELECT  SPLITJCL-FILE   ASSIGN  SPLITJCL
                                   STATUS  SPLITJCL-STATUS.
           SELECT  OPTIONAL
                   PARMIN-FILE     ASSIGN  PARMIN
                                   STATUS  PARMIN-STATUS.
           SELECT  RUNCTL-FILE     ASSIGN  RUNCTL
                                   ORGANIZATION INDEXED
                                   ACCESS MODE RANDOM
                                   RECORD KEY RUNCTL-KEY
                                   STATUS  RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  DISPIN-FILE
           RECORDING F
           BLOCK 0 RECORDS.
           COPY TRANDISP.

       FD  FEEDREG-FILE.
           COPY FEEDREG.

       FD  SRCOUT-FILE
           RECORDING F
           BLOCK 0 RECORDS.

       01  SRCOUT-RECORD                   PIC  X(80).

       FD  SRCRPT-FILE
           RECORDING F
           BLOCK 0 RECORDS.

       01  SRCRPT-LINE                     PIC  X(80).

      *** SRCPARM COLS 1-18 - THE HIGH-LEVEL QUALIFIER THE PER-SOURCE
      *** RETURN FILES ARE CATALOGED UNDER (THE JOB'S &HLQ).
       FD  SRCPARM-FILE
           RECORDING F
           BLOCK 0 RECORDS.

       01  SRCPARM-RECORD.
           05  SRCPARM-HLQ                 PIC  X(18).
           05  FILLER                      PIC  X(62).

       FD  SPLITJCL-FILE
           RECORDING F
           BLOCK 0 RECORDS.

       01  SPLITJCL-CARD                   PIC  X(80).

       FD  PARMIN-FILE
           RECORDING F
           BLOCK 0 RECORDS.
           COPY PARMIN.

       FD  RUNCTL-FILE.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.

       01 WORK-FIELDS.
           05  DISPIN-STATUS               PIC  X(02).
               88  DISPIN-SUCCESS                VALUE ZERO.
               88  DISPIN-EOF                    VALUE '10'.
           05  FEEDREG-STATUS              PIC  X(02).
               88  FEEDREG-SUCCESS               VALUE ZERO.
               88  FEEDREG-EOF                   VALUE '10'.
           05  SRCOUT-STATUS               PIC  X(02).
               88  SRCOUT-SUCCESS                VALUE ZERO.
           05  SRCRPT-STATUS               PIC  X(02).
               88  SRCRPT-SUCCESS                VALUE ZERO.
           05  SRCPARM-STATUS              PIC  X(02).
               88  SRCPARM-SUCCESS               VALUE ZERO.
               88  SRCPARM-EOF                   VALUE '10'.
           05  SPLITJCL-STATUS             PIC  X(02).
               88  SPLITJCL-SUCCESS              VALUE ZERO.
           05  PARMIN-STATUS               PIC  X(02).
               88  PARMIN-SUCCESS                VALUE ZERO.
               88  PARMIN-EOF                    VALUE '10'.
           05  RUNCTL-STATUS               PIC  X(02).
               88  RUNCTL-SUCCESS                VALUE ZERO.
           05  WS-REGISTER-RC              PIC  9(04)      VALUE ZERO.
           05  WS-RUN-DATE                 PIC  9(08)      VALUE ZERO.
           05  WS-RUN-CYCLE                PIC  9(01)      VALUE 1.
           05  WS-IN-GROUP-SW              PIC  X(01)      VALUE 'N'.
               88  WS-IN-GROUP                   VALUE 'Y'.
               88  WS-NOT-IN-GROUP               VALUE 'N'.
           05  WS-BALANCE-SW               PIC  X(01)      VALUE 'Y'.
               88  WS-ALL-BALANCED               VALUE 'Y'.
               88  WS-OUT-OF-BALANCE             VALUE 'N'.

      *** THE GROUP BEING BUILT - ITS SOURCE ID/FEED DATE, WHETHER IT
      *** IS A BATCH ACCEPTED THIS RUN ('F') OR A RECYCLE OF AN
      *** EARLIER ONE ('R'), AND ITS RUNNING COUNT, HASH, AND OUTCOME
      *** COUNTS.
       01 WORK-GROUP-FIELDS.
           05  WS-GRP-SOURCE-ID            PIC  X(08)      VALUE SPACES.
           05  WS-GRP-FEED-DATE            PIC  9(08)      VALUE ZERO.
           05  WS-GRP-TYPE                 PIC  X(01)      VALUE SPACE.
               88  WS-GRP-FRESH                  VALUE 'F'.
               88  WS-GRP-RECYCLED               VALUE 'R'.
           05  WS-GRP-BAT-NDX              PIC S9(04) COMP VALUE ZERO.
           05  WS-GRP-CNT                  PIC  9(09)      VALUE ZERO.
           05  WS-GRP-HASH                 PIC  9(13)V99   VALUE ZERO.
           05  WS-GRP-POSTED-CNT           PIC  9(07)      VALUE ZERO.
           05  WS-GRP-REVERSED-CNT         PIC  9(07)      VALUE ZERO.
           05  WS-GRP-ADJUSTED-CNT         PIC  9(07)      VALUE ZERO.
           05  WS-GRP-SUSPENDED-CNT        PIC  9(07)      VALUE ZERO.
           05  WS-GRP-HELD-CNT             PIC  9(07)      VALUE ZERO.
           05  WS-GRP-VERDICT              PIC  X(24)      VALUE SPACES.

       01 WORK-COUNTERS.
           05  WS-DISP-READ-CNT            PIC 9(09)       VALUE ZERO.
           05  WS-OTHER-RUN-CNT            PIC 9(09)       VALUE ZERO.
           05  WS-UNSTAMPED-CNT            PIC 9(09)       VALUE ZERO.
           05  WS-DETAIL-OUT-CNT           PIC 9(09)       VALUE ZERO.
           05  WS-FRESH-GROUP-CNT          PIC 9(05)       VALUE ZERO.
           05  WS-RECYCLE-GROUP-CNT        PIC 9(05)       VALUE ZERO.
           05  WS-UNBALANCED-CNT           PIC 9(05)       VALUE ZERO.
           05  WS-SPLIT-CNT                PIC 9(05)       VALUE ZERO.
           05  WS-UNSPLIT-CNT              PIC 9(05)       VALUE ZERO.

      *** EVERY SOURCE ID A GROUP WAS RETURNED FOR, IN THE ORDER FIRST
      *** SEEN, WITH ITS SPLIT DD NUMBER AND DATASET NAME.
       01 WORK-SOURCE-TABLE.
           05  WS-SRC-CNT                  PIC S9(04) COMP VALUE ZERO.
           05  WS-SRC-ENTRY OCCURS 200 TIMES
                            INDEXED BY WS-SRC-NDX.
               10  WS-SRC-ID               PIC  X(08).
               10  WS-SRC-SPLIT-SW         PIC  X(01).
                   88  WS-SRC-SPLIT              VALUE 'Y'.
                   88  WS-SRC-NOT-SPLIT          VALUE 'N'.
               10  WS-SRC-DD-NO            PIC  9(03).
               10  WS-SRC-DSN              PIC  X(44).

      *** BUILDING THE SRCSPLIT JOB. A SOURCE ID MAKES A DATASET-NAME
      *** QUALIFIER ONLY IF IT IS 1-8 OF A-Z 0-9 @ # $ WITH NO EMBEDDED
      *** BLANK AND DOES NOT START WITH A DIGIT.
       01 WORK-SPLIT-FIELDS.
           05  WS-SPLIT-HLQ                PIC  X(18)      VALUE SPACES.
           05  WS-SPLIT-QUAL               PIC  X(08)      VALUE SPACES.
           05  WS-SPLIT-QUAL-LEN           PIC S9(04) COMP VALUE ZERO.
           05  WS-SPLIT-GOOD-CNT           PIC S9(04) COMP VALUE ZERO.
           05  WS-SPLIT-BLANK-CNT          PIC S9(04) COMP VALUE ZERO.
           05  WS-SPLIT-DD-NO              PIC  9(03)      VALUE ZERO.
           05  WS-SPLIT-IN-DSN             PIC  X(44)      VALUE SPACES.
           05  WS-SPLIT-CARD               PIC  X(80)      VALUE SPACES.

       01 SPLIT-JOB-CARDS.
           05  SJ-JOB-CARD.
               10  FILLER                  PIC  X(24) VALUE
                   '//SRCSPLIT JOB (ACCTNO),'.
               10  FILLER                  PIC  X(56) VALUE
                   '''SRCRTN SPLIT'',CLASS=A,MSGCLASS=X,'.
           05  SJ-JOB-CONT-CARD            PIC  X(80) VALUE
               '//             MSGLEVEL=(1,1),REGION=0M'.
           05  SJ-COMMENT-CARD.
               10  FILLER                  PIC  X(40) VALUE
                   '//* SOURCE RETURN FILES FOR RUN DATE    '.
               10  SJ-CMT-RUN-DATE         PIC  9(08).
               10  FILLER                  PIC  X(07) VALUE
                   ' CYCLE '.
               10  SJ-CMT-RUN-CYCLE        PIC  9(01).
               10  FILLER                  PIC  X(24) VALUE
                   ' - CUT BY SRCRTN'.
           05  SJ-IDCAMS-CARD              PIC  X(80) VALUE
               '//STEP010  EXEC PGM=IDCAMS'.
           05  SJ-SYSPRINT-CARD            PIC  X(80) VALUE
               '//SYSPRINT DD   SYSOUT=*'.
           05  SJ-SYSIN-CARD               PIC  X(80) VALUE
               '//SYSIN    DD   *'.
           05  SJ-MAXCC-CARD               PIC  X(80) VALUE
               '  SET MAXCC = 0'.
           05  SJ-DELIM-CARD               PIC  X(80) VALUE
               '/*'.
           05  SJ-SORT-CARD                PIC  X(80) VALUE
               '//STEP020  EXEC PGM=SORT,COND=(0,NE)'.
           05  SJ-SYSOUT-CARD              PIC  X(80) VALUE
               '//SYSOUT   DD   SYSOUT=*'.
           05  SJ-DISP-CARD                PIC  X(80) VALUE
               '//              DISP=(NEW,CATLG,DELETE),'.
           05  SJ-SPACE-CARD               PIC  X(80) VALUE
               '//              UNIT=SYSDA,SPACE=(CYL,(1,1),RLSE),'.
           05  SJ-DCB-CARD                 PIC  X(80) VALUE
               '//              DCB=(LRECL=80,RECFM=FB,BLKSIZE=0)'.
           05  SJ-COPY-CARD                PIC  X(80) VALUE
               '  OPTION COPY'.
           05  SJ-INREC-CARD.
               10  FILLER                  PIC  X(40) VALUE
                   '  INREC IFTHEN=(WHEN=GROUP,BEGIN=(1,1,CH'.
               10  FILLER                  PIC  X(40) VALUE
                   ',EQ,C''H''),PUSH=(81:2,8))               '.
           05  SJ-END-CARD                 PIC  X(80) VALUE
               '//'.

      *** BATCHES FEEDACC REGISTERED IN FEEDREG THIS RUN DATE - THE
      *** CONTROL TOTALS EACH 'F' GROUP MUST PROVE OUT AGAINST.
       01 WORK-BATCH-TABLE.
           05  WS-BAT-CNT                  PIC S9(04) COMP VALUE ZERO.
           05  WS-BAT-ENTRY OCCURS 200 TIMES
                            INDEXED BY WS-BAT-NDX.
               10  WS-BAT-SOURCE-ID        PIC  X(08).
               10  WS-BAT-FEED-DATE        PIC  9(08).
               10  WS-BAT-REC-CNT          PIC  9(09).
               10  WS-BAT-AMT-HASH         PIC  9(13)V99.
               10  WS-BAT-SEEN-SW          PIC  X(01).
                   88  WS-BAT-SEEN               VALUE 'Y'.
                   88  WS-BAT-NOT-SEEN           VALUE 'N'.

       01 RETURN-HEADER-RECORD.
           05  RH-RECORD-TYPE              PIC  X(01) VALUE 'H'.
           05  RH-SOURCE-ID                PIC  X(08).
           05  RH-FEED-DATE                PIC  9(08).
           05  RH-RUN-DATE                 PIC  9(08).
           05  RH-GROUP-TYPE               PIC  X(01).
           05  RH-SENDING-SYSTEM           PIC  X(08) VALUE 'CODECHAL'.
           05  RH-RUN-CYCLE                PIC  9(01).
           05  FILLER                      PIC  X(45) VALUE SPACES.

       01 RETURN-DETAIL-RECORD.
           05  RD-RECORD-TYPE              PIC  X(01) VALUE 'D'.
           05  RD-KEY                      PIC  X(03).
           05  RD-REC-TYPE                 PIC  X(02).
           05  RD-TRAN-DATE                PIC  X(08).
           05  RD-TRAN-AMT                 PIC  9(07)V99.
           05  RD-OUTCOME                  PIC  X(01).
           05  RD-REASON                   PIC  X(02).
           05  RD-TESTO-SEQ                PIC  9(04).
           05  RD-CATEGORY                 PIC  9(04).
           05  RD-POSTED-AMT               PIC S9(07)V99.
           05  RD-BACKOUT-SEQ              PIC  9(04).
           05  RD-BACKOUT-CATG             PIC  9(04).
           05  RD-BACKOUT-AMT              PIC S9(07)V99.
           05  FILLER                      PIC  X(20) VALUE SPACES.

       01 RETURN-TRAILER-RECORD.
           05  RT-RECORD-TYPE              PIC  X(01) VALUE 'T'.
           05  RT-SOURCE-ID                PIC  X(08).
           05  RT-FEED-DATE                PIC  9(08).
           05  RT-DETAIL-CNT               PIC  9(09).
           05  RT-AMT-HASH                 PIC  9(13)V99.
           05  RT-POSTED-CNT               PIC  9(07).
           05  RT-REVERSED-CNT             PIC  9(07).
           05  RT-ADJUSTED-CNT             PIC  9(07).
           05  RT-SUSPENDED-CNT            PIC  9(07).
           05  RT-HELD-CNT                 PIC  9(07).
           05  FILLER                      PIC  X(04) VALUE SPACES.

       01 RETURN-REPORT-LINES.
           05  SR-TITLE-LINE.
               10  FILLER                  PIC  X(42) VALUE
                   'SRCRTN SOURCE RETURN FILE CONTROL REPORT  '.
               10  FILLER                  PIC  X(09) VALUE
                   'RUN DATE '.
               10  SR-RUN-DATE             PIC  9(08).
               10  FILLER                  PIC  X(07) VALUE
                   ' CYCLE '.
               10  SR-RUN-CYCLE            PIC  9(01).
               10  FILLER                  PIC  X(13) VALUE SPACES.
           05  SR-HEADING-LINE.
               10  FILLER                  PIC  X(80) VALUE
                   'SOURCE    FEEDDATE T       COUNT             HASH V
      -            'ERDICT'.
           05  SR-DETAIL-LINE.
               10  SR-SOURCE-ID            PIC  X(08).
               10  FILLER                  PIC  X(02) VALUE SPACES.
               10  SR-FEED-DATE            PIC  9(08).
               10  FILLER                  PIC  X(01) VALUE SPACES.
               10  SR-GROUP-TYPE           PIC  X(01).
               10  FILLER                  PIC  X(01) VALUE SPACES.
               10  SR-REC-CNT              PIC  ZZZ,ZZZ,ZZ9.
               10  FILLER                  PIC  X(01) VALUE SPACES.
               10  SR-AMT-HASH             PIC  Z,ZZZ,ZZZ,ZZ9.99.
               10  FILLER                  PIC  X(01) VALUE SPACES.
               10  SR-VERDICT              PIC  X(24).
               10  FILLER                  PIC  X(06) VALUE SPACES.
           05  SR-BLANK-LINE               PIC  X(80) VALUE SPACES.
           05  SR-TOTAL-LINE.
               10  SR-TOTAL-DESC           PIC  X(38).
               10  SR-TOTAL-VALUE          PIC  ZZZ,ZZZ,ZZ9.
               10  FILLER                  PIC  X(31) VALUE SPACES.
           05  SR-VERDICT-LINE.
               10  SR-VERDICT-TEXT         PIC  X(80).
           05  SR-SPLIT-LINE.
               10  SR-SPL-SOURCE-ID        PIC  X(08).
               10  FILLER                  PIC  X(02) VALUE SPACES.
               10  SR-SPL-TEXT             PIC  X(70).

           COPY BUSDPARM.

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN OPERATIONS PARAGRAPH FOR PROGRAM.
      ******************************************************************
       0000-MAINLINE.
           PERFORM 0100-INITIALIZE
           PERFORM 0200-PROCESS-DISPOSITION UNTIL DISPIN-EOF
           PERFORM 0900-TERMINATE
           GOBACK.

       0000-EXIT.
           EXIT.

      ******************************************************************
      * RUN DATE DEFAULTS TO TODAY AND FOLLOWS THE SAME PARM-RUN-DATE
      * OVERRIDE AS THE REST OF THE STREAM. THE FEEDREG BATCHES
      * ACCEPTED ON THE RUN DATE ARE LOADED BEFORE ANY DISPOSITION IS
      * READ - WITHOUT THEM NO GROUP COULD BE PROVEN, SO A FEEDREG
      * OPEN FAILURE ABORTS THE RUN.
      ******************************************************************
       0100-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM 0102-ROLL-RUN-DATE
           OPEN INPUT PARMIN-FILE
           READ PARMIN-FILE
               AT END
                   SET PARMIN-EOF TO TRUE
               NOT AT END
                   IF PARM-RUN-DATE NUMERIC AND
                      PARM-RUN-DATE > 0
                       MOVE PARM-RUN-DATE TO WS-RUN-DATE
                   END-IF
                   IF PARM-RUN-CYCLE NUMERIC AND
                      PARM-RUN-CYCLE > 0
                       MOVE PARM-RUN-CYCLE TO WS-RUN-CYCLE
                   END-IF
           END-READ
           CLOSE PARMIN-FILE
           OPEN INPUT SRCPARM-FILE
           READ SRCPARM-FILE
               AT END
                   SET SRCPARM-EOF TO TRUE
               NOT AT END
                   MOVE SRCPARM-HLQ TO WS-SPLIT-HLQ
           END-READ
           CLOSE SRCPARM-FILE
           PERFORM 0140-REGISTER-RUN-START
           OPEN INPUT FEEDREG-FILE
           IF NOT FEEDREG-SUCCESS
               DISPLAY 'SRCRTN: FEEDREG OPEN FAILED, STATUS '
                       FEEDREG-STATUS
               PERFORM 0130-ABORT-RUN
           END-IF
           PERFORM 0110-LOAD-FEED-BATCHES UNTIL FEEDREG-EOF
           CLOSE FEEDREG-FILE
           OPEN INPUT  DISPIN-FILE
           OPEN OUTPUT SRCOUT-FILE
           OPEN OUTPUT SRCRPT-FILE
           MOVE WS-RUN-DATE TO SR-RUN-DATE
           MOVE WS-RUN-CYCLE TO SR-RUN-CYCLE
           WRITE SRCRPT-LINE FROM SR-TITLE-LINE
           WRITE SRCRPT-LINE FROM SR-BLANK-LINE
           WRITE SRCRPT-LINE FROM SR-HEADING-LINE.

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
               DISPLAY 'SRCRTN: BUSDAYS ROLL FAILED, RC '
                       BUSD-RC
               PERFORM 0130-ABORT-RUN
           END-IF.

       0102-EXIT.
           EXIT.

      ******************************************************************
      * BROWSE FEEDREG AND TABLE EVERY BATCH WHOSE ACCEPT DATE AND
      * CYCLE ARE THIS RUN'S - A BATCH AN EARLIER CYCLE OF THE SAME
      * DATE ACCEPTED WAS RETURNED BY THAT CYCLE. MORE BATCHES THAN
      * THE TABLE HOLDS WOULD LEAVE SOME UNPROVEN, SO THE RUN IS
      * ABORTED RATHER THAN RETURN THEM UNBALANCED.
      ******************************************************************
       0110-LOAD-FEED-BATCHES.
           READ FEEDREG-FILE
               AT END
                   SET FEEDREG-EOF TO TRUE
               NOT AT END
                   IF FEEDREG-ACCEPT-DATE = WS-RUN-DATE AND
                      FEEDREG-ACCEPT-CYCLE = WS-RUN-CYCLE
                       IF WS-BAT-CNT < 200
                           ADD 1 TO WS-BAT-CNT
                           SET WS-BAT-NDX TO WS-BAT-CNT
                           MOVE FEEDREG-SOURCE-ID
                             TO WS-BAT-SOURCE-ID(WS-BAT-NDX)
                           MOVE FEEDREG-FEED-DATE
                             TO WS-BAT-FEED-DATE(WS-BAT-NDX)
                           MOVE FEEDREG-REC-CNT
                             TO WS-BAT-REC-CNT(WS-BAT-NDX)
                           MOVE FEEDREG-AMT-HASH
                             TO WS-BAT-AMT-HASH(WS-BAT-NDX)
                           SET WS-BAT-NOT-SEEN(WS-BAT-NDX) TO TRUE
                       ELSE
                           DISPLAY 'SRCRTN: MORE THAN 200 FEED '
                                   'BATCHES ACCEPTED ON '
                                   WS-RUN-DATE
                           PERFORM 0130-ABORT-RUN
                       END-IF
                   END-IF
           END-READ.

       0110-EXIT.
           EXIT.

      ******************************************************************
      * HARD STOP - SAME GUARD PATTERN AS CODECHAL'S 0130-ABORT-RUN.
      ******************************************************************
       0130-ABORT-RUN.
           DISPLAY 'SRCRTN: RUN ABORTED - SEE PRECEDING MESSAGES'
           MOVE 16 TO RETURN-CODE
           GOBACK.

       0130-EXIT.
           EXIT.

      ******************************************************************
      * REGISTER THIS STEP'S START IN THE RUNCTL RUN-CONTROL MASTER
      * (STEP 'SRCRTN'). A RERUN JUST RE-REGISTERS.
      ******************************************************************
       0140-REGISTER-RUN-START.
           OPEN I-O RUNCTL-FILE
           IF NOT RUNCTL-SUCCESS
               DISPLAY 'SRCRTN: RUNCTL OPEN FAILED, STATUS '
                       RUNCTL-STATUS
               PERFORM 0130-ABORT-RUN
           END-IF
           MOVE WS-RUN-DATE TO RUNCTL-RUN-DATE
           MOVE WS-RUN-CYCLE TO RUNCTL-RUN-CYCLE
           MOVE 'SRCRTN'    TO RUNCTL-STEP
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
      * READ ONE DISPOSITION. ONE LEFT OVER FROM ANOTHER RUN DATE IS
      * SKIPPED; ONE WITH NO FEED SOURCE ID IS A RECORD THAT REACHED
      * TESTI BEFORE FEEDACC STAMPED THE BATCH IDENTITY (AN OLD
      * SUSPENSE RECYCLE) AND HAS NO SOURCE TO GO BACK TO - COUNTED
      * ONLY. A CHANGE OF SOURCE ID OR FEED DATE CLOSES THE OPEN GROUP.
      ******************************************************************
       0200-PROCESS-DISPOSITION.
           READ DISPIN-FILE
               AT END
                   SET DISPIN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-DISP-READ-CNT
                   EVALUATE TRUE
                       WHEN DISP-RUN-DATE NOT = WS-RUN-DATE
                           ADD 1 TO WS-OTHER-RUN-CNT
                       WHEN DISP-FEED-SOURCE-ID = SPACES OR
                            DISP-FEED-SOURCE-ID = LOW-VALUES
                           ADD 1 TO WS-UNSTAMPED-CNT
                       WHEN OTHER
                           IF WS-IN-GROUP AND
                              (DISP-FEED-SOURCE-ID NOT =
                                   WS-GRP-SOURCE-ID OR
                               DISP-FEED-DATE NOT = WS-GRP-FEED-DATE)
                               PERFORM 0230-CLOSE-GROUP
                           END-IF
                           IF WS-NOT-IN-GROUP
                               PERFORM 0210-OPEN-GROUP
                           END-IF
                           PERFORM 0220-WRITE-DETAIL
                   END-EVALUATE
           END-READ.

       0200-EXIT.
           EXIT.

      ******************************************************************
      * START A GROUP FOR THE CURRENT DISPOSITION'S SOURCE ID/FEED
      * DATE. A MATCH IN THE FEEDREG BATCH TABLE MAKES IT A FRESH
      * ('F') GROUP TO BE PROVEN AT THE TRAILER; ANYTHING ELSE CAME
      * BACK THROUGH SUSPENSE OR THE HELD QUEUE ('R').
      ******************************************************************
       0210-OPEN-GROUP.
           SET WS-IN-GROUP TO TRUE
           MOVE DISP-FEED-SOURCE-ID TO WS-GRP-SOURCE-ID
           MOVE DISP-FEED-DATE      TO WS-GRP-FEED-DATE
           SET WS-GRP-RECYCLED TO TRUE
           MOVE ZERO TO WS-GRP-BAT-NDX
           IF WS-BAT-CNT > 0
               SET WS-BAT-NDX TO 1
               SEARCH WS-BAT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-BAT-NDX <= WS-BAT-CNT AND
                        WS-BAT-SOURCE-ID(WS-BAT-NDX) =
                            WS-GRP-SOURCE-ID AND
                        WS-BAT-FEED-DATE(WS-BAT-NDX) =
                            WS-GRP-FEED-DATE
                       SET WS-GRP-FRESH TO TRUE
                       SET WS-BAT-SEEN(WS-BAT-NDX) TO TRUE
                       SET WS-GRP-BAT-NDX TO WS-BAT-NDX
               END-SEARCH
           END-IF
           PERFORM 0240-WRITE-HEADER.

       0210-EXIT.
           EXIT.

      ******************************************************************
      * RETURN ONE TRANSACTION AND ITS OUTCOME, AND FOLD IT INTO THE
      * GROUP COUNT AND HASH. A NON-NUMERIC AMOUNT HASHES AS ZERO,
      * EXACTLY AS FEEDACC HASHED IT, SO THE TRAILER TIES TO THE
      * SOURCE'S OWN FEEDCTL TRAILER.
      ******************************************************************
       0220-WRITE-DETAIL.
           MOVE DISP-KEY           TO RD-KEY
           MOVE DISP-REC-TYPE      TO RD-REC-TYPE
           MOVE DISP-TRAN-DATE     TO RD-TRAN-DATE
           MOVE DISP-TRAN-AMT      TO RD-TRAN-AMT
           MOVE DISP-OUTCOME       TO RD-OUTCOME
           MOVE DISP-REASON        TO RD-REASON
           MOVE DISP-TESTO-SEQ     TO RD-TESTO-SEQ
           MOVE DISP-CATEGORY      TO RD-CATEGORY
           MOVE DISP-POSTED-AMT    TO RD-POSTED-AMT
           MOVE DISP-BACKOUT-SEQ   TO RD-BACKOUT-SEQ
           MOVE DISP-BACKOUT-CATG  TO RD-BACKOUT-CATG
           MOVE DISP-BACKOUT-AMT   TO RD-BACKOUT-AMT
           WRITE SRCOUT-RECORD FROM RETURN-DETAIL-RECORD
           ADD 1 TO WS-DETAIL-OUT-CNT
           ADD 1 TO WS-GRP-CNT
           IF DISP-TRAN-AMT NUMERIC
               ADD DISP-TRAN-AMT TO WS-GRP-HASH
           END-IF
           EVALUATE TRUE
               WHEN DISP-POSTED
                   ADD 1 TO WS-GRP-POSTED-CNT
               WHEN DISP-REVERSED
                   ADD 1 TO WS-GRP-REVERSED-CNT
               WHEN DISP-ADJUSTED
                   ADD 1 TO WS-GRP-ADJUSTED-CNT
               WHEN DISP-SUSPENDED
                   ADD 1 TO WS-GRP-SUSPENDED-CNT
               WHEN DISP-HELD
                   ADD 1 TO WS-GRP-HELD-CNT
           END-EVALUATE.

       0220-EXIT.
           EXIT.

      ******************************************************************
      * CLOSE THE OPEN GROUP - WRITE ITS TRAILER AND PROVE A FRESH
      * GROUP AGAINST THE BATCH'S FEEDREG COUNT AND HASH. A RECYCLED
      * GROUP IS A SUBSET OF AN EARLIER FEED AND HAS NOTHING TO PROVE
      * AGAINST.
      ******************************************************************
       0230-CLOSE-GROUP.
           PERFORM 0250-WRITE-TRAILER
           IF WS-GRP-FRESH
               ADD 1 TO WS-FRESH-GROUP-CNT
               IF WS-GRP-CNT  = WS-BAT-REC-CNT(WS-GRP-BAT-NDX) AND
                  WS-GRP-HASH = WS-BAT-AMT-HASH(WS-GRP-BAT-NDX)
                   MOVE 'BALANCED TO FEEDREG     ' TO WS-GRP-VERDICT
               ELSE
                   MOVE 'OUT OF BALANCE          ' TO WS-GRP-VERDICT
                   ADD 1 TO WS-UNBALANCED-CNT
                   SET WS-OUT-OF-BALANCE TO TRUE
               END-IF
           ELSE
               ADD 1 TO WS-RECYCLE-GROUP-CNT
               MOVE 'RECYCLED - NOT PROVEN   ' TO WS-GRP-VERDICT
           END-IF
           PERFORM 0260-REPORT-GROUP
           SET WS-NOT-IN-GROUP TO TRUE.

       0230-EXIT.
           EXIT.

      ******************************************************************
      * WRITE THE 'H' RECORD FOR THE GROUP AND ZERO ITS TOTALS, AND
      * NOTE ITS SOURCE FOR THE SPLIT.
      ******************************************************************
       0240-WRITE-HEADER.
           MOVE ZERO TO WS-GRP-CNT
           MOVE ZERO TO WS-GRP-HASH
           MOVE ZERO TO WS-GRP-POSTED-CNT
           MOVE ZERO TO WS-GRP-REVERSED-CNT
           MOVE ZERO TO WS-GRP-ADJUSTED-CNT
           MOVE ZERO TO WS-GRP-SUSPENDED-CNT
           MOVE ZERO TO WS-GRP-HELD-CNT
           MOVE WS-GRP-SOURCE-ID TO RH-SOURCE-ID
           MOVE WS-GRP-FEED-DATE TO RH-FEED-DATE
           MOVE WS-RUN-DATE      TO RH-RUN-DATE
           MOVE WS-RUN-CYCLE     TO RH-RUN-CYCLE
           MOVE WS-GRP-TYPE      TO RH-GROUP-TYPE
           WRITE SRCOUT-RECORD FROM RETURN-HEADER-RECORD
           PERFORM 0245-NOTE-SOURCE.

       0240-EXIT.
           EXIT.

      ******************************************************************
      * ADD THE GROUP'S SOURCE ID TO THE SOURCE TABLE THE FIRST TIME
      * IT IS SEEN. MORE SOURCES THAN THE TABLE HOLDS WOULD LEAVE SOME
      * WITHOUT A RETURN FILE, SO THE RUN IS ABORTED INSTEAD.
      ******************************************************************
       0245-NOTE-SOURCE.
           SET WS-SRC-NDX TO 1
           SEARCH WS-SRC-ENTRY
               AT END
                   PERFORM 0247-ADD-SOURCE
               WHEN WS-SRC-NDX > WS-SRC-CNT
                   PERFORM 0247-ADD-SOURCE
               WHEN WS-SRC-ID(WS-SRC-NDX) = WS-GRP-SOURCE-ID
                   CONTINUE
           END-SEARCH.

       0245-EXIT.
           EXIT.

       0247-ADD-SOURCE.
           IF WS-SRC-CNT < 200
               ADD 1 TO WS-SRC-CNT
               SET WS-SRC-NDX TO WS-SRC-CNT
               MOVE WS-GRP-SOURCE-ID TO WS-SRC-ID(WS-SRC-NDX)
               SET WS-SRC-NOT-SPLIT(WS-SRC-NDX) TO TRUE
               MOVE ZERO   TO WS-SRC-DD-NO(WS-SRC-NDX)
               MOVE SPACES TO WS-SRC-DSN(WS-SRC-NDX)
           ELSE
               DISPLAY 'SRCRTN: MORE THAN 200 SOURCE IDS RETURNED ON '
                       WS-RUN-DATE
               PERFORM 0130-ABORT-RUN
           END-IF.

       0247-EXIT.
           EXIT.

      ******************************************************************
      * WRITE THE 'T' RECORD FOR THE GROUP.
      ******************************************************************
       0250-WRITE-TRAILER.
           MOVE WS-GRP-SOURCE-ID     TO RT-SOURCE-ID
           MOVE WS-GRP-FEED-DATE     TO RT-FEED-DATE
           MOVE WS-GRP-CNT           TO RT-DETAIL-CNT
           MOVE WS-GRP-HASH          TO RT-AMT-HASH
           MOVE WS-GRP-POSTED-CNT    TO RT-POSTED-CNT
           MOVE WS-GRP-REVERSED-CNT  TO RT-REVERSED-CNT
           MOVE WS-GRP-ADJUSTED-CNT  TO RT-ADJUSTED-CNT
           MOVE WS-GRP-SUSPENDED-CNT TO RT-SUSPENDED-CNT
           MOVE WS-GRP-HELD-CNT      TO RT-HELD-CNT
           WRITE SRCOUT-RECORD FROM RETURN-TRAILER-RECORD.

       0250-EXIT.
           EXIT.

      ******************************************************************
      * ONE CONTROL-REPORT LINE PER GROUP RETURNED.
      ******************************************************************
       0260-REPORT-GROUP.
           MOVE WS-GRP-SOURCE-ID TO SR-SOURCE-ID
           MOVE WS-GRP-FEED-DATE TO SR-FEED-DATE
           MOVE WS-GRP-TYPE      TO SR-GROUP-TYPE
           MOVE WS-GRP-CNT       TO SR-REC-CNT
           MOVE WS-GRP-HASH      TO SR-AMT-HASH
           MOVE WS-GRP-VERDICT   TO SR-VERDICT
           WRITE SRCRPT-LINE FROM SR-DETAIL-LINE.

       0260-EXIT.
           EXIT.

      ******************************************************************
      * A BATCH FEEDACC ACCEPTED THIS RUN THAT NEVER SHOWED UP IN THE
      * DISPOSITIONS STILL GETS ITS HEADER AND TRAILER SO THE SOURCE
      * HEARS ABOUT IT - AND UNLESS THE BATCH WAS EMPTY, ITS DETAILS
      * WENT MISSING BETWEEN FEEDACC AND CODECHAL.
      ******************************************************************
       0270-RETURN-UNSEEN-BATCH.
           MOVE WS-BAT-SOURCE-ID(WS-BAT-NDX) TO WS-GRP-SOURCE-ID
           MOVE WS-BAT-FEED-DATE(WS-BAT-NDX) TO WS-GRP-FEED-DATE
           SET WS-GRP-FRESH TO TRUE
           SET WS-GRP-BAT-NDX TO WS-BAT-NDX
           SET WS-IN-GROUP TO TRUE
           PERFORM 0240-WRITE-HEADER
           PERFORM 0230-CLOSE-GROUP.

       0270-EXIT.
           EXIT.

      ******************************************************************
      * CLOSE THE LAST GROUP, RETURN ANY UNSEEN BATCHES, WRITE THE
      * REPORT TOTALS, AND SET RC=8 IF ANY FRESH GROUP FAILED TO
      * PROVE OUT.
      ******************************************************************
       0900-TERMINATE.
           IF WS-IN-GROUP
               PERFORM 0230-CLOSE-GROUP
           END-IF
           PERFORM VARYING WS-BAT-NDX FROM 1 BY 1
                   UNTIL WS-BAT-NDX > WS-BAT-CNT
               IF WS-BAT-NOT-SEEN(WS-BAT-NDX)
                   PERFORM 0270-RETURN-UNSEEN-BATCH
               END-IF
           END-PERFORM
           PERFORM 0700-SPLIT-RETURN-FILE
           WRITE SRCRPT-LINE FROM SR-BLANK-LINE
           MOVE 'DISPOSITION RECORDS READ..............'
             TO SR-TOTAL-DESC
           MOVE WS-DISP-READ-CNT TO SR-TOTAL-VALUE
           WRITE SRCRPT-LINE FROM SR-TOTAL-LINE
           MOVE 'DETAIL RECORDS RETURNED...............'
             TO SR-TOTAL-DESC
           MOVE WS-DETAIL-OUT-CNT TO SR-TOTAL-VALUE
           WRITE SRCRPT-LINE FROM SR-TOTAL-LINE
           MOVE 'FEED BATCHES RETURNED.................'
             TO SR-TOTAL-DESC
           MOVE WS-FRESH-GROUP-CNT TO SR-TOTAL-VALUE
           WRITE SRCRPT-LINE FROM SR-TOTAL-LINE
           MOVE 'RECYCLED GROUPS RETURNED..............'
             TO SR-TOTAL-DESC
           MOVE WS-RECYCLE-GROUP-CNT TO SR-TOTAL-VALUE
           WRITE SRCRPT-LINE FROM SR-TOTAL-LINE
           MOVE 'FEED BATCHES OUT OF BALANCE...........'
             TO SR-TOTAL-DESC
           MOVE WS-UNBALANCED-CNT TO SR-TOTAL-VALUE
           WRITE SRCRPT-LINE FROM SR-TOTAL-LINE
           MOVE 'RECORDS WITH NO FEED IDENTITY.........'
             TO SR-TOTAL-DESC
           MOVE WS-UNSTAMPED-CNT TO SR-TOTAL-VALUE
           WRITE SRCRPT-LINE FROM SR-TOTAL-LINE
           MOVE 'RECORDS FROM OTHER RUN DATES..........'
             TO SR-TOTAL-DESC
           MOVE WS-OTHER-RUN-CNT TO SR-TOTAL-VALUE
           WRITE SRCRPT-LINE FROM SR-TOTAL-LINE
           MOVE 'SOURCE RETURN FILES SPLIT.............'
             TO SR-TOTAL-DESC
           MOVE WS-SPLIT-CNT TO SR-TOTAL-VALUE
           WRITE SRCRPT-LINE FROM SR-TOTAL-LINE
           MOVE 'SOURCES NOT SPLIT.....................'
             TO SR-TOTAL-DESC
           MOVE WS-UNSPLIT-CNT TO SR-TOTAL-VALUE
           WRITE SRCRPT-LINE FROM SR-TOTAL-LINE
           WRITE SRCRPT-LINE FROM SR-BLANK-LINE
           EVALUATE TRUE
               WHEN WS-OUT-OF-BALANCE
                   MOVE 'RETURN FILE OUT OF BALANCE TO FEEDREG (RC=8)'
                     TO SR-VERDICT-TEXT
                   MOVE 8 TO WS-REGISTER-RC
               WHEN WS-UNSPLIT-CNT > 0
                   MOVE 'IN BALANCE - SOME SOURCES NOT SPLIT (RC=4)'
                     TO SR-VERDICT-TEXT
                   MOVE 4 TO WS-REGISTER-RC
               WHEN OTHER
                   MOVE 'ALL FEED BATCHES RETURNED IN BALANCE'
                     TO SR-VERDICT-TEXT
                   MOVE ZERO TO WS-REGISTER-RC
           END-EVALUATE
           WRITE SRCRPT-LINE FROM SR-VERDICT-LINE
           PERFORM 0890-REGISTER-RUN-END
           CLOSE DISPIN-FILE
           CLOSE SRCOUT-FILE
           CLOSE SRCRPT-FILE
           DISPLAY 'SRCRTN: DISPOSITIONS READ   = ' WS-DISP-READ-CNT
           DISPLAY 'SRCRTN: DETAILS RETURNED    = ' WS-DETAIL-OUT-CNT
           DISPLAY 'SRCRTN: BATCHES UNBALANCED  = ' WS-UNBALANCED-CNT
           DISPLAY 'SRCRTN: SOURCE FILES SPLIT  = ' WS-SPLIT-CNT
           DISPLAY 'SRCRTN: SOURCES NOT SPLIT   = ' WS-UNSPLIT-CNT
           IF WS-OUT-OF-BALANCE
               DISPLAY 'SRCRTN: *** RETURN FILE OUT OF BALANCE - '
                       'SEE SRCRPT ***'
           END-IF
           IF WS-UNSPLIT-CNT > 0
               DISPLAY 'SRCRTN: *** SOURCES LEFT UNSPLIT - '
                       'SEE SRCRPT ***'
           END-IF
           MOVE WS-REGISTER-RC TO RETURN-CODE.

       0900-EXIT.
           EXIT.

      ******************************************************************
      * GIVE EACH SOURCE ITS OWN RETURN FILE. EVERY SOURCE ID THAT
      * MAKES A VALID QUALIFIER GETS A DD (R001, R002 ...) AND AN
      * OUTFIL IN THE SRCSPLIT JOB, WRITTEN TO THE INTERNAL READER.
      * SRCSPLIT DELETES LAST RUN'S COPIES FIRST, THEN COPIES SRCOUT
      * ONCE, CARRYING EACH 'H' RECORD'S SOURCE ID (COLS 2-9) DOWN ITS
      * GROUP IN COLS 81-88 AND ROUTING ON IT - EVERY FILE GETS ITS
      * SOURCE'S HEADERS, DETAILS AND TRAILERS, BACK AT 80 BYTES.
      * SRCSPLIT WAITS FOR THIS JOB TO RELEASE SRCOUT BEFORE IT RUNS.
      ******************************************************************
       0700-SPLIT-RETURN-FILE.
           WRITE SRCRPT-LINE FROM SR-BLANK-LINE
           MOVE 'RETURN FILES BY SOURCE' TO SR-VERDICT-TEXT
           WRITE SRCRPT-LINE FROM SR-VERDICT-LINE
           EVALUATE TRUE
               WHEN WS-SRC-CNT = ZERO
                   MOVE 'NO SOURCES RETURNED - NO SPLIT JOB SUBMITTED'
                     TO SR-VERDICT-TEXT
                   WRITE SRCRPT-LINE FROM SR-VERDICT-LINE
               WHEN WS-SPLIT-HLQ = SPACES
                   MOVE 'NO SRCPARM QUALIFIER - NO SPLIT JOB SUBMITTED'
                     TO SR-VERDICT-TEXT
                   WRITE SRCRPT-LINE FROM SR-VERDICT-LINE
                   MOVE WS-SRC-CNT TO WS-UNSPLIT-CNT
               WHEN OTHER
                   PERFORM 0710-CHECK-SOURCE
                       VARYING WS-SRC-NDX FROM 1 BY 1
                       UNTIL WS-SRC-NDX > WS-SRC-CNT
                   IF WS-SPLIT-CNT > 0
                       PERFORM 0720-WRITE-SPLIT-JOB
                   END-IF
           END-EVALUATE.

       0700-EXIT.
           EXIT.

      ******************************************************************
      * DECIDE WHETHER ONE SOURCE ID MAKES A DATASET-NAME QUALIFIER
      * AND, IF IT DOES, NUMBER ITS DD AND BUILD ITS DATASET NAME.
      * EVERY VALID CHARACTER IS CONVERTED TO 'X': THE ID IS GOOD
      * WHEN ITS CHARACTERS BEFORE THE FIRST BLANK ARE ALL 'X' AND
      * THE REST OF THE FIELD IS BLANK.
      ******************************************************************
       0710-CHECK-SOURCE.
           MOVE WS-SRC-ID(WS-SRC-NDX) TO WS-SPLIT-QUAL
           INSPECT WS-SPLIT-QUAL CONVERTING
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789@#$'
            TO 'XXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXX'
           MOVE ZERO TO WS-SPLIT-QUAL-LEN
           MOVE ZERO TO WS-SPLIT-GOOD-CNT
           MOVE ZERO TO WS-SPLIT-BLANK-CNT
           INSPECT WS-SPLIT-QUAL TALLYING
               WS-SPLIT-QUAL-LEN  FOR CHARACTERS BEFORE INITIAL SPACE
           INSPECT WS-SPLIT-QUAL TALLYING
               WS-SPLIT-GOOD-CNT  FOR ALL 'X'
               WS-SPLIT-BLANK-CNT FOR ALL SPACE
           MOVE WS-SRC-ID(WS-SRC-NDX) TO SR-SPL-SOURCE-ID
           IF WS-SPLIT-QUAL-LEN > 0 AND
              WS-SPLIT-GOOD-CNT = WS-SPLIT-QUAL-LEN AND
              WS-SPLIT-GOOD-CNT + WS-SPLIT-BLANK-CNT = 8 AND
              WS-SRC-ID(WS-SRC-NDX)(1:1) NOT NUMERIC
               ADD 1 TO WS-SPLIT-CNT
               ADD 1 TO WS-SPLIT-DD-NO
               SET WS-SRC-SPLIT(WS-SRC-NDX) TO TRUE
               MOVE WS-SPLIT-DD-NO TO WS-SRC-DD-NO(WS-SRC-NDX)
               STRING WS-SPLIT-HLQ          DELIMITED BY SPACE
                      '.SOURCE.RETURN.'     DELIMITED BY SIZE
                      WS-SRC-ID(WS-SRC-NDX) DELIMITED BY SPACE
                      '.C'                  DELIMITED BY SIZE
                      WS-RUN-CYCLE          DELIMITED BY SIZE
                 INTO WS-SRC-DSN(WS-SRC-NDX)
               END-STRING
               MOVE WS-SRC-DSN(WS-SRC-NDX) TO SR-SPL-TEXT
           ELSE
               ADD 1 TO WS-UNSPLIT-CNT
               MOVE 'NOT SPLIT - SOURCE ID IS NOT A VALID DSN QUALIFIER'
                 TO SR-SPL-TEXT
           END-IF
           WRITE SRCRPT-LINE FROM SR-SPLIT-LINE.

       0710-EXIT.
           EXIT.

      ******************************************************************
      * WRITE THE SRCSPLIT JOB - JOB CARD, THE IDCAMS DELETE OF EACH
      * SOURCE'S PRIOR FILE, AND THE DFSORT COPY WITH ONE OUTPUT DD
      * AND ONE OUTFIL PER SOURCE.
      ******************************************************************
       0720-WRITE-SPLIT-JOB.
           OPEN OUTPUT SPLITJCL-FILE
           IF NOT SPLITJCL-SUCCESS
               DISPLAY 'SRCRTN: SPLITJCL OPEN FAILED, STATUS '
                       SPLITJCL-STATUS
               PERFORM 0130-ABORT-RUN
           END-IF
           MOVE WS-RUN-DATE  TO SJ-CMT-RUN-DATE
           MOVE WS-RUN-CYCLE TO SJ-CMT-RUN-CYCLE
           WRITE SPLITJCL-CARD FROM SJ-JOB-CARD
           WRITE SPLITJCL-CARD FROM SJ-JOB-CONT-CARD
           WRITE SPLITJCL-CARD FROM SJ-COMMENT-CARD
           WRITE SPLITJCL-CARD FROM SJ-IDCAMS-CARD
           WRITE SPLITJCL-CARD FROM SJ-SYSPRINT-CARD
           WRITE SPLITJCL-CARD FROM SJ-SYSIN-CARD
           PERFORM 0730-WRITE-DELETE-CARD
               VARYING WS-SRC-NDX FROM 1 BY 1
               UNTIL WS-SRC-NDX > WS-SRC-CNT
           WRITE SPLITJCL-CARD FROM SJ-MAXCC-CARD
           WRITE SPLITJCL-CARD FROM SJ-DELIM-CARD
           WRITE SPLITJCL-CARD FROM SJ-SORT-CARD
           WRITE SPLITJCL-CARD FROM SJ-SYSOUT-CARD
           MOVE SPACES TO WS-SPLIT-IN-DSN
           STRING WS-SPLIT-HLQ          DELIMITED BY SPACE
                  '.SOURCE.RETURN.C'    DELIMITED BY SIZE
                  WS-RUN-CYCLE          DELIMITED BY SIZE
             INTO WS-SPLIT-IN-DSN
           END-STRING
           MOVE SPACES TO WS-SPLIT-CARD
           STRING '//SORTIN   DD   DSN=' DELIMITED BY SIZE
                  WS-SPLIT-IN-DSN        DELIMITED BY SPACE
                  ',DISP=SHR'            DELIMITED BY SIZE
             INTO WS-SPLIT-CARD
           END-STRING
           WRITE SPLITJCL-CARD FROM WS-SPLIT-CARD
           PERFORM 0740-WRITE-OUTPUT-DD
               VARYING WS-SRC-NDX FROM 1 BY 1
               UNTIL WS-SRC-NDX > WS-SRC-CNT
           WRITE SPLITJCL-CARD FROM SJ-SYSIN-CARD
           WRITE SPLITJCL-CARD FROM SJ-COPY-CARD
           WRITE SPLITJCL-CARD FROM SJ-INREC-CARD
           PERFORM 0750-WRITE-OUTFIL-CARD
               VARYING WS-SRC-NDX FROM 1 BY 1
               UNTIL WS-SRC-NDX > WS-SRC-CNT
           WRITE SPLITJCL-CARD FROM SJ-DELIM-CARD
           WRITE SPLITJCL-CARD FROM SJ-END-CARD
           CLOSE SPLITJCL-FILE.

       0720-EXIT.
           EXIT.

       0730-WRITE-DELETE-CARD.
           IF WS-SRC-SPLIT(WS-SRC-NDX)
               MOVE SPACES TO WS-SPLIT-CARD
               STRING '  DELETE '             DELIMITED BY SIZE
                      WS-SRC-DSN(WS-SRC-NDX)  DELIMITED BY SPACE
                 INTO WS-SPLIT-CARD
               END-STRING
               WRITE SPLITJCL-CARD FROM WS-SPLIT-CARD
           END-IF.

       0730-EXIT.
           EXIT.

       0740-WRITE-OUTPUT-DD.
           IF WS-SRC-SPLIT(WS-SRC-NDX)
               MOVE SPACES TO WS-SPLIT-CARD
               STRING '//R'                     DELIMITED BY SIZE
                      WS-SRC-DD-NO(WS-SRC-NDX)  DELIMITED BY SIZE
                      '     DD   DSN='          DELIMITED BY SIZE
                      WS-SRC-DSN(WS-SRC-NDX)    DELIMITED BY SPACE
                      ','                       DELIMITED BY SIZE
                 INTO WS-SPLIT-CARD
               END-STRING
               WRITE SPLITJCL-CARD FROM WS-SPLIT-CARD
               WRITE SPLITJCL-CARD FROM SJ-DISP-CARD
               WRITE SPLITJCL-CARD FROM SJ-SPACE-CARD
               WRITE SPLITJCL-CARD FROM SJ-DCB-CARD
           END-IF.

       0740-EXIT.
           EXIT.

       0750-WRITE-OUTFIL-CARD.
           IF WS-SRC-SPLIT(WS-SRC-NDX)
               MOVE SPACES TO WS-SPLIT-CARD
               STRING '  OUTFIL FNAMES=R'       DELIMITED BY SIZE
                      WS-SRC-DD-NO(WS-SRC-NDX)  DELIMITED BY SIZE
                      ',INCLUDE=(81,8,CH,EQ,C''' DELIMITED BY SIZE
                      WS-SRC-ID(WS-SRC-NDX)     DELIMITED BY SIZE
                      '''),BUILD=(1,80)'        DELIMITED BY SIZE
                 INTO WS-SPLIT-CARD
               END-STRING
               WRITE SPLITJCL-CARD FROM WS-SPLIT-CARD
           END-IF.

       0750-EXIT.
           EXIT.

      ******************************************************************
      * MARK THIS STEP'S RUNCTL ROW COMPLETED WITH THE DISPOSITIONS-
      * READ, DETAILS-RETURNED, AND UNBALANCED-BATCH COUNTS AND THE
      * VERDICT RETURN CODE.
      ******************************************************************
       0890-REGISTER-RUN-END.
           MOVE WS-RUN-DATE TO RUNCTL-RUN-DATE
           MOVE WS-RUN-CYCLE TO RUNCTL-RUN-CYCLE
           MOVE 'SRCRTN'    TO RUNCTL-STEP
           READ RUNCTL-FILE
               INVALID KEY
                   DISPLAY 'SRCRTN: WARNING - RUNCTL ROW MISSING '
                           'AT END OF RUN'
               NOT INVALID KEY
                   SET RUNCTL-COMPLETED TO TRUE
                   MOVE FUNCTION CURRENT-DATE TO RUNCTL-END-TS
                   MOVE WS-DISP-READ-CNT  TO RUNCTL-IN-CNT
                   MOVE WS-DETAIL-OUT-CNT TO RUNCTL-OUT-CNT
                   MOVE WS-UNBALANCED-CNT TO RUNCTL-REJ-CNT
                   MOVE WS-REGISTER-RC    TO RUNCTL-RETURN-CODE
                   REWRITE RUNCTL-RECORD
           END-READ
           CLOSE RUNCTL-FILE.

       0890-EXIT.
           EXIT.

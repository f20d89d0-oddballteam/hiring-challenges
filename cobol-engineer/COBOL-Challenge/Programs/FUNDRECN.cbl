       ID DIVISION.
       PROGRAM-ID.    FUNDRECN.
      *AUTHOR.        MAINTENANCE
      *DATE-WRITTEN.  10/15/2026.
      *****************************************************************
      *
      * END-TO-END FUNDS RECONCILIATION. PROVES THAT EVERY DOLLAR
      * FEEDACC ACCEPTED FROM A SOURCE SYSTEM IS STILL ACCOUNTED FOR,
      * NO MATTER HOW MANY CYCLES IT HAS BEEN THROUGH SINCE. FOR EACH
      * FEEDREG BATCH IN THE FEED-DATE WINDOW (FUNDPARM, DEFAULT ALL)
      * THE ACCEPTED COUNT AND AMOUNT MUST EQUAL THE SUM OF WHERE ITS
      * ITEMS ARE NOW:
      *
      *   POSTED    - A 'P'/'R'/'A' DISPOSITION ON THE DISPHIST
      *               DISPOSITION HISTORY, WHOSE TESTO ROW (AND
      *               BACKOUT ROW, IF ANY) IS VERIFIED ON TESTHIST
      *   SUSPENSE  - THE CURRENT TESTI.REJECT FILE
      *   HELD      - THE CURRENT TESTI.HELD QUEUE
      *   RECYCLE   - FIXED OR RELEASED ITEMS WAITING IN
      *               TESTI.RECYCLE FOR THE NEXT CYCLE
      *   ARCHIVED  - AGED SUSPENSE HOUSEKP MOVED TO THE REJARCH
      *               GENERATIONS (ALL OF THEM, CONCATENATED)
      *
      * A REASON '05' SUSPENSE OR ARCHIVE ROW IS THE RESTART OVERLAP -
      * THE SECOND COPY A CHECKPOINT RESTART WRITES OF A RECORD THE
      * ABENDED RUN HAD ALREADY POSTED. THE ITEM ITSELF IS ALREADY
      * COUNTED AS POSTED FROM ITS FIRST DISPOSITION, SO THESE ROWS
      * ARE COUNTED ON THEIR OWN "RESTART OVERLAP - ALREADY POSTED"
      * LINE AND ARE NOT PART OF ANY FEED'S ACCOUNTED TOTALS.
      *
      * EVERY ITEM IS VALUED AT THE AMOUNT FEEDACC ACCEPTED IT AT
      * (TESTI-FEED-AMT, STAMPED ONCE AND NEVER CHANGED), SO A SUSPFIX
      * AMOUNT CORRECTION CANNOT PUT A BATCH OUT OF BALANCE - THE NET
      * OF THOSE CORRECTIONS IS REPORTED ON ITS OWN LINE INSTEAD. AN
      * ITEM WRITTEN BEFORE THE FEED AMOUNT WAS STAMPED FALLS BACK TO
      * ITS TRANSACTION AMOUNT.
      *
      * THE POSTED SIDE IS ALSO TIED TO THE LEDGER: EACH PROCESSING
      * CYCLE'S POSTED ROWS AND SIGNED AMOUNT ARE SUMMED AND COMPARED
      * WITH THE LEDGER'S ACK FOR THAT CYCLE - FROM THE LEDGACK FILE
      * WHILE IT IS STILL THERE, OTHERWISE FROM THE VERDICT LEDGRECN
      * REGISTERED IN RUNCTL (STEP 'LEDGRECN'). A CYCLE NOT YET
      * ACKNOWLEDGED IS REPORTED AS AWAITING ACK, NOT AS AN ERROR.
      *
      * FUNDRPT CARRIES THE CYCLE-BY-CYCLE LEDGER SECTION, THE
      * PER-FEED ROLL-FORWARD, AND THE RECONCILIATION TOTALS. FUNDEXC
      * LISTS EVERY EXCEPTION ONE PER LINE - A FEED OUT OF BALANCE, A
      * POSTING NOT ON TESTHIST OR AT A DIFFERENT AMOUNT, AN ITEM FROM
      * A FEED FEEDREG NEVER REGISTERED, OR A LEDGER ACK THAT
      * DISAGREES. ANY EXCEPTION ENDS THE RUN RC=8.
      *
      * RUN IT AT A QUIET POINT (AFTER THE STREAM HAS FINISHED, NOT
      * BETWEEN SUSPREC AND THE NEXT CODECHAL CYCLE) SO NO ITEM IS IN
      * FLIGHT BETWEEN THE FILES IT READS.
      *
      *****************************************************************
      *************** M A I N T E N A N C E   N O T E S ***************
      ***%************************************************************:
      ***%CCR#      :                      PROGRAMMER: MAINTENANCE
      ***%MODLOG TAG:                      COMPANY   : ODDBALL
      ***%RELEASE NO:                      DATE      : 10/15/2026
      ***%
      ***%PROBLEM   : EACH CONTROL IN THE STREAM PROVES ONE HOP - FEED
      ***%            TO FEEDREG, TESTI TO TESTO, TESTO TO LEDGER - BUT
      ***%            NOTHING PROVED A SOURCE DOLLAR ALL THE WAY FROM
      ***%            ACCEPTANCE TO THE LEDGER ACROSS SUSPENSE, THE
      ***%            HELD QUEUE, RECYCLING, AND ARCHIVING.
      ***%
      ***%SOLUTION  : INITIAL CREATION. PER-FEED ROLL-FORWARD FROM
      ***%            FEEDREG TO DISPHIST/TESTHIST, SUSPENSE, HELD,
      ***%            RECYCLE, AND REJARCH, TIED TO THE LEDGER ACK PER
      ***%            CYCLE, WITH AN EXCEPTION REPORT.
      ***%************************************************************:
      ***%CCR#      :                      PROGRAMMER: MAINTENANCE
      ***%MODLOG TAG:                      COMPANY   : ODDBALL
      ***%RELEASE NO:                      DATE      : 10/15/2026
      ***%
      ***%PROBLEM   : A REASON '05' RESTART-OVERLAP ROW IS ALREADY
      ***%            POSTED, AND ITS FIRST DISPOSITION IS THE ONE ON
      ***%            DISPHIST, SO IT WAS COUNTED TWICE - AS POSTED AND
      ***%            AGAIN AS SUSPENSE OR ARCHIVED - AND EVERY FEED
      ***%            THROUGH A CHECKPOINT RESTART STAYED OUT OF
      ***%            BALANCE.
      ***%
      ***%SOLUTION  : REASON '05' SUSPENSE AND ARCHIVE ROWS ARE NOW
      ***%            COUNTED ON THEIR OWN RESTART OVERLAP - ALREADY
      ***%            POSTED LINE AND NOT ADDED TO ANY FEED'S ACCOUNTED
      ***%            TOTALS.
      ***%************************************************************:
      ***%CCR#      :                      PROGRAMMER: MAINTENANCE
      ***%MODLOG TAG:                      COMPANY   : ODDBALL
      ***%RELEASE NO:                      DATE      : 10/15/2026
      ***%
      ***%PROBLEM   : THE UNREGISTERED-FEED EXCEPTION LINE PRINTED THE
      ***%            FEED SOURCE ID (TESTI COLS 39-46) IN THE FEED DATE
      ***%            COLUMN.
      ***%
      ***%SOLUTION  : TAKES THE FEED DATE FROM TESTI COLS 47-54.
      ***%************************************************************:
      *********** E N D   M A I N T E N A N C E   N O T E S ***********
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  OPTIONAL
                   FUNDPARM-FILE   ASSIGN  FUNDPARM
                                   STATUS  FUNDPARM-STATUS.
           SELECT  FEEDREG-FILE    ASSIGN  FEEDREG
                                   ORGANIZATION INDEXED
                                   ACCESS MODE SEQUENTIAL
                                   RECORD KEY FEEDREG-KEY
                                   STATUS  FEEDREG-STATUS.
           SELECT  DISPHIST-FILE   ASSIGN  DISPHIST
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY DISPHIST-KEY
                                   STATUS  DISPHIST-STATUS.
           SELECT  TESTHIST-FILE   ASSIGN  TESTHIST
                                   ORGANIZATION INDEXED
                                   ACCESS MODE RANDOM
                                   RECORD KEY TESTHIST-KEY
                                   STATUS  TESTHIST-STATUS.
           SELECT  RUNCTL-FILE     ASSIGN  RUNCTL
                                   ORGANIZATION INDEXED
                                   ACCESS MODE RANDOM
                                   RECORD KEY RUNCTL-KEY
                                   STATUS  RUNCTL-STATUS.
           SELECT  TESTIREJ-FILE   ASSIGN  TESTIREJ
                                   STATUS  TESTIREJ-STATUS.
           SELECT  HELDTRAN-FILE   ASSIGN  HELDTRAN
                                   STATUS  HELDTRAN-STATUS.
           SELECT  RECYCLE-FILE    ASSIGN  RECYCLE
                                   STATUS  RECYCLE-STATUS.
           SELECT  OPTIONAL
                   REJARCH-FILE    ASSIGN  REJARCH
                                   STATUS  REJARCH-STATUS.
           SELECT  OPTIONAL
                   LEDGACK-FILE    ASSIGN  LEDGACK
                                   STATUS  LEDGACK-STATUS.
           SELECT  FUNDRPT-FILE    ASSIGN  FUNDRPT
                                   STATUS  FUNDRPT-STATUS.
           SELECT  FUNDEXC-FILE    ASSIGN  FUNDEXC
                                   STATUS  FUNDEXC-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  FUNDPARM-FILE
           RECORDING F
           BLOCK 0 RECORDS.

       01  FUNDPARM-RECORD.
           05  FUNDPARM-FROM-DATE          PIC  9(08).
           05  FUNDPARM-THRU-DATE          PIC  9(08).
           05  FILLER                      PIC  X(64).

       FD  FEEDREG-FILE.
           COPY FEEDREG.

       FD  DISPHIST-FILE.
           COPY DISPHIST.

       FD  TESTHIST-FILE.
           COPY TESTHIST.

       FD  RUNCTL-FILE.
           COPY RUNCTL.

       FD  TESTIREJ-FILE
           RECORDING F
           BLOCK 0 RECORDS.

       01  TESTIREJ-RECORD                 PIC  X(93).

       FD  HELDTRAN-FILE
           RECORDING F
           BLOCK 0 RECORDS.
           COPY HELDTRAN.

       FD  RECYCLE-FILE
           RECORDING F
           BLOCK 0 RECORDS.
           COPY TESTIREC.

       FD  REJARCH-FILE
           RECORDING F
           BLOCK 0 RECORDS.

       01  REJARCH-RECORD                  PIC  X(93).

       FD  LEDGACK-FILE
           RECORDING F
           BLOCK 0 RECORDS.
           COPY LEDGACK.

       FD  FUNDRPT-FILE
           RECORDING F
           BLOCK 0 RECORDS.

       01  FUNDRPT-LINE                    PIC  X(132).

       FD  FUNDEXC-FILE
           RECORDING F
           BLOCK 0 RECORDS.

       01  FUNDEXC-LINE                    PIC  X(132).

       WORKING-STORAGE SECTION.

       01 WORK-FIELDS.
           05  FUNDPARM-STATUS             PIC  X(02).
               88  FUNDPARM-SUCCESS              VALUE ZERO.
               88  FUNDPARM-EOF                  VALUE '10'.
           05  FEEDREG-STATUS              PIC  X(02).
               88  FEEDREG-SUCCESS               VALUE ZERO.
               88  FEEDREG-EOF                   VALUE '10'.
           05  DISPHIST-STATUS             PIC  X(02).
               88  DISPHIST-SUCCESS              VALUE ZERO.
               88  DISPHIST-EOF                  VALUE '10'.
           05  TESTHIST-STATUS             PIC  X(02).
               88  TESTHIST-SUCCESS              VALUE ZERO.
           05  RUNCTL-STATUS               PIC  X(02).
               88  RUNCTL-SUCCESS                VALUE ZERO.
           05  TESTIREJ-STATUS             PIC  X(02).
               88  TESTIREJ-SUCCESS              VALUE ZERO.
               88  TESTIREJ-EOF                  VALUE '10'.
           05  HELDTRAN-STATUS             PIC  X(02).
               88  HELDTRAN-SUCCESS              VALUE ZERO.
               88  HELDTRAN-EOF                  VALUE '10'.
           05  RECYCLE-STATUS              PIC  X(02).
               88  RECYCLE-SUCCESS               VALUE ZERO.
               88  RECYCLE-EOF                   VALUE '10'.
           05  REJARCH-STATUS              PIC  X(02).
               88  REJARCH-SUCCESS               VALUE ZERO.
               88  REJARCH-EOF                   VALUE '10'.
           05  LEDGACK-STATUS              PIC  X(02).
               88  LEDGACK-SUCCESS               VALUE ZERO.
               88  LEDGACK-EOF                   VALUE '10'.
           05  FUNDRPT-STATUS              PIC  X(02).
               88  FUNDRPT-SUCCESS               VALUE ZERO.
           05  FUNDEXC-STATUS              PIC  X(02).
               88  FUNDEXC-SUCCESS               VALUE ZERO.
           05  WS-FROM-DATE                PIC  9(08)      VALUE ZERO.
           05  WS-THRU-DATE                PIC  9(08)  VALUE 99999999.
           05  WS-REPORT-DATE              PIC  9(08)      VALUE ZERO.
           05  WS-LACK-CYCLE               PIC  9(01)      VALUE 1.

      *** THE ITEM BEING PLACED - ITS TESTI DATA (THE SAME 80-BYTE
      *** LAYOUT AS TESTI-RECORD, WHICH EVERY FILE READ HERE CARRIES),
      *** WHERE IT WAS FOUND, AND ITS POSTING IDENTITY FOR THE
      *** EXCEPTION REPORT.
       01 WORK-ITEM-FIELDS.
           05  WS-ITEM-DATA.
               10  WS-ITEM-KEY             PIC  X(03).
               10  FILLER                  PIC  X(10).
               10  WS-ITEM-TRAN-AMT        PIC  9(07)V99.
               10  FILLER                  PIC  X(16).
               10  WS-ITEM-FEED-KEY.
                   15  WS-ITEM-SOURCE-ID   PIC  X(08).
                   15  WS-ITEM-FEED-DATE   PIC  9(08).
               10  WS-ITEM-FEED-AMT        PIC  9(07)V99.
               10  FILLER                  PIC  X(17).
           05  WS-ITEM-WHERE               PIC  X(01).
               88  WS-AT-POSTED                  VALUE 'P'.
               88  WS-AT-SUSPENSE                VALUE 'S'.
               88  WS-AT-HELD                    VALUE 'H'.
               88  WS-AT-RECYCLE                 VALUE 'R'.
               88  WS-AT-ARCHIVE                 VALUE 'A'.
           05  WS-ITEM-RUN-DATE            PIC  X(08).
           05  WS-ITEM-RUN-CYCLE           PIC  X(01).
           05  WS-ITEM-SEQ                 PIC  X(04).
           05  WS-ITEM-AMT                 PIC S9(09)V99   VALUE ZERO.
           05  WS-ITEM-CORR-AMT            PIC S9(09)V99   VALUE ZERO.

      *** THE TESTHIST ROW BEING VERIFIED FOR A POSTING.
       01 WORK-VERIFY-FIELDS.
           05  WS-VER-SEQ                  PIC  9(04)      VALUE ZERO.
           05  WS-VER-AMT                  PIC S9(07)V99   VALUE ZERO.

      *** THE PROCESSING CYCLE OPEN IN THE DISPOSITION PASS, ITS
      *** RUNNING POSTED ROWS AND SIGNED AMOUNT (WHAT TESTOXTR SENT
      *** THE LEDGER FOR IT), AND WHERE ITS ACK CAME FROM.
       01 WORK-CYCLE-FIELDS.
           05  WS-CYC-OPEN-SW              PIC  X(01)      VALUE 'N'.
               88  WS-CYC-OPEN                   VALUE 'Y'.
               88  WS-CYC-CLOSED                 VALUE 'N'.
           05  WS-CYC-RUN-DATE             PIC  9(08)      VALUE ZERO.
           05  WS-CYC-RUN-CYCLE            PIC  9(01)      VALUE ZERO.
           05  WS-CYC-ROW-CNT              PIC  9(09)      VALUE ZERO.
           05  WS-CYC-AMT                  PIC S9(13)V99   VALUE ZERO.
           05  WS-CYC-ACK-SRC              PIC  X(01)      VALUE SPACE.
               88  WS-CYC-ACK-FROM-FILE          VALUE 'F'.
               88  WS-CYC-ACK-FROM-RUNCTL        VALUE 'R'.
               88  WS-CYC-NO-ACK                 VALUE SPACE.
           05  WS-CYC-ACK-CNT              PIC  9(09)      VALUE ZERO.
           05  WS-CYC-ACK-AMT              PIC S9(13)V99   VALUE ZERO.
           05  WS-CYC-ACK-RC               PIC  9(04)      VALUE ZERO.

       01 WORK-COUNTERS.
           05  WS-DISP-READ-CNT            PIC  9(09)      VALUE ZERO.
           05  WS-DISP-OPEN-CNT            PIC  9(09)      VALUE ZERO.
           05  WS-POSTING-CNT              PIC  9(09)      VALUE ZERO.
           05  WS-SUSP-READ-CNT            PIC  9(09)      VALUE ZERO.
           05  WS-HELD-READ-CNT            PIC  9(09)      VALUE ZERO.
           05  WS-RECY-READ-CNT            PIC  9(09)      VALUE ZERO.
           05  WS-ARCH-READ-CNT            PIC  9(09)      VALUE ZERO.
           05  WS-NOFEED-CNT               PIC  9(09)      VALUE ZERO.
           05  WS-NOFEED-AMT               PIC S9(13)V99   VALUE ZERO.
           05  WS-OVERLAP-CNT              PIC  9(09)      VALUE ZERO.
           05  WS-OVERLAP-AMT              PIC S9(13)V99   VALUE ZERO.
           05  WS-OUTSIDE-CNT              PIC  9(09)      VALUE ZERO.
           05  WS-UNREG-CNT                PIC  9(09)      VALUE ZERO.
           05  WS-UNREG-AMT                PIC S9(13)V99   VALUE ZERO.
           05  WS-HIST-MISSING-CNT         PIC  9(09)      VALUE ZERO.
           05  WS-HIST-DIFFER-CNT          PIC  9(09)      VALUE ZERO.
           05  WS-CYCLE-CNT                PIC  9(05)      VALUE ZERO.
           05  WS-CYCLE-ACKED-CNT          PIC  9(05)      VALUE ZERO.
           05  WS-CYCLE-AWAIT-CNT          PIC  9(05)      VALUE ZERO.
           05  WS-CYCLE-DISAGREE-CNT       PIC  9(05)      VALUE ZERO.
           05  WS-ACK-NODISP-CNT           PIC  9(05)      VALUE ZERO.
           05  WS-FEEDS-BAL-CNT            PIC  9(05)      VALUE ZERO.
           05  WS-FEEDS-OOB-CNT            PIC  9(05)      VALUE ZERO.
           05  WS-EXCEPTION-CNT            PIC  9(09)      VALUE ZERO.

      *** GRAND TOTALS ACROSS EVERY FEED IN THE WINDOW.
       01 WORK-GRAND-TOTALS.
           05  WS-TOT-ACC-CNT              PIC  9(09)      VALUE ZERO.
           05  WS-TOT-ACC-AMT              PIC S9(13)V99   VALUE ZERO.
           05  WS-TOT-POST-CNT             PIC  9(09)      VALUE ZERO.
           05  WS-TOT-POST-AMT             PIC S9(13)V99   VALUE ZERO.
           05  WS-TOT-ACKED-CNT            PIC  9(09)      VALUE ZERO.
           05  WS-TOT-ACKED-AMT            PIC S9(13)V99   VALUE ZERO.
           05  WS-TOT-AWAIT-CNT            PIC  9(09)      VALUE ZERO.
           05  WS-TOT-AWAIT-AMT            PIC S9(13)V99   VALUE ZERO.
           05  WS-TOT-SUSP-CNT             PIC  9(09)      VALUE ZERO.
           05  WS-TOT-SUSP-AMT             PIC S9(13)V99   VALUE ZERO.
           05  WS-TOT-HELD-CNT             PIC  9(09)      VALUE ZERO.
           05  WS-TOT-HELD-AMT             PIC S9(13)V99   VALUE ZERO.
           05  WS-TOT-RECY-CNT             PIC  9(09)      VALUE ZERO.
           05  WS-TOT-RECY-AMT             PIC S9(13)V99   VALUE ZERO.
           05  WS-TOT-ARCH-CNT             PIC  9(09)      VALUE ZERO.
           05  WS-TOT-ARCH-AMT             PIC S9(13)V99   VALUE ZERO.
           05  WS-TOT-UNACCT-CNT           PIC S9(09)      VALUE ZERO.
           05  WS-TOT-UNACCT-AMT           PIC S9(13)V99   VALUE ZERO.
           05  WS-TOT-CORR-AMT             PIC S9(13)V99   VALUE ZERO.

      *** ONE FEED'S UNACCOUNTED DIFFERENCE WHILE IT IS REPORTED.
       01 WORK-FEED-RESULT.
           05  WS-FR-ACCT-CNT              PIC  9(09)      VALUE ZERO.
           05  WS-FR-ACCT-AMT              PIC S9(13)V99   VALUE ZERO.
           05  WS-FR-UNACCT-CNT            PIC S9(09)      VALUE ZERO.
           05  WS-FR-UNACCT-AMT            PIC S9(13)V99   VALUE ZERO.

      *** EVERY FEEDREG BATCH IN THE FEED-DATE WINDOW, IN FEEDREG KEY
      *** ORDER (SOURCE ID, FEED DATE) FOR SEARCH ALL, WITH WHERE ITS
      *** ITEMS ARE NOW.
       01 WORK-FEED-TABLE.
           05  WS-FEED-CNT                 PIC S9(04) COMP VALUE ZERO.
           05  WS-FEED-ENTRY OCCURS 1 TO 5000 TIMES
                             DEPENDING ON WS-FEED-CNT
                             ASCENDING KEY WS-FEED-KEY
                             INDEXED BY WS-FEED-NDX.
               10  WS-FEED-KEY.
                   15  WS-FEED-SOURCE-ID   PIC  X(08).
                   15  WS-FEED-DATE        PIC  9(08).
               10  WS-FEED-ACC-CNT         PIC  9(09).
               10  WS-FEED-ACC-AMT         PIC  9(13)V99.
               10  WS-FEED-POST-CNT        PIC  9(09).
               10  WS-FEED-POST-AMT        PIC S9(13)V99.
               10  WS-FEED-ACKED-CNT       PIC  9(09).
               10  WS-FEED-ACKED-AMT       PIC S9(13)V99.
               10  WS-FEED-SUSP-CNT        PIC  9(09).
               10  WS-FEED-SUSP-AMT        PIC S9(13)V99.
               10  WS-FEED-HELD-CNT        PIC  9(09).
               10  WS-FEED-HELD-AMT        PIC S9(13)V99.
               10  WS-FEED-RECY-CNT        PIC  9(09).
               10  WS-FEED-RECY-AMT        PIC S9(13)V99.
               10  WS-FEED-ARCH-CNT        PIC  9(09).
               10  WS-FEED-ARCH-AMT        PIC S9(13)V99.
               10  WS-FEED-CORR-AMT        PIC S9(13)V99.

      *** THE LEDGER'S 'A' FEED ACKS STILL ON THE LEDGACK FILE (A
      *** ROLLING MONTH). AN ACK WITH NO CYCLE IS TAKEN AS CYCLE 1.
       01 WORK-ACK-TABLE.
           05  WS-ACK-CNT                  PIC S9(04) COMP VALUE ZERO.
           05  WS-ACK-ENTRY OCCURS 400 TIMES
                            INDEXED BY WS-ACK-NDX.
               10  WS-ACK-RUN-DATE         PIC  9(08).
               10  WS-ACK-RUN-CYCLE        PIC  9(01).
               10  WS-ACK-DETAIL-CNT       PIC  9(09).
               10  WS-ACK-AMT-HASH         PIC S9(13)V99.
               10  WS-ACK-SEEN-SW          PIC  X(01).
                   88  WS-ACK-SEEN               VALUE 'Y'.
                   88  WS-ACK-NOT-SEEN           VALUE 'N'.

      *** THE DISPOSITION BEING PROCESSED, AND THE SUSPENSE RECORD
      *** BEING READ (FROM TESTI.REJECT OR AN ARCHIVE GENERATION).
           COPY TRANDISP.

           COPY TESTIREJ.

       01 FUND-REPORT-LINES.
           05  FR-TITLE-LINE.
               10  FILLER                  PIC  X(44) VALUE
                   'FUNDRECN END-TO-END FUNDS RECONCILIATION    '.
               10  FILLER                  PIC  X(12) VALUE
                   'REPORT DATE '.
               10  FR-REPORT-DATE          PIC  9(08).
               10  FILLER                  PIC  X(20) VALUE
                   '   FEED DATES FROM  '.
               10  FR-FROM-DATE            PIC  9(08).
               10  FILLER                  PIC  X(06) VALUE
                   ' THRU '.
               10  FR-THRU-DATE            PIC  9(08).
               10  FILLER                  PIC  X(26) VALUE SPACES.
           05  FR-SECTION-LINE.
               10  FR-SECTION-TEXT         PIC  X(132).
           05  FR-LEDGER-HEADING.
               10  FILLER                  PIC  X(40) VALUE
                   'RUN DATE CYC  POSTED ROWS         POSTED'.
               10  FILLER                  PIC  X(40) VALUE
                   ' AMOUNT    ACKED ROWS          ACKED AMO'.
               10  FILLER                  PIC  X(40) VALUE
                   'UNT   ACK FROM  STATUS                  '.
               10  FILLER                  PIC  X(12) VALUE SPACES.
           05  FR-LEDGER-LINE.
               10  FR-LG-RUN-DATE          PIC  9(08).
               10  FILLER                  PIC  X(02) VALUE SPACES.
               10  FR-LG-RUN-CYCLE         PIC  9(01).
               10  FILLER                  PIC  X(03) VALUE SPACES.
               10  FR-LG-POST-ROWS         PIC  ZZZ,ZZZ,ZZ9.
               10  FR-LG-POST-ROWS-X REDEFINES FR-LG-POST-ROWS
                                           PIC  X(11).
               10  FILLER                  PIC  X(02) VALUE SPACES.
               10  FR-LG-POST-AMT          PIC  Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
               10  FR-LG-POST-AMT-X REDEFINES FR-LG-POST-AMT
                                           PIC  X(21).
               10  FILLER                  PIC  X(02) VALUE SPACES.
               10  FR-LG-ACK-ROWS          PIC  ZZZ,ZZZ,ZZ9.
               10  FR-LG-ACK-ROWS-X REDEFINES FR-LG-ACK-ROWS
                                           PIC  X(11).
               10  FILLER                  PIC  X(02) VALUE SPACES.
               10  FR-LG-ACK-AMT           PIC  Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
               10  FR-LG-ACK-AMT-X REDEFINES FR-LG-ACK-AMT
                                           PIC  X(21).
               10  FILLER                  PIC  X(02) VALUE SPACES.
               10  FR-LG-ACK-FROM          PIC  X(08).
               10  FILLER                  PIC  X(02) VALUE SPACES.
               10  FR-LG-STATUS            PIC  X(24).
               10  FILLER                  PIC  X(12) VALUE SPACES.
           05  FR-FEED-HEADING.
               10  FILLER                  PIC  X(40) VALUE
                   'SOURCE   FEED DATE             ACCEPTED '.
               10  FILLER                  PIC  X(40) VALUE
                   '        POSTED       SUSPENSE           '.
               10  FILLER                  PIC  X(40) VALUE
                   'HELD        RECYCLE       ARCHIVED    UN'.
               10  FILLER                  PIC  X(12) VALUE
                   'ACCOUNTED   '.
           05  FR-FEED-CNT-LINE.
               10  FR-FC-SOURCE-ID         PIC  X(08).
               10  FILLER                  PIC  X(01) VALUE SPACES.
               10  FR-FC-FEED-DATE         PIC  9(08).
               10  FILLER                  PIC  X(01) VALUE SPACES.
               10  FILLER                  PIC  X(06) VALUE 'COUNT '.
               10  FR-FC-ACC               PIC  ZZZ,ZZZ,ZZ9-.
               10  FILLER                  PIC  X(03) VALUE SPACES.
               10  FR-FC-POST              PIC  ZZZ,ZZZ,ZZ9-.
               10  FILLER                  PIC  X(03) VALUE SPACES.
               10  FR-FC-SUSP              PIC  ZZZ,ZZZ,ZZ9-.
               10  FILLER                  PIC  X(03) VALUE SPACES.
               10  FR-FC-HELD              PIC  ZZZ,ZZZ,ZZ9-.
               10  FILLER                  PIC  X(03) VALUE SPACES.
               10  FR-FC-RECY              PIC  ZZZ,ZZZ,ZZ9-.
               10  FILLER                  PIC  X(03) VALUE SPACES.
               10  FR-FC-ARCH              PIC  ZZZ,ZZZ,ZZ9-.
               10  FILLER                  PIC  X(03) VALUE SPACES.
               10  FR-FC-UNACCT            PIC  ZZZ,ZZZ,ZZ9-.
               10  FILLER                  PIC  X(03) VALUE SPACES.
               10  FR-FC-FLAG              PIC  X(03).
           05  FR-FEED-AMT-LINE.
               10  FILLER                  PIC  X(18) VALUE SPACES.
               10  FILLER                  PIC  X(06) VALUE 'AMOUNT'.
               10  FR-FA-ACC               PIC  ZZZ,ZZZ,ZZ9.99-.
               10  FR-FA-POST              PIC  ZZZ,ZZZ,ZZ9.99-.
               10  FR-FA-SUSP              PIC  ZZZ,ZZZ,ZZ9.99-.
               10  FR-FA-HELD              PIC  ZZZ,ZZZ,ZZ9.99-.
               10  FR-FA-RECY              PIC  ZZZ,ZZZ,ZZ9.99-.
               10  FR-FA-ARCH              PIC  ZZZ,ZZZ,ZZ9.99-.
               10  FR-FA-UNACCT            PIC  ZZZ,ZZZ,ZZ9.99-.
               10  FILLER                  PIC  X(03) VALUE SPACES.
           05  FR-BLANK-LINE               PIC  X(132) VALUE SPACES.
           05  FR-TOTAL-LINE.
               10  FR-TOTAL-DESC           PIC  X(44).
               10  FR-TOTAL-CNT            PIC  ZZZ,ZZZ,ZZ9-.
               10  FR-TOTAL-CNT-X REDEFINES FR-TOTAL-CNT
                                           PIC  X(12).
               10  FILLER                  PIC  X(02) VALUE SPACES.
               10  FR-TOTAL-AMT            PIC  Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
               10  FR-TOTAL-AMT-X REDEFINES FR-TOTAL-AMT
                                           PIC  X(21).
               10  FILLER                  PIC  X(53) VALUE SPACES.
           05  FR-VERDICT-LINE.
               10  FR-VERDICT-TEXT         PIC  X(132).

       01 FUND-EXCEPTION-LINES.
           05  FE-TITLE-LINE.
               10  FILLER                  PIC  X(44) VALUE
                   'FUNDRECN FUNDS RECONCILIATION EXCEPTIONS    '.
               10  FILLER                  PIC  X(12) VALUE
                   'REPORT DATE '.
               10  FE-REPORT-DATE          PIC  9(08).
               10  FILLER                  PIC  X(68) VALUE SPACES.
           05  FE-HEADING-LINE.
               10  FILLER                  PIC  X(40) VALUE
                   'SOURCE    FEED DATE KEY  RUN DATE C SEQ '.
               10  FILLER                  PIC  X(40) VALUE
                   '             EXPECTED               FOUN'.
               10  FILLER                  PIC  X(40) VALUE
                   'D  EXCEPTION                            '.
               10  FILLER                  PIC  X(12) VALUE SPACES.
      *** CLEARED TO SPACES BEFORE EACH EXCEPTION IS BUILT - A COLUMN
      *** THAT DOES NOT APPLY IS LEFT BLANK. EXPECTED/FOUND ARE AN
      *** AMOUNT, OR A COUNT THROUGH THE -CNT VIEW.
           05  FE-EXCEPTION-LINE.
               10  FE-SOURCE-ID            PIC  X(08).
               10  FILLER                  PIC  X(02).
               10  FE-FEED-DATE            PIC  X(08).
               10  FILLER                  PIC  X(02).
               10  FE-KEY                  PIC  X(03).
               10  FILLER                  PIC  X(02).
               10  FE-RUN-DATE             PIC  X(08).
               10  FILLER                  PIC  X(01).
               10  FE-RUN-CYCLE            PIC  X(01).
               10  FILLER                  PIC  X(01).
               10  FE-SEQ                  PIC  X(04).
               10  FILLER                  PIC  X(02).
               10  FE-EXPECTED             PIC  ZZZ,ZZZ,ZZZ,ZZ9.99-.
               10  FE-EXPECTED-VIEW REDEFINES FE-EXPECTED.
                   15  FILLER              PIC  X(04).
                   15  FE-EXPECTED-CNT     PIC  ZZZ,ZZZ,ZZ9-.
                   15  FILLER              PIC  X(03).
               10  FILLER                  PIC  X(01).
               10  FE-FOUND                PIC  ZZZ,ZZZ,ZZZ,ZZ9.99-.
               10  FE-FOUND-VIEW REDEFINES FE-FOUND.
                   15  FILLER              PIC  X(04).
                   15  FE-FOUND-CNT        PIC  ZZZ,ZZZ,ZZ9-.
                   15  FILLER              PIC  X(03).
               10  FILLER                  PIC  X(02).
               10  FE-TEXT                 PIC  X(40).
               10  FILLER                  PIC  X(09).
           05  FE-BLANK-LINE               PIC  X(132) VALUE SPACES.
           05  FE-TOTAL-LINE.
               10  FE-TOTAL-DESC           PIC  X(44).
               10  FE-TOTAL-VALUE          PIC  ZZZ,ZZZ,ZZ9.
               10  FILLER                  PIC  X(77) VALUE SPACES.

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN OPERATIONS PARAGRAPH FOR PROGRAM.
      ******************************************************************
       0000-MAINLINE.
           PERFORM 0100-INITIALIZE
           PERFORM 0200-PROCESS-DISPOSITION UNTIL DISPHIST-EOF
           IF WS-CYC-OPEN
               PERFORM 0240-CLOSE-CYCLE
           END-IF
           PERFORM 0300-PROCESS-SUSPENSE UNTIL TESTIREJ-EOF
           PERFORM 0310-PROCESS-HELD UNTIL HELDTRAN-EOF
           PERFORM 0320-PROCESS-RECYCLE UNTIL RECYCLE-EOF
           PERFORM 0330-PROCESS-ARCHIVE UNTIL REJARCH-EOF
           PERFORM 0900-TERMINATE
           GOBACK.

       0000-EXIT.
           EXIT.

      ******************************************************************
      * THE FEED-DATE WINDOW COMES FROM FUNDPARM (ZERO OR MISSING =
      * NO LIMIT ON THAT SIDE). THE FEEDREG BATCHES AND LEDGER ACKS
      * ARE TABLED BEFORE ANY ITEM IS PLACED, AND THE DISPOSITION
      * HISTORY IS POSITIONED AT THE START OF THE WINDOW - A CYCLE
      * RUN BEFORE THE FIRST FEED DATE CANNOT HAVE POSTED ANY OF IT.
      ******************************************************************
       0100-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-REPORT-DATE
           OPEN INPUT FUNDPARM-FILE
           READ FUNDPARM-FILE
               AT END
                   SET FUNDPARM-EOF TO TRUE
               NOT AT END
                   IF FUNDPARM-FROM-DATE NUMERIC AND
                      FUNDPARM-FROM-DATE > 0
                       MOVE FUNDPARM-FROM-DATE TO WS-FROM-DATE
                   END-IF
                   IF FUNDPARM-THRU-DATE NUMERIC AND
                      FUNDPARM-THRU-DATE > 0
                       MOVE FUNDPARM-THRU-DATE TO WS-THRU-DATE
                   END-IF
           END-READ
           CLOSE FUNDPARM-FILE
           IF WS-FROM-DATE > WS-THRU-DATE
               DISPLAY 'FUNDRECN: FUNDPARM FROM DATE ' WS-FROM-DATE
                       ' IS AFTER THRU DATE ' WS-THRU-DATE
               PERFORM 0130-ABORT-RUN
           END-IF
           PERFORM 0105-OPEN-FILES
           PERFORM 0110-LOAD-FEED-TABLE UNTIL FEEDREG-EOF
           CLOSE FEEDREG-FILE
           PERFORM 0120-LOAD-LEDGER-ACKS UNTIL LEDGACK-EOF
           CLOSE LEDGACK-FILE
           PERFORM 0125-POSITION-DISPHIST
           MOVE WS-REPORT-DATE TO FR-REPORT-DATE
           MOVE WS-FROM-DATE   TO FR-FROM-DATE
           MOVE WS-THRU-DATE   TO FR-THRU-DATE
           WRITE FUNDRPT-LINE FROM FR-TITLE-LINE
           WRITE FUNDRPT-LINE FROM FR-BLANK-LINE
           MOVE 'LEDGER ACKNOWLEDGMENT BY PROCESSING CYCLE'
             TO FR-SECTION-TEXT
           WRITE FUNDRPT-LINE FROM FR-SECTION-LINE
           WRITE FUNDRPT-LINE FROM FR-BLANK-LINE
           WRITE FUNDRPT-LINE FROM FR-LEDGER-HEADING
           MOVE WS-REPORT-DATE TO FE-REPORT-DATE
           WRITE FUNDEXC-LINE FROM FE-TITLE-LINE
           WRITE FUNDEXC-LINE FROM FE-BLANK-LINE
           WRITE FUNDEXC-LINE FROM FE-HEADING-LINE.

       0100-EXIT.
           EXIT.

      ******************************************************************
      * EVERY FILE THE PROOF DEPENDS ON MUST OPEN - A RECONCILIATION
      * THAT SILENTLY SKIPPED ONE WOULD REPORT ITS ITEMS AS MISSING.
      * THE LEDGACK FILE AND THE REJARCH GENERATIONS ARE OPTIONAL (NO
      * ACK RECEIVED YET, NOTHING ARCHIVED YET).
      ******************************************************************
       0105-OPEN-FILES.
           OPEN INPUT FEEDREG-FILE
           IF NOT FEEDREG-SUCCESS
               DISPLAY 'FUNDRECN: FEEDREG OPEN FAILED, STATUS '
                       FEEDREG-STATUS
               PERFORM 0130-ABORT-RUN
           END-IF
           OPEN INPUT DISPHIST-FILE
           IF NOT DISPHIST-SUCCESS
               DISPLAY 'FUNDRECN: DISPHIST OPEN FAILED, STATUS '
                       DISPHIST-STATUS
               PERFORM 0130-ABORT-RUN
           END-IF
           OPEN INPUT TESTHIST-FILE
           IF NOT TESTHIST-SUCCESS
               DISPLAY 'FUNDRECN: TESTHIST OPEN FAILED, STATUS '
                       TESTHIST-STATUS
               PERFORM 0130-ABORT-RUN
           END-IF
           OPEN INPUT RUNCTL-FILE
           IF NOT RUNCTL-SUCCESS
               DISPLAY 'FUNDRECN: RUNCTL OPEN FAILED, STATUS '
                       RUNCTL-STATUS
               PERFORM 0130-ABORT-RUN
           END-IF
           OPEN INPUT TESTIREJ-FILE
           IF NOT TESTIREJ-SUCCESS
               DISPLAY 'FUNDRECN: TESTIREJ OPEN FAILED, STATUS '
                       TESTIREJ-STATUS
               PERFORM 0130-ABORT-RUN
           END-IF
           OPEN INPUT HELDTRAN-FILE
           IF NOT HELDTRAN-SUCCESS
               DISPLAY 'FUNDRECN: HELDTRAN OPEN FAILED, STATUS '
                       HELDTRAN-STATUS
               PERFORM 0130-ABORT-RUN
           END-IF
           OPEN INPUT RECYCLE-FILE
           IF NOT RECYCLE-SUCCESS
               DISPLAY 'FUNDRECN: RECYCLE OPEN FAILED, STATUS '
                       RECYCLE-STATUS
               PERFORM 0130-ABORT-RUN
           END-IF
           OPEN INPUT REJARCH-FILE
           OPEN INPUT LEDGACK-FILE
           OPEN OUTPUT FUNDRPT-FILE
           OPEN OUTPUT FUNDEXC-FILE.

       0105-EXIT.
           EXIT.

      ******************************************************************
      * TABLE EVERY FEEDREG BATCH WHOSE FEED DATE IS IN THE WINDOW.
      * FEEDREG IS READ IN KEY ORDER, SO THE TABLE IS ALREADY IN
      * SEARCH ALL ORDER. A WINDOW HOLDING MORE BATCHES THAN THE
      * TABLE WOULD LEAVE SOME UNPROVEN, SO THE RUN IS ABORTED.
      ******************************************************************
       0110-LOAD-FEED-TABLE.
           READ FEEDREG-FILE
               AT END
                   SET FEEDREG-EOF TO TRUE
               NOT AT END
                   IF FEEDREG-FEED-DATE NOT < WS-FROM-DATE AND
                      FEEDREG-FEED-DATE NOT > WS-THRU-DATE
                       IF WS-FEED-CNT < 5000
                           ADD 1 TO WS-FEED-CNT
                           SET WS-FEED-NDX TO WS-FEED-CNT
                           INITIALIZE WS-FEED-ENTRY(WS-FEED-NDX)
                           MOVE FEEDREG-SOURCE-ID
                             TO WS-FEED-SOURCE-ID(WS-FEED-NDX)
                           MOVE FEEDREG-FEED-DATE
                             TO WS-FEED-DATE(WS-FEED-NDX)
                           MOVE FEEDREG-REC-CNT
                             TO WS-FEED-ACC-CNT(WS-FEED-NDX)
                           MOVE FEEDREG-AMT-HASH
                             TO WS-FEED-ACC-AMT(WS-FEED-NDX)
                       ELSE
                           DISPLAY 'FUNDRECN: MORE THAN 5000 FEED '
                                   'BATCHES IN THE WINDOW - NARROW '
                                   'THE FUNDPARM DATES'
                           PERFORM 0130-ABORT-RUN
                       END-IF
                   END-IF
           END-READ.

       0110-EXIT.
           EXIT.

      ******************************************************************
      * TABLE THE LEDGER'S 'A' FEED ACKS (THE 'S' CATEGORY SUBTOTALS
      * ARE LEDGRECN'S CONCERN). AN ACK BEYOND THE TABLE IS DROPPED
      * WITH A WARNING - ITS CYCLE FALLS BACK TO THE RUNCTL VERDICT.
      ******************************************************************
       0120-LOAD-LEDGER-ACKS.
           READ LEDGACK-FILE
               AT END
                   SET LEDGACK-EOF TO TRUE
               NOT AT END
                   IF LACK-FEED-ACK
                       MOVE 1 TO WS-LACK-CYCLE
                       IF LACK-RUN-CYCLE NUMERIC AND
                          LACK-RUN-CYCLE > '0'
                           MOVE LACK-RUN-CYCLE TO WS-LACK-CYCLE
                       END-IF
                       IF WS-ACK-CNT < 400
                           ADD 1 TO WS-ACK-CNT
                           SET WS-ACK-NDX TO WS-ACK-CNT
                           MOVE LACK-FEED-DATE
                             TO WS-ACK-RUN-DATE(WS-ACK-NDX)
                           MOVE WS-LACK-CYCLE
                             TO WS-ACK-RUN-CYCLE(WS-ACK-NDX)
                           MOVE LACK-COUNT
                             TO WS-ACK-DETAIL-CNT(WS-ACK-NDX)
                           MOVE LACK-AMT-HASH
                             TO WS-ACK-AMT-HASH(WS-ACK-NDX)
                           SET WS-ACK-NOT-SEEN(WS-ACK-NDX) TO TRUE
                       ELSE
                           DISPLAY 'FUNDRECN: WARNING - MORE THAN '
                                   '400 LEDGER ACKS, ACK FOR '
                                   LACK-FEED-DATE ' IGNORED'
                       END-IF
                   END-IF
           END-READ.

       0120-EXIT.
           EXIT.

      ******************************************************************
      * START THE DISPOSITION HISTORY AT THE FIRST RUN DATE THAT CAN
      * HOLD A POSTING FROM THE WINDOW. NOTHING THERE IS NOT AN ERROR
      * (A NEW INSTALLATION, OR A WINDOW IN THE FUTURE).
      ******************************************************************
       0125-POSITION-DISPHIST.
           MOVE WS-FROM-DATE TO DISPHIST-RUN-DATE
           MOVE ZERO TO DISPHIST-RUN-CYCLE
           MOVE ZERO TO DISPHIST-RRN
           START DISPHIST-FILE KEY NOT < DISPHIST-KEY
               INVALID KEY
                   SET DISPHIST-EOF TO TRUE
           END-START.

       0125-EXIT.
           EXIT.

      ******************************************************************
      * HARD STOP - SAME GUARD PATTERN AS CODECHAL'S 0130-ABORT-RUN.
      ******************************************************************
       0130-ABORT-RUN.
           DISPLAY 'FUNDRECN: RUN ABORTED - SEE PRECEDING MESSAGES'
           MOVE 16 TO RETURN-CODE
           GOBACK.

       0130-EXIT.
           EXIT.

      ******************************************************************
      * READ ONE DISPOSITION FROM THE HISTORY. A CHANGE OF RUN DATE
      * OR CYCLE CLOSES THE CYCLE BEING SUMMED. A SUSPENDED OR HELD
      * DISPOSITION IS ONLY A WAYPOINT - WHERE THAT ITEM IS NOW IS
      * COUNTED FROM THE SUSPENSE, HELD, RECYCLE, AND ARCHIVE FILES.
      ******************************************************************
       0200-PROCESS-DISPOSITION.
           READ DISPHIST-FILE NEXT RECORD
               AT END
                   SET DISPHIST-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-DISP-READ-CNT
                   MOVE DISPHIST-DISP-DATA TO TRAN-DISP-RECORD
                   IF WS-CYC-OPEN AND
                      (DISPHIST-RUN-DATE NOT = WS-CYC-RUN-DATE OR
                       DISPHIST-RUN-CYCLE NOT = WS-CYC-RUN-CYCLE)
                       PERFORM 0240-CLOSE-CYCLE
                   END-IF
                   IF WS-CYC-CLOSED
                       PERFORM 0210-OPEN-CYCLE
                   END-IF
                   IF DISP-POSTED OR DISP-REVERSED OR DISP-ADJUSTED
                       PERFORM 0220-COUNT-POSTING
                   ELSE
                       ADD 1 TO WS-DISP-OPEN-CNT
                   END-IF
           END-READ.

       0200-EXIT.
           EXIT.

      ******************************************************************
      * START SUMMING A NEW CYCLE AND FIND OUT WHETHER THE LEDGER HAS
      * ACKNOWLEDGED IT.
      ******************************************************************
       0210-OPEN-CYCLE.
           SET WS-CYC-OPEN TO TRUE
           MOVE DISPHIST-RUN-DATE  TO WS-CYC-RUN-DATE
           MOVE DISPHIST-RUN-CYCLE TO WS-CYC-RUN-CYCLE
           MOVE ZERO TO WS-CYC-ROW-CNT
           MOVE ZERO TO WS-CYC-AMT
           PERFORM 0215-FIND-CYCLE-ACK.

       0210-EXIT.
           EXIT.

      ******************************************************************
      * THE ACK ITSELF IS TAKEN FROM THE LEDGACK FILE WHILE IT IS
      * STILL THERE. ONCE IT HAS ROLLED OFF, LEDGRECN'S RUNCTL ROW
      * FOR THE CYCLE (STEP 'LEDGRECN') IS THE RECORD THAT IT CAME -
      * WITH THE COUNT THE LEDGER ACKNOWLEDGED, AND RC 0 IF THE ACK
      * AGREED WITH WHAT WAS SENT. NEITHER MEANS NOT YET ACKED.
      ******************************************************************
       0215-FIND-CYCLE-ACK.
           SET WS-CYC-NO-ACK TO TRUE
           MOVE ZERO TO WS-CYC-ACK-CNT
           MOVE ZERO TO WS-CYC-ACK-AMT
           MOVE ZERO TO WS-CYC-ACK-RC
           IF WS-ACK-CNT > 0
               SET WS-ACK-NDX TO 1
               SEARCH WS-ACK-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-ACK-NDX <= WS-ACK-CNT AND
                        WS-ACK-RUN-DATE(WS-ACK-NDX) =
                            WS-CYC-RUN-DATE AND
                        WS-ACK-RUN-CYCLE(WS-ACK-NDX) =
                            WS-CYC-RUN-CYCLE
                       SET WS-CYC-ACK-FROM-FILE TO TRUE
                       SET WS-ACK-SEEN(WS-ACK-NDX) TO TRUE
                       MOVE WS-ACK-DETAIL-CNT(WS-ACK-NDX)
                         TO WS-CYC-ACK-CNT
                       MOVE WS-ACK-AMT-HASH(WS-ACK-NDX)
                         TO WS-CYC-ACK-AMT
               END-SEARCH
           END-IF
           IF WS-CYC-NO-ACK
               MOVE WS-CYC-RUN-DATE  TO RUNCTL-RUN-DATE
               MOVE WS-CYC-RUN-CYCLE TO RUNCTL-RUN-CYCLE
               MOVE 'LEDGRECN'       TO RUNCTL-STEP
               READ RUNCTL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RUNCTL-COMPLETED
                           SET WS-CYC-ACK-FROM-RUNCTL TO TRUE
                           MOVE RUNCTL-IN-CNT TO WS-CYC-ACK-CNT
                           MOVE RUNCTL-RETURN-CODE TO WS-CYC-ACK-RC
                       END-IF
               END-READ
           END-IF.

       0215-EXIT.
           EXIT.

      ******************************************************************
      * A POSTING. ITS TESTO ROW - AND FOR A REVERSAL OR ADJUSTMENT
      * THE BACKOUT ROW AGAINST THE ORIGINAL - IS VERIFIED ON TESTHIST
      * AND SUMMED INTO THE CYCLE (THE SAME ROWS AND SIGNED AMOUNTS
      * TESTOXTR SENT THE LEDGER). THE ITEM ITSELF IS THEN PLACED
      * UNDER ITS FEED AS POSTED.
      ******************************************************************
       0220-COUNT-POSTING.
           ADD 1 TO WS-POSTING-CNT
           MOVE DISP-TESTO-SEQ  TO WS-VER-SEQ
           MOVE DISP-POSTED-AMT TO WS-VER-AMT
           PERFORM 0230-VERIFY-TESTHIST
           ADD 1 TO WS-CYC-ROW-CNT
           ADD DISP-POSTED-AMT TO WS-CYC-AMT
           IF DISP-BACKOUT-SEQ > 0
               MOVE DISP-BACKOUT-SEQ TO WS-VER-SEQ
               MOVE DISP-BACKOUT-AMT TO WS-VER-AMT
               PERFORM 0230-VERIFY-TESTHIST
               ADD 1 TO WS-CYC-ROW-CNT
               ADD DISP-BACKOUT-AMT TO WS-CYC-AMT
           END-IF
           MOVE DISP-TRAN-DATA     TO WS-ITEM-DATA
           SET WS-AT-POSTED        TO TRUE
           MOVE DISPHIST-RUN-DATE  TO WS-ITEM-RUN-DATE
           MOVE DISPHIST-RUN-CYCLE TO WS-ITEM-RUN-CYCLE
           MOVE DISP-TESTO-SEQ     TO WS-ITEM-SEQ
           PERFORM 0700-LOCATE-ITEM.

       0220-EXIT.
           EXIT.

      ******************************************************************
      * THE TESTHIST ROW FOR A POSTING IS KEYED ON THE TESTO KEY, RUN
      * DATE, CYCLE, AND SEQUENCE. A ROW THAT IS MISSING, OR CARRIES
      * A DIFFERENT AMOUNT, IS AN EXCEPTION.
      ******************************************************************
       0230-VERIFY-TESTHIST.
           MOVE DISP-KEY           TO TESTHIST-TESTO-KEY
           MOVE DISPHIST-RUN-DATE  TO TESTHIST-RUN-DATE
           MOVE DISPHIST-RUN-CYCLE TO TESTHIST-RUN-CYCLE
           MOVE WS-VER-SEQ         TO TESTHIST-SEQ
           READ TESTHIST-FILE
               INVALID KEY
                   ADD 1 TO WS-HIST-MISSING-CNT
                   MOVE SPACES TO FE-EXCEPTION-LINE
                   MOVE DISP-FEED-SOURCE-ID TO FE-SOURCE-ID
                   MOVE DISP-FEED-DATE      TO FE-FEED-DATE
                   MOVE DISP-KEY            TO FE-KEY
                   MOVE DISPHIST-RUN-DATE   TO FE-RUN-DATE
                   MOVE DISPHIST-RUN-CYCLE  TO FE-RUN-CYCLE
                   MOVE WS-VER-SEQ          TO FE-SEQ
                   MOVE WS-VER-AMT          TO FE-EXPECTED
                   MOVE 'POSTING NOT ON TESTHIST' TO FE-TEXT
                   PERFORM 0800-WRITE-EXCEPTION
               NOT INVALID KEY
                   IF TESTHIST-AMT NOT = WS-VER-AMT
                       ADD 1 TO WS-HIST-DIFFER-CNT
                       MOVE SPACES TO FE-EXCEPTION-LINE
                       MOVE DISP-FEED-SOURCE-ID TO FE-SOURCE-ID
                       MOVE DISP-FEED-DATE      TO FE-FEED-DATE
                       MOVE DISP-KEY            TO FE-KEY
                       MOVE DISPHIST-RUN-DATE   TO FE-RUN-DATE
                       MOVE DISPHIST-RUN-CYCLE  TO FE-RUN-CYCLE
                       MOVE WS-VER-SEQ          TO FE-SEQ
                       MOVE WS-VER-AMT          TO FE-EXPECTED
                       MOVE TESTHIST-AMT        TO FE-FOUND
                       MOVE 'TESTHIST AMOUNT DIFFERS FROM POSTING'
                         TO FE-TEXT
                       PERFORM 0800-WRITE-EXCEPTION
                   END-IF
           END-READ.

       0230-EXIT.
           EXIT.

      ******************************************************************
      * CLOSE THE CYCLE - COMPARE WHAT IT POSTED WITH THE LEDGER'S
      * ACK AND WRITE ITS LINE IN THE LEDGER SECTION. AN ACK FROM THE
      * LEDGACK FILE IS COMPARED ON COUNT AND AMOUNT; ONE KNOWN ONLY
      * FROM RUNCTL ON COUNT AND LEDGRECN'S OWN VERDICT.
      ******************************************************************
       0240-CLOSE-CYCLE.
           ADD 1 TO WS-CYCLE-CNT
           MOVE WS-CYC-RUN-DATE  TO FR-LG-RUN-DATE
           MOVE WS-CYC-RUN-CYCLE TO FR-LG-RUN-CYCLE
           MOVE WS-CYC-ROW-CNT   TO FR-LG-POST-ROWS
           MOVE WS-CYC-AMT       TO FR-LG-POST-AMT
           EVALUATE TRUE
               WHEN WS-CYC-ACK-FROM-FILE
                   MOVE WS-CYC-ACK-CNT TO FR-LG-ACK-ROWS
                   MOVE WS-CYC-ACK-AMT TO FR-LG-ACK-AMT
                   MOVE 'LEDGACK'      TO FR-LG-ACK-FROM
                   IF WS-CYC-ACK-CNT = WS-CYC-ROW-CNT AND
                      WS-CYC-ACK-AMT = WS-CYC-AMT
                       MOVE 'ACKNOWLEDGED' TO FR-LG-STATUS
                       ADD 1 TO WS-CYCLE-ACKED-CNT
                   ELSE
                       PERFORM 0245-ACK-DISAGREES
                   END-IF
               WHEN WS-CYC-ACK-FROM-RUNCTL
                   MOVE WS-CYC-ACK-CNT TO FR-LG-ACK-ROWS
                   MOVE SPACES         TO FR-LG-ACK-AMT-X
                   MOVE 'RUNCTL'       TO FR-LG-ACK-FROM
                   IF WS-CYC-ACK-CNT = WS-CYC-ROW-CNT AND
                      WS-CYC-ACK-RC = ZERO
                       MOVE 'ACKNOWLEDGED' TO FR-LG-STATUS
                       ADD 1 TO WS-CYCLE-ACKED-CNT
                   ELSE
                       PERFORM 0245-ACK-DISAGREES
                   END-IF
               WHEN OTHER
                   MOVE SPACES TO FR-LG-ACK-ROWS-X
                   MOVE SPACES TO FR-LG-ACK-AMT-X
                   MOVE SPACES TO FR-LG-ACK-FROM
                   MOVE 'AWAITING ACK' TO FR-LG-STATUS
                   ADD 1 TO WS-CYCLE-AWAIT-CNT
           END-EVALUATE
           WRITE FUNDRPT-LINE FROM FR-LEDGER-LINE
           SET WS-CYC-CLOSED TO TRUE.

       0240-EXIT.
           EXIT.

       0245-ACK-DISAGREES.
           MOVE 'ACK DISAGREES' TO FR-LG-STATUS
           ADD 1 TO WS-CYCLE-DISAGREE-CNT
           MOVE SPACES TO FE-EXCEPTION-LINE
           MOVE WS-CYC-RUN-DATE  TO FE-RUN-DATE
           MOVE WS-CYC-RUN-CYCLE TO FE-RUN-CYCLE
           IF WS-CYC-ACK-CNT NOT = WS-CYC-ROW-CNT
               MOVE WS-CYC-ROW-CNT TO FE-EXPECTED-CNT
               MOVE WS-CYC-ACK-CNT TO FE-FOUND-CNT
               MOVE 'LEDGER ACK COUNT DIFFERS FROM POSTINGS'
                 TO FE-TEXT
           ELSE
               IF WS-CYC-ACK-FROM-FILE
                   MOVE WS-CYC-AMT     TO FE-EXPECTED
                   MOVE WS-CYC-ACK-AMT TO FE-FOUND
                   MOVE 'LEDGER ACK AMOUNT DIFFERS FROM POSTINGS'
                     TO FE-TEXT
               ELSE
                   MOVE 'LEDGRECN FOUND THE LEDGER ACK DISAGREED'
                     TO FE-TEXT
               END-IF
           END-IF
           PERFORM 0800-WRITE-EXCEPTION.

       0245-EXIT.
           EXIT.

      ******************************************************************
      * ITEMS STILL IN SUSPENSE. A REASON '05' ROW IS THE RESTART
      * OVERLAP OF AN ITEM ALREADY POSTED - SEE 0340.
      ******************************************************************
       0300-PROCESS-SUSPENSE.
           READ TESTIREJ-FILE INTO TESTI-REJECT-RECORD
               AT END
                   SET TESTIREJ-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-SUSP-READ-CNT
                   MOVE TESTI-REJECT-DATA TO WS-ITEM-DATA
                   SET WS-AT-SUSPENSE TO TRUE
                   MOVE SPACES TO WS-ITEM-RUN-DATE
                   MOVE SPACES TO WS-ITEM-RUN-CYCLE
                   MOVE SPACES TO WS-ITEM-SEQ
                   IF TESTI-REJECT-REASON = '05'
                       PERFORM 0340-COUNT-OVERLAP
                   ELSE
                       PERFORM 0700-LOCATE-ITEM
                   END-IF
           END-READ.

       0300-EXIT.
           EXIT.

      ******************************************************************
      * ITEMS STILL ON THE HELD QUEUE AWAITING RELEASE.
      ******************************************************************
       0310-PROCESS-HELD.
           READ HELDTRAN-FILE
               AT END
                   SET HELDTRAN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-HELD-READ-CNT
                   MOVE HELD-TRAN-DATA TO WS-ITEM-DATA
                   SET WS-AT-HELD TO TRUE
                   MOVE SPACES TO WS-ITEM-RUN-DATE
                   MOVE SPACES TO WS-ITEM-RUN-CYCLE
                   MOVE SPACES TO WS-ITEM-SEQ
                   PERFORM 0700-LOCATE-ITEM
           END-READ.

       0310-EXIT.
           EXIT.

      ******************************************************************
      * ITEMS FIXED (SUSPFIX) OR RELEASED (HELDREL) AND WAITING FOR
      * THE NEXT CYCLE TO PICK THEM UP.
      ******************************************************************
       0320-PROCESS-RECYCLE.
           READ RECYCLE-FILE
               AT END
                   SET RECYCLE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECY-READ-CNT
                   MOVE TESTI-RECORD TO WS-ITEM-DATA
                   SET WS-AT-RECYCLE TO TRUE
                   MOVE SPACES TO WS-ITEM-RUN-DATE
                   MOVE SPACES TO WS-ITEM-RUN-CYCLE
                   MOVE SPACES TO WS-ITEM-SEQ
                   PERFORM 0700-LOCATE-ITEM
           END-READ.

       0320-EXIT.
           EXIT.

      ******************************************************************
      * AGED SUSPENSE HOUSEKP ARCHIVED - EVERY RETAINED GENERATION. A
      * REASON '05' ROW IS THE RESTART OVERLAP - SEE 0340.
      ******************************************************************
       0330-PROCESS-ARCHIVE.
           READ REJARCH-FILE INTO TESTI-REJECT-RECORD
               AT END
                   SET REJARCH-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ARCH-READ-CNT
                   MOVE TESTI-REJECT-DATA TO WS-ITEM-DATA
                   SET WS-AT-ARCHIVE TO TRUE
                   MOVE SPACES TO WS-ITEM-RUN-DATE
                   MOVE SPACES TO WS-ITEM-RUN-CYCLE
                   MOVE SPACES TO WS-ITEM-SEQ
                   IF TESTI-REJECT-REASON = '05'
                       PERFORM 0340-COUNT-OVERLAP
                   ELSE
                       PERFORM 0700-LOCATE-ITEM
                   END-IF
           END-READ.

       0330-EXIT.
           EXIT.

      ******************************************************************
      * A REASON '05' ROW IS THE SECOND COPY A CHECKPOINT RESTART
      * WROTE OF A RECORD THE ABENDED RUN HAD ALREADY POSTED - THE
      * ITEM'S FIRST DISPOSITION ('P') IS THE ONE DISPHIST KEPT, SO
      * IT IS ALREADY ACCOUNTED FOR AS POSTED. THE ROW IS ONLY COUNTED
      * ON ITS OWN LINE; ADDING IT TO THE FEED AS SUSPENSE OR ARCHIVE
      * WOULD COUNT THE SAME ITEM TWICE.
      ******************************************************************
       0340-COUNT-OVERLAP.
           PERFORM 0710-PRICE-ITEM
           ADD 1 TO WS-OVERLAP-CNT
           ADD WS-ITEM-AMT TO WS-OVERLAP-AMT.

       0340-EXIT.
           EXIT.

      ******************************************************************
      * PLACE ONE ITEM UNDER THE FEED IT ARRIVED IN. AN ITEM WITH NO
      * FEED IDENTITY REACHED TESTI BEFORE FEEDACC STAMPED IT AND IS
      * ONLY COUNTED; ONE FROM A FEED DATE OUTSIDE THE WINDOW BELONGS
      * TO ANOTHER RECONCILIATION. AN ITEM FROM A FEED IN THE WINDOW
      * THAT FEEDREG NEVER REGISTERED IS AN EXCEPTION.
      ******************************************************************
       0700-LOCATE-ITEM.
           PERFORM 0710-PRICE-ITEM
           EVALUATE TRUE
               WHEN WS-ITEM-SOURCE-ID = SPACES OR
                    WS-ITEM-SOURCE-ID = LOW-VALUES
                   ADD 1 TO WS-NOFEED-CNT
                   ADD WS-ITEM-AMT TO WS-NOFEED-AMT
               WHEN WS-ITEM-FEED-DATE NOT NUMERIC
                   PERFORM 0730-REPORT-UNREGISTERED
               WHEN WS-ITEM-FEED-DATE < WS-FROM-DATE OR
                    WS-ITEM-FEED-DATE > WS-THRU-DATE
                   ADD 1 TO WS-OUTSIDE-CNT
               WHEN OTHER
                   SEARCH ALL WS-FEED-ENTRY
                       AT END
                           PERFORM 0730-REPORT-UNREGISTERED
                       WHEN WS-FEED-KEY(WS-FEED-NDX) =
                                WS-ITEM-FEED-KEY
                           PERFORM 0720-POST-TO-FEED
                   END-SEARCH
           END-EVALUATE.

       0700-EXIT.
           EXIT.

      ******************************************************************
      * VALUE THE ITEM AT THE AMOUNT FEEDACC ACCEPTED IT AT, WHICH IS
      * WHAT FEEDREG HASHED. AN ITEM WRITTEN BEFORE THE FEED AMOUNT
      * WAS STAMPED FALLS BACK TO ITS TRANSACTION AMOUNT, AND ONE
      * WITH NEITHER NUMERIC HASHED AS ZERO, EXACTLY AS FEEDACC DID.
      * WHEN BOTH ARE NUMERIC THE DIFFERENCE IS A SUSPFIX CORRECTION.
      ******************************************************************
       0710-PRICE-ITEM.
           MOVE ZERO TO WS-ITEM-AMT
           MOVE ZERO TO WS-ITEM-CORR-AMT
           IF WS-ITEM-FEED-AMT NUMERIC
               MOVE WS-ITEM-FEED-AMT TO WS-ITEM-AMT
               IF WS-ITEM-TRAN-AMT NUMERIC
                   COMPUTE WS-ITEM-CORR-AMT =
                           WS-ITEM-TRAN-AMT - WS-ITEM-FEED-AMT
               END-IF
           ELSE
               IF WS-ITEM-TRAN-AMT NUMERIC
                   MOVE WS-ITEM-TRAN-AMT TO WS-ITEM-AMT
               END-IF
           END-IF.

       0710-EXIT.
           EXIT.

      ******************************************************************
      * ADD THE ITEM TO THE BUCKET FOR WHERE IT WAS FOUND. A POSTING
      * IN A CYCLE THE LEDGER HAS ACKNOWLEDGED IS ALSO COUNTED AS
      * ACKED.
      ******************************************************************
       0720-POST-TO-FEED.
           ADD WS-ITEM-CORR-AMT TO WS-FEED-CORR-AMT(WS-FEED-NDX)
           EVALUATE TRUE
               WHEN WS-AT-POSTED
                   ADD 1 TO WS-FEED-POST-CNT(WS-FEED-NDX)
                   ADD WS-ITEM-AMT TO WS-FEED-POST-AMT(WS-FEED-NDX)
                   IF NOT WS-CYC-NO-ACK
                       ADD 1 TO WS-FEED-ACKED-CNT(WS-FEED-NDX)
                       ADD WS-ITEM-AMT
                        TO WS-FEED-ACKED-AMT(WS-FEED-NDX)
                   END-IF
               WHEN WS-AT-SUSPENSE
                   ADD 1 TO WS-FEED-SUSP-CNT(WS-FEED-NDX)
                   ADD WS-ITEM-AMT TO WS-FEED-SUSP-AMT(WS-FEED-NDX)
               WHEN WS-AT-HELD
                   ADD 1 TO WS-FEED-HELD-CNT(WS-FEED-NDX)
                   ADD WS-ITEM-AMT TO WS-FEED-HELD-AMT(WS-FEED-NDX)
               WHEN WS-AT-RECYCLE
                   ADD 1 TO WS-FEED-RECY-CNT(WS-FEED-NDX)
                   ADD WS-ITEM-AMT TO WS-FEED-RECY-AMT(WS-FEED-NDX)
               WHEN WS-AT-ARCHIVE
                   ADD 1 TO WS-FEED-ARCH-CNT(WS-FEED-NDX)
                   ADD WS-ITEM-AMT TO WS-FEED-ARCH-AMT(WS-FEED-NDX)
           END-EVALUATE.

       0720-EXIT.
           EXIT.

       0730-REPORT-UNREGISTERED.
           ADD 1 TO WS-UNREG-CNT
           ADD WS-ITEM-AMT TO WS-UNREG-AMT
           MOVE SPACES TO FE-EXCEPTION-LINE
           MOVE WS-ITEM-SOURCE-ID TO FE-SOURCE-ID
           MOVE WS-ITEM-DATA(47:8) TO FE-FEED-DATE
           MOVE WS-ITEM-KEY       TO FE-KEY
           MOVE WS-ITEM-RUN-DATE  TO FE-RUN-DATE
           MOVE WS-ITEM-RUN-CYCLE TO FE-RUN-CYCLE
           MOVE WS-ITEM-SEQ       TO FE-SEQ
           MOVE WS-ITEM-AMT       TO FE-FOUND
           EVALUATE TRUE
               WHEN WS-AT-POSTED
                   MOVE 'POSTED ITEM FROM FEED NOT ON FEEDREG'
                     TO FE-TEXT
               WHEN WS-AT-SUSPENSE
                   MOVE 'SUSPENDED ITEM FROM FEED NOT ON FEEDREG'
                     TO FE-TEXT
               WHEN WS-AT-HELD
                   MOVE 'HELD ITEM FROM FEED NOT ON FEEDREG'
                     TO FE-TEXT
               WHEN WS-AT-RECYCLE
                   MOVE 'RECYCLE ITEM FROM FEED NOT ON FEEDREG'
                     TO FE-TEXT
               WHEN WS-AT-ARCHIVE
                   MOVE 'ARCHIVED ITEM FROM FEED NOT ON FEEDREG'
                     TO FE-TEXT
           END-EVALUATE
           PERFORM 0800-WRITE-EXCEPTION.

       0730-EXIT.
           EXIT.

      ******************************************************************
      * ONE LINE ON THE EXCEPTION REPORT. THE CALLER HAS CLEARED AND
      * FILLED FE-EXCEPTION-LINE.
      ******************************************************************
       0800-WRITE-EXCEPTION.
           WRITE FUNDEXC-LINE FROM FE-EXCEPTION-LINE
           ADD 1 TO WS-EXCEPTION-CNT.

       0800-EXIT.
           EXIT.

      ******************************************************************
      * FINISH THE LEDGER SECTION, ROLL EVERY FEED FORWARD, WRITE THE
      * TOTALS, AND END RC=8 IF ANYTHING FAILED TO PROVE OUT.
      ******************************************************************
       0900-TERMINATE.
           PERFORM VARYING WS-ACK-NDX FROM 1 BY 1
                   UNTIL WS-ACK-NDX > WS-ACK-CNT
               IF WS-ACK-NOT-SEEN(WS-ACK-NDX) AND
                  WS-ACK-RUN-DATE(WS-ACK-NDX) NOT < WS-FROM-DATE
                   PERFORM 0910-REPORT-UNSEEN-ACK
               END-IF
           END-PERFORM
           WRITE FUNDRPT-LINE FROM FR-BLANK-LINE
           MOVE 'FEED ROLL-FORWARD - WHERE EACH ACCEPTED ITEM IS NOW'
             TO FR-SECTION-TEXT
           WRITE FUNDRPT-LINE FROM FR-SECTION-LINE
           WRITE FUNDRPT-LINE FROM FR-BLANK-LINE
           WRITE FUNDRPT-LINE FROM FR-FEED-HEADING
           PERFORM VARYING WS-FEED-NDX FROM 1 BY 1
                   UNTIL WS-FEED-NDX > WS-FEED-CNT
               PERFORM 0920-REPORT-FEED
           END-PERFORM
           PERFORM 0930-REPORT-TOTALS
           CLOSE DISPHIST-FILE
           CLOSE TESTHIST-FILE
           CLOSE RUNCTL-FILE
           CLOSE TESTIREJ-FILE
           CLOSE HELDTRAN-FILE
           CLOSE RECYCLE-FILE
           CLOSE REJARCH-FILE
           CLOSE FUNDRPT-FILE
           CLOSE FUNDEXC-FILE
           DISPLAY 'FUNDRECN: FEED BATCHES PROVEN  = ' WS-FEED-CNT
           DISPLAY 'FUNDRECN: FEEDS OUT OF BALANCE = '
                   WS-FEEDS-OOB-CNT
           DISPLAY 'FUNDRECN: CYCLES AWAITING ACK  = '
                   WS-CYCLE-AWAIT-CNT
           DISPLAY 'FUNDRECN: EXCEPTIONS           = '
                   WS-EXCEPTION-CNT
           IF WS-EXCEPTION-CNT > 0
               DISPLAY 'FUNDRECN: *** FUNDS DO NOT RECONCILE - '
                       'SEE FUNDEXC ***'
               MOVE 8 TO RETURN-CODE
           END-IF.

       0900-EXIT.
           EXIT.

      ******************************************************************
      * A LEDGER ACK FOR A CYCLE WITH NO DISPOSITION HISTORY - A CYCLE
      * RUN BEFORE DISPHIST WAS LOADED, OR ONE WHOSE LOAD STEP DID NOT
      * RUN. LISTED SO IT CAN BE FOLLOWED UP; NOT AN EXCEPTION.
      ******************************************************************
       0910-REPORT-UNSEEN-ACK.
           ADD 1 TO WS-ACK-NODISP-CNT
           MOVE WS-ACK-RUN-DATE(WS-ACK-NDX)   TO FR-LG-RUN-DATE
           MOVE WS-ACK-RUN-CYCLE(WS-ACK-NDX)  TO FR-LG-RUN-CYCLE
           MOVE SPACES TO FR-LG-POST-ROWS-X
           MOVE SPACES TO FR-LG-POST-AMT-X
           MOVE WS-ACK-DETAIL-CNT(WS-ACK-NDX) TO FR-LG-ACK-ROWS
           MOVE WS-ACK-AMT-HASH(WS-ACK-NDX)   TO FR-LG-ACK-AMT
           MOVE 'LEDGACK' TO FR-LG-ACK-FROM
           MOVE 'NO DISPOSITION HISTORY' TO FR-LG-STATUS
           WRITE FUNDRPT-LINE FROM FR-LEDGER-LINE.

       0910-EXIT.
           EXIT.

      ******************************************************************
      * ONE FEED'S ROLL-FORWARD: ACCEPTED LESS EVERYTHING ACCOUNTED
      * FOR MUST BE ZERO IN COUNT AND AMOUNT. A DIFFERENCE EITHER WAY
      * IS FLAGGED '***' AND WRITTEN TO THE EXCEPTION REPORT.
      ******************************************************************
       0920-REPORT-FEED.
           COMPUTE WS-FR-ACCT-CNT = WS-FEED-POST-CNT(WS-FEED-NDX)
                                  + WS-FEED-SUSP-CNT(WS-FEED-NDX)
                                  + WS-FEED-HELD-CNT(WS-FEED-NDX)
                                  + WS-FEED-RECY-CNT(WS-FEED-NDX)
                                  + WS-FEED-ARCH-CNT(WS-FEED-NDX)
           COMPUTE WS-FR-ACCT-AMT = WS-FEED-POST-AMT(WS-FEED-NDX)
                                  + WS-FEED-SUSP-AMT(WS-FEED-NDX)
                                  + WS-FEED-HELD-AMT(WS-FEED-NDX)
                                  + WS-FEED-RECY-AMT(WS-FEED-NDX)
                                  + WS-FEED-ARCH-AMT(WS-FEED-NDX)
           COMPUTE WS-FR-UNACCT-CNT = WS-FEED-ACC-CNT(WS-FEED-NDX)
                                    - WS-FR-ACCT-CNT
           COMPUTE WS-FR-UNACCT-AMT = WS-FEED-ACC-AMT(WS-FEED-NDX)
                                    - WS-FR-ACCT-AMT
           MOVE WS-FEED-SOURCE-ID(WS-FEED-NDX) TO FR-FC-SOURCE-ID
           MOVE WS-FEED-DATE(WS-FEED-NDX)      TO FR-FC-FEED-DATE
           MOVE WS-FEED-ACC-CNT(WS-FEED-NDX)   TO FR-FC-ACC
           MOVE WS-FEED-POST-CNT(WS-FEED-NDX)  TO FR-FC-POST
           MOVE WS-FEED-SUSP-CNT(WS-FEED-NDX)  TO FR-FC-SUSP
           MOVE WS-FEED-HELD-CNT(WS-FEED-NDX)  TO FR-FC-HELD
           MOVE WS-FEED-RECY-CNT(WS-FEED-NDX)  TO FR-FC-RECY
           MOVE WS-FEED-ARCH-CNT(WS-FEED-NDX)  TO FR-FC-ARCH
           MOVE WS-FR-UNACCT-CNT               TO FR-FC-UNACCT
           MOVE WS-FEED-ACC-AMT(WS-FEED-NDX)   TO FR-FA-ACC
           MOVE WS-FEED-POST-AMT(WS-FEED-NDX)  TO FR-FA-POST
           MOVE WS-FEED-SUSP-AMT(WS-FEED-NDX)  TO FR-FA-SUSP
           MOVE WS-FEED-HELD-AMT(WS-FEED-NDX)  TO FR-FA-HELD
           MOVE WS-FEED-RECY-AMT(WS-FEED-NDX)  TO FR-FA-RECY
           MOVE WS-FEED-ARCH-AMT(WS-FEED-NDX)  TO FR-FA-ARCH
           MOVE WS-FR-UNACCT-AMT               TO FR-FA-UNACCT
           IF WS-FR-UNACCT-CNT = ZERO AND WS-FR-UNACCT-AMT = ZERO
               MOVE SPACES TO FR-FC-FLAG
               ADD 1 TO WS-FEEDS-BAL-CNT
           ELSE
               MOVE '***' TO FR-FC-FLAG
               ADD 1 TO WS-FEEDS-OOB-CNT
               PERFORM 0925-FEED-EXCEPTION
           END-IF
           WRITE FUNDRPT-LINE FROM FR-FEED-CNT-LINE
           WRITE FUNDRPT-LINE FROM FR-FEED-AMT-LINE
           ADD WS-FEED-ACC-CNT(WS-FEED-NDX)   TO WS-TOT-ACC-CNT
           ADD WS-FEED-ACC-AMT(WS-FEED-NDX)   TO WS-TOT-ACC-AMT
           ADD WS-FEED-POST-CNT(WS-FEED-NDX)  TO WS-TOT-POST-CNT
           ADD WS-FEED-POST-AMT(WS-FEED-NDX)  TO WS-TOT-POST-AMT
           ADD WS-FEED-ACKED-CNT(WS-FEED-NDX) TO WS-TOT-ACKED-CNT
           ADD WS-FEED-ACKED-AMT(WS-FEED-NDX) TO WS-TOT-ACKED-AMT
           ADD WS-FEED-SUSP-CNT(WS-FEED-NDX)  TO WS-TOT-SUSP-CNT
           ADD WS-FEED-SUSP-AMT(WS-FEED-NDX)  TO WS-TOT-SUSP-AMT
           ADD WS-FEED-HELD-CNT(WS-FEED-NDX)  TO WS-TOT-HELD-CNT
           ADD WS-FEED-HELD-AMT(WS-FEED-NDX)  TO WS-TOT-HELD-AMT
           ADD WS-FEED-RECY-CNT(WS-FEED-NDX)  TO WS-TOT-RECY-CNT
           ADD WS-FEED-RECY-AMT(WS-FEED-NDX)  TO WS-TOT-RECY-AMT
           ADD WS-FEED-ARCH-CNT(WS-FEED-NDX)  TO WS-TOT-ARCH-CNT
           ADD WS-FEED-ARCH-AMT(WS-FEED-NDX)  TO WS-TOT-ARCH-AMT
           ADD WS-FR-UNACCT-CNT               TO WS-TOT-UNACCT-CNT
           ADD WS-FR-UNACCT-AMT               TO WS-TOT-UNACCT-AMT
           ADD WS-FEED-CORR-AMT(WS-FEED-NDX)  TO WS-TOT-CORR-AMT.

       0920-EXIT.
           EXIT.

       0925-FEED-EXCEPTION.
           IF WS-FR-UNACCT-CNT NOT = ZERO
               MOVE SPACES TO FE-EXCEPTION-LINE
               MOVE WS-FEED-SOURCE-ID(WS-FEED-NDX) TO FE-SOURCE-ID
               MOVE WS-FEED-DATE(WS-FEED-NDX)      TO FE-FEED-DATE
               MOVE WS-FEED-ACC-CNT(WS-FEED-NDX)   TO FE-EXPECTED-CNT
               MOVE WS-FR-ACCT-CNT                 TO FE-FOUND-CNT
               MOVE 'FEED OUT OF BALANCE - ITEM COUNT' TO FE-TEXT
               PERFORM 0800-WRITE-EXCEPTION
           END-IF
           IF WS-FR-UNACCT-AMT NOT = ZERO
               MOVE SPACES TO FE-EXCEPTION-LINE
               MOVE WS-FEED-SOURCE-ID(WS-FEED-NDX) TO FE-SOURCE-ID
               MOVE WS-FEED-DATE(WS-FEED-NDX)      TO FE-FEED-DATE
               MOVE WS-FEED-ACC-AMT(WS-FEED-NDX)   TO FE-EXPECTED
               MOVE WS-FR-ACCT-AMT                 TO FE-FOUND
               MOVE 'FEED OUT OF BALANCE - AMOUNT' TO FE-TEXT
               PERFORM 0800-WRITE-EXCEPTION
           END-IF.

       0925-EXIT.
           EXIT.

      ******************************************************************
      * THE RECONCILIATION TOTALS - ACCEPTED, WHERE IT ALL IS NOW, THE
      * POSTED SIDE SPLIT BY LEDGER ACK, AND THE ITEMS OUTSIDE THE
      * PROOF - THEN THE SAME VERDICT ON BOTH REPORTS.
      ******************************************************************
       0930-REPORT-TOTALS.
           COMPUTE WS-TOT-AWAIT-CNT = WS-TOT-POST-CNT
                                    - WS-TOT-ACKED-CNT
           COMPUTE WS-TOT-AWAIT-AMT = WS-TOT-POST-AMT
                                    - WS-TOT-ACKED-AMT
           WRITE FUNDRPT-LINE FROM FR-BLANK-LINE
           MOVE 'RECONCILIATION TOTALS' TO FR-SECTION-TEXT
           WRITE FUNDRPT-LINE FROM FR-SECTION-LINE
           WRITE FUNDRPT-LINE FROM FR-BLANK-LINE
           MOVE 'ACCEPTED BY FEEDACC (FEEDREG)...............'
             TO FR-TOTAL-DESC
           MOVE WS-TOT-ACC-CNT TO FR-TOTAL-CNT
           MOVE WS-TOT-ACC-AMT TO FR-TOTAL-AMT
           WRITE FUNDRPT-LINE FROM FR-TOTAL-LINE
           MOVE '  POSTED TO TESTO/TESTHIST..................'
             TO FR-TOTAL-DESC
           MOVE WS-TOT-POST-CNT TO FR-TOTAL-CNT
           MOVE WS-TOT-POST-AMT TO FR-TOTAL-AMT
           WRITE FUNDRPT-LINE FROM FR-TOTAL-LINE
           MOVE '    ACKNOWLEDGED BY THE LEDGER..............'
             TO FR-TOTAL-DESC
           MOVE WS-TOT-ACKED-CNT TO FR-TOTAL-CNT
           MOVE WS-TOT-ACKED-AMT TO FR-TOTAL-AMT
           WRITE FUNDRPT-LINE FROM FR-TOTAL-LINE
           MOVE '    AWAITING LEDGER ACK.....................'
             TO FR-TOTAL-DESC
           MOVE WS-TOT-AWAIT-CNT TO FR-TOTAL-CNT
           MOVE WS-TOT-AWAIT-AMT TO FR-TOTAL-AMT
           WRITE FUNDRPT-LINE FROM FR-TOTAL-LINE
           MOVE '  IN SUSPENSE (TESTI.REJECT)................'
             TO FR-TOTAL-DESC
           MOVE WS-TOT-SUSP-CNT TO FR-TOTAL-CNT
           MOVE WS-TOT-SUSP-AMT TO FR-TOTAL-AMT
           WRITE FUNDRPT-LINE FROM FR-TOTAL-LINE
           MOVE '  ON THE HELD QUEUE (TESTI.HELD)............'
             TO FR-TOTAL-DESC
           MOVE WS-TOT-HELD-CNT TO FR-TOTAL-CNT
           MOVE WS-TOT-HELD-AMT TO FR-TOTAL-AMT
           WRITE FUNDRPT-LINE FROM FR-TOTAL-LINE
           MOVE '  AWAITING RECYCLE (TESTI.RECYCLE)..........'
             TO FR-TOTAL-DESC
           MOVE WS-TOT-RECY-CNT TO FR-TOTAL-CNT
           MOVE WS-TOT-RECY-AMT TO FR-TOTAL-AMT
           WRITE FUNDRPT-LINE FROM FR-TOTAL-LINE
           MOVE '  ARCHIVED FROM SUSPENSE (REJARCH)..........'
             TO FR-TOTAL-DESC
           MOVE WS-TOT-ARCH-CNT TO FR-TOTAL-CNT
           MOVE WS-TOT-ARCH-AMT TO FR-TOTAL-AMT
           WRITE FUNDRPT-LINE FROM FR-TOTAL-LINE
           MOVE '  UNACCOUNTED FOR...........................'
             TO FR-TOTAL-DESC
           MOVE WS-TOT-UNACCT-CNT TO FR-TOTAL-CNT
           MOVE WS-TOT-UNACCT-AMT TO FR-TOTAL-AMT
           WRITE FUNDRPT-LINE FROM FR-TOTAL-LINE
           WRITE FUNDRPT-LINE FROM FR-BLANK-LINE
           MOVE 'NET SUSPFIX AMOUNT CORRECTIONS..............'
             TO FR-TOTAL-DESC
           MOVE SPACES TO FR-TOTAL-CNT-X
           MOVE WS-TOT-CORR-AMT TO FR-TOTAL-AMT
           WRITE FUNDRPT-LINE FROM FR-TOTAL-LINE
           MOVE 'ITEMS WITH NO FEED IDENTITY.................'
             TO FR-TOTAL-DESC
           MOVE WS-NOFEED-CNT TO FR-TOTAL-CNT
           MOVE WS-NOFEED-AMT TO FR-TOTAL-AMT
           WRITE FUNDRPT-LINE FROM FR-TOTAL-LINE
           MOVE 'ITEMS FROM FEEDS NOT ON FEEDREG.............'
             TO FR-TOTAL-DESC
           MOVE WS-UNREG-CNT TO FR-TOTAL-CNT
           MOVE WS-UNREG-AMT TO FR-TOTAL-AMT
           WRITE FUNDRPT-LINE FROM FR-TOTAL-LINE
           MOVE 'RESTART OVERLAP - ALREADY POSTED............'
             TO FR-TOTAL-DESC
           MOVE WS-OVERLAP-CNT TO FR-TOTAL-CNT
           MOVE WS-OVERLAP-AMT TO FR-TOTAL-AMT
           WRITE FUNDRPT-LINE FROM FR-TOTAL-LINE
           MOVE SPACES TO FR-TOTAL-AMT-X
           MOVE 'ITEMS FROM FEED DATES OUTSIDE THE WINDOW....'
             TO FR-TOTAL-DESC
           MOVE WS-OUTSIDE-CNT TO FR-TOTAL-CNT
           WRITE FUNDRPT-LINE FROM FR-TOTAL-LINE
           MOVE 'DISPOSITIONS READ FROM DISPHIST.............'
             TO FR-TOTAL-DESC
           MOVE WS-DISP-READ-CNT TO FR-TOTAL-CNT
           WRITE FUNDRPT-LINE FROM FR-TOTAL-LINE
           MOVE 'POSTINGS VERIFIED AGAINST TESTHIST..........'
             TO FR-TOTAL-DESC
           MOVE WS-POSTING-CNT TO FR-TOTAL-CNT
           WRITE FUNDRPT-LINE FROM FR-TOTAL-LINE
           MOVE 'POSTINGS NOT ON TESTHIST....................'
             TO FR-TOTAL-DESC
           MOVE WS-HIST-MISSING-CNT TO FR-TOTAL-CNT
           WRITE FUNDRPT-LINE FROM FR-TOTAL-LINE
           MOVE 'POSTINGS AT A DIFFERENT TESTHIST AMOUNT.....'
             TO FR-TOTAL-DESC
           MOVE WS-HIST-DIFFER-CNT TO FR-TOTAL-CNT
           WRITE FUNDRPT-LINE FROM FR-TOTAL-LINE
           MOVE 'PROCESSING CYCLES ON DISPHIST...............'
             TO FR-TOTAL-DESC
           MOVE WS-CYCLE-CNT TO FR-TOTAL-CNT
           WRITE FUNDRPT-LINE FROM FR-TOTAL-LINE
           MOVE '  ACKNOWLEDGED BY THE LEDGER................'
             TO FR-TOTAL-DESC
           MOVE WS-CYCLE-ACKED-CNT TO FR-TOTAL-CNT
           WRITE FUNDRPT-LINE FROM FR-TOTAL-LINE
           MOVE '  AWAITING LEDGER ACK.......................'
             TO FR-TOTAL-DESC
           MOVE WS-CYCLE-AWAIT-CNT TO FR-TOTAL-CNT
           WRITE FUNDRPT-LINE FROM FR-TOTAL-LINE
           MOVE '  LEDGER ACK DISAGREES......................'
             TO FR-TOTAL-DESC
           MOVE WS-CYCLE-DISAGREE-CNT TO FR-TOTAL-CNT
           WRITE FUNDRPT-LINE FROM FR-TOTAL-LINE
           MOVE 'LEDGER ACKS WITH NO DISPOSITION HISTORY.....'
             TO FR-TOTAL-DESC
           MOVE WS-ACK-NODISP-CNT TO FR-TOTAL-CNT
           WRITE FUNDRPT-LINE FROM FR-TOTAL-LINE
           MOVE 'FEED BATCHES IN BALANCE.....................'
             TO FR-TOTAL-DESC
           MOVE WS-FEEDS-BAL-CNT TO FR-TOTAL-CNT
           WRITE FUNDRPT-LINE FROM FR-TOTAL-LINE
           MOVE 'FEED BATCHES OUT OF BALANCE.................'
             TO FR-TOTAL-DESC
           MOVE WS-FEEDS-OOB-CNT TO FR-TOTAL-CNT
           WRITE FUNDRPT-LINE FROM FR-TOTAL-LINE
           MOVE 'EXCEPTIONS (SEE FUNDEXC)....................'
             TO FR-TOTAL-DESC
           MOVE WS-EXCEPTION-CNT TO FR-TOTAL-CNT
           WRITE FUNDRPT-LINE FROM FR-TOTAL-LINE
           WRITE FUNDRPT-LINE FROM FR-BLANK-LINE
           IF WS-EXCEPTION-CNT = ZERO
               MOVE 'ALL ACCEPTED FUNDS ACCOUNTED FOR AND TIED OUT'
                 TO FR-VERDICT-TEXT
           ELSE
               MOVE 'FUNDS DO NOT RECONCILE - SEE FUNDEXC (RC=8)'
                 TO FR-VERDICT-TEXT
           END-IF
           WRITE FUNDRPT-LINE FROM FR-VERDICT-LINE
           WRITE FUNDEXC-LINE FROM FE-BLANK-LINE
           MOVE 'EXCEPTIONS LISTED...........................'
             TO FE-TOTAL-DESC
           MOVE WS-EXCEPTION-CNT TO FE-TOTAL-VALUE
           WRITE FUNDEXC-LINE FROM FE-TOTAL-LINE
           WRITE FUNDEXC-LINE FROM FE-BLANK-LINE
           WRITE FUNDEXC-LINE FROM FR-VERDICT-LINE.

       0930-EXIT.
           EXIT.

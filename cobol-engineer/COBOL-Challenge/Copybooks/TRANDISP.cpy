      *****************************************************************
      * TRAN-DISP-RECORD LAYOUT
      * TRANSACTION DISPOSITION RECORD. CODECHAL WRITES ONE FOR EVERY
      * TESTI RECORD IT READS, SAYING WHAT BECAME OF IT - POSTED,
      * REVERSED, ADJUSTED, SUSPENDED, OR HELD - SO SRCRTN CAN RETURN
      * THE OUTCOMES TO THE SOURCE SYSTEMS. DISP-TRAN-DATA IS THE
      * TESTI RECORD AS READ (INCLUDING THE FEEDCTL BATCH IDENTITY
      * FEEDACC STAMPED ON IT). DISP-RRN IS THE RECORD'S POSITION IN
      * TESTI.SORTED - A CHECKPOINT RESTART REPROCESSES THE RECORDS
      * AFTER THE LAST CHECKPOINT, SO THE SAME RRN CAN APPEAR TWICE
      * - THE SORT AHEAD OF SRCRTN KEEPS THE FIRST (SUM FIELDS=NONE).
      * FOR A POSTING, DISP-TESTO-SEQ/DISP-CATEGORY/DISP-POSTED-AMT
      * ARE THE TESTO ROW WRITTEN (KEY = DISP-KEY + DISP-TESTO-SEQ) -
      * THE NEGATING ROW FOR A REVERSAL, THE REPOST FOR AN
      * ADJUSTMENT. AN ADJUSTMENT'S BACK-OUT ROW IS IN THE DISP-
      * BACKOUT FIELDS. FOR A SUSPENDED OR HELD RECORD DISP-REASON IS
      * THE TESTI-REJECT-REASON / HELD-REASON CODE. DISP-RUN-CYCLE
      * IS THE PROCESSING CYCLE OF THE RUN DATE - WITH DISP-RUN-DATE
      * AND DISP-TESTO-SEQ IT COMPLETES THE POSTING'S TESTHIST KEY.
      * EVERY CLEAN CYCLE'S DISPOSITIONS ARE KEPT IN THE DISPHIST
      * KSDS (SEE COPYBOOK DISPHIST) FOR FUNDRECN.
      *****************************************************************
       01  TRAN-DISP-RECORD.
           05  DISP-TRAN-DATA.
               10  DISP-KEY                PIC  X(03).
               10  DISP-REC-TYPE           PIC  X(02).
               10  DISP-TRAN-DATE          PIC  X(08).
               10  DISP-TRAN-AMT           PIC  9(07)V99.
               10  DISP-SOURCE-ID          PIC  X(08).
               10  DISP-RELEASE-ID         PIC  X(08).
               10  DISP-FEED-SOURCE-ID     PIC  X(08).
               10  DISP-FEED-DATE          PIC  9(08).
               10  DISP-FEED-AMT           PIC  9(07)V99.
               10  DISP-FILLER             PIC  X(17).
           05  DISP-RUN-DATE               PIC  9(08).
           05  DISP-RRN                    PIC  9(08).
           05  DISP-OUTCOME                PIC  X(01).
               88  DISP-POSTED                  VALUE 'P'.
               88  DISP-REVERSED                VALUE 'R'.
               88  DISP-ADJUSTED                VALUE 'A'.
               88  DISP-SUSPENDED               VALUE 'S'.
               88  DISP-HELD                    VALUE 'H'.
           05  DISP-REASON                 PIC  X(02).
           05  DISP-TESTO-SEQ              PIC  9(04).
           05  DISP-CATEGORY               PIC  9(04).
           05  DISP-POSTED-AMT             PIC S9(07)V99.
           05  DISP-BACKOUT-SEQ            PIC  9(04).
           05  DISP-BACKOUT-CATG           PIC  9(04).
           05  DISP-BACKOUT-AMT            PIC S9(07)V99.
           05  DISP-RUN-CYCLE              PIC  9(01).

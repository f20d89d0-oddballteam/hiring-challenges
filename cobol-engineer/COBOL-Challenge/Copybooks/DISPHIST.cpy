      *****************************************************************
      * DISPHIST-RECORD LAYOUT
      * DISPOSITION HISTORY KSDS - THE RETAINED COPY OF EVERY CLEAN
      * CYCLE'S TESTI.DISP DISPOSITIONS (SEE COPYBOOK TRANDISP).
      * TESTI.DISP ITSELF IS CLEARED AHEAD OF EACH RUN, SO WITHOUT
      * THIS FILE NOTHING WOULD REMEMBER WHICH FEED AN OLDER POSTING
      * CAME FROM. CODECHAL.jcl LOADS THE CYCLE'S DE-DUPLICATED
      * DISPOSITIONS AFTER HISTMRG HAS FOLDED ITS POSTINGS INTO
      * TESTHIST (REPRO REPLACE, SO A RERUN OF THE LOAD IS HARMLESS),
      * AND FUNDRECN READS IT BACK TO ROLL EACH FEEDREG BATCH FORWARD.
      * KEY IS THE RUN DATE, PROCESSING CYCLE, AND TESTI.SORTED
      * POSITION (17 BYTES AT OFFSET 0); DISPHIST-DISP-DATA IS THE
      * TRAN-DISP-RECORD AS CODECHAL WROTE IT. RECORD IS 151 BYTES.
      *****************************************************************
       01  DISPHIST-RECORD.
           05  DISPHIST-KEY.
               10  DISPHIST-RUN-DATE       PIC  9(08).
               10  DISPHIST-RUN-CYCLE      PIC  9(01).
               10  DISPHIST-RRN            PIC  9(08).
           05  DISPHIST-DISP-DATA          PIC  X(134).

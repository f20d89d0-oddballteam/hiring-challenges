      *****************************************************************
      * HELD-TRAN-RECORD LAYOUT
      * HELD-TRANSACTION QUEUE RECORD. CODECHAL WRITES A VALID TESTI
      * RECORD HERE, UNPOSTED, WHEN POSTING IT WOULD BREACH ITS KEY'S
      * PER-TRANSACTION OR PER-CYCLE LIMIT (SEE COPYBOOK KEYMSTR).
      * A HELD RECORD IS GOOD DATA WAITING ON A DECISION, NOT A DATA
      * ERROR - IT NEVER TOUCHES TESTI.REJECT AND SUSPREC NEVER
      * RECYCLES IT. HELDREL MATCHES AUTHORIZED RELEASE CARDS (SEE
      * COPYBOOK RELCARD) AGAINST THE QUEUE AND SENDS THE RELEASED
      * RECORDS BACK THROUGH TESTI.RECYCLE STAMPED WITH THE
      * AUTHORIZER IN TESTI-RELEASE-ID, WHICH CODECHAL HONORS BY
      * SKIPPING THE LIMIT TEST. HELD-REASON IS ALWAYS '09' (HELD
      * FOR LIMIT) - IT CONTINUES THE TESTI-REJECT-REASON NUMBERING
      * SO NO REPORT OR RECONCILIATION EVER CONFUSES THE TWO. THE
      * LIMIT TYPE SAYS WHICH LIMIT TRIPPED; HELD-LIMIT-AMT IS THAT
      * LIMIT AND HELD-CYCLE-AMT IS WHAT THE KEY HAD ALREADY POSTED
      * THIS CYCLE WHEN THE RECORD WAS HELD. HELD-DATE IS THE RUN
      * DATE THAT FIRST HELD IT AND HELD-RUN-CYCLE THE PROCESSING
      * CYCLE OF THAT DATE.
      *****************************************************************
       01  HELD-TRAN-RECORD.
           05  HELD-TRAN-DATA.
               10  HELD-KEY                PIC  X(03).
               10  HELD-REC-TYPE           PIC  X(02).
                   88  HELD-TYPE-ADJUSTMENT     VALUE '02'.
               10  HELD-TRAN-DATE          PIC  9(08).
               10  HELD-TRAN-AMT           PIC  9(07)V99.
               10  HELD-SOURCE-ID          PIC  X(08).
               10  HELD-RELEASE-ID         PIC  X(08).
               10  HELD-FEED-SOURCE-ID     PIC  X(08).
               10  HELD-FEED-DATE          PIC  9(08).
               10  HELD-FEED-AMT           PIC  9(07)V99.
               10  HELD-FILLER             PIC  X(17).
           05  HELD-REASON                 PIC  X(02).
           05  HELD-LIMIT-TYPE             PIC  X(01).
               88  HELD-OVER-TRAN-LIMIT         VALUE 'T'.
               88  HELD-OVER-CYCLE-LIMIT        VALUE 'C'.
           05  HELD-LIMIT-AMT              PIC  9(09)V99.
           05  HELD-CYCLE-AMT              PIC S9(09)V99.
           05  HELD-DATE                   PIC  9(08).
           05  HELD-RUN-CYCLE              PIC  9(01).

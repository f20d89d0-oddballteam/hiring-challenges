      *****************************************************************
      * ANOMALY-REVIEW-RECORD LAYOUT
      * ONE RECORD PER ANOMALY ANOMSCRN FLAGS IN A CYCLE'S POSTINGS,
      * IN RANK ORDER (HIGHEST SCORE FIRST) - THE ANALYST TEAM'S
      * NEXT-MORNING WORK FILE. ANOM-SEQ IS THE TESTO SEQUENCE OF THE
      * FLAGGED POSTING FOR THE POSTING-LEVEL TYPES (AMT, CAT) AND
      * ZERO FOR THE KEY-LEVEL TYPES (VOL, DRM, REV). ANOM-OBSERVED IS
      * WHAT TONIGHT SHOWED AND ANOM-BASELINE WHAT THE KEY'S TESTHIST
      * HISTORY MADE TYPICAL, IN THE UNITS OF THE TYPE:
      *   AMT - POSTING AMOUNT (MAGNITUDE) / MEAN POSTING MAGNITUDE
      *   VOL - POSTINGS TONIGHT / MEAN POSTINGS PER CYCLE
      *   DRM - DAYS SINCE LAST ACTIVE / DORMANCY THRESHOLD DAYS
      *   CAT - ZERO / NUMBER OF CATEGORIES THE KEY HAS USED
      *   REV - REVERSALS TONIGHT / MEAN REVERSALS PER CYCLE
      * ANOM-REVIEW-STATUS AND ANOM-REVIEWER ARE WRITTEN 'O'/SPACES
      * FOR THE ANALYSTS TO WORK. ANOM-RUN-CYCLE IS THE PROCESSING
      * CYCLE OF THE RUN DATE THAT WAS SCREENED.
      *****************************************************************
       01  ANOMALY-REVIEW-RECORD.
           05  ANOM-RUN-DATE               PIC  9(08).
           05  ANOM-RANK                   PIC  9(05).
           05  ANOM-SCORE                  PIC  9(03).
           05  ANOM-TYPE                   PIC  X(03).
               88  ANOM-AMOUNT-OUTLIER          VALUE 'AMT'.
               88  ANOM-VOLUME-SPIKE            VALUE 'VOL'.
               88  ANOM-DORMANT-WAKE            VALUE 'DRM'.
               88  ANOM-NEW-CATEGORY            VALUE 'CAT'.
               88  ANOM-HEAVY-REVERSALS         VALUE 'REV'.
           05  ANOM-KEY                    PIC  X(03).
           05  ANOM-SEQ                    PIC  9(04).
           05  ANOM-CATEGORY               PIC  9(04).
           05  ANOM-AMT                    PIC S9(07)V99.
           05  ANOM-OBSERVED               PIC  9(09)V99.
           05  ANOM-BASELINE               PIC  9(09)V99.
           05  ANOM-LAST-ACTIVE            PIC  9(08).
           05  ANOM-REASON                 PIC  X(20).
           05  ANOM-REVIEW-STATUS          PIC  X(01).
               88  ANOM-REVIEW-OPEN             VALUE 'O'.
           05  ANOM-REVIEWER               PIC  X(08).
           05  ANOM-RUN-CYCLE              PIC  9(01).
           05  ANOM-FILLER                 PIC  X(01).

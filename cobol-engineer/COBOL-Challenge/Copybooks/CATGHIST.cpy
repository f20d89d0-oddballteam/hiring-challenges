      *****************************************************************
      * CATGHIST RECORD LAYOUT
      * CATGTBL RULES-VERSION ROWS, KEYED BY VERSION NUMBER PLUS ROW
      * NUMBER (THE ROW'S POSITION IN THE TABLE - FIRST MATCH WINS, SO
      * THE ORDER IS PART OF THE RULES). ONE SET OF ROWS PER VERSION
      * ON THE CATGVER REGISTER: THE PENDING VERSION'S ROWS AS ITS
      * MAKER LAST SAVED THEM, AND EVERY APPROVED VERSION'S ROWS
      * KEPT FOR GOOD SO AUDIT CAN SEE THE EXACT RULE SET LIVE ON
      * ANY RUN DATE. CATGHIST-RULE IS A CATGTBL ROW IMAGE.
      *****************************************************************
       01  CATGHIST-RECORD.
           05  CATGHIST-KEY.
               10  CATGHIST-VERSION        PIC  9(05).
               10  CATGHIST-ROW            PIC  9(04).
           05  CATGHIST-RULE.
               10  CATGHIST-CODE           PIC  9(04).
               10  CATGHIST-DATE-LOW       PIC  9(08).
               10  CATGHIST-DATE-HIGH      PIC  9(08).
               10  CATGHIST-AMT-LOW        PIC  9(07)V99.
               10  CATGHIST-AMT-HIGH       PIC  9(07)V99.
               10  CATGHIST-DESC           PIC  X(30).
           05  CATGHIST-FILLER             PIC  X(03).

      ***%            KEYMERR REJECT FILE CARRYING EACH DROPPED
      ***%            KEYTRANS RECORD WITH ITS REASON.
      ***%************************************************************:
      ***%CCR#      :                      PROGRAMMER: MAINTENANCE
      ***%MODLOG TAG:                      COMPANY   : ODDBALL
      ***%RELEASE NO:                      DATE      : 10/15/2026
      ***%
      ***%PROBLEM   : KEYMSTR NOW CARRIES A PER-TRANSACTION AND A PER-
      ***%            CYCLE POSTING LIMIT FOR EACH KEY, WITH NO WAY
      ***%            TO SET OR CHANGE THEM.
      ***%
      ***%SOLUTION  : KEYTRANS CARRIES BOTH LIMITS (ZERO = NO LIMIT),
      ***%            CARVED FROM ITS FILLER. ADD AND CHANGE STORE
      ***%            THEM LIKE THE DATE AND AMOUNT, AND THE KEYJRNL
      ***%            BEFORE/AFTER IMAGES CARRY THEM SO A LIMIT
      ***%            CHANGE CAN BE TRACED AND BACKED OUT.
      ***%************************************************************:
      *********** E N D   M A I N T E N A N C E   N O T E S ***********
      *****************************************************************
       ENVIRONMENT DIVISION.
           05  KEYTRANS-EFF-TO             PIC  9(08).
           05  KEYTRANS-DATE               PIC  9(08).
           05  KEYTRANS-AMT                PIC  9(07)V99.
           05  KEYTRANS-TRAN-LIMIT         PIC  9(07)V99.
           05  KEYTRANS-CYCLE-LIMIT        PIC  9(09)V99.
           05  KEYTRANS-FILLER             PIC  X(25).

       FD  KEYMSTR-FILE.
           COPY KEYMSTR.
               10  KEYJRNL-BEF-EFF-TO      PIC  9(08).
               10  KEYJRNL-BEF-DATE        PIC  9(08).
               10  KEYJRNL-BEF-AMT         PIC  9(07)V99.
               10  KEYJRNL-BEF-TRAN-LIMIT  PIC  9(07)V99.
               10  KEYJRNL-BEF-CYCLE-LIMIT PIC  9(09)V99.
           05  KEYJRNL-AFTER-IMAGE.
               10  KEYJRNL-AFT-EFF-TO      PIC  9(08).
               10  KEYJRNL-AFT-DATE        PIC  9(08).
               10  KEYJRNL-AFT-AMT         PIC  9(07)V99.
               10  KEYJRNL-AFT-TRAN-LIMIT  PIC  9(07)V99.
               10  KEYJRNL-AFT-CYCLE-LIMIT PIC  9(09)V99.
           05  KEYJRNL-TIMESTAMP           PIC  X(21).

       FD  KEYMERR-FILE
           05  WS-BEF-EFF-TO               PIC  9(08)      VALUE ZERO.
           05  WS-BEF-DATE                 PIC  9(08)      VALUE ZERO.
           05  WS-BEF-AMT                  PIC  9(07)V99   VALUE ZERO.
           05  WS-BEF-TRAN-LIMIT           PIC  9(07)V99   VALUE ZERO.
           05  WS-BEF-CYCLE-LIMIT          PIC  9(09)V99   VALUE ZERO.

       01 MAINTENANCE-REPORT-LINES.
           05  KM-TITLE-LINE.
           END-IF
           MOVE KEYTRANS-DATE TO KEYMSTR-DATE
           MOVE KEYTRANS-AMT  TO KEYMSTR-AMT
           MOVE KEYTRANS-TRAN-LIMIT  TO KEYMSTR-TRAN-LIMIT
           MOVE KEYTRANS-CYCLE-LIMIT TO KEYMSTR-CYCLE-LIMIT
           WRITE KEYMSTR-RECORD
               INVALID KEY
                   MOVE 'KEY ALREADY EXISTS  ' TO WS-ERROR-REASON
                   MOVE ZERO TO WS-BEF-EFF-TO
                   MOVE ZERO TO WS-BEF-DATE
                   MOVE ZERO TO WS-BEF-AMT
                   MOVE ZERO TO WS-BEF-TRAN-LIMIT
                   MOVE ZERO TO WS-BEF-CYCLE-LIMIT
                   PERFORM 0250-JOURNAL-ACTION
                   MOVE 'APPLIED                         '
                     TO KM-DISPOSITION
           EXIT.

      ******************************************************************
      * CHANGE THE EXACT ID+EFF-FROM ROW: DATE, AMOUNT, LIMITS, AND
      * EFF-TO (SO THE CURRENT ROW CAN BE CLOSED OUT WHEN A FUTURE-
      * DATED REPLACEMENT IS STAGED). AN EFF-TO OF ZERO ON THE
      * TRANSACTION LEAVES THE STORED EFF-TO UNCHANGED. THE ROW AS
      * READ IS THE JOURNAL'S BEFORE-IMAGE.
      ******************************************************************
       0230-CHANGE-KEYMSTR-RECORD.
           MOVE KEYTRANS-KEY      TO KEYMSTR-ID
                   MOVE KEYMSTR-EFF-TO TO WS-BEF-EFF-TO
                   MOVE KEYMSTR-DATE   TO WS-BEF-DATE
                   MOVE KEYMSTR-AMT    TO WS-BEF-AMT
                   MOVE KEYMSTR-TRAN-LIMIT  TO WS-BEF-TRAN-LIMIT
                   MOVE KEYMSTR-CYCLE-LIMIT TO WS-BEF-CYCLE-LIMIT
                   IF KEYTRANS-EFF-TO NOT = ZERO
                       MOVE KEYTRANS-EFF-TO TO KEYMSTR-EFF-TO
                   END-IF
                   MOVE KEYTRANS-DATE TO KEYMSTR-DATE
                   MOVE KEYTRANS-AMT  TO KEYMSTR-AMT
                   MOVE KEYTRANS-TRAN-LIMIT  TO KEYMSTR-TRAN-LIMIT
                   MOVE KEYTRANS-CYCLE-LIMIT TO KEYMSTR-CYCLE-LIMIT
                   REWRITE KEYMSTR-RECORD
                       INVALID KEY
                           MOVE 'REWRITE FAILED      '
                   MOVE KEYMSTR-EFF-TO TO WS-BEF-EFF-TO
                   MOVE KEYMSTR-DATE   TO WS-BEF-DATE
                   MOVE KEYMSTR-AMT    TO WS-BEF-AMT
                   MOVE KEYMSTR-TRAN-LIMIT  TO WS-BEF-TRAN-LIMIT
                   MOVE KEYMSTR-CYCLE-LIMIT TO WS-BEF-CYCLE-LIMIT
                   DELETE KEYMSTR-FILE
                       INVALID KEY
                           MOVE 'DELETE FAILED       '
                           MOVE ZERO TO KEYMSTR-EFF-TO
                           MOVE ZERO TO KEYMSTR-DATE
                           MOVE ZERO TO KEYMSTR-AMT
                           MOVE ZERO TO KEYMSTR-TRAN-LIMIT
                           MOVE ZERO TO KEYMSTR-CYCLE-LIMIT
                           PERFORM 0250-JOURNAL-ACTION
                           MOVE 'APPLIED                         '
                             TO KM-DISPOSITION
           MOVE KEYMSTR-EFF-TO    TO KEYJRNL-AFT-EFF-TO
           MOVE KEYMSTR-DATE      TO KEYJRNL-AFT-DATE
           MOVE KEYMSTR-AMT       TO KEYJRNL-AFT-AMT
           MOVE WS-BEF-TRAN-LIMIT  TO KEYJRNL-BEF-TRAN-LIMIT
           MOVE WS-BEF-CYCLE-LIMIT TO KEYJRNL-BEF-CYCLE-LIMIT
           MOVE KEYMSTR-TRAN-LIMIT  TO KEYJRNL-AFT-TRAN-LIMIT
           MOVE KEYMSTR-CYCLE-LIMIT TO KEYJRNL-AFT-CYCLE-LIMIT
           MOVE FUNCTION CURRENT-DATE TO KEYJRNL-TIMESTAMP
           WRITE KEYJRNL-RECORD.


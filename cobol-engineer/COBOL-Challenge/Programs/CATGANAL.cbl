      * CODECHAL HONORS, SO THE SIMULATION MATCHES WHAT 0220-ASSIGN-
      * CATEGORY WOULD REALLY DO.
      *
      * FINDINGS ARE GRADED. EMPTY RANGES, UNREACHABLE ROWS, AND NEW
      * GAPS (AUDITED RECORDS A LIVE RULE CATEGORIZED THAT WOULD FALL
      * TO THE DEFAULT RULE UNDER THE PROPOSED FILE) ARE BLOCKING -
      * RC=8. PARTIAL OVERLAPS ARE WARNINGS - RC=4 - SINCE A NARROW
      * ROW AHEAD OF A BROAD ONE IS THE NORMAL WAY TO CARVE OUT AN
      * EXCEPTION. A CLEAN RUN IS RC=0.
      *
      * WHEN THE CATGVER RULES-VERSION REGISTER IS ALLOCATED, THE
      * PROPOSED FILE IS TAKEN AS THE PENDING VERSION CATGMNT SAVED:
      * ITS ROW COUNT AND RULES HASH MUST MATCH THE REGISTER, AND THE
      * VERSION IS THEN MARKED CERTIFIED (NO BLOCKING FINDINGS) OR
      * FAILED, WITH THE FINDING COUNTS THE CHECKER SEES IN CATGAPRV.
      * WITHOUT CATGVER THE RUN IS AN ANALYSIS ONLY.
      *
      *****************************************************************
      *************** M A I N T E N A N C E   N O T E S ***************
      ***%************************************************************:
      ***%            ACCUMULATORS AND THEIR REPORT COLUMNS ARE
      ***%            SIGNED.
      ***%************************************************************:
      ***%CCR#      :                      PROGRAMMER: MAINTENANCE
      ***%MODLOG TAG:                      COMPANY   : ODDBALL
      ***%RELEASE NO:                      DATE      : 10/15/2026
      ***%
      ***%PROBLEM   : CATGTBL CHANGES NOW GO THROUGH A MAKER/CHECKER
      ***%            APPROVAL THAT MUST BE GATED ON A CLEAN ANALYSIS,
      ***%            BUT EVERY FINDING WAS EQUAL AND THE RUN ALWAYS
      ***%            ENDED RC=0.
      ***%
      ***%SOLUTION  : EMPTY RANGES, UNREACHABLE ROWS, AND NEW GAPS ARE
      ***%            BLOCKING (RC=8); PARTIAL OVERLAPS ARE WARNINGS
      ***%            (RC=4). WITH THE CATGVER REGISTER ALLOCATED THE
      ***%            PENDING VERSION IS MARKED CERTIFIED OR FAILED,
      ***%            AFTER PROVING THE PROPOSED FILE MATCHES ITS SAVED
      ***%            ROW COUNT AND RULES HASH.
      ***%************************************************************:
      ***%CCR#      :                      PROGRAMMER: MAINTENANCE
      ***%MODLOG TAG:                      COMPANY   : ODDBALL
      ***%RELEASE NO:                      DATE      : 10/15/2026
      ***%
      ***%PROBLEM   : A RECORD THAT A REVERSAL OR ADJUSTMENT BACK-OUT
      ***%            CATEGORIZED COUNTED AS A NEW GAP WHEN NO PROPOSED
      ***%            ROW MATCHED IT, THE BLOCKING COUNT COULD OVERFLOW
      ***%            THE FOUR-DIGIT CATGVER FIELD, AND A FAILED CATGVER
      ***%            REWRITE LEFT THE RUN ENDING NORMALLY.
      ***%
      ***%SOLUTION  : ONLY A RECORD CATEGORIZED BY A CATGTBL RULE COUNTS
      ***%            AS A NEW GAP. CATGVER-ANAL-BLOCK-CNT IS NOW 9(08)
      ***%            AND THE VERDICT LINE PRINTS IT IN FULL. A FAILED
      ***%            REWRITE NOW ABORTS THE RUN RC=16.
      ***%************************************************************:
      *********** E N D   M A I N T E N A N C E   N O T E S ***********
      *****************************************************************
       ENVIRONMENT DIVISION.
                                   STATUS  PARMIN-STATUS.
           SELECT  CATARPT-FILE    ASSIGN  CATARPT
                                   STATUS  CATARPT-STATUS.
           SELECT  CATGVER-FILE    ASSIGN  CATGVER
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY CATGVER-KEY
                                   STATUS  CATGVER-STATUS.

       DATA DIVISION.
       FILE SECTION.

       01  CATARPT-LINE                    PIC  X(80).

       FD  CATGVER-FILE.
           COPY CATGVER.

       WORKING-STORAGE SECTION.

       01 WORK-FIELDS.
               88  PARMIN-EOF                    VALUE '10'.
           05  CATARPT-STATUS              PIC  X(02).
               88  CATARPT-SUCCESS               VALUE ZERO.
           05  CATGVER-STATUS              PIC  X(02).
               88  CATGVER-SUCCESS               VALUE ZERO.
           05  WS-RULE-CNT                 PIC  9(04)      VALUE ZERO.
           05  WS-CONFLICT-CNT             PIC  9(08)      VALUE ZERO.
           05  WS-BLOCK-CNT                PIC  9(08)      VALUE ZERO.
           05  WS-WARN-CNT                 PIC  9(08)      VALUE ZERO.
           05  WS-RULE-HASH                PIC  9(15)      VALUE ZERO.
           05  WS-PEND-VERSION             PIC  9(05)      VALUE ZERO.
           05  WS-CERT-SW                  PIC  X(01)      VALUE 'N'.
               88  WS-CERT-MISMATCH              VALUE 'M'.
           05  WS-NEW-CATEGORY             PIC  9(04)      VALUE ZERO.
           05  WS-EVAL-AMT                 PIC  9(07)V99   VALUE ZERO.
           05  WS-MATCH-SW                 PIC  X(01).
           05  WS-UNCHANGED-CNT            PIC 9(08)       VALUE ZERO.
           05  WS-DEF-CURR-CNT             PIC 9(08)       VALUE ZERO.
           05  WS-DEF-PROP-CNT             PIC 9(08)       VALUE ZERO.
           05  WS-NEW-GAP-CNT              PIC 9(08)       VALUE ZERO.

      *** PROPOSED RULES, IN FILE ORDER - SIZED LIKE CODECHAL'S
      *** WS-CATG-TABLE (500 ROWS, HARD FAILURE PAST THAT).
               10  CA-SHIFT-NEW-AMT        PIC  ZZZ,ZZZ,ZZ9.99-.
               10  FILLER                  PIC  X(26) VALUE SPACES.
           05  CA-BLANK-LINE               PIC  X(80) VALUE SPACES.
           05  CA-VERDICT-LINE.
               10  FILLER                  PIC  X(14) VALUE
                   'CERTIFICATION '.
               10  CA-VERDICT-TEXT         PIC  X(20).
               10  FILLER                  PIC  X(11) VALUE
                   '  BLOCKING '.
               10  CA-VERDICT-BLOCK        PIC  ZZ,ZZZ,ZZ9.
               10  FILLER                  PIC  X(11) VALUE
                   '  WARNINGS '.
               10  CA-VERDICT-WARN         PIC  ZZ,ZZ9.
               10  FILLER                  PIC  X(08) VALUE SPACES.

       PROCEDURE DIVISION.

                         TO WS-RULE-AMT-LOW(WS-RULE-CNT)
                       MOVE CATGTBL-AMT-HIGH
                         TO WS-RULE-AMT-HIGH(WS-RULE-CNT)
                       COMPUTE WS-RULE-HASH = WS-RULE-HASH
                               + WS-RULE-CNT * (CATGTBL-CODE
                               + CATGTBL-DATE-LOW + CATGTBL-DATE-HIGH
                               + CATGTBL-AMT-LOW * 100
                               + CATGTBL-AMT-HIGH * 100)
               END-READ
           END-PERFORM
      *** THE LOOP EXITS AT A FULL TABLE WITHOUT READING PAST THE
               MOVE WS-RULE-CODE(WS-RULE-SUB) TO CA-EMPTY-CODE
               WRITE CATARPT-LINE FROM CA-EMPTY-LINE
               ADD 1 TO WS-CONFLICT-CNT
               ADD 1 TO WS-BLOCK-CNT
           ELSE
               PERFORM 0220-CHECK-EARLIER-ROWS
                       VARYING WS-SHAD-SUB FROM 1 BY 1
                  WS-RULE-AMT-HIGH(WS-SHAD-SUB)
                   MOVE 'UNREACHABLE - FULLY SHADOWED BY ROW '
                     TO CA-CONF-TEXT
                   ADD 1 TO WS-BLOCK-CNT
               ELSE
                   MOVE 'PARTIAL OVERLAP - FILE ORDER VS ROW '
                     TO CA-CONF-TEXT
                   ADD 1 TO WS-WARN-CNT
               END-IF
               WRITE CATARPT-LINE FROM CA-CONFLICT-LINE
               ADD 1 TO WS-CONFLICT-CNT
      * EVALUATE THE PROPOSED RULES ON WS-EVAL-AMT, THE AMOUNT'S
      * MAGNITUDE - THE SAME RULE RECATG'S 0220-ASSIGN-CATEGORY
      * APPLIES, SO A REVERSAL OR BACK-OUT RECORD IS PREDICTED TO
      * MOVE WITH THE POSTING IT BACKS OUT. A RECORD A LIVE RULE
      * CATEGORIZED THAT NO PROPOSED ROW MATCHES IS A NEW GAP.
      ******************************************************************
       0310-EVALUATE-PROPOSED.
           SET WS-RULE-NOT-MATCHED TO TRUE
           END-PERFORM
           IF WS-RULE-NOT-MATCHED
               ADD 1 TO WS-DEF-PROP-CNT
               IF AUDIT-RULE-SOURCE = 'CATGTBL '
                   ADD 1 TO WS-NEW-GAP-CNT
               END-IF
               EVALUATE TRUE
                   WHEN AUDIT-DATE > WS-DATE-CUTOFF AND
                        WS-EVAL-AMT > WS-AMT-CUTOFF
             TO CA-COUNT-DESC
           MOVE WS-DEF-PROP-CNT TO CA-COUNT-VALUE
           WRITE CATARPT-LINE FROM CA-COUNT-LINE
           MOVE 'NEW GAPS (LIVE RULE -> DEFAULT)...'
             TO CA-COUNT-DESC
           MOVE WS-NEW-GAP-CNT TO CA-COUNT-VALUE
           WRITE CATARPT-LINE FROM CA-COUNT-LINE
           ADD WS-NEW-GAP-CNT TO WS-BLOCK-CNT
           WRITE CATARPT-LINE FROM CA-BLANK-LINE
           WRITE CATARPT-LINE FROM CA-SHIFT-HEAD
           PERFORM 0910-WRITE-SHIFT-LINE
                   VARYING WS-TOT-SUB FROM 1 BY 1
                   UNTIL WS-TOT-SUB > WS-TOT-CNT
           PERFORM 0950-CERTIFY-PENDING
           PERFORM 0960-WRITE-VERDICT
           CLOSE AUDITFIL-FILE
           CLOSE CATARPT-FILE
           DISPLAY 'CATGANAL: RULES ANALYZED   = ' WS-RULE-CNT
           DISPLAY 'CATGANAL: RULE CONFLICTS   = ' WS-CONFLICT-CNT
           DISPLAY 'CATGANAL: BLOCKING FINDINGS= ' WS-BLOCK-CNT
           DISPLAY 'CATGANAL: WARNINGS         = ' WS-WARN-CNT
           DISPLAY 'CATGANAL: RECORDS CHANGING = ' WS-CHANGED-CNT
           EVALUATE TRUE
               WHEN WS-BLOCK-CNT > ZERO OR WS-CERT-MISMATCH
                   MOVE 8 TO RETURN-CODE
               WHEN WS-WARN-CNT > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE.

       0900-EXIT.
           EXIT.

       0910-EXIT.
           EXIT.

      ******************************************************************
      * RECORD THE VERDICT AGAINST THE PENDING RULES VERSION. NO
      * CATGVER ALLOCATED MEANS A PLAIN WHAT-IF - NOTHING TO CERTIFY.
      * OTHERWISE THE PROPOSED FILE MUST BE THE PENDING VERSION AS
      * ITS MAKER SAVED IT (SAME ROW COUNT AND RULES HASH - A FILE
      * EDITED BY HAND SINCE FAILS RC=8 AND CERTIFIES NOTHING), AND
      * THE VERSION BECOMES CERTIFIED OR FAILED ON THE BLOCKING
      * COUNT. A VERSION ALREADY DECIDED BY A CHECKER IS LEFT ALONE.
      ******************************************************************
       0950-CERTIFY-PENDING.
           OPEN I-O CATGVER-FILE
           IF NOT CATGVER-SUCCESS
               DISPLAY 'CATGANAL: NO CATGVER REGISTER (STATUS '
                       CATGVER-STATUS ') - ANALYSIS ONLY'
           ELSE
               MOVE ZERO TO CATGVER-VERSION
               READ CATGVER-FILE
                   INVALID KEY
                       MOVE ZERO TO WS-PEND-VERSION
                   NOT INVALID KEY
                       MOVE CATGVER-CTL-PEND-VERSION
                         TO WS-PEND-VERSION
               END-READ
               IF WS-PEND-VERSION = ZERO
                   DISPLAY 'CATGANAL: NO RULES VERSION PENDING - '
                           'NOTHING CERTIFIED'
               ELSE
                   MOVE WS-PEND-VERSION TO CATGVER-VERSION
                   READ CATGVER-FILE
                       INVALID KEY
                           DISPLAY 'CATGANAL: PENDING VERSION '
                                   WS-PEND-VERSION
                                   ' NOT ON CATGVER'
                       NOT INVALID KEY
                           PERFORM 0955-MARK-VERSION
                   END-READ
               END-IF
               CLOSE CATGVER-FILE
           END-IF.

       0950-EXIT.
           EXIT.

       0955-MARK-VERSION.
           EVALUATE TRUE
               WHEN NOT (CATGVER-PENDING OR CATGVER-CERTIFIED OR
                         CATGVER-FAILED)
                   DISPLAY 'CATGANAL: VERSION ' WS-PEND-VERSION
                           ' IS STATUS ' CATGVER-VER-STATUS
                           ' - NOT RE-CERTIFIED'
               WHEN CATGVER-ROW-CNT NOT = WS-RULE-CNT OR
                    CATGVER-RULE-HASH NOT = WS-RULE-HASH
                   SET WS-CERT-MISMATCH TO TRUE
                   DISPLAY 'CATGANAL: PROPTBL IS NOT VERSION '
                           WS-PEND-VERSION ' AS ITS MAKER SAVED IT'
                           ' - NOTHING CERTIFIED'
               WHEN OTHER
                   IF WS-BLOCK-CNT = ZERO
                       SET CATGVER-CERTIFIED TO TRUE
                   ELSE
                       SET CATGVER-FAILED TO TRUE
                   END-IF
                   MOVE FUNCTION CURRENT-DATE TO CATGVER-ANAL-TS
                   MOVE WS-BLOCK-CNT   TO CATGVER-ANAL-BLOCK-CNT
                   MOVE WS-WARN-CNT    TO CATGVER-ANAL-WARN-CNT
                   MOVE WS-CHANGED-CNT TO CATGVER-ANAL-CHANGE-CNT
                   MOVE WS-NEW-GAP-CNT TO CATGVER-ANAL-GAP-CNT
                   REWRITE CATGVER-RECORD
                       INVALID KEY
                           DISPLAY 'CATGANAL: CATGVER REWRITE FAILED,'
                                   ' STATUS ' CATGVER-STATUS
                           PERFORM 0130-ABORT-RUN
                   END-REWRITE
                   DISPLAY 'CATGANAL: VERSION ' WS-PEND-VERSION
                           ' MARKED ' CATGVER-VER-STATUS
           END-EVALUATE.

       0955-EXIT.
           EXIT.

       0960-WRITE-VERDICT.
           WRITE CATARPT-LINE FROM CA-BLANK-LINE
           EVALUATE TRUE
               WHEN WS-CERT-MISMATCH
                   MOVE 'NOT THE SAVED FILE  ' TO CA-VERDICT-TEXT
               WHEN WS-BLOCK-CNT > ZERO
                   MOVE 'BLOCKED             ' TO CA-VERDICT-TEXT
               WHEN WS-WARN-CNT > ZERO
                   MOVE 'CLEAN WITH WARNINGS ' TO CA-VERDICT-TEXT
               WHEN OTHER
                   MOVE 'CLEAN               ' TO CA-VERDICT-TEXT
           END-EVALUATE
           MOVE WS-BLOCK-CNT TO CA-VERDICT-BLOCK
           MOVE WS-WARN-CNT  TO CA-VERDICT-WARN
           WRITE CATARPT-LINE FROM CA-VERDICT-LINE.

       0960-EXIT.
           EXIT.

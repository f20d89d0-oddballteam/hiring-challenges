       ID DIVISION.
       PROGRAM-ID.    GLMAINT.
      *AUTHOR.        MAINTENANCE
      *DATE-WRITTEN.  10/15/2026.
      *****************************************************************
      *
      * BATCH MAINTENANCE PROGRAM FOR THE GLMAP CATEGORY-TO-GL
      * ACCOUNT MAPPING MASTER. READS A GLTRANS TRANSACTION FILE OF
      * ADD/CHANGE/DELETE ACTIONS AND APPLIES THEM TO GLMAP, THE SAME
      * WAY KEYMAINT MAINTAINS KEYMSTR:
      *
      *   - EVERY APPLIED ACTION IS JOURNALED TO GLMJRNL WITH THE
      *     ROW'S BEFORE AND AFTER IMAGES AND A TIMESTAMP,
      *   - REJECTED TRANSACTIONS GO TO GLMERR WITH THEIR REASON, AND
      *   - EVERY TRANSACTION PRINTS ON THE GLMRPT REPORT.
      *
      * AFTER THE MAINTENANCE THE REPORT CARRIES THE UNMAPPED-
      * CATEGORY LIST: EVERY CODE IN THE LIVE CATGTBL, PLUS THE 9876
      * AND 0000 DEFAULT-RULE CODES, THAT HAS NO GLMAP ROW. GLJEXTR
      * REFUSES TO CUT A JOURNAL FOR A CATEGORY IT CANNOT MAP, SO THE
      * LIST IS WHAT MUST BE EMPTY BEFORE A NEW CATGTBL CODE POSTS.
      * ANY UNMAPPED CODE ENDS THE RUN RC=4.
      *
      *****************************************************************
      *************** M A I N T E N A N C E   N O T E S ***************
      ***%************************************************************:
      ***%CCR#      :                      PROGRAMMER: MAINTENANCE
      ***%MODLOG TAG:                      COMPANY   : ODDBALL
      ***%RELEASE NO:                      DATE      : 10/15/2026
      ***%
      ***%PROBLEM   : THE LEDGER TEAM TURNED CATEGORY CODES INTO GL
      ***%            ACCOUNTS FROM THEIR OWN SPREADSHEET, WHICH
      ***%            DRIFTED EVERY TIME CATGTBL CHANGED.
      ***%
      ***%SOLUTION  : INITIAL CREATION. MAINTAINS GLMAP VIA A GLTRANS
      ***%            TRANSACTION FILE (ACTION A/C/D) AND REPORTS
      ***%            EVERY CATGTBL/DEFAULT CODE WITH NO MAPPING.
      ***%************************************************************:
      *********** E N D   M A I N T E N A N C E   N O T E S ***********
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  GLTRANS-FILE    ASSIGN  GLTRANS
                                   STATUS  GLTRANS-STATUS.
           SELECT  GLMAP-FILE      ASSIGN  GLMAP
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY GLMAP-KEY
                                   STATUS  GLMAP-STATUS.
           SELECT  CATGTBL-FILE    ASSIGN  CATGTBL
                                   STATUS  CATGTBL-STATUS.
           SELECT  GLMJRNL-FILE    ASSIGN  GLMJRNL
                                   STATUS  GLMJRNL-STATUS.
           SELECT  GLMERR-FILE     ASSIGN  GLMERR
                                   STATUS  GLMERR-STATUS.
           SELECT  GLMRPT-FILE     ASSIGN  GLMRPT
                                   STATUS  GLMRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  GLTRANS-FILE
           RECORDING F
           BLOCK 0 RECORDS.

       01  GLTRANS-RECORD.
           05  GLTRANS-ACTION              PIC  X(01).
               88  GLTRANS-ADD                  VALUE 'A'.
               88  GLTRANS-CHANGE               VALUE 'C'.
               88  GLTRANS-DELETE               VALUE 'D'.
           05  GLTRANS-CATEGORY            PIC  9(04).
           05  GLTRANS-DR-ACCT             PIC  X(12).
           05  GLTRANS-CR-ACCT             PIC  X(12).
           05  GLTRANS-COST-CENTER         PIC  X(06).
           05  GLTRANS-DESC                PIC  X(30).
           05  GLTRANS-FILLER              PIC  X(15).

       FD  GLMAP-FILE.
           COPY GLMAP.

       FD  CATGTBL-FILE
           RECORDING F
           BLOCK 0 RECORDS.
           COPY CATGTBL.

       FD  GLMJRNL-FILE
           RECORDING F
           BLOCK 0 RECORDS.

       01  GLMJRNL-RECORD.
           05  GLMJRNL-ACTION              PIC  X(01).
           05  GLMJRNL-CATEGORY            PIC  9(04).
           05  GLMJRNL-BEFORE-IMAGE.
               10  GLMJRNL-BEF-DR-ACCT     PIC  X(12).
               10  GLMJRNL-BEF-CR-ACCT     PIC  X(12).
               10  GLMJRNL-BEF-COST-CENTER PIC  X(06).
               10  GLMJRNL-BEF-DESC        PIC  X(30).
           05  GLMJRNL-AFTER-IMAGE.
               10  GLMJRNL-AFT-DR-ACCT     PIC  X(12).
               10  GLMJRNL-AFT-CR-ACCT     PIC  X(12).
               10  GLMJRNL-AFT-COST-CENTER PIC  X(06).
               10  GLMJRNL-AFT-DESC        PIC  X(30).
           05  GLMJRNL-TIMESTAMP           PIC  X(21).

       FD  GLMERR-FILE
           RECORDING F
           BLOCK 0 RECORDS.

       01  GLMERR-RECORD.
           05  GLMERR-TRANS-DATA           PIC  X(80).
           05  GLMERR-REASON               PIC  X(20).

       FD  GLMRPT-FILE
           RECORDING F
           BLOCK 0 RECORDS.

       01  GLMRPT-LINE                     PIC  X(80).

       WORKING-STORAGE SECTION.

       01 WORK-FIELDS.
           05  GLTRANS-STATUS              PIC  X(02).
               88  GLTRANS-SUCCESS               VALUE ZERO.
               88  GLTRANS-EOF                   VALUE '10'.
           05  GLMAP-STATUS                PIC  X(02).
               88  GLMAP-SUCCESS                 VALUE ZERO.
           05  CATGTBL-STATUS              PIC  X(02).
               88  CATGTBL-SUCCESS               VALUE ZERO.
               88  CATGTBL-EOF                   VALUE '10'.
           05  GLMJRNL-STATUS              PIC  X(02).
               88  GLMJRNL-SUCCESS               VALUE ZERO.
           05  GLMERR-STATUS               PIC  X(02).
               88  GLMERR-SUCCESS                VALUE ZERO.
           05  GLMRPT-STATUS               PIC  X(02).
               88  GLMRPT-SUCCESS                VALUE ZERO.
           05  WS-RUN-DATE                 PIC  9(08)      VALUE ZERO.
           05  WS-ERROR-REASON             PIC  X(20)      VALUE SPACES.
           05  WS-TRANS-OK-SW              PIC  X(01).
               88  WS-TRANS-OK                   VALUE 'Y'.
               88  WS-TRANS-BAD                  VALUE 'N'.
           05  WS-CODE-SW                  PIC  X(01).
               88  WS-CODE-FOUND                 VALUE 'Y'.
               88  WS-CODE-NOT-FOUND             VALUE 'N'.
           05  WS-CHECK-CODE               PIC  9(04)      VALUE ZERO.
           05  WS-CHECK-DESC               PIC  X(30)      VALUE SPACES.

       01 WORK-COUNTERS.
           05  WS-ADD-CNT                  PIC 9(05)       VALUE ZERO.
           05  WS-CHANGE-CNT               PIC 9(05)       VALUE ZERO.
           05  WS-DELETE-CNT               PIC 9(05)       VALUE ZERO.
           05  WS-ERROR-CNT                PIC 9(05)       VALUE ZERO.
           05  WS-CATGTBL-ROW-CNT          PIC 9(05)       VALUE ZERO.
           05  WS-UNMAPPED-CNT             PIC 9(05)       VALUE ZERO.

       01 WORK-IMAGE-FIELDS.
           05  WS-BEF-DR-ACCT              PIC  X(12)      VALUE SPACES.
           05  WS-BEF-CR-ACCT              PIC  X(12)      VALUE SPACES.
           05  WS-BEF-COST-CENTER          PIC  X(06)      VALUE SPACES.
           05  WS-BEF-DESC                 PIC  X(30)      VALUE SPACES.

      *** DISTINCT CODES TO CHECK - SIZED LIKE CODECHAL'S RUN-TOTALS
      *** TABLE (500 CATGTBL CODES PLUS BOTH DEFAULT-RULE CODES).
       01 WORK-CODE-TABLE.
           05  WS-CODE-CNT                 PIC  9(04)      VALUE ZERO.
           05  WS-CODE-ENTRY OCCURS 502 TIMES
                             INDEXED BY WS-CODE-NDX.
               10  WS-CODE-CATEGORY        PIC  9(04).
               10  WS-CODE-DESC            PIC  X(30).

       01 MAINTENANCE-REPORT-LINES.
           05  GM-TITLE-LINE.
               10  FILLER                  PIC  X(42) VALUE
                   'GLMAINT GLMAP MAINTENANCE REPORT          '.
               10  FILLER                  PIC  X(09) VALUE
                   'RUN DATE '.
               10  GM-RUN-DATE             PIC  9(08).
               10  FILLER                  PIC  X(21) VALUE SPACES.
           05  GM-HEADING-LINE.
               10  FILLER                  PIC  X(80) VALUE
                   'ACT  CATG  DR ACCOUNT    CR ACCOUNT    DISPOSITION'.
           05  GM-DETAIL-LINE.
               10  GM-ACTION               PIC  X(01).
               10  FILLER                  PIC  X(04) VALUE SPACES.
               10  GM-CATEGORY             PIC  9(04).
               10  FILLER                  PIC  X(02) VALUE SPACES.
               10  GM-DR-ACCT              PIC  X(12).
               10  FILLER                  PIC  X(02) VALUE SPACES.
               10  GM-CR-ACCT              PIC  X(12).
               10  FILLER                  PIC  X(02) VALUE SPACES.
               10  GM-DISPOSITION          PIC  X(32).
               10  FILLER                  PIC  X(09) VALUE SPACES.
           05  GM-BLANK-LINE               PIC  X(80) VALUE SPACES.
           05  GM-TOTAL-LINE.
               10  GM-TOTAL-DESC           PIC  X(24).
               10  GM-TOTAL-VALUE          PIC  ZZ,ZZ9.
               10  FILLER                  PIC  X(50) VALUE SPACES.
           05  GM-UNMAPPED-TITLE.
               10  FILLER                  PIC  X(80) VALUE
                   'CATEGORIES WITH NO GL MAPPING'.
           05  GM-UNMAPPED-HEADING.
               10  FILLER                  PIC  X(80) VALUE
                   'CATG  DESCRIPTION'.
           05  GM-UNMAPPED-LINE.
               10  GM-UNM-CATEGORY         PIC  9(04).
               10  FILLER                  PIC  X(02) VALUE SPACES.
               10  GM-UNM-DESC             PIC  X(30).
               10  FILLER                  PIC  X(44) VALUE SPACES.
           05  GM-NONE-LINE.
               10  FILLER                  PIC  X(80) VALUE
                   '*** NONE - EVERY CATEGORY IS MAPPED ***'.

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN OPERATIONS PARAGRAPH FOR PROGRAM.
      ******************************************************************
       0000-MAINLINE.
           PERFORM 0100-INITIALIZE
           PERFORM 0200-PROCESS-GLTRANS-FILE UNTIL GLTRANS-EOF
           PERFORM 0500-REPORT-UNMAPPED
           PERFORM 0900-TERMINATE
           GOBACK.

       0000-EXIT.
           EXIT.

       0100-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           OPEN INPUT  GLTRANS-FILE
           OPEN I-O    GLMAP-FILE
           OPEN EXTEND GLMJRNL-FILE
           OPEN OUTPUT GLMERR-FILE
           OPEN OUTPUT GLMRPT-FILE
           MOVE WS-RUN-DATE TO GM-RUN-DATE
           WRITE GLMRPT-LINE FROM GM-TITLE-LINE
           WRITE GLMRPT-LINE FROM GM-BLANK-LINE
           WRITE GLMRPT-LINE FROM GM-HEADING-LINE.

       0100-EXIT.
           EXIT.

       0200-PROCESS-GLTRANS-FILE.
           READ GLTRANS-FILE
               AT END
                   SET GLTRANS-EOF TO TRUE
               NOT AT END
                   PERFORM 0210-APPLY-TRANSACTION
           END-READ.

       0200-EXIT.
           EXIT.

      ******************************************************************
      * APPLY ONE ADD/CHANGE/DELETE TRANSACTION TO GLMAP-FILE. AN ADD
      * OR CHANGE MUST NAME BOTH ACCOUNTS, AND THEY MUST DIFFER - A
      * MAPPING THAT DEBITS AND CREDITS ONE ACCOUNT WOULD NET EVERY
      * JOURNAL IN THE CATEGORY TO NOTHING.
      ******************************************************************
       0210-APPLY-TRANSACTION.
           SET WS-TRANS-OK TO TRUE
           IF GLTRANS-CATEGORY NOT NUMERIC
               MOVE 'CATEGORY NOT NUMERIC' TO WS-ERROR-REASON
               SET WS-TRANS-BAD TO TRUE
           END-IF
           IF WS-TRANS-OK AND (GLTRANS-ADD OR GLTRANS-CHANGE)
               IF GLTRANS-DR-ACCT = SPACES OR
                  GLTRANS-CR-ACCT = SPACES
                   MOVE 'GL ACCOUNT MISSING  ' TO WS-ERROR-REASON
                   SET WS-TRANS-BAD TO TRUE
               ELSE
                   IF GLTRANS-DR-ACCT = GLTRANS-CR-ACCT
                       MOVE 'DR EQUALS CR ACCOUNT' TO WS-ERROR-REASON
                       SET WS-TRANS-BAD TO TRUE
                   END-IF
               END-IF
           END-IF
           IF WS-TRANS-BAD
               PERFORM 0260-REJECT-TRANSACTION
           ELSE
               EVALUATE TRUE
                   WHEN GLTRANS-ADD
                       PERFORM 0220-ADD-GLMAP-RECORD
                   WHEN GLTRANS-CHANGE
                       PERFORM 0230-CHANGE-GLMAP-RECORD
                   WHEN GLTRANS-DELETE
                       PERFORM 0240-DELETE-GLMAP-RECORD
                   WHEN OTHER
                       MOVE 'INVALID ACTION CODE ' TO WS-ERROR-REASON
                       PERFORM 0260-REJECT-TRANSACTION
               END-EVALUATE
           END-IF.

       0210-EXIT.
           EXIT.

      ******************************************************************
      * ADD THE MAPPING FOR A CATEGORY THAT HAS NONE.
      ******************************************************************
       0220-ADD-GLMAP-RECORD.
           MOVE GLTRANS-CATEGORY    TO GLMAP-CATEGORY
           MOVE GLTRANS-DR-ACCT     TO GLMAP-DR-ACCT
           MOVE GLTRANS-CR-ACCT     TO GLMAP-CR-ACCT
           MOVE GLTRANS-COST-CENTER TO GLMAP-COST-CENTER
           MOVE GLTRANS-DESC        TO GLMAP-DESC
           MOVE WS-RUN-DATE         TO GLMAP-UPDATE-DATE
           MOVE SPACES              TO GLMAP-FILLER
           WRITE GLMAP-RECORD
               INVALID KEY
                   MOVE 'CATEGORY ALREADY MAP' TO WS-ERROR-REASON
                   PERFORM 0260-REJECT-TRANSACTION
               NOT INVALID KEY
                   ADD 1 TO WS-ADD-CNT
                   MOVE SPACES TO WS-BEF-DR-ACCT
                   MOVE SPACES TO WS-BEF-CR-ACCT
                   MOVE SPACES TO WS-BEF-COST-CENTER
                   MOVE SPACES TO WS-BEF-DESC
                   PERFORM 0250-JOURNAL-ACTION
                   MOVE 'APPLIED                         '
                     TO GM-DISPOSITION
                   PERFORM 0270-REPORT-TRANSACTION
           END-WRITE.

       0220-EXIT.
           EXIT.

      ******************************************************************
      * REPLACE THE CATEGORY'S ACCOUNTS, COST CENTER, AND DESCRIPTION.
      * THE ROW AS READ IS THE JOURNAL'S BEFORE-IMAGE.
      ******************************************************************
       0230-CHANGE-GLMAP-RECORD.
           MOVE GLTRANS-CATEGORY TO GLMAP-CATEGORY
           READ GLMAP-FILE
               INVALID KEY
                   MOVE 'CATEGORY NOT FOUND  ' TO WS-ERROR-REASON
                   PERFORM 0260-REJECT-TRANSACTION
               NOT INVALID KEY
                   MOVE GLMAP-DR-ACCT     TO WS-BEF-DR-ACCT
                   MOVE GLMAP-CR-ACCT     TO WS-BEF-CR-ACCT
                   MOVE GLMAP-COST-CENTER TO WS-BEF-COST-CENTER
                   MOVE GLMAP-DESC        TO WS-BEF-DESC
                   MOVE GLTRANS-DR-ACCT     TO GLMAP-DR-ACCT
                   MOVE GLTRANS-CR-ACCT     TO GLMAP-CR-ACCT
                   MOVE GLTRANS-COST-CENTER TO GLMAP-COST-CENTER
                   MOVE GLTRANS-DESC        TO GLMAP-DESC
                   MOVE WS-RUN-DATE         TO GLMAP-UPDATE-DATE
                   REWRITE GLMAP-RECORD
                       INVALID KEY
                           MOVE 'REWRITE FAILED      '
                             TO WS-ERROR-REASON
                           PERFORM 0260-REJECT-TRANSACTION
                       NOT INVALID KEY
                           ADD 1 TO WS-CHANGE-CNT
                           PERFORM 0250-JOURNAL-ACTION
                           MOVE 'APPLIED                         '
                             TO GM-DISPOSITION
                           PERFORM 0270-REPORT-TRANSACTION
                   END-REWRITE
           END-READ.

       0230-EXIT.
           EXIT.

      ******************************************************************
      * DELETE THE CATEGORY'S MAPPING. THE ROW IS READ FIRST SO THE
      * JOURNAL CARRIES ITS FULL BEFORE-IMAGE (SAME AS KEYMAINT).
      ******************************************************************
       0240-DELETE-GLMAP-RECORD.
           MOVE GLTRANS-CATEGORY TO GLMAP-CATEGORY
           READ GLMAP-FILE
               INVALID KEY
                   MOVE 'CATEGORY NOT FOUND  ' TO WS-ERROR-REASON
                   PERFORM 0260-REJECT-TRANSACTION
               NOT INVALID KEY
                   MOVE GLMAP-DR-ACCT     TO WS-BEF-DR-ACCT
                   MOVE GLMAP-CR-ACCT     TO WS-BEF-CR-ACCT
                   MOVE GLMAP-COST-CENTER TO WS-BEF-COST-CENTER
                   MOVE GLMAP-DESC        TO WS-BEF-DESC
                   DELETE GLMAP-FILE
                       INVALID KEY
                           MOVE 'DELETE FAILED       '
                             TO WS-ERROR-REASON
                           PERFORM 0260-REJECT-TRANSACTION
                       NOT INVALID KEY
                           ADD 1 TO WS-DELETE-CNT
                           MOVE SPACES TO GLMAP-DR-ACCT
                           MOVE SPACES TO GLMAP-CR-ACCT
                           MOVE SPACES TO GLMAP-COST-CENTER
                           MOVE SPACES TO GLMAP-DESC
                           PERFORM 0250-JOURNAL-ACTION
                           MOVE 'APPLIED                         '
                             TO GM-DISPOSITION
                           PERFORM 0270-REPORT-TRANSACTION
                   END-DELETE
           END-READ.

       0240-EXIT.
           EXIT.

      ******************************************************************
      * JOURNAL ONE APPLIED ACTION: THE BEFORE-IMAGE SAVED BY THE
      * CALLING PARAGRAPH (SPACES FOR AN ADD), THE AFTER-IMAGE FROM
      * THE GLMAP RECORD AREA (CLEARED BY 0240 FOR A DELETE), AND A
      * TIMESTAMP.
      ******************************************************************
       0250-JOURNAL-ACTION.
           MOVE GLTRANS-ACTION     TO GLMJRNL-ACTION
           MOVE GLTRANS-CATEGORY   TO GLMJRNL-CATEGORY
           MOVE WS-BEF-DR-ACCT     TO GLMJRNL-BEF-DR-ACCT
           MOVE WS-BEF-CR-ACCT     TO GLMJRNL-BEF-CR-ACCT
           MOVE WS-BEF-COST-CENTER TO GLMJRNL-BEF-COST-CENTER
           MOVE WS-BEF-DESC        TO GLMJRNL-BEF-DESC
           MOVE GLMAP-DR-ACCT      TO GLMJRNL-AFT-DR-ACCT
           MOVE GLMAP-CR-ACCT      TO GLMJRNL-AFT-CR-ACCT
           MOVE GLMAP-COST-CENTER  TO GLMJRNL-AFT-COST-CENTER
           MOVE GLMAP-DESC         TO GLMJRNL-AFT-DESC
           MOVE FUNCTION CURRENT-DATE TO GLMJRNL-TIMESTAMP
           WRITE GLMJRNL-RECORD.

       0250-EXIT.
           EXIT.

      ******************************************************************
      * REJECT ONE TRANSACTION: WRITE IT TO GLMERR WITH ITS REASON AND
      * SHOW IT ON THE MAINTENANCE REPORT. NOTHING IS JOURNALED - THE
      * MASTER DID NOT CHANGE.
      ******************************************************************
       0260-REJECT-TRANSACTION.
           ADD 1 TO WS-ERROR-CNT
           MOVE GLTRANS-RECORD  TO GLMERR-TRANS-DATA
           MOVE WS-ERROR-REASON TO GLMERR-REASON
           WRITE GLMERR-RECORD
           MOVE SPACES TO GM-DISPOSITION
           STRING 'REJECTED - ' DELIMITED BY SIZE
                  WS-ERROR-REASON DELIMITED BY SIZE
                  INTO GM-DISPOSITION
           PERFORM 0270-REPORT-TRANSACTION.

       0260-EXIT.
           EXIT.

       0270-REPORT-TRANSACTION.
           MOVE GLTRANS-ACTION    TO GM-ACTION
           MOVE GLTRANS-CATEGORY  TO GM-CATEGORY
           MOVE GLTRANS-DR-ACCT   TO GM-DR-ACCT
           MOVE GLTRANS-CR-ACCT   TO GM-CR-ACCT
           WRITE GLMRPT-LINE FROM GM-DETAIL-LINE.

       0270-EXIT.
           EXIT.

      ******************************************************************
      * LIST EVERY CODE THE STREAM CAN POST THAT HAS NO GLMAP ROW:
      * THE DISTINCT CATGTBL CODES (A CODE CAN HAVE SEVERAL RANGE
      * ROWS) AND THE TWO DEFAULT-RULE CODES, CHECKED AFTER TONIGHT'S
      * MAINTENANCE SO THE LIST IS WHAT GLJEXTR WILL SEE.
      ******************************************************************
       0500-REPORT-UNMAPPED.
           OPEN INPUT CATGTBL-FILE
           IF NOT CATGTBL-SUCCESS
               DISPLAY 'GLMAINT: CATGTBL OPEN FAILED, STATUS '
                       CATGTBL-STATUS
               DISPLAY 'GLMAINT: RUN ABORTED - SEE PRECEDING MESSAGES'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0510-LOAD-CATGTBL-CODE UNTIL CATGTBL-EOF
           CLOSE CATGTBL-FILE
           MOVE 9876 TO WS-CHECK-CODE
           MOVE 'DEFAULT RULE - ABOVE CUTOFF    ' TO WS-CHECK-DESC
           PERFORM 0520-ADD-CHECK-CODE
           MOVE ZERO TO WS-CHECK-CODE
           MOVE 'DEFAULT RULE - AT/BELOW CUTOFF ' TO WS-CHECK-DESC
           PERFORM 0520-ADD-CHECK-CODE
           WRITE GLMRPT-LINE FROM GM-BLANK-LINE
           WRITE GLMRPT-LINE FROM GM-UNMAPPED-TITLE
           WRITE GLMRPT-LINE FROM GM-UNMAPPED-HEADING
           PERFORM VARYING WS-CODE-NDX FROM 1 BY 1
                   UNTIL WS-CODE-NDX > WS-CODE-CNT
               PERFORM 0530-CHECK-MAPPING
           END-PERFORM
           IF WS-UNMAPPED-CNT = ZERO
               WRITE GLMRPT-LINE FROM GM-NONE-LINE
           END-IF.

       0500-EXIT.
           EXIT.

       0510-LOAD-CATGTBL-CODE.
           READ CATGTBL-FILE
               AT END
                   SET CATGTBL-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CATGTBL-ROW-CNT
                   MOVE CATGTBL-CODE TO WS-CHECK-CODE
                   MOVE CATGTBL-DESC TO WS-CHECK-DESC
                   PERFORM 0520-ADD-CHECK-CODE
           END-READ.

       0510-EXIT.
           EXIT.

      ******************************************************************
      * ADD WS-CHECK-CODE TO THE DISTINCT-CODE TABLE IF IT IS NOT
      * ALREADY THERE (FIRST DESCRIPTION SEEN IS KEPT).
      ******************************************************************
       0520-ADD-CHECK-CODE.
           SET WS-CODE-NOT-FOUND TO TRUE
           IF WS-CODE-CNT > 0
               SET WS-CODE-NDX TO 1
               SEARCH WS-CODE-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CODE-NDX <= WS-CODE-CNT AND
                        WS-CODE-CATEGORY(WS-CODE-NDX) = WS-CHECK-CODE
                       SET WS-CODE-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF WS-CODE-NOT-FOUND
               IF WS-CODE-CNT < 502
                   ADD 1 TO WS-CODE-CNT
                   SET WS-CODE-NDX TO WS-CODE-CNT
                   MOVE WS-CHECK-CODE TO WS-CODE-CATEGORY(WS-CODE-NDX)
                   MOVE WS-CHECK-DESC TO WS-CODE-DESC(WS-CODE-NDX)
               ELSE
                   DISPLAY 'GLMAINT: WARNING - CODE TABLE FULL, '
                           'CATEGORY ' WS-CHECK-CODE ' NOT CHECKED'
               END-IF
           END-IF.

       0520-EXIT.
           EXIT.

       0530-CHECK-MAPPING.
           MOVE WS-CODE-CATEGORY(WS-CODE-NDX) TO GLMAP-CATEGORY
           READ GLMAP-FILE
               INVALID KEY
                   ADD 1 TO WS-UNMAPPED-CNT
                   MOVE WS-CODE-CATEGORY(WS-CODE-NDX)
                     TO GM-UNM-CATEGORY
                   MOVE WS-CODE-DESC(WS-CODE-NDX) TO GM-UNM-DESC
                   WRITE GLMRPT-LINE FROM GM-UNMAPPED-LINE
                   END-WRITE
               NOT INVALID KEY
                   CONTINUE
           END-READ.

       0530-EXIT.
           EXIT.

       0900-TERMINATE.
           WRITE GLMRPT-LINE FROM GM-BLANK-LINE
           MOVE 'ADDS APPLIED........    ' TO GM-TOTAL-DESC
           MOVE WS-ADD-CNT TO GM-TOTAL-VALUE
           WRITE GLMRPT-LINE FROM GM-TOTAL-LINE
           MOVE 'CHANGES APPLIED.....    ' TO GM-TOTAL-DESC
           MOVE WS-CHANGE-CNT TO GM-TOTAL-VALUE
           WRITE GLMRPT-LINE FROM GM-TOTAL-LINE
           MOVE 'DELETES APPLIED.....    ' TO GM-TOTAL-DESC
           MOVE WS-DELETE-CNT TO GM-TOTAL-VALUE
           WRITE GLMRPT-LINE FROM GM-TOTAL-LINE
           MOVE 'TRANSACTIONS REJECTED   ' TO GM-TOTAL-DESC
           MOVE WS-ERROR-CNT TO GM-TOTAL-VALUE
           WRITE GLMRPT-LINE FROM GM-TOTAL-LINE
           MOVE 'CATEGORIES CHECKED..    ' TO GM-TOTAL-DESC
           MOVE WS-CODE-CNT TO GM-TOTAL-VALUE
           WRITE GLMRPT-LINE FROM GM-TOTAL-LINE
           MOVE 'CATEGORIES UNMAPPED.    ' TO GM-TOTAL-DESC
           MOVE WS-UNMAPPED-CNT TO GM-TOTAL-VALUE
           WRITE GLMRPT-LINE FROM GM-TOTAL-LINE
           CLOSE GLTRANS-FILE
           CLOSE GLMAP-FILE
           CLOSE GLMJRNL-FILE
           CLOSE GLMERR-FILE
           CLOSE GLMRPT-FILE
           DISPLAY 'GLMAINT: ADDS      = ' WS-ADD-CNT
           DISPLAY 'GLMAINT: CHANGES   = ' WS-CHANGE-CNT
           DISPLAY 'GLMAINT: DELETES   = ' WS-DELETE-CNT
           DISPLAY 'GLMAINT: ERRORS    = ' WS-ERROR-CNT
           DISPLAY 'GLMAINT: UNMAPPED  = ' WS-UNMAPPED-CNT
           IF WS-UNMAPPED-CNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       0900-EXIT.
           EXIT.

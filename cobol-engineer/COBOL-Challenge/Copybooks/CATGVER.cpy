      *****************************************************************
      * CATGVER RECORD LAYOUT
      * CATGTBL RULES-VERSION REGISTER, KEYED BY VERSION NUMBER. EVERY
      * RULES CHANGE IS A NUMBERED VERSION THAT MOVES THROUGH:
      *   P - PENDING: SAVED BY ITS MAKER IN CATGMNT, NOT YET PROVEN
      *   C - CERTIFIED: CATGANAL FOUND NO BLOCKING FINDINGS
      *   F - FAILED: CATGANAL FOUND BLOCKING FINDINGS
      *   R - REJECTED BY A CHECKER IN CATGAPRV (MAKER MAY REWORK IT)
      *   W - WITHDRAWN BY ITS MAKER
      *   A - APPROVED BY A CHECKER OTHER THAN THE MAKER IN CATGAPRV
      *       AND WRITTEN TO CATGTBL.NEW, NOT YET COPIED OVER THE
      *       LIVE CATGTBL - STILL THE CONTROL RECORD'S PENDING
      *       VERSION UNTIL CATGLIVE PUTS IT LIVE
      *   L - LIVE: COPIED OVER THE LIVE CATGTBL AND PROVEN THERE BY
      *       CATGLIVE
      *   S - SUPERSEDED: WAS LIVE UNTIL CATGVER-LIVE-TO-TS
      * AN L OR S VERSION WAS THE LIVE TABLE FROM CATGVER-CHECKED-TS
      * (RESTAMPED FROM THE APPROVAL TIME TO THE GO-LIVE TIME BY
      * CATGLIVE) UNTIL CATGVER-LIVE-TO-TS (SPACES WHILE STILL LIVE);
      * ITS ROWS ARE KEPT ON CATGHIST. VERSION 00000 IS THE CONTROL
      * RECORD (CATGVER-CONTROL-DATA VIEW) - LAST VERSION NUMBER
      * ISSUED, THE LIVE VERSION, AND THE ONE PENDING VERSION (ZERO
      * IF NONE).
      *
      * CATGVER-RULE-HASH PROVES THE ROWS CATGANAL ANALYZED, AND THE
      * ROWS A CHECKER APPROVES, ARE THE ROWS THE MAKER SAVED: THE SUM
      * OVER THE ROWS OF ROW NUMBER TIMES (CODE + DATE-LOW + DATE-HIGH
      * + AMT-LOW IN CENTS + AMT-HIGH IN CENTS). THE ROW NUMBER WEIGHT
      * MAKES A REORDER CHANGE THE HASH. CATGMNT, CATGANAL,
      * CATGAPRV, AND CATGLIVE MUST ALL COMPUTE IT THIS WAY.
      *****************************************************************
       01  CATGVER-RECORD.
           05  CATGVER-KEY.
               10  CATGVER-VERSION         PIC  9(05).
           05  CATGVER-DATA.
               10  CATGVER-VER-STATUS      PIC  X(01).
                   88  CATGVER-PENDING          VALUE 'P'.
                   88  CATGVER-CERTIFIED        VALUE 'C'.
                   88  CATGVER-FAILED           VALUE 'F'.
                   88  CATGVER-REJECTED         VALUE 'R'.
                   88  CATGVER-WITHDRAWN        VALUE 'W'.
                   88  CATGVER-APPROVED         VALUE 'A'.
                   88  CATGVER-LIVE             VALUE 'L'.
                   88  CATGVER-SUPERSEDED       VALUE 'S'.
                   88  CATGVER-IN-PROGRESS      VALUE 'P' 'C' 'F'
                                                      'R'.
               10  CATGVER-ROW-CNT         PIC  9(04).
               10  CATGVER-RULE-HASH       PIC  9(15).
               10  CATGVER-MAKER           PIC  X(08).
               10  CATGVER-MADE-TS         PIC  X(21).
               10  CATGVER-MAKER-NOTE      PIC  X(30).
               10  CATGVER-ANAL-TS         PIC  X(21).
               10  CATGVER-ANAL-BLOCK-CNT  PIC  9(08).
               10  CATGVER-ANAL-WARN-CNT   PIC  9(04).
               10  CATGVER-ANAL-CHANGE-CNT PIC  9(08).
               10  CATGVER-ANAL-GAP-CNT    PIC  9(08).
               10  CATGVER-CHECKER         PIC  X(08).
               10  CATGVER-CHECKED-TS      PIC  X(21).
               10  CATGVER-CHECKER-NOTE    PIC  X(30).
               10  CATGVER-LIVE-TO-TS      PIC  X(21).
               10  CATGVER-FILLER          PIC  X(07).
           05  CATGVER-CONTROL-DATA REDEFINES CATGVER-DATA.
               10  CATGVER-CTL-LAST-VERSION
                                           PIC  9(05).
               10  CATGVER-CTL-LIVE-VERSION
                                           PIC  9(05).
               10  CATGVER-CTL-PEND-VERSION
                                           PIC  9(05).
               10  CATGVER-CTL-UPDATE-TS   PIC  X(21).
               10  CATGVER-CTL-FILLER      PIC  X(179).

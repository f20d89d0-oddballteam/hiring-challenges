      *****************************************************************
      * RUNCTL RECORD LAYOUT
      * RUN-CONTROL MASTER, KEYED BY RUN DATE PLUS PROCESSING CYCLE
      * (SEE PARM-RUN-CYCLE) PLUS STEP NAME, SO EACH CATCH-UP CYCLE
      * OF A BUSINESS DAY REGISTERS ITS OWN ROWS. EACH
      * PROGRAM IN THE CODECHAL STREAM (CODECHAL, RUNBAL, TESTOXTR,
      * HISTMRG) WRITES ITS ROW AT START ('S') AND REWRITES IT AT
      * CLEAN END ('C') WITH ITS END TIMESTAMP, COUNTS, AND RETURN
      * CODE. A ROW STILL 'S' AFTER THE JOB HAS LEFT THE SYSTEM IS
      * THE SIGNATURE OF AN ABEND - CODECHAL DEMANDS EXACTLY THAT
      * BEFORE HONORING A CHECKPOINT RESTART, AND REFUSES A FRESH RUN
      * FOR A DATE AND CYCLE WHOSE ROW IS ALREADY 'C'. RUNCINQ READS
      * A DATE'S ROWS (EVERY CYCLE) BACK SO THE OVERNIGHT OPERATOR CAN
      * SEE WHERE EACH CYCLE STANDS WITHOUT READING SYSOUT. OUTSIDE
      * THE STREAM, HISTBKUP REGISTERS EACH TESTHIST BACKUP UNDER ITS
      * BACKUP POINT - THE LAST CYCLE HISTMRG COMPLETED - AS STEP
      * 'HISTBKUP', AND HISTRCVR A RECOVERY FROM IT AS 'HISTRCVR'.
      *****************************************************************
       01  RUNCTL-RECORD.
           05  RUNCTL-KEY.
               10  RUNCTL-RUN-DATE         PIC  9(08).
               10  RUNCTL-RUN-CYCLE        PIC  9(01).
               10  RUNCTL-STEP             PIC  X(08).
           05  RUNCTL-RUN-STATUS           PIC  X(01).
               88  RUNCTL-STARTED               VALUE 'S'.

      ******************************************************************
      *                                                                *
      *   RUNHIST                                                      *
      *                                                                *
      *   Cross-job run history. Every program of the nightly and      *
      *   daily stream (HELLO-WORLD, HELLO-AUDIT, HELLO-VMAINT,        *
      *   HELLO-WHRECON, HELLO-VHINQ, HELLO-CDPURGE, HELLO-VPURGE,     *
      *   HELLO-VRSTOR, HELLO-VCONV, HELLO-VBKOUT, HELLO-CHNVFY,       *
      *   HELLO-GLFEED, HELLO-OWNRCN, HELLO-VAGING, HELLO-CDIMPCT)     *
      *   appends one of these to V75.BATCH.RUNHIST (DISP=MOD) as the  *
      *   last thing it does before STOP RUN, once its return code is  *
      *   final.                                                       *
      *   HELLO-SLARPT reads the file for the monthly SLA report.      *
      *                                                                *
      *   RH-RUN-ID is the start date and time the program captured    *
      *   at its initialize -- the same stamp HELLO-WORLD puts on its  *
      *   audit and run summary records -- so a job's runs sort and    *
      *   identify on it. Times are HHMMSSHH. A program that abends    *
      *   itself (a DML error, a refused control card) appends its     *
      *   record with RC 16 just before the abend. An abend the        *
      *   system takes -- program check, time-out, operator cancel --  *
      *   never reaches the write, so it shows on the report only as   *
      *   a missing run or as the rerun that follows.                  *
      *                                                                *
      *   RH-RECORDS-PROCESSED is each program's own unit of work:     *
      *   members traversed, audit records digested, cards applied,    *
      *   extract records reconciled, inquiry cards, journal entries   *
      *   examined, members weighed for retention, archive records     *
      *   read for restore, members read for conversion, journal       *
      *   entries selected for backout, members walked for chain       *
      *   verification, member keys compared for the GL feed, members  *
      *   counted for owner reconciliation, extract records aged,      *
      *   members weighed for code impact. RH-RESTART-SW is 'Y' only   *
      *   when HELLO-WORLD resumed from a checkpoint.                  *
      *                                                                *
      *   RH-LATER-STEP marks a record written by a later step of a    *
      *   job whose first step has already written the run's record:   *
      *   HELLO-GLFEED as HELLOWLD STEP040 writes under job HELLOWLD   *
      *   and HELLO-WORLD's RH-RUN-ID (off RUNSTAT). HELLO-SLARPT      *
      *   folds it into that run -- the later end time, the higher     *
      *   RC -- so the job is measured to its last step.               *
      *                                                                *
      ******************************************************************
       01  RUN-HISTORY-RECORD.
           05  RH-JOB-NAME             PIC X(08).
           05  RH-RUN-ID.
               10  RH-START-DATE       PIC 9(08).
               10  RH-START-TIME       PIC 9(08).
           05  RH-END-TS.
               10  RH-END-DATE         PIC 9(08).
               10  RH-END-TIME         PIC 9(08).
           05  RH-RETURN-CODE          PIC 9(02).
           05  RH-RECORDS-PROCESSED    PIC 9(09).
           05  RH-RESTART-SW           PIC X(01).
               88  RH-RUN-WAS-RESTARTED      VALUE 'Y'.
           05  RH-STEP-SW              PIC X(01).
               88  RH-LATER-STEP             VALUE 'Y'.
           05  FILLER                  PIC X(27).

      *                  HELLO-CDARCH FOR THE HELLO-CDHIST-STYLE
      *                  LISTING OFF THE ARCHIVE, SO THE AUDITORS
      *                  LOSE NOTHING.
      *   10/15/26  RSG  APPENDS ITS RUN-HISTORY-RECORD (SEE RUNHIST)
      *                  TO RUNHIST AT THE END OF THE RUN FOR
      *                  HELLO-SLARPT'S MONTHLY SLA REPORT.
      *   10/15/26  RSG  AN ABEND THE PROGRAM RAISES ITSELF (DML ERROR
      *                  OR NO CUTOFF CARD) NOW APPENDS AN RC 16
      *                  RUN-HISTORY-RECORD FIRST, SO THE SLA REPORT
      *                  LISTS THE FAILED RUN.
      *
       ENVIRONMENT DIVISION.
029200 IDMS-CONTROL SECTION.                                            DCRAHMEN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PURGE-REPORT-FILE  ASSIGN TO PURGRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-HISTORY-FILE   ASSIGN TO RUNHIST
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 132 CHARACTERS.
       01  PURGE-REPORT-LINE          PIC X(132).

      * Cross-job run history, appended once at the end of the run.
       FD  RUN-HISTORY-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY RUNHIST.

       WORKING-STORAGE SECTION.
           COPY CDTBLREC.
           COPY CDJRNREC.
           05  WS-ARCHIVED-D          PIC 9(09) DISPLAY.
           05  WS-RETAINED-D          PIC 9(09) DISPLAY.

      * Start of this run, captured at 1000-INITIALIZE for the run
      * history record.
       01  WS-CURRENT-DATE-TIME.
           05  WS-CURRENT-DATE        PIC 9(08).
           05  WS-CURRENT-TIME        PIC 9(08).

       01  SUB-SCHEMA-CONTROL.
           05  DB-STATUS              PIC X(04) VALUE "0000".
               88  DB-SUCCESSFUL            VALUE "0000".
           05  DB-KEY                 PIC S9(08) COMP VALUE ZERO.
           05  DB-ERROR-MESSAGE       PIC X(60) VALUE SPACES.

      * RC put on the run history: a purge ends 00 or abends, and an
      * abend it raises itself is recorded as 16 by 9850-ABEND-RUN.
       01  RC-CONTROL.
           05  WS-HISTORY-RC          PIC 9(02) COMP VALUE ZERO.

       01  ABEND-CONTROL.
           05  WS-ABEND-CODE          PIC S9(09) COMP VALUE 999.
           05  WS-ABEND-REASON        PIC S9(09) COMP VALUE 1.
           PERFORM 3000-PROCESS-ONE-ENTRY THRU 3000-EXIT
               UNTIL JOURNAL-END-OF-SET.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           PERFORM 8300-WRITE-RUN-HISTORY THRU 8300-EXIT.
           GO TO 9999-EXIT.
       0000-MAINLINE-EXIT.
           EXIT.
      *   nothing, not default to something.                           *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           OPEN INPUT  PURGE-PARM-FILE.
           OPEN OUTPUT ARCHIVE-OUT-FILE
                       PURGE-REPORT-FILE.
           IF NOT CUTOFF-WAS-KEYED
               DISPLAY "HELLO-CDPURGE: NO CUTOFF CARD ON PURGPARM "
                       "- RUN ABANDONED"
               PERFORM 9850-ABEND-RUN THRU 9850-EXIT
           END-IF.
           MOVE SPACES TO PURGE-REPORT-LINE.
           STRING "V75 CODE TABLE JOURNAL PURGE - CUTOFF "
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   8300-WRITE-RUN-HISTORY -- one RUN-HISTORY-RECORD on the      *
      *   shared stream history (DISP=MOD). A purge only ends RC 00    *
      *   or abends (RC 16, see 9850-ABEND-RUN); the unit of work is   *
      *   the journal entry examined.                                  *
      *----------------------------------------------------------------*
       8300-WRITE-RUN-HISTORY.
           OPEN EXTEND RUN-HISTORY-FILE.
           MOVE SPACES              TO RUN-HISTORY-RECORD.
           MOVE "HELLOPRG"          TO RH-JOB-NAME.
           MOVE WS-CURRENT-DATE     TO RH-START-DATE.
           MOVE WS-CURRENT-TIME     TO RH-START-TIME.
           MOVE FUNCTION CURRENT-DATE TO RH-END-TS.
           MOVE WS-HISTORY-RC       TO RH-RETURN-CODE.
           COMPUTE RH-RECORDS-PROCESSED = WS-ARCHIVED-COUNT
                                        + WS-RETAINED-COUNT.
           MOVE 'N'                 TO RH-RESTART-SW.
           WRITE RUN-HISTORY-RECORD.
           CLOSE RUN-HISTORY-FILE.
       8300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   9850-ABEND-RUN -- every abend this program raises itself     *
      *   leaves an RC 16 record on the run history first, so the SLA  *
      *   report shows the failed run rather than a missing one.       *
      *----------------------------------------------------------------*
       9850-ABEND-RUN.
           MOVE 16 TO WS-HISTORY-RC.
           PERFORM 8300-WRITE-RUN-HISTORY THRU 8300-EXIT.
           CALL "CEE3ABD" USING WS-ABEND-CODE WS-ABEND-REASON.
       9850-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   9900-DB-ERROR -- same abend discipline as HELLO-WORLD: a     *
      *   purge never limps past a bad status with ERASEs in flight.   *
                  " STATUS=" DB-STATUS
                  DELIMITED BY SIZE INTO DB-ERROR-MESSAGE.
           DISPLAY DB-ERROR-MESSAGE.
           PERFORM 9850-ABEND-RUN THRU 9850-EXIT.
       9900-EXIT.
           EXIT.


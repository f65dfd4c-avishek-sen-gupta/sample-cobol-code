      *                  RUN BREAK IS NOW ON AR-RUN-ID AND EACH
      *                  RUN'S SUMMARY REPORTS REAL START AND END
      *                  TIMES FROM ITS FIRST AND LAST RECORDS.
      *   10/15/26  RSG  APPENDS ITS RUN-HISTORY-RECORD (SEE RUNHIST)
      *                  TO RUNHIST AT THE END OF THE RUN FOR
      *                  HELLO-SLARPT'S MONTHLY SLA REPORT.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-REPORT-FILE  ASSIGN TO AUDRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-HISTORY-FILE   ASSIGN TO RUNHIST
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 132 CHARACTERS.
       01  AUDIT-REPORT-LINE          PIC X(132).

      * Cross-job run history, appended once at the end of the run.
       FD  RUN-HISTORY-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY RUNHIST.

       WORKING-STORAGE SECTION.
       01  WS-END-OF-FILE-SWITCHES.
           05  WS-AUDIT-EOF-SW        PIC X(01) VALUE 'N'.
                                       SEPARATE.
           05  WS-TREND-BAR           PIC X(50) VALUE SPACES.

      * Start of this run, captured at 1000-INITIALIZE for the run
      * history record.
       01  WS-CURRENT-DATE-TIME.
           05  WS-CURRENT-DATE        PIC 9(08).
           05  WS-CURRENT-TIME        PIC 9(08).

       PROCEDURE DIVISION.
      *
      *----------------------------------------------------------------*
           PERFORM 6000-WRITE-TREND-SECTION THRU 6000-EXIT.
           PERFORM 7000-WRITE-TOTALS THRU 7000-EXIT.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           PERFORM 8300-WRITE-RUN-HISTORY THRU 8300-EXIT.
           GO TO 9999-EXIT.
       0000-MAINLINE-EXIT.
           EXIT.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           OPEN INPUT  AUDIT-IN-FILE.
           OPEN OUTPUT AUDIT-REPORT-FILE.
           MOVE "V75 VIDET AUDIT TRAIL - DAILY OPERATIONS SUMMARY"
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   8300-WRITE-RUN-HISTORY -- one RUN-HISTORY-RECORD on the      *
      *   shared stream history (DISP=MOD). This digest only ever      *
      *   ends RC 00 or abends, so a record here is always RC 00.      *
      *----------------------------------------------------------------*
       8300-WRITE-RUN-HISTORY.
           OPEN EXTEND RUN-HISTORY-FILE.
           MOVE SPACES              TO RUN-HISTORY-RECORD.
           MOVE "HELLOAUD"          TO RH-JOB-NAME.
           MOVE WS-CURRENT-DATE     TO RH-START-DATE.
           MOVE WS-CURRENT-TIME     TO RH-START-TIME.
           MOVE FUNCTION CURRENT-DATE TO RH-END-TS.
           MOVE ZERO                TO RH-RETURN-CODE.
           MOVE WS-TOT-RECORDS      TO RH-RECORDS-PROCESSED.
           MOVE 'N'                 TO RH-RESTART-SW.
           WRITE RUN-HISTORY-RECORD.
           CLOSE RUN-HISTORY-FILE.
       8300-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLO-SLARPT.
       AUTHOR. R SENGUPTA.
       INSTALLATION. V75 APPLICATIONS.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED.
      *
      * MODIFICATION HISTORY
      *   10/15/26  RSG  INITIAL VERSION. MONTHLY SLA REPORT OFF THE
      *                  CROSS-JOB RUN HISTORY (RUNHIST, ONE
      *                  RUN-HISTORY-RECORD PER RUN OF HELLOWLD,
      *                  HELLOAUD, HELLOVMT, HELLOWHR, HELLOVHI,
      *                  HELLOPRG, HELLOVPG, HELLOVRS, HELLOVCV,
      *                  HELLOVBO, HELLOCHV, HELLOGLF, HELLOORC,
      *                  HELLOAGE AND HELLOIMP). FOR THE
      *                  REPORT MONTH (SLAPARM MONTH CARD, DEFAULT
      *                  LAST MONTH): EVERY LATE
      *                  FINISH AGAINST THE JOB'S TARGET END TIME
      *                  (SLAPARM TARGET CARDS), EVERY RERUN AND
      *                  EVERY NON-ZERO RC LISTED RUN BY RUN, THEN
      *                  PER JOB THE RUN COUNT, AVERAGE/MIN/MAX
      *                  ELAPSED, THE AVERAGE WEEK BY WEEK AND THE
      *                  CHANGE AGAINST THE MONTH BEFORE. A TARGETED
      *                  JOB WITH NO RUN ALL MONTH IS AN EXCEPTION
      *                  TOO. REPORT ON SLARPT. ENDS RC=00 NOTHING
      *                  TO LIST, RC=04 EXCEPTIONS LISTED, RC=08 THE
      *                  JOB TABLE OVERFLOWED AND THE REPORT IS
      *                  INCOMPLETE.
      *   10/15/26  RSG  A RUN OF A TARGETED JOB IS A RERUN WHEN IT
      *                  STARTS BEFORE THE DEADLINE OF THE JOB'S
      *                  PREVIOUS RUN, AND IS JUDGED LATE AGAINST
      *                  THAT DEADLINE, SO A '+' JOB RERUN AFTER
      *                  MIDNIGHT IS CAUGHT. AN RC 16 RUN IS FLAGGED
      *                  ABEND.
      *   10/15/26  RSG  A LATER-STEP RECORD (RH-LATER-STEP -- HELLOWLD
      *                  STEP040'S GL FEED) IS FOLDED INTO THE RUN WITH
      *                  THE SAME JOB AND RUN ID: THE LATER END TIME
      *                  AND THE HIGHER RC, SO HELLOWLD IS MEASURED TO
      *                  ITS LAST STEP. THE LATER STEPS ARE TABLED ON
      *                  A FIRST PASS OF RUNHIST, SINCE ANOTHER JOB MAY
      *                  HAVE APPENDED BETWEEN THE TWO RECORDS.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-HISTORY-FILE   ASSIGN TO RUNHIST
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SLA-PARM-FILE      ASSIGN TO SLAPARM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SLA-REPORT-FILE    ASSIGN TO SLARPT
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
      * The accumulated stream history every job appends to.
       FD  RUN-HISTORY-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY RUNHIST.

      * Keyword cards, keyword in columns 1-10 as on HELLOWLD's
      * PARMIN, '*' in column 1 for a comment:
      *   MONTH     ccyymm      report month cols 11-16 (default the
      *                         month before the run date)
      *   TARGET    jjjjjjjj+hhmm
      *                         job name cols 11-18, '+' in col 19
      *                         when the target falls the day after
      *                         the run started, target end time
      *                         hhmm cols 20-23. One card per job.
       FD  SLA-PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  SLA-PARM-RECORD.
           05  PM-KEYWORD             PIC X(10).
           05  PM-VALUE-X             PIC X(13).
           05  PM-MONTH-VALUE REDEFINES PM-VALUE-X.
               10  PM-MONTH-X         PIC X(06).
               10  PM-MONTH REDEFINES PM-MONTH-X
                                      PIC 9(06).
               10  FILLER             PIC X(07).
           05  PM-TARGET-VALUE REDEFINES PM-VALUE-X.
               10  PM-TARGET-JOB      PIC X(08).
               10  PM-TARGET-NEXT-DAY PIC X(01).
               10  PM-TARGET-HHMM-X   PIC X(04).
               10  PM-TARGET-HHMM REDEFINES PM-TARGET-HHMM-X
                                      PIC 9(04).
           05  FILLER                 PIC X(57).

       FD  SLA-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  SLA-REPORT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-END-OF-FILE-SWITCHES.
           05  WS-HISTORY-EOF-SW      PIC X(01) VALUE 'N'.
               88  HISTORY-EOF             VALUE 'Y'.
           05  WS-PARM-EOF-SW         PIC X(01) VALUE 'N'.
               88  PARM-EOF                VALUE 'Y'.

       01  WS-RUN-SWITCHES.
           05  WS-JOB-LOST-SW         PIC X(01) VALUE 'N'.
               88  JOB-TABLE-OVERFLOWED    VALUE 'Y'.
           05  WS-LATE-SW             PIC X(01) VALUE 'N'.
               88  RUN-WAS-LATE            VALUE 'Y'.
           05  WS-RERUN-SW            PIC X(01) VALUE 'N'.
               88  RUN-WAS-RERUN           VALUE 'Y'.
           05  WS-HISTORY-VALID-SW    PIC X(01) VALUE 'N'.
               88  HISTORY-RECORD-VALID    VALUE 'Y'.
           05  WS-STEP-LOST-SW        PIC X(01) VALUE 'N'.
               88  STEP-TABLE-OVERFLOWED   VALUE 'Y'.

      * The month reported and the one before it, CCYYMM. The month
      * before only feeds the trend -- its runs are not listed.
       01  WS-REPORT-MONTHS.
           05  WS-REPORT-MONTH        PIC 9(06) VALUE ZERO.
           05  WS-REPORT-MONTH-R REDEFINES WS-REPORT-MONTH.
               10  WS-RM-YEAR         PIC 9(04).
               10  WS-RM-MONTH        PIC 9(02).
           05  WS-PRIOR-MONTH         PIC 9(06) VALUE ZERO.
           05  WS-PRIOR-MONTH-R REDEFINES WS-PRIOR-MONTH.
               10  WS-PM-YEAR         PIC 9(04).
               10  WS-PM-MONTH        PIC 9(02).

      * One entry per job, TARGET cards first in card order, then any
      * other job the history carries in the order first seen. The
      * week buckets are days 1-7, 8-14, 15-21, 22-28 and 29-31 of
      * the report month. JB-LAST-DEADLINE-DAY is the day number of
      * the deadline the job's previous run was held to, for the
      * rerun test; zero before the job's first run.
       01  WS-JOB-TABLE.
           05  WS-JOB-MAX             PIC 9(04) COMP VALUE 50.
           05  WS-JOB-COUNT           PIC 9(04) COMP VALUE ZERO.
           05  WS-JOB-ENTRY OCCURS 50 TIMES.
               10  JB-JOB-NAME        PIC X(08).
               10  JB-TARGET-SW       PIC X(01).
                   88  JB-HAS-TARGET       VALUE 'Y'.
               10  JB-TARGET-DAYS     PIC 9(01).
               10  JB-TARGET-HHMM     PIC 9(04).
               10  JB-LAST-DEADLINE-DAY
                                      PIC 9(09) COMP.
               10  JB-RUNS            PIC 9(05) COMP.
               10  JB-TOTAL-SECS      PIC 9(11) COMP.
               10  JB-MIN-SECS        PIC 9(09) COMP.
               10  JB-MAX-SECS        PIC 9(09) COMP.
               10  JB-PRIOR-RUNS      PIC 9(05) COMP.
               10  JB-PRIOR-SECS      PIC 9(11) COMP.
               10  JB-LATE            PIC 9(05) COMP.
               10  JB-RERUNS          PIC 9(05) COMP.
               10  JB-NONZERO         PIC 9(05) COMP.
               10  JB-WEEK OCCURS 5 TIMES.
                   15  JB-WEEK-RUNS   PIC 9(05) COMP.
                   15  JB-WEEK-SECS   PIC 9(11) COMP.

      * Later-step records of the report month and the month before,
      * tabled on the first pass to be folded into their runs on the
      * second.
       01  WS-STEP-TABLE.
           05  WS-STEP-MAX            PIC 9(04) COMP VALUE 500.
           05  WS-STEP-COUNT          PIC 9(04) COMP VALUE ZERO.
           05  WS-STEP-ENTRY OCCURS 500 TIMES.
               10  ST-JOB-NAME        PIC X(08).
               10  ST-RUN-ID          PIC X(16).
               10  ST-END-TS          PIC 9(16).
               10  ST-RETURN-CODE     PIC 9(02).

      * The run in hand, broken out of the history record.
       01  WS-RUN-FIELDS.
           05  WS-RUN-START-DATE      PIC 9(08).
           05  WS-RUN-START-DATE-R REDEFINES WS-RUN-START-DATE.
               10  WS-RS-MONTH        PIC 9(06).
               10  WS-RS-MONTH-R REDEFINES WS-RS-MONTH.
                   15  WS-RS-YEAR     PIC 9(04).
                   15  WS-RS-MM       PIC 9(02).
               10  WS-RS-DAY          PIC 9(02).
           05  WS-RUN-END-DATE        PIC 9(08).
           05  WS-RUN-END-DATE-R REDEFINES WS-RUN-END-DATE.
               10  WS-RE-YEAR         PIC 9(04).
               10  WS-RE-MM           PIC 9(02).
               10  WS-RE-DAY          PIC 9(02).
           05  WS-RUN-START-TIME      PIC 9(08).
           05  WS-RUN-START-TIME-R REDEFINES WS-RUN-START-TIME.
               10  WS-RS-HHMM         PIC 9(04).
               10  WS-RS-HHMM-R REDEFINES WS-RS-HHMM.
                   15  WS-RS-HH       PIC 9(02).
                   15  WS-RS-MI       PIC 9(02).
               10  WS-RS-SS           PIC 9(02).
               10  FILLER             PIC 9(02).
           05  WS-RUN-END-TIME        PIC 9(08).
           05  WS-RUN-END-TIME-R REDEFINES WS-RUN-END-TIME.
               10  WS-RE-HHMM         PIC 9(04).
               10  WS-RE-HHMM-R REDEFINES WS-RE-HHMM.
                   15  WS-RE-HH       PIC 9(02).
                   15  WS-RE-MI       PIC 9(02).
               10  WS-RE-SS           PIC 9(02).
               10  FILLER             PIC 9(02).
           05  WS-START-DAY-NUMBER    PIC 9(09) COMP.
           05  WS-END-DAY-NUMBER      PIC 9(09) COMP.
           05  WS-DEADLINE-DAY-NUMBER PIC 9(09) COMP.
           05  WS-ELAPSED-SECS        PIC S9(09) COMP.
           05  WS-WEEK-INDEX          PIC 9(01) COMP.

       01  WS-FILE-TOTALS.
           05  WS-HISTORY-RECORDS     PIC 9(09) COMP VALUE ZERO.
           05  WS-MONTH-RUNS          PIC 9(09) COMP VALUE ZERO.
           05  WS-INVALID-RECORDS     PIC 9(09) COMP VALUE ZERO.
           05  WS-EXCEPTION-COUNT     PIC 9(05) COMP VALUE ZERO.
           05  WS-MISSING-JOBS        PIC 9(04) COMP VALUE ZERO.

       01  WS-WORK-FIELDS.
           05  WS-JOB-INDEX           PIC 9(04) COMP.
           05  WS-JOB-HIT-INDEX       PIC 9(04) COMP.
           05  WS-STEP-INDEX          PIC 9(04) COMP.
           05  WS-SEARCH-JOB-NAME     PIC X(08).
           05  WS-FMT-SECS            PIC 9(09) COMP.
           05  WS-FMT-REMAINDER       PIC 9(09) COMP.
           05  WS-ELAPSED-FMT.
               10  WS-EF-HOURS        PIC 9(03).
               10  FILLER             PIC X(01) VALUE ':'.
               10  WS-EF-MINUTES      PIC 9(02).
               10  FILLER             PIC X(01) VALUE ':'.
               10  WS-EF-SECONDS      PIC 9(02).
           05  WS-ELAPSED-D           PIC X(09).
           05  WS-AVG-D               PIC X(09).
           05  WS-MIN-D               PIC X(09).
           05  WS-MAX-D               PIC X(09).
           05  WS-PRIOR-AVG-D         PIC X(09).
           05  WS-CHANGE-D            PIC X(10).
           05  WS-WEEK-D              PIC X(09) OCCURS 5 TIMES.
           05  WS-AVG-SECS            PIC 9(09) COMP.
           05  WS-PRIOR-AVG-SECS      PIC 9(09) COMP.
           05  WS-TARGET-D            PIC X(06).
           05  WS-RC-D                PIC 9(02) DISPLAY.
           05  WS-RECORDS-D           PIC 9(09) DISPLAY.
           05  WS-RUNS-D              PIC 9(05) DISPLAY.
           05  WS-LATE-D              PIC 9(05) DISPLAY.
           05  WS-RERUNS-D            PIC 9(05) DISPLAY.
           05  WS-NONZERO-D           PIC 9(05) DISPLAY.
           05  WS-COUNT-D             PIC 9(09) DISPLAY.
           05  WS-FLAGS-D             PIC X(24).
           05  WS-FLAGS-POINTER       PIC 9(02) COMP.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURRENT-DATE        PIC 9(08).
           05  WS-CURRENT-DATE-R REDEFINES WS-CURRENT-DATE.
               10  WS-CD-YEAR         PIC 9(04).
               10  WS-CD-MONTH        PIC 9(02).
               10  WS-CD-DAY          PIC 9(02).
           05  WS-CURRENT-TIME        PIC 9(08).

      * Verdict of the run: 00 nothing to list, 04 late finishes,
      * reruns, non-zero RCs or a targeted job that never ran, 08 the
      * job or later-step table overflowed and the report is
      * incomplete.
       01  RC-CONTROL.
           05  WS-RUN-RC              PIC 9(02) COMP VALUE ZERO.

       PROCEDURE DIVISION.
      *
      *----------------------------------------------------------------*
      *   0000-MAINLINE -- parms and targets first, then one pass of   *
      *   the run history listing the month's exceptions as they come, *
      *   then the per-job summary off the job table.                  *
      *----------------------------------------------------------------*
       0000-MAINLINE SECTION.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 1400-READ-HISTORY THRU 1400-EXIT.
           PERFORM 2000-PROCESS-ONE-RUN THRU 2000-EXIT
               UNTIL HISTORY-EOF.
           PERFORM 5000-WRITE-SUMMARY-SECTION THRU 5000-EXIT.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           GO TO 9999-EXIT.
       0000-MAINLINE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   1000-INITIALIZE -- the report month defaults to the month    *
      *   before the run date, so the job scheduled on the first of    *
      *   the month needs no card. The targets are echoed so the       *
      *   report says what it judged lateness against.                 *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           OPEN INPUT  RUN-HISTORY-FILE
                       SLA-PARM-FILE.
           OPEN OUTPUT SLA-REPORT-FILE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT
               UNTIL PARM-EOF.
           CLOSE SLA-PARM-FILE.
           IF WS-REPORT-MONTH = ZERO
               MOVE WS-CD-YEAR  TO WS-RM-YEAR
               MOVE WS-CD-MONTH TO WS-RM-MONTH
               IF WS-RM-MONTH = 1
                   MOVE 12 TO WS-RM-MONTH
                   SUBTRACT 1 FROM WS-RM-YEAR
               ELSE
                   SUBTRACT 1 FROM WS-RM-MONTH
               END-IF
           END-IF.
           MOVE WS-REPORT-MONTH TO WS-PRIOR-MONTH.
           IF WS-PM-MONTH = 1
               MOVE 12 TO WS-PM-MONTH
               SUBTRACT 1 FROM WS-PM-YEAR
           ELSE
               SUBTRACT 1 FROM WS-PM-MONTH
           END-IF.
           PERFORM 1500-LOAD-LATER-STEP THRU 1500-EXIT
               UNTIL HISTORY-EOF.
           CLOSE RUN-HISTORY-FILE.
           OPEN INPUT RUN-HISTORY-FILE.
           MOVE 'N' TO WS-HISTORY-EOF-SW.
           MOVE SPACES TO SLA-REPORT-LINE.
           STRING "V75 BATCH STREAM SLA REPORT - MONTH " WS-REPORT-MONTH
                  " (TREND AGAINST " WS-PRIOR-MONTH ")"
                  " - RUN " WS-CURRENT-DATE " " WS-CURRENT-TIME
                  DELIMITED BY SIZE INTO SLA-REPORT-LINE.
           WRITE SLA-REPORT-LINE.
           MOVE SPACES TO SLA-REPORT-LINE.
           WRITE SLA-REPORT-LINE.
           MOVE "TARGET END TIMES ('+' = DAY AFTER THE RUN STARTED)"
               TO SLA-REPORT-LINE.
           WRITE SLA-REPORT-LINE.
           IF WS-JOB-COUNT = ZERO
               MOVE "  NO TARGET CARDS - NO LATENESS JUDGED"
                   TO SLA-REPORT-LINE
               WRITE SLA-REPORT-LINE
           END-IF.
           PERFORM 1300-ECHO-ONE-TARGET THRU 1300-EXIT
               VARYING WS-JOB-INDEX FROM 1 BY 1
               UNTIL WS-JOB-INDEX > WS-JOB-COUNT.
           MOVE SPACES TO SLA-REPORT-LINE.
           WRITE SLA-REPORT-LINE.
           MOVE "EXCEPTIONS - LATE FINISHES, RERUNS, NON-ZERO RCS"
               TO SLA-REPORT-LINE.
           WRITE SLA-REPORT-LINE.
           MOVE SPACES TO SLA-REPORT-LINE.
           STRING "  JOB      START             END               "
                  "ELAPSED   RC RECORDS   FLAGS"
                  DELIMITED BY SIZE INTO SLA-REPORT-LINE.
           WRITE SLA-REPORT-LINE.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   1100-READ-PARM-CARD -- MONTH and TARGET. A bad value is      *
      *   displayed and the card ignored; an unknown keyword is        *
      *   displayed and ignored, as HELLOWLD treats its PARMIN.        *
      *----------------------------------------------------------------*
       1100-READ-PARM-CARD.
           READ SLA-PARM-FILE
               AT END
                   MOVE 'Y' TO WS-PARM-EOF-SW
                   GO TO 1100-EXIT
           END-READ.
           IF PM-KEYWORD = SPACES
               OR SLA-PARM-RECORD (1:1) = '*'
               GO TO 1100-EXIT
           END-IF.
           EVALUATE PM-KEYWORD
               WHEN "MONTH     "
                   IF PM-MONTH-X NUMERIC
                       AND PM-MONTH-X (5:2) >= "01"
                       AND PM-MONTH-X (5:2) <= "12"
                       MOVE PM-MONTH TO WS-REPORT-MONTH
                   ELSE
                       DISPLAY "SLAPARM: BAD MONTH " PM-MONTH-X
                               " IGNORED"
                   END-IF
               WHEN "TARGET    "
                   PERFORM 1150-ADD-TARGET THRU 1150-EXIT
               WHEN OTHER
                   DISPLAY "SLAPARM: UNKNOWN KEYWORD " PM-KEYWORD
                           " IGNORED"
           END-EVALUATE.
       1100-EXIT.
           EXIT.

       1150-ADD-TARGET.
           IF PM-TARGET-JOB = SPACES
               OR PM-TARGET-HHMM-X NOT NUMERIC
               OR PM-TARGET-HHMM-X (1:2) > "23"
               OR PM-TARGET-HHMM-X (3:2) > "59"
               OR (PM-TARGET-NEXT-DAY NOT = '+'
                   AND PM-TARGET-NEXT-DAY NOT = SPACE)
               DISPLAY "SLAPARM: BAD TARGET " PM-VALUE-X " IGNORED"
               GO TO 1150-EXIT
           END-IF.
           MOVE PM-TARGET-JOB TO WS-SEARCH-JOB-NAME.
           PERFORM 2100-FIND-JOB THRU 2100-EXIT.
           IF WS-JOB-HIT-INDEX = ZERO
               GO TO 1150-EXIT
           END-IF.
           MOVE 'Y' TO JB-TARGET-SW (WS-JOB-HIT-INDEX).
           MOVE PM-TARGET-HHMM TO JB-TARGET-HHMM (WS-JOB-HIT-INDEX).
           IF PM-TARGET-NEXT-DAY = '+'
               MOVE 1 TO JB-TARGET-DAYS (WS-JOB-HIT-INDEX)
           ELSE
               MOVE 0 TO JB-TARGET-DAYS (WS-JOB-HIT-INDEX)
           END-IF.
       1150-EXIT.
           EXIT.

       1300-ECHO-ONE-TARGET.
           PERFORM 6800-FORMAT-TARGET THRU 6800-EXIT.
           MOVE SPACES TO SLA-REPORT-LINE.
           STRING "  " JB-JOB-NAME (WS-JOB-INDEX)
                  " END BY " WS-TARGET-D
                  DELIMITED BY SIZE INTO SLA-REPORT-LINE.
           WRITE SLA-REPORT-LINE.
       1300-EXIT.
           EXIT.

       1400-READ-HISTORY.
           READ RUN-HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-HISTORY-EOF-SW
           END-READ.
       1400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   1500-LOAD-LATER-STEP -- first pass of the history: table     *
      *   every readable later-step record that started in either      *
      *   month. A full table leaves the rest unfolded and the run     *
      *   ends RC 08.                                                  *
      *----------------------------------------------------------------*
       1500-LOAD-LATER-STEP.
           PERFORM 1400-READ-HISTORY THRU 1400-EXIT.
           IF HISTORY-EOF
               GO TO 1500-EXIT
           END-IF.
           IF NOT RH-LATER-STEP
               GO TO 1500-EXIT
           END-IF.
           PERFORM 2050-EDIT-HISTORY-RECORD THRU 2050-EXIT.
           IF NOT HISTORY-RECORD-VALID
               GO TO 1500-EXIT
           END-IF.
           IF WS-RS-MONTH NOT = WS-REPORT-MONTH
               AND WS-RS-MONTH NOT = WS-PRIOR-MONTH
               GO TO 1500-EXIT
           END-IF.
           IF WS-STEP-COUNT NOT < WS-STEP-MAX
               IF NOT STEP-TABLE-OVERFLOWED
                   DISPLAY "HELLO-SLARPT: LATER-STEP TABLE FULL AT "
                           RH-JOB-NAME " - REPORT INCOMPLETE"
               END-IF
               MOVE 'Y' TO WS-STEP-LOST-SW
               GO TO 1500-EXIT
           END-IF.
           ADD 1 TO WS-STEP-COUNT.
           MOVE RH-JOB-NAME    TO ST-JOB-NAME (WS-STEP-COUNT).
           MOVE RH-RUN-ID      TO ST-RUN-ID (WS-STEP-COUNT).
           MOVE RH-END-TS      TO ST-END-TS (WS-STEP-COUNT).
           MOVE RH-RETURN-CODE TO ST-RETURN-CODE (WS-STEP-COUNT).
       1500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   2000-PROCESS-ONE-RUN -- runs are taken by the month they     *
      *   started in. A report-month run is judged and accumulated;    *
      *   a prior-month run only feeds the trend average. Anything     *
      *   older or newer is passed over. A later-step record was       *
      *   tabled on the first pass and is folded into its run here.    *
      *----------------------------------------------------------------*
       2000-PROCESS-ONE-RUN.
           ADD 1 TO WS-HISTORY-RECORDS.
           PERFORM 2050-EDIT-HISTORY-RECORD THRU 2050-EXIT.
           IF NOT HISTORY-RECORD-VALID
               ADD 1 TO WS-INVALID-RECORDS
               DISPLAY "RUNHIST: UNREADABLE RECORD FOR JOB "
                       RH-JOB-NAME " SKIPPED"
               GO TO 2000-NEXT
           END-IF.
           IF RH-LATER-STEP
               GO TO 2000-NEXT
           END-IF.
           IF WS-RS-MONTH NOT = WS-REPORT-MONTH
               AND WS-RS-MONTH NOT = WS-PRIOR-MONTH
               GO TO 2000-NEXT
           END-IF.
           PERFORM 2060-FOLD-ONE-STEP THRU 2060-EXIT
               VARYING WS-STEP-INDEX FROM 1 BY 1
               UNTIL WS-STEP-INDEX > WS-STEP-COUNT.
           MOVE RH-JOB-NAME TO WS-SEARCH-JOB-NAME.
           PERFORM 2100-FIND-JOB THRU 2100-EXIT.
           IF WS-JOB-HIT-INDEX = ZERO
               GO TO 2000-NEXT
           END-IF.
           PERFORM 2200-COMPUTE-ELAPSED THRU 2200-EXIT.
           MOVE 'N' TO WS-RERUN-SW.
           IF JB-HAS-TARGET (WS-JOB-HIT-INDEX)
               PERFORM 2350-SET-DEADLINE THRU 2350-EXIT
           END-IF.
           IF WS-RS-MONTH = WS-PRIOR-MONTH
               ADD 1 TO JB-PRIOR-RUNS (WS-JOB-HIT-INDEX)
               ADD WS-ELAPSED-SECS TO JB-PRIOR-SECS (WS-JOB-HIT-INDEX)
           ELSE
               PERFORM 2300-ACCUMULATE-RUN THRU 2300-EXIT
               PERFORM 2400-JUDGE-RUN THRU 2400-EXIT
           END-IF.
       2000-NEXT.
           PERFORM 1400-READ-HISTORY THRU 1400-EXIT.
       2000-EXIT.
           EXIT.

      * Every program stamps RUNHIST from the system clock, so a date
      * or time that is not numeric or not plausible means a damaged
      * record, not a real run.
       2050-EDIT-HISTORY-RECORD.
           MOVE 'N' TO WS-HISTORY-VALID-SW.
           IF RH-START-DATE NOT NUMERIC
               OR RH-START-TIME NOT NUMERIC
               OR RH-END-DATE NOT NUMERIC
               OR RH-END-TIME NOT NUMERIC
               OR RH-RETURN-CODE NOT NUMERIC
               GO TO 2050-EXIT
           END-IF.
           MOVE RH-START-DATE TO WS-RUN-START-DATE.
           MOVE RH-START-TIME TO WS-RUN-START-TIME.
           MOVE RH-END-DATE   TO WS-RUN-END-DATE.
           MOVE RH-END-TIME   TO WS-RUN-END-TIME.
           IF WS-RS-YEAR < 1601 OR WS-RE-YEAR < 1601
               OR WS-RS-MM < 1 OR WS-RS-MM > 12
               OR WS-RE-MM < 1 OR WS-RE-MM > 12
               OR WS-RS-DAY < 1 OR WS-RS-DAY > 31
               OR WS-RE-DAY < 1 OR WS-RE-DAY > 31
               OR WS-RS-HH > 23 OR WS-RE-HH > 23
               GO TO 2050-EXIT
           END-IF.
           MOVE 'Y' TO WS-HISTORY-VALID-SW.
       2050-EXIT.
           EXIT.

      * A later step of this run: the run ends when its last step
      * does and carries the worst RC of its steps. The record area
      * is updated in place, so the judging and the exception line
      * see the folded run.
       2060-FOLD-ONE-STEP.
           IF ST-JOB-NAME (WS-STEP-INDEX) NOT = RH-JOB-NAME
               OR ST-RUN-ID (WS-STEP-INDEX) NOT = RH-RUN-ID
               GO TO 2060-EXIT
           END-IF.
           IF ST-END-TS (WS-STEP-INDEX) > RH-END-TS
               MOVE ST-END-TS (WS-STEP-INDEX) TO RH-END-TS
               MOVE RH-END-DATE TO WS-RUN-END-DATE
               MOVE RH-END-TIME TO WS-RUN-END-TIME
           END-IF.
           IF ST-RETURN-CODE (WS-STEP-INDEX) > RH-RETURN-CODE
               MOVE ST-RETURN-CODE (WS-STEP-INDEX) TO RH-RETURN-CODE
           END-IF.
       2060-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   2100-FIND-JOB -- WS-JOB-HIT-INDEX for WS-SEARCH-JOB-NAME,    *
      *   adding the job when it is new. Zero when the table is full;  *
      *   that job is left off the report and the run ends RC 08.      *
      *----------------------------------------------------------------*
       2100-FIND-JOB.
           MOVE ZERO TO WS-JOB-HIT-INDEX.
           PERFORM 2110-MATCH-ONE-JOB THRU 2110-EXIT
               VARYING WS-JOB-INDEX FROM 1 BY 1
               UNTIL WS-JOB-INDEX > WS-JOB-COUNT
                  OR WS-JOB-HIT-INDEX > ZERO.
           IF WS-JOB-HIT-INDEX > ZERO
               GO TO 2100-EXIT
           END-IF.
           IF WS-JOB-COUNT NOT < WS-JOB-MAX
               IF NOT JOB-TABLE-OVERFLOWED
                   DISPLAY "HELLO-SLARPT: JOB TABLE FULL AT "
                           WS-SEARCH-JOB-NAME " - REPORT INCOMPLETE"
               END-IF
               MOVE 'Y' TO WS-JOB-LOST-SW
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-JOB-COUNT.
           MOVE WS-JOB-COUNT TO WS-JOB-HIT-INDEX.
           INITIALIZE WS-JOB-ENTRY (WS-JOB-HIT-INDEX).
           MOVE WS-SEARCH-JOB-NAME TO JB-JOB-NAME (WS-JOB-HIT-INDEX).
           MOVE 'N' TO JB-TARGET-SW (WS-JOB-HIT-INDEX).
       2100-EXIT.
           EXIT.

       2110-MATCH-ONE-JOB.
           IF JB-JOB-NAME (WS-JOB-INDEX) = WS-SEARCH-JOB-NAME
               MOVE WS-JOB-INDEX TO WS-JOB-HIT-INDEX
           END-IF.
       2110-EXIT.
           EXIT.

      * Elapsed seconds start to end, across midnight and month end
      * by way of the day numbers. An end before the start (a clock
      * change) counts as no time at all rather than a negative.
       2200-COMPUTE-ELAPSED.
           COMPUTE WS-START-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE (WS-RUN-START-DATE).
           COMPUTE WS-END-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE (WS-RUN-END-DATE).
           COMPUTE WS-ELAPSED-SECS =
               (WS-END-DAY-NUMBER - WS-START-DAY-NUMBER) * 86400
             + (WS-RE-HH * 3600) + (WS-RE-MI * 60) + WS-RE-SS
             - (WS-RS-HH * 3600) - (WS-RS-MI * 60) - WS-RS-SS.
           IF WS-ELAPSED-SECS < ZERO
               MOVE ZERO TO WS-ELAPSED-SECS
           END-IF.
       2200-EXIT.
           EXIT.

       2300-ACCUMULATE-RUN.
           ADD 1 TO WS-MONTH-RUNS.
           ADD 1 TO JB-RUNS (WS-JOB-HIT-INDEX).
           ADD WS-ELAPSED-SECS TO JB-TOTAL-SECS (WS-JOB-HIT-INDEX).
           IF JB-RUNS (WS-JOB-HIT-INDEX) = 1
               OR WS-ELAPSED-SECS < JB-MIN-SECS (WS-JOB-HIT-INDEX)
               MOVE WS-ELAPSED-SECS TO JB-MIN-SECS (WS-JOB-HIT-INDEX)
           END-IF.
           IF WS-ELAPSED-SECS > JB-MAX-SECS (WS-JOB-HIT-INDEX)
               MOVE WS-ELAPSED-SECS TO JB-MAX-SECS (WS-JOB-HIT-INDEX)
           END-IF.
           COMPUTE WS-WEEK-INDEX = ((WS-RS-DAY - 1) / 7) + 1.
           IF WS-WEEK-INDEX > 5
               MOVE 5 TO WS-WEEK-INDEX
           END-IF.
           ADD 1 TO JB-WEEK-RUNS (WS-JOB-HIT-INDEX, WS-WEEK-INDEX).
           ADD WS-ELAPSED-SECS
               TO JB-WEEK-SECS (WS-JOB-HIT-INDEX, WS-WEEK-INDEX).
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   2350-SET-DEADLINE -- a targeted job runs once per deadline.  *
      *   Its deadline is the target time on the start date, or the    *
      *   day after for a '+' target. A run that starts before the     *
      *   deadline of the job's previous run is a rerun of that run,   *
      *   however the clock has moved past midnight, and is held to    *
      *   the same deadline. Prior-month runs pass through here too,   *
      *   so the first run of the month knows the last one before it.  *
      *----------------------------------------------------------------*
       2350-SET-DEADLINE.
           COMPUTE WS-DEADLINE-DAY-NUMBER = WS-START-DAY-NUMBER
               + JB-TARGET-DAYS (WS-JOB-HIT-INDEX).
           IF JB-LAST-DEADLINE-DAY (WS-JOB-HIT-INDEX) = ZERO
               GO TO 2350-SAVE
           END-IF.
           IF WS-START-DAY-NUMBER <
                  JB-LAST-DEADLINE-DAY (WS-JOB-HIT-INDEX)
               OR (WS-START-DAY-NUMBER =
                      JB-LAST-DEADLINE-DAY (WS-JOB-HIT-INDEX)
                   AND WS-RS-HHMM < JB-TARGET-HHMM (WS-JOB-HIT-INDEX))
               MOVE 'Y' TO WS-RERUN-SW
               MOVE JB-LAST-DEADLINE-DAY (WS-JOB-HIT-INDEX)
                   TO WS-DEADLINE-DAY-NUMBER
           END-IF.
       2350-SAVE.
           MOVE WS-DEADLINE-DAY-NUMBER
               TO JB-LAST-DEADLINE-DAY (WS-JOB-HIT-INDEX).
       2350-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   2400-JUDGE-RUN -- late: ended after the deadline 2350 set,   *
      *   the previous run's for a rerun. Rerun: the run resumed from  *
      *   a checkpoint, or -- for a targeted job -- 2350 found it      *
      *   started before the previous run's deadline. An on-demand     *
      *   job with no target may run as often as it is asked to.       *
      *----------------------------------------------------------------*
       2400-JUDGE-RUN.
           MOVE 'N' TO WS-LATE-SW.
           IF JB-HAS-TARGET (WS-JOB-HIT-INDEX)
               IF WS-END-DAY-NUMBER > WS-DEADLINE-DAY-NUMBER
                   OR (WS-END-DAY-NUMBER = WS-DEADLINE-DAY-NUMBER
                       AND WS-RE-HHMM >
                           JB-TARGET-HHMM (WS-JOB-HIT-INDEX))
                   MOVE 'Y' TO WS-LATE-SW
                   ADD 1 TO JB-LATE (WS-JOB-HIT-INDEX)
               END-IF
           END-IF.
           IF RH-RUN-WAS-RESTARTED
               MOVE 'Y' TO WS-RERUN-SW
           END-IF.
           IF RUN-WAS-RERUN
               ADD 1 TO JB-RERUNS (WS-JOB-HIT-INDEX)
           END-IF.
           IF RH-RETURN-CODE NOT = ZERO
               ADD 1 TO JB-NONZERO (WS-JOB-HIT-INDEX)
           END-IF.
           IF RUN-WAS-LATE OR RUN-WAS-RERUN
               OR RH-RETURN-CODE NOT = ZERO
               PERFORM 2500-WRITE-EXCEPTION THRU 2500-EXIT
           END-IF.
       2400-EXIT.
           EXIT.

       2500-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE WS-ELAPSED-SECS TO WS-FMT-SECS.
           PERFORM 6900-FORMAT-ELAPSED THRU 6900-EXIT.
           MOVE WS-ELAPSED-FMT TO WS-ELAPSED-D.
           MOVE RH-RETURN-CODE TO WS-RC-D.
           MOVE RH-RECORDS-PROCESSED TO WS-RECORDS-D.
           MOVE SPACES TO WS-FLAGS-D.
           MOVE 1 TO WS-FLAGS-POINTER.
           IF RUN-WAS-LATE
               STRING "LATE " DELIMITED BY SIZE
                   INTO WS-FLAGS-D WITH POINTER WS-FLAGS-POINTER
           END-IF.
           IF RH-RUN-WAS-RESTARTED
               STRING "RESTART " DELIMITED BY SIZE
                   INTO WS-FLAGS-D WITH POINTER WS-FLAGS-POINTER
           ELSE
               IF RUN-WAS-RERUN
                   STRING "RERUN " DELIMITED BY SIZE
                       INTO WS-FLAGS-D WITH POINTER WS-FLAGS-POINTER
               END-IF
           END-IF.
           IF RH-RETURN-CODE = 16
               STRING "ABEND " DELIMITED BY SIZE
                   INTO WS-FLAGS-D WITH POINTER WS-FLAGS-POINTER
           ELSE
               IF RH-RETURN-CODE NOT = ZERO
                   STRING "RC>0 " DELIMITED BY SIZE
                       INTO WS-FLAGS-D WITH POINTER WS-FLAGS-POINTER
               END-IF
           END-IF.
           MOVE SPACES TO SLA-REPORT-LINE.
           STRING "  " RH-JOB-NAME
                  " " RH-START-DATE " " RH-START-TIME
                  " " RH-END-DATE " " RH-END-TIME
                  " " WS-ELAPSED-D
                  " " WS-RC-D
                  " " WS-RECORDS-D
                  " " WS-FLAGS-D
                  DELIMITED BY SIZE INTO SLA-REPORT-LINE.
           WRITE SLA-REPORT-LINE.
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   5000-WRITE-SUMMARY-SECTION -- one block per job: the month's *
      *   elapsed figures and exception counts, the average week by    *
      *   week, and the change in average against the month before.    *
      *----------------------------------------------------------------*
       5000-WRITE-SUMMARY-SECTION.
           IF WS-EXCEPTION-COUNT = ZERO
               MOVE "  NONE" TO SLA-REPORT-LINE
               WRITE SLA-REPORT-LINE
           END-IF.
           MOVE SPACES TO SLA-REPORT-LINE.
           WRITE SLA-REPORT-LINE.
           MOVE "JOB SUMMARY - ELAPSED TIMES HHH:MM:SS" TO
               SLA-REPORT-LINE.
           WRITE SLA-REPORT-LINE.
           PERFORM 5100-WRITE-ONE-JOB THRU 5100-EXIT
               VARYING WS-JOB-INDEX FROM 1 BY 1
               UNTIL WS-JOB-INDEX > WS-JOB-COUNT.
       5000-EXIT.
           EXIT.

       5100-WRITE-ONE-JOB.
           MOVE SPACES TO SLA-REPORT-LINE.
           WRITE SLA-REPORT-LINE.
           IF JB-HAS-TARGET (WS-JOB-INDEX)
               PERFORM 6800-FORMAT-TARGET THRU 6800-EXIT
           ELSE
               MOVE "NONE" TO WS-TARGET-D
           END-IF.
           IF JB-RUNS (WS-JOB-INDEX) = ZERO
               MOVE SPACES TO SLA-REPORT-LINE
               IF JB-HAS-TARGET (WS-JOB-INDEX)
                   ADD 1 TO WS-MISSING-JOBS
                   STRING JB-JOB-NAME (WS-JOB-INDEX)
                          " TARGET=" WS-TARGET-D
                          "  *** NO RUNS RECORDED THIS MONTH ***"
                          DELIMITED BY SIZE INTO SLA-REPORT-LINE
               ELSE
                   STRING JB-JOB-NAME (WS-JOB-INDEX)
                          " TARGET=" WS-TARGET-D
                          "  NO RUNS THIS MONTH"
                          DELIMITED BY SIZE INTO SLA-REPORT-LINE
               END-IF
               WRITE SLA-REPORT-LINE
               GO TO 5100-EXIT
           END-IF.
           COMPUTE WS-AVG-SECS = JB-TOTAL-SECS (WS-JOB-INDEX)
                               / JB-RUNS (WS-JOB-INDEX).
           MOVE WS-AVG-SECS TO WS-FMT-SECS.
           PERFORM 6900-FORMAT-ELAPSED THRU 6900-EXIT.
           MOVE WS-ELAPSED-FMT TO WS-AVG-D.
           MOVE JB-MIN-SECS (WS-JOB-INDEX) TO WS-FMT-SECS.
           PERFORM 6900-FORMAT-ELAPSED THRU 6900-EXIT.
           MOVE WS-ELAPSED-FMT TO WS-MIN-D.
           MOVE JB-MAX-SECS (WS-JOB-INDEX) TO WS-FMT-SECS.
           PERFORM 6900-FORMAT-ELAPSED THRU 6900-EXIT.
           MOVE WS-ELAPSED-FMT TO WS-MAX-D.
           MOVE JB-RUNS (WS-JOB-INDEX)    TO WS-RUNS-D.
           MOVE JB-LATE (WS-JOB-INDEX)    TO WS-LATE-D.
           MOVE JB-RERUNS (WS-JOB-INDEX)  TO WS-RERUNS-D.
           MOVE JB-NONZERO (WS-JOB-INDEX) TO WS-NONZERO-D.
           MOVE SPACES TO SLA-REPORT-LINE.
           STRING JB-JOB-NAME (WS-JOB-INDEX)
                  " TARGET=" WS-TARGET-D
                  " RUNS=" WS-RUNS-D
                  " AVG=" WS-AVG-D
                  " MIN=" WS-MIN-D
                  " MAX=" WS-MAX-D
                  " LATE=" WS-LATE-D
                  " RERUNS=" WS-RERUNS-D
                  " RC>0=" WS-NONZERO-D
                  DELIMITED BY SIZE INTO SLA-REPORT-LINE.
           WRITE SLA-REPORT-LINE.
           PERFORM 5150-FORMAT-ONE-WEEK THRU 5150-EXIT
               VARYING WS-WEEK-INDEX FROM 1 BY 1
               UNTIL WS-WEEK-INDEX > 5.
           MOVE SPACES TO SLA-REPORT-LINE.
           STRING "  WEEKLY AVG  01-07 " WS-WEEK-D (1)
                  "  08-14 " WS-WEEK-D (2)
                  "  15-21 " WS-WEEK-D (3)
                  "  22-28 " WS-WEEK-D (4)
                  "  29-31 " WS-WEEK-D (5)
                  DELIMITED BY SIZE INTO SLA-REPORT-LINE.
           WRITE SLA-REPORT-LINE.
           PERFORM 5200-FORMAT-TREND THRU 5200-EXIT.
           MOVE SPACES TO SLA-REPORT-LINE.
           STRING "  PRIOR MONTH AVG " WS-PRIOR-AVG-D
                  "  CHANGE " WS-CHANGE-D
                  DELIMITED BY SIZE INTO SLA-REPORT-LINE.
           WRITE SLA-REPORT-LINE.
       5100-EXIT.
           EXIT.

       5150-FORMAT-ONE-WEEK.
           IF JB-WEEK-RUNS (WS-JOB-INDEX, WS-WEEK-INDEX) = ZERO
               MOVE " --:--:--" TO WS-WEEK-D (WS-WEEK-INDEX)
               GO TO 5150-EXIT
           END-IF.
           COMPUTE WS-FMT-SECS =
               JB-WEEK-SECS (WS-JOB-INDEX, WS-WEEK-INDEX)
             / JB-WEEK-RUNS (WS-JOB-INDEX, WS-WEEK-INDEX).
           PERFORM 6900-FORMAT-ELAPSED THRU 6900-EXIT.
           MOVE WS-ELAPSED-FMT TO WS-WEEK-D (WS-WEEK-INDEX).
       5150-EXIT.
           EXIT.

      * Change in average elapsed against the month before, signed:
      * '+' the job is taking longer, '-' it is taking less time.
       5200-FORMAT-TREND.
           IF JB-PRIOR-RUNS (WS-JOB-INDEX) = ZERO
               MOVE "  NO RUNS" TO WS-PRIOR-AVG-D
               MOVE "       N/A" TO WS-CHANGE-D
               GO TO 5200-EXIT
           END-IF.
           COMPUTE WS-PRIOR-AVG-SECS = JB-PRIOR-SECS (WS-JOB-INDEX)
                                     / JB-PRIOR-RUNS (WS-JOB-INDEX).
           MOVE WS-PRIOR-AVG-SECS TO WS-FMT-SECS.
           PERFORM 6900-FORMAT-ELAPSED THRU 6900-EXIT.
           MOVE WS-ELAPSED-FMT TO WS-PRIOR-AVG-D.
           IF WS-AVG-SECS < WS-PRIOR-AVG-SECS
               COMPUTE WS-FMT-SECS = WS-PRIOR-AVG-SECS - WS-AVG-SECS
               PERFORM 6900-FORMAT-ELAPSED THRU 6900-EXIT
               MOVE SPACES TO WS-CHANGE-D
               STRING "-" WS-ELAPSED-FMT
                      DELIMITED BY SIZE INTO WS-CHANGE-D
           ELSE
               COMPUTE WS-FMT-SECS = WS-AVG-SECS - WS-PRIOR-AVG-SECS
               PERFORM 6900-FORMAT-ELAPSED THRU 6900-EXIT
               MOVE SPACES TO WS-CHANGE-D
               STRING "+" WS-ELAPSED-FMT
                      DELIMITED BY SIZE INTO WS-CHANGE-D
           END-IF.
       5200-EXIT.
           EXIT.

      * Target as printed: HH:MM, with '+' in front for the day after.
       6800-FORMAT-TARGET.
           MOVE SPACES TO WS-TARGET-D.
           IF JB-TARGET-DAYS (WS-JOB-INDEX) > ZERO
               MOVE '+' TO WS-TARGET-D (1:1)
           ELSE
               MOVE ' ' TO WS-TARGET-D (1:1)
           END-IF.
           MOVE JB-TARGET-HHMM (WS-JOB-INDEX) (1:2)
               TO WS-TARGET-D (2:2).
           MOVE ':' TO WS-TARGET-D (4:1).
           MOVE JB-TARGET-HHMM (WS-JOB-INDEX) (3:2)
               TO WS-TARGET-D (5:2).
       6800-EXIT.
           EXIT.

      * WS-FMT-SECS as HHH:MM:SS in WS-ELAPSED-FMT.
       6900-FORMAT-ELAPSED.
           DIVIDE WS-FMT-SECS BY 3600 GIVING WS-EF-HOURS
               REMAINDER WS-FMT-REMAINDER.
           DIVIDE WS-FMT-REMAINDER BY 60 GIVING WS-EF-MINUTES
               REMAINDER WS-EF-SECONDS.
       6900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   8000-TERMINATE -- totals and the verdict.                    *
      *----------------------------------------------------------------*
       8000-TERMINATE.
           MOVE SPACES TO SLA-REPORT-LINE.
           WRITE SLA-REPORT-LINE.
           MOVE WS-HISTORY-RECORDS TO WS-COUNT-D.
           MOVE WS-MONTH-RUNS TO WS-RECORDS-D.
           MOVE WS-EXCEPTION-COUNT TO WS-RUNS-D.
           MOVE SPACES TO SLA-REPORT-LINE.
           STRING "TOTALS: HISTORY RECORDS=" WS-COUNT-D
                  " RUNS IN MONTH=" WS-RECORDS-D
                  " EXCEPTION RUNS=" WS-RUNS-D
                  DELIMITED BY SIZE INTO SLA-REPORT-LINE.
           WRITE SLA-REPORT-LINE.
           IF WS-MISSING-JOBS > ZERO
               MOVE WS-MISSING-JOBS TO WS-RUNS-D
               MOVE SPACES TO SLA-REPORT-LINE
               STRING WS-RUNS-D
                      " TARGETED JOB(S) WITH NO RUN RECORDED"
                      DELIMITED BY SIZE INTO SLA-REPORT-LINE
               WRITE SLA-REPORT-LINE
           END-IF.
           IF WS-INVALID-RECORDS > ZERO
               MOVE WS-INVALID-RECORDS TO WS-COUNT-D
               MOVE SPACES TO SLA-REPORT-LINE
               STRING WS-COUNT-D
                      " UNREADABLE HISTORY RECORD(S) SKIPPED"
                      DELIMITED BY SIZE INTO SLA-REPORT-LINE
               WRITE SLA-REPORT-LINE
           END-IF.
           IF JOB-TABLE-OVERFLOWED
               MOVE "JOB TABLE OVERFLOWED - REPORT INCOMPLETE"
                   TO SLA-REPORT-LINE
               WRITE SLA-REPORT-LINE
           END-IF.
           IF STEP-TABLE-OVERFLOWED
               MOVE "LATER-STEP TABLE OVERFLOWED - REPORT INCOMPLETE"
                   TO SLA-REPORT-LINE
               WRITE SLA-REPORT-LINE
           END-IF.
           EVALUATE TRUE
               WHEN JOB-TABLE-OVERFLOWED
                   MOVE 8 TO WS-RUN-RC
               WHEN STEP-TABLE-OVERFLOWED
                   MOVE 8 TO WS-RUN-RC
               WHEN WS-EXCEPTION-COUNT > ZERO
                   MOVE 4 TO WS-RUN-RC
               WHEN WS-MISSING-JOBS > ZERO
                   MOVE 4 TO WS-RUN-RC
               WHEN OTHER
                   MOVE ZERO TO WS-RUN-RC
           END-EVALUATE.
           CLOSE RUN-HISTORY-FILE
                 SLA-REPORT-FILE.
           DISPLAY "HELLO-SLARPT: MONTH " WS-REPORT-MONTH " - "
                   WS-MONTH-RUNS " RUN(S), "
                   WS-EXCEPTION-COUNT " EXCEPTION RUN(S), "
                   WS-MISSING-JOBS " TARGETED JOB(S) NOT RUN".
       8000-EXIT.
           EXIT.

       9999-EXIT.
           MOVE WS-RUN-RC TO RETURN-CODE.
           STOP RUN.

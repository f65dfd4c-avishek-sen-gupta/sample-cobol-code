      *                  HONOUR THE NEWEST PENDING CODE-TABLE
      *                  VERSION ALREADY IN EFFECT (SEE CDPNDREC),
      *                  THE SAME WAY THE NIGHTLY TRAVERSAL DOES.
      *   10/15/26  RSG  APPENDS ITS RUN-HISTORY-RECORD (SEE RUNHIST)
      *                  TO RUNHIST AT THE END OF THE RUN FOR
      *                  HELLO-SLARPT'S MONTHLY SLA REPORT.
      *   10/15/26  RSG  AN ABEND ON A DML ERROR NOW APPENDS AN RC 16
      *                  RUN-HISTORY-RECORD FIRST, SO THE SLA REPORT
      *                  LISTS THE FAILED RUN.
      *   10/15/26  RSG  APPLIED AND REJECTED LINES ON VMNTRPT PRINT THE
      *                  CARD'S CODE WITH ITS DESCRIPTION FROM THE CODE
      *                  REFERENCE ENTRY (SEE CDREFREC).
      *
       ENVIRONMENT DIVISION.
029200 IDMS-CONTROL SECTION.                                            DCRAHMEN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REJECT-FILE        ASSIGN TO VMNTREJ
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-HISTORY-FILE   ASSIGN TO RUNHIST
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
           05  RJ-REASON              PIC X(40).
           05  FILLER                 PIC X(10).

      * Cross-job run history, appended once at the end of the run.
       FD  RUN-HISTORY-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY RUNHIST.

       WORKING-STORAGE SECTION.
           COPY WSTABLES.

      * applied or rejected -- see VDJRNREC.
           COPY VDJRNREC.

      * Reference entry OBTAINed by CALC for a code's description on
      * the report -- see CDREFREC.
           COPY CDREFREC.

      * Minimal record area for the V75RVIMVT owner's CALC key, same
      * arrangement as HELLO-WORLD.
       01  V75RVIMVT-RECORD.
           05  WS-ERASE-COUNT         PIC 9(09) COMP VALUE ZERO.
           05  WS-MEMBER-DB-KEY       PIC S9(08) COMP VALUE ZERO.
           05  WS-REJECT-REASON       PIC X(40) VALUE SPACES.
           05  WS-REF-LOOKUP-CODE     PIC X(04) VALUE SPACES.
           05  WS-REF-DESC            PIC X(40) VALUE SPACES.
           05  WS-TRAN-COUNT-D        PIC 9(09) DISPLAY.
           05  WS-APPLIED-D           PIC 9(09) DISPLAY.
           05  WS-REJECTED-D          PIC 9(09) DISPLAY.
           PERFORM 2000-PROCESS-ONE-TRAN THRU 2000-EXIT
               UNTIL TRAN-EOF.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           PERFORM 8300-WRITE-RUN-HISTORY THRU 8300-EXIT.
           GO TO 9999-EXIT.
       0000-MAINLINE-EXIT.
           EXIT.
           EXIT.

       6000-WRITE-APPLIED-LINE.
           PERFORM 6700-DESCRIBE-TRAN-CODE THRU 6700-EXIT.
           MOVE SPACES TO MAINT-REPORT-LINE.
           STRING "APPLIED  " VT-ACTION
                  " OWNER=" VT-OWNER-CALC-KEY
                  " MEMBER=" VT-MEMBER-ID
                  " CODE=" VT-CODE " " WS-REF-DESC
                  DELIMITED BY SIZE INTO MAINT-REPORT-LINE.
           WRITE MAINT-REPORT-LINE.
       6000-EXIT.
           EXIT.

       6100-WRITE-REJECT.
           PERFORM 6700-DESCRIBE-TRAN-CODE THRU 6700-EXIT.
           MOVE SPACES TO MAINT-REPORT-LINE.
           STRING "REJECTED " VT-ACTION
                  " OWNER=" VT-OWNER-CALC-KEY
                  " MEMBER=" VT-MEMBER-ID
                  " CODE=" VT-CODE " " WS-REF-DESC
                  " - " WS-REJECT-REASON
                  DELIMITED BY SIZE INTO MAINT-REPORT-LINE.
           WRITE MAINT-REPORT-LINE.
       6100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   6700-DESCRIBE-TRAN-CODE -- the card's code described for     *
      *   the report line. An erase card keys no code, so it prints    *
      *   none.                                                        *
      *----------------------------------------------------------------*
       6700-DESCRIBE-TRAN-CODE.
           IF VT-CODE = SPACES
               MOVE SPACES TO WS-REF-DESC
               GO TO 6700-EXIT
           END-IF.
           MOVE VT-CODE TO WS-REF-LOOKUP-CODE.
           PERFORM 6800-LOOKUP-CODE-REF THRU 6800-EXIT.
       6700-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   6800-LOOKUP-CODE-REF -- the reference description for the    *
      *   code in WS-REF-LOOKUP-CODE, by CALC as HELLO-VBROWSE takes   *
      *   it, with the same text as HELLO-WORLD when the code has no   *
      *   entry.                                                       *
      *----------------------------------------------------------------*
       6800-LOOKUP-CODE-REF.
           MOVE WS-REF-LOOKUP-CODE TO CR-CODE.
           MOVE "CODE-REF-RECORD" TO DB-SET-NAME.
           OBTAIN CALC CODE-REF-RECORD
               ON 0326
                   CONTINUE
               ON ANY ERROR
                   PERFORM 9900-DB-ERROR THRU 9900-EXIT
           END-OBTAIN.
           MOVE "V75SVIMVT-VIDET" TO DB-SET-NAME.
           IF DB-END-OF-SET
               MOVE "** NO CODE REFERENCE ENTRY **" TO WS-REF-DESC
               GO TO 6800-EXIT
           END-IF.
           MOVE CR-DESCRIPTION TO WS-REF-DESC.
       6800-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   8000-TERMINATE -- control totals on the report and SYSOUT,   *
      *   then the verdict: 00 every card applied, 04 one or more      *
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   8300-WRITE-RUN-HISTORY -- one RUN-HISTORY-RECORD on the      *
      *   shared stream history (DISP=MOD), after the verdict.         *
      *----------------------------------------------------------------*
       8300-WRITE-RUN-HISTORY.
           OPEN EXTEND RUN-HISTORY-FILE.
           MOVE SPACES              TO RUN-HISTORY-RECORD.
           MOVE "HELLOVMT"          TO RH-JOB-NAME.
           MOVE WS-CURRENT-DATE     TO RH-START-DATE.
           MOVE WS-CURRENT-TIME     TO RH-START-TIME.
           MOVE FUNCTION CURRENT-DATE TO RH-END-TS.
           MOVE WS-RUN-RC           TO RH-RETURN-CODE.
           MOVE WS-TRAN-COUNT       TO RH-RECORDS-PROCESSED.
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
           MOVE 16 TO WS-RUN-RC.
           PERFORM 8300-WRITE-RUN-HISTORY THRU 8300-EXIT.
           CALL "CEE3ABD" USING WS-ABEND-CODE WS-ABEND-REASON.
       9850-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   9900-DB-ERROR -- anything other than DB-SUCCESSFUL or        *
      *   DB-END-OF-SET on a DML call abends the run-unit, same as     *
                  " STATUS=" DB-STATUS
                  DELIMITED BY SIZE INTO DB-ERROR-MESSAGE.
           DISPLAY DB-ERROR-MESSAGE.
           PERFORM 9850-ABEND-RUN THRU 9850-EXIT.
       9900-EXIT.
           EXIT.


      *                  VHINQRPT. A MEMBER NOT ON THE MASTER IS
      *                  SAID SO AND THE RUN ENDS RC 04 SO THE
      *                  REQUESTER KNOWS TO CHECK THE KEY.
      *   10/15/26  RSG  APPENDS ITS RUN-HISTORY-RECORD (SEE RUNHIST)
      *                  TO RUNHIST AT THE END OF THE RUN FOR
      *                  HELLO-SLARPT'S MONTHLY SLA REPORT.
      *   10/15/26  RSG  EACH SNAPSHOT LINE PRINTS ITS CODE WITH THE
      *                  CODE'S DESCRIPTION, FROM THE CODE REFERENCE
      *                  ENTRIES HELLO-WORLD LAST WROTE ON CDREF (SEE
      *                  CDREFEXT).
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS WS-VSAM-STATUS.
           SELECT INQ-REPORT-FILE    ASSIGN TO VHINQRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-HISTORY-FILE   ASSIGN TO RUNHIST
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CODE-REF-FILE      ASSIGN TO CDREF
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 132 CHARACTERS.
       01  INQ-REPORT-LINE            PIC X(132).

      * Cross-job run history, appended once at the end of the run.
       FD  RUN-HISTORY-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY RUNHIST.

      * The code reference entries HELLO-WORLD last wrote -- see
      * CDREFEXT. Tabled whole at 1000-INITIALIZE.
       FD  CODE-REF-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY CDREFEXT.

       WORKING-STORAGE SECTION.
           COPY VHISTREC.

               88  PARM-EOF                VALUE 'Y'.
           05  WS-ABORT-SW            PIC X(01) VALUE 'N'.
               88  RUN-WAS-ABORTED         VALUE 'Y'.
           05  WS-CDREF-EOF-SW        PIC X(01) VALUE 'N'.
               88  CODE-REF-EOF            VALUE 'Y'.

       01  WS-VSAM-STATUS             PIC X(02) VALUE "00".
           88  VSAM-OK                     VALUE "00".
           88  VSAM-NOT-FOUND              VALUE "23".

      * Code descriptions off CDREF, for the snapshot lines. A code
      * past WS-REF-MAX, or with no entry, prints as having none.
       01  WS-REF-TABLE.
           05  WS-REF-MAX             PIC 9(04) COMP VALUE 999.
           05  WS-REF-COUNT           PIC 9(04) COMP VALUE ZERO.
           05  WS-REF-ENTRY OCCURS 999 TIMES.
               10  RF-CODE            PIC X(04).
               10  RF-DESCRIPTION     PIC X(40).

       01  WS-WORK-FIELDS.
           05  WS-CARD-COUNT          PIC 9(04) COMP VALUE ZERO.
           05  WS-FOUND-COUNT         PIC 9(04) COMP VALUE ZERO.
           05  WS-MISSING-COUNT       PIC 9(04) COMP VALUE ZERO.
           05  WS-SNAP-INDEX          PIC 9(02) COMP.
           05  WS-SNAP-INDEX-D        PIC 9(02) DISPLAY.
           05  WS-REF-INDEX           PIC 9(04) COMP.
           05  WS-REF-HIT-INDEX       PIC 9(04) COMP.
           05  WS-REF-LOOKUP-CODE     PIC X(04).
           05  WS-REF-DESC            PIC X(40).

      * Start of this run, captured at 1000-INITIALIZE for the run
      * history record.
       01  WS-CURRENT-DATE-TIME.
           05  WS-CURRENT-DATE        PIC 9(08).
           05  WS-CURRENT-TIME        PIC 9(08).

       01  RC-CONTROL.
           05  WS-RUN-RC              PIC 9(02) COMP VALUE ZERO.
                   UNTIL PARM-EOF
               PERFORM 8000-TERMINATE THRU 8000-EXIT
           END-IF.
           PERFORM 8300-WRITE-RUN-HISTORY THRU 8300-EXIT.
           GO TO 9999-EXIT.
       0000-MAINLINE-EXIT.
           EXIT.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           OPEN INPUT  INQ-PARM-FILE
                       HISTORY-MASTER.
           IF NOT VSAM-OK
               GO TO 1000-EXIT
           END-IF.
           OPEN OUTPUT INQ-REPORT-FILE.
           OPEN INPUT  CODE-REF-FILE.
           PERFORM 1200-LOAD-CODE-REF THRU 1200-EXIT
               UNTIL CODE-REF-EOF.
           CLOSE CODE-REF-FILE.
           MOVE "V75 MEMBER HISTORY INQUIRY - NEWEST FIRST"
               TO INQ-REPORT-LINE.
           WRITE INQ-REPORT-LINE.
       1100-EXIT.
           EXIT.

       1200-LOAD-CODE-REF.
           READ CODE-REF-FILE
               AT END
                   MOVE 'Y' TO WS-CDREF-EOF-SW
                   GO TO 1200-EXIT
           END-READ.
           IF WS-REF-COUNT < WS-REF-MAX
               ADD 1 TO WS-REF-COUNT
               MOVE CX-CODE        TO RF-CODE (WS-REF-COUNT)
               MOVE CX-DESCRIPTION TO RF-DESCRIPTION (WS-REF-COUNT)
           ELSE
               DISPLAY "CDREF: TABLE FULL - CODE " CX-CODE
                       " WILL PRINT WITHOUT A DESCRIPTION"
           END-IF.
       1200-EXIT.
           EXIT.

       2000-PROCESS-ONE-CARD.
           ADD 1 TO WS-CARD-COUNT.
           MOVE IQ-OWNER-CALC-KEY TO MH-OWNER-CALC-KEY.

       3100-PRINT-ONE-SNAPSHOT.
           MOVE WS-SNAP-INDEX TO WS-SNAP-INDEX-D.
           MOVE MH-CODE (WS-SNAP-INDEX) TO WS-REF-LOOKUP-CODE.
           PERFORM 3200-FIND-CODE-REF THRU 3200-EXIT.
           MOVE SPACES TO INQ-REPORT-LINE.
           STRING "  " WS-SNAP-INDEX-D
                  " RUN=" MH-RUN-DATE (WS-SNAP-INDEX)
                  " CODE=" MH-CODE (WS-SNAP-INDEX) " " WS-REF-DESC
                  " QTY=" MH-QUANTITY (WS-SNAP-INDEX)
                  " AMT=" MH-AMOUNT (WS-SNAP-INDEX)
                  " STATUS DATE=" MH-STATUS-DATE (WS-SNAP-INDEX)
       3100-EXIT.
           EXIT.

       3200-FIND-CODE-REF.
           MOVE ZERO TO WS-REF-HIT-INDEX.
           MOVE 1 TO WS-REF-INDEX.
           PERFORM 3210-MATCH-ONE-CODE-REF THRU 3210-EXIT
               VARYING WS-REF-INDEX FROM 1 BY 1
               UNTIL WS-REF-INDEX > WS-REF-COUNT
                  OR WS-REF-HIT-INDEX > ZERO.
           IF WS-REF-HIT-INDEX > ZERO
               MOVE RF-DESCRIPTION (WS-REF-HIT-INDEX) TO WS-REF-DESC
           ELSE
               MOVE "** NO CODE REFERENCE ENTRY **" TO WS-REF-DESC
           END-IF.
       3200-EXIT.
           EXIT.

       3210-MATCH-ONE-CODE-REF.
           IF RF-CODE (WS-REF-INDEX) = WS-REF-LOOKUP-CODE
               MOVE WS-REF-INDEX TO WS-REF-HIT-INDEX
           END-IF.
       3210-EXIT.
           EXIT.

       8000-TERMINATE.
           CLOSE INQ-PARM-FILE
                 HISTORY-MASTER
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   8300-WRITE-RUN-HISTORY -- one RUN-HISTORY-RECORD on the      *
      *   shared stream history (DISP=MOD). Written for an abandoned   *
      *   run too, so an RC 12 shows on the SLA report.                *
      *----------------------------------------------------------------*
       8300-WRITE-RUN-HISTORY.
           OPEN EXTEND RUN-HISTORY-FILE.
           MOVE SPACES              TO RUN-HISTORY-RECORD.
           MOVE "HELLOVHI"          TO RH-JOB-NAME.
           MOVE WS-CURRENT-DATE     TO RH-START-DATE.
           MOVE WS-CURRENT-TIME     TO RH-START-TIME.
           MOVE FUNCTION CURRENT-DATE TO RH-END-TS.
           MOVE WS-RUN-RC           TO RH-RETURN-CODE.
           MOVE WS-CARD-COUNT       TO RH-RECORDS-PROCESSED.
           MOVE 'N'                 TO RH-RESTART-SW.
           WRITE RUN-HISTORY-RECORD.
           CLOSE RUN-HISTORY-FILE.
       8300-EXIT.
           EXIT.

       9999-EXIT.
           MOVE WS-RUN-RC TO RETURN-CODE.
           STOP RUN.

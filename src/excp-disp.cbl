      *                  LEGACY MEMBER KEPT THE WHOLE JOB STREAM ON
      *                  RC 08 EVERY NIGHT AND THE SCHEDULER HELD
      *                  STEP020 FOR NOTHING.
      *   10/15/26  RSG  APPLIED AND REJECTED LINES ON EXDRPT PRINT THE
      *                  CARD'S CODE WITH ITS DESCRIPTION, FROM THE
      *                  CODE REFERENCE ENTRIES HELLO-WORLD LAST WROTE
      *                  ON CDREF (SEE CDREFEXT).
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DISP-REPORT-FILE   ASSIGN TO EXDRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CODE-REF-FILE      ASSIGN TO CDREF
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 132 CHARACTERS.
       01  DISP-REPORT-LINE           PIC X(132).

      * The code reference entries HELLO-WORLD last wrote -- see
      * CDREFEXT.
       FD  CODE-REF-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY CDREFEXT.

       WORKING-STORAGE SECTION.
       01  WS-END-OF-FILE-SWITCHES.
           05  WS-OLD-EOF-SW          PIC X(01) VALUE 'N'.
               88  OLD-MASTER-EOF          VALUE 'Y'.
           05  WS-TRAN-EOF-SW         PIC X(01) VALUE 'N'.
               88  TRAN-EOF                VALUE 'Y'.
           05  WS-CDREF-EOF-SW        PIC X(01) VALUE 'N'.
               88  CODE-REF-EOF            VALUE 'Y'.

      * The whole disposition file, tabled so cards can replace or
      * remove entries in place before the new generation is written.
               10  DS-TS-TIME         PIC 9(08).
               10  DS-REMOVED-SW      PIC X(01).

      * Code descriptions off CDREF, for the report lines. A code
      * past WS-REF-MAX, or with no entry, prints as having none.
       01  WS-REF-TABLE.
           05  WS-REF-MAX             PIC 9(04) COMP VALUE 999.
           05  WS-REF-COUNT           PIC 9(04) COMP VALUE ZERO.
           05  WS-REF-ENTRY OCCURS 999 TIMES.
               10  RF-CODE            PIC X(04).
               10  RF-DESCRIPTION     PIC X(40).

       01  WS-WORK-FIELDS.
           05  WS-DISP-INDEX          PIC 9(04) COMP.
           05  WS-DISP-HIT-INDEX      PIC 9(04) COMP.
           05  WS-REF-INDEX           PIC 9(04) COMP.
           05  WS-REF-HIT-INDEX       PIC 9(04) COMP.
           05  WS-REF-LOOKUP-CODE     PIC X(04).
           05  WS-REF-DESC            PIC X(40).
           05  WS-TRAN-COUNT          PIC 9(04) COMP VALUE ZERO.
           05  WS-APPLIED-COUNT       PIC 9(04) COMP VALUE ZERO.
           05  WS-REJECTED-COUNT      PIC 9(04) COMP VALUE ZERO.

       1000-INITIALIZE.
           OPEN INPUT  DISP-OLD-FILE
                       DISP-TRAN-FILE
                       CODE-REF-FILE.
           OPEN OUTPUT DISP-NEW-FILE
                       DISP-REPORT-FILE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           WRITE DISP-REPORT-LINE.
           MOVE SPACES TO DISP-REPORT-LINE.
           WRITE DISP-REPORT-LINE.
           PERFORM 1300-LOAD-CODE-REF THRU 1300-EXIT
               UNTIL CODE-REF-EOF.
           PERFORM 1100-READ-OLD-MASTER THRU 1100-EXIT.
           PERFORM 1200-READ-TRAN-CARD THRU 1200-EXIT.
       1000-EXIT.
       1200-EXIT.
           EXIT.

       1300-LOAD-CODE-REF.
           READ CODE-REF-FILE
               AT END
                   MOVE 'Y' TO WS-CDREF-EOF-SW
                   GO TO 1300-EXIT
           END-READ.
           IF WS-REF-COUNT < WS-REF-MAX
               ADD 1 TO WS-REF-COUNT
               MOVE CX-CODE        TO RF-CODE (WS-REF-COUNT)
               MOVE CX-DESCRIPTION TO RF-DESCRIPTION (WS-REF-COUNT)
           ELSE
               DISPLAY "CDREF: TABLE FULL - CODE " CX-CODE
                       " WILL PRINT WITHOUT A DESCRIPTION"
           END-IF.
       1300-EXIT.
           EXIT.

       2000-LOAD-OLD-MASTER.
           IF WS-DISP-COUNT < WS-DISP-MAX
               ADD 1 TO WS-DISP-COUNT
      *----------------------------------------------------------------*
       3000-APPLY-ONE-CARD.
           ADD 1 TO WS-TRAN-COUNT.
           MOVE DT-CODE TO WS-REF-LOOKUP-CODE.
           PERFORM 3300-FIND-CODE-REF THRU 3300-EXIT.
           IF NOT DT-DISP-VALID
               ADD 1 TO WS-REJECTED-COUNT
               MOVE 4 TO WS-RUN-RC
               MOVE SPACES TO DISP-REPORT-LINE
               STRING "REJECTED OWNER=" DT-OWNER-CALC-KEY
                      " CODE=" DT-CODE " " WS-REF-DESC
                      " - DISPOSITION NOT A, R, F OR X"
                      DELIMITED BY SIZE INTO DISP-REPORT-LINE
               WRITE DISP-REPORT-LINE
               MOVE 4 TO WS-RUN-RC
               MOVE SPACES TO DISP-REPORT-LINE
               STRING "REJECTED OWNER=" DT-OWNER-CALC-KEY
                      " CODE=" DT-CODE " " WS-REF-DESC
                      " - DB-KEY NOT NUMERIC"
                      DELIMITED BY SIZE INTO DISP-REPORT-LINE
               WRITE DISP-REPORT-LINE
                   MOVE 4 TO WS-RUN-RC
                   MOVE SPACES TO DISP-REPORT-LINE
                   STRING "REJECTED OWNER=" DT-OWNER-CALC-KEY
                          " CODE=" DT-CODE " " WS-REF-DESC
                          " - NO ENTRY TO REMOVE"
                          DELIMITED BY SIZE INTO DISP-REPORT-LINE
                   WRITE DISP-REPORT-LINE
       3200-WRITE-APPLIED-LINE.
           MOVE SPACES TO DISP-REPORT-LINE.
           STRING "APPLIED  OWNER=" DT-OWNER-CALC-KEY
                  " CODE=" DT-CODE " " WS-REF-DESC
                  " DISPOSITION=" DT-DISPOSITION
                  " BY " DT-USER-ID
                  DELIMITED BY SIZE INTO DISP-REPORT-LINE.
       3200-EXIT.
           EXIT.

       3300-FIND-CODE-REF.
           MOVE ZERO TO WS-REF-HIT-INDEX.
           MOVE 1 TO WS-REF-INDEX.
           PERFORM 3350-MATCH-ONE-CODE-REF THRU 3350-EXIT
               VARYING WS-REF-INDEX FROM 1 BY 1
               UNTIL WS-REF-INDEX > WS-REF-COUNT
                  OR WS-REF-HIT-INDEX > ZERO.
           IF WS-REF-HIT-INDEX > ZERO
               MOVE RF-DESCRIPTION (WS-REF-HIT-INDEX) TO WS-REF-DESC
           ELSE
               MOVE "** NO CODE REFERENCE ENTRY **" TO WS-REF-DESC
           END-IF.
       3300-EXIT.
           EXIT.

       3350-MATCH-ONE-CODE-REF.
           IF RF-CODE (WS-REF-INDEX) = WS-REF-LOOKUP-CODE
               MOVE WS-REF-INDEX TO WS-REF-HIT-INDEX
           END-IF.
       3350-EXIT.
           EXIT.

       4000-WRITE-ONE-ENTRY.
           IF DS-REMOVED-SW (WS-DISP-INDEX) NOT = 'Y'
               MOVE SPACES TO DISP-OUT-RECORD
           CLOSE DISP-OLD-FILE
                 DISP-NEW-FILE
                 DISP-TRAN-FILE
                 DISP-REPORT-FILE
                 CODE-REF-FILE.
           DISPLAY "HELLO-EXCDISP: " WS-TRAN-COUNT " CARD(S), "
                   WS-APPLIED-COUNT " APPLIED, "
                   WS-REJECTED-COUNT " REJECTED, "

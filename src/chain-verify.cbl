       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLO-CHNVFY.
       AUTHOR. R SENGUPTA.
       INSTALLATION. V75 APPLICATIONS.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED.
      *
      * MODIFICATION HISTORY
      *   10/15/26  RSG  INITIAL VERSION. WEEKLY INTEGRITY CHECK OF THE
      *                  V75SVIMVT-VIDET CHAINS, RUN OUTSIDE THE
      *                  NIGHTLY WINDOW. EVERY V75RVIMVT OWNER IN
      *                  V75-VIDET-AREA IS FOUND BY AN AREA SWEEP AND
      *                  TABLED, WHETHER OR NOT OWNERIN CARRIES IT, AND
      *                  ITS CHAIN IS WALKED FORWARD (OBTAIN NEXT) AND
      *                  THEN BACKWARD (OBTAIN PRIOR); EVERY MEMBER
      *                  REACHED IS ASKED FOR ITS OWNER (OBTAIN OWNER),
      *                  WHICH MUST BE THE OWNER THE WALK STARTED FROM.
      *                  THE TWO DB-KEY SEQUENCES AND MEMBER COUNTS
      *                  MUST MIRROR EACH OTHER. ANY BREAK IS LISTED ON
      *                  CHVRPT WITH THE OWNER, THE DIRECTION AND THE
      *                  DB-KEYS ON EITHER SIDE; A DML STATUS OFF A
      *                  BROKEN POINTER IS REPORTED AS A BREAK, NOT
      *                  ABENDED ON, SO ONE BAD CHAIN DOES NOT HIDE THE
      *                  REST. RC 00 EVERY CHAIN SOUND, RC 08 A BREAK,
      *                  A CHAIN TOO LONG TO VERIFY OR MORE OWNERS THAN
      *                  THE TABLE HOLDS -- THE SCHEDULER HOLDS THE
      *                  STREAM ON RC 08.
      *   10/15/26  RSG  APPENDS A RUN-HISTORY-RECORD (JOB HELLOCHV) TO
      *                  RUNHIST AT THE END OF THE RUN, AND AN RC 16
      *                  ONE BEFORE AN ABEND IT RAISES ITSELF.
      *
       ENVIRONMENT DIVISION.
029200 IDMS-CONTROL SECTION.                                            DCRAHMEN
029300                                                                  DCRAHMEN
029400 PROTOCOL. MODE IS IDMS-DC DEBUG                                  DCRAHMEN
029500           IDMS-RECORDS MANUAL.                                   DCRAHMEN
029600                                                                  DCRAHMEN
029700                                                                  DCRAHMEN
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VERIFY-REPORT-FILE ASSIGN TO CHVRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-HISTORY-FILE   ASSIGN TO RUNHIST
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  VERIFY-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  VERIFY-REPORT-LINE         PIC X(132).

      * Cross-job run history, appended once at the end of the run.
       FD  RUN-HISTORY-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY RUNHIST.

       WORKING-STORAGE SECTION.
      * Minimal record area for the V75RVIMVT owner's CALC key, same
      * arrangement as HELLO-WORLD.
       01  V75RVIMVT-RECORD.
           05  V75OWN-CALC-KEY        PIC X(08).

      * Record area for the V75RVIDET member, same arrangement as
      * HELLO-WORLD. Only the DB-KEY the OBTAIN returns is used.
       01  V75RVIDET-RECORD.
           05  VIDET-MEMBER-ID        PIC X(10).
           05  VIDET-CODE             PIC X(04).
           05  VIDET-DESCRIPTION      PIC X(30).
           05  VIDET-QUANTITY         PIC S9(07) COMP-3.
           05  VIDET-AMOUNT           PIC S9(09)V99 COMP-3.
           05  VIDET-STATUS-DATE      PIC 9(08).

       01  WS-END-OF-FILE-SWITCHES.
           05  WS-AREA-EOF-SW         PIC X(01) VALUE 'N'.
               88  AREA-END-OF-SWEEP       VALUE 'Y'.
           05  WS-WALK-DONE-SW        PIC X(01) VALUE 'N'.
               88  WALK-IS-DONE            VALUE 'Y'.

       01  WS-VERIFY-SWITCHES.
           05  WS-OWNER-BROKEN-SW     PIC X(01) VALUE 'N'.
               88  OWNER-IS-BROKEN         VALUE 'Y'.
           05  WS-DIVERGED-SW         PIC X(01) VALUE 'N'.
               88  WALKS-HAVE-DIVERGED     VALUE 'Y'.
           05  WS-WALK-DIRECTION      PIC X(08) VALUE SPACES.
               88  WALKING-FORWARD         VALUE "FORWARD".
               88  WALKING-BACKWARD        VALUE "BACKWARD".

      * DB-KEYs of the owner's members in the order each walk reached
      * them. A walk that runs past WS-WALK-MAX members is stopped and
      * reported as a break of its own: it cannot be proven, and a
      * pointer loop looks exactly like it.
       01  WS-FORWARD-WALK.
           05  WS-FWD-COUNT           PIC 9(06) COMP VALUE ZERO.
           05  WS-FWD-DB-KEY          PIC S9(08) COMP
                                       OCCURS 9999 TIMES.
       01  WS-BACKWARD-WALK.
           05  WS-BWD-COUNT           PIC 9(06) COMP VALUE ZERO.
           05  WS-BWD-DB-KEY          PIC S9(08) COMP
                                       OCCURS 9999 TIMES.

      * Every V75RVIMVT owner the area sweep turned up, in sweep order.
      * The chains are walked from this table once the sweep is done.
       01  WS-OWNER-TABLE.
           05  WS-OWN-MAX             PIC 9(04) COMP VALUE 2000.
           05  WS-OWN-COUNT           PIC 9(04) COMP VALUE ZERO.
           05  WS-OWN-INDEX           PIC 9(04) COMP.
           05  WS-OWN-LOST-SW         PIC X(01) VALUE 'N'.
               88  OWNER-TABLE-OVERFLOWED   VALUE 'Y'.
           05  WS-OWN-ENTRY OCCURS 2000 TIMES.
               10  OW-OWNER-CALC-KEY  PIC X(08).
               10  OW-OWNER-DB-KEY    PIC S9(08) COMP.

       01  WS-WORK-FIELDS.
           05  WS-WALK-MAX            PIC 9(06) COMP VALUE 9999.
           05  WS-OWNER-CALC-KEY      PIC X(08) VALUE SPACES.
           05  WS-OWNER-DB-KEY        PIC S9(08) COMP VALUE ZERO.
           05  WS-MEMBER-DB-KEY       PIC S9(08) COMP VALUE ZERO.
           05  WS-LAST-DB-KEY         PIC S9(08) COMP VALUE ZERO.
           05  WS-FOUND-OWNER-DB-KEY  PIC S9(08) COMP VALUE ZERO.
           05  WS-WALK-COUNT          PIC 9(06) COMP VALUE ZERO.
           05  WS-POSITION            PIC 9(06) COMP.
           05  WS-MIRROR-POSITION     PIC 9(06) COMP.
           05  WS-COMPARE-LIMIT       PIC 9(06) COMP.

      * One break, built up by whichever paragraph finds it and
      * printed by 5000-REPORT-BREAK. The DB-KEYs are moved to these
      * display fields first; a binary DB-KEY cannot go in a STRING.
       01  WS-BREAK-FIELDS.
           05  WS-BRK-DIRECTION       PIC X(08).
           05  WS-BRK-BEFORE-KEY-D    PIC 9(10) DISPLAY.
           05  WS-BRK-AT-KEY-D        PIC 9(10) DISPLAY.
           05  WS-BRK-AFTER-KEY-D     PIC 9(10) DISPLAY.
           05  WS-BRK-POSITION-D      PIC 9(06) DISPLAY.
           05  WS-BRK-TEXT            PIC X(44).

       01  WS-REPORT-FIELDS.
           05  WS-FWD-COUNT-D         PIC 9(06) DISPLAY.
           05  WS-BWD-COUNT-D         PIC 9(06) DISPLAY.
           05  WS-COUNT-D             PIC 9(06) DISPLAY.
           05  WS-OWNER-VERDICT       PIC X(06).

       01  WS-RUN-TOTALS.
           05  WS-OWNER-COUNT         PIC 9(06) COMP VALUE ZERO.
           05  WS-OWNER-LOST-COUNT    PIC 9(06) COMP VALUE ZERO.
           05  WS-BROKEN-OWNER-COUNT  PIC 9(06) COMP VALUE ZERO.
           05  WS-BREAK-COUNT         PIC 9(06) COMP VALUE ZERO.
           05  WS-MEMBER-COUNT        PIC 9(09) COMP VALUE ZERO.
           05  WS-MEMBERS-D           PIC 9(09) DISPLAY.

       01  SUB-SCHEMA-CONTROL.
           05  DB-STATUS              PIC X(04) VALUE "0000".
               88  DB-SUCCESSFUL            VALUE "0000".
               88  DB-END-OF-SET            VALUE "0326".
           05  DB-SET-NAME            PIC X(32)
                                       VALUE "V75-VIDET-AREA".
           05  DB-KEY                 PIC S9(08) COMP VALUE ZERO.
           05  DB-ERROR-MESSAGE       PIC X(60) VALUE SPACES.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURRENT-DATE        PIC 9(08).
           05  WS-CURRENT-TIME        PIC 9(08).

      * Verdict of the run: 00 every chain sound, 08 one or more
      * breaks, or more owners than the table holds.
       01  RC-CONTROL.
           05  WS-RUN-RC              PIC 9(02) COMP VALUE ZERO.

       01  ABEND-CONTROL.
           05  WS-ABEND-CODE          PIC S9(09) COMP VALUE 999.
           05  WS-ABEND-REASON        PIC S9(09) COMP VALUE 1.

       PROCEDURE DIVISION.
      *
      *----------------------------------------------------------------*
      *   0000-MAINLINE -- sweep the area for every owner, then verify *
      *   each tabled owner whole before the next is started.          *
      *----------------------------------------------------------------*
       0000-MAINLINE SECTION.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 1500-SWEEP-AREA THRU 1500-EXIT.
           PERFORM 2000-VERIFY-ONE-OWNER THRU 2000-EXIT
               VARYING WS-OWN-INDEX FROM 1 BY 1
               UNTIL WS-OWN-INDEX > WS-OWN-COUNT.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           PERFORM 8300-WRITE-RUN-HISTORY THRU 8300-EXIT.
           GO TO 9999-EXIT.
       0000-MAINLINE-EXIT.
           EXIT.

       1000-INITIALIZE.
           OPEN OUTPUT VERIFY-REPORT-FILE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE SPACES TO VERIFY-REPORT-LINE.
           STRING "V75SVIMVT-VIDET CHAIN INTEGRITY VERIFICATION - RUN "
                  WS-CURRENT-DATE " " WS-CURRENT-TIME
                  DELIMITED BY SIZE INTO VERIFY-REPORT-LINE.
           WRITE VERIFY-REPORT-LINE.
           MOVE SPACES TO VERIFY-REPORT-LINE.
           WRITE VERIFY-REPORT-LINE.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   1500-SWEEP-AREA -- every V75RVIMVT occurrence in the area,   *
      *   in area order, tabled first and verified after: walking a    *
      *   member chain in the middle of the sweep would move the       *
      *   currency of area the next OBTAIN NEXT WITHIN area goes from. *
      *   Owners past the end of the table are counted, not verified.  *
      *----------------------------------------------------------------*
       1500-SWEEP-AREA.
           MOVE "V75-VIDET-AREA" TO DB-SET-NAME.
           OBTAIN FIRST V75RVIMVT WITHIN V75-VIDET-AREA
               ON 0326
                   MOVE 'Y' TO WS-AREA-EOF-SW
               ON ANY ERROR
                   PERFORM 9900-DB-ERROR THRU 9900-EXIT
           END-OBTAIN.
           PERFORM 1600-TABLE-ONE-OWNER THRU 1600-EXIT
               UNTIL AREA-END-OF-SWEEP.
       1500-EXIT.
           EXIT.

       1600-TABLE-ONE-OWNER.
           IF WS-OWN-COUNT NOT < WS-OWN-MAX
               MOVE 'Y' TO WS-OWN-LOST-SW
               ADD 1 TO WS-OWNER-LOST-COUNT
           ELSE
               ADD 1 TO WS-OWN-COUNT
               MOVE V75OWN-CALC-KEY TO OW-OWNER-CALC-KEY (WS-OWN-COUNT)
               MOVE DB-KEY          TO OW-OWNER-DB-KEY (WS-OWN-COUNT)
           END-IF.
           OBTAIN NEXT V75RVIMVT WITHIN V75-VIDET-AREA
               ON 0326
                   MOVE 'Y' TO WS-AREA-EOF-SW
               ON ANY ERROR
                   PERFORM 9900-DB-ERROR THRU 9900-EXIT
           END-OBTAIN.
       1600-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   2000-VERIFY-ONE-OWNER -- OBTAIN the tabled owner by its      *
      *   DB-KEY, walk forward, walk backward from the owner again,    *
      *   then compare the two walks.                                  *
      *----------------------------------------------------------------*
       2000-VERIFY-ONE-OWNER.
           ADD 1 TO WS-OWNER-COUNT.
           MOVE OW-OWNER-CALC-KEY (WS-OWN-INDEX) TO WS-OWNER-CALC-KEY.
           MOVE OW-OWNER-DB-KEY (WS-OWN-INDEX) TO WS-OWNER-DB-KEY.
           MOVE 'N' TO WS-OWNER-BROKEN-SW.
           MOVE "V75RVIMVT" TO DB-SET-NAME.
           OBTAIN DB-KEY IS WS-OWNER-DB-KEY
               ON ANY ERROR
                   PERFORM 9900-DB-ERROR THRU 9900-EXIT
           END-OBTAIN.
           MOVE "V75SVIMVT-VIDET" TO DB-SET-NAME.
           MOVE "FORWARD" TO WS-WALK-DIRECTION.
           PERFORM 3000-WALK-CHAIN THRU 3000-EXIT.
           MOVE WS-WALK-COUNT TO WS-FWD-COUNT.
           MOVE "V75RVIMVT" TO DB-SET-NAME.
           OBTAIN DB-KEY IS WS-OWNER-DB-KEY
               ON ANY ERROR
                   PERFORM 9900-DB-ERROR THRU 9900-EXIT
           END-OBTAIN.
           MOVE "V75SVIMVT-VIDET" TO DB-SET-NAME.
           MOVE "BACKWARD" TO WS-WALK-DIRECTION.
           PERFORM 3000-WALK-CHAIN THRU 3000-EXIT.
           MOVE WS-WALK-COUNT TO WS-BWD-COUNT.
           PERFORM 4000-COMPARE-WALKS THRU 4000-EXIT.
           PERFORM 2700-WRITE-OWNER-TRAILER THRU 2700-EXIT.
       2000-EXIT.
           EXIT.

       2700-WRITE-OWNER-TRAILER.
           ADD WS-FWD-COUNT TO WS-MEMBER-COUNT.
           MOVE WS-FWD-COUNT TO WS-FWD-COUNT-D.
           MOVE WS-BWD-COUNT TO WS-BWD-COUNT-D.
           IF OWNER-IS-BROKEN
               ADD 1 TO WS-BROKEN-OWNER-COUNT
               MOVE "BROKEN" TO WS-OWNER-VERDICT
           ELSE
               MOVE "SOUND" TO WS-OWNER-VERDICT
           END-IF.
           MOVE SPACES TO VERIFY-REPORT-LINE.
           STRING "OWNER " WS-OWNER-CALC-KEY
                  " FORWARD=" WS-FWD-COUNT-D
                  " BACKWARD=" WS-BWD-COUNT-D
                  " CHAIN " WS-OWNER-VERDICT
                  DELIMITED BY SIZE INTO VERIFY-REPORT-LINE.
           WRITE VERIFY-REPORT-LINE.
       2700-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   3000-WALK-CHAIN -- from the owner, in WS-WALK-DIRECTION, to  *
      *   end of set. Each member's DB-KEY is tabled and its owner     *
      *   checked. A DML status other than end of set is a broken      *
      *   pointer: reported as a break and the walk stopped there.     *
      *----------------------------------------------------------------*
       3000-WALK-CHAIN.
           MOVE ZERO TO WS-WALK-COUNT.
           MOVE WS-OWNER-DB-KEY TO WS-LAST-DB-KEY.
           MOVE 'N' TO WS-WALK-DONE-SW.
           PERFORM 3100-WALK-ONE-MEMBER THRU 3100-EXIT
               UNTIL WALK-IS-DONE.
       3000-EXIT.
           EXIT.

       3100-WALK-ONE-MEMBER.
           IF WALKING-FORWARD
               OBTAIN NEXT V75RVIDET WITHIN V75SVIMVT-VIDET
                   ON 0326
                       CONTINUE
                   ON ANY ERROR
                       CONTINUE
               END-OBTAIN
           ELSE
               OBTAIN PRIOR V75RVIDET WITHIN V75SVIMVT-VIDET
                   ON 0326
                       CONTINUE
                   ON ANY ERROR
                       CONTINUE
               END-OBTAIN
           END-IF.
           IF DB-END-OF-SET
               MOVE 'Y' TO WS-WALK-DONE-SW
               GO TO 3100-EXIT
           END-IF.
           IF NOT DB-SUCCESSFUL
               MOVE WS-LAST-DB-KEY TO WS-BRK-BEFORE-KEY-D
               MOVE ZERO TO WS-BRK-AT-KEY-D
               MOVE ZERO TO WS-BRK-AFTER-KEY-D
               MOVE WS-WALK-COUNT TO WS-BRK-POSITION-D
               MOVE SPACES TO WS-BRK-TEXT
               STRING "OBTAIN FAILED STATUS " DB-STATUS
                      " - WALK STOPPED"
                      DELIMITED BY SIZE INTO WS-BRK-TEXT
               MOVE WS-WALK-DIRECTION TO WS-BRK-DIRECTION
               PERFORM 5000-REPORT-BREAK THRU 5000-EXIT
               MOVE 'Y' TO WS-WALK-DONE-SW
               GO TO 3100-EXIT
           END-IF.
           MOVE DB-KEY TO WS-MEMBER-DB-KEY.
           ADD 1 TO WS-WALK-COUNT.
           IF WS-WALK-COUNT > WS-WALK-MAX
               MOVE WS-LAST-DB-KEY TO WS-BRK-BEFORE-KEY-D
               MOVE WS-MEMBER-DB-KEY TO WS-BRK-AT-KEY-D
               MOVE ZERO TO WS-BRK-AFTER-KEY-D
               MOVE WS-WALK-COUNT TO WS-BRK-POSITION-D
               MOVE "CHAIN LONGER THAN WALK TABLE - POSSIBLE LOOP"
                   TO WS-BRK-TEXT
               MOVE WS-WALK-DIRECTION TO WS-BRK-DIRECTION
               PERFORM 5000-REPORT-BREAK THRU 5000-EXIT
               MOVE 'Y' TO WS-WALK-DONE-SW
               GO TO 3100-EXIT
           END-IF.
           IF WALKING-FORWARD
               MOVE WS-MEMBER-DB-KEY TO WS-FWD-DB-KEY (WS-WALK-COUNT)
           ELSE
               MOVE WS-MEMBER-DB-KEY TO WS-BWD-DB-KEY (WS-WALK-COUNT)
           END-IF.
           PERFORM 3200-CHECK-MEMBER-OWNER THRU 3200-EXIT.
           MOVE WS-MEMBER-DB-KEY TO WS-LAST-DB-KEY.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   3200-CHECK-MEMBER-OWNER -- OBTAIN OWNER moves set currency   *
      *   to the owner it finds, so currency is put back on the member *
      *   by DB-KEY before the walk takes its next step.               *
      *----------------------------------------------------------------*
       3200-CHECK-MEMBER-OWNER.
           OBTAIN OWNER WITHIN V75SVIMVT-VIDET
               ON ANY ERROR
                   CONTINUE
           END-OBTAIN.
           MOVE DB-KEY TO WS-FOUND-OWNER-DB-KEY.
           IF NOT DB-SUCCESSFUL
               OR WS-FOUND-OWNER-DB-KEY NOT = WS-OWNER-DB-KEY
               MOVE WS-LAST-DB-KEY TO WS-BRK-BEFORE-KEY-D
               MOVE WS-MEMBER-DB-KEY TO WS-BRK-AT-KEY-D
               MOVE WS-FOUND-OWNER-DB-KEY TO WS-BRK-AFTER-KEY-D
               MOVE WS-WALK-COUNT TO WS-BRK-POSITION-D
               MOVE SPACES TO WS-BRK-TEXT
               IF DB-SUCCESSFUL
                   MOVE "OWNER POINTER REACHES ANOTHER OWNER (AFTER)"
                       TO WS-BRK-TEXT
               ELSE
                   STRING "OBTAIN OWNER FAILED STATUS " DB-STATUS
                          DELIMITED BY SIZE INTO WS-BRK-TEXT
                   MOVE ZERO TO WS-BRK-AFTER-KEY-D
               END-IF
               MOVE WS-WALK-DIRECTION TO WS-BRK-DIRECTION
               PERFORM 5000-REPORT-BREAK THRU 5000-EXIT
           END-IF.
           OBTAIN DB-KEY IS WS-MEMBER-DB-KEY
               ON ANY ERROR
                   PERFORM 9900-DB-ERROR THRU 9900-EXIT
           END-OBTAIN.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   4000-COMPARE-WALKS -- the backward walk must be the forward  *
      *   walk reversed. Counts first, then forward position n        *
      *   against backward position (backward count + 1 - n), so a    *
      *   walk cut short still lines up from the owner end. Only the   *
      *   first divergence is reported; everything after it is out    *
      *   of step anyway. A walk that overran the table is already a   *
      *   break and is not compared.                                   *
      *----------------------------------------------------------------*
       4000-COMPARE-WALKS.
           IF WS-FWD-COUNT NOT = WS-BWD-COUNT
               MOVE ZERO TO WS-BRK-BEFORE-KEY-D
               MOVE ZERO TO WS-BRK-AT-KEY-D
               MOVE ZERO TO WS-BRK-AFTER-KEY-D
               MOVE ZERO TO WS-BRK-POSITION-D
               MOVE "FORWARD AND BACKWARD MEMBER COUNTS DIFFER"
                   TO WS-BRK-TEXT
               MOVE "COMPARE" TO WS-BRK-DIRECTION
               PERFORM 5000-REPORT-BREAK THRU 5000-EXIT
           END-IF.
           IF WS-FWD-COUNT > WS-WALK-MAX
               OR WS-BWD-COUNT > WS-WALK-MAX
               GO TO 4000-EXIT
           END-IF.
           MOVE WS-FWD-COUNT TO WS-COMPARE-LIMIT.
           IF WS-BWD-COUNT < WS-COMPARE-LIMIT
               MOVE WS-BWD-COUNT TO WS-COMPARE-LIMIT
           END-IF.
           MOVE 'N' TO WS-DIVERGED-SW.
           PERFORM 4100-COMPARE-ONE-POSITION THRU 4100-EXIT
               VARYING WS-POSITION FROM 1 BY 1
               UNTIL WS-POSITION > WS-COMPARE-LIMIT
                  OR WALKS-HAVE-DIVERGED.
       4000-EXIT.
           EXIT.

       4100-COMPARE-ONE-POSITION.
           COMPUTE WS-MIRROR-POSITION =
               WS-BWD-COUNT + 1 - WS-POSITION.
           IF WS-FWD-DB-KEY (WS-POSITION) =
                   WS-BWD-DB-KEY (WS-MIRROR-POSITION)
               GO TO 4100-EXIT
           END-IF.
           MOVE 'Y' TO WS-DIVERGED-SW.
           IF WS-POSITION > 1
               MOVE WS-FWD-DB-KEY (WS-POSITION - 1)
                   TO WS-BRK-BEFORE-KEY-D
           ELSE
               MOVE WS-OWNER-DB-KEY TO WS-BRK-BEFORE-KEY-D
           END-IF.
           MOVE WS-FWD-DB-KEY (WS-POSITION) TO WS-BRK-AT-KEY-D.
           MOVE WS-BWD-DB-KEY (WS-MIRROR-POSITION)
               TO WS-BRK-AFTER-KEY-D.
           MOVE WS-POSITION TO WS-BRK-POSITION-D.
           MOVE "FORWARD KEY (AT) NOT = BACKWARD KEY (AFTER)"
               TO WS-BRK-TEXT.
           MOVE "COMPARE" TO WS-BRK-DIRECTION.
           PERFORM 5000-REPORT-BREAK THRU 5000-EXIT.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   5000-REPORT-BREAK -- one line per break: owner, direction,   *
      *   position on the walk, the DB-KEY before the break, at it     *
      *   and after it, and what was wrong.                            *
      *----------------------------------------------------------------*
       5000-REPORT-BREAK.
           ADD 1 TO WS-BREAK-COUNT.
           MOVE 'Y' TO WS-OWNER-BROKEN-SW.
           MOVE SPACES TO VERIFY-REPORT-LINE.
           STRING "  BREAK OWNER " WS-OWNER-CALC-KEY
                  " " WS-BRK-DIRECTION
                  " POS " WS-BRK-POSITION-D
                  " BEFORE " WS-BRK-BEFORE-KEY-D
                  " AT " WS-BRK-AT-KEY-D
                  " AFTER " WS-BRK-AFTER-KEY-D
                  " " WS-BRK-TEXT
                  DELIMITED BY SIZE INTO VERIFY-REPORT-LINE.
           WRITE VERIFY-REPORT-LINE.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   8000-TERMINATE -- run totals and the verdict.                *
      *----------------------------------------------------------------*
       8000-TERMINATE.
           MOVE SPACES TO VERIFY-REPORT-LINE.
           WRITE VERIFY-REPORT-LINE.
           MOVE WS-OWNER-COUNT TO WS-COUNT-D.
           MOVE WS-MEMBER-COUNT TO WS-MEMBERS-D.
           MOVE SPACES TO VERIFY-REPORT-LINE.
           STRING "CONTROL TOTALS: OWNERS=" WS-COUNT-D
                  " MEMBERS (FORWARD)=" WS-MEMBERS-D
                  DELIMITED BY SIZE INTO VERIFY-REPORT-LINE.
           WRITE VERIFY-REPORT-LINE.
           MOVE WS-BROKEN-OWNER-COUNT TO WS-COUNT-D.
           MOVE WS-BREAK-COUNT TO WS-FWD-COUNT-D.
           MOVE WS-OWNER-LOST-COUNT TO WS-BWD-COUNT-D.
           MOVE SPACES TO VERIFY-REPORT-LINE.
           STRING "                BROKEN CHAINS=" WS-COUNT-D
                  " BREAKS=" WS-FWD-COUNT-D
                  " OWNERS NOT VERIFIED=" WS-BWD-COUNT-D
                  DELIMITED BY SIZE INTO VERIFY-REPORT-LINE.
           WRITE VERIFY-REPORT-LINE.
           IF OWNER-TABLE-OVERFLOWED
               MOVE "*** MORE OWNERS THAN THE TABLE HOLDS - "
                   TO VERIFY-REPORT-LINE
               MOVE "VERIFICATION INCOMPLETE"
                   TO VERIFY-REPORT-LINE (40:23)
               WRITE VERIFY-REPORT-LINE
           END-IF.
           IF WS-BREAK-COUNT > ZERO
               OR OWNER-TABLE-OVERFLOWED
               MOVE 8 TO WS-RUN-RC
           ELSE
               MOVE ZERO TO WS-RUN-RC
           END-IF.
           CLOSE VERIFY-REPORT-FILE.
           DISPLAY "HELLO-CHNVFY: " WS-OWNER-COUNT " OWNER(S), "
                   WS-BREAK-COUNT " BREAK(S), "
                   WS-BROKEN-OWNER-COUNT " BROKEN CHAIN(S)".
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   8300-WRITE-RUN-HISTORY -- one RUN-HISTORY-RECORD on the      *
      *   shared stream history (DISP=MOD). The unit of work is the    *
      *   member walked forward.                                       *
      *----------------------------------------------------------------*
       8300-WRITE-RUN-HISTORY.
           OPEN EXTEND RUN-HISTORY-FILE.
           MOVE SPACES              TO RUN-HISTORY-RECORD.
           MOVE "HELLOCHV"          TO RH-JOB-NAME.
           MOVE WS-CURRENT-DATE     TO RH-START-DATE.
           MOVE WS-CURRENT-TIME     TO RH-START-TIME.
           MOVE FUNCTION CURRENT-DATE TO RH-END-TS.
           MOVE WS-RUN-RC           TO RH-RETURN-CODE.
           MOVE WS-MEMBER-COUNT     TO RH-RECORDS-PROCESSED.
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
      *   9900-DB-ERROR -- same abend discipline as HELLO-WORLD, for   *
      *   the DML that is not itself under test (the area sweep, the   *
      *   owner OBTAIN and the currency re-establish by DB-KEY).       *
      *----------------------------------------------------------------*
       9900-DB-ERROR.
           MOVE SPACES TO DB-ERROR-MESSAGE.
           STRING "IDMS DML ERROR - SET=" DB-SET-NAME
                  " STATUS=" DB-STATUS
                  DELIMITED BY SIZE INTO DB-ERROR-MESSAGE.
           DISPLAY DB-ERROR-MESSAGE.
           PERFORM 9850-ABEND-RUN THRU 9850-EXIT.
       9900-EXIT.
           EXIT.

       9999-EXIT.
           MOVE WS-RUN-RC TO RETURN-CODE.
           STOP RUN.

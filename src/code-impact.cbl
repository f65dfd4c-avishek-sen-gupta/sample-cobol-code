       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLO-CDIMPCT.
       AUTHOR. R SENGUPTA.
       INSTALLATION. V75 APPLICATIONS.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED.
      *
      * MODIFICATION HISTORY
      *   10/15/26  RSG  INITIAL VERSION. WHAT-IF RUN FOR THE FUTURE-
      *                  DATED CODE-TABLE VERSIONS WAITING UNDER
      *                  V75SCDTBL-PEND (SEE CDPNDREC). THE MATRIX IN
      *                  EFFECT TODAY IS BUILT THE WAY HELLO-WORLD'S
      *                  LOAD-CODE-TABLES BUILDS IT; EVERY PENDING
      *                  VERSION STILL AHEAD OF THE RUN DATE IS
      *                  TABLED BESIDE IT. EVERY V75RVIDET MEMBER OF
      *                  EVERY OWNER ON OWNERIN WHOSE VIDET-CODE IS IN
      *                  TODAY'S LEVEL-20-B BUT NOT IN A PENDING
      *                  VERSION'S IS LISTED UNDER ITS OWNER AGAINST
      *                  THAT VERSION, WITH ITS QUANTITY AND AMOUNT,
      *                  AND TOTALLED BY VERSION AND OWNER ON IMPCRPT
      *                  -- THE CODEEXCP EXCEPTIONS THE VERSION WOULD
      *                  RAISE THE NIGHT IT TAKES EFFECT. MEMBERS
      *                  ALREADY EXCEPTING TODAY ARE COUNTED, NOT
      *                  LISTED (CODEEXCP ALREADY HAS THEM). READ
      *                  ONLY. RC 04 WHEN ANY VERSION WOULD RAISE AN
      *                  EXCEPTION.
      *   10/15/26  RSG  THE MEMBER LINES ARE NOW LAID OUT IN COLUMNS
      *                  UNDER A HEADING PER OWNER, WITH THE CODE'S
      *                  REFERENCE DESCRIPTION (SEE CDREFREC) BESIDE
      *                  THE CODE.
      *   10/15/26  RSG  APPENDS A RUN-HISTORY-RECORD (JOB HELLOIMP) TO
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
           SELECT OWNER-DRIVER-FILE  ASSIGN TO OWNERIN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT IMPACT-REPORT-FILE ASSIGN TO IMPCRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-HISTORY-FILE   ASSIGN TO RUNHIST
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
      * Same driver file HELLOWLD walks: one V75RVIMVT owner CALC key
      * per card, columns 1-8.
       FD  OWNER-DRIVER-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  OWNER-DRIVER-RECORD.
           05  OD-OWNER-CALC-KEY      PIC X(08).
           05  FILLER                 PIC X(72).

       FD  IMPACT-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  IMPACT-REPORT-LINE         PIC X(132).

      * Cross-job run history, appended once at the end of the run.
       FD  RUN-HISTORY-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY RUNHIST.

       WORKING-STORAGE SECTION.
      * Live code table and its pending versions -- see CDTBLREC and
      * CDPNDREC.
           COPY CDTBLREC.
           COPY CDPNDREC.

      * Reference entry OBTAINed by CALC for a code's description on
      * the report -- see CDREFREC.
           COPY CDREFREC.

      * Minimal record area for the V75RVIMVT owner's CALC key, same
      * arrangement as HELLO-WORLD.
       01  V75RVIMVT-RECORD.
           05  V75OWN-CALC-KEY        PIC X(08).

       01  V75RVIDET-RECORD.
           05  VIDET-MEMBER-ID        PIC X(10).
           05  VIDET-CODE             PIC X(04).
           05  VIDET-DESCRIPTION      PIC X(30).
           05  VIDET-QUANTITY         PIC S9(07) COMP-3.
           05  VIDET-AMOUNT           PIC S9(09)V99 COMP-3.
           05  VIDET-STATUS-DATE      PIC 9(08).

       01  WS-END-OF-FILE-SWITCHES.
           05  WS-OWNER-EOF-SW        PIC X(01) VALUE 'N'.
               88  OWNER-DRIVER-EOF        VALUE 'Y'.
           05  WS-PEND-EOS-SW         PIC X(01) VALUE 'N'.
               88  PENDING-END-OF-SET      VALUE 'Y'.
           05  WS-SET-EOF-SW          PIC X(01) VALUE 'N'.
               88  SET-END-OF-SET          VALUE 'Y'.

       01  WS-IMPACT-SWITCHES.
           05  WS-CODE-FOUND-SW       PIC X(01) VALUE 'N'.
               88  MEMBER-CODE-FOUND       VALUE 'Y'.

      * One CT-TABLE-DATA image unpicked at a time, hung off the
      * image's own counts -- same decode arrangement as HELLO-CDHIST.
       01  WS-DECODE-CONTROL.
           05  WS-DEC-ROWS            PIC 9(02) COMP VALUE ZERO.
           05  WS-DEC-COLS            PIC 9(02) COMP VALUE ZERO.

       01  WS-DECODE-AREA.
           05  WS-DEC-LEVEL-10-A  OCCURS 2 TIMES.
               10  WS-DEC-LEVEL-20-A   PIC XX.
           05  WS-DEC-LEVEL-10-B  OCCURS 1 TO 20 TIMES
                           DEPENDING ON WS-DEC-ROWS.
               10  WS-DEC-LEVEL-20-B   PIC X(0004)
                           OCCURS 1 TO 20 TIMES
                           DEPENDING ON WS-DEC-COLS.
           05  WS-DEC-LEVEL-10-C       PIC X(0004) OCCURS 2 TIMES.

      * The newest pending version already in effect for the run
      * date, overlaid onto the CT fields in storage exactly as
      * HELLO-WORLD's LOAD-PENDING-VERSION does, so "today" here is
      * the matrix tonight's run will actually use.
       01  WS-PENDING-FIELDS.
           05  WS-BEST-EFF-DATE       PIC 9(08) VALUE ZERO.
           05  WS-BEST-ROW-COUNT      PIC 9(02) COMP VALUE ZERO.
           05  WS-BEST-COL-COUNT      PIC 9(02) COMP VALUE ZERO.
           05  WS-BEST-TABLE-DATA     PIC X(1612) VALUE SPACES.

      * Each matrix flattened to a plain list of its non-blank
      * LEVEL-20-B codes: entry 1 is today's, entries 2 up are the
      * future-dated pending versions in set order. Impact totals
      * ride on the pending entries.
       01  WS-VERSION-TABLE.
           05  WS-VER-MAX             PIC 9(04) COMP VALUE 21.
           05  WS-VER-COUNT           PIC 9(04) COMP VALUE ZERO.
           05  WS-VER-LOST-SW         PIC X(01) VALUE 'N'.
               88  VER-TABLE-OVERFLOWED     VALUE 'Y'.
           05  WS-VER-ENTRY OCCURS 21 TIMES.
               10  VR-EFF-DATE        PIC 9(08).
               10  VR-KEYED-DATE      PIC 9(08).
               10  VR-KEYED-TIME      PIC 9(08).
               10  VR-USER-ID         PIC X(08).
               10  VR-MEMBERS         PIC 9(09) COMP.
               10  VR-QUANTITY        PIC S9(11) COMP-3.
               10  VR-AMOUNT          PIC S9(13)V99 COMP-3.
               10  VR-CODE-COUNT      PIC 9(04) COMP.
               10  VR-CODE            PIC X(04) OCCURS 400 TIMES.

      * Impact by pending version and owner, in the order found.
       01  WS-IMPACT-TABLE.
           05  WS-IMP-MAX             PIC 9(04) COMP VALUE 2000.
           05  WS-IMP-COUNT           PIC 9(04) COMP VALUE ZERO.
           05  WS-IMP-LOST-SW         PIC X(01) VALUE 'N'.
               88  IMP-TABLE-OVERFLOWED     VALUE 'Y'.
           05  WS-IMP-ENTRY OCCURS 2000 TIMES.
               10  IM-VER-INDEX       PIC 9(04) COMP.
               10  IM-OWNER-CALC-KEY  PIC X(08).
               10  IM-MEMBERS         PIC 9(09) COMP.
               10  IM-QUANTITY        PIC S9(11) COMP-3.
               10  IM-AMOUNT          PIC S9(13)V99 COMP-3.

       01  WS-WORK-FIELDS.
           05  WS-OWNER-CALC-KEY      PIC X(08) VALUE SPACES.
           05  WS-VER-INDEX           PIC 9(04) COMP.
           05  WS-CODE-INDEX          PIC 9(04) COMP.
           05  WS-IMP-INDEX           PIC 9(04) COMP.
           05  WS-IMP-HIT-INDEX       PIC 9(04) COMP.
           05  WS-ROW-INDEX           PIC 9(02) COMP.
           05  WS-COL-INDEX           PIC 9(02) COMP.
           05  WS-MEMBERS-D           PIC 9(09) DISPLAY.
           05  WS-DB-KEY-D            PIC 9(10) DISPLAY.
           05  WS-VERSIONS-D          PIC 9(04) DISPLAY.
           05  WS-CODES-D             PIC 9(04) DISPLAY.
           05  WS-QTY-D               PIC S9(11) SIGN LEADING
                                       SEPARATE.
           05  WS-AMT-D               PIC +9(13).99.
           05  WS-MEMBER-DB-KEY       PIC S9(08) COMP VALUE ZERO.
           05  WS-REF-LOOKUP-CODE     PIC X(04) VALUE SPACES.
           05  WS-REF-DESC            PIC X(40) VALUE SPACES.

       01  WS-RUN-TOTALS.
           05  WS-OWNER-COUNT         PIC 9(04) COMP VALUE ZERO.
           05  WS-OWNER-MISSING-COUNT PIC 9(04) COMP VALUE ZERO.
           05  WS-MEMBER-COUNT        PIC 9(09) COMP VALUE ZERO.
           05  WS-ALREADY-EXCEPTING   PIC 9(09) COMP VALUE ZERO.
           05  WS-IMPACT-LINES        PIC 9(09) COMP VALUE ZERO.

       01  SUB-SCHEMA-CONTROL.
           05  DB-STATUS              PIC X(04) VALUE "0000".
               88  DB-SUCCESSFUL            VALUE "0000".
               88  DB-END-OF-SET            VALUE "0326".
           05  DB-SET-NAME            PIC X(32)
                                       VALUE "CODE-TABLE-RECORD".
           05  DB-KEY                 PIC S9(08) COMP VALUE ZERO.
           05  DB-ERROR-MESSAGE       PIC X(60) VALUE SPACES.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURRENT-DATE        PIC 9(08).
           05  WS-CURRENT-TIME        PIC 9(08).

      * Verdict: 00 no pending version would raise an exception, 04
      * at least one would, 08 more versions or version/owner pairs
      * than the tables hold (the report is incomplete).
       01  RC-CONTROL.
           05  WS-RUN-RC              PIC 9(02) COMP VALUE ZERO.

       01  ABEND-CONTROL.
           05  WS-ABEND-CODE          PIC S9(09) COMP VALUE 999.
           05  WS-ABEND-REASON        PIC S9(09) COMP VALUE 1.

       PROCEDURE DIVISION.
      *
      *----------------------------------------------------------------*
      *   0000-MAINLINE -- table today's matrix and every future       *
      *   pending version, walk every driver owner's chain against     *
      *   them, then total the impact by version and owner.            *
      *----------------------------------------------------------------*
       0000-MAINLINE SECTION.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 1100-LOAD-VERSIONS THRU 1100-EXIT.
           PERFORM 1500-READ-OWNER-RECORD THRU 1500-EXIT.
           PERFORM 2000-PROCESS-ONE-OWNER THRU 2000-EXIT
               UNTIL OWNER-DRIVER-EOF.
           PERFORM 4000-REPORT-BY-VERSION THRU 4000-EXIT.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           PERFORM 8300-WRITE-RUN-HISTORY THRU 8300-EXIT.
           GO TO 9999-EXIT.
       0000-MAINLINE-EXIT.
           EXIT.

       1000-INITIALIZE.
           OPEN INPUT  OWNER-DRIVER-FILE.
           OPEN OUTPUT IMPACT-REPORT-FILE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE SPACES TO IMPACT-REPORT-LINE.
           STRING "V75 PENDING CODE-TABLE IMPACT SIMULATION AS OF "
                  WS-CURRENT-DATE
                  DELIMITED BY SIZE INTO IMPACT-REPORT-LINE.
           WRITE IMPACT-REPORT-LINE.
           MOVE SPACES TO IMPACT-REPORT-LINE.
           WRITE IMPACT-REPORT-LINE.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   1100-LOAD-VERSIONS -- OBTAIN CALC the code table, walk its   *
      *   pending set once: in-effect versions compete for the         *
      *   overlay (newest effective date wins, as in HELLO-WORLD),     *
      *   future ones are tabled for the simulation. Today's matrix    *
      *   goes in entry 1 once the walk has settled the overlay, so    *
      *   the pending versions are tabled from entry 2 up.             *
      *----------------------------------------------------------------*
       1100-LOAD-VERSIONS.
           MOVE "CODE-TABLE-RECORD" TO DB-SET-NAME.
           MOVE CDTBL-CALC-KEY-VALUE TO CT-CALC-KEY.
           OBTAIN CALC CODE-TABLE-RECORD
               ON ANY ERROR
                   PERFORM 9900-DB-ERROR THRU 9900-EXIT
           END-OBTAIN.
           MOVE 1 TO WS-VER-COUNT.
           MOVE "V75SCDTBL-PEND" TO DB-SET-NAME.
           MOVE 'N' TO WS-PEND-EOS-SW.
           OBTAIN FIRST CODE-PENDING-RECORD WITHIN V75SCDTBL-PEND
               ON 0326
                   MOVE 'Y' TO WS-PEND-EOS-SW
               ON ANY ERROR
                   PERFORM 9900-DB-ERROR THRU 9900-EXIT
           END-OBTAIN.
           PERFORM 1200-WEIGH-ONE-PENDING THRU 1200-EXIT
               UNTIL PENDING-END-OF-SET.
           IF WS-BEST-EFF-DATE > ZERO
               MOVE WS-BEST-ROW-COUNT  TO CT-ROW-COUNT
               MOVE WS-BEST-COL-COUNT  TO CT-COL-COUNT
               MOVE WS-BEST-TABLE-DATA TO CT-TABLE-DATA
           END-IF.
           MOVE WS-BEST-EFF-DATE TO VR-EFF-DATE (1).
           MOVE ZERO   TO VR-KEYED-DATE (1).
           MOVE ZERO   TO VR-KEYED-TIME (1).
           MOVE SPACES TO VR-USER-ID (1).
           MOVE CT-ROW-COUNT  TO WS-DEC-ROWS.
           MOVE CT-COL-COUNT  TO WS-DEC-COLS.
           MOVE CT-TABLE-DATA TO WS-DECODE-AREA.
           MOVE 1 TO WS-VER-INDEX.
           PERFORM 1300-FLATTEN-MATRIX THRU 1300-EXIT.
           SUBTRACT 1 FROM WS-VER-COUNT GIVING WS-VERSIONS-D.
           MOVE VR-CODE-COUNT (1) TO WS-CODES-D.
           MOVE SPACES TO IMPACT-REPORT-LINE.
           STRING "MATRIX IN EFFECT TODAY: " WS-CODES-D " CODE(S); "
                  WS-VERSIONS-D " FUTURE-DATED VERSION(S) PENDING"
                  DELIMITED BY SIZE INTO IMPACT-REPORT-LINE.
           WRITE IMPACT-REPORT-LINE.
           MOVE SPACES TO IMPACT-REPORT-LINE.
           WRITE IMPACT-REPORT-LINE.
       1100-EXIT.
           EXIT.

       1200-WEIGH-ONE-PENDING.
           IF PD-EFFECTIVE-DATE NOT > WS-CURRENT-DATE
               IF PD-EFFECTIVE-DATE > WS-BEST-EFF-DATE
                   MOVE PD-EFFECTIVE-DATE TO WS-BEST-EFF-DATE
                   MOVE PD-ROW-COUNT      TO WS-BEST-ROW-COUNT
                   MOVE PD-COL-COUNT      TO WS-BEST-COL-COUNT
                   MOVE PD-TABLE-DATA     TO WS-BEST-TABLE-DATA
               END-IF
           ELSE
               IF WS-VER-COUNT < WS-VER-MAX
                   ADD 1 TO WS-VER-COUNT
                   MOVE WS-VER-COUNT      TO WS-VER-INDEX
                   MOVE PD-EFFECTIVE-DATE TO VR-EFF-DATE (WS-VER-INDEX)
                   MOVE PD-KEYED-DATE  TO VR-KEYED-DATE (WS-VER-INDEX)
                   MOVE PD-KEYED-TIME  TO VR-KEYED-TIME (WS-VER-INDEX)
                   MOVE PD-USER-ID     TO VR-USER-ID (WS-VER-INDEX)
                   MOVE PD-ROW-COUNT   TO WS-DEC-ROWS
                   MOVE PD-COL-COUNT   TO WS-DEC-COLS
                   MOVE PD-TABLE-DATA  TO WS-DECODE-AREA
                   PERFORM 1300-FLATTEN-MATRIX THRU 1300-EXIT
               ELSE
                   MOVE 'Y' TO WS-VER-LOST-SW
               END-IF
           END-IF.
           OBTAIN NEXT CODE-PENDING-RECORD WITHIN V75SCDTBL-PEND
               ON 0326
                   MOVE 'Y' TO WS-PEND-EOS-SW
               ON ANY ERROR
                   PERFORM 9900-DB-ERROR THRU 9900-EXIT
           END-OBTAIN.
       1200-EXIT.
           EXIT.

      * WS-DECODE-AREA, as last loaded, into entry WS-VER-INDEX.
       1300-FLATTEN-MATRIX.
           MOVE ZERO TO VR-MEMBERS (WS-VER-INDEX).
           MOVE ZERO TO VR-QUANTITY (WS-VER-INDEX).
           MOVE ZERO TO VR-AMOUNT (WS-VER-INDEX).
           MOVE ZERO TO VR-CODE-COUNT (WS-VER-INDEX).
           PERFORM 1310-FLATTEN-ONE-ROW THRU 1310-EXIT
               VARYING WS-ROW-INDEX FROM 1 BY 1
               UNTIL WS-ROW-INDEX > WS-DEC-ROWS.
       1300-EXIT.
           EXIT.

       1310-FLATTEN-ONE-ROW.
           PERFORM 1320-FLATTEN-ONE-CELL THRU 1320-EXIT
               VARYING WS-COL-INDEX FROM 1 BY 1
               UNTIL WS-COL-INDEX > WS-DEC-COLS.
       1310-EXIT.
           EXIT.

       1320-FLATTEN-ONE-CELL.
           IF WS-DEC-LEVEL-20-B (WS-ROW-INDEX WS-COL-INDEX)
                   NOT = SPACES
               ADD 1 TO VR-CODE-COUNT (WS-VER-INDEX)
               MOVE WS-DEC-LEVEL-20-B (WS-ROW-INDEX WS-COL-INDEX)
                   TO VR-CODE (WS-VER-INDEX
                               VR-CODE-COUNT (WS-VER-INDEX))
           END-IF.
       1320-EXIT.
           EXIT.

       1500-READ-OWNER-RECORD.
           READ OWNER-DRIVER-FILE
               AT END
                   MOVE 'Y' TO WS-OWNER-EOF-SW
           END-READ.
       1500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   2000-PROCESS-ONE-OWNER -- OBTAIN CALC the driver owner and   *
      *   walk its chain. An owner not on the database is reported     *
      *   and skipped, as HELLO-OWNRCN would report its card.          *
      *----------------------------------------------------------------*
       2000-PROCESS-ONE-OWNER.
           ADD 1 TO WS-OWNER-COUNT.
           MOVE OD-OWNER-CALC-KEY TO WS-OWNER-CALC-KEY.
           MOVE SPACES TO IMPACT-REPORT-LINE.
           STRING "OWNER " WS-OWNER-CALC-KEY
                  DELIMITED BY SIZE INTO IMPACT-REPORT-LINE.
           WRITE IMPACT-REPORT-LINE.
           MOVE "V75RVIMVT" TO DB-SET-NAME.
           MOVE WS-OWNER-CALC-KEY TO V75OWN-CALC-KEY.
           OBTAIN CALC V75RVIMVT
               ON 0326
                   CONTINUE
               ON ANY ERROR
                   PERFORM 9900-DB-ERROR THRU 9900-EXIT
           END-OBTAIN.
           IF DB-END-OF-SET
               ADD 1 TO WS-OWNER-MISSING-COUNT
               MOVE "  OWNER NOT FOUND - NOTHING TO SIMULATE"
                   TO IMPACT-REPORT-LINE
               WRITE IMPACT-REPORT-LINE
           ELSE
               MOVE SPACES TO IMPACT-REPORT-LINE
               MOVE "  EFF DATE MEMBER     CODE DESCRIPTION"
                   TO IMPACT-REPORT-LINE
               MOVE "    DB-KEY     QUANTITY            AMOUNT"
                   TO IMPACT-REPORT-LINE (69:41)
               WRITE IMPACT-REPORT-LINE
               MOVE "V75SVIMVT-VIDET" TO DB-SET-NAME
               MOVE 'N' TO WS-SET-EOF-SW
               PERFORM 3000-CHECK-ONE-MEMBER THRU 3000-EXIT
                   UNTIL SET-END-OF-SET
           END-IF.
           MOVE SPACES TO IMPACT-REPORT-LINE.
           WRITE IMPACT-REPORT-LINE.
           PERFORM 1500-READ-OWNER-RECORD THRU 1500-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   3000-CHECK-ONE-MEMBER -- a member whose code is not in       *
      *   today's matrix is already on CODEEXCP and only counted;      *
      *   otherwise it is tried against each pending version in turn.  *
      *   The member's DB-KEY is kept before 3200 looks a description  *
      *   up, since the CALC OBTAIN moves DB-KEY; set currency on      *
      *   V75SVIMVT-VIDET is untouched by it, so the walk carries on.  *
      *----------------------------------------------------------------*
       3000-CHECK-ONE-MEMBER.
           OBTAIN NEXT V75RVIDET WITHIN V75SVIMVT-VIDET
               ON 0326
                   CONTINUE
               ON ANY ERROR
                   PERFORM 9900-DB-ERROR THRU 9900-EXIT
           END-OBTAIN.
           IF DB-END-OF-SET
               MOVE 'Y' TO WS-SET-EOF-SW
               GO TO 3000-EXIT
           END-IF.
           ADD 1 TO WS-MEMBER-COUNT.
           MOVE DB-KEY TO WS-MEMBER-DB-KEY.
           MOVE 1 TO WS-VER-INDEX.
           PERFORM 3100-FIND-CODE-IN-VERSION THRU 3100-EXIT.
           IF NOT MEMBER-CODE-FOUND
               ADD 1 TO WS-ALREADY-EXCEPTING
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3200-TRY-ONE-VERSION THRU 3200-EXIT
               VARYING WS-VER-INDEX FROM 2 BY 1
               UNTIL WS-VER-INDEX > WS-VER-COUNT.
       3000-EXIT.
           EXIT.

       3100-FIND-CODE-IN-VERSION.
           MOVE 'N' TO WS-CODE-FOUND-SW.
           PERFORM 3110-MATCH-ONE-CODE THRU 3110-EXIT
               VARYING WS-CODE-INDEX FROM 1 BY 1
               UNTIL WS-CODE-INDEX > VR-CODE-COUNT (WS-VER-INDEX)
                  OR MEMBER-CODE-FOUND.
       3100-EXIT.
           EXIT.

       3110-MATCH-ONE-CODE.
           IF VR-CODE (WS-VER-INDEX WS-CODE-INDEX) = VIDET-CODE
               MOVE 'Y' TO WS-CODE-FOUND-SW
           END-IF.
       3110-EXIT.
           EXIT.

       3200-TRY-ONE-VERSION.
           PERFORM 3100-FIND-CODE-IN-VERSION THRU 3100-EXIT.
           IF MEMBER-CODE-FOUND
               GO TO 3200-EXIT
           END-IF.
           ADD 1 TO WS-IMPACT-LINES.
           ADD 1              TO VR-MEMBERS (WS-VER-INDEX).
           ADD VIDET-QUANTITY TO VR-QUANTITY (WS-VER-INDEX).
           ADD VIDET-AMOUNT   TO VR-AMOUNT (WS-VER-INDEX).
           PERFORM 3300-POST-IMPACT THRU 3300-EXIT.
           IF WS-REF-LOOKUP-CODE NOT = VIDET-CODE
               MOVE VIDET-CODE TO WS-REF-LOOKUP-CODE
               PERFORM 6800-LOOKUP-CODE-REF THRU 6800-EXIT
           END-IF.
           MOVE VIDET-QUANTITY   TO WS-QTY-D.
           MOVE VIDET-AMOUNT     TO WS-AMT-D.
           MOVE WS-MEMBER-DB-KEY TO WS-DB-KEY-D.
           MOVE SPACES TO IMPACT-REPORT-LINE.
           STRING "  " VR-EFF-DATE (WS-VER-INDEX)
                  " " VIDET-MEMBER-ID
                  " " VIDET-CODE
                  " " WS-REF-DESC
                  " " WS-DB-KEY-D
                  " " WS-QTY-D
                  " " WS-AMT-D
                  DELIMITED BY SIZE INTO IMPACT-REPORT-LINE.
           WRITE IMPACT-REPORT-LINE.
       3200-EXIT.
           EXIT.

      * Find or add the version/owner pair and add the member to it.
       3300-POST-IMPACT.
           MOVE ZERO TO WS-IMP-HIT-INDEX.
           PERFORM 3310-MATCH-ONE-IMPACT THRU 3310-EXIT
               VARYING WS-IMP-INDEX FROM 1 BY 1
               UNTIL WS-IMP-INDEX > WS-IMP-COUNT
                  OR WS-IMP-HIT-INDEX > ZERO.
           IF WS-IMP-HIT-INDEX = ZERO
               IF WS-IMP-COUNT < WS-IMP-MAX
                   ADD 1 TO WS-IMP-COUNT
                   MOVE WS-IMP-COUNT TO WS-IMP-HIT-INDEX
                   MOVE WS-VER-INDEX
                       TO IM-VER-INDEX (WS-IMP-HIT-INDEX)
                   MOVE WS-OWNER-CALC-KEY
                       TO IM-OWNER-CALC-KEY (WS-IMP-HIT-INDEX)
                   MOVE ZERO TO IM-MEMBERS (WS-IMP-HIT-INDEX)
                   MOVE ZERO TO IM-QUANTITY (WS-IMP-HIT-INDEX)
                   MOVE ZERO TO IM-AMOUNT (WS-IMP-HIT-INDEX)
               ELSE
                   MOVE 'Y' TO WS-IMP-LOST-SW
                   GO TO 3300-EXIT
               END-IF
           END-IF.
           ADD 1              TO IM-MEMBERS (WS-IMP-HIT-INDEX).
           ADD VIDET-QUANTITY TO IM-QUANTITY (WS-IMP-HIT-INDEX).
           ADD VIDET-AMOUNT   TO IM-AMOUNT (WS-IMP-HIT-INDEX).
       3300-EXIT.
           EXIT.

       3310-MATCH-ONE-IMPACT.
           IF IM-VER-INDEX (WS-IMP-INDEX) = WS-VER-INDEX
               AND IM-OWNER-CALC-KEY (WS-IMP-INDEX) = WS-OWNER-CALC-KEY
               MOVE WS-IMP-INDEX TO WS-IMP-HIT-INDEX
           END-IF.
       3310-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   4000-REPORT-BY-VERSION -- per pending version: who keyed it, *
      *   each owner it would hit with count, quantity and amount,     *
      *   and the version total.                                       *
      *----------------------------------------------------------------*
       4000-REPORT-BY-VERSION.
           MOVE "IMPACT BY PENDING VERSION" TO IMPACT-REPORT-LINE.
           WRITE IMPACT-REPORT-LINE.
           IF WS-VER-COUNT < 2
               MOVE "  NO FUTURE-DATED VERSIONS PENDING"
                   TO IMPACT-REPORT-LINE
               WRITE IMPACT-REPORT-LINE
           END-IF.
           PERFORM 4100-REPORT-ONE-VERSION THRU 4100-EXIT
               VARYING WS-VER-INDEX FROM 2 BY 1
               UNTIL WS-VER-INDEX > WS-VER-COUNT.
           MOVE SPACES TO IMPACT-REPORT-LINE.
           WRITE IMPACT-REPORT-LINE.
       4000-EXIT.
           EXIT.

       4100-REPORT-ONE-VERSION.
           MOVE VR-CODE-COUNT (WS-VER-INDEX) TO WS-CODES-D.
           MOVE SPACES TO IMPACT-REPORT-LINE.
           STRING "  VERSION EFFECTIVE " VR-EFF-DATE (WS-VER-INDEX)
                  " KEYED " VR-KEYED-DATE (WS-VER-INDEX)
                  " " VR-KEYED-TIME (WS-VER-INDEX)
                  " BY " VR-USER-ID (WS-VER-INDEX)
                  " - " WS-CODES-D " CODE(S)"
                  DELIMITED BY SIZE INTO IMPACT-REPORT-LINE.
           WRITE IMPACT-REPORT-LINE.
           PERFORM 4200-REPORT-ONE-IMPACT THRU 4200-EXIT
               VARYING WS-IMP-INDEX FROM 1 BY 1
               UNTIL WS-IMP-INDEX > WS-IMP-COUNT.
           MOVE VR-MEMBERS (WS-VER-INDEX)  TO WS-MEMBERS-D.
           MOVE VR-QUANTITY (WS-VER-INDEX) TO WS-QTY-D.
           MOVE VR-AMOUNT (WS-VER-INDEX)   TO WS-AMT-D.
           MOVE SPACES TO IMPACT-REPORT-LINE.
           IF VR-MEMBERS (WS-VER-INDEX) = ZERO
               MOVE "    NO MEMBER WOULD BECOME AN EXCEPTION"
                   TO IMPACT-REPORT-LINE
           ELSE
               STRING "    VERSION TOTAL   MEMBERS=" WS-MEMBERS-D
                      " QTY=" WS-QTY-D
                      " AMT=" WS-AMT-D
                      DELIMITED BY SIZE INTO IMPACT-REPORT-LINE
           END-IF.
           WRITE IMPACT-REPORT-LINE.
       4100-EXIT.
           EXIT.

       4200-REPORT-ONE-IMPACT.
           IF IM-VER-INDEX (WS-IMP-INDEX) NOT = WS-VER-INDEX
               GO TO 4200-EXIT
           END-IF.
           MOVE IM-MEMBERS (WS-IMP-INDEX)  TO WS-MEMBERS-D.
           MOVE IM-QUANTITY (WS-IMP-INDEX) TO WS-QTY-D.
           MOVE IM-AMOUNT (WS-IMP-INDEX)   TO WS-AMT-D.
           MOVE SPACES TO IMPACT-REPORT-LINE.
           STRING "    OWNER " IM-OWNER-CALC-KEY (WS-IMP-INDEX)
                  "  MEMBERS=" WS-MEMBERS-D
                  " QTY=" WS-QTY-D
                  " AMT=" WS-AMT-D
                  DELIMITED BY SIZE INTO IMPACT-REPORT-LINE.
           WRITE IMPACT-REPORT-LINE.
       4200-EXIT.
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
      *   8000-TERMINATE -- control totals, then the verdict.          *
      *----------------------------------------------------------------*
       8000-TERMINATE.
           MOVE WS-MEMBER-COUNT TO WS-MEMBERS-D.
           MOVE SPACES TO IMPACT-REPORT-LINE.
           STRING "CONTROL TOTALS: MEMBERS CHECKED=" WS-MEMBERS-D
                  DELIMITED BY SIZE INTO IMPACT-REPORT-LINE.
           WRITE IMPACT-REPORT-LINE.
           MOVE WS-ALREADY-EXCEPTING TO WS-MEMBERS-D.
           MOVE SPACES TO IMPACT-REPORT-LINE.
           STRING "                ALREADY EXCEPTING TODAY="
                  WS-MEMBERS-D
                  DELIMITED BY SIZE INTO IMPACT-REPORT-LINE.
           WRITE IMPACT-REPORT-LINE.
           MOVE WS-IMPACT-LINES TO WS-MEMBERS-D.
           MOVE SPACES TO IMPACT-REPORT-LINE.
           STRING "                NEW EXCEPTIONS (ALL VERSIONS)="
                  WS-MEMBERS-D
                  DELIMITED BY SIZE INTO IMPACT-REPORT-LINE.
           WRITE IMPACT-REPORT-LINE.
           IF WS-IMPACT-LINES > ZERO
               MOVE 4 TO WS-RUN-RC
           END-IF.
           IF VER-TABLE-OVERFLOWED OR IMP-TABLE-OVERFLOWED
               MOVE "*** VERSION OR IMPACT TABLE FULL - SIMULATION "
                   TO IMPACT-REPORT-LINE
               MOVE "INCOMPLETE" TO IMPACT-REPORT-LINE (48:10)
               WRITE IMPACT-REPORT-LINE
               MOVE 8 TO WS-RUN-RC
           END-IF.
           CLOSE OWNER-DRIVER-FILE
                 IMPACT-REPORT-FILE.
           DISPLAY "HELLO-CDIMPCT: " WS-MEMBER-COUNT
                   " MEMBER(S) CHECKED, " WS-IMPACT-LINES
                   " WOULD-BE EXCEPTION(S)".
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   8300-WRITE-RUN-HISTORY -- one RUN-HISTORY-RECORD on the      *
      *   shared stream history (DISP=MOD). The unit of work is the    *
      *   member weighed.                                              *
      *----------------------------------------------------------------*
       8300-WRITE-RUN-HISTORY.
           OPEN EXTEND RUN-HISTORY-FILE.
           MOVE SPACES              TO RUN-HISTORY-RECORD.
           MOVE "HELLOIMP"          TO RH-JOB-NAME.
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

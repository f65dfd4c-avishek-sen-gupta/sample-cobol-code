       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLO-VBKOUT.
       AUTHOR. R SENGUPTA.
       INSTALLATION. V75 APPLICATIONS.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED.
      *
      * MODIFICATION HISTORY
      *   10/15/26  RSG  INITIAL VERSION. BACKOUT OF A BAD HELLO-VMAINT
      *                  BATCH FROM THE V75SVIMVT-JRNL MEMBER JOURNAL
      *                  (SEE VDJRNREC). ONE SELECTION CARD ON BKOPARM
      *                  NAMES THE USER ID AND A TIMESTAMP WINDOW (OR,
      *                  WITH THE TO-TIMESTAMP LEFT BLANK, THE ONE RUN
      *                  STAMPED AT THE FROM-TIMESTAMP -- HELLO-VMAINT
      *                  STAMPS EVERY ENTRY OF A RUN WITH ITS
      *                  INITIALIZE TIME). FOR EVERY OWNER ON OWNERIN
      *                  THE JOURNAL IS WALKED NEWEST FIRST AND EVERY
      *                  APPLIED ADD, CHANGE AND ERASE IN THE WINDOW IS
      *                  REVERSED FROM ITS JOURNALED IMAGES: AN ADD IS
      *                  ERASED, A CHANGE IS MODIFIED BACK TO ITS BEFORE
      *                  IMAGE, AN ERASE IS STORED AGAIN. A MEMBER
      *                  CHANGED AGAIN AFTER THE ENTRY BEING REVERSED
      *                  -- A LATER JOURNAL ENTRY, OR A MEMBER THAT NO
      *                  LONGER MATCHES THE JOURNALED AFTER IMAGE -- IS
      *                  REFUSED, NOT OVERWRITTEN. EVERY REVERSAL IS
      *                  JOURNALED IN TURN UNDER USER VBKOBTCH. THE
      *                  BACKOUT REPORT (BKORPT) LISTS EACH ENTRY
      *                  REVERSED OR REFUSED WITH THE COUNTS; RC 04
      *                  WHEN ANYTHING WAS REFUSED.
      *   10/15/26  RSG  A FULL BACKOUT TABLE NO LONGER REFUSES THE
      *                  REST OF THE OWNER'S WINDOW (RC 08): THE
      *                  TABLED BATCH IS REVERSED THERE AND THEN AND
      *                  THE JOURNAL WALK RESUMED FROM THE ENTRY IT
      *                  STOPPED AT, SO A ONE-TIMESTAMP RUN
      *                  (HELLO-VCONV, HELLO-VPURGE) OF ANY SIZE BACKS
      *                  OUT IN ONE PASS, AND A RERUN AFTER AN ABEND
      *                  REACHES THE REMAINDER PAST THE ENTRIES ALREADY
      *                  REVERSED.
      *   10/15/26  RSG  REVERSING A HELLO-VPURGE ERASE (VPRGBTCH) OR
      *                  A HELLO-VRSTOR ADD (VRSTBTCH) IS ALSO WRITTEN
      *                  TO GLADJ (LAYOUT GLADJREC) -- THE MEMBER
      *                  STORED AGAIN AS RESTORED, THE MEMBER ERASED
      *                  AS PURGED -- SO HELLO-GLFEED DOES NOT POST IT.
      *   10/15/26  RSG  APPENDS A RUN-HISTORY-RECORD (JOB HELLOVBO) TO
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
           SELECT BACKOUT-PARM-FILE  ASSIGN TO BKOPARM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OWNER-DRIVER-FILE  ASSIGN TO OWNERIN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BACKOUT-REPORT-FILE ASSIGN TO BKORPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GL-ADJUST-FILE     ASSIGN TO GLADJ
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-HISTORY-FILE   ASSIGN TO RUNHIST
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
      * One selection card: the user id the entries were journaled
      * under (columns 1-8), the from-timestamp (9-24, CCYYMMDDHHMMSSTT
      * as VJ-TIMESTAMP carries it) and the to-timestamp (25-40). A
      * blank or zero to-timestamp selects the one run stamped exactly
      * at the from-timestamp. A card starting with '*' is a comment.
       FD  BACKOUT-PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  BACKOUT-PARM-RECORD.
           05  BP-USER-ID             PIC X(08).
           05  BP-FROM-TS-X           PIC X(16).
           05  BP-FROM-TS REDEFINES BP-FROM-TS-X
                                      PIC 9(16).
           05  BP-TO-TS-X             PIC X(16).
           05  BP-TO-TS REDEFINES BP-TO-TS-X
                                      PIC 9(16).
           05  FILLER                 PIC X(40).

      * Same driver file HELLOWLD walks: one V75RVIMVT owner CALC key
      * per card, columns 1-8.
       FD  OWNER-DRIVER-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  OWNER-DRIVER-RECORD.
           05  OD-OWNER-CALC-KEY      PIC X(08).
           05  FILLER                 PIC X(72).

       FD  BACKOUT-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  BACKOUT-REPORT-LINE        PIC X(132).

      * One record per purge or restore reversed, appended for
      * HELLO-GLFEED -- see GLADJREC.
       FD  GL-ADJUST-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY GLADJREC.

      * Cross-job run history, appended once at the end of the run.
       FD  RUN-HISTORY-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY RUNHIST.

       WORKING-STORAGE SECTION.
      * Journal record walked under each owner to pick the window out,
      * and STOREd again for every reversal -- see VDJRNREC.
           COPY VDJRNREC.

      * Minimal record area for the V75RVIMVT owner's CALC key, same
      * arrangement as HELLO-WORLD.
       01  V75RVIMVT-RECORD.
           05  V75OWN-CALC-KEY        PIC X(08).

      * Record area for the V75RVIDET member's business fields, the
      * same 62 bytes, in the same order, as a journaled member image,
      * so a before image restores onto it with one group MOVE.
       01  V75RVIDET-RECORD.
           05  VIDET-MEMBER-ID        PIC X(10).
           05  VIDET-CODE             PIC X(04).
           05  VIDET-DESCRIPTION      PIC X(30).
           05  VIDET-QUANTITY         PIC S9(07) COMP-3.
           05  VIDET-AMOUNT           PIC S9(09)V99 COMP-3.
           05  VIDET-STATUS-DATE      PIC 9(08).

       01  WS-END-OF-FILE-SWITCHES.
           05  WS-PARM-EOF-SW         PIC X(01) VALUE 'N'.
               88  PARM-EOF                VALUE 'Y'.
           05  WS-OWNER-EOF-SW        PIC X(01) VALUE 'N'.
               88  OWNER-DRIVER-EOF        VALUE 'Y'.
           05  WS-JOURNAL-EOS-SW      PIC X(01) VALUE 'N'.
               88  JOURNAL-END-OF-SET      VALUE 'Y'.
           05  WS-SET-EOF-SW          PIC X(01) VALUE 'N'.
               88  SET-END-OF-SET          VALUE 'Y'.

       01  WS-BACKOUT-SWITCHES.
           05  WS-SELECTION-SW        PIC X(01) VALUE 'N'.
               88  SELECTION-WAS-KEYED     VALUE 'Y'.
           05  WS-OWNER-FOUND-SW      PIC X(01) VALUE 'N'.
               88  OWNER-WAS-FOUND         VALUE 'Y'.
           05  WS-MEMBER-FOUND-SW     PIC X(01) VALUE 'N'.
               88  MEMBER-WAS-FOUND        VALUE 'Y'.
           05  WS-ENTRY-OK-SW         PIC X(01) VALUE 'Y'.
               88  ENTRY-CAN-BE-REVERSED   VALUE 'Y'.

      * The selection window, held as the 16-character timestamps
      * VJ-TIMESTAMP carries (date then time, all digits), so the
      * journal compare is a straight character compare.
       01  WS-WINDOW-FIELDS.
           05  WS-WINDOW-USER-ID      PIC X(08) VALUE SPACES.
           05  WS-WINDOW-FROM         PIC X(16) VALUE SPACES.
           05  WS-WINDOW-TO           PIC X(16) VALUE SPACES.

      * The window's applied entries for the owner in hand, collected
      * newest first off the LAST/PRIOR walk before anything is
      * touched: a reversal STOREs a journal entry of its own under
      * the same owner, which would upset a walk still in progress.
      * BK-REFUSE-REASON is filled on the walk when a later journal
      * entry already rules the member out. When the table fills, the
      * batch in it is reversed and the walk resumed by DB-KEY from
      * the entry it stopped at (see 3250), so WS-BKO-MAX bounds the
      * batch, not the window.
       01  WS-BACKOUT-TABLE.
           05  WS-BKO-MAX             PIC 9(04) COMP VALUE 2000.
           05  WS-BKO-COUNT           PIC 9(04) COMP VALUE ZERO.
           05  WS-BKO-ENTRY OCCURS 2000 TIMES.
               10  BK-ACTION          PIC X(01).
               10  BK-MEMBER-ID       PIC X(10).
               10  BK-TS-DATE         PIC 9(08).
               10  BK-TS-TIME         PIC 9(08).
               10  BK-BEF-IMAGE       PIC X(62).
               10  BK-AFT-IMAGE       PIC X(62).
               10  BK-REFUSE-REASON   PIC X(40).

      * Members the owner's journal shows touched again after an entry
      * the walk has not reached yet (it walks newest first), with who
      * touched them and when, for the refusal line. During the
      * reversal pass the same check is made against WS-REFUSED-TABLE:
      * once a newer entry for a member is refused, its older entries
      * must not be reversed underneath it. A full later-change table
      * refuses everything after it rather than guess. It holds one
      * entry per member, and a rerun after an abend finds every
      * member the first run reversed here (changed again by
      * VBKOBTCH), so it is sized well past the backout table.
       01  WS-LATER-TABLE.
           05  WS-LATER-MAX           PIC 9(04) COMP VALUE 5000.
           05  WS-LATER-COUNT         PIC 9(04) COMP VALUE ZERO.
           05  WS-LATER-LOST-SW       PIC X(01) VALUE 'N'.
               88  LATER-TABLE-OVERFLOWED   VALUE 'Y'.
           05  WS-LATER-ENTRY OCCURS 5000 TIMES.
               10  LT-MEMBER-ID       PIC X(10).
               10  LT-USER-ID         PIC X(08).
               10  LT-TS-DATE         PIC 9(08).
               10  LT-TS-TIME         PIC 9(08).

       01  WS-REFUSED-TABLE.
           05  WS-REFUSED-MAX         PIC 9(04) COMP VALUE 2000.
           05  WS-REFUSED-COUNT       PIC 9(04) COMP VALUE ZERO.
           05  WS-REFUSED-ENTRY OCCURS 2000 TIMES.
               10  RF-MEMBER-ID       PIC X(10).

       01  WS-WORK-FIELDS.
           05  WS-OWNER-CALC-KEY      PIC X(08) VALUE SPACES.
           05  WS-BKO-INDEX           PIC 9(04) COMP.
           05  WS-LATER-INDEX         PIC 9(04) COMP.
           05  WS-LATER-HIT-INDEX     PIC 9(04) COMP.
           05  WS-REFUSED-INDEX       PIC 9(04) COMP.
           05  WS-REFUSED-HIT-INDEX   PIC 9(04) COMP.
           05  WS-MEMBER-DB-KEY       PIC S9(08) COMP VALUE ZERO.
           05  WS-JOURNAL-DB-KEY      PIC S9(08) COMP VALUE ZERO.
           05  WS-REFUSE-REASON       PIC X(40) VALUE SPACES.

       01  WS-RUN-TOTALS.
           05  WS-OWNER-COUNT         PIC 9(04) COMP VALUE ZERO.
           05  WS-OWNER-MISSING-COUNT PIC 9(04) COMP VALUE ZERO.
           05  WS-SELECTED-COUNT      PIC 9(09) COMP VALUE ZERO.
           05  WS-REVERSED-COUNT      PIC 9(09) COMP VALUE ZERO.
           05  WS-REFUSED-TOTAL       PIC 9(09) COMP VALUE ZERO.
           05  WS-ADD-REVERSED        PIC 9(09) COMP VALUE ZERO.
           05  WS-CHANGE-REVERSED     PIC 9(09) COMP VALUE ZERO.
           05  WS-ERASE-REVERSED      PIC 9(09) COMP VALUE ZERO.
           05  WS-OWNERS-D            PIC 9(04) DISPLAY.
           05  WS-MISSING-D           PIC 9(04) DISPLAY.
           05  WS-SELECTED-D          PIC 9(09) DISPLAY.
           05  WS-REVERSED-D          PIC 9(09) DISPLAY.
           05  WS-REFUSED-D           PIC 9(09) DISPLAY.
           05  WS-ADD-D               PIC 9(09) DISPLAY.
           05  WS-CHANGE-D            PIC 9(09) DISPLAY.
           05  WS-ERASE-D             PIC 9(09) DISPLAY.

      * The member as it stands on the chain now, in journal image
      * shape, compared against the journaled after image to prove
      * nobody has touched it since the entry being reversed.
       01  WS-CURRENT-IMAGE.
           05  WS-CUR-MEMBER-ID       PIC X(10).
           05  WS-CUR-CODE            PIC X(04).
           05  WS-CUR-DESCRIPTION     PIC X(30).
           05  WS-CUR-QUANTITY        PIC S9(07) COMP-3.
           05  WS-CUR-AMOUNT          PIC S9(09)V99 COMP-3.
           05  WS-CUR-STATUS-DATE     PIC 9(08).

       01  SUB-SCHEMA-CONTROL.
           05  DB-STATUS              PIC X(04) VALUE "0000".
               88  DB-SUCCESSFUL            VALUE "0000".
               88  DB-END-OF-SET            VALUE "0326".
           05  DB-SET-NAME            PIC X(32)
                                       VALUE "V75SVIMVT-JRNL".
           05  DB-KEY                 PIC S9(08) COMP VALUE ZERO.
           05  DB-ERROR-MESSAGE       PIC X(60) VALUE SPACES.

      * Who the journal says made the reversal: a fixed batch id, as
      * HELLO-VMAINT's VMNTBTCH, so a backout is itself backed out by
      * the same job keyed with this id.
       01  WS-RUN-IDENTITY.
           05  WS-USER-ID             PIC X(08) VALUE "VBKOBTCH".
      * The housekeeping ids whose reversals HELLO-GLFEED must not
      * post: a purge's erase stored again, a restore's add erased.
           05  WS-PURGE-USER-ID       PIC X(08) VALUE "VPRGBTCH".
           05  WS-RESTORE-USER-ID     PIC X(08) VALUE "VRSTBTCH".

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURRENT-DATE        PIC 9(08).
           05  WS-CURRENT-TIME        PIC 9(08).

      * Verdict of the run: 00 every selected entry reversed, 04 one
      * or more refused (or nothing in the window at all).
       01  RC-CONTROL.
           05  WS-RUN-RC              PIC 9(02) COMP VALUE ZERO.

       01  ABEND-CONTROL.
           05  WS-ABEND-CODE          PIC S9(09) COMP VALUE 999.
           05  WS-ABEND-REASON        PIC S9(09) COMP VALUE 1.

       PROCEDURE DIVISION.
      *
      *----------------------------------------------------------------*
      *   0000-MAINLINE -- read the selection, then owner by owner:    *
      *   collect the window off the journal newest first, reverse     *
      *   what can be reversed, refuse the rest, report it all.        *
      *----------------------------------------------------------------*
       0000-MAINLINE SECTION.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 1200-READ-OWNER-RECORD THRU 1200-EXIT.
           PERFORM 2000-PROCESS-ONE-OWNER THRU 2000-EXIT
               UNTIL OWNER-DRIVER-EOF.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           PERFORM 8300-WRITE-RUN-HISTORY THRU 8300-EXIT.
           GO TO 9999-EXIT.
       0000-MAINLINE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   1000-INITIALIZE -- a run with no usable selection card       *
      *   abends before it touches the database, same discipline as    *
      *   HELLO-CDPURGE: a backout told nothing must back out nothing. *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           OPEN INPUT  BACKOUT-PARM-FILE
                       OWNER-DRIVER-FILE.
           OPEN OUTPUT BACKOUT-REPORT-FILE.
           OPEN EXTEND GL-ADJUST-FILE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT
               UNTIL PARM-EOF.
           IF NOT SELECTION-WAS-KEYED
               DISPLAY "HELLO-VBKOUT: NO VALID SELECTION CARD ON "
                       "BKOPARM - RUN ABANDONED"
               PERFORM 9850-ABEND-RUN THRU 9850-EXIT
           END-IF.
           MOVE "V75 VIDET MEMBER BACKOUT FROM JOURNAL"
               TO BACKOUT-REPORT-LINE.
           WRITE BACKOUT-REPORT-LINE.
           MOVE SPACES TO BACKOUT-REPORT-LINE.
           STRING "SELECTION: USER=" WS-WINDOW-USER-ID
                  " FROM=" WS-WINDOW-FROM
                  " TO=" WS-WINDOW-TO
                  DELIMITED BY SIZE INTO BACKOUT-REPORT-LINE.
           WRITE BACKOUT-REPORT-LINE.
           MOVE SPACES TO BACKOUT-REPORT-LINE.
           WRITE BACKOUT-REPORT-LINE.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   1100-READ-PARM-CARD -- the first usable card wins. A user    *
      *   id and a numeric from-timestamp are required; a blank or     *
      *   zero to-timestamp means the one run stamped at the from-     *
      *   timestamp. A to-timestamp ahead of the from-timestamp is a   *
      *   mis-keyed card and is ignored, not turned round.             *
      *----------------------------------------------------------------*
       1100-READ-PARM-CARD.
           READ BACKOUT-PARM-FILE
               AT END
                   MOVE 'Y' TO WS-PARM-EOF-SW
                   GO TO 1100-EXIT
           END-READ.
           IF SELECTION-WAS-KEYED
               OR BACKOUT-PARM-RECORD (1:1) = '*'
               GO TO 1100-EXIT
           END-IF.
           IF BP-USER-ID = SPACES
               OR BP-FROM-TS-X NOT NUMERIC
               DISPLAY "BKOPARM: USER ID OR FROM-TIMESTAMP MISSING "
                       "- CARD IGNORED"
               GO TO 1100-EXIT
           END-IF.
           IF BP-TO-TS-X = SPACES
               MOVE ZERO TO BP-TO-TS
           END-IF.
           IF BP-TO-TS-X NOT NUMERIC
               DISPLAY "BKOPARM: TO-TIMESTAMP NOT NUMERIC "
                       "- CARD IGNORED"
               GO TO 1100-EXIT
           END-IF.
           IF BP-TO-TS = ZERO
               MOVE BP-FROM-TS-X TO BP-TO-TS-X
           END-IF.
           IF BP-TO-TS < BP-FROM-TS
               DISPLAY "BKOPARM: TO-TIMESTAMP BEFORE FROM-TIMESTAMP "
                       "- CARD IGNORED"
               GO TO 1100-EXIT
           END-IF.
           MOVE BP-USER-ID   TO WS-WINDOW-USER-ID.
           MOVE BP-FROM-TS-X TO WS-WINDOW-FROM.
           MOVE BP-TO-TS-X   TO WS-WINDOW-TO.
           MOVE 'Y' TO WS-SELECTION-SW.
       1100-EXIT.
           EXIT.

       1200-READ-OWNER-RECORD.
           READ OWNER-DRIVER-FILE
               AT END
                   MOVE 'Y' TO WS-OWNER-EOF-SW
           END-READ.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   2000-PROCESS-ONE-OWNER -- an owner on the driver but not on  *
      *   the database is reported and skipped; there is no journal    *
      *   behind it to back out.                                       *
      *----------------------------------------------------------------*
       2000-PROCESS-ONE-OWNER.
           ADD 1 TO WS-OWNER-COUNT.
           MOVE OD-OWNER-CALC-KEY TO WS-OWNER-CALC-KEY.
           PERFORM 2100-LOCATE-OWNER THRU 2100-EXIT.
           IF NOT OWNER-WAS-FOUND
               ADD 1 TO WS-OWNER-MISSING-COUNT
               MOVE SPACES TO BACKOUT-REPORT-LINE
               STRING "OWNER " WS-OWNER-CALC-KEY
                      " NOT FOUND - NO JOURNAL TO BACK OUT"
                      DELIMITED BY SIZE INTO BACKOUT-REPORT-LINE
               WRITE BACKOUT-REPORT-LINE
               GO TO 2000-NEXT
           END-IF.
           MOVE ZERO TO WS-REFUSED-COUNT.
           PERFORM 3000-COLLECT-WINDOW THRU 3000-EXIT.
           PERFORM 3500-REVERSE-BATCH THRU 3500-EXIT.
       2000-NEXT.
           PERFORM 1200-READ-OWNER-RECORD THRU 1200-EXIT.
       2000-EXIT.
           EXIT.

       2100-LOCATE-OWNER.
           MOVE 'N' TO WS-OWNER-FOUND-SW.
           MOVE "V75RVIMVT" TO DB-SET-NAME.
           MOVE WS-OWNER-CALC-KEY TO V75OWN-CALC-KEY.
           OBTAIN CALC V75RVIMVT
               ON 0326
                   CONTINUE
               ON ANY ERROR
                   PERFORM 9900-DB-ERROR THRU 9900-EXIT
           END-OBTAIN.
           IF NOT DB-END-OF-SET
               MOVE 'Y' TO WS-OWNER-FOUND-SW
           END-IF.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   3000-COLLECT-WINDOW -- LAST within V75SVIMVT-JRNL is the     *
      *   newest entry (the set is stored in entry order), so taking   *
      *   it PRIOR visits the journal newest first. Every applied      *
      *   entry not selected is remembered as a later change to its    *
      *   member; every selected entry is tabled for reversal. The     *
      *   walk stops at the first entry older than the window. The     *
      *   last batch tabled is reversed by the caller.                 *
      *----------------------------------------------------------------*
       3000-COLLECT-WINDOW.
           MOVE ZERO TO WS-BKO-COUNT.
           MOVE ZERO TO WS-LATER-COUNT.
           MOVE 'N' TO WS-LATER-LOST-SW.
           MOVE 'N' TO WS-JOURNAL-EOS-SW.
           MOVE "V75SVIMVT-JRNL" TO DB-SET-NAME.
           OBTAIN LAST VIDET-JOURNAL-RECORD WITHIN V75SVIMVT-JRNL
               ON 0326
                   MOVE 'Y' TO WS-JOURNAL-EOS-SW
               ON ANY ERROR
                   PERFORM 9900-DB-ERROR THRU 9900-EXIT
           END-OBTAIN.
           PERFORM 3100-WEIGH-ONE-ENTRY THRU 3100-EXIT
               UNTIL JOURNAL-END-OF-SET.
       3000-EXIT.
           EXIT.

       3100-WEIGH-ONE-ENTRY.
           IF VJ-TIMESTAMP < WS-WINDOW-FROM
               MOVE 'Y' TO WS-JOURNAL-EOS-SW
               GO TO 3100-EXIT
           END-IF.
           IF VJ-ACTION-REJECTED
               GO TO 3100-NEXT
           END-IF.
           IF VJ-USER-ID = WS-WINDOW-USER-ID
               AND VJ-TIMESTAMP NOT > WS-WINDOW-TO
               PERFORM 3200-TABLE-SELECTED-ENTRY THRU 3200-EXIT
           ELSE
               PERFORM 3300-NOTE-LATER-CHANGE THRU 3300-EXIT
           END-IF.
       3100-NEXT.
           OBTAIN PRIOR VIDET-JOURNAL-RECORD WITHIN V75SVIMVT-JRNL
               ON 0326
                   MOVE 'Y' TO WS-JOURNAL-EOS-SW
               ON ANY ERROR
                   PERFORM 9900-DB-ERROR THRU 9900-EXIT
           END-OBTAIN.
       3100-EXIT.
           EXIT.

      * A selected entry whose member already shows a later change is
      * tabled with its refusal reason set, so the report carries it
      * in its place in the newest-first order. A full table is
      * reversed first (3250), and the entry in hand goes into the
      * emptied table.
       3200-TABLE-SELECTED-ENTRY.
           ADD 1 TO WS-SELECTED-COUNT.
           IF WS-BKO-COUNT NOT < WS-BKO-MAX
               PERFORM 3250-FLUSH-FULL-TABLE THRU 3250-EXIT
           END-IF.
           ADD 1 TO WS-BKO-COUNT.
           MOVE VJ-ACTION    TO BK-ACTION (WS-BKO-COUNT).
           MOVE VJ-MEMBER-ID TO BK-MEMBER-ID (WS-BKO-COUNT).
           MOVE VJ-TS-DATE   TO BK-TS-DATE (WS-BKO-COUNT).
           MOVE VJ-TS-TIME   TO BK-TS-TIME (WS-BKO-COUNT).
           MOVE VJ-BEF-MEMBER-IMAGE TO BK-BEF-IMAGE (WS-BKO-COUNT).
           MOVE VJ-AFT-MEMBER-IMAGE TO BK-AFT-IMAGE (WS-BKO-COUNT).
           MOVE SPACES TO BK-REFUSE-REASON (WS-BKO-COUNT).
           PERFORM 3400-FIND-LATER-CHANGE THRU 3400-EXIT.
           IF WS-LATER-HIT-INDEX > ZERO
               MOVE SPACES TO BK-REFUSE-REASON (WS-BKO-COUNT)
               STRING "CHANGED AGAIN "
                      LT-TS-DATE (WS-LATER-HIT-INDEX) " "
                      LT-TS-TIME (WS-LATER-HIT-INDEX)
                      " BY " LT-USER-ID (WS-LATER-HIT-INDEX)
                      DELIMITED BY SIZE
                      INTO BK-REFUSE-REASON (WS-BKO-COUNT)
           ELSE
               IF LATER-TABLE-OVERFLOWED
                   MOVE "LATER-CHANGE TABLE FULL - NOT PROVEN CLEAR"
                       TO BK-REFUSE-REASON (WS-BKO-COUNT)
               END-IF
           END-IF.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   3250-FLUSH-FULL-TABLE -- the entry in hand is older than all *
      *   WS-BKO-MAX entries tabled, so they can be reversed now in    *
      *   the same newest-first order a single pass would use. The     *
      *   reversals move currency off the journal (owner OBTAIN,       *
      *   journal STOREs), so the entry in hand is OBTAINed again by   *
      *   its DB-KEY -- which also puts it back in the record area --  *
      *   and the PRIOR walk carries on from it. The reversal entries  *
      *   just STOREd are newer than the window and are never met.     *
      *----------------------------------------------------------------*
       3250-FLUSH-FULL-TABLE.
           MOVE DB-KEY TO WS-JOURNAL-DB-KEY.
           PERFORM 3500-REVERSE-BATCH THRU 3500-EXIT.
           MOVE "V75SVIMVT-JRNL" TO DB-SET-NAME.
           OBTAIN DB-KEY IS WS-JOURNAL-DB-KEY
               ON ANY ERROR
                   PERFORM 9900-DB-ERROR THRU 9900-EXIT
           END-OBTAIN.
       3250-EXIT.
           EXIT.

      * Only the newest later change per member is kept -- it is the
      * one the refusal line names, and the walk meets it first.
       3300-NOTE-LATER-CHANGE.
           PERFORM 3400-FIND-LATER-CHANGE THRU 3400-EXIT.
           IF WS-LATER-HIT-INDEX > ZERO
               GO TO 3300-EXIT
           END-IF.
           IF WS-LATER-COUNT NOT < WS-LATER-MAX
               MOVE 'Y' TO WS-LATER-LOST-SW
               GO TO 3300-EXIT
           END-IF.
           ADD 1 TO WS-LATER-COUNT.
           MOVE VJ-MEMBER-ID TO LT-MEMBER-ID (WS-LATER-COUNT).
           MOVE VJ-USER-ID   TO LT-USER-ID (WS-LATER-COUNT).
           MOVE VJ-TS-DATE   TO LT-TS-DATE (WS-LATER-COUNT).
           MOVE VJ-TS-TIME   TO LT-TS-TIME (WS-LATER-COUNT).
       3300-EXIT.
           EXIT.

       3400-FIND-LATER-CHANGE.
           MOVE ZERO TO WS-LATER-HIT-INDEX.
           PERFORM 3410-MATCH-ONE-LATER THRU 3410-EXIT
               VARYING WS-LATER-INDEX FROM 1 BY 1
               UNTIL WS-LATER-INDEX > WS-LATER-COUNT
                  OR WS-LATER-HIT-INDEX > ZERO.
       3400-EXIT.
           EXIT.

       3410-MATCH-ONE-LATER.
           IF LT-MEMBER-ID (WS-LATER-INDEX) = VJ-MEMBER-ID
               MOVE WS-LATER-INDEX TO WS-LATER-HIT-INDEX
           END-IF.
       3410-EXIT.
           EXIT.

      * Reverse the tabled batch newest first, then empty the table.
      * WS-REFUSED-TABLE is kept for the whole owner, so a refusal in
      * one batch still protects the member's older entries in the
      * next.
       3500-REVERSE-BATCH.
           PERFORM 4000-REVERSE-ONE-ENTRY THRU 4000-EXIT
               VARYING WS-BKO-INDEX FROM 1 BY 1
               UNTIL WS-BKO-INDEX > WS-BKO-COUNT.
           MOVE ZERO TO WS-BKO-COUNT.
       3500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   4000-REVERSE-ONE-ENTRY -- newest first, as tabled. Refused   *
      *   up front when the walk already found a later change or a     *
      *   newer entry for the same member was refused; otherwise the   *
      *   member is located on the chain fresh from the owner and      *
      *   must still be exactly what the entry left behind before it   *
      *   is put back. One COMMIT per reversal, as HELLO-VMAINT does   *
      *   per card, so an abend part-way leaves whole reversals only.  *
      *----------------------------------------------------------------*
       4000-REVERSE-ONE-ENTRY.
           MOVE 'Y' TO WS-ENTRY-OK-SW.
           MOVE BK-REFUSE-REASON (WS-BKO-INDEX) TO WS-REFUSE-REASON.
           IF WS-REFUSE-REASON NOT = SPACES
               MOVE 'N' TO WS-ENTRY-OK-SW
           END-IF.
           IF ENTRY-CAN-BE-REVERSED
               PERFORM 4050-CHECK-REFUSED-MEMBER THRU 4050-EXIT
           END-IF.
           IF ENTRY-CAN-BE-REVERSED
               PERFORM 2100-LOCATE-OWNER THRU 2100-EXIT
               PERFORM 4100-LOCATE-MEMBER THRU 4100-EXIT
               EVALUATE BK-ACTION (WS-BKO-INDEX)
                   WHEN 'A'
                       PERFORM 4200-REVERSE-ADD THRU 4200-EXIT
                   WHEN 'C'
                       PERFORM 4300-REVERSE-CHANGE THRU 4300-EXIT
                   WHEN 'E'
                       PERFORM 4400-REVERSE-ERASE THRU 4400-EXIT
               END-EVALUATE
           END-IF.
           IF ENTRY-CAN-BE-REVERSED
               PERFORM 5000-JOURNAL-REVERSAL THRU 5000-EXIT
               PERFORM 5100-WRITE-GL-ADJUSTMENT THRU 5100-EXIT
               COMMIT
               ADD 1 TO WS-REVERSED-COUNT
               PERFORM 6000-WRITE-REVERSED-LINE THRU 6000-EXIT
           ELSE
               ADD 1 TO WS-REFUSED-TOTAL
               PERFORM 4800-NOTE-REFUSED-MEMBER THRU 4800-EXIT
               PERFORM 6100-WRITE-REFUSED-LINE THRU 6100-EXIT
           END-IF.
       4000-EXIT.
           EXIT.

       4050-CHECK-REFUSED-MEMBER.
           MOVE ZERO TO WS-REFUSED-HIT-INDEX.
           PERFORM 4060-MATCH-ONE-REFUSED THRU 4060-EXIT
               VARYING WS-REFUSED-INDEX FROM 1 BY 1
               UNTIL WS-REFUSED-INDEX > WS-REFUSED-COUNT
                  OR WS-REFUSED-HIT-INDEX > ZERO.
           IF WS-REFUSED-HIT-INDEX > ZERO
               MOVE 'N' TO WS-ENTRY-OK-SW
               MOVE "NEWER ENTRY FOR THIS MEMBER WAS REFUSED"
                   TO WS-REFUSE-REASON
           END-IF.
       4050-EXIT.
           EXIT.

       4060-MATCH-ONE-REFUSED.
           IF RF-MEMBER-ID (WS-REFUSED-INDEX)
                   = BK-MEMBER-ID (WS-BKO-INDEX)
               MOVE WS-REFUSED-INDEX TO WS-REFUSED-HIT-INDEX
           END-IF.
       4060-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   4100-LOCATE-MEMBER -- walk the owner's chain for the entry's *
      *   member id, the same walk HELLO-VMAINT's 2300-LOCATE-MEMBER   *
      *   makes, leaving currency on the member found (for MODIFY and  *
      *   ERASE) or at end of set (where STORE connects).              *
      *----------------------------------------------------------------*
       4100-LOCATE-MEMBER.
           MOVE "V75SVIMVT-VIDET" TO DB-SET-NAME.
           MOVE 'N' TO WS-MEMBER-FOUND-SW.
           MOVE 'N' TO WS-SET-EOF-SW.
           MOVE ZERO TO WS-MEMBER-DB-KEY.
           MOVE SPACES TO WS-CURRENT-IMAGE.
           PERFORM 4150-OBTAIN-NEXT-MEMBER THRU 4150-EXIT
               UNTIL SET-END-OF-SET OR MEMBER-WAS-FOUND.
           IF MEMBER-WAS-FOUND
               MOVE VIDET-MEMBER-ID   TO WS-CUR-MEMBER-ID
               MOVE VIDET-CODE        TO WS-CUR-CODE
               MOVE VIDET-DESCRIPTION TO WS-CUR-DESCRIPTION
               MOVE VIDET-QUANTITY    TO WS-CUR-QUANTITY
               MOVE VIDET-AMOUNT      TO WS-CUR-AMOUNT
               MOVE VIDET-STATUS-DATE TO WS-CUR-STATUS-DATE
               MOVE DB-KEY            TO WS-MEMBER-DB-KEY
           END-IF.
       4100-EXIT.
           EXIT.

       4150-OBTAIN-NEXT-MEMBER.
           OBTAIN NEXT V75RVIDET WITHIN V75SVIMVT-VIDET
               ON 0326
                   CONTINUE
               ON ANY ERROR
                   PERFORM 9900-DB-ERROR THRU 9900-EXIT
           END-OBTAIN.
           IF DB-END-OF-SET
               MOVE 'Y' TO WS-SET-EOF-SW
           ELSE
               IF VIDET-MEMBER-ID = BK-MEMBER-ID (WS-BKO-INDEX)
                   MOVE 'Y' TO WS-MEMBER-FOUND-SW
               END-IF
           END-IF.
       4150-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   4200-REVERSE-ADD -- the add is undone by ERASEing the member *
      *   it stored, provided the member is still exactly as stored.   *
      *----------------------------------------------------------------*
       4200-REVERSE-ADD.
           IF NOT MEMBER-WAS-FOUND
               MOVE 'N' TO WS-ENTRY-OK-SW
               MOVE "MEMBER NO LONGER ON CHAIN" TO WS-REFUSE-REASON
               GO TO 4200-EXIT
           END-IF.
           IF WS-CURRENT-IMAGE NOT = BK-AFT-IMAGE (WS-BKO-INDEX)
               MOVE 'N' TO WS-ENTRY-OK-SW
               MOVE "MEMBER DIFFERS FROM JOURNALED AFTER IMAGE"
                   TO WS-REFUSE-REASON
               GO TO 4200-EXIT
           END-IF.
           ERASE V75RVIDET
               ON ANY ERROR
                   PERFORM 9900-DB-ERROR THRU 9900-EXIT
           END-ERASE.
           MOVE 'E' TO VJ-ACTION.
           MOVE WS-CURRENT-IMAGE TO VJ-BEF-MEMBER-IMAGE.
           MOVE SPACES           TO VJ-AFT-MEMBER-IMAGE.
           ADD 1 TO WS-ADD-REVERSED.
       4200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   4300-REVERSE-CHANGE -- the change is undone by MODIFYing     *
      *   the member back to its journaled before image, provided it   *
      *   still carries the after image the change left.               *
      *----------------------------------------------------------------*
       4300-REVERSE-CHANGE.
           IF NOT MEMBER-WAS-FOUND
               MOVE 'N' TO WS-ENTRY-OK-SW
               MOVE "MEMBER NO LONGER ON CHAIN" TO WS-REFUSE-REASON
               GO TO 4300-EXIT
           END-IF.
           IF WS-CURRENT-IMAGE NOT = BK-AFT-IMAGE (WS-BKO-INDEX)
               MOVE 'N' TO WS-ENTRY-OK-SW
               MOVE "MEMBER DIFFERS FROM JOURNALED AFTER IMAGE"
                   TO WS-REFUSE-REASON
               GO TO 4300-EXIT
           END-IF.
           MOVE BK-BEF-IMAGE (WS-BKO-INDEX) TO V75RVIDET-RECORD.
           MODIFY V75RVIDET
               ON ANY ERROR
                   PERFORM 9900-DB-ERROR THRU 9900-EXIT
           END-MODIFY.
           MOVE 'C' TO VJ-ACTION.
           MOVE WS-CURRENT-IMAGE TO VJ-BEF-MEMBER-IMAGE.
           MOVE BK-BEF-IMAGE (WS-BKO-INDEX) TO VJ-AFT-MEMBER-IMAGE.
           ADD 1 TO WS-CHANGE-REVERSED.
       4300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   4400-REVERSE-ERASE -- the erase is undone by STOREing the    *
      *   journaled before image again. A member id already back on    *
      *   the chain means someone re-added it since; refused, not      *
      *   duplicated. The restored member gets a new DB-KEY.           *
      *----------------------------------------------------------------*
       4400-REVERSE-ERASE.
           IF MEMBER-WAS-FOUND
               MOVE 'N' TO WS-ENTRY-OK-SW
               MOVE "MEMBER ID BACK ON CHAIN SINCE THE ERASE"
                   TO WS-REFUSE-REASON
               GO TO 4400-EXIT
           END-IF.
           MOVE BK-BEF-IMAGE (WS-BKO-INDEX) TO V75RVIDET-RECORD.
           STORE V75RVIDET
               ON ANY ERROR
                   PERFORM 9900-DB-ERROR THRU 9900-EXIT
           END-STORE.
           MOVE DB-KEY TO WS-MEMBER-DB-KEY.
           MOVE 'A' TO VJ-ACTION.
           MOVE SPACES TO VJ-BEF-MEMBER-IMAGE.
           MOVE BK-BEF-IMAGE (WS-BKO-INDEX) TO VJ-AFT-MEMBER-IMAGE.
           ADD 1 TO WS-ERASE-REVERSED.
       4400-EXIT.
           EXIT.

       4800-NOTE-REFUSED-MEMBER.
           IF WS-REFUSED-COUNT < WS-REFUSED-MAX
               ADD 1 TO WS-REFUSED-COUNT
               MOVE BK-MEMBER-ID (WS-BKO-INDEX)
                   TO RF-MEMBER-ID (WS-REFUSED-COUNT)
           END-IF.
       4800-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   5000-JOURNAL-REVERSAL -- STORE the reversal as a journal     *
      *   entry of its own under the owner (still current of           *
      *   V75SVIMVT-JRNL off 2100-LOCATE-OWNER), so the trail shows    *
      *   the backout and the backout can itself be backed out.        *
      *   VJ-ACTION and the images are set by the 4200-4400 caller.    *
      *----------------------------------------------------------------*
       5000-JOURNAL-REVERSAL.
           MOVE "V75SVIMVT-JRNL"    TO DB-SET-NAME.
           MOVE WS-USER-ID          TO VJ-USER-ID.
           MOVE WS-CURRENT-DATE     TO VJ-TS-DATE.
           MOVE WS-CURRENT-TIME     TO VJ-TS-TIME.
           MOVE WS-OWNER-CALC-KEY   TO VJ-OWNER-CALC-KEY.
           MOVE BK-MEMBER-ID (WS-BKO-INDEX) TO VJ-MEMBER-ID.
           MOVE WS-MEMBER-DB-KEY    TO VJ-MEMBER-DB-KEY.
           STORE VIDET-JOURNAL-RECORD
               ON ANY ERROR
                   PERFORM 9900-DB-ERROR THRU 9900-EXIT
           END-STORE.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   5100-WRITE-GL-ADJUSTMENT -- a purge's erase stored again     *
      *   goes to GLADJ as restored under its new DB-KEY, a restore's  *
      *   add erased as purged under the DB-KEY it had, the same as    *
      *   HELLO-VRSTOR and HELLO-VPURGE write them. V75RVIDET-RECORD   *
      *   holds the member either way. Any other reversal is business  *
      *   and HELLO-GLFEED posts it.                                   *
      *----------------------------------------------------------------*
       5100-WRITE-GL-ADJUSTMENT.
           MOVE SPACES TO GL-ADJUSTMENT-RECORD.
           IF WS-WINDOW-USER-ID = WS-PURGE-USER-ID
               AND BK-ACTION (WS-BKO-INDEX) = 'E'
               MOVE 'R' TO GA-KIND
           END-IF.
           IF WS-WINDOW-USER-ID = WS-RESTORE-USER-ID
               AND BK-ACTION (WS-BKO-INDEX) = 'A'
               MOVE 'P' TO GA-KIND
           END-IF.
           IF GA-KIND = SPACE
               GO TO 5100-EXIT
           END-IF.
           MOVE WS-OWNER-CALC-KEY   TO GA-OWNER-CALC-KEY.
           MOVE WS-MEMBER-DB-KEY    TO GA-MEMBER-DB-KEY.
           MOVE VIDET-MEMBER-ID     TO GA-MEMBER-ID.
           MOVE VIDET-CODE          TO GA-CODE.
           MOVE VIDET-AMOUNT        TO GA-AMOUNT.
           MOVE "HELLOVBO"          TO GA-JOB-NAME.
           MOVE WS-CURRENT-DATE     TO GA-ADJUSTED-DATE.
           MOVE WS-CURRENT-TIME     TO GA-ADJUSTED-TIME.
           WRITE GL-ADJUSTMENT-RECORD.
       5100-EXIT.
           EXIT.

       6000-WRITE-REVERSED-LINE.
           MOVE SPACES TO BACKOUT-REPORT-LINE.
           STRING "REVERSED " BK-ACTION (WS-BKO-INDEX)
                  " OWNER=" WS-OWNER-CALC-KEY
                  " MEMBER=" BK-MEMBER-ID (WS-BKO-INDEX)
                  " JOURNALED " BK-TS-DATE (WS-BKO-INDEX)
                  " " BK-TS-TIME (WS-BKO-INDEX)
                  " - NOW " VJ-ACTION
                  DELIMITED BY SIZE INTO BACKOUT-REPORT-LINE.
           WRITE BACKOUT-REPORT-LINE.
       6000-EXIT.
           EXIT.

       6100-WRITE-REFUSED-LINE.
           MOVE SPACES TO BACKOUT-REPORT-LINE.
           STRING "REFUSED  " BK-ACTION (WS-BKO-INDEX)
                  " OWNER=" WS-OWNER-CALC-KEY
                  " MEMBER=" BK-MEMBER-ID (WS-BKO-INDEX)
                  " JOURNALED " BK-TS-DATE (WS-BKO-INDEX)
                  " " BK-TS-TIME (WS-BKO-INDEX)
                  " - " WS-REFUSE-REASON
                  DELIMITED BY SIZE INTO BACKOUT-REPORT-LINE.
           WRITE BACKOUT-REPORT-LINE.
       6100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   8000-TERMINATE -- control totals on the report and SYSOUT,   *
      *   then the verdict: 00 every selected entry reversed, 04 one   *
      *   or more refused or nothing selected.                         *
      *----------------------------------------------------------------*
       8000-TERMINATE.
           MOVE WS-OWNER-COUNT         TO WS-OWNERS-D.
           MOVE WS-OWNER-MISSING-COUNT TO WS-MISSING-D.
           MOVE WS-SELECTED-COUNT      TO WS-SELECTED-D.
           MOVE WS-REVERSED-COUNT      TO WS-REVERSED-D.
           MOVE WS-REFUSED-TOTAL       TO WS-REFUSED-D.
           MOVE WS-ADD-REVERSED        TO WS-ADD-D.
           MOVE WS-CHANGE-REVERSED     TO WS-CHANGE-D.
           MOVE WS-ERASE-REVERSED      TO WS-ERASE-D.
           MOVE SPACES TO BACKOUT-REPORT-LINE.
           WRITE BACKOUT-REPORT-LINE.
           IF WS-SELECTED-COUNT = ZERO
               MOVE "NO APPLIED JOURNAL ENTRIES IN THE WINDOW"
                   TO BACKOUT-REPORT-LINE
               WRITE BACKOUT-REPORT-LINE
           END-IF.
           MOVE SPACES TO BACKOUT-REPORT-LINE.
           STRING "CONTROL TOTALS: OWNERS=" WS-OWNERS-D
                  " NOT FOUND=" WS-MISSING-D
                  " SELECTED=" WS-SELECTED-D
                  " REVERSED=" WS-REVERSED-D
                  " REFUSED=" WS-REFUSED-D
                  DELIMITED BY SIZE INTO BACKOUT-REPORT-LINE.
           WRITE BACKOUT-REPORT-LINE.
           MOVE SPACES TO BACKOUT-REPORT-LINE.
           STRING "REVERSED BY ACTION: ADDS ERASED=" WS-ADD-D
                  " CHANGES RESTORED=" WS-CHANGE-D
                  " ERASES RESTORED=" WS-ERASE-D
                  DELIMITED BY SIZE INTO BACKOUT-REPORT-LINE.
           WRITE BACKOUT-REPORT-LINE.
           IF WS-RUN-RC < 4
               IF WS-REFUSED-TOTAL > ZERO
                   OR WS-SELECTED-COUNT = ZERO
                   MOVE 4 TO WS-RUN-RC
               END-IF
           END-IF.
           CLOSE BACKOUT-PARM-FILE
                 OWNER-DRIVER-FILE
                 BACKOUT-REPORT-FILE
                 GL-ADJUST-FILE.
           DISPLAY "HELLO-VBKOUT: " WS-SELECTED-COUNT
                   " ENTRY(S) SELECTED, " WS-REVERSED-COUNT
                   " REVERSED, " WS-REFUSED-TOTAL " REFUSED".
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   8300-WRITE-RUN-HISTORY -- one RUN-HISTORY-RECORD on the      *
      *   shared stream history (DISP=MOD). The unit of work is the    *
      *   journal entry selected for reversal.                         *
      *----------------------------------------------------------------*
       8300-WRITE-RUN-HISTORY.
           OPEN EXTEND RUN-HISTORY-FILE.
           MOVE SPACES              TO RUN-HISTORY-RECORD.
           MOVE "HELLOVBO"          TO RH-JOB-NAME.
           MOVE WS-CURRENT-DATE     TO RH-START-DATE.
           MOVE WS-CURRENT-TIME     TO RH-START-TIME.
           MOVE FUNCTION CURRENT-DATE TO RH-END-TS.
           MOVE WS-RUN-RC           TO RH-RETURN-CODE.
           MOVE WS-SELECTED-COUNT   TO RH-RECORDS-PROCESSED.
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
      *   9900-DB-ERROR -- same abend discipline as HELLO-VMAINT: an   *
      *   update run never limps past a bad status.                    *
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

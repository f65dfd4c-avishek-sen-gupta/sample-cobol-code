       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLO-OWNRCN.
       AUTHOR. R SENGUPTA.
       INSTALLATION. V75 APPLICATIONS.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED.
      *
      * MODIFICATION HISTORY
      *   10/15/26  RSG  INITIAL VERSION. RECONCILES THE HAND-KEYED
      *                  OWNERIN DRIVER CARDS AGAINST THE V75RVIMVT
      *                  OWNERS ACTUALLY ON THE DATABASE. SWEEPS EVERY
      *                  V75RVIMVT OWNER IN V75-VIDET-AREA, COUNTS THE
      *                  MEMBERS ON ITS V75SVIMVT-VIDET CHAIN, AND
      *                  REPORTS (RECNRPT) EVERY OWNER WITH ITS COUNT
      *                  AND WHETHER OWNERIN CARRIES IT, THEN EVERY
      *                  OWNERIN CARD WITH NO OWNER RECORD BEHIND IT
      *                  AND EVERY DUPLICATE CARD. WITH NEWOWNER Y ON
      *                  RECNPARM ALSO WRITES A FRESH OWNERIN (NEWOWN):
      *                  THE EXISTING CARDS THAT STILL HAVE AN OWNER,
      *                  IN THEIR CURRENT ORDER, THEN THE OWNERS NO
      *                  CARD NAMED, SEQUENCED IN COLUMNS 73-80 FOR
      *                  OPERATIONS TO REVIEW AND PROMOTE. RC 04 WHEN
      *                  OWNERIN AND THE DATABASE DISAGREE.
      *   10/15/26  RSG  APPENDS A RUN-HISTORY-RECORD (JOB HELLOORC) TO
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
           SELECT RECON-PARM-FILE    ASSIGN TO RECNPARM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OWNER-DRIVER-FILE  ASSIGN TO OWNERIN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NEW-OWNER-FILE     ASSIGN TO NEWOWN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RECON-REPORT-FILE  ASSIGN TO RECNRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-HISTORY-FILE   ASSIGN TO RUNHIST
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
      * Keyword cards, same layout as HELLOWLD's PARMIN: keyword in
      * columns 1-10, value in 11-15, '*' in column 1 for a comment.
       FD  RECON-PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RECON-PARM-RECORD.
           05  PM-KEYWORD             PIC X(10).
           05  PM-VALUE-X             PIC X(05).
           05  FILLER                 PIC X(65).

      * The driver file HELLOWLD walks: one V75RVIMVT owner CALC key
      * per card, columns 1-8, in the order the chains are reported.
       FD  OWNER-DRIVER-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  OWNER-DRIVER-RECORD.
           05  OD-OWNER-CALC-KEY      PIC X(08).
           05  FILLER                 PIC X(72).

      * Proposed replacement driver, OWNERIN layout, with a card
      * sequence number in columns 73-80 (HELLOWLD reads only 1-8).
       FD  NEW-OWNER-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  NEW-OWNER-RECORD.
           05  NO-OWNER-CALC-KEY      PIC X(08).
           05  FILLER                 PIC X(64).
           05  NO-SEQUENCE-NUMBER     PIC 9(08).

       FD  RECON-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  RECON-REPORT-LINE          PIC X(132).

      * Cross-job run history, appended once at the end of the run.
       FD  RUN-HISTORY-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY RUNHIST.

       WORKING-STORAGE SECTION.
      * Minimal record area for the V75RVIMVT owner's CALC key, same
      * arrangement as HELLO-WORLD.
       01  V75RVIMVT-RECORD.
           05  V75OWN-CALC-KEY        PIC X(08).

      * Record area for the V75RVIDET member; only counted here.
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
           05  WS-AREA-EOF-SW         PIC X(01) VALUE 'N'.
               88  AREA-END-OF-SWEEP       VALUE 'Y'.
           05  WS-SET-EOF-SW          PIC X(01) VALUE 'N'.
               88  SET-END-OF-SET          VALUE 'Y'.

       01  PRM-OVERRIDES.
           05  PRM-NEW-OWNER-SW       PIC X(01) VALUE 'N'.
               88  WRITE-NEW-OWNERIN       VALUE 'Y'.

      * The OWNERIN cards as read, in card order. CD-STATUS is set as
      * the database sweep finds the owner behind each card; a card
      * repeating a key already tabled is marked duplicate on load.
       01  WS-CARD-TABLE.
           05  WS-CARD-MAX            PIC 9(04) COMP VALUE 2000.
           05  WS-CARD-COUNT          PIC 9(04) COMP VALUE ZERO.
           05  WS-CARD-LOST-SW        PIC X(01) VALUE 'N'.
               88  CARD-TABLE-OVERFLOWED    VALUE 'Y'.
           05  WS-CARD-ENTRY OCCURS 2000 TIMES.
               10  CD-OWNER-CALC-KEY  PIC X(08).
               10  CD-CARD-NUMBER     PIC 9(05).
               10  CD-STATUS          PIC X(01).
                   88  CD-NO-OWNER          VALUE 'N'.
                   88  CD-OWNER-FOUND       VALUE 'F'.
                   88  CD-DUPLICATE         VALUE 'D'.
               10  CD-OWNER-INDEX     PIC 9(04) COMP.

      * Every V75RVIMVT owner the area sweep turned up, in sweep order,
      * with its member count and the OWNERIN card that names it.
       01  WS-DB-OWNER-TABLE.
           05  WS-DBO-MAX             PIC 9(04) COMP VALUE 2000.
           05  WS-DBO-COUNT           PIC 9(04) COMP VALUE ZERO.
           05  WS-DBO-LOST-SW         PIC X(01) VALUE 'N'.
               88  DBO-TABLE-OVERFLOWED     VALUE 'Y'.
           05  WS-DBO-ENTRY OCCURS 2000 TIMES.
               10  DO-OWNER-CALC-KEY  PIC X(08).
               10  DO-OWNER-DB-KEY    PIC S9(08) COMP.
               10  DO-MEMBER-COUNT    PIC 9(09) COMP.
               10  DO-CARD-INDEX      PIC 9(04) COMP.

       01  WS-WORK-FIELDS.
           05  WS-CARD-INDEX          PIC 9(04) COMP.
           05  WS-CARD-HIT-INDEX      PIC 9(04) COMP.
           05  WS-DBO-INDEX           PIC 9(04) COMP.
           05  WS-CARDS-READ          PIC 9(05) VALUE ZERO.
           05  WS-SEARCH-KEY          PIC X(08).
           05  WS-MEMBER-COUNT        PIC 9(09) COMP VALUE ZERO.
           05  WS-NEXT-SEQUENCE       PIC 9(08) VALUE ZERO.

       01  WS-RUN-TOTALS.
           05  WS-DB-NOT-CARDED       PIC 9(04) COMP VALUE ZERO.
           05  WS-CARD-NO-OWNER       PIC 9(04) COMP VALUE ZERO.
           05  WS-CARD-DUPLICATES     PIC 9(04) COMP VALUE ZERO.
           05  WS-NEW-CARDS-WRITTEN   PIC 9(04) COMP VALUE ZERO.
           05  WS-TOTAL-MEMBERS       PIC 9(09) COMP VALUE ZERO.
           05  WS-DBO-COUNT-D         PIC 9(04) DISPLAY.
           05  WS-CARD-COUNT-D        PIC 9(04) DISPLAY.
           05  WS-DB-NOT-CARDED-D     PIC 9(04) DISPLAY.
           05  WS-CARD-NO-OWNER-D     PIC 9(04) DISPLAY.
           05  WS-CARD-DUPLICATES-D   PIC 9(04) DISPLAY.
           05  WS-NEW-CARDS-D         PIC 9(04) DISPLAY.
           05  WS-TOTAL-MEMBERS-D     PIC 9(09) DISPLAY.
           05  WS-MEMBER-COUNT-D      PIC 9(09) DISPLAY.
           05  WS-DB-KEY-D            PIC 9(10) DISPLAY.
           05  WS-CARD-NUMBER-D       PIC 9(05) DISPLAY.

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

      * Verdict of the run: 00 OWNERIN and the database agree, 04 an
      * owner with no card, a card with no owner or a duplicate card,
      * 08 more owners or cards than the tables hold.
       01  RC-CONTROL.
           05  WS-RUN-RC              PIC 9(02) COMP VALUE ZERO.

       01  ABEND-CONTROL.
           05  WS-ABEND-CODE          PIC S9(09) COMP VALUE 999.
           05  WS-ABEND-REASON        PIC S9(09) COMP VALUE 1.

       PROCEDURE DIVISION.
      *
      *----------------------------------------------------------------*
      *   0000-MAINLINE -- table OWNERIN, sweep the area for owners,   *
      *   count each owner's chain, report both ways round, and        *
      *   optionally write the proposed replacement OWNERIN.           *
      *----------------------------------------------------------------*
       0000-MAINLINE SECTION.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-SWEEP-AREA THRU 2000-EXIT.
           PERFORM 3000-COUNT-ONE-OWNER THRU 3000-EXIT
               VARYING WS-DBO-INDEX FROM 1 BY 1
               UNTIL WS-DBO-INDEX > WS-DBO-COUNT.
           PERFORM 4000-REPORT-DB-OWNERS THRU 4000-EXIT.
           PERFORM 4500-REPORT-CARDS THRU 4500-EXIT.
           IF WRITE-NEW-OWNERIN
               PERFORM 5000-WRITE-NEW-OWNERIN THRU 5000-EXIT
           END-IF.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           PERFORM 8300-WRITE-RUN-HISTORY THRU 8300-EXIT.
           GO TO 9999-EXIT.
       0000-MAINLINE-EXIT.
           EXIT.

       1000-INITIALIZE.
           OPEN INPUT  RECON-PARM-FILE
                       OWNER-DRIVER-FILE.
           OPEN OUTPUT RECON-REPORT-FILE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT
               UNTIL PARM-EOF.
           PERFORM 1200-LOAD-ONE-CARD THRU 1200-EXIT
               UNTIL OWNER-DRIVER-EOF.
           MOVE "V75 OWNER REGISTRY RECONCILIATION - OWNERIN VS "
               TO RECON-REPORT-LINE.
           MOVE "V75RVIMVT" TO RECON-REPORT-LINE (48:9).
           WRITE RECON-REPORT-LINE.
           MOVE SPACES TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   1100-READ-PARM-CARD -- NEWOWNER Y asks for the replacement   *
      *   OWNERIN. An unknown keyword is said so on SYSOUT and         *
      *   ignored, as HELLOWLD treats its PARMIN.                      *
      *----------------------------------------------------------------*
       1100-READ-PARM-CARD.
           READ RECON-PARM-FILE
               AT END
                   MOVE 'Y' TO WS-PARM-EOF-SW
                   GO TO 1100-EXIT
           END-READ.
           IF PM-KEYWORD = SPACES
               OR RECON-PARM-RECORD (1:1) = '*'
               GO TO 1100-EXIT
           END-IF.
           IF PM-KEYWORD = "NEWOWNER  "
               IF PM-VALUE-X (1:1) = 'Y'
                   MOVE 'Y' TO PRM-NEW-OWNER-SW
               END-IF
               GO TO 1100-EXIT
           END-IF.
           DISPLAY "RECNPARM: UNKNOWN KEYWORD " PM-KEYWORD
                   " CARD IGNORED".
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   1200-LOAD-ONE-CARD -- blank cards are skipped (HELLOWLD      *
      *   would OBTAIN CALC a blank key and find nothing); a key       *
      *   already tabled is kept as a duplicate so it is reported.     *
      *----------------------------------------------------------------*
       1200-LOAD-ONE-CARD.
           READ OWNER-DRIVER-FILE
               AT END
                   MOVE 'Y' TO WS-OWNER-EOF-SW
                   GO TO 1200-EXIT
           END-READ.
           ADD 1 TO WS-CARDS-READ.
           IF OD-OWNER-CALC-KEY = SPACES
               GO TO 1200-EXIT
           END-IF.
           IF WS-CARD-COUNT NOT < WS-CARD-MAX
               MOVE 'Y' TO WS-CARD-LOST-SW
               GO TO 1200-EXIT
           END-IF.
           MOVE OD-OWNER-CALC-KEY TO WS-SEARCH-KEY.
           PERFORM 1300-FIND-CARD THRU 1300-EXIT.
           ADD 1 TO WS-CARD-COUNT.
           MOVE OD-OWNER-CALC-KEY TO CD-OWNER-CALC-KEY (WS-CARD-COUNT).
           MOVE WS-CARDS-READ     TO CD-CARD-NUMBER (WS-CARD-COUNT).
           MOVE ZERO              TO CD-OWNER-INDEX (WS-CARD-COUNT).
           IF WS-CARD-HIT-INDEX > ZERO
               MOVE 'D' TO CD-STATUS (WS-CARD-COUNT)
           ELSE
               MOVE 'N' TO CD-STATUS (WS-CARD-COUNT)
           END-IF.
       1200-EXIT.
           EXIT.

      * First card carrying WS-SEARCH-KEY; duplicates are never the
      * first, so a hit is always the card the owner is matched to.
       1300-FIND-CARD.
           MOVE ZERO TO WS-CARD-HIT-INDEX.
           PERFORM 1310-MATCH-ONE-CARD THRU 1310-EXIT
               VARYING WS-CARD-INDEX FROM 1 BY 1
               UNTIL WS-CARD-INDEX > WS-CARD-COUNT
                  OR WS-CARD-HIT-INDEX > ZERO.
       1300-EXIT.
           EXIT.

       1310-MATCH-ONE-CARD.
           IF CD-OWNER-CALC-KEY (WS-CARD-INDEX) = WS-SEARCH-KEY
               MOVE WS-CARD-INDEX TO WS-CARD-HIT-INDEX
           END-IF.
       1310-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   2000-SWEEP-AREA -- every V75RVIMVT occurrence in the area,   *
      *   in area order, tabled first and counted after: walking a     *
      *   member chain in the middle of the sweep would move the       *
      *   currency of area the next OBTAIN NEXT WITHIN area goes from. *
      *----------------------------------------------------------------*
       2000-SWEEP-AREA.
           MOVE "V75-VIDET-AREA" TO DB-SET-NAME.
           OBTAIN FIRST V75RVIMVT WITHIN V75-VIDET-AREA
               ON 0326
                   MOVE 'Y' TO WS-AREA-EOF-SW
               ON ANY ERROR
                   PERFORM 9900-DB-ERROR THRU 9900-EXIT
           END-OBTAIN.
           PERFORM 2100-TABLE-ONE-OWNER THRU 2100-EXIT
               UNTIL AREA-END-OF-SWEEP.
       2000-EXIT.
           EXIT.

       2100-TABLE-ONE-OWNER.
           IF WS-DBO-COUNT NOT < WS-DBO-MAX
               MOVE 'Y' TO WS-DBO-LOST-SW
           ELSE
               ADD 1 TO WS-DBO-COUNT
               MOVE V75OWN-CALC-KEY TO DO-OWNER-CALC-KEY (WS-DBO-COUNT)
               MOVE DB-KEY          TO DO-OWNER-DB-KEY (WS-DBO-COUNT)
               MOVE ZERO            TO DO-MEMBER-COUNT (WS-DBO-COUNT)
               MOVE V75OWN-CALC-KEY TO WS-SEARCH-KEY
               PERFORM 1300-FIND-CARD THRU 1300-EXIT
               MOVE WS-CARD-HIT-INDEX TO DO-CARD-INDEX (WS-DBO-COUNT)
               IF WS-CARD-HIT-INDEX > ZERO
                   MOVE 'F' TO CD-STATUS (WS-CARD-HIT-INDEX)
                   MOVE WS-DBO-COUNT
                       TO CD-OWNER-INDEX (WS-CARD-HIT-INDEX)
               END-IF
           END-IF.
           OBTAIN NEXT V75RVIMVT WITHIN V75-VIDET-AREA
               ON 0326
                   MOVE 'Y' TO WS-AREA-EOF-SW
               ON ANY ERROR
                   PERFORM 9900-DB-ERROR THRU 9900-EXIT
           END-OBTAIN.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   3000-COUNT-ONE-OWNER -- OBTAIN CALC the tabled owner and     *
      *   walk its V75SVIMVT-VIDET chain to the end, counting.         *
      *----------------------------------------------------------------*
       3000-COUNT-ONE-OWNER.
           MOVE "V75RVIMVT" TO DB-SET-NAME.
           MOVE DO-OWNER-CALC-KEY (WS-DBO-INDEX) TO V75OWN-CALC-KEY.
           OBTAIN CALC V75RVIMVT
               ON ANY ERROR
                   PERFORM 9900-DB-ERROR THRU 9900-EXIT
           END-OBTAIN.
           MOVE "V75SVIMVT-VIDET" TO DB-SET-NAME.
           MOVE ZERO TO WS-MEMBER-COUNT.
           MOVE 'N' TO WS-SET-EOF-SW.
           PERFORM 3100-OBTAIN-NEXT-MEMBER THRU 3100-EXIT
               UNTIL SET-END-OF-SET.
           MOVE WS-MEMBER-COUNT TO DO-MEMBER-COUNT (WS-DBO-INDEX).
           ADD WS-MEMBER-COUNT TO WS-TOTAL-MEMBERS.
       3000-EXIT.
           EXIT.

       3100-OBTAIN-NEXT-MEMBER.
           OBTAIN NEXT V75RVIDET WITHIN V75SVIMVT-VIDET
               ON 0326
                   CONTINUE
               ON ANY ERROR
                   PERFORM 9900-DB-ERROR THRU 9900-EXIT
           END-OBTAIN.
           IF DB-END-OF-SET
               MOVE 'Y' TO WS-SET-EOF-SW
           ELSE
               ADD 1 TO WS-MEMBER-COUNT
           END-IF.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   4000-REPORT-DB-OWNERS -- one line per owner on the database, *
      *   flagged where no OWNERIN card names it.                      *
      *----------------------------------------------------------------*
       4000-REPORT-DB-OWNERS.
           MOVE "V75RVIMVT OWNERS IN V75-VIDET-AREA"
               TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           PERFORM 4100-REPORT-ONE-OWNER THRU 4100-EXIT
               VARYING WS-DBO-INDEX FROM 1 BY 1
               UNTIL WS-DBO-INDEX > WS-DBO-COUNT.
           MOVE SPACES TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
       4000-EXIT.
           EXIT.

       4100-REPORT-ONE-OWNER.
           MOVE DO-MEMBER-COUNT (WS-DBO-INDEX) TO WS-MEMBER-COUNT-D.
           MOVE DO-OWNER-DB-KEY (WS-DBO-INDEX) TO WS-DB-KEY-D.
           MOVE SPACES TO RECON-REPORT-LINE.
           IF DO-CARD-INDEX (WS-DBO-INDEX) > ZERO
               MOVE CD-CARD-NUMBER (DO-CARD-INDEX (WS-DBO-INDEX))
                   TO WS-CARD-NUMBER-D
               STRING "  OWNER " DO-OWNER-CALC-KEY (WS-DBO-INDEX)
                      " DB-KEY " WS-DB-KEY-D
                      " MEMBERS " WS-MEMBER-COUNT-D
                      "  OWNERIN CARD " WS-CARD-NUMBER-D
                      DELIMITED BY SIZE INTO RECON-REPORT-LINE
           ELSE
               ADD 1 TO WS-DB-NOT-CARDED
               STRING "  OWNER " DO-OWNER-CALC-KEY (WS-DBO-INDEX)
                      " DB-KEY " WS-DB-KEY-D
                      " MEMBERS " WS-MEMBER-COUNT-D
                      "  *** NOT ON OWNERIN - NOT BEING REPORTED"
                      DELIMITED BY SIZE INTO RECON-REPORT-LINE
           END-IF.
           WRITE RECON-REPORT-LINE.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   4500-REPORT-CARDS -- OWNERIN cards with no owner record      *
      *   behind them, and cards repeating an earlier card's key.      *
      *----------------------------------------------------------------*
       4500-REPORT-CARDS.
           MOVE "OWNERIN CARDS WITH NO OWNER RECORD OR DUPLICATED"
               TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           PERFORM 4600-REPORT-ONE-CARD THRU 4600-EXIT
               VARYING WS-CARD-INDEX FROM 1 BY 1
               UNTIL WS-CARD-INDEX > WS-CARD-COUNT.
           IF WS-CARD-NO-OWNER = ZERO
               AND WS-CARD-DUPLICATES = ZERO
               MOVE "  NONE" TO RECON-REPORT-LINE
               WRITE RECON-REPORT-LINE
           END-IF.
           MOVE SPACES TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
       4500-EXIT.
           EXIT.

       4600-REPORT-ONE-CARD.
           IF CD-OWNER-FOUND (WS-CARD-INDEX)
               GO TO 4600-EXIT
           END-IF.
           MOVE CD-CARD-NUMBER (WS-CARD-INDEX) TO WS-CARD-NUMBER-D.
           MOVE SPACES TO RECON-REPORT-LINE.
           IF CD-DUPLICATE (WS-CARD-INDEX)
               ADD 1 TO WS-CARD-DUPLICATES
               STRING "  OWNERIN CARD " WS-CARD-NUMBER-D
                      " OWNER " CD-OWNER-CALC-KEY (WS-CARD-INDEX)
                      "  *** DUPLICATE - CHAIN REPORTED TWICE"
                      DELIMITED BY SIZE INTO RECON-REPORT-LINE
           ELSE
               ADD 1 TO WS-CARD-NO-OWNER
               STRING "  OWNERIN CARD " WS-CARD-NUMBER-D
                      " OWNER " CD-OWNER-CALC-KEY (WS-CARD-INDEX)
                      "  *** NO V75RVIMVT OWNER RECORD"
                      DELIMITED BY SIZE INTO RECON-REPORT-LINE
           END-IF.
           WRITE RECON-REPORT-LINE.
       4600-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   5000-WRITE-NEW-OWNERIN -- the existing cards that still have *
      *   an owner, in the order operations keyed them, then the       *
      *   owners no card named, in area order; sequenced by 10 so      *
      *   cards can be slotted in by hand when it is reviewed.         *
      *----------------------------------------------------------------*
       5000-WRITE-NEW-OWNERIN.
           OPEN OUTPUT NEW-OWNER-FILE.
           MOVE ZERO TO WS-NEXT-SEQUENCE.
           PERFORM 5100-COPY-ONE-CARD THRU 5100-EXIT
               VARYING WS-CARD-INDEX FROM 1 BY 1
               UNTIL WS-CARD-INDEX > WS-CARD-COUNT.
           PERFORM 5200-ADD-ONE-OWNER THRU 5200-EXIT
               VARYING WS-DBO-INDEX FROM 1 BY 1
               UNTIL WS-DBO-INDEX > WS-DBO-COUNT.
           CLOSE NEW-OWNER-FILE.
       5000-EXIT.
           EXIT.

       5100-COPY-ONE-CARD.
           IF CD-OWNER-FOUND (WS-CARD-INDEX)
               MOVE CD-OWNER-CALC-KEY (WS-CARD-INDEX) TO WS-SEARCH-KEY
               PERFORM 5300-WRITE-ONE-CARD THRU 5300-EXIT
           END-IF.
       5100-EXIT.
           EXIT.

       5200-ADD-ONE-OWNER.
           IF DO-CARD-INDEX (WS-DBO-INDEX) = ZERO
               MOVE DO-OWNER-CALC-KEY (WS-DBO-INDEX) TO WS-SEARCH-KEY
               PERFORM 5300-WRITE-ONE-CARD THRU 5300-EXIT
           END-IF.
       5200-EXIT.
           EXIT.

       5300-WRITE-ONE-CARD.
           ADD 10 TO WS-NEXT-SEQUENCE.
           MOVE SPACES            TO NEW-OWNER-RECORD.
           MOVE WS-SEARCH-KEY     TO NO-OWNER-CALC-KEY.
           MOVE WS-NEXT-SEQUENCE  TO NO-SEQUENCE-NUMBER.
           WRITE NEW-OWNER-RECORD.
           ADD 1 TO WS-NEW-CARDS-WRITTEN.
       5300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   8000-TERMINATE -- control totals, then the verdict.          *
      *----------------------------------------------------------------*
       8000-TERMINATE.
           MOVE WS-DBO-COUNT         TO WS-DBO-COUNT-D.
           MOVE WS-CARD-COUNT        TO WS-CARD-COUNT-D.
           MOVE WS-DB-NOT-CARDED     TO WS-DB-NOT-CARDED-D.
           MOVE WS-CARD-NO-OWNER     TO WS-CARD-NO-OWNER-D.
           MOVE WS-CARD-DUPLICATES   TO WS-CARD-DUPLICATES-D.
           MOVE WS-NEW-CARDS-WRITTEN TO WS-NEW-CARDS-D.
           MOVE WS-TOTAL-MEMBERS     TO WS-TOTAL-MEMBERS-D.
           MOVE SPACES TO RECON-REPORT-LINE.
           STRING "CONTROL TOTALS: DB OWNERS=" WS-DBO-COUNT-D
                  " MEMBERS=" WS-TOTAL-MEMBERS-D
                  " OWNERIN CARDS=" WS-CARD-COUNT-D
                  DELIMITED BY SIZE INTO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE SPACES TO RECON-REPORT-LINE.
           STRING "                NOT ON OWNERIN=" WS-DB-NOT-CARDED-D
                  " NO OWNER RECORD=" WS-CARD-NO-OWNER-D
                  " DUPLICATE CARDS=" WS-CARD-DUPLICATES-D
                  DELIMITED BY SIZE INTO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           IF WRITE-NEW-OWNERIN
               MOVE SPACES TO RECON-REPORT-LINE
               STRING "                NEW OWNERIN CARDS WRITTEN="
                      WS-NEW-CARDS-D
                      DELIMITED BY SIZE INTO RECON-REPORT-LINE
               WRITE RECON-REPORT-LINE
           END-IF.
           IF DBO-TABLE-OVERFLOWED OR CARD-TABLE-OVERFLOWED
               MOVE "*** MORE OWNERS OR CARDS THAN THE TABLES HOLD - "
                   TO RECON-REPORT-LINE
               MOVE "RECONCILIATION INCOMPLETE"
                   TO RECON-REPORT-LINE (49:25)
               WRITE RECON-REPORT-LINE
               MOVE 8 TO WS-RUN-RC
           ELSE
               IF WS-DB-NOT-CARDED > ZERO
                   OR WS-CARD-NO-OWNER > ZERO
                   OR WS-CARD-DUPLICATES > ZERO
                   MOVE 4 TO WS-RUN-RC
               END-IF
           END-IF.
           CLOSE RECON-PARM-FILE
                 OWNER-DRIVER-FILE
                 RECON-REPORT-FILE.
           DISPLAY "HELLO-OWNRCN: " WS-DBO-COUNT " DB OWNER(S), "
                   WS-DB-NOT-CARDED " NOT ON OWNERIN, "
                   WS-CARD-NO-OWNER " CARD(S) WITH NO OWNER".
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   8300-WRITE-RUN-HISTORY -- one RUN-HISTORY-RECORD on the      *
      *   shared stream history (DISP=MOD). The unit of work is the    *
      *   member counted.                                              *
      *----------------------------------------------------------------*
       8300-WRITE-RUN-HISTORY.
           OPEN EXTEND RUN-HISTORY-FILE.
           MOVE SPACES              TO RUN-HISTORY-RECORD.
           MOVE "HELLOORC"          TO RH-JOB-NAME.
           MOVE WS-CURRENT-DATE     TO RH-START-DATE.
           MOVE WS-CURRENT-TIME     TO RH-START-TIME.
           MOVE FUNCTION CURRENT-DATE TO RH-END-TS.
           MOVE WS-RUN-RC           TO RH-RETURN-CODE.
           MOVE WS-TOTAL-MEMBERS    TO RH-RECORDS-PROCESSED.
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

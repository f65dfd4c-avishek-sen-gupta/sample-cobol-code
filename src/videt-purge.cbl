       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLO-VPURGE.
       AUTHOR. R SENGUPTA.
       INSTALLATION. V75 APPLICATIONS.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED.
      *
      * MODIFICATION HISTORY
      *   10/15/26  RSG  INITIAL VERSION. RETENTION PURGE OF AGED
      *                  V75RVIDET MEMBERS. CLOSED MEMBERS NEVER LEFT
      *                  THE V75SVIMVT-VIDET CHAINS, SO THE NIGHTLY
      *                  TRAVERSAL, ITS DELTA TABLE AND ITS DUPLICATE
      *                  CHECK GREW EVERY YEAR. RETAIN CARDS (ONE PER
      *                  VIDET-CODE, CODE COLS 1-4, DAYS COLS 6-10,
      *                  **** FOR THE DEFAULT) GIVE THE RETENTION
      *                  PERIOD; FOR EVERY OWNER ON OWNERIN, EACH
      *                  MEMBER WHOSE VIDET-STATUS-DATE IS OLDER THAN
      *                  ITS CODE'S PERIOD IS WRITTEN TO THE ARCHIVE
      *                  (VDARCH, LAYOUT VDARCREC) WITH ITS OWNER AND
      *                  DB-KEY, ERASED, AND THE ERASE JOURNALED TO
      *                  V75SVIMVT-JRNL (VDJRNREC) UNDER USER
      *                  VPRGBTCH. COUNTS, QUANTITY AND AMOUNT PURGED
      *                  BY OWNER ON VPRGRPT. A CODE WITH NO CARD AND
      *                  NO DEFAULT IS KEPT; A STATUS DATE THAT IS NOT
      *                  A DATE IS KEPT AND LISTED, RC 04. RESTORE IS
      *                  HELLO-VRSTOR (JOB HELLOVRS).
      *   10/15/26  RSG  EACH PURGED MEMBER IS ALSO WRITTEN TO GLADJ
      *                  (LAYOUT GLADJREC) SO HELLO-GLFEED TREATS IT AS
      *                  A NON-POSTING ADJUSTMENT, NOT AN ERASE. A
      *                  MEMBER HELLO-VRSTOR RESTORED (A VRSTBTCH ADD
      *                  ON THE OWNER'S JOURNAL) WITHIN THE RESTORE
      *                  HOLD -- RETAIN CARD ++++, DEFAULT 365 DAYS --
      *                  IS KEPT AND LISTED, NOT PURGED AGAIN ON ITS
      *                  OLD STATUS DATE. CODES ON VPRGRPT NOW PRINT
      *                  WITH THEIR REFERENCE DESCRIPTION. AN ABEND
      *                  THE PROGRAM RAISES ITSELF APPENDS AN RC 16
      *                  RUN-HISTORY-RECORD FIRST.
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
           SELECT RETAIN-PARM-FILE   ASSIGN TO RETAIN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OWNER-DRIVER-FILE  ASSIGN TO OWNERIN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARCHIVE-OUT-FILE   ASSIGN TO VDARCH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PURGE-REPORT-FILE  ASSIGN TO VPRGRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-HISTORY-FILE   ASSIGN TO RUNHIST
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GL-ADJUST-FILE     ASSIGN TO GLADJ
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
      * One card per VIDET-CODE: the code in columns 1-4 and the
      * retention period in days in columns 6-10. A member is purged
      * when its VIDET-STATUS-DATE is more than that many days before
      * the run date. A card whose code is **** is the default for
      * every code with no card of its own; otherwise '*' in column 1
      * marks a comment. The first card for a code wins. A card
      * whose code is ++++ is the restore hold instead: a member
      * HELLO-VRSTOR restored within that many days is not purged
      * again, whatever its status date (default 365 days).
       FD  RETAIN-PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RETAIN-PARM-RECORD.
           05  RP-CODE                PIC X(04).
               88  RP-DEFAULT-CARD         VALUE "****".
               88  RP-HOLD-CARD            VALUE "++++".
           05  FILLER                 PIC X(01).
           05  RP-DAYS-X              PIC X(05).
           05  RP-DAYS REDEFINES RP-DAYS-X
                                      PIC 9(05).
           05  FILLER                 PIC X(70).

      * Same driver file HELLOWLD walks: one V75RVIMVT owner CALC key
      * per card, columns 1-8.
       FD  OWNER-DRIVER-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  OWNER-DRIVER-RECORD.
           05  OD-OWNER-CALC-KEY      PIC X(08).
           05  FILLER                 PIC X(72).

      * One record per member purged -- see VDARCREC.
       FD  ARCHIVE-OUT-FILE
           RECORD CONTAINS 120 CHARACTERS.
           COPY VDARCREC.

       FD  PURGE-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PURGE-REPORT-LINE          PIC X(132).

      * Cross-job run history, appended once at the end of the run.
       FD  RUN-HISTORY-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY RUNHIST.

      * One record per member purged, appended for HELLO-GLFEED --
      * see GLADJREC.
       FD  GL-ADJUST-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY GLADJREC.

       WORKING-STORAGE SECTION.
      * Journal record STOREd for every erase -- see VDJRNREC.
           COPY VDJRNREC.

      * Reference entry OBTAINed by CALC for a code's description on
      * the report -- see CDREFREC.
           COPY CDREFREC.

      * Minimal record area for the V75RVIMVT owner's CALC key, same
      * arrangement as HELLO-WORLD.
       01  V75RVIMVT-RECORD.
           05  V75OWN-CALC-KEY        PIC X(08).

      * Record area for the V75RVIDET member's business fields, the
      * same 62 bytes, in the same order, as an archived member image.
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
           05  WS-SET-EOF-SW          PIC X(01) VALUE 'N'.
               88  SET-END-OF-SET          VALUE 'Y'.

       01  WS-PURGE-SWITCHES.
           05  WS-OWNER-FOUND-SW      PIC X(01) VALUE 'N'.
               88  OWNER-WAS-FOUND         VALUE 'Y'.
           05  WS-DATE-VALID-SW       PIC X(01) VALUE 'Y'.
               88  STATUS-DATE-VALID       VALUE 'Y'.
           05  WS-JOURNAL-EOS-SW      PIC X(01) VALUE 'N'.
               88  JOURNAL-END-OF-SET      VALUE 'Y'.
           05  WS-HELD-LOST-SW        PIC X(01) VALUE 'N'.
               88  HELD-TABLE-OVERFLOWED   VALUE 'Y'.
           05  WS-HOLD-CARD-SW        PIC X(01) VALUE 'N'.
               88  HOLD-WAS-CARDED         VALUE 'Y'.

      * The retention cards, tabled at initialize with the cutoff
      * date each one works out to for this run: a member whose
      * status date is before RT-CUTOFF-DATE is purged.
      * WS-RET-DEFAULT-INDEX is the **** card's entry, zero when the
      * deck has none.
       01  WS-RETAIN-TABLE.
           05  WS-RET-MAX             PIC 9(04) COMP VALUE 999.
           05  WS-RET-COUNT           PIC 9(04) COMP VALUE ZERO.
           05  WS-RET-DEFAULT-INDEX   PIC 9(04) COMP VALUE ZERO.
           05  WS-RET-ENTRY OCCURS 999 TIMES.
               10  RT-CODE            PIC X(04).
               10  RT-DAYS            PIC 9(05).
               10  RT-CUTOFF-DATE     PIC 9(08).
               10  RT-PURGED          PIC 9(09) COMP.

      * The restore hold: members HELLO-VRSTOR stored back on the
      * owner's chain on or after WS-HOLD-CUTOFF-DATE, by their new
      * DB-KEY off the journal, tabled afresh for every owner.
       01  WS-HOLD-TABLE.
           05  WS-HOLD-DAYS           PIC 9(05) VALUE 365.
           05  WS-HOLD-CUTOFF-DATE    PIC 9(08) VALUE ZERO.
           05  WS-RESTORE-USER-ID     PIC X(08) VALUE "VRSTBTCH".
           05  WS-HELD-MAX            PIC 9(04) COMP VALUE 500.
           05  WS-HELD-COUNT          PIC 9(04) COMP VALUE ZERO.
           05  WS-HELD-ENTRY OCCURS 500 TIMES.
               10  HD-MEMBER-DB-KEY   PIC S9(08) COMP.

      * Days in each month of an ordinary year, for the status-date
      * edit (same table and rules as HELLO-VAGING).
       01  WS-MONTH-DAY-VALUES.
           05  FILLER                 PIC 9(02) VALUE 31.
           05  FILLER                 PIC 9(02) VALUE 28.
           05  FILLER                 PIC 9(02) VALUE 31.
           05  FILLER                 PIC 9(02) VALUE 30.
           05  FILLER                 PIC 9(02) VALUE 31.
           05  FILLER                 PIC 9(02) VALUE 30.
           05  FILLER                 PIC 9(02) VALUE 31.
           05  FILLER                 PIC 9(02) VALUE 31.
           05  FILLER                 PIC 9(02) VALUE 30.
           05  FILLER                 PIC 9(02) VALUE 31.
           05  FILLER                 PIC 9(02) VALUE 30.
           05  FILLER                 PIC 9(02) VALUE 31.
       01  WS-MONTH-DAYS REDEFINES WS-MONTH-DAY-VALUES.
           05  WS-DAYS-IN-MONTH       PIC 9(02) OCCURS 12 TIMES.

       01  WS-DATE-WORK.
           05  WS-STATUS-DATE         PIC 9(08).
           05  WS-STATUS-DATE-R REDEFINES WS-STATUS-DATE.
               10  WS-SD-YEAR         PIC 9(04).
               10  WS-SD-MONTH        PIC 9(02).
               10  WS-SD-DAY          PIC 9(02).
           05  WS-MONTH-LIMIT         PIC 9(02).
           05  WS-LEAP-QUOTIENT       PIC 9(04) COMP.
           05  WS-LEAP-REMAINDER      PIC 9(04) COMP.
           05  WS-RUN-DAY-NUMBER      PIC S9(09) COMP.
           05  WS-CUTOFF-DAY-NUMBER   PIC S9(09) COMP.

       01  WS-WORK-FIELDS.
           05  WS-OWNER-CALC-KEY      PIC X(08) VALUE SPACES.
           05  WS-RET-INDEX           PIC 9(04) COMP.
           05  WS-RET-HIT-INDEX       PIC 9(04) COMP.
           05  WS-RET-LOOKUP-CODE     PIC X(04) VALUE SPACES.
           05  WS-MEMBER-DB-KEY       PIC S9(08) COMP VALUE ZERO.
           05  WS-SINCE-LAST-COMMIT   PIC 9(04) COMP VALUE ZERO.
           05  WS-COMMIT-INTERVAL     PIC 9(04) COMP VALUE 100.
           05  WS-CARDS-REJECTED      PIC 9(04) COMP VALUE ZERO.
           05  WS-HELD-INDEX          PIC 9(04) COMP.
           05  WS-HELD-HIT-INDEX      PIC 9(04) COMP.
           05  WS-REF-LOOKUP-CODE     PIC X(04) VALUE SPACES.
           05  WS-REF-DESC            PIC X(40) VALUE SPACES.

      * Tallies for the owner in hand.
       01  WS-OWNER-TOTALS.
           05  WS-OWN-EXAMINED        PIC 9(09) COMP.
           05  WS-OWN-PURGED          PIC 9(09) COMP.
           05  WS-OWN-RETAINED        PIC 9(09) COMP.
           05  WS-OWN-HELD            PIC 9(09) COMP.
           05  WS-OWN-QUANTITY        PIC S9(11) COMP-3.
           05  WS-OWN-AMOUNT          PIC S9(13)V99 COMP-3.

      * Tallies for the run.
       01  WS-RUN-TOTALS.
           05  WS-OWNER-COUNT         PIC 9(04) COMP VALUE ZERO.
           05  WS-OWNER-MISSING-COUNT PIC 9(04) COMP VALUE ZERO.
           05  WS-EXAMINED-COUNT      PIC 9(09) COMP VALUE ZERO.
           05  WS-PURGED-COUNT        PIC 9(09) COMP VALUE ZERO.
           05  WS-RETAINED-COUNT      PIC 9(09) COMP VALUE ZERO.
           05  WS-NO-CARD-COUNT       PIC 9(09) COMP VALUE ZERO.
           05  WS-BAD-DATE-COUNT      PIC 9(09) COMP VALUE ZERO.
           05  WS-HELD-RUN-COUNT      PIC 9(09) COMP VALUE ZERO.
           05  WS-HELD-OWNER-COUNT    PIC 9(04) COMP VALUE ZERO.
           05  WS-RUN-QUANTITY        PIC S9(11) COMP-3 VALUE ZERO.
           05  WS-RUN-AMOUNT          PIC S9(13)V99 COMP-3
                                       VALUE ZERO.

      * Display forms for the report lines.
       01  WS-DISPLAY-FIELDS.
           05  WS-OWNERS-D            PIC 9(04) DISPLAY.
           05  WS-MISSING-D           PIC 9(04) DISPLAY.
           05  WS-EXAMINED-D          PIC 9(09) DISPLAY.
           05  WS-PURGED-D            PIC 9(09) DISPLAY.
           05  WS-RETAINED-D          PIC 9(09) DISPLAY.
           05  WS-NO-CARD-D           PIC 9(09) DISPLAY.
           05  WS-BAD-DATE-D          PIC 9(09) DISPLAY.
           05  WS-HELD-D              PIC 9(09) DISPLAY.
           05  WS-HELD-MAX-D          PIC 9(04) DISPLAY.
           05  WS-REJECTED-D          PIC 9(04) DISPLAY.
           05  WS-DAYS-D              PIC 9(05) DISPLAY.
           05  WS-QTY-D               PIC S9(11) SIGN LEADING
                                       SEPARATE.
           05  WS-AMT-D               PIC +9(13).99.

      * Who the journal says erased the member: a fixed batch id, as
      * HELLO-VMAINT's VMNTBTCH and HELLO-VBKOUT's VBKOBTCH, so a
      * purge can be picked out of the journal -- and backed out by
      * HELLO-VBKOUT keyed with this id -- like any other batch.
       01  WS-RUN-IDENTITY.
           05  WS-USER-ID             PIC X(08) VALUE "VPRGBTCH".

      * Start of this run, captured at 1000-INITIALIZE: the run date
      * every retention period is measured back from, the stamp on
      * the archive and the journal, and the run history start.
       01  WS-CURRENT-DATE-TIME.
           05  WS-CURRENT-DATE        PIC 9(08).
           05  WS-CURRENT-TIME        PIC 9(08).

      * Verdict of the run: 00 clean, 04 one or more members kept
      * because their status date is not a date, owners on OWNERIN
      * that are not on the database, or an owner with more restores
      * in the hold than the table holds (nothing of it purged).
       01  RC-CONTROL.
           05  WS-RUN-RC              PIC 9(02) COMP VALUE ZERO.

       01  SUB-SCHEMA-CONTROL.
           05  DB-STATUS              PIC X(04) VALUE "0000".
               88  DB-SUCCESSFUL            VALUE "0000".
               88  DB-END-OF-SET            VALUE "0326".
           05  DB-SET-NAME            PIC X(32)
                                       VALUE "V75SVIMVT-VIDET".
           05  DB-KEY                 PIC S9(08) COMP VALUE ZERO.
           05  DB-ERROR-MESSAGE       PIC X(60) VALUE SPACES.

       01  ABEND-CONTROL.
           05  WS-ABEND-CODE          PIC S9(09) COMP VALUE 999.
           05  WS-ABEND-REASON        PIC S9(09) COMP VALUE 1.

       PROCEDURE DIVISION.
      *
      *----------------------------------------------------------------*
      *   0000-MAINLINE -- table the retention cards, then owner by    *
      *   owner: walk the chain, archive-journal-and-erase every       *
      *   member past its code's period, total the owner.              *
      *----------------------------------------------------------------*
       0000-MAINLINE SECTION.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 1300-READ-OWNER-RECORD THRU 1300-EXIT.
           PERFORM 2000-PROCESS-ONE-OWNER THRU 2000-EXIT
               UNTIL OWNER-DRIVER-EOF.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           PERFORM 8300-WRITE-RUN-HISTORY THRU 8300-EXIT.
           GO TO 9999-EXIT.
       0000-MAINLINE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   1000-INITIALIZE -- a run with no usable retention card       *
      *   abends before it touches the database, same discipline as    *
      *   HELLO-CDPURGE: a purge told nothing must purge nothing, not  *
      *   default to something.                                        *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           COMPUTE WS-RUN-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE).
           OPEN INPUT  RETAIN-PARM-FILE
                       OWNER-DRIVER-FILE.
           OPEN OUTPUT ARCHIVE-OUT-FILE
                       PURGE-REPORT-FILE.
           OPEN EXTEND GL-ADJUST-FILE.
           PERFORM 1100-READ-RETAIN-CARD THRU 1100-EXIT
               UNTIL PARM-EOF.
           COMPUTE WS-CUTOFF-DAY-NUMBER =
               WS-RUN-DAY-NUMBER - WS-HOLD-DAYS.
           COMPUTE WS-HOLD-CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER (WS-CUTOFF-DAY-NUMBER).
           IF WS-RET-COUNT = ZERO
               DISPLAY "HELLO-VPURGE: NO USABLE RETENTION CARD ON "
                       "RETAIN - RUN ABANDONED"
               PERFORM 9850-ABEND-RUN THRU 9850-EXIT
           END-IF.
           MOVE SPACES TO PURGE-REPORT-LINE.
           STRING "V75 VIDET MEMBER RETENTION PURGE - RUN "
                  WS-CURRENT-DATE " " WS-CURRENT-TIME
                  DELIMITED BY SIZE INTO PURGE-REPORT-LINE.
           WRITE PURGE-REPORT-LINE.
           MOVE SPACES TO PURGE-REPORT-LINE.
           WRITE PURGE-REPORT-LINE.
           MOVE SPACES TO PURGE-REPORT-LINE.
           STRING "RETENTION CARDS (MEMBERS WITH A STATUS DATE "
                  "BEFORE THE CUTOFF ARE ARCHIVED AND ERASED)"
                  DELIMITED BY SIZE INTO PURGE-REPORT-LINE.
           WRITE PURGE-REPORT-LINE.
           PERFORM 1200-ECHO-ONE-CARD THRU 1200-EXIT
               VARYING WS-RET-INDEX FROM 1 BY 1
               UNTIL WS-RET-INDEX > WS-RET-COUNT.
           IF WS-RET-DEFAULT-INDEX = ZERO
               MOVE "  NO **** DEFAULT - CODES WITHOUT A CARD ARE KEPT"
                   TO PURGE-REPORT-LINE
               WRITE PURGE-REPORT-LINE
           END-IF.
           MOVE WS-HOLD-DAYS TO WS-DAYS-D.
           MOVE SPACES TO PURGE-REPORT-LINE.
           STRING "  RESTORE HOLD " WS-DAYS-D " DAYS - MEMBERS "
                  "RESTORED BY HELLO-VRSTOR SINCE " WS-HOLD-CUTOFF-DATE
                  " ARE KEPT"
                  DELIMITED BY SIZE INTO PURGE-REPORT-LINE.
           WRITE PURGE-REPORT-LINE.
           IF WS-CARDS-REJECTED > ZERO
               MOVE WS-CARDS-REJECTED TO WS-REJECTED-D
               MOVE SPACES TO PURGE-REPORT-LINE
               STRING "  " WS-REJECTED-D
                      " CARD(S) REJECTED - SEE SYSOUT"
                      DELIMITED BY SIZE INTO PURGE-REPORT-LINE
               WRITE PURGE-REPORT-LINE
           END-IF.
           MOVE SPACES TO PURGE-REPORT-LINE.
           WRITE PURGE-REPORT-LINE.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   1100-READ-RETAIN-CARD -- a card without a code, or whose     *
      *   days are not numeric or are zero, is said so on SYSOUT and   *
      *   not tabled: a zero period would purge the whole code. The    *
      *   first card for a code wins; a repeat is displayed and        *
      *   ignored, as on TOLERIN and GLMAP. The ++++ hold card is      *
      *   edited the same way and kept apart from the table.           *
      *----------------------------------------------------------------*
       1100-READ-RETAIN-CARD.
           READ RETAIN-PARM-FILE
               AT END
                   MOVE 'Y' TO WS-PARM-EOF-SW
                   GO TO 1100-EXIT
           END-READ.
           IF RETAIN-PARM-RECORD = SPACES
               GO TO 1100-EXIT
           END-IF.
           IF RETAIN-PARM-RECORD (1:1) = '*'
               AND NOT RP-DEFAULT-CARD
               GO TO 1100-EXIT
           END-IF.
           IF RP-CODE = SPACES
               OR RP-DAYS-X NOT NUMERIC
               DISPLAY "RETAIN: CODE OR DAYS MISSING ON CARD "
                       RETAIN-PARM-RECORD (1:10) " - CARD REJECTED"
               ADD 1 TO WS-CARDS-REJECTED
               GO TO 1100-EXIT
           END-IF.
           IF RP-DAYS = ZERO
               DISPLAY "RETAIN: ZERO DAYS ON CODE " RP-CODE
                       " - CARD REJECTED"
               ADD 1 TO WS-CARDS-REJECTED
               GO TO 1100-EXIT
           END-IF.
           IF RP-HOLD-CARD
               IF HOLD-WAS-CARDED
                   DISPLAY "RETAIN: RESTORE HOLD CARDED TWICE - "
                           "FIRST CARD KEPT"
               ELSE
                   MOVE 'Y' TO WS-HOLD-CARD-SW
                   MOVE RP-DAYS TO WS-HOLD-DAYS
               END-IF
               GO TO 1100-EXIT
           END-IF.
           MOVE RP-CODE TO WS-RET-LOOKUP-CODE.
           PERFORM 3100-FIND-RETAIN-CARD THRU 3100-EXIT.
           IF WS-RET-HIT-INDEX > ZERO
               DISPLAY "RETAIN: CODE " RP-CODE
                       " CARDED TWICE - FIRST CARD KEPT"
               GO TO 1100-EXIT
           END-IF.
           IF WS-RET-COUNT NOT < WS-RET-MAX
               DISPLAY "RETAIN: TABLE FULL - CODE " RP-CODE
                       " FALLS BACK TO THE DEFAULT CARD"
               ADD 1 TO WS-CARDS-REJECTED
               GO TO 1100-EXIT
           END-IF.
           ADD 1 TO WS-RET-COUNT.
           MOVE RP-CODE TO RT-CODE (WS-RET-COUNT).
           MOVE RP-DAYS TO RT-DAYS (WS-RET-COUNT).
           MOVE ZERO    TO RT-PURGED (WS-RET-COUNT).
           COMPUTE WS-CUTOFF-DAY-NUMBER = WS-RUN-DAY-NUMBER - RP-DAYS.
           COMPUTE RT-CUTOFF-DATE (WS-RET-COUNT) =
               FUNCTION DATE-OF-INTEGER (WS-CUTOFF-DAY-NUMBER).
           IF RP-DEFAULT-CARD
               MOVE WS-RET-COUNT TO WS-RET-DEFAULT-INDEX
           END-IF.
       1100-EXIT.
           EXIT.

       1200-ECHO-ONE-CARD.
           MOVE RT-DAYS (WS-RET-INDEX) TO WS-DAYS-D.
           PERFORM 6700-DESCRIBE-CARD-CODE THRU 6700-EXIT.
           MOVE SPACES TO PURGE-REPORT-LINE.
           STRING "  CODE=" RT-CODE (WS-RET-INDEX)
                  " RETAIN " WS-DAYS-D " DAYS"
                  " CUTOFF=" RT-CUTOFF-DATE (WS-RET-INDEX)
                  " " WS-REF-DESC
                  DELIMITED BY SIZE INTO PURGE-REPORT-LINE.
           WRITE PURGE-REPORT-LINE.
       1200-EXIT.
           EXIT.

       1300-READ-OWNER-RECORD.
           READ OWNER-DRIVER-FILE
               AT END
                   MOVE 'Y' TO WS-OWNER-EOF-SW
           END-READ.
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   2000-PROCESS-ONE-OWNER -- an owner on the driver but not on  *
      *   the database is reported and skipped. Otherwise the owner's  *
      *   restores within the hold are tabled off its journal, the     *
      *   chain is taken FIRST to end of set and the owner's totals    *
      *   are printed whether or not anything was purged. An owner     *
      *   with more restores in the hold than the table holds is       *
      *   reported and skipped whole (RC 04) rather than risk purging  *
      *   one of them again.                                           *
      *----------------------------------------------------------------*
       2000-PROCESS-ONE-OWNER.
           ADD 1 TO WS-OWNER-COUNT.
           MOVE OD-OWNER-CALC-KEY TO WS-OWNER-CALC-KEY.
           PERFORM 2100-LOCATE-OWNER THRU 2100-EXIT.
           IF NOT OWNER-WAS-FOUND
               ADD 1 TO WS-OWNER-MISSING-COUNT
               MOVE 4 TO WS-RUN-RC
               MOVE SPACES TO PURGE-REPORT-LINE
               STRING "OWNER " WS-OWNER-CALC-KEY
                      " NOT FOUND - NOTHING PURGED"
                      DELIMITED BY SIZE INTO PURGE-REPORT-LINE
               WRITE PURGE-REPORT-LINE
               GO TO 2000-NEXT
           END-IF.
           PERFORM 2200-COLLECT-RESTORES THRU 2200-EXIT.
           IF HELD-TABLE-OVERFLOWED
               ADD 1 TO WS-HELD-OWNER-COUNT
               MOVE 4 TO WS-RUN-RC
               MOVE WS-HELD-MAX TO WS-HELD-MAX-D
               MOVE SPACES TO PURGE-REPORT-LINE
               STRING "OWNER " WS-OWNER-CALC-KEY
                      " HAS MORE THAN " WS-HELD-MAX-D
                      " RESTORES IN THE HOLD - NOTHING PURGED"
                      DELIMITED BY SIZE INTO PURGE-REPORT-LINE
               WRITE PURGE-REPORT-LINE
               GO TO 2000-NEXT
           END-IF.
           PERFORM 2100-LOCATE-OWNER THRU 2100-EXIT.
           INITIALIZE WS-OWNER-TOTALS.
           MOVE 'N' TO WS-SET-EOF-SW.
           MOVE "V75SVIMVT-VIDET" TO DB-SET-NAME.
           OBTAIN FIRST V75RVIDET WITHIN V75SVIMVT-VIDET
               ON 0326
                   MOVE 'Y' TO WS-SET-EOF-SW
               ON ANY ERROR
                   PERFORM 9900-DB-ERROR THRU 9900-EXIT
           END-OBTAIN.
           PERFORM 3000-WEIGH-ONE-MEMBER THRU 3000-EXIT
               UNTIL SET-END-OF-SET.
           PERFORM 4000-WRITE-OWNER-LINE THRU 4000-EXIT.
       2000-NEXT.
           PERFORM 1300-READ-OWNER-RECORD THRU 1300-EXIT.
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
      *   2200-COLLECT-RESTORES -- the owner's journal newest first    *
      *   (LAST, then PRIOR, as HELLO-VBKOUT walks it) back to the     *
      *   hold cutoff: the DB-KEY of every add HELLO-VRSTOR made is    *
      *   tabled. The walk leaves the set on a journal entry, so the   *
      *   caller OBTAINs the owner again before the chain and the      *
      *   erase journal STOREs.                                        *
      *----------------------------------------------------------------*
       2200-COLLECT-RESTORES.
           MOVE ZERO TO WS-HELD-COUNT.
           MOVE 'N' TO WS-HELD-LOST-SW.
           MOVE 'N' TO WS-JOURNAL-EOS-SW.
           MOVE "V75SVIMVT-JRNL" TO DB-SET-NAME.
           OBTAIN LAST VIDET-JOURNAL-RECORD WITHIN V75SVIMVT-JRNL
               ON 0326
                   MOVE 'Y' TO WS-JOURNAL-EOS-SW
               ON ANY ERROR
                   PERFORM 9900-DB-ERROR THRU 9900-EXIT
           END-OBTAIN.
           PERFORM 2210-WEIGH-ONE-ENTRY THRU 2210-EXIT
               UNTIL JOURNAL-END-OF-SET
                  OR HELD-TABLE-OVERFLOWED.
           MOVE "V75SVIMVT-VIDET" TO DB-SET-NAME.
       2200-EXIT.
           EXIT.

       2210-WEIGH-ONE-ENTRY.
           IF VJ-TS-DATE < WS-HOLD-CUTOFF-DATE
               MOVE 'Y' TO WS-JOURNAL-EOS-SW
               GO TO 2210-EXIT
           END-IF.
           IF VJ-USER-ID = WS-RESTORE-USER-ID
               AND VJ-ACTION-ADD
               IF WS-HELD-COUNT NOT < WS-HELD-MAX
                   MOVE 'Y' TO WS-HELD-LOST-SW
                   GO TO 2210-EXIT
               END-IF
               ADD 1 TO WS-HELD-COUNT
               MOVE VJ-MEMBER-DB-KEY
                   TO HD-MEMBER-DB-KEY (WS-HELD-COUNT)
           END-IF.
           OBTAIN PRIOR VIDET-JOURNAL-RECORD WITHIN V75SVIMVT-JRNL
               ON 0326
                   MOVE 'Y' TO WS-JOURNAL-EOS-SW
               ON ANY ERROR
                   PERFORM 9900-DB-ERROR THRU 9900-EXIT
           END-OBTAIN.
       2210-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   3000-WEIGH-ONE-MEMBER -- the member under currency is kept   *
      *   when its code has no card and there is no default, when its  *
      *   status date is not a calendar date (listed, RC 04), when     *
      *   the date is on or after its card's cutoff, or when it was    *
      *   restored within the hold (listed); otherwise it is purged.   *
      *   The set keeps its next position across the ERASE, so the     *
      *   walk carries on NEXT through a purged stretch.               *
      *----------------------------------------------------------------*
       3000-WEIGH-ONE-MEMBER.
           ADD 1 TO WS-OWN-EXAMINED.
           ADD 1 TO WS-EXAMINED-COUNT.
           MOVE VIDET-CODE TO WS-RET-LOOKUP-CODE.
           PERFORM 3100-FIND-RETAIN-CARD THRU 3100-EXIT.
           IF WS-RET-HIT-INDEX = ZERO
               MOVE WS-RET-DEFAULT-INDEX TO WS-RET-HIT-INDEX
           END-IF.
           IF WS-RET-HIT-INDEX = ZERO
               ADD 1 TO WS-NO-CARD-COUNT
               PERFORM 3800-RETAIN-MEMBER THRU 3800-EXIT
               GO TO 3000-NEXT
           END-IF.
           MOVE VIDET-STATUS-DATE TO WS-STATUS-DATE.
           PERFORM 3200-EDIT-STATUS-DATE THRU 3200-EXIT.
           IF NOT STATUS-DATE-VALID
               ADD 1 TO WS-BAD-DATE-COUNT
               MOVE 4 TO WS-RUN-RC
               PERFORM 3900-WRITE-BAD-DATE-LINE THRU 3900-EXIT
               PERFORM 3800-RETAIN-MEMBER THRU 3800-EXIT
               GO TO 3000-NEXT
           END-IF.
           IF VIDET-STATUS-DATE NOT < RT-CUTOFF-DATE (WS-RET-HIT-INDEX)
               PERFORM 3800-RETAIN-MEMBER THRU 3800-EXIT
               GO TO 3000-NEXT
           END-IF.
           PERFORM 3300-FIND-RESTORE-HOLD THRU 3300-EXIT.
           IF WS-HELD-HIT-INDEX > ZERO
               ADD 1 TO WS-OWN-HELD
               ADD 1 TO WS-HELD-RUN-COUNT
               PERFORM 3800-RETAIN-MEMBER THRU 3800-EXIT
               PERFORM 3950-WRITE-HELD-LINE THRU 3950-EXIT
               GO TO 3000-NEXT
           END-IF.
           PERFORM 3500-ARCHIVE-AND-ERASE THRU 3500-EXIT.
       3000-NEXT.
           OBTAIN NEXT V75RVIDET WITHIN V75SVIMVT-VIDET
               ON 0326
                   MOVE 'Y' TO WS-SET-EOF-SW
               ON ANY ERROR
                   PERFORM 9900-DB-ERROR THRU 9900-EXIT
           END-OBTAIN.
       3000-EXIT.
           EXIT.

       3100-FIND-RETAIN-CARD.
           MOVE ZERO TO WS-RET-HIT-INDEX.
           PERFORM 3110-MATCH-ONE-CARD THRU 3110-EXIT
               VARYING WS-RET-INDEX FROM 1 BY 1
               UNTIL WS-RET-INDEX > WS-RET-COUNT
                  OR WS-RET-HIT-INDEX > ZERO.
       3100-EXIT.
           EXIT.

       3110-MATCH-ONE-CARD.
           IF RT-CODE (WS-RET-INDEX) = WS-RET-LOOKUP-CODE
               MOVE WS-RET-INDEX TO WS-RET-HIT-INDEX
           END-IF.
       3110-EXIT.
           EXIT.

      * A calendar date CCYYMMDD: numeric, month 01-12, day within the
      * month, 29 February only in a leap year -- HELLO-VAGING's edit.
       3200-EDIT-STATUS-DATE.
           MOVE 'N' TO WS-DATE-VALID-SW.
           IF VIDET-STATUS-DATE NOT NUMERIC
               GO TO 3200-EXIT
           END-IF.
           IF WS-SD-YEAR < 1601
               OR WS-SD-MONTH < 1 OR WS-SD-MONTH > 12
               OR WS-SD-DAY < 1
               GO TO 3200-EXIT
           END-IF.
           MOVE WS-DAYS-IN-MONTH (WS-SD-MONTH) TO WS-MONTH-LIMIT.
           IF WS-SD-MONTH = 2
               DIVIDE WS-SD-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = ZERO
                   MOVE 29 TO WS-MONTH-LIMIT
                   DIVIDE WS-SD-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = ZERO
                       DIVIDE WS-SD-YEAR BY 400
                           GIVING WS-LEAP-QUOTIENT
                           REMAINDER WS-LEAP-REMAINDER
                       IF WS-LEAP-REMAINDER NOT = ZERO
                           MOVE 28 TO WS-MONTH-LIMIT
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF WS-SD-DAY > WS-MONTH-LIMIT
               GO TO 3200-EXIT
           END-IF.
           MOVE 'Y' TO WS-DATE-VALID-SW.
       3200-EXIT.
           EXIT.

      * The member in hand (DB-KEY from its OBTAIN) against the
      * owner's restores in the hold.
       3300-FIND-RESTORE-HOLD.
           MOVE ZERO TO WS-HELD-HIT-INDEX.
           PERFORM 3310-MATCH-ONE-HELD THRU 3310-EXIT
               VARYING WS-HELD-INDEX FROM 1 BY 1
               UNTIL WS-HELD-INDEX > WS-HELD-COUNT
                  OR WS-HELD-HIT-INDEX > ZERO.
       3300-EXIT.
           EXIT.

       3310-MATCH-ONE-HELD.
           IF HD-MEMBER-DB-KEY (WS-HELD-INDEX) = DB-KEY
               MOVE WS-HELD-INDEX TO WS-HELD-HIT-INDEX
           END-IF.
       3310-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   3500-ARCHIVE-AND-ERASE -- archive first, then ERASE, then    *
      *   journal the erase under the owner (V75SVIMVT-JRNL, current   *
      *   off 2100-LOCATE-OWNER), so no member leaves the database     *
      *   without a copy on VDARCH and a trail in the journal. The     *
      *   member's DB-KEY is taken before the journal STORE moves it.  *
      *   GLADJ gets the member too, for HELLO-GLFEED. A COMMIT every  *
      *   WS-COMMIT-INTERVAL erases, as HELLO-CDPURGE.                 *
      *----------------------------------------------------------------*
       3500-ARCHIVE-AND-ERASE.
           MOVE DB-KEY TO WS-MEMBER-DB-KEY.
           MOVE SPACES               TO VIDET-ARCHIVE-RECORD.
           MOVE WS-OWNER-CALC-KEY    TO VA-OWNER-CALC-KEY.
           MOVE WS-MEMBER-DB-KEY     TO VA-MEMBER-DB-KEY.
           MOVE V75RVIDET-RECORD     TO VA-MEMBER-IMAGE.
           MOVE WS-CURRENT-DATE      TO VA-PURGE-DATE.
           MOVE WS-CURRENT-TIME      TO VA-PURGE-TIME.
           MOVE RT-CODE (WS-RET-HIT-INDEX) TO VA-RULE-CODE.
           MOVE RT-DAYS (WS-RET-HIT-INDEX) TO VA-RETENTION-DAYS.
           WRITE VIDET-ARCHIVE-RECORD.
           ERASE V75RVIDET
               ON ANY ERROR
                   PERFORM 9900-DB-ERROR THRU 9900-EXIT
           END-ERASE.
           PERFORM 5000-JOURNAL-ERASE THRU 5000-EXIT.
           PERFORM 5100-WRITE-GL-ADJUSTMENT THRU 5100-EXIT.
           ADD 1 TO WS-OWN-PURGED.
           ADD 1 TO WS-PURGED-COUNT.
           ADD 1 TO RT-PURGED (WS-RET-HIT-INDEX).
           ADD VIDET-QUANTITY TO WS-OWN-QUANTITY.
           ADD VIDET-QUANTITY TO WS-RUN-QUANTITY.
           ADD VIDET-AMOUNT   TO WS-OWN-AMOUNT.
           ADD VIDET-AMOUNT   TO WS-RUN-AMOUNT.
           ADD 1 TO WS-SINCE-LAST-COMMIT.
           IF WS-SINCE-LAST-COMMIT NOT < WS-COMMIT-INTERVAL
               COMMIT
               MOVE ZERO TO WS-SINCE-LAST-COMMIT
           END-IF.
       3500-EXIT.
           EXIT.

       3800-RETAIN-MEMBER.
           ADD 1 TO WS-OWN-RETAINED.
           ADD 1 TO WS-RETAINED-COUNT.
       3800-EXIT.
           EXIT.

       3900-WRITE-BAD-DATE-LINE.
           MOVE VIDET-CODE TO WS-REF-LOOKUP-CODE.
           PERFORM 6800-LOOKUP-CODE-REF THRU 6800-EXIT.
           MOVE SPACES TO PURGE-REPORT-LINE.
           STRING "KEPT     OWNER=" WS-OWNER-CALC-KEY
                  " MEMBER=" VIDET-MEMBER-ID
                  " CODE=" VIDET-CODE " " WS-REF-DESC
                  " STATUS DATE=" VIDET-STATUS-DATE
                  " NOT A DATE"
                  DELIMITED BY SIZE INTO PURGE-REPORT-LINE.
           WRITE PURGE-REPORT-LINE.
       3900-EXIT.
           EXIT.

       3950-WRITE-HELD-LINE.
           MOVE VIDET-CODE TO WS-REF-LOOKUP-CODE.
           PERFORM 6800-LOOKUP-CODE-REF THRU 6800-EXIT.
           MOVE SPACES TO PURGE-REPORT-LINE.
           STRING "HELD     OWNER=" WS-OWNER-CALC-KEY
                  " MEMBER=" VIDET-MEMBER-ID
                  " CODE=" VIDET-CODE " " WS-REF-DESC
                  " STATUS DATE=" VIDET-STATUS-DATE
                  " RESTORED IN HOLD"
                  DELIMITED BY SIZE INTO PURGE-REPORT-LINE.
           WRITE PURGE-REPORT-LINE.
       3950-EXIT.
           EXIT.

      * Purged and retained counts for the owner, with the quantity
      * and amount that left the chain.
       4000-WRITE-OWNER-LINE.
           MOVE WS-OWN-EXAMINED TO WS-EXAMINED-D.
           MOVE WS-OWN-PURGED   TO WS-PURGED-D.
           MOVE WS-OWN-RETAINED TO WS-RETAINED-D.
           MOVE WS-OWN-HELD     TO WS-HELD-D.
           MOVE WS-OWN-QUANTITY TO WS-QTY-D.
           MOVE WS-OWN-AMOUNT   TO WS-AMT-D.
           MOVE SPACES TO PURGE-REPORT-LINE.
           STRING "OWNER=" WS-OWNER-CALC-KEY
                  " EXAMINED=" WS-EXAMINED-D
                  " PURGED=" WS-PURGED-D
                  " KEPT=" WS-RETAINED-D
                  " HELD=" WS-HELD-D
                  " QTY=" WS-QTY-D
                  " AMOUNT=" WS-AMT-D
                  DELIMITED BY SIZE INTO PURGE-REPORT-LINE.
           WRITE PURGE-REPORT-LINE.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   5000-JOURNAL-ERASE -- an erase entry like HELLO-VMAINT's:    *
      *   the member as it was in the before image, a space-filled     *
      *   after image, under this run's batch id and start time.       *
      *----------------------------------------------------------------*
       5000-JOURNAL-ERASE.
           MOVE "V75SVIMVT-JRNL"    TO DB-SET-NAME.
           MOVE WS-USER-ID          TO VJ-USER-ID.
           MOVE WS-CURRENT-DATE     TO VJ-TS-DATE.
           MOVE WS-CURRENT-TIME     TO VJ-TS-TIME.
           MOVE 'E'                 TO VJ-ACTION.
           MOVE WS-OWNER-CALC-KEY   TO VJ-OWNER-CALC-KEY.
           MOVE VIDET-MEMBER-ID     TO VJ-MEMBER-ID.
           MOVE WS-MEMBER-DB-KEY    TO VJ-MEMBER-DB-KEY.
           MOVE V75RVIDET-RECORD    TO VJ-BEF-MEMBER-IMAGE.
           MOVE SPACES              TO VJ-AFT-MEMBER-IMAGE.
           STORE VIDET-JOURNAL-RECORD
               ON ANY ERROR
                   PERFORM 9900-DB-ERROR THRU 9900-EXIT
           END-STORE.
           MOVE "V75SVIMVT-VIDET"   TO DB-SET-NAME.
       5000-EXIT.
           EXIT.

      * The purge as HELLO-GLFEED is to see it: the member's owner,
      * its DB-KEY before the erase, and its code and amount.
       5100-WRITE-GL-ADJUSTMENT.
           MOVE SPACES              TO GL-ADJUSTMENT-RECORD.
           MOVE 'P'                 TO GA-KIND.
           MOVE WS-OWNER-CALC-KEY   TO GA-OWNER-CALC-KEY.
           MOVE WS-MEMBER-DB-KEY    TO GA-MEMBER-DB-KEY.
           MOVE VIDET-MEMBER-ID     TO GA-MEMBER-ID.
           MOVE VIDET-CODE          TO GA-CODE.
           MOVE VIDET-AMOUNT        TO GA-AMOUNT.
           MOVE "HELLOVPG"          TO GA-JOB-NAME.
           MOVE WS-CURRENT-DATE     TO GA-ADJUSTED-DATE.
           MOVE WS-CURRENT-TIME     TO GA-ADJUSTED-TIME.
           WRITE GL-ADJUSTMENT-RECORD.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   6700-DESCRIBE-CARD-CODE -- the description for a retention   *
      *   card's code; the **** card stands for no code of its own.    *
      *----------------------------------------------------------------*
       6700-DESCRIBE-CARD-CODE.
           IF RT-CODE (WS-RET-INDEX) = "****"
               MOVE "DEFAULT FOR CODES WITHOUT A CARD" TO WS-REF-DESC
               GO TO 6700-EXIT
           END-IF.
           MOVE RT-CODE (WS-RET-INDEX) TO WS-REF-LOOKUP-CODE.
           PERFORM 6800-LOOKUP-CODE-REF THRU 6800-EXIT.
       6700-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   6800-LOOKUP-CODE-REF -- the reference description for the    *
      *   code in WS-REF-LOOKUP-CODE, by CALC as HELLO-VBROWSE takes   *
      *   it, with the same text as HELLO-WORLD when the code has no   *
      *   entry. Only set currency is relied on after it: never call   *
      *   it between a member's OBTAIN and its ERASE.                  *
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
      *   8000-TERMINATE -- the last COMMIT, purged counts by card and *
      *   the run's control totals on the report and SYSOUT.           *
      *----------------------------------------------------------------*
       8000-TERMINATE.
           COMMIT.
           MOVE SPACES TO PURGE-REPORT-LINE.
           WRITE PURGE-REPORT-LINE.
           MOVE "MEMBERS PURGED BY RETENTION CARD" TO PURGE-REPORT-LINE.
           WRITE PURGE-REPORT-LINE.
           PERFORM 8100-WRITE-CARD-COUNT THRU 8100-EXIT
               VARYING WS-RET-INDEX FROM 1 BY 1
               UNTIL WS-RET-INDEX > WS-RET-COUNT.
           MOVE WS-OWNER-COUNT         TO WS-OWNERS-D.
           MOVE WS-OWNER-MISSING-COUNT TO WS-MISSING-D.
           MOVE WS-EXAMINED-COUNT      TO WS-EXAMINED-D.
           MOVE WS-PURGED-COUNT        TO WS-PURGED-D.
           MOVE WS-RETAINED-COUNT      TO WS-RETAINED-D.
           MOVE WS-NO-CARD-COUNT       TO WS-NO-CARD-D.
           MOVE WS-BAD-DATE-COUNT      TO WS-BAD-DATE-D.
           MOVE WS-RUN-QUANTITY        TO WS-QTY-D.
           MOVE WS-RUN-AMOUNT          TO WS-AMT-D.
           MOVE SPACES TO PURGE-REPORT-LINE.
           WRITE PURGE-REPORT-LINE.
           MOVE SPACES TO PURGE-REPORT-LINE.
           STRING "CONTROL TOTALS: OWNERS=" WS-OWNERS-D
                  " NOT FOUND=" WS-MISSING-D
                  " EXAMINED=" WS-EXAMINED-D
                  " PURGED=" WS-PURGED-D
                  " KEPT=" WS-RETAINED-D
                  DELIMITED BY SIZE INTO PURGE-REPORT-LINE.
           WRITE PURGE-REPORT-LINE.
           MOVE SPACES TO PURGE-REPORT-LINE.
           STRING "PURGED QTY=" WS-QTY-D
                  " AMOUNT=" WS-AMT-D
                  DELIMITED BY SIZE INTO PURGE-REPORT-LINE.
           WRITE PURGE-REPORT-LINE.
           MOVE SPACES TO PURGE-REPORT-LINE.
           STRING "KEPT - NO RETENTION CARD=" WS-NO-CARD-D
                  " STATUS DATE NOT A DATE=" WS-BAD-DATE-D
                  DELIMITED BY SIZE INTO PURGE-REPORT-LINE.
           WRITE PURGE-REPORT-LINE.
           MOVE WS-HELD-RUN-COUNT      TO WS-HELD-D.
           MOVE WS-HELD-OWNER-COUNT    TO WS-MISSING-D.
           MOVE SPACES TO PURGE-REPORT-LINE.
           STRING "KEPT - RESTORED WITHIN THE HOLD=" WS-HELD-D
                  " OWNERS SKIPPED, HOLD TABLE FULL=" WS-MISSING-D
                  DELIMITED BY SIZE INTO PURGE-REPORT-LINE.
           WRITE PURGE-REPORT-LINE.
           CLOSE RETAIN-PARM-FILE
                 OWNER-DRIVER-FILE
                 ARCHIVE-OUT-FILE
                 PURGE-REPORT-FILE
                 GL-ADJUST-FILE.
           DISPLAY "HELLO-VPURGE: " WS-PURGED-COUNT
                   " MEMBER(S) ARCHIVED AND ERASED, "
                   WS-RETAINED-COUNT " KEPT".
       8000-EXIT.
           EXIT.

       8100-WRITE-CARD-COUNT.
           MOVE RT-PURGED (WS-RET-INDEX) TO WS-PURGED-D.
           PERFORM 6700-DESCRIBE-CARD-CODE THRU 6700-EXIT.
           MOVE SPACES TO PURGE-REPORT-LINE.
           STRING "  CODE=" RT-CODE (WS-RET-INDEX)
                  " PURGED=" WS-PURGED-D
                  " " WS-REF-DESC
                  DELIMITED BY SIZE INTO PURGE-REPORT-LINE.
           WRITE PURGE-REPORT-LINE.
       8100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   8300-WRITE-RUN-HISTORY -- one RUN-HISTORY-RECORD on the      *
      *   shared stream history (DISP=MOD). The unit of work is the    *
      *   member examined.                                             *
      *----------------------------------------------------------------*
       8300-WRITE-RUN-HISTORY.
           OPEN EXTEND RUN-HISTORY-FILE.
           MOVE SPACES              TO RUN-HISTORY-RECORD.
           MOVE "HELLOVPG"          TO RH-JOB-NAME.
           MOVE WS-CURRENT-DATE     TO RH-START-DATE.
           MOVE WS-CURRENT-TIME     TO RH-START-TIME.
           MOVE FUNCTION CURRENT-DATE TO RH-END-TS.
           MOVE WS-RUN-RC           TO RH-RETURN-CODE.
           MOVE WS-EXAMINED-COUNT   TO RH-RECORDS-PROCESSED.
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
      *   9900-DB-ERROR -- same abend discipline as HELLO-CDPURGE: a   *
      *   purge never limps past a bad status with ERASEs in flight.   *
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

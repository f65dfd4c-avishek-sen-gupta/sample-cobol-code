       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLO-GLFEED.
       AUTHOR. R SENGUPTA.
       INSTALLATION. V75 APPLICATIONS.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED.
      *
      * MODIFICATION HISTORY
      *   10/15/26  RSG  INITIAL VERSION. NIGHTLY GENERAL-LEDGER
      *                  INTERFACE FILE (GLFEED, LAYOUT GLFEDREC)
      *                  BUILT FROM THE RUN-TO-RUN COMPARISON OF
      *                  HELLO-WORLD'S MEMBER KEY FILES (LAYOUT
      *                  DLTAKEY): A MEMBER NEW SINCE LAST NIGHT POSTS
      *                  ITS FULL VIDET-AMOUNT, ONE NO LONGER ON THE
      *                  CHAIN POSTS THE REVERSAL, ONE WHOSE AMOUNT
      *                  CHANGED POSTS THE DIFFERENCE (A MEMBER WHOSE
      *                  CODE CHANGED REVERSES OUT OF THE OLD CODE AND
      *                  POSTS IN FULL TO THE NEW). POSTINGS ARE
      *                  SUMMARIZED BY OWNER AND VIDET-CODE AND
      *                  CARRY THE GL ACCOUNT FROM THE CODE-TO-ACCOUNT
      *                  MAPPING FILE (GLMAP); AN UNMAPPED CODE POSTS
      *                  TO THE SUSPENSE ACCOUNT. HEADER AND
      *                  BALANCING TRAILER ON THE FEED. GLRPT TIES
      *                  THE POSTED NET MOVEMENT TO THE CHANGE IN THE
      *                  FINANCIAL SUMMARY GRAND AMOUNT (RUNSTAT,
      *                  LAYOUT RUNSUMM). REPLACES THE SPREADSHEET
      *                  FINANCE BUILT OFF VIDETRPT.
      *   10/15/26  RSG  NIGHT REFUSED WHEN HELLO-WORLD'S
      *                  REASONABLENESS EDITS FAILED AT HOLD SEVERITY
      *                  (RN-RSN-HOLD ON RUNSTAT), UNTIL FINANCE HAS
      *                  REVIEWED RSNEXCP AND RELEASES THE NIGHT WITH
      *                  AN RSNRELEASE Y CARD ON GLPARM.
      *   10/15/26  RSG  KEYOLD IS NOW THE GL'S OWN "LAST POSTED" KEY
      *                  GENERATION (V75.BATCH.VIDETGLK), WRITTEN ON
      *                  KEYPOST AS A COPY OF TONIGHT'S KEYS AND KEPT
      *                  BY HELLOWLD ONLY WHEN THE FEED BALANCED, SO A
      *                  NIGHT THAT WAS NOT FED (STEP010 RC 08, FEED
      *                  REFUSED OR OUT OF BALANCE) IS CAUGHT UP BY
      *                  THE NEXT FEED INSTEAD OF LOST. MEMBERS ERASED
      *                  BY HELLO-VPURGE AND STORED AGAIN BY
      *                  HELLO-VRSTOR (GLADJ, LAYOUT GLADJREC) ARE NO
      *                  LONGER POSTED AS ERASES AND NEW MEMBERS; THEY
      *                  ARE TOTALLED AS NON-POSTING ADJUSTMENTS ON
      *                  GLRPT AND TAKEN OUT OF THE TIE-OUT OPENLY.
      *   10/15/26  RSG  APPENDS A RUN-HISTORY-RECORD TO RUNHIST AT THE
      *                  END OF THE RUN: UNDER JOB HELLOGLF WHEN RUN
      *                  ALONE, OR -- WITH A RUNJOB CARD ON GLPARM, AS
      *                  HELLOWLD STEP040 SUPPLIES -- UNDER THAT JOB
      *                  AND HELLO-WORLD'S RUN ID OFF RUNSTAT, MARKED
      *                  AS A LATER STEP SO HELLO-SLARPT MEASURES THE
      *                  NIGHT TO THE END OF THE FEED AND CARRIES ITS
      *                  RC.
      *   10/15/26  RSG  EACH POSTING ON GLRPT NOW CARRIES ITS CODE'S
      *                  DESCRIPTION ON A SECOND LINE, FROM TONIGHT'S
      *                  CODE REFERENCE ENTRIES ON CDREF (SEE
      *                  CDREFEXT), TABLED AT 1000-INITIALIZE.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRIOR-KEY-FILE     ASSIGN TO KEYOLD
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TONIGHT-KEY-FILE   ASSIGN TO KEYNEW
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-SUMMARY-FILE   ASSIGN TO RUNSTAT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GL-MAP-FILE        ASSIGN TO GLMAP
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GL-PARM-FILE       ASSIGN TO GLPARM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GL-FEED-FILE       ASSIGN TO GLFEED
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT POSTED-KEY-FILE    ASSIGN TO KEYPOST
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GL-ADJUST-FILE     ASSIGN TO GLADJ
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GL-REPORT-FILE     ASSIGN TO GLRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-HISTORY-FILE   ASSIGN TO RUNHIST
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CODE-REF-FILE      ASSIGN TO CDREF
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
      * The member keys the last balanced feed was built from (the
      * GL's own generation, written on KEYPOST by that feed) and
      * tonight's, the generation HELLO-WORLD wrote on DELTAOUT.
       FD  PRIOR-KEY-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY DLTAKEY REPLACING DELTA-KEY-RECORD
                               BY PRIOR-KEY-RECORD.

       FD  TONIGHT-KEY-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY DLTAKEY.

      * Tonight's HELLO-WORLD run summary: the run the movements are
      * taken from, its financial summary grand totals, and whether
      * it was restarted.
       FD  RUN-SUMMARY-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY RUNSUMM.

      * One card per VIDET-CODE: code columns 1-4, GL account 5-20.
      * '*' in column 1 for a comment.
       FD  GL-MAP-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  GL-MAP-RECORD.
           05  GM-CODE                PIC X(04).
           05  GM-GL-ACCOUNT          PIC X(16).
           05  FILLER                 PIC X(60).

      * Keyword cards, keyword in columns 1-10 as on HELLOWLD's
      * PARMIN, '*' in column 1 for a comment:
      *   OPENING   Y                 take an empty prior key file as
      *                               opening balances (first run only)
      *   SUSPENSE  aaaaaaaaaaaaaaaa  GL account cols 11-26 for codes
      *                               with no GLMAP card
      *   RSNRELEASE Y                build the feed although tonight's
      *                               reasonableness edits are at HOLD
      *                               (finance has reviewed RSNEXCP)
      *   RUNJOB    jjjjjjjj          job name cols 11-18 the run
      *                               history is written under, as a
      *                               later step of that job's run
      *                               (HELLOWLD STEP040); without it
      *                               the run is recorded as HELLOGLF
       FD  GL-PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  GL-PARM-RECORD.
           05  PM-KEYWORD             PIC X(10).
           05  PM-VALUE-X             PIC X(16).
           05  FILLER                 PIC X(54).

       FD  GL-FEED-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY GLFEDREC.

       FD  GL-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  GL-REPORT-LINE             PIC X(132).

      * Tonight's key records, copied as they are read. HELLOWLD keeps
      * the generation only when the feed balanced; it is then the
      * next feed's KEYOLD.
       FD  POSTED-KEY-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  POSTED-KEY-RECORD          PIC X(100).

      * Purges and restores since the last balanced feed -- see
      * GLADJREC.
       FD  GL-ADJUST-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY GLADJREC.

      * Cross-job run history, appended once at the end of the run.
       FD  RUN-HISTORY-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY RUNHIST.

      * Tonight's code reference entries, written by HELLO-WORLD --
      * see CDREFEXT.
       FD  CODE-REF-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY CDREFEXT.

       WORKING-STORAGE SECTION.
       01  WS-END-OF-FILE-SWITCHES.
           05  WS-PRIOR-EOF-SW        PIC X(01) VALUE 'N'.
               88  PRIOR-KEY-EOF           VALUE 'Y'.
           05  WS-TONIGHT-EOF-SW      PIC X(01) VALUE 'N'.
               88  TONIGHT-KEY-EOF         VALUE 'Y'.
           05  WS-MAP-EOF-SW          PIC X(01) VALUE 'N'.
               88  MAP-EOF                 VALUE 'Y'.
           05  WS-PARM-EOF-SW         PIC X(01) VALUE 'N'.
               88  PARM-EOF                VALUE 'Y'.
           05  WS-ADJ-EOF-SW          PIC X(01) VALUE 'N'.
               88  ADJUSTMENT-EOF          VALUE 'Y'.
           05  WS-CDREF-EOF-SW        PIC X(01) VALUE 'N'.
               88  CODE-REF-EOF            VALUE 'Y'.

       01  WS-FEED-SWITCHES.
           05  WS-REFUSED-SW          PIC X(01) VALUE 'N'.
               88  FEED-IS-REFUSED         VALUE 'Y'.
           05  WS-RUNSTAT-FOUND-SW    PIC X(01) VALUE 'N'.
               88  RUNSTAT-FOUND           VALUE 'Y'.
           05  WS-BALANCED-SW         PIC X(01) VALUE 'Y'.
               88  FEED-IS-BALANCED        VALUE 'Y'.

       01  PRM-OVERRIDES.
           05  PRM-OPENING-SW         PIC X(01) VALUE 'N'.
               88  OPENING-RUN             VALUE 'Y'.
           05  PRM-SUSPENSE-ACCOUNT   PIC X(16)
                                       VALUE "V75-SUSPENSE".
           05  PRM-RSN-RELEASE-SW     PIC X(01) VALUE 'N'.
               88  RSN-HOLD-RELEASED       VALUE 'Y'.
           05  PRM-RUN-JOB-NAME       PIC X(08) VALUE SPACES.

      * Why the feed was not written, for the control report.
       01  WS-REFUSAL-REASON          PIC X(60) VALUE SPACES.

      * Code-to-GL-account mapping off GLMAP.
       01  WS-MAP-TABLE.
           05  WS-MAP-MAX             PIC 9(04) COMP VALUE 500.
           05  WS-MAP-COUNT           PIC 9(04) COMP VALUE ZERO.
           05  WS-MAP-ENTRY OCCURS 500 TIMES.
               10  MP-CODE            PIC X(04).
               10  MP-GL-ACCOUNT      PIC X(16).

      * Code descriptions off CDREF, for the postings report. A code
      * past WS-REF-MAX, or with no entry, prints as having none.
       01  WS-REF-TABLE.
           05  WS-REF-MAX             PIC 9(04) COMP VALUE 999.
           05  WS-REF-COUNT           PIC 9(04) COMP VALUE ZERO.
           05  WS-REF-ENTRY OCCURS 999 TIMES.
               10  RF-CODE            PIC X(04).
               10  RF-DESCRIPTION     PIC X(40).

      * The last posted key file, tabled whole so tonight's members
      * can be matched against it by owner and DB-KEY, as HELLO-
      * WORLD's 1300-LOAD-PRIOR-KEY does. Whatever is left unmatched
      * once tonight's file is read has gone from the chain.
       01  WS-PRIOR-TABLE.
           05  WS-PRIOR-MAX           PIC 9(04) COMP VALUE 9999.
           05  WS-PRIOR-COUNT         PIC 9(04) COMP VALUE ZERO.
           05  WS-PRIOR-ENTRY OCCURS 9999 TIMES.
               10  PR-OWNER-CALC-KEY  PIC X(08).
               10  PR-MEMBER-DB-KEY   PIC S9(08) COMP.
               10  PR-CODE            PIC X(04).
               10  PR-AMOUNT          PIC S9(09)V99 COMP-3.
               10  PR-MATCHED-SW      PIC X(01).
                   88  PR-MATCHED          VALUE 'Y'.

      * The non-posting adjustments off GLADJ. A purge entry is taken
      * by an unmatched prior member with its owner and DB-KEY, a
      * restore entry by a new member with its owner and new DB-KEY;
      * each is used once. A full table refuses the night: a purge
      * left out would post as an erase.
       01  WS-ADJ-TABLE.
           05  WS-ADJ-MAX             PIC 9(04) COMP VALUE 9999.
           05  WS-ADJ-COUNT           PIC 9(04) COMP VALUE ZERO.
           05  WS-ADJ-ENTRY OCCURS 9999 TIMES.
               10  AJ-KIND            PIC X(01).
               10  AJ-OWNER-CALC-KEY  PIC X(08).
               10  AJ-MEMBER-DB-KEY   PIC S9(08) COMP.
               10  AJ-CODE            PIC X(04).
               10  AJ-AMOUNT          PIC S9(09)V99 COMP-3.
               10  AJ-USED-SW         PIC X(01).
                   88  AJ-USED             VALUE 'Y'.

      * Postings summarized by owner and VIDET-CODE: what new members
      * brought in, what erased members took out, the net of the
      * changed members, and the number of movements behind them.
       01  WS-POST-TABLE.
           05  WS-POST-MAX            PIC 9(04) COMP VALUE 2000.
           05  WS-POST-COUNT          PIC 9(04) COMP VALUE ZERO.
           05  WS-POST-ENTRY OCCURS 2000 TIMES.
               10  PS-OWNER-CALC-KEY  PIC X(08).
               10  PS-CODE            PIC X(04).
               10  PS-GL-ACCOUNT      PIC X(16).
               10  PS-MAPPED-SW       PIC X(01).
                   88  PS-MAPPED           VALUE 'Y'.
               10  PS-NEW-AMOUNT      PIC S9(13)V99 COMP-3.
               10  PS-ERASED-AMOUNT   PIC S9(13)V99 COMP-3.
               10  PS-CHANGED-AMOUNT  PIC S9(13)V99 COMP-3.
               10  PS-NET-AMOUNT      PIC S9(13)V99 COMP-3.
               10  PS-MOVEMENTS       PIC 9(07) COMP.

      * One movement on its way into the posting table.
       01  WS-MOVEMENT.
           05  WS-MV-OWNER-CALC-KEY   PIC X(08).
           05  WS-MV-CODE             PIC X(04).
           05  WS-MV-KIND             PIC X(01).
               88  MV-NEW                  VALUE 'N'.
               88  MV-ERASED               VALUE 'E'.
               88  MV-CHANGED              VALUE 'C'.
           05  WS-MV-AMOUNT           PIC S9(13)V99 COMP-3.

      * One member's code and amount before and after, for
      * 2400-POST-CHANGE.
       01  WS-CHANGE.
           05  WS-FROM-CODE           PIC X(04).
           05  WS-FROM-AMOUNT         PIC S9(09)V99 COMP-3.
           05  WS-TO-CODE             PIC X(04).
           05  WS-TO-AMOUNT           PIC S9(09)V99 COMP-3.

      * The adjustment 2200-FIND-ADJUSTMENT is asked for.
       01  WS-ADJ-LOOKUP.
           05  WS-ADJ-LOOKUP-KIND     PIC X(01).
           05  WS-ADJ-LOOKUP-OWNER    PIC X(08).
           05  WS-ADJ-LOOKUP-DB-KEY   PIC S9(08) COMP.

       01  WS-WORK-FIELDS.
           05  WS-PRIOR-INDEX         PIC 9(05) COMP.
           05  WS-PRIOR-HIT-INDEX     PIC 9(05) COMP.
           05  WS-ADJ-INDEX           PIC 9(05) COMP.
           05  WS-ADJ-HIT-INDEX       PIC 9(05) COMP.
           05  WS-MAP-INDEX           PIC 9(04) COMP.
           05  WS-MAP-HIT-INDEX       PIC 9(04) COMP.
           05  WS-POST-INDEX          PIC 9(04) COMP.
           05  WS-POST-HIT-INDEX      PIC 9(04) COMP.
           05  WS-REF-INDEX           PIC 9(04) COMP.
           05  WS-REF-HIT-INDEX       PIC 9(04) COMP.
           05  WS-REF-LOOKUP-CODE     PIC X(04).
           05  WS-REF-DESC            PIC X(40).
           05  WS-AMOUNT-DIFF         PIC S9(13)V99 COMP-3.
           05  WS-BATCH-ID.
               10  WS-BATCH-DATE      PIC 9(08) VALUE ZERO.
               10  WS-BATCH-TIME      PIC 9(08) VALUE ZERO.
           05  WS-AMT-D               PIC +9(13).99.
           05  WS-AMT-2-D             PIC +9(13).99.
           05  WS-AMT-3-D             PIC +9(13).99.
           05  WS-AMT-4-D             PIC +9(13).99.
           05  WS-COUNT-D             PIC 9(07) DISPLAY.
           05  WS-COUNT-2-D           PIC 9(09) DISPLAY.

      * The control totals the report ties out.
       01  WS-CONTROL-TOTALS.
           05  WS-PRIOR-KEY-AMOUNT    PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-TONIGHT-KEY-AMOUNT  PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-RUNSTAT-GRAND-AMT   PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-GRAND-CHANGE        PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-POSTED-NET          PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-DEBIT-TOTAL         PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-CREDIT-TOTAL        PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-OUT-OF-BALANCE      PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-PURGED-AMOUNT       PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-RESTORED-AMOUNT     PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-NONPOST-NET         PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-PURGED-MEMBERS      PIC 9(09) COMP VALUE ZERO.
           05  WS-RESTORED-MEMBERS    PIC 9(09) COMP VALUE ZERO.
           05  WS-ADJ-UNUSED          PIC 9(09) COMP VALUE ZERO.
           05  WS-TONIGHT-MEMBERS     PIC 9(09) COMP VALUE ZERO.
           05  WS-NEW-MEMBERS         PIC 9(09) COMP VALUE ZERO.
           05  WS-ERASED-MEMBERS      PIC 9(09) COMP VALUE ZERO.
           05  WS-CHANGED-MEMBERS     PIC 9(09) COMP VALUE ZERO.
           05  WS-DETAIL-COUNT        PIC 9(07) COMP VALUE ZERO.
           05  WS-UNMAPPED-COUNT      PIC 9(04) COMP VALUE ZERO.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURRENT-DATE        PIC 9(08).
           05  WS-CURRENT-TIME        PIC 9(08).

      * Verdict of the run: 00 fed and in balance, 04 a code posted
      * to suspense, 08 feed refused or out of balance.
       01  RC-CONTROL.
           05  WS-RUN-RC              PIC 9(02) COMP VALUE ZERO.

       PROCEDURE DIVISION.
      *
      *----------------------------------------------------------------*
      *   0000-MAINLINE -- mapping and parms first, then the run       *
      *   summary, the last posted keys and the adjustments. A night   *
      *   that cannot be posted whole is refused outright rather than  *
      *   fed partly.                                                  *
      *----------------------------------------------------------------*
       0000-MAINLINE SECTION.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF NOT FEED-IS-REFUSED
               PERFORM 2000-READ-TONIGHT-KEY THRU 2000-EXIT
               PERFORM 2100-COMPARE-ONE-MEMBER THRU 2100-EXIT
                   UNTIL TONIGHT-KEY-EOF
                      OR FEED-IS-REFUSED
           END-IF.
           IF NOT FEED-IS-REFUSED
               PERFORM 2500-POST-ONE-ERASED THRU 2500-EXIT
                   VARYING WS-PRIOR-INDEX FROM 1 BY 1
                   UNTIL WS-PRIOR-INDEX > WS-PRIOR-COUNT
                      OR FEED-IS-REFUSED
           END-IF.
           IF NOT FEED-IS-REFUSED
               PERFORM 4000-WRITE-FEED THRU 4000-EXIT
           END-IF.
           PERFORM 6000-REPORT-CONTROL THRU 6000-EXIT.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           PERFORM 8300-WRITE-RUN-HISTORY THRU 8300-EXIT.
           GO TO 9999-EXIT.
       0000-MAINLINE-EXIT.
           EXIT.

       1000-INITIALIZE.
           OPEN INPUT  PRIOR-KEY-FILE
                       TONIGHT-KEY-FILE
                       RUN-SUMMARY-FILE
                       GL-MAP-FILE
                       GL-PARM-FILE
                       GL-ADJUST-FILE
                       CODE-REF-FILE.
           OPEN OUTPUT GL-FEED-FILE
                       GL-REPORT-FILE
                       POSTED-KEY-FILE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT
               UNTIL PARM-EOF.
           PERFORM 1200-LOAD-MAP-CARD THRU 1200-EXIT
               UNTIL MAP-EOF.
           PERFORM 1600-LOAD-CODE-REF THRU 1600-EXIT
               UNTIL CODE-REF-EOF.
           MOVE SPACES TO GL-REPORT-LINE.
           STRING "V75 GENERAL-LEDGER POSTING FEED - RUN "
                  WS-CURRENT-DATE " " WS-CURRENT-TIME
                  DELIMITED BY SIZE INTO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.
           PERFORM 1300-READ-RUN-SUMMARY THRU 1300-EXIT.
           IF FEED-IS-REFUSED
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1400-LOAD-PRIOR-KEY THRU 1400-EXIT
               UNTIL PRIOR-KEY-EOF
                  OR FEED-IS-REFUSED.
           IF FEED-IS-REFUSED
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1500-LOAD-ADJUSTMENT THRU 1500-EXIT
               UNTIL ADJUSTMENT-EOF
                  OR FEED-IS-REFUSED.
           IF FEED-IS-REFUSED
               GO TO 1000-EXIT
           END-IF.
           IF WS-PRIOR-COUNT = ZERO AND NOT OPENING-RUN
               MOVE 'Y' TO WS-REFUSED-SW
               MOVE "NO POSTED KEY FILE - EVERY MEMBER WOULD POST NEW"
                   TO WS-REFUSAL-REASON
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   1100-READ-PARM-CARD -- OPENING, SUSPENSE, RSNRELEASE and     *
      *   RUNJOB. An unknown keyword is displayed and ignored, as      *
      *   HELLOWLD treats its PARMIN.                                  *
      *----------------------------------------------------------------*
       1100-READ-PARM-CARD.
           READ GL-PARM-FILE
               AT END
                   MOVE 'Y' TO WS-PARM-EOF-SW
                   GO TO 1100-EXIT
           END-READ.
           IF PM-KEYWORD = SPACES
               OR GL-PARM-RECORD (1:1) = '*'
               GO TO 1100-EXIT
           END-IF.
           EVALUATE PM-KEYWORD
               WHEN "OPENING   "
                   IF PM-VALUE-X (1:1) = 'Y'
                       MOVE 'Y' TO PRM-OPENING-SW
                   END-IF
               WHEN "SUSPENSE  "
                   IF PM-VALUE-X NOT = SPACES
                       MOVE PM-VALUE-X TO PRM-SUSPENSE-ACCOUNT
                   END-IF
               WHEN "RSNRELEASE"
                   IF PM-VALUE-X (1:1) = 'Y'
                       MOVE 'Y' TO PRM-RSN-RELEASE-SW
                   END-IF
               WHEN "RUNJOB    "
                   MOVE PM-VALUE-X (1:8) TO PRM-RUN-JOB-NAME
               WHEN OTHER
                   DISPLAY "GLPARM: UNKNOWN KEYWORD " PM-KEYWORD
                           " IGNORED"
           END-EVALUATE.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   1200-LOAD-MAP-CARD -- the first card for a code wins; a      *
      *   repeat is displayed and ignored.                             *
      *----------------------------------------------------------------*
       1200-LOAD-MAP-CARD.
           READ GL-MAP-FILE
               AT END
                   MOVE 'Y' TO WS-MAP-EOF-SW
                   GO TO 1200-EXIT
           END-READ.
           IF GM-CODE = SPACES
               OR GL-MAP-RECORD (1:1) = '*'
               GO TO 1200-EXIT
           END-IF.
           MOVE GM-CODE TO WS-MV-CODE.
           PERFORM 3300-FIND-MAPPING THRU 3300-EXIT.
           IF WS-MAP-HIT-INDEX > ZERO
               DISPLAY "GLMAP: CODE " GM-CODE
                       " MAPPED TWICE - FIRST CARD KEPT"
               GO TO 1200-EXIT
           END-IF.
           IF WS-MAP-COUNT < WS-MAP-MAX
               ADD 1 TO WS-MAP-COUNT
               MOVE GM-CODE       TO MP-CODE (WS-MAP-COUNT)
               MOVE GM-GL-ACCOUNT TO MP-GL-ACCOUNT (WS-MAP-COUNT)
           ELSE
               DISPLAY "GLMAP: TABLE FULL - CODE " GM-CODE
                       " WILL POST TO SUSPENSE"
           END-IF.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   1300-READ-RUN-SUMMARY -- tonight's HELLO-WORLD verdict. A    *
      *   restarted run's key file only covers the chain from the      *
      *   restart point on, so every member before it would post as    *
      *   erased: refuse the night. A night whose reasonableness       *
      *   edits failed at HOLD severity is refused too, until finance  *
      *   has worked RSNEXCP and put RSNRELEASE Y on GLPARM.           *
      *----------------------------------------------------------------*
       1300-READ-RUN-SUMMARY.
           READ RUN-SUMMARY-FILE
               AT END
                   MOVE 'Y' TO WS-REFUSED-SW
                   MOVE "NO RUN SUMMARY RECORD ON RUNSTAT"
                       TO WS-REFUSAL-REASON
                   GO TO 1300-EXIT
           END-READ.
           MOVE 'Y' TO WS-RUNSTAT-FOUND-SW.
           MOVE RN-RUN-DATE TO WS-BATCH-DATE.
           MOVE RN-RUN-TIME TO WS-BATCH-TIME.
           MOVE RN-FIN-GRAND-AMT TO WS-RUNSTAT-GRAND-AMT.
           IF RN-RUN-WAS-RESTARTED
               MOVE 'Y' TO WS-REFUSED-SW
               MOVE "HELLO-WORLD RUN WAS RESTARTED - KEY FILE PARTIAL"
                   TO WS-REFUSAL-REASON
               GO TO 1300-EXIT
           END-IF.
           IF RN-RSN-HOLD
               IF RSN-HOLD-RELEASED
                   DISPLAY "HELLO-GLFEED: REASONABLENESS HOLD RELEASED "
                           "BY GLPARM RSNRELEASE - "
                           RN-RSN-FAILURES " FAILURE(S) ON RSNEXCP"
               ELSE
                   MOVE 'Y' TO WS-REFUSED-SW
                   MOVE "REASONABLENESS EDITS AT HOLD - SEE RSNEXCP"
                       TO WS-REFUSAL-REASON
               END-IF
           END-IF.
       1300-EXIT.
           EXIT.

       1400-LOAD-PRIOR-KEY.
           READ PRIOR-KEY-FILE
               AT END
                   MOVE 'Y' TO WS-PRIOR-EOF-SW
                   GO TO 1400-EXIT
           END-READ.
           IF WS-PRIOR-COUNT NOT < WS-PRIOR-MAX
               MOVE 'Y' TO WS-REFUSED-SW
               MOVE "PRIOR KEY FILE LARGER THAN THE PRIOR TABLE"
                   TO WS-REFUSAL-REASON
               GO TO 1400-EXIT
           END-IF.
           ADD 1 TO WS-PRIOR-COUNT.
           MOVE DK-OWNER-CALC-KEY OF PRIOR-KEY-RECORD
               TO PR-OWNER-CALC-KEY (WS-PRIOR-COUNT).
           MOVE DK-MEMBER-DB-KEY OF PRIOR-KEY-RECORD
               TO PR-MEMBER-DB-KEY (WS-PRIOR-COUNT).
           MOVE DK-CODE OF PRIOR-KEY-RECORD
               TO PR-CODE (WS-PRIOR-COUNT).
           MOVE DK-AMOUNT OF PRIOR-KEY-RECORD
               TO PR-AMOUNT (WS-PRIOR-COUNT).
           MOVE 'N' TO PR-MATCHED-SW (WS-PRIOR-COUNT).
           ADD DK-AMOUNT OF PRIOR-KEY-RECORD TO WS-PRIOR-KEY-AMOUNT.
       1400-EXIT.
           EXIT.

       1500-LOAD-ADJUSTMENT.
           READ GL-ADJUST-FILE
               AT END
                   MOVE 'Y' TO WS-ADJ-EOF-SW
                   GO TO 1500-EXIT
           END-READ.
           IF NOT GA-PURGED AND NOT GA-RESTORED
               DISPLAY "GLADJ: UNKNOWN ADJUSTMENT KIND " GA-KIND
                       " FOR OWNER " GA-OWNER-CALC-KEY " IGNORED"
               GO TO 1500-EXIT
           END-IF.
           IF WS-ADJ-COUNT NOT < WS-ADJ-MAX
               MOVE 'Y' TO WS-REFUSED-SW
               MOVE "MORE PURGES/RESTORES THAN THE ADJUSTMENT TABLE"
                   TO WS-REFUSAL-REASON
               GO TO 1500-EXIT
           END-IF.
           ADD 1 TO WS-ADJ-COUNT.
           MOVE GA-KIND           TO AJ-KIND (WS-ADJ-COUNT).
           MOVE GA-OWNER-CALC-KEY TO AJ-OWNER-CALC-KEY (WS-ADJ-COUNT).
           MOVE GA-MEMBER-DB-KEY  TO AJ-MEMBER-DB-KEY (WS-ADJ-COUNT).
           MOVE GA-CODE           TO AJ-CODE (WS-ADJ-COUNT).
           MOVE GA-AMOUNT         TO AJ-AMOUNT (WS-ADJ-COUNT).
           MOVE 'N'               TO AJ-USED-SW (WS-ADJ-COUNT).
       1500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   1600-LOAD-CODE-REF -- one CDREF record per code, in code     *
      *   order as HELLO-WORLD wrote them. A full table is displayed   *
      *   and the rest of the codes print without a description.       *
      *----------------------------------------------------------------*
       1600-LOAD-CODE-REF.
           READ CODE-REF-FILE
               AT END
                   MOVE 'Y' TO WS-CDREF-EOF-SW
                   GO TO 1600-EXIT
           END-READ.
           IF WS-REF-COUNT < WS-REF-MAX
               ADD 1 TO WS-REF-COUNT
               MOVE CX-CODE        TO RF-CODE (WS-REF-COUNT)
               MOVE CX-DESCRIPTION TO RF-DESCRIPTION (WS-REF-COUNT)
           ELSE
               DISPLAY "CDREF: TABLE FULL - CODE " CX-CODE
                       " WILL PRINT WITHOUT A DESCRIPTION"
           END-IF.
       1600-EXIT.
           EXIT.

       2000-READ-TONIGHT-KEY.
           READ TONIGHT-KEY-FILE
               AT END
                   MOVE 'Y' TO WS-TONIGHT-EOF-SW
           END-READ.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   2100-COMPARE-ONE-MEMBER -- tonight's member against the last *
      *   posted key file, matched on owner and DB-KEY as HELLO-       *
      *   WORLD's 3280-COMPARE-TO-PRIOR matches them. No match posts   *
      *   the full amount as new -- unless HELLO-VRSTOR stored it      *
      *   back under that DB-KEY, when only what changed since the     *
      *   archived image posts. A match posts the difference (see      *
      *   2400-POST-CHANGE). Every record is copied to KEYPOST.        *
      *----------------------------------------------------------------*
       2100-COMPARE-ONE-MEMBER.
           ADD 1 TO WS-TONIGHT-MEMBERS.
           ADD DK-AMOUNT OF DELTA-KEY-RECORD TO WS-TONIGHT-KEY-AMOUNT.
           WRITE POSTED-KEY-RECORD FROM DELTA-KEY-RECORD.
           MOVE ZERO TO WS-PRIOR-HIT-INDEX.
           PERFORM 2150-MATCH-ONE-PRIOR THRU 2150-EXIT
               VARYING WS-PRIOR-INDEX FROM 1 BY 1
               UNTIL WS-PRIOR-INDEX > WS-PRIOR-COUNT
                  OR WS-PRIOR-HIT-INDEX > ZERO.
           MOVE DK-OWNER-CALC-KEY OF DELTA-KEY-RECORD
               TO WS-MV-OWNER-CALC-KEY.
           IF WS-PRIOR-HIT-INDEX = ZERO
               MOVE 'R' TO WS-ADJ-LOOKUP-KIND
               MOVE DK-OWNER-CALC-KEY OF DELTA-KEY-RECORD
                   TO WS-ADJ-LOOKUP-OWNER
               MOVE DK-MEMBER-DB-KEY OF DELTA-KEY-RECORD
                   TO WS-ADJ-LOOKUP-DB-KEY
               PERFORM 2200-FIND-ADJUSTMENT THRU 2200-EXIT
           END-IF.
           IF WS-PRIOR-HIT-INDEX = ZERO
               AND WS-ADJ-HIT-INDEX > ZERO
               ADD 1 TO WS-RESTORED-MEMBERS
               ADD AJ-AMOUNT (WS-ADJ-HIT-INDEX) TO WS-RESTORED-AMOUNT
               MOVE AJ-CODE (WS-ADJ-HIT-INDEX)   TO WS-FROM-CODE
               MOVE AJ-AMOUNT (WS-ADJ-HIT-INDEX) TO WS-FROM-AMOUNT
               MOVE DK-CODE OF DELTA-KEY-RECORD   TO WS-TO-CODE
               MOVE DK-AMOUNT OF DELTA-KEY-RECORD TO WS-TO-AMOUNT
               PERFORM 2400-POST-CHANGE THRU 2400-EXIT
               GO TO 2100-NEXT
           END-IF.
           IF WS-PRIOR-HIT-INDEX = ZERO
               ADD 1 TO WS-NEW-MEMBERS
               MOVE 'N' TO WS-MV-KIND
               MOVE DK-CODE OF DELTA-KEY-RECORD TO WS-MV-CODE
               MOVE DK-AMOUNT OF DELTA-KEY-RECORD TO WS-MV-AMOUNT
               PERFORM 3000-POST-MOVEMENT THRU 3000-EXIT
               GO TO 2100-NEXT
           END-IF.
           MOVE 'Y' TO PR-MATCHED-SW (WS-PRIOR-HIT-INDEX).
           MOVE PR-CODE (WS-PRIOR-HIT-INDEX)   TO WS-FROM-CODE.
           MOVE PR-AMOUNT (WS-PRIOR-HIT-INDEX) TO WS-FROM-AMOUNT.
           MOVE DK-CODE OF DELTA-KEY-RECORD     TO WS-TO-CODE.
           MOVE DK-AMOUNT OF DELTA-KEY-RECORD   TO WS-TO-AMOUNT.
           PERFORM 2400-POST-CHANGE THRU 2400-EXIT.
       2100-NEXT.
           PERFORM 2000-READ-TONIGHT-KEY THRU 2000-EXIT.
       2100-EXIT.
           EXIT.

       2150-MATCH-ONE-PRIOR.
           IF PR-OWNER-CALC-KEY (WS-PRIOR-INDEX) =
                   DK-OWNER-CALC-KEY OF DELTA-KEY-RECORD
               AND PR-MEMBER-DB-KEY (WS-PRIOR-INDEX) =
                   DK-MEMBER-DB-KEY OF DELTA-KEY-RECORD
               MOVE WS-PRIOR-INDEX TO WS-PRIOR-HIT-INDEX
           END-IF.
       2150-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   2200-FIND-ADJUSTMENT -- the first unused GLADJ entry of      *
      *   WS-ADJ-LOOKUP-KIND for the owner and DB-KEY, marked used, or *
      *   WS-ADJ-HIT-INDEX left zero.                                  *
      *----------------------------------------------------------------*
       2200-FIND-ADJUSTMENT.
           MOVE ZERO TO WS-ADJ-HIT-INDEX.
           PERFORM 2210-MATCH-ONE-ADJUSTMENT THRU 2210-EXIT
               VARYING WS-ADJ-INDEX FROM 1 BY 1
               UNTIL WS-ADJ-INDEX > WS-ADJ-COUNT
                  OR WS-ADJ-HIT-INDEX > ZERO.
           IF WS-ADJ-HIT-INDEX > ZERO
               MOVE 'Y' TO AJ-USED-SW (WS-ADJ-HIT-INDEX)
           END-IF.
       2200-EXIT.
           EXIT.

       2210-MATCH-ONE-ADJUSTMENT.
           IF AJ-KIND (WS-ADJ-INDEX) = WS-ADJ-LOOKUP-KIND
               AND AJ-OWNER-CALC-KEY (WS-ADJ-INDEX) =
                   WS-ADJ-LOOKUP-OWNER
               AND AJ-MEMBER-DB-KEY (WS-ADJ-INDEX) =
                   WS-ADJ-LOOKUP-DB-KEY
               AND NOT AJ-USED (WS-ADJ-INDEX)
               MOVE WS-ADJ-INDEX TO WS-ADJ-HIT-INDEX
           END-IF.
       2210-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   2400-POST-CHANGE -- one member from WS-FROM-CODE/AMOUNT to   *
      *   WS-TO-CODE/AMOUNT for WS-MV-OWNER-CALC-KEY: the difference,  *
      *   or, when the code itself moved, the old amount out of the    *
      *   old code and the new amount into the new, so each code's     *
      *   account carries what the member actually holds. No           *
      *   movement at all posts nothing.                               *
      *----------------------------------------------------------------*
       2400-POST-CHANGE.
           MOVE 'C' TO WS-MV-KIND.
           IF WS-FROM-CODE = WS-TO-CODE
               COMPUTE WS-AMOUNT-DIFF = WS-TO-AMOUNT - WS-FROM-AMOUNT
               IF WS-AMOUNT-DIFF NOT = ZERO
                   ADD 1 TO WS-CHANGED-MEMBERS
                   MOVE WS-TO-CODE TO WS-MV-CODE
                   MOVE WS-AMOUNT-DIFF TO WS-MV-AMOUNT
                   PERFORM 3000-POST-MOVEMENT THRU 3000-EXIT
               END-IF
           ELSE
               ADD 1 TO WS-CHANGED-MEMBERS
               MOVE WS-FROM-CODE TO WS-MV-CODE
               COMPUTE WS-MV-AMOUNT = ZERO - WS-FROM-AMOUNT
               PERFORM 3000-POST-MOVEMENT THRU 3000-EXIT
               MOVE WS-TO-CODE TO WS-MV-CODE
               MOVE WS-TO-AMOUNT TO WS-MV-AMOUNT
               PERFORM 3000-POST-MOVEMENT THRU 3000-EXIT
           END-IF.
       2400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   2500-POST-ONE-ERASED -- a prior member tonight's chain no    *
      *   longer carries posts the reversal of its amount -- unless    *
      *   HELLO-VPURGE erased it, when only what changed between the   *
      *   last feed and the archived image posts.                      *
      *----------------------------------------------------------------*
       2500-POST-ONE-ERASED.
           IF PR-MATCHED (WS-PRIOR-INDEX)
               GO TO 2500-EXIT
           END-IF.
           MOVE PR-OWNER-CALC-KEY (WS-PRIOR-INDEX)
               TO WS-MV-OWNER-CALC-KEY.
           MOVE 'P' TO WS-ADJ-LOOKUP-KIND.
           MOVE PR-OWNER-CALC-KEY (WS-PRIOR-INDEX)
               TO WS-ADJ-LOOKUP-OWNER.
           MOVE PR-MEMBER-DB-KEY (WS-PRIOR-INDEX)
               TO WS-ADJ-LOOKUP-DB-KEY.
           PERFORM 2200-FIND-ADJUSTMENT THRU 2200-EXIT.
           IF WS-ADJ-HIT-INDEX > ZERO
               ADD 1 TO WS-PURGED-MEMBERS
               ADD AJ-AMOUNT (WS-ADJ-HIT-INDEX) TO WS-PURGED-AMOUNT
               MOVE PR-CODE (WS-PRIOR-INDEX)     TO WS-FROM-CODE
               MOVE PR-AMOUNT (WS-PRIOR-INDEX)   TO WS-FROM-AMOUNT
               MOVE AJ-CODE (WS-ADJ-HIT-INDEX)   TO WS-TO-CODE
               MOVE AJ-AMOUNT (WS-ADJ-HIT-INDEX) TO WS-TO-AMOUNT
               PERFORM 2400-POST-CHANGE THRU 2400-EXIT
               GO TO 2500-EXIT
           END-IF.
           ADD 1 TO WS-ERASED-MEMBERS.
           MOVE 'E' TO WS-MV-KIND.
           MOVE PR-CODE (WS-PRIOR-INDEX) TO WS-MV-CODE.
           COMPUTE WS-MV-AMOUNT = ZERO - PR-AMOUNT (WS-PRIOR-INDEX).
           PERFORM 3000-POST-MOVEMENT THRU 3000-EXIT.
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   3000-POST-MOVEMENT -- add WS-MOVEMENT to its owner/code      *
      *   posting, opening the posting (with its GL account, or the    *
      *   suspense account when GLMAP has no card) the first time the  *
      *   pair is seen. A full table refuses the night: a feed that    *
      *   left postings out could never balance.                       *
      *----------------------------------------------------------------*
       3000-POST-MOVEMENT.
           MOVE ZERO TO WS-POST-HIT-INDEX.
           PERFORM 3050-MATCH-ONE-POSTING THRU 3050-EXIT
               VARYING WS-POST-INDEX FROM 1 BY 1
               UNTIL WS-POST-INDEX > WS-POST-COUNT
                  OR WS-POST-HIT-INDEX > ZERO.
           IF WS-POST-HIT-INDEX = ZERO
               IF WS-POST-COUNT NOT < WS-POST-MAX
                   MOVE 'Y' TO WS-REFUSED-SW
                   MOVE "MORE OWNER/CODE POSTINGS THAN THE TABLE HOLDS"
                       TO WS-REFUSAL-REASON
                   GO TO 3000-EXIT
               END-IF
               ADD 1 TO WS-POST-COUNT
               MOVE WS-POST-COUNT TO WS-POST-HIT-INDEX
               PERFORM 3100-OPEN-POSTING THRU 3100-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN MV-NEW
                   ADD WS-MV-AMOUNT
                       TO PS-NEW-AMOUNT (WS-POST-HIT-INDEX)
               WHEN MV-ERASED
                   ADD WS-MV-AMOUNT
                       TO PS-ERASED-AMOUNT (WS-POST-HIT-INDEX)
               WHEN OTHER
                   ADD WS-MV-AMOUNT
                       TO PS-CHANGED-AMOUNT (WS-POST-HIT-INDEX)
           END-EVALUATE.
           ADD WS-MV-AMOUNT TO PS-NET-AMOUNT (WS-POST-HIT-INDEX).
           ADD 1 TO PS-MOVEMENTS (WS-POST-HIT-INDEX).
       3000-EXIT.
           EXIT.

       3050-MATCH-ONE-POSTING.
           IF PS-OWNER-CALC-KEY (WS-POST-INDEX) = WS-MV-OWNER-CALC-KEY
               AND PS-CODE (WS-POST-INDEX) = WS-MV-CODE
               MOVE WS-POST-INDEX TO WS-POST-HIT-INDEX
           END-IF.
       3050-EXIT.
           EXIT.

       3100-OPEN-POSTING.
           MOVE WS-MV-OWNER-CALC-KEY
               TO PS-OWNER-CALC-KEY (WS-POST-HIT-INDEX).
           MOVE WS-MV-CODE TO PS-CODE (WS-POST-HIT-INDEX).
           MOVE ZERO TO PS-NEW-AMOUNT (WS-POST-HIT-INDEX)
                        PS-ERASED-AMOUNT (WS-POST-HIT-INDEX)
                        PS-CHANGED-AMOUNT (WS-POST-HIT-INDEX)
                        PS-NET-AMOUNT (WS-POST-HIT-INDEX)
                        PS-MOVEMENTS (WS-POST-HIT-INDEX).
           PERFORM 3300-FIND-MAPPING THRU 3300-EXIT.
           IF WS-MAP-HIT-INDEX > ZERO
               MOVE 'Y' TO PS-MAPPED-SW (WS-POST-HIT-INDEX)
               MOVE MP-GL-ACCOUNT (WS-MAP-HIT-INDEX)
                   TO PS-GL-ACCOUNT (WS-POST-HIT-INDEX)
           ELSE
               MOVE 'N' TO PS-MAPPED-SW (WS-POST-HIT-INDEX)
               MOVE PRM-SUSPENSE-ACCOUNT
                   TO PS-GL-ACCOUNT (WS-POST-HIT-INDEX)
           END-IF.
       3100-EXIT.
           EXIT.

      * GLMAP entry for WS-MV-CODE, or WS-MAP-HIT-INDEX left zero.
       3300-FIND-MAPPING.
           MOVE ZERO TO WS-MAP-HIT-INDEX.
           PERFORM 3310-MATCH-ONE-MAPPING THRU 3310-EXIT
               VARYING WS-MAP-INDEX FROM 1 BY 1
               UNTIL WS-MAP-INDEX > WS-MAP-COUNT
                  OR WS-MAP-HIT-INDEX > ZERO.
       3300-EXIT.
           EXIT.

       3310-MATCH-ONE-MAPPING.
           IF MP-CODE (WS-MAP-INDEX) = WS-MV-CODE
               MOVE WS-MAP-INDEX TO WS-MAP-HIT-INDEX
           END-IF.
       3310-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   3400-FIND-CODE-REF -- WS-REF-DESC for WS-REF-LOOKUP-CODE.    *
      *----------------------------------------------------------------*
       3400-FIND-CODE-REF.
           MOVE ZERO TO WS-REF-HIT-INDEX.
           MOVE 1 TO WS-REF-INDEX.
           PERFORM 3410-MATCH-ONE-CODE-REF THRU 3410-EXIT
               VARYING WS-REF-INDEX FROM 1 BY 1
               UNTIL WS-REF-INDEX > WS-REF-COUNT
                  OR WS-REF-HIT-INDEX > ZERO.
           IF WS-REF-HIT-INDEX > ZERO
               MOVE RF-DESCRIPTION (WS-REF-HIT-INDEX) TO WS-REF-DESC
           ELSE
               MOVE "** NO CODE REFERENCE ENTRY **" TO WS-REF-DESC
           END-IF.
       3400-EXIT.
           EXIT.

       3410-MATCH-ONE-CODE-REF.
           IF RF-CODE (WS-REF-INDEX) = WS-REF-LOOKUP-CODE
               MOVE WS-REF-INDEX TO WS-REF-HIT-INDEX
           END-IF.
       3410-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   4000-WRITE-FEED -- header, one detail per posting whose net  *
      *   is not zero, and the balancing trailer. Each posting is      *
      *   also listed on GLRPT, zero nets included, so the report      *
      *   shows every owner and code that moved.                       *
      *----------------------------------------------------------------*
       4000-WRITE-FEED.
           MOVE SPACES TO GL-FEED-RECORD.
           MOVE 'H' TO GF-TYPE.
           MOVE WS-BATCH-ID TO GF-HDR-BATCH-ID.
           MOVE "V75VIDET" TO GF-HDR-SOURCE.
           MOVE WS-BATCH-DATE TO GF-HDR-POSTING-DATE.
           WRITE GL-FEED-RECORD.
           MOVE SPACES TO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.
           MOVE "POSTINGS BY OWNER AND CODE" TO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.
           MOVE SPACES TO GL-REPORT-LINE.
           STRING "  OWNER    CODE GL ACCOUNT          "
                  "    NEW MEMBERS       ERASED MEMBERS"
                  "      CHANGED MEMBERS           NET POSTED"
                  " MOVES"
                  DELIMITED BY SIZE INTO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.
           MOVE SPACES TO GL-REPORT-LINE.
           MOVE "CODE DESCRIPTION" TO GL-REPORT-LINE (17:16).
           WRITE GL-REPORT-LINE.
           PERFORM 4100-WRITE-ONE-POSTING THRU 4100-EXIT
               VARYING WS-POST-INDEX FROM 1 BY 1
               UNTIL WS-POST-INDEX > WS-POST-COUNT.
           COMPUTE WS-POSTED-NET = WS-DEBIT-TOTAL - WS-CREDIT-TOTAL.
           MOVE SPACES TO GL-FEED-RECORD.
           MOVE 'T' TO GF-TYPE.
           MOVE WS-BATCH-ID TO GF-TRL-BATCH-ID.
           MOVE WS-DETAIL-COUNT TO GF-TRL-DETAIL-COUNT.
           MOVE WS-DEBIT-TOTAL TO GF-TRL-DEBIT-TOTAL.
           MOVE WS-CREDIT-TOTAL TO GF-TRL-CREDIT-TOTAL.
           MOVE WS-POSTED-NET TO GF-TRL-NET-AMOUNT.
           WRITE GL-FEED-RECORD.
       4000-EXIT.
           EXIT.

       4100-WRITE-ONE-POSTING.
           MOVE PS-NEW-AMOUNT (WS-POST-INDEX)     TO WS-AMT-D.
           MOVE PS-ERASED-AMOUNT (WS-POST-INDEX)  TO WS-AMT-2-D.
           MOVE PS-CHANGED-AMOUNT (WS-POST-INDEX) TO WS-AMT-3-D.
           MOVE PS-NET-AMOUNT (WS-POST-INDEX)     TO WS-AMT-4-D.
           MOVE PS-MOVEMENTS (WS-POST-INDEX)      TO WS-COUNT-D.
           MOVE SPACES TO GL-REPORT-LINE.
           STRING "  " PS-OWNER-CALC-KEY (WS-POST-INDEX)
                  " " PS-CODE (WS-POST-INDEX)
                  " " PS-GL-ACCOUNT (WS-POST-INDEX)
                  " " WS-AMT-D " " WS-AMT-2-D
                  " " WS-AMT-3-D " " WS-AMT-4-D
                  " " WS-COUNT-D
                  DELIMITED BY SIZE INTO GL-REPORT-LINE.
           IF NOT PS-MAPPED (WS-POST-INDEX)
               MOVE "SUSPENSE" TO GL-REPORT-LINE (124:8)
               ADD 1 TO WS-UNMAPPED-COUNT
           END-IF.
           WRITE GL-REPORT-LINE.
           MOVE PS-CODE (WS-POST-INDEX) TO WS-REF-LOOKUP-CODE.
           PERFORM 3400-FIND-CODE-REF THRU 3400-EXIT.
           MOVE SPACES TO GL-REPORT-LINE.
           MOVE WS-REF-DESC TO GL-REPORT-LINE (17:40).
           WRITE GL-REPORT-LINE.
           IF PS-NET-AMOUNT (WS-POST-INDEX) = ZERO
               GO TO 4100-EXIT
           END-IF.
           MOVE SPACES TO GL-FEED-RECORD.
           MOVE 'D' TO GF-TYPE.
           MOVE PS-OWNER-CALC-KEY (WS-POST-INDEX)
               TO GF-DTL-OWNER-CALC-KEY.
           MOVE PS-CODE (WS-POST-INDEX) TO GF-DTL-CODE.
           MOVE PS-GL-ACCOUNT (WS-POST-INDEX) TO GF-DTL-GL-ACCOUNT.
           MOVE PS-MOVEMENTS (WS-POST-INDEX) TO GF-DTL-MOVEMENTS.
           IF PS-NET-AMOUNT (WS-POST-INDEX) > ZERO
               MOVE 'D' TO GF-DTL-DR-CR
               MOVE PS-NET-AMOUNT (WS-POST-INDEX) TO GF-DTL-AMOUNT
               ADD PS-NET-AMOUNT (WS-POST-INDEX) TO WS-DEBIT-TOTAL
           ELSE
               MOVE 'C' TO GF-DTL-DR-CR
               COMPUTE GF-DTL-AMOUNT =
                   ZERO - PS-NET-AMOUNT (WS-POST-INDEX)
               SUBTRACT PS-NET-AMOUNT (WS-POST-INDEX)
                   FROM WS-CREDIT-TOTAL
           END-IF.
           ADD 1 TO WS-DETAIL-COUNT.
           WRITE GL-FEED-RECORD.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   6000-REPORT-CONTROL -- the tie-out. The last posted key      *
      *   file holds every member the last balanced feed counted, so   *
      *   its amount is that night's grand amount; tonight's grand     *
      *   amount is the one HELLO-WORLD left on RUNSTAT, and tonight's *
      *   key file must agree with it. The change between the two,     *
      *   less the purged amount leaving and the restored amount       *
      *   returning (non-posting), must equal the net the feed posted. *
      *----------------------------------------------------------------*
       6000-REPORT-CONTROL.
           MOVE SPACES TO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.
           MOVE "CONTROL TOTALS" TO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.
           IF FEED-IS-REFUSED
               MOVE 8 TO WS-RUN-RC
               MOVE SPACES TO GL-REPORT-LINE
               STRING "  *** FEED NOT WRITTEN - " WS-REFUSAL-REASON
                      DELIMITED BY SIZE INTO GL-REPORT-LINE
               WRITE GL-REPORT-LINE
               GO TO 6000-EXIT
           END-IF.
           COMPUTE WS-GRAND-CHANGE =
               WS-RUNSTAT-GRAND-AMT - WS-PRIOR-KEY-AMOUNT.
           COMPUTE WS-NONPOST-NET =
               WS-RESTORED-AMOUNT - WS-PURGED-AMOUNT.
           COMPUTE WS-OUT-OF-BALANCE =
               WS-GRAND-CHANGE - WS-NONPOST-NET - WS-POSTED-NET.
           PERFORM 6100-COUNT-UNUSED-ADJ THRU 6100-EXIT
               VARYING WS-ADJ-INDEX FROM 1 BY 1
               UNTIL WS-ADJ-INDEX > WS-ADJ-COUNT.
           IF WS-OUT-OF-BALANCE NOT = ZERO
               OR WS-TONIGHT-KEY-AMOUNT NOT = WS-RUNSTAT-GRAND-AMT
               MOVE 'N' TO WS-BALANCED-SW
           END-IF.
           MOVE WS-NEW-MEMBERS TO WS-COUNT-2-D.
           MOVE SPACES TO GL-REPORT-LINE.
           STRING "  NEW MEMBERS                          " WS-COUNT-2-D
                  DELIMITED BY SIZE INTO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.
           MOVE WS-ERASED-MEMBERS TO WS-COUNT-2-D.
           MOVE SPACES TO GL-REPORT-LINE.
           STRING "  ERASED MEMBERS                       " WS-COUNT-2-D
                  DELIMITED BY SIZE INTO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.
           MOVE WS-CHANGED-MEMBERS TO WS-COUNT-2-D.
           MOVE SPACES TO GL-REPORT-LINE.
           STRING "  CHANGED MEMBERS                      " WS-COUNT-2-D
                  DELIMITED BY SIZE INTO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.
           MOVE SPACES TO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.
           MOVE "  NON-POSTING ADJUSTMENTS (GLADJ)" TO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.
           MOVE WS-PURGED-MEMBERS TO WS-COUNT-2-D.
           MOVE SPACES TO GL-REPORT-LINE.
           STRING "  PURGED MEMBERS (HELLO-VPURGE)        " WS-COUNT-2-D
                  DELIMITED BY SIZE INTO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.
           MOVE WS-PURGED-AMOUNT TO WS-AMT-D.
           MOVE SPACES TO GL-REPORT-LINE.
           STRING "  PURGED AMOUNT (NOT POSTED)           " WS-AMT-D
                  DELIMITED BY SIZE INTO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.
           MOVE WS-RESTORED-MEMBERS TO WS-COUNT-2-D.
           MOVE SPACES TO GL-REPORT-LINE.
           STRING "  RESTORED MEMBERS (HELLO-VRSTOR)      " WS-COUNT-2-D
                  DELIMITED BY SIZE INTO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.
           MOVE WS-RESTORED-AMOUNT TO WS-AMT-D.
           MOVE SPACES TO GL-REPORT-LINE.
           STRING "  RESTORED AMOUNT (NOT POSTED)         " WS-AMT-D
                  DELIMITED BY SIZE INTO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.
           MOVE WS-ADJ-UNUSED TO WS-COUNT-2-D.
           MOVE SPACES TO GL-REPORT-LINE.
           STRING "  ADJUSTMENTS ON NEITHER KEY FILE      " WS-COUNT-2-D
                  DELIMITED BY SIZE INTO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.
           MOVE SPACES TO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.
           MOVE WS-DETAIL-COUNT TO WS-COUNT-D.
           MOVE SPACES TO GL-REPORT-LINE.
           STRING "  FEED DETAIL RECORDS                  " WS-COUNT-D
                  DELIMITED BY SIZE INTO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.
           MOVE WS-DEBIT-TOTAL TO WS-AMT-D.
           MOVE SPACES TO GL-REPORT-LINE.
           STRING "  FEED DEBIT TOTAL                     " WS-AMT-D
                  DELIMITED BY SIZE INTO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.
           MOVE WS-CREDIT-TOTAL TO WS-AMT-D.
           MOVE SPACES TO GL-REPORT-LINE.
           STRING "  FEED CREDIT TOTAL                    " WS-AMT-D
                  DELIMITED BY SIZE INTO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.
           MOVE SPACES TO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.
           MOVE WS-PRIOR-KEY-AMOUNT TO WS-AMT-D.
           MOVE SPACES TO GL-REPORT-LINE.
           STRING "  LAST POSTED GRAND AMOUNT (KEY FILE)  " WS-AMT-D
                  DELIMITED BY SIZE INTO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.
           MOVE WS-RUNSTAT-GRAND-AMT TO WS-AMT-D.
           MOVE SPACES TO GL-REPORT-LINE.
           STRING "  THIS RUN GRAND AMOUNT (FIN SUMMARY)  " WS-AMT-D
                  DELIMITED BY SIZE INTO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.
           MOVE WS-TONIGHT-KEY-AMOUNT TO WS-AMT-D.
           MOVE SPACES TO GL-REPORT-LINE.
           STRING "  THIS RUN KEY FILE AMOUNT             " WS-AMT-D
                  DELIMITED BY SIZE INTO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.
           MOVE WS-GRAND-CHANGE TO WS-AMT-D.
           MOVE SPACES TO GL-REPORT-LINE.
           STRING "  CHANGE IN GRAND AMOUNT               " WS-AMT-D
                  DELIMITED BY SIZE INTO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.
           MOVE WS-NONPOST-NET TO WS-AMT-D.
           MOVE SPACES TO GL-REPORT-LINE.
           STRING "  NON-POSTING NET (RESTORED - PURGED)  " WS-AMT-D
                  DELIMITED BY SIZE INTO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.
           MOVE WS-POSTED-NET TO WS-AMT-D.
           MOVE SPACES TO GL-REPORT-LINE.
           STRING "  POSTED NET MOVEMENT                  " WS-AMT-D
                  DELIMITED BY SIZE INTO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.
           MOVE WS-OUT-OF-BALANCE TO WS-AMT-D.
           MOVE SPACES TO GL-REPORT-LINE.
           STRING "  DIFFERENCE                           " WS-AMT-D
                  DELIMITED BY SIZE INTO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.
           MOVE SPACES TO GL-REPORT-LINE.
           IF FEED-IS-BALANCED
               MOVE "  FEED IN BALANCE WITH THE FINANCIAL SUMMARY"
                   TO GL-REPORT-LINE
           ELSE
               MOVE 8 TO WS-RUN-RC
               MOVE "  *** FEED OUT OF BALANCE - DO NOT RELEASE TO GL"
                   TO GL-REPORT-LINE
           END-IF.
           WRITE GL-REPORT-LINE.
           IF WS-UNMAPPED-COUNT > ZERO
               IF WS-RUN-RC < 4
                   MOVE 4 TO WS-RUN-RC
               END-IF
               MOVE SPACES TO GL-REPORT-LINE
               STRING "  POSTINGS WITH NO GLMAP CARD SENT TO "
                      PRM-SUSPENSE-ACCOUNT
                      DELIMITED BY SIZE INTO GL-REPORT-LINE
               WRITE GL-REPORT-LINE
           END-IF.
       6000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   6100-COUNT-UNUSED-ADJ -- a GLADJ entry no key file member    *
      *   took: a member added and purged, or restored and purged      *
      *   again, between two feeds. Nothing to post; counted only.     *
      *----------------------------------------------------------------*
       6100-COUNT-UNUSED-ADJ.
           IF NOT AJ-USED (WS-ADJ-INDEX)
               ADD 1 TO WS-ADJ-UNUSED
           END-IF.
       6100-EXIT.
           EXIT.

       8000-TERMINATE.
           CLOSE PRIOR-KEY-FILE
                 TONIGHT-KEY-FILE
                 RUN-SUMMARY-FILE
                 GL-MAP-FILE
                 GL-PARM-FILE
                 GL-FEED-FILE
                 GL-REPORT-FILE
                 POSTED-KEY-FILE
                 GL-ADJUST-FILE
                 CODE-REF-FILE.
           IF FEED-IS-REFUSED
               DISPLAY "HELLO-GLFEED: FEED NOT WRITTEN - "
                       WS-REFUSAL-REASON
           ELSE
               DISPLAY "HELLO-GLFEED: " WS-DETAIL-COUNT
                       " DETAIL RECORD(S) WRITTEN FOR BATCH "
                       WS-BATCH-ID
           END-IF.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   8300-WRITE-RUN-HISTORY -- one RUN-HISTORY-RECORD on the      *
      *   shared stream history (DISP=MOD). The unit of work is the    *
      *   member key compared. Run as a step of the job on the RUNJOB  *
      *   card, the record carries that job's name and HELLO-WORLD's   *
      *   run id, so HELLO-SLARPT folds it into the night's run; with  *
      *   no run summary to take the id from it stands as a HELLOGLF   *
      *   run of its own.                                              *
      *----------------------------------------------------------------*
       8300-WRITE-RUN-HISTORY.
           OPEN EXTEND RUN-HISTORY-FILE.
           MOVE SPACES              TO RUN-HISTORY-RECORD.
           MOVE "HELLOGLF"          TO RH-JOB-NAME.
           MOVE WS-CURRENT-DATE     TO RH-START-DATE.
           MOVE WS-CURRENT-TIME     TO RH-START-TIME.
           IF PRM-RUN-JOB-NAME NOT = SPACES
               AND RUNSTAT-FOUND
               MOVE PRM-RUN-JOB-NAME TO RH-JOB-NAME
               MOVE WS-BATCH-ID     TO RH-RUN-ID
               MOVE 'Y'             TO RH-STEP-SW
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO RH-END-TS.
           MOVE WS-RUN-RC           TO RH-RETURN-CODE.
           MOVE WS-TONIGHT-MEMBERS  TO RH-RECORDS-PROCESSED.
           MOVE 'N'                 TO RH-RESTART-SW.
           WRITE RUN-HISTORY-RECORD.
           CLOSE RUN-HISTORY-FILE.
       8300-EXIT.
           EXIT.

       9999-EXIT.
           MOVE WS-RUN-RC TO RETURN-CODE.
           STOP RUN.

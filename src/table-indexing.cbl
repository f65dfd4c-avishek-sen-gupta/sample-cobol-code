      *                  OPERATOR OVERRIDE IS JOB HELLORCT. WE LOST
      *                  PART OF A NIGHT'S TRAIL TO EXACTLY THIS
      *                  COLLISION IN THE AUGUST RERUN.
      *   10/15/26  RSG  THE RUN SUMMARY RECORD NOW ALSO CARRIES THE
      *                  FINANCIAL SUMMARY GRAND QUANTITY AND AMOUNT
      *                  AND WHETHER THE RUN WAS RESTARTED (SEE
      *                  RUNSUMM), SO HELLO-GLFEED CAN TIE THE GL
      *                  POSTING FEED TO THE GRAND TOTALS AND REFUSE
      *                  A NIGHT WHOSE KEY FILE IS ONLY PARTIAL.
      *   10/15/26  RSG  APPENDS ITS RUN-HISTORY-RECORD (SEE RUNHIST)
      *                  TO RUNHIST AS THE LAST STEP OF THE RUN --
      *                  START AND END TIME, RC, MEMBERS PROCESSED
      *                  AND THE RESTART FLAG -- FOR HELLO-SLARPT'S
      *                  MONTHLY SLA REPORT.
      *   10/15/26  RSG  CODES NOW PRINT WITH WHAT THEY MEAN.
      *                  LOAD-CODE-TABLES ALSO TABLES EVERY CODE
      *                  REFERENCE ENTRY UNDER V75SCDTBL-REF (SEE
      *                  CDREFREC, MAINTAINED ON V75R), AND THE
      *                  VIDETRPT DETAIL LINE, THE FINANCIAL SUMMARY
      *                  AND THE CODEEXCP RECORD (NOW 140 BYTES)
      *                  CARRY THE CODE'S DESCRIPTION, WITH INACTIVE
      *                  CODES MARKED ON THE DETAIL LINE.
      *                  VALIDATE-TABLES FLAGS EVERY LEVEL-20-B CODE
      *                  WITH NO REFERENCE ENTRY IN THE EXCEPTIONS
      *                  SECTION AND GRADES THE RUN RC 04 FOR IT.
      *   10/15/26  RSG  REASONABLENESS EDITS. EVERY MEMBER OBTAINED
      *                  IN 3000-TRAVERSE-SET IS NOW TESTED AGAINST
      *                  ITS CODE'S TOLERANCE CARD (TOLERIN, SEE
      *                  TOLREC; A **** CARD IS THE DEFAULT): MINIMUM
      *                  AND MAXIMUM QUANTITY, MINIMUM AND MAXIMUM
      *                  AMOUNT, AND A UNIT-PRICE RANGE. EACH FAILED
      *                  TEST IS WRITTEN TO ITS OWN FILE (RSNEXCP,
      *                  SEE RSNREC) AND LISTED IN A REASONABLENESS
      *                  SECTION OF VIDETRPT. FAILURES CARRY THEIR
      *                  OWN SEVERITY (HOLD OR WARN, PER CARD), LEFT
      *                  ON RUNSTAT AS RN-RSN-SEVERITY FOR FINANCE TO
      *                  HOLD THE GL FEED ON; THEY DO NOT MOVE THE
      *                  RUN'S RC. A NEGATIVE QUANTITY AND A HUNDRED-
      *                  FOLD AMOUNT BOTH USED TO REACH VIDETEXT
      *                  UNREMARKED.
      *   10/15/26  RSG  AN ABEND THE PROGRAM RAISES ITSELF (DML ERROR,
      *                  REFUSED CONTROL CARD OR SUBMISSION) NOW APPENDS
      *                  AN RC 16 RUN-HISTORY-RECORD FIRST, SO THE SLA
      *                  REPORT LISTS THE FAILED RUN.
      *   10/15/26  RSG  THE REASONABLENESS FAILURE LIST IS NOW LAID
      *                  OUT IN COLUMNS UNDER A HEADING, WITH THE
      *                  CODE'S REFERENCE DESCRIPTION BESIDE THE CODE.
      *   10/15/26  RSG  LOAD-CODE-REFERENCES ALSO WRITES EVERY ENTRY
      *                  IT TABLES TO CDREF (SEE CDREFEXT), SO THE
      *                  FLAT-FILE JOBS CAN PRINT CODE DESCRIPTIONS
      *                  WITHOUT SIGNING ON TO THE DATABASE.
      *
       ENVIRONMENT DIVISION.
029200 IDMS-CONTROL SECTION.                                            DCRAHMEN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCP-DISP-FILE     ASSIGN TO EXCPDISP
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-HISTORY-FILE   ASSIGN TO RUNHIST
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TOLERANCE-FILE     ASSIGN TO TOLERIN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REASON-FILE        ASSIGN TO RSNEXCP
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CODE-REF-EXTRACT-FILE ASSIGN TO CDREF
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
      * One record per member whose VIDET-CODE has no matching cell
      * in the LEVEL-20-B matrix -- the code was never keyed, or was
      * retired through HELLO-MAINT after the member was stored.
      * EX-CODE-DESC is the code's reference description, or says
      * there is no reference entry for it either.
       FD  EXCEPTION-FILE
           RECORD CONTAINS 140 CHARACTERS.
       01  EXCEPTION-RECORD.
           05  EX-OWNER-CALC-KEY      PIC X(08).
           05  FILLER                 PIC X(01).
           05  FILLER                 PIC X(01).
           05  EX-MESSAGE             PIC X(40).
           05  EX-DISPOSITION         PIC X(01).
           05  FILLER                 PIC X(01).
           05  EX-CODE-DESC           PIC X(40).
           05  FILLER                 PIC X(24).

      * Worked-exception disposition file, the current generation
      * HELLO-EXCDISP last wrote. Read whole at 1000-INITIALIZE so
                                      PIC 9(05).
           05  FILLER                 PIC X(65).

      * Cross-job run history, appended once at the end of the run.
       FD  RUN-HISTORY-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY RUNHIST.

      * Reasonableness tolerance cards, one per code, read whole at
      * 1000-INITIALIZE -- see TOLREC. Maintained by finance.
       FD  TOLERANCE-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY TOLREC.

      * One record per tolerance test a member failed -- see RSNREC.
      * Finance's file, kept apart from CODEEXCP (the code table's)
      * so a bad amount and a bad code are worked by their owners.
       FD  REASON-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY RSNREC.

      * Every code reference entry tabled this run, one record each,
      * for the jobs that print code descriptions off flat files.
       FD  CODE-REF-EXTRACT-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY CDREFEXT.

       WORKING-STORAGE SECTION.
           COPY WSTABLES.

               88  PARM-CARD-EOF           VALUE 'Y'.
           05  WS-DISP-EOF-SW         PIC X(01) VALUE 'N'.
               88  DISP-FILE-EOF           VALUE 'Y'.
           05  WS-TOL-EOF-SW          PIC X(01) VALUE 'N'.
               88  TOLERANCE-EOF           VALUE 'Y'.

      * Record area for the code table this run loads, OBTAINed by
      * CALC key and shared with HELLO-MAINT -- see CDTBLREC, which
           05  WS-PEND-EOS-SW         PIC X(01) VALUE 'N'.
               88  PENDING-END-OF-SET      VALUE 'Y'.

      * Code reference record, walked under V75SCDTBL-REF by
      * LOAD-CODE-REFERENCES -- see CDREFREC.
           COPY CDREFREC.

      * Every reference entry under the code table, tabled once at
      * LOAD-CODE-TABLES in set (code) order, so report and exception
      * lines print a code's description without a DML call inside
      * the traversal -- an OBTAIN there would move DB-KEY off the
      * member being reported. Entries past WS-REF-MAX are not
      * tabled; their codes print as having no reference entry and
      * the exceptions section says the table was full.
       01  WS-REF-TABLE.
           05  WS-REF-MAX             PIC 9(04) COMP VALUE 999.
           05  WS-REF-COUNT           PIC 9(04) COMP VALUE ZERO.
           05  WS-REF-LOST-SW         PIC X(01) VALUE 'N'.
               88  REF-TABLE-OVERFLOWED     VALUE 'Y'.
           05  WS-REF-EOS-SW          PIC X(01) VALUE 'N'.
               88  REF-END-OF-SET           VALUE 'Y'.
           05  WS-REF-ENTRY OCCURS 999 TIMES.
               10  RF-CODE            PIC X(04).
               10  RF-DESCRIPTION     PIC X(40).
               10  RF-STATUS          PIC X(01).
                   88  RF-CODE-INACTIVE     VALUE 'I'.

      * 6800-LOOKUP-CODE-REF takes WS-REF-LOOKUP-CODE and hands back
      * the description and, for a retired code, INACTIVE. A matrix
      * code with no entry clears WS-REFS-COMPLETE-SW (RC 04).
       01  WS-REF-WORK.
           05  WS-REF-INDEX           PIC 9(04) COMP.
           05  WS-REF-HIT-INDEX       PIC 9(04) COMP.
           05  WS-REF-LOOKUP-CODE     PIC X(04) VALUE SPACES.
           05  WS-REF-DESC            PIC X(40) VALUE SPACES.
           05  WS-REF-STATUS-TEXT     PIC X(08) VALUE SPACES.
           05  WS-REF-MISSING-COUNT   PIC 9(04) COMP VALUE ZERO.
           05  WS-REF-MISSING-D       PIC 9(04) DISPLAY.
           05  WS-REF-MAX-D           PIC 9(04) DISPLAY.
           05  WS-REFS-COMPLETE-SW    PIC X(01) VALUE 'Y'.
               88  REFS-ARE-COMPLETE        VALUE 'Y'.

      * One CALC record mirroring the latest checkpoint, kept current
      * for the V75S online inquiry -- see RUNSTREC.
           COPY RUNSTREC.
           05  WS-SUPPRESSED-COUNT    PIC 9(09) COMP VALUE ZERO.
           05  WS-SUPPRESSED-D        PIC 9(09) DISPLAY.

      * The tolerance cards, tabled at initialize. A limit left blank
      * on the card is tabled as the widest value the field holds, so
      * every test in 3400 is a plain compare with nothing to skip.
      * WS-TOL-DEFAULT-INDEX is the **** card's entry, zero when the
      * deck has none; a code with neither is not tested.
       01  WS-TOL-TABLE.
           05  WS-TOL-MAX             PIC 9(04) COMP VALUE 999.
           05  WS-TOL-COUNT           PIC 9(04) COMP VALUE ZERO.
           05  WS-TOL-DEFAULT-INDEX   PIC 9(04) COMP VALUE ZERO.
           05  WS-TOL-ENTRY OCCURS 999 TIMES.
               10  TT-CODE            PIC X(04).
               10  TT-MIN-QTY         PIC S9(07) COMP-3.
               10  TT-MAX-QTY         PIC S9(07) COMP-3.
               10  TT-MIN-AMT         PIC S9(09)V99 COMP-3.
               10  TT-MAX-AMT         PIC S9(09)V99 COMP-3.
               10  TT-MIN-PRICE       PIC S9(09)V99 COMP-3.
               10  TT-MAX-PRICE       PIC S9(09)V99 COMP-3.
               10  TT-SEVERITY        PIC X(01).
                   88  TT-SEVERITY-WARN     VALUE 'W'.

      * Reasonableness work and tallies. WS-RSN-SEVERITY is the worst
      * severity failed tonight -- H outranks W outranks space -- and
      * is what RUNSTAT carries as RN-RSN-SEVERITY.
       01  WS-RSN-WORK.
           05  WS-TOL-INDEX           PIC 9(04) COMP.
           05  WS-TOL-HIT-INDEX       PIC 9(04) COMP.
           05  WS-TOL-LOOKUP-CODE     PIC X(04) VALUE SPACES.
           05  WS-TOL-REJECTED        PIC 9(04) COMP VALUE ZERO.
           05  WS-TOL-CARD-OK-SW      PIC X(01) VALUE 'Y'.
               88  TOL-CARD-IS-OK           VALUE 'Y'.
           05  WS-RSN-UNIT-PRICE      PIC S9(09)V9(04) COMP-3.
           05  WS-RSN-TEST            PIC X(08) VALUE SPACES.
           05  WS-RSN-ACTUAL          PIC S9(09)V9(04) COMP-3.
           05  WS-RSN-LIMIT           PIC S9(09)V9(04) COMP-3.
           05  WS-RSN-MEMBER-SW       PIC X(01) VALUE 'N'.
               88  RSN-MEMBER-FAILED        VALUE 'Y'.
           05  WS-RSN-FAIL-COUNT      PIC 9(09) COMP VALUE ZERO.
           05  WS-RSN-HOLD-COUNT      PIC 9(09) COMP VALUE ZERO.
           05  WS-RSN-MEMBERS-FAILED  PIC 9(09) COMP VALUE ZERO.
           05  WS-RSN-UNTESTED-COUNT  PIC 9(09) COMP VALUE ZERO.
           05  WS-RSN-SEVERITY        PIC X(01) VALUE SPACE.
               88  RSN-SEVERITY-HOLD        VALUE 'H'.
               88  RSN-SEVERITY-WARN        VALUE 'W'.
               88  RSN-SEVERITY-NONE        VALUE SPACE.
           05  WS-RSN-SEVERITY-TEXT   PIC X(04) VALUE "NONE".
           05  WS-RSN-ACTUAL-D        PIC -9(09).9999.
           05  WS-RSN-LIMIT-D         PIC -9(09).9999.
           05  WS-RSN-FAIL-D          PIC 9(09) DISPLAY.
           05  WS-RSN-MEMBERS-D       PIC 9(09) DISPLAY.
           05  WS-RSN-UNTESTED-D      PIC 9(09) DISPLAY.
           05  WS-TOL-COUNT-D         PIC 9(04) DISPLAY.
           05  WS-TOL-REJECTED-D      PIC 9(04) DISPLAY.

      * The failures as VIDETRPT lines, held for the reasonableness
      * section printed after the duplicates section. RSNEXCP gets
      * every failure whether or not the list here filled up.
       01  WS-RSN-RESULTS.
           05  WS-RSN-MAX             PIC 9(04) COMP VALUE 500.
           05  WS-RSN-COUNT           PIC 9(04) COMP VALUE ZERO.
           05  WS-RSN-INDEX           PIC 9(04) COMP.
           05  WS-RSN-LOST-SW         PIC X(01) VALUE 'N'.
               88  RSN-TABLE-OVERFLOWED     VALUE 'Y'.
           05  WS-RSN-LINE            PIC X(132) OCCURS 500 TIMES.

      * Run-parameter control. The -MAX/-INTERVAL/-PER-PAGE fields
      * carry their compiled defaults; a PARMIN card replaces the
      * default with the keyed value, clamped between 1 and the
           05  FILLER                 PIC X(44) VALUE SPACES.

       01  RPT-HEADING-2.
           05  FILLER                 PIC X(48) VALUE
               "MEMBER-SEQ  DB-KEY      STAT  MEMBER-ID   CODE".
           05  FILLER                 PIC X(42) VALUE
               "CODE DESCRIPTION".
           05  FILLER                 PIC X(42) VALUE
               "CODE STAT".

       01  RPT-MEMBER-DETAIL.
           05  RPT-MD-SEQ             PIC 9(09).
           05  RPT-MD-MEMBER-ID       PIC X(10).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RPT-MD-CODE            PIC X(04).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RPT-MD-CODE-DESC       PIC X(40).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RPT-MD-CODE-STATUS     PIC X(08).
           05  FILLER                 PIC X(34) VALUE SPACES.

      * VALIDATE-TABLES/RECONCILE-TABLES mismatch lines, held here
      * instead of interleaving with the member detail, and printed
      * switches and the code-exception count, moved to RETURN-CODE
      * ahead of STOP RUN and written to RUNSTAT as the run-status
      * summary the scheduler tests. 00 clean, 04 reconciliation
      * drift or undescribed matrix codes only, 08 table mismatch or
      * code-validation exceptions.
       01  RC-CONTROL.
           05  WS-RUN-RC              PIC 9(02) COMP VALUE ZERO.

           PERFORM 7500-REPORT-EXCEPTIONS THRU 7500-EXIT.
           PERFORM 7550-REPORT-FIN-TOTALS THRU 7550-EXIT.
           PERFORM 7580-REPORT-DUPLICATES THRU 7580-EXIT.
           PERFORM 7700-REPORT-REASONABLENESS THRU 7700-EXIT.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           PERFORM 8300-WRITE-RUN-HISTORY THRU 8300-EXIT.
           GO TO 9999-EXIT.
       SECTION-A-EXIT.
           EXIT.
                       CHECKPOINT-FILE
                       EXTRACT-FILE
                       EXCEPTION-FILE
                       RUN-SUMMARY-FILE
                       REASON-FILE.
           OPEN OUTPUT DELTA-KEY-FILE.
           OPEN INPUT  RESTART-FILE
                       OWNER-DRIVER-FILE
                       DELTA-PRIOR-FILE
                       PARM-CARD-FILE
                       EXCP-DISP-FILE
                       TOLERANCE-FILE.
           PERFORM 1400-READ-PARM-CARD THRU 1400-EXIT
               UNTIL PARM-CARD-EOF.
           PERFORM 1700-LOAD-DISP-RECORD THRU 1700-EXIT
               UNTIL DISP-FILE-EOF.
           PERFORM 1750-LOAD-TOLERANCE-CARD THRU 1750-EXIT
               UNTIL TOLERANCE-EOF.
           PERFORM 1100-READ-RESTART-RECORD THRU 1100-EXIT
               UNTIL RESTART-EOF.
           IF RESTART-RECORD-FOUND
                       RL-RUN-DATE " " RL-RUN-TIME
               DISPLAY "SECTION-A: SECOND SUBMISSION REFUSED - IF "
                       "THE PRIOR RUN ABENDED, RUN HELLORCT OVERRIDE"
               PERFORM 9850-ABEND-RUN THRU 9850-EXIT
           END-IF.
           MOVE WS-JOB-NAME     TO RL-CALC-KEY.
           MOVE 'A'             TO RL-STATE.
                       " - AUDIT TRAIL MAY BE TRIMMING"
               DISPLAY "SECTION-A: SUBMISSION REFUSED - IF "
                       "HELLOAUD ABENDED, RUN HELLORCT OVERRIDE"
               PERFORM 9850-ABEND-RUN THRU 9850-EXIT
           END-IF.
       1070-EXIT.
           EXIT.
       1700-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   1750-LOAD-TOLERANCE-CARD / 1760-EDIT-TOLERANCE-CARD -- table *
      *   the reasonableness tolerances. A card that fails its edit is *
      *   said so on SYSOUT and counted on the reasonableness section, *
      *   and its code falls back to the **** default -- a mistyped    *
      *   card must not fail the night, nor pass quietly. The first    *
      *   card for a code wins.                                        *
      *----------------------------------------------------------------*
       1750-LOAD-TOLERANCE-CARD.
           READ TOLERANCE-FILE
               AT END
                   MOVE 'Y' TO WS-TOL-EOF-SW
                   GO TO 1750-EXIT
           END-READ.
           IF TL-CODE = SPACES
               GO TO 1750-EXIT
           END-IF.
           IF TOLERANCE-CARD (1:1) = '*'
               AND NOT TL-DEFAULT-CARD
               GO TO 1750-EXIT
           END-IF.
           PERFORM 1760-EDIT-TOLERANCE-CARD THRU 1760-EXIT.
           IF NOT TOL-CARD-IS-OK
               ADD 1 TO WS-TOL-REJECTED
               GO TO 1750-EXIT
           END-IF.
           MOVE TL-CODE TO WS-TOL-LOOKUP-CODE.
           PERFORM 3410-FIND-TOLERANCE THRU 3410-EXIT.
           IF WS-TOL-HIT-INDEX > ZERO
               DISPLAY "TOLERIN: CODE " TL-CODE
                       " CARDED TWICE - FIRST CARD KEPT"
               GO TO 1750-EXIT
           END-IF.
           IF WS-TOL-COUNT NOT < WS-TOL-MAX
               DISPLAY "TOLERIN: TABLE FULL - CODE " TL-CODE
                       " FALLS BACK TO THE DEFAULT CARD"
               GO TO 1750-EXIT
           END-IF.
           ADD 1 TO WS-TOL-COUNT.
           MOVE TL-CODE TO TT-CODE (WS-TOL-COUNT).
           IF TL-DEFAULT-CARD
               MOVE WS-TOL-COUNT TO WS-TOL-DEFAULT-INDEX
           END-IF.
           IF TL-MIN-QTY-X = SPACES
               MOVE -9999999 TO TT-MIN-QTY (WS-TOL-COUNT)
           ELSE
               MOVE TL-MIN-QTY TO TT-MIN-QTY (WS-TOL-COUNT)
           END-IF.
           IF TL-MAX-QTY-X = SPACES
               MOVE 9999999 TO TT-MAX-QTY (WS-TOL-COUNT)
           ELSE
               MOVE TL-MAX-QTY TO TT-MAX-QTY (WS-TOL-COUNT)
           END-IF.
           IF TL-MIN-AMT-X = SPACES
               MOVE -999999999.99 TO TT-MIN-AMT (WS-TOL-COUNT)
           ELSE
               MOVE TL-MIN-AMT TO TT-MIN-AMT (WS-TOL-COUNT)
           END-IF.
           IF TL-MAX-AMT-X = SPACES
               MOVE 999999999.99 TO TT-MAX-AMT (WS-TOL-COUNT)
           ELSE
               MOVE TL-MAX-AMT TO TT-MAX-AMT (WS-TOL-COUNT)
           END-IF.
           IF TL-MIN-PRICE-X = SPACES
               MOVE -999999999.99 TO TT-MIN-PRICE (WS-TOL-COUNT)
           ELSE
               MOVE TL-MIN-PRICE TO TT-MIN-PRICE (WS-TOL-COUNT)
           END-IF.
           IF TL-MAX-PRICE-X = SPACES
               MOVE 999999999.99 TO TT-MAX-PRICE (WS-TOL-COUNT)
           ELSE
               MOVE TL-MAX-PRICE TO TT-MAX-PRICE (WS-TOL-COUNT)
           END-IF.
           IF TL-SEVERITY-WARN
               MOVE 'W' TO TT-SEVERITY (WS-TOL-COUNT)
           ELSE
               MOVE 'H' TO TT-SEVERITY (WS-TOL-COUNT)
           END-IF.
       1750-EXIT.
           EXIT.

       1760-EDIT-TOLERANCE-CARD.
           MOVE 'Y' TO WS-TOL-CARD-OK-SW.
           IF (TL-MIN-QTY-X NOT = SPACES AND TL-MIN-QTY NOT NUMERIC)
              OR (TL-MAX-QTY-X NOT = SPACES
                  AND TL-MAX-QTY NOT NUMERIC)
              OR (TL-MIN-AMT-X NOT = SPACES
                  AND TL-MIN-AMT NOT NUMERIC)
              OR (TL-MAX-AMT-X NOT = SPACES
                  AND TL-MAX-AMT NOT NUMERIC)
              OR (TL-MIN-PRICE-X NOT = SPACES
                  AND TL-MIN-PRICE NOT NUMERIC)
              OR (TL-MAX-PRICE-X NOT = SPACES
                  AND TL-MAX-PRICE NOT NUMERIC)
               MOVE 'N' TO WS-TOL-CARD-OK-SW
               DISPLAY "TOLERIN: NON-NUMERIC LIMIT ON CODE " TL-CODE
                       " CARD REJECTED"
               GO TO 1760-EXIT
           END-IF.
           IF NOT TL-SEVERITY-HOLD
               AND NOT TL-SEVERITY-WARN
               MOVE 'N' TO WS-TOL-CARD-OK-SW
               DISPLAY "TOLERIN: SEVERITY NOT H OR W ON CODE " TL-CODE
                       " CARD REJECTED"
               GO TO 1760-EXIT
           END-IF.
           IF (TL-MIN-QTY-X NOT = SPACES AND TL-MAX-QTY-X NOT = SPACES
                  AND TL-MIN-QTY > TL-MAX-QTY)
              OR (TL-MIN-AMT-X NOT = SPACES
                  AND TL-MAX-AMT-X NOT = SPACES
                  AND TL-MIN-AMT > TL-MAX-AMT)
              OR (TL-MIN-PRICE-X NOT = SPACES
                  AND TL-MAX-PRICE-X NOT = SPACES
                  AND TL-MIN-PRICE > TL-MAX-PRICE)
               MOVE 'N' TO WS-TOL-CARD-OK-SW
               DISPLAY "TOLERIN: MINIMUM ABOVE MAXIMUM ON CODE "
                       TL-CODE " CARD REJECTED"
           END-IF.
       1760-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   1600-ECHO-RUN-PARAMETERS -- the values this run actually     *
      *   used, defaults and overrides alike, as the first block of    *
           END-OBTAIN.
           PERFORM LOAD-PENDING-VERSION
               THRU LOAD-PENDING-VERSION-EXIT.
           PERFORM LOAD-CODE-REFERENCES
               THRU LOAD-CODE-REFERENCES-EXIT.
           MOVE "V75SVIMVT-VIDET" TO DB-SET-NAME.
           MOVE CT-ROW-COUNT TO WB-ROW-COUNT.
           MOVE CT-COL-COUNT TO WB-COL-COUNT.
       WEIGH-ONE-PENDING-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   LOAD-CODE-REFERENCES -- walk V75SCDTBL-REF under the code    *
      *   table just OBTAINed and table every reference entry, active  *
      *   or not: a retired code still on a member must still print   *
      *   what it meant. The walk runs here, before the traversal,     *
      *   so no DML is issued between a member's OBTAIN and its        *
      *   report, extract and exception lines.                         *
      *----------------------------------------------------------------*
       LOAD-CODE-REFERENCES.
           MOVE "V75SCDTBL-REF" TO DB-SET-NAME.
           MOVE ZERO TO WS-REF-COUNT.
           MOVE 'N' TO WS-REF-EOS-SW.
           OBTAIN FIRST CODE-REF-RECORD WITHIN V75SCDTBL-REF
               ON 0326
                   MOVE 'Y' TO WS-REF-EOS-SW
               ON ANY ERROR
                   PERFORM 9900-DB-ERROR THRU 9900-EXIT
           END-OBTAIN.
           PERFORM TABLE-ONE-REFERENCE THRU TABLE-ONE-REFERENCE-EXIT
               UNTIL REF-END-OF-SET.
           IF REF-TABLE-OVERFLOWED
               DISPLAY "LOAD-CODE-TABLES: MORE THAN " WS-REF-MAX
                       " CODE REFERENCE ENTRIES - REST NOT TABLED"
           END-IF.
           PERFORM WRITE-CODE-REF-EXTRACT
               THRU WRITE-CODE-REF-EXTRACT-EXIT.
       LOAD-CODE-REFERENCES-EXIT.
           EXIT.

       TABLE-ONE-REFERENCE.
           IF WS-REF-COUNT < WS-REF-MAX
               ADD 1 TO WS-REF-COUNT
               MOVE CR-CODE        TO RF-CODE (WS-REF-COUNT)
               MOVE CR-DESCRIPTION TO RF-DESCRIPTION (WS-REF-COUNT)
               MOVE CR-STATUS      TO RF-STATUS (WS-REF-COUNT)
           ELSE
               MOVE 'Y' TO WS-REF-LOST-SW
           END-IF.
           OBTAIN NEXT CODE-REF-RECORD WITHIN V75SCDTBL-REF
               ON 0326
                   MOVE 'Y' TO WS-REF-EOS-SW
               ON ANY ERROR
                   PERFORM 9900-DB-ERROR THRU 9900-EXIT
           END-OBTAIN.
       TABLE-ONE-REFERENCE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   WRITE-CODE-REF-EXTRACT -- the table just loaded, one CDREF   *
      *   record per entry (see CDREFEXT), for HELLO-GLFEED,           *
      *   HELLO-VAGING, HELLO-EXCDISP and HELLO-VHINQ. Written whole   *
      *   on every run, a restarted one included.                      *
      *----------------------------------------------------------------*
       WRITE-CODE-REF-EXTRACT.
           OPEN OUTPUT CODE-REF-EXTRACT-FILE.
           MOVE 1 TO WS-REF-INDEX.
           PERFORM WRITE-ONE-CODE-REF THRU WRITE-ONE-CODE-REF-EXIT
               VARYING WS-REF-INDEX FROM 1 BY 1
               UNTIL WS-REF-INDEX > WS-REF-COUNT.
           CLOSE CODE-REF-EXTRACT-FILE.
       WRITE-CODE-REF-EXTRACT-EXIT.
           EXIT.

       WRITE-ONE-CODE-REF.
           MOVE SPACES TO CODE-REF-EXTRACT-RECORD.
           MOVE RF-CODE (WS-REF-INDEX)        TO CX-CODE.
           MOVE RF-DESCRIPTION (WS-REF-INDEX) TO CX-DESCRIPTION.
           MOVE RF-STATUS (WS-REF-INDEX)      TO CX-STATUS.
           WRITE CODE-REF-EXTRACT-RECORD.
       WRITE-ONE-CODE-REF-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   VALIDATE-TABLES -- LEVEL-20-A(idx) and the LEVEL-20-B(idx,*) *
      *   row are supposed to correspond one-for-one: whenever one of  *
      *   the pair is populated the other must be too. Flag any row    *
      *   where one side has a code and the other is blank instead of  *
      *   letting the two tables silently drift apart. Every code in   *
      *   the LEVEL-20-B matrix must also have a code reference entry  *
      *   (CDREFREC); one without is flagged too, so a code nobody     *
      *   has described never reaches the reports unnoticed.           *
      *----------------------------------------------------------------*
       VALIDATE-TABLES.
           MOVE 'Y' TO WS-TABLES-VALID-SW.
           MOVE 'Y' TO WS-REFS-COMPLETE-SW.
           MOVE ZERO TO WS-REF-MISSING-COUNT.
           MOVE 1 TO WS-TAB-INDEX.
           PERFORM VALIDATE-ONE-ROW THRU VALIDATE-ONE-ROW-EXIT
               VARYING WS-TAB-INDEX FROM 1 BY 1
               DISPLAY "VALIDATE-TABLES: LEVEL-20-A/LEVEL-20-B "
                       "MISMATCH DETECTED - SEE PRIOR MESSAGES"
           END-IF.
           IF NOT REFS-ARE-COMPLETE
               MOVE WS-REF-MISSING-COUNT TO WS-REF-MISSING-D
               DISPLAY "VALIDATE-TABLES: " WS-REF-MISSING-D
                       " LEVEL-20-B CODE(S) WITH NO CODE REFERENCE "
                       "ENTRY - SEE PRIOR MESSAGES"
           END-IF.
           IF REF-TABLE-OVERFLOWED
               MOVE WS-REF-MAX TO WS-REF-MAX-D
               MOVE SPACES TO RPT-DETAIL-LINE
               STRING "CODE REFERENCE TABLE FULL AT " WS-REF-MAX-D
                      " ENTRIES - LATER CODES SHOW NO DESCRIPTION"
                      DELIMITED BY SIZE INTO RPT-DETAIL-LINE
               PERFORM 6700-STORE-EXCEPTION THRU 6700-EXIT
           END-IF.
       VALIDATE-TABLES-EXIT.
           EXIT.

       VALIDATE-CHECK-CELL.
           IF LEVEL-20-B(WS-TAB-INDEX WS-COL-INDEX) NOT = SPACES
               MOVE 'Y' TO WS-ROW-B-POPULATED-SW
               PERFORM VALIDATE-CELL-REFERENCE
                   THRU VALIDATE-CELL-REFERENCE-EXIT
           END-IF.
       VALIDATE-CHECK-CELL-EXIT.
           EXIT.

       VALIDATE-CELL-REFERENCE.
           MOVE LEVEL-20-B(WS-TAB-INDEX WS-COL-INDEX)
               TO WS-REF-LOOKUP-CODE.
           PERFORM 6800-LOOKUP-CODE-REF THRU 6800-EXIT.
           IF WS-REF-HIT-INDEX = ZERO
               MOVE 'N' TO WS-REFS-COMPLETE-SW
               ADD 1 TO WS-REF-MISSING-COUNT
               MOVE WS-TAB-INDEX TO WS-TAB-INDEX-D
               MOVE WS-COL-INDEX TO WS-COL-INDEX-D
               DISPLAY "VALIDATE-TABLES: LEVEL-20-B("
                       WS-TAB-INDEX-D "," WS-COL-INDEX-D ") = "
                       WS-REF-LOOKUP-CODE
                       " HAS NO CODE REFERENCE ENTRY"
               MOVE SPACES TO RPT-DETAIL-LINE
               STRING "CODE REFERENCE MISSING: LEVEL-20-B("
                      WS-TAB-INDEX-D "," WS-COL-INDEX-D ")="
                      WS-REF-LOOKUP-CODE
                      " HAS NO CODE-REF-RECORD - ADD IT ON V75R"
                      DELIMITED BY SIZE INTO RPT-DETAIL-LINE
               PERFORM 6700-STORE-EXCEPTION THRU 6700-EXIT
           END-IF.
       VALIDATE-CELL-REFERENCE-EXIT.
           EXIT.

      * LEVEL-20-A only has two entries; rows beyond that have
      * nothing in SOME-GROUP-A to cross-check against.
       VALIDATE-ROW-CORRESPONDENCE.
               PERFORM 3200-WRITE-REPORT-LINE THRU 3200-EXIT
               PERFORM 3210-WRITE-EXTRACT-RECORD THRU 3210-EXIT
               PERFORM 3220-VALIDATE-MEMBER-CODE THRU 3220-EXIT
               PERFORM 3400-CHECK-REASONABLENESS THRU 3400-EXIT
               PERFORM 3290-ACCUMULATE-FIN-TOTALS THRU 3290-EXIT
               PERFORM 3297-CHECK-DUPLICATE-ID THRU 3297-EXIT
               IF NOT THIS-RUN-RESTARTED
      *----------------------------------------------------------------*
      *   3200-WRITE-REPORT-LINE -- one columnar detail line per       *
      *   V75RVIDET member retrieved, under the RPT-HEADING-2          *
      *   column headings, the code printed with its reference         *
      *   description (and INACTIVE for a retired code).               *
      *----------------------------------------------------------------*
       3200-WRITE-REPORT-LINE.
           MOVE VIDET-CODE        TO WS-REF-LOOKUP-CODE.
           PERFORM 6800-LOOKUP-CODE-REF THRU 6800-EXIT.
           MOVE WS-MEMBER-COUNT   TO RPT-MD-SEQ.
           MOVE DB-KEY            TO RPT-MD-DB-KEY.
           MOVE DB-STATUS         TO RPT-MD-STATUS.
           MOVE VIDET-MEMBER-ID   TO RPT-MD-MEMBER-ID.
           MOVE VIDET-CODE        TO RPT-MD-CODE.
           MOVE WS-REF-DESC       TO RPT-MD-CODE-DESC.
           MOVE WS-REF-STATUS-TEXT TO RPT-MD-CODE-STATUS.
           MOVE RPT-MEMBER-DETAIL TO RPT-DETAIL-LINE.
           PERFORM 6500-WRITE-RPT-LINE THRU 6500-EXIT.
       3200-EXIT.
           MOVE VIDET-MEMBER-ID      TO EX-MEMBER-ID.
           MOVE VIDET-CODE           TO EX-CODE.
           MOVE WS-MEMBER-DISPOSITION TO EX-DISPOSITION.
           MOVE VIDET-CODE           TO WS-REF-LOOKUP-CODE.
           PERFORM 6800-LOOKUP-CODE-REF THRU 6800-EXIT.
           MOVE WS-REF-DESC          TO EX-CODE-DESC.
           EVALUATE TRUE
               WHEN EXCEPTION-IN-REVIEW
                   MOVE "CODE NOT IN LEVEL-20-B - IN REVIEW"
       3350-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   3400-CHECK-REASONABLENESS -- test the member against its     *
      *   code's tolerance card, or the **** default when the code     *
      *   has none: quantity, amount, and -- where there is a          *
      *   quantity to divide by -- unit price, each against its        *
      *   minimum and maximum. Every failed test is recorded on its    *
      *   own by 3450. Runs before the next DML call, so DB-KEY is     *
      *   still the member's.                                          *
      *----------------------------------------------------------------*
       3400-CHECK-REASONABLENESS.
           MOVE VIDET-CODE TO WS-TOL-LOOKUP-CODE.
           PERFORM 3410-FIND-TOLERANCE THRU 3410-EXIT.
           IF WS-TOL-HIT-INDEX = ZERO
               MOVE WS-TOL-DEFAULT-INDEX TO WS-TOL-HIT-INDEX
           END-IF.
           IF WS-TOL-HIT-INDEX = ZERO
               ADD 1 TO WS-RSN-UNTESTED-COUNT
               GO TO 3400-EXIT
           END-IF.
           MOVE 'N' TO WS-RSN-MEMBER-SW.
           IF VIDET-QUANTITY < TT-MIN-QTY (WS-TOL-HIT-INDEX)
               MOVE "QTY-LOW"  TO WS-RSN-TEST
               MOVE VIDET-QUANTITY TO WS-RSN-ACTUAL
               MOVE TT-MIN-QTY (WS-TOL-HIT-INDEX) TO WS-RSN-LIMIT
               PERFORM 3450-RECORD-FAILURE THRU 3450-EXIT
           END-IF.
           IF VIDET-QUANTITY > TT-MAX-QTY (WS-TOL-HIT-INDEX)
               MOVE "QTY-HIGH" TO WS-RSN-TEST
               MOVE VIDET-QUANTITY TO WS-RSN-ACTUAL
               MOVE TT-MAX-QTY (WS-TOL-HIT-INDEX) TO WS-RSN-LIMIT
               PERFORM 3450-RECORD-FAILURE THRU 3450-EXIT
           END-IF.
           IF VIDET-AMOUNT < TT-MIN-AMT (WS-TOL-HIT-INDEX)
               MOVE "AMT-LOW"  TO WS-RSN-TEST
               MOVE VIDET-AMOUNT TO WS-RSN-ACTUAL
               MOVE TT-MIN-AMT (WS-TOL-HIT-INDEX) TO WS-RSN-LIMIT
               PERFORM 3450-RECORD-FAILURE THRU 3450-EXIT
           END-IF.
           IF VIDET-AMOUNT > TT-MAX-AMT (WS-TOL-HIT-INDEX)
               MOVE "AMT-HIGH" TO WS-RSN-TEST
               MOVE VIDET-AMOUNT TO WS-RSN-ACTUAL
               MOVE TT-MAX-AMT (WS-TOL-HIT-INDEX) TO WS-RSN-LIMIT
               PERFORM 3450-RECORD-FAILURE THRU 3450-EXIT
           END-IF.
           IF VIDET-QUANTITY = ZERO
               GO TO 3400-TALLY
           END-IF.
           COMPUTE WS-RSN-UNIT-PRICE ROUNDED =
               VIDET-AMOUNT / VIDET-QUANTITY.
           IF WS-RSN-UNIT-PRICE < TT-MIN-PRICE (WS-TOL-HIT-INDEX)
               MOVE "PRC-LOW"  TO WS-RSN-TEST
               MOVE WS-RSN-UNIT-PRICE TO WS-RSN-ACTUAL
               MOVE TT-MIN-PRICE (WS-TOL-HIT-INDEX) TO WS-RSN-LIMIT
               PERFORM 3450-RECORD-FAILURE THRU 3450-EXIT
           END-IF.
           IF WS-RSN-UNIT-PRICE > TT-MAX-PRICE (WS-TOL-HIT-INDEX)
               MOVE "PRC-HIGH" TO WS-RSN-TEST
               MOVE WS-RSN-UNIT-PRICE TO WS-RSN-ACTUAL
               MOVE TT-MAX-PRICE (WS-TOL-HIT-INDEX) TO WS-RSN-LIMIT
               PERFORM 3450-RECORD-FAILURE THRU 3450-EXIT
           END-IF.
       3400-TALLY.
           IF RSN-MEMBER-FAILED
               ADD 1 TO WS-RSN-MEMBERS-FAILED
           END-IF.
       3400-EXIT.
           EXIT.

       3410-FIND-TOLERANCE.
           MOVE ZERO TO WS-TOL-HIT-INDEX.
           MOVE 1 TO WS-TOL-INDEX.
           PERFORM 3420-MATCH-ONE-TOLERANCE THRU 3420-EXIT
               VARYING WS-TOL-INDEX FROM 1 BY 1
               UNTIL WS-TOL-INDEX > WS-TOL-COUNT
                  OR WS-TOL-HIT-INDEX > ZERO.
       3410-EXIT.
           EXIT.

       3420-MATCH-ONE-TOLERANCE.
           IF TT-CODE (WS-TOL-INDEX) = WS-TOL-LOOKUP-CODE
               MOVE WS-TOL-INDEX TO WS-TOL-HIT-INDEX
           END-IF.
       3420-EXIT.
           EXIT.

      * One failed test: onto RSNEXCP, into the night's severity, and
      * -- while there is room -- onto the VIDETRPT section's list, in
      * the columns 7700 heads, the code with its description. The
      * lookup is off the reference table in storage, so DB-KEY is
      * still the member's.
       3450-RECORD-FAILURE.
           MOVE 'Y' TO WS-RSN-MEMBER-SW.
           ADD 1 TO WS-RSN-FAIL-COUNT.
           IF TT-SEVERITY-WARN (WS-TOL-HIT-INDEX)
               IF RSN-SEVERITY-NONE
                   MOVE 'W' TO WS-RSN-SEVERITY
               END-IF
           ELSE
               ADD 1 TO WS-RSN-HOLD-COUNT
               MOVE 'H' TO WS-RSN-SEVERITY
           END-IF.
           MOVE SPACES               TO REASONABLENESS-RECORD.
           MOVE WS-OWNER-CALC-KEY    TO RX-OWNER-CALC-KEY.
           MOVE DB-KEY               TO RX-DB-KEY.
           MOVE VIDET-MEMBER-ID      TO RX-MEMBER-ID.
           MOVE VIDET-CODE           TO RX-CODE.
           MOVE WS-RSN-TEST          TO RX-TEST.
           MOVE WS-RSN-ACTUAL        TO RX-ACTUAL.
           MOVE WS-RSN-LIMIT         TO RX-LIMIT.
           MOVE TT-SEVERITY (WS-TOL-HIT-INDEX) TO RX-SEVERITY.
           MOVE WS-CURRENT-DATE      TO RX-RUN-DATE.
           WRITE REASONABLENESS-RECORD.
           IF WS-RSN-COUNT NOT < WS-RSN-MAX
               MOVE 'Y' TO WS-RSN-LOST-SW
               GO TO 3450-EXIT
           END-IF.
           ADD 1 TO WS-RSN-COUNT.
           MOVE DB-KEY        TO WS-DB-KEY-D.
           MOVE WS-RSN-ACTUAL TO WS-RSN-ACTUAL-D.
           MOVE WS-RSN-LIMIT  TO WS-RSN-LIMIT-D.
           MOVE VIDET-CODE    TO WS-REF-LOOKUP-CODE.
           PERFORM 6800-LOOKUP-CODE-REF THRU 6800-EXIT.
           MOVE SPACES TO WS-RSN-LINE (WS-RSN-COUNT).
           STRING "  " WS-OWNER-CALC-KEY
                  " " WS-DB-KEY-D
                  " " VIDET-MEMBER-ID
                  " " VIDET-CODE
                  " " WS-REF-DESC
                  " " WS-RSN-TEST
                  " " WS-RSN-ACTUAL-D
                  " " WS-RSN-LIMIT-D
                  " " TT-SEVERITY (WS-TOL-HIT-INDEX)
                  DELIMITED BY SIZE INTO WS-RSN-LINE (WS-RSN-COUNT).
       3450-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   6500-WRITE-RPT-LINE -- every report line goes out through    *
      *   here: the line built in RPT-DETAIL-LINE is written under     *
       6700-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   6800-LOOKUP-CODE-REF -- the reference description for the    *
      *   code in WS-REF-LOOKUP-CODE, off the table LOAD-CODE-         *
      *   REFERENCES built. WS-REF-HIT-INDEX is zero when the code     *
      *   has no entry, and the description then says so.              *
      *----------------------------------------------------------------*
       6800-LOOKUP-CODE-REF.
           MOVE ZERO TO WS-REF-HIT-INDEX.
           MOVE 1 TO WS-REF-INDEX.
           PERFORM 6810-MATCH-ONE-REF THRU 6810-EXIT
               VARYING WS-REF-INDEX FROM 1 BY 1
               UNTIL WS-REF-INDEX > WS-REF-COUNT
                  OR WS-REF-HIT-INDEX > ZERO.
           IF WS-REF-HIT-INDEX > ZERO
               MOVE RF-DESCRIPTION (WS-REF-HIT-INDEX) TO WS-REF-DESC
               IF RF-CODE-INACTIVE (WS-REF-HIT-INDEX)
                   MOVE "INACTIVE" TO WS-REF-STATUS-TEXT
               ELSE
                   MOVE SPACES TO WS-REF-STATUS-TEXT
               END-IF
           ELSE
               MOVE "** NO CODE REFERENCE ENTRY **" TO WS-REF-DESC
               MOVE SPACES TO WS-REF-STATUS-TEXT
           END-IF.
       6800-EXIT.
           EXIT.

       6810-MATCH-ONE-REF.
           IF RF-CODE (WS-REF-INDEX) = WS-REF-LOOKUP-CODE
               MOVE WS-REF-INDEX TO WS-REF-HIT-INDEX
           END-IF.
       6810-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   7000-REPORT-DELTAS -- the run-to-run delta section: members  *
      *   added to, changed on, or dropped from the chains since the   *
           MOVE FN-MEMBERS (WS-FIN-INDEX)  TO WS-FIN-MEMBERS-D.
           MOVE FN-QUANTITY (WS-FIN-INDEX) TO WS-FIN-QTY-D.
           MOVE FN-AMOUNT (WS-FIN-INDEX)   TO WS-FIN-AMT-D.
           MOVE FN-CODE (WS-FIN-INDEX)     TO WS-REF-LOOKUP-CODE.
           PERFORM 6800-LOOKUP-CODE-REF THRU 6800-EXIT.
           MOVE SPACES TO RPT-DETAIL-LINE.
           STRING "OWNER=" FN-OWNER-CALC-KEY (WS-FIN-INDEX)
                  " CODE=" FN-CODE (WS-FIN-INDEX)
                  " MEMBERS=" WS-FIN-MEMBERS-D
                  " QTY=" WS-FIN-QTY-D
                  " AMT=" WS-FIN-AMT-D
                  " " WS-REF-DESC
                  DELIMITED BY SIZE INTO RPT-DETAIL-LINE.
           PERFORM 6500-WRITE-RPT-LINE THRU 6500-EXIT.
       7560-EXIT.
                  WS-DUP-COUNT-D
                  DELIMITED BY SIZE INTO RPT-DETAIL-LINE.
           PERFORM 6500-WRITE-RPT-LINE THRU 6500-EXIT.
           MOVE WS-REF-MISSING-COUNT TO WS-REF-MISSING-D.
           MOVE SPACES TO RPT-DETAIL-LINE.
           STRING "CODES WITH NO REFERENCE ENTRY "
                  WS-REF-MISSING-D
                  DELIMITED BY SIZE INTO RPT-DETAIL-LINE.
           PERFORM 6500-WRITE-RPT-LINE THRU 6500-EXIT.
           MOVE WS-RSN-FAIL-COUNT TO WS-RSN-FAIL-D.
           MOVE SPACES TO RPT-DETAIL-LINE.
           STRING "REASONABLENESS FAILURES...... "
                  WS-RSN-FAIL-D
                  DELIMITED BY SIZE INTO RPT-DETAIL-LINE.
           PERFORM 6500-WRITE-RPT-LINE THRU 6500-EXIT.
           MOVE WS-RSN-MEMBERS-FAILED TO WS-RSN-MEMBERS-D.
           MOVE SPACES TO RPT-DETAIL-LINE.
           STRING "MEMBERS FAILING REASONABLENESS "
                  WS-RSN-MEMBERS-D
                  DELIMITED BY SIZE INTO RPT-DETAIL-LINE.
           PERFORM 6500-WRITE-RPT-LINE THRU 6500-EXIT.
           MOVE SPACES TO RPT-DETAIL-LINE.
           STRING "REASONABLENESS SEVERITY...... "
                  WS-RSN-SEVERITY-TEXT
                  DELIMITED BY SIZE INTO RPT-DETAIL-LINE.
           PERFORM 6500-WRITE-RPT-LINE THRU 6500-EXIT.
       7600-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   7700-REPORT-REASONABLENESS -- the tolerance failures, one    *
      *   line per failed test, with the deck that was applied and     *
      *   the night's reasonableness severity. HOLD here is finance's  *
      *   signal not to load tonight's feed until the failures have    *
      *   been looked at; it does not move the run's RC.               *
      *----------------------------------------------------------------*
       7700-REPORT-REASONABLENESS.
           EVALUATE TRUE
               WHEN RSN-SEVERITY-HOLD
                   MOVE "HOLD" TO WS-RSN-SEVERITY-TEXT
               WHEN RSN-SEVERITY-WARN
                   MOVE "WARN" TO WS-RSN-SEVERITY-TEXT
               WHEN OTHER
                   MOVE "NONE" TO WS-RSN-SEVERITY-TEXT
           END-EVALUATE.
           MOVE RPT-LINES-PER-PAGE TO RPT-LINE-COUNT.
           MOVE "REASONABLENESS EDIT FAILURES" TO RPT-DETAIL-LINE.
           PERFORM 6500-WRITE-RPT-LINE THRU 6500-EXIT.
           MOVE WS-TOL-COUNT    TO WS-TOL-COUNT-D.
           MOVE WS-TOL-REJECTED TO WS-TOL-REJECTED-D.
           MOVE SPACES TO RPT-DETAIL-LINE.
           STRING "TOLERANCE CARDS TABLED=" WS-TOL-COUNT-D
                  " REJECTED=" WS-TOL-REJECTED-D
                  DELIMITED BY SIZE INTO RPT-DETAIL-LINE.
           IF WS-TOL-DEFAULT-INDEX = ZERO
               MOVE "NO **** DEFAULT CARD" TO RPT-DETAIL-LINE (44:20)
           ELSE
               MOVE "**** DEFAULT CARD IN EFFECT"
                   TO RPT-DETAIL-LINE (44:27)
           END-IF.
           PERFORM 6500-WRITE-RPT-LINE THRU 6500-EXIT.
           IF WS-RSN-FAIL-COUNT = ZERO
               MOVE "NONE" TO RPT-DETAIL-LINE
               PERFORM 6500-WRITE-RPT-LINE THRU 6500-EXIT
               GO TO 7700-NOTES
           END-IF.
           MOVE "  OWNER    DB-KEY   MEMBER     CODE DESCRIPTION"
               TO RPT-DETAIL-LINE.
           MOVE "TEST              ACTUAL           LIMIT SEV"
               TO RPT-DETAIL-LINE (78:44).
           PERFORM 6500-WRITE-RPT-LINE THRU 6500-EXIT.
           PERFORM 7710-WRITE-ONE-FAILURE THRU 7710-EXIT
               VARYING WS-RSN-INDEX FROM 1 BY 1
               UNTIL WS-RSN-INDEX > WS-RSN-COUNT.
       7700-NOTES.
           IF RSN-TABLE-OVERFLOWED
               MOVE "FAILURE LIST TRUNCATED - SEE RSNEXCP"
                   TO RPT-DETAIL-LINE
               PERFORM 6500-WRITE-RPT-LINE THRU 6500-EXIT
           END-IF.
           IF WS-RSN-UNTESTED-COUNT > ZERO
               MOVE WS-RSN-UNTESTED-COUNT TO WS-RSN-UNTESTED-D
               MOVE SPACES TO RPT-DETAIL-LINE
               STRING WS-RSN-UNTESTED-D
                      " MEMBER(S) NOT TESTED - NO TOLERANCE CARD FOR "
                      "THE CODE AND NO DEFAULT"
                      DELIMITED BY SIZE INTO RPT-DETAIL-LINE
               PERFORM 6500-WRITE-RPT-LINE THRU 6500-EXIT
           END-IF.
           MOVE SPACES TO RPT-DETAIL-LINE.
           STRING "REASONABLENESS SEVERITY: " WS-RSN-SEVERITY-TEXT
                  DELIMITED BY SIZE INTO RPT-DETAIL-LINE.
           IF RSN-SEVERITY-HOLD
               MOVE "- HOLD THE FEED UNTIL THE FAILURES ARE REVIEWED"
                   TO RPT-DETAIL-LINE (31:47)
           END-IF.
           PERFORM 6500-WRITE-RPT-LINE THRU 6500-EXIT.
       7700-EXIT.
           EXIT.

       7710-WRITE-ONE-FAILURE.
           MOVE WS-RSN-LINE (WS-RSN-INDEX) TO RPT-DETAIL-LINE.
           PERFORM 6500-WRITE-RPT-LINE THRU 6500-EXIT.
       7710-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   8000-TERMINATE -- final checkpoint, then the control-total   *
      *   page (after the checkpoint, so CHECKPOINTS CUT on the page   *
                 DELTA-PRIOR-FILE
                 RUN-SUMMARY-FILE
                 PARM-CARD-FILE
                 EXCP-DISP-FILE
                 TOLERANCE-FILE
                 REASON-FILE.
           DISPLAY "SECTION-A: " WS-MEMBER-COUNT
                   " V75RVIDET MEMBER(S) PROCESSED ACROSS "
                   WS-OWNER-COUNT " OWNER(S)".
                       " DUPLICATE MEMBER-ID FINDING(S) - SEE "
                       "VIDETRPT DUPLICATES SECTION"
           END-IF.
           IF WS-REF-MISSING-COUNT > ZERO
               DISPLAY "SECTION-A: " WS-REF-MISSING-COUNT
                       " LEVEL-20-B CODE(S) WITH NO CODE REFERENCE "
                       "ENTRY - SEE VIDETRPT EXCEPTIONS SECTION"
           END-IF.
           IF WS-RSN-FAIL-COUNT > ZERO
               DISPLAY "SECTION-A: " WS-RSN-FAIL-COUNT
                       " REASONABLENESS FAILURE(S), SEVERITY "
                       WS-RSN-SEVERITY-TEXT " - SEE RSNEXCP"
           END-IF.
       8000-EXIT.
           EXIT.

      *   verdict where the scheduler can test it. Serious outranks    *
      *   warning: a LEVEL-20-A/B mismatch, any member written to      *
      *   CODEEXCP, or any duplicate member-id finding is RC 08        *
      *   whatever the reconciliation said. Reconciliation drift, or   *
      *   a matrix code with no code reference entry, is RC 04. The    *
      *   reasonableness edits are graded apart (RN-RSN-SEVERITY) and  *
      *   never move the RC: the code tables can be sound on a night   *
      *   finance wants its feed held, and the other way round.        *
      *----------------------------------------------------------------*
       8100-WRITE-RUN-SUMMARY.
           EVALUATE TRUE
                   MOVE 8 TO WS-RUN-RC
               WHEN NOT RECON-IS-CLEAN
                   MOVE 4 TO WS-RUN-RC
               WHEN NOT REFS-ARE-COMPLETE
                   MOVE 4 TO WS-RUN-RC
               WHEN OTHER
                   MOVE ZERO TO WS-RUN-RC
           END-EVALUATE.
           MOVE WS-MEMBER-COUNT     TO RN-MEMBERS-READ.
           MOVE WS-OWNER-COUNT      TO RN-OWNERS-PROCESSED.
           MOVE WS-EXCEPTION-COUNT  TO RN-EXCEPTION-COUNT.
           MOVE WS-RUN-RESTARTED-SW TO RN-RESTARTED-SW.
           MOVE WS-FIN-GRAND-QTY    TO RN-FIN-GRAND-QTY.
           MOVE WS-FIN-GRAND-AMT    TO RN-FIN-GRAND-AMT.
           MOVE WS-RSN-SEVERITY     TO RN-RSN-SEVERITY.
           IF WS-RSN-FAIL-COUNT > 99999
               MOVE 99999           TO RN-RSN-FAILURES
           ELSE
               MOVE WS-RSN-FAIL-COUNT TO RN-RSN-FAILURES
           END-IF.
           WRITE RUN-SUMMARY-RECORD.
           DISPLAY "SECTION-A: RUN VERDICT " RN-RUN-VERDICT
                   " RC=" RN-RETURN-CODE.
       8200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   8300-WRITE-RUN-HISTORY -- one RUN-HISTORY-RECORD on the      *
      *   shared stream history (DISP=MOD), opened and closed here so  *
      *   it is held only for the one write. The RC is final by now;   *
      *   the end time is taken at the write.                          *
      *----------------------------------------------------------------*
       8300-WRITE-RUN-HISTORY.
           OPEN EXTEND RUN-HISTORY-FILE.
           MOVE SPACES              TO RUN-HISTORY-RECORD.
           MOVE WS-JOB-NAME         TO RH-JOB-NAME.
           MOVE WS-CURRENT-DATE     TO RH-START-DATE.
           MOVE WS-CURRENT-TIME     TO RH-START-TIME.
           MOVE FUNCTION CURRENT-DATE TO RH-END-TS.
           MOVE WS-RUN-RC           TO RH-RETURN-CODE.
           MOVE WS-MEMBER-COUNT     TO RH-RECORDS-PROCESSED.
           MOVE WS-RUN-RESTARTED-SW TO RH-RESTART-SW.
           WRITE RUN-HISTORY-RECORD.
           CLOSE RUN-HISTORY-FILE.
       8300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   9800-RESTART-MISMATCH -- the restart checkpoint names an     *
      *   owner the driver file no longer carries, so resuming would   *
           DISPLAY "RESTART OWNER "
                   CP-OWNER-CALC-KEY OF LAST-RESTART-CKPT
                   " NOT IN OWNER DRIVER FILE - RUN ABANDONED".
           PERFORM 9850-ABEND-RUN THRU 9850-EXIT.
       9800-EXIT.
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
      *   DB-END-OF-SET on a DML call means a broken set pointer or    *
                  " STATUS=" DB-STATUS
                  DELIMITED BY SIZE INTO DB-ERROR-MESSAGE.
           DISPLAY DB-ERROR-MESSAGE.
           PERFORM 9850-ABEND-RUN THRU 9850-EXIT.
       9900-EXIT.
           EXIT.


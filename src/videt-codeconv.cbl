       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLO-VCONV.
       AUTHOR. R SENGUPTA.
       INSTALLATION. V75 APPLICATIONS.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED.
      *
      * MODIFICATION HISTORY
      *   10/15/26  RSG  INITIAL VERSION. BULK VIDET-CODE CONVERSION
      *                  FOR A RETIRED OR MERGED CODE, IN PLACE OF ONE
      *                  HELLO-VMAINT CHANGE CARD PER MEMBER. CNVPARM
      *                  CARRIES OLD-CODE/NEW-CODE MAPPING CARDS AND,
      *                  OPTIONALLY, OWNER CARDS LIMITING THE RUN TO
      *                  THOSE OWNERS (OTHERWISE EVERY OWNER ON
      *                  OWNERIN). A MAPPING WHOSE NEW CODE IS NOT IN
      *                  THE LEVEL-20-B MATRIX IN EFFECT TODAY (LOADED
      *                  AS HELLO-VMAINT LOADS IT, PENDING OVERLAY AND
      *                  ALL) IS REJECTED AND NOT USED. EVERY MEMBER
      *                  CARRYING A MAPPED OLD CODE IS MODIFIED TO THE
      *                  NEW CODE AND JOURNALED TO V75SVIMVT-JRNL AS A
      *                  CHANGE (SEE VDJRNREC) UNDER USER VCNVBTCH,
      *                  EVERY ENTRY OF A RUN STAMPED WITH THE ONE RUN
      *                  TIMESTAMP, SO HELLO-VBKOUT CAN REVERSE THE
      *                  WHOLE RUN. CNVRPT ECHOES THE CARDS, COUNTS
      *                  EACH OWNER'S CONVERSIONS AND PRINTS MEMBER
      *                  COUNT AND AMOUNT BY CODE BEFORE AND AFTER.
      *                  RC 04 A CARD WAS REJECTED, RC 08 NO USABLE
      *                  MAPPING (NOTHING CONVERTED).
      *   10/15/26  RSG  CNVRPT NOW PRINTS EACH CODE WITH ITS CODE
      *                  REFERENCE DESCRIPTION (SEE CDREFREC): BOTH
      *                  CODES OF A MAPPING, AND THE BEFORE/AFTER
      *                  TOTALS IN COLUMNS UNDER A HEADING.
      *   10/15/26  RSG  APPENDS A RUN-HISTORY-RECORD (JOB HELLOVCV) TO
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
           SELECT CONVERT-PARM-FILE  ASSIGN TO CNVPARM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OWNER-DRIVER-FILE  ASSIGN TO OWNERIN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONVERT-REPORT-FILE ASSIGN TO CNVRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-HISTORY-FILE   ASSIGN TO RUNHIST
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
      * Keyword cards, keyword in columns 1-10 as on HELLOWLD's
      * PARMIN, '*' in column 1 for a comment:
      *   CODEMAP   oooonnnn   old code cols 11-14, new code 15-18
      *   OWNER     kkkkkkkk   owner CALC key cols 11-18
       FD  CONVERT-PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CONVERT-PARM-RECORD.
           05  CP-KEYWORD             PIC X(10).
           05  CP-VALUE               PIC X(08).
           05  CP-MAP-VALUE REDEFINES CP-VALUE.
               10  CP-OLD-CODE        PIC X(04).
               10  CP-NEW-CODE        PIC X(04).
           05  FILLER                 PIC X(62).

      * Same driver file HELLOWLD walks: one V75RVIMVT owner CALC key
      * per card, columns 1-8.
       FD  OWNER-DRIVER-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  OWNER-DRIVER-RECORD.
           05  OD-OWNER-CALC-KEY      PIC X(08).
           05  FILLER                 PIC X(72).

       FD  CONVERT-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  CONVERT-REPORT-LINE        PIC X(132).

      * Cross-job run history, appended once at the end of the run.
       FD  RUN-HISTORY-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY RUNHIST.

       WORKING-STORAGE SECTION.
           COPY WSTABLES.

      * Record area for the code table, OBTAINed by CALC key the same
      * way HELLO-VMAINT's 1500-LOAD-CODE-TABLES does -- see CDTBLREC.
           COPY CDTBLREC.

      * Pending (effective-dated) code-table version record -- see
      * CDPNDREC. The new-code edit honours the newest pending
      * version already in effect, as the nightly traversal will.
           COPY CDPNDREC.

       01  WS-PENDING-FIELDS.
           05  WS-BEST-EFF-DATE       PIC 9(08) VALUE ZERO.
           05  WS-BEST-ROW-COUNT      PIC 9(02) COMP VALUE ZERO.
           05  WS-BEST-COL-COUNT      PIC 9(02) COMP VALUE ZERO.
           05  WS-BEST-TABLE-DATA     PIC X(1612) VALUE SPACES.
           05  WS-PEND-EOS-SW         PIC X(01) VALUE 'N'.
               88  PENDING-END-OF-SET      VALUE 'Y'.

      * Journal record STOREd under the owner for every member
      * converted -- see VDJRNREC.
           COPY VDJRNREC.

      * Reference entry OBTAINed by CALC for a code's description on
      * the report -- see CDREFREC.
           COPY CDREFREC.

      * Minimal record area for the V75RVIMVT owner's CALC key, same
      * arrangement as HELLO-WORLD.
       01  V75RVIMVT-RECORD.
           05  V75OWN-CALC-KEY        PIC X(08).

      * Record area for the V75RVIDET member's business fields, the
      * same 62 bytes, in the same order, as a journaled member image.
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

       01  WS-EDIT-SWITCHES.
           05  WS-CODE-FOUND-SW       PIC X(01) VALUE 'N'.
               88  MEMBER-CODE-FOUND       VALUE 'Y'.
           05  WS-CARD-OK-SW          PIC X(01) VALUE 'Y'.
               88  CARD-IS-CLEAN           VALUE 'Y'.

      * Accepted old-code/new-code mappings, in card order.
       01  WS-MAP-TABLE.
           05  WS-MAP-MAX             PIC 9(04) COMP VALUE 100.
           05  WS-MAP-COUNT           PIC 9(04) COMP VALUE ZERO.
           05  WS-MAP-ENTRY OCCURS 100 TIMES.
               10  MP-OLD-CODE        PIC X(04).
               10  MP-NEW-CODE        PIC X(04).
               10  MP-CONVERTED       PIC 9(09) COMP.

      * Owners named on OWNER cards; when there are none the run
      * takes every owner on OWNERIN instead.
       01  WS-SCOPE-TABLE.
           05  WS-SCOPE-MAX           PIC 9(04) COMP VALUE 500.
           05  WS-SCOPE-COUNT         PIC 9(04) COMP VALUE ZERO.
           05  WS-SCOPE-ENTRY OCCURS 500 TIMES.
               10  SC-OWNER-CALC-KEY  PIC X(08).

      * Member count, quantity and amount by VIDET-CODE over every
      * member of every owner converted, as they stood before the run
      * and as they stand after it.
       01  WS-CODE-TOTAL-TABLE.
           05  WS-CTOT-MAX            PIC 9(04) COMP VALUE 500.
           05  WS-CTOT-COUNT          PIC 9(04) COMP VALUE ZERO.
           05  WS-CTOT-LOST-SW        PIC X(01) VALUE 'N'.
               88  CTOT-TABLE-OVERFLOWED    VALUE 'Y'.
           05  WS-CTOT-ENTRY OCCURS 500 TIMES.
               10  CX-CODE            PIC X(04).
               10  CX-BEF-MEMBERS     PIC 9(09) COMP.
               10  CX-BEF-AMOUNT      PIC S9(13)V99 COMP-3.
               10  CX-AFT-MEMBERS     PIC 9(09) COMP.
               10  CX-AFT-AMOUNT      PIC S9(13)V99 COMP-3.

       01  WS-WORK-FIELDS.
           05  WS-TAB-INDEX           PIC 9(02) COMP.
           05  WS-COL-INDEX           PIC 9(02) COMP.
           05  WS-ROW-INDEX           PIC 9(02) COMP.
           05  WS-MAP-INDEX           PIC 9(04) COMP.
           05  WS-MAP-HIT-INDEX       PIC 9(04) COMP.
           05  WS-SCOPE-INDEX         PIC 9(04) COMP.
           05  WS-CTOT-INDEX          PIC 9(04) COMP.
           05  WS-CTOT-HIT-INDEX      PIC 9(04) COMP.
           05  WS-SEARCH-CODE         PIC X(04).
           05  WS-OWNER-CALC-KEY      PIC X(08) VALUE SPACES.
           05  WS-CARD-REASON         PIC X(40) VALUE SPACES.
           05  WS-OWNER-CONVERTED     PIC 9(09) COMP VALUE ZERO.
           05  WS-SINCE-COMMIT        PIC 9(04) COMP VALUE ZERO.
           05  WS-COMMIT-INTERVAL     PIC 9(04) COMP VALUE 100.
           05  WS-MEMBERS-D           PIC 9(09) DISPLAY.
           05  WS-MEMBERS-2-D         PIC 9(09) DISPLAY.
           05  WS-AMT-D               PIC +9(13).99.
           05  WS-AMT-2-D             PIC +9(13).99.
           05  WS-REF-LOOKUP-CODE     PIC X(04) VALUE SPACES.
           05  WS-REF-DESC            PIC X(40) VALUE SPACES.
           05  WS-REF-DESC-2          PIC X(40) VALUE SPACES.

       01  WS-RUN-TOTALS.
           05  WS-OWNER-COUNT         PIC 9(04) COMP VALUE ZERO.
           05  WS-OWNER-MISSING-COUNT PIC 9(04) COMP VALUE ZERO.
           05  WS-MEMBER-COUNT        PIC 9(09) COMP VALUE ZERO.
           05  WS-CONVERTED-COUNT     PIC 9(09) COMP VALUE ZERO.
           05  WS-CARDS-REJECTED      PIC 9(04) COMP VALUE ZERO.

      * The member's business content before and after the MODIFY, in
      * the 62-byte image shape the journal carries.
       01  WS-BEFORE-IMAGE            PIC X(62).
       01  WS-AFTER-IMAGE             PIC X(62).

       01  SUB-SCHEMA-CONTROL.
           05  DB-STATUS              PIC X(04) VALUE "0000".
               88  DB-SUCCESSFUL            VALUE "0000".
               88  DB-END-OF-SET            VALUE "0326".
           05  DB-SET-NAME            PIC X(32)
                                       VALUE "V75SVIMVT-VIDET".
           05  DB-KEY                 PIC S9(08) COMP VALUE ZERO.
           05  DB-ERROR-MESSAGE       PIC X(60) VALUE SPACES.

      * Who the journal says made the change: a fixed batch id, as
      * HELLO-VMAINT's VMNTBTCH, which is what HELLO-VBKOUT is keyed
      * with to reverse a conversion run.
       01  WS-RUN-IDENTITY.
           05  WS-USER-ID             PIC X(08) VALUE "VCNVBTCH".

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURRENT-DATE        PIC 9(08).
           05  WS-CURRENT-TIME        PIC 9(08).

      * Verdict of the run: 00 clean, 04 a card was rejected or an
      * owner was not found, 08 no usable mapping so nothing was
      * converted, or the code totals table overflowed.
       01  RC-CONTROL.
           05  WS-RUN-RC              PIC 9(02) COMP VALUE ZERO.

       01  ABEND-CONTROL.
           05  WS-ABEND-CODE          PIC S9(09) COMP VALUE 999.
           05  WS-ABEND-REASON        PIC S9(09) COMP VALUE 1.

       PROCEDURE DIVISION.
      *
      *----------------------------------------------------------------*
      *   0000-MAINLINE -- load the matrix, edit the cards against     *
      *   it, then convert owner by owner (the OWNER cards, or every   *
      *   owner on OWNERIN) and print the before/after totals.         *
      *----------------------------------------------------------------*
       0000-MAINLINE SECTION.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 1500-LOAD-CODE-TABLES THRU 1500-EXIT.
           PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT
               UNTIL PARM-EOF.
           IF WS-MAP-COUNT = ZERO
               MOVE "NO USABLE CODEMAP CARD - NOTHING CONVERTED"
                   TO CONVERT-REPORT-LINE
               WRITE CONVERT-REPORT-LINE
               MOVE 8 TO WS-RUN-RC
           ELSE
               PERFORM 1700-ECHO-SCOPE THRU 1700-EXIT
               IF WS-SCOPE-COUNT > ZERO
                   PERFORM 2100-CONVERT-SCOPED-OWNER THRU 2100-EXIT
                       VARYING WS-SCOPE-INDEX FROM 1 BY 1
                       UNTIL WS-SCOPE-INDEX > WS-SCOPE-COUNT
               ELSE
                   PERFORM 1200-READ-OWNER-RECORD THRU 1200-EXIT
                   PERFORM 2200-CONVERT-DRIVER-OWNER THRU 2200-EXIT
                       UNTIL OWNER-DRIVER-EOF
               END-IF
               PERFORM 4000-REPORT-CODE-TOTALS THRU 4000-EXIT
           END-IF.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           PERFORM 8300-WRITE-RUN-HISTORY THRU 8300-EXIT.
           GO TO 9999-EXIT.
       0000-MAINLINE-EXIT.
           EXIT.

       1000-INITIALIZE.
           OPEN INPUT  CONVERT-PARM-FILE
                       OWNER-DRIVER-FILE.
           OPEN OUTPUT CONVERT-REPORT-FILE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE SPACES TO CONVERT-REPORT-LINE.
           STRING "V75 VIDET BULK CODE CONVERSION - RUN "
                  WS-CURRENT-DATE " " WS-CURRENT-TIME
                  " USER " WS-USER-ID
                  DELIMITED BY SIZE INTO CONVERT-REPORT-LINE.
           WRITE CONVERT-REPORT-LINE.
           MOVE SPACES TO CONVERT-REPORT-LINE.
           WRITE CONVERT-REPORT-LINE.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   1100-READ-PARM-CARD -- CODEMAP and OWNER cards. Every card   *
      *   is echoed with its outcome; a rejected card is never used.   *
      *   A mapping is rejected when its new code is not in today's    *
      *   LEVEL-20-B, when old and new are the same, or when its old   *
      *   code is already mapped by an earlier card.                   *
      *----------------------------------------------------------------*
       1100-READ-PARM-CARD.
           READ CONVERT-PARM-FILE
               AT END
                   MOVE 'Y' TO WS-PARM-EOF-SW
                   GO TO 1100-EXIT
           END-READ.
           IF CP-KEYWORD = SPACES
               OR CONVERT-PARM-RECORD (1:1) = '*'
               GO TO 1100-EXIT
           END-IF.
           MOVE 'Y' TO WS-CARD-OK-SW.
           MOVE SPACES TO WS-CARD-REASON.
           EVALUATE CP-KEYWORD
               WHEN "CODEMAP   "
                   PERFORM 1150-EDIT-CODEMAP-CARD THRU 1150-EXIT
               WHEN "OWNER     "
                   PERFORM 1180-EDIT-OWNER-CARD THRU 1180-EXIT
               WHEN OTHER
                   MOVE 'N' TO WS-CARD-OK-SW
                   MOVE "UNKNOWN KEYWORD" TO WS-CARD-REASON
           END-EVALUATE.
           MOVE SPACES TO CONVERT-REPORT-LINE.
           IF CARD-IS-CLEAN
               STRING "CARD ACCEPTED: " CONVERT-PARM-RECORD (1:18)
                      DELIMITED BY SIZE INTO CONVERT-REPORT-LINE
           ELSE
               ADD 1 TO WS-CARDS-REJECTED
               STRING "CARD REJECTED: " CONVERT-PARM-RECORD (1:18)
                      " - " WS-CARD-REASON
                      DELIMITED BY SIZE INTO CONVERT-REPORT-LINE
           END-IF.
           WRITE CONVERT-REPORT-LINE.
       1100-EXIT.
           EXIT.

       1150-EDIT-CODEMAP-CARD.
           IF CP-OLD-CODE = SPACES OR CP-NEW-CODE = SPACES
               MOVE 'N' TO WS-CARD-OK-SW
               MOVE "OLD OR NEW CODE MISSING" TO WS-CARD-REASON
               GO TO 1150-EXIT
           END-IF.
           IF CP-OLD-CODE = CP-NEW-CODE
               MOVE 'N' TO WS-CARD-OK-SW
               MOVE "OLD AND NEW CODE ARE THE SAME" TO WS-CARD-REASON
               GO TO 1150-EXIT
           END-IF.
           MOVE CP-OLD-CODE TO WS-SEARCH-CODE.
           PERFORM 3300-FIND-MAPPING THRU 3300-EXIT.
           IF WS-MAP-HIT-INDEX > ZERO
               MOVE 'N' TO WS-CARD-OK-SW
               MOVE "OLD CODE ALREADY MAPPED" TO WS-CARD-REASON
               GO TO 1150-EXIT
           END-IF.
           MOVE CP-NEW-CODE TO WS-SEARCH-CODE.
           PERFORM 1600-SEARCH-MATRIX THRU 1600-EXIT.
           IF NOT MEMBER-CODE-FOUND
               MOVE 'N' TO WS-CARD-OK-SW
               MOVE "NEW CODE NOT IN LEVEL-20-B MATRIX"
                   TO WS-CARD-REASON
               GO TO 1150-EXIT
           END-IF.
           IF WS-MAP-COUNT NOT < WS-MAP-MAX
               MOVE 'N' TO WS-CARD-OK-SW
               MOVE "TOO MANY CODEMAP CARDS" TO WS-CARD-REASON
               GO TO 1150-EXIT
           END-IF.
           ADD 1 TO WS-MAP-COUNT.
           MOVE CP-OLD-CODE TO MP-OLD-CODE (WS-MAP-COUNT).
           MOVE CP-NEW-CODE TO MP-NEW-CODE (WS-MAP-COUNT).
           MOVE ZERO        TO MP-CONVERTED (WS-MAP-COUNT).
       1150-EXIT.
           EXIT.

       1180-EDIT-OWNER-CARD.
           IF CP-VALUE = SPACES
               MOVE 'N' TO WS-CARD-OK-SW
               MOVE "OWNER CALC KEY MISSING" TO WS-CARD-REASON
               GO TO 1180-EXIT
           END-IF.
           IF WS-SCOPE-COUNT NOT < WS-SCOPE-MAX
               MOVE 'N' TO WS-CARD-OK-SW
               MOVE "TOO MANY OWNER CARDS" TO WS-CARD-REASON
               GO TO 1180-EXIT
           END-IF.
           ADD 1 TO WS-SCOPE-COUNT.
           MOVE CP-VALUE TO SC-OWNER-CALC-KEY (WS-SCOPE-COUNT).
       1180-EXIT.
           EXIT.

       1200-READ-OWNER-RECORD.
           READ OWNER-DRIVER-FILE
               AT END
                   MOVE 'Y' TO WS-OWNER-EOF-SW
           END-READ.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   1500-LOAD-CODE-TABLES -- OBTAIN CODE-TABLE-RECORD by CALC    *
      *   key and copy the matrix into SOME-GROUP-B, as HELLO-VMAINT   *
      *   does, so a new code is edited against the table tonight's    *
      *   traversal will use.                                          *
      *----------------------------------------------------------------*
       1500-LOAD-CODE-TABLES.
           MOVE "CODE-TABLE-RECORD" TO DB-SET-NAME.
           MOVE CDTBL-CALC-KEY-VALUE TO CT-CALC-KEY.
           OBTAIN CALC CODE-TABLE-RECORD
               ON ANY ERROR
                   PERFORM 9900-DB-ERROR THRU 9900-EXIT
           END-OBTAIN.
           PERFORM 1530-LOAD-PENDING-VERSION THRU 1530-EXIT.
           MOVE "V75SVIMVT-VIDET" TO DB-SET-NAME.
           MOVE CT-ROW-COUNT TO WB-ROW-COUNT.
           MOVE CT-COL-COUNT TO WB-COL-COUNT.
           MOVE 1 TO WS-TAB-INDEX.
           PERFORM 1510-LOAD-ONE-ROW THRU 1510-EXIT
               VARYING WS-TAB-INDEX FROM 1 BY 1
               UNTIL WS-TAB-INDEX > WB-ROW-COUNT.
       1500-EXIT.
           EXIT.

       1510-LOAD-ONE-ROW.
           MOVE 1 TO WS-COL-INDEX.
           PERFORM 1520-LOAD-ONE-CELL THRU 1520-EXIT
               VARYING WS-COL-INDEX FROM 1 BY 1
               UNTIL WS-COL-INDEX > WB-COL-COUNT.
       1510-EXIT.
           EXIT.

       1520-LOAD-ONE-CELL.
           MOVE CT-LEVEL-20-B(WS-TAB-INDEX WS-COL-INDEX)
               TO LEVEL-20-B(WS-TAB-INDEX WS-COL-INDEX).
       1520-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   1530-LOAD-PENDING-VERSION -- keep the newest pending         *
      *   version whose effective date is on or before the run date    *
      *   and overlay the CT fields IN STORAGE ONLY, the same          *
      *   read-only walk HELLO-VMAINT's 1530 does.                     *
      *----------------------------------------------------------------*
       1530-LOAD-PENDING-VERSION.
           MOVE "V75SCDTBL-PEND" TO DB-SET-NAME.
           MOVE ZERO TO WS-BEST-EFF-DATE.
           MOVE 'N' TO WS-PEND-EOS-SW.
           OBTAIN FIRST CODE-PENDING-RECORD WITHIN V75SCDTBL-PEND
               ON 0326
                   MOVE 'Y' TO WS-PEND-EOS-SW
               ON ANY ERROR
                   PERFORM 9900-DB-ERROR THRU 9900-EXIT
           END-OBTAIN.
           PERFORM 1540-WEIGH-ONE-PENDING THRU 1540-EXIT
               UNTIL PENDING-END-OF-SET.
           IF WS-BEST-EFF-DATE > ZERO
               MOVE WS-BEST-ROW-COUNT TO CT-ROW-COUNT
               MOVE WS-BEST-COL-COUNT TO CT-COL-COUNT
               MOVE WS-BEST-TABLE-DATA TO CT-TABLE-DATA
               DISPLAY "HELLO-VCONV: PENDING VERSION EFFECTIVE "
                       WS-BEST-EFF-DATE " APPLIED FOR THIS RUN"
           END-IF.
       1530-EXIT.
           EXIT.

       1540-WEIGH-ONE-PENDING.
           IF PD-EFFECTIVE-DATE NOT > WS-CURRENT-DATE
               IF PD-EFFECTIVE-DATE > WS-BEST-EFF-DATE
                   MOVE PD-EFFECTIVE-DATE TO WS-BEST-EFF-DATE
                   MOVE PD-ROW-COUNT      TO WS-BEST-ROW-COUNT
                   MOVE PD-COL-COUNT      TO WS-BEST-COL-COUNT
                   MOVE PD-TABLE-DATA     TO WS-BEST-TABLE-DATA
               END-IF
           END-IF.
           OBTAIN NEXT CODE-PENDING-RECORD WITHIN V75SCDTBL-PEND
               ON 0326
                   MOVE 'Y' TO WS-PEND-EOS-SW
               ON ANY ERROR
                   PERFORM 9900-DB-ERROR THRU 9900-EXIT
           END-OBTAIN.
       1540-EXIT.
           EXIT.

      * WS-SEARCH-CODE against the loaded LEVEL-20-B matrix.
       1600-SEARCH-MATRIX.
           MOVE 'N' TO WS-CODE-FOUND-SW.
           MOVE 1 TO WS-ROW-INDEX.
           PERFORM 1610-SEARCH-CODE-ROW THRU 1610-EXIT
               VARYING WS-ROW-INDEX FROM 1 BY 1
               UNTIL WS-ROW-INDEX > WB-ROW-COUNT.
       1600-EXIT.
           EXIT.

       1610-SEARCH-CODE-ROW.
           MOVE 1 TO WS-COL-INDEX.
           PERFORM 1620-SEARCH-CODE-CELL THRU 1620-EXIT
               VARYING WS-COL-INDEX FROM 1 BY 1
               UNTIL WS-COL-INDEX > WB-COL-COUNT.
       1610-EXIT.
           EXIT.

       1620-SEARCH-CODE-CELL.
           IF LEVEL-20-B(WS-ROW-INDEX WS-COL-INDEX) = WS-SEARCH-CODE
               MOVE 'Y' TO WS-CODE-FOUND-SW
           END-IF.
       1620-EXIT.
           EXIT.

       1700-ECHO-SCOPE.
           MOVE SPACES TO CONVERT-REPORT-LINE.
           WRITE CONVERT-REPORT-LINE.
           IF WS-SCOPE-COUNT > ZERO
               MOVE "SCOPE: OWNERS NAMED ON OWNER CARDS ONLY"
                   TO CONVERT-REPORT-LINE
           ELSE
               MOVE "SCOPE: EVERY OWNER ON OWNERIN"
                   TO CONVERT-REPORT-LINE
           END-IF.
           WRITE CONVERT-REPORT-LINE.
           MOVE SPACES TO CONVERT-REPORT-LINE.
           WRITE CONVERT-REPORT-LINE.
       1700-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   2100/2200 -- next owner from the OWNER cards or from         *
      *   OWNERIN, converted by 3000-CONVERT-ONE-OWNER.                *
      *----------------------------------------------------------------*
       2100-CONVERT-SCOPED-OWNER.
           MOVE SC-OWNER-CALC-KEY (WS-SCOPE-INDEX)
               TO WS-OWNER-CALC-KEY.
           PERFORM 3000-CONVERT-ONE-OWNER THRU 3000-EXIT.
       2100-EXIT.
           EXIT.

       2200-CONVERT-DRIVER-OWNER.
           MOVE OD-OWNER-CALC-KEY TO WS-OWNER-CALC-KEY.
           PERFORM 3000-CONVERT-ONE-OWNER THRU 3000-EXIT.
           PERFORM 1200-READ-OWNER-RECORD THRU 1200-EXIT.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   3000-CONVERT-ONE-OWNER -- OBTAIN CALC the owner and walk its *
      *   chain, converting as it goes. COMMIT every                   *
      *   WS-COMMIT-INTERVAL conversions and at the end of the owner,  *
      *   so locks do not pile up across a big chain; each member's    *
      *   MODIFY and its journal entry always commit together.         *
      *----------------------------------------------------------------*
       3000-CONVERT-ONE-OWNER.
           ADD 1 TO WS-OWNER-COUNT.
           MOVE ZERO TO WS-OWNER-CONVERTED.
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
               MOVE SPACES TO CONVERT-REPORT-LINE
               STRING "OWNER " WS-OWNER-CALC-KEY
                      " NOT FOUND - NOT CONVERTED"
                      DELIMITED BY SIZE INTO CONVERT-REPORT-LINE
               WRITE CONVERT-REPORT-LINE
               GO TO 3000-EXIT
           END-IF.
           MOVE "V75SVIMVT-VIDET" TO DB-SET-NAME.
           MOVE 'N' TO WS-SET-EOF-SW.
           PERFORM 3100-CONVERT-NEXT-MEMBER THRU 3100-EXIT
               UNTIL SET-END-OF-SET.
           COMMIT.
           MOVE ZERO TO WS-SINCE-COMMIT.
           MOVE WS-OWNER-CONVERTED TO WS-MEMBERS-D.
           MOVE SPACES TO CONVERT-REPORT-LINE.
           STRING "OWNER " WS-OWNER-CALC-KEY
                  " MEMBERS CONVERTED=" WS-MEMBERS-D
                  DELIMITED BY SIZE INTO CONVERT-REPORT-LINE.
           WRITE CONVERT-REPORT-LINE.
       3000-EXIT.
           EXIT.

       3100-CONVERT-NEXT-MEMBER.
           OBTAIN NEXT V75RVIDET WITHIN V75SVIMVT-VIDET
               ON 0326
                   CONTINUE
               ON ANY ERROR
                   PERFORM 9900-DB-ERROR THRU 9900-EXIT
           END-OBTAIN.
           IF DB-END-OF-SET
               MOVE 'Y' TO WS-SET-EOF-SW
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WS-MEMBER-COUNT.
           MOVE VIDET-CODE TO WS-SEARCH-CODE.
           PERFORM 3400-FIND-CODE-TOTAL THRU 3400-EXIT.
           IF WS-CTOT-HIT-INDEX > ZERO
               ADD 1 TO CX-BEF-MEMBERS (WS-CTOT-HIT-INDEX)
               ADD VIDET-AMOUNT TO CX-BEF-AMOUNT (WS-CTOT-HIT-INDEX)
           END-IF.
           PERFORM 3300-FIND-MAPPING THRU 3300-EXIT.
           IF WS-MAP-HIT-INDEX > ZERO
               PERFORM 3200-CONVERT-MEMBER THRU 3200-EXIT
           END-IF.
           MOVE VIDET-CODE TO WS-SEARCH-CODE.
           PERFORM 3400-FIND-CODE-TOTAL THRU 3400-EXIT.
           IF WS-CTOT-HIT-INDEX > ZERO
               ADD 1 TO CX-AFT-MEMBERS (WS-CTOT-HIT-INDEX)
               ADD VIDET-AMOUNT TO CX-AFT-AMOUNT (WS-CTOT-HIT-INDEX)
           END-IF.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   3200-CONVERT-MEMBER -- MODIFY the member to the new code and *
      *   journal the change with both images, as HELLO-VMAINT does    *
      *   for a change card.                                           *
      *----------------------------------------------------------------*
       3200-CONVERT-MEMBER.
           MOVE DB-KEY TO VJ-MEMBER-DB-KEY.
           MOVE V75RVIDET-RECORD TO WS-BEFORE-IMAGE.
           MOVE MP-NEW-CODE (WS-MAP-HIT-INDEX) TO VIDET-CODE.
           MODIFY V75RVIDET
               ON ANY ERROR
                   PERFORM 9900-DB-ERROR THRU 9900-EXIT
           END-MODIFY.
           MOVE V75RVIDET-RECORD TO WS-AFTER-IMAGE.
           PERFORM 5000-JOURNAL-CHANGE THRU 5000-EXIT.
           ADD 1 TO MP-CONVERTED (WS-MAP-HIT-INDEX).
           ADD 1 TO WS-OWNER-CONVERTED.
           ADD 1 TO WS-CONVERTED-COUNT.
           ADD 1 TO WS-SINCE-COMMIT.
           IF WS-SINCE-COMMIT NOT < WS-COMMIT-INTERVAL
               COMMIT
               MOVE ZERO TO WS-SINCE-COMMIT
           END-IF.
       3200-EXIT.
           EXIT.

      * First accepted mapping whose old code is WS-SEARCH-CODE.
       3300-FIND-MAPPING.
           MOVE ZERO TO WS-MAP-HIT-INDEX.
           PERFORM 3310-MATCH-ONE-MAPPING THRU 3310-EXIT
               VARYING WS-MAP-INDEX FROM 1 BY 1
               UNTIL WS-MAP-INDEX > WS-MAP-COUNT
                  OR WS-MAP-HIT-INDEX > ZERO.
       3300-EXIT.
           EXIT.

       3310-MATCH-ONE-MAPPING.
           IF MP-OLD-CODE (WS-MAP-INDEX) = WS-SEARCH-CODE
               MOVE WS-MAP-INDEX TO WS-MAP-HIT-INDEX
           END-IF.
       3310-EXIT.
           EXIT.

      * Find or add WS-SEARCH-CODE in the before/after code totals.
       3400-FIND-CODE-TOTAL.
           MOVE ZERO TO WS-CTOT-HIT-INDEX.
           PERFORM 3410-MATCH-ONE-CODE-TOTAL THRU 3410-EXIT
               VARYING WS-CTOT-INDEX FROM 1 BY 1
               UNTIL WS-CTOT-INDEX > WS-CTOT-COUNT
                  OR WS-CTOT-HIT-INDEX > ZERO.
           IF WS-CTOT-HIT-INDEX = ZERO
               IF WS-CTOT-COUNT < WS-CTOT-MAX
                   ADD 1 TO WS-CTOT-COUNT
                   MOVE WS-CTOT-COUNT TO WS-CTOT-HIT-INDEX
                   MOVE WS-SEARCH-CODE TO CX-CODE (WS-CTOT-HIT-INDEX)
                   MOVE ZERO TO CX-BEF-MEMBERS (WS-CTOT-HIT-INDEX)
                   MOVE ZERO TO CX-BEF-AMOUNT (WS-CTOT-HIT-INDEX)
                   MOVE ZERO TO CX-AFT-MEMBERS (WS-CTOT-HIT-INDEX)
                   MOVE ZERO TO CX-AFT-AMOUNT (WS-CTOT-HIT-INDEX)
               ELSE
                   MOVE 'Y' TO WS-CTOT-LOST-SW
               END-IF
           END-IF.
       3400-EXIT.
           EXIT.

       3410-MATCH-ONE-CODE-TOTAL.
           IF CX-CODE (WS-CTOT-INDEX) = WS-SEARCH-CODE
               MOVE WS-CTOT-INDEX TO WS-CTOT-HIT-INDEX
           END-IF.
       3410-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   4000-REPORT-CODE-TOTALS -- the mappings with what each       *
      *   converted, then every code seen on the converted owners      *
      *   with its member count and amount before and after, each      *
      *   code with its reference description. Runs after the last     *
      *   owner, so the CALC lookups disturb no chain walk.            *
      *----------------------------------------------------------------*
       4000-REPORT-CODE-TOTALS.
           MOVE SPACES TO CONVERT-REPORT-LINE.
           WRITE CONVERT-REPORT-LINE.
           MOVE "CONVERSIONS BY MAPPING" TO CONVERT-REPORT-LINE.
           WRITE CONVERT-REPORT-LINE.
           PERFORM 4100-REPORT-ONE-MAPPING THRU 4100-EXIT
               VARYING WS-MAP-INDEX FROM 1 BY 1
               UNTIL WS-MAP-INDEX > WS-MAP-COUNT.
           MOVE SPACES TO CONVERT-REPORT-LINE.
           WRITE CONVERT-REPORT-LINE.
           MOVE "MEMBERS AND AMOUNT BY CODE, BEFORE AND AFTER"
               TO CONVERT-REPORT-LINE.
           WRITE CONVERT-REPORT-LINE.
           MOVE "  CODE DESCRIPTION" TO CONVERT-REPORT-LINE.
           MOVE " MBRS BEF     AMOUNT BEFORE"
               TO CONVERT-REPORT-LINE (49:27).
           MOVE "  MBRS AFT      AMOUNT AFTER"
               TO CONVERT-REPORT-LINE (76:28).
           WRITE CONVERT-REPORT-LINE.
           PERFORM 4200-REPORT-ONE-CODE THRU 4200-EXIT
               VARYING WS-CTOT-INDEX FROM 1 BY 1
               UNTIL WS-CTOT-INDEX > WS-CTOT-COUNT.
           IF CTOT-TABLE-OVERFLOWED
               MOVE "  *** MORE CODES THAN THE TOTALS TABLE HOLDS - "
                   TO CONVERT-REPORT-LINE
               MOVE "TOTALS INCOMPLETE" TO CONVERT-REPORT-LINE (48:17)
               WRITE CONVERT-REPORT-LINE
               MOVE 8 TO WS-RUN-RC
           END-IF.
           MOVE SPACES TO CONVERT-REPORT-LINE.
           WRITE CONVERT-REPORT-LINE.
       4000-EXIT.
           EXIT.

       4100-REPORT-ONE-MAPPING.
           MOVE MP-NEW-CODE (WS-MAP-INDEX) TO WS-REF-LOOKUP-CODE.
           PERFORM 6800-LOOKUP-CODE-REF THRU 6800-EXIT.
           MOVE WS-REF-DESC TO WS-REF-DESC-2.
           MOVE MP-OLD-CODE (WS-MAP-INDEX) TO WS-REF-LOOKUP-CODE.
           PERFORM 6800-LOOKUP-CODE-REF THRU 6800-EXIT.
           MOVE MP-CONVERTED (WS-MAP-INDEX) TO WS-MEMBERS-D.
           MOVE SPACES TO CONVERT-REPORT-LINE.
           STRING "  " MP-OLD-CODE (WS-MAP-INDEX)
                  " " WS-REF-DESC
                  " TO " MP-NEW-CODE (WS-MAP-INDEX)
                  " " WS-REF-DESC-2
                  "  MEMBERS CONVERTED=" WS-MEMBERS-D
                  DELIMITED BY SIZE INTO CONVERT-REPORT-LINE.
           WRITE CONVERT-REPORT-LINE.
       4100-EXIT.
           EXIT.

       4200-REPORT-ONE-CODE.
           MOVE CX-CODE (WS-CTOT-INDEX) TO WS-REF-LOOKUP-CODE.
           PERFORM 6800-LOOKUP-CODE-REF THRU 6800-EXIT.
           MOVE CX-BEF-MEMBERS (WS-CTOT-INDEX) TO WS-MEMBERS-D.
           MOVE CX-BEF-AMOUNT (WS-CTOT-INDEX)  TO WS-AMT-D.
           MOVE CX-AFT-MEMBERS (WS-CTOT-INDEX) TO WS-MEMBERS-2-D.
           MOVE CX-AFT-AMOUNT (WS-CTOT-INDEX)  TO WS-AMT-2-D.
           MOVE SPACES TO CONVERT-REPORT-LINE.
           STRING "  " CX-CODE (WS-CTOT-INDEX)
                  " " WS-REF-DESC
                  " " WS-MEMBERS-D
                  " " WS-AMT-D
                  " " WS-MEMBERS-2-D
                  " " WS-AMT-2-D
                  DELIMITED BY SIZE INTO CONVERT-REPORT-LINE.
           WRITE CONVERT-REPORT-LINE.
       4200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   5000-JOURNAL-CHANGE -- STORE one VIDET-JOURNAL-RECORD under  *
      *   the owner, the same arrangement as HELLO-VMAINT's 5000.      *
      *   The owner is still current of V75SVIMVT-JRNL; storing the    *
      *   journal entry leaves V75SVIMVT-VIDET currency on the member  *
      *   just converted, so the chain walk carries on from it.        *
      *----------------------------------------------------------------*
       5000-JOURNAL-CHANGE.
           MOVE "V75SVIMVT-JRNL"    TO DB-SET-NAME.
           MOVE WS-USER-ID          TO VJ-USER-ID.
           MOVE WS-CURRENT-DATE     TO VJ-TS-DATE.
           MOVE WS-CURRENT-TIME     TO VJ-TS-TIME.
           MOVE 'C'                 TO VJ-ACTION.
           MOVE WS-OWNER-CALC-KEY   TO VJ-OWNER-CALC-KEY.
           MOVE VIDET-MEMBER-ID     TO VJ-MEMBER-ID.
           MOVE WS-BEFORE-IMAGE     TO VJ-BEF-MEMBER-IMAGE.
           MOVE WS-AFTER-IMAGE      TO VJ-AFT-MEMBER-IMAGE.
           STORE VIDET-JOURNAL-RECORD
               ON ANY ERROR
                   PERFORM 9900-DB-ERROR THRU 9900-EXIT
           END-STORE.
           MOVE "V75SVIMVT-VIDET"   TO DB-SET-NAME.
       5000-EXIT.
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
           MOVE WS-CONVERTED-COUNT TO WS-MEMBERS-2-D.
           MOVE SPACES TO CONVERT-REPORT-LINE.
           STRING "CONTROL TOTALS: MEMBERS READ=" WS-MEMBERS-D
                  " CONVERTED=" WS-MEMBERS-2-D
                  DELIMITED BY SIZE INTO CONVERT-REPORT-LINE.
           WRITE CONVERT-REPORT-LINE.
           IF WS-RUN-RC < 4
               IF WS-CARDS-REJECTED > ZERO
                   OR WS-OWNER-MISSING-COUNT > ZERO
                   MOVE 4 TO WS-RUN-RC
               END-IF
           END-IF.
           CLOSE CONVERT-PARM-FILE
                 OWNER-DRIVER-FILE
                 CONVERT-REPORT-FILE.
           DISPLAY "HELLO-VCONV: " WS-MEMBER-COUNT
                   " MEMBER(S) READ, " WS-CONVERTED-COUNT
                   " CONVERTED, " WS-CARDS-REJECTED
                   " CARD(S) REJECTED".
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   8300-WRITE-RUN-HISTORY -- one RUN-HISTORY-RECORD on the      *
      *   shared stream history (DISP=MOD). The unit of work is the    *
      *   member read.                                                 *
      *----------------------------------------------------------------*
       8300-WRITE-RUN-HISTORY.
           OPEN EXTEND RUN-HISTORY-FILE.
           MOVE SPACES              TO RUN-HISTORY-RECORD.
           MOVE "HELLOVCV"          TO RH-JOB-NAME.
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

       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLO-VRSTOR.
       AUTHOR. R SENGUPTA.
       INSTALLATION. V75 APPLICATIONS.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED.
      *
      * MODIFICATION HISTORY
      *   10/15/26  RSG  INITIAL VERSION. RETRIEVAL OF V75RVIDET
      *                  MEMBERS ARCHIVED BY HELLO-VPURGE (VDARCREC).
      *                  SELECTION CARDS ON RSTPARM NAME AN OWNER CALC
      *                  KEY AND A MEMBER ID, OR AN OWNER ALONE FOR
      *                  EVERY ARCHIVED MEMBER OF THAT OWNER. EACH
      *                  SELECTED ARCHIVE RECORD IS STORED BACK ON ITS
      *                  OWNER'S V75SVIMVT-VIDET CHAIN FROM THE
      *                  ARCHIVED IMAGE AND JOURNALED AS AN ADD UNDER
      *                  USER VRSTBTCH. A MEMBER ID ALREADY ON THE
      *                  CHAIN, OR AN OWNER NO LONGER ON THE DATABASE,
      *                  IS REFUSED, NOT DUPLICATED. RESTORED AND
      *                  REFUSED LINES, AND SELECTIONS THE ARCHIVE DID
      *                  NOT HOLD, ON VRSTRPT; RC 04 WHEN ANYTHING WAS
      *                  REFUSED OR NOT FOUND.
      *   10/15/26  RSG  EACH RESTORED MEMBER IS ALSO WRITTEN TO GLADJ
      *                  (LAYOUT GLADJREC) UNDER ITS NEW DB-KEY SO
      *                  HELLO-GLFEED TREATS IT AS A NON-POSTING
      *                  ADJUSTMENT, NOT A NEW MEMBER. VRSTRPT SAYS
      *                  THAT HELLO-VPURGE HOLDS A RESTORED MEMBER FOR
      *                  ITS RESTORE HOLD, AND CODES PRINT WITH THEIR
      *                  REFERENCE DESCRIPTION. AN ABEND THE PROGRAM
      *                  RAISES ITSELF APPENDS AN RC 16
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
           SELECT RESTORE-PARM-FILE  ASSIGN TO RSTPARM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARCHIVE-IN-FILE    ASSIGN TO VDARCH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RESTORE-REPORT-FILE ASSIGN TO VRSTRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-HISTORY-FILE   ASSIGN TO RUNHIST
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GL-ADJUST-FILE     ASSIGN TO GLADJ
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
      * One card per selection: the owner calc key in columns 1-8 and
      * the member id in 9-18. A blank member id selects every member
      * of the owner the archive holds. '*' in column 1 is a comment.
       FD  RESTORE-PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RESTORE-PARM-RECORD.
           05  SP-OWNER-CALC-KEY      PIC X(08).
           05  SP-MEMBER-ID           PIC X(10).
           05  FILLER                 PIC X(62).

      * The archive generation(s) to search -- see VDARCREC. Several
      * generations may be concatenated on the DD.
       FD  ARCHIVE-IN-FILE
           RECORD CONTAINS 120 CHARACTERS.
           COPY VDARCREC.

       FD  RESTORE-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  RESTORE-REPORT-LINE        PIC X(132).

      * Cross-job run history, appended once at the end of the run.
       FD  RUN-HISTORY-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY RUNHIST.

      * One record per member restored, appended for HELLO-GLFEED --
      * see GLADJREC.
       FD  GL-ADJUST-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY GLADJREC.

       WORKING-STORAGE SECTION.
      * Journal record STOREd for every restore -- see VDJRNREC.
           COPY VDJRNREC.

      * Reference entry OBTAINed by CALC for a code's description on
      * the report -- see CDREFREC.
           COPY CDREFREC.

      * Minimal record area for the V75RVIMVT owner's CALC key, same
      * arrangement as HELLO-WORLD.
       01  V75RVIMVT-RECORD.
           05  V75OWN-CALC-KEY        PIC X(08).

      * Record area for the V75RVIDET member's business fields, the
      * same 62 bytes, in the same order, as an archived member image,
      * so the image restores onto it with one group MOVE.
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
           05  WS-ARCHIVE-EOF-SW      PIC X(01) VALUE 'N'.
               88  ARCHIVE-EOF             VALUE 'Y'.
           05  WS-SET-EOF-SW          PIC X(01) VALUE 'N'.
               88  SET-END-OF-SET          VALUE 'Y'.

       01  WS-RESTORE-SWITCHES.
           05  WS-OWNER-FOUND-SW      PIC X(01) VALUE 'N'.
               88  OWNER-WAS-FOUND         VALUE 'Y'.
           05  WS-MEMBER-FOUND-SW     PIC X(01) VALUE 'N'.
               88  MEMBER-WAS-FOUND        VALUE 'Y'.

      * The selection cards, tabled at initialize. SL-HITS counts the
      * archive records each card matched, so a card the archive never
      * matched can be reported at the end.
       01  WS-SELECT-TABLE.
           05  WS-SEL-MAX             PIC 9(04) COMP VALUE 500.
           05  WS-SEL-COUNT           PIC 9(04) COMP VALUE ZERO.
           05  WS-SEL-ENTRY OCCURS 500 TIMES.
               10  SL-OWNER-CALC-KEY  PIC X(08).
               10  SL-MEMBER-ID       PIC X(10).
               10  SL-HITS            PIC 9(09) COMP.

       01  WS-WORK-FIELDS.
           05  WS-SEL-INDEX           PIC 9(04) COMP.
           05  WS-SEL-HIT-INDEX       PIC 9(04) COMP.
           05  WS-MEMBER-DB-KEY       PIC S9(08) COMP VALUE ZERO.
           05  WS-REFUSE-REASON       PIC X(40) VALUE SPACES.
           05  WS-CARDS-REJECTED      PIC 9(04) COMP VALUE ZERO.
           05  WS-OLD-DB-KEY-D        PIC 9(10) DISPLAY.
           05  WS-NEW-DB-KEY-D        PIC 9(10) DISPLAY.
           05  WS-AMT-D               PIC +9(09).99.
           05  WS-REF-LOOKUP-CODE     PIC X(04) VALUE SPACES.
           05  WS-REF-DESC            PIC X(40) VALUE SPACES.

       01  WS-RUN-TOTALS.
           05  WS-ARCHIVE-READ        PIC 9(09) COMP VALUE ZERO.
           05  WS-SELECTED-COUNT      PIC 9(09) COMP VALUE ZERO.
           05  WS-RESTORED-COUNT      PIC 9(09) COMP VALUE ZERO.
           05  WS-REFUSED-COUNT       PIC 9(09) COMP VALUE ZERO.
           05  WS-NOT-FOUND-COUNT     PIC 9(04) COMP VALUE ZERO.
           05  WS-ARCHIVE-READ-D      PIC 9(09) DISPLAY.
           05  WS-SELECTED-D          PIC 9(09) DISPLAY.
           05  WS-RESTORED-D          PIC 9(09) DISPLAY.
           05  WS-REFUSED-D           PIC 9(09) DISPLAY.
           05  WS-NOT-FOUND-D         PIC 9(04) DISPLAY.

      * Who the journal says stored the member: a fixed batch id, as
      * HELLO-VPURGE's VPRGBTCH, so a restore is as traceable -- and
      * as reversible by HELLO-VBKOUT -- as the purge it undoes.
       01  WS-RUN-IDENTITY.
           05  WS-USER-ID             PIC X(08) VALUE "VRSTBTCH".

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURRENT-DATE        PIC 9(08).
           05  WS-CURRENT-TIME        PIC 9(08).

      * Verdict of the run: 00 every selected member restored, 04 one
      * or more refused, or a card the archive held nothing for.
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
      *   0000-MAINLINE -- table the selection, then one pass of the   *
      *   archive: every record a card selects is stored back.         *
      *----------------------------------------------------------------*
       0000-MAINLINE SECTION.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 1200-READ-ARCHIVE THRU 1200-EXIT.
           PERFORM 2000-WEIGH-ONE-ARCHIVE THRU 2000-EXIT
               UNTIL ARCHIVE-EOF.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           PERFORM 8300-WRITE-RUN-HISTORY THRU 8300-EXIT.
           GO TO 9999-EXIT.
       0000-MAINLINE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   1000-INITIALIZE -- a run with no usable selection card       *
      *   abends before it touches the database, same discipline as    *
      *   HELLO-VBKOUT: a restore told nothing must restore nothing.   *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           OPEN INPUT  RESTORE-PARM-FILE
                       ARCHIVE-IN-FILE.
           OPEN OUTPUT RESTORE-REPORT-FILE.
           OPEN EXTEND GL-ADJUST-FILE.
           PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT
               UNTIL PARM-EOF.
           IF WS-SEL-COUNT = ZERO
               DISPLAY "HELLO-VRSTOR: NO VALID SELECTION CARD ON "
                       "RSTPARM - RUN ABANDONED"
               PERFORM 9850-ABEND-RUN THRU 9850-EXIT
           END-IF.
           MOVE SPACES TO RESTORE-REPORT-LINE.
           STRING "V75 VIDET MEMBER RESTORE FROM ARCHIVE - RUN "
                  WS-CURRENT-DATE " " WS-CURRENT-TIME
                  DELIMITED BY SIZE INTO RESTORE-REPORT-LINE.
           WRITE RESTORE-REPORT-LINE.
           MOVE SPACES TO RESTORE-REPORT-LINE.
           STRING "A RESTORED MEMBER KEEPS ITS ARCHIVED STATUS DATE; "
                  "HELLO-VPURGE HOLDS IT FOR THE RESTORE HOLD ON "
                  "ITS RETAIN DECK (CARD ++++)"
                  DELIMITED BY SIZE INTO RESTORE-REPORT-LINE.
           WRITE RESTORE-REPORT-LINE.
           MOVE SPACES TO RESTORE-REPORT-LINE.
           WRITE RESTORE-REPORT-LINE.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   1100-READ-PARM-CARD -- an owner calc key is required; a card *
      *   without one is said so on SYSOUT and ignored. Cards past     *
      *   WS-SEL-MAX are rejected the same way: split the selection    *
      *   deck and run again rather than restore part of it            *
      *   unannounced.                                                 *
      *----------------------------------------------------------------*
       1100-READ-PARM-CARD.
           READ RESTORE-PARM-FILE
               AT END
                   MOVE 'Y' TO WS-PARM-EOF-SW
                   GO TO 1100-EXIT
           END-READ.
           IF RESTORE-PARM-RECORD = SPACES
               OR RESTORE-PARM-RECORD (1:1) = '*'
               GO TO 1100-EXIT
           END-IF.
           IF SP-OWNER-CALC-KEY = SPACES
               DISPLAY "RSTPARM: NO OWNER ON CARD FOR MEMBER "
                       SP-MEMBER-ID " - CARD IGNORED"
               ADD 1 TO WS-CARDS-REJECTED
               MOVE 4 TO WS-RUN-RC
               GO TO 1100-EXIT
           END-IF.
           IF WS-SEL-COUNT NOT < WS-SEL-MAX
               DISPLAY "RSTPARM: TABLE FULL - OWNER " SP-OWNER-CALC-KEY
                       " MEMBER " SP-MEMBER-ID " - CARD IGNORED"
               ADD 1 TO WS-CARDS-REJECTED
               MOVE 4 TO WS-RUN-RC
               GO TO 1100-EXIT
           END-IF.
           ADD 1 TO WS-SEL-COUNT.
           MOVE SP-OWNER-CALC-KEY TO SL-OWNER-CALC-KEY (WS-SEL-COUNT).
           MOVE SP-MEMBER-ID      TO SL-MEMBER-ID (WS-SEL-COUNT).
           MOVE ZERO              TO SL-HITS (WS-SEL-COUNT).
       1100-EXIT.
           EXIT.

       1200-READ-ARCHIVE.
           READ ARCHIVE-IN-FILE
               AT END
                   MOVE 'Y' TO WS-ARCHIVE-EOF-SW
           END-READ.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   2000-WEIGH-ONE-ARCHIVE -- an archive record no card selects  *
      *   is passed over; a selected one is restored or refused.       *
      *----------------------------------------------------------------*
       2000-WEIGH-ONE-ARCHIVE.
           ADD 1 TO WS-ARCHIVE-READ.
           PERFORM 2100-FIND-SELECTION THRU 2100-EXIT.
           IF WS-SEL-HIT-INDEX = ZERO
               GO TO 2000-NEXT
           END-IF.
           ADD 1 TO SL-HITS (WS-SEL-HIT-INDEX).
           ADD 1 TO WS-SELECTED-COUNT.
           PERFORM 3000-RESTORE-ONE-MEMBER THRU 3000-EXIT.
       2000-NEXT.
           PERFORM 1200-READ-ARCHIVE THRU 1200-EXIT.
       2000-EXIT.
           EXIT.

       2100-FIND-SELECTION.
           MOVE ZERO TO WS-SEL-HIT-INDEX.
           PERFORM 2110-MATCH-ONE-SELECTION THRU 2110-EXIT
               VARYING WS-SEL-INDEX FROM 1 BY 1
               UNTIL WS-SEL-INDEX > WS-SEL-COUNT
                  OR WS-SEL-HIT-INDEX > ZERO.
       2100-EXIT.
           EXIT.

       2110-MATCH-ONE-SELECTION.
           IF SL-OWNER-CALC-KEY (WS-SEL-INDEX) = VA-OWNER-CALC-KEY
               IF SL-MEMBER-ID (WS-SEL-INDEX) = SPACES
                   OR SL-MEMBER-ID (WS-SEL-INDEX) = VA-MEMBER-ID
                   MOVE WS-SEL-INDEX TO WS-SEL-HIT-INDEX
               END-IF
           END-IF.
       2110-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   3000-RESTORE-ONE-MEMBER -- the owner by CALC, then the chain *
      *   walked for the member id, the same walk HELLO-VBKOUT makes   *
      *   before it stores an erased member again: a member id found   *
      *   is refused, not duplicated; at end of set the archived image *
      *   is STOREd, journaled as an add, written to GLADJ and         *
      *   COMMITted, one restore per unit of work. The restored        *
      *   member gets a new DB-KEY.                                    *
      *----------------------------------------------------------------*
       3000-RESTORE-ONE-MEMBER.
           PERFORM 3100-LOCATE-OWNER THRU 3100-EXIT.
           IF NOT OWNER-WAS-FOUND
               MOVE "OWNER NO LONGER ON THE DATABASE"
                   TO WS-REFUSE-REASON
               PERFORM 6100-WRITE-REFUSED-LINE THRU 6100-EXIT
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3200-LOCATE-MEMBER THRU 3200-EXIT.
           IF MEMBER-WAS-FOUND
               MOVE "MEMBER ID ALREADY ON CHAIN"
                   TO WS-REFUSE-REASON
               PERFORM 6100-WRITE-REFUSED-LINE THRU 6100-EXIT
               GO TO 3000-EXIT
           END-IF.
           MOVE VA-MEMBER-IMAGE TO V75RVIDET-RECORD.
           MOVE "V75SVIMVT-VIDET" TO DB-SET-NAME.
           STORE V75RVIDET
               ON ANY ERROR
                   PERFORM 9900-DB-ERROR THRU 9900-EXIT
           END-STORE.
           MOVE DB-KEY TO WS-MEMBER-DB-KEY.
           PERFORM 5000-JOURNAL-RESTORE THRU 5000-EXIT.
           PERFORM 5100-WRITE-GL-ADJUSTMENT THRU 5100-EXIT.
           COMMIT.
           ADD 1 TO WS-RESTORED-COUNT.
           PERFORM 6000-WRITE-RESTORED-LINE THRU 6000-EXIT.
       3000-EXIT.
           EXIT.

       3100-LOCATE-OWNER.
           MOVE 'N' TO WS-OWNER-FOUND-SW.
           MOVE "V75RVIMVT" TO DB-SET-NAME.
           MOVE VA-OWNER-CALC-KEY TO V75OWN-CALC-KEY.
           OBTAIN CALC V75RVIMVT
               ON 0326
                   CONTINUE
               ON ANY ERROR
                   PERFORM 9900-DB-ERROR THRU 9900-EXIT
           END-OBTAIN.
           IF NOT DB-END-OF-SET
               MOVE 'Y' TO WS-OWNER-FOUND-SW
           END-IF.
       3100-EXIT.
           EXIT.

       3200-LOCATE-MEMBER.
           MOVE "V75SVIMVT-VIDET" TO DB-SET-NAME.
           MOVE 'N' TO WS-MEMBER-FOUND-SW.
           MOVE 'N' TO WS-SET-EOF-SW.
           PERFORM 3250-OBTAIN-NEXT-MEMBER THRU 3250-EXIT
               UNTIL SET-END-OF-SET OR MEMBER-WAS-FOUND.
       3200-EXIT.
           EXIT.

       3250-OBTAIN-NEXT-MEMBER.
           OBTAIN NEXT V75RVIDET WITHIN V75SVIMVT-VIDET
               ON 0326
                   CONTINUE
               ON ANY ERROR
                   PERFORM 9900-DB-ERROR THRU 9900-EXIT
           END-OBTAIN.
           IF DB-END-OF-SET
               MOVE 'Y' TO WS-SET-EOF-SW
           ELSE
               IF VIDET-MEMBER-ID = VA-MEMBER-ID
                   MOVE 'Y' TO WS-MEMBER-FOUND-SW
               END-IF
           END-IF.
       3250-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   5000-JOURNAL-RESTORE -- an add entry like HELLO-VMAINT's:    *
      *   a space-filled before image, the restored member as the      *
      *   after image, under the owner (still current of               *
      *   V75SVIMVT-JRNL off 3100-LOCATE-OWNER).                       *
      *----------------------------------------------------------------*
       5000-JOURNAL-RESTORE.
           MOVE "V75SVIMVT-JRNL"    TO DB-SET-NAME.
           MOVE WS-USER-ID          TO VJ-USER-ID.
           MOVE WS-CURRENT-DATE     TO VJ-TS-DATE.
           MOVE WS-CURRENT-TIME     TO VJ-TS-TIME.
           MOVE 'A'                 TO VJ-ACTION.
           MOVE VA-OWNER-CALC-KEY   TO VJ-OWNER-CALC-KEY.
           MOVE VA-MEMBER-ID        TO VJ-MEMBER-ID.
           MOVE WS-MEMBER-DB-KEY    TO VJ-MEMBER-DB-KEY.
           MOVE SPACES              TO VJ-BEF-MEMBER-IMAGE.
           MOVE VA-MEMBER-IMAGE     TO VJ-AFT-MEMBER-IMAGE.
           STORE VIDET-JOURNAL-RECORD
               ON ANY ERROR
                   PERFORM 9900-DB-ERROR THRU 9900-EXIT
           END-STORE.
       5000-EXIT.
           EXIT.

      * The restore as HELLO-GLFEED is to see it: the member's owner,
      * its new DB-KEY, and the code and amount it came back with.
       5100-WRITE-GL-ADJUSTMENT.
           MOVE SPACES              TO GL-ADJUSTMENT-RECORD.
           MOVE 'R'                 TO GA-KIND.
           MOVE VA-OWNER-CALC-KEY   TO GA-OWNER-CALC-KEY.
           MOVE WS-MEMBER-DB-KEY    TO GA-MEMBER-DB-KEY.
           MOVE VA-MEMBER-ID        TO GA-MEMBER-ID.
           MOVE VA-CODE             TO GA-CODE.
           MOVE VA-AMOUNT           TO GA-AMOUNT.
           MOVE "HELLOVRS"          TO GA-JOB-NAME.
           MOVE WS-CURRENT-DATE     TO GA-ADJUSTED-DATE.
           MOVE WS-CURRENT-TIME     TO GA-ADJUSTED-TIME.
           WRITE GL-ADJUSTMENT-RECORD.
       5100-EXIT.
           EXIT.

       6000-WRITE-RESTORED-LINE.
           MOVE VA-CODE TO WS-REF-LOOKUP-CODE.
           PERFORM 6800-LOOKUP-CODE-REF THRU 6800-EXIT.
           MOVE VA-MEMBER-DB-KEY TO WS-OLD-DB-KEY-D.
           MOVE WS-MEMBER-DB-KEY TO WS-NEW-DB-KEY-D.
           MOVE VA-AMOUNT        TO WS-AMT-D.
           MOVE SPACES TO RESTORE-REPORT-LINE.
           STRING "RESTORED OWNER=" VA-OWNER-CALC-KEY
                  " MEMBER=" VA-MEMBER-ID
                  " CODE=" VA-CODE " " WS-REF-DESC
                  " AMOUNT=" WS-AMT-D
                  " PURGED " VA-PURGE-DATE
                  " OLD DB-KEY=" WS-OLD-DB-KEY-D
                  " NEW DB-KEY=" WS-NEW-DB-KEY-D
                  DELIMITED BY SIZE INTO RESTORE-REPORT-LINE.
           WRITE RESTORE-REPORT-LINE.
       6000-EXIT.
           EXIT.

       6100-WRITE-REFUSED-LINE.
           ADD 1 TO WS-REFUSED-COUNT.
           MOVE 4 TO WS-RUN-RC.
           MOVE VA-MEMBER-DB-KEY TO WS-OLD-DB-KEY-D.
           MOVE SPACES TO RESTORE-REPORT-LINE.
           STRING "REFUSED  OWNER=" VA-OWNER-CALC-KEY
                  " MEMBER=" VA-MEMBER-ID
                  " PURGED " VA-PURGE-DATE
                  " OLD DB-KEY=" WS-OLD-DB-KEY-D
                  " - " WS-REFUSE-REASON
                  DELIMITED BY SIZE INTO RESTORE-REPORT-LINE.
           WRITE RESTORE-REPORT-LINE.
       6100-EXIT.
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
      *   8000-TERMINATE -- every card the archive never matched is    *
      *   listed (RC 04), then the control totals.                     *
      *----------------------------------------------------------------*
       8000-TERMINATE.
           MOVE SPACES TO RESTORE-REPORT-LINE.
           WRITE RESTORE-REPORT-LINE.
           PERFORM 8100-CHECK-ONE-SELECTION THRU 8100-EXIT
               VARYING WS-SEL-INDEX FROM 1 BY 1
               UNTIL WS-SEL-INDEX > WS-SEL-COUNT.
           MOVE WS-ARCHIVE-READ    TO WS-ARCHIVE-READ-D.
           MOVE WS-SELECTED-COUNT  TO WS-SELECTED-D.
           MOVE WS-RESTORED-COUNT  TO WS-RESTORED-D.
           MOVE WS-REFUSED-COUNT   TO WS-REFUSED-D.
           MOVE WS-NOT-FOUND-COUNT TO WS-NOT-FOUND-D.
           MOVE SPACES TO RESTORE-REPORT-LINE.
           STRING "CONTROL TOTALS: ARCHIVE READ=" WS-ARCHIVE-READ-D
                  " SELECTED=" WS-SELECTED-D
                  " RESTORED=" WS-RESTORED-D
                  " REFUSED=" WS-REFUSED-D
                  " CARDS NOT IN ARCHIVE=" WS-NOT-FOUND-D
                  DELIMITED BY SIZE INTO RESTORE-REPORT-LINE.
           WRITE RESTORE-REPORT-LINE.
           CLOSE RESTORE-PARM-FILE
                 ARCHIVE-IN-FILE
                 RESTORE-REPORT-FILE
                 GL-ADJUST-FILE.
           DISPLAY "HELLO-VRSTOR: " WS-SELECTED-COUNT
                   " MEMBER(S) SELECTED, " WS-RESTORED-COUNT
                   " RESTORED, " WS-REFUSED-COUNT " REFUSED".
       8000-EXIT.
           EXIT.

       8100-CHECK-ONE-SELECTION.
           IF SL-HITS (WS-SEL-INDEX) > ZERO
               GO TO 8100-EXIT
           END-IF.
           ADD 1 TO WS-NOT-FOUND-COUNT.
           MOVE 4 TO WS-RUN-RC.
           MOVE SPACES TO RESTORE-REPORT-LINE.
           STRING "NOT IN ARCHIVE  OWNER="
                  SL-OWNER-CALC-KEY (WS-SEL-INDEX)
                  " MEMBER=" SL-MEMBER-ID (WS-SEL-INDEX)
                  DELIMITED BY SIZE INTO RESTORE-REPORT-LINE.
           WRITE RESTORE-REPORT-LINE.
       8100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   8300-WRITE-RUN-HISTORY -- one RUN-HISTORY-RECORD on the      *
      *   shared stream history (DISP=MOD). The unit of work is the    *
      *   archive record read.                                         *
      *----------------------------------------------------------------*
       8300-WRITE-RUN-HISTORY.
           OPEN EXTEND RUN-HISTORY-FILE.
           MOVE SPACES              TO RUN-HISTORY-RECORD.
           MOVE "HELLOVRS"          TO RH-JOB-NAME.
           MOVE WS-CURRENT-DATE     TO RH-START-DATE.
           MOVE WS-CURRENT-TIME     TO RH-START-TIME.
           MOVE FUNCTION CURRENT-DATE TO RH-END-TS.
           MOVE WS-RUN-RC           TO RH-RETURN-CODE.
           MOVE WS-ARCHIVE-READ     TO RH-RECORDS-PROCESSED.
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
      *   9900-DB-ERROR -- same abend discipline as HELLO-VBKOUT: an   *
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

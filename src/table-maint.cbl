      *                  EFFECTIVE DATE WAS KEYED, AND THE JOURNAL
      *                  CARRIES THE EFFECTIVE DATE AS WELL AS THE
      *                  KEYED DATE (CJ-EFF-DATE, ACTIONS P AND C).
      *   10/15/26  RSG  EVERY CODE ON THE SCREEN (THE ROW'S TWO
      *                  LEVEL-20-B COLUMNS AND BOTH LEVEL-10-C
      *                  ENTRIES) IS NOW PAINTED WITH ITS CODE
      *                  REFERENCE DESCRIPTION (SEE CDREFREC,
      *                  MAINTAINED ON V75R) BESIDE IT; A CODE WITH
      *                  NO REFERENCE ENTRY SAYS SO IN ITS
      *                  DESCRIPTION FIELD AND IS LOGGED TO THE DC
      *                  LOG UNDER THE PROGRAM'S OWN NAME.
      *
       ENVIRONMENT DIVISION.
029200 IDMS-CONTROL SECTION.                                            DCRAHMEN
           COPY CDJRNREC.
           COPY CDPNDREC.
           COPY USRAUTH.
           COPY CDREFREC.

       01  WS-MAP-NAME                PIC X(08) VALUE "V75MAP1".
       01  WS-TASK-CODE               PIC X(04) VALUE SPACES.
           05  WS-SEARCH-ROW-INDEX    PIC 9(02).
           05  WS-SAVE-ROW-INDEX      PIC 9(02).

      * Code reference lookup for the descriptions painted beside
      * each code: the code in, its description (or why there is
      * none) out. See 5000-PAINT-CODE-DESCRIPTIONS.
       01  WS-CODE-REF-FIELDS.
           05  WS-DESC-LOOKUP-CODE    PIC X(04) VALUE SPACES.
           05  WS-DESC-TEXT           PIC X(40) VALUE SPACES.
           05  WS-REF-MISSING-SW      PIC X(01) VALUE 'N'.
               88  REF-ENTRY-MISSING       VALUE 'Y'.
           05  WS-REF-ERROR-SW        PIC X(01) VALUE 'N'.
               88  REF-READ-FAILED         VALUE 'Y'.

      * Scratch/terminal-save area that carries the row number being
      * maintained and the first-time switch across pseudo-
      * conversational returns; the DC run time restores it for us
           MOVE LEVEL-10-C(1) TO MAPO-LEVEL-10-C-1.
           MOVE LEVEL-10-C(2) TO MAPO-LEVEL-10-C-2.
           MOVE ZERO TO MAPO-EFF-DATE.
           PERFORM 5000-PAINT-CODE-DESCRIPTIONS THRU 5000-EXIT.
           IF NOT CDTBL-ERROR-OCCURRED
               IF OPERATOR-CAN-UPDATE
                   MOVE
       3000-RECEIVE-AND-UPDATE.
           MAP IN WS-MAP-NAME.
           MOVE MAPI-ROW-NUMBER TO WS-ROW-NUMBER.
           MOVE MAPI-LEVEL-20-B-COL-1 TO MAPO-LEVEL-20-B-COL-1.
           MOVE MAPI-LEVEL-20-B-COL-2 TO MAPO-LEVEL-20-B-COL-2.
           MOVE MAPI-LEVEL-10-C-1     TO MAPO-LEVEL-10-C-1.
           MOVE MAPI-LEVEL-10-C-2     TO MAPO-LEVEL-10-C-2.
           IF MAPI-FUNCTION = 'C'
               IF NOT OPERATOR-CAN-UPDATE
                   MOVE "NOT AUTHORIZED FOR UPDATE" TO MAPO-MESSAGE
           MOVE WB-ROW-COUNT  TO MAPO-ROW-COUNT.
           MOVE WB-COL-COUNT  TO MAPO-COL-COUNT.
           MOVE MAPI-EFF-DATE TO MAPO-EFF-DATE.
           PERFORM 5000-PAINT-CODE-DESCRIPTIONS THRU 5000-EXIT.
           MAP OUT WS-MAP-NAME.
       3000-EXIT.
           EXIT.
       RECONCILE-SEARCH-CELL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   5000-PAINT-CODE-DESCRIPTIONS -- look each code about to be   *
      *   painted up by CALC on its code reference entry and paint     *
      *   the description beside it. Runs immediately ahead of MAP     *
      *   OUT, after every MODIFY/STORE/ERASE of this task entry, so   *
      *   the OBTAINs here never move currency off a record still to   *
      *   be updated. A code with no entry is the same cross-check     *
      *   HELLO-WORLD's VALIDATE-TABLES makes, and is logged the same  *
      *   way; a blank code paints a blank description.                *
      *----------------------------------------------------------------*
       5000-PAINT-CODE-DESCRIPTIONS.
           MOVE MAPO-LEVEL-20-B-COL-1 TO WS-DESC-LOOKUP-CODE.
           PERFORM 5100-DESCRIBE-ONE-CODE THRU 5100-EXIT.
           MOVE WS-DESC-TEXT TO MAPO-DESC-20-B-COL-1.
           MOVE MAPO-LEVEL-20-B-COL-2 TO WS-DESC-LOOKUP-CODE.
           PERFORM 5100-DESCRIBE-ONE-CODE THRU 5100-EXIT.
           MOVE WS-DESC-TEXT TO MAPO-DESC-20-B-COL-2.
           MOVE MAPO-LEVEL-10-C-1 TO WS-DESC-LOOKUP-CODE.
           PERFORM 5100-DESCRIBE-ONE-CODE THRU 5100-EXIT.
           MOVE WS-DESC-TEXT TO MAPO-DESC-10-C-1.
           MOVE MAPO-LEVEL-10-C-2 TO WS-DESC-LOOKUP-CODE.
           PERFORM 5100-DESCRIBE-ONE-CODE THRU 5100-EXIT.
           MOVE WS-DESC-TEXT TO MAPO-DESC-10-C-2.
       5000-EXIT.
           EXIT.

       5100-DESCRIBE-ONE-CODE.
           MOVE SPACES TO WS-DESC-TEXT.
           IF WS-DESC-LOOKUP-CODE = SPACES
               OR WS-DESC-LOOKUP-CODE = LOW-VALUES
               GO TO 5100-EXIT
           END-IF.
           MOVE 'N' TO WS-REF-MISSING-SW.
           MOVE 'N' TO WS-REF-ERROR-SW.
           MOVE WS-DESC-LOOKUP-CODE TO CR-CODE.
           OBTAIN CALC CODE-REF-RECORD
               ON 0326
                   MOVE 'Y' TO WS-REF-MISSING-SW
               ON ANY ERROR
                   MOVE 'Y' TO WS-REF-ERROR-SW
           END-OBTAIN.
           EVALUATE TRUE
               WHEN REF-READ-FAILED
                   MOVE "** CODE REFERENCE READ FAILED **"
                       TO WS-DESC-TEXT
               WHEN REF-ENTRY-MISSING
                   MOVE "** NO CODE REFERENCE ENTRY **"
                       TO WS-DESC-TEXT
                   DISPLAY "HELLO-MAINT: CODE "
                           WS-DESC-LOOKUP-CODE
                           " HAS NO CODE REFERENCE ENTRY"
               WHEN CR-CODE-INACTIVE
                   STRING "INACTIVE - " CR-DESCRIPTION
                          DELIMITED BY SIZE INTO WS-DESC-TEXT
               WHEN OTHER
                   MOVE CR-DESCRIPTION TO WS-DESC-TEXT
           END-EVALUATE.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   9000-PUT-SCRATCH -- save the row number and first-time       *
      *   switch for the next pseudo-conversational entry, then        *

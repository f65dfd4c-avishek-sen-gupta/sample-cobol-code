       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLO-CDREF.
       AUTHOR. R SENGUPTA.
       INSTALLATION. V75 APPLICATIONS.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED.
      *
      * MODIFICATION HISTORY
      *   10/15/26  RSG  INITIAL VERSION. TASK V75R: ONLINE
      *                  MAINTENANCE OF THE CODE REFERENCE ENTRIES
      *                  (SEE CDREFREC) -- LONG DESCRIPTION, CATEGORY
      *                  AND ACTIVE/INACTIVE STATUS PER V75 CODE --
      *                  VIA MAP V75MAP4. THE OPERATOR KEYS A CODE TO
      *                  DISPLAY ITS ENTRY, FUNCTION A TO ADD ONE, U
      *                  TO CHANGE ONE. AUTHORITY IS THE SAME USRAUTH
      *                  TABLE AND LOOKUP ORDER AS V75M (HELLO-MAINT):
      *                  VIEW-ONLY USERS CAN DISPLAY BUT NOT ADD OR
      *                  CHANGE. PSEUDO-CONVERSATIONAL, SAME
      *                  ARRANGEMENT AS HELLO-MAINT, WITH THE SAME
      *                  UPDATE-COUNT GUARD AGAINST TWO TERMINALS
      *                  CHANGING ONE ENTRY ACROSS EACH OTHER.
      *   10/15/26  RSG  EVERY ADD AND CHANGE, AND EVERY ADD OR CHANGE
      *                  A VIEW-ONLY USER IS REFUSED, NOW LEAVES A
      *                  CHANGE-JOURNAL RECORD (SEE CDRJNREC) WITH
      *                  BEFORE AND AFTER IMAGES OF THE ENTRY, STAMPED
      *                  WITH THE USER, LOGICAL TERMINAL AND DATE/TIME,
      *                  STORED UNDER CODE-TABLE-RECORD IN
      *                  V75SCDTBL-RJRN, AS HELLO-MAINT JOURNALS THE
      *                  CODE TABLE. A REFUSED ATTEMPT NO LONGER GOES
      *                  TO THE DC LOG.
      *
       ENVIRONMENT DIVISION.
029200 IDMS-CONTROL SECTION.                                            DCRAHMEN
029300                                                                  DCRAHMEN
029400 PROTOCOL. MODE IS IDMS-DC DEBUG                                  DCRAHMEN
029500           IDMS-RECORDS MANUAL.                                   DCRAHMEN
029600                                                                  DCRAHMEN
029700                                                                  DCRAHMEN
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY V75MAP4.
           COPY CDTBLREC.
           COPY CDREFREC.
           COPY CDRJNREC.
           COPY USRAUTH.

       01  WS-MAP-NAME                PIC X(08) VALUE "V75MAP4".
       01  WS-TASK-CODE               PIC X(04) VALUE SPACES.

       01  WS-FIRST-TIME-SW           PIC X(01) VALUE 'Y'.
           88  FIRST-TIME-THROUGH         VALUE 'Y'.

       01  WS-REFERENCE-SWITCHES.
           05  WS-REF-FOUND-SW        PIC X(01) VALUE 'N'.
               88  REFERENCE-WAS-FOUND     VALUE 'Y'.
           05  WS-INPUT-VALID-SW      PIC X(01) VALUE 'Y'.
               88  INPUT-IS-VALID          VALUE 'Y'.
           05  WS-CDREF-ERROR-SW      PIC X(01) VALUE 'N'.
               88  CDREF-ERROR-OCCURRED    VALUE 'Y'.

       01  WS-WORK-FIELDS.
           05  WS-CODE                PIC X(04) VALUE SPACES.
           05  WS-STATUS              PIC X(01) VALUE SPACE.
               88  WS-STATUS-VALID         VALUE 'A' 'I'.

      * The entry before this task's add or change, and after it (or
      * as keyed, on a refused attempt), for 3500-JOURNAL-REFERENCE.
       01  WS-JOURNAL-IMAGES.
           05  WS-BEF-REF-IMAGE.
               10  WS-BEF-DESCRIPTION PIC X(40).
               10  WS-BEF-CATEGORY    PIC X(10).
               10  WS-BEF-STATUS      PIC X(01).
           05  WS-AFT-REF-IMAGE.
               10  WS-AFT-DESCRIPTION PIC X(40).
               10  WS-AFT-CATEGORY    PIC X(10).
               10  WS-AFT-STATUS      PIC X(01).

      * Scratch/terminal-save area carrying the code last displayed
      * and the update count it was painted from across pseudo-
      * conversational returns, same arrangement as HELLO-MAINT's.
       01  WS-SCRATCH-AREA.
           05  SA-CODE                PIC X(04).
           05  SA-FIRST-TIME-SW       PIC X(01).
           05  SA-UPDATE-COUNT        PIC 9(09) COMP.

      * CR-UPDATE-COUNT as painted on the operator's screen (from
      * scratch) and the code it was painted for. A change keyed
      * against a different code, or against a count the record has
      * since moved past, is rejected for review.
       01  WS-UPDATE-COUNT-FIELDS.
           05  WS-SCREEN-CODE         PIC X(04) VALUE SPACES.
           05  WS-SCREEN-UPDATE-COUNT PIC 9(09) COMP VALUE ZERO.

      * Who is at the terminal and when, for the USRAUTH authority
      * check and the last-change stamp on the reference entry.
       01  WS-SIGNON-FIELDS.
           05  WS-USER-ID             PIC X(08) VALUE SPACES.
           05  WS-LTERM-ID            PIC X(08) VALUE SPACES.
           05  WS-AUTH-LEVEL          PIC X(01) VALUE 'V'.
               88  OPERATOR-CAN-UPDATE     VALUE 'U'.
           05  WS-AUTH-INDEX          PIC 9(02) COMP.
           05  WS-AUTH-LOOKUP-ID      PIC X(08) VALUE SPACES.
           05  WS-AUTH-FOUND-SW       PIC X(01) VALUE 'N'.
               88  AUTH-ENTRY-FOUND        VALUE 'Y'.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURRENT-DATE        PIC 9(08).
           05  WS-CURRENT-TIME        PIC 9(08).

       01  SUB-SCHEMA-CONTROL.
           05  DB-STATUS              PIC X(04) VALUE "0000".
               88  DB-SUCCESSFUL            VALUE "0000".
               88  DB-END-OF-SET            VALUE "0326".
           05  DB-SET-NAME            PIC X(32)
                                       VALUE "CODE-REF-RECORD".
           05  DB-KEY                 PIC S9(08) COMP VALUE ZERO.
           05  DB-ERROR-MESSAGE       PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
      *
      *----------------------------------------------------------------*
      *   0000-MAINLINE -- first entry paints the empty prompt; every  *
      *   later entry receives the keyed code and function and         *
      *   displays, adds or changes the code's reference entry.        *
      *----------------------------------------------------------------*
       0000-MAINLINE SECTION.
           MOVE 'N' TO WS-CDREF-ERROR-SW.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           ACCEPT USER ID INTO WS-USER-ID.
           ACCEPT LTERM ID INTO WS-LTERM-ID.
           PERFORM 1200-CHECK-AUTHORITY THRU 1200-EXIT.
           PERFORM 1000-GET-SCRATCH THRU 1000-EXIT.
           IF FIRST-TIME-THROUGH
               PERFORM 2000-SEND-INITIAL-MAP THRU 2000-EXIT
           ELSE
               PERFORM 3000-RECEIVE-AND-UPDATE THRU 3000-EXIT
           END-IF.
           PERFORM 9000-PUT-SCRATCH THRU 9000-EXIT.
           GO TO 9999-EXIT.
       0000-MAINLINE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   1000-GET-SCRATCH -- restore the code last displayed and the  *
      *   update count it was painted from. A terminal with nothing    *
      *   saved yet is a brand-new session.                            *
      *----------------------------------------------------------------*
       1000-GET-SCRATCH.
           MOVE LOW-VALUES TO WS-SCRATCH-AREA.
           GET SCRATCH WS-SCRATCH-AREA
               ON ANY ERROR
                   MOVE SPACES TO SA-CODE
                   MOVE 'Y' TO SA-FIRST-TIME-SW
                   MOVE ZERO TO SA-UPDATE-COUNT
           END-GET.
           MOVE SA-CODE          TO WS-SCREEN-CODE.
           MOVE SA-FIRST-TIME-SW TO WS-FIRST-TIME-SW.
           MOVE SA-UPDATE-COUNT  TO WS-SCREEN-UPDATE-COUNT.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   1200-CHECK-AUTHORITY -- the V75M rule, unchanged: the        *
      *   signed-on user id is looked up in USRAUTH first, the         *
      *   logical terminal id only when no user entry matched. First   *
      *   match wins within each pass; an id in neither column stays   *
      *   at the view-only default.                                    *
      *----------------------------------------------------------------*
       1200-CHECK-AUTHORITY.
           MOVE 'V' TO WS-AUTH-LEVEL.
           MOVE 'N' TO WS-AUTH-FOUND-SW.
           MOVE WS-USER-ID TO WS-AUTH-LOOKUP-ID.
           PERFORM 1210-MATCH-ONE-ENTRY THRU 1210-EXIT
               VARYING WS-AUTH-INDEX FROM 1 BY 1
               UNTIL WS-AUTH-INDEX > AUTH-ENTRY-COUNT
                  OR AUTH-ENTRY-FOUND.
           IF NOT AUTH-ENTRY-FOUND
               MOVE WS-LTERM-ID TO WS-AUTH-LOOKUP-ID
               PERFORM 1210-MATCH-ONE-ENTRY THRU 1210-EXIT
                   VARYING WS-AUTH-INDEX FROM 1 BY 1
                   UNTIL WS-AUTH-INDEX > AUTH-ENTRY-COUNT
                      OR AUTH-ENTRY-FOUND
           END-IF.
       1200-EXIT.
           EXIT.

       1210-MATCH-ONE-ENTRY.
           IF AU-ID (WS-AUTH-INDEX) = WS-AUTH-LOOKUP-ID
               MOVE AU-LEVEL (WS-AUTH-INDEX) TO WS-AUTH-LEVEL
               MOVE 'Y' TO WS-AUTH-FOUND-SW
           END-IF.
       1210-EXIT.
           EXIT.

       2000-SEND-INITIAL-MAP.
           PERFORM 5000-CLEAR-ENTRY-FIELDS THRU 5000-EXIT.
           MOVE SPACES TO MAP4O-CODE.
           IF OPERATOR-CAN-UPDATE
               MOVE "KEY A CODE, FUNCTION SPACE/A/U, AND PRESS ENTER"
                   TO MAP4O-MESSAGE
           ELSE
               MOVE "VIEW ONLY - KEY A CODE AND PRESS ENTER"
                   TO MAP4O-MESSAGE
           END-IF.
           MAP OUT WS-MAP-NAME.
           MOVE 'N' TO WS-FIRST-TIME-SW.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   3000-RECEIVE-AND-UPDATE -- function space displays the       *
      *   keyed code's entry, A adds one, U changes the one on the     *
      *   screen. Add and change need update authority; a view-only    *
      *   attempt is refused and journaled. Whatever happened, the     *
      *   screen is repainted with the outcome on the message line.    *
      *----------------------------------------------------------------*
       3000-RECEIVE-AND-UPDATE.
           MAP IN WS-MAP-NAME.
           MOVE MAP4I-CODE TO WS-CODE.
           MOVE MAP4I-CODE        TO MAP4O-CODE.
           MOVE MAP4I-DESCRIPTION TO MAP4O-DESCRIPTION.
           MOVE MAP4I-CATEGORY    TO MAP4O-CATEGORY.
           MOVE MAP4I-STATUS      TO MAP4O-STATUS.
           MOVE SPACES            TO MAP4O-LAST-CHANGE.
           IF WS-CODE = SPACES
               PERFORM 5000-CLEAR-ENTRY-FIELDS THRU 5000-EXIT
               MOVE "KEY A CODE AND PRESS ENTER" TO MAP4O-MESSAGE
               GO TO 3000-PAINT
           END-IF.
           IF MAP4I-FUNCTION NOT = SPACE
               AND MAP4I-FUNCTION NOT = 'A'
               AND MAP4I-FUNCTION NOT = 'U'
               MOVE "INVALID FUNCTION - SPACE, A OR U"
                   TO MAP4O-MESSAGE
               GO TO 3000-PAINT
           END-IF.
           IF MAP4I-FUNCTION = SPACE
               PERFORM 3100-DISPLAY-REFERENCE THRU 3100-EXIT
               GO TO 3000-PAINT
           END-IF.
           IF NOT OPERATOR-CAN-UPDATE
               MOVE "NOT AUTHORIZED FOR UPDATE" TO MAP4O-MESSAGE
               PERFORM 3160-LOG-REJECTED-ATTEMPT THRU 3160-EXIT
               GO TO 3000-PAINT
           END-IF.
           PERFORM 3200-VALIDATE-INPUT THRU 3200-EXIT.
           IF NOT INPUT-IS-VALID
               GO TO 3000-PAINT
           END-IF.
           IF MAP4I-FUNCTION = 'A'
               PERFORM 3300-ADD-REFERENCE THRU 3300-EXIT
           ELSE
               PERFORM 3400-CHANGE-REFERENCE THRU 3400-EXIT
           END-IF.
       3000-PAINT.
           MAP OUT WS-MAP-NAME.
       3000-EXIT.
           EXIT.

       3100-DISPLAY-REFERENCE.
           PERFORM 3150-OBTAIN-REFERENCE THRU 3150-EXIT.
           IF CDREF-ERROR-OCCURRED
               GO TO 3100-EXIT
           END-IF.
           IF REFERENCE-WAS-FOUND
               PERFORM 3180-PAINT-FROM-RECORD THRU 3180-EXIT
               IF OPERATOR-CAN-UPDATE
                   MOVE "ENTRY DISPLAYED - FUNCTION U TO CHANGE IT"
                       TO MAP4O-MESSAGE
               ELSE
                   MOVE "ENTRY DISPLAYED" TO MAP4O-MESSAGE
               END-IF
           ELSE
               PERFORM 5000-CLEAR-ENTRY-FIELDS THRU 5000-EXIT
               MOVE WS-CODE TO WS-SCREEN-CODE
               MOVE ZERO TO WS-SCREEN-UPDATE-COUNT
               MOVE "NO REFERENCE ENTRY FOR THIS CODE - FUNCTION A"
                   TO MAP4O-MESSAGE
           END-IF.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   3150-OBTAIN-REFERENCE -- OBTAIN the keyed code's entry by    *
      *   CALC key. Not on file is an answer, not an error; anything   *
      *   else is reported on the message line.                        *
      *----------------------------------------------------------------*
       3150-OBTAIN-REFERENCE.
           MOVE 'N' TO WS-REF-FOUND-SW.
           MOVE "CODE-REF-RECORD" TO DB-SET-NAME.
           MOVE WS-CODE TO CR-CODE.
           OBTAIN CALC CODE-REF-RECORD
               ON 0326
                   CONTINUE
               ON ANY ERROR
                   PERFORM 9900-DB-ERROR THRU 9900-EXIT
           END-OBTAIN.
           IF NOT CDREF-ERROR-OCCURRED
               AND NOT DB-END-OF-SET
               MOVE 'Y' TO WS-REF-FOUND-SW
           END-IF.
       3150-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   3160-LOG-REJECTED-ATTEMPT -- a view-only user keyed an add   *
      *   or change. Nothing was applied, so the before image is the   *
      *   entry as it stands (spaces when there is none) and the       *
      *   after image what was keyed; what matters on the journal is   *
      *   who tried, where, and when, under RJ-ACTION X.               *
      *----------------------------------------------------------------*
       3160-LOG-REJECTED-ATTEMPT.
           PERFORM 3150-OBTAIN-REFERENCE THRU 3150-EXIT.
           IF CDREF-ERROR-OCCURRED
               GO TO 3160-EXIT
           END-IF.
           MOVE SPACES TO WS-BEF-REF-IMAGE.
           IF REFERENCE-WAS-FOUND
               PERFORM 3470-CAPTURE-BEFORE-IMAGE THRU 3470-EXIT
           END-IF.
           MOVE MAP4I-DESCRIPTION TO WS-AFT-DESCRIPTION.
           MOVE MAP4I-CATEGORY    TO WS-AFT-CATEGORY.
           MOVE MAP4I-STATUS      TO WS-AFT-STATUS.
           MOVE 'X' TO RJ-ACTION.
           PERFORM 3500-JOURNAL-REFERENCE THRU 3500-EXIT.
       3160-EXIT.
           EXIT.

      * Paint the entry as it stands on the database, and remember
      * the count it was painted from for the next entry's change.
       3180-PAINT-FROM-RECORD.
           MOVE CR-CODE         TO MAP4O-CODE.
           MOVE CR-DESCRIPTION  TO MAP4O-DESCRIPTION.
           MOVE CR-CATEGORY     TO MAP4O-CATEGORY.
           MOVE CR-STATUS       TO MAP4O-STATUS.
           MOVE SPACES TO MAP4O-LAST-CHANGE.
           STRING "LAST CHANGED " CR-TS-DATE " " CR-TS-TIME
                  " BY " CR-USER-ID " AT " CR-LTERM-ID
                  DELIMITED BY SIZE INTO MAP4O-LAST-CHANGE.
           MOVE CR-CODE         TO WS-SCREEN-CODE.
           MOVE CR-UPDATE-COUNT TO WS-SCREEN-UPDATE-COUNT.
       3180-EXIT.
           EXIT.

      * A description is required on an add and a change; status
      * is A or I, and a blank status means active on an add and
      * "leave as it is" on a change (3400 fills it in).
       3200-VALIDATE-INPUT.
           MOVE 'Y' TO WS-INPUT-VALID-SW.
           MOVE MAP4I-STATUS TO WS-STATUS.
           IF WS-STATUS = SPACE AND MAP4I-FUNCTION = 'A'
               MOVE 'A' TO WS-STATUS
           END-IF.
           IF MAP4I-DESCRIPTION = SPACES
               MOVE 'N' TO WS-INPUT-VALID-SW
               MOVE "DESCRIPTION IS REQUIRED" TO MAP4O-MESSAGE
               GO TO 3200-EXIT
           END-IF.
           IF WS-STATUS NOT = SPACE
               AND NOT WS-STATUS-VALID
               MOVE 'N' TO WS-INPUT-VALID-SW
               MOVE "STATUS MUST BE A (ACTIVE) OR I (INACTIVE)"
                   TO MAP4O-MESSAGE
           END-IF.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   3300-ADD-REFERENCE -- a code may only have one entry. The    *
      *   new entry is STOREd under the code table (V75SCDTBL-REF is   *
      *   sorted on the code), so the code table is OBTAINed first to  *
      *   make it current owner of the set.                            *
      *----------------------------------------------------------------*
       3300-ADD-REFERENCE.
           PERFORM 3150-OBTAIN-REFERENCE THRU 3150-EXIT.
           IF CDREF-ERROR-OCCURRED
               GO TO 3300-EXIT
           END-IF.
           IF REFERENCE-WAS-FOUND
               PERFORM 3180-PAINT-FROM-RECORD THRU 3180-EXIT
               MOVE "CODE ALREADY HAS AN ENTRY - FUNCTION U TO CHANGE"
                   TO MAP4O-MESSAGE
               GO TO 3300-EXIT
           END-IF.
           MOVE "CODE-TABLE-RECORD" TO DB-SET-NAME.
           MOVE CDTBL-CALC-KEY-VALUE TO CT-CALC-KEY.
           OBTAIN CALC CODE-TABLE-RECORD
               ON ANY ERROR
                   PERFORM 9900-DB-ERROR THRU 9900-EXIT
           END-OBTAIN.
           IF CDREF-ERROR-OCCURRED
               GO TO 3300-EXIT
           END-IF.
           MOVE SPACES            TO WS-BEF-REF-IMAGE.
           MOVE SPACES            TO CODE-REF-RECORD.
           MOVE WS-CODE           TO CR-CODE.
           MOVE MAP4I-DESCRIPTION TO CR-DESCRIPTION.
           MOVE MAP4I-CATEGORY    TO CR-CATEGORY.
           MOVE WS-STATUS         TO CR-STATUS.
           MOVE ZERO              TO CR-UPDATE-COUNT.
           PERFORM 3450-STAMP-LAST-CHANGE THRU 3450-EXIT.
           MOVE "V75SCDTBL-REF" TO DB-SET-NAME.
           STORE CODE-REF-RECORD
               ON ANY ERROR
                   PERFORM 9900-DB-ERROR THRU 9900-EXIT
           END-STORE.
           IF NOT CDREF-ERROR-OCCURRED
               PERFORM 3180-PAINT-FROM-RECORD THRU 3180-EXIT
               MOVE "REFERENCE ENTRY ADDED" TO MAP4O-MESSAGE
               PERFORM 3480-CAPTURE-AFTER-IMAGE THRU 3480-EXIT
               MOVE 'A' TO RJ-ACTION
               PERFORM 3500-JOURNAL-REFERENCE THRU 3500-EXIT
           END-IF.
       3300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   3400-CHANGE-REFERENCE -- the change must be keyed against    *
      *   the entry this terminal last displayed, at the update count  *
      *   it was displayed with; otherwise the operator is shown the   *
      *   entry as it stands now and asked to re-key, instead of       *
      *   silently overwriting another terminal's change.              *
      *----------------------------------------------------------------*
       3400-CHANGE-REFERENCE.
           PERFORM 3150-OBTAIN-REFERENCE THRU 3150-EXIT.
           IF CDREF-ERROR-OCCURRED
               GO TO 3400-EXIT
           END-IF.
           IF NOT REFERENCE-WAS-FOUND
               MOVE "NO REFERENCE ENTRY FOR THIS CODE - FUNCTION A"
                   TO MAP4O-MESSAGE
               GO TO 3400-EXIT
           END-IF.
           IF WS-CODE NOT = WS-SCREEN-CODE
               PERFORM 3180-PAINT-FROM-RECORD THRU 3180-EXIT
               MOVE "ENTRY DISPLAYED - REVIEW, THEN KEY THE CHANGE"
                   TO MAP4O-MESSAGE
               GO TO 3400-EXIT
           END-IF.
           IF CR-UPDATE-COUNT NOT = WS-SCREEN-UPDATE-COUNT
               PERFORM 3180-PAINT-FROM-RECORD THRU 3180-EXIT
               MOVE
           "ENTRY CHANGED BY ANOTHER USER - REVIEW AND RE-KEY"
                   TO MAP4O-MESSAGE
               GO TO 3400-EXIT
           END-IF.
           IF WS-STATUS = SPACE
               MOVE CR-STATUS TO WS-STATUS
           END-IF.
           PERFORM 3470-CAPTURE-BEFORE-IMAGE THRU 3470-EXIT.
           MOVE MAP4I-DESCRIPTION TO CR-DESCRIPTION.
           MOVE MAP4I-CATEGORY    TO CR-CATEGORY.
           MOVE WS-STATUS         TO CR-STATUS.
           ADD 1 TO CR-UPDATE-COUNT.
           PERFORM 3450-STAMP-LAST-CHANGE THRU 3450-EXIT.
           MODIFY CODE-REF-RECORD
               ON ANY ERROR
                   PERFORM 9900-DB-ERROR THRU 9900-EXIT
           END-MODIFY.
           IF NOT CDREF-ERROR-OCCURRED
               PERFORM 3180-PAINT-FROM-RECORD THRU 3180-EXIT
               MOVE "REFERENCE ENTRY UPDATED" TO MAP4O-MESSAGE
               PERFORM 3480-CAPTURE-AFTER-IMAGE THRU 3480-EXIT
               MOVE 'C' TO RJ-ACTION
               PERFORM 3500-JOURNAL-REFERENCE THRU 3500-EXIT
           END-IF.
       3400-EXIT.
           EXIT.

       3450-STAMP-LAST-CHANGE.
           MOVE WS-USER-ID      TO CR-USER-ID.
           MOVE WS-LTERM-ID     TO CR-LTERM-ID.
           MOVE WS-CURRENT-DATE TO CR-TS-DATE.
           MOVE WS-CURRENT-TIME TO CR-TS-TIME.
       3450-EXIT.
           EXIT.

       3470-CAPTURE-BEFORE-IMAGE.
           MOVE CR-DESCRIPTION TO WS-BEF-DESCRIPTION.
           MOVE CR-CATEGORY    TO WS-BEF-CATEGORY.
           MOVE CR-STATUS      TO WS-BEF-STATUS.
       3470-EXIT.
           EXIT.

       3480-CAPTURE-AFTER-IMAGE.
           MOVE CR-DESCRIPTION TO WS-AFT-DESCRIPTION.
           MOVE CR-CATEGORY    TO WS-AFT-CATEGORY.
           MOVE CR-STATUS      TO WS-AFT-STATUS.
       3480-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   3500-JOURNAL-REFERENCE -- STORE one CODE-REF-JOURNAL-RECORD  *
      *   under the code table, which is OBTAINed here to make it      *
      *   current owner of V75SCDTBL-RJRN: the images the caller       *
      *   captured, stamped with who keyed it, where, and when.        *
      *   RJ-ACTION is set by the caller. Called after the MODIFY or   *
      *   STORE of the entry, never between its OBTAIN and MODIFY. A   *
      *   journal failure does not undo the change -- the operator is  *
      *   told the trail is short one entry, as on V75M.               *
      *----------------------------------------------------------------*
       3500-JOURNAL-REFERENCE.
           MOVE WS-USER-ID        TO RJ-USER-ID.
           MOVE WS-LTERM-ID       TO RJ-LTERM-ID.
           MOVE WS-CURRENT-DATE   TO RJ-TS-DATE.
           MOVE WS-CURRENT-TIME   TO RJ-TS-TIME.
           MOVE WS-CODE           TO RJ-CODE.
           MOVE MAP4I-FUNCTION    TO RJ-FUNCTION.
           MOVE WS-BEF-REF-IMAGE  TO RJ-BEFORE-IMAGE.
           MOVE WS-AFT-REF-IMAGE  TO RJ-AFTER-IMAGE.
           MOVE "CODE-TABLE-RECORD" TO DB-SET-NAME.
           MOVE CDTBL-CALC-KEY-VALUE TO CT-CALC-KEY.
           OBTAIN CALC CODE-TABLE-RECORD
               ON ANY ERROR
                   MOVE "JOURNAL WRITE FAILED - TRAIL SHORT ONE ENTRY"
                       TO MAP4O-MESSAGE
                   MOVE 'Y' TO WS-CDREF-ERROR-SW
           END-OBTAIN.
           IF CDREF-ERROR-OCCURRED
               GO TO 3500-EXIT
           END-IF.
           MOVE "V75SCDTBL-RJRN" TO DB-SET-NAME.
           STORE CODE-REF-JOURNAL-RECORD
               ON ANY ERROR
                   MOVE "JOURNAL WRITE FAILED - TRAIL SHORT ONE ENTRY"
                       TO MAP4O-MESSAGE
                   MOVE 'Y' TO WS-CDREF-ERROR-SW
           END-STORE.
       3500-EXIT.
           EXIT.

       5000-CLEAR-ENTRY-FIELDS.
           MOVE SPACES TO MAP4O-DESCRIPTION.
           MOVE SPACES TO MAP4O-CATEGORY.
           MOVE SPACES TO MAP4O-STATUS.
           MOVE SPACES TO MAP4O-LAST-CHANGE.
           MOVE SPACES TO MAP4O-MESSAGE.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   9000-PUT-SCRATCH -- save the code on the screen and the      *
      *   count it was painted from for the next pseudo-               *
      *   conversational entry, then return control to IDMS-DC.        *
      *----------------------------------------------------------------*
       9000-PUT-SCRATCH.
           MOVE WS-SCREEN-CODE         TO SA-CODE.
           MOVE WS-FIRST-TIME-SW       TO SA-FIRST-TIME-SW.
           MOVE WS-SCREEN-UPDATE-COUNT TO SA-UPDATE-COUNT.
           PUT SCRATCH WS-SCRATCH-AREA.
           MOVE "V75R" TO WS-TASK-CODE.
           TASK RETURN CODE IS WS-TASK-CODE.
       9000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   9900-DB-ERROR -- a bad status on a maintenance screen is     *
      *   reported on the message line and nothing further is          *
      *   applied on this entry; the task still returns normally so    *
      *   the operator keeps the screen.                               *
      *----------------------------------------------------------------*
       9900-DB-ERROR.
           MOVE 'Y' TO WS-CDREF-ERROR-SW.
           MOVE SPACES TO DB-ERROR-MESSAGE.
           STRING "IDMS DML ERROR - " DB-SET-NAME
                  " STATUS=" DB-STATUS
                  DELIMITED BY SIZE INTO DB-ERROR-MESSAGE.
           MOVE DB-ERROR-MESSAGE TO MAP4O-MESSAGE.
       9900-EXIT.
           EXIT.

       9999-EXIT.
           GOBACK.

      *                  FETCHED FRESH FROM THE OWNER'S OBTAIN CALC,
      *                  SO "IS MEMBER X ON THE CHAIN YET?" NO
      *                  LONGER WAITS FOR TOMORROW'S VIDETRPT.
      *   10/15/26  RSG  EACH MEMBER LINE IS FOLLOWED BY A SECOND
      *                  LINE GIVING THE MEMBER'S CODE WITH ITS CODE
      *                  REFERENCE DESCRIPTION AND CATEGORY (OBTAIN
      *                  CALC CODE-REF-RECORD), OR INACTIVE / NO CODE
      *                  REFERENCE ENTRY WHERE THAT APPLIES.
      *
       ENVIRONMENT DIVISION.
029200 IDMS-CONTROL SECTION.                                            DCRAHMEN
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY V75MAP3.
           COPY CDREFREC.

       01  WS-MAP-NAME                PIC X(08) VALUE "V75MAP3".
       01  WS-TASK-CODE               PIC X(04) VALUE SPACES.
                                       SEPARATE.
           05  WS-AMT-D               PIC +9(09).99.
           05  WS-DATE-D              PIC 9(08) DISPLAY.
           05  WS-REF-STATUS-TEXT     PIC X(08) VALUE SPACES.

      * Scratch/terminal-save area carrying the browsed owner and the
      * page the operator is on across pseudo-conversational returns,
                  " " WS-QTY-D " " WS-AMT-D " " WS-DATE-D
                  DELIMITED BY SIZE
                  INTO MAP3O-LINE (WS-LINE-INDEX).
           PERFORM 4260-FORMAT-DESC-LINE THRU 4260-EXIT.
       4250-EXIT.
           EXIT.

      * The reference lookup is by CALC; CODE-REF-RECORD is not a
      * member of V75SVIMVT-VIDET, so the chain's currency -- and the
      * next OBTAIN NEXT -- are left where they were.
       4260-FORMAT-DESC-LINE.
           MOVE SPACES TO MAP3O-DESC-LINE (WS-LINE-INDEX).
           MOVE SPACES TO WS-REF-STATUS-TEXT.
           MOVE VIDET-CODE TO CR-CODE.
           MOVE "CODE-REF-RECORD" TO DB-SET-NAME.
           OBTAIN CALC CODE-REF-RECORD
               ON 0326
                   CONTINUE
               ON ANY ERROR
                   PERFORM 9900-DB-ERROR THRU 9900-EXIT
           END-OBTAIN.
           MOVE "V75SVIMVT-VIDET" TO DB-SET-NAME.
           IF DB-END-OF-SET
               STRING "      CODE " VIDET-CODE
                      ": NO CODE REFERENCE ENTRY"
                      DELIMITED BY SIZE
                      INTO MAP3O-DESC-LINE (WS-LINE-INDEX)
               GO TO 4260-EXIT
           END-IF.
           IF CR-CODE-INACTIVE
               MOVE "INACTIVE" TO WS-REF-STATUS-TEXT
           END-IF.
           STRING "      CODE " VIDET-CODE ": " CR-DESCRIPTION
                  " " CR-CATEGORY " " WS-REF-STATUS-TEXT
                  DELIMITED BY SIZE
                  INTO MAP3O-DESC-LINE (WS-LINE-INDEX).
       4260-EXIT.
           EXIT.

      * One OBTAIN past the page tells us whether PF8 has anywhere to
      * go; the member read here is not shown and the next page's
      * fetch re-walks from the owner, so nothing is skipped.

       5100-CLEAR-ONE-LINE.
           MOVE SPACES TO MAP3O-LINE (WS-LINE-INDEX).
           MOVE SPACES TO MAP3O-DESC-LINE (WS-LINE-INDEX).
       5100-EXIT.
           EXIT.


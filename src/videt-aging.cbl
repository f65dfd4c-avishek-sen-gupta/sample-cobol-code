       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLO-VAGING.
       AUTHOR. R SENGUPTA.
       INSTALLATION. V75 APPLICATIONS.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED.
      *
      * MODIFICATION HISTORY
      *   10/15/26  RSG  INITIAL VERSION. STATUS-DATE AGING REPORT OFF
      *                  THE NIGHTLY DETAIL EXTRACT (VIDETEXT, LAYOUT
      *                  VDETEXTR). EVERY MEMBER IS AGED BY DAYS FROM
      *                  DX-STATUS-DATE TO THE RUN DATE AND BUCKETED
      *                  0-30, 31-90, 91-180, 181-365 AND OVER A YEAR,
      *                  WITH MEMBER COUNT, QUANTITY AND AMOUNT PER
      *                  BUCKET FOR EACH OWNER AND FOR THE FILE. EVERY
      *                  MEMBER OLDER THAN THE THRESHOLD ON AGEPARM
      *                  (DEFAULT 365 DAYS) IS LISTED UNDER ITS OWNER;
      *                  A STATUS DATE THAT IS NOT A CALENDAR DATE OR
      *                  IS AFTER THE RUN DATE IS LISTED AS AN
      *                  EXCEPTION AND KEPT OUT OF THE BUCKETS. REPORT
      *                  ON AGERPT; RC 04 WHEN THERE ARE EXCEPTIONS.
      *                  REPLACES THE QUARTERLY SPREADSHEET FINANCE
      *                  BUILT BY HAND FROM VIDETEXT.
      *   10/15/26  RSG  APPENDS A RUN-HISTORY-RECORD (JOB HELLOAGE) TO
      *                  RUNHIST AT THE END OF THE RUN.
      *   10/15/26  RSG  AGED AND EXCEPTION LINES ARE NOW LAID OUT IN
      *                  COLUMNS UNDER A HEADING PER OWNER, WITH THE
      *                  CODE'S DESCRIPTION BESIDE THE CODE FROM
      *                  TONIGHT'S CODE REFERENCE ENTRIES ON CDREF
      *                  (SEE CDREFEXT), TABLED AT 1000-INITIALIZE.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRACT-IN-FILE    ASSIGN TO VIDETEXT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AGING-PARM-FILE    ASSIGN TO AGEPARM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AGING-REPORT-FILE  ASSIGN TO AGERPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-HISTORY-FILE   ASSIGN TO RUNHIST
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CODE-REF-FILE      ASSIGN TO CDREF
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-IN-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY VDETEXTR.

      * Keyword cards, same layout as HELLOWLD's PARMIN: keyword in
      * columns 1-10, value in 11-15, '*' in column 1 for a comment.
      * THRESHOLD nnnnn -- list every member older than nnnnn days.
       FD  AGING-PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  AGING-PARM-RECORD.
           05  PM-KEYWORD             PIC X(10).
           05  PM-VALUE-X             PIC X(05).
           05  PM-VALUE REDEFINES PM-VALUE-X
                                      PIC 9(05).
           05  FILLER                 PIC X(65).

       FD  AGING-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  AGING-REPORT-LINE          PIC X(132).

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
           05  WS-EXTRACT-EOF-SW      PIC X(01) VALUE 'N'.
               88  EXTRACT-EOF             VALUE 'Y'.
           05  WS-PARM-EOF-SW         PIC X(01) VALUE 'N'.
               88  PARM-EOF                VALUE 'Y'.
           05  WS-CDREF-EOF-SW        PIC X(01) VALUE 'N'.
               88  CODE-REF-EOF            VALUE 'Y'.

       01  WS-AGING-SWITCHES.
           05  WS-DATE-VALID-SW       PIC X(01) VALUE 'Y'.
               88  STATUS-DATE-VALID       VALUE 'Y'.
           05  WS-FIRST-OWNER-SW      PIC X(01) VALUE 'Y'.
               88  FIRST-OWNER             VALUE 'Y'.

       01  PRM-OVERRIDES.
           05  PRM-THRESHOLD-DAYS     PIC 9(05) VALUE 365.

      * Upper bound in days of each bucket, oldest last; a member
      * falls in the first bucket whose bound it does not exceed.
       01  WS-BUCKET-BOUND-VALUES.
           05  FILLER                 PIC 9(05) VALUE 30.
           05  FILLER                 PIC 9(05) VALUE 90.
           05  FILLER                 PIC 9(05) VALUE 180.
           05  FILLER                 PIC 9(05) VALUE 365.
           05  FILLER                 PIC 9(05) VALUE 99999.
       01  WS-BUCKET-BOUNDS REDEFINES WS-BUCKET-BOUND-VALUES.
           05  WS-BUCKET-BOUND        PIC 9(05) OCCURS 5 TIMES.

       01  WS-BUCKET-LABEL-VALUES.
           05  FILLER                 PIC X(14) VALUE "0-30 DAYS".
           05  FILLER                 PIC X(14) VALUE "31-90 DAYS".
           05  FILLER                 PIC X(14) VALUE "91-180 DAYS".
           05  FILLER                 PIC X(14) VALUE "181-365 DAYS".
           05  FILLER                 PIC X(14) VALUE "OVER A YEAR".
       01  WS-BUCKET-LABELS REDEFINES WS-BUCKET-LABEL-VALUES.
           05  WS-BUCKET-LABEL        PIC X(14) OCCURS 5 TIMES.

      * Days in each month of an ordinary year.
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

      * Code descriptions off CDREF, for the aged and exception lines.
      * A code past WS-REF-MAX, or with no entry, prints as having
      * none.
       01  WS-REF-TABLE.
           05  WS-REF-MAX             PIC 9(04) COMP VALUE 999.
           05  WS-REF-COUNT           PIC 9(04) COMP VALUE ZERO.
           05  WS-REF-ENTRY OCCURS 999 TIMES.
               10  RF-CODE            PIC X(04).
               10  RF-DESCRIPTION     PIC X(40).

      * Bucket accumulators for the owner in hand and for the file.
       01  WS-OWNER-BUCKETS.
           05  WS-OWN-BUCKET OCCURS 5 TIMES.
               10  OB-MEMBERS         PIC 9(09) COMP.
               10  OB-QUANTITY        PIC S9(11) COMP-3.
               10  OB-AMOUNT          PIC S9(13)V99 COMP-3.

       01  WS-GRAND-BUCKETS.
           05  WS-GRD-BUCKET OCCURS 5 TIMES.
               10  GB-MEMBERS         PIC 9(09) COMP.
               10  GB-QUANTITY        PIC S9(11) COMP-3.
               10  GB-AMOUNT          PIC S9(13)V99 COMP-3.

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
           05  WS-STATUS-DAY-NUMBER   PIC S9(09) COMP.
           05  WS-AGE-DAYS            PIC S9(09) COMP.

       01  WS-WORK-FIELDS.
           05  WS-OWNER-CALC-KEY      PIC X(08) VALUE SPACES.
           05  WS-BUCKET-INDEX        PIC 9(04) COMP.
           05  WS-BUCKET-HIT-INDEX    PIC 9(04) COMP.
           05  WS-EXCEPTION-REASON    PIC X(24) VALUE SPACES.
           05  WS-MEMBERS-D           PIC 9(09) DISPLAY.
           05  WS-AGE-D               PIC 9(05) DISPLAY.
           05  WS-QTY-D               PIC S9(11) SIGN LEADING
                                       SEPARATE.
           05  WS-AMT-D               PIC +9(13).99.
           05  WS-THRESHOLD-D         PIC 9(05) DISPLAY.
           05  WS-REF-INDEX           PIC 9(04) COMP.
           05  WS-REF-HIT-INDEX       PIC 9(04) COMP.
           05  WS-REF-LOOKUP-CODE     PIC X(04).
           05  WS-REF-DESC            PIC X(40).

       01  WS-FILE-TOTALS.
           05  WS-EXT-RECORDS         PIC 9(09) COMP VALUE ZERO.
           05  WS-OWNER-COUNT         PIC 9(04) COMP VALUE ZERO.
           05  WS-PAST-THRESHOLD      PIC 9(09) COMP VALUE ZERO.
           05  WS-EXCEPTION-COUNT     PIC 9(09) COMP VALUE ZERO.
           05  WS-OWN-EXCEPTIONS      PIC 9(09) COMP VALUE ZERO.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURRENT-DATE        PIC 9(08).
           05  WS-CURRENT-TIME        PIC 9(08).

      * Verdict: 00 clean, 04 one or more members with a status date
      * that is in the future or not a date at all.
       01  RC-CONTROL.
           05  WS-RUN-RC              PIC 9(02) COMP VALUE ZERO.

       PROCEDURE DIVISION.
      *
      *----------------------------------------------------------------*
      *   0000-MAINLINE -- one pass of the extract, which HELLO-WORLD  *
      *   writes owner by owner: detail and exception lines as each    *
      *   member is aged, the owner's buckets at each owner break,     *
      *   the file's buckets at the end.                               *
      *----------------------------------------------------------------*
       0000-MAINLINE SECTION.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-AGE-ONE-MEMBER THRU 2000-EXIT
               UNTIL EXTRACT-EOF.
           IF NOT FIRST-OWNER
               PERFORM 4000-OWNER-BREAK THRU 4000-EXIT
           END-IF.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           PERFORM 8300-WRITE-RUN-HISTORY THRU 8300-EXIT.
           GO TO 9999-EXIT.
       0000-MAINLINE-EXIT.
           EXIT.

       1000-INITIALIZE.
           OPEN INPUT  EXTRACT-IN-FILE
                       AGING-PARM-FILE
                       CODE-REF-FILE.
           OPEN OUTPUT AGING-REPORT-FILE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           COMPUTE WS-RUN-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE).
           PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT
               UNTIL PARM-EOF.
           CLOSE AGING-PARM-FILE.
           PERFORM 1300-LOAD-CODE-REF THRU 1300-EXIT
               UNTIL CODE-REF-EOF.
           CLOSE CODE-REF-FILE.
           INITIALIZE WS-GRAND-BUCKETS.
           MOVE PRM-THRESHOLD-DAYS TO WS-THRESHOLD-D.
           MOVE SPACES TO AGING-REPORT-LINE.
           STRING "V75 VIDET STATUS-DATE AGING AS OF "
                  WS-CURRENT-DATE
                  " - MEMBERS OVER " WS-THRESHOLD-D
                  " DAYS LISTED"
                  DELIMITED BY SIZE INTO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           MOVE SPACES TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           PERFORM 1200-READ-EXTRACT THRU 1200-EXIT.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   1100-READ-PARM-CARD -- THRESHOLD is the only keyword. A      *
      *   non-numeric value or unknown keyword is said so on SYSOUT    *
      *   and ignored, as HELLOWLD treats its PARMIN.                  *
      *----------------------------------------------------------------*
       1100-READ-PARM-CARD.
           READ AGING-PARM-FILE
               AT END
                   MOVE 'Y' TO WS-PARM-EOF-SW
                   GO TO 1100-EXIT
           END-READ.
           IF PM-KEYWORD = SPACES
               OR AGING-PARM-RECORD (1:1) = '*'
               GO TO 1100-EXIT
           END-IF.
           IF PM-KEYWORD NOT = "THRESHOLD "
               DISPLAY "AGEPARM: UNKNOWN KEYWORD " PM-KEYWORD
                       " CARD IGNORED"
               GO TO 1100-EXIT
           END-IF.
           IF PM-VALUE-X NOT NUMERIC
               DISPLAY "AGEPARM: NON-NUMERIC VALUE ON " PM-KEYWORD
                       " CARD IGNORED"
               GO TO 1100-EXIT
           END-IF.
           MOVE PM-VALUE TO PRM-THRESHOLD-DAYS.
       1100-EXIT.
           EXIT.

       1200-READ-EXTRACT.
           READ EXTRACT-IN-FILE
               AT END
                   MOVE 'Y' TO WS-EXTRACT-EOF-SW
           END-READ.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   1300-LOAD-CODE-REF -- one CDREF record per code, in code     *
      *   order as HELLO-WORLD wrote them. A full table is displayed   *
      *   and the rest of the codes print without a description.       *
      *----------------------------------------------------------------*
       1300-LOAD-CODE-REF.
           READ CODE-REF-FILE
               AT END
                   MOVE 'Y' TO WS-CDREF-EOF-SW
                   GO TO 1300-EXIT
           END-READ.
           IF WS-REF-COUNT < WS-REF-MAX
               ADD 1 TO WS-REF-COUNT
               MOVE CX-CODE        TO RF-CODE (WS-REF-COUNT)
               MOVE CX-DESCRIPTION TO RF-DESCRIPTION (WS-REF-COUNT)
           ELSE
               DISPLAY "CDREF: TABLE FULL - CODE " CX-CODE
                       " WILL PRINT WITHOUT A DESCRIPTION"
           END-IF.
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   2000-AGE-ONE-MEMBER -- owner break first, then the status    *
      *   date: a bad or future date is an exception and stays out of  *
      *   the buckets; anything else is aged and bucketed, and listed  *
      *   when it is older than the threshold.                         *
      *----------------------------------------------------------------*
       2000-AGE-ONE-MEMBER.
           ADD 1 TO WS-EXT-RECORDS.
           IF FIRST-OWNER
               OR DX-OWNER-CALC-KEY NOT = WS-OWNER-CALC-KEY
               IF NOT FIRST-OWNER
                   PERFORM 4000-OWNER-BREAK THRU 4000-EXIT
               END-IF
               PERFORM 3000-START-OWNER THRU 3000-EXIT
           END-IF.
           MOVE DX-STATUS-DATE TO WS-STATUS-DATE.
           PERFORM 2100-EDIT-STATUS-DATE THRU 2100-EXIT.
           IF NOT STATUS-DATE-VALID
               MOVE "STATUS DATE NOT A DATE" TO WS-EXCEPTION-REASON
               PERFORM 2400-WRITE-EXCEPTION THRU 2400-EXIT
               GO TO 2000-NEXT
           END-IF.
           COMPUTE WS-STATUS-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE (WS-STATUS-DATE).
           COMPUTE WS-AGE-DAYS =
               WS-RUN-DAY-NUMBER - WS-STATUS-DAY-NUMBER.
           IF WS-AGE-DAYS < ZERO
               MOVE "STATUS DATE IN FUTURE" TO WS-EXCEPTION-REASON
               PERFORM 2400-WRITE-EXCEPTION THRU 2400-EXIT
               GO TO 2000-NEXT
           END-IF.
           PERFORM 2200-BUCKET-MEMBER THRU 2200-EXIT.
           IF WS-AGE-DAYS > PRM-THRESHOLD-DAYS
               PERFORM 2300-WRITE-PAST-THRESHOLD THRU 2300-EXIT
           END-IF.
       2000-NEXT.
           PERFORM 1200-READ-EXTRACT THRU 1200-EXIT.
       2000-EXIT.
           EXIT.

      * A calendar date CCYYMMDD: numeric, month 01-12, day within the
      * month, 29 February only in a leap year.
       2100-EDIT-STATUS-DATE.
           MOVE 'N' TO WS-DATE-VALID-SW.
           IF DX-STATUS-DATE NOT NUMERIC
               GO TO 2100-EXIT
           END-IF.
           IF WS-SD-YEAR < 1601
               OR WS-SD-MONTH < 1 OR WS-SD-MONTH > 12
               OR WS-SD-DAY < 1
               GO TO 2100-EXIT
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
               GO TO 2100-EXIT
           END-IF.
           MOVE 'Y' TO WS-DATE-VALID-SW.
       2100-EXIT.
           EXIT.

       2200-BUCKET-MEMBER.
           MOVE ZERO TO WS-BUCKET-HIT-INDEX.
           PERFORM 2250-TRY-ONE-BUCKET THRU 2250-EXIT
               VARYING WS-BUCKET-INDEX FROM 1 BY 1
               UNTIL WS-BUCKET-INDEX > 5
                  OR WS-BUCKET-HIT-INDEX > ZERO.
           IF WS-BUCKET-HIT-INDEX = ZERO
               MOVE 5 TO WS-BUCKET-HIT-INDEX
           END-IF.
           ADD 1           TO OB-MEMBERS (WS-BUCKET-HIT-INDEX).
           ADD DX-QUANTITY TO OB-QUANTITY (WS-BUCKET-HIT-INDEX).
           ADD DX-AMOUNT   TO OB-AMOUNT (WS-BUCKET-HIT-INDEX).
           ADD 1           TO GB-MEMBERS (WS-BUCKET-HIT-INDEX).
           ADD DX-QUANTITY TO GB-QUANTITY (WS-BUCKET-HIT-INDEX).
           ADD DX-AMOUNT   TO GB-AMOUNT (WS-BUCKET-HIT-INDEX).
       2200-EXIT.
           EXIT.

       2250-TRY-ONE-BUCKET.
           IF WS-AGE-DAYS NOT > WS-BUCKET-BOUND (WS-BUCKET-INDEX)
               MOVE WS-BUCKET-INDEX TO WS-BUCKET-HIT-INDEX
           END-IF.
       2250-EXIT.
           EXIT.

       2300-WRITE-PAST-THRESHOLD.
           ADD 1 TO WS-PAST-THRESHOLD.
           MOVE WS-AGE-DAYS TO WS-AGE-D.
           MOVE DX-QUANTITY TO WS-QTY-D.
           MOVE DX-AMOUNT   TO WS-AMT-D.
           MOVE DX-CODE     TO WS-REF-LOOKUP-CODE.
           PERFORM 2500-FIND-CODE-REF THRU 2500-EXIT.
           MOVE SPACES TO AGING-REPORT-LINE.
           STRING "  AGED    " DX-MEMBER-ID
                  " " DX-CODE
                  " " WS-REF-DESC
                  " " DX-STATUS-DATE
                  " " WS-QTY-D
                  " " WS-AMT-D
                  " " WS-AGE-D
                  DELIMITED BY SIZE INTO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
       2300-EXIT.
           EXIT.

       2400-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT.
           ADD 1 TO WS-OWN-EXCEPTIONS.
           MOVE DX-QUANTITY TO WS-QTY-D.
           MOVE DX-AMOUNT   TO WS-AMT-D.
           MOVE DX-CODE     TO WS-REF-LOOKUP-CODE.
           PERFORM 2500-FIND-CODE-REF THRU 2500-EXIT.
           MOVE SPACES TO AGING-REPORT-LINE.
           STRING "  EXCEPT  " DX-MEMBER-ID
                  " " DX-CODE
                  " " WS-REF-DESC
                  " " DX-STATUS-DATE
                  " " WS-QTY-D
                  " " WS-AMT-D
                  " " WS-EXCEPTION-REASON
                  DELIMITED BY SIZE INTO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
       2400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   2500-FIND-CODE-REF -- WS-REF-DESC for WS-REF-LOOKUP-CODE.    *
      *----------------------------------------------------------------*
       2500-FIND-CODE-REF.
           MOVE ZERO TO WS-REF-HIT-INDEX.
           MOVE 1 TO WS-REF-INDEX.
           PERFORM 2510-MATCH-ONE-CODE-REF THRU 2510-EXIT
               VARYING WS-REF-INDEX FROM 1 BY 1
               UNTIL WS-REF-INDEX > WS-REF-COUNT
                  OR WS-REF-HIT-INDEX > ZERO.
           IF WS-REF-HIT-INDEX > ZERO
               MOVE RF-DESCRIPTION (WS-REF-HIT-INDEX) TO WS-REF-DESC
           ELSE
               MOVE "** NO CODE REFERENCE ENTRY **" TO WS-REF-DESC
           END-IF.
       2500-EXIT.
           EXIT.

       2510-MATCH-ONE-CODE-REF.
           IF RF-CODE (WS-REF-INDEX) = WS-REF-LOOKUP-CODE
               MOVE WS-REF-INDEX TO WS-REF-HIT-INDEX
           END-IF.
       2510-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   3000/4000 -- owner heading and column heading ahead of its   *
      *   detail lines, owner bucket block after them. DAYS OR REASON  *
      *   is the age in days on an AGED line and why the member could  *
      *   not be aged on an EXCEPT line.                               *
      *----------------------------------------------------------------*
       3000-START-OWNER.
           MOVE 'N' TO WS-FIRST-OWNER-SW.
           MOVE DX-OWNER-CALC-KEY TO WS-OWNER-CALC-KEY.
           ADD 1 TO WS-OWNER-COUNT.
           INITIALIZE WS-OWNER-BUCKETS.
           MOVE ZERO TO WS-OWN-EXCEPTIONS.
           MOVE SPACES TO AGING-REPORT-LINE.
           STRING "OWNER " WS-OWNER-CALC-KEY
                  DELIMITED BY SIZE INTO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           MOVE SPACES TO AGING-REPORT-LINE.
           STRING "          MEMBER     CODE "
                  "DESCRIPTION                              "
                  "STATUS       QUANTITY"
                  "            AMOUNT DAYS OR REASON"
                  DELIMITED BY SIZE INTO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
       3000-EXIT.
           EXIT.

       4000-OWNER-BREAK.
           PERFORM 4100-WRITE-OWNER-BUCKET THRU 4100-EXIT
               VARYING WS-BUCKET-INDEX FROM 1 BY 1
               UNTIL WS-BUCKET-INDEX > 5.
           IF WS-OWN-EXCEPTIONS > ZERO
               MOVE WS-OWN-EXCEPTIONS TO WS-MEMBERS-D
               MOVE SPACES TO AGING-REPORT-LINE
               STRING "  EXCEPTIONS      MEMBERS=" WS-MEMBERS-D
                      DELIMITED BY SIZE INTO AGING-REPORT-LINE
               WRITE AGING-REPORT-LINE
           END-IF.
           MOVE SPACES TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
       4000-EXIT.
           EXIT.

       4100-WRITE-OWNER-BUCKET.
           MOVE OB-MEMBERS (WS-BUCKET-INDEX)  TO WS-MEMBERS-D.
           MOVE OB-QUANTITY (WS-BUCKET-INDEX) TO WS-QTY-D.
           MOVE OB-AMOUNT (WS-BUCKET-INDEX)   TO WS-AMT-D.
           MOVE SPACES TO AGING-REPORT-LINE.
           STRING "  " WS-BUCKET-LABEL (WS-BUCKET-INDEX)
                  "  MEMBERS=" WS-MEMBERS-D
                  " QTY=" WS-QTY-D
                  " AMT=" WS-AMT-D
                  DELIMITED BY SIZE INTO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   8000-TERMINATE -- the file's buckets and control totals.     *
      *----------------------------------------------------------------*
       8000-TERMINATE.
           MOVE "ALL OWNERS" TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           PERFORM 8100-WRITE-GRAND-BUCKET THRU 8100-EXIT
               VARYING WS-BUCKET-INDEX FROM 1 BY 1
               UNTIL WS-BUCKET-INDEX > 5.
           MOVE SPACES TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           MOVE WS-EXT-RECORDS TO WS-MEMBERS-D.
           MOVE SPACES TO AGING-REPORT-LINE.
           STRING "CONTROL TOTALS: EXTRACT RECORDS=" WS-MEMBERS-D
                  DELIMITED BY SIZE INTO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           MOVE WS-PAST-THRESHOLD TO WS-MEMBERS-D.
           MOVE SPACES TO AGING-REPORT-LINE.
           STRING "                OVER THRESHOLD=" WS-MEMBERS-D
                  DELIMITED BY SIZE INTO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           MOVE WS-EXCEPTION-COUNT TO WS-MEMBERS-D.
           MOVE SPACES TO AGING-REPORT-LINE.
           STRING "                EXCEPTIONS=" WS-MEMBERS-D
                  DELIMITED BY SIZE INTO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           IF WS-EXCEPTION-COUNT > ZERO
               MOVE 4 TO WS-RUN-RC
           END-IF.
           CLOSE EXTRACT-IN-FILE
                 AGING-REPORT-FILE.
           DISPLAY "HELLO-VAGING: " WS-EXT-RECORDS
                   " MEMBER(S) AGED, " WS-PAST-THRESHOLD
                   " OVER THRESHOLD, " WS-EXCEPTION-COUNT
                   " EXCEPTION(S)".
       8000-EXIT.
           EXIT.

       8100-WRITE-GRAND-BUCKET.
           MOVE GB-MEMBERS (WS-BUCKET-INDEX)  TO WS-MEMBERS-D.
           MOVE GB-QUANTITY (WS-BUCKET-INDEX) TO WS-QTY-D.
           MOVE GB-AMOUNT (WS-BUCKET-INDEX)   TO WS-AMT-D.
           MOVE SPACES TO AGING-REPORT-LINE.
           STRING "  " WS-BUCKET-LABEL (WS-BUCKET-INDEX)
                  "  MEMBERS=" WS-MEMBERS-D
                  " QTY=" WS-QTY-D
                  " AMT=" WS-AMT-D
                  DELIMITED BY SIZE INTO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
       8100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *   8300-WRITE-RUN-HISTORY -- one RUN-HISTORY-RECORD on the      *
      *   shared stream history (DISP=MOD). The unit of work is the    *
      *   extract record aged.                                         *
      *----------------------------------------------------------------*
       8300-WRITE-RUN-HISTORY.
           OPEN EXTEND RUN-HISTORY-FILE.
           MOVE SPACES              TO RUN-HISTORY-RECORD.
           MOVE "HELLOAGE"          TO RH-JOB-NAME.
           MOVE WS-CURRENT-DATE     TO RH-START-DATE.
           MOVE WS-CURRENT-TIME     TO RH-START-TIME.
           MOVE FUNCTION CURRENT-DATE TO RH-END-TS.
           MOVE WS-RUN-RC           TO RH-RETURN-CODE.
           MOVE WS-EXT-RECORDS      TO RH-RECORDS-PROCESSED.
           MOVE 'N'                 TO RH-RESTART-SW.
           WRITE RUN-HISTORY-RECORD.
           CLOSE RUN-HISTORY-FILE.
       8300-EXIT.
           EXIT.

       9999-EXIT.
           MOVE WS-RUN-RC TO RETURN-CODE.
           STOP RUN.

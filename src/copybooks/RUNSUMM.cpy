      *                                                                *
      *     RC 00 CLEAN    -- tables validated, no code exceptions     *
      *     RC 04 WARNING  -- reconciliation drift (LEVEL-10-C vs      *
      *                       LEVEL-20-B), or LEVEL-20-B codes with    *
      *                       no code reference entry, only            *
      *     RC 08 SERIOUS  -- LEVEL-20-A/LEVEL-20-B mismatch, or one   *
      *                       or more members wrote to the CODEEXCP    *
      *                       exceptions file                          *
      *                                                                *
      *   RN-RESTARTED-SW and the RN-FIN-GRAND fields carry the        *
      *   financial summary grand totals as VIDETRPT printed them,    *
      *   for HELLO-GLFEED to tie the GL posting feed back to. A      *
      *   restarted run's totals (and key file) only cover the        *
      *   traversal from the restart point on.                         *
      *                                                                *
      *   RN-RSN-SEVERITY is the reasonableness edits' own verdict,    *
      *   kept apart from the RC on purpose -- an odd amount is        *
      *   finance's call, not the code table's: H (HOLD, a failure     *
      *   against a hold-severity tolerance card; HELLO-GLFEED         *
      *   refuses the night until finance releases it), W (WARN,      *
      *   report only) or space (no failures). RN-RSN-FAILURES is the  *
      *   number of RSNEXCP records written (capped at 99999).         *
      *                                                                *
      ******************************************************************
       01  RUN-SUMMARY-RECORD.
           05  RN-RUN-DATE             PIC 9(08).
           05  RN-MEMBERS-READ         PIC 9(09).
           05  RN-OWNERS-PROCESSED     PIC 9(04).
           05  RN-EXCEPTION-COUNT      PIC 9(04).
           05  RN-RESTARTED-SW         PIC X(01).
               88  RN-RUN-WAS-RESTARTED      VALUE 'Y'.
           05  RN-FIN-GRAND-QTY        PIC S9(11) SIGN LEADING
                                       SEPARATE.
           05  RN-FIN-GRAND-AMT        PIC S9(13)V99 SIGN LEADING
                                       SEPARATE.
           05  RN-RSN-SEVERITY         PIC X(01).
               88  RN-RSN-HOLD               VALUE 'H'.
               88  RN-RSN-WARN               VALUE 'W'.
           05  RN-RSN-FAILURES         PIC 9(05).
           05  FILLER                  PIC X(02).

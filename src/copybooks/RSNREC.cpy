      ******************************************************************
      *                                                                *
      *   RSNREC                                                       *
      *                                                                *
      *   Reasonableness failure record, one per tolerance test a      *
      *   V75RVIDET member failed on the nightly traversal             *
      *   (HELLO-WORLD, RSNEXCP). A member failing more than one       *
      *   test has one record per test. RX-TEST names the test and     *
      *   the side:                                                    *
      *                                                                *
      *     QTY-LOW  / QTY-HIGH   VIDET-QUANTITY, TL-MIN/MAX-QTY       *
      *     AMT-LOW  / AMT-HIGH   VIDET-AMOUNT, TL-MIN/MAX-AMT         *
      *     PRC-LOW  / PRC-HIGH   amount / quantity, TL-MIN/MAX-PRICE  *
      *                                                                *
      *   RX-ACTUAL and RX-LIMIT are the value tested and the limit    *
      *   it broke, to four decimals (a unit price rarely divides      *
      *   evenly). RX-SEVERITY is the failed card's TL-SEVERITY, H     *
      *   or W; the worst of the night is RN-RSN-SEVERITY on RUNSTAT   *
      *   (RUNSUMM), which HELLO-GLFEED tests before it builds the     *
      *   GL feed. RX-DB-KEY is the member DB-KEY in display form,     *
      *   as on VIDETRPT, CODEEXCP and VIDETEXT. A code with no card   *
      *   and no **** default card is not tested at all.               *
      *                                                                *
      ******************************************************************
       01  REASONABLENESS-RECORD.
           05  RX-OWNER-CALC-KEY       PIC X(08).
           05  FILLER                  PIC X(01).
           05  RX-DB-KEY               PIC S9(08).
           05  FILLER                  PIC X(01).
           05  RX-MEMBER-ID            PIC X(10).
           05  FILLER                  PIC X(01).
           05  RX-CODE                 PIC X(04).
           05  FILLER                  PIC X(01).
           05  RX-TEST                 PIC X(08).
           05  FILLER                  PIC X(01).
           05  RX-ACTUAL               PIC S9(09)V9(04) SIGN LEADING
                                       SEPARATE.
           05  FILLER                  PIC X(01).
           05  RX-LIMIT                PIC S9(09)V9(04) SIGN LEADING
                                       SEPARATE.
           05  FILLER                  PIC X(01).
           05  RX-SEVERITY             PIC X(01).
               88  RX-SEVERITY-HOLD          VALUE 'H'.
               88  RX-SEVERITY-WARN          VALUE 'W'.
           05  FILLER                  PIC X(01).
           05  RX-RUN-DATE             PIC 9(08).
           05  FILLER                  PIC X(17).

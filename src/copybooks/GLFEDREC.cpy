      ******************************************************************
      *                                                                *
      *   GLFEDREC                                                    *
      *                                                                *
      *   General-ledger interface record, written by HELLO-GLFEED to  *
      *   GLFEED. One batch per night: a header (GF-TYPE 'H'), one     *
      *   detail (GF-TYPE 'D') per owner and VIDET-CODE whose net      *
      *   VIDET-AMOUNT movement since the previous run is not zero,    *
      *   and a balancing trailer (GF-TYPE 'T'). GF-BATCH-ID is the    *
      *   HELLO-WORLD run date and time the movements were taken       *
      *   from, on header and trailer alike.                           *
      *                                                                *
      *   A detail's amount is unsigned; GF-DR-CR says which side.     *
      *   A net increase posts as a debit ('D'), a net decrease as a   *
      *   credit ('C'). The trailer's detail count, debit and credit   *
      *   totals must agree with the details; its net (debits less     *
      *   credits) is the night's posted net movement.                 *
      *                                                                *
      ******************************************************************
       01  GL-FEED-RECORD.
           05  GF-TYPE                 PIC X(01).
               88  GF-TYPE-HEADER            VALUE 'H'.
               88  GF-TYPE-DETAIL            VALUE 'D'.
               88  GF-TYPE-TRAILER           VALUE 'T'.
           05  GF-BODY                 PIC X(79).
           05  GF-HEADER-BODY REDEFINES GF-BODY.
               10  GF-HDR-BATCH-ID     PIC X(16).
               10  GF-HDR-SOURCE       PIC X(08).
               10  GF-HDR-POSTING-DATE PIC 9(08).
               10  FILLER              PIC X(47).
           05  GF-DETAIL-BODY REDEFINES GF-BODY.
               10  GF-DTL-OWNER-CALC-KEY
                                       PIC X(08).
               10  GF-DTL-CODE         PIC X(04).
               10  GF-DTL-GL-ACCOUNT   PIC X(16).
               10  GF-DTL-DR-CR        PIC X(01).
                   88  GF-DTL-DEBIT          VALUE 'D'.
                   88  GF-DTL-CREDIT         VALUE 'C'.
               10  GF-DTL-AMOUNT       PIC 9(13)V99.
               10  GF-DTL-MOVEMENTS    PIC 9(07).
               10  FILLER              PIC X(28).
           05  GF-TRAILER-BODY REDEFINES GF-BODY.
               10  GF-TRL-BATCH-ID     PIC X(16).
               10  GF-TRL-DETAIL-COUNT PIC 9(07).
               10  GF-TRL-DEBIT-TOTAL  PIC 9(13)V99.
               10  GF-TRL-CREDIT-TOTAL PIC 9(13)V99.
               10  GF-TRL-NET-AMOUNT   PIC S9(13)V99 SIGN LEADING
                                       SEPARATE.
               10  FILLER              PIC X(10).

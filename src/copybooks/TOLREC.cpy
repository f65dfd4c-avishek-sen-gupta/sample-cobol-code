      ******************************************************************
      *                                                                *
      *   TOLREC                                                       *
      *                                                                *
      *   Reasonableness tolerance card, one per VIDET-CODE, read      *
      *   whole by HELLO-WORLD at initialize (TOLERIN) and applied     *
      *   to every member 3000-TRAVERSE-SET obtains:                   *
      *                                                                *
      *     quantity   TL-MIN-QTY <= VIDET-QUANTITY <= TL-MAX-QTY      *
      *     amount     TL-MIN-AMT <= VIDET-AMOUNT   <= TL-MAX-AMT      *
      *     price      TL-MIN-PRICE <= AMOUNT / QUANTITY               *
      *                             <= TL-MAX-PRICE                    *
      *                (not tested on a zero quantity)                 *
      *                                                                *
      *   A limit left blank is not tested on that side. Numeric       *
      *   fields carry a leading separate sign and implied decimals,   *
      *   the same form as the RUNSUMM grand totals: +0000010,         *
      *   +00000012500 (125.00). A chargeable code's zero amount is    *
      *   caught with a TL-MIN-AMT of +00000000001.                    *
      *                                                                *
      *   TL-SEVERITY says what a failure against this card means to   *
      *   finance: H (HOLD -- the feed must not load until someone     *
      *   has looked; the default when blank) or W (WARN -- report     *
      *   only).                                                       *
      *                                                                *
      *   A card whose code is **** is the default, applied to every   *
      *   code with no card of its own; otherwise '*' in column 1      *
      *   marks a comment. The first card for a code wins.             *
      *   Maintained by finance; see TOLERIN in HELLOWLD.jcl.          *
      *                                                                *
      ******************************************************************
       01  TOLERANCE-CARD.
           05  TL-CODE                 PIC X(04).
               88  TL-DEFAULT-CARD           VALUE "****".
           05  FILLER                  PIC X(01).
           05  TL-MIN-QTY-X            PIC X(08).
           05  TL-MIN-QTY REDEFINES TL-MIN-QTY-X
                                       PIC S9(07) SIGN LEADING
                                       SEPARATE.
           05  FILLER                  PIC X(01).
           05  TL-MAX-QTY-X            PIC X(08).
           05  TL-MAX-QTY REDEFINES TL-MAX-QTY-X
                                       PIC S9(07) SIGN LEADING
                                       SEPARATE.
           05  FILLER                  PIC X(01).
           05  TL-MIN-AMT-X            PIC X(12).
           05  TL-MIN-AMT REDEFINES TL-MIN-AMT-X
                                       PIC S9(09)V99 SIGN LEADING
                                       SEPARATE.
           05  FILLER                  PIC X(01).
           05  TL-MAX-AMT-X            PIC X(12).
           05  TL-MAX-AMT REDEFINES TL-MAX-AMT-X
                                       PIC S9(09)V99 SIGN LEADING
                                       SEPARATE.
           05  FILLER                  PIC X(01).
           05  TL-MIN-PRICE-X          PIC X(12).
           05  TL-MIN-PRICE REDEFINES TL-MIN-PRICE-X
                                       PIC S9(09)V99 SIGN LEADING
                                       SEPARATE.
           05  FILLER                  PIC X(01).
           05  TL-MAX-PRICE-X          PIC X(12).
           05  TL-MAX-PRICE REDEFINES TL-MAX-PRICE-X
                                       PIC S9(09)V99 SIGN LEADING
                                       SEPARATE.
           05  FILLER                  PIC X(01).
           05  TL-SEVERITY             PIC X(01).
               88  TL-SEVERITY-HOLD          VALUE 'H' SPACE.
               88  TL-SEVERITY-WARN          VALUE 'W'.
           05  FILLER                  PIC X(04).

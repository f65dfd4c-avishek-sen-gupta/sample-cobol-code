      *   echoes the owner, the page number, and one formatted line   *
      *   per member (id, code, description, quantity, amount,        *
      *   status date -- built by the program, the same content as a  *
      *   VIDETRPT detail line). Under each member line a second      *
      *   line, MAP3O-DESC-LINE, carries the member's code with its   *
      *   code reference description and category (CDREFREC), and     *
      *   says INACTIVE or NO CODE REFERENCE ENTRY where that         *
      *   applies.                                                    *
      *   Length/attribute bytes precede each field the way the       *
      *   IDMS-DC map compiler lays out V75MAP1.                      *
      *                                                                *
      ******************************************************************
       01  V75MAP3I.
           05  MAP3O-DETAIL OCCURS 10 TIMES.
               10  MAP3O-LINE-A        PIC X.
               10  MAP3O-LINE          PIC X(78).
               10  MAP3O-DESC-LINE-A   PIC X.
               10  MAP3O-DESC-LINE     PIC X(78).
           05  MAP3O-MESSAGE-A         PIC X.
           05  MAP3O-MESSAGE           PIC X(60).


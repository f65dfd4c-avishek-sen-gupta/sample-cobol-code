      ******************************************************************
      *                                                                *
      *   V75MAP4                                                     *
      *                                                                *
      *   Symbolic map layout for the V75 code reference screen (map  *
      *   V75MAP4, task V75R, program HELLO-CDREF). The operator keys *
      *   a code and a function:                                       *
      *                                                                *
      *     space -- display the code's reference entry               *
      *     A     -- add a reference entry for a code that has none   *
      *     U     -- change the displayed entry's description,        *
      *              category or status                                *
      *                                                                *
      *   MAP4I-STATUS is A (active) or I (inactive); left blank on   *
      *   an add it defaults to A. MAP4O-LAST-CHANGE shows who last   *
      *   added or changed the entry and when. Length/attribute bytes *
      *   precede each field the way the IDMS-DC map compiler lays    *
      *   out V75MAP1.                                                 *
      *                                                                *
      ******************************************************************
       01  V75MAP4I.
           05  MAP4I-CODE-L            PIC S9(4) COMP.
           05  MAP4I-CODE-A            PIC X.
           05  MAP4I-CODE              PIC X(04).
           05  MAP4I-DESCRIPTION-L     PIC S9(4) COMP.
           05  MAP4I-DESCRIPTION-A     PIC X.
           05  MAP4I-DESCRIPTION       PIC X(40).
           05  MAP4I-CATEGORY-L        PIC S9(4) COMP.
           05  MAP4I-CATEGORY-A        PIC X.
           05  MAP4I-CATEGORY          PIC X(10).
           05  MAP4I-STATUS-L          PIC S9(4) COMP.
           05  MAP4I-STATUS-A          PIC X.
           05  MAP4I-STATUS            PIC X(01).
           05  MAP4I-FUNCTION-L        PIC S9(4) COMP.
           05  MAP4I-FUNCTION-A        PIC X.
           05  MAP4I-FUNCTION          PIC X(01).
           05  MAP4I-PF-KEY            PIC 9(02).

       01  V75MAP4O.
           05  MAP4O-CODE-A            PIC X.
           05  MAP4O-CODE              PIC X(04).
           05  MAP4O-DESCRIPTION-A     PIC X.
           05  MAP4O-DESCRIPTION       PIC X(40).
           05  MAP4O-CATEGORY-A        PIC X.
           05  MAP4O-CATEGORY          PIC X(10).
           05  MAP4O-STATUS-A          PIC X.
           05  MAP4O-STATUS            PIC X(01).
           05  MAP4O-LAST-CHANGE-A     PIC X.
           05  MAP4O-LAST-CHANGE       PIC X(60).
           05  MAP4O-MESSAGE-A         PIC X.
           05  MAP4O-MESSAGE           PIC X(60).

      *   until that date. MAPI-FUNCTION space/U keys an update, C     *
      *   cancels the pending version whose effective date was        *
      *   keyed. MAPO-PENDING-INFO tells the operator what is         *
      *   pending against the table right now. Each code on the        *
      *   screen is painted with its code reference description       *
      *   (MAPO-DESC-..., see CDREFREC) beside it.                     *
      *                                                                *
      *   Each input field is preceded by its length (-L) and          *
      *   attribute (-A) subordinate items, the way the IDMS-DC map    *
           05  MAPO-LEVEL-20-A-2       PIC XX.
           05  MAPO-LEVEL-20-B-COL-1-A PIC X.
           05  MAPO-LEVEL-20-B-COL-1   PIC X(0004).
           05  MAPO-DESC-20-B-COL-1-A  PIC X.
           05  MAPO-DESC-20-B-COL-1    PIC X(40).
           05  MAPO-LEVEL-20-B-COL-2-A PIC X.
           05  MAPO-LEVEL-20-B-COL-2   PIC X(0004).
           05  MAPO-DESC-20-B-COL-2-A  PIC X.
           05  MAPO-DESC-20-B-COL-2    PIC X(40).
           05  MAPO-LEVEL-10-C-1-A     PIC X.
           05  MAPO-LEVEL-10-C-1       PIC X(0004).
           05  MAPO-DESC-10-C-1-A      PIC X.
           05  MAPO-DESC-10-C-1        PIC X(40).
           05  MAPO-LEVEL-10-C-2-A     PIC X.
           05  MAPO-LEVEL-10-C-2       PIC X(0004).
           05  MAPO-DESC-10-C-2-A      PIC X.
           05  MAPO-DESC-10-C-2        PIC X(40).
           05  MAPO-EFF-DATE-A         PIC X.
           05  MAPO-EFF-DATE           PIC 9(08).
           05  MAPO-PENDING-INFO-A     PIC X.

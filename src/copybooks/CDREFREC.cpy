      ******************************************************************
      *                                                                *
      *   CDREFREC                                                    *
      *                                                                *
      *   Code reference record: what a 4-character V75 code means.   *
      *   One per code, CALC on CR-CODE (duplicates not allowed), and *
      *   also a member of set V75SCDTBL-REF under CODE-TABLE-RECORD, *
      *   sorted ascending on CR-CODE, so a batch program can table   *
      *   every reference entry with one walk of the set off the      *
      *   code table it has already OBTAINed, and an online program   *
      *   can go straight to one code by CALC.                         *
      *                                                                *
      *   Maintained online through task V75R (HELLO-CDREF, map       *
      *   V75MAP4) under the same USRAUTH authority levels as the     *
      *   V75M table screen. A code is never erased: one that is      *
      *   retired from the matrix is set INACTIVE (CR-STATUS I) so    *
      *   the members and journals still carrying it keep printing    *
      *   a description.                                               *
      *                                                                *
      *   Read by HELLO-WORLD (VIDETRPT detail and financial summary, *
      *   CODEEXCP, and the missing-reference check against the       *
      *   LEVEL-20-B matrix), HELLO-MAINT (V75MAP1) and HELLO-VBROWSE *
      *   (V75MAP3). CR-UPDATE-COUNT steps on every MODIFY, the same  *
      *   stale-screen guard CT-UPDATE-COUNT gives the code table;    *
      *   CR-LAST-CHANGE says who last added or changed the entry;    *
      *   the full trail, refused attempts included, is on the         *
      *   V75SCDTBL-RJRN journal (see CDRJNREC).                       *
      *                                                                *
      ******************************************************************
       01  CODE-REF-RECORD.
           05  CR-CODE                 PIC X(04).
           05  CR-DESCRIPTION          PIC X(40).
           05  CR-CATEGORY             PIC X(10).
           05  CR-STATUS               PIC X(01).
               88  CR-CODE-ACTIVE            VALUE 'A'.
               88  CR-CODE-INACTIVE          VALUE 'I'.
           05  CR-UPDATE-COUNT         PIC 9(09) COMP.
           05  CR-LAST-CHANGE.
               10  CR-USER-ID          PIC X(08).
               10  CR-LTERM-ID         PIC X(08).
               10  CR-TS-DATE          PIC 9(08).
               10  CR-TS-TIME          PIC 9(08).
           05  FILLER                  PIC X(20).

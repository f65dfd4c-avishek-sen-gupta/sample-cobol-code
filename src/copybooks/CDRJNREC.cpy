      ******************************************************************
      *                                                                *
      *   CDRJNREC                                                     *
      *                                                                *
      *   Change-journal record for the code reference entries (see    *
      *   CDREFREC). HELLO-CDREF STOREs one for every add and change   *
      *   applied through the V75R screen and for every add or change  *
      *   a view-only user was refused, stamped with the signed-on     *
      *   user, the logical terminal and date/time -- the same         *
      *   arrangement HELLO-MAINT uses for the code table itself (see  *
      *   CDJRNREC). Members of set V75SCDTBL-RJRN under               *
      *   CODE-TABLE-RECORD, stored in entry order, so a refused       *
      *   attempt against a code with no entry yet still has an owner. *
      *   Walk the set PRIOR from LAST for newest-first history.       *
      *                                                                *
      *   RJ-BEFORE-IMAGE is the entry as it stood before the change   *
      *   (spaces on an add, or a refused attempt against a code with  *
      *   no entry); RJ-AFTER-IMAGE the entry as MODIFYd or STOREd,    *
      *   or on a refused attempt what the operator keyed.             *
      *   RJ-FUNCTION is the function keyed on the screen.             *
      *                                                                *
      ******************************************************************
       01  CODE-REF-JOURNAL-RECORD.
           05  RJ-USER-ID              PIC X(08).
           05  RJ-LTERM-ID             PIC X(08).
           05  RJ-TIMESTAMP.
               10  RJ-TS-DATE          PIC 9(08).
               10  RJ-TS-TIME          PIC 9(08).
           05  RJ-ACTION               PIC X(01).
               88  RJ-ACTION-ADD             VALUE 'A'.
               88  RJ-ACTION-CHANGE          VALUE 'C'.
               88  RJ-ACTION-REJECTED        VALUE 'X'.
           05  RJ-CODE                 PIC X(04).
           05  RJ-FUNCTION             PIC X(01).
           05  RJ-BEFORE-IMAGE.
               10  RJ-BEF-DESCRIPTION  PIC X(40).
               10  RJ-BEF-CATEGORY     PIC X(10).
               10  RJ-BEF-STATUS       PIC X(01).
           05  RJ-AFTER-IMAGE.
               10  RJ-AFT-DESCRIPTION  PIC X(40).
               10  RJ-AFT-CATEGORY     PIC X(10).
               10  RJ-AFT-STATUS       PIC X(01).

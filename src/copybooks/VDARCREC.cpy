      ******************************************************************
      *                                                                *
      *   VDARCREC                                                     *
      *                                                                *
      *   Archived V75RVIDET member, one per member HELLO-VPURGE       *
      *   erased from a V75SVIMVT-VIDET chain under the retention      *
      *   cards, written to the VDARCH generation BEFORE the ERASE so  *
      *   nothing leaves the database without a copy. HELLO-VRSTOR     *
      *   reads the same layout to STORE a member back on its owner's  *
      *   chain when audit asks for one.                               *
      *                                                                *
      *   VA-MEMBER-IMAGE is the member's business content in the      *
      *   same 62-byte shape as VJ-BEF-MEMBER-IMAGE (VDJRNREC) and     *
      *   DK-MEMBER-IMAGE (DLTAKEY), so it restores onto the record    *
      *   area with one group MOVE. VA-MEMBER-DB-KEY is the DB-KEY     *
      *   the member had when it was erased; a restored member gets    *
      *   a new one. VA-RULE-CODE is the retention card that applied   *
      *   (the member's own code, or **** for the default card) and    *
      *   VA-RETENTION-DAYS the period on it.                          *
      *                                                                *
      *   An abended purge keeps its archive generation, so a member   *
      *   whose ERASE was rolled back can appear again in the rerun's  *
      *   generation; HELLO-VRSTOR refuses to store a member id that   *
      *   is already on the chain, so a double entry is harmless.      *
      *                                                                *
      ******************************************************************
       01  VIDET-ARCHIVE-RECORD.
           05  VA-OWNER-CALC-KEY       PIC X(08).
           05  VA-MEMBER-DB-KEY        PIC S9(08) COMP.
           05  VA-MEMBER-IMAGE.
               10  VA-MEMBER-ID        PIC X(10).
               10  VA-CODE             PIC X(04).
               10  VA-DESCRIPTION      PIC X(30).
               10  VA-QUANTITY         PIC S9(07) COMP-3.
               10  VA-AMOUNT           PIC S9(09)V99 COMP-3.
               10  VA-STATUS-DATE      PIC 9(08).
           05  VA-PURGED-TS.
               10  VA-PURGE-DATE       PIC 9(08).
               10  VA-PURGE-TIME       PIC 9(08).
           05  VA-RULE-CODE            PIC X(04).
           05  VA-RETENTION-DAYS       PIC 9(05).
           05  FILLER                  PIC X(21).

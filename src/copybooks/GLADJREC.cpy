      ******************************************************************
      *                                                                *
      *   GLADJREC                                                     *
      *                                                                *
      *   Non-posting membership adjustment, one per V75RVIDET member  *
      *   that left or rejoined a chain by housekeeping rather than    *
      *   business: HELLO-VPURGE's retention erase (GA-PURGED) and     *
      *   HELLO-VRSTOR's restore from the archive (GA-RESTORED), and   *
      *   HELLO-VBKOUT's reversal of either. Appended to               *
      *   V75.BATCH.VIDETGLX (DISP=MOD) in the same unit of work as    *
      *   the ERASE or STORE. HELLO-GLFEED reads the file so that a    *
      *   purged member is not posted as an erase, nor a restored one  *
      *   (which comes back under a new DB-KEY) as a new member; both  *
      *   are listed on GLRPT as non-posting adjustments. HELLOWLD     *
      *   empties the file once a feed has balanced.                   *
      *                                                                *
      *   GA-MEMBER-DB-KEY is the DB-KEY the member had when it was    *
      *   erased, or the one it was given when it was stored again,    *
      *   so it matches the owner and DB-KEY on the key files (see     *
      *   DLTAKEY). GA-CODE and GA-AMOUNT are the member's code and    *
      *   amount at the time. GA-JOB-NAME is the job that made the     *
      *   adjustment.                                                  *
      *                                                                *
      ******************************************************************
       01  GL-ADJUSTMENT-RECORD.
           05  GA-KIND                 PIC X(01).
               88  GA-PURGED                 VALUE 'P'.
               88  GA-RESTORED               VALUE 'R'.
           05  GA-OWNER-CALC-KEY       PIC X(08).
           05  GA-MEMBER-DB-KEY        PIC S9(08) COMP.
           05  GA-MEMBER-ID            PIC X(10).
           05  GA-CODE                 PIC X(04).
           05  GA-AMOUNT               PIC S9(09)V99 COMP-3.
           05  GA-JOB-NAME             PIC X(08).
           05  GA-ADJUSTED-TS.
               10  GA-ADJUSTED-DATE    PIC 9(08).
               10  GA-ADJUSTED-TIME    PIC 9(08).
           05  FILLER                  PIC X(23).

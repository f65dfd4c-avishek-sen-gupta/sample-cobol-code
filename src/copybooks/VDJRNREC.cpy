      *   DLTAKEY. An add has a space-filled before image; an erase   *
      *   a space-filled after image; a rejected transaction both.    *
      *                                                                *
      *   Online changes carry the operator's user id. The batch      *
      *   programs journal under their own fixed user ids:            *
      *     VMNTBTCH  HELLO-VMAINT  card-file maintenance             *
      *     VCNVBTCH  HELLO-VCONV   bulk code conversion ('C')        *
      *     VBKOBTCH  HELLO-VBKOUT  reversal of a bad batch           *
      *     VPRGBTCH  HELLO-VPURGE  retention erase ('E')             *
      *     VRSTBTCH  HELLO-VRSTOR  restore from the archive ('A')    *
      *                                                                *
      ******************************************************************
       01  VIDET-JOURNAL-RECORD.
           05  VJ-USER-ID              PIC X(08).

      ******************************************************************
      *                                                                *
      *   CDREFEXT                                                     *
      *                                                                *
      *   Code reference extract record: one per code reference entry  *
      *   (CDREFREC), active or not, written on CDREF by HELLO-WORLD's *
      *   LOAD-CODE-REFERENCES each night in V75SCDTBL-REF (code)      *
      *   order. It lets the flat-file jobs that never sign on to the  *
      *   database -- HELLO-GLFEED, HELLO-VAGING, HELLO-EXCDISP and    *
      *   HELLO-VHINQ -- table the entries at initialization and print *
      *   what a code means beside the code, the same description the  *
      *   VIDETRPT detail line carries for that night.                 *
      *                                                                *
      ******************************************************************
       01  CODE-REF-EXTRACT-RECORD.
           05  CX-CODE                 PIC X(04).
           05  CX-DESCRIPTION          PIC X(40).
           05  CX-STATUS               PIC X(01).
               88  CX-CODE-ACTIVE            VALUE 'A'.
               88  CX-CODE-INACTIVE          VALUE 'I'.
           05  FILLER                  PIC X(35).

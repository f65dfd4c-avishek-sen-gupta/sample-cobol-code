      *   matched, so a user's own authority always overrides         *
      *   whatever the terminal carries; within a pass the first      *
      *   matching entry wins. Maintained by systems programming; a   *
      *   change here is a recompile of HELLO-MAINT and HELLO-CDREF   *
      *   (task V75R, code reference entries, same levels), which is  *
      *   what the auditors asked for -- no one changes their own     *
      *   authority from a screen.                                    *
      *                                                                *
      ******************************************************************

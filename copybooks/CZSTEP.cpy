      *-----------------------------------------------------------*
      * CZSTEP.CPY                                                  *
      * Control area for the Collatz subprogram's CollatzStep      *
      * entry point, used by the programs that short-circuit a     *
      * fresh calculation at the first value already in CACHEDS    *
      * (COLZRPT, COLZINQ, COLZVER).  CZ-STEP-ONE asks for one     *
      * hailstone transform; CZ-STEP-JOIN passes the cached count, *
      * peak and return code of the value just reached and comes   *
      * back CZ-STEP-JOINED when that tail completes the result    *
      * exactly as a full run would have.                          *
      *                                                             *
      * Maintenance history                                        *
      *   2026-10-15  RLC  Original copybook.                       *
      *-----------------------------------------------------------*
       01  CZ-STEP-AREA.
           05  CZ-STEP-FUNCTION            PIC X(01).
               88  CZ-STEP-ONE                    VALUE 'S'.
               88  CZ-STEP-JOIN                   VALUE 'J'.
           05  CZ-STEP-CACHED-COUNT        PIC 9(09).
           05  CZ-STEP-CACHED-PEAK         PIC 9(18).
           05  CZ-STEP-CACHED-RC           PIC 9(02).
           05  CZ-STEP-JOIN-SWITCH         PIC X(01) VALUE 'N'.
               88  CZ-STEP-JOINED                 VALUE 'Y'.
               88  CZ-STEP-NOT-JOINED             VALUE 'N'.

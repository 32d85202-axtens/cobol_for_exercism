      *                                                             *
      * MAINTENANCE HISTORY                                        *
      *   2026-08-22  RLC  Original program.                        *
      *   2026-10-15  RLC  Baseline table raised to 4000 cases so   *
      *                    the largest COLZGEN deck (three cases    *
      *                    for each of up to 1000 keys) fits with   *
      *                    the hand-kept cases.                     *
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TESTCOMP.
           05  FILLER                      PIC X(29).

       01  TL-BASE-TABLE.
           05  TL-BASE-MAX                 PIC 9(04) COMP VALUE 4000.
           05  TL-BASE-COUNT               PIC 9(04) COMP VALUE ZERO.
           05  TL-BASE-ENTRY OCCURS 4000 TIMES.
               10  TL-BASE-NAME            PIC X(05).
               10  TL-BASE-RESULT          PIC X(04).
                   88  TL-BASE-PASSED             VALUE 'PASS'.

      * systems get a stable fixed layout instead of parsing the   *
      * PRTOUT print columns.  CZ-RSL-SOURCE is C when the result  *
      * was served from the CACHEDS cluster, F when it was freshly *
      * calculated and S when a fresh calculation was stopped at   *
      * the first cached value and finished from that entry.       *
      * CZ-RSL-RC carries the Collatz return code (00 normal, 10   *
      * overflow, 20 runaway).                                     *
      *                                                             *
      * Maintenance history                                        *
      *   2026-09-01  RLC  Original copybook.                       *
      *   2026-10-15  RLC  Added source S (short-circuited).        *
      *-----------------------------------------------------------*
       01  CZ-RSL-REC.
           05  CZ-RSL-START                PIC 9(18).
           05  CZ-RSL-SOURCE               PIC X(01).
               88  CZ-RSL-FROM-CACHE              VALUE 'C'.
               88  CZ-RSL-FROM-CALC               VALUE 'F'.
               88  CZ-RSL-FROM-SHORT              VALUE 'S'.
           05  CZ-RSL-REQUESTOR            PIC X(03).
           05  CZ-RSL-RUN-DATE             PIC 9(08).
           05  CZ-RSL-RUN-TIME             PIC 9(06).

      *-----------------------------------------------------------*
      * CZXREF.CPY                                                  *
      * Submission cross-reference record (XREFOUT / XREFIN DD,    *
      * 80 bytes), written by the COLZINT intake step.  Intake     *
      * cuts the night's accepted submissions into segments - runs *
      * of consecutive starting values asked for by the same set   *
      * of departments - and writes one record per segment per     *
      * department in that set, in ascending value order.  No two  *
      * segments overlap, so both CZ-XRF-FROM and CZ-XRF-THRU      *
      * rise through the file.  CZ-XRF-OWNER is the department     *
      * whose card carries the segment on the canonical RANGEIN    *
      * deck; COLZRPT sends each result to that owner through the  *
      * card as usual and, from this file, to every other          *
      * department that asked for it.  CZ-XRF-SHARE-COUNT is the   *
      * number of departments in the segment's set (1 = not        *
      * shared).                                                    *
      *                                                             *
      * Maintenance history                                        *
      *   2026-10-15  RLC  Original copybook.                       *
      *-----------------------------------------------------------*
       01  CZ-XRF-REC.
           05  CZ-XRF-FROM                 PIC 9(18).
           05  CZ-XRF-THRU                 PIC 9(18).
           05  CZ-XRF-REQUESTOR            PIC X(03).
           05  CZ-XRF-OWNER                PIC X(03).
           05  CZ-XRF-SHARE-COUNT          PIC 9(02).
           05  CZ-XRF-RUN-DATE             PIC 9(08).
           05  FILLER                      PIC X(28).

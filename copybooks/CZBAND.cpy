      *-----------------------------------------------------------*
      * CZBAND.CPY                                                  *
      * Step-count band summary record (DSTBAND DD, 40 bytes).     *
      * COLZDST writes one record per band of its distribution     *
      * report, lowest band first, so the band costs it prints     *
      * can be read by program: the COLZPLN workload estimator     *
      * prices tonight's fresh calculations from them.  The last   *
      * band is open-ended and carries 9999 as its high step       *
      * count.                                                      *
      *                                                             *
      * Maintenance history                                        *
      *   2026-10-15  RLC  Original copybook.                       *
      *-----------------------------------------------------------*
       01  CZ-BAND-REC.
           05  CZ-BND-RUN-DATE             PIC 9(08).
           05  CZ-BND-NUMBER               PIC 9(02).
           05  CZ-BND-LOW-STEPS            PIC 9(04).
           05  CZ-BND-HIGH-STEPS           PIC 9(04).
           05  CZ-BND-RECORDS              PIC 9(09).
           05  CZ-BND-AVG-STEPS            PIC 9(07)V9(02).
           05  FILLER                      PIC X(04).

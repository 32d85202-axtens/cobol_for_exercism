      *-----------------------------------------------------------*
      * CZARCH.CPY                                                  *
      * Results archive record (ARCHIVE DD, VSAM KSDS, 104 bytes,  *
      * key = first 24 bytes).  Each nightly run is one archive    *
      * generation, keyed by the CZ-RSL-RUN-DATE/RUN-TIME of the   *
      * first result the run extracted, written by the COLZARC     *
      * archive step and read back by the COLZRPR reprint.  A      *
      * generation holds:                                          *
      *   H  one header (sequence 0) - the run's RANGEIN card and  *
      *      reject counts, which the extract does not carry, and  *
      *      the number of R and X records archived;               *
      *   R  one record per extract record, CZRSLT image, in the   *
      *      order the run wrote them;                              *
      *   X  one record per intake cross-reference record, CZXREF  *
      *      image, so the results routed to departments that      *
      *      shared a value can be reprinted as well.               *
      *                                                             *
      * Maintenance history                                        *
      *   2026-10-15  RLC  Original copybook.                       *
      *-----------------------------------------------------------*
       01  CZ-ARC-REC.
           05  CZ-ARC-KEY.
               10  CZ-ARC-RUN-DATE         PIC 9(08).
               10  CZ-ARC-RUN-TIME         PIC 9(06).
               10  CZ-ARC-TYPE             PIC X(01).
                   88  CZ-ARC-HEADER              VALUE 'H'.
                   88  CZ-ARC-RESULT              VALUE 'R'.
                   88  CZ-ARC-XREF                VALUE 'X'.
               10  CZ-ARC-SEQ              PIC 9(09).
           05  CZ-ARC-DATA                 PIC X(80).
           05  CZ-ARC-HDR-DATA REDEFINES CZ-ARC-DATA.
               10  CZ-ARH-RANGE-RECS       PIC 9(09).
               10  CZ-ARH-REJECTED         PIC 9(09).
               10  CZ-ARH-RESULTS          PIC 9(09).
               10  CZ-ARH-XREFS            PIC 9(09).
               10  CZ-ARH-ARCHIVED-DATE    PIC 9(08).
               10  CZ-ARH-ARCHIVED-TIME    PIC 9(06).
               10  FILLER                  PIC X(30).

      *-----------------------------------------------------------*
      * CZREQX.CPY                                                  *
      * Requestor master maintenance transaction (REQTRAN DD, 80   *
      * bytes) applied by COLZREQ:                                 *
      *   CZ-RQX-ACTION  A add, C change, S suspend, D delete      *
      *   CZ-RQX-CODE    department code (the master key)          *
      * and for A and C the field values - on a change a blank     *
      * field leaves the master unchanged:                         *
      *   CZ-RQX-NAME    department name (required on an add)      *
      *   CZ-RQX-STATE   A or S (an add defaults to A; a change    *
      *                  with A reinstates a suspended department) *
      *   CZ-RQX-SLOT    REQOUTn distribution slot 0-6             *
      *   CZ-RQX-LIMIT   daily starting-value limit, 9 digits,     *
      *                  zeros for no limit                        *
      *   CZ-RQX-DSN     distribution data set name                *
      *                                                             *
      * Maintenance history                                        *
      *   2026-10-15  RLC  Original copybook.                       *
      *-----------------------------------------------------------*
       01  CZ-RQX-REC.
           05  CZ-RQX-ACTION               PIC X(01).
               88  CZ-RQX-ADD                     VALUE 'A'.
               88  CZ-RQX-CHANGE                  VALUE 'C'.
               88  CZ-RQX-SUSPEND                 VALUE 'S'.
               88  CZ-RQX-DELETE                  VALUE 'D'.
           05  CZ-RQX-CODE                 PIC X(03).
           05  FILLER                      PIC X(01).
           05  CZ-RQX-NAME                 PIC X(20).
           05  CZ-RQX-STATE                PIC X(01).
           05  CZ-RQX-SLOT                 PIC X(01).
           05  CZ-RQX-LIMIT                PIC X(09).
           05  CZ-RQX-DSN                  PIC X(44).

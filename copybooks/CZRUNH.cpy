      *                                                             *
      * Maintenance history                                        *
      *   2026-08-22  RLC  Original copybook.                       *
      *   2026-10-15  RLC  Added the end-of-run date and time so    *
      *                    COLZPLN can derive elapsed time and      *
      *                    processing rates; record is now 83       *
      *                    bytes.  The cataloged RUNHIST must be    *
      *                    converted once (see COLZRHC) before the  *
      *                    first run at the new length; records     *
      *                    converted from the old length carry      *
      *                    spaces there and count as untimed.       *
      *-----------------------------------------------------------*
       01  CZ-RUNH-REC.
           05  CZ-RUNH-DATE                PIC 9(08).
           05  CZ-RUNH-RUNAWAY             PIC 9(09).
           05  CZ-RUNH-REJECTED            PIC 9(09).
           05  CZ-RUNH-RESTART-FLAG        PIC X(01).
           05  CZ-RUNH-END-DATE            PIC 9(08).
           05  CZ-RUNH-END-TIME            PIC 9(06).

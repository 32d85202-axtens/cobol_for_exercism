      *-----------------------------------------------------------*
      * CZJRNL.CPY                                                  *
      * Cache change journal record (CACHEJRN DD, 80 bytes) - one  *
      * after-image per write, rewrite or delete against the       *
      * CACHEDS cluster, appended by every program that updates    *
      * it (COLZRPT, COLZINQ, COLZVER, COLZCMT RELOAD and PURGE).  *
      * CZ-JRN-IMAGE is the CZCACHE record exactly as written (on  *
      * a delete, as it stood before the delete).  COLZCMT UNLOAD  *
      * empties the journal once the backup generation is taken,   *
      * so it only ever holds the changes since the last backup;   *
      * COLZRCV reloads that backup and replays the journal        *
      * forward to a chosen point in time.  CZ-JRN-TIME is the     *
      * HHMMSSTH time-of-day of the change.                        *
      *                                                             *
      * Maintenance history                                        *
      *   2026-10-15  RLC  Original copybook.                       *
      *-----------------------------------------------------------*
       01  CZ-JRN-REC.
           05  CZ-JRN-IMAGE.
               10  CZ-JRN-KEY              PIC 9(18).
               10  CZ-JRN-COUNT            PIC 9(09).
               10  CZ-JRN-PEAK             PIC 9(18).
               10  CZ-JRN-RC               PIC 9(02).
           05  CZ-JRN-ACTION               PIC X(01).
               88  CZ-JRN-WRITE                   VALUE 'W'.
               88  CZ-JRN-REWRITE                 VALUE 'R'.
               88  CZ-JRN-DELETE                  VALUE 'D'.
           05  CZ-JRN-PROGRAM              PIC X(08).
           05  CZ-JRN-DATE                 PIC 9(08).
           05  CZ-JRN-TIME                 PIC 9(08).
           05  FILLER                      PIC X(08).

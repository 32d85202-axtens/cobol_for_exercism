      *-----------------------------------------------------------*
      * CZREQM.CPY                                                  *
      * Requestor master record (REQMAST DD, VSAM KSDS keyed on    *
      * the 3-byte department code, 100 bytes).  One record per    *
      * department authorized to submit RANGEIN work:              *
      *   CZ-REQM-STATE       A active, S suspended - cards from   *
      *                       a suspended department are          *
      *                       rejected with reason SUSPND          *
      *   CZ-REQM-DIST-SLOT   the REQOUTn distribution file (1-6)  *
      *                       COLZRPT writes the department's      *
      *                       slice of the listing to; zero for    *
      *                       none (PRTOUT only)                   *
      *   CZ-REQM-DIST-DSN    the data set that slot's REQOUTn DD  *
      *                       is pointed at in the nightly JCL     *
      *   CZ-REQM-DAILY-LIMIT starting values accepted from the    *
      *                       department per run; zero for no      *
      *                       limit.  Cards past it are rejected   *
      *                       with reason QUOTA                    *
      * plus the date and time of the last maintenance applied.    *
      * Maintained only through COLZREQ; read by COLZINT, COLZRPT, *
      * COLZMRG, COLZRPR, COLZBAL and COLZCHG into the CZREQT      *
      * table.                                                     *
      *                                                             *
      * Maintenance history                                        *
      *   2026-10-15  RLC  Original copybook - replaces the         *
      *                    hardcoded CZREQT table entries.           *
      *-----------------------------------------------------------*
       01  CZ-REQM-REC.
           05  CZ-REQM-CODE                PIC X(03).
           05  CZ-REQM-NAME                PIC X(20).
           05  CZ-REQM-STATE               PIC X(01).
               88  CZ-REQM-ACTIVE                 VALUE 'A'.
               88  CZ-REQM-SUSPENDED              VALUE 'S'.
           05  CZ-REQM-DIST-SLOT           PIC 9(01).
           05  CZ-REQM-DIST-DSN            PIC X(44).
           05  CZ-REQM-DAILY-LIMIT         PIC 9(09).
           05  CZ-REQM-MAINT-DATE          PIC 9(08).
           05  CZ-REQM-MAINT-TIME          PIC 9(06).
           05  FILLER                      PIC X(08).

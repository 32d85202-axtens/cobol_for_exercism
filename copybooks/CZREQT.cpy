      *-----------------------------------------------------------*
      * CZREQT.CPY                                                  *
      * The requestor (department) table: the departments on the   *
      * requestor master (REQMAST, copybook CZREQM), loaded into   *
      * storage at startup in key order.  Shared by COLZRPT (which *
      * edits each record's code against it - reject reasons      *
      * REQSTR, SUSPND and QUOTA - and routes each department's    *
      * detail lines to its REQOUTn distribution slot), COLZMRG    *
      * (which rolls the partition extracts up into the same       *
      * per-requestor totals) and COLZCHG (which bills them).      *
      * Departments are added through COLZREQ maintenance, not     *
      * here.  CZ-REQ-VALUES-TAKEN is COLZRPT's running count of   *
      * starting values accepted against the daily limit.          *
      *                                                             *
      * Maintenance history                                        *
      *   2026-09-01  RLC  Original copybook - table lifted         *
      *                    unchanged from COLZRPT working storage   *
      *                    so COLZMRG shares it.                     *
      *   2026-10-15  RLC  Hardcoded entries removed: the table is  *
      *                    now loaded from the requestor master,    *
      *                    with status, distribution slot and       *
      *                    daily limit; room for 50 departments.    *
      *-----------------------------------------------------------*
       01  CZ-REQUESTOR-MAX                PIC 9(02) COMP VALUE 50.
       01  CZ-REQUESTOR-COUNT              PIC 9(02) COMP VALUE ZERO.
       01  CZ-REQUESTOR-TABLE.
           05  CZ-REQ-ENTRY OCCURS 50 TIMES.
               10  CZ-REQ-CODE             PIC X(03).
               10  CZ-REQ-NAME             PIC X(20).
               10  CZ-REQ-STATE            PIC X(01).
                   88  CZ-REQ-ACTIVE              VALUE 'A'.
                   88  CZ-REQ-SUSPENDED           VALUE 'S'.
               10  CZ-REQ-DIST-SLOT        PIC 9(01).
               10  CZ-REQ-DAILY-LIMIT      PIC 9(09).
               10  CZ-REQ-VALUES-TAKEN     PIC 9(18).

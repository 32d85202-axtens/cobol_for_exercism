      *-----------------------------------------------------------*
      * PROGRAM-ID.  COLZREQ                                       *
      * AUTHOR.      R. CHIN, APPLICATIONS DEVELOPMENT.             *
      * INSTALLATION. MERIDIAN BATCH SERVICES.                      *
      * DATE-WRITTEN. 2026-10-15.                                   *
      *                                                             *
      * REMARKS.                                                    *
      *   Requestor master maintenance.  Applies the add, change,  *
      *   suspend and delete transactions on REQTRAN (copybook     *
      *   CZREQX) to the REQMAST requestor master (copybook        *
      *   CZREQM), the file COLZINT, COLZRPT, COLZMRG, COLZRPR,    *
      *   COLZBAL and COLZCHG load their requestor table from -    *
      *   so a department is onboarded, renamed, re-routed,       *
      *   given a daily limit, suspended or reinstated without a   *
      *   program change:                                          *
      *     A  add a department (name required; status defaults   *
      *        to A, slot and limit to zero)                       *
      *     C  change the non-blank fields given; status A        *
      *        reinstates a suspended department                   *
      *     S  suspend - COLZRPT rejects its cards SUSPND          *
      *     D  delete the department                               *
      *   A distribution slot 1-6 may belong to one department     *
      *   only.  Every transaction is printed on the REQAUD audit  *
      *   listing with its result and the record's before and     *
      *   after images; the listing ends with control totals and   *
      *   the master as it now stands.                             *
      *                                                             *
      *   RETURN-CODE 0 = every transaction applied, 4 = one or    *
      *   more rejected, 16 = REQMAST not available.               *
      *                                                             *
      * MAINTENANCE HISTORY                                        *
      *   2026-10-15  RLC  Original program.                        *
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COLZREQ.
       AUTHOR.        R. CHIN.
       INSTALLATION.  MERIDIAN BATCH SERVICES.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAN-FILE    ASSIGN TO REQTRAN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CZ-TRAN-STATUS.

           SELECT REQMAST-FILE ASSIGN TO REQMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CZ-REQM-CODE
               FILE STATUS IS CZ-REQMAST-STATUS.

           SELECT REPORT-FILE  ASSIGN TO REQAUD
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TRAN-FILE.
           COPY CZREQX.

       FD  REQMAST-FILE.
           COPY CZREQM.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  CZ-REPORT-LINE                  PIC X(90).

       WORKING-STORAGE SECTION.
       01  CZ-SWITCHES.
           05  CZ-EOF-SWITCH               PIC X(01) VALUE 'N'.
               88  CZ-EOF                           VALUE 'Y'.
           05  CZ-FOUND-SWITCH             PIC X(01) VALUE 'N'.
               88  CZ-ON-FILE                       VALUE 'Y'.
           05  CZ-APPLIED-SWITCH           PIC X(01) VALUE 'N'.
               88  CZ-TRAN-APPLIED                  VALUE 'Y'.
           05  CZ-SCAN-EOF-SWITCH          PIC X(01) VALUE 'N'.
               88  CZ-SCAN-EOF                      VALUE 'Y'.
           05  CZ-CONFLICT-SWITCH          PIC X(01) VALUE 'N'.
               88  CZ-SLOT-CONFLICT                 VALUE 'Y'.
           05  CZ-TRAN-OPEN-SWITCH         PIC X(01) VALUE 'N'.
               88  CZ-TRAN-OPEN                     VALUE 'Y'.

       01  CZ-TRAN-STATUS                  PIC X(02).
           88  CZ-TRAN-STATUS-OK                  VALUE '00'.
           88  CZ-TRAN-STATUS-NOTFOUND            VALUE '35'.

       01  CZ-REQMAST-STATUS               PIC X(02).
           88  CZ-REQMAST-STATUS-OK               VALUE '00'.

      *    Master record images kept for the audit listing: the
      *    record as read before the transaction and as written
      *    after it.  CZ-PRINT-IMAGE overlays whichever is being
      *    printed.
       01  CZ-BEFORE-IMAGE                 PIC X(100).
       01  CZ-AFTER-IMAGE                  PIC X(100).
       01  CZ-PRINT-AREA                   PIC X(100).
       01  CZ-PRINT-IMAGE REDEFINES CZ-PRINT-AREA.
           05  CZ-PI-CODE                  PIC X(03).
           05  CZ-PI-NAME                  PIC X(20).
           05  CZ-PI-STATE                 PIC X(01).
           05  CZ-PI-SLOT                  PIC 9(01).
           05  CZ-PI-DSN                   PIC X(44).
           05  CZ-PI-LIMIT                 PIC 9(09).
           05  FILLER                      PIC X(22).

      *    The slot a transaction asks for, and the department
      *    found already holding it.
       01  CZ-WANT-SLOT                    PIC 9(01) VALUE ZERO.
       01  CZ-SLOT-HOLDER                  PIC X(03) VALUE SPACES.

       01  CZ-RUN-DATE-FULL                PIC 9(08).
       01  CZ-RUN-TIME-RAW                 PIC 9(08).

       01  CZ-COUNTERS.
           05  CZ-CNT-READ                 PIC 9(09) VALUE ZERO.
           05  CZ-CNT-ADDED                PIC 9(09) VALUE ZERO.
           05  CZ-CNT-CHANGED              PIC 9(09) VALUE ZERO.
           05  CZ-CNT-SUSPENDED            PIC 9(09) VALUE ZERO.
           05  CZ-CNT-DELETED              PIC 9(09) VALUE ZERO.
           05  CZ-CNT-REJECTED             PIC 9(09) VALUE ZERO.
           05  CZ-CNT-ON-FILE              PIC 9(09) VALUE ZERO.
           05  CZ-CNT-ACTIVE               PIC 9(09) VALUE ZERO.

       01  CZ-HDR-LINE-1.
           05  FILLER                      PIC X(40)
               VALUE 'COLZREQ REQUESTOR MASTER MAINTENANCE'.
           05  FILLER                      PIC X(50) VALUE SPACES.

       01  CZ-HDR-LINE-2.
           05  FILLER                      PIC X(48)
               VALUE 'S = STATUS (A ACTIVE, S SUSPENDED)   N = REQOUT'.
           05  FILLER                      PIC X(42)
               VALUE ' DISTRIBUTION SLOT (0 NONE)'.

       01  CZ-COL-HDR.
           05  FILLER                      PIC X(07) VALUE SPACES.
           05  FILLER                      PIC X(04) VALUE 'CDE '.
           05  FILLER                      PIC X(21)
               VALUE 'DEPARTMENT NAME'.
           05  FILLER                      PIC X(02) VALUE 'S '.
           05  FILLER                      PIC X(02) VALUE 'N '.
           05  FILLER                      PIC X(10)
               VALUE '    LIMIT '.
           05  FILLER                      PIC X(44)
               VALUE 'DISTRIBUTION DATA SET'.

       01  CZ-TRAN-LINE.
           05  FILLER                      PIC X(12)
               VALUE 'TRANSACTION '.
           05  CZ-TL-SEQ                   PIC ZZZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  CZ-TL-ACTION                PIC X(07).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  CZ-TL-CODE                  PIC X(03).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  CZ-TL-RESULT                PIC X(40).
           05  FILLER                      PIC X(17) VALUE SPACES.

       01  CZ-IMAGE-LINE.
           05  CZ-IL-LABEL                 PIC X(07).
           05  CZ-IL-CODE                  PIC X(03).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  CZ-IL-NAME                  PIC X(20).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  CZ-IL-STATE                 PIC X(01).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  CZ-IL-SLOT                  PIC 9(01).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  CZ-IL-LIMIT                 PIC Z(08)9.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  CZ-IL-DSN                   PIC X(44).

       01  CZ-NOTE-LINE.
           05  CZ-NL-LABEL                 PIC X(07).
           05  CZ-NL-TEXT                  PIC X(83).

       01  CZ-SUM-LINE.
           05  CZ-SUM-LABEL                PIC X(30).
           05  CZ-SUM-VALUE                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(49) VALUE SPACES.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------*
      * 0000-MAINLINE                                               *
      *-----------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-APPLY-TRANSACTION THRU 2000-EXIT
               UNTIL CZ-EOF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - open the listing, the transactions and    *
      *                   the master; no master ends the run with   *
      *                   RETURN-CODE 16                            *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN OUTPUT REPORT-FILE.
           WRITE CZ-REPORT-LINE FROM CZ-HDR-LINE-1.
           WRITE CZ-REPORT-LINE FROM CZ-HDR-LINE-2.
           MOVE SPACES TO CZ-REPORT-LINE.
           WRITE CZ-REPORT-LINE.
           WRITE CZ-REPORT-LINE FROM CZ-COL-HDR.

           ACCEPT CZ-RUN-DATE-FULL FROM DATE YYYYMMDD.
           ACCEPT CZ-RUN-TIME-RAW  FROM TIME.

           OPEN I-O REQMAST-FILE.
           IF NOT CZ-REQMAST-STATUS-OK
               DISPLAY 'COLZREQ: REQMAST OPEN FAILED, STATUS '
                   CZ-REQMAST-STATUS ' - RUN COLZALOC FIRST TO '
                   'DEFINE THE REQUESTOR MASTER'
               CLOSE REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT TRAN-FILE.
           IF CZ-TRAN-STATUS-OK
               SET CZ-TRAN-OPEN TO TRUE
           ELSE
               DISPLAY 'COLZREQ: NO REQTRAN TRANSACTIONS, STATUS '
                   CZ-TRAN-STATUS ' - MASTER LISTED UNCHANGED'
               SET CZ-EOF TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-APPLY-TRANSACTION - one REQTRAN transaction: look its  *
      *                          department up, apply the action,   *
      *                          print the result and the images    *
      *-----------------------------------------------------------*
       2000-APPLY-TRANSACTION.
           READ TRAN-FILE
               AT END
                   SET CZ-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           IF CZ-RQX-REC = SPACES
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO CZ-CNT-READ.
           MOVE 'N' TO CZ-APPLIED-SWITCH.
           MOVE 'N' TO CZ-FOUND-SWITCH.
           MOVE SPACES TO CZ-BEFORE-IMAGE.
           MOVE SPACES TO CZ-AFTER-IMAGE.
           MOVE SPACES TO CZ-TL-RESULT.

           EVALUATE TRUE
               WHEN CZ-RQX-ADD
                   MOVE 'ADD    ' TO CZ-TL-ACTION
               WHEN CZ-RQX-CHANGE
                   MOVE 'CHANGE ' TO CZ-TL-ACTION
               WHEN CZ-RQX-SUSPEND
                   MOVE 'SUSPEND' TO CZ-TL-ACTION
               WHEN CZ-RQX-DELETE
                   MOVE 'DELETE ' TO CZ-TL-ACTION
               WHEN OTHER
                   MOVE CZ-RQX-ACTION TO CZ-TL-ACTION
                   MOVE 'REJECTED - ACTION NOT A, C, S OR D'
                       TO CZ-TL-RESULT
                   GO TO 2000-REPORT
           END-EVALUATE.
           IF CZ-RQX-CODE = SPACES
               MOVE 'REJECTED - DEPARTMENT CODE MISSING'
                   TO CZ-TL-RESULT
               GO TO 2000-REPORT
           END-IF.

           MOVE CZ-RQX-CODE TO CZ-REQM-CODE.
           READ REQMAST-FILE
               INVALID KEY
                   MOVE 'N' TO CZ-FOUND-SWITCH
               NOT INVALID KEY
                   SET CZ-ON-FILE TO TRUE
                   MOVE CZ-REQM-REC TO CZ-BEFORE-IMAGE
           END-READ.

           EVALUATE TRUE
               WHEN CZ-RQX-ADD
                   PERFORM 3000-APPLY-ADD THRU 3000-EXIT
               WHEN CZ-RQX-CHANGE
                   PERFORM 3100-APPLY-CHANGE THRU 3100-EXIT
               WHEN CZ-RQX-SUSPEND
                   PERFORM 3200-APPLY-SUSPEND THRU 3200-EXIT
               WHEN CZ-RQX-DELETE
                   PERFORM 3300-APPLY-DELETE THRU 3300-EXIT
           END-EVALUATE.

       2000-REPORT.
           IF CZ-TRAN-APPLIED
               MOVE 'APPLIED' TO CZ-TL-RESULT
           ELSE
               ADD 1 TO CZ-CNT-REJECTED
           END-IF.
           PERFORM 2900-WRITE-AUDIT THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2900-WRITE-AUDIT - the transaction line, then the before    *
      *                    and after images                         *
      *-----------------------------------------------------------*
       2900-WRITE-AUDIT.
           MOVE CZ-CNT-READ TO CZ-TL-SEQ.
           MOVE CZ-RQX-CODE TO CZ-TL-CODE.
           WRITE CZ-REPORT-LINE FROM CZ-TRAN-LINE.

           IF CZ-ON-FILE
               MOVE 'BEFORE '       TO CZ-IL-LABEL
               MOVE CZ-BEFORE-IMAGE TO CZ-PRINT-AREA
               PERFORM 8200-WRITE-IMAGE THRU 8200-EXIT
           ELSE
               MOVE 'BEFORE '       TO CZ-NL-LABEL
               MOVE '(NOT ON FILE)' TO CZ-NL-TEXT
               WRITE CZ-REPORT-LINE FROM CZ-NOTE-LINE
           END-IF.

           EVALUATE TRUE
               WHEN NOT CZ-TRAN-APPLIED
                   CONTINUE
               WHEN CZ-RQX-DELETE
                   MOVE 'AFTER  '       TO CZ-NL-LABEL
                   MOVE '(DELETED)'     TO CZ-NL-TEXT
                   WRITE CZ-REPORT-LINE FROM CZ-NOTE-LINE
               WHEN OTHER
                   MOVE 'AFTER  '       TO CZ-IL-LABEL
                   MOVE CZ-AFTER-IMAGE  TO CZ-PRINT-AREA
                   PERFORM 8200-WRITE-IMAGE THRU 8200-EXIT
           END-EVALUATE.
           MOVE SPACES TO CZ-REPORT-LINE.
           WRITE CZ-REPORT-LINE.
       2900-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-APPLY-ADD - a new department; the code must not be on  *
      *                  file and a name is required                *
      *-----------------------------------------------------------*
       3000-APPLY-ADD.
           IF CZ-ON-FILE
               MOVE 'REJECTED - CODE ALREADY ON FILE' TO CZ-TL-RESULT
               GO TO 3000-EXIT
           END-IF.
           IF CZ-RQX-NAME = SPACES
               MOVE 'REJECTED - NAME REQUIRED ON ADD' TO CZ-TL-RESULT
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3500-EDIT-FIELDS THRU 3500-EXIT.
           IF CZ-TL-RESULT NOT = SPACES
               GO TO 3000-EXIT
           END-IF.

           MOVE SPACES         TO CZ-REQM-REC.
           MOVE CZ-RQX-CODE    TO CZ-REQM-CODE.
           SET CZ-REQM-ACTIVE  TO TRUE.
           MOVE ZERO           TO CZ-REQM-DIST-SLOT.
           MOVE ZERO           TO CZ-REQM-DAILY-LIMIT.
           PERFORM 3600-MOVE-FIELDS THRU 3600-EXIT.
           WRITE CZ-REQM-REC
               INVALID KEY
                   PERFORM 8300-IO-REJECT THRU 8300-EXIT
                   GO TO 3000-EXIT
           END-WRITE.
           MOVE CZ-REQM-REC TO CZ-AFTER-IMAGE.
           SET CZ-TRAN-APPLIED TO TRUE.
           ADD 1 TO CZ-CNT-ADDED.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3100-APPLY-CHANGE - the non-blank transaction fields over   *
      *                     the department's master record          *
      *-----------------------------------------------------------*
       3100-APPLY-CHANGE.
           IF NOT CZ-ON-FILE
               MOVE 'REJECTED - CODE NOT ON FILE' TO CZ-TL-RESULT
               GO TO 3100-EXIT
           END-IF.
           PERFORM 3500-EDIT-FIELDS THRU 3500-EXIT.
           IF CZ-TL-RESULT NOT = SPACES
               GO TO 3100-EXIT
           END-IF.

           MOVE CZ-BEFORE-IMAGE TO CZ-REQM-REC.
           PERFORM 3600-MOVE-FIELDS THRU 3600-EXIT.
           REWRITE CZ-REQM-REC
               INVALID KEY
                   PERFORM 8300-IO-REJECT THRU 8300-EXIT
                   GO TO 3100-EXIT
           END-REWRITE.
           MOVE CZ-REQM-REC TO CZ-AFTER-IMAGE.
           SET CZ-TRAN-APPLIED TO TRUE.
           ADD 1 TO CZ-CNT-CHANGED.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3200-APPLY-SUSPEND - the department's status to S           *
      *-----------------------------------------------------------*
       3200-APPLY-SUSPEND.
           IF NOT CZ-ON-FILE
               MOVE 'REJECTED - CODE NOT ON FILE' TO CZ-TL-RESULT
               GO TO 3200-EXIT
           END-IF.
           MOVE CZ-BEFORE-IMAGE TO CZ-REQM-REC.
           IF CZ-REQM-SUSPENDED
               MOVE 'REJECTED - ALREADY SUSPENDED' TO CZ-TL-RESULT
               GO TO 3200-EXIT
           END-IF.
           SET CZ-REQM-SUSPENDED TO TRUE.
           MOVE CZ-RUN-DATE-FULL     TO CZ-REQM-MAINT-DATE.
           MOVE CZ-RUN-TIME-RAW(1:6) TO CZ-REQM-MAINT-TIME.
           REWRITE CZ-REQM-REC
               INVALID KEY
                   PERFORM 8300-IO-REJECT THRU 8300-EXIT
                   GO TO 3200-EXIT
           END-REWRITE.
           MOVE CZ-REQM-REC TO CZ-AFTER-IMAGE.
           SET CZ-TRAN-APPLIED TO TRUE.
           ADD 1 TO CZ-CNT-SUSPENDED.
       3200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3300-APPLY-DELETE - the department off the master           *
      *-----------------------------------------------------------*
       3300-APPLY-DELETE.
           IF NOT CZ-ON-FILE
               MOVE 'REJECTED - CODE NOT ON FILE' TO CZ-TL-RESULT
               GO TO 3300-EXIT
           END-IF.
           MOVE CZ-RQX-CODE TO CZ-REQM-CODE.
           DELETE REQMAST-FILE RECORD
               INVALID KEY
                   PERFORM 8300-IO-REJECT THRU 8300-EXIT
                   GO TO 3300-EXIT
           END-DELETE.
           SET CZ-TRAN-APPLIED TO TRUE.
           ADD 1 TO CZ-CNT-DELETED.
       3300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3500-EDIT-FIELDS - the add/change field values: status A    *
      *                    or S, slot 0-6 and not held by another   *
      *                    department, limit numeric.  Leaves the   *
      *                    reject text in CZ-TL-RESULT              *
      *-----------------------------------------------------------*
       3500-EDIT-FIELDS.
           IF CZ-RQX-STATE NOT = SPACE
             AND CZ-RQX-STATE NOT = 'A'
             AND CZ-RQX-STATE NOT = 'S'
               MOVE 'REJECTED - STATUS NOT A OR S' TO CZ-TL-RESULT
               GO TO 3500-EXIT
           END-IF.
           IF CZ-RQX-LIMIT NOT = SPACES
             AND CZ-RQX-LIMIT NOT NUMERIC
               MOVE 'REJECTED - LIMIT NOT NUMERIC' TO CZ-TL-RESULT
               GO TO 3500-EXIT
           END-IF.
           IF CZ-RQX-SLOT = SPACE
               GO TO 3500-EXIT
           END-IF.
           IF CZ-RQX-SLOT < '0'
             OR CZ-RQX-SLOT > '6'
               MOVE 'REJECTED - SLOT NOT 0-6' TO CZ-TL-RESULT
               GO TO 3500-EXIT
           END-IF.
           MOVE CZ-RQX-SLOT TO CZ-WANT-SLOT.
           IF CZ-WANT-SLOT = ZERO
               GO TO 3500-EXIT
           END-IF.
           PERFORM 8000-CHECK-SLOT THRU 8000-EXIT.
           IF CZ-SLOT-CONFLICT
               STRING 'REJECTED - SLOT ' CZ-RQX-SLOT
                      ' IN USE BY ' CZ-SLOT-HOLDER
                   DELIMITED BY SIZE INTO CZ-TL-RESULT
           END-IF.
       3500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3600-MOVE-FIELDS - the non-blank transaction fields onto    *
      *                    the master record, maintenance stamped   *
      *-----------------------------------------------------------*
       3600-MOVE-FIELDS.
           IF CZ-RQX-NAME NOT = SPACES
               MOVE CZ-RQX-NAME  TO CZ-REQM-NAME
           END-IF.
           IF CZ-RQX-STATE NOT = SPACE
               MOVE CZ-RQX-STATE TO CZ-REQM-STATE
           END-IF.
           IF CZ-RQX-SLOT NOT = SPACE
               MOVE CZ-RQX-SLOT  TO CZ-REQM-DIST-SLOT
           END-IF.
           IF CZ-RQX-LIMIT NOT = SPACES
               MOVE CZ-RQX-LIMIT TO CZ-REQM-DAILY-LIMIT
           END-IF.
           IF CZ-RQX-DSN NOT = SPACES
               MOVE CZ-RQX-DSN   TO CZ-REQM-DIST-DSN
           END-IF.
           MOVE CZ-RUN-DATE-FULL     TO CZ-REQM-MAINT-DATE.
           MOVE CZ-RUN-TIME-RAW(1:6) TO CZ-REQM-MAINT-TIME.
       3600-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8000-CHECK-SLOT - browse the master for another department  *
      *                   already holding slot CZ-WANT-SLOT         *
      *-----------------------------------------------------------*
       8000-CHECK-SLOT.
           MOVE 'N' TO CZ-CONFLICT-SWITCH.
           PERFORM 8050-START-BROWSE THRU 8050-EXIT.
           PERFORM 8010-CHECK-ONE-SLOT THRU 8010-EXIT
               UNTIL CZ-SCAN-EOF OR CZ-SLOT-CONFLICT.
       8000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8010-CHECK-ONE-SLOT                                         *
      *-----------------------------------------------------------*
       8010-CHECK-ONE-SLOT.
           PERFORM 8060-READ-NEXT THRU 8060-EXIT.
           IF CZ-SCAN-EOF
               GO TO 8010-EXIT
           END-IF.
           IF CZ-REQM-DIST-SLOT = CZ-WANT-SLOT
             AND CZ-REQM-CODE NOT = CZ-RQX-CODE
               SET CZ-SLOT-CONFLICT TO TRUE
               MOVE CZ-REQM-CODE TO CZ-SLOT-HOLDER
           END-IF.
       8010-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8050-START-BROWSE - position at the lowest key; an empty    *
      *                     master is at end straight away          *
      *-----------------------------------------------------------*
       8050-START-BROWSE.
           MOVE 'N' TO CZ-SCAN-EOF-SWITCH.
           MOVE LOW-VALUES TO CZ-REQM-CODE.
           START REQMAST-FILE KEY IS NOT LESS THAN CZ-REQM-CODE
               INVALID KEY
                   SET CZ-SCAN-EOF TO TRUE
           END-START.
       8050-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8060-READ-NEXT                                              *
      *-----------------------------------------------------------*
       8060-READ-NEXT.
           READ REQMAST-FILE NEXT RECORD
               AT END
                   SET CZ-SCAN-EOF TO TRUE
           END-READ.
       8060-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8100-LIST-ONE - one master record onto the closing listing  *
      *-----------------------------------------------------------*
       8100-LIST-ONE.
           PERFORM 8060-READ-NEXT THRU 8060-EXIT.
           IF CZ-SCAN-EOF
               GO TO 8100-EXIT
           END-IF.
           ADD 1 TO CZ-CNT-ON-FILE.
           IF CZ-REQM-ACTIVE
               ADD 1 TO CZ-CNT-ACTIVE
           END-IF.
           MOVE '       ' TO CZ-IL-LABEL.
           MOVE CZ-REQM-REC TO CZ-PRINT-AREA.
           PERFORM 8200-WRITE-IMAGE THRU 8200-EXIT.
       8100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8200-WRITE-IMAGE - the record image in CZ-PRINT-AREA under  *
      *                    the label already in CZ-IL-LABEL         *
      *-----------------------------------------------------------*
       8200-WRITE-IMAGE.
           MOVE CZ-PI-CODE  TO CZ-IL-CODE.
           MOVE CZ-PI-NAME  TO CZ-IL-NAME.
           MOVE CZ-PI-STATE TO CZ-IL-STATE.
           MOVE CZ-PI-SLOT  TO CZ-IL-SLOT.
           MOVE CZ-PI-LIMIT TO CZ-IL-LIMIT.
           MOVE CZ-PI-DSN   TO CZ-IL-DSN.
           WRITE CZ-REPORT-LINE FROM CZ-IMAGE-LINE.
       8200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8300-IO-REJECT - a write, rewrite or delete the master      *
      *                  refused                                    *
      *-----------------------------------------------------------*
       8300-IO-REJECT.
           STRING 'REJECTED - MASTER I/O STATUS '
                  CZ-REQMAST-STATUS
               DELIMITED BY SIZE INTO CZ-TL-RESULT.
       8300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE - control totals, the master as it now       *
      *                  stands, close                              *
      *-----------------------------------------------------------*
       9000-TERMINATE.
           MOVE 'TRANSACTIONS READ'        TO CZ-SUM-LABEL.
           MOVE CZ-CNT-READ                TO CZ-SUM-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE.

           MOVE 'DEPARTMENTS ADDED'        TO CZ-SUM-LABEL.
           MOVE CZ-CNT-ADDED               TO CZ-SUM-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE.

           MOVE 'DEPARTMENTS CHANGED'      TO CZ-SUM-LABEL.
           MOVE CZ-CNT-CHANGED             TO CZ-SUM-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE.

           MOVE 'DEPARTMENTS SUSPENDED'    TO CZ-SUM-LABEL.
           MOVE CZ-CNT-SUSPENDED           TO CZ-SUM-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE.

           MOVE 'DEPARTMENTS DELETED'      TO CZ-SUM-LABEL.
           MOVE CZ-CNT-DELETED             TO CZ-SUM-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE.

           MOVE 'TRANSACTIONS REJECTED'    TO CZ-SUM-LABEL.
           MOVE CZ-CNT-REJECTED            TO CZ-SUM-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE.

           MOVE SPACES TO CZ-REPORT-LINE.
           WRITE CZ-REPORT-LINE.
           MOVE 'REQUESTOR MASTER AFTER MAINTENANCE' TO CZ-REPORT-LINE.
           WRITE CZ-REPORT-LINE.
           WRITE CZ-REPORT-LINE FROM CZ-COL-HDR.
           PERFORM 8050-START-BROWSE THRU 8050-EXIT.
           PERFORM 8100-LIST-ONE THRU 8100-EXIT
               UNTIL CZ-SCAN-EOF.

           MOVE SPACES TO CZ-REPORT-LINE.
           WRITE CZ-REPORT-LINE.
           MOVE 'DEPARTMENTS ON FILE'      TO CZ-SUM-LABEL.
           MOVE CZ-CNT-ON-FILE             TO CZ-SUM-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE.

           MOVE 'DEPARTMENTS ACTIVE'       TO CZ-SUM-LABEL.
           MOVE CZ-CNT-ACTIVE              TO CZ-SUM-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE.

           IF CZ-TRAN-OPEN
               CLOSE TRAN-FILE
           END-IF.
           CLOSE REQMAST-FILE.
           CLOSE REPORT-FILE.
           IF CZ-CNT-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * PROGRAM-ID.  COLZCHG                                       *
      * AUTHOR.      R. CHIN, APPLICATIONS DEVELOPMENT.             *
      * INSTALLATION. MERIDIAN BATCH SERVICES.                      *
      * DATE-WRITTEN. 2026-10-15.                                   *
      *                                                             *
      * REMARKS.                                                    *
      *   Monthly requestor chargeback.  Reads the cumulative      *
      *   results extracts (RSLTIN, copybook CZRSLT) and prices    *
      *   every starting value run in the billing month against    *
      *   the rate card on RATECARD:                               *
      *     - fresh calculations by step count - source F, and     *
      *       source S (stopped at a cached value and finished     *
      *       from it), billed like F at its full step count, as   *
      *       RUNHIST counts it among the fresh calculations,      *
      *     - cache hits (source C) at a flat rate per value,      *
      *     - overflow/runaway results (RC 10/20), whatever their  *
      *       source, at their own flat rate per value.            *
      *   Departments come from the REQMAST requestor master;      *
      *   a suspended department is still billed for work already  *
      *   run.  Prints one invoice page per department on          *
      *   CHGOUT and writes one billing-extract record (BILLOUT,   *
      *   copybook CZBILL) per department per charge category for  *
      *   the general-ledger feed.  A closing page balances the    *
      *   values billed against the month's RUNHIST processed,     *
      *   cache-hit and fresh-calculation totals.                  *
      *                                                             *
      *   RATECARD holds keyword cards, in any order across one    *
      *   or more cards, all required:                              *
      *     MONTH=yyyymm        the billing month                  *
      *     STEP=nnnn.nnnnnn    rate per step, fresh calculations  *
      *     CACHE=nnnn.nnnnnn   rate per cache hit                 *
      *     ERROR=nnnn.nnnnnn   rate per overflow/runaway result   *
      *   so finance can change rates without a program change.    *
      *                                                             *
      *   RETURN-CODE 0 = billed and in balance, 4 = billed but    *
      *   out of balance with RUNHIST (or RUNHIST unavailable),    *
      *   8 = bad or incomplete rate card, 16 = RSLTIN or the      *
      *   REQMAST requestor master not available.                  *
      *                                                             *
      * MAINTENANCE HISTORY                                        *
      *   2026-10-15  RLC  Original program.                        *
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COLZCHG.
       AUTHOR.        R. CHIN.
       INSTALLATION.  MERIDIAN BATCH SERVICES.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RSLT-FILE    ASSIGN TO RSLTIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CZ-RSLT-STATUS.

           SELECT RUNHIST-FILE ASSIGN TO RUNHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CZ-RUNHIST-STATUS.

           SELECT RATE-FILE    ASSIGN TO RATECARD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CZ-RATE-STATUS.

           SELECT BILL-FILE    ASSIGN TO BILLOUT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE  ASSIGN TO CHGOUT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REQMAST-FILE ASSIGN TO REQMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CZ-REQM-CODE
               FILE STATUS IS CZ-REQMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RSLT-FILE
           RECORDING MODE IS F.
           COPY CZRSLT.

       FD  RUNHIST-FILE
           RECORDING MODE IS F.
           COPY CZRUNH.

       FD  RATE-FILE.
       01  CZ-RATECARD                     PIC X(80).

       FD  BILL-FILE
           RECORDING MODE IS F.
           COPY CZBILL.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  CZ-REPORT-LINE                  PIC X(80).

       FD  REQMAST-FILE.
           COPY CZREQM.

       WORKING-STORAGE SECTION.
       01  CZ-SWITCHES.
           05  CZ-EOF-SWITCH               PIC X(01) VALUE 'N'.
               88  CZ-EOF                           VALUE 'Y'.
           05  CZ-RATE-EOF-SWITCH          PIC X(01) VALUE 'N'.
               88  CZ-RATE-EOF                      VALUE 'Y'.
           05  CZ-HIST-EOF-SWITCH          PIC X(01) VALUE 'N'.
               88  CZ-HIST-EOF                      VALUE 'Y'.
           05  CZ-REQM-EOF-SWITCH          PIC X(01) VALUE 'N'.
               88  CZ-REQM-EOF                      VALUE 'Y'.
           05  CZ-BALANCE-SWITCH           PIC X(01) VALUE 'Y'.
               88  CZ-IN-BALANCE                    VALUE 'Y'.
               88  CZ-OUT-OF-BALANCE                VALUE 'N'.

       01  CZ-RSLT-STATUS                  PIC X(02).
           88  CZ-RSLT-STATUS-OK                  VALUE '00'.

       01  CZ-RUNHIST-STATUS               PIC X(02).
           88  CZ-RUNHIST-STATUS-OK               VALUE '00'.

       01  CZ-REQMAST-STATUS               PIC X(02).
           88  CZ-REQMAST-STATUS-OK               VALUE '00'.

       01  CZ-RATE-STATUS                  PIC X(02).
           88  CZ-RATE-STATUS-OK                  VALUE '00'.
           88  CZ-RATE-STATUS-NOTFOUND            VALUE '35'.

       01  CZ-CTL-TOKEN                    PIC X(20).
       01  CZ-CTL-PTR                      PIC 9(02) COMP.
       01  CZ-CTL-KEYWORD                  PIC X(10).
       01  CZ-CTL-VALUE                    PIC X(20).

      *    A rate keyword's nnnn.nnnnnn value, taken apart and put
      *    back together with an implied decimal point.
       01  CZ-RATE-WORK.
           05  CZ-RATE-WORK-INT            PIC 9(04).
           05  CZ-RATE-WORK-FRAC           PIC 9(06).
       01  CZ-RATE-WORK-VALUE REDEFINES CZ-RATE-WORK
                                           PIC 9(04)V9(06).

       01  CZ-BILL-MONTH-CARD              PIC 9(06) VALUE ZERO.
       01  CZ-BILL-MONTH-SPLIT REDEFINES CZ-BILL-MONTH-CARD.
           05  CZ-BILL-YYYY                PIC 9(04).
           05  CZ-BILL-MM                  PIC 9(02).
       01  CZ-BILL-MONTH-DISPLAY           PIC X(07).
       01  CZ-REC-MONTH                    PIC 9(06).

      *    Charge categories: 1 fresh calculations, sources F and
      *    S (priced per step), 2 cache hits, 3 overflow/runaway
      *    results (both priced per value).  A rate is present
      *    once its keyword has been read.
       01  CZ-CAT-COUNT                    PIC 9(02) COMP VALUE 3.
       01  CZ-CAT-IDX                      PIC 9(02) COMP.
       01  CZ-CAT-DEFS.
           05  FILLER                      PIC X(23)
               VALUE 'CALC FRESH CALCULATION'.
           05  FILLER                      PIC X(23)
               VALUE 'CACHECACHE HIT'.
           05  FILLER                      PIC X(23)
               VALUE 'ERROROVERFLOW/RUNAWAY'.
       01  CZ-CAT-TABLE REDEFINES CZ-CAT-DEFS.
           05  CZ-CAT-ENTRY OCCURS 3 TIMES.
               10  CZ-CAT-CODE             PIC X(05).
               10  CZ-CAT-LABEL            PIC X(18).
       01  CZ-RATE-TABLE.
           05  CZ-RATE-ENTRY OCCURS 3 TIMES.
               10  CZ-RATE                 PIC 9(04)V9(06)
                                           VALUE ZERO.
               10  CZ-RATE-PRESENT         PIC X(01) VALUE 'N'.

      *    Departments to bill: the requestor table loaded from
      *    the requestor master, plus a last slot for any extract
      *    record whose requestor is not on it (a department since
      *    deleted), so every value billed is accounted for.
           COPY CZREQT.

       01  CZ-REQ-IDX                      PIC 9(02) COMP.
       01  CZ-DEPT-LIMIT                   PIC 9(02) COMP VALUE 51.
       01  CZ-DEPT-COUNT                   PIC 9(02) COMP VALUE ZERO.
       01  CZ-DEPT-IDX                     PIC 9(02) COMP.
       01  CZ-CURR-DEPT-IDX                PIC 9(02) COMP.
       01  CZ-DEPT-TABLE.
           05  CZ-DEPT-ENTRY OCCURS 51 TIMES.
               10  CZ-DEPT-CODE            PIC X(03).
               10  CZ-DEPT-NAME            PIC X(20).
               10  CZ-DEPT-CHARGE OCCURS 3 TIMES.
                   15  CZ-DC-VALUES        PIC 9(09).
                   15  CZ-DC-STEPS         PIC 9(15).
                   15  CZ-DC-AMOUNT        PIC 9(11)V9(02).
               10  CZ-DEPT-TOTAL-DUE       PIC 9(11)V9(02).

       01  CZ-CHARGE-UNITS                 PIC 9(15).

       01  CZ-COUNTERS.
           05  CZ-CNT-RSLT-READ            PIC 9(09) VALUE ZERO.
           05  CZ-CNT-OUT-OF-MONTH         PIC 9(09) VALUE ZERO.
           05  CZ-CNT-BILLED               PIC 9(09) VALUE ZERO.
           05  CZ-CNT-BILLED-CACHE         PIC 9(09) VALUE ZERO.
           05  CZ-CNT-BILLED-CALC          PIC 9(09) VALUE ZERO.
           05  CZ-CNT-BILL-RECS            PIC 9(09) VALUE ZERO.
           05  CZ-CNT-HIST-RUNS            PIC 9(05) VALUE ZERO.
           05  CZ-CNT-HIST-PROCESSED       PIC 9(09) VALUE ZERO.
           05  CZ-CNT-HIST-CACHE-HITS      PIC 9(09) VALUE ZERO.
           05  CZ-CNT-HIST-FRESH-CALCS     PIC 9(09) VALUE ZERO.
           05  CZ-CAT-TOTAL-VALUES         PIC 9(09) OCCURS 3 TIMES
                                           VALUE ZERO.
           05  CZ-CAT-TOTAL-AMOUNT         PIC 9(11)V9(02)
                                           OCCURS 3 TIMES VALUE ZERO.
           05  CZ-GRAND-TOTAL-DUE          PIC 9(11)V9(02)
                                           VALUE ZERO.

       01  CZ-RUN-DATE-FULL                PIC 9(08).
       01  CZ-PAGE-COUNT                   PIC 9(05) VALUE ZERO.

       01  CZ-HDR-LINE-1.
           05  FILLER                      PIC X(26)
               VALUE 'MERIDIAN BATCH SERVICES - '.
           05  FILLER                      PIC X(27)
               VALUE 'COLLATZ CAPACITY CHARGEBACK'.
           05  FILLER                      PIC X(27) VALUE SPACES.

       01  CZ-INV-HDR-LINE.
           05  FILLER                      PIC X(12)
               VALUE 'INVOICE FOR '.
           05  CZ-IH-CODE                  PIC X(03).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  CZ-IH-NAME                  PIC X(20).
           05  FILLER                      PIC X(17)
               VALUE '   BILLING MONTH '.
           05  CZ-IH-MONTH                 PIC X(07).
           05  FILLER                      PIC X(20) VALUE SPACES.

       01  CZ-INV-COL-LINE.
           05  FILLER                      PIC X(19)
               VALUE 'CHARGE'.
           05  FILLER                      PIC X(11)
               VALUE '     VALUES'.
           05  FILLER                      PIC X(17)
               VALUE '            STEPS'.
           05  FILLER                      PIC X(13)
               VALUE '         RATE'.
           05  FILLER                      PIC X(19)
               VALUE '             AMOUNT'.
           05  FILLER                      PIC X(01) VALUE SPACES.

       01  CZ-INV-LINE.
           05  CZ-IL-LABEL                 PIC X(18).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  CZ-IL-VALUES                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  CZ-IL-STEPS                 PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  CZ-IL-RATE                  PIC ZZZ9.999999.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  CZ-IL-AMOUNT                PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(01) VALUE SPACES.

       01  CZ-INV-TOTAL-LINE.
           05  FILLER                      PIC X(18)
               VALUE 'TOTAL DUE'.
           05  FILLER                      PIC X(44) VALUE SPACES.
           05  CZ-IT-AMOUNT                PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(01) VALUE SPACES.

       01  CZ-SUM-HDR-LINE.
           05  FILLER                      PIC X(35)
               VALUE 'CHARGEBACK SUMMARY - BILLING MONTH '.
           05  CZ-SH-MONTH                 PIC X(07).
           05  FILLER                      PIC X(38) VALUE SPACES.

       01  CZ-SUM-LINE.
           05  CZ-SUM-LABEL                PIC X(30).
           05  CZ-SUM-VALUE                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(39) VALUE SPACES.

       01  CZ-SUM-AMT-LINE.
           05  CZ-SUM-AMT-LABEL            PIC X(30).
           05  CZ-SUM-AMT-VALUE            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(33) VALUE SPACES.

       01  CZ-BAL-HDR-LINE.
           05  FILLER                      PIC X(30)
               VALUE 'BALANCE TO RUNHIST'.
           05  FILLER                      PIC X(11)
               VALUE '     BILLED'.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  FILLER                      PIC X(11)
               VALUE '    RUNHIST'.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  FILLER                      PIC X(14)
               VALUE 'STATUS'.
           05  FILLER                      PIC X(10) VALUE SPACES.

       01  CZ-BAL-LINE.
           05  CZ-BL-LABEL                 PIC X(30).
           05  CZ-BL-BILLED                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  CZ-BL-RUNHIST               PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  CZ-BL-STATUS                PIC X(14).
           05  FILLER                      PIC X(10) VALUE SPACES.

       01  CZ-BAL-BILLED                   PIC 9(09).
       01  CZ-BAL-RUNHIST                  PIC 9(09).

       PROCEDURE DIVISION.
      *-----------------------------------------------------------*
      * 0000-MAINLINE                                               *
      *-----------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PRICE-RESULT THRU 2000-EXIT
               UNTIL CZ-EOF.
           PERFORM 3000-LOAD-RUN-HISTORY THRU 3000-EXIT.
           PERFORM 4000-WRITE-INVOICE THRU 4000-EXIT
               VARYING CZ-DEPT-IDX FROM 1 BY 1
               UNTIL CZ-DEPT-IDX > CZ-DEPT-COUNT.
           PERFORM 5000-WRITE-SUMMARY THRU 5000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - rate card, department table, open the     *
      *                   extracts and the billing extract          *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN OUTPUT REPORT-FILE.
           ACCEPT CZ-RUN-DATE-FULL FROM DATE YYYYMMDD.

           PERFORM 1050-READ-RATECARD THRU 1050-EXIT.
           STRING CZ-BILL-YYYY '-' CZ-BILL-MM
               DELIMITED BY SIZE INTO CZ-BILL-MONTH-DISPLAY.

           PERFORM 1080-LOAD-REQUESTORS THRU 1080-EXIT.
           PERFORM 1100-LOAD-DEPARTMENT THRU 1100-EXIT
               VARYING CZ-REQ-IDX FROM 1 BY 1
               UNTIL CZ-REQ-IDX > CZ-REQUESTOR-COUNT.
           ADD 1 TO CZ-DEPT-COUNT.
           INITIALIZE CZ-DEPT-ENTRY(CZ-DEPT-COUNT).
           MOVE '???'                  TO CZ-DEPT-CODE(CZ-DEPT-COUNT).
           MOVE 'UNKNOWN REQUESTOR'    TO CZ-DEPT-NAME(CZ-DEPT-COUNT).

           OPEN INPUT RSLT-FILE.
           IF NOT CZ-RSLT-STATUS-OK
               DISPLAY 'COLZCHG: RSLTIN OPEN FAILED, STATUS '
                   CZ-RSLT-STATUS ' - NOTHING BILLED'
               CLOSE REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT BILL-FILE.

           PERFORM 2100-READ-RESULT THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1050-READ-RATECARD - read every RATECARD record and apply   *
      *                      its keywords; the month and all three  *
      *                      rates must be present                  *
      *-----------------------------------------------------------*
       1050-READ-RATECARD.
           OPEN INPUT RATE-FILE.
           IF CZ-RATE-STATUS-NOTFOUND
               DISPLAY 'COLZCHG: RATECARD NOT FOUND - NOTHING BILLED'
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1055-READ-RATE-CARD THRU 1055-EXIT
               UNTIL CZ-RATE-EOF.
           CLOSE RATE-FILE.

           IF CZ-BILL-MONTH-CARD = ZERO
               DISPLAY 'COLZCHG: RATECARD HAS NO MONTH=YYYYMM'
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1070-CHECK-RATE THRU 1070-EXIT
               VARYING CZ-CAT-IDX FROM 1 BY 1
               UNTIL CZ-CAT-IDX > CZ-CAT-COUNT.
       1050-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1055-READ-RATE-CARD - one card: scan its blank-separated    *
      *                       keywords                              *
      *-----------------------------------------------------------*
       1055-READ-RATE-CARD.
           READ RATE-FILE
               AT END
                   SET CZ-RATE-EOF TO TRUE
                   GO TO 1055-EXIT
           END-READ.
           MOVE 1 TO CZ-CTL-PTR.
           PERFORM 1060-PARSE-KEYWORD THRU 1060-EXIT
               UNTIL CZ-CTL-PTR > 80.
       1055-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1060-PARSE-KEYWORD - pull the next keyword off the card     *
      *                      and apply it; an unrecognized keyword  *
      *                      or malformed value ends the run with   *
      *                      RETURN-CODE 8                          *
      *-----------------------------------------------------------*
       1060-PARSE-KEYWORD.
           MOVE SPACES TO CZ-CTL-TOKEN.
           UNSTRING CZ-RATECARD DELIMITED BY ALL ' '
               INTO CZ-CTL-TOKEN
               WITH POINTER CZ-CTL-PTR
           END-UNSTRING.
           IF CZ-CTL-TOKEN = SPACES
               GO TO 1060-EXIT
           END-IF.
           MOVE SPACES TO CZ-CTL-KEYWORD.
           MOVE SPACES TO CZ-CTL-VALUE.
           UNSTRING CZ-CTL-TOKEN DELIMITED BY '='
               INTO CZ-CTL-KEYWORD CZ-CTL-VALUE
           END-UNSTRING.

           MOVE ZERO TO CZ-CAT-IDX.
           EVALUATE TRUE
               WHEN CZ-CTL-KEYWORD = 'MONTH'
                 AND CZ-CTL-VALUE(1:6) IS NUMERIC
                 AND CZ-CTL-VALUE(7:14) = SPACES
                 AND CZ-CTL-VALUE(5:2) >= '01'
                 AND CZ-CTL-VALUE(5:2) <= '12'
                   MOVE CZ-CTL-VALUE(1:6) TO CZ-BILL-MONTH-CARD
                   GO TO 1060-EXIT
               WHEN CZ-CTL-KEYWORD = 'STEP'
                   MOVE 1 TO CZ-CAT-IDX
               WHEN CZ-CTL-KEYWORD = 'CACHE'
                   MOVE 2 TO CZ-CAT-IDX
               WHEN CZ-CTL-KEYWORD = 'ERROR'
                   MOVE 3 TO CZ-CAT-IDX
           END-EVALUATE.
           IF CZ-CAT-IDX > ZERO
             AND CZ-CTL-VALUE(1:4) IS NUMERIC
             AND CZ-CTL-VALUE(5:1) = '.'
             AND CZ-CTL-VALUE(6:6) IS NUMERIC
             AND CZ-CTL-VALUE(12:9) = SPACES
               MOVE CZ-CTL-VALUE(1:4)  TO CZ-RATE-WORK-INT
               MOVE CZ-CTL-VALUE(6:6)  TO CZ-RATE-WORK-FRAC
               MOVE CZ-RATE-WORK-VALUE TO CZ-RATE(CZ-CAT-IDX)
               MOVE 'Y' TO CZ-RATE-PRESENT(CZ-CAT-IDX)
               GO TO 1060-EXIT
           END-IF.

           DISPLAY 'COLZCHG: INVALID RATECARD KEYWORD '''
               CZ-CTL-TOKEN ''' - EXPECTED MONTH=YYYYMM, '
               'STEP=NNNN.NNNNNN, CACHE=NNNN.NNNNNN OR '
               'ERROR=NNNN.NNNNNN'
           CLOSE RATE-FILE.
           CLOSE REPORT-FILE.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
       1060-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1070-CHECK-RATE - every charge category needs its rate      *
      *-----------------------------------------------------------*
       1070-CHECK-RATE.
           IF CZ-RATE-PRESENT(CZ-CAT-IDX) NOT = 'Y'
               DISPLAY 'COLZCHG: RATECARD HAS NO RATE FOR '
                   CZ-CAT-LABEL(CZ-CAT-IDX)
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       1070-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1080-LOAD-REQUESTORS - the requestor master into the        *
      *                        requestor table; without it nothing  *
      *                        can be billed to a department, so    *
      *                        the run ends with RETURN-CODE 16     *
      *-----------------------------------------------------------*
       1080-LOAD-REQUESTORS.
           MOVE ZERO TO CZ-REQUESTOR-COUNT.
           OPEN INPUT REQMAST-FILE.
           IF NOT CZ-REQMAST-STATUS-OK
               DISPLAY 'COLZCHG: REQMAST OPEN FAILED, STATUS '
                   CZ-REQMAST-STATUS ' - NOTHING BILLED'
               CLOSE REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1085-LOAD-ONE-REQUESTOR THRU 1085-EXIT
               UNTIL CZ-REQM-EOF.
           CLOSE REQMAST-FILE.
       1080-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1085-LOAD-ONE-REQUESTOR - one master record into the table  *
      *-----------------------------------------------------------*
       1085-LOAD-ONE-REQUESTOR.
           READ REQMAST-FILE
               AT END
                   SET CZ-REQM-EOF TO TRUE
                   GO TO 1085-EXIT
           END-READ.
           IF CZ-REQUESTOR-COUNT >= CZ-REQUESTOR-MAX
               DISPLAY 'COLZCHG: REQUESTOR TABLE FULL AT '
                   CZ-REQUESTOR-MAX ' - DEPARTMENT ' CZ-REQM-CODE
                   ' BILLED AS UNKNOWN'
               GO TO 1085-EXIT
           END-IF.
           ADD 1 TO CZ-REQUESTOR-COUNT.
           MOVE CZ-REQUESTOR-COUNT  TO CZ-REQ-IDX.
           MOVE CZ-REQM-CODE        TO CZ-REQ-CODE(CZ-REQ-IDX).
           MOVE CZ-REQM-NAME        TO CZ-REQ-NAME(CZ-REQ-IDX).
           MOVE CZ-REQM-STATE       TO CZ-REQ-STATE(CZ-REQ-IDX).
           MOVE CZ-REQM-DIST-SLOT   TO CZ-REQ-DIST-SLOT(CZ-REQ-IDX).
           MOVE CZ-REQM-DAILY-LIMIT TO CZ-REQ-DAILY-LIMIT(CZ-REQ-IDX).
           MOVE ZERO                TO CZ-REQ-VALUES-TAKEN(CZ-REQ-IDX).
       1085-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1100-LOAD-DEPARTMENT - one requestor-table entry into the   *
      *                        billing table, charges zeroed        *
      *-----------------------------------------------------------*
       1100-LOAD-DEPARTMENT.
           IF CZ-DEPT-COUNT >= CZ-DEPT-LIMIT - 1
               GO TO 1100-EXIT
           END-IF.
           ADD 1 TO CZ-DEPT-COUNT.
           INITIALIZE CZ-DEPT-ENTRY(CZ-DEPT-COUNT).
           MOVE CZ-REQ-CODE(CZ-REQ-IDX) TO CZ-DEPT-CODE(CZ-DEPT-COUNT).
           MOVE CZ-REQ-NAME(CZ-REQ-IDX) TO CZ-DEPT-NAME(CZ-DEPT-COUNT).
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-PRICE-RESULT - one extract record in the billing       *
      *                     month, counted to its department and    *
      *                     charge category                         *
      *-----------------------------------------------------------*
       2000-PRICE-RESULT.
           MOVE CZ-RSL-RUN-DATE(1:6) TO CZ-REC-MONTH.
           IF CZ-REC-MONTH NOT = CZ-BILL-MONTH-CARD
               ADD 1 TO CZ-CNT-OUT-OF-MONTH
               GO TO 2000-NEXT
           END-IF.

           PERFORM 2200-FIND-DEPARTMENT THRU 2200-EXIT.
           EVALUATE TRUE
               WHEN CZ-RSL-RC = 10
                 OR CZ-RSL-RC = 20
                   MOVE 3 TO CZ-CAT-IDX
               WHEN CZ-RSL-FROM-CACHE
                   MOVE 2 TO CZ-CAT-IDX
      *    Sources F and S alike.
               WHEN OTHER
                   MOVE 1 TO CZ-CAT-IDX
           END-EVALUATE.
           ADD 1 TO CZ-DC-VALUES(CZ-CURR-DEPT-IDX, CZ-CAT-IDX).
           IF CZ-CAT-IDX = 1
               ADD CZ-RSL-COUNT
                   TO CZ-DC-STEPS(CZ-CURR-DEPT-IDX, CZ-CAT-IDX)
           END-IF.

           ADD 1 TO CZ-CNT-BILLED.
           IF CZ-RSL-FROM-CACHE
               ADD 1 TO CZ-CNT-BILLED-CACHE
           ELSE
               ADD 1 TO CZ-CNT-BILLED-CALC
           END-IF.
       2000-NEXT.
           PERFORM 2100-READ-RESULT THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2100-READ-RESULT                                            *
      *-----------------------------------------------------------*
       2100-READ-RESULT.
           READ RSLT-FILE
               AT END
                   SET CZ-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           ADD 1 TO CZ-CNT-RSLT-READ.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2200-FIND-DEPARTMENT - the record's requestor in the        *
      *                        billing table; the last slot takes   *
      *                        any code not on it                   *
      *-----------------------------------------------------------*
       2200-FIND-DEPARTMENT.
           MOVE ZERO TO CZ-CURR-DEPT-IDX.
           PERFORM 2210-MATCH-DEPARTMENT THRU 2210-EXIT
               VARYING CZ-DEPT-IDX FROM 1 BY 1
               UNTIL CZ-DEPT-IDX >= CZ-DEPT-COUNT
                   OR CZ-CURR-DEPT-IDX > ZERO.
           IF CZ-CURR-DEPT-IDX = ZERO
               MOVE CZ-DEPT-COUNT TO CZ-CURR-DEPT-IDX
           END-IF.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2210-MATCH-DEPARTMENT                                       *
      *-----------------------------------------------------------*
       2210-MATCH-DEPARTMENT.
           IF CZ-RSL-REQUESTOR = CZ-DEPT-CODE(CZ-DEPT-IDX)
               MOVE CZ-DEPT-IDX TO CZ-CURR-DEPT-IDX
           END-IF.
       2210-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-LOAD-RUN-HISTORY - the billing month's processed,      *
      *                         cache-hit and fresh-calc totals     *
      *                         from RUNHIST, for the balancing     *
      *-----------------------------------------------------------*
       3000-LOAD-RUN-HISTORY.
           OPEN INPUT RUNHIST-FILE.
           IF NOT CZ-RUNHIST-STATUS-OK
               DISPLAY 'COLZCHG: RUNHIST OPEN FAILED, STATUS '
                   CZ-RUNHIST-STATUS ' - BILLING NOT BALANCED'
               SET CZ-OUT-OF-BALANCE TO TRUE
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-READ-RUN-HISTORY THRU 3100-EXIT
               UNTIL CZ-HIST-EOF.
           CLOSE RUNHIST-FILE.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3100-READ-RUN-HISTORY                                       *
      *-----------------------------------------------------------*
       3100-READ-RUN-HISTORY.
           READ RUNHIST-FILE
               AT END
                   SET CZ-HIST-EOF TO TRUE
                   GO TO 3100-EXIT
           END-READ.
           IF CZ-RUNH-DATE(1:6) NOT = CZ-BILL-MONTH-CARD
               GO TO 3100-EXIT
           END-IF.
           ADD 1                    TO CZ-CNT-HIST-RUNS.
           ADD CZ-RUNH-PROCESSED    TO CZ-CNT-HIST-PROCESSED.
           ADD CZ-RUNH-CACHE-HITS   TO CZ-CNT-HIST-CACHE-HITS.
           ADD CZ-RUNH-FRESH-CALCS  TO CZ-CNT-HIST-FRESH-CALCS.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-WRITE-INVOICE - one department's invoice page and its  *
      *                      billing-extract records; the unknown-  *
      *                      requestor slot only when it was used   *
      *-----------------------------------------------------------*
       4000-WRITE-INVOICE.
           MOVE ZERO TO CZ-DEPT-TOTAL-DUE(CZ-DEPT-IDX).
           PERFORM 4100-PRICE-CATEGORY THRU 4100-EXIT
               VARYING CZ-CAT-IDX FROM 1 BY 1
               UNTIL CZ-CAT-IDX > CZ-CAT-COUNT.
           IF CZ-DEPT-IDX = CZ-DEPT-COUNT
             AND CZ-DC-VALUES(CZ-DEPT-IDX, 1) = ZERO
             AND CZ-DC-VALUES(CZ-DEPT-IDX, 2) = ZERO
             AND CZ-DC-VALUES(CZ-DEPT-IDX, 3) = ZERO
               GO TO 4000-EXIT
           END-IF.

           PERFORM 8100-START-PAGE THRU 8100-EXIT.
           MOVE CZ-DEPT-CODE(CZ-DEPT-IDX) TO CZ-IH-CODE.
           MOVE CZ-DEPT-NAME(CZ-DEPT-IDX) TO CZ-IH-NAME.
           MOVE CZ-BILL-MONTH-DISPLAY     TO CZ-IH-MONTH.
           WRITE CZ-REPORT-LINE FROM CZ-INV-HDR-LINE.
           MOVE SPACES TO CZ-REPORT-LINE.
           WRITE CZ-REPORT-LINE.
           WRITE CZ-REPORT-LINE FROM CZ-INV-COL-LINE.
           PERFORM 4200-WRITE-CHARGE-LINE THRU 4200-EXIT
               VARYING CZ-CAT-IDX FROM 1 BY 1
               UNTIL CZ-CAT-IDX > CZ-CAT-COUNT.
           MOVE SPACES TO CZ-REPORT-LINE.
           WRITE CZ-REPORT-LINE.
           MOVE CZ-DEPT-TOTAL-DUE(CZ-DEPT-IDX) TO CZ-IT-AMOUNT.
           WRITE CZ-REPORT-LINE FROM CZ-INV-TOTAL-LINE.
       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4100-PRICE-CATEGORY - one charge: steps times the step     *
      *                       rate for fresh calculations, values   *
      *                       times the flat rate otherwise,        *
      *                       rounded to the cent                   *
      *-----------------------------------------------------------*
       4100-PRICE-CATEGORY.
           IF CZ-CAT-IDX = 1
               MOVE CZ-DC-STEPS(CZ-DEPT-IDX, CZ-CAT-IDX)
                   TO CZ-CHARGE-UNITS
           ELSE
               MOVE CZ-DC-VALUES(CZ-DEPT-IDX, CZ-CAT-IDX)
                   TO CZ-CHARGE-UNITS
           END-IF.
           COMPUTE CZ-DC-AMOUNT(CZ-DEPT-IDX, CZ-CAT-IDX) ROUNDED =
               CZ-CHARGE-UNITS * CZ-RATE(CZ-CAT-IDX)
               ON SIZE ERROR
                   DISPLAY 'COLZCHG: CHARGE TOO LARGE FOR '
                       CZ-DEPT-CODE(CZ-DEPT-IDX) ' '
                       CZ-CAT-LABEL(CZ-CAT-IDX)
                   MOVE ZERO TO CZ-DC-AMOUNT(CZ-DEPT-IDX, CZ-CAT-IDX)
                   SET CZ-OUT-OF-BALANCE TO TRUE
           END-COMPUTE.
           ADD CZ-DC-AMOUNT(CZ-DEPT-IDX, CZ-CAT-IDX)
               TO CZ-DEPT-TOTAL-DUE(CZ-DEPT-IDX).
           ADD CZ-DC-AMOUNT(CZ-DEPT-IDX, CZ-CAT-IDX)
               TO CZ-CAT-TOTAL-AMOUNT(CZ-CAT-IDX).
           ADD CZ-DC-AMOUNT(CZ-DEPT-IDX, CZ-CAT-IDX)
               TO CZ-GRAND-TOTAL-DUE.
           ADD CZ-DC-VALUES(CZ-DEPT-IDX, CZ-CAT-IDX)
               TO CZ-CAT-TOTAL-VALUES(CZ-CAT-IDX).
       4100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4200-WRITE-CHARGE-LINE - one invoice line, and its billing- *
      *                          extract record when anything was   *
      *                          billed under it                    *
      *-----------------------------------------------------------*
       4200-WRITE-CHARGE-LINE.
           MOVE CZ-CAT-LABEL(CZ-CAT-IDX)    TO CZ-IL-LABEL.
           MOVE CZ-DC-VALUES(CZ-DEPT-IDX, CZ-CAT-IDX) TO CZ-IL-VALUES.
           MOVE CZ-DC-STEPS(CZ-DEPT-IDX, CZ-CAT-IDX)  TO CZ-IL-STEPS.
           MOVE CZ-RATE(CZ-CAT-IDX)         TO CZ-IL-RATE.
           MOVE CZ-DC-AMOUNT(CZ-DEPT-IDX, CZ-CAT-IDX) TO CZ-IL-AMOUNT.
           WRITE CZ-REPORT-LINE FROM CZ-INV-LINE.

           IF CZ-DC-VALUES(CZ-DEPT-IDX, CZ-CAT-IDX) = ZERO
               GO TO 4200-EXIT
           END-IF.
           MOVE SPACES                      TO CZ-BILL-REC.
           MOVE CZ-BILL-MONTH-CARD          TO CZ-BILL-MONTH.
           MOVE CZ-DEPT-CODE(CZ-DEPT-IDX)   TO CZ-BILL-REQUESTOR.
           MOVE CZ-CAT-CODE(CZ-CAT-IDX)     TO CZ-BILL-CATEGORY.
           MOVE CZ-DC-VALUES(CZ-DEPT-IDX, CZ-CAT-IDX)
                                            TO CZ-BILL-VALUES.
           MOVE CZ-DC-STEPS(CZ-DEPT-IDX, CZ-CAT-IDX)
                                            TO CZ-BILL-STEPS.
           MOVE CZ-RATE(CZ-CAT-IDX)         TO CZ-BILL-RATE.
           MOVE CZ-DC-AMOUNT(CZ-DEPT-IDX, CZ-CAT-IDX)
                                            TO CZ-BILL-AMOUNT.
           MOVE CZ-RUN-DATE-FULL            TO CZ-BILL-RUN-DATE.
           WRITE CZ-BILL-REC.
           ADD 1 TO CZ-CNT-BILL-RECS.
       4200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5000-WRITE-SUMMARY - the closing page: totals by charge     *
      *                      category and the balancing of values   *
      *                      billed against RUNHIST                 *
      *-----------------------------------------------------------*
       5000-WRITE-SUMMARY.
           PERFORM 8100-START-PAGE THRU 8100-EXIT.
           MOVE CZ-BILL-MONTH-DISPLAY TO CZ-SH-MONTH.
           WRITE CZ-REPORT-LINE FROM CZ-SUM-HDR-LINE.
           MOVE SPACES TO CZ-REPORT-LINE.
           WRITE CZ-REPORT-LINE.

           MOVE 'EXTRACT RECORDS READ'     TO CZ-SUM-LABEL.
           MOVE CZ-CNT-RSLT-READ           TO CZ-SUM-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE.

           MOVE 'OUTSIDE BILLING MONTH'    TO CZ-SUM-LABEL.
           MOVE CZ-CNT-OUT-OF-MONTH        TO CZ-SUM-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE.

           PERFORM 5100-WRITE-CATEGORY-TOTAL THRU 5100-EXIT
               VARYING CZ-CAT-IDX FROM 1 BY 1
               UNTIL CZ-CAT-IDX > CZ-CAT-COUNT.

           MOVE 'TOTAL BILLED'             TO CZ-SUM-AMT-LABEL.
           MOVE CZ-GRAND-TOTAL-DUE         TO CZ-SUM-AMT-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-SUM-AMT-LINE.

           MOVE 'BILLING RECORDS WRITTEN'  TO CZ-SUM-LABEL.
           MOVE CZ-CNT-BILL-RECS           TO CZ-SUM-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE.

           MOVE 'RUNHIST RUNS IN MONTH'    TO CZ-SUM-LABEL.
           MOVE CZ-CNT-HIST-RUNS           TO CZ-SUM-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE.

           MOVE SPACES TO CZ-REPORT-LINE.
           WRITE CZ-REPORT-LINE.
           WRITE CZ-REPORT-LINE FROM CZ-BAL-HDR-LINE.

           MOVE 'STARTING VALUES PROCESSED' TO CZ-BL-LABEL.
           MOVE CZ-CNT-BILLED              TO CZ-BAL-BILLED.
           MOVE CZ-CNT-HIST-PROCESSED      TO CZ-BAL-RUNHIST.
           PERFORM 5200-WRITE-BALANCE-LINE THRU 5200-EXIT.

           MOVE 'SERVED FROM CACHE'        TO CZ-BL-LABEL.
           MOVE CZ-CNT-BILLED-CACHE        TO CZ-BAL-BILLED.
           MOVE CZ-CNT-HIST-CACHE-HITS     TO CZ-BAL-RUNHIST.
           PERFORM 5200-WRITE-BALANCE-LINE THRU 5200-EXIT.

           MOVE 'FRESHLY CALCULATED'       TO CZ-BL-LABEL.
           MOVE CZ-CNT-BILLED-CALC         TO CZ-BAL-BILLED.
           MOVE CZ-CNT-HIST-FRESH-CALCS    TO CZ-BAL-RUNHIST.
           PERFORM 5200-WRITE-BALANCE-LINE THRU 5200-EXIT.

           MOVE SPACES TO CZ-REPORT-LINE.
           WRITE CZ-REPORT-LINE.
           IF CZ-IN-BALANCE
               MOVE 'BILLING IS IN BALANCE WITH RUNHIST'
                   TO CZ-REPORT-LINE
           ELSE
               MOVE '*** BILLING IS OUT OF BALANCE WITH RUNHIST ***'
                   TO CZ-REPORT-LINE
           END-IF.
           WRITE CZ-REPORT-LINE.
       5000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5100-WRITE-CATEGORY-TOTAL - values and amount billed under  *
      *                             one charge category             *
      *-----------------------------------------------------------*
       5100-WRITE-CATEGORY-TOTAL.
           MOVE SPACES TO CZ-SUM-LABEL.
           STRING 'VALUES - ' CZ-CAT-LABEL(CZ-CAT-IDX)
               DELIMITED BY SIZE INTO CZ-SUM-LABEL.
           MOVE CZ-CAT-TOTAL-VALUES(CZ-CAT-IDX) TO CZ-SUM-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE.

           MOVE SPACES TO CZ-SUM-AMT-LABEL.
           STRING 'AMOUNT - ' CZ-CAT-LABEL(CZ-CAT-IDX)
               DELIMITED BY SIZE INTO CZ-SUM-AMT-LABEL.
           MOVE CZ-CAT-TOTAL-AMOUNT(CZ-CAT-IDX) TO CZ-SUM-AMT-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-SUM-AMT-LINE.
       5100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5200-WRITE-BALANCE-LINE - one control total billed against  *
      *                           RUNHIST, flagged when they differ *
      *-----------------------------------------------------------*
       5200-WRITE-BALANCE-LINE.
           MOVE CZ-BAL-BILLED  TO CZ-BL-BILLED.
           MOVE CZ-BAL-RUNHIST TO CZ-BL-RUNHIST.
           IF CZ-BAL-BILLED = CZ-BAL-RUNHIST
               MOVE 'IN BALANCE'     TO CZ-BL-STATUS
           ELSE
               MOVE 'OUT OF BALANCE' TO CZ-BL-STATUS
               SET CZ-OUT-OF-BALANCE TO TRUE
           END-IF.
           WRITE CZ-REPORT-LINE FROM CZ-BAL-LINE.
       5200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8100-START-PAGE - the report title, set off from whatever   *
      *                   page came before it                       *
      *-----------------------------------------------------------*
       8100-START-PAGE.
           IF CZ-PAGE-COUNT > ZERO
               MOVE SPACES TO CZ-REPORT-LINE
               WRITE CZ-REPORT-LINE
               WRITE CZ-REPORT-LINE
           END-IF.
           ADD 1 TO CZ-PAGE-COUNT.
           WRITE CZ-REPORT-LINE FROM CZ-HDR-LINE-1.
       8100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE - close, and set the return code             *
      *-----------------------------------------------------------*
       9000-TERMINATE.
           CLOSE RSLT-FILE.
           CLOSE BILL-FILE.
           CLOSE REPORT-FILE.
           IF CZ-OUT-OF-BALANCE
               DISPLAY 'COLZCHG: BILLING FOR ' CZ-BILL-MONTH-DISPLAY
                   ' IS OUT OF BALANCE WITH RUNHIST - SEE CHGOUT'
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.

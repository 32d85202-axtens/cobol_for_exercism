      *                                                             *
      * MAINTENANCE HISTORY                                        *
      *   2026-09-01  RLC  Original program.                        *
      *   2026-10-15  RLC  Requestor table loaded from the REQMAST   *
      *                    requestor master instead of compiled in,  *
      *                    so the merged per-requestor totals cover  *
      *                    every department on file.                 *
      *   2026-10-15  RLC  Extract source S (short-circuited at a    *
      *                    cached value) is listed as SHORT and      *
      *                    totalled alongside CACHE and CALC.        *
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COLZMRG.
           SELECT REPORT-FILE  ASSIGN TO MRGOUT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REQMAST-FILE ASSIGN TO REQMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CZ-REQM-CODE
               FILE STATUS IS CZ-REQMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RANGE-FILE
           RECORDING MODE IS F.
       01  CZ-REPORT-LINE                  PIC X(90).

       FD  REQMAST-FILE.
           COPY CZREQM.

       WORKING-STORAGE SECTION.
       01  CZ-SWITCHES.
           05  CZ-EOF-SWITCH               PIC X(01) VALUE 'N'.
               88  CZ-PART-EOF                      VALUE 'Y'.
           05  CZ-PART-ABSENT-SWITCH       PIC X(01) VALUE 'N'.
               88  CZ-PART-ABSENT                   VALUE 'Y'.
           05  CZ-REQM-EOF-SWITCH          PIC X(01) VALUE 'N'.
               88  CZ-REQM-EOF                      VALUE 'Y'.

       01  CZ-RSLT1-STATUS                 PIC X(02).
       01  CZ-RSLT2-STATUS                 PIC X(02).
       01  CZ-EXCP3-STATUS                 PIC X(02).
       01  CZ-EXCP4-STATUS                 PIC X(02).

       01  CZ-REQMAST-STATUS               PIC X(02).
           88  CZ-REQMAST-STATUS-OK               VALUE '00'.

       01  CZ-CURR-STATUS                  PIC X(02).
           88  CZ-CURR-STATUS-OK                  VALUE '00'.
           88  CZ-CURR-STATUS-NOTFOUND            VALUE '35'.
       01  CZ-PART-IDX                     PIC 9(02) COMP.
       01  CZ-MAX-PARTITIONS               PIC 9(02) COMP VALUE 4.

      *    The requestor table shared with COLZRPT, loaded from the
      *    same requestor master, so the merged per-requestor
      *    totals always cover the same departments the legs
      *    reported.
           COPY CZREQT.

       01  CZ-REQ-IDX                      PIC 9(02) COMP.
       01  CZ-CURR-REQ-IDX                 PIC 9(02) COMP VALUE ZERO.

       01  CZ-REQ-TOTALS.
           05  CZ-REQ-TOTAL-ENTRY OCCURS 50 TIMES.
               10  CZ-RT-PROCESSED         PIC 9(09) VALUE ZERO.
               10  CZ-RT-CACHE-HITS        PIC 9(09) VALUE ZERO.
               10  CZ-RT-FRESH-CALCS       PIC 9(09) VALUE ZERO.
               10  CZ-RT-SHORT-CALCS       PIC 9(09) VALUE ZERO.
               10  CZ-RT-STATUS-OK         PIC 9(09) VALUE ZERO.
               10  CZ-RT-STATUS-OVERFLOW   PIC 9(09) VALUE ZERO.
               10  CZ-RT-STATUS-RUNAWAY    PIC 9(09) VALUE ZERO.
           05  CZ-CNT-PROCESSED            PIC 9(09) VALUE ZERO.
           05  CZ-CNT-CACHE-HITS           PIC 9(09) VALUE ZERO.
           05  CZ-CNT-FRESH-CALCS          PIC 9(09) VALUE ZERO.
           05  CZ-CNT-SHORT-CALCS          PIC 9(09) VALUE ZERO.
           05  CZ-CNT-STATUS-OK            PIC 9(09) VALUE ZERO.
           05  CZ-CNT-STATUS-OVERFLOW      PIC 9(09) VALUE ZERO.
           05  CZ-CNT-STATUS-RUNAWAY       PIC 9(09) VALUE ZERO.
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN OUTPUT REPORT-FILE.
           PERFORM 1050-LOAD-REQUESTORS THRU 1050-EXIT.
           WRITE CZ-REPORT-LINE FROM CZ-HDR-LINE-1.
           WRITE CZ-REPORT-LINE FROM CZ-HDR-LINE-2.

       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1050-LOAD-REQUESTORS - the requestor master into the        *
      *                        requestor table; without it the      *
      *                        merge still runs but prints no       *
      *                        per-requestor totals                 *
      *-----------------------------------------------------------*
       1050-LOAD-REQUESTORS.
           MOVE ZERO TO CZ-REQUESTOR-COUNT.
           OPEN INPUT REQMAST-FILE.
           IF NOT CZ-REQMAST-STATUS-OK
               DISPLAY 'COLZMRG: REQMAST OPEN FAILED, STATUS '
                   CZ-REQMAST-STATUS ' - NO PER-REQUESTOR TOTALS'
               GO TO 1050-EXIT
           END-IF.
           PERFORM 1060-LOAD-ONE-REQUESTOR THRU 1060-EXIT
               UNTIL CZ-REQM-EOF.
           CLOSE REQMAST-FILE.
       1050-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1060-LOAD-ONE-REQUESTOR - one master record into the table  *
      *-----------------------------------------------------------*
       1060-LOAD-ONE-REQUESTOR.
           READ REQMAST-FILE
               AT END
                   SET CZ-REQM-EOF TO TRUE
                   GO TO 1060-EXIT
           END-READ.
           IF CZ-REQUESTOR-COUNT >= CZ-REQUESTOR-MAX
               DISPLAY 'COLZMRG: REQUESTOR TABLE FULL AT '
                   CZ-REQUESTOR-MAX ' - DEPARTMENT ' CZ-REQM-CODE
                   ' NOT LOADED'
               GO TO 1060-EXIT
           END-IF.
           ADD 1 TO CZ-REQUESTOR-COUNT.
           MOVE CZ-REQUESTOR-COUNT  TO CZ-REQ-IDX.
           MOVE CZ-REQM-CODE        TO CZ-REQ-CODE(CZ-REQ-IDX).
           MOVE CZ-REQM-NAME        TO CZ-REQ-NAME(CZ-REQ-IDX).
           MOVE CZ-REQM-STATE       TO CZ-REQ-STATE(CZ-REQ-IDX).
           MOVE CZ-REQM-DIST-SLOT   TO CZ-REQ-DIST-SLOT(CZ-REQ-IDX).
           MOVE CZ-REQM-DAILY-LIMIT TO CZ-REQ-DAILY-LIMIT(CZ-REQ-IDX).
           MOVE ZERO                TO CZ-REQ-VALUES-TAKEN(CZ-REQ-IDX).
       1060-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1100-COUNT-CARD - tally one original deck card so the       *
      *                   merged RANGEIN RECORDS READ total matches *
               ADD 1 TO CZ-RT-PROCESSED(CZ-CURR-REQ-IDX)
           END-IF.

           EVALUATE TRUE
               WHEN CZ-RSL-FROM-CACHE
                   ADD 1 TO CZ-CNT-CACHE-HITS
                   MOVE 'CACHE' TO CZ-DL-SOURCE
                   IF CZ-CURR-REQ-IDX > ZERO
                       ADD 1 TO CZ-RT-CACHE-HITS(CZ-CURR-REQ-IDX)
                   END-IF
               WHEN CZ-RSL-FROM-SHORT
                   ADD 1 TO CZ-CNT-SHORT-CALCS
                   MOVE 'SHORT' TO CZ-DL-SOURCE
                   IF CZ-CURR-REQ-IDX > ZERO
                       ADD 1 TO CZ-RT-SHORT-CALCS(CZ-CURR-REQ-IDX)
                   END-IF
               WHEN OTHER
                   ADD 1 TO CZ-CNT-FRESH-CALCS
                   MOVE 'CALC ' TO CZ-DL-SOURCE
                   IF CZ-CURR-REQ-IDX > ZERO
                       ADD 1 TO CZ-RT-FRESH-CALCS(CZ-CURR-REQ-IDX)
                   END-IF
           END-EVALUATE.

           EVALUATE CZ-RSL-RC
               WHEN 10
           MOVE CZ-CNT-FRESH-CALCS         TO CZ-SUM-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE.

           MOVE 'SHORT-CIRCUITED AT CACHE' TO CZ-SUM-LABEL.
           MOVE CZ-CNT-SHORT-CALCS         TO CZ-SUM-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE.

           MOVE 'STATUS OK'                TO CZ-SUM-LABEL.
           MOVE CZ-CNT-STATUS-OK           TO CZ-SUM-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE.
           MOVE CZ-RT-FRESH-CALCS(CZ-REQ-IDX) TO CZ-SUM-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE.

           MOVE 'SHORT-CIRCUITED AT CACHE' TO CZ-SUM-LABEL.
           MOVE CZ-RT-SHORT-CALCS(CZ-REQ-IDX) TO CZ-SUM-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE.

           MOVE 'STATUS OK'                TO CZ-SUM-LABEL.
           MOVE CZ-RT-STATUS-OK(CZ-REQ-IDX) TO CZ-SUM-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE.

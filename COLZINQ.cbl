      *   and whether the answer came from the cache or a fresh    *
      *   calculation.  Blank cards are ignored; a card that is    *
      *   not a usable value is reported and skipped.              *
      *   A fresh calculation stops at the first value reached     *
      *   that is already cached and finishes from that entry      *
      *   (SOURCE SHORT-CIRCUITED CALC); a SHORTCUT=N card turns   *
      *   that off for the cards after it, SHORTCUT=Y back on.     *
      *                                                             *
      *   RETURN-CODE 0 = every card answered, 4 = at least one    *
      *   invalid value card was skipped, 16 = the cache cluster   *
      *                                                             *
      * MAINTENANCE HISTORY                                        *
      *   2026-09-01  RLC  Original utility.                        *
      *   2026-10-15  RLC  Results stored to CACHEDS are appended   *
      *                    to the CACHEJRN cache change journal      *
      *                    (copybook CZJRNL).                        *
      *   2026-10-15  RLC  Cache misses are stepped through Collatz's *
      *                    CollatzStep entry and finished from the   *
      *                    first cached value reached; SHORTCUT=Y/N  *
      *                    cards, short-circuit count in the totals. *
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COLZINQ.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CZ-INQCARD-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO CACHEJRN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CZ-JOURNAL-STATUS.

           SELECT REPORT-FILE  ASSIGN TO INQOUT
               ORGANIZATION IS LINE SEQUENTIAL.

       FD  CACHE-FILE.
           COPY CZCACHE.

       FD  JOURNAL-FILE
           RECORDING MODE IS F.
           COPY CZJRNL.

       FD  INQCARD-FILE.
       01  CZ-INQCARD                      PIC X(80).

               88  CZ-EOF                           VALUE 'Y'.
           05  CZ-CACHE-HIT-SWITCH         PIC X(01) VALUE 'N'.
               88  CZ-CACHE-HIT                     VALUE 'Y'.
           05  CZ-JRN-OPEN-SWITCH          PIC X(01) VALUE 'N'.
               88  CZ-JRN-OPEN                      VALUE 'Y'.
           05  CZ-VALUE-VALID-SWITCH       PIC X(01) VALUE 'N'.
               88  CZ-VALUE-VALID                   VALUE 'Y'.
           05  CZ-SHORTCUT-SWITCH          PIC X(01) VALUE 'Y'.
               88  CZ-SHORTCUT-ON                   VALUE 'Y'.
               88  CZ-SHORTCUT-OFF                  VALUE 'N'.

       01  CZ-CACHE-STATUS                 PIC X(02).
           88  CZ-CACHE-STATUS-OK                 VALUE '00'.
           88  CZ-CACHE-STATUS-NOTFOUND           VALUE '23' '35'.

       01  CZ-JOURNAL-STATUS               PIC X(02).
           88  CZ-JOURNAL-STATUS-OK               VALUE '00'.
           88  CZ-JOURNAL-STATUS-NOTFOUND         VALUE '35'.

       01  CZ-INQCARD-STATUS               PIC X(02).
           88  CZ-INQCARD-STATUS-OK               VALUE '00'.
           88  CZ-INQCARD-STATUS-NOTFOUND         VALUE '35'.
           05  CZ-CALL-COUNT               PIC 9(09).
           05  CZ-CALL-PEAK                PIC 9(18).
           05  CZ-CALL-RC                  PIC 9(02).
               88  CZ-CALL-RC-NORMAL              VALUE 00.
               88  CZ-CALL-RC-OVERFLOW            VALUE 10.
               88  CZ-CALL-RC-RUNAWAY             VALUE 20.
           05  CZ-CALL-TRACE               PIC X(01) VALUE 'N'.

           COPY CZSTEP.

       01  CZ-COUNTERS.
           05  CZ-CNT-ANSWERED             PIC 9(05) VALUE ZERO.
           05  CZ-CNT-CACHE-HITS           PIC 9(05) VALUE ZERO.
           05  CZ-CNT-FRESH-CALCS          PIC 9(05) VALUE ZERO.
           05  CZ-CNT-SHORT-CALCS          PIC 9(05) VALUE ZERO.
           05  CZ-CNT-INVALID              PIC 9(05) VALUE ZERO.

       01  CZ-HDR-LINE.
               STOP RUN
           END-IF.

           OPEN EXTEND JOURNAL-FILE.
           IF CZ-JOURNAL-STATUS-NOTFOUND
               OPEN OUTPUT JOURNAL-FILE
           END-IF.
           IF CZ-JOURNAL-STATUS-OK
               SET CZ-JRN-OPEN TO TRUE
           ELSE
               DISPLAY 'COLZINQ: CACHEJRN OPEN FAILED, STATUS '
                   CZ-JOURNAL-STATUS ' - CACHE STORES NOT JOURNALED'
           END-IF.

           OPEN INPUT INQCARD-FILE.
           IF CZ-INQCARD-STATUS-NOTFOUND
               SET CZ-EOF TO TRUE
           EVALUATE TRUE
               WHEN CZ-INQCARD = SPACES
                   CONTINUE
               WHEN CZ-INQ-TOKEN = 'SHORTCUT=Y'
                   SET CZ-SHORTCUT-ON  TO TRUE
               WHEN CZ-INQ-TOKEN = 'SHORTCUT=N'
                   SET CZ-SHORTCUT-OFF TO TRUE
               WHEN CZ-VALUE-VALID
                   PERFORM 3000-ANSWER-VALUE THRU 3000-EXIT
               WHEN OTHER
               MOVE CZ-CACHE-RC    TO CZ-CALL-RC
               ADD 1 TO CZ-CNT-CACHE-HITS
           ELSE
               PERFORM 3050-CALCULATE THRU 3050-EXIT
               PERFORM 3200-CACHE-STORE THRU 3200-EXIT
           END-IF.
           ADD 1 TO CZ-CNT-ANSWERED.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3050-CALCULATE - a value not in the cache: stepped to the   *
      *                  first cached value unless SHORTCUT=N,      *
      *                  otherwise Collatz run to the end           *
      *-----------------------------------------------------------*
       3050-CALCULATE.
           MOVE CZ-INQ-VALUE TO CZ-CALL-START.
           SET CZ-STEP-NOT-JOINED TO TRUE.
           IF CZ-SHORTCUT-OFF
               CALL 'Collatz' USING CZ-CALL-START, CZ-CALL-COUNT,
                   CZ-CALL-PEAK, CZ-CALL-RC, CZ-CALL-TRACE
           ELSE
               MOVE ZERO          TO CZ-CALL-COUNT
               MOVE CZ-CALL-START TO CZ-CALL-PEAK
               SET CZ-CALL-RC-NORMAL TO TRUE
               PERFORM 3060-STEP-TO-CACHE THRU 3060-EXIT
                   UNTIL CZ-CALL-START = 1
                      OR NOT CZ-CALL-RC-NORMAL
                      OR CZ-STEP-JOINED
           END-IF.
           IF CZ-STEP-JOINED
               ADD 1 TO CZ-CNT-SHORT-CALCS
           ELSE
               ADD 1 TO CZ-CNT-FRESH-CALCS
           END-IF.
       3050-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3060-STEP-TO-CACHE - one hailstone step, then look the new  *
      *                      value up and join its cached result    *
      *                      if Collatz accepts it                  *
      *-----------------------------------------------------------*
       3060-STEP-TO-CACHE.
           SET CZ-STEP-ONE TO TRUE.
           CALL 'CollatzStep' USING CZ-CALL-START, CZ-CALL-COUNT,
               CZ-CALL-PEAK, CZ-CALL-RC, CZ-STEP-AREA.
           IF CZ-CALL-START = 1 OR NOT CZ-CALL-RC-NORMAL
               GO TO 3060-EXIT
           END-IF.

           MOVE CZ-CALL-START TO CZ-CACHE-KEY.
           PERFORM 3100-CACHE-LOOKUP THRU 3100-EXIT.
           IF NOT CZ-CACHE-HIT
               GO TO 3060-EXIT
           END-IF.
           MOVE 'N' TO CZ-CACHE-HIT-SWITCH.
           MOVE CZ-CACHE-COUNT TO CZ-STEP-CACHED-COUNT.
           MOVE CZ-CACHE-PEAK  TO CZ-STEP-CACHED-PEAK.
           MOVE CZ-CACHE-RC    TO CZ-STEP-CACHED-RC.
           SET CZ-STEP-JOIN TO TRUE.
           CALL 'CollatzStep' USING CZ-CALL-START, CZ-CALL-COUNT,
               CZ-CALL-PEAK, CZ-CALL-RC, CZ-STEP-AREA.
       3060-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3100-CACHE-LOOKUP                                           *
      *-----------------------------------------------------------*
               INVALID KEY
                   DISPLAY 'COLZINQ: CACHE WRITE FAILED FOR '
                       CZ-CACHE-KEY ' STATUS ' CZ-CACHE-STATUS
               NOT INVALID KEY
                   PERFORM 3250-JOURNAL-STORE THRU 3250-EXIT
           END-WRITE.
       3200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3250-JOURNAL-STORE - the after-image of the cache record    *
      *                      just written, to the change journal    *
      *-----------------------------------------------------------*
       3250-JOURNAL-STORE.
           IF NOT CZ-JRN-OPEN
               GO TO 3250-EXIT
           END-IF.
           MOVE SPACES            TO CZ-JRN-REC.
           MOVE CZ-CACHE-REC      TO CZ-JRN-IMAGE.
           SET CZ-JRN-WRITE       TO TRUE.
           MOVE 'COLZINQ'         TO CZ-JRN-PROGRAM.
           ACCEPT CZ-JRN-DATE FROM DATE YYYYMMDD.
           ACCEPT CZ-JRN-TIME FROM TIME.
           WRITE CZ-JRN-REC.
       3250-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3300-WRITE-PROFILE - the one-page profile for one value     *
      *-----------------------------------------------------------*
           WRITE CZ-REPORT-LINE FROM CZ-TEXT-LINE.

           MOVE 'SOURCE'              TO CZ-TX-LABEL.
           EVALUATE TRUE
               WHEN CZ-CACHE-HIT
                   MOVE 'CACHE'                TO CZ-TX-TEXT
               WHEN CZ-STEP-JOINED
                   MOVE 'SHORT-CIRCUITED CALC' TO CZ-TX-TEXT
               WHEN OTHER
                   MOVE 'FRESH CALCULATION'    TO CZ-TX-TEXT
           END-EVALUATE.
           WRITE CZ-REPORT-LINE FROM CZ-TEXT-LINE.
           WRITE CZ-REPORT-LINE FROM CZ-RULE-LINE.
       3300-EXIT.
           MOVE CZ-CNT-FRESH-CALCS         TO CZ-SUM-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE.

           MOVE 'SHORT-CIRCUITED AT CACHE' TO CZ-SUM-LABEL.
           MOVE CZ-CNT-SHORT-CALCS         TO CZ-SUM-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE.

           MOVE 'INVALID VALUE CARDS'      TO CZ-SUM-LABEL.
           MOVE CZ-CNT-INVALID             TO CZ-SUM-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE.
               CLOSE INQCARD-FILE
           END-IF.
           CLOSE CACHE-FILE.
           IF CZ-JRN-OPEN
               CLOSE JOURNAL-FILE
           END-IF.
           CLOSE REPORT-FILE.
           IF CZ-CNT-INVALID > 0
               MOVE 4 TO RETURN-CODE

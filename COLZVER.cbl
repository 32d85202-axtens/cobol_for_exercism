      *                        (default 10000)                      *
      *     MAXSECS=nnnnn      elapsed-time budget in seconds;     *
      *                        zero (the default) means no cap     *
      *     SHORTCUT=Y/N       stop a fresh calculation at the     *
      *                        first value already cached and      *
      *                        finish it from that entry           *
      *                        (default Y)                          *
      *   Keywords may share one card or come one per card.        *
      *                                                             *
      *   VEROUT reports the old and new high-water marks, the     *
      *                                                             *
      * MAINTENANCE HISTORY                                        *
      *   2026-09-01  RLC  Original program.                        *
      *   2026-10-15  RLC  Results stored to CACHEDS are appended   *
      *                    to the CACHEJRN cache change journal      *
      *                    (copybook CZJRNL).                        *
      *   2026-10-15  RLC  Cache misses are stepped through Collatz's *
      *                    CollatzStep entry and finished from the   *
      *                    first cached value reached; VERCARD       *
      *                    keyword SHORTCUT=Y/N, short-circuit and   *
      *                    steps-saved counts on VEROUT.             *
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COLZVER.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CZ-VERCARD-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO CACHEJRN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CZ-JOURNAL-STATUS.

           SELECT REPORT-FILE  ASSIGN TO VEROUT
               ORGANIZATION IS LINE SEQUENTIAL.

       FD  CACHE-FILE.
           COPY CZCACHE.

       FD  JOURNAL-FILE
           RECORDING MODE IS F.
           COPY CZJRNL.

       FD  VERHWM-FILE
           RECORDING MODE IS F.
           COPY CZVERH.
       01  CZ-SWITCHES.
           05  CZ-CACHE-HIT-SWITCH         PIC X(01) VALUE 'N'.
               88  CZ-CACHE-HIT                     VALUE 'Y'.
           05  CZ-JRN-OPEN-SWITCH          PIC X(01) VALUE 'N'.
               88  CZ-JRN-OPEN                      VALUE 'Y'.
           05  CZ-SHORTCUT-SWITCH          PIC X(01) VALUE 'Y'.
               88  CZ-SHORTCUT-ON                   VALUE 'Y'.
               88  CZ-SHORTCUT-OFF                  VALUE 'N'.
           05  CZ-CTL-EOF-SWITCH           PIC X(01) VALUE 'N'.
               88  CZ-CTL-EOF                       VALUE 'Y'.
           05  CZ-STOP-REASON              PIC X(01) VALUE SPACE.
           88  CZ-CACHE-STATUS-OK                 VALUE '00'.
           88  CZ-CACHE-STATUS-NOTFOUND           VALUE '23' '35'.

       01  CZ-JOURNAL-STATUS               PIC X(02).
           88  CZ-JOURNAL-STATUS-OK               VALUE '00'.
           88  CZ-JOURNAL-STATUS-NOTFOUND         VALUE '35'.

       01  CZ-VERHWM-STATUS                PIC X(02).
           88  CZ-VERHWM-STATUS-OK                VALUE '00'.
           88  CZ-VERHWM-STATUS-NOTFOUND          VALUE '35'.
               88  CZ-CALL-RC-RUNAWAY             VALUE 20.
           05  CZ-CALL-TRACE               PIC X(01) VALUE 'N'.

           COPY CZSTEP.

       01  CZ-COUNTERS.
           05  CZ-CNT-VERIFIED             PIC 9(09) VALUE ZERO.
           05  CZ-CNT-CACHE-HITS           PIC 9(09) VALUE ZERO.
           05  CZ-CNT-FRESH-CALCS          PIC 9(09) VALUE ZERO.
           05  CZ-CNT-SHORT-CALCS          PIC 9(09) VALUE ZERO.
           05  CZ-CNT-STEPS-SAVED          PIC 9(18) VALUE ZERO.

       01  CZ-HDR-LINE.
           05  FILLER                      PIC X(40)
               STOP RUN
           END-IF.

           OPEN EXTEND JOURNAL-FILE.
           IF CZ-JOURNAL-STATUS-NOTFOUND
               OPEN OUTPUT JOURNAL-FILE
           END-IF.
           IF CZ-JOURNAL-STATUS-OK
               SET CZ-JRN-OPEN TO TRUE
           ELSE
               DISPLAY 'COLZVER: CACHEJRN OPEN FAILED, STATUS '
                   CZ-JOURNAL-STATUS ' - CACHE STORES NOT JOURNALED'
           END-IF.

           PERFORM 1070-LOAD-HWM THRU 1070-EXIT.
           MOVE CZ-OLD-HWM TO CZ-NEW-HWM.
           COMPUTE CZ-WALK-VALUE = CZ-OLD-HWM + 1.
                 AND CZ-CTL-TOKEN(9:5) IS NUMERIC
                 AND CZ-CTL-TOKEN(14:7) = SPACES
                   MOVE CZ-CTL-TOKEN(9:5) TO CZ-MAX-SECONDS
               WHEN CZ-CTL-TOKEN = 'SHORTCUT=Y'
                   SET CZ-SHORTCUT-ON  TO TRUE
               WHEN CZ-CTL-TOKEN = 'SHORTCUT=N'
                   SET CZ-SHORTCUT-OFF TO TRUE
               WHEN OTHER
                   DISPLAY 'COLZVER: INVALID VERCARD KEYWORD '''
                       CZ-CTL-TOKEN ''' - EXPECTED '
                       'MAXVALS=NNNNNNNNN, MAXSECS=NNNNN OR '
                       'SHORTCUT=Y/N'
                   CLOSE VERCARD-FILE
                   CLOSE REPORT-FILE
                   MOVE 8 TO RETURN-CODE
               MOVE CZ-CACHE-RC TO CZ-CALL-RC
               ADD 1 TO CZ-CNT-CACHE-HITS
           ELSE
               PERFORM 2030-CALCULATE THRU 2030-EXIT
               PERFORM 2060-CACHE-STORE THRU 2060-EXIT
           END-IF.

       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2030-CALCULATE - a value not in the cache: stepped to the   *
      *                  first cached value unless SHORTCUT=N,      *
      *                  otherwise Collatz run to the end           *
      *-----------------------------------------------------------*
       2030-CALCULATE.
           MOVE CZ-WALK-VALUE TO CZ-CALL-START.
           SET CZ-STEP-NOT-JOINED TO TRUE.
           IF CZ-SHORTCUT-OFF
               CALL 'Collatz' USING CZ-CALL-START, CZ-CALL-COUNT,
                   CZ-CALL-PEAK, CZ-CALL-RC, CZ-CALL-TRACE
           ELSE
               MOVE ZERO          TO CZ-CALL-COUNT
               MOVE CZ-CALL-START TO CZ-CALL-PEAK
               SET CZ-CALL-RC-NORMAL TO TRUE
               PERFORM 2035-STEP-TO-CACHE THRU 2035-EXIT
                   UNTIL CZ-CALL-START = 1
                      OR NOT CZ-CALL-RC-NORMAL
                      OR CZ-STEP-JOINED
           END-IF.
           IF CZ-STEP-JOINED
               ADD 1 TO CZ-CNT-SHORT-CALCS
               ADD CZ-STEP-CACHED-COUNT TO CZ-CNT-STEPS-SAVED
           ELSE
               ADD 1 TO CZ-CNT-FRESH-CALCS
           END-IF.
       2030-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2035-STEP-TO-CACHE - one hailstone step, then look the new  *
      *                      value up and join its cached result    *
      *                      if Collatz accepts it                  *
      *-----------------------------------------------------------*
       2035-STEP-TO-CACHE.
           SET CZ-STEP-ONE TO TRUE.
           CALL 'CollatzStep' USING CZ-CALL-START, CZ-CALL-COUNT,
               CZ-CALL-PEAK, CZ-CALL-RC, CZ-STEP-AREA.
           IF CZ-CALL-START = 1 OR NOT CZ-CALL-RC-NORMAL
               GO TO 2035-EXIT
           END-IF.

           MOVE CZ-CALL-START TO CZ-CACHE-KEY.
           PERFORM 2050-CACHE-LOOKUP THRU 2050-EXIT.
           IF NOT CZ-CACHE-HIT
               GO TO 2035-EXIT
           END-IF.
           MOVE 'N' TO CZ-CACHE-HIT-SWITCH.
           MOVE CZ-CACHE-COUNT TO CZ-STEP-CACHED-COUNT.
           MOVE CZ-CACHE-PEAK  TO CZ-STEP-CACHED-PEAK.
           MOVE CZ-CACHE-RC    TO CZ-STEP-CACHED-RC.
           SET CZ-STEP-JOIN TO TRUE.
           CALL 'CollatzStep' USING CZ-CALL-START, CZ-CALL-COUNT,
               CZ-CALL-PEAK, CZ-CALL-RC, CZ-STEP-AREA.
       2035-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2050-CACHE-LOOKUP                                           *
      *-----------------------------------------------------------*
               INVALID KEY
                   DISPLAY 'COLZVER: CACHE WRITE FAILED FOR '
                       CZ-CACHE-KEY ' STATUS ' CZ-CACHE-STATUS
               NOT INVALID KEY
                   PERFORM 2065-JOURNAL-STORE THRU 2065-EXIT
           END-WRITE.
       2060-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2065-JOURNAL-STORE - the after-image of the cache record    *
      *                      just written, to the change journal    *
      *-----------------------------------------------------------*
       2065-JOURNAL-STORE.
           IF NOT CZ-JRN-OPEN
               GO TO 2065-EXIT
           END-IF.
           MOVE SPACES            TO CZ-JRN-REC.
           MOVE CZ-CACHE-REC      TO CZ-JRN-IMAGE.
           SET CZ-JRN-WRITE       TO TRUE.
           MOVE 'COLZVER'         TO CZ-JRN-PROGRAM.
           ACCEPT CZ-JRN-DATE FROM DATE YYYYMMDD.
           ACCEPT CZ-JRN-TIME FROM TIME.
           WRITE CZ-JRN-REC.
       2065-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8000-ELAPSED-SECONDS - wall-clock seconds since the run     *
      *                        started; a midnight wrap adds one    *
           MOVE CZ-CNT-FRESH-CALCS         TO CZ-SUM-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE.

           MOVE 'SHORT-CIRCUITED AT CACHE' TO CZ-SUM-LABEL.
           MOVE CZ-CNT-SHORT-CALCS         TO CZ-SUM-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE.

           MOVE 'STEPS SAVED BY SHORT-CIRCUIT' TO CZ-SUM-LABEL.
           MOVE CZ-CNT-STEPS-SAVED         TO CZ-SUM-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE.

           EVALUATE TRUE
               WHEN CZ-STOP-COUNT-BUDGET
                   MOVE 'AT THE MAXVALS COUNT BUDGET'
           END-IF.

           CLOSE CACHE-FILE.
           IF CZ-JRN-OPEN
               CLOSE JOURNAL-FILE
           END-IF.
           CLOSE REPORT-FILE.
           IF CZ-STOP-BAD-VALUE
               MOVE 4 TO RETURN-CODE

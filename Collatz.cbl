      *   file so the whole sequence can be inspected after the     *
      *   fact.                                                      *
      *                                                              *
      *   A second entry point, CollatzStep, lets a caller that has  *
      *   the CACHEDS cluster open stop a fresh calculation at the   *
      *   first value already cached.  With LS-STEP-ONE it applies   *
      *   exactly one hailstone transform to LS-START, carrying      *
      *   LS-COUNT, LS-PEAK and LS-RETURN-CODE forward from the      *
      *   previous step (the caller starts them at zero, LS-START    *
      *   and 00).  With LS-STEP-JOIN the caller passes the cached   *
      *   count, peak and return code for the current LS-START; the  *
      *   tail is joined on - LS-STEP-JOINED - only when the result  *
      *   is exactly what stepping on to the end would have given,   *
      *   otherwise nothing changes and the caller keeps stepping.   *
      *   LS-START is not meaningful after a join.  There is no      *
      *   tracing through CollatzStep.                               *
      *                                                              *
      * MAINTENANCE HISTORY                                         *
      *   2025-09-15  RLC  Original subprogram.                      *
      *   2025-10-20  RLC  Added the overflow/runaway guard and      *
      *                    18 digits, LS-COUNT 9, and the overflow    *
      *                    guard is recalibrated so the odd step      *
      *                    cannot carry LS-START past 18 digits.      *
      *   2026-10-15  RLC  Added the CollatzStep entry point for      *
      *                    short-circuiting a calculation at the      *
      *                    first cached value.                        *
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    Collatz.
       01  WS-MAX-SAFE-START               PIC 9(18)
                                           VALUE 333333333333333332.

      *    Tracing is only ever done through the full entry point;
      *    CollatzStep turns it off for the step paragraph.
       01  WS-TRACE-ACTIVE-SWITCH          PIC X(01) VALUE 'N'.
           88  WS-TRACE-ACTIVE                    VALUE 'Y'.

       01  WS-JOIN-COUNT                   PIC 9(10).

       01  WS-TRACE-STATUS                 PIC X(02).
           88  WS-TRACE-STATUS-OK                 VALUE '00'.
           88  WS-TRACE-STATUS-NOT-FOUND          VALUE '35'.
       01  LS-TRACE-SWITCH                 PIC X(01).
           88  LS-TRACE-ON                        VALUE 'Y'.
           88  LS-TRACE-OFF                       VALUE 'N' SPACE.
       01  LS-STEP-AREA.
           05  LS-STEP-FUNCTION            PIC X(01).
               88  LS-STEP-ONE                    VALUE 'S'.
               88  LS-STEP-JOIN                   VALUE 'J'.
           05  LS-STEP-CACHED-COUNT        PIC 9(09).
           05  LS-STEP-CACHED-PEAK         PIC 9(18).
           05  LS-STEP-CACHED-RC           PIC 9(02).
           05  LS-STEP-JOIN-SWITCH         PIC X(01).
               88  LS-STEP-JOINED                 VALUE 'Y'.
               88  LS-STEP-NOT-JOINED             VALUE 'N'.

       PROCEDURE DIVISION USING LS-START, LS-COUNT, LS-PEAK,
           LS-RETURN-CODE, LS-TRACE-SWITCH.
           END-IF.
           MOVE ZEROES TO LS-COUNT.
           MOVE LS-START TO LS-PEAK.
           MOVE LS-TRACE-SWITCH TO WS-TRACE-ACTIVE-SWITCH.
           IF LS-TRACE-ON
               PERFORM 2010-OPEN-TRACE THRU 2010-EXIT
               MOVE LS-START TO WS-TRACE-START
       0000-EXIT.
           EXIT PROGRAM.

      *-----------------------------------------------------------*
      * 0500-STEP-ENTRY - CollatzStep: one hailstone transform, or  *
      *                   join a cached tail onto the steps taken   *
      *-----------------------------------------------------------*
       0500-STEP-ENTRY.
           ENTRY 'CollatzStep' USING LS-START, LS-COUNT, LS-PEAK,
               LS-RETURN-CODE, LS-STEP-AREA.
           MOVE 'N' TO WS-TRACE-ACTIVE-SWITCH.
           IF LS-STEP-JOIN
               PERFORM 1100-JOIN-CACHED THRU 1100-EXIT
           ELSE
               IF LS-START > 1 AND LS-RC-NORMAL
                   PERFORM 1000-COLLATZ-STEP THRU 1000-EXIT
               END-IF
           END-IF.
       0500-EXIT.
           EXIT PROGRAM.

      *-----------------------------------------------------------*
      * 1000-COLLATZ-STEP - apply one hailstone transform to        *
      *                     LS-START, tracking the step count and   *
                   END-IF
               END-IF
           END-IF.
           IF LS-RC-NORMAL AND WS-TRACE-ACTIVE
               PERFORM 2000-WRITE-TRACE THRU 2000-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1100-JOIN-CACHED - LS-START's cached result finishes the    *
      *                    sequence.  A normal tail joins when the  *
      *                    whole sequence stays within              *
      *                    WS-MAX-ITERATIONS; an overflow tail when *
      *                    the step that overflows would still be   *
      *                    reached inside it.  A runaway tail, or   *
      *                    one that would run past the guard from   *
      *                    here, is not joined - the runaway point  *
      *                    depends on where the sequence started.   *
      *-----------------------------------------------------------*
       1100-JOIN-CACHED.
           SET LS-STEP-NOT-JOINED TO TRUE.
           COMPUTE WS-JOIN-COUNT = LS-COUNT + LS-STEP-CACHED-COUNT.
           EVALUATE TRUE
               WHEN LS-STEP-CACHED-RC = 00
                 AND WS-JOIN-COUNT <= WS-MAX-ITERATIONS
                   CONTINUE
               WHEN LS-STEP-CACHED-RC = 10
                 AND WS-JOIN-COUNT < WS-MAX-ITERATIONS
                   CONTINUE
               WHEN OTHER
                   GO TO 1100-EXIT
           END-EVALUATE.
           MOVE WS-JOIN-COUNT        TO LS-COUNT.
           IF LS-STEP-CACHED-PEAK > LS-PEAK
               MOVE LS-STEP-CACHED-PEAK TO LS-PEAK
           END-IF.
           MOVE LS-STEP-CACHED-RC    TO LS-RETURN-CODE.
           SET LS-STEP-JOINED TO TRUE.
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-WRITE-TRACE - append the current hailstone value to    *
      *                    the TRACEOUT file.                        *

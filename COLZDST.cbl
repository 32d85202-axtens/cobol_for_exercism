      *   long a proposed RANGE span will take before committing   *
      *   it to the nightly deck.                                   *
      *                                                             *
      *   The band table is also written to DSTBAND, one record    *
      *   per band (copybook CZBAND) with its record count and     *
      *   average step count, for the COLZPLN workload estimator.  *
      *                                                             *
      *   RETURN-CODE 0 = report printed (an empty cluster prints  *
      *   zero totals), 16 = cluster could not be opened.          *
      *                                                             *
      * MAINTENANCE HISTORY                                        *
      *   2026-09-01  RLC  Original program.                        *
      *   2026-10-15  RLC  Band summary records (record count and    *
      *                    average steps per band) written to the    *
      *                    new DSTBAND file for COLZPLN.             *
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COLZDST.
           SELECT REPORT-FILE  ASSIGN TO DSTOUT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BAND-FILE    ASSIGN TO DSTBAND
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CACHE-FILE.
           RECORDING MODE IS F.
       01  CZ-REPORT-LINE                  PIC X(80).

       FD  BAND-FILE
           RECORDING MODE IS F.
           COPY CZBAND.

       WORKING-STORAGE SECTION.
       01  CZ-SWITCHES.
           05  CZ-WALK-EOF-SWITCH          PIC X(01) VALUE 'N'.
               10  CZ-BAND-COUNT           PIC 9(09) VALUE ZERO.
               10  CZ-BAND-RATIO-SUM       PIC 9(16)V9(02)
                                           COMP-3 VALUE ZERO.
               10  CZ-BAND-STEP-SUM        PIC 9(15)
                                           COMP-3 VALUE ZERO.

      *    Exact step-count tally for the percentile figures:
      *    slot n holds the records with n - 1 steps, the last
       01  CZ-PCT-WANTED                   PIC 9(02) COMP VALUE ZERO.
       01  CZ-PCT-STEPS                    PIC 9(04) VALUE ZERO.

       01  CZ-RUN-DATE-FULL                PIC 9(08).

       01  CZ-BAND-LOW                     PIC 9(04).
       01  CZ-BAND-HIGH                    PIC 9(04).

      * 1000-INITIALIZE                                             *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT CZ-RUN-DATE-FULL FROM DATE YYYYMMDD.
           OPEN OUTPUT REPORT-FILE.
           WRITE CZ-REPORT-LINE FROM CZ-HDR-LINE.
           MOVE SPACES TO CZ-REPORT-LINE.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT BAND-FILE.
       1000-EXIT.
           EXIT.

               MOVE CZ-BAND-MAX TO CZ-BAND-IDX
           END-IF.
           ADD 1 TO CZ-BAND-COUNT(CZ-BAND-IDX).
           ADD CZ-CACHE-COUNT TO CZ-BAND-STEP-SUM(CZ-BAND-IDX).

           COMPUTE CZ-RATIO-WORK ROUNDED =
               CZ-CACHE-PEAK / CZ-CACHE-KEY
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE - the band table, the percentile figures,    *
      *                  the record total and the DSTBAND summary   *
      *-----------------------------------------------------------*
       9000-TERMINATE.
           WRITE CZ-REPORT-LINE FROM CZ-COL-HDR.
           PERFORM 9100-WRITE-BAND THRU 9100-EXIT
               VARYING CZ-BAND-IDX FROM 1 BY 1
               UNTIL CZ-BAND-IDX > CZ-BAND-MAX.
           PERFORM 9200-WRITE-BAND-SUMMARY THRU 9200-EXIT
               VARYING CZ-BAND-IDX FROM 1 BY 1
               UNTIL CZ-BAND-IDX > CZ-BAND-MAX.

           MOVE SPACES TO CZ-REPORT-LINE.
           WRITE CZ-REPORT-LINE.
           WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE.

           CLOSE CACHE-FILE.
           CLOSE BAND-FILE.
           CLOSE REPORT-FILE.
       9000-EXIT.
           EXIT.
           WRITE CZ-REPORT-LINE FROM CZ-BAND-LINE.
       9100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9200-WRITE-BAND-SUMMARY - one DSTBAND record: the band's    *
      *                           step range, record count and      *
      *                           average step count                *
      *-----------------------------------------------------------*
       9200-WRITE-BAND-SUMMARY.
           MOVE SPACES TO CZ-BAND-REC.
           MOVE CZ-RUN-DATE-FULL TO CZ-BND-RUN-DATE.
           MOVE CZ-BAND-IDX TO CZ-BND-NUMBER.
           COMPUTE CZ-BND-LOW-STEPS =
               (CZ-BAND-IDX - 1) * CZ-BAND-WIDTH.
           IF CZ-BAND-IDX = CZ-BAND-MAX
               MOVE 9999 TO CZ-BND-HIGH-STEPS
           ELSE
               COMPUTE CZ-BND-HIGH-STEPS =
                   CZ-BAND-IDX * CZ-BAND-WIDTH - 1
           END-IF.
           MOVE CZ-BAND-COUNT(CZ-BAND-IDX) TO CZ-BND-RECORDS.
           IF CZ-BAND-COUNT(CZ-BAND-IDX) > ZERO
               COMPUTE CZ-BND-AVG-STEPS ROUNDED =
                   CZ-BAND-STEP-SUM(CZ-BAND-IDX)
                   / CZ-BAND-COUNT(CZ-BAND-IDX)
                   ON SIZE ERROR
                       MOVE 9999999.99 TO CZ-BND-AVG-STEPS
               END-COMPUTE
           ELSE
               MOVE ZERO TO CZ-BND-AVG-STEPS
           END-IF.
           WRITE CZ-BAND-REC.
       9200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * PROGRAM-ID.  COLZRCV                                       *
      * AUTHOR.      R. CHIN, APPLICATIONS DEVELOPMENT.             *
      * INSTALLATION. MERIDIAN BATCH SERVICES.                      *
      * DATE-WRITTEN. 2026-10-15.                                   *
      *                                                             *
      * REMARKS.                                                    *
      *   Forward recovery for the CACHEDS memoization cluster.    *
      *   Loads the freshly redefined (empty) cluster from the     *
      *   UNLDIN backup generation chosen in the JCL - a COLZCMT   *
      *   UNLOAD file - then replays the CACHEJRN cache change     *
      *   journal (copybook CZJRNL) over it: writes and rewrites   *
      *   are applied as the after-image (replacing the key if    *
      *   already present), deletes remove the key.  An optional  *
      *   RCVCARD control card stops the replay at a point in     *
      *   time:                                                     *
      *     UNTIL=yyyymmddhhmmss  apply changes up to and          *
      *                           including this second            *
      *     UNTIL=yyyymmdd        apply changes through the end   *
      *                           of this day                      *
      *   No card replays the whole journal.  Changes after the   *
      *   recovery point are counted but not applied.              *
      *                                                             *
      *   RCVOUT accounts for every journal record read, shows    *
      *   the changes applied by program, and reconciles backup    *
      *   records loaded plus keys added less keys deleted         *
      *   against a count of the recovered cluster.                *
      *                                                             *
      *   RETURN-CODE 0 = recovered and in balance, 4 = out of     *
      *   balance or records rejected (see RCVOUT), 8 = bad        *
      *   RCVCARD, 16 = cluster, backup or journal not available.  *
      *                                                             *
      * MAINTENANCE HISTORY                                        *
      *   2026-10-15  RLC  Original program.                        *
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COLZRCV.
       AUTHOR.        R. CHIN.
       INSTALLATION.  MERIDIAN BATCH SERVICES.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CACHE-FILE   ASSIGN TO CACHEDS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CZ-CACHE-KEY
               FILE STATUS IS CZ-CACHE-STATUS.

           SELECT RELOAD-FILE  ASSIGN TO UNLDIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CZ-RELOAD-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO CACHEJRN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CZ-JOURNAL-STATUS.

           SELECT RCVCARD-FILE ASSIGN TO RCVCARD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CZ-RCVCARD-STATUS.

           SELECT REPORT-FILE  ASSIGN TO RCVOUT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CACHE-FILE.
           COPY CZCACHE.

       FD  RELOAD-FILE
           RECORDING MODE IS F.
       01  CZ-RELOAD-REC                   PIC X(47).

       FD  JOURNAL-FILE
           RECORDING MODE IS F.
           COPY CZJRNL.

       FD  RCVCARD-FILE.
       01  CZ-RCVCARD                      PIC X(80).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  CZ-REPORT-LINE                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  CZ-SWITCHES.
           05  CZ-RELOAD-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  CZ-RELOAD-EOF                    VALUE 'Y'.
           05  CZ-JRN-EOF-SWITCH           PIC X(01) VALUE 'N'.
               88  CZ-JRN-EOF                       VALUE 'Y'.
           05  CZ-WALK-EOF-SWITCH          PIC X(01) VALUE 'N'.
               88  CZ-WALK-EOF                      VALUE 'Y'.
           05  CZ-CTL-EOF-SWITCH           PIC X(01) VALUE 'N'.
               88  CZ-CTL-EOF                       VALUE 'Y'.
           05  CZ-POINT-SWITCH             PIC X(01) VALUE 'N'.
               88  CZ-POINT-GIVEN                   VALUE 'Y'.
           05  CZ-FIRST-SWITCH             PIC X(01) VALUE 'N'.
               88  CZ-FIRST-APPLIED                 VALUE 'Y'.

       01  CZ-CACHE-STATUS                 PIC X(02).
           88  CZ-CACHE-STATUS-OK                 VALUE '00'.
           88  CZ-CACHE-STATUS-DUPLICATE          VALUE '22'.

       01  CZ-RELOAD-STATUS                PIC X(02).
           88  CZ-RELOAD-STATUS-OK                VALUE '00'.

       01  CZ-JOURNAL-STATUS               PIC X(02).
           88  CZ-JOURNAL-STATUS-OK               VALUE '00'.
           88  CZ-JOURNAL-STATUS-NOTFOUND         VALUE '35'.

       01  CZ-RCVCARD-STATUS               PIC X(02).
           88  CZ-RCVCARD-STATUS-OK               VALUE '00'.
           88  CZ-RCVCARD-STATUS-NOTFOUND         VALUE '35'.

       01  CZ-CTL-TOKEN                    PIC X(20).
       01  CZ-CTL-PTR                      PIC 9(02) COMP.

      *    Recovery point and the journal record's own time stamp,
      *    both as yyyymmddhhmmss so they compare directly.
       01  CZ-POINT-STAMP                  PIC 9(14)
                                           VALUE 99999999999999.
       01  CZ-POINT-STAMP-X REDEFINES CZ-POINT-STAMP.
           05  CZ-POINT-DATE               PIC 9(08).
           05  CZ-POINT-TIME               PIC 9(06).
       01  CZ-JRN-STAMP                    PIC 9(14).
       01  CZ-JRN-STAMP-X REDEFINES CZ-JRN-STAMP.
           05  CZ-JS-DATE                  PIC 9(08).
           05  CZ-JS-TIME                  PIC 9(06).
       01  CZ-FIRST-STAMP                  PIC 9(14) VALUE ZERO.
       01  CZ-LAST-STAMP                   PIC 9(14) VALUE ZERO.

       01  CZ-COUNTERS.
           05  CZ-CNT-BACKUP-READ          PIC 9(09) VALUE ZERO.
           05  CZ-CNT-BACKUP-LOADED        PIC 9(09) VALUE ZERO.
           05  CZ-CNT-BACKUP-REJECTED      PIC 9(09) VALUE ZERO.
           05  CZ-CNT-JRN-READ             PIC 9(09) VALUE ZERO.
           05  CZ-CNT-JRN-ADDED            PIC 9(09) VALUE ZERO.
           05  CZ-CNT-JRN-REPLACED         PIC 9(09) VALUE ZERO.
           05  CZ-CNT-JRN-DELETED          PIC 9(09) VALUE ZERO.
           05  CZ-CNT-JRN-NOT-PRESENT      PIC 9(09) VALUE ZERO.
           05  CZ-CNT-JRN-LATE             PIC 9(09) VALUE ZERO.
           05  CZ-CNT-JRN-INVALID          PIC 9(09) VALUE ZERO.
           05  CZ-CNT-JRN-FAILED           PIC 9(09) VALUE ZERO.
           05  CZ-CNT-JRN-ACCOUNTED        PIC 9(09) VALUE ZERO.
           05  CZ-CNT-EXPECTED             PIC 9(09) VALUE ZERO.
           05  CZ-CNT-CLUSTER              PIC 9(09) VALUE ZERO.

      *    Journal records applied, by the program that made the
      *    change.
       01  CZ-PGM-MAX                      PIC 9(02) COMP VALUE 10.
       01  CZ-PGM-COUNT                    PIC 9(02) COMP VALUE ZERO.
       01  CZ-PGM-IDX                      PIC 9(02) COMP.
       01  CZ-PGM-TABLE.
           05  CZ-PGM-ENTRY OCCURS 10 TIMES.
               10  CZ-PGM-NAME             PIC X(08).
               10  CZ-PGM-APPLIED          PIC 9(09).

       01  CZ-HDR-LINE.
           05  FILLER                      PIC X(40)
               VALUE 'COLZRCV CACHE FORWARD RECOVERY'.
           05  FILLER                      PIC X(40) VALUE SPACES.

       01  CZ-POINT-LINE.
           05  FILLER                      PIC X(30)
               VALUE 'RECOVERY POINT'.
           05  CZ-PL-TEXT                  PIC X(30).
           05  FILLER                      PIC X(20) VALUE SPACES.

       01  CZ-STAMP-LINE.
           05  CZ-ST-LABEL                 PIC X(30).
           05  CZ-ST-DATE                  PIC 9(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  CZ-ST-TIME                  PIC 9(06).
           05  FILLER                      PIC X(35) VALUE SPACES.

       01  CZ-SUM-LINE.
           05  CZ-SUM-LABEL                PIC X(30).
           05  CZ-SUM-VALUE
               PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(27) VALUE SPACES.

       01  CZ-PGM-LINE.
           05  FILLER                      PIC X(04) VALUE SPACES.
           05  CZ-PG-NAME                  PIC X(08).
           05  FILLER                      PIC X(18) VALUE SPACES.
           05  CZ-PG-APPLIED
               PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(27) VALUE SPACES.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------*
      * 0000-MAINLINE                                               *
      *-----------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-LOAD-BACKUP THRU 2000-EXIT
               UNTIL CZ-RELOAD-EOF.
           PERFORM 2500-SWITCH-TO-UPDATE THRU 2500-EXIT.
           PERFORM 3000-REPLAY-JOURNAL THRU 3000-EXIT
               UNTIL CZ-JRN-EOF.
           PERFORM 4000-COUNT-CLUSTER THRU 4000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - read the recovery point, open the backup, *
      *                   the journal and the empty cluster         *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN OUTPUT REPORT-FILE.
           WRITE CZ-REPORT-LINE FROM CZ-HDR-LINE.

           PERFORM 1050-READ-OPTIONS THRU 1050-EXIT.
           IF CZ-POINT-GIVEN
               STRING CZ-POINT-DATE ' ' CZ-POINT-TIME
                   DELIMITED BY SIZE INTO CZ-PL-TEXT
           ELSE
               MOVE 'END OF JOURNAL' TO CZ-PL-TEXT
           END-IF.
           WRITE CZ-REPORT-LINE FROM CZ-POINT-LINE.
           MOVE SPACES TO CZ-REPORT-LINE.
           WRITE CZ-REPORT-LINE.

           OPEN INPUT RELOAD-FILE.
           IF NOT CZ-RELOAD-STATUS-OK
               DISPLAY 'COLZRCV: UNLDIN OPEN FAILED, STATUS '
                   CZ-RELOAD-STATUS
               CLOSE REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    A missing journal means no changes since the backup;
      *    any other failure would silently lose them.
           OPEN INPUT JOURNAL-FILE.
           EVALUATE TRUE
               WHEN CZ-JOURNAL-STATUS-OK
                   CONTINUE
               WHEN CZ-JOURNAL-STATUS-NOTFOUND
                   DISPLAY 'COLZRCV: NO CACHEJRN JOURNAL - BACKUP '
                       'RELOADED WITHOUT FORWARD CHANGES'
                   SET CZ-JRN-EOF TO TRUE
               WHEN OTHER
                   DISPLAY 'COLZRCV: CACHEJRN OPEN FAILED, STATUS '
                       CZ-JOURNAL-STATUS
                   CLOSE RELOAD-FILE
                   CLOSE REPORT-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           OPEN OUTPUT CACHE-FILE.
           IF NOT CZ-CACHE-STATUS-OK
               DISPLAY 'COLZRCV: CACHE FILE OPEN FAILED, STATUS '
                   CZ-CACHE-STATUS ' - REDEFINE THE CLUSTER EMPTY '
                   'BEFORE RECOVERY'
               CLOSE RELOAD-FILE
               IF CZ-JOURNAL-STATUS-OK
                   CLOSE JOURNAL-FILE
               END-IF
               CLOSE REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1050-READ-OPTIONS - read every RCVCARD record and apply     *
      *                     its keywords                            *
      *-----------------------------------------------------------*
       1050-READ-OPTIONS.
           OPEN INPUT RCVCARD-FILE.
           IF CZ-RCVCARD-STATUS-NOTFOUND
               SET CZ-CTL-EOF TO TRUE
           ELSE
               PERFORM 1055-READ-RCVCARD THRU 1055-EXIT
                   UNTIL CZ-CTL-EOF
               CLOSE RCVCARD-FILE
           END-IF.
       1050-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1055-READ-RCVCARD - one card: scan its blank-separated      *
      *                     keywords                                *
      *-----------------------------------------------------------*
       1055-READ-RCVCARD.
           READ RCVCARD-FILE
               AT END
                   SET CZ-CTL-EOF TO TRUE
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
      *                      ends the run with RETURN-CODE 8        *
      *-----------------------------------------------------------*
       1060-PARSE-KEYWORD.
           MOVE SPACES TO CZ-CTL-TOKEN.
           UNSTRING CZ-RCVCARD DELIMITED BY ALL ' '
               INTO CZ-CTL-TOKEN
               WITH POINTER CZ-CTL-PTR
           END-UNSTRING.
           EVALUATE TRUE
               WHEN CZ-CTL-TOKEN = SPACES
                   CONTINUE
               WHEN CZ-CTL-TOKEN(1:6) = 'UNTIL='
                 AND CZ-CTL-TOKEN(7:14) IS NUMERIC
                   MOVE CZ-CTL-TOKEN(7:14) TO CZ-POINT-STAMP
                   SET CZ-POINT-GIVEN TO TRUE
               WHEN CZ-CTL-TOKEN(1:6) = 'UNTIL='
                 AND CZ-CTL-TOKEN(7:8) IS NUMERIC
                 AND CZ-CTL-TOKEN(15:6) = SPACES
                   MOVE CZ-CTL-TOKEN(7:8) TO CZ-POINT-DATE
                   MOVE 235959            TO CZ-POINT-TIME
                   SET CZ-POINT-GIVEN TO TRUE
               WHEN OTHER
                   DISPLAY 'COLZRCV: INVALID RCVCARD KEYWORD '''
                       CZ-CTL-TOKEN ''' - EXPECTED '
                       'UNTIL=YYYYMMDDHHMMSS OR UNTIL=YYYYMMDD'
                   CLOSE RCVCARD-FILE
                   CLOSE REPORT-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       1060-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-LOAD-BACKUP - one backup record into the cluster; the  *
      *                    UNLOAD file is in key order, so the      *
      *                    cluster is loaded sequentially           *
      *-----------------------------------------------------------*
       2000-LOAD-BACKUP.
           READ RELOAD-FILE
               AT END
                   SET CZ-RELOAD-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           ADD 1 TO CZ-CNT-BACKUP-READ.
           MOVE CZ-RELOAD-REC TO CZ-CACHE-REC.
           WRITE CZ-CACHE-REC
               INVALID KEY
                   DISPLAY 'COLZRCV: BACKUP RECORD REJECTED FOR '
                       CZ-CACHE-KEY ' STATUS ' CZ-CACHE-STATUS
                   ADD 1 TO CZ-CNT-BACKUP-REJECTED
               NOT INVALID KEY
                   ADD 1 TO CZ-CNT-BACKUP-LOADED
           END-WRITE.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2500-SWITCH-TO-UPDATE - close the loaded cluster and reopen *
      *                         it for the keyed journal replay     *
      *-----------------------------------------------------------*
       2500-SWITCH-TO-UPDATE.
           CLOSE RELOAD-FILE.
           CLOSE CACHE-FILE.
           OPEN I-O CACHE-FILE.
           IF NOT CZ-CACHE-STATUS-OK
               DISPLAY 'COLZRCV: CACHE FILE REOPEN FAILED, STATUS '
                   CZ-CACHE-STATUS ' - BACKUP LOADED, JOURNAL NOT '
                   'APPLIED'
               IF CZ-JOURNAL-STATUS-OK
                   CLOSE JOURNAL-FILE
               END-IF
               CLOSE REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       2500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-REPLAY-JOURNAL - one journal record: skipped past the  *
      *                       recovery point, otherwise applied     *
      *-----------------------------------------------------------*
       3000-REPLAY-JOURNAL.
           READ JOURNAL-FILE
               AT END
                   SET CZ-JRN-EOF TO TRUE
                   GO TO 3000-EXIT
           END-READ.
           ADD 1 TO CZ-CNT-JRN-READ.
           IF CZ-JRN-KEY NOT NUMERIC
             OR CZ-JRN-DATE NOT NUMERIC
             OR CZ-JRN-TIME NOT NUMERIC
             OR NOT (CZ-JRN-WRITE OR CZ-JRN-REWRITE OR CZ-JRN-DELETE)
               ADD 1 TO CZ-CNT-JRN-INVALID
               GO TO 3000-EXIT
           END-IF.

           MOVE CZ-JRN-DATE       TO CZ-JS-DATE.
           MOVE CZ-JRN-TIME(1:6)  TO CZ-JS-TIME.
           IF CZ-JRN-STAMP > CZ-POINT-STAMP
               ADD 1 TO CZ-CNT-JRN-LATE
               GO TO 3000-EXIT
           END-IF.

           MOVE CZ-JRN-IMAGE TO CZ-CACHE-REC.
           IF CZ-JRN-DELETE
               PERFORM 3200-APPLY-DELETE THRU 3200-EXIT
           ELSE
               PERFORM 3100-APPLY-IMAGE THRU 3100-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3100-APPLY-IMAGE - a write or rewrite: add the key, or      *
      *                    replace it when it is already there      *
      *-----------------------------------------------------------*
       3100-APPLY-IMAGE.
           WRITE CZ-CACHE-REC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO CZ-CNT-JRN-ADDED
                   PERFORM 3500-NOTE-APPLIED THRU 3500-EXIT
                   GO TO 3100-EXIT
           END-WRITE.
           IF NOT CZ-CACHE-STATUS-DUPLICATE
               PERFORM 3600-NOTE-FAILED THRU 3600-EXIT
               GO TO 3100-EXIT
           END-IF.
           REWRITE CZ-CACHE-REC
               INVALID KEY
                   PERFORM 3600-NOTE-FAILED THRU 3600-EXIT
               NOT INVALID KEY
                   ADD 1 TO CZ-CNT-JRN-REPLACED
                   PERFORM 3500-NOTE-APPLIED THRU 3500-EXIT
           END-REWRITE.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3200-APPLY-DELETE - remove the key; one already gone is     *
      *                     counted, not failed                     *
      *-----------------------------------------------------------*
       3200-APPLY-DELETE.
           DELETE CACHE-FILE RECORD
               INVALID KEY
                   ADD 1 TO CZ-CNT-JRN-NOT-PRESENT
               NOT INVALID KEY
                   ADD 1 TO CZ-CNT-JRN-DELETED
                   PERFORM 3500-NOTE-APPLIED THRU 3500-EXIT
           END-DELETE.
       3200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3500-NOTE-APPLIED - first/last change applied and the       *
      *                     per-program tally                       *
      *-----------------------------------------------------------*
       3500-NOTE-APPLIED.
           IF NOT CZ-FIRST-APPLIED
               MOVE CZ-JRN-STAMP TO CZ-FIRST-STAMP
               SET CZ-FIRST-APPLIED TO TRUE
           END-IF.
           MOVE CZ-JRN-STAMP TO CZ-LAST-STAMP.

           PERFORM 3510-FIND-PROGRAM THRU 3510-EXIT
               VARYING CZ-PGM-IDX FROM 1 BY 1
               UNTIL CZ-PGM-IDX > CZ-PGM-COUNT
                  OR CZ-PGM-NAME(CZ-PGM-IDX) = CZ-JRN-PROGRAM.
           IF CZ-PGM-IDX > CZ-PGM-COUNT
               IF CZ-PGM-COUNT < CZ-PGM-MAX
                   ADD 1 TO CZ-PGM-COUNT
                   MOVE CZ-PGM-COUNT   TO CZ-PGM-IDX
                   MOVE CZ-JRN-PROGRAM TO CZ-PGM-NAME(CZ-PGM-IDX)
                   MOVE ZERO           TO CZ-PGM-APPLIED(CZ-PGM-IDX)
               ELSE
                   MOVE CZ-PGM-MAX     TO CZ-PGM-IDX
                   MOVE 'OTHER'        TO CZ-PGM-NAME(CZ-PGM-IDX)
               END-IF
           END-IF.
           ADD 1 TO CZ-PGM-APPLIED(CZ-PGM-IDX).
       3500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3510-FIND-PROGRAM - search step; the VARYING test does the  *
      *                     work                                    *
      *-----------------------------------------------------------*
       3510-FIND-PROGRAM.
           CONTINUE.
       3510-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3600-NOTE-FAILED - a journal image the cluster refused      *
      *-----------------------------------------------------------*
       3600-NOTE-FAILED.
           DISPLAY 'COLZRCV: JOURNAL CHANGE NOT APPLIED FOR '
               CZ-CACHE-KEY ' STATUS ' CZ-CACHE-STATUS.
           ADD 1 TO CZ-CNT-JRN-FAILED.
       3600-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-COUNT-CLUSTER - walk the recovered cluster for the     *
      *                      reconciliation                         *
      *-----------------------------------------------------------*
       4000-COUNT-CLUSTER.
           MOVE ZEROES TO CZ-CACHE-KEY.
           START CACHE-FILE KEY IS >= CZ-CACHE-KEY
               INVALID KEY
                   SET CZ-WALK-EOF TO TRUE
           END-START.
           PERFORM 4100-COUNT-ONE THRU 4100-EXIT
               UNTIL CZ-WALK-EOF.
       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4100-COUNT-ONE                                              *
      *-----------------------------------------------------------*
       4100-COUNT-ONE.
           READ CACHE-FILE NEXT RECORD
               AT END
                   SET CZ-WALK-EOF TO TRUE
                   GO TO 4100-EXIT
           END-READ.
           ADD 1 TO CZ-CNT-CLUSTER.
       4100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE - the recovery report, reconciliation and    *
      *                  return code                                *
      *-----------------------------------------------------------*
       9000-TERMINATE.
           MOVE 'BACKUP RECORDS READ'      TO CZ-SUM-LABEL.
           MOVE CZ-CNT-BACKUP-READ         TO CZ-SUM-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE.

           MOVE 'BACKUP RECORDS LOADED'    TO CZ-SUM-LABEL.
           MOVE CZ-CNT-BACKUP-LOADED       TO CZ-SUM-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE.

           MOVE 'BACKUP RECORDS REJECTED'  TO CZ-SUM-LABEL.
           MOVE CZ-CNT-BACKUP-REJECTED     TO CZ-SUM-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE.

           MOVE SPACES TO CZ-REPORT-LINE.
           WRITE CZ-REPORT-LINE.
           MOVE 'JOURNAL RECORDS READ'     TO CZ-SUM-LABEL.
           MOVE CZ-CNT-JRN-READ            TO CZ-SUM-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE.

           MOVE '  APPLIED - KEY ADDED'    TO CZ-SUM-LABEL.
           MOVE CZ-CNT-JRN-ADDED           TO CZ-SUM-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE.

           MOVE '  APPLIED - KEY REPLACED' TO CZ-SUM-LABEL.
           MOVE CZ-CNT-JRN-REPLACED        TO CZ-SUM-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE.

           MOVE '  APPLIED - KEY DELETED'  TO CZ-SUM-LABEL.
           MOVE CZ-CNT-JRN-DELETED         TO CZ-SUM-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE.

           MOVE '  DELETE - KEY NOT PRESENT' TO CZ-SUM-LABEL.
           MOVE CZ-CNT-JRN-NOT-PRESENT     TO CZ-SUM-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE.

           MOVE '  AFTER RECOVERY POINT'   TO CZ-SUM-LABEL.
           MOVE CZ-CNT-JRN-LATE            TO CZ-SUM-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE.

           MOVE '  INVALID JOURNAL RECORDS' TO CZ-SUM-LABEL.
           MOVE CZ-CNT-JRN-INVALID         TO CZ-SUM-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE.

           MOVE '  REFUSED BY THE CLUSTER' TO CZ-SUM-LABEL.
           MOVE CZ-CNT-JRN-FAILED          TO CZ-SUM-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE.

           COMPUTE CZ-CNT-JRN-ACCOUNTED =
               CZ-CNT-JRN-ADDED + CZ-CNT-JRN-REPLACED
             + CZ-CNT-JRN-DELETED + CZ-CNT-JRN-NOT-PRESENT
             + CZ-CNT-JRN-LATE + CZ-CNT-JRN-INVALID
             + CZ-CNT-JRN-FAILED.
           MOVE 'JOURNAL RECORDS ACCOUNTED'  TO CZ-SUM-LABEL.
           MOVE CZ-CNT-JRN-ACCOUNTED       TO CZ-SUM-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE.

           IF CZ-FIRST-APPLIED
               MOVE 'FIRST CHANGE APPLIED'   TO CZ-ST-LABEL
               MOVE CZ-FIRST-STAMP           TO CZ-JRN-STAMP
               MOVE CZ-JS-DATE               TO CZ-ST-DATE
               MOVE CZ-JS-TIME               TO CZ-ST-TIME
               WRITE CZ-REPORT-LINE FROM CZ-STAMP-LINE
               MOVE 'LAST CHANGE APPLIED'    TO CZ-ST-LABEL
               MOVE CZ-LAST-STAMP            TO CZ-JRN-STAMP
               MOVE CZ-JS-DATE               TO CZ-ST-DATE
               MOVE CZ-JS-TIME               TO CZ-ST-TIME
               WRITE CZ-REPORT-LINE FROM CZ-STAMP-LINE
           END-IF.

           MOVE SPACES TO CZ-REPORT-LINE.
           WRITE CZ-REPORT-LINE.
           MOVE 'CHANGES APPLIED BY PROGRAM' TO CZ-REPORT-LINE.
           WRITE CZ-REPORT-LINE.
           PERFORM 9100-WRITE-PROGRAM THRU 9100-EXIT
               VARYING CZ-PGM-IDX FROM 1 BY 1
               UNTIL CZ-PGM-IDX > CZ-PGM-COUNT.

           COMPUTE CZ-CNT-EXPECTED =
               CZ-CNT-BACKUP-LOADED + CZ-CNT-JRN-ADDED
             - CZ-CNT-JRN-DELETED.
           MOVE SPACES TO CZ-REPORT-LINE.
           WRITE CZ-REPORT-LINE.
           MOVE 'RECONCILIATION'           TO CZ-REPORT-LINE.
           WRITE CZ-REPORT-LINE.

           MOVE 'BACKUP RECORDS LOADED'    TO CZ-SUM-LABEL.
           MOVE CZ-CNT-BACKUP-LOADED       TO CZ-SUM-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE.

           MOVE 'PLUS KEYS ADDED'          TO CZ-SUM-LABEL.
           MOVE CZ-CNT-JRN-ADDED           TO CZ-SUM-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE.

           MOVE 'LESS KEYS DELETED'        TO CZ-SUM-LABEL.
           MOVE CZ-CNT-JRN-DELETED         TO CZ-SUM-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE.

           MOVE 'EXPECTED CLUSTER RECORDS' TO CZ-SUM-LABEL.
           MOVE CZ-CNT-EXPECTED            TO CZ-SUM-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE.

           MOVE 'CLUSTER RECORDS COUNTED'  TO CZ-SUM-LABEL.
           MOVE CZ-CNT-CLUSTER             TO CZ-SUM-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE.

           MOVE SPACES TO CZ-REPORT-LINE.
           WRITE CZ-REPORT-LINE.
           IF CZ-CNT-CLUSTER = CZ-CNT-EXPECTED
             AND CZ-CNT-JRN-ACCOUNTED = CZ-CNT-JRN-READ
               MOVE 'CLUSTER IN BALANCE' TO CZ-REPORT-LINE
           ELSE
               MOVE '*** CLUSTER OUT OF BALANCE ***'
                   TO CZ-REPORT-LINE
           END-IF.
           WRITE CZ-REPORT-LINE.

           IF CZ-JOURNAL-STATUS-OK
               CLOSE JOURNAL-FILE
           END-IF.
           CLOSE CACHE-FILE.
           CLOSE REPORT-FILE.
           IF CZ-CNT-CLUSTER NOT = CZ-CNT-EXPECTED
             OR CZ-CNT-JRN-ACCOUNTED NOT = CZ-CNT-JRN-READ
             OR CZ-CNT-BACKUP-REJECTED > 0
             OR CZ-CNT-JRN-INVALID > 0
             OR CZ-CNT-JRN-FAILED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9100-WRITE-PROGRAM - one line of the by-program tally       *
      *-----------------------------------------------------------*
       9100-WRITE-PROGRAM.
           MOVE CZ-PGM-NAME(CZ-PGM-IDX)    TO CZ-PG-NAME.
           MOVE CZ-PGM-APPLIED(CZ-PGM-IDX) TO CZ-PG-APPLIED.
           WRITE CZ-REPORT-LINE FROM CZ-PGM-LINE.
       9100-EXIT.
           EXIT.

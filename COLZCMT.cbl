      *     PURGE=ALL     delete every record in the cluster       *
      *                                                             *
      *   Every function writes an action summary to CMTOUT.       *
      *   RELOAD and PURGE append each record they write or        *
      *   delete to the CACHEJRN cache change journal (copybook    *
      *   CZJRNL); a clean UNLOAD empties the journal, since the   *
      *   new backup now holds everything it recorded.             *
      *   RETURN-CODE 0 = clean, 4 = unload taken but CACHEJRN     *
      *   not reset - reset it before the next run, 8 = bad or     *
      *   missing CMDCARD, 16 = cluster or backup file could not   *
      *   be opened.                                               *
      *                                                             *
      * MAINTENANCE HISTORY                                        *
      *   2026-08-22  RLC  Original utility.                        *
      *   2026-08-22  RLC  Widened to the 18-digit cache record     *
      *                    (47-byte image, key buckets of 10**17).  *
      *   2026-10-15  RLC  RELOAD and PURGE changes are journaled   *
      *                    to CACHEJRN for COLZRCV forward           *
      *                    recovery; UNLOAD resets the journal.      *
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COLZCMT.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CZ-RELOAD-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO CACHEJRN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CZ-JOURNAL-STATUS.

           SELECT CMDCARD-FILE ASSIGN TO CMDCARD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CZ-CMDCARD-STATUS.
           RECORDING MODE IS F.
       01  CZ-RELOAD-REC                   PIC X(47).

       FD  JOURNAL-FILE
           RECORDING MODE IS F.
           COPY CZJRNL.

       FD  CMDCARD-FILE.
       01  CZ-CMDCARD                      PIC X(80).

           05  CZ-PURGE-MODE               PIC X(01) VALUE SPACE.
               88  CZ-PURGE-ERRORS                  VALUE 'E'.
               88  CZ-PURGE-ALL                     VALUE 'A'.
           05  CZ-JRN-OPEN-SWITCH          PIC X(01) VALUE 'N'.
               88  CZ-JRN-OPEN                      VALUE 'Y'.
           05  CZ-JRN-EOF-SWITCH           PIC X(01) VALUE 'N'.
               88  CZ-JRN-EOF                       VALUE 'Y'.

       01  CZ-CACHE-STATUS                 PIC X(02).
           88  CZ-CACHE-STATUS-OK                 VALUE '00'.
           88  CZ-RELOAD-STATUS-OK                VALUE '00'.
           88  CZ-RELOAD-STATUS-NOTFOUND          VALUE '35'.

       01  CZ-JOURNAL-STATUS               PIC X(02).
           88  CZ-JOURNAL-STATUS-OK               VALUE '00'.
           88  CZ-JOURNAL-STATUS-NOTFOUND         VALUE '35'.

       01  CZ-CMDCARD-STATUS               PIC X(02).
           88  CZ-CMDCARD-STATUS-OK               VALUE '00'.
           88  CZ-CMDCARD-STATUS-NOTFOUND         VALUE '35'.
           05  CZ-CNT-DUPLICATES           PIC 9(09) VALUE ZERO.
           05  CZ-CNT-PURGED               PIC 9(09) VALUE ZERO.
           05  CZ-CNT-RETAINED             PIC 9(09) VALUE ZERO.
           05  CZ-CNT-JRN-CLEARED          PIC 9(09) VALUE ZERO.

       01  CZ-BUCKET-TABLE.
           05  CZ-BUCKET-COUNT             PIC 9(09) OCCURS 10 TIMES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    RELOAD and PURGE change the cluster, so their changes
      *    are journaled; the journal is extended, or created if
      *    it does not exist yet.
           IF CZ-FUNC-RELOAD OR CZ-FUNC-PURGE
               OPEN EXTEND JOURNAL-FILE
               IF CZ-JOURNAL-STATUS-NOTFOUND
                   OPEN OUTPUT JOURNAL-FILE
               END-IF
               IF CZ-JOURNAL-STATUS-OK
                   SET CZ-JRN-OPEN TO TRUE
               ELSE
                   DISPLAY 'COLZCMT: CACHEJRN OPEN FAILED, STATUS '
                       CZ-JOURNAL-STATUS ' - CHANGES NOT JOURNALED'
               END-IF
           END-IF.
       1000-EXIT.
           EXIT.

           MOVE 'RECORDS UNLOADED'         TO CZ-SUM-LABEL.
           MOVE CZ-CNT-UNLOADED            TO CZ-SUM-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE.

           PERFORM 4200-RESET-JOURNAL THRU 4200-EXIT.
       4000-EXIT.
           EXIT.

       4100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4200-RESET-JOURNAL - empty the cache change journal now     *
      *                      the backup holds every change it       *
      *                      recorded; the records cleared are      *
      *                      counted first for the summary          *
      *-----------------------------------------------------------*
       4200-RESET-JOURNAL.
           OPEN INPUT JOURNAL-FILE.
           IF CZ-JOURNAL-STATUS-OK
               PERFORM 4210-COUNT-JOURNAL THRU 4210-EXIT
                   UNTIL CZ-JRN-EOF
               CLOSE JOURNAL-FILE
           END-IF.
           OPEN OUTPUT JOURNAL-FILE.
           IF NOT CZ-JOURNAL-STATUS-OK
               DISPLAY 'COLZCMT: CACHEJRN RESET FAILED, STATUS '
                   CZ-JOURNAL-STATUS ' - JOURNAL STILL HOLDS '
                   'CHANGES FROM BEFORE THIS BACKUP'
               MOVE 4 TO RETURN-CODE
               GO TO 4200-EXIT
           END-IF.
           CLOSE JOURNAL-FILE.

           MOVE 'JOURNAL RECORDS CLEARED'  TO CZ-SUM-LABEL.
           MOVE CZ-CNT-JRN-CLEARED         TO CZ-SUM-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE.
       4200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4210-COUNT-JOURNAL                                          *
      *-----------------------------------------------------------*
       4210-COUNT-JOURNAL.
           READ JOURNAL-FILE
               AT END
                   SET CZ-JRN-EOF TO TRUE
                   GO TO 4210-EXIT
           END-READ.
           ADD 1 TO CZ-CNT-JRN-CLEARED.
       4210-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5000-RELOAD - load the cluster from an UNLOAD backup file.  *
      *               A record whose key is already present is      *
                   ADD 1 TO CZ-CNT-DUPLICATES
               NOT INVALID KEY
                   ADD 1 TO CZ-CNT-RELOADED
                   MOVE SPACES       TO CZ-JRN-REC
                   MOVE CZ-CACHE-REC TO CZ-JRN-IMAGE
                   SET CZ-JRN-WRITE  TO TRUE
                   PERFORM 7000-JOURNAL-CHANGE THRU 7000-EXIT
           END-WRITE.
       5100-EXIT.
           EXIT.
      *-----------------------------------------------------------*
       6100-PURGE-RECORD.
           IF CZ-PURGE-ALL OR CZ-CACHE-RC NOT = ZERO
               MOVE SPACES       TO CZ-JRN-REC
               MOVE CZ-CACHE-REC TO CZ-JRN-IMAGE
               SET CZ-JRN-DELETE TO TRUE
               DELETE CACHE-FILE
                   INVALID KEY
                       DISPLAY 'COLZCMT: DELETE FAILED FOR '
                           CZ-CACHE-KEY ' STATUS ' CZ-CACHE-STATUS
                   NOT INVALID KEY
                       PERFORM 7000-JOURNAL-CHANGE THRU 7000-EXIT
               END-DELETE
               ADD 1 TO CZ-CNT-PURGED
           ELSE
       6100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 7000-JOURNAL-CHANGE - stamp and append the journal record   *
      *                       staged by the caller (image and       *
      *                       action already in CZ-JRN-REC)         *
      *-----------------------------------------------------------*
       7000-JOURNAL-CHANGE.
           IF NOT CZ-JRN-OPEN
               GO TO 7000-EXIT
           END-IF.
           MOVE 'COLZCMT'         TO CZ-JRN-PROGRAM.
           ACCEPT CZ-JRN-DATE FROM DATE YYYYMMDD.
           ACCEPT CZ-JRN-TIME FROM TIME.
           WRITE CZ-JRN-REC.
       7000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE                                              *
      *-----------------------------------------------------------*
       9000-TERMINATE.
           CLOSE CACHE-FILE.
           IF CZ-JRN-OPEN
               CLOSE JOURNAL-FILE
           END-IF.
           CLOSE REPORT-FILE.
       9000-EXIT.
           EXIT.

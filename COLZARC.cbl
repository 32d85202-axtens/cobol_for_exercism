      *-----------------------------------------------------------*
      * PROGRAM-ID.  COLZARC                                       *
      * AUTHOR.      R. CHIN, APPLICATIONS DEVELOPMENT.             *
      * INSTALLATION. MERIDIAN BATCH SERVICES.                      *
      * DATE-WRITTEN. 2026-10-15.                                   *
      *                                                             *
      * REMARKS.                                                    *
      *   Results archive step, run at the end of the nightly      *
      *   COLZBAT (and of COLZMRG on a partitioned night).  Copies *
      *   the night's results extract (RSLTIN, CZRSLT layout) into *
      *   the ARCHIVE cluster as a new generation keyed by the     *
      *   run date and time of the first result (copybook CZARCH), *
      *   together with the night's intake cross-reference         *
      *   (XREFIN, optional) and a header carrying the RANGEIN     *
      *   card count and the EXCPIN reject count, so that COLZRPR  *
      *   can reprint the night's PRTOUT or any department's       *
      *   REQOUT slice later.  A generation already on the archive *
      *   is not added again.                                       *
      *                                                             *
      *   An optional ARCCARD control card sets the retention:     *
      *     RETAIN=nn   drop every generation whose run date is    *
      *                 more than nn months before today            *
      *   No card keeps every generation.                           *
      *                                                             *
      *   ARCOUT shows the generation added and the generations    *
      *   and records dropped.                                      *
      *                                                             *
      *   RETURN-CODE 0 = archived, 4 = generation already on the  *
      *   archive or records not added (see ARCOUT), 8 = bad       *
      *   ARCCARD, 16 = archive or extract not available.          *
      *                                                             *
      * MAINTENANCE HISTORY                                        *
      *   2026-10-15  RLC  Original program.                        *
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COLZARC.
       AUTHOR.        R. CHIN.
       INSTALLATION.  MERIDIAN BATCH SERVICES.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVE-FILE ASSIGN TO ARCHIVE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CZ-ARC-KEY
               FILE STATUS IS CZ-ARCHIVE-STATUS.

           SELECT RSLT-FILE    ASSIGN TO RSLTIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CZ-RSLT-STATUS.

           SELECT XREF-FILE    ASSIGN TO XREFIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CZ-XREF-STATUS.

           SELECT RANGE-FILE   ASSIGN TO RANGEIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CZ-RANGE-STATUS.

           SELECT EXCP-FILE    ASSIGN TO EXCPIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CZ-EXCP-STATUS.

           SELECT ARCCARD-FILE ASSIGN TO ARCCARD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CZ-ARCCARD-STATUS.

           SELECT REPORT-FILE  ASSIGN TO ARCOUT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVE-FILE.
           COPY CZARCH.

       FD  RSLT-FILE
           RECORDING MODE IS F.
       01  CZ-RSLT-IN-REC                  PIC X(65).

       FD  XREF-FILE
           RECORDING MODE IS F.
       01  CZ-XREF-IN-REC                  PIC X(80).

       FD  RANGE-FILE
           RECORDING MODE IS F.
       01  CZ-RANGE-CARD                   PIC X(80).

       FD  EXCP-FILE
           RECORDING MODE IS F.
       01  CZ-EXCP-IN-REC                  PIC X(98).

       FD  ARCCARD-FILE.
       01  CZ-ARCCARD                      PIC X(80).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  CZ-REPORT-LINE                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  CZ-SWITCHES.
           05  CZ-RSLT-EOF-SWITCH          PIC X(01) VALUE 'N'.
               88  CZ-RSLT-EOF                      VALUE 'Y'.
           05  CZ-XREF-EOF-SWITCH          PIC X(01) VALUE 'N'.
               88  CZ-XREF-EOF                      VALUE 'Y'.
           05  CZ-RANGE-EOF-SWITCH         PIC X(01) VALUE 'N'.
               88  CZ-RANGE-EOF                     VALUE 'Y'.
           05  CZ-EXCP-EOF-SWITCH          PIC X(01) VALUE 'N'.
               88  CZ-EXCP-EOF                      VALUE 'Y'.
           05  CZ-CTL-EOF-SWITCH           PIC X(01) VALUE 'N'.
               88  CZ-CTL-EOF                       VALUE 'Y'.
           05  CZ-WALK-EOF-SWITCH          PIC X(01) VALUE 'N'.
               88  CZ-WALK-EOF                      VALUE 'Y'.
           05  CZ-ON-FILE-SWITCH           PIC X(01) VALUE 'N'.
               88  CZ-GEN-ON-FILE                   VALUE 'Y'.
           05  CZ-RETAIN-SWITCH            PIC X(01) VALUE 'N'.
               88  CZ-RETAIN-GIVEN                  VALUE 'Y'.

       01  CZ-ARCHIVE-STATUS               PIC X(02).
           88  CZ-ARCHIVE-STATUS-OK               VALUE '00'.
           88  CZ-ARCHIVE-STATUS-DUPLICATE        VALUE '22'.

       01  CZ-RSLT-STATUS                  PIC X(02).
           88  CZ-RSLT-STATUS-OK                  VALUE '00'.

       01  CZ-XREF-STATUS                  PIC X(02).
           88  CZ-XREF-STATUS-OK                  VALUE '00'.

       01  CZ-RANGE-STATUS                 PIC X(02).
           88  CZ-RANGE-STATUS-OK                 VALUE '00'.

       01  CZ-EXCP-STATUS                  PIC X(02).
           88  CZ-EXCP-STATUS-OK                  VALUE '00'.

       01  CZ-ARCCARD-STATUS               PIC X(02).
           88  CZ-ARCCARD-STATUS-OK               VALUE '00'.
           88  CZ-ARCCARD-STATUS-NOTFOUND         VALUE '35'.

       01  CZ-CTL-TOKEN                    PIC X(20).
       01  CZ-CTL-PTR                      PIC 9(02) COMP.

      *    Extract record area - RSLTIN records are read INTO this
      *    CZRSLT image; the first one names the generation.
           COPY CZRSLT.

      *    The generation being added, and today's date for the
      *    retention cutoff.
       01  CZ-GEN-DATE                     PIC 9(08) VALUE ZERO.
       01  CZ-GEN-TIME                     PIC 9(06) VALUE ZERO.
       01  CZ-TODAY                        PIC 9(08).
       01  CZ-NOW-TIME-RAW                 PIC 9(08).

      *    Retention: the cutoff is today less RETAIN months, same
      *    day of the month; every generation whose run date is
      *    before it is dropped.
       01  CZ-RETAIN-MONTHS                PIC 9(02) VALUE ZERO.
       01  CZ-CUTOFF-DATE                  PIC 9(08) VALUE ZERO.
       01  CZ-CUTOFF-DATE-X REDEFINES CZ-CUTOFF-DATE.
           05  CZ-CUT-YYYY                 PIC 9(04).
           05  CZ-CUT-MM                   PIC 9(02).
           05  CZ-CUT-DD                   PIC 9(02).
       01  CZ-MONTH-NUMBER                 PIC 9(06).
       01  CZ-MONTH-REM                    PIC 9(02).

       01  CZ-COUNTERS.
           05  CZ-CNT-RESULTS              PIC 9(09) VALUE ZERO.
           05  CZ-CNT-XREFS                PIC 9(09) VALUE ZERO.
           05  CZ-CNT-RANGE-RECS           PIC 9(09) VALUE ZERO.
           05  CZ-CNT-REJECTED             PIC 9(09) VALUE ZERO.
           05  CZ-CNT-NOT-ADDED            PIC 9(09) VALUE ZERO.
           05  CZ-CNT-GENS-DROPPED         PIC 9(09) VALUE ZERO.
           05  CZ-CNT-RECS-DROPPED         PIC 9(09) VALUE ZERO.
           05  CZ-CNT-DROP-FAILED          PIC 9(09) VALUE ZERO.

       01  CZ-HDR-LINE.
           05  FILLER                      PIC X(40)
               VALUE 'COLZARC RESULTS ARCHIVE'.
           05  FILLER                      PIC X(40) VALUE SPACES.

       01  CZ-STAMP-LINE.
           05  CZ-ST-LABEL                 PIC X(30).
           05  CZ-ST-DATE                  PIC 9(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  CZ-ST-TIME                  PIC 9(06).
           05  FILLER                      PIC X(35) VALUE SPACES.

       01  CZ-TEXT-LINE.
           05  CZ-TX-LABEL                 PIC X(30).
           05  CZ-TX-TEXT                  PIC X(50).

       01  CZ-SUM-LINE.
           05  CZ-SUM-LABEL                PIC X(30).
           05  CZ-SUM-VALUE
               PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(27) VALUE SPACES.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------*
      * 0000-MAINLINE                                               *
      *-----------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF NOT CZ-GEN-ON-FILE
               PERFORM 2000-ARCHIVE-RESULT THRU 2000-EXIT
                   UNTIL CZ-RSLT-EOF
               PERFORM 3000-ARCHIVE-XREF THRU 3000-EXIT
               PERFORM 4000-WRITE-HEADER THRU 4000-EXIT
           END-IF.
           PERFORM 5000-APPLY-RETENTION THRU 5000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - read the retention card, open the archive *
      *                   and the extract, and name the generation  *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN OUTPUT REPORT-FILE.
           WRITE CZ-REPORT-LINE FROM CZ-HDR-LINE.
           MOVE SPACES TO CZ-REPORT-LINE.
           WRITE CZ-REPORT-LINE.

           ACCEPT CZ-TODAY FROM DATE YYYYMMDD.
           ACCEPT CZ-NOW-TIME-RAW FROM TIME.
           PERFORM 1050-READ-OPTIONS THRU 1050-EXIT.

           OPEN I-O ARCHIVE-FILE.
           IF NOT CZ-ARCHIVE-STATUS-OK
               DISPLAY 'COLZARC: ARCHIVE OPEN FAILED, STATUS '
                   CZ-ARCHIVE-STATUS
               CLOSE REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT RSLT-FILE.
           IF NOT CZ-RSLT-STATUS-OK
               DISPLAY 'COLZARC: RSLTIN OPEN FAILED, STATUS '
                   CZ-RSLT-STATUS
               CLOSE ARCHIVE-FILE
               CLOSE REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    The generation takes the run date and time of the first
      *    result extracted; a night that extracted nothing still
      *    gets a generation, stamped with this step's own time.
           PERFORM 2100-READ-EXTRACT THRU 2100-EXIT.
           IF CZ-RSLT-EOF
               MOVE CZ-TODAY              TO CZ-GEN-DATE
               MOVE CZ-NOW-TIME-RAW(1:6)  TO CZ-GEN-TIME
           ELSE
               MOVE CZ-RSL-RUN-DATE       TO CZ-GEN-DATE
               MOVE CZ-RSL-RUN-TIME       TO CZ-GEN-TIME
           END-IF.
           MOVE 'GENERATION'   TO CZ-ST-LABEL.
           MOVE CZ-GEN-DATE    TO CZ-ST-DATE.
           MOVE CZ-GEN-TIME    TO CZ-ST-TIME.
           WRITE CZ-REPORT-LINE FROM CZ-STAMP-LINE.

           MOVE CZ-GEN-DATE    TO CZ-ARC-RUN-DATE.
           MOVE CZ-GEN-TIME    TO CZ-ARC-RUN-TIME.
           SET CZ-ARC-HEADER   TO TRUE.
           MOVE ZERO           TO CZ-ARC-SEQ.
           READ ARCHIVE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CZ-GEN-ON-FILE TO TRUE
           END-READ.
           IF CZ-GEN-ON-FILE
               DISPLAY 'COLZARC: GENERATION ' CZ-GEN-DATE ' '
                   CZ-GEN-TIME ' ALREADY ON THE ARCHIVE - NOT ADDED'
               MOVE 'ALREADY ON THE ARCHIVE'   TO CZ-TX-LABEL
               MOVE 'NOT ADDED AGAIN'          TO CZ-TX-TEXT
               WRITE CZ-REPORT-LINE FROM CZ-TEXT-LINE
               MOVE 4 TO RETURN-CODE
           END-IF.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1050-READ-OPTIONS - read every ARCCARD record and apply     *
      *                     its keywords                            *
      *-----------------------------------------------------------*
       1050-READ-OPTIONS.
           OPEN INPUT ARCCARD-FILE.
           IF CZ-ARCCARD-STATUS-NOTFOUND
               SET CZ-CTL-EOF TO TRUE
           ELSE
               PERFORM 1055-READ-ARCCARD THRU 1055-EXIT
                   UNTIL CZ-CTL-EOF
               CLOSE ARCCARD-FILE
           END-IF.
       1050-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1055-READ-ARCCARD - one card: scan its blank-separated      *
      *                     keywords                                *
      *-----------------------------------------------------------*
       1055-READ-ARCCARD.
           READ ARCCARD-FILE
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
           UNSTRING CZ-ARCCARD DELIMITED BY ALL ' '
               INTO CZ-CTL-TOKEN
               WITH POINTER CZ-CTL-PTR
           END-UNSTRING.
           EVALUATE TRUE
               WHEN CZ-CTL-TOKEN = SPACES
                   CONTINUE
               WHEN CZ-CTL-TOKEN(1:7) = 'RETAIN='
                 AND CZ-CTL-TOKEN(8:2) IS NUMERIC
                 AND CZ-CTL-TOKEN(10:11) = SPACES
                 AND CZ-CTL-TOKEN(8:2) NOT = '00'
                   MOVE CZ-CTL-TOKEN(8:2) TO CZ-RETAIN-MONTHS
                   SET CZ-RETAIN-GIVEN TO TRUE
               WHEN OTHER
                   DISPLAY 'COLZARC: INVALID ARCCARD KEYWORD '''
                       CZ-CTL-TOKEN ''' - EXPECTED RETAIN=NN '
                       '(MONTHS, NON-ZERO)'
                   CLOSE ARCCARD-FILE
                   CLOSE REPORT-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       1060-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-ARCHIVE-RESULT - the extract record in hand onto the   *
      *                       archive, then read the next           *
      *-----------------------------------------------------------*
       2000-ARCHIVE-RESULT.
           ADD 1 TO CZ-CNT-RESULTS.
           MOVE CZ-GEN-DATE    TO CZ-ARC-RUN-DATE.
           MOVE CZ-GEN-TIME    TO CZ-ARC-RUN-TIME.
           SET CZ-ARC-RESULT   TO TRUE.
           MOVE CZ-CNT-RESULTS TO CZ-ARC-SEQ.
           MOVE CZ-RSL-REC     TO CZ-ARC-DATA.
           PERFORM 8000-WRITE-ARCHIVE THRU 8000-EXIT.
           PERFORM 2100-READ-EXTRACT THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2100-READ-EXTRACT - the next RSLTIN record into the CZRSLT  *
      *                     image                                   *
      *-----------------------------------------------------------*
       2100-READ-EXTRACT.
           READ RSLT-FILE INTO CZ-RSL-REC
               AT END
                   SET CZ-RSLT-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-ARCHIVE-XREF - the night's intake cross-reference, if  *
      *                     the DD is present                       *
      *-----------------------------------------------------------*
       3000-ARCHIVE-XREF.
           OPEN INPUT XREF-FILE.
           IF NOT CZ-XREF-STATUS-OK
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-ARCHIVE-ONE-XREF THRU 3100-EXIT
               UNTIL CZ-XREF-EOF.
           CLOSE XREF-FILE.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3100-ARCHIVE-ONE-XREF                                       *
      *-----------------------------------------------------------*
       3100-ARCHIVE-ONE-XREF.
           READ XREF-FILE
               AT END
                   SET CZ-XREF-EOF TO TRUE
                   GO TO 3100-EXIT
           END-READ.
           ADD 1 TO CZ-CNT-XREFS.
           MOVE CZ-GEN-DATE    TO CZ-ARC-RUN-DATE.
           MOVE CZ-GEN-TIME    TO CZ-ARC-RUN-TIME.
           SET CZ-ARC-XREF     TO TRUE.
           MOVE CZ-CNT-XREFS   TO CZ-ARC-SEQ.
           MOVE CZ-XREF-IN-REC TO CZ-ARC-DATA.
           PERFORM 8000-WRITE-ARCHIVE THRU 8000-EXIT.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-WRITE-HEADER - count the RANGEIN cards and the EXCPIN  *
      *                     rejects (the extract carries neither)   *
      *                     and write the generation header last,   *
      *                     so a generation with a header is whole  *
      *-----------------------------------------------------------*
       4000-WRITE-HEADER.
           OPEN INPUT RANGE-FILE.
           IF CZ-RANGE-STATUS-OK
               PERFORM 4100-COUNT-CARD THRU 4100-EXIT
                   UNTIL CZ-RANGE-EOF
               CLOSE RANGE-FILE
           ELSE
               DISPLAY 'COLZARC: RANGEIN OPEN FAILED, STATUS '
                   CZ-RANGE-STATUS ' - CARD COUNT ARCHIVED AS ZERO'
           END-IF.

           OPEN INPUT EXCP-FILE.
           IF CZ-EXCP-STATUS-OK
               PERFORM 4200-COUNT-REJECT THRU 4200-EXIT
                   UNTIL CZ-EXCP-EOF
               CLOSE EXCP-FILE
           END-IF.

           MOVE CZ-GEN-DATE       TO CZ-ARC-RUN-DATE.
           MOVE CZ-GEN-TIME       TO CZ-ARC-RUN-TIME.
           SET CZ-ARC-HEADER      TO TRUE.
           MOVE ZERO              TO CZ-ARC-SEQ.
           MOVE SPACES            TO CZ-ARC-DATA.
           MOVE CZ-CNT-RANGE-RECS TO CZ-ARH-RANGE-RECS.
           MOVE CZ-CNT-REJECTED   TO CZ-ARH-REJECTED.
           MOVE CZ-CNT-RESULTS    TO CZ-ARH-RESULTS.
           MOVE CZ-CNT-XREFS      TO CZ-ARH-XREFS.
           MOVE CZ-TODAY          TO CZ-ARH-ARCHIVED-DATE.
           MOVE CZ-NOW-TIME-RAW(1:6) TO CZ-ARH-ARCHIVED-TIME.
           PERFORM 8000-WRITE-ARCHIVE THRU 8000-EXIT.
       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4100-COUNT-CARD                                             *
      *-----------------------------------------------------------*
       4100-COUNT-CARD.
           READ RANGE-FILE
               AT END
                   SET CZ-RANGE-EOF TO TRUE
                   GO TO 4100-EXIT
           END-READ.
           ADD 1 TO CZ-CNT-RANGE-RECS.
       4100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4200-COUNT-REJECT                                           *
      *-----------------------------------------------------------*
       4200-COUNT-REJECT.
           READ EXCP-FILE
               AT END
                   SET CZ-EXCP-EOF TO TRUE
                   GO TO 4200-EXIT
           END-READ.
           ADD 1 TO CZ-CNT-REJECTED.
       4200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5000-APPLY-RETENTION - with RETAIN=nn, walk the archive     *
      *                        from its oldest key and drop every   *
      *                        record of a generation run before    *
      *                        the cutoff                           *
      *-----------------------------------------------------------*
       5000-APPLY-RETENTION.
           IF NOT CZ-RETAIN-GIVEN
               GO TO 5000-EXIT
           END-IF.
           MOVE CZ-TODAY TO CZ-CUTOFF-DATE.
           COMPUTE CZ-MONTH-NUMBER =
               CZ-CUT-YYYY * 12 + CZ-CUT-MM - 1 - CZ-RETAIN-MONTHS.
           DIVIDE CZ-MONTH-NUMBER BY 12
               GIVING CZ-CUT-YYYY REMAINDER CZ-MONTH-REM.
           COMPUTE CZ-CUT-MM = CZ-MONTH-REM + 1.

           MOVE ZEROES TO CZ-ARC-KEY.
           START ARCHIVE-FILE KEY IS >= CZ-ARC-KEY
               INVALID KEY
                   SET CZ-WALK-EOF TO TRUE
           END-START.
           PERFORM 5100-DROP-ONE THRU 5100-EXIT
               UNTIL CZ-WALK-EOF.
       5000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5100-DROP-ONE - the next archive record; keys rise with the *
      *                 run date, so the walk ends at the first     *
      *                 record on or after the cutoff               *
      *-----------------------------------------------------------*
       5100-DROP-ONE.
           READ ARCHIVE-FILE NEXT RECORD
               AT END
                   SET CZ-WALK-EOF TO TRUE
                   GO TO 5100-EXIT
           END-READ.
           IF CZ-ARC-RUN-DATE NOT < CZ-CUTOFF-DATE
               SET CZ-WALK-EOF TO TRUE
               GO TO 5100-EXIT
           END-IF.
           DELETE ARCHIVE-FILE RECORD
               INVALID KEY
                   DISPLAY 'COLZARC: DROP FAILED FOR ' CZ-ARC-KEY
                       ' STATUS ' CZ-ARCHIVE-STATUS
                   ADD 1 TO CZ-CNT-DROP-FAILED
                   GO TO 5100-EXIT
           END-DELETE.
           ADD 1 TO CZ-CNT-RECS-DROPPED.
           IF CZ-ARC-HEADER
               ADD 1 TO CZ-CNT-GENS-DROPPED
           END-IF.
       5100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8000-WRITE-ARCHIVE - one record onto the archive; a key     *
      *                      already present (a generation left     *
      *                      part-written by a failed run) is       *
      *                      counted and reported, not replaced     *
      *-----------------------------------------------------------*
       8000-WRITE-ARCHIVE.
           WRITE CZ-ARC-REC
               INVALID KEY
                   ADD 1 TO CZ-CNT-NOT-ADDED
                   IF NOT CZ-ARCHIVE-STATUS-DUPLICATE
                       DISPLAY 'COLZARC: ARCHIVE WRITE FAILED FOR '
                           CZ-ARC-KEY ' STATUS ' CZ-ARCHIVE-STATUS
                   END-IF
           END-WRITE.
       8000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE - the archive totals, then close             *
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF NOT CZ-GEN-ON-FILE
               MOVE 'RESULTS ARCHIVED'          TO CZ-SUM-LABEL
               MOVE CZ-CNT-RESULTS              TO CZ-SUM-VALUE
               WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE
               MOVE 'CROSS-REFERENCE ARCHIVED'  TO CZ-SUM-LABEL
               MOVE CZ-CNT-XREFS                TO CZ-SUM-VALUE
               WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE
               MOVE 'RANGEIN CARDS'             TO CZ-SUM-LABEL
               MOVE CZ-CNT-RANGE-RECS           TO CZ-SUM-VALUE
               WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE
               MOVE 'RECORDS REJECTED'          TO CZ-SUM-LABEL
               MOVE CZ-CNT-REJECTED             TO CZ-SUM-VALUE
               WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE
           END-IF.
           IF CZ-CNT-NOT-ADDED > ZERO
               MOVE 'RECORDS NOT ADDED'         TO CZ-SUM-LABEL
               MOVE CZ-CNT-NOT-ADDED            TO CZ-SUM-VALUE
               WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE
               MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE SPACES TO CZ-REPORT-LINE.
           WRITE CZ-REPORT-LINE.
           IF CZ-RETAIN-GIVEN
               MOVE 'RETENTION (MONTHS)'        TO CZ-SUM-LABEL
               MOVE CZ-RETAIN-MONTHS            TO CZ-SUM-VALUE
               WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE
               MOVE 'DROPPED IF RUN BEFORE'     TO CZ-ST-LABEL
               MOVE CZ-CUTOFF-DATE              TO CZ-ST-DATE
               MOVE ZERO                        TO CZ-ST-TIME
               WRITE CZ-REPORT-LINE FROM CZ-STAMP-LINE
               MOVE 'GENERATIONS DROPPED'       TO CZ-SUM-LABEL
               MOVE CZ-CNT-GENS-DROPPED         TO CZ-SUM-VALUE
               WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE
               MOVE 'RECORDS DROPPED'           TO CZ-SUM-LABEL
               MOVE CZ-CNT-RECS-DROPPED         TO CZ-SUM-VALUE
               WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE
               IF CZ-CNT-DROP-FAILED > ZERO
                   MOVE 'RECORDS NOT DROPPED'   TO CZ-SUM-LABEL
                   MOVE CZ-CNT-DROP-FAILED      TO CZ-SUM-VALUE
                   WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               MOVE 'RETENTION'                 TO CZ-TX-LABEL
               MOVE 'NO RETAIN= CARD - EVERY GENERATION KEPT'
                                                TO CZ-TX-TEXT
               WRITE CZ-REPORT-LINE FROM CZ-TEXT-LINE
           END-IF.

           CLOSE RSLT-FILE.
           CLOSE ARCHIVE-FILE.
           CLOSE REPORT-FILE.
       9000-EXIT.
           EXIT.

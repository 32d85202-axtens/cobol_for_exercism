      *-----------------------------------------------------------*
      * PROGRAM-ID.  COLZRPR                                       *
      * AUTHOR.      R. CHIN, APPLICATIONS DEVELOPMENT.             *
      * INSTALLATION. MERIDIAN BATCH SERVICES.                      *
      * DATE-WRITTEN. 2026-10-15.                                   *
      *                                                             *
      * REMARKS.                                                    *
      *   Historical reprint from the results archive (ARCHIVE,    *
      *   copybook CZARCH, written nightly by COLZARC).  Rebuilds  *
      *   one night's detail lines and control totals in the       *
      *   COLZRPT print format, marked as a reprint with the       *
      *   original run date.  RPRCARD keywords:                     *
      *     DATE=yyyymmdd   original run date (required)           *
      *     TIME=hhmmss     which run, when the date has more than *
      *                     one generation (default: the first)    *
      *     REQ=ccc         that department's REQOUT slice instead *
      *                     of the whole PRTOUT, including the     *
      *                     results it was sent because another    *
      *                     department's card carried them         *
      *     FROM=n THRU=n   only starting values in this range     *
      *                     (either end may be left open)          *
      *   With a range the run-wide card, reject and grand control *
      *   totals are left off, since they cover the whole deck.    *
      *   Totals the extract does not carry (steps saved by the    *
      *   short-circuit, daily-limit usage) are not reprinted, as  *
      *   on the COLZMRG consolidated listing.                      *
      *                                                             *
      *   RETURN-CODE 0 = reprinted, 4 = nothing selected or the   *
      *   generation has no header, 8 = bad RPRCARD or no such     *
      *   generation, 16 = archive not available.                  *
      *                                                             *
      * MAINTENANCE HISTORY                                        *
      *   2026-10-15  RLC  Original program.                        *
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COLZRPR.
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

           SELECT REQMAST-FILE ASSIGN TO REQMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CZ-REQM-CODE
               FILE STATUS IS CZ-REQMAST-STATUS.

           SELECT RPRCARD-FILE ASSIGN TO RPRCARD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CZ-RPRCARD-STATUS.

           SELECT REPORT-FILE  ASSIGN TO PRTOUT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVE-FILE.
           COPY CZARCH.

       FD  REQMAST-FILE.
           COPY CZREQM.

       FD  RPRCARD-FILE.
       01  CZ-RPRCARD                      PIC X(80).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  CZ-REPORT-LINE                  PIC X(90).

       WORKING-STORAGE SECTION.
       01  CZ-SWITCHES.
           05  CZ-CTL-EOF-SWITCH           PIC X(01) VALUE 'N'.
               88  CZ-CTL-EOF                       VALUE 'Y'.
           05  CZ-REQM-EOF-SWITCH          PIC X(01) VALUE 'N'.
               88  CZ-REQM-EOF                      VALUE 'Y'.
           05  CZ-GEN-EOF-SWITCH           PIC X(01) VALUE 'N'.
               88  CZ-GEN-EOF                       VALUE 'Y'.
           05  CZ-HEADER-SWITCH            PIC X(01) VALUE 'N'.
               88  CZ-HEADER-FOUND                  VALUE 'Y'.
           05  CZ-RANGE-SWITCH             PIC X(01) VALUE 'N'.
               88  CZ-RANGE-SELECTED                VALUE 'Y'.
           05  CZ-TIME-SWITCH              PIC X(01) VALUE 'N'.
               88  CZ-TIME-GIVEN                    VALUE 'Y'.

       01  CZ-ARCHIVE-STATUS               PIC X(02).
           88  CZ-ARCHIVE-STATUS-OK               VALUE '00'.

       01  CZ-REQMAST-STATUS               PIC X(02).
           88  CZ-REQMAST-STATUS-OK               VALUE '00'.

       01  CZ-RPRCARD-STATUS               PIC X(02).
           88  CZ-RPRCARD-STATUS-OK               VALUE '00'.
           88  CZ-RPRCARD-STATUS-NOTFOUND         VALUE '35'.

       01  CZ-CTL-TOKEN                    PIC X(30).
       01  CZ-CTL-PTR                      PIC 9(02) COMP.
       01  CZ-CTL-KEYWORD                  PIC X(08).
       01  CZ-CTL-VALUE                    PIC X(21).
       01  CZ-CTL-LEN                      PIC 9(02) COMP.

      *    The run asked for and the selection within it.
       01  CZ-SEL-DATE                     PIC 9(08) VALUE ZERO.
       01  CZ-SEL-TIME                     PIC 9(06) VALUE ZERO.
       01  CZ-SEL-REQUESTOR                PIC X(03) VALUE SPACES.
       01  CZ-SEL-FROM                     PIC 9(18) VALUE ZERO.
       01  CZ-SEL-THRU                     PIC 9(18)
                                           VALUE 999999999999999999.
       01  CZ-SEL-REQ-IDX                  PIC 9(02) COMP VALUE ZERO.

      *    The generation found, its type section being read, and
      *    the header counts the extract does not carry.
       01  CZ-GEN-DATE                     PIC 9(08) VALUE ZERO.
       01  CZ-GEN-TIME                     PIC 9(06) VALUE ZERO.
       01  CZ-GEN-TYPE                     PIC X(01).
       01  CZ-GEN-RANGE-RECS               PIC 9(09) VALUE ZERO.
       01  CZ-GEN-REJECTED                 PIC 9(09) VALUE ZERO.
       01  CZ-TODAY                        PIC 9(08).

      *    Archived extract and cross-reference images.
           COPY CZRSLT.
           COPY CZXREF.

      *    The requestor table, loaded from the requestor master
      *    for the department names; a code found in the archive
      *    but no longer on the master is added with a blank name.
           COPY CZREQT.

       01  CZ-REQ-IDX                      PIC 9(02) COMP.
       01  CZ-CURR-REQ-IDX                 PIC 9(02) COMP VALUE ZERO.
       01  CZ-FIND-CODE                    PIC X(03).
       01  CZ-FIND-IDX                     PIC 9(02) COMP.

       01  CZ-REQ-TOTALS.
           05  CZ-REQ-TOTAL-ENTRY OCCURS 50 TIMES.
               10  CZ-RT-PROCESSED         PIC 9(09) VALUE ZERO.
               10  CZ-RT-CACHE-HITS        PIC 9(09) VALUE ZERO.
               10  CZ-RT-FRESH-CALCS       PIC 9(09) VALUE ZERO.
               10  CZ-RT-SHORT-CALCS       PIC 9(09) VALUE ZERO.
               10  CZ-RT-STATUS-OK         PIC 9(09) VALUE ZERO.
               10  CZ-RT-STATUS-OVERFLOW   PIC 9(09) VALUE ZERO.
               10  CZ-RT-STATUS-RUNAWAY    PIC 9(09) VALUE ZERO.
               10  CZ-RT-SHARED            PIC 9(09) VALUE ZERO.

      *    Shared segments from the archived cross-reference, as
      *    COLZRPT holds them: only a department that did not own
      *    the card, in ascending value order.
       01  CZ-SHARE-MAX                    PIC 9(04) COMP VALUE 2000.
       01  CZ-SHARE-COUNT                  PIC 9(04) COMP VALUE ZERO.
       01  CZ-SHARE-IDX                    PIC 9(04) COMP.
       01  CZ-SHARE-LOW-IDX                PIC 9(04) COMP VALUE 1.
       01  CZ-SHARE-LAST-START             PIC 9(18) VALUE ZERO.
       01  CZ-SHARE-TABLE.
           05  CZ-SHARE-ENTRY OCCURS 2000 TIMES.
               10  CZ-SHR-FROM             PIC 9(18).
               10  CZ-SHR-THRU             PIC 9(18).
               10  CZ-SHR-REQ-IDX          PIC 9(02) COMP.

       01  CZ-RUN-TOTALS.
           05  CZ-CNT-PROCESSED            PIC 9(09) VALUE ZERO.
           05  CZ-CNT-CACHE-HITS           PIC 9(09) VALUE ZERO.
           05  CZ-CNT-FRESH-CALCS          PIC 9(09) VALUE ZERO.
           05  CZ-CNT-SHORT-CALCS          PIC 9(09) VALUE ZERO.
           05  CZ-CNT-STATUS-OK            PIC 9(09) VALUE ZERO.
           05  CZ-CNT-STATUS-OVERFLOW      PIC 9(09) VALUE ZERO.
           05  CZ-CNT-STATUS-RUNAWAY       PIC 9(09) VALUE ZERO.
           05  CZ-CNT-SHARED-ROUTED        PIC 9(09) VALUE ZERO.
           05  CZ-CNT-LINES                PIC 9(09) VALUE ZERO.
           05  CZ-MAX-COUNT                PIC 9(09) VALUE ZERO.
           05  CZ-MAX-COUNT-START          PIC 9(18) VALUE ZERO.
           05  CZ-MAX-PEAK                 PIC 9(18) VALUE ZERO.
           05  CZ-MAX-PEAK-START           PIC 9(18) VALUE ZERO.

       01  CZ-DATE-DISPLAY                 PIC X(10).

       01  CZ-HDR-LINE-1.
           05  FILLER                      PIC X(30)
               VALUE 'COLLATZ BATCH REPORT'.
           05  FILLER                      PIC X(50) VALUE SPACES.

       01  CZ-REQ-HDR-LINE.
           05  FILLER                      PIC X(22)
               VALUE 'COLLATZ BATCH REPORT -'.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  CZ-RH-CODE                  PIC X(03).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  CZ-RH-NAME                  PIC X(20).
           05  FILLER                      PIC X(43) VALUE SPACES.

       01  CZ-REPRINT-LINE.
           05  FILLER                      PIC X(34)
               VALUE '*** REPRINT ***  ORIGINAL RUN DATE'.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  CZ-RP-RUN-DATE              PIC X(10).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  CZ-RP-RUN-TIME              PIC 9(06).
           05  FILLER                      PIC X(12)
               VALUE '  REPRINTED '.
           05  CZ-RP-TODAY                 PIC X(10).
           05  FILLER                      PIC X(16) VALUE SPACES.

       01  CZ-SELECT-LINE.
           05  FILLER                      PIC X(30)
               VALUE 'STARTING VALUES SELECTED FROM'.
           05  CZ-SL-FROM                  PIC Z(17)9.
           05  FILLER                      PIC X(06) VALUE ' THRU '.
           05  CZ-SL-THRU                  PIC Z(17)9.
           05  FILLER                      PIC X(18) VALUE SPACES.

       01  CZ-HDR-LINE-2.
           05  FILLER                      PIC X(18)
               VALUE '             START'.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  FILLER                      PIC X(09)
               VALUE '    STEPS'.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  FILLER                      PIC X(18)
               VALUE '              PEAK'.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  FILLER                      PIC X(10) VALUE 'RUN DATE'.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  FILLER                      PIC X(08) VALUE 'STATUS'.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  FILLER                      PIC X(07) VALUE 'SOURCE'.
           05  FILLER                      PIC X(03) VALUE 'REQ'.
           05  FILLER                      PIC X(08) VALUE SPACES.

       01  CZ-DETAIL-LINE.
           05  CZ-DL-START                 PIC Z(17)9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  CZ-DL-COUNT                 PIC Z(08)9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  CZ-DL-PEAK                  PIC Z(17)9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  CZ-DL-DATE                  PIC X(10).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  CZ-DL-STATUS                PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  CZ-DL-SOURCE                PIC X(05).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  CZ-DL-REQ                   PIC X(03).
           05  FILLER                      PIC X(08) VALUE SPACES.

       01  CZ-SUM-HDR-LINE.
           05  FILLER                      PIC X(30)
               VALUE 'RUN CONTROL TOTALS'.
           05  FILLER                      PIC X(50) VALUE SPACES.

       01  CZ-SUM-LINE.
           05  CZ-SUM-LABEL                PIC X(30).
           05  CZ-SUM-VALUE
               PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(27) VALUE SPACES.

       01  CZ-SUM-HIGH-LINE.
           05  CZ-SUM-HIGH-LABEL           PIC X(24).
           05  CZ-SUM-HIGH-VALUE
               PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(08)
               VALUE '  START '.
           05  CZ-SUM-HIGH-START           PIC Z(17)9.
           05  FILLER                      PIC X(07) VALUE SPACES.

       01  CZ-REQ-SUM-HDR.
           05  FILLER                      PIC X(10)
               VALUE 'REQUESTOR '.
           05  CZ-RS-CODE                  PIC X(03).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  CZ-RS-NAME                  PIC X(20).
           05  FILLER                      PIC X(56) VALUE SPACES.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------*
      * 0000-MAINLINE                                               *
      *-----------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-REPRINT-RESULT THRU 2000-EXIT
               UNTIL CZ-GEN-EOF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - read the card, find the generation, load  *
      *                   its shared segments and print headings    *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN OUTPUT REPORT-FILE.
           ACCEPT CZ-TODAY FROM DATE YYYYMMDD.
           PERFORM 1050-READ-OPTIONS THRU 1050-EXIT.
           IF CZ-SEL-DATE = ZERO
               DISPLAY 'COLZRPR: RPRCARD HAS NO DATE=YYYYMMDD - '
                   'NOTHING TO REPRINT'
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF CZ-SEL-FROM > CZ-SEL-THRU
               DISPLAY 'COLZRPR: RPRCARD FROM= IS ABOVE THRU='
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1100-LOAD-REQUESTORS THRU 1100-EXIT.
           IF CZ-SEL-REQUESTOR NOT = SPACES
               MOVE CZ-SEL-REQUESTOR TO CZ-FIND-CODE
               PERFORM 8200-FIND-REQUESTOR THRU 8200-EXIT
               MOVE CZ-FIND-IDX TO CZ-SEL-REQ-IDX
               IF CZ-SEL-REQ-IDX = ZERO
                   DISPLAY 'COLZRPR: REQUESTOR TABLE FULL - CANNOT '
                       'REPRINT DEPARTMENT ' CZ-SEL-REQUESTOR
                   CLOSE REPORT-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           OPEN INPUT ARCHIVE-FILE.
           IF NOT CZ-ARCHIVE-STATUS-OK
               DISPLAY 'COLZRPR: ARCHIVE OPEN FAILED, STATUS '
                   CZ-ARCHIVE-STATUS
               CLOSE REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1200-FIND-GENERATION THRU 1200-EXIT.
           PERFORM 1300-LOAD-SHARES THRU 1300-EXIT.
           PERFORM 1400-WRITE-HEADINGS THRU 1400-EXIT.

           MOVE 'R' TO CZ-GEN-TYPE.
           PERFORM 8000-START-SECTION THRU 8000-EXIT.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1050-READ-OPTIONS - read every RPRCARD record and apply     *
      *                     its keywords                            *
      *-----------------------------------------------------------*
       1050-READ-OPTIONS.
           OPEN INPUT RPRCARD-FILE.
           IF CZ-RPRCARD-STATUS-NOTFOUND
               SET CZ-CTL-EOF TO TRUE
           ELSE
               PERFORM 1055-READ-RPRCARD THRU 1055-EXIT
                   UNTIL CZ-CTL-EOF
               CLOSE RPRCARD-FILE
           END-IF.
       1050-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1055-READ-RPRCARD - one card: scan its blank-separated      *
      *                     keywords                                *
      *-----------------------------------------------------------*
       1055-READ-RPRCARD.
           READ RPRCARD-FILE
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
      *                      or malformed value ends the run with   *
      *                      RETURN-CODE 8                          *
      *-----------------------------------------------------------*
       1060-PARSE-KEYWORD.
           MOVE SPACES TO CZ-CTL-TOKEN.
           UNSTRING CZ-RPRCARD DELIMITED BY ALL ' '
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
           MOVE ZERO TO CZ-CTL-LEN.
           INSPECT CZ-CTL-VALUE TALLYING CZ-CTL-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.

           EVALUATE TRUE
               WHEN CZ-CTL-KEYWORD = 'DATE'
                 AND CZ-CTL-LEN = 8
                 AND CZ-CTL-VALUE(1:8) IS NUMERIC
                   MOVE CZ-CTL-VALUE(1:8) TO CZ-SEL-DATE
                   GO TO 1060-EXIT
               WHEN CZ-CTL-KEYWORD = 'TIME'
                 AND CZ-CTL-LEN = 6
                 AND CZ-CTL-VALUE(1:6) IS NUMERIC
                   MOVE CZ-CTL-VALUE(1:6) TO CZ-SEL-TIME
                   SET CZ-TIME-GIVEN TO TRUE
                   GO TO 1060-EXIT
               WHEN CZ-CTL-KEYWORD = 'REQ'
                 AND CZ-CTL-LEN = 3
                   MOVE CZ-CTL-VALUE(1:3) TO CZ-SEL-REQUESTOR
                   GO TO 1060-EXIT
           END-EVALUATE.
           IF (CZ-CTL-KEYWORD = 'FROM' OR CZ-CTL-KEYWORD = 'THRU')
             AND CZ-CTL-LEN > ZERO
             AND CZ-CTL-LEN NOT > 18
               IF CZ-CTL-VALUE(1:CZ-CTL-LEN) IS NUMERIC
                   SET CZ-RANGE-SELECTED TO TRUE
                   IF CZ-CTL-KEYWORD = 'FROM'
                       MOVE CZ-CTL-VALUE(1:CZ-CTL-LEN) TO CZ-SEL-FROM
                   ELSE
                       MOVE CZ-CTL-VALUE(1:CZ-CTL-LEN) TO CZ-SEL-THRU
                   END-IF
                   GO TO 1060-EXIT
               END-IF
           END-IF.

           DISPLAY 'COLZRPR: INVALID RPRCARD KEYWORD '''
               CZ-CTL-TOKEN ''' - EXPECTED DATE=YYYYMMDD, '
               'TIME=HHMMSS, REQ=CCC, FROM=N OR THRU=N'
           CLOSE RPRCARD-FILE.
           CLOSE REPORT-FILE.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
       1060-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1100-LOAD-REQUESTORS - the requestor master into the        *
      *                        requestor table, for the names;      *
      *                        without it the reprint still runs    *
      *                        with the codes alone                 *
      *-----------------------------------------------------------*
       1100-LOAD-REQUESTORS.
           MOVE ZERO TO CZ-REQUESTOR-COUNT.
           OPEN INPUT REQMAST-FILE.
           IF NOT CZ-REQMAST-STATUS-OK
               DISPLAY 'COLZRPR: REQMAST OPEN FAILED, STATUS '
                   CZ-REQMAST-STATUS ' - NO DEPARTMENT NAMES'
               GO TO 1100-EXIT
           END-IF.
           PERFORM 1110-LOAD-ONE-REQUESTOR THRU 1110-EXIT
               UNTIL CZ-REQM-EOF.
           CLOSE REQMAST-FILE.
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1110-LOAD-ONE-REQUESTOR - one master record into the table  *
      *-----------------------------------------------------------*
       1110-LOAD-ONE-REQUESTOR.
           READ REQMAST-FILE
               AT END
                   SET CZ-REQM-EOF TO TRUE
                   GO TO 1110-EXIT
           END-READ.
           IF CZ-REQUESTOR-COUNT >= CZ-REQUESTOR-MAX
               DISPLAY 'COLZRPR: REQUESTOR TABLE FULL AT '
                   CZ-REQUESTOR-MAX ' - DEPARTMENT ' CZ-REQM-CODE
                   ' NOT LOADED'
               GO TO 1110-EXIT
           END-IF.
           ADD 1 TO CZ-REQUESTOR-COUNT.
           MOVE CZ-REQUESTOR-COUNT  TO CZ-REQ-IDX.
           MOVE CZ-REQM-CODE        TO CZ-REQ-CODE(CZ-REQ-IDX).
           MOVE CZ-REQM-NAME        TO CZ-REQ-NAME(CZ-REQ-IDX).
           MOVE CZ-REQM-STATE       TO CZ-REQ-STATE(CZ-REQ-IDX).
           MOVE CZ-REQM-DIST-SLOT   TO CZ-REQ-DIST-SLOT(CZ-REQ-IDX).
           MOVE CZ-REQM-DAILY-LIMIT TO CZ-REQ-DAILY-LIMIT(CZ-REQ-IDX).
           MOVE ZERO                TO CZ-REQ-VALUES-TAKEN(CZ-REQ-IDX).
       1110-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1200-FIND-GENERATION - position at the first archive key on *
      *                        the run date (and time); its first   *
      *                        record is the header when the        *
      *                        generation is whole                  *
      *-----------------------------------------------------------*
       1200-FIND-GENERATION.
           MOVE CZ-SEL-DATE TO CZ-ARC-RUN-DATE.
           MOVE CZ-SEL-TIME TO CZ-ARC-RUN-TIME.
           MOVE SPACES      TO CZ-ARC-TYPE.
           MOVE ZERO        TO CZ-ARC-SEQ.
           START ARCHIVE-FILE KEY IS >= CZ-ARC-KEY
               INVALID KEY
                   SET CZ-GEN-EOF TO TRUE
           END-START.
           IF NOT CZ-GEN-EOF
               READ ARCHIVE-FILE NEXT RECORD
                   AT END
                       SET CZ-GEN-EOF TO TRUE
               END-READ
           END-IF.
           IF CZ-GEN-EOF
             OR CZ-ARC-RUN-DATE NOT = CZ-SEL-DATE
             OR (CZ-TIME-GIVEN AND CZ-ARC-RUN-TIME NOT = CZ-SEL-TIME)
               DISPLAY 'COLZRPR: NO ARCHIVE GENERATION FOR RUN DATE '
                   CZ-SEL-DATE
               CLOSE ARCHIVE-FILE
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE CZ-ARC-RUN-DATE TO CZ-GEN-DATE.
           MOVE CZ-ARC-RUN-TIME TO CZ-GEN-TIME.
           IF CZ-ARC-HEADER
               SET CZ-HEADER-FOUND TO TRUE
               MOVE CZ-ARH-RANGE-RECS TO CZ-GEN-RANGE-RECS
               MOVE CZ-ARH-REJECTED   TO CZ-GEN-REJECTED
           ELSE
               DISPLAY 'COLZRPR: GENERATION ' CZ-GEN-DATE ' '
                   CZ-GEN-TIME ' HAS NO HEADER - CARD AND REJECT '
                   'COUNTS NOT AVAILABLE'
               MOVE 4 TO RETURN-CODE
           END-IF.
       1200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1300-LOAD-SHARES - the generation's cross-reference into    *
      *                    the share table, keeping the departments *
      *                    that did not own the card                *
      *-----------------------------------------------------------*
       1300-LOAD-SHARES.
           MOVE 'X' TO CZ-GEN-TYPE.
           PERFORM 8000-START-SECTION THRU 8000-EXIT.
           PERFORM 1310-LOAD-ONE-SHARE THRU 1310-EXIT
               UNTIL CZ-GEN-EOF.
           MOVE 'N' TO CZ-GEN-EOF-SWITCH.
       1300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1310-LOAD-ONE-SHARE                                         *
      *-----------------------------------------------------------*
       1310-LOAD-ONE-SHARE.
           PERFORM 8100-READ-SECTION THRU 8100-EXIT.
           IF CZ-GEN-EOF
               GO TO 1310-EXIT
           END-IF.
           MOVE CZ-ARC-DATA TO CZ-XRF-REC.
           IF CZ-XRF-REQUESTOR = CZ-XRF-OWNER
               GO TO 1310-EXIT
           END-IF.
           IF CZ-SHARE-COUNT >= CZ-SHARE-MAX
               DISPLAY 'COLZRPR: SHARE TABLE FULL AT ' CZ-SHARE-MAX
                   ' - ' CZ-XRF-REQUESTOR ' ' CZ-XRF-FROM '-'
                   CZ-XRF-THRU ' NOT ROUTED'
               GO TO 1310-EXIT
           END-IF.
           MOVE CZ-XRF-REQUESTOR TO CZ-FIND-CODE.
           PERFORM 8200-FIND-REQUESTOR THRU 8200-EXIT.
           IF CZ-FIND-IDX = ZERO
               GO TO 1310-EXIT
           END-IF.
           ADD 1 TO CZ-SHARE-COUNT.
           MOVE CZ-XRF-FROM TO CZ-SHR-FROM(CZ-SHARE-COUNT).
           MOVE CZ-XRF-THRU TO CZ-SHR-THRU(CZ-SHARE-COUNT).
           MOVE CZ-FIND-IDX TO CZ-SHR-REQ-IDX(CZ-SHARE-COUNT).
       1310-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1400-WRITE-HEADINGS - the PRTOUT or REQOUT headings, with   *
      *                       the reprint line in place of the      *
      *                       options echo                          *
      *-----------------------------------------------------------*
       1400-WRITE-HEADINGS.
           IF CZ-SEL-REQ-IDX = ZERO
               WRITE CZ-REPORT-LINE FROM CZ-HDR-LINE-1
           ELSE
               MOVE CZ-REQ-CODE(CZ-SEL-REQ-IDX) TO CZ-RH-CODE
               MOVE CZ-REQ-NAME(CZ-SEL-REQ-IDX) TO CZ-RH-NAME
               WRITE CZ-REPORT-LINE FROM CZ-REQ-HDR-LINE
           END-IF.

           MOVE CZ-GEN-DATE TO CZ-RSL-RUN-DATE.
           PERFORM 8300-FORMAT-DATE THRU 8300-EXIT.
           MOVE CZ-DATE-DISPLAY TO CZ-RP-RUN-DATE.
           MOVE CZ-GEN-TIME     TO CZ-RP-RUN-TIME.
           MOVE CZ-TODAY        TO CZ-RSL-RUN-DATE.
           PERFORM 8300-FORMAT-DATE THRU 8300-EXIT.
           MOVE CZ-DATE-DISPLAY TO CZ-RP-TODAY.
           WRITE CZ-REPORT-LINE FROM CZ-REPRINT-LINE.
           IF CZ-RANGE-SELECTED
               MOVE CZ-SEL-FROM TO CZ-SL-FROM
               MOVE CZ-SEL-THRU TO CZ-SL-THRU
               WRITE CZ-REPORT-LINE FROM CZ-SELECT-LINE
           END-IF.
           WRITE CZ-REPORT-LINE FROM CZ-HDR-LINE-2.
       1400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-REPRINT-RESULT - one archived result: its detail line  *
      *                       to PRTOUT (or, for REQ=, when it is   *
      *                       that department's) and any copies     *
      *                       the night routed to other departments *
      *-----------------------------------------------------------*
       2000-REPRINT-RESULT.
           PERFORM 8100-READ-SECTION THRU 8100-EXIT.
           IF CZ-GEN-EOF
               GO TO 2000-EXIT
           END-IF.
           MOVE CZ-ARC-DATA TO CZ-RSL-REC.
           IF CZ-RSL-START < CZ-SEL-FROM
             OR CZ-RSL-START > CZ-SEL-THRU
               GO TO 2000-EXIT
           END-IF.

           MOVE CZ-RSL-REQUESTOR TO CZ-FIND-CODE.
           PERFORM 8200-FIND-REQUESTOR THRU 8200-EXIT.
           MOVE CZ-FIND-IDX TO CZ-CURR-REQ-IDX.
           IF CZ-CURR-REQ-IDX = ZERO
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-FORMAT-DETAIL THRU 2100-EXIT.

           IF CZ-SEL-REQ-IDX = ZERO
             OR CZ-SEL-REQ-IDX = CZ-CURR-REQ-IDX
               PERFORM 2200-COUNT-RESULT THRU 2200-EXIT
               WRITE CZ-REPORT-LINE FROM CZ-DETAIL-LINE
               ADD 1 TO CZ-CNT-LINES
           END-IF.
           PERFORM 2300-ROUTE-SHARED THRU 2300-EXIT.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2100-FORMAT-DETAIL - the COLZRPT detail line for the result *
      *-----------------------------------------------------------*
       2100-FORMAT-DETAIL.
           EVALUATE TRUE
               WHEN CZ-RSL-FROM-CACHE
                   MOVE 'CACHE' TO CZ-DL-SOURCE
               WHEN CZ-RSL-FROM-SHORT
                   MOVE 'SHORT' TO CZ-DL-SOURCE
               WHEN OTHER
                   MOVE 'CALC ' TO CZ-DL-SOURCE
           END-EVALUATE.
           EVALUATE CZ-RSL-RC
               WHEN 10
                   MOVE 'OVERFLOW' TO CZ-DL-STATUS
               WHEN 20
                   MOVE 'RUNAWAY ' TO CZ-DL-STATUS
               WHEN OTHER
                   MOVE 'OK      ' TO CZ-DL-STATUS
           END-EVALUATE.
           PERFORM 8300-FORMAT-DATE THRU 8300-EXIT.
           MOVE CZ-RSL-START     TO CZ-DL-START.
           MOVE CZ-RSL-COUNT     TO CZ-DL-COUNT.
           MOVE CZ-RSL-PEAK      TO CZ-DL-PEAK.
           MOVE CZ-DATE-DISPLAY  TO CZ-DL-DATE.
           MOVE CZ-RSL-REQUESTOR TO CZ-DL-REQ.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2200-COUNT-RESULT - the result into the run and owning      *
      *                     department's totals                     *
      *-----------------------------------------------------------*
       2200-COUNT-RESULT.
           ADD 1 TO CZ-CNT-PROCESSED.
           ADD 1 TO CZ-RT-PROCESSED(CZ-CURR-REQ-IDX).
           EVALUATE TRUE
               WHEN CZ-RSL-FROM-CACHE
                   ADD 1 TO CZ-CNT-CACHE-HITS
                   ADD 1 TO CZ-RT-CACHE-HITS(CZ-CURR-REQ-IDX)
               WHEN CZ-RSL-FROM-SHORT
                   ADD 1 TO CZ-CNT-SHORT-CALCS
                   ADD 1 TO CZ-RT-SHORT-CALCS(CZ-CURR-REQ-IDX)
               WHEN OTHER
                   ADD 1 TO CZ-CNT-FRESH-CALCS
                   ADD 1 TO CZ-RT-FRESH-CALCS(CZ-CURR-REQ-IDX)
           END-EVALUATE.
           EVALUATE CZ-RSL-RC
               WHEN 10
                   ADD 1 TO CZ-CNT-STATUS-OVERFLOW
                   ADD 1 TO CZ-RT-STATUS-OVERFLOW(CZ-CURR-REQ-IDX)
               WHEN 20
                   ADD 1 TO CZ-CNT-STATUS-RUNAWAY
                   ADD 1 TO CZ-RT-STATUS-RUNAWAY(CZ-CURR-REQ-IDX)
               WHEN OTHER
                   ADD 1 TO CZ-CNT-STATUS-OK
                   ADD 1 TO CZ-RT-STATUS-OK(CZ-CURR-REQ-IDX)
           END-EVALUATE.
           IF CZ-RSL-COUNT > CZ-MAX-COUNT
               MOVE CZ-RSL-COUNT TO CZ-MAX-COUNT
               MOVE CZ-RSL-START TO CZ-MAX-COUNT-START
           END-IF.
           IF CZ-RSL-PEAK > CZ-MAX-PEAK
               MOVE CZ-RSL-PEAK  TO CZ-MAX-PEAK
               MOVE CZ-RSL-START TO CZ-MAX-PEAK-START
           END-IF.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2300-ROUTE-SHARED - the shared segments covering the value, *
      *                     searched as COLZRPT searched them       *
      *-----------------------------------------------------------*
       2300-ROUTE-SHARED.
           IF CZ-SHARE-COUNT = ZERO
               GO TO 2300-EXIT
           END-IF.
           IF CZ-RSL-START < CZ-SHARE-LAST-START
               MOVE 1 TO CZ-SHARE-LOW-IDX
           END-IF.
           MOVE CZ-RSL-START TO CZ-SHARE-LAST-START.
           PERFORM 2310-SKIP-ENDED-SHARE THRU 2310-EXIT
               UNTIL CZ-SHARE-LOW-IDX > CZ-SHARE-COUNT
                   OR CZ-SHR-THRU(CZ-SHARE-LOW-IDX)
                       NOT < CZ-RSL-START.
           PERFORM 2320-ROUTE-ONE-SHARE THRU 2320-EXIT
               VARYING CZ-SHARE-IDX FROM CZ-SHARE-LOW-IDX BY 1
               UNTIL CZ-SHARE-IDX > CZ-SHARE-COUNT
                   OR CZ-SHR-FROM(CZ-SHARE-IDX) > CZ-RSL-START.
       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2310-SKIP-ENDED-SHARE                                       *
      *-----------------------------------------------------------*
       2310-SKIP-ENDED-SHARE.
           ADD 1 TO CZ-SHARE-LOW-IDX.
       2310-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2320-ROUTE-ONE-SHARE - one covering segment: counted for    *
      *                        its department and, on that          *
      *                        department's reprint, listed under   *
      *                        its own code                         *
      *-----------------------------------------------------------*
       2320-ROUTE-ONE-SHARE.
           IF CZ-SHR-THRU(CZ-SHARE-IDX) < CZ-RSL-START
             OR CZ-SHR-REQ-IDX(CZ-SHARE-IDX) = CZ-CURR-REQ-IDX
               GO TO 2320-EXIT
           END-IF.
           MOVE CZ-SHR-REQ-IDX(CZ-SHARE-IDX) TO CZ-REQ-IDX.
           IF CZ-SEL-REQ-IDX = ZERO
               ADD 1 TO CZ-RT-SHARED(CZ-REQ-IDX)
               ADD 1 TO CZ-CNT-SHARED-ROUTED
               GO TO 2320-EXIT
           END-IF.
           IF CZ-REQ-IDX = CZ-SEL-REQ-IDX
               MOVE CZ-REQ-CODE(CZ-REQ-IDX) TO CZ-DL-REQ
               WRITE CZ-REPORT-LINE FROM CZ-DETAIL-LINE
               ADD 1 TO CZ-CNT-LINES
               ADD 1 TO CZ-RT-SHARED(CZ-REQ-IDX)
               ADD 1 TO CZ-CNT-SHARED-ROUTED
           END-IF.
       2320-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8000-START-SECTION - position at record type CZ-GEN-TYPE of *
      *                      the generation found                   *
      *-----------------------------------------------------------*
       8000-START-SECTION.
           MOVE 'N'         TO CZ-GEN-EOF-SWITCH.
           MOVE CZ-GEN-DATE TO CZ-ARC-RUN-DATE.
           MOVE CZ-GEN-TIME TO CZ-ARC-RUN-TIME.
           MOVE CZ-GEN-TYPE TO CZ-ARC-TYPE.
           MOVE ZERO        TO CZ-ARC-SEQ.
           START ARCHIVE-FILE KEY IS >= CZ-ARC-KEY
               INVALID KEY
                   SET CZ-GEN-EOF TO TRUE
           END-START.
       8000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8100-READ-SECTION - the next record of the section; the     *
      *                     section ends where the key moves on to  *
      *                     another type or generation              *
      *-----------------------------------------------------------*
       8100-READ-SECTION.
           IF CZ-GEN-EOF
               GO TO 8100-EXIT
           END-IF.
           READ ARCHIVE-FILE NEXT RECORD
               AT END
                   SET CZ-GEN-EOF TO TRUE
                   GO TO 8100-EXIT
           END-READ.
           IF CZ-ARC-RUN-DATE NOT = CZ-GEN-DATE
             OR CZ-ARC-RUN-TIME NOT = CZ-GEN-TIME
             OR CZ-ARC-TYPE NOT = CZ-GEN-TYPE
               SET CZ-GEN-EOF TO TRUE
           END-IF.
       8100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8200-FIND-REQUESTOR - CZ-FIND-CODE in the requestor table,  *
      *                       added with a blank name when absent;  *
      *                       CZ-FIND-IDX zero if the table is full *
      *-----------------------------------------------------------*
       8200-FIND-REQUESTOR.
           MOVE ZERO TO CZ-FIND-IDX.
           PERFORM 8210-MATCH-REQUESTOR THRU 8210-EXIT
               VARYING CZ-REQ-IDX FROM 1 BY 1
               UNTIL CZ-REQ-IDX > CZ-REQUESTOR-COUNT
                   OR CZ-FIND-IDX > ZERO.
           IF CZ-FIND-IDX > ZERO
               GO TO 8200-EXIT
           END-IF.
           IF CZ-REQUESTOR-COUNT >= CZ-REQUESTOR-MAX
               DISPLAY 'COLZRPR: REQUESTOR TABLE FULL AT '
                   CZ-REQUESTOR-MAX ' - DEPARTMENT ' CZ-FIND-CODE
                   ' NOT REPRINTED'
               GO TO 8200-EXIT
           END-IF.
           ADD 1 TO CZ-REQUESTOR-COUNT.
           MOVE CZ-REQUESTOR-COUNT TO CZ-FIND-IDX.
           MOVE CZ-FIND-CODE TO CZ-REQ-CODE(CZ-FIND-IDX).
           MOVE SPACES       TO CZ-REQ-NAME(CZ-FIND-IDX).
       8200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8210-MATCH-REQUESTOR                                        *
      *-----------------------------------------------------------*
       8210-MATCH-REQUESTOR.
           IF CZ-FIND-CODE = CZ-REQ-CODE(CZ-REQ-IDX)
               MOVE CZ-REQ-IDX TO CZ-FIND-IDX
           END-IF.
       8210-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8300-FORMAT-DATE - CZ-RSL-RUN-DATE as yyyy-mm-dd            *
      *-----------------------------------------------------------*
       8300-FORMAT-DATE.
           MOVE SPACES TO CZ-DATE-DISPLAY.
           STRING CZ-RSL-RUN-DATE(1:4) '-'
                  CZ-RSL-RUN-DATE(5:2) '-'
                  CZ-RSL-RUN-DATE(7:2)
               DELIMITED BY SIZE INTO CZ-DATE-DISPLAY.
       8300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE - the control totals and close               *
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF CZ-SEL-REQ-IDX = ZERO
               PERFORM 9100-WRITE-SUMMARY THRU 9100-EXIT
           ELSE
               MOVE CZ-SEL-REQ-IDX TO CZ-REQ-IDX
               PERFORM 9150-WRITE-REQ-TOTALS THRU 9150-EXIT
           END-IF.
           IF CZ-CNT-LINES = ZERO
               DISPLAY 'COLZRPR: NO RESULTS SELECTED FROM GENERATION '
                   CZ-GEN-DATE ' ' CZ-GEN-TIME
               MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE ARCHIVE-FILE.
           CLOSE REPORT-FILE.
       9000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9100-WRITE-SUMMARY - the run control totals in the COLZRPT *
      *                      shape, then every department's totals  *
      *-----------------------------------------------------------*
       9100-WRITE-SUMMARY.
           MOVE SPACES TO CZ-REPORT-LINE.
           WRITE CZ-REPORT-LINE.
           WRITE CZ-REPORT-LINE FROM CZ-SUM-HDR-LINE.

           IF NOT CZ-RANGE-SELECTED
               MOVE 'RANGEIN RECORDS READ'     TO CZ-SUM-LABEL
               MOVE CZ-GEN-RANGE-RECS          TO CZ-SUM-VALUE
               WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE
           END-IF.

           MOVE 'STARTING VALUES PROCESSED' TO CZ-SUM-LABEL.
           MOVE CZ-CNT-PROCESSED           TO CZ-SUM-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE.

           MOVE 'SERVED FROM CACHE'        TO CZ-SUM-LABEL.
           MOVE CZ-CNT-CACHE-HITS          TO CZ-SUM-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE.

           MOVE 'FRESHLY CALCULATED'       TO CZ-SUM-LABEL.
           MOVE CZ-CNT-FRESH-CALCS         TO CZ-SUM-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE.

           MOVE 'SHORT-CIRCUITED AT CACHE' TO CZ-SUM-LABEL.
           MOVE CZ-CNT-SHORT-CALCS         TO CZ-SUM-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE.

           MOVE 'STATUS OK'                TO CZ-SUM-LABEL.
           MOVE CZ-CNT-STATUS-OK           TO CZ-SUM-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE.

           MOVE 'STATUS OVERFLOW'          TO CZ-SUM-LABEL.
           MOVE CZ-CNT-STATUS-OVERFLOW     TO CZ-SUM-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE.

           MOVE 'STATUS RUNAWAY'           TO CZ-SUM-LABEL.
           MOVE CZ-CNT-STATUS-RUNAWAY      TO CZ-SUM-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE.

           IF NOT CZ-RANGE-SELECTED
               MOVE 'RECORDS REJECTED'         TO CZ-SUM-LABEL
               MOVE CZ-GEN-REJECTED            TO CZ-SUM-VALUE
               WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE
           END-IF.
           IF CZ-CNT-SHARED-ROUTED > ZERO
               MOVE 'SHARED RESULTS ROUTED'    TO CZ-SUM-LABEL
               MOVE CZ-CNT-SHARED-ROUTED       TO CZ-SUM-VALUE
               WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE
           END-IF.

           MOVE 'LONGEST SEQUENCE (STEPS)' TO CZ-SUM-HIGH-LABEL.
           MOVE CZ-MAX-COUNT               TO CZ-SUM-HIGH-VALUE.
           MOVE CZ-MAX-COUNT-START         TO CZ-SUM-HIGH-START.
           WRITE CZ-REPORT-LINE FROM CZ-SUM-HIGH-LINE.

           MOVE 'HIGHEST PEAK'             TO CZ-SUM-HIGH-LABEL.
           MOVE CZ-MAX-PEAK                TO CZ-SUM-HIGH-VALUE.
           MOVE CZ-MAX-PEAK-START          TO CZ-SUM-HIGH-START.
           WRITE CZ-REPORT-LINE FROM CZ-SUM-HIGH-LINE.

           IF NOT CZ-RANGE-SELECTED
               MOVE 'GRAND CONTROL TOTAL'      TO CZ-SUM-LABEL
               MOVE CZ-GEN-RANGE-RECS          TO CZ-SUM-VALUE
               WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE
           END-IF.

           PERFORM 9150-WRITE-REQ-TOTALS THRU 9150-EXIT
               VARYING CZ-REQ-IDX FROM 1 BY 1
               UNTIL CZ-REQ-IDX > CZ-REQUESTOR-COUNT.
       9100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9150-WRITE-REQ-TOTALS - one department's totals, as at the  *
      *                         foot of PRTOUT and of its REQOUT    *
      *                         slice                               *
      *-----------------------------------------------------------*
       9150-WRITE-REQ-TOTALS.
           MOVE SPACES TO CZ-REPORT-LINE.
           WRITE CZ-REPORT-LINE.
           MOVE CZ-REQ-CODE(CZ-REQ-IDX) TO CZ-RS-CODE.
           MOVE CZ-REQ-NAME(CZ-REQ-IDX) TO CZ-RS-NAME.
           WRITE CZ-REPORT-LINE FROM CZ-REQ-SUM-HDR.

           MOVE 'STARTING VALUES PROCESSED' TO CZ-SUM-LABEL.
           MOVE CZ-RT-PROCESSED(CZ-REQ-IDX) TO CZ-SUM-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE.

           MOVE 'SERVED FROM CACHE'        TO CZ-SUM-LABEL.
           MOVE CZ-RT-CACHE-HITS(CZ-REQ-IDX) TO CZ-SUM-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE.

           MOVE 'FRESHLY CALCULATED'       TO CZ-SUM-LABEL.
           MOVE CZ-RT-FRESH-CALCS(CZ-REQ-IDX) TO CZ-SUM-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE.

           MOVE 'SHORT-CIRCUITED AT CACHE' TO CZ-SUM-LABEL.
           MOVE CZ-RT-SHORT-CALCS(CZ-REQ-IDX) TO CZ-SUM-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE.

           MOVE 'STATUS OK'                TO CZ-SUM-LABEL.
           MOVE CZ-RT-STATUS-OK(CZ-REQ-IDX) TO CZ-SUM-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE.

           MOVE 'STATUS OVERFLOW'          TO CZ-SUM-LABEL.
           MOVE CZ-RT-STATUS-OVERFLOW(CZ-REQ-IDX) TO CZ-SUM-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE.

           MOVE 'STATUS RUNAWAY'           TO CZ-SUM-LABEL.
           MOVE CZ-RT-STATUS-RUNAWAY(CZ-REQ-IDX) TO CZ-SUM-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE.

           IF CZ-RT-SHARED(CZ-REQ-IDX) > ZERO
               MOVE 'SHARED FROM OTHER DEPARTMENTS' TO CZ-SUM-LABEL
               MOVE CZ-RT-SHARED(CZ-REQ-IDX) TO CZ-SUM-VALUE
               WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE
           END-IF.
       9150-EXIT.
           EXIT.

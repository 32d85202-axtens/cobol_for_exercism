      *-----------------------------------------------------------*
      * PROGRAM-ID.  COLZPLN                                       *
      * AUTHOR.      R. CHIN, APPLICATIONS DEVELOPMENT.             *
      * INSTALLATION. MERIDIAN BATCH SERVICES.                      *
      * DATE-WRITTEN. 2026-10-15.                                   *
      *                                                             *
      * REMARKS.                                                    *
      *   Pre-run workload estimator.  Sizes tonight's RANGEIN     *
      *   deck before COLZBAT starts and chooses between the       *
      *   single-stream run and the COLZPAR partitioned run.       *
      *                                                             *
      *   Every well-formed card is expanded to its starting       *
      *   values and its key range is probed on CACHEDS: values    *
      *   already in the cluster are cache hits, the rest fresh    *
      *   calculations (cards the COLZRPT edit will reject are     *
      *   counted and left out).  The fresh values are priced in   *
      *   steps by the COLZDST band summary on DSTBAND - each      *
      *   band takes its share of the cluster and its average      *
      *   step count - and every value, hit or fresh, carries a    *
      *   further VALCOST steps' worth of I/O.  The seconds per    *
      *   unit of that work come from the last HIST timed,         *
      *   non-restart runs on RUNHIST, priced the same way.        *
      *                                                             *
      *   The estimated elapsed time is printed on PLNOUT for a    *
      *   single stream and for PARTS=2, 3 and 4 (the work shared  *
      *   evenly, plus OVERHEAD minutes for the split and merge)   *
      *   against the batch window from START to DEADLINE.  The    *
      *   smallest partition count that fits the window is         *
      *   written to SPLCARD as the COLZSPL PARTS=n card.           *
      *                                                             *
      *   PLNCARD keywords (defaults in brackets):                  *
      *     DEADLINE=hhmm  end of the batch window [required]      *
      *     START=hhmm     start of the window [time of this run]  *
      *                    - a deadline at or before the start is  *
      *                    taken to fall on the next day           *
      *     VALCOST=nnnn   step-equivalents of I/O per value [25]  *
      *     OVERHEAD=nnn   minutes of split and merge on the       *
      *                    partitioned path [10]                   *
      *     HIST=nn        timed runs averaged for the rate [10,   *
      *                    at most 20]                             *
      *                                                             *
      *   RETURN-CODE 0 = run single-stream (COLZBAT), 2 = run     *
      *   partitioned (COLZPAR) with the PARTS=n on SPLCARD,       *
      *   4 = even PARTS=4 will not fit the window, or there is    *
      *   no timed run history to estimate from (PARTS=4 written), *
      *   8 = bad PLNCARD, 16 = RANGEIN, CACHEDS or DSTBAND could  *
      *   not be opened.                                            *
      *                                                             *
      * MAINTENANCE HISTORY                                        *
      *   2026-10-15  RLC  Original program.                        *
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COLZPLN.
       AUTHOR.        R. CHIN.
       INSTALLATION.  MERIDIAN BATCH SERVICES.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RANGE-FILE   ASSIGN TO RANGEIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CZ-RANGE-STATUS.

           SELECT CACHE-FILE   ASSIGN TO CACHEDS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CZ-CACHE-KEY
               FILE STATUS IS CZ-CACHE-STATUS.

           SELECT BAND-FILE    ASSIGN TO DSTBAND
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CZ-BAND-STATUS.

           SELECT RUNHIST-FILE ASSIGN TO RUNHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CZ-RUNHIST-STATUS.

           SELECT PLNCARD-FILE ASSIGN TO PLNCARD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CZ-PLNCARD-STATUS.

           SELECT SPLCARD-FILE ASSIGN TO SPLCARD
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE  ASSIGN TO PLNOUT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RANGE-FILE
           RECORDING MODE IS F.
           COPY CZRANGE.

       FD  CACHE-FILE.
           COPY CZCACHE.

       FD  BAND-FILE
           RECORDING MODE IS F.
           COPY CZBAND.

       FD  RUNHIST-FILE
           RECORDING MODE IS F.
           COPY CZRUNH.

       FD  PLNCARD-FILE.
       01  CZ-PLNCARD                      PIC X(80).

       FD  SPLCARD-FILE.
       01  CZ-SPLCARD                      PIC X(80).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  CZ-REPORT-LINE                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  CZ-SWITCHES.
           05  CZ-EOF-SWITCH               PIC X(01) VALUE 'N'.
               88  CZ-EOF                           VALUE 'Y'.
           05  CZ-WALK-EOF-SWITCH          PIC X(01) VALUE 'N'.
               88  CZ-WALK-EOF                      VALUE 'Y'.
           05  CZ-CTL-EOF-SWITCH           PIC X(01) VALUE 'N'.
               88  CZ-CTL-EOF                       VALUE 'Y'.
           05  CZ-CARD-SWITCH              PIC X(01) VALUE 'N'.
               88  CZ-CARD-GOOD                     VALUE 'Y'.
           05  CZ-DEADLINE-SWITCH          PIC X(01) VALUE 'N'.
               88  CZ-DEADLINE-GIVEN                VALUE 'Y'.
           05  CZ-RATE-SWITCH              PIC X(01) VALUE 'N'.
               88  CZ-RATE-KNOWN                    VALUE 'Y'.

       01  CZ-RANGE-STATUS                 PIC X(02).
           88  CZ-RANGE-STATUS-OK                 VALUE '00'.

       01  CZ-CACHE-STATUS                 PIC X(02).
           88  CZ-CACHE-STATUS-OK                 VALUE '00'.

       01  CZ-BAND-STATUS                  PIC X(02).
           88  CZ-BAND-STATUS-OK                  VALUE '00'.

       01  CZ-RUNHIST-STATUS               PIC X(02).
           88  CZ-RUNHIST-STATUS-OK               VALUE '00'.
           88  CZ-RUNHIST-STATUS-NOTFOUND         VALUE '35'.

       01  CZ-PLNCARD-STATUS               PIC X(02).
           88  CZ-PLNCARD-STATUS-OK               VALUE '00'.
           88  CZ-PLNCARD-STATUS-NOTFOUND         VALUE '35'.

       01  CZ-CTL-TOKEN                    PIC X(30).
       01  CZ-CTL-PTR                      PIC 9(02) COMP.
       01  CZ-CTL-KEYWORD                  PIC X(08).
       01  CZ-CTL-VALUE                    PIC X(21).
       01  CZ-CTL-LEN                      PIC 9(02) COMP.

      *    Planning options, as set on PLNCARD.  The window ends
      *    are held as hhmm and as minutes past midnight.
       01  CZ-OPT-DEADLINE                 PIC 9(04) VALUE ZERO.
       01  CZ-OPT-START                    PIC 9(04) VALUE ZERO.
       01  CZ-OPT-VALCOST                  PIC 9(04) VALUE 25.
       01  CZ-OPT-OVERHEAD                 PIC 9(03) VALUE 10.
       01  CZ-OPT-HIST                     PIC 9(02) VALUE 10.
       01  CZ-MAX-HIST                     PIC 9(02) VALUE 20.

       01  CZ-HHMM-WORK                    PIC 9(04).
       01  CZ-HHMM-PARTS REDEFINES CZ-HHMM-WORK.
           05  CZ-HHMM-HH                  PIC 9(02).
           05  CZ-HHMM-MM                  PIC 9(02).

       01  CZ-START-MINUTES                PIC 9(04) VALUE ZERO.
       01  CZ-DEADLINE-MINUTES             PIC 9(04) VALUE ZERO.
       01  CZ-WINDOW-MINUTES               PIC 9(05) VALUE ZERO.

       01  CZ-RUN-DATE-FULL                PIC 9(08).
       01  CZ-RUN-TIME-RAW                 PIC 9(08).
       01  CZ-RUN-TIME-PARTS REDEFINES CZ-RUN-TIME-RAW.
           05  CZ-RUN-HHMM                 PIC 9(04).
           05  FILLER                      PIC 9(04).

      *    The COLZDST band summary: each band's share of the
      *    cluster and average step count, and the share of
      *    tonight's fresh values priced at it.
       01  CZ-BAND-MAX                     PIC 9(02) COMP VALUE 10.
       01  CZ-BAND-COUNT                   PIC 9(02) COMP VALUE ZERO.
       01  CZ-BAND-IDX                     PIC 9(02) COMP.
       01  CZ-BAND-TABLE.
           05  CZ-BAND-ENTRY OCCURS 10 TIMES.
               10  CZ-BT-LOW               PIC 9(04).
               10  CZ-BT-HIGH              PIC 9(04).
               10  CZ-BT-RECORDS           PIC 9(09).
               10  CZ-BT-AVG-STEPS         PIC 9(07)V9(02).
               10  CZ-BT-EST-FRESH         PIC 9(15).
               10  CZ-BT-EST-STEPS         PIC 9(18).
       01  CZ-BAND-DATE                    PIC 9(08) VALUE ZERO.
       01  CZ-CLUSTER-RECORDS              PIC 9(12) VALUE ZERO.
       01  CZ-CLUSTER-STEPS                PIC 9(18) VALUE ZERO.
       01  CZ-MEAN-STEPS                   PIC 9(07)V9(02)
                                           VALUE ZERO.

      *    The last CZ-OPT-HIST timed runs from RUNHIST, held in a
      *    ring; CZ-RING-NEXT is the slot the next run goes to.
       01  CZ-RING-COUNT                   PIC 9(02) COMP VALUE ZERO.
       01  CZ-RING-NEXT                    PIC 9(02) COMP VALUE 1.
       01  CZ-RING-IDX                     PIC 9(02) COMP.
       01  CZ-RING-K                       PIC 9(02) COMP.
       01  CZ-RING-TABLE.
           05  CZ-RING-ENTRY OCCURS 20 TIMES.
               10  CZ-RG-DATE              PIC 9(08).
               10  CZ-RG-TIME              PIC 9(06).
               10  CZ-RG-PROCESSED         PIC 9(09).
               10  CZ-RG-FRESH             PIC 9(09).
               10  CZ-RG-SECONDS           PIC 9(09).

       01  CZ-TIME-WORK                    PIC 9(06).
       01  CZ-TIME-PARTS REDEFINES CZ-TIME-WORK.
           05  CZ-TW-HH                    PIC 9(02).
           05  CZ-TW-MM                    PIC 9(02).
           05  CZ-TW-SS                    PIC 9(02).
       01  CZ-FROM-SECONDS                 PIC 9(05).
       01  CZ-TO-SECONDS                   PIC 9(05).
       01  CZ-ELAPSED-SECONDS              PIC S9(11).

       01  CZ-HIST-SECONDS                 PIC 9(11) VALUE ZERO.
       01  CZ-HIST-WORK                    PIC 9(18) VALUE ZERO.
       01  CZ-RATE-PER-MILLION             PIC 9(07)V9(04)
                                           VALUE ZERO.

      *    One card's key range and tonight's totals.
       01  CZ-PROBE-LOW                    PIC 9(18).
       01  CZ-PROBE-HIGH                   PIC 9(18).

       01  CZ-COUNTERS.
           05  CZ-CNT-CARDS                PIC 9(09) VALUE ZERO.
           05  CZ-CNT-CARDS-BAD            PIC 9(09) VALUE ZERO.
           05  CZ-CNT-RUNS-READ            PIC 9(09) VALUE ZERO.
           05  CZ-CNT-RUNS-UNTIMED         PIC 9(09) VALUE ZERO.
           05  CZ-CNT-VALUES               PIC 9(15) VALUE ZERO.
           05  CZ-CNT-HITS                 PIC 9(15) VALUE ZERO.
           05  CZ-CNT-FRESH                PIC 9(15) VALUE ZERO.

       01  CZ-TONIGHT-STEPS                PIC 9(18) VALUE ZERO.
       01  CZ-TONIGHT-WORK                 PIC 9(18) VALUE ZERO.

      *    The estimate for one path: CZ-EST-PARTS 1 is the single
      *    stream.  CZ-CHOSEN-PARTS is the smallest count that fits.
       01  CZ-EST-PARTS                    PIC 9(01).
       01  CZ-EST-SECONDS                  PIC 9(09).
       01  CZ-EST-MINUTES                  PIC 9(05).
       01  CZ-SLACK-MINUTES                PIC S9(05).
       01  CZ-CHOSEN-PARTS                 PIC 9(01) VALUE ZERO.
       01  CZ-SPLIT-PARTS                  PIC 9(01) VALUE ZERO.

       01  CZ-HDR-LINE.
           05  FILLER                      PIC X(40)
               VALUE 'COLZPLN NIGHTLY WORKLOAD ESTIMATE'.
           05  FILLER                      PIC X(10)
               VALUE 'RUN DATE '.
           05  CZ-HDR-DATE                 PIC 9(08).
           05  FILLER                      PIC X(22) VALUE SPACES.

       01  CZ-TITLE-LINE.
           05  CZ-TITLE-TEXT               PIC X(50).
           05  FILLER                      PIC X(30) VALUE SPACES.

       01  CZ-OPT-LINE.
           05  CZ-OPT-LABEL                PIC X(30).
           05  CZ-OPT-VALUE                PIC X(20).
           05  FILLER                      PIC X(30) VALUE SPACES.

       01  CZ-SUM-LINE.
           05  CZ-SUM-LABEL                PIC X(30).
           05  CZ-SUM-VALUE                PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(31) VALUE SPACES.

       01  CZ-SHORT-EDIT                   PIC ZZ,ZZ9.
       01  CZ-MEAN-EDIT                    PIC Z(06)9.99.

       01  CZ-BAND-HDR.
           05  FILLER                      PIC X(40)
               VALUE 'STEPS          PCT        EST FRESH   AV'.
           05  FILLER                      PIC X(40)
               VALUE 'G STEPS            EST STEPS'.

       01  CZ-RANGE-TEXT.
           05  CZ-RT-LOW                   PIC ZZZ9.
           05  FILLER                      PIC X(03) VALUE ' - '.
           05  CZ-RT-HIGH                  PIC ZZZ9.

       01  CZ-BAND-LINE.
           05  CZ-BD-RANGE                 PIC X(11).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  CZ-BD-PCT                   PIC ZZ9.9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  CZ-BD-FRESH                 PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  CZ-BD-AVG                   PIC Z(06)9.99.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  CZ-BD-STEPS                 PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(12) VALUE SPACES.

       01  CZ-PCT-WORK                     PIC 9(03)V9(01).

       01  CZ-HIST-HDR.
           05  FILLER                      PIC X(40)
               VALUE 'RUN DATE  TIME      PROCESSED       FRES'.
           05  FILLER                      PIC X(40)
               VALUE 'H    ELAPSED SEC'.

       01  CZ-HIST-LINE.
           05  CZ-HL-DATE                  PIC 9(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  CZ-HL-TIME                  PIC 9(06).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  CZ-HL-PROCESSED             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  CZ-HL-FRESH                 PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(04) VALUE SPACES.
           05  CZ-HL-SECONDS               PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(24) VALUE SPACES.

       01  CZ-RATE-LINE.
           05  FILLER                      PIC X(30)
               VALUE 'SECONDS PER MILLION UNITS'.
           05  CZ-RL-RATE                  PIC Z(06)9.9999.
           05  FILLER                      PIC X(38) VALUE SPACES.

       01  CZ-EST-HDR.
           05  FILLER                      PIC X(40)
               VALUE 'PATH             EST MIN    WINDOW     S'.
           05  FILLER                      PIC X(40)
               VALUE 'LACK  FITS'.

       01  CZ-EST-LINE.
           05  CZ-EL-PATH                  PIC X(16).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  CZ-EL-MINUTES               PIC ZZ,ZZ9.
           05  FILLER                      PIC X(04) VALUE SPACES.
           05  CZ-EL-WINDOW                PIC ZZ,ZZ9.
           05  FILLER                      PIC X(04) VALUE SPACES.
           05  CZ-EL-SLACK                 PIC -(5)9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  CZ-EL-FITS                  PIC X(03).
           05  FILLER                      PIC X(31) VALUE SPACES.

       01  CZ-PATH-SINGLE                  PIC X(16)
           VALUE 'SINGLE STREAM'.
       01  CZ-PATH-PARTS.
           05  FILLER                      PIC X(06) VALUE 'PARTS='.
           05  CZ-PATH-PARTS-N             PIC 9(01).
           05  FILLER                      PIC X(09) VALUE SPACES.

       01  CZ-SPLCARD-OUT.
           05  FILLER                      PIC X(06) VALUE 'PARTS='.
           05  CZ-SPL-PARTS                PIC 9(01).
           05  FILLER                      PIC X(73) VALUE SPACES.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------*
      * 0000-MAINLINE                                               *
      *-----------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 1100-LOAD-BANDS THRU 1100-EXIT.
           PERFORM 1200-LOAD-HISTORY THRU 1200-EXIT.
           PERFORM 2000-PROBE-DECK THRU 2000-EXIT.
           PERFORM 3000-PRICE-WORK THRU 3000-EXIT.
           PERFORM 4000-DERIVE-RATE THRU 4000-EXIT.
           PERFORM 5000-ESTIMATE-PATHS THRU 5000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - planning options and the batch window     *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT CZ-RUN-DATE-FULL FROM DATE YYYYMMDD.
           ACCEPT CZ-RUN-TIME-RAW FROM TIME.
           MOVE CZ-RUN-HHMM TO CZ-OPT-START.
           OPEN OUTPUT REPORT-FILE.
           PERFORM 1050-READ-OPTIONS THRU 1050-EXIT.

           MOVE CZ-OPT-START TO CZ-HHMM-WORK.
           COMPUTE CZ-START-MINUTES =
               CZ-HHMM-HH * 60 + CZ-HHMM-MM.
           MOVE CZ-OPT-DEADLINE TO CZ-HHMM-WORK.
           COMPUTE CZ-DEADLINE-MINUTES =
               CZ-HHMM-HH * 60 + CZ-HHMM-MM.
           IF CZ-DEADLINE-MINUTES > CZ-START-MINUTES
               COMPUTE CZ-WINDOW-MINUTES =
                   CZ-DEADLINE-MINUTES - CZ-START-MINUTES
           ELSE
               COMPUTE CZ-WINDOW-MINUTES =
                   CZ-DEADLINE-MINUTES + 1440 - CZ-START-MINUTES
           END-IF.

           MOVE CZ-RUN-DATE-FULL TO CZ-HDR-DATE.
           WRITE CZ-REPORT-LINE FROM CZ-HDR-LINE.
           MOVE SPACES TO CZ-REPORT-LINE.
           WRITE CZ-REPORT-LINE.
           MOVE 'WINDOW START (HHMM)'      TO CZ-OPT-LABEL.
           MOVE CZ-OPT-START               TO CZ-OPT-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-OPT-LINE.
           MOVE 'DEADLINE (HHMM)'          TO CZ-OPT-LABEL.
           MOVE CZ-OPT-DEADLINE            TO CZ-OPT-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-OPT-LINE.
           MOVE 'BATCH WINDOW (MINUTES)'   TO CZ-OPT-LABEL.
           MOVE CZ-WINDOW-MINUTES          TO CZ-SHORT-EDIT.
           MOVE CZ-SHORT-EDIT              TO CZ-OPT-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-OPT-LINE.
           MOVE 'I/O STEPS PER VALUE'      TO CZ-OPT-LABEL.
           MOVE CZ-OPT-VALCOST             TO CZ-SHORT-EDIT.
           MOVE CZ-SHORT-EDIT              TO CZ-OPT-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-OPT-LINE.
           MOVE 'SPLIT/MERGE OVERHEAD (MIN)' TO CZ-OPT-LABEL.
           MOVE CZ-OPT-OVERHEAD            TO CZ-SHORT-EDIT.
           MOVE CZ-SHORT-EDIT              TO CZ-OPT-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-OPT-LINE.
           MOVE 'HISTORY RUNS AVERAGED'    TO CZ-OPT-LABEL.
           MOVE CZ-OPT-HIST                TO CZ-SHORT-EDIT.
           MOVE CZ-SHORT-EDIT              TO CZ-OPT-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-OPT-LINE.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1050-READ-OPTIONS - read every PLNCARD record and apply     *
      *                     its keywords; DEADLINE= must be given   *
      *-----------------------------------------------------------*
       1050-READ-OPTIONS.
           OPEN INPUT PLNCARD-FILE.
           IF CZ-PLNCARD-STATUS-NOTFOUND
               SET CZ-CTL-EOF TO TRUE
           ELSE
               PERFORM 1055-READ-PLNCARD THRU 1055-EXIT
                   UNTIL CZ-CTL-EOF
               CLOSE PLNCARD-FILE
           END-IF.
           IF NOT CZ-DEADLINE-GIVEN
             OR CZ-OPT-HIST = ZERO
             OR CZ-OPT-HIST > CZ-MAX-HIST
               DISPLAY 'COLZPLN: PLNCARD MUST GIVE DEADLINE=HHMM, '
                   'AND HIST= MUST BE 1-' CZ-MAX-HIST
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       1050-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1055-READ-PLNCARD - one card: scan its blank-separated      *
      *                     keywords                                *
      *-----------------------------------------------------------*
       1055-READ-PLNCARD.
           READ PLNCARD-FILE
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
           UNSTRING CZ-PLNCARD DELIMITED BY ALL ' '
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

           IF CZ-CTL-LEN = 4
             AND CZ-CTL-VALUE(1:4) IS NUMERIC
             AND (CZ-CTL-KEYWORD = 'DEADLINE'
                  OR CZ-CTL-KEYWORD = 'START')
               MOVE CZ-CTL-VALUE(1:4) TO CZ-HHMM-WORK
               IF CZ-HHMM-HH < 24 AND CZ-HHMM-MM < 60
                   IF CZ-CTL-KEYWORD = 'DEADLINE'
                       MOVE CZ-HHMM-WORK TO CZ-OPT-DEADLINE
                       SET CZ-DEADLINE-GIVEN TO TRUE
                   ELSE
                       MOVE CZ-HHMM-WORK TO CZ-OPT-START
                   END-IF
                   GO TO 1060-EXIT
               END-IF
           END-IF.
           IF CZ-CTL-LEN > ZERO
             AND CZ-CTL-LEN NOT > 4
               IF CZ-CTL-VALUE(1:CZ-CTL-LEN) IS NUMERIC
                   EVALUATE TRUE
                       WHEN CZ-CTL-KEYWORD = 'VALCOST'
                           MOVE CZ-CTL-VALUE(1:CZ-CTL-LEN)
                               TO CZ-OPT-VALCOST
                           GO TO 1060-EXIT
                       WHEN CZ-CTL-KEYWORD = 'OVERHEAD'
                         AND CZ-CTL-LEN NOT > 3
                           MOVE CZ-CTL-VALUE(1:CZ-CTL-LEN)
                               TO CZ-OPT-OVERHEAD
                           GO TO 1060-EXIT
                       WHEN CZ-CTL-KEYWORD = 'HIST'
                         AND CZ-CTL-LEN NOT > 2
                           MOVE CZ-CTL-VALUE(1:CZ-CTL-LEN)
                               TO CZ-OPT-HIST
                           GO TO 1060-EXIT
                   END-EVALUATE
               END-IF
           END-IF.

           DISPLAY 'COLZPLN: INVALID PLNCARD KEYWORD '''
               CZ-CTL-TOKEN ''' - EXPECTED DEADLINE=HHMM, '
               'START=HHMM, VALCOST=NNNN, OVERHEAD=NNN OR HIST=NN'
           CLOSE PLNCARD-FILE.
           CLOSE REPORT-FILE.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
       1060-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1100-LOAD-BANDS - the COLZDST band summary and the mean     *
      *                   step count of the cluster                 *
      *-----------------------------------------------------------*
       1100-LOAD-BANDS.
           OPEN INPUT BAND-FILE.
           IF NOT CZ-BAND-STATUS-OK
               DISPLAY 'COLZPLN: DSTBAND OPEN FAILED, STATUS '
                   CZ-BAND-STATUS ' - RUN COLZDST FIRST'
               CLOSE REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO CZ-EOF-SWITCH.
           PERFORM 1110-LOAD-ONE-BAND THRU 1110-EXIT
               UNTIL CZ-EOF.
           CLOSE BAND-FILE.
           IF CZ-CLUSTER-RECORDS > ZERO
               COMPUTE CZ-MEAN-STEPS ROUNDED =
                   CZ-CLUSTER-STEPS / CZ-CLUSTER-RECORDS
           ELSE
               DISPLAY 'COLZPLN: DSTBAND HOLDS NO CLUSTER RECORDS - '
                   'FRESH VALUES PRICED AT I/O COST ONLY'
           END-IF.

           MOVE 'BAND SUMMARY DATE'        TO CZ-OPT-LABEL.
           MOVE CZ-BAND-DATE               TO CZ-OPT-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-OPT-LINE.
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1110-LOAD-ONE-BAND                                          *
      *-----------------------------------------------------------*
       1110-LOAD-ONE-BAND.
           READ BAND-FILE
               AT END
                   SET CZ-EOF TO TRUE
                   GO TO 1110-EXIT
           END-READ.
           IF CZ-BAND-COUNT NOT < CZ-BAND-MAX
               GO TO 1110-EXIT
           END-IF.
           ADD 1 TO CZ-BAND-COUNT.
           MOVE CZ-BND-RUN-DATE   TO CZ-BAND-DATE.
           MOVE CZ-BND-LOW-STEPS  TO CZ-BT-LOW(CZ-BAND-COUNT).
           MOVE CZ-BND-HIGH-STEPS TO CZ-BT-HIGH(CZ-BAND-COUNT).
           MOVE CZ-BND-RECORDS    TO CZ-BT-RECORDS(CZ-BAND-COUNT).
           MOVE CZ-BND-AVG-STEPS  TO CZ-BT-AVG-STEPS(CZ-BAND-COUNT).
           MOVE ZERO TO CZ-BT-EST-FRESH(CZ-BAND-COUNT).
           MOVE ZERO TO CZ-BT-EST-STEPS(CZ-BAND-COUNT).
           ADD CZ-BND-RECORDS TO CZ-CLUSTER-RECORDS.
           COMPUTE CZ-CLUSTER-STEPS ROUNDED =
               CZ-CLUSTER-STEPS + CZ-BND-RECORDS * CZ-BND-AVG-STEPS.
       1110-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1200-LOAD-HISTORY - the last timed runs on RUNHIST into the *
      *                     ring; a run with no end stamp (written  *
      *                     before it was recorded), a restart run  *
      *                     (its counts include work done before    *
      *                     the failure) and an empty run are       *
      *                     passed over                             *
      *-----------------------------------------------------------*
       1200-LOAD-HISTORY.
           OPEN INPUT RUNHIST-FILE.
           IF NOT CZ-RUNHIST-STATUS-OK
               DISPLAY 'COLZPLN: RUNHIST NOT AVAILABLE, STATUS '
                   CZ-RUNHIST-STATUS ' - NO PROCESSING RATE'
               GO TO 1200-EXIT
           END-IF.
           MOVE 'N' TO CZ-EOF-SWITCH.
           PERFORM 1210-READ-HISTORY THRU 1210-EXIT
               UNTIL CZ-EOF.
           CLOSE RUNHIST-FILE.
       1200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1210-READ-HISTORY - one RUNHIST record; a timed run goes    *
      *                     into the ring over its oldest entry     *
      *-----------------------------------------------------------*
       1210-READ-HISTORY.
           READ RUNHIST-FILE
               AT END
                   SET CZ-EOF TO TRUE
                   GO TO 1210-EXIT
           END-READ.
           ADD 1 TO CZ-CNT-RUNS-READ.
           IF CZ-RUNH-END-DATE NOT NUMERIC
             OR CZ-RUNH-END-TIME NOT NUMERIC
             OR CZ-RUNH-END-DATE = ZERO
             OR CZ-RUNH-RESTART-FLAG = 'Y'
             OR CZ-RUNH-PROCESSED = ZERO
               ADD 1 TO CZ-CNT-RUNS-UNTIMED
               GO TO 1210-EXIT
           END-IF.
           MOVE CZ-RUNH-TIME TO CZ-TIME-WORK.
           COMPUTE CZ-FROM-SECONDS =
               CZ-TW-HH * 3600 + CZ-TW-MM * 60 + CZ-TW-SS.
           MOVE CZ-RUNH-END-TIME TO CZ-TIME-WORK.
           COMPUTE CZ-TO-SECONDS =
               CZ-TW-HH * 3600 + CZ-TW-MM * 60 + CZ-TW-SS.
           COMPUTE CZ-ELAPSED-SECONDS =
               (FUNCTION INTEGER-OF-DATE(CZ-RUNH-END-DATE)
                - FUNCTION INTEGER-OF-DATE(CZ-RUNH-DATE)) * 86400
               + CZ-TO-SECONDS - CZ-FROM-SECONDS.
           IF CZ-ELAPSED-SECONDS NOT > ZERO
             OR CZ-ELAPSED-SECONDS > 999999999
               ADD 1 TO CZ-CNT-RUNS-UNTIMED
               GO TO 1210-EXIT
           END-IF.

           MOVE CZ-RUNH-DATE        TO CZ-RG-DATE(CZ-RING-NEXT).
           MOVE CZ-RUNH-TIME        TO CZ-RG-TIME(CZ-RING-NEXT).
           MOVE CZ-RUNH-PROCESSED   TO CZ-RG-PROCESSED(CZ-RING-NEXT).
           MOVE CZ-RUNH-FRESH-CALCS TO CZ-RG-FRESH(CZ-RING-NEXT).
           MOVE CZ-ELAPSED-SECONDS  TO CZ-RG-SECONDS(CZ-RING-NEXT).
           IF CZ-RING-COUNT < CZ-OPT-HIST
               ADD 1 TO CZ-RING-COUNT
           END-IF.
           ADD 1 TO CZ-RING-NEXT.
           IF CZ-RING-NEXT > CZ-OPT-HIST
               MOVE 1 TO CZ-RING-NEXT
           END-IF.
       1210-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-PROBE-DECK - expand every card on tonight's deck and   *
      *                   count its values already on CACHEDS       *
      *-----------------------------------------------------------*
       2000-PROBE-DECK.
           OPEN INPUT RANGE-FILE.
           IF NOT CZ-RANGE-STATUS-OK
               DISPLAY 'COLZPLN: RANGEIN OPEN FAILED, STATUS '
                   CZ-RANGE-STATUS
               CLOSE REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CACHE-FILE.
           IF NOT CZ-CACHE-STATUS-OK
               DISPLAY 'COLZPLN: CACHE FILE OPEN FAILED, STATUS '
                   CZ-CACHE-STATUS
               CLOSE RANGE-FILE
               CLOSE REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO CZ-EOF-SWITCH.
           PERFORM 2100-READ-CARD THRU 2100-EXIT
               UNTIL CZ-EOF.
           CLOSE RANGE-FILE.
           CLOSE CACHE-FILE.
           COMPUTE CZ-CNT-FRESH = CZ-CNT-VALUES - CZ-CNT-HITS.

           MOVE SPACES TO CZ-REPORT-LINE.
           WRITE CZ-REPORT-LINE.
           MOVE 'TONIGHT''S DECK'          TO CZ-TITLE-TEXT.
           WRITE CZ-REPORT-LINE FROM CZ-TITLE-LINE.
           MOVE 'RANGEIN CARDS READ'       TO CZ-SUM-LABEL.
           MOVE CZ-CNT-CARDS               TO CZ-SUM-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE.
           MOVE 'CARDS THE EDIT WILL REJECT' TO CZ-SUM-LABEL.
           MOVE CZ-CNT-CARDS-BAD           TO CZ-SUM-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE.
           MOVE 'STARTING VALUES'          TO CZ-SUM-LABEL.
           MOVE CZ-CNT-VALUES              TO CZ-SUM-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE.
           MOVE 'CACHE HITS'               TO CZ-SUM-LABEL.
           MOVE CZ-CNT-HITS                TO CZ-SUM-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE.
           MOVE 'FRESH CALCULATIONS'       TO CZ-SUM-LABEL.
           MOVE CZ-CNT-FRESH               TO CZ-SUM-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2100-READ-CARD - one RANGEIN card to its key range; a card  *
      *                  that fails the COLZRPT format edits adds   *
      *                  no work.  Requestor suspensions and daily  *
      *                  limits are not applied, so the estimate    *
      *                  errs high when a department is over quota  *
      *-----------------------------------------------------------*
       2100-READ-CARD.
           READ RANGE-FILE
               AT END
                   SET CZ-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           ADD 1 TO CZ-CNT-CARDS.
           MOVE 'N' TO CZ-CARD-SWITCH.
           EVALUATE TRUE
               WHEN CZ-RNG-SPAN-RECORD
                   IF CZ-RNG-FROM-VALUE IS NUMERIC
                     AND CZ-RNG-THRU-VALUE IS NUMERIC
                     AND CZ-RNG-FROM-VALUE > ZERO
                     AND CZ-RNG-FROM-VALUE NOT > CZ-RNG-THRU-VALUE
                       MOVE CZ-RNG-FROM-VALUE TO CZ-PROBE-LOW
                       MOVE CZ-RNG-THRU-VALUE TO CZ-PROBE-HIGH
                       SET CZ-CARD-GOOD TO TRUE
                   END-IF
               WHEN CZ-RNG-START-VALUE IS NUMERIC
                 AND CZ-RNG-START-VALUE > ZERO
                   MOVE CZ-RNG-START-VALUE TO CZ-PROBE-LOW
                   MOVE CZ-RNG-START-VALUE TO CZ-PROBE-HIGH
                   SET CZ-CARD-GOOD TO TRUE
           END-EVALUATE.
           IF NOT CZ-CARD-GOOD
               ADD 1 TO CZ-CNT-CARDS-BAD
               GO TO 2100-EXIT
           END-IF.
           COMPUTE CZ-CNT-VALUES =
               CZ-CNT-VALUES + CZ-PROBE-HIGH - CZ-PROBE-LOW + 1.
           PERFORM 2200-PROBE-RANGE THRU 2200-EXIT.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2200-PROBE-RANGE - position CACHEDS at the card's low key   *
      *                    and count the keys up to its high key    *
      *-----------------------------------------------------------*
       2200-PROBE-RANGE.
           MOVE 'N' TO CZ-WALK-EOF-SWITCH.
           MOVE CZ-PROBE-LOW TO CZ-CACHE-KEY.
           START CACHE-FILE KEY IS >= CZ-CACHE-KEY
               INVALID KEY
                   GO TO 2200-EXIT
           END-START.
           PERFORM 2210-PROBE-NEXT THRU 2210-EXIT
               UNTIL CZ-WALK-EOF.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2210-PROBE-NEXT - one cluster record; past the high key     *
      *                   ends the card                             *
      *-----------------------------------------------------------*
       2210-PROBE-NEXT.
           READ CACHE-FILE NEXT RECORD
               AT END
                   SET CZ-WALK-EOF TO TRUE
                   GO TO 2210-EXIT
           END-READ.
           IF CZ-CACHE-KEY > CZ-PROBE-HIGH
               SET CZ-WALK-EOF TO TRUE
               GO TO 2210-EXIT
           END-IF.
           ADD 1 TO CZ-CNT-HITS.
       2210-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-PRICE-WORK - share the fresh values across the bands   *
      *                   as the cluster is shared, price each      *
      *                   band at its average step count, and add   *
      *                   the I/O cost of every value               *
      *-----------------------------------------------------------*
       3000-PRICE-WORK.
           MOVE SPACES TO CZ-REPORT-LINE.
           WRITE CZ-REPORT-LINE.
           MOVE 'FRESH CALCULATIONS BY STEP-COUNT BAND'
               TO CZ-TITLE-TEXT.
           WRITE CZ-REPORT-LINE FROM CZ-TITLE-LINE.
           WRITE CZ-REPORT-LINE FROM CZ-BAND-HDR.
           PERFORM 3100-PRICE-BAND THRU 3100-EXIT
               VARYING CZ-BAND-IDX FROM 1 BY 1
               UNTIL CZ-BAND-IDX > CZ-BAND-COUNT.

           COMPUTE CZ-TONIGHT-WORK =
               CZ-CNT-VALUES * CZ-OPT-VALCOST + CZ-TONIGHT-STEPS
               ON SIZE ERROR
                   MOVE 999999999999999999 TO CZ-TONIGHT-WORK
           END-COMPUTE.
           MOVE SPACES TO CZ-REPORT-LINE.
           WRITE CZ-REPORT-LINE.
           MOVE 'MEAN STEPS PER FRESH VALUE' TO CZ-OPT-LABEL.
           MOVE CZ-MEAN-STEPS              TO CZ-MEAN-EDIT.
           MOVE CZ-MEAN-EDIT               TO CZ-OPT-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-OPT-LINE.
           MOVE 'ESTIMATED STEPS'          TO CZ-SUM-LABEL.
           MOVE CZ-TONIGHT-STEPS           TO CZ-SUM-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE.
           MOVE 'WORK UNITS (STEPS + I/O)' TO CZ-SUM-LABEL.
           MOVE CZ-TONIGHT-WORK            TO CZ-SUM-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3100-PRICE-BAND - one band's share of the fresh values and  *
      *                   their steps                               *
      *-----------------------------------------------------------*
       3100-PRICE-BAND.
           IF CZ-CLUSTER-RECORDS > ZERO
               COMPUTE CZ-BT-EST-FRESH(CZ-BAND-IDX) ROUNDED =
                   CZ-CNT-FRESH * CZ-BT-RECORDS(CZ-BAND-IDX)
                   / CZ-CLUSTER-RECORDS
               COMPUTE CZ-PCT-WORK ROUNDED =
                   CZ-BT-RECORDS(CZ-BAND-IDX) * 100
                   / CZ-CLUSTER-RECORDS
           ELSE
               MOVE ZERO TO CZ-BT-EST-FRESH(CZ-BAND-IDX)
               MOVE ZERO TO CZ-PCT-WORK
           END-IF.
           COMPUTE CZ-BT-EST-STEPS(CZ-BAND-IDX) ROUNDED =
               CZ-BT-EST-FRESH(CZ-BAND-IDX)
               * CZ-BT-AVG-STEPS(CZ-BAND-IDX)
               ON SIZE ERROR
                   MOVE 999999999999999999
                       TO CZ-BT-EST-STEPS(CZ-BAND-IDX)
           END-COMPUTE.
           ADD CZ-BT-EST-STEPS(CZ-BAND-IDX) TO CZ-TONIGHT-STEPS
               ON SIZE ERROR
                   MOVE 999999999999999999 TO CZ-TONIGHT-STEPS
           END-ADD.

           IF CZ-BT-HIGH(CZ-BAND-IDX) = 9999
               MOVE CZ-BT-LOW(CZ-BAND-IDX) TO CZ-RT-LOW
               MOVE CZ-RANGE-TEXT(1:4) TO CZ-BD-RANGE
               MOVE ' AND UP' TO CZ-BD-RANGE(5:7)
           ELSE
               MOVE CZ-BT-LOW(CZ-BAND-IDX)  TO CZ-RT-LOW
               MOVE CZ-BT-HIGH(CZ-BAND-IDX) TO CZ-RT-HIGH
               MOVE CZ-RANGE-TEXT TO CZ-BD-RANGE
           END-IF.
           MOVE CZ-PCT-WORK                  TO CZ-BD-PCT.
           MOVE CZ-BT-EST-FRESH(CZ-BAND-IDX) TO CZ-BD-FRESH.
           MOVE CZ-BT-AVG-STEPS(CZ-BAND-IDX) TO CZ-BD-AVG.
           MOVE CZ-BT-EST-STEPS(CZ-BAND-IDX) TO CZ-BD-STEPS.
           WRITE CZ-REPORT-LINE FROM CZ-BAND-LINE.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-DERIVE-RATE - each ring run priced like tonight (its   *
      *                    fresh values at the mean step count,     *
      *                    every value at VALCOST) against its      *
      *                    elapsed seconds                          *
      *-----------------------------------------------------------*
       4000-DERIVE-RATE.
           MOVE SPACES TO CZ-REPORT-LINE.
           WRITE CZ-REPORT-LINE.
           MOVE 'RECENT TIMED RUNS (RUNHIST)' TO CZ-TITLE-TEXT.
           WRITE CZ-REPORT-LINE FROM CZ-TITLE-LINE.
           WRITE CZ-REPORT-LINE FROM CZ-HIST-HDR.
           IF CZ-RING-COUNT < CZ-OPT-HIST
               MOVE 1 TO CZ-RING-IDX
           ELSE
               MOVE CZ-RING-NEXT TO CZ-RING-IDX
           END-IF.
           PERFORM 4100-PRICE-RUN THRU 4100-EXIT
               VARYING CZ-RING-K FROM 1 BY 1
               UNTIL CZ-RING-K > CZ-RING-COUNT.

           MOVE SPACES TO CZ-REPORT-LINE.
           WRITE CZ-REPORT-LINE.
           MOVE 'RUNHIST RECORDS READ'     TO CZ-SUM-LABEL.
           MOVE CZ-CNT-RUNS-READ           TO CZ-SUM-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE.
           MOVE 'UNTIMED, RESTART OR EMPTY' TO CZ-SUM-LABEL.
           MOVE CZ-CNT-RUNS-UNTIMED        TO CZ-SUM-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE.
           MOVE 'TIMED RUNS AVERAGED'      TO CZ-SUM-LABEL.
           MOVE CZ-RING-COUNT              TO CZ-SUM-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE.

           IF CZ-HIST-WORK = ZERO
               DISPLAY 'COLZPLN: NO TIMED RUNS ON RUNHIST - '
                   'ELAPSED TIME CANNOT BE ESTIMATED'
               GO TO 4000-EXIT
           END-IF.
           SET CZ-RATE-KNOWN TO TRUE.
           COMPUTE CZ-RATE-PER-MILLION ROUNDED =
               CZ-HIST-SECONDS * 1000000 / CZ-HIST-WORK
               ON SIZE ERROR
                   MOVE 9999999.9999 TO CZ-RATE-PER-MILLION
           END-COMPUTE.
           MOVE CZ-RATE-PER-MILLION TO CZ-RL-RATE.
           WRITE CZ-REPORT-LINE FROM CZ-RATE-LINE.
       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4100-PRICE-RUN - one ring run, oldest first, into the rate  *
      *                  totals and onto the report                 *
      *-----------------------------------------------------------*
       4100-PRICE-RUN.
           ADD CZ-RG-SECONDS(CZ-RING-IDX) TO CZ-HIST-SECONDS.
           COMPUTE CZ-HIST-WORK ROUNDED = CZ-HIST-WORK
               + CZ-RG-PROCESSED(CZ-RING-IDX) * CZ-OPT-VALCOST
               + CZ-RG-FRESH(CZ-RING-IDX) * CZ-MEAN-STEPS
               ON SIZE ERROR
                   MOVE 999999999999999999 TO CZ-HIST-WORK
           END-COMPUTE.

           MOVE CZ-RG-DATE(CZ-RING-IDX)      TO CZ-HL-DATE.
           MOVE CZ-RG-TIME(CZ-RING-IDX)      TO CZ-HL-TIME.
           MOVE CZ-RG-PROCESSED(CZ-RING-IDX) TO CZ-HL-PROCESSED.
           MOVE CZ-RG-FRESH(CZ-RING-IDX)     TO CZ-HL-FRESH.
           MOVE CZ-RG-SECONDS(CZ-RING-IDX)   TO CZ-HL-SECONDS.
           WRITE CZ-REPORT-LINE FROM CZ-HIST-LINE.

           ADD 1 TO CZ-RING-IDX.
           IF CZ-RING-IDX > CZ-OPT-HIST
               MOVE 1 TO CZ-RING-IDX
           END-IF.
       4100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5000-ESTIMATE-PATHS - the single stream and PARTS=2-4       *
      *                       against the window; the smallest      *
      *                       count that fits is chosen             *
      *-----------------------------------------------------------*
       5000-ESTIMATE-PATHS.
           MOVE SPACES TO CZ-REPORT-LINE.
           WRITE CZ-REPORT-LINE.
           MOVE 'ESTIMATED ELAPSED TIME' TO CZ-TITLE-TEXT.
           WRITE CZ-REPORT-LINE FROM CZ-TITLE-LINE.
           IF NOT CZ-RATE-KNOWN
               MOVE 'NO TIMED RUN HISTORY - NO ESTIMATE POSSIBLE'
                   TO CZ-TITLE-TEXT
               WRITE CZ-REPORT-LINE FROM CZ-TITLE-LINE
               GO TO 5000-EXIT
           END-IF.
           WRITE CZ-REPORT-LINE FROM CZ-EST-HDR.
           PERFORM 5100-ESTIMATE-ONE THRU 5100-EXIT
               VARYING CZ-EST-PARTS FROM 1 BY 1
               UNTIL CZ-EST-PARTS > 4.
       5000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5100-ESTIMATE-ONE - the work shared over CZ-EST-PARTS       *
      *                     streams, plus the split and merge when  *
      *                     partitioned, rounded up to the minute   *
      *-----------------------------------------------------------*
       5100-ESTIMATE-ONE.
           COMPUTE CZ-EST-SECONDS ROUNDED =
               CZ-TONIGHT-WORK * CZ-HIST-SECONDS
               / CZ-HIST-WORK / CZ-EST-PARTS
               ON SIZE ERROR
                   MOVE 999999999 TO CZ-EST-SECONDS
           END-COMPUTE.
           COMPUTE CZ-EST-MINUTES = (CZ-EST-SECONDS + 59) / 60
               ON SIZE ERROR
                   MOVE 99999 TO CZ-EST-MINUTES
           END-COMPUTE.
           IF CZ-EST-PARTS = 1
               MOVE CZ-PATH-SINGLE TO CZ-EL-PATH
           ELSE
               ADD CZ-OPT-OVERHEAD TO CZ-EST-MINUTES
                   ON SIZE ERROR
                       MOVE 99999 TO CZ-EST-MINUTES
               END-ADD
               MOVE CZ-EST-PARTS TO CZ-PATH-PARTS-N
               MOVE CZ-PATH-PARTS TO CZ-EL-PATH
           END-IF.
           COMPUTE CZ-SLACK-MINUTES =
               CZ-WINDOW-MINUTES - CZ-EST-MINUTES.
           IF CZ-EST-MINUTES > CZ-WINDOW-MINUTES
               MOVE 'NO'  TO CZ-EL-FITS
           ELSE
               MOVE 'YES' TO CZ-EL-FITS
               IF CZ-CHOSEN-PARTS = ZERO
                   MOVE CZ-EST-PARTS TO CZ-CHOSEN-PARTS
               END-IF
               IF CZ-SPLIT-PARTS = ZERO
                 AND CZ-EST-PARTS > 1
                   MOVE CZ-EST-PARTS TO CZ-SPLIT-PARTS
               END-IF
           END-IF.
           MOVE CZ-EST-MINUTES    TO CZ-EL-MINUTES.
           MOVE CZ-WINDOW-MINUTES TO CZ-EL-WINDOW.
           MOVE CZ-SLACK-MINUTES  TO CZ-EL-SLACK.
           WRITE CZ-REPORT-LINE FROM CZ-EST-LINE.
       5100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE - the SPLCARD, the decision and the return   *
      *                  code for the scheduler.  SPLCARD always    *
      *                  carries the smallest partition count that  *
      *                  fits (PARTS=4 when none does), so it is    *
      *                  ready if the partitioned path is taken on  *
      *                  a single-stream night                      *
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF CZ-SPLIT-PARTS = ZERO
               MOVE 4 TO CZ-SPLIT-PARTS
           END-IF.
           MOVE CZ-SPLIT-PARTS TO CZ-SPL-PARTS.
           OPEN OUTPUT SPLCARD-FILE.
           WRITE CZ-SPLCARD FROM CZ-SPLCARD-OUT.
           CLOSE SPLCARD-FILE.

           MOVE SPACES TO CZ-REPORT-LINE.
           WRITE CZ-REPORT-LINE.
           EVALUATE TRUE
               WHEN CZ-CHOSEN-PARTS = 1
                   MOVE 'DECISION: SINGLE STREAM (COLZBAT)'
                       TO CZ-TITLE-TEXT
                   MOVE 0 TO RETURN-CODE
               WHEN CZ-CHOSEN-PARTS > 1
                   MOVE 'DECISION: PARTITIONED (COLZPAR)  PARTS='
                       TO CZ-TITLE-TEXT
                   MOVE CZ-SPLIT-PARTS TO CZ-TITLE-TEXT(40:1)
                   MOVE 2 TO RETURN-CODE
               WHEN OTHER
                   MOVE 'DECISION: PARTITIONED (COLZPAR)  PARTS=4'
                       TO CZ-TITLE-TEXT
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.
           WRITE CZ-REPORT-LINE FROM CZ-TITLE-LINE.
           DISPLAY 'COLZPLN: ' CZ-TITLE-TEXT.
           IF CZ-CHOSEN-PARTS = ZERO
             AND CZ-RATE-KNOWN
               MOVE 'WARNING: PARTS=4 DOES NOT FIT THE BATCH WINDOW'
                   TO CZ-TITLE-TEXT
               WRITE CZ-REPORT-LINE FROM CZ-TITLE-LINE
               DISPLAY 'COLZPLN: ' CZ-TITLE-TEXT
           END-IF.
           CLOSE REPORT-FILE.
       9000-EXIT.
           EXIT.

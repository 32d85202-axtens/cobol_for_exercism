      *-----------------------------------------------------------*
      * PROGRAM-ID.  COLZGEN                                       *
      * AUTHOR.      R. CHIN, APPLICATIONS DEVELOPMENT.             *
      * INSTALLATION. MERIDIAN BATCH SERVICES.                      *
      * DATE-WRITTEN. 2026-10-15.                                   *
      *                                                             *
      * REMARKS.                                                    *
      *   Regression case generator.  Samples the CACHEDS cluster   *
      *   (whose answers COLZAUD has already verified) and writes   *
      *   TESTCASE-format records (see TSTCASE.cpy) to TCOUT for    *
      *   the HelloWorldTests harness, so a change to Collatz is    *
      *   regression-tested against many values instead of one.    *
      *                                                             *
      *   Keys are chosen by rule, each rule switched by a GENCARD  *
      *   keyword (defaults in brackets):                           *
      *     EVERY=n     every n-th key in key sequence [100000],    *
      *                 0 = none                                    *
      *     LEADERS=nn  the top nn of both COLZREC league tables on *
      *                 RECFILE [10], 0 = none                      *
      *     VERIFIED=nn the nn highest keys at or below the COLZVER *
      *                 verified-through mark on VERHWM [10],       *
      *                 0 = none                                    *
      *     RC=Y|N      every entry with CZ-CACHE-RC 10 or 20 [Y]   *
      *     LIMIT=nnnn  most keys to generate cases for, across     *
      *                 all the rules [500, at most 1000]; the      *
      *                 leaders are taken first, and room for the   *
      *                 VERIFIED keys is held back from the cluster *
      *                 walk                                        *
      *   A key chosen by several rules is generated once.          *
      *                                                             *
      *   Each key gives three cases, one per Collatz output:       *
      *   Cssss checks LS-COUNT (slot 2), Pssss LS-PEAK (slot 3)    *
      *   and Rssss LS-RETURN-CODE (slot 4).  The stem ssss is the  *
      *   key in base 36, modulo 36**4, so a key keeps its case     *
      *   names from run to run and TESTCOMP's baseline compare     *
      *   keeps matching them.  A stem already taken (by another    *
      *   key, or by a hand-kept case on the optional TESTIN deck)  *
      *   is stepped on to the next free one, lowest key first.     *
      *   GENOUT lists every key with its stem and the rules that   *
      *   chose it.                                                 *
      *                                                             *
      *   RETURN-CODE 0 = cases written, 4 = written with warnings *
      *   (a key dropped at LIMIT, a leader not in the cluster, or *
      *   RECFILE/VERHWM missing for a rule asked for), 8 = bad    *
      *   GENCARD, 16 = cluster could not be opened.                *
      *                                                             *
      * MAINTENANCE HISTORY                                        *
      *   2026-10-15  RLC  Original program.                        *
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COLZGEN.
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

           SELECT RECORDS-FILE ASSIGN TO RECFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CZ-RECFILE-STATUS.

           SELECT VERHWM-FILE  ASSIGN TO VERHWM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CZ-VERHWM-STATUS.

           SELECT TESTIN-FILE  ASSIGN TO TESTIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CZ-TESTIN-STATUS.

           SELECT GENCARD-FILE ASSIGN TO GENCARD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CZ-GENCARD-STATUS.

           SELECT TCOUT-FILE   ASSIGN TO TCOUT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE  ASSIGN TO GENOUT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CACHE-FILE.
           COPY CZCACHE.

       FD  RECORDS-FILE
           RECORDING MODE IS F.
           COPY CZRECS.

       FD  VERHWM-FILE
           RECORDING MODE IS F.
           COPY CZVERH.

       FD  TESTIN-FILE.
       01  CZ-TESTIN-REC                   PIC X(136).

       FD  GENCARD-FILE.
       01  CZ-GENCARD                      PIC X(80).

       FD  TCOUT-FILE.
           COPY TSTCASE.

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
           05  CZ-STEM-SWITCH              PIC X(01) VALUE 'N'.
               88  CZ-STEM-FREE                     VALUE 'Y'.
           05  CZ-NAME-SWITCH              PIC X(01) VALUE 'N'.
               88  CZ-NAME-TAKEN                    VALUE 'Y'.
           05  CZ-WARNING-SWITCH           PIC X(01) VALUE 'N'.
               88  CZ-WARNING                       VALUE 'Y'.

       01  CZ-CACHE-STATUS                 PIC X(02).
           88  CZ-CACHE-STATUS-OK                 VALUE '00'.
           88  CZ-CACHE-STATUS-NOTFOUND           VALUE '23' '35'.

       01  CZ-RECFILE-STATUS               PIC X(02).
           88  CZ-RECFILE-STATUS-OK               VALUE '00'.
           88  CZ-RECFILE-STATUS-NOTFOUND         VALUE '35'.

       01  CZ-VERHWM-STATUS                PIC X(02).
           88  CZ-VERHWM-STATUS-OK                VALUE '00'.
           88  CZ-VERHWM-STATUS-NOTFOUND          VALUE '35'.

       01  CZ-TESTIN-STATUS                PIC X(02).
           88  CZ-TESTIN-STATUS-OK                VALUE '00'.
           88  CZ-TESTIN-STATUS-NOTFOUND          VALUE '35'.

       01  CZ-GENCARD-STATUS               PIC X(02).
           88  CZ-GENCARD-STATUS-OK               VALUE '00'.
           88  CZ-GENCARD-STATUS-NOTFOUND         VALUE '35'.

       01  CZ-CTL-TOKEN                    PIC X(30).
       01  CZ-CTL-PTR                      PIC 9(02) COMP.
       01  CZ-CTL-KEYWORD                  PIC X(08).
       01  CZ-CTL-VALUE                    PIC X(21).
       01  CZ-CTL-LEN                      PIC 9(02) COMP.

      *    Sampling rules, as set on GENCARD.
       01  CZ-OPT-EVERY                    PIC 9(09) VALUE 100000.
       01  CZ-OPT-LEADERS                  PIC 9(02) VALUE 10.
       01  CZ-OPT-VERIFIED                 PIC 9(02) VALUE 10.
       01  CZ-OPT-RC                       PIC X(01) VALUE 'Y'.
           88  CZ-OPT-RC-WANTED                   VALUE 'Y'.
       01  CZ-OPT-LIMIT                    PIC 9(04) VALUE 500.
       01  CZ-MAX-LEADERS                  PIC 9(02) VALUE 50.
       01  CZ-MAX-VERIFIED                 PIC 9(02) VALUE 50.
       01  CZ-MAX-KEYS                     PIC 9(04) VALUE 1000.

       01  CZ-VERIFIED-THRU                PIC 9(18) VALUE ZERO.
       01  CZ-SAMPLE-CYCLE                 PIC 9(09) VALUE ZERO.
       01  CZ-WALK-LIMIT                   PIC 9(04) COMP.
       01  CZ-ADD-LIMIT                    PIC 9(04) COMP.
       01  CZ-ADD-RULE                     PIC 9(01).

      *    The keys chosen, held in key order.  CZ-KT-RULE-FLAG
      *    is set for each rule that chose the key: 1 every n-th,
      *    2 league leader, 3 below the verified-through mark,
      *    4 overflow or runaway return code.
       01  CZ-KEY-COUNT                    PIC 9(04) COMP VALUE ZERO.
       01  CZ-KEY-IDX                      PIC 9(04) COMP.
       01  CZ-INS-IDX                      PIC 9(04) COMP.
       01  CZ-SHIFT-IDX                    PIC 9(04) COMP.
       01  CZ-KEY-TABLE.
           05  CZ-KEY-ENTRY OCCURS 1000 TIMES.
               10  CZ-KT-KEY               PIC 9(18).
               10  CZ-KT-COUNT             PIC 9(09).
               10  CZ-KT-PEAK              PIC 9(18).
               10  CZ-KT-RC                PIC 9(02).
               10  CZ-KT-STEM              PIC X(04).
               10  CZ-KT-RULE-FLAG OCCURS 4 TIMES PIC X(01).

      *    The highest keys at or below the verified-through mark
      *    seen so far on the walk, kept in a ring.
       01  CZ-RING-COUNT                   PIC 9(02) COMP VALUE ZERO.
       01  CZ-RING-NEXT                    PIC 9(02) COMP VALUE 1.
       01  CZ-RING-IDX                     PIC 9(02) COMP.
       01  CZ-RING-TABLE.
           05  CZ-RING-ENTRY OCCURS 50 TIMES PIC X(47).

      *    Case names in use: the hand-kept deck's and those given
      *    out so far.
       01  CZ-NAME-MAX                     PIC 9(04) COMP VALUE 4000.
       01  CZ-NAME-COUNT                   PIC 9(04) COMP VALUE ZERO.
       01  CZ-NAME-IDX                     PIC 9(04) COMP.
       01  CZ-NAME-TABLE.
           05  CZ-NAME-ENTRY OCCURS 4000 TIMES PIC X(05).
       01  CZ-FIND-NAME                    PIC X(05).

      *    Stem arithmetic: the key modulo 36**4, spelled in base
      *    36.
       01  CZ-STEM-RANGE                   PIC 9(07) VALUE 1679616.
       01  CZ-STEM-QUOT                    PIC 9(18).
       01  CZ-STEM-NUM                     PIC 9(07).
       01  CZ-STEM-WORK                    PIC 9(07).
       01  CZ-STEM-DIGIT                   PIC 9(02).
       01  CZ-STEM-POS                     PIC 9(01) COMP.
       01  CZ-STEM                         PIC X(04).
       01  CZ-B36-DIGITS                   PIC X(36) VALUE
           '0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01  CZ-B36-TABLE REDEFINES CZ-B36-DIGITS.
           05  CZ-B36-DIGIT OCCURS 36 TIMES PIC X(01).
       01  CZ-CASE-LETTERS                 PIC X(03) VALUE 'CPR'.
       01  CZ-CASE-IDX                     PIC 9(01) COMP.

      *    One generated case: its output slot and expected answer
      *    in the form the harness compares (the slot's digits,
      *    left-justified, the rest of the slot spaces).
       01  CZ-ANS-COUNT                    PIC 9(09).
       01  CZ-ANS-PEAK                     PIC 9(18).
       01  CZ-ANS-RC                       PIC 9(02).

       01  CZ-COUNTERS.
           05  CZ-CNT-RECORDS              PIC 9(09) VALUE ZERO.
           05  CZ-CNT-BY-EVERY             PIC 9(09) VALUE ZERO.
           05  CZ-CNT-BY-LEADER            PIC 9(09) VALUE ZERO.
           05  CZ-CNT-BY-VERIFIED          PIC 9(09) VALUE ZERO.
           05  CZ-CNT-BY-RC                PIC 9(09) VALUE ZERO.
           05  CZ-CNT-LEADER-MISSING       PIC 9(09) VALUE ZERO.
           05  CZ-CNT-DROPPED              PIC 9(09) VALUE ZERO.
           05  CZ-CNT-HAND-NAMES           PIC 9(09) VALUE ZERO.
           05  CZ-CNT-STEPPED              PIC 9(09) VALUE ZERO.
           05  CZ-CNT-CASES                PIC 9(09) VALUE ZERO.

       01  CZ-HDR-LINE.
           05  FILLER                      PIC X(40)
               VALUE 'COLZGEN REGRESSION CASE GENERATOR'.
           05  FILLER                      PIC X(40) VALUE SPACES.

       01  CZ-OPT-LINE.
           05  CZ-OPT-LABEL                PIC X(30).
           05  CZ-OPT-VALUE                PIC X(20).
           05  FILLER                      PIC X(30) VALUE SPACES.

       01  CZ-COL-LINE.
           05  FILLER                      PIC X(40)
               VALUE 'STEM                 KEY      COUNT     '.
           05  FILLER                      PIC X(40)
               VALUE '            PEAK  RC  RULES'.

       01  CZ-KEY-LINE.
           05  CZ-KL-STEM                  PIC X(04).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  CZ-KL-KEY                   PIC Z(17)9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  CZ-KL-COUNT                 PIC Z(08)9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  CZ-KL-PEAK                  PIC Z(17)9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  CZ-KL-RC                    PIC 9(02).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  CZ-KL-RULES.
               10  CZ-KL-RULE OCCURS 4 TIMES PIC X(02).
           05  FILLER                      PIC X(11) VALUE SPACES.

       01  CZ-SUM-LINE.
           05  CZ-SUM-LABEL                PIC X(30).
           05  CZ-SUM-VALUE                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(39) VALUE SPACES.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------*
      * 0000-MAINLINE                                               *
      *-----------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-SAMPLE-LEADERS THRU 2000-EXIT.
           PERFORM 3000-WALK-CACHE THRU 3000-EXIT.
           PERFORM 4000-WRITE-KEY-CASES THRU 4000-EXIT
               VARYING CZ-KEY-IDX FROM 1 BY 1
               UNTIL CZ-KEY-IDX > CZ-KEY-COUNT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - sampling rules, the verified-through      *
      *                   mark, the hand-kept case names, and the   *
      *                   cluster                                   *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN OUTPUT REPORT-FILE.
           PERFORM 1050-READ-OPTIONS THRU 1050-EXIT.

           WRITE CZ-REPORT-LINE FROM CZ-HDR-LINE.
           MOVE SPACES TO CZ-REPORT-LINE.
           WRITE CZ-REPORT-LINE.
           MOVE 'EVERY N-TH KEY'           TO CZ-OPT-LABEL.
           MOVE CZ-OPT-EVERY               TO CZ-SUM-VALUE.
           MOVE CZ-SUM-VALUE               TO CZ-OPT-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-OPT-LINE.
           MOVE 'LEAGUE-TABLE LEADERS'     TO CZ-OPT-LABEL.
           MOVE CZ-OPT-LEADERS             TO CZ-SUM-VALUE.
           MOVE CZ-SUM-VALUE               TO CZ-OPT-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-OPT-LINE.
           MOVE 'BELOW VERIFIED-THROUGH MARK' TO CZ-OPT-LABEL.
           MOVE CZ-OPT-VERIFIED            TO CZ-SUM-VALUE.
           MOVE CZ-SUM-VALUE               TO CZ-OPT-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-OPT-LINE.
           MOVE 'OVERFLOW/RUNAWAY ENTRIES' TO CZ-OPT-LABEL.
           MOVE CZ-OPT-RC                  TO CZ-OPT-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-OPT-LINE.
           MOVE 'KEY LIMIT'                TO CZ-OPT-LABEL.
           MOVE CZ-OPT-LIMIT               TO CZ-SUM-VALUE.
           MOVE CZ-SUM-VALUE               TO CZ-OPT-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-OPT-LINE.

           IF CZ-OPT-VERIFIED > ZERO
               PERFORM 1200-READ-MARK THRU 1200-EXIT
           END-IF.
           PERFORM 1300-LOAD-NAMES THRU 1300-EXIT.

      *    The limits are on the keys held in all, so the leaders,
      *    chosen first, already count against the walk's share.
           IF CZ-OPT-LIMIT > CZ-OPT-VERIFIED
               COMPUTE CZ-WALK-LIMIT = CZ-OPT-LIMIT - CZ-OPT-VERIFIED
           ELSE
               MOVE ZERO TO CZ-WALK-LIMIT
           END-IF.

           OPEN INPUT CACHE-FILE.
           IF NOT CZ-CACHE-STATUS-OK
               DISPLAY 'COLZGEN: CACHE FILE OPEN FAILED, STATUS '
                   CZ-CACHE-STATUS
               CLOSE REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT TCOUT-FILE.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1050-READ-OPTIONS - read every GENCARD record and apply     *
      *                     its keywords; no GENCARD takes the      *
      *                     defaults                                *
      *-----------------------------------------------------------*
       1050-READ-OPTIONS.
           OPEN INPUT GENCARD-FILE.
           IF CZ-GENCARD-STATUS-NOTFOUND
               SET CZ-CTL-EOF TO TRUE
           ELSE
               PERFORM 1055-READ-GENCARD THRU 1055-EXIT
                   UNTIL CZ-CTL-EOF
               CLOSE GENCARD-FILE
           END-IF.
           IF CZ-OPT-LIMIT = ZERO
             OR CZ-OPT-LIMIT > CZ-MAX-KEYS
             OR CZ-OPT-LEADERS > CZ-MAX-LEADERS
             OR CZ-OPT-VERIFIED > CZ-MAX-VERIFIED
               DISPLAY 'COLZGEN: GENCARD LIMIT= MUST BE 1-'
                   CZ-MAX-KEYS ', LEADERS= AND VERIFIED= AT MOST '
                   CZ-MAX-LEADERS
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       1050-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1055-READ-GENCARD - one card: scan its blank-separated      *
      *                     keywords                                *
      *-----------------------------------------------------------*
       1055-READ-GENCARD.
           READ GENCARD-FILE
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
           UNSTRING CZ-GENCARD DELIMITED BY ALL ' '
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

           IF CZ-CTL-KEYWORD = 'RC'
             AND CZ-CTL-LEN = 1
             AND (CZ-CTL-VALUE(1:1) = 'Y' OR CZ-CTL-VALUE(1:1) = 'N')
               MOVE CZ-CTL-VALUE(1:1) TO CZ-OPT-RC
               GO TO 1060-EXIT
           END-IF.
           IF CZ-CTL-LEN > ZERO
             AND CZ-CTL-LEN NOT > 9
               IF CZ-CTL-VALUE(1:CZ-CTL-LEN) IS NUMERIC
                   EVALUATE TRUE
                       WHEN CZ-CTL-KEYWORD = 'EVERY'
                           MOVE CZ-CTL-VALUE(1:CZ-CTL-LEN)
                               TO CZ-OPT-EVERY
                           GO TO 1060-EXIT
                       WHEN CZ-CTL-KEYWORD = 'LEADERS'
                         AND CZ-CTL-LEN NOT > 2
                           MOVE CZ-CTL-VALUE(1:CZ-CTL-LEN)
                               TO CZ-OPT-LEADERS
                           GO TO 1060-EXIT
                       WHEN CZ-CTL-KEYWORD = 'VERIFIED'
                         AND CZ-CTL-LEN NOT > 2
                           MOVE CZ-CTL-VALUE(1:CZ-CTL-LEN)
                               TO CZ-OPT-VERIFIED
                           GO TO 1060-EXIT
                       WHEN CZ-CTL-KEYWORD = 'LIMIT'
                         AND CZ-CTL-LEN NOT > 4
                           MOVE CZ-CTL-VALUE(1:CZ-CTL-LEN)
                               TO CZ-OPT-LIMIT
                           GO TO 1060-EXIT
                   END-EVALUATE
               END-IF
           END-IF.

           DISPLAY 'COLZGEN: INVALID GENCARD KEYWORD '''
               CZ-CTL-TOKEN ''' - EXPECTED EVERY=N, LEADERS=NN, '
               'VERIFIED=NN, RC=Y|N OR LIMIT=NNNN'
           CLOSE GENCARD-FILE.
           CLOSE REPORT-FILE.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
       1060-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1200-READ-MARK - the COLZVER verified-through mark; without *
      *                  it the VERIFIED rule chooses nothing       *
      *-----------------------------------------------------------*
       1200-READ-MARK.
           OPEN INPUT VERHWM-FILE.
           IF NOT CZ-VERHWM-STATUS-OK
               DISPLAY 'COLZGEN: VERHWM NOT AVAILABLE, STATUS '
                   CZ-VERHWM-STATUS ' - NO KEYS BELOW THE MARK'
               SET CZ-WARNING TO TRUE
               GO TO 1200-EXIT
           END-IF.
           READ VERHWM-FILE
               AT END
                   MOVE ZERO TO CZ-VERH-VERIFIED-THRU
           END-READ.
           MOVE CZ-VERH-VERIFIED-THRU TO CZ-VERIFIED-THRU.
           CLOSE VERHWM-FILE.
           MOVE 'VERIFIED THROUGH'         TO CZ-OPT-LABEL.
           MOVE CZ-VERIFIED-THRU           TO CZ-OPT-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-OPT-LINE.
       1200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1300-LOAD-NAMES - the names on the hand-kept TESTIN deck,   *
      *                   which generated cases must not reuse      *
      *-----------------------------------------------------------*
       1300-LOAD-NAMES.
           OPEN INPUT TESTIN-FILE.
           IF NOT CZ-TESTIN-STATUS-OK
               GO TO 1300-EXIT
           END-IF.
           MOVE 'N' TO CZ-EOF-SWITCH.
           PERFORM 1310-LOAD-ONE-NAME THRU 1310-EXIT
               UNTIL CZ-EOF.
           CLOSE TESTIN-FILE.
       1300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1310-LOAD-ONE-NAME                                          *
      *-----------------------------------------------------------*
       1310-LOAD-ONE-NAME.
           READ TESTIN-FILE
               AT END
                   SET CZ-EOF TO TRUE
                   GO TO 1310-EXIT
           END-READ.
           MOVE CZ-TESTIN-REC(2:5) TO CZ-FIND-NAME.
           PERFORM 8300-FIND-NAME THRU 8300-EXIT.
           IF CZ-NAME-TAKEN
               GO TO 1310-EXIT
           END-IF.
           ADD 1 TO CZ-CNT-HAND-NAMES.
           PERFORM 8310-ADD-NAME THRU 8310-EXIT.
       1310-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-SAMPLE-LEADERS - the top of both league tables, each   *
      *                       looked up in the cluster              *
      *-----------------------------------------------------------*
       2000-SAMPLE-LEADERS.
           IF CZ-OPT-LEADERS = ZERO
               GO TO 2000-EXIT
           END-IF.
           OPEN INPUT RECORDS-FILE.
           IF NOT CZ-RECFILE-STATUS-OK
               DISPLAY 'COLZGEN: RECFILE NOT AVAILABLE, STATUS '
                   CZ-RECFILE-STATUS ' - NO LEAGUE-TABLE LEADERS'
               SET CZ-WARNING TO TRUE
               GO TO 2000-EXIT
           END-IF.
           MOVE 'N' TO CZ-EOF-SWITCH.
           PERFORM 2010-SAMPLE-ONE-LEADER THRU 2010-EXIT
               UNTIL CZ-EOF.
           CLOSE RECORDS-FILE.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2010-SAMPLE-ONE-LEADER                                      *
      *-----------------------------------------------------------*
       2010-SAMPLE-ONE-LEADER.
           READ RECORDS-FILE
               AT END
                   SET CZ-EOF TO TRUE
                   GO TO 2010-EXIT
           END-READ.
           IF CZ-REC-RANK > CZ-OPT-LEADERS
             OR CZ-REC-RANK = ZERO
               GO TO 2010-EXIT
           END-IF.
           MOVE CZ-REC-START TO CZ-CACHE-KEY.
           READ CACHE-FILE
               KEY IS CZ-CACHE-KEY
               INVALID KEY
                   DISPLAY 'COLZGEN: LEAGUE-TABLE ENTRY '
                       CZ-REC-CATEGORY CZ-REC-RANK ' START '
                       CZ-REC-START ' NOT IN CACHE - SKIPPED'
                   ADD 1 TO CZ-CNT-LEADER-MISSING
                   SET CZ-WARNING TO TRUE
                   GO TO 2010-EXIT
           END-READ.
           ADD 1 TO CZ-CNT-BY-LEADER.
           MOVE 2 TO CZ-ADD-RULE.
           MOVE CZ-OPT-LIMIT TO CZ-ADD-LIMIT.
           PERFORM 8100-ADD-KEY THRU 8100-EXIT.
       2010-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-WALK-CACHE - the cluster in key sequence for the       *
      *                   every-n-th, return-code and verified-     *
      *                   through rules                             *
      *-----------------------------------------------------------*
       3000-WALK-CACHE.
           MOVE ZEROES TO CZ-CACHE-KEY.
           START CACHE-FILE KEY IS >= CZ-CACHE-KEY
               INVALID KEY
                   SET CZ-WALK-EOF TO TRUE
           END-START.
           IF NOT CZ-WALK-EOF
               PERFORM 3010-WALK-NEXT THRU 3010-EXIT
           END-IF.
           PERFORM 3100-SAMPLE-RECORD THRU 3100-EXIT
               UNTIL CZ-WALK-EOF.
           PERFORM 3200-ADD-VERIFIED THRU 3200-EXIT
               VARYING CZ-RING-IDX FROM 1 BY 1
               UNTIL CZ-RING-IDX > CZ-RING-COUNT.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3010-WALK-NEXT                                              *
      *-----------------------------------------------------------*
       3010-WALK-NEXT.
           READ CACHE-FILE NEXT RECORD
               AT END
                   SET CZ-WALK-EOF TO TRUE
           END-READ.
       3010-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3100-SAMPLE-RECORD - apply the walk rules to one record     *
      *-----------------------------------------------------------*
       3100-SAMPLE-RECORD.
           ADD 1 TO CZ-CNT-RECORDS.
           MOVE CZ-WALK-LIMIT TO CZ-ADD-LIMIT.
           IF CZ-OPT-EVERY > ZERO
               ADD 1 TO CZ-SAMPLE-CYCLE
               IF CZ-SAMPLE-CYCLE NOT < CZ-OPT-EVERY
                   MOVE ZERO TO CZ-SAMPLE-CYCLE
                   ADD 1 TO CZ-CNT-BY-EVERY
                   MOVE 1 TO CZ-ADD-RULE
                   PERFORM 8100-ADD-KEY THRU 8100-EXIT
               END-IF
           END-IF.
           IF CZ-OPT-RC-WANTED
             AND (CZ-CACHE-RC = 10 OR CZ-CACHE-RC = 20)
               ADD 1 TO CZ-CNT-BY-RC
               MOVE 4 TO CZ-ADD-RULE
               PERFORM 8100-ADD-KEY THRU 8100-EXIT
           END-IF.
           IF CZ-OPT-VERIFIED > ZERO
             AND CZ-CACHE-KEY NOT > CZ-VERIFIED-THRU
               MOVE CZ-CACHE-REC TO CZ-RING-ENTRY(CZ-RING-NEXT)
               IF CZ-RING-COUNT < CZ-OPT-VERIFIED
                   ADD 1 TO CZ-RING-COUNT
               END-IF
               ADD 1 TO CZ-RING-NEXT
               IF CZ-RING-NEXT > CZ-OPT-VERIFIED
                   MOVE 1 TO CZ-RING-NEXT
               END-IF
           END-IF.
           PERFORM 3010-WALK-NEXT THRU 3010-EXIT.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3200-ADD-VERIFIED - one kept key below the mark             *
      *-----------------------------------------------------------*
       3200-ADD-VERIFIED.
           MOVE CZ-RING-ENTRY(CZ-RING-IDX) TO CZ-CACHE-REC.
           ADD 1 TO CZ-CNT-BY-VERIFIED.
           MOVE 3 TO CZ-ADD-RULE.
           MOVE CZ-OPT-LIMIT TO CZ-ADD-LIMIT.
           PERFORM 8100-ADD-KEY THRU 8100-EXIT.
       3200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-WRITE-KEY-CASES - name one key's cases, list it and    *
      *                        write its count, peak and return-    *
      *                        code cases                           *
      *-----------------------------------------------------------*
       4000-WRITE-KEY-CASES.
           DIVIDE CZ-KT-KEY(CZ-KEY-IDX) BY CZ-STEM-RANGE
               GIVING CZ-STEM-QUOT REMAINDER CZ-STEM-NUM.
           MOVE 'N' TO CZ-STEM-SWITCH.
           PERFORM 4100-TRY-STEM THRU 4100-EXIT
               UNTIL CZ-STEM-FREE.
           MOVE CZ-STEM TO CZ-KT-STEM(CZ-KEY-IDX).
           PERFORM 4200-LIST-KEY THRU 4200-EXIT.
           PERFORM 4300-WRITE-CASE THRU 4300-EXIT
               VARYING CZ-CASE-IDX FROM 1 BY 1
               UNTIL CZ-CASE-IDX > 3.
       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4100-TRY-STEM - spell CZ-STEM-NUM in base 36 and take it    *
      *                 if none of its three names is in use,       *
      *                 otherwise step to the next stem             *
      *-----------------------------------------------------------*
       4100-TRY-STEM.
           MOVE CZ-STEM-NUM TO CZ-STEM-WORK.
           PERFORM 4110-STEM-DIGIT THRU 4110-EXIT
               VARYING CZ-STEM-POS FROM 4 BY -1
               UNTIL CZ-STEM-POS < 1.
           MOVE 'N' TO CZ-NAME-SWITCH.
           PERFORM 4120-CHECK-NAME THRU 4120-EXIT
               VARYING CZ-CASE-IDX FROM 1 BY 1
               UNTIL CZ-CASE-IDX > 3
                   OR CZ-NAME-TAKEN.
           IF CZ-NAME-TAKEN
               ADD 1 TO CZ-CNT-STEPPED
               ADD 1 TO CZ-STEM-NUM
               IF CZ-STEM-NUM NOT < CZ-STEM-RANGE
                   MOVE ZERO TO CZ-STEM-NUM
               END-IF
               GO TO 4100-EXIT
           END-IF.
           SET CZ-STEM-FREE TO TRUE.
           PERFORM 4130-TAKE-NAME THRU 4130-EXIT
               VARYING CZ-CASE-IDX FROM 1 BY 1
               UNTIL CZ-CASE-IDX > 3.
       4100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4110-STEM-DIGIT                                             *
      *-----------------------------------------------------------*
       4110-STEM-DIGIT.
           DIVIDE CZ-STEM-WORK BY 36
               GIVING CZ-STEM-WORK REMAINDER CZ-STEM-DIGIT.
           ADD 1 TO CZ-STEM-DIGIT.
           MOVE CZ-B36-DIGIT(CZ-STEM-DIGIT)
               TO CZ-STEM(CZ-STEM-POS:1).
       4110-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4120-CHECK-NAME                                             *
      *-----------------------------------------------------------*
       4120-CHECK-NAME.
           MOVE CZ-CASE-LETTERS(CZ-CASE-IDX:1) TO CZ-FIND-NAME(1:1).
           MOVE CZ-STEM TO CZ-FIND-NAME(2:4).
           PERFORM 8300-FIND-NAME THRU 8300-EXIT.
       4120-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4130-TAKE-NAME                                              *
      *-----------------------------------------------------------*
       4130-TAKE-NAME.
           MOVE CZ-CASE-LETTERS(CZ-CASE-IDX:1) TO CZ-FIND-NAME(1:1).
           MOVE CZ-STEM TO CZ-FIND-NAME(2:4).
           PERFORM 8310-ADD-NAME THRU 8310-EXIT.
       4130-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4200-LIST-KEY - one key on GENOUT                           *
      *-----------------------------------------------------------*
       4200-LIST-KEY.
           IF CZ-KEY-IDX = 1
               MOVE SPACES TO CZ-REPORT-LINE
               WRITE CZ-REPORT-LINE
               WRITE CZ-REPORT-LINE FROM CZ-COL-LINE
           END-IF.
           MOVE CZ-KT-STEM(CZ-KEY-IDX)     TO CZ-KL-STEM.
           MOVE CZ-KT-KEY(CZ-KEY-IDX)      TO CZ-KL-KEY.
           MOVE CZ-KT-COUNT(CZ-KEY-IDX)    TO CZ-KL-COUNT.
           MOVE CZ-KT-PEAK(CZ-KEY-IDX)     TO CZ-KL-PEAK.
           MOVE CZ-KT-RC(CZ-KEY-IDX)       TO CZ-KL-RC.
           MOVE SPACES TO CZ-KL-RULES.
           IF CZ-KT-RULE-FLAG(CZ-KEY-IDX, 1) = 'Y'
               MOVE 'E' TO CZ-KL-RULE(1)
           END-IF.
           IF CZ-KT-RULE-FLAG(CZ-KEY-IDX, 2) = 'Y'
               MOVE 'L' TO CZ-KL-RULE(2)
           END-IF.
           IF CZ-KT-RULE-FLAG(CZ-KEY-IDX, 3) = 'Y'
               MOVE 'V' TO CZ-KL-RULE(3)
           END-IF.
           IF CZ-KT-RULE-FLAG(CZ-KEY-IDX, 4) = 'Y'
               MOVE 'R' TO CZ-KL-RULE(4)
           END-IF.
           WRITE CZ-REPORT-LINE FROM CZ-KEY-LINE.
       4200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4300-WRITE-CASE - one TESTCASE record: start value in slot  *
      *                   1, the three outputs as output-only       *
      *                   slots, tracing off in slot 5, and the     *
      *                   checked output's cached value as the      *
      *                   answer                                    *
      *-----------------------------------------------------------*
       4300-WRITE-CASE.
           MOVE SPACES TO TC-TEST-CASE-REC.
           MOVE '1'                        TO TC-ENABLED.
           MOVE CZ-CASE-LETTERS(CZ-CASE-IDX:1) TO TC-NAME(1:1).
           MOVE CZ-KT-STEM(CZ-KEY-IDX)     TO TC-NAME(2:4).
           MOVE 'Collatz'                  TO TC-FUNC.
           MOVE 5                          TO TC-PARM-COUNT.
           MOVE 'N'                        TO TC-PARM-TYPE(1).
           MOVE 'I'                        TO TC-PARM-DIRECTION(1).
           MOVE CZ-KT-KEY(CZ-KEY-IDX)      TO TC-PARM-VALUE(1).
           MOVE 'N'                        TO TC-PARM-TYPE(2).
           MOVE 'O'                        TO TC-PARM-DIRECTION(2).
           MOVE 'N'                        TO TC-PARM-TYPE(3).
           MOVE 'O'                        TO TC-PARM-DIRECTION(3).
           MOVE 'N'                        TO TC-PARM-TYPE(4).
           MOVE 'O'                        TO TC-PARM-DIRECTION(4).
           MOVE 'N'                        TO TC-PARM-TYPE(5).
           MOVE 'I'                        TO TC-PARM-DIRECTION(5).
           MOVE 'N'                        TO TC-PARM-VALUE(5).
           EVALUATE CZ-CASE-IDX
               WHEN 1
                   MOVE CZ-KT-COUNT(CZ-KEY-IDX) TO CZ-ANS-COUNT
                   MOVE CZ-ANS-COUNT       TO TC-ANSWER
                   MOVE 2                  TO TC-CHECK-SLOT
               WHEN 2
                   MOVE CZ-KT-PEAK(CZ-KEY-IDX) TO CZ-ANS-PEAK
                   MOVE CZ-ANS-PEAK        TO TC-ANSWER
                   MOVE 3                  TO TC-CHECK-SLOT
               WHEN 3
                   MOVE CZ-KT-RC(CZ-KEY-IDX) TO CZ-ANS-RC
                   MOVE CZ-ANS-RC          TO TC-ANSWER
                   MOVE 4                  TO TC-CHECK-SLOT
           END-EVALUATE.
           WRITE TC-TEST-CASE-REC.
           ADD 1 TO CZ-CNT-CASES.
       4300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8100-ADD-KEY - the current cache record into the key table, *
      *                in key order, marked with CZ-ADD-RULE; a key *
      *                already held only gains the rule; a new key  *
      *                beyond CZ-ADD-LIMIT is dropped               *
      *-----------------------------------------------------------*
       8100-ADD-KEY.
           MOVE 1 TO CZ-INS-IDX.
           PERFORM 8110-SKIP-LOWER-KEY THRU 8110-EXIT
               UNTIL CZ-INS-IDX > CZ-KEY-COUNT
                   OR CZ-KT-KEY(CZ-INS-IDX) NOT < CZ-CACHE-KEY.
           IF CZ-INS-IDX NOT > CZ-KEY-COUNT
               IF CZ-KT-KEY(CZ-INS-IDX) = CZ-CACHE-KEY
                   MOVE 'Y' TO CZ-KT-RULE-FLAG(CZ-INS-IDX, CZ-ADD-RULE)
                   GO TO 8100-EXIT
               END-IF
           END-IF.
           IF CZ-KEY-COUNT NOT < CZ-ADD-LIMIT
               IF CZ-CNT-DROPPED = ZERO
                   DISPLAY 'COLZGEN: KEY LIMIT REACHED AT KEY '
                       CZ-CACHE-KEY ' - FURTHER KEYS DROPPED'
               END-IF
               ADD 1 TO CZ-CNT-DROPPED
               SET CZ-WARNING TO TRUE
               GO TO 8100-EXIT
           END-IF.
           PERFORM 8120-SHIFT-KEY THRU 8120-EXIT
               VARYING CZ-SHIFT-IDX FROM CZ-KEY-COUNT BY -1
               UNTIL CZ-SHIFT-IDX < CZ-INS-IDX.
           ADD 1 TO CZ-KEY-COUNT.
           MOVE CZ-CACHE-KEY   TO CZ-KT-KEY(CZ-INS-IDX).
           MOVE CZ-CACHE-COUNT TO CZ-KT-COUNT(CZ-INS-IDX).
           MOVE CZ-CACHE-PEAK  TO CZ-KT-PEAK(CZ-INS-IDX).
           MOVE CZ-CACHE-RC    TO CZ-KT-RC(CZ-INS-IDX).
           MOVE SPACES         TO CZ-KT-STEM(CZ-INS-IDX).
           MOVE 'N' TO CZ-KT-RULE-FLAG(CZ-INS-IDX, 1).
           MOVE 'N' TO CZ-KT-RULE-FLAG(CZ-INS-IDX, 2).
           MOVE 'N' TO CZ-KT-RULE-FLAG(CZ-INS-IDX, 3).
           MOVE 'N' TO CZ-KT-RULE-FLAG(CZ-INS-IDX, 4).
           MOVE 'Y' TO CZ-KT-RULE-FLAG(CZ-INS-IDX, CZ-ADD-RULE).
       8100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8110-SKIP-LOWER-KEY                                         *
      *-----------------------------------------------------------*
       8110-SKIP-LOWER-KEY.
           ADD 1 TO CZ-INS-IDX.
       8110-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8120-SHIFT-KEY - move one entry up a place to open a gap    *
      *-----------------------------------------------------------*
       8120-SHIFT-KEY.
           MOVE CZ-KEY-ENTRY(CZ-SHIFT-IDX)
               TO CZ-KEY-ENTRY(CZ-SHIFT-IDX + 1).
       8120-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8300-FIND-NAME - is CZ-FIND-NAME in use                     *
      *-----------------------------------------------------------*
       8300-FIND-NAME.
           MOVE 'N' TO CZ-NAME-SWITCH.
           PERFORM 8305-MATCH-NAME THRU 8305-EXIT
               VARYING CZ-NAME-IDX FROM 1 BY 1
               UNTIL CZ-NAME-IDX > CZ-NAME-COUNT
                   OR CZ-NAME-TAKEN.
       8300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8305-MATCH-NAME                                             *
      *-----------------------------------------------------------*
       8305-MATCH-NAME.
           IF CZ-NAME-ENTRY(CZ-NAME-IDX) = CZ-FIND-NAME
               SET CZ-NAME-TAKEN TO TRUE
           END-IF.
       8305-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8310-ADD-NAME - CZ-FIND-NAME into the names in use          *
      *-----------------------------------------------------------*
       8310-ADD-NAME.
           IF CZ-NAME-COUNT NOT < CZ-NAME-MAX
               DISPLAY 'COLZGEN: NAME TABLE FULL AT ' CZ-NAME-MAX
                   ' - ' CZ-FIND-NAME ' NOT HELD'
               SET CZ-WARNING TO TRUE
               GO TO 8310-EXIT
           END-IF.
           ADD 1 TO CZ-NAME-COUNT.
           MOVE CZ-FIND-NAME TO CZ-NAME-ENTRY(CZ-NAME-COUNT).
       8310-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE - sampling totals and the return code        *
      *-----------------------------------------------------------*
       9000-TERMINATE.
           MOVE SPACES TO CZ-REPORT-LINE.
           WRITE CZ-REPORT-LINE.

           MOVE 'CACHE RECORDS READ'       TO CZ-SUM-LABEL.
           MOVE CZ-CNT-RECORDS             TO CZ-SUM-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE.

           MOVE 'CHOSEN AS EVERY N-TH (E)' TO CZ-SUM-LABEL.
           MOVE CZ-CNT-BY-EVERY            TO CZ-SUM-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE.

           MOVE 'CHOSEN AS LEADERS (L)'    TO CZ-SUM-LABEL.
           MOVE CZ-CNT-BY-LEADER           TO CZ-SUM-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE.

           MOVE 'LEADERS NOT IN CACHE'     TO CZ-SUM-LABEL.
           MOVE CZ-CNT-LEADER-MISSING      TO CZ-SUM-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE.

           MOVE 'CHOSEN BELOW THE MARK (V)' TO CZ-SUM-LABEL.
           MOVE CZ-CNT-BY-VERIFIED         TO CZ-SUM-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE.

           MOVE 'CHOSEN BY RC 10/20 (R)'   TO CZ-SUM-LABEL.
           MOVE CZ-CNT-BY-RC               TO CZ-SUM-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE.

           MOVE 'KEYS DROPPED AT LIMIT'    TO CZ-SUM-LABEL.
           MOVE CZ-CNT-DROPPED             TO CZ-SUM-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE.

           MOVE 'KEYS GENERATED'           TO CZ-SUM-LABEL.
           MOVE CZ-KEY-COUNT               TO CZ-SUM-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE.

           MOVE 'HAND-KEPT CASE NAMES'     TO CZ-SUM-LABEL.
           MOVE CZ-CNT-HAND-NAMES          TO CZ-SUM-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE.

           MOVE 'STEMS STEPPED PAST A CLASH' TO CZ-SUM-LABEL.
           MOVE CZ-CNT-STEPPED             TO CZ-SUM-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE.

           MOVE 'TEST CASES WRITTEN'       TO CZ-SUM-LABEL.
           MOVE CZ-CNT-CASES               TO CZ-SUM-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE.

           CLOSE CACHE-FILE.
           CLOSE TCOUT-FILE.
           CLOSE REPORT-FILE.
           IF CZ-WARNING
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * PROGRAM-ID.  COLZINT                                       *
      * AUTHOR.      R. CHIN, APPLICATIONS DEVELOPMENT.             *
      * INSTALLATION. MERIDIAN BATCH SERVICES.                      *
      * DATE-WRITTEN. 2026-10-15.                                   *
      *                                                             *
      * REMARKS.                                                    *
      *   Submission intake for the nightly run.  Reads the       *
      *   carry-over deck (CARRYIN - the cards the last run did    *
      *   not reach before its MAXRECS limit) and then every       *
      *   department's submission deck (SUBMIN - the departments' *
      *   data sets concatenated in the JCL) and puts each card    *
      *   through the same edits COLZRPT's 2150-EDIT-RECORD        *
      *   applies: numeric, non-zero, span FROM not above THRU,    *
      *   requestor on the master, active, and within its daily   *
      *   limit.  Rejects go to INTEXCP in the EXCPOUT layout      *
      *   (copybook CZEXCP), sequenced by position in the two      *
      *   decks read as one, so COLZFIX can repair them.           *
      *                                                             *
      *   The accepted cards are sorted by starting value and      *
      *   cut into segments - runs of consecutive values asked     *
      *   for by the same set of departments.  Each segment is     *
      *   given one owning department (the owner of the segment    *
      *   before it when that department is in the set, so a      *
      *   run is not broken needlessly, otherwise the lowest       *
      *   code) and the canonical deck (SUBMOUT) is written with   *
      *   overlapping and adjacent segments of one owner           *
      *   collapsed onto a single card, so no starting value is    *
      *   run twice.  A card can name only one requestor, so       *
      *   adjacent work of two different owners stays on two      *
      *   cards.  The cross-reference (XREFOUT, copybook CZXREF)   *
      *   records every department that asked for each segment;   *
      *   COLZRPT reads it on XREFIN to send each result to all    *
      *   of them.                                                  *
      *                                                             *
      *   Carried work goes first.  A segment covered by a         *
      *   carried card is owned by a department that carried it   *
      *   and its canonical card is written to the carry-over      *
      *   canonical deck (CRYDECK) instead of SUBMOUT; COLZCRY     *
      *   puts CRYDECK ahead of SUBMOUT on RANGEIN.                 *
      *                                                             *
      *   The INTOUT report shows per department the cards         *
      *   (carried and submitted) received and rejected, the       *
      *   starting values requested on its accepted cards and how  *
      *   many of them another department also asked for, then     *
      *   the deck totals.                                         *
      *                                                             *
      *   RETURN-CODE 0 = deck built, 4 = more requestor codes     *
      *   than the report table holds (deck and cross-reference    *
      *   are complete), 16 = an output or the requestor master    *
      *   not available (the canonical decks are left empty when   *
      *   they could be opened).                                    *
      *                                                             *
      * MAINTENANCE HISTORY                                        *
      *   2026-10-15  RLC  Original program.                        *
      *   2026-10-15  RLC  Reads the carry-over deck ahead of the   *
      *                    submissions so carried spans are         *
      *                    collapsed and cross-referenced with      *
      *                    tonight's; carried segments are owned by *
      *                    a carrying department and written to     *
      *                    CRYDECK.                                 *
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COLZINT.
       AUTHOR.        R. CHIN.
       INSTALLATION.  MERIDIAN BATCH SERVICES.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARRY-FILE   ASSIGN TO CARRYIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CZ-CARRY-STATUS.

           SELECT SUBMIT-FILE  ASSIGN TO SUBMIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CZ-SUBMIT-STATUS.

           SELECT DECK-FILE    ASSIGN TO SUBMOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CZ-DECK-STATUS.

           SELECT CRYDECK-FILE ASSIGN TO CRYDECK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CZ-CRYDECK-STATUS.

           SELECT XREF-FILE    ASSIGN TO XREFOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CZ-XREF-STATUS.

           SELECT EXCP-FILE    ASSIGN TO INTEXCP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CZ-EXCP-STATUS.

           SELECT REQMAST-FILE ASSIGN TO REQMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CZ-REQM-CODE
               FILE STATUS IS CZ-REQMAST-STATUS.

           SELECT REPORT-FILE  ASSIGN TO INTOUT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-FILE    ASSIGN TO SORTWK01.

      *    A carried card is read into the submission record area,
      *    so both decks go through the one edit.
       I-O-CONTROL.
           SAME RECORD AREA FOR CARRY-FILE SUBMIT-FILE.

       DATA DIVISION.
       FILE SECTION.
       FD  CARRY-FILE
           RECORDING MODE IS F.
       01  CZ-CARRY-REC                    PIC X(80).

       FD  SUBMIT-FILE
           RECORDING MODE IS F.
           COPY CZRANGE.

       FD  DECK-FILE
           RECORDING MODE IS F.
       01  CZ-DECK-REC                     PIC X(80).

       FD  CRYDECK-FILE
           RECORDING MODE IS F.
       01  CZ-CRYDECK-REC                  PIC X(80).

       FD  XREF-FILE
           RECORDING MODE IS F.
           COPY CZXREF.

       FD  EXCP-FILE
           RECORDING MODE IS F.
       01  CZ-EXCP-REC                     PIC X(98).

       FD  REQMAST-FILE.
           COPY CZREQM.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  CZ-REPORT-LINE                  PIC X(90).

       SD  SORT-FILE.
       01  CZ-SRT-REC.
           05  CZ-SRT-FROM                 PIC 9(18).
           05  CZ-SRT-THRU                 PIC 9(18).
           05  CZ-SRT-REQUESTOR            PIC X(03).
           05  CZ-SRT-CLASS                PIC X(01).

       WORKING-STORAGE SECTION.
       01  CZ-SWITCHES.
           05  CZ-CARRY-EOF-SWITCH         PIC X(01) VALUE 'N'.
               88  CZ-CARRY-EOF                     VALUE 'Y'.
           05  CZ-CARRY-OPEN-SWITCH        PIC X(01) VALUE 'N'.
               88  CZ-CARRY-OPEN                    VALUE 'Y'.
           05  CZ-SUBMIT-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  CZ-SUBMIT-EOF                    VALUE 'Y'.
           05  CZ-SUBMIT-OPEN-SWITCH       PIC X(01) VALUE 'N'.
               88  CZ-SUBMIT-OPEN                   VALUE 'Y'.
           05  CZ-RECORD-VALID-SWITCH      PIC X(01) VALUE 'N'.
               88  CZ-RECORD-VALID                  VALUE 'Y'.
           05  CZ-REQM-EOF-SWITCH          PIC X(01) VALUE 'N'.
               88  CZ-REQM-EOF                      VALUE 'Y'.
           05  CZ-SRT-EOF-SWITCH           PIC X(01) VALUE 'N'.
               88  CZ-SRT-EOF                       VALUE 'Y'.
           05  CZ-DEPT-FULL-SWITCH         PIC X(01) VALUE 'N'.
               88  CZ-DEPT-FULL                     VALUE 'Y'.
           05  CZ-PND-SWITCH               PIC X(01) VALUE 'N'.
               88  CZ-PND-HELD                      VALUE 'Y'.
           05  CZ-CARD-SWITCH              PIC X(01) VALUE 'N'.
               88  CZ-CARD-HELD                     VALUE 'Y'.
           05  CZ-PRV-SWITCH               PIC X(01) VALUE 'N'.
               88  CZ-PRV-HELD                      VALUE 'Y'.
           05  CZ-SAME-SET-SWITCH          PIC X(01) VALUE 'N'.
               88  CZ-SAME-SET                      VALUE 'Y'.
           05  CZ-PND-CARRY-SWITCH         PIC X(01) VALUE 'N'.
               88  CZ-PND-CARRIED                   VALUE 'Y'.

      *    Where the card being edited came from: the carry-over
      *    deck or a department's submission.  Carried work sorts
      *    ahead of submitted work at the same value.
       01  CZ-CARD-CLASS                   PIC X(01) VALUE 'S'.
           88  CZ-CLASS-CARRIED                   VALUE 'C'.
           88  CZ-CLASS-SUBMITTED                 VALUE 'S'.

       01  CZ-CARRY-STATUS                 PIC X(02).
           88  CZ-CARRY-STATUS-OK                 VALUE '00'.

       01  CZ-SUBMIT-STATUS                PIC X(02).
           88  CZ-SUBMIT-STATUS-OK                VALUE '00'.

       01  CZ-DECK-STATUS                  PIC X(02).
           88  CZ-DECK-STATUS-OK                  VALUE '00'.

       01  CZ-CRYDECK-STATUS               PIC X(02).
           88  CZ-CRYDECK-STATUS-OK               VALUE '00'.

       01  CZ-XREF-STATUS                  PIC X(02).
           88  CZ-XREF-STATUS-OK                  VALUE '00'.

       01  CZ-EXCP-STATUS                  PIC X(02).
           88  CZ-EXCP-STATUS-OK                  VALUE '00'.

       01  CZ-REQMAST-STATUS               PIC X(02).
           88  CZ-REQMAST-STATUS-OK               VALUE '00'.

           COPY CZEXCP.

      *    Departments authorized to submit, loaded from the
      *    requestor master exactly as COLZRPT loads them.
           COPY CZREQT.

       01  CZ-REQ-IDX                      PIC 9(02) COMP.
       01  CZ-CURR-REQ-IDX                 PIC 9(02) COMP VALUE ZERO.
       01  CZ-CURR-REQUESTOR               PIC X(03) VALUE SPACES.
       01  CZ-CARD-VALUES                  PIC 9(18) VALUE ZERO.

      *    Canonical card staging area with the two CZRANGE
      *    layouts overlaid.
       01  CZ-OUT-CARD                     PIC X(80).
       01  CZ-OUT-SINGLE REDEFINES CZ-OUT-CARD.
           05  CZ-OS-VALUE                 PIC 9(18).
           05  CZ-OS-REQUESTOR             PIC X(03).
           05  FILLER                      PIC X(59).
       01  CZ-OUT-SPAN REDEFINES CZ-OUT-CARD.
           05  CZ-OP-REC-TYPE              PIC X(05).
           05  CZ-OP-FROM-VALUE            PIC 9(18).
           05  CZ-OP-THRU-VALUE            PIC 9(18).
           05  CZ-OP-REQUESTOR             PIC X(03).
           05  FILLER                      PIC X(36).

      *    The next sorted span, read ahead of the sweep.
       01  CZ-NXT-FROM                     PIC 9(18) VALUE ZERO.
       01  CZ-NXT-THRU                     PIC 9(18) VALUE ZERO.
       01  CZ-NXT-KEY.
           05  CZ-NXT-REQUESTOR            PIC X(03) VALUE SPACES.
           05  CZ-NXT-CLASS                PIC X(01) VALUE SPACES.

      *    Sweep position and the departments whose spans cover
      *    it, in code order (a department's carried span ahead
      *    of its submitted one), each with the last value of its
      *    span; one department's overlapping spans of one class
      *    are held as one entry running to the furthest THRU.
       01  CZ-CUR-POS                      PIC 9(18) VALUE ZERO.
       01  CZ-MIN-THRU                     PIC 9(18) VALUE ZERO.
       01  CZ-SEG-THRU                     PIC 9(18) VALUE ZERO.
       01  CZ-ACT-COUNT                    PIC 9(02) COMP VALUE ZERO.
       01  CZ-ACT-IDX                      PIC 9(02) COMP.
       01  CZ-ACT-SLOT                     PIC 9(02) COMP.
       01  CZ-ACT-TABLE.
           05  CZ-ACT-ENTRY OCCURS 50 TIMES.
               10  CZ-ACT-KEY.
                   15  CZ-ACT-REQUESTOR    PIC X(03).
                   15  CZ-ACT-CLASS        PIC X(01).
               10  CZ-ACT-THRU             PIC 9(18).

      *    The segment being built: consecutive values with one
      *    set of departments, held until the set changes or a
      *    gap opens.
       01  CZ-PND-FROM                     PIC 9(18) VALUE ZERO.
       01  CZ-PND-THRU                     PIC 9(18) VALUE ZERO.
       01  CZ-PND-COUNT                    PIC 9(02) COMP VALUE ZERO.
       01  CZ-PND-DEPTS                    PIC 9(02) COMP VALUE ZERO.
       01  CZ-PND-IDX                      PIC 9(02) COMP.
       01  CZ-PND-OWNER                    PIC X(03) VALUE SPACES.
       01  CZ-PND-VALUES                   PIC 9(18) VALUE ZERO.
       01  CZ-PND-TABLE.
           05  CZ-PND-KEY OCCURS 50 TIMES.
               10  CZ-PND-REQUESTOR        PIC X(03).
               10  CZ-PND-CLASS            PIC X(01).
                   88  CZ-PND-CLASS-CARRIED       VALUE 'C'.

      *    The owner and last value of the segment written before
      *    it, so ownership can run on across a change of set.
       01  CZ-PRV-OWNER                    PIC X(03) VALUE SPACES.
       01  CZ-PRV-THRU                     PIC 9(18) VALUE ZERO.

      *    The canonical card being built.
       01  CZ-CARD-FROM                    PIC 9(18) VALUE ZERO.
       01  CZ-CARD-THRU                    PIC 9(18) VALUE ZERO.
       01  CZ-CARD-OWNER                   PIC X(03) VALUE SPACES.
       01  CZ-CARD-CARRY-SWITCH            PIC X(01) VALUE 'N'.
           88  CZ-CARD-CARRIED                    VALUE 'Y'.

      *    Requestor codes met on the submissions, in order of
      *    first appearance, for the INTOUT report.
       01  CZ-DEPT-LIMIT                   PIC 9(02) COMP VALUE 50.
       01  CZ-DEPT-COUNT                   PIC 9(02) COMP VALUE ZERO.
       01  CZ-DEPT-IDX                     PIC 9(02) COMP.
       01  CZ-CURR-DEPT-IDX                PIC 9(02) COMP.
       01  CZ-DEPT-CODE-WANTED             PIC X(03).
       01  CZ-DEPT-TABLE.
           05  CZ-DEPT-ENTRY OCCURS 50 TIMES.
               10  CZ-DEPT-CODE            PIC X(03).
               10  CZ-DEPT-CARDS           PIC 9(09).
               10  CZ-DEPT-REJECTS         PIC 9(09).
               10  CZ-DEPT-VALUES          PIC 9(18).
               10  CZ-DEPT-SHARED          PIC 9(18).

       01  CZ-COUNTERS.
           05  CZ-CNT-CARDS-READ           PIC 9(09) VALUE ZERO.
           05  CZ-CNT-CARRY-READ           PIC 9(09) VALUE ZERO.
           05  CZ-CNT-SUBMIT-READ          PIC 9(09) VALUE ZERO.
           05  CZ-CNT-REJECTED             PIC 9(09) VALUE ZERO.
           05  CZ-CNT-ACCEPTED             PIC 9(09) VALUE ZERO.
           05  CZ-CNT-VALUES-REQUESTED     PIC 9(18) VALUE ZERO.
           05  CZ-CNT-VALUES-DISTINCT      PIC 9(18) VALUE ZERO.
           05  CZ-CNT-VALUES-DUPLICATE     PIC 9(18) VALUE ZERO.
           05  CZ-CNT-VALUES-SHARED        PIC 9(18) VALUE ZERO.
           05  CZ-CNT-SEGMENTS             PIC 9(09) VALUE ZERO.
           05  CZ-CNT-CARDS-WRITTEN        PIC 9(09) VALUE ZERO.
           05  CZ-CNT-CARRY-WRITTEN        PIC 9(09) VALUE ZERO.
           05  CZ-CNT-XREF-WRITTEN         PIC 9(09) VALUE ZERO.

       01  CZ-HDR-LINE-1.
           05  FILLER                      PIC X(36)
               VALUE 'COLZINT SUBMISSION INTAKE - RUN DATE'.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  CZ-HDR-DATE                 PIC X(10).
           05  FILLER                      PIC X(43) VALUE SPACES.

       01  CZ-HDR-LINE-2.
           05  FILLER                      PIC X(10) VALUE 'REQUESTOR'.
           05  FILLER                      PIC X(11)
               VALUE '      CARDS'.
           05  FILLER                      PIC X(13)
               VALUE '     REJECTED'.
           05  FILLER                      PIC X(25)
               VALUE '         VALUES REQUESTED'.
           05  FILLER                      PIC X(25)
               VALUE '            VALUES SHARED'.
           05  FILLER                      PIC X(06) VALUE SPACES.

       01  CZ-DEPT-LINE.
           05  FILLER                      PIC X(03) VALUE SPACES.
           05  CZ-DPL-CODE                 PIC X(03).
           05  FILLER                      PIC X(04) VALUE SPACES.
           05  CZ-DPL-CARDS                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  CZ-DPL-REJECTS              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  CZ-DPL-VALUES
               PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  CZ-DPL-SHARED
               PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(06) VALUE SPACES.

       01  CZ-SUM-LINE.
           05  CZ-SUM-LABEL                PIC X(30).
           05  CZ-SUM-VALUE
               PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(37) VALUE SPACES.

       01  CZ-RUN-DATE-RAW.
           05  CZ-RUN-YY                   PIC 9(02).
           05  CZ-RUN-MM                   PIC 9(02).
           05  CZ-RUN-DD                   PIC 9(02).

       01  CZ-RUN-DATE-FULL                PIC 9(08).

       PROCEDURE DIVISION.
      *-----------------------------------------------------------*
      * 0000-MAINLINE                                               *
      *-----------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           SORT SORT-FILE
               ON ASCENDING KEY CZ-SRT-FROM
                                CZ-SRT-REQUESTOR
                                CZ-SRT-CLASS
               INPUT PROCEDURE IS 2000-EDIT-SUBMISSIONS
                   THRU 2000-EXIT
               OUTPUT PROCEDURE IS 3000-BUILD-DECK
                   THRU 3000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - open the outputs (the canonical decks     *
      *                   first, so a failure further on leaves     *
      *                   them empty rather than holding last       *
      *                   night's work), load the requestor master  *
      *                   and open the two input decks (either may  *
      *                   be missing)                               *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN OUTPUT REPORT-FILE.
           ACCEPT CZ-RUN-DATE-RAW FROM DATE.
           ACCEPT CZ-RUN-DATE-FULL FROM DATE YYYYMMDD.
           STRING '20' CZ-RUN-YY '-' CZ-RUN-MM '-' CZ-RUN-DD
               DELIMITED BY SIZE INTO CZ-HDR-DATE.
           WRITE CZ-REPORT-LINE FROM CZ-HDR-LINE-1.
           MOVE SPACES TO CZ-REPORT-LINE.
           WRITE CZ-REPORT-LINE.

           OPEN OUTPUT DECK-FILE.
           IF NOT CZ-DECK-STATUS-OK
               DISPLAY 'COLZINT: SUBMOUT OPEN FAILED, STATUS '
                   CZ-DECK-STATUS ' - CANONICAL DECK NOT BUILT'
               CLOSE REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT CRYDECK-FILE.
           IF NOT CZ-CRYDECK-STATUS-OK
               DISPLAY 'COLZINT: CRYDECK OPEN FAILED, STATUS '
                   CZ-CRYDECK-STATUS ' - CANONICAL DECK LEFT EMPTY'
               CLOSE DECK-FILE
               CLOSE REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT XREF-FILE.
           IF NOT CZ-XREF-STATUS-OK
               DISPLAY 'COLZINT: XREFOUT OPEN FAILED, STATUS '
                   CZ-XREF-STATUS ' - CANONICAL DECK LEFT EMPTY'
               CLOSE DECK-FILE
               CLOSE CRYDECK-FILE
               CLOSE REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT EXCP-FILE.
           IF NOT CZ-EXCP-STATUS-OK
               DISPLAY 'COLZINT: INTEXCP OPEN FAILED, STATUS '
                   CZ-EXCP-STATUS ' - CANONICAL DECK LEFT EMPTY'
               CLOSE DECK-FILE
               CLOSE CRYDECK-FILE
               CLOSE XREF-FILE
               CLOSE REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1040-LOAD-REQUESTORS THRU 1040-EXIT.

           OPEN INPUT CARRY-FILE.
           IF CZ-CARRY-STATUS-OK
               SET CZ-CARRY-OPEN TO TRUE
           ELSE
               DISPLAY 'COLZINT: NO CARRY-OVER DECK, STATUS '
                   CZ-CARRY-STATUS ' - NOTHING CARRIED'
               SET CZ-CARRY-EOF TO TRUE
           END-IF.

           OPEN INPUT SUBMIT-FILE.
           IF CZ-SUBMIT-STATUS-OK
               SET CZ-SUBMIT-OPEN TO TRUE
           ELSE
               DISPLAY 'COLZINT: NO SUBMISSION DECK, STATUS '
                   CZ-SUBMIT-STATUS ' - NOTHING SUBMITTED'
               SET CZ-SUBMIT-EOF TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1040-LOAD-REQUESTORS - the requestor master into the        *
      *                        requestor table; without it no card  *
      *                        can be edited, so the run ends with  *
      *                        RETURN-CODE 16 and an empty deck     *
      *-----------------------------------------------------------*
       1040-LOAD-REQUESTORS.
           OPEN INPUT REQMAST-FILE.
           IF NOT CZ-REQMAST-STATUS-OK
               DISPLAY 'COLZINT: REQMAST OPEN FAILED, STATUS '
                   CZ-REQMAST-STATUS ' - RUN COLZALOC AND COLZREQ '
                   'TO PROVISION THE REQUESTOR MASTER'
               CLOSE DECK-FILE
               CLOSE CRYDECK-FILE
               CLOSE XREF-FILE
               CLOSE EXCP-FILE
               CLOSE REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE ZERO TO CZ-REQUESTOR-COUNT.
           PERFORM 1045-LOAD-ONE-REQUESTOR THRU 1045-EXIT
               UNTIL CZ-REQM-EOF.
           CLOSE REQMAST-FILE.
           IF CZ-REQUESTOR-COUNT = ZERO
               DISPLAY 'COLZINT: REQUESTOR MASTER IS EMPTY - EVERY '
                   'SUBMITTED CARD WILL BE REJECTED REQSTR'
           END-IF.
       1040-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1045-LOAD-ONE-REQUESTOR - one master record into the table  *
      *-----------------------------------------------------------*
       1045-LOAD-ONE-REQUESTOR.
           READ REQMAST-FILE
               AT END
                   SET CZ-REQM-EOF TO TRUE
                   GO TO 1045-EXIT
           END-READ.
           IF CZ-REQUESTOR-COUNT >= CZ-REQUESTOR-MAX
               DISPLAY 'COLZINT: REQUESTOR TABLE FULL AT '
                   CZ-REQUESTOR-MAX ' - DEPARTMENT ' CZ-REQM-CODE
                   ' NOT LOADED'
               GO TO 1045-EXIT
           END-IF.
           ADD 1 TO CZ-REQUESTOR-COUNT.
           MOVE CZ-REQUESTOR-COUNT  TO CZ-REQ-IDX.
           MOVE CZ-REQM-CODE        TO CZ-REQ-CODE(CZ-REQ-IDX).
           MOVE CZ-REQM-NAME        TO CZ-REQ-NAME(CZ-REQ-IDX).
           MOVE CZ-REQM-STATE       TO CZ-REQ-STATE(CZ-REQ-IDX).
           MOVE CZ-REQM-DIST-SLOT   TO CZ-REQ-DIST-SLOT(CZ-REQ-IDX).
           MOVE CZ-REQM-DAILY-LIMIT TO CZ-REQ-DAILY-LIMIT(CZ-REQ-IDX).
           MOVE ZERO                TO CZ-REQ-VALUES-TAKEN(CZ-REQ-IDX).
       1045-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-EDIT-SUBMISSIONS - sort input: every carried card,     *
      *                         then every submitted card, edited;  *
      *                         the good ones go to the sort as     *
      *                         FROM-THRU spans marked with where   *
      *                         they came from                      *
      *-----------------------------------------------------------*
       2000-EDIT-SUBMISSIONS.
           SET CZ-CLASS-CARRIED TO TRUE.
           PERFORM 2050-READ-CARRY-RECORD THRU 2050-EXIT
               UNTIL CZ-CARRY-EOF.
           SET CZ-CLASS-SUBMITTED TO TRUE.
           PERFORM 2100-READ-EDIT-RECORD THRU 2100-EXIT
               UNTIL CZ-SUBMIT-EOF.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2050-READ-CARRY-RECORD - one carry-over card               *
      *-----------------------------------------------------------*
       2050-READ-CARRY-RECORD.
           READ CARRY-FILE
               AT END
                   SET CZ-CARRY-EOF TO TRUE
                   GO TO 2050-EXIT
           END-READ.
           ADD 1 TO CZ-CNT-CARRY-READ.
           PERFORM 2120-EDIT-RELEASE-CARD THRU 2120-EXIT.
       2050-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2100-READ-EDIT-RECORD - one submitted card                  *
      *-----------------------------------------------------------*
       2100-READ-EDIT-RECORD.
           READ SUBMIT-FILE
               AT END
                   SET CZ-SUBMIT-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           PERFORM 2120-EDIT-RELEASE-CARD THRU 2120-EXIT.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2120-EDIT-RELEASE-CARD - the card just read: count it       *
      *                          against its department, edit it,   *
      *                          and either reject it to INTEXCP or *
      *                          release it to the sort             *
      *-----------------------------------------------------------*
       2120-EDIT-RELEASE-CARD.
           ADD 1 TO CZ-CNT-CARDS-READ.
           IF CZ-RNG-SPAN-RECORD
               MOVE CZ-RNG-SPAN-REQUESTOR TO CZ-DEPT-CODE-WANTED
           ELSE
               MOVE CZ-RNG-REQUESTOR      TO CZ-DEPT-CODE-WANTED
           END-IF.
           PERFORM 2300-FIND-DEPT THRU 2300-EXIT.
           IF CZ-CURR-DEPT-IDX > ZERO
               ADD 1 TO CZ-DEPT-CARDS(CZ-CURR-DEPT-IDX)
           END-IF.

           PERFORM 2150-EDIT-RECORD THRU 2150-EXIT.
           IF NOT CZ-RECORD-VALID
               ADD 1 TO CZ-CNT-REJECTED
               IF CZ-CURR-DEPT-IDX > ZERO
                   ADD 1 TO CZ-DEPT-REJECTS(CZ-CURR-DEPT-IDX)
               END-IF
               PERFORM 2160-WRITE-REJECT THRU 2160-EXIT
               GO TO 2120-EXIT
           END-IF.

           ADD 1 TO CZ-CNT-ACCEPTED.
           ADD CZ-CARD-VALUES TO CZ-CNT-VALUES-REQUESTED.
           IF CZ-CURR-DEPT-IDX > ZERO
               ADD CZ-CARD-VALUES TO CZ-DEPT-VALUES(CZ-CURR-DEPT-IDX)
           END-IF.
           IF CZ-RNG-SPAN-RECORD
               MOVE CZ-RNG-FROM-VALUE  TO CZ-SRT-FROM
               MOVE CZ-RNG-THRU-VALUE  TO CZ-SRT-THRU
           ELSE
               MOVE CZ-RNG-START-VALUE TO CZ-SRT-FROM
               MOVE CZ-RNG-START-VALUE TO CZ-SRT-THRU
           END-IF.
           MOVE CZ-CURR-REQUESTOR TO CZ-SRT-REQUESTOR.
           MOVE CZ-CARD-CLASS     TO CZ-SRT-CLASS.
           RELEASE CZ-SRT-REC.
       2120-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2150-EDIT-RECORD - the COLZRPT RANGEIN edit: values must be *
      *                    numeric and non-zero; a span record's    *
      *                    FROM must not exceed its THRU; the       *
      *                    requestor must be on the master, active, *
      *                    and within its daily limit               *
      *-----------------------------------------------------------*
       2150-EDIT-RECORD.
           SET CZ-RECORD-VALID TO TRUE.
           MOVE SPACES TO CZ-EX-REASON.
           EVALUATE TRUE
               WHEN CZ-RANGE-REC = SPACES
                   MOVE 'BLANK ' TO CZ-EX-REASON
               WHEN CZ-RNG-SPAN-RECORD
                   EVALUATE TRUE
                       WHEN CZ-RNG-FROM-VALUE NOT NUMERIC
                         OR CZ-RNG-THRU-VALUE NOT NUMERIC
                           MOVE 'NONNUM' TO CZ-EX-REASON
                       WHEN CZ-RNG-FROM-VALUE = ZERO
                         OR CZ-RNG-THRU-VALUE = ZERO
                           MOVE 'ZERO  ' TO CZ-EX-REASON
                       WHEN CZ-RNG-FROM-VALUE > CZ-RNG-THRU-VALUE
                           MOVE 'ORDER ' TO CZ-EX-REASON
                   END-EVALUATE
               WHEN CZ-RNG-START-VALUE NOT NUMERIC
                   MOVE 'NONNUM' TO CZ-EX-REASON
               WHEN CZ-RNG-START-VALUE = ZERO
                   MOVE 'ZERO  ' TO CZ-EX-REASON
           END-EVALUATE.
           IF CZ-EX-REASON = SPACES
               IF CZ-RNG-SPAN-RECORD
                   MOVE CZ-RNG-SPAN-REQUESTOR TO CZ-CURR-REQUESTOR
               ELSE
                   MOVE CZ-RNG-REQUESTOR      TO CZ-CURR-REQUESTOR
               END-IF
               PERFORM 2155-FIND-REQUESTOR THRU 2155-EXIT
               EVALUATE TRUE
                   WHEN CZ-CURR-REQ-IDX = ZERO
                       MOVE 'REQSTR' TO CZ-EX-REASON
                   WHEN CZ-REQ-SUSPENDED(CZ-CURR-REQ-IDX)
                       MOVE 'SUSPND' TO CZ-EX-REASON
                   WHEN OTHER
                       PERFORM 2157-CHECK-QUOTA THRU 2157-EXIT
               END-EVALUATE
           END-IF.
           IF CZ-EX-REASON NOT = SPACES
               MOVE 'N' TO CZ-RECORD-VALID-SWITCH
           END-IF.
       2150-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2155-FIND-REQUESTOR - look the card's requestor code up in  *
      *                       the requestor table; leaves           *
      *                       CZ-CURR-REQ-IDX zero when unknown     *
      *-----------------------------------------------------------*
       2155-FIND-REQUESTOR.
           MOVE ZERO TO CZ-CURR-REQ-IDX.
           PERFORM 2156-MATCH-REQUESTOR THRU 2156-EXIT
               VARYING CZ-REQ-IDX FROM 1 BY 1
               UNTIL CZ-REQ-IDX > CZ-REQUESTOR-COUNT
                   OR CZ-CURR-REQ-IDX > ZERO.
       2155-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2156-MATCH-REQUESTOR                                        *
      *-----------------------------------------------------------*
       2156-MATCH-REQUESTOR.
           IF CZ-CURR-REQUESTOR = CZ-REQ-CODE(CZ-REQ-IDX)
               MOVE CZ-REQ-IDX TO CZ-CURR-REQ-IDX
           END-IF.
       2156-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2157-CHECK-QUOTA - the card's starting values against what  *
      *                    is left of the department's daily limit; *
      *                    a card that does not fit whole is        *
      *                    rejected QUOTA, otherwise its values are *
      *                    taken from the limit in deck order       *
      *-----------------------------------------------------------*
       2157-CHECK-QUOTA.
           IF CZ-RNG-SPAN-RECORD
               COMPUTE CZ-CARD-VALUES =
                   CZ-RNG-THRU-VALUE - CZ-RNG-FROM-VALUE + 1
           ELSE
               MOVE 1 TO CZ-CARD-VALUES
           END-IF.
           IF CZ-REQ-DAILY-LIMIT(CZ-CURR-REQ-IDX) > ZERO
             AND CZ-REQ-VALUES-TAKEN(CZ-CURR-REQ-IDX) + CZ-CARD-VALUES
                 > CZ-REQ-DAILY-LIMIT(CZ-CURR-REQ-IDX)
               MOVE 'QUOTA ' TO CZ-EX-REASON
               GO TO 2157-EXIT
           END-IF.
           ADD CZ-CARD-VALUES TO CZ-REQ-VALUES-TAKEN(CZ-CURR-REQ-IDX).
       2157-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2160-WRITE-REJECT - one INTEXCP line: sequence number in    *
      *                     the carry-over and concatenated         *
      *                     submission decks read as one, reason    *
      *                     code and the card image                 *
      *-----------------------------------------------------------*
       2160-WRITE-REJECT.
           MOVE CZ-CNT-CARDS-READ TO CZ-EX-SEQ.
           MOVE CZ-RANGE-REC      TO CZ-EX-IMAGE.
           WRITE CZ-EXCP-REC FROM CZ-EXCP-DETAIL.
       2160-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2300-FIND-DEPT - CZ-DEPT-CODE-WANTED in the report table,   *
      *                  added on first appearance; leaves          *
      *                  CZ-CURR-DEPT-IDX zero once the table is    *
      *                  full                                       *
      *-----------------------------------------------------------*
       2300-FIND-DEPT.
           MOVE ZERO TO CZ-CURR-DEPT-IDX.
           PERFORM 2310-MATCH-DEPT THRU 2310-EXIT
               VARYING CZ-DEPT-IDX FROM 1 BY 1
               UNTIL CZ-DEPT-IDX > CZ-DEPT-COUNT
                   OR CZ-CURR-DEPT-IDX > ZERO.
           IF CZ-CURR-DEPT-IDX > ZERO
               GO TO 2300-EXIT
           END-IF.
           IF CZ-DEPT-COUNT >= CZ-DEPT-LIMIT
               IF NOT CZ-DEPT-FULL
                   DISPLAY 'COLZINT: MORE THAN ' CZ-DEPT-LIMIT
                       ' REQUESTOR CODES SUBMITTED - REPORT TABLE '
                       'FULL, DECK TOTALS STILL COMPLETE'
                   SET CZ-DEPT-FULL TO TRUE
               END-IF
               GO TO 2300-EXIT
           END-IF.
           ADD 1 TO CZ-DEPT-COUNT.
           MOVE CZ-DEPT-COUNT       TO CZ-CURR-DEPT-IDX.
           MOVE CZ-DEPT-CODE-WANTED TO CZ-DEPT-CODE(CZ-CURR-DEPT-IDX).
           MOVE ZERO TO CZ-DEPT-CARDS(CZ-CURR-DEPT-IDX).
           MOVE ZERO TO CZ-DEPT-REJECTS(CZ-CURR-DEPT-IDX).
           MOVE ZERO TO CZ-DEPT-VALUES(CZ-CURR-DEPT-IDX).
           MOVE ZERO TO CZ-DEPT-SHARED(CZ-CURR-DEPT-IDX).
       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2310-MATCH-DEPT                                             *
      *-----------------------------------------------------------*
       2310-MATCH-DEPT.
           IF CZ-DEPT-CODE-WANTED = CZ-DEPT-CODE(CZ-DEPT-IDX)
               MOVE CZ-DEPT-IDX TO CZ-CURR-DEPT-IDX
           END-IF.
       2310-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-BUILD-DECK - sort output: sweep the spans in value     *
      *                   order, cutting a segment wherever the     *
      *                   set of departments covering the value     *
      *                   changes, then write the last segment and  *
      *                   the last canonical card                   *
      *-----------------------------------------------------------*
       3000-BUILD-DECK.
           PERFORM 3010-RETURN-SPAN THRU 3010-EXIT.
           PERFORM 3100-SWEEP-STEP THRU 3100-EXIT
               UNTIL CZ-SRT-EOF AND CZ-ACT-COUNT = ZERO.
           PERFORM 3400-FLUSH-SEGMENT THRU 3400-EXIT.
           PERFORM 3600-WRITE-CARD THRU 3600-EXIT.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3010-RETURN-SPAN - the next span from the sort              *
      *-----------------------------------------------------------*
       3010-RETURN-SPAN.
           RETURN SORT-FILE
               AT END
                   SET CZ-SRT-EOF TO TRUE
                   GO TO 3010-EXIT
           END-RETURN.
           MOVE CZ-SRT-FROM      TO CZ-NXT-FROM.
           MOVE CZ-SRT-THRU      TO CZ-NXT-THRU.
           MOVE CZ-SRT-REQUESTOR TO CZ-NXT-REQUESTOR.
           MOVE CZ-SRT-CLASS     TO CZ-NXT-CLASS.
       3010-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3100-SWEEP-STEP - advance the sweep to the next point where *
      *                   the covering set can change: the start    *
      *                   of the next span or the end of the        *
      *                   shortest span covering the position,      *
      *                   whichever comes first                     *
      *-----------------------------------------------------------*
       3100-SWEEP-STEP.
           IF CZ-ACT-COUNT = ZERO
               MOVE CZ-NXT-FROM TO CZ-CUR-POS
               PERFORM 3200-ADD-SPANS-AT-POS THRU 3200-EXIT
               GO TO 3100-EXIT
           END-IF.

           MOVE CZ-ACT-THRU(1) TO CZ-MIN-THRU.
           PERFORM 3150-FIND-MIN-THRU THRU 3150-EXIT
               VARYING CZ-ACT-IDX FROM 2 BY 1
               UNTIL CZ-ACT-IDX > CZ-ACT-COUNT.

           IF NOT CZ-SRT-EOF
             AND CZ-NXT-FROM NOT > CZ-MIN-THRU
               IF CZ-NXT-FROM > CZ-CUR-POS
                   COMPUTE CZ-SEG-THRU = CZ-NXT-FROM - 1
                   PERFORM 3300-ADD-SEGMENT THRU 3300-EXIT
                   MOVE CZ-NXT-FROM TO CZ-CUR-POS
               END-IF
               PERFORM 3200-ADD-SPANS-AT-POS THRU 3200-EXIT
               GO TO 3100-EXIT
           END-IF.

           MOVE CZ-MIN-THRU TO CZ-SEG-THRU.
           PERFORM 3300-ADD-SEGMENT THRU 3300-EXIT.
           PERFORM 3250-DROP-ENDED-SPANS THRU 3250-EXIT.
           COMPUTE CZ-CUR-POS = CZ-MIN-THRU + 1.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3150-FIND-MIN-THRU                                          *
      *-----------------------------------------------------------*
       3150-FIND-MIN-THRU.
           IF CZ-ACT-THRU(CZ-ACT-IDX) < CZ-MIN-THRU
               MOVE CZ-ACT-THRU(CZ-ACT-IDX) TO CZ-MIN-THRU
           END-IF.
       3150-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3200-ADD-SPANS-AT-POS - every span starting at the sweep    *
      *                         position joins the covering set     *
      *-----------------------------------------------------------*
       3200-ADD-SPANS-AT-POS.
           PERFORM 3210-ADD-ONE-SPAN THRU 3210-EXIT
               UNTIL CZ-SRT-EOF
                   OR CZ-NXT-FROM NOT = CZ-CUR-POS.
       3200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3210-ADD-ONE-SPAN - a department already in the set with a  *
      *                     span of the same class just runs on to  *
      *                     the further THRU; a new entry is        *
      *                     inserted in code and class order        *
      *-----------------------------------------------------------*
       3210-ADD-ONE-SPAN.
           MOVE ZERO TO CZ-ACT-SLOT.
           PERFORM 3220-FIND-ACT-SLOT THRU 3220-EXIT
               VARYING CZ-ACT-IDX FROM 1 BY 1
               UNTIL CZ-ACT-IDX > CZ-ACT-COUNT
                   OR CZ-ACT-SLOT > ZERO.
           IF CZ-ACT-SLOT > ZERO
             AND CZ-ACT-KEY(CZ-ACT-SLOT) = CZ-NXT-KEY
               IF CZ-NXT-THRU > CZ-ACT-THRU(CZ-ACT-SLOT)
                   MOVE CZ-NXT-THRU TO CZ-ACT-THRU(CZ-ACT-SLOT)
               END-IF
               PERFORM 3010-RETURN-SPAN THRU 3010-EXIT
               GO TO 3210-EXIT
           END-IF.
           IF CZ-ACT-SLOT = ZERO
               COMPUTE CZ-ACT-SLOT = CZ-ACT-COUNT + 1
           END-IF.
           ADD 1 TO CZ-ACT-COUNT.
           PERFORM 3230-SHIFT-ACT-DOWN THRU 3230-EXIT
               VARYING CZ-ACT-IDX FROM CZ-ACT-COUNT BY -1
               UNTIL CZ-ACT-IDX <= CZ-ACT-SLOT.
           MOVE CZ-NXT-KEY       TO CZ-ACT-KEY(CZ-ACT-SLOT).
           MOVE CZ-NXT-THRU      TO CZ-ACT-THRU(CZ-ACT-SLOT).
           PERFORM 3010-RETURN-SPAN THRU 3010-EXIT.
       3210-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3220-FIND-ACT-SLOT - the entry for the department and       *
      *                      class, or the first entry that sorts   *
      *                      after it                               *
      *-----------------------------------------------------------*
       3220-FIND-ACT-SLOT.
           IF CZ-ACT-KEY(CZ-ACT-IDX) NOT < CZ-NXT-KEY
               MOVE CZ-ACT-IDX TO CZ-ACT-SLOT
           END-IF.
       3220-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3230-SHIFT-ACT-DOWN - one covering-set entry down a place   *
      *-----------------------------------------------------------*
       3230-SHIFT-ACT-DOWN.
           MOVE CZ-ACT-ENTRY(CZ-ACT-IDX - 1)
               TO CZ-ACT-ENTRY(CZ-ACT-IDX).
       3230-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3250-DROP-ENDED-SPANS - the departments whose spans end at  *
      *                         CZ-MIN-THRU leave the covering set  *
      *-----------------------------------------------------------*
       3250-DROP-ENDED-SPANS.
           MOVE ZERO TO CZ-ACT-SLOT.
           PERFORM 3260-KEEP-OPEN-SPAN THRU 3260-EXIT
               VARYING CZ-ACT-IDX FROM 1 BY 1
               UNTIL CZ-ACT-IDX > CZ-ACT-COUNT.
           MOVE CZ-ACT-SLOT TO CZ-ACT-COUNT.
       3250-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3260-KEEP-OPEN-SPAN - close up the set over an ended entry  *
      *-----------------------------------------------------------*
       3260-KEEP-OPEN-SPAN.
           IF CZ-ACT-THRU(CZ-ACT-IDX) = CZ-MIN-THRU
               GO TO 3260-EXIT
           END-IF.
           ADD 1 TO CZ-ACT-SLOT.
           IF CZ-ACT-SLOT NOT = CZ-ACT-IDX
               MOVE CZ-ACT-ENTRY(CZ-ACT-IDX)
                   TO CZ-ACT-ENTRY(CZ-ACT-SLOT)
           END-IF.
       3260-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3300-ADD-SEGMENT - values CZ-CUR-POS thru CZ-SEG-THRU, all  *
      *                    covered by the current set: run the      *
      *                    held segment on when it ends just before *
      *                    and has the same set, otherwise write    *
      *                    the held segment and hold this one       *
      *-----------------------------------------------------------*
       3300-ADD-SEGMENT.
           MOVE 'N' TO CZ-SAME-SET-SWITCH.
           IF CZ-PND-HELD
             AND CZ-PND-THRU + 1 = CZ-CUR-POS
             AND CZ-PND-COUNT = CZ-ACT-COUNT
               SET CZ-SAME-SET TO TRUE
               PERFORM 3310-COMPARE-SET THRU 3310-EXIT
                   VARYING CZ-ACT-IDX FROM 1 BY 1
                   UNTIL CZ-ACT-IDX > CZ-ACT-COUNT
                       OR NOT CZ-SAME-SET
           END-IF.
           IF CZ-SAME-SET
               MOVE CZ-SEG-THRU TO CZ-PND-THRU
               GO TO 3300-EXIT
           END-IF.

           PERFORM 3400-FLUSH-SEGMENT THRU 3400-EXIT.
           SET CZ-PND-HELD TO TRUE.
           MOVE CZ-CUR-POS   TO CZ-PND-FROM.
           MOVE CZ-SEG-THRU  TO CZ-PND-THRU.
           MOVE CZ-ACT-COUNT TO CZ-PND-COUNT.
           PERFORM 3320-COPY-SET THRU 3320-EXIT
               VARYING CZ-ACT-IDX FROM 1 BY 1
               UNTIL CZ-ACT-IDX > CZ-ACT-COUNT.
       3300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3310-COMPARE-SET                                            *
      *-----------------------------------------------------------*
       3310-COMPARE-SET.
           IF CZ-PND-KEY(CZ-ACT-IDX) NOT = CZ-ACT-KEY(CZ-ACT-IDX)
               MOVE 'N' TO CZ-SAME-SET-SWITCH
           END-IF.
       3310-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3320-COPY-SET                                               *
      *-----------------------------------------------------------*
       3320-COPY-SET.
           MOVE CZ-ACT-KEY(CZ-ACT-IDX) TO CZ-PND-KEY(CZ-ACT-IDX).
       3320-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3400-FLUSH-SEGMENT - the held segment: choose its owner,    *
      *                      write its cross-reference records,     *
      *                      count it, and add it to the canonical  *
      *                      card being built.  A segment any       *
      *                      department carried over is carried     *
      *                      work: one of the carrying departments  *
      *                      owns it and its card goes on the       *
      *                      carry-over deck (CRYDECK)              *
      *-----------------------------------------------------------*
       3400-FLUSH-SEGMENT.
           IF NOT CZ-PND-HELD
               GO TO 3400-EXIT
           END-IF.
           MOVE 'N' TO CZ-PND-SWITCH.
           ADD 1 TO CZ-CNT-SEGMENTS.
           COMPUTE CZ-PND-VALUES = CZ-PND-THRU - CZ-PND-FROM + 1.
           ADD CZ-PND-VALUES TO CZ-CNT-VALUES-DISTINCT.

           MOVE ZERO   TO CZ-PND-DEPTS.
           MOVE SPACES TO CZ-PND-OWNER.
           MOVE 'N'    TO CZ-PND-CARRY-SWITCH.
           PERFORM 3405-SCAN-SET THRU 3405-EXIT
               VARYING CZ-PND-IDX FROM 1 BY 1
               UNTIL CZ-PND-IDX > CZ-PND-COUNT.
           IF CZ-PND-DEPTS > 1
               ADD CZ-PND-VALUES TO CZ-CNT-VALUES-SHARED
           END-IF.

           IF NOT CZ-PND-CARRIED
               MOVE CZ-PND-REQUESTOR(1) TO CZ-PND-OWNER
           END-IF.
           IF CZ-PRV-HELD
             AND CZ-PRV-THRU + 1 = CZ-PND-FROM
               PERFORM 3410-CHECK-OWNER THRU 3410-EXIT
                   VARYING CZ-PND-IDX FROM 1 BY 1
                   UNTIL CZ-PND-IDX > CZ-PND-COUNT
           END-IF.
           SET CZ-PRV-HELD TO TRUE.
           MOVE CZ-PND-OWNER TO CZ-PRV-OWNER.
           MOVE CZ-PND-THRU  TO CZ-PRV-THRU.

           PERFORM 3420-WRITE-XREF THRU 3420-EXIT
               VARYING CZ-PND-IDX FROM 1 BY 1
               UNTIL CZ-PND-IDX > CZ-PND-COUNT.

           IF CZ-CARD-HELD
             AND CZ-CARD-OWNER = CZ-PND-OWNER
             AND CZ-CARD-THRU + 1 = CZ-PND-FROM
             AND CZ-CARD-CARRY-SWITCH = CZ-PND-CARRY-SWITCH
               MOVE CZ-PND-THRU TO CZ-CARD-THRU
               GO TO 3400-EXIT
           END-IF.
           PERFORM 3600-WRITE-CARD THRU 3600-EXIT.
           SET CZ-CARD-HELD TO TRUE.
           MOVE CZ-PND-FROM         TO CZ-CARD-FROM.
           MOVE CZ-PND-THRU         TO CZ-CARD-THRU.
           MOVE CZ-PND-OWNER        TO CZ-CARD-OWNER.
           MOVE CZ-PND-CARRY-SWITCH TO CZ-CARD-CARRY-SWITCH.
       3400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3405-SCAN-SET - count the departments in the held segment's *
      *                 set (a department's carried and submitted   *
      *                 entries are adjacent) and take the first    *
      *                 carrying department as the owner            *
      *-----------------------------------------------------------*
       3405-SCAN-SET.
           IF CZ-PND-IDX = 1
               ADD 1 TO CZ-PND-DEPTS
           ELSE
               IF CZ-PND-REQUESTOR(CZ-PND-IDX)
                   NOT = CZ-PND-REQUESTOR(CZ-PND-IDX - 1)
                   ADD 1 TO CZ-PND-DEPTS
               END-IF
           END-IF.
           IF CZ-PND-CLASS-CARRIED(CZ-PND-IDX)
             AND NOT CZ-PND-CARRIED
               SET CZ-PND-CARRIED TO TRUE
               MOVE CZ-PND-REQUESTOR(CZ-PND-IDX) TO CZ-PND-OWNER
           END-IF.
       3405-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3410-CHECK-OWNER - keep the previous segment's owner when   *
      *                    it is in this segment's set (and, for    *
      *                    carried work, is one of the departments  *
      *                    that carried it)                         *
      *-----------------------------------------------------------*
       3410-CHECK-OWNER.
           IF CZ-PND-REQUESTOR(CZ-PND-IDX) = CZ-PRV-OWNER
             AND (CZ-PND-CLASS-CARRIED(CZ-PND-IDX)
                  OR NOT CZ-PND-CARRIED)
               MOVE CZ-PRV-OWNER TO CZ-PND-OWNER
           END-IF.
       3410-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3420-WRITE-XREF - one cross-reference record for one        *
      *                   department of the held segment, and its   *
      *                   shared values on the report; a            *
      *                   department's second (submitted) entry     *
      *                   adds nothing                              *
      *-----------------------------------------------------------*
       3420-WRITE-XREF.
           IF CZ-PND-IDX > 1
               IF CZ-PND-REQUESTOR(CZ-PND-IDX)
                   = CZ-PND-REQUESTOR(CZ-PND-IDX - 1)
                   GO TO 3420-EXIT
               END-IF
           END-IF.
           MOVE SPACES                       TO CZ-XRF-REC.
           MOVE CZ-PND-FROM                  TO CZ-XRF-FROM.
           MOVE CZ-PND-THRU                  TO CZ-XRF-THRU.
           MOVE CZ-PND-REQUESTOR(CZ-PND-IDX) TO CZ-XRF-REQUESTOR.
           MOVE CZ-PND-OWNER                 TO CZ-XRF-OWNER.
           MOVE CZ-PND-DEPTS                 TO CZ-XRF-SHARE-COUNT.
           MOVE CZ-RUN-DATE-FULL             TO CZ-XRF-RUN-DATE.
           WRITE CZ-XRF-REC.
           ADD 1 TO CZ-CNT-XREF-WRITTEN.
           IF CZ-PND-DEPTS > 1
               MOVE CZ-PND-REQUESTOR(CZ-PND-IDX)
                   TO CZ-DEPT-CODE-WANTED
               PERFORM 2300-FIND-DEPT THRU 2300-EXIT
               IF CZ-CURR-DEPT-IDX > ZERO
                   ADD CZ-PND-VALUES
                       TO CZ-DEPT-SHARED(CZ-CURR-DEPT-IDX)
               END-IF
           END-IF.
       3420-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3600-WRITE-CARD - the canonical card being built, as a      *
      *                   single-value card when it holds one value *
      *                   and a RANGE card otherwise, to CRYDECK    *
      *                   when it is carried work and to SUBMOUT    *
      *                   otherwise                                 *
      *-----------------------------------------------------------*
       3600-WRITE-CARD.
           IF NOT CZ-CARD-HELD
               GO TO 3600-EXIT
           END-IF.
           MOVE 'N' TO CZ-CARD-SWITCH.
           MOVE SPACES TO CZ-OUT-CARD.
           IF CZ-CARD-FROM = CZ-CARD-THRU
               MOVE CZ-CARD-FROM  TO CZ-OS-VALUE
               MOVE CZ-CARD-OWNER TO CZ-OS-REQUESTOR
           ELSE
               MOVE 'RANGE'       TO CZ-OP-REC-TYPE
               MOVE CZ-CARD-FROM  TO CZ-OP-FROM-VALUE
               MOVE CZ-CARD-THRU  TO CZ-OP-THRU-VALUE
               MOVE CZ-CARD-OWNER TO CZ-OP-REQUESTOR
           END-IF.
           IF CZ-CARD-CARRIED
               WRITE CZ-CRYDECK-REC FROM CZ-OUT-CARD
               ADD 1 TO CZ-CNT-CARRY-WRITTEN
           ELSE
               WRITE CZ-DECK-REC FROM CZ-OUT-CARD
           END-IF.
           ADD 1 TO CZ-CNT-CARDS-WRITTEN.
       3600-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE - per-department lines, deck totals, close   *
      *-----------------------------------------------------------*
       9000-TERMINATE.
           COMPUTE CZ-CNT-VALUES-DUPLICATE =
               CZ-CNT-VALUES-REQUESTED - CZ-CNT-VALUES-DISTINCT.
           COMPUTE CZ-CNT-SUBMIT-READ =
               CZ-CNT-CARDS-READ - CZ-CNT-CARRY-READ.

           WRITE CZ-REPORT-LINE FROM CZ-HDR-LINE-2.
           PERFORM 9100-WRITE-DEPT-LINE THRU 9100-EXIT
               VARYING CZ-DEPT-IDX FROM 1 BY 1
               UNTIL CZ-DEPT-IDX > CZ-DEPT-COUNT.
           MOVE SPACES TO CZ-REPORT-LINE.
           WRITE CZ-REPORT-LINE.

           MOVE 'CARRY-OVER CARDS READ'    TO CZ-SUM-LABEL.
           MOVE CZ-CNT-CARRY-READ          TO CZ-SUM-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE.

           MOVE 'SUBMITTED CARDS READ'     TO CZ-SUM-LABEL.
           MOVE CZ-CNT-SUBMIT-READ         TO CZ-SUM-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE.

           MOVE 'CARDS REJECTED'           TO CZ-SUM-LABEL.
           MOVE CZ-CNT-REJECTED            TO CZ-SUM-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE.

           MOVE 'CARDS ACCEPTED'           TO CZ-SUM-LABEL.
           MOVE CZ-CNT-ACCEPTED            TO CZ-SUM-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE.

           MOVE 'VALUES REQUESTED'         TO CZ-SUM-LABEL.
           MOVE CZ-CNT-VALUES-REQUESTED    TO CZ-SUM-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE.

           MOVE 'DUPLICATE VALUES REMOVED' TO CZ-SUM-LABEL.
           MOVE CZ-CNT-VALUES-DUPLICATE    TO CZ-SUM-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE.

           MOVE 'DISTINCT VALUES ON DECK'  TO CZ-SUM-LABEL.
           MOVE CZ-CNT-VALUES-DISTINCT     TO CZ-SUM-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE.

           MOVE '  SHARED BY DEPARTMENTS'  TO CZ-SUM-LABEL.
           MOVE CZ-CNT-VALUES-SHARED       TO CZ-SUM-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE.

           MOVE 'CANONICAL CARDS WRITTEN'  TO CZ-SUM-LABEL.
           MOVE CZ-CNT-CARDS-WRITTEN       TO CZ-SUM-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE.

           MOVE '  CARRIED WORK (CRYDECK)' TO CZ-SUM-LABEL.
           MOVE CZ-CNT-CARRY-WRITTEN       TO CZ-SUM-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE.

           MOVE 'SEGMENTS'                 TO CZ-SUM-LABEL.
           MOVE CZ-CNT-SEGMENTS            TO CZ-SUM-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE.

           MOVE 'CROSS-REFERENCE RECORDS'  TO CZ-SUM-LABEL.
           MOVE CZ-CNT-XREF-WRITTEN        TO CZ-SUM-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE.

           IF CZ-CARRY-OPEN
               CLOSE CARRY-FILE
           END-IF.
           IF CZ-SUBMIT-OPEN
               CLOSE SUBMIT-FILE
           END-IF.
           CLOSE DECK-FILE.
           CLOSE CRYDECK-FILE.
           CLOSE XREF-FILE.
           CLOSE EXCP-FILE.
           CLOSE REPORT-FILE.
           IF CZ-DEPT-FULL
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9100-WRITE-DEPT-LINE                                        *
      *-----------------------------------------------------------*
       9100-WRITE-DEPT-LINE.
           MOVE CZ-DEPT-CODE(CZ-DEPT-IDX)    TO CZ-DPL-CODE.
           MOVE CZ-DEPT-CARDS(CZ-DEPT-IDX)   TO CZ-DPL-CARDS.
           MOVE CZ-DEPT-REJECTS(CZ-DEPT-IDX) TO CZ-DPL-REJECTS.
           MOVE CZ-DEPT-VALUES(CZ-DEPT-IDX)  TO CZ-DPL-VALUES.
           MOVE CZ-DEPT-SHARED(CZ-DEPT-IDX)  TO CZ-DPL-SHARED.
           WRITE CZ-REPORT-LINE FROM CZ-DEPT-LINE.
       9100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * PROGRAM-ID.  COLZBAL                                       *
      * AUTHOR.      R. CHIN, APPLICATIONS DEVELOPMENT.             *
      * INSTALLATION. MERIDIAN BATCH SERVICES.                      *
      * DATE-WRITTEN. 2026-10-15.                                   *
      *                                                             *
      * REMARKS.                                                    *
      *   End-of-night cross-file balancing.  Recounts every       *
      *   output of the night's COLZRPT run(s) independently and   *
      *   prints each control total beside the other files that    *
      *   should agree with it (BALOUT):                            *
      *                                                             *
      *   RUN CONTROL TOTALS - for the final run of each stream    *
      *   (the run whose phase-C STATDS record is on file), the    *
      *   RSLTOUT records that run wrote against its RUNHIST       *
      *   record and its STATDS record: values processed, cache    *
      *   hits, fresh calculations, status counts and rejects      *
      *   (EXCPOUT, which every run rewrites whole).               *
      *                                                             *
      *   STARTING VALUES - the whole night: the values on the     *
      *   RANGEIN deck against those accounted for by RSLTOUT,     *
      *   the rejected images on EXCPOUT and the carry-over deck,  *
      *   so a restart that duplicated or dropped extract records  *
      *   shows, with the extract's cache/calc/short split from    *
      *   CZ-RSL-SOURCE.                                           *
      *                                                             *
      *   REQUESTOR TOTALS - each department's REQOUTn slice       *
      *   against RSLTOUT: the totals printed at its foot, the     *
      *   cache/calc/short split, results shared from other        *
      *   departments (recomputed from the XREFIN intake           *
      *   cross-reference) and its detail-line count, so a         *
      *   partial or duplicated REQOUT file shows.                 *
      *                                                             *
      *   A restarted night has extract records stamped by more    *
      *   than one run; each comparison takes only the runs its    *
      *   other file covers.  A partitioned night concatenates     *
      *   the legs' extracts, rejects and status records; the      *
      *   legs' REQOUT files are SYSOUT, so the requestor totals   *
      *   are then printed from RSLTOUT alone.                      *
      *                                                             *
      *   RETURN-CODE 0 = in balance, 8 = out of balance (hold the *
      *   morning distribution), 16 = a file needed to balance     *
      *   is not available.                                         *
      *                                                             *
      * MAINTENANCE HISTORY                                        *
      *   2026-10-15  RLC  Original program.                        *
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COLZBAL.
       AUTHOR.        R. CHIN.
       INSTALLATION.  MERIDIAN BATCH SERVICES.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RANGE-FILE   ASSIGN TO RANGEIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CZ-CURR-STATUS.

           SELECT RSLT-FILE    ASSIGN TO RSLTIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CZ-CURR-STATUS.

           SELECT EXCP-FILE    ASSIGN TO EXCPIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CZ-CURR-STATUS.

           SELECT CARRY-FILE   ASSIGN TO CARRYIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CZ-CURR-STATUS.

           SELECT RUNHIST-FILE ASSIGN TO RUNHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CZ-CURR-STATUS.

           SELECT STATUS-FILE  ASSIGN TO STATDS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CZ-CURR-STATUS.

           SELECT XREF-FILE    ASSIGN TO XREFIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CZ-CURR-STATUS.

           SELECT REQMAST-FILE ASSIGN TO REQMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CZ-REQM-CODE
               FILE STATUS IS CZ-REQMAST-STATUS.

           SELECT REQ1-FILE    ASSIGN TO REQOUT1
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CZ-CURR-STATUS.

           SELECT REQ2-FILE    ASSIGN TO REQOUT2
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CZ-CURR-STATUS.

           SELECT REQ3-FILE    ASSIGN TO REQOUT3
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CZ-CURR-STATUS.

           SELECT REQ4-FILE    ASSIGN TO REQOUT4
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CZ-CURR-STATUS.

           SELECT REQ5-FILE    ASSIGN TO REQOUT5
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CZ-CURR-STATUS.

           SELECT REQ6-FILE    ASSIGN TO REQOUT6
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CZ-CURR-STATUS.

           SELECT REPORT-FILE  ASSIGN TO BALOUT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RANGE-FILE
           RECORDING MODE IS F.
       01  CZ-RANGE-CARD                   PIC X(80).

       FD  RSLT-FILE
           RECORDING MODE IS F.
       01  CZ-RSLT-IN-REC                  PIC X(65).

       FD  EXCP-FILE
           RECORDING MODE IS F.
       01  CZ-EXCP-IN-REC                  PIC X(98).

       FD  CARRY-FILE
           RECORDING MODE IS F.
       01  CZ-CARRY-CARD                   PIC X(80).

       FD  RUNHIST-FILE
           RECORDING MODE IS F.
       01  CZ-RUNH-IN-REC                  PIC X(83).

       FD  STATUS-FILE
           RECORDING MODE IS F.
       01  CZ-STAT-IN-REC                  PIC X(74).

       FD  XREF-FILE
           RECORDING MODE IS F.
       01  CZ-XREF-IN-REC                  PIC X(80).

       FD  REQMAST-FILE.
           COPY CZREQM.

       FD  REQ1-FILE
           RECORDING MODE IS F.
       01  CZ-REQ1-REC                     PIC X(90).

       FD  REQ2-FILE
           RECORDING MODE IS F.
       01  CZ-REQ2-REC                     PIC X(90).

       FD  REQ3-FILE
           RECORDING MODE IS F.
       01  CZ-REQ3-REC                     PIC X(90).

       FD  REQ4-FILE
           RECORDING MODE IS F.
       01  CZ-REQ4-REC                     PIC X(90).

       FD  REQ5-FILE
           RECORDING MODE IS F.
       01  CZ-REQ5-REC                     PIC X(90).

       FD  REQ6-FILE
           RECORDING MODE IS F.
       01  CZ-REQ6-REC                     PIC X(90).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  CZ-REPORT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  CZ-SWITCHES.
           05  CZ-EOF-SWITCH               PIC X(01) VALUE 'N'.
               88  CZ-EOF                           VALUE 'Y'.
           05  CZ-REQM-EOF-SWITCH          PIC X(01) VALUE 'N'.
               88  CZ-REQM-EOF                      VALUE 'Y'.
           05  CZ-CARRY-SWITCH             PIC X(01) VALUE 'N'.
               88  CZ-CARRY-READ                    VALUE 'Y'.
           05  CZ-XREF-SWITCH              PIC X(01) VALUE 'N'.
               88  CZ-XREF-READ                     VALUE 'Y'.
           05  CZ-ANY-SLOT-SWITCH          PIC X(01) VALUE 'N'.
               88  CZ-ANY-SLOT-READ                 VALUE 'Y'.

       01  CZ-CURR-STATUS                  PIC X(02).
           88  CZ-CURR-STATUS-OK                  VALUE '00'.
           88  CZ-CURR-STATUS-NOTFOUND            VALUE '35'.

       01  CZ-REQMAST-STATUS               PIC X(02).
           88  CZ-REQMAST-STATUS-OK               VALUE '00'.

       01  CZ-TODAY                        PIC 9(08).
       01  CZ-NOW-TIME-RAW                 PIC 9(08).

      *    Record images read INTO working storage.
           COPY CZRSLT.
           COPY CZRUNH.
           COPY CZSTAT.
           COPY CZXREF.
           COPY CZEXCP.

      *    A RANGEIN, carry-over or rejected card image, counted
      *    for the starting values it asks for: a well-formed span
      *    its FROM-THRU count, any other non-blank card one.
      *    Every card is counted by the same rule wherever it
      *    ends up, so the rule need not repeat the COLZRPT edits.
       01  CZ-CARD-AREA                    PIC X(80).
       01  CZ-CARD-SPAN REDEFINES CZ-CARD-AREA.
           05  CZ-CARD-TYPE                PIC X(05).
               88  CZ-CARD-IS-SPAN                VALUE 'RANGE'.
           05  CZ-CARD-FROM                PIC 9(18).
           05  CZ-CARD-THRU                PIC 9(18).
           05  FILLER                      PIC X(39).
       01  CZ-CARD-VALUES                  PIC 9(18).

      *    A REQOUTn line, with the control-totals value column
      *    overlaid so it can be read back as a number.
       01  CZ-IN-LINE                      PIC X(90).
       01  CZ-IN-SUM-VIEW REDEFINES CZ-IN-LINE.
           05  CZ-IN-SUM-LABEL             PIC X(30).
           05  CZ-IN-SUM-VALUE
               PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(37).
       01  CZ-IN-DETAIL-VIEW REDEFINES CZ-IN-LINE.
           05  FILLER                      PIC X(51).
           05  CZ-IN-DL-YEAR               PIC X(04).
           05  CZ-IN-DL-DASH-1             PIC X(01).
           05  FILLER                      PIC X(02).
           05  CZ-IN-DL-DASH-2             PIC X(01).
           05  FILLER                      PIC X(20).
           05  CZ-IN-DL-REQ                PIC X(03).
           05  FILLER                      PIC X(08).
       01  CZ-IN-VALUE                     PIC 9(18).

       01  CZ-SLOT-IDX                     PIC 9(02) COMP.
       01  CZ-MAX-SLOTS                    PIC 9(02) COMP VALUE 6.
       01  CZ-SLOT-TABLE.
           05  CZ-SLOT-READ-FLAG OCCURS 6 TIMES PIC X(01).
       01  CZ-BLOCK-IDX                    PIC 9(02) COMP VALUE ZERO.

      *    The requestor table, loaded from the requestor master
      *    for the names and REQOUT slots; a code met on a file
      *    but not on the master is added with no slot.
           COPY CZREQT.

       01  CZ-REQ-IDX                      PIC 9(02) COMP.
       01  CZ-CURR-REQ-IDX                 PIC 9(02) COMP VALUE ZERO.
       01  CZ-FIND-CODE                    PIC X(03).
       01  CZ-FIND-IDX                     PIC 9(02) COMP.

      *    Per-requestor counts.  XA- is every extract record of
      *    the night, XC- only those from runs that completed
      *    (wrote their RUNHIST record, and so their REQOUT
      *    control totals); RQ- is what the REQOUT files hold.
       01  CZ-BAL-REQ-TABLE.
           05  CZ-BAL-REQ-ENTRY OCCURS 50 TIMES.
               10  CZ-XA-RECS              PIC 9(09) VALUE ZERO.
               10  CZ-XA-CACHE             PIC 9(09) VALUE ZERO.
               10  CZ-XA-FRESH             PIC 9(09) VALUE ZERO.
               10  CZ-XA-SHORT             PIC 9(09) VALUE ZERO.
               10  CZ-XA-SHARED            PIC 9(09) VALUE ZERO.
               10  CZ-XC-RECS              PIC 9(09) VALUE ZERO.
               10  CZ-XC-CACHE             PIC 9(09) VALUE ZERO.
               10  CZ-XC-FRESH             PIC 9(09) VALUE ZERO.
               10  CZ-XC-SHORT             PIC 9(09) VALUE ZERO.
               10  CZ-XC-SHARED            PIC 9(09) VALUE ZERO.
               10  CZ-RQ-LINES             PIC 9(09) VALUE ZERO.
               10  CZ-RQ-PROCESSED         PIC 9(09) VALUE ZERO.
               10  CZ-RQ-CACHE             PIC 9(09) VALUE ZERO.
               10  CZ-RQ-FRESH             PIC 9(09) VALUE ZERO.
               10  CZ-RQ-SHORT             PIC 9(09) VALUE ZERO.
               10  CZ-RQ-SHARED            PIC 9(09) VALUE ZERO.
               10  CZ-RQ-SLICE-FLAG        PIC X(01) VALUE 'N'.
                   88  CZ-RQ-SLICE-FOUND          VALUE 'Y'.

      *    Run stamps.  Every run writes its own date and time on
      *    its extract records, its RUNHIST record and its STATDS
      *    record; the table pairs them up.  The last RUNHIST
      *    records are kept in a ring while the cumulative file
      *    is read, since tonight's are at its end.
       01  CZ-STAMP-MAX                    PIC 9(02) COMP VALUE 40.
       01  CZ-STAMP-COUNT                  PIC 9(02) COMP VALUE ZERO.
       01  CZ-STAMP-IDX                    PIC 9(02) COMP.
       01  CZ-CURR-STAMP-IDX               PIC 9(02) COMP VALUE ZERO.
       01  CZ-FIND-DATE                    PIC 9(08).
       01  CZ-FIND-TIME                    PIC 9(06).
       01  CZ-FIND-STAMP-IDX               PIC 9(02) COMP.
       01  CZ-STAMP-TABLE.
           05  CZ-STAMP-ENTRY OCCURS 40 TIMES.
               10  CZ-STM-DATE             PIC 9(08).
               10  CZ-STM-TIME             PIC 9(06).
               10  CZ-STM-HIST-FLAG        PIC X(01).
                   88  CZ-STM-HAS-HIST            VALUE 'Y'.
               10  CZ-STM-FINAL-FLAG       PIC X(01).
                   88  CZ-STM-FINAL               VALUE 'Y'.
               10  CZ-STM-XT-RECS          PIC 9(09).
               10  CZ-STM-XT-CACHE         PIC 9(09).
               10  CZ-STM-XT-FRESH         PIC 9(09).
               10  CZ-STM-XT-OVERFLOW      PIC 9(09).
               10  CZ-STM-XT-RUNAWAY       PIC 9(09).
               10  CZ-STM-RH-RECS          PIC 9(09).
               10  CZ-STM-RH-PROCESSED     PIC 9(09).
               10  CZ-STM-RH-CACHE         PIC 9(09).
               10  CZ-STM-RH-FRESH         PIC 9(09).
               10  CZ-STM-RH-OVERFLOW      PIC 9(09).
               10  CZ-STM-RH-RUNAWAY       PIC 9(09).
               10  CZ-STM-RH-REJECTED      PIC 9(09).
               10  CZ-STM-ST-PROCESSED     PIC 9(09).
               10  CZ-STM-ST-CACHE         PIC 9(09).
               10  CZ-STM-ST-REJECTED      PIC 9(09).

       01  CZ-RING-MAX                     PIC 9(02) COMP VALUE 20.
       01  CZ-RING-COUNT                   PIC 9(02) COMP VALUE ZERO.
       01  CZ-RING-NEXT                    PIC 9(02) COMP VALUE 1.
       01  CZ-RING-IDX                     PIC 9(02) COMP.
       01  CZ-RING-TABLE.
           05  CZ-RING-ENTRY OCCURS 20 TIMES PIC X(83).

      *    Shared segments from the intake cross-reference, held
      *    and searched as COLZRPT holds and searches them.
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

      *    Night totals.
       01  CZ-NIGHT-TOTALS.
           05  CZ-CNT-CARDS                PIC 9(09) VALUE ZERO.
           05  CZ-CNT-CARD-VALUES          PIC 9(18) VALUE ZERO.
           05  CZ-CNT-REJECTS              PIC 9(09) VALUE ZERO.
           05  CZ-CNT-REJECT-VALUES        PIC 9(18) VALUE ZERO.
           05  CZ-CNT-CARRY-CARDS          PIC 9(09) VALUE ZERO.
           05  CZ-CNT-CARRY-VALUES         PIC 9(18) VALUE ZERO.
           05  CZ-CNT-XT-RECS              PIC 9(09) VALUE ZERO.
           05  CZ-CNT-XT-CACHE             PIC 9(09) VALUE ZERO.
           05  CZ-CNT-XT-FRESH             PIC 9(09) VALUE ZERO.
           05  CZ-CNT-XT-SHORT             PIC 9(09) VALUE ZERO.
           05  CZ-CNT-XT-UNSTAMPED         PIC 9(09) VALUE ZERO.
           05  CZ-CNT-STAT-RECS            PIC 9(09) VALUE ZERO.
           05  CZ-CNT-STAT-COMPLETE        PIC 9(09) VALUE ZERO.
           05  CZ-CNT-OUT-OF-BALANCE       PIC 9(09) VALUE ZERO.

      *    Final-run totals, summed over the stamps STATDS names.
       01  CZ-FINAL-TOTALS.
           05  CZ-FN-STREAMS-HIST          PIC 9(09) VALUE ZERO.
           05  CZ-FN-XT-RECS               PIC 9(09) VALUE ZERO.
           05  CZ-FN-XT-CACHE              PIC 9(09) VALUE ZERO.
           05  CZ-FN-XT-FRESH              PIC 9(09) VALUE ZERO.
           05  CZ-FN-XT-OVERFLOW           PIC 9(09) VALUE ZERO.
           05  CZ-FN-XT-RUNAWAY            PIC 9(09) VALUE ZERO.
           05  CZ-FN-RH-PROCESSED          PIC 9(09) VALUE ZERO.
           05  CZ-FN-RH-CACHE              PIC 9(09) VALUE ZERO.
           05  CZ-FN-RH-FRESH              PIC 9(09) VALUE ZERO.
           05  CZ-FN-RH-OVERFLOW           PIC 9(09) VALUE ZERO.
           05  CZ-FN-RH-RUNAWAY            PIC 9(09) VALUE ZERO.
           05  CZ-FN-RH-REJECTED           PIC 9(09) VALUE ZERO.
           05  CZ-FN-ST-PROCESSED          PIC 9(09) VALUE ZERO.
           05  CZ-FN-ST-CACHE              PIC 9(09) VALUE ZERO.
           05  CZ-FN-ST-REJECTED           PIC 9(09) VALUE ZERO.

      *    One balancing row: up to three sources side by side.
      *    A balance row is in balance when every source used
      *    agrees; an information row is printed as it stands.
       01  CZ-ROW.
           05  CZ-ROW-LABEL                PIC X(30).
           05  CZ-ROW-USED                 PIC 9(01).
           05  CZ-ROW-KIND                 PIC X(01).
               88  CZ-ROW-BALANCE                 VALUE 'B'.
               88  CZ-ROW-INFO                    VALUE 'I'.
           05  CZ-ROW-NOTE                 PIC X(10).
           05  CZ-ROW-SOURCE OCCURS 3 TIMES.
               10  CZ-ROW-SRC              PIC X(08).
               10  CZ-ROW-VAL              PIC 9(18).
       01  CZ-ROW-IDX                      PIC 9(01).

       01  CZ-BAL-LINE.
           05  CZ-BL-LABEL                 PIC X(30).
           05  CZ-BL-COLUMN OCCURS 3 TIMES.
               10  CZ-BL-GAP               PIC X(02).
               10  CZ-BL-SRC               PIC X(08).
               10  CZ-BL-GAP-2             PIC X(01).
               10  CZ-BL-VAL               PIC Z(17)9.
           05  CZ-BL-GAP-3                 PIC X(02).
           05  CZ-BL-RESULT                PIC X(10).
           05  CZ-BL-FILLER                PIC X(03).

       01  CZ-HDR-LINE-1.
           05  FILLER                      PIC X(40)
               VALUE 'COLLATZ END-OF-NIGHT BALANCING'.
           05  FILLER                      PIC X(92) VALUE SPACES.

       01  CZ-STAMP-LINE.
           05  CZ-STAMP-LABEL              PIC X(30).
           05  CZ-STAMP-DATE               PIC 9(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  CZ-STAMP-TIME               PIC 9(06).
           05  CZ-STAMP-NOTE               PIC X(30).
           05  FILLER                      PIC X(57) VALUE SPACES.

       01  CZ-SECTION-LINE.
           05  CZ-SECTION-TEXT             PIC X(60).
           05  FILLER                      PIC X(72) VALUE SPACES.

       01  CZ-COLUMN-LINE.
           05  FILLER                      PIC X(30)
               VALUE 'CONTROL TOTAL'.
           05  FILLER                      PIC X(29)
               VALUE '  SOURCE 1'.
           05  FILLER                      PIC X(29)
               VALUE '  SOURCE 2'.
           05  FILLER                      PIC X(29)
               VALUE '  SOURCE 3'.
           05  FILLER                      PIC X(15)
               VALUE '  RESULT'.

       01  CZ-REQ-HDR-LINE.
           05  FILLER                      PIC X(10)
               VALUE 'REQUESTOR '.
           05  CZ-RH-CODE                  PIC X(03).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  CZ-RH-NAME                  PIC X(20).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  CZ-RH-NOTE                  PIC X(50).
           05  FILLER                      PIC X(47) VALUE SPACES.

       01  CZ-VERDICT-LINE.
           05  CZ-VERDICT-TEXT             PIC X(60).
           05  CZ-VERDICT-COUNT            PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(65) VALUE SPACES.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------*
      * 0000-MAINLINE                                               *
      *-----------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-COUNT-EXTRACT THRU 2000-EXIT.
           PERFORM 3000-COUNT-DECKS THRU 3000-EXIT.
           PERFORM 4000-READ-REQOUT THRU 4000-EXIT
               VARYING CZ-SLOT-IDX FROM 1 BY 1
               UNTIL CZ-SLOT-IDX > CZ-MAX-SLOTS.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - requestors, the night's run stamps from   *
      *                   RUNHIST and STATDS, and the shared        *
      *                   segments                                  *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN OUTPUT REPORT-FILE.
           ACCEPT CZ-TODAY FROM DATE YYYYMMDD.
           ACCEPT CZ-NOW-TIME-RAW FROM TIME.
           WRITE CZ-REPORT-LINE FROM CZ-HDR-LINE-1.
           MOVE 'BALANCED ON' TO CZ-STAMP-LABEL.
           MOVE CZ-TODAY TO CZ-STAMP-DATE.
           MOVE CZ-NOW-TIME-RAW(1:6) TO CZ-STAMP-TIME.
           MOVE SPACES TO CZ-STAMP-NOTE.
           WRITE CZ-REPORT-LINE FROM CZ-STAMP-LINE.

           PERFORM 1050-LOAD-REQUESTORS THRU 1050-EXIT.
           PERFORM 1100-LOAD-HISTORY THRU 1100-EXIT.
           PERFORM 1200-LOAD-STATUS THRU 1200-EXIT.
           PERFORM 1300-LOAD-SHARES THRU 1300-EXIT.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1050-LOAD-REQUESTORS - the requestor master into the        *
      *                        requestor table; without it codes    *
      *                        are taken from the files themselves  *
      *                        and no slice can be expected         *
      *-----------------------------------------------------------*
       1050-LOAD-REQUESTORS.
           MOVE ZERO TO CZ-REQUESTOR-COUNT.
           OPEN INPUT REQMAST-FILE.
           IF NOT CZ-REQMAST-STATUS-OK
               DISPLAY 'COLZBAL: REQMAST OPEN FAILED, STATUS '
                   CZ-REQMAST-STATUS ' - REQOUT SLOTS NOT KNOWN'
               GO TO 1050-EXIT
           END-IF.
           PERFORM 1060-LOAD-ONE-REQUESTOR THRU 1060-EXIT
               UNTIL CZ-REQM-EOF.
           CLOSE REQMAST-FILE.
       1050-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1060-LOAD-ONE-REQUESTOR - one master record into the table  *
      *-----------------------------------------------------------*
       1060-LOAD-ONE-REQUESTOR.
           READ REQMAST-FILE
               AT END
                   SET CZ-REQM-EOF TO TRUE
                   GO TO 1060-EXIT
           END-READ.
           IF CZ-REQUESTOR-COUNT >= CZ-REQUESTOR-MAX
               DISPLAY 'COLZBAL: REQUESTOR TABLE FULL AT '
                   CZ-REQUESTOR-MAX ' - DEPARTMENT ' CZ-REQM-CODE
                   ' NOT LOADED'
               GO TO 1060-EXIT
           END-IF.
           ADD 1 TO CZ-REQUESTOR-COUNT.
           MOVE CZ-REQUESTOR-COUNT  TO CZ-REQ-IDX.
           MOVE CZ-REQM-CODE        TO CZ-REQ-CODE(CZ-REQ-IDX).
           MOVE CZ-REQM-NAME        TO CZ-REQ-NAME(CZ-REQ-IDX).
           MOVE CZ-REQM-STATE       TO CZ-REQ-STATE(CZ-REQ-IDX).
           MOVE CZ-REQM-DIST-SLOT   TO CZ-REQ-DIST-SLOT(CZ-REQ-IDX).
           MOVE CZ-REQM-DAILY-LIMIT TO CZ-REQ-DAILY-LIMIT(CZ-REQ-IDX).
           MOVE ZERO                TO CZ-REQ-VALUES-TAKEN(CZ-REQ-IDX).
       1060-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1100-LOAD-HISTORY - the last RUNHIST records into the run   *
      *                     stamp table                             *
      *-----------------------------------------------------------*
       1100-LOAD-HISTORY.
           OPEN INPUT RUNHIST-FILE.
           IF NOT CZ-CURR-STATUS-OK
               DISPLAY 'COLZBAL: RUNHIST OPEN FAILED, STATUS '
                   CZ-CURR-STATUS ' - CANNOT BALANCE'
               CLOSE REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO CZ-EOF-SWITCH.
           PERFORM 1110-READ-HISTORY THRU 1110-EXIT
               UNTIL CZ-EOF.
           CLOSE RUNHIST-FILE.
           PERFORM 1120-STAMP-HISTORY THRU 1120-EXIT
               VARYING CZ-RING-IDX FROM 1 BY 1
               UNTIL CZ-RING-IDX > CZ-RING-COUNT.
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1110-READ-HISTORY - one RUNHIST record into the ring        *
      *-----------------------------------------------------------*
       1110-READ-HISTORY.
           READ RUNHIST-FILE
               AT END
                   SET CZ-EOF TO TRUE
                   GO TO 1110-EXIT
           END-READ.
           MOVE CZ-RUNH-IN-REC TO CZ-RING-ENTRY(CZ-RING-NEXT).
           IF CZ-RING-COUNT < CZ-RING-MAX
               ADD 1 TO CZ-RING-COUNT
           END-IF.
           ADD 1 TO CZ-RING-NEXT.
           IF CZ-RING-NEXT > CZ-RING-MAX
               MOVE 1 TO CZ-RING-NEXT
           END-IF.
       1110-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1120-STAMP-HISTORY - one kept RUNHIST record onto its stamp *
      *-----------------------------------------------------------*
       1120-STAMP-HISTORY.
           MOVE CZ-RING-ENTRY(CZ-RING-IDX) TO CZ-RUNH-REC.
           MOVE CZ-RUNH-DATE TO CZ-FIND-DATE.
           MOVE CZ-RUNH-TIME TO CZ-FIND-TIME.
           PERFORM 8100-FIND-STAMP THRU 8100-EXIT.
           IF CZ-FIND-STAMP-IDX = ZERO
               GO TO 1120-EXIT
           END-IF.
           MOVE CZ-FIND-STAMP-IDX TO CZ-STAMP-IDX.
           MOVE 'Y' TO CZ-STM-HIST-FLAG(CZ-STAMP-IDX).
           ADD 1 TO CZ-STM-RH-RECS(CZ-STAMP-IDX).
           ADD CZ-RUNH-PROCESSED  TO CZ-STM-RH-PROCESSED(CZ-STAMP-IDX).
           ADD CZ-RUNH-CACHE-HITS TO CZ-STM-RH-CACHE(CZ-STAMP-IDX).
           ADD CZ-RUNH-FRESH-CALCS
               TO CZ-STM-RH-FRESH(CZ-STAMP-IDX).
           ADD CZ-RUNH-OVERFLOW   TO CZ-STM-RH-OVERFLOW(CZ-STAMP-IDX).
           ADD CZ-RUNH-RUNAWAY    TO CZ-STM-RH-RUNAWAY(CZ-STAMP-IDX).
           ADD CZ-RUNH-REJECTED   TO CZ-STM-RH-REJECTED(CZ-STAMP-IDX).
       1120-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1200-LOAD-STATUS - the STATDS record of each stream (one,   *
      *                    or one per partition leg) marks its      *
      *                    final run                                *
      *-----------------------------------------------------------*
       1200-LOAD-STATUS.
           OPEN INPUT STATUS-FILE.
           IF NOT CZ-CURR-STATUS-OK
               DISPLAY 'COLZBAL: STATDS OPEN FAILED, STATUS '
                   CZ-CURR-STATUS ' - CANNOT BALANCE'
               CLOSE REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO CZ-EOF-SWITCH.
           PERFORM 1210-READ-STATUS THRU 1210-EXIT
               UNTIL CZ-EOF.
           CLOSE STATUS-FILE.
       1200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1210-READ-STATUS                                            *
      *-----------------------------------------------------------*
       1210-READ-STATUS.
           READ STATUS-FILE INTO CZ-STAT-REC
               AT END
                   SET CZ-EOF TO TRUE
                   GO TO 1210-EXIT
           END-READ.
           ADD 1 TO CZ-CNT-STAT-RECS.
           IF CZ-STAT-COMPLETE
               ADD 1 TO CZ-CNT-STAT-COMPLETE
           END-IF.
           MOVE 'RUN STARTED' TO CZ-STAMP-LABEL.
           MOVE CZ-STAT-START-DATE TO CZ-STAMP-DATE.
           MOVE CZ-STAT-START-TIME TO CZ-STAMP-TIME.
           IF CZ-STAT-COMPLETE
               MOVE '  RUN COMPLETE' TO CZ-STAMP-NOTE
           ELSE
               MOVE '  RUN NOT COMPLETE' TO CZ-STAMP-NOTE
           END-IF.
           WRITE CZ-REPORT-LINE FROM CZ-STAMP-LINE.
           MOVE CZ-STAT-START-DATE TO CZ-FIND-DATE.
           MOVE CZ-STAT-START-TIME TO CZ-FIND-TIME.
           PERFORM 8100-FIND-STAMP THRU 8100-EXIT.
           IF CZ-FIND-STAMP-IDX = ZERO
               GO TO 1210-EXIT
           END-IF.
           MOVE CZ-FIND-STAMP-IDX TO CZ-STAMP-IDX.
           MOVE 'Y' TO CZ-STM-FINAL-FLAG(CZ-STAMP-IDX).
           ADD CZ-STAT-PROCESSED  TO CZ-STM-ST-PROCESSED(CZ-STAMP-IDX).
           ADD CZ-STAT-CACHE-HITS TO CZ-STM-ST-CACHE(CZ-STAMP-IDX).
           ADD CZ-STAT-REJECTED   TO CZ-STM-ST-REJECTED(CZ-STAMP-IDX).
       1210-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1300-LOAD-SHARES - the intake cross-reference into the      *
      *                    share table, keeping the departments     *
      *                    that did not own the card                *
      *-----------------------------------------------------------*
       1300-LOAD-SHARES.
           OPEN INPUT XREF-FILE.
           IF NOT CZ-CURR-STATUS-OK
               GO TO 1300-EXIT
           END-IF.
           SET CZ-XREF-READ TO TRUE.
           MOVE 'N' TO CZ-EOF-SWITCH.
           PERFORM 1310-LOAD-ONE-SHARE THRU 1310-EXIT
               UNTIL CZ-EOF.
           CLOSE XREF-FILE.
       1300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1310-LOAD-ONE-SHARE                                         *
      *-----------------------------------------------------------*
       1310-LOAD-ONE-SHARE.
           READ XREF-FILE INTO CZ-XRF-REC
               AT END
                   SET CZ-EOF TO TRUE
                   GO TO 1310-EXIT
           END-READ.
           IF CZ-XRF-REQUESTOR = CZ-XRF-OWNER
               GO TO 1310-EXIT
           END-IF.
           IF CZ-SHARE-COUNT >= CZ-SHARE-MAX
               DISPLAY 'COLZBAL: SHARE TABLE FULL AT ' CZ-SHARE-MAX
                   ' - ' CZ-XRF-REQUESTOR ' ' CZ-XRF-FROM '-'
                   CZ-XRF-THRU ' NOT COUNTED'
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
      * 2000-COUNT-EXTRACT - every RSLTOUT record onto its run      *
      *                      stamp and its department               *
      *-----------------------------------------------------------*
       2000-COUNT-EXTRACT.
           OPEN INPUT RSLT-FILE.
           IF NOT CZ-CURR-STATUS-OK
               DISPLAY 'COLZBAL: RSLTIN OPEN FAILED, STATUS '
                   CZ-CURR-STATUS ' - CANNOT BALANCE'
               CLOSE REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO CZ-EOF-SWITCH.
           PERFORM 2100-COUNT-RESULT THRU 2100-EXIT
               UNTIL CZ-EOF.
           CLOSE RSLT-FILE.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2100-COUNT-RESULT - one extract record                      *
      *-----------------------------------------------------------*
       2100-COUNT-RESULT.
           READ RSLT-FILE INTO CZ-RSL-REC
               AT END
                   SET CZ-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           ADD 1 TO CZ-CNT-XT-RECS.
           EVALUATE TRUE
               WHEN CZ-RSL-FROM-CACHE
                   ADD 1 TO CZ-CNT-XT-CACHE
               WHEN CZ-RSL-FROM-SHORT
                   ADD 1 TO CZ-CNT-XT-SHORT
               WHEN OTHER
                   ADD 1 TO CZ-CNT-XT-FRESH
           END-EVALUATE.

           IF CZ-CURR-STAMP-IDX = ZERO
             OR CZ-RSL-RUN-DATE NOT = CZ-STM-DATE(CZ-CURR-STAMP-IDX)
             OR CZ-RSL-RUN-TIME NOT = CZ-STM-TIME(CZ-CURR-STAMP-IDX)
               MOVE CZ-RSL-RUN-DATE TO CZ-FIND-DATE
               MOVE CZ-RSL-RUN-TIME TO CZ-FIND-TIME
               PERFORM 8100-FIND-STAMP THRU 8100-EXIT
               MOVE CZ-FIND-STAMP-IDX TO CZ-CURR-STAMP-IDX
           END-IF.
           IF CZ-CURR-STAMP-IDX = ZERO
               ADD 1 TO CZ-CNT-XT-UNSTAMPED
           ELSE
               PERFORM 2110-COUNT-STAMP THRU 2110-EXIT
           END-IF.

           MOVE CZ-RSL-REQUESTOR TO CZ-FIND-CODE.
           PERFORM 8200-FIND-REQUESTOR THRU 8200-EXIT.
           MOVE CZ-FIND-IDX TO CZ-CURR-REQ-IDX.
           IF CZ-CURR-REQ-IDX > ZERO
               PERFORM 2120-COUNT-REQUESTOR THRU 2120-EXIT
           END-IF.
           PERFORM 2300-COUNT-SHARED THRU 2300-EXIT.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2110-COUNT-STAMP - the record into its run's totals         *
      *-----------------------------------------------------------*
       2110-COUNT-STAMP.
           MOVE CZ-CURR-STAMP-IDX TO CZ-STAMP-IDX.
           ADD 1 TO CZ-STM-XT-RECS(CZ-STAMP-IDX).
           IF CZ-RSL-FROM-CACHE
               ADD 1 TO CZ-STM-XT-CACHE(CZ-STAMP-IDX)
           ELSE
               ADD 1 TO CZ-STM-XT-FRESH(CZ-STAMP-IDX)
           END-IF.
           EVALUATE CZ-RSL-RC
               WHEN 10
                   ADD 1 TO CZ-STM-XT-OVERFLOW(CZ-STAMP-IDX)
               WHEN 20
                   ADD 1 TO CZ-STM-XT-RUNAWAY(CZ-STAMP-IDX)
           END-EVALUATE.
       2110-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2120-COUNT-REQUESTOR - the record into its department's     *
      *                        totals, all runs and completed runs  *
      *-----------------------------------------------------------*
       2120-COUNT-REQUESTOR.
           MOVE CZ-CURR-REQ-IDX TO CZ-REQ-IDX.
           ADD 1 TO CZ-XA-RECS(CZ-REQ-IDX).
           EVALUATE TRUE
               WHEN CZ-RSL-FROM-CACHE
                   ADD 1 TO CZ-XA-CACHE(CZ-REQ-IDX)
               WHEN CZ-RSL-FROM-SHORT
                   ADD 1 TO CZ-XA-SHORT(CZ-REQ-IDX)
               WHEN OTHER
                   ADD 1 TO CZ-XA-FRESH(CZ-REQ-IDX)
           END-EVALUATE.
           IF CZ-CURR-STAMP-IDX = ZERO
               GO TO 2120-EXIT
           END-IF.
           IF NOT CZ-STM-HAS-HIST(CZ-CURR-STAMP-IDX)
               GO TO 2120-EXIT
           END-IF.
           ADD 1 TO CZ-XC-RECS(CZ-REQ-IDX).
           EVALUATE TRUE
               WHEN CZ-RSL-FROM-CACHE
                   ADD 1 TO CZ-XC-CACHE(CZ-REQ-IDX)
               WHEN CZ-RSL-FROM-SHORT
                   ADD 1 TO CZ-XC-SHORT(CZ-REQ-IDX)
               WHEN OTHER
                   ADD 1 TO CZ-XC-FRESH(CZ-REQ-IDX)
           END-EVALUATE.
       2120-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2300-COUNT-SHARED - the departments the result was also     *
      *                     routed to, found as COLZRPT found them  *
      *-----------------------------------------------------------*
       2300-COUNT-SHARED.
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
           PERFORM 2320-COUNT-ONE-SHARE THRU 2320-EXIT
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
      * 2320-COUNT-ONE-SHARE                                        *
      *-----------------------------------------------------------*
       2320-COUNT-ONE-SHARE.
           IF CZ-SHR-THRU(CZ-SHARE-IDX) < CZ-RSL-START
             OR CZ-SHR-REQ-IDX(CZ-SHARE-IDX) = CZ-CURR-REQ-IDX
               GO TO 2320-EXIT
           END-IF.
           MOVE CZ-SHR-REQ-IDX(CZ-SHARE-IDX) TO CZ-REQ-IDX.
           ADD 1 TO CZ-XA-SHARED(CZ-REQ-IDX).
           IF CZ-CURR-STAMP-IDX > ZERO
               IF CZ-STM-HAS-HIST(CZ-CURR-STAMP-IDX)
                   ADD 1 TO CZ-XC-SHARED(CZ-REQ-IDX)
               END-IF
           END-IF.
       2320-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-COUNT-DECKS - cards and starting values on RANGEIN,    *
      *                    on the EXCPOUT rejects and on the        *
      *                    carry-over deck                          *
      *-----------------------------------------------------------*
       3000-COUNT-DECKS.
           OPEN INPUT RANGE-FILE.
           IF NOT CZ-CURR-STATUS-OK
               DISPLAY 'COLZBAL: RANGEIN OPEN FAILED, STATUS '
                   CZ-CURR-STATUS ' - CANNOT BALANCE'
               CLOSE REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO CZ-EOF-SWITCH.
           PERFORM 3100-COUNT-CARD THRU 3100-EXIT
               UNTIL CZ-EOF.
           CLOSE RANGE-FILE.

           OPEN INPUT EXCP-FILE.
           IF NOT CZ-CURR-STATUS-OK
               DISPLAY 'COLZBAL: EXCPIN OPEN FAILED, STATUS '
                   CZ-CURR-STATUS ' - CANNOT BALANCE'
               CLOSE REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO CZ-EOF-SWITCH.
           PERFORM 3200-COUNT-REJECT THRU 3200-EXIT
               UNTIL CZ-EOF.
           CLOSE EXCP-FILE.

      *    The carry-over deck is there only on a single-stream
      *    night; without it nothing was carried.
           OPEN INPUT CARRY-FILE.
           IF CZ-CURR-STATUS-OK
               SET CZ-CARRY-READ TO TRUE
               MOVE 'N' TO CZ-EOF-SWITCH
               PERFORM 3300-COUNT-CARRY THRU 3300-EXIT
                   UNTIL CZ-EOF
               CLOSE CARRY-FILE
           END-IF.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3100-COUNT-CARD - one RANGEIN card                          *
      *-----------------------------------------------------------*
       3100-COUNT-CARD.
           READ RANGE-FILE INTO CZ-CARD-AREA
               AT END
                   SET CZ-EOF TO TRUE
                   GO TO 3100-EXIT
           END-READ.
           ADD 1 TO CZ-CNT-CARDS.
           PERFORM 8300-CARD-VALUES THRU 8300-EXIT.
           ADD CZ-CARD-VALUES TO CZ-CNT-CARD-VALUES.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3200-COUNT-REJECT - one EXCPOUT reject and its card image   *
      *-----------------------------------------------------------*
       3200-COUNT-REJECT.
           READ EXCP-FILE INTO CZ-EXCP-DETAIL
               AT END
                   SET CZ-EOF TO TRUE
                   GO TO 3200-EXIT
           END-READ.
           ADD 1 TO CZ-CNT-REJECTS.
           MOVE CZ-EX-IMAGE TO CZ-CARD-AREA.
           PERFORM 8300-CARD-VALUES THRU 8300-EXIT.
           ADD CZ-CARD-VALUES TO CZ-CNT-REJECT-VALUES.
       3200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3300-COUNT-CARRY - one carry-over card                      *
      *-----------------------------------------------------------*
       3300-COUNT-CARRY.
           READ CARRY-FILE INTO CZ-CARD-AREA
               AT END
                   SET CZ-EOF TO TRUE
                   GO TO 3300-EXIT
           END-READ.
           ADD 1 TO CZ-CNT-CARRY-CARDS.
           PERFORM 8300-CARD-VALUES THRU 8300-EXIT.
           ADD CZ-CARD-VALUES TO CZ-CNT-CARRY-VALUES.
       3300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-READ-REQOUT - distribution slot CZ-SLOT-IDX, if its DD *
      *                    is supplied                              *
      *-----------------------------------------------------------*
       4000-READ-REQOUT.
           MOVE 'N' TO CZ-SLOT-READ-FLAG(CZ-SLOT-IDX).
           PERFORM 4010-OPEN-SLOT THRU 4010-EXIT.
           IF NOT CZ-CURR-STATUS-OK
               GO TO 4000-EXIT
           END-IF.
           MOVE 'Y' TO CZ-SLOT-READ-FLAG(CZ-SLOT-IDX).
           SET CZ-ANY-SLOT-READ TO TRUE.
           MOVE ZERO TO CZ-BLOCK-IDX.
           MOVE 'N' TO CZ-EOF-SWITCH.
           PERFORM 4100-READ-REQ-LINE THRU 4100-EXIT
               UNTIL CZ-EOF.
           PERFORM 4020-CLOSE-SLOT THRU 4020-EXIT.
       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4010-OPEN-SLOT                                              *
      *-----------------------------------------------------------*
       4010-OPEN-SLOT.
           EVALUATE CZ-SLOT-IDX
               WHEN 1
                   OPEN INPUT REQ1-FILE
               WHEN 2
                   OPEN INPUT REQ2-FILE
               WHEN 3
                   OPEN INPUT REQ3-FILE
               WHEN 4
                   OPEN INPUT REQ4-FILE
               WHEN 5
                   OPEN INPUT REQ5-FILE
               WHEN 6
                   OPEN INPUT REQ6-FILE
           END-EVALUATE.
       4010-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4020-CLOSE-SLOT                                             *
      *-----------------------------------------------------------*
       4020-CLOSE-SLOT.
           EVALUATE CZ-SLOT-IDX
               WHEN 1
                   CLOSE REQ1-FILE
               WHEN 2
                   CLOSE REQ2-FILE
               WHEN 3
                   CLOSE REQ3-FILE
               WHEN 4
                   CLOSE REQ4-FILE
               WHEN 5
                   CLOSE REQ5-FILE
               WHEN 6
                   CLOSE REQ6-FILE
           END-EVALUATE.
       4020-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4100-READ-REQ-LINE - one REQOUTn line: a slice heading, a   *
      *                      detail line (counted for the code in   *
      *                      its REQ column, which is the receiving *
      *                      department on a shared line), or a     *
      *                      control-totals line under the last     *
      *                      REQUESTOR heading                      *
      *-----------------------------------------------------------*
       4100-READ-REQ-LINE.
           MOVE SPACES TO CZ-IN-LINE.
           EVALUATE CZ-SLOT-IDX
               WHEN 1
                   READ REQ1-FILE INTO CZ-IN-LINE
                       AT END SET CZ-EOF TO TRUE
                   END-READ
               WHEN 2
                   READ REQ2-FILE INTO CZ-IN-LINE
                       AT END SET CZ-EOF TO TRUE
                   END-READ
               WHEN 3
                   READ REQ3-FILE INTO CZ-IN-LINE
                       AT END SET CZ-EOF TO TRUE
                   END-READ
               WHEN 4
                   READ REQ4-FILE INTO CZ-IN-LINE
                       AT END SET CZ-EOF TO TRUE
                   END-READ
               WHEN 5
                   READ REQ5-FILE INTO CZ-IN-LINE
                       AT END SET CZ-EOF TO TRUE
                   END-READ
               WHEN 6
                   READ REQ6-FILE INTO CZ-IN-LINE
                       AT END SET CZ-EOF TO TRUE
                   END-READ
           END-EVALUATE.
           IF CZ-EOF
               GO TO 4100-EXIT
           END-IF.

           IF CZ-IN-LINE(1:22) = 'COLLATZ BATCH REPORT -'
               MOVE CZ-IN-LINE(24:3) TO CZ-FIND-CODE
               PERFORM 8200-FIND-REQUESTOR THRU 8200-EXIT
               IF CZ-FIND-IDX > ZERO
                   MOVE 'Y' TO CZ-RQ-SLICE-FLAG(CZ-FIND-IDX)
               END-IF
               MOVE ZERO TO CZ-BLOCK-IDX
               GO TO 4100-EXIT
           END-IF.
           IF CZ-IN-LINE(1:10) = 'REQUESTOR '
               MOVE CZ-IN-LINE(11:3) TO CZ-FIND-CODE
               PERFORM 8200-FIND-REQUESTOR THRU 8200-EXIT
               MOVE CZ-FIND-IDX TO CZ-BLOCK-IDX
               GO TO 4100-EXIT
           END-IF.
           IF CZ-IN-DL-YEAR IS NUMERIC
             AND CZ-IN-DL-DASH-1 = '-'
             AND CZ-IN-DL-DASH-2 = '-'
               MOVE CZ-IN-DL-REQ TO CZ-FIND-CODE
               PERFORM 8200-FIND-REQUESTOR THRU 8200-EXIT
               IF CZ-FIND-IDX > ZERO
                   ADD 1 TO CZ-RQ-LINES(CZ-FIND-IDX)
               END-IF
               GO TO 4100-EXIT
           END-IF.
           IF CZ-BLOCK-IDX = ZERO
             OR CZ-IN-LINE(31:23) = SPACES
               GO TO 4100-EXIT
           END-IF.
           MOVE CZ-IN-SUM-VALUE TO CZ-IN-VALUE.
           EVALUATE CZ-IN-SUM-LABEL
               WHEN 'STARTING VALUES PROCESSED'
                   ADD CZ-IN-VALUE TO CZ-RQ-PROCESSED(CZ-BLOCK-IDX)
               WHEN 'SERVED FROM CACHE'
                   ADD CZ-IN-VALUE TO CZ-RQ-CACHE(CZ-BLOCK-IDX)
               WHEN 'FRESHLY CALCULATED'
                   ADD CZ-IN-VALUE TO CZ-RQ-FRESH(CZ-BLOCK-IDX)
               WHEN 'SHORT-CIRCUITED AT CACHE'
                   ADD CZ-IN-VALUE TO CZ-RQ-SHORT(CZ-BLOCK-IDX)
               WHEN 'SHARED FROM OTHER DEPARTMENTS'
                   ADD CZ-IN-VALUE TO CZ-RQ-SHARED(CZ-BLOCK-IDX)
           END-EVALUATE.
       4100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8100-FIND-STAMP - CZ-FIND-DATE/TIME in the run stamp table, *
      *                   added when absent; CZ-FIND-STAMP-IDX zero *
      *                   if the table is full                      *
      *-----------------------------------------------------------*
       8100-FIND-STAMP.
           MOVE ZERO TO CZ-FIND-STAMP-IDX.
           PERFORM 8110-MATCH-STAMP THRU 8110-EXIT
               VARYING CZ-STAMP-IDX FROM 1 BY 1
               UNTIL CZ-STAMP-IDX > CZ-STAMP-COUNT
                   OR CZ-FIND-STAMP-IDX > ZERO.
           IF CZ-FIND-STAMP-IDX > ZERO
               GO TO 8100-EXIT
           END-IF.
           IF CZ-STAMP-COUNT >= CZ-STAMP-MAX
               DISPLAY 'COLZBAL: RUN STAMP TABLE FULL AT '
                   CZ-STAMP-MAX ' - RUN ' CZ-FIND-DATE ' '
                   CZ-FIND-TIME ' NOT BALANCED BY RUN'
               GO TO 8100-EXIT
           END-IF.
           ADD 1 TO CZ-STAMP-COUNT.
           MOVE CZ-STAMP-COUNT TO CZ-FIND-STAMP-IDX.
           MOVE CZ-STAMP-COUNT TO CZ-STAMP-IDX.
           MOVE CZ-FIND-DATE TO CZ-STM-DATE(CZ-STAMP-IDX).
           MOVE CZ-FIND-TIME TO CZ-STM-TIME(CZ-STAMP-IDX).
           MOVE 'N'  TO CZ-STM-HIST-FLAG(CZ-STAMP-IDX).
           MOVE 'N'  TO CZ-STM-FINAL-FLAG(CZ-STAMP-IDX).
           MOVE ZERO TO CZ-STM-XT-RECS(CZ-STAMP-IDX).
           MOVE ZERO TO CZ-STM-XT-CACHE(CZ-STAMP-IDX).
           MOVE ZERO TO CZ-STM-XT-FRESH(CZ-STAMP-IDX).
           MOVE ZERO TO CZ-STM-XT-OVERFLOW(CZ-STAMP-IDX).
           MOVE ZERO TO CZ-STM-XT-RUNAWAY(CZ-STAMP-IDX).
           MOVE ZERO TO CZ-STM-RH-RECS(CZ-STAMP-IDX).
           MOVE ZERO TO CZ-STM-RH-PROCESSED(CZ-STAMP-IDX).
           MOVE ZERO TO CZ-STM-RH-CACHE(CZ-STAMP-IDX).
           MOVE ZERO TO CZ-STM-RH-FRESH(CZ-STAMP-IDX).
           MOVE ZERO TO CZ-STM-RH-OVERFLOW(CZ-STAMP-IDX).
           MOVE ZERO TO CZ-STM-RH-RUNAWAY(CZ-STAMP-IDX).
           MOVE ZERO TO CZ-STM-RH-REJECTED(CZ-STAMP-IDX).
           MOVE ZERO TO CZ-STM-ST-PROCESSED(CZ-STAMP-IDX).
           MOVE ZERO TO CZ-STM-ST-CACHE(CZ-STAMP-IDX).
           MOVE ZERO TO CZ-STM-ST-REJECTED(CZ-STAMP-IDX).
       8100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8110-MATCH-STAMP                                            *
      *-----------------------------------------------------------*
       8110-MATCH-STAMP.
           IF CZ-FIND-DATE = CZ-STM-DATE(CZ-STAMP-IDX)
             AND CZ-FIND-TIME = CZ-STM-TIME(CZ-STAMP-IDX)
               MOVE CZ-STAMP-IDX TO CZ-FIND-STAMP-IDX
           END-IF.
       8110-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8200-FIND-REQUESTOR - CZ-FIND-CODE in the requestor table,  *
      *                       added with no name or slot when       *
      *                       absent; CZ-FIND-IDX zero if the table *
      *                       is full                               *
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
               DISPLAY 'COLZBAL: REQUESTOR TABLE FULL AT '
                   CZ-REQUESTOR-MAX ' - DEPARTMENT ' CZ-FIND-CODE
                   ' NOT BALANCED'
               GO TO 8200-EXIT
           END-IF.
           ADD 1 TO CZ-REQUESTOR-COUNT.
           MOVE CZ-REQUESTOR-COUNT TO CZ-FIND-IDX.
           MOVE CZ-FIND-CODE TO CZ-REQ-CODE(CZ-FIND-IDX).
           MOVE SPACES       TO CZ-REQ-NAME(CZ-FIND-IDX).
           MOVE ZERO         TO CZ-REQ-DIST-SLOT(CZ-FIND-IDX).
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
      * 8300-CARD-VALUES - the starting values CZ-CARD-AREA asks    *
      *                    for                                      *
      *-----------------------------------------------------------*
       8300-CARD-VALUES.
           MOVE ZERO TO CZ-CARD-VALUES.
           IF CZ-CARD-AREA = SPACES
               GO TO 8300-EXIT
           END-IF.
           IF NOT CZ-CARD-IS-SPAN
               MOVE 1 TO CZ-CARD-VALUES
               GO TO 8300-EXIT
           END-IF.
           IF CZ-CARD-FROM IS NUMERIC
             AND CZ-CARD-THRU IS NUMERIC
             AND CZ-CARD-FROM NOT > CZ-CARD-THRU
               COMPUTE CZ-CARD-VALUES =
                   CZ-CARD-THRU - CZ-CARD-FROM + 1
           END-IF.
       8300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8400-WRITE-ROW - one balancing row from CZ-ROW; a balance   *
      *                  row whose sources disagree is counted out  *
      *                  of balance                                 *
      *-----------------------------------------------------------*
       8400-WRITE-ROW.
           MOVE SPACES TO CZ-BAL-LINE.
           MOVE CZ-ROW-LABEL TO CZ-BL-LABEL.
           PERFORM 8410-FORMAT-COLUMN THRU 8410-EXIT
               VARYING CZ-ROW-IDX FROM 1 BY 1
               UNTIL CZ-ROW-IDX > CZ-ROW-USED.
           IF CZ-ROW-INFO
               MOVE CZ-ROW-NOTE TO CZ-BL-RESULT
               GO TO 8400-WRITE
           END-IF.
           MOVE 'IN BALANCE' TO CZ-BL-RESULT.
           PERFORM 8420-COMPARE-COLUMN THRU 8420-EXIT
               VARYING CZ-ROW-IDX FROM 2 BY 1
               UNTIL CZ-ROW-IDX > CZ-ROW-USED.
           IF CZ-BL-RESULT NOT = 'IN BALANCE'
               ADD 1 TO CZ-CNT-OUT-OF-BALANCE
           END-IF.
       8400-WRITE.
           WRITE CZ-REPORT-LINE FROM CZ-BAL-LINE.
           MOVE SPACES TO CZ-ROW-NOTE.
           SET CZ-ROW-BALANCE TO TRUE.
       8400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8410-FORMAT-COLUMN                                          *
      *-----------------------------------------------------------*
       8410-FORMAT-COLUMN.
           MOVE CZ-ROW-SRC(CZ-ROW-IDX) TO CZ-BL-SRC(CZ-ROW-IDX).
           MOVE CZ-ROW-VAL(CZ-ROW-IDX) TO CZ-BL-VAL(CZ-ROW-IDX).
       8410-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8420-COMPARE-COLUMN                                         *
      *-----------------------------------------------------------*
       8420-COMPARE-COLUMN.
           IF CZ-ROW-VAL(CZ-ROW-IDX) NOT = CZ-ROW-VAL(1)
               MOVE 'OUT OF BAL' TO CZ-BL-RESULT
           END-IF.
       8420-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8500-WRITE-SECTION - a section heading and column line      *
      *-----------------------------------------------------------*
       8500-WRITE-SECTION.
           MOVE SPACES TO CZ-REPORT-LINE.
           WRITE CZ-REPORT-LINE.
           WRITE CZ-REPORT-LINE FROM CZ-SECTION-LINE.
           WRITE CZ-REPORT-LINE FROM CZ-COLUMN-LINE.
       8500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE - the balancing report and the verdict       *
      *-----------------------------------------------------------*
       9000-TERMINATE.
           PERFORM 9050-SUM-FINAL-RUNS THRU 9050-EXIT
               VARYING CZ-STAMP-IDX FROM 1 BY 1
               UNTIL CZ-STAMP-IDX > CZ-STAMP-COUNT.
           SET CZ-ROW-BALANCE TO TRUE.
           MOVE SPACES TO CZ-ROW-NOTE.
           PERFORM 9100-RUN-TOTALS THRU 9100-EXIT.
           PERFORM 9200-NIGHT-TOTALS THRU 9200-EXIT.
           MOVE 'REQUESTOR TOTALS - REQOUT SLICES AGAINST RSLTOUT'
               TO CZ-SECTION-TEXT.
           PERFORM 8500-WRITE-SECTION THRU 8500-EXIT.
           IF NOT CZ-ANY-SLOT-READ
               MOVE 'NO REQOUT FILES SUPPLIED - REQUESTOR TOTALS FROM'
                   TO CZ-SECTION-TEXT
               WRITE CZ-REPORT-LINE FROM CZ-SECTION-LINE
               MOVE 'RSLTOUT ONLY' TO CZ-SECTION-TEXT
               WRITE CZ-REPORT-LINE FROM CZ-SECTION-LINE
           END-IF.
           PERFORM 9300-REQUESTOR-TOTALS THRU 9300-EXIT
               VARYING CZ-REQ-IDX FROM 1 BY 1
               UNTIL CZ-REQ-IDX > CZ-REQUESTOR-COUNT.

           MOVE SPACES TO CZ-REPORT-LINE.
           WRITE CZ-REPORT-LINE.
           MOVE 'CONTROL TOTALS OUT OF BALANCE' TO CZ-VERDICT-TEXT.
           MOVE CZ-CNT-OUT-OF-BALANCE TO CZ-VERDICT-COUNT.
           WRITE CZ-REPORT-LINE FROM CZ-VERDICT-LINE.
           IF CZ-CNT-OUT-OF-BALANCE = ZERO
               MOVE '*** NIGHT IS IN BALANCE ***' TO CZ-SECTION-TEXT
           ELSE
               MOVE '*** NIGHT IS OUT OF BALANCE - HOLD DISTRIBUTION'
                   TO CZ-SECTION-TEXT
               DISPLAY 'COLZBAL: ' CZ-CNT-OUT-OF-BALANCE
                   ' CONTROL TOTALS OUT OF BALANCE'
               MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE CZ-REPORT-LINE FROM CZ-SECTION-LINE.
           CLOSE REPORT-FILE.
       9000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9050-SUM-FINAL-RUNS - one final run's stamp into the        *
      *                       final-run totals                      *
      *-----------------------------------------------------------*
       9050-SUM-FINAL-RUNS.
           IF NOT CZ-STM-FINAL(CZ-STAMP-IDX)
               GO TO 9050-EXIT
           END-IF.
           ADD CZ-STM-XT-RECS(CZ-STAMP-IDX)     TO CZ-FN-XT-RECS.
           ADD CZ-STM-XT-CACHE(CZ-STAMP-IDX)    TO CZ-FN-XT-CACHE.
           ADD CZ-STM-XT-FRESH(CZ-STAMP-IDX)    TO CZ-FN-XT-FRESH.
           ADD CZ-STM-XT-OVERFLOW(CZ-STAMP-IDX) TO CZ-FN-XT-OVERFLOW.
           ADD CZ-STM-XT-RUNAWAY(CZ-STAMP-IDX)  TO CZ-FN-XT-RUNAWAY.
           ADD CZ-STM-ST-PROCESSED(CZ-STAMP-IDX)
               TO CZ-FN-ST-PROCESSED.
           ADD CZ-STM-ST-CACHE(CZ-STAMP-IDX)    TO CZ-FN-ST-CACHE.
           ADD CZ-STM-ST-REJECTED(CZ-STAMP-IDX) TO CZ-FN-ST-REJECTED.
           IF NOT CZ-STM-HAS-HIST(CZ-STAMP-IDX)
               GO TO 9050-EXIT
           END-IF.
           ADD CZ-STM-RH-RECS(CZ-STAMP-IDX)     TO CZ-FN-STREAMS-HIST.
           ADD CZ-STM-RH-PROCESSED(CZ-STAMP-IDX)
               TO CZ-FN-RH-PROCESSED.
           ADD CZ-STM-RH-CACHE(CZ-STAMP-IDX)    TO CZ-FN-RH-CACHE.
           ADD CZ-STM-RH-FRESH(CZ-STAMP-IDX)    TO CZ-FN-RH-FRESH.
           ADD CZ-STM-RH-OVERFLOW(CZ-STAMP-IDX) TO CZ-FN-RH-OVERFLOW.
           ADD CZ-STM-RH-RUNAWAY(CZ-STAMP-IDX)  TO CZ-FN-RH-RUNAWAY.
           ADD CZ-STM-RH-REJECTED(CZ-STAMP-IDX) TO CZ-FN-RH-REJECTED.
       9050-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9100-RUN-TOTALS - the final run of each stream: RSLTOUT,    *
      *                   RUNHIST and STATDS side by side           *
      *-----------------------------------------------------------*
       9100-RUN-TOTALS.
           MOVE 'RUN CONTROL TOTALS - FINAL RUN OF EACH STREAM'
               TO CZ-SECTION-TEXT.
           PERFORM 8500-WRITE-SECTION THRU 8500-EXIT.

           MOVE 'RUN STREAMS COMPLETE'     TO CZ-ROW-LABEL.
           MOVE 3 TO CZ-ROW-USED.
           MOVE 'STATDS'   TO CZ-ROW-SRC(1).
           MOVE CZ-CNT-STAT-RECS           TO CZ-ROW-VAL(1).
           MOVE 'PHASE C'  TO CZ-ROW-SRC(2).
           MOVE CZ-CNT-STAT-COMPLETE       TO CZ-ROW-VAL(2).
           MOVE 'RUNHIST'  TO CZ-ROW-SRC(3).
           MOVE CZ-FN-STREAMS-HIST         TO CZ-ROW-VAL(3).
           PERFORM 8400-WRITE-ROW THRU 8400-EXIT.

           MOVE 'STARTING VALUES PROCESSED' TO CZ-ROW-LABEL.
           MOVE 3 TO CZ-ROW-USED.
           MOVE 'RSLTOUT'  TO CZ-ROW-SRC(1).
           MOVE CZ-FN-XT-RECS              TO CZ-ROW-VAL(1).
           MOVE 'RUNHIST'  TO CZ-ROW-SRC(2).
           MOVE CZ-FN-RH-PROCESSED         TO CZ-ROW-VAL(2).
           MOVE 'STATDS'   TO CZ-ROW-SRC(3).
           MOVE CZ-FN-ST-PROCESSED         TO CZ-ROW-VAL(3).
           PERFORM 8400-WRITE-ROW THRU 8400-EXIT.

           MOVE 'SERVED FROM CACHE'        TO CZ-ROW-LABEL.
           MOVE 3 TO CZ-ROW-USED.
           MOVE 'RSLTOUT'  TO CZ-ROW-SRC(1).
           MOVE CZ-FN-XT-CACHE             TO CZ-ROW-VAL(1).
           MOVE 'RUNHIST'  TO CZ-ROW-SRC(2).
           MOVE CZ-FN-RH-CACHE             TO CZ-ROW-VAL(2).
           MOVE 'STATDS'   TO CZ-ROW-SRC(3).
           MOVE CZ-FN-ST-CACHE             TO CZ-ROW-VAL(3).
           PERFORM 8400-WRITE-ROW THRU 8400-EXIT.

      *    Run history keeps the two-way split: a short-circuited
      *    value counts as freshly calculated.
           MOVE 'CALCULATED (INCL SHORT)'  TO CZ-ROW-LABEL.
           MOVE 2 TO CZ-ROW-USED.
           MOVE 'RSLTOUT'  TO CZ-ROW-SRC(1).
           MOVE CZ-FN-XT-FRESH             TO CZ-ROW-VAL(1).
           MOVE 'RUNHIST'  TO CZ-ROW-SRC(2).
           MOVE CZ-FN-RH-FRESH             TO CZ-ROW-VAL(2).
           PERFORM 8400-WRITE-ROW THRU 8400-EXIT.

           MOVE 'STATUS OVERFLOW'          TO CZ-ROW-LABEL.
           MOVE 2 TO CZ-ROW-USED.
           MOVE 'RSLTOUT'  TO CZ-ROW-SRC(1).
           MOVE CZ-FN-XT-OVERFLOW          TO CZ-ROW-VAL(1).
           MOVE 'RUNHIST'  TO CZ-ROW-SRC(2).
           MOVE CZ-FN-RH-OVERFLOW          TO CZ-ROW-VAL(2).
           PERFORM 8400-WRITE-ROW THRU 8400-EXIT.

           MOVE 'STATUS RUNAWAY'           TO CZ-ROW-LABEL.
           MOVE 2 TO CZ-ROW-USED.
           MOVE 'RSLTOUT'  TO CZ-ROW-SRC(1).
           MOVE CZ-FN-XT-RUNAWAY           TO CZ-ROW-VAL(1).
           MOVE 'RUNHIST'  TO CZ-ROW-SRC(2).
           MOVE CZ-FN-RH-RUNAWAY           TO CZ-ROW-VAL(2).
           PERFORM 8400-WRITE-ROW THRU 8400-EXIT.

           MOVE 'RECORDS REJECTED'         TO CZ-ROW-LABEL.
           MOVE 3 TO CZ-ROW-USED.
           MOVE 'EXCPOUT'  TO CZ-ROW-SRC(1).
           MOVE CZ-CNT-REJECTS             TO CZ-ROW-VAL(1).
           MOVE 'RUNHIST'  TO CZ-ROW-SRC(2).
           MOVE CZ-FN-RH-REJECTED          TO CZ-ROW-VAL(2).
           MOVE 'STATDS'   TO CZ-ROW-SRC(3).
           MOVE CZ-FN-ST-REJECTED          TO CZ-ROW-VAL(3).
           PERFORM 8400-WRITE-ROW THRU 8400-EXIT.
       9100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9200-NIGHT-TOTALS - the whole night's starting values, and  *
      *                     the extract's run and source splits     *
      *-----------------------------------------------------------*
       9200-NIGHT-TOTALS.
           MOVE 'STARTING VALUES - WHOLE NIGHT' TO CZ-SECTION-TEXT.
           PERFORM 8500-WRITE-SECTION THRU 8500-EXIT.

           MOVE 'CARDS READ / REJECTED'    TO CZ-ROW-LABEL.
           SET CZ-ROW-INFO TO TRUE.
           MOVE 3 TO CZ-ROW-USED.
           MOVE 'RANGEIN'  TO CZ-ROW-SRC(1).
           MOVE CZ-CNT-CARDS               TO CZ-ROW-VAL(1).
           MOVE 'EXCPOUT'  TO CZ-ROW-SRC(2).
           MOVE CZ-CNT-REJECTS             TO CZ-ROW-VAL(2).
           MOVE 'CARRY'    TO CZ-ROW-SRC(3).
           MOVE CZ-CNT-CARRY-CARDS         TO CZ-ROW-VAL(3).
           IF NOT CZ-CARRY-READ
               MOVE 'NO CARRY' TO CZ-ROW-NOTE
           END-IF.
           PERFORM 8400-WRITE-ROW THRU 8400-EXIT.

           MOVE 'STARTING VALUES REQUESTED' TO CZ-ROW-LABEL.
           MOVE 2 TO CZ-ROW-USED.
           MOVE 'RANGEIN'  TO CZ-ROW-SRC(1).
           MOVE CZ-CNT-CARD-VALUES         TO CZ-ROW-VAL(1).
           MOVE 'ACCOUNTD' TO CZ-ROW-SRC(2).
           COMPUTE CZ-ROW-VAL(2) = CZ-CNT-XT-RECS
               + CZ-CNT-REJECT-VALUES + CZ-CNT-CARRY-VALUES.
           PERFORM 8400-WRITE-ROW THRU 8400-EXIT.

           MOVE '  ACCOUNTED FOR BY'       TO CZ-ROW-LABEL.
           SET CZ-ROW-INFO TO TRUE.
           MOVE 3 TO CZ-ROW-USED.
           MOVE 'RSLTOUT'  TO CZ-ROW-SRC(1).
           MOVE CZ-CNT-XT-RECS             TO CZ-ROW-VAL(1).
           MOVE 'EXCPOUT'  TO CZ-ROW-SRC(2).
           MOVE CZ-CNT-REJECT-VALUES       TO CZ-ROW-VAL(2).
           MOVE 'CARRY'    TO CZ-ROW-SRC(3).
           MOVE CZ-CNT-CARRY-VALUES        TO CZ-ROW-VAL(3).
           PERFORM 8400-WRITE-ROW THRU 8400-EXIT.

           MOVE 'EXTRACT RECORDS BY RUN'   TO CZ-ROW-LABEL.
           SET CZ-ROW-INFO TO TRUE.
           MOVE 3 TO CZ-ROW-USED.
           MOVE 'ALL RUNS' TO CZ-ROW-SRC(1).
           MOVE CZ-CNT-XT-RECS             TO CZ-ROW-VAL(1).
           MOVE 'FINAL'    TO CZ-ROW-SRC(2).
           MOVE CZ-FN-XT-RECS              TO CZ-ROW-VAL(2).
           MOVE 'EARLIER'  TO CZ-ROW-SRC(3).
           COMPUTE CZ-ROW-VAL(3) = CZ-CNT-XT-RECS - CZ-FN-XT-RECS.
           PERFORM 8400-WRITE-ROW THRU 8400-EXIT.

           MOVE 'EXTRACT RECORDS BY SOURCE' TO CZ-ROW-LABEL.
           SET CZ-ROW-INFO TO TRUE.
           MOVE 3 TO CZ-ROW-USED.
           MOVE 'CACHE'    TO CZ-ROW-SRC(1).
           MOVE CZ-CNT-XT-CACHE            TO CZ-ROW-VAL(1).
           MOVE 'CALC'     TO CZ-ROW-SRC(2).
           MOVE CZ-CNT-XT-FRESH            TO CZ-ROW-VAL(2).
           MOVE 'SHORT'    TO CZ-ROW-SRC(3).
           MOVE CZ-CNT-XT-SHORT            TO CZ-ROW-VAL(3).
           PERFORM 8400-WRITE-ROW THRU 8400-EXIT.
       9200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9300-REQUESTOR-TOTALS - one department: its REQOUT slice    *
      *                         against RSLTOUT and the cross-      *
      *                         reference, or RSLTOUT alone when    *
      *                         the slice was not distributed       *
      *-----------------------------------------------------------*
       9300-REQUESTOR-TOTALS.
           IF CZ-XA-RECS(CZ-REQ-IDX) = ZERO
             AND CZ-XA-SHARED(CZ-REQ-IDX) = ZERO
             AND CZ-RQ-LINES(CZ-REQ-IDX) = ZERO
             AND NOT CZ-RQ-SLICE-FOUND(CZ-REQ-IDX)
               GO TO 9300-EXIT
           END-IF.
           MOVE SPACES TO CZ-REPORT-LINE.
           WRITE CZ-REPORT-LINE.
           MOVE CZ-REQ-CODE(CZ-REQ-IDX) TO CZ-RH-CODE.
           MOVE CZ-REQ-NAME(CZ-REQ-IDX) TO CZ-RH-NAME.
           MOVE SPACES TO CZ-RH-NOTE.
           MOVE CZ-REQ-DIST-SLOT(CZ-REQ-IDX) TO CZ-SLOT-IDX.
           IF CZ-SLOT-IDX = ZERO
             OR CZ-SLOT-IDX > CZ-MAX-SLOTS
               MOVE 'NO REQOUT SLOT - NOT DISTRIBUTED' TO CZ-RH-NOTE
               WRITE CZ-REPORT-LINE FROM CZ-REQ-HDR-LINE
               GO TO 9300-EXTRACT-ONLY
           END-IF.
           IF CZ-SLOT-READ-FLAG(CZ-SLOT-IDX) NOT = 'Y'
               STRING 'REQOUT' CZ-REQ-DIST-SLOT(CZ-REQ-IDX)
                      ' NOT SUPPLIED' DELIMITED BY SIZE
                   INTO CZ-RH-NOTE
               WRITE CZ-REPORT-LINE FROM CZ-REQ-HDR-LINE
               GO TO 9300-EXTRACT-ONLY
           END-IF.
           STRING 'SLICE ON REQOUT' CZ-REQ-DIST-SLOT(CZ-REQ-IDX)
               DELIMITED BY SIZE INTO CZ-RH-NOTE.
           WRITE CZ-REPORT-LINE FROM CZ-REQ-HDR-LINE.
           MOVE 'REQOUT'   TO CZ-ROW-SRC(2).
           MOVE CZ-REQ-DIST-SLOT(CZ-REQ-IDX) TO CZ-ROW-SRC(2)(7:1).

           MOVE 'SLICE HEADINGS'           TO CZ-ROW-LABEL.
           MOVE 2 TO CZ-ROW-USED.
           MOVE 'EXPECTED' TO CZ-ROW-SRC(1).
           MOVE 1                          TO CZ-ROW-VAL(1).
           MOVE ZERO                       TO CZ-ROW-VAL(2).
           IF CZ-RQ-SLICE-FOUND(CZ-REQ-IDX)
               MOVE 1                      TO CZ-ROW-VAL(2)
           END-IF.
           PERFORM 8400-WRITE-ROW THRU 8400-EXIT.

           MOVE 'DETAIL LINES'             TO CZ-ROW-LABEL.
           MOVE 2 TO CZ-ROW-USED.
           MOVE 'RSLT+XRF' TO CZ-ROW-SRC(1).
           COMPUTE CZ-ROW-VAL(1) = CZ-XA-RECS(CZ-REQ-IDX)
               + CZ-XA-SHARED(CZ-REQ-IDX).
           MOVE CZ-RQ-LINES(CZ-REQ-IDX)    TO CZ-ROW-VAL(2).
           IF NOT CZ-XREF-READ
               MOVE 'RSLTOUT'  TO CZ-ROW-SRC(1)
           END-IF.
           PERFORM 8400-WRITE-ROW THRU 8400-EXIT.

           MOVE 'STARTING VALUES PROCESSED' TO CZ-ROW-LABEL.
           MOVE 2 TO CZ-ROW-USED.
           MOVE 'RSLTOUT'  TO CZ-ROW-SRC(1).
           MOVE CZ-XC-RECS(CZ-REQ-IDX)     TO CZ-ROW-VAL(1).
           MOVE CZ-RQ-PROCESSED(CZ-REQ-IDX) TO CZ-ROW-VAL(2).
           PERFORM 8400-WRITE-ROW THRU 8400-EXIT.

           MOVE 'SERVED FROM CACHE'        TO CZ-ROW-LABEL.
           MOVE 2 TO CZ-ROW-USED.
           MOVE CZ-XC-CACHE(CZ-REQ-IDX)    TO CZ-ROW-VAL(1).
           MOVE CZ-RQ-CACHE(CZ-REQ-IDX)    TO CZ-ROW-VAL(2).
           PERFORM 8400-WRITE-ROW THRU 8400-EXIT.

           MOVE 'FRESHLY CALCULATED'       TO CZ-ROW-LABEL.
           MOVE 2 TO CZ-ROW-USED.
           MOVE CZ-XC-FRESH(CZ-REQ-IDX)    TO CZ-ROW-VAL(1).
           MOVE CZ-RQ-FRESH(CZ-REQ-IDX)    TO CZ-ROW-VAL(2).
           PERFORM 8400-WRITE-ROW THRU 8400-EXIT.

           MOVE 'SHORT-CIRCUITED AT CACHE' TO CZ-ROW-LABEL.
           MOVE 2 TO CZ-ROW-USED.
           MOVE CZ-XC-SHORT(CZ-REQ-IDX)    TO CZ-ROW-VAL(1).
           MOVE CZ-RQ-SHORT(CZ-REQ-IDX)    TO CZ-ROW-VAL(2).
           PERFORM 8400-WRITE-ROW THRU 8400-EXIT.

      *    Without the cross-reference the shared count cannot be
      *    recomputed; the slice's own figure is shown alone.
           MOVE 'SHARED FROM OTHER DEPTS'  TO CZ-ROW-LABEL.
           MOVE 2 TO CZ-ROW-USED.
           MOVE 'XREFIN'   TO CZ-ROW-SRC(1).
           MOVE CZ-XC-SHARED(CZ-REQ-IDX)   TO CZ-ROW-VAL(1).
           MOVE CZ-RQ-SHARED(CZ-REQ-IDX)   TO CZ-ROW-VAL(2).
           IF NOT CZ-XREF-READ
               MOVE CZ-ROW-SOURCE(2) TO CZ-ROW-SOURCE(1)
               MOVE 1 TO CZ-ROW-USED
               SET CZ-ROW-INFO TO TRUE
               MOVE 'NO XREFIN' TO CZ-ROW-NOTE
           END-IF.
           PERFORM 8400-WRITE-ROW THRU 8400-EXIT.
           GO TO 9300-EXIT.

       9300-EXTRACT-ONLY.
           MOVE 'RSLTOUT BY SOURCE'        TO CZ-ROW-LABEL.
           SET CZ-ROW-INFO TO TRUE.
           MOVE 3 TO CZ-ROW-USED.
           MOVE 'CACHE'    TO CZ-ROW-SRC(1).
           MOVE CZ-XA-CACHE(CZ-REQ-IDX)    TO CZ-ROW-VAL(1).
           MOVE 'CALC'     TO CZ-ROW-SRC(2).
           MOVE CZ-XA-FRESH(CZ-REQ-IDX)    TO CZ-ROW-VAL(2).
           MOVE 'SHORT'    TO CZ-ROW-SRC(3).
           MOVE CZ-XA-SHORT(CZ-REQ-IDX)    TO CZ-ROW-VAL(3).
           PERFORM 8400-WRITE-ROW THRU 8400-EXIT.

           MOVE 'STARTING VALUES / SHARED' TO CZ-ROW-LABEL.
           SET CZ-ROW-INFO TO TRUE.
           MOVE 2 TO CZ-ROW-USED.
           MOVE 'RSLTOUT'  TO CZ-ROW-SRC(1).
           MOVE CZ-XA-RECS(CZ-REQ-IDX)     TO CZ-ROW-VAL(1).
           MOVE 'XREFIN'   TO CZ-ROW-SRC(2).
           MOVE CZ-XA-SHARED(CZ-REQ-IDX)   TO CZ-ROW-VAL(2).
           PERFORM 8400-WRITE-ROW THRU 8400-EXIT.
       9300-EXIT.
           EXIT.

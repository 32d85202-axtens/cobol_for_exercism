      *                    file whole.  The requestor table moved    *
      *                    to the shared CZREQT copybook so          *
      *                    COLZMRG cannot drift from it.             *
      *   2026-10-15  RLC  When MAXRECS stops the run, every card    *
      *                    not reached is written to the CARRYOUT    *
      *                    carry-over deck in RANGEIN format - the   *
      *                    unfinished remainder of a span as a new   *
      *                    RANGE card under the same requestor,      *
      *                    then the unread cards unchanged - for     *
      *                    COLZCRY to merge ahead of the next        *
      *                    night's submissions.  Cards and values    *
      *                    carried are added to the control totals.  *
      *   2026-10-15  RLC  The requestor table is now loaded from    *
      *                    the REQMAST requestor master (COLZREQ     *
      *                    maintenance) instead of being compiled    *
      *                    in.  Cards from a suspended department    *
      *                    are rejected with reason SUSPND, and      *
      *                    cards that would take a department past   *
      *                    its daily starting-value limit with       *
      *                    reason QUOTA.  Each department's slice    *
      *                    goes to the REQOUTn slot named on its     *
      *                    master record; slots REQOUT4-6 added.     *
      *   2026-10-15  RLC  Every result stored to CACHEDS is also    *
      *                    appended to the CACHEJRN cache change     *
      *                    journal (copybook CZJRNL) for COLZRCV     *
      *                    forward recovery.                         *
      *   2026-10-15  RLC  A cache miss is no longer run all the way *
      *                    to 1: it is stepped through Collatz's     *
      *                    CollatzStep entry, probing CACHEDS after  *
      *                    every step, and the first cached value   *
      *                    reached supplies the rest of the count    *
      *                    and peak.  Such values print SOURCE SHORT *
      *                    (extract source S) and are totalled       *
      *                    separately, with the steps saved.  New    *
      *                    CTLCARD keyword SHORTCUT=Y/N (default Y); *
      *                    TRACE=Y and CACHE=BYPASS also run full.   *
      *   2026-10-15  RLC  Results shared between departments: the   *
      *                    COLZINT intake cross-reference is read    *
      *                    from the optional XREFIN DD, and each     *
      *                    result on a segment another department    *
      *                    also asked for is written to that         *
      *                    department's REQOUTn slice as well, with  *
      *                    a SHARED FROM OTHER DEPARTMENTS count in  *
      *                    its control totals.  The owning card's    *
      *                    department alone is charged and           *
      *                    extracted.                                *
      *   2026-10-15  RLC  The RUNHIST record now carries the date   *
      *                    and time the run ended, for the COLZPLN   *
      *                    workload estimator's processing rates;    *
      *                    RUNHIST must be converted to the new      *
      *                    length (see COLZRHC) before the first     *
      *                    run.                                      *
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COLZRPT.
               RECORD KEY IS CZ-CACHE-KEY
               FILE STATUS IS CZ-CACHE-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO CACHEJRN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CZ-JOURNAL-STATUS.

           SELECT CKPT-FILE    ASSIGN TO CKPTDS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CZ-CKPT-STATUS.
               FILE STATUS IS CZ-RUNHIST-STATUS.

           SELECT REQ1-FILE    ASSIGN TO REQOUT1
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CZ-REQOUT-STATUS.

           SELECT REQ2-FILE    ASSIGN TO REQOUT2
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CZ-REQOUT-STATUS.

           SELECT REQ3-FILE    ASSIGN TO REQOUT3
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CZ-REQOUT-STATUS.

           SELECT REQ4-FILE    ASSIGN TO REQOUT4
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CZ-REQOUT-STATUS.

           SELECT REQ5-FILE    ASSIGN TO REQOUT5
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CZ-REQOUT-STATUS.

           SELECT REQ6-FILE    ASSIGN TO REQOUT6
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CZ-REQOUT-STATUS.

           SELECT REQMAST-FILE ASSIGN TO REQMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CZ-REQM-CODE
               FILE STATUS IS CZ-REQMAST-STATUS.

           SELECT RSLT-FILE    ASSIGN TO RSLTOUT
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT STATUS-FILE  ASSIGN TO STATDS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CARRY-FILE   ASSIGN TO CARRYOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CZ-CARRY-STATUS.

           SELECT XREF-FILE    ASSIGN TO XREFIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CZ-XREF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RANGE-FILE
       FD  CACHE-FILE.
           COPY CZCACHE.

       FD  JOURNAL-FILE
           RECORDING MODE IS F.
           COPY CZJRNL.

       FD  CKPT-FILE.
           COPY CZCKPT.

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

       FD  REQMAST-FILE.
           COPY CZREQM.

       FD  RSLT-FILE
           RECORDING MODE IS F.
           COPY CZRSLT.
           RECORDING MODE IS F.
           COPY CZSTAT.

       FD  CARRY-FILE
           RECORDING MODE IS F.
       01  CZ-CARRY-REC                    PIC X(80).

       FD  XREF-FILE
           RECORDING MODE IS F.
           COPY CZXREF.

       WORKING-STORAGE SECTION.
       01  CZ-SWITCHES.
           05  CZ-EOF-SWITCH               PIC X(01) VALUE 'N'.
               88  CZ-RSLT-EOF                      VALUE 'Y'.
           05  CZ-LGE-FOUND-SWITCH         PIC X(01) VALUE 'N'.
               88  CZ-LGE-DUPLICATE                 VALUE 'Y'.
           05  CZ-CARRY-OPEN-SWITCH        PIC X(01) VALUE 'N'.
               88  CZ-CARRY-OPEN                    VALUE 'Y'.
           05  CZ-REQM-EOF-SWITCH          PIC X(01) VALUE 'N'.
               88  CZ-REQM-EOF                      VALUE 'Y'.
           05  CZ-JRN-OPEN-SWITCH          PIC X(01) VALUE 'N'.
               88  CZ-JRN-OPEN                      VALUE 'Y'.
           05  CZ-SHORTCUT-SWITCH          PIC X(01) VALUE 'Y'.
               88  CZ-SHORTCUT-ON                   VALUE 'Y'.
               88  CZ-SHORTCUT-OFF                  VALUE 'N'.
           05  CZ-XREF-EOF-SWITCH          PIC X(01) VALUE 'N'.
               88  CZ-XREF-EOF                      VALUE 'Y'.

       01  CZ-CACHE-STATUS                PIC X(02).
           88  CZ-CACHE-STATUS-OK                 VALUE '00'.
           88  CZ-CACHE-STATUS-NOTFOUND           VALUE '23' '35'.

       01  CZ-JOURNAL-STATUS               PIC X(02).
           88  CZ-JOURNAL-STATUS-OK               VALUE '00'.
           88  CZ-JOURNAL-STATUS-NOTFOUND         VALUE '35'.

       01  CZ-CKPT-STATUS                  PIC X(02).
           88  CZ-CKPT-STATUS-OK                  VALUE '00'.
           88  CZ-CKPT-STATUS-NOTFOUND            VALUE '35'.
           88  CZ-RSLT-STATUS-OK                  VALUE '00'.
           88  CZ-RSLT-STATUS-NOTFOUND            VALUE '35'.

       01  CZ-CARRY-STATUS                 PIC X(02).
           88  CZ-CARRY-STATUS-OK                 VALUE '00'.

       01  CZ-REQMAST-STATUS               PIC X(02).
           88  CZ-REQMAST-STATUS-OK               VALUE '00'.
           88  CZ-REQMAST-STATUS-NOTFOUND         VALUE '35'.

       01  CZ-REQOUT-STATUS                PIC X(02).
           88  CZ-REQOUT-STATUS-OK                VALUE '00'.

       01  CZ-XREF-STATUS                  PIC X(02).
           88  CZ-XREF-STATUS-OK                  VALUE '00'.

      *    Highest starting value already on the results extract,
      *    found on a RESTART run so the resume point can be
      *    pushed past everything extracted before the failure.
           05  FILLER                      PIC X(10)
               VALUE '  RESTART='.
           05  CZ-OPT-RESTART              PIC X(01).
           05  FILLER                      PIC X(11)
               VALUE '  SHORTCUT='.
           05  CZ-OPT-SHORTCUT             PIC X(01).
           05  FILLER                      PIC X(08) VALUE SPACES.

       01  CZ-SPAN-NEXT-VALUE              PIC 9(18) VALUE ZERO.
       01  CZ-SPAN-THRU-VALUE              PIC 9(18) VALUE ZERO.

      *    Carry-over card staging area with the two CZRANGE
      *    layouts overlaid, so the remainder of a span can be
      *    built without touching the input record area.
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

      *    Staging field for moves between the two record layouts
      *    sharing the RANGE-FILE record area - a direct move
      *    between overlapping operands is unpredictable.

           COPY CZEXCP.

      *    Departments authorized to submit RANGEIN work, loaded
      *    from the requestor master.  A record's requestor code
      *    must match a table entry (reject reason REQSTR), the
      *    department must be active (SUSPND) and the card must
      *    fit in what is left of its daily limit (QUOTA).  Each
      *    entry's distribution slot names its REQOUTn file.
           COPY CZREQT.

       01  CZ-REQ-IDX                      PIC 9(02) COMP.
       01  CZ-CURR-REQ-IDX                 PIC 9(02) COMP VALUE ZERO.
       01  CZ-CURR-REQUESTOR               PIC X(03) VALUE SPACES.
       01  CZ-REQ-LINE-AREA                PIC X(90).
       01  CZ-CARD-VALUES                  PIC 9(18) VALUE ZERO.

      *    REQOUTn distribution slots; a slot whose DD is not in
      *    the JCL stays closed and its department's slice is on
      *    PRTOUT only.
       01  CZ-MAX-SLOTS                    PIC 9(02) COMP VALUE 6.
       01  CZ-SLOT-IDX                     PIC 9(02) COMP.
       01  CZ-SLOT-TABLE.
           05  CZ-SLOT-OPEN-FLAG           PIC X(01) VALUE 'N'
                                           OCCURS 6 TIMES.
               88  CZ-SLOT-OPEN                   VALUE 'Y'.

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

      *    Segments of tonight's submissions that a department
      *    asked for without owning the card that carries them,
      *    from the intake cross-reference, in ascending value
      *    order.  Segments do not overlap, so THRU rises with
      *    FROM and the search can start past every segment that
      *    ended below the last value served.
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

       01  CZ-REQ-HDR-LINE.
           05  FILLER                      PIC X(22)
           05  CZ-CNT-PROCESSED            PIC 9(09) VALUE ZERO.
           05  CZ-CNT-CACHE-HITS           PIC 9(09) VALUE ZERO.
           05  CZ-CNT-FRESH-CALCS          PIC 9(09) VALUE ZERO.
           05  CZ-CNT-SHORT-CALCS          PIC 9(09) VALUE ZERO.
           05  CZ-CNT-STEPS-SAVED          PIC 9(18) VALUE ZERO.
           05  CZ-CNT-STATUS-OK            PIC 9(09) VALUE ZERO.
           05  CZ-CNT-STATUS-OVERFLOW      PIC 9(09) VALUE ZERO.
           05  CZ-CNT-STATUS-RUNAWAY       PIC 9(09) VALUE ZERO.
           05  CZ-MAX-COUNT-START          PIC 9(18) VALUE ZERO.
           05  CZ-MAX-PEAK                 PIC 9(18) VALUE ZERO.
           05  CZ-MAX-PEAK-START           PIC 9(18) VALUE ZERO.
           05  CZ-CNT-CARRY-CARDS          PIC 9(09) VALUE ZERO.
           05  CZ-CNT-CARRY-UNREAD         PIC 9(09) VALUE ZERO.
           05  CZ-CNT-CARRY-VALUES         PIC 9(18) VALUE ZERO.
           05  CZ-CNT-REJ-SUSPENDED        PIC 9(09) VALUE ZERO.
           05  CZ-CNT-REJ-QUOTA            PIC 9(09) VALUE ZERO.
           05  CZ-CNT-SHARED-ROUTED        PIC 9(09) VALUE ZERO.
           05  CZ-CNT-SHARE-DROPPED        PIC 9(09) VALUE ZERO.

       01  CZ-SUM-HDR-LINE.
           05  FILLER                      PIC X(30)
               88  CZ-CALL-TRACE-ON               VALUE 'Y'.
               88  CZ-CALL-TRACE-OFF              VALUE 'N'.

           COPY CZSTEP.

       01  CZ-STATUS-TEXT                  PIC X(08).

       01  CZ-RUN-DATE-RAW.

       01  CZ-RUN-DATE-FULL                PIC 9(08).
       01  CZ-RUN-TIME-RAW                 PIC 9(08).
       01  CZ-END-TIME-RAW                 PIC 9(08).

       01  CZ-HB-DATE-FULL                 PIC 9(08).
       01  CZ-HB-TIME-RAW                  PIC 9(08).
           OPEN OUTPUT REPORT-FILE.

           PERFORM 1050-READ-OPTIONS THRU 1050-EXIT.
           PERFORM 1040-LOAD-REQUESTORS THRU 1040-EXIT.

      *    EXCPOUT is regenerated whole on every run: a RESTART
      *    rescans the deck from the top through the edit pass,
      *    past it so nothing is extracted twice.
           IF CZ-RESTART-REQUESTED
               PERFORM 1072-LOAD-EXTRACT-TAIL THRU 1072-EXIT
               OPEN EXTEND RSLT-FILE
           ELSE
               OPEN OUTPUT RSLT-FILE
           END-IF.
           PERFORM 1095-OPEN-REQ-SLOT THRU 1095-EXIT
               VARYING CZ-SLOT-IDX FROM 1 BY 1
               UNTIL CZ-SLOT-IDX > CZ-MAX-SLOTS.

           IF NOT CZ-CACHE-BYPASS
               OPEN I-O    CACHE-FILE
                       CLOSE RANGE-FILE
                       CLOSE REPORT-FILE
                       CLOSE EXCP-FILE
                       CLOSE RSLT-FILE
                       PERFORM 9050-CLOSE-REQ-SLOT THRU 9050-EXIT
                           VARYING CZ-SLOT-IDX FROM 1 BY 1
                           UNTIL CZ-SLOT-IDX > CZ-MAX-SLOTS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   WHEN OTHER
                       CLOSE RANGE-FILE
                       CLOSE REPORT-FILE
                       CLOSE EXCP-FILE
                       CLOSE RSLT-FILE
                       PERFORM 9050-CLOSE-REQ-SLOT THRU 9050-EXIT
                           VARYING CZ-SLOT-IDX FROM 1 BY 1
                           UNTIL CZ-SLOT-IDX > CZ-MAX-SLOTS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-EVALUATE
               PERFORM 1065-OPEN-JOURNAL THRU 1065-EXIT
           END-IF.

      *    The carry-over deck is rewritten every run, empty
      *    unless MAXRECS stops the run short of the end of the
      *    deck.  A run without a CARRYOUT DD carries on; it is
      *    only reported if there turns out to be work to carry.
           OPEN OUTPUT CARRY-FILE.
           IF CZ-CARRY-STATUS-OK
               SET CZ-CARRY-OPEN TO TRUE
           END-IF.

           PERFORM 1070-LOAD-CHECKPOINT THRU 1070-EXIT.
               MOVE CZ-RSLT-LAST-START TO CZ-CKPT-LAST-START
           END-IF.
           PERFORM 1075-LOAD-RECORDS THRU 1075-EXIT.
           PERFORM 1077-LOAD-SHARES THRU 1077-EXIT.

           ACCEPT CZ-RUN-DATE-RAW FROM DATE.
           ACCEPT CZ-RUN-DATE-FULL FROM DATE YYYYMMDD.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1040-LOAD-REQUESTORS - the requestor master into the        *
      *                        requestor table; without it no card  *
      *                        can be edited, so the run ends with  *
      *                        RETURN-CODE 16                       *
      *-----------------------------------------------------------*
       1040-LOAD-REQUESTORS.
           OPEN INPUT REQMAST-FILE.
           IF NOT CZ-REQMAST-STATUS-OK
               DISPLAY 'COLZRPT: REQMAST OPEN FAILED, STATUS '
                   CZ-REQMAST-STATUS ' - RUN COLZALOC AND COLZREQ '
                   'TO PROVISION THE REQUESTOR MASTER'
               CLOSE RANGE-FILE
               CLOSE REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE ZERO TO CZ-REQUESTOR-COUNT.
           PERFORM 1045-LOAD-ONE-REQUESTOR THRU 1045-EXIT
               UNTIL CZ-REQM-EOF.
           CLOSE REQMAST-FILE.
           IF CZ-REQUESTOR-COUNT = ZERO
               DISPLAY 'COLZRPT: REQUESTOR MASTER IS EMPTY - EVERY '
                   'RANGEIN RECORD WILL BE REJECTED REQSTR'
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
               DISPLAY 'COLZRPT: REQUESTOR TABLE FULL AT '
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
      * 1050-READ-OPTIONS - read every CTLCARD record and apply     *
      *                     its keywords                            *
                   SET CZ-CACHE-USE      TO TRUE
               WHEN CZ-CTL-TOKEN = 'CACHE=BYPASS'
                   SET CZ-CACHE-BYPASS   TO TRUE
               WHEN CZ-CTL-TOKEN = 'SHORTCUT=Y'
                   SET CZ-SHORTCUT-ON    TO TRUE
               WHEN CZ-CTL-TOKEN = 'SHORTCUT=N'
                   SET CZ-SHORTCUT-OFF   TO TRUE
               WHEN CZ-CTL-TOKEN(1:8) = 'CKPTINT='
                 AND CZ-CTL-TOKEN(9:5) IS NUMERIC
                 AND CZ-CTL-TOKEN(14:7) = SPACES
                   DISPLAY 'COLZRPT: INVALID CTLCARD KEYWORD '''
                       CZ-CTL-TOKEN ''' - EXPECTED TRACE=Y/N, '
                       'CKPTINT=NNNNN, MAXRECS=NNNNN, '
                       'CACHE=USE/BYPASS, SHORTCUT=Y/N OR RESTART'
                   CLOSE CTLCARD-FILE
                   CLOSE RANGE-FILE
                   CLOSE REPORT-FILE
       1060-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1065-OPEN-JOURNAL - the cache change journal is extended    *
      *                     (created if new); without it results    *
      *                     are still cached, but not journaled,    *
      *                     and the run says so                     *
      *-----------------------------------------------------------*
       1065-OPEN-JOURNAL.
           OPEN EXTEND JOURNAL-FILE.
           IF CZ-JOURNAL-STATUS-NOTFOUND
               OPEN OUTPUT JOURNAL-FILE
           END-IF.
           IF CZ-JOURNAL-STATUS-OK
               SET CZ-JRN-OPEN TO TRUE
           ELSE
               DISPLAY 'COLZRPT: CACHEJRN OPEN FAILED, STATUS '
                   CZ-JOURNAL-STATUS ' - CACHE STORES NOT JOURNALED'
           END-IF.
       1065-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1070-LOAD-CHECKPOINT - on a RESTART run, load the last      *
      *                        checkpointed starting value          *
       1076-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1077-LOAD-SHARES - the intake cross-reference's shared      *
      *                    segments into the share table; without  *
      *                    the XREFIN DD every result goes to its  *
      *                    card's department only                   *
      *-----------------------------------------------------------*
       1077-LOAD-SHARES.
           OPEN INPUT XREF-FILE.
           IF NOT CZ-XREF-STATUS-OK
               GO TO 1077-EXIT
           END-IF.
           MOVE 'N' TO CZ-XREF-EOF-SWITCH.
           PERFORM 1078-LOAD-ONE-SHARE THRU 1078-EXIT
               UNTIL CZ-XREF-EOF.
           CLOSE XREF-FILE.
           IF CZ-CNT-SHARE-DROPPED > ZERO
               DISPLAY 'COLZRPT: SHARE TABLE FULL AT ' CZ-SHARE-MAX
                   ' - ' CZ-CNT-SHARE-DROPPED ' CROSS-REFERENCE '
                   'RECORDS NOT ROUTED, RESULTS TO OWNER ONLY'
           END-IF.
       1077-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1078-LOAD-ONE-SHARE - one cross-reference record; only a    *
      *                       department other than the segment's   *
      *                       owner needs routing, and only one on  *
      *                       the requestor table can receive it    *
      *-----------------------------------------------------------*
       1078-LOAD-ONE-SHARE.
           READ XREF-FILE
               AT END
                   SET CZ-XREF-EOF TO TRUE
                   GO TO 1078-EXIT
           END-READ.
           IF CZ-XRF-REQUESTOR = CZ-XRF-OWNER
               GO TO 1078-EXIT
           END-IF.
           MOVE CZ-XRF-REQUESTOR TO CZ-CURR-REQUESTOR.
           PERFORM 2155-FIND-REQUESTOR THRU 2155-EXIT.
           IF CZ-CURR-REQ-IDX = ZERO
               GO TO 1078-EXIT
           END-IF.
           IF CZ-SHARE-COUNT >= CZ-SHARE-MAX
               ADD 1 TO CZ-CNT-SHARE-DROPPED
               GO TO 1078-EXIT
           END-IF.
           ADD 1 TO CZ-SHARE-COUNT.
           MOVE CZ-XRF-FROM     TO CZ-SHR-FROM(CZ-SHARE-COUNT).
           MOVE CZ-XRF-THRU     TO CZ-SHR-THRU(CZ-SHARE-COUNT).
           MOVE CZ-CURR-REQ-IDX TO CZ-SHR-REQ-IDX(CZ-SHARE-COUNT).
       1078-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1080-ECHO-OPTIONS - show the options this run actually      *
      *                     used at the top of the listing          *
               MOVE 'USE   ' TO CZ-OPT-CACHE
           END-IF.
           MOVE CZ-RESTART-SWITCH      TO CZ-OPT-RESTART.
           MOVE CZ-SHORTCUT-SWITCH     TO CZ-OPT-SHORTCUT.
           WRITE CZ-REPORT-LINE FROM CZ-OPT-LINE.
       1080-EXIT.
           EXIT.
      *                           column headings                   *
      *-----------------------------------------------------------*
       1090-WRITE-REQ-HEADINGS.
           MOVE CZ-REQ-DIST-SLOT(CZ-REQ-IDX) TO CZ-SLOT-IDX.
           IF CZ-SLOT-IDX > ZERO
               IF CZ-SLOT-IDX > CZ-MAX-SLOTS
                   DISPLAY 'COLZRPT: DEPARTMENT '
                       CZ-REQ-CODE(CZ-REQ-IDX)
                       ' HAS NO REQOUT' CZ-REQ-DIST-SLOT(CZ-REQ-IDX)
                       ' FILE - SLICE ON PRTOUT ONLY'
               ELSE
                   IF NOT CZ-SLOT-OPEN(CZ-SLOT-IDX)
                       DISPLAY 'COLZRPT: REQOUT'
                           CZ-REQ-DIST-SLOT(CZ-REQ-IDX)
                           ' NOT AVAILABLE FOR DEPARTMENT '
                           CZ-REQ-CODE(CZ-REQ-IDX)
                           ' - SLICE ON PRTOUT ONLY'
                   END-IF
               END-IF
           END-IF.
           MOVE CZ-REQ-CODE(CZ-REQ-IDX) TO CZ-RH-CODE.
           MOVE CZ-REQ-NAME(CZ-REQ-IDX) TO CZ-RH-NAME.
           MOVE CZ-REQ-HDR-LINE TO CZ-REQ-LINE-AREA.
       1090-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1095-OPEN-REQ-SLOT - open distribution slot CZ-SLOT-IDX,    *
      *                      extended on a RESTART run; a slot      *
      *                      with no DD is simply left closed       *
      *-----------------------------------------------------------*
       1095-OPEN-REQ-SLOT.
           MOVE 'N' TO CZ-SLOT-OPEN-FLAG(CZ-SLOT-IDX).
           IF CZ-RESTART-REQUESTED
               EVALUATE CZ-SLOT-IDX
                   WHEN 1
                       OPEN EXTEND REQ1-FILE
                   WHEN 2
                       OPEN EXTEND REQ2-FILE
                   WHEN 3
                       OPEN EXTEND REQ3-FILE
                   WHEN 4
                       OPEN EXTEND REQ4-FILE
                   WHEN 5
                       OPEN EXTEND REQ5-FILE
                   WHEN 6
                       OPEN EXTEND REQ6-FILE
               END-EVALUATE
           ELSE
               EVALUATE CZ-SLOT-IDX
                   WHEN 1
                       OPEN OUTPUT REQ1-FILE
                   WHEN 2
                       OPEN OUTPUT REQ2-FILE
                   WHEN 3
                       OPEN OUTPUT REQ3-FILE
                   WHEN 4
                       OPEN OUTPUT REQ4-FILE
                   WHEN 5
                       OPEN OUTPUT REQ5-FILE
                   WHEN 6
                       OPEN OUTPUT REQ6-FILE
               END-EVALUATE
           END-IF.
           IF CZ-REQOUT-STATUS-OK
               SET CZ-SLOT-OPEN(CZ-SLOT-IDX) TO TRUE
           END-IF.
       1095-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-PROCESS-RANGE - call Collatz for one starting value   *
      *                      and print the detail line             *
               ADD 1 TO CZ-CNT-CACHE-HITS
               ADD 1 TO CZ-RT-CACHE-HITS(CZ-CURR-REQ-IDX)
           ELSE
               PERFORM 2030-CALCULATE THRU 2030-EXIT
               IF NOT CZ-CACHE-BYPASS
                   PERFORM 2060-CACHE-STORE THRU 2060-EXIT
               END-IF
           MOVE CZ-CURR-REQ-IDX    TO CZ-REQ-IDX.
           MOVE CZ-DETAIL-LINE     TO CZ-REQ-LINE-AREA.
           PERFORM 8100-WRITE-REQ-FILE THRU 8100-EXIT.
           PERFORM 2045-ROUTE-SHARED THRU 2045-EXIT.
           PERFORM 2040-WRITE-EXTRACT THRU 2040-EXIT.

           ADD 1 TO CZ-RECS-SINCE-CKPT.
               SET CZ-LIMIT-REACHED TO TRUE
               PERFORM 2070-WRITE-CHECKPOINT THRU 2070-EXIT
               PERFORM 2080-WRITE-STATUS THRU 2080-EXIT
               PERFORM 2200-WRITE-CARRYOVER THRU 2200-EXIT
               GO TO 2000-EXIT
           END-IF.

       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2030-CALCULATE - a starting value not in the cache.  With   *
      *                  the cache in use, SHORTCUT=Y and tracing   *
      *                  off, step it through CollatzStep and stop  *
      *                  at the first value already cached;         *
      *                  otherwise run Collatz to the end           *
      *-----------------------------------------------------------*
       2030-CALCULATE.
           MOVE CZ-RNG-START-VALUE TO CZ-CALL-START.
           SET CZ-STEP-NOT-JOINED TO TRUE.
           IF CZ-CACHE-BYPASS
             OR CZ-SHORTCUT-OFF
             OR CZ-CALL-TRACE-ON
               CALL 'Collatz' USING CZ-CALL-START, CZ-CALL-COUNT,
                   CZ-CALL-PEAK, CZ-CALL-RC, CZ-CALL-TRACE
           ELSE
               MOVE ZERO          TO CZ-CALL-COUNT
               MOVE CZ-CALL-START TO CZ-CALL-PEAK
               SET CZ-CALL-RC-NORMAL TO TRUE
               PERFORM 2035-STEP-TO-CACHE THRU 2035-EXIT
                   UNTIL CZ-CALL-START = 1
                      OR NOT CZ-CALL-RC-NORMAL
                      OR CZ-STEP-JOINED
           END-IF.

           IF CZ-STEP-JOINED
               MOVE 'SHORT'        TO CZ-DL-SOURCE
               ADD 1 TO CZ-CNT-SHORT-CALCS
               ADD 1 TO CZ-RT-SHORT-CALCS(CZ-CURR-REQ-IDX)
               ADD CZ-STEP-CACHED-COUNT TO CZ-CNT-STEPS-SAVED
           ELSE
               MOVE 'CALC'         TO CZ-DL-SOURCE
               ADD 1 TO CZ-CNT-FRESH-CALCS
               ADD 1 TO CZ-RT-FRESH-CALCS(CZ-CURR-REQ-IDX)
           END-IF.
       2030-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2035-STEP-TO-CACHE - one hailstone step, then look the new  *
      *                      value up and join its cached result    *
      *                      if Collatz accepts it                  *
      *-----------------------------------------------------------*
       2035-STEP-TO-CACHE.
           SET CZ-STEP-ONE TO TRUE.
           CALL 'CollatzStep' USING CZ-CALL-START, CZ-CALL-COUNT,
               CZ-CALL-PEAK, CZ-CALL-RC, CZ-STEP-AREA.
           IF CZ-CALL-START = 1 OR NOT CZ-CALL-RC-NORMAL
               GO TO 2035-EXIT
           END-IF.

           MOVE CZ-CALL-START TO CZ-CACHE-KEY.
           PERFORM 2050-CACHE-LOOKUP THRU 2050-EXIT.
           IF NOT CZ-CACHE-HIT
               GO TO 2035-EXIT
           END-IF.
           MOVE 'N' TO CZ-CACHE-HIT-SWITCH.
           MOVE CZ-CACHE-COUNT TO CZ-STEP-CACHED-COUNT.
           MOVE CZ-CACHE-PEAK  TO CZ-STEP-CACHED-PEAK.
           MOVE CZ-CACHE-RC    TO CZ-STEP-CACHED-RC.
           SET CZ-STEP-JOIN TO TRUE.
           CALL 'CollatzStep' USING CZ-CALL-START, CZ-CALL-COUNT,
               CZ-CALL-PEAK, CZ-CALL-RC, CZ-STEP-AREA.
       2035-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2040-WRITE-EXTRACT - one unedited results-extract record    *
      *                      to RSLTOUT, mirroring the detail line  *
           MOVE CZ-CALL-COUNT      TO CZ-RSL-COUNT.
           MOVE CZ-CALL-PEAK       TO CZ-RSL-PEAK.
           MOVE CZ-CALL-RC         TO CZ-RSL-RC.
           EVALUATE TRUE
               WHEN CZ-CACHE-HIT
                   SET CZ-RSL-FROM-CACHE TO TRUE
               WHEN CZ-STEP-JOINED
                   SET CZ-RSL-FROM-SHORT TO TRUE
               WHEN OTHER
                   SET CZ-RSL-FROM-CALC  TO TRUE
           END-EVALUATE.
           MOVE CZ-CURR-REQUESTOR  TO CZ-RSL-REQUESTOR.
           MOVE CZ-RUN-DATE-FULL   TO CZ-RSL-RUN-DATE.
           MOVE CZ-RUN-TIME-RAW(1:6) TO CZ-RSL-RUN-TIME.
       2040-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2045-ROUTE-SHARED - the detail line just printed to every   *
      *                     other department whose submission       *
      *                     asked for this starting value.  The     *
      *                     search restarts from the top when the   *
      *                     deck steps back (carried-over cards     *
      *                     run ahead of tonight's)                  *
      *-----------------------------------------------------------*
       2045-ROUTE-SHARED.
           IF CZ-SHARE-COUNT = ZERO
               GO TO 2045-EXIT
           END-IF.
           IF CZ-RNG-START-VALUE < CZ-SHARE-LAST-START
               MOVE 1 TO CZ-SHARE-LOW-IDX
           END-IF.
           MOVE CZ-RNG-START-VALUE TO CZ-SHARE-LAST-START.
           PERFORM 2046-SKIP-ENDED-SHARE THRU 2046-EXIT
               UNTIL CZ-SHARE-LOW-IDX > CZ-SHARE-COUNT
                   OR CZ-SHR-THRU(CZ-SHARE-LOW-IDX)
                       NOT < CZ-RNG-START-VALUE.
           PERFORM 2047-ROUTE-ONE-SHARE THRU 2047-EXIT
               VARYING CZ-SHARE-IDX FROM CZ-SHARE-LOW-IDX BY 1
               UNTIL CZ-SHARE-IDX > CZ-SHARE-COUNT
                   OR CZ-SHR-FROM(CZ-SHARE-IDX) > CZ-RNG-START-VALUE.
       2045-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2046-SKIP-ENDED-SHARE                                       *
      *-----------------------------------------------------------*
       2046-SKIP-ENDED-SHARE.
           ADD 1 TO CZ-SHARE-LOW-IDX.
       2046-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2047-ROUTE-ONE-SHARE - one shared segment: when it covers   *
      *                        the value, the line goes to its      *
      *                        department under that department's   *
      *                        own code                             *
      *-----------------------------------------------------------*
       2047-ROUTE-ONE-SHARE.
           IF CZ-SHR-THRU(CZ-SHARE-IDX) < CZ-RNG-START-VALUE
             OR CZ-SHR-REQ-IDX(CZ-SHARE-IDX) = CZ-CURR-REQ-IDX
               GO TO 2047-EXIT
           END-IF.
           MOVE CZ-SHR-REQ-IDX(CZ-SHARE-IDX) TO CZ-REQ-IDX.
           MOVE CZ-REQ-CODE(CZ-REQ-IDX) TO CZ-DL-REQ.
           MOVE CZ-DETAIL-LINE          TO CZ-REQ-LINE-AREA.
           PERFORM 8100-WRITE-REQ-FILE THRU 8100-EXIT.
           ADD 1 TO CZ-RT-SHARED(CZ-REQ-IDX).
           ADD 1 TO CZ-CNT-SHARED-ROUTED.
       2047-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2050-CACHE-LOOKUP - check CACHEDS for a starting value     *
      *                     already run in a prior batch pass      *
               INVALID KEY
                   DISPLAY 'COLZRPT: CACHE WRITE FAILED FOR '
                       CZ-CACHE-KEY ' STATUS ' CZ-CACHE-STATUS
               NOT INVALID KEY
                   PERFORM 2065-JOURNAL-STORE THRU 2065-EXIT
           END-WRITE.
       2060-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2065-JOURNAL-STORE - the after-image of the cache record    *
      *                      just written, to the change journal    *
      *-----------------------------------------------------------*
       2065-JOURNAL-STORE.
           IF NOT CZ-JRN-OPEN
               GO TO 2065-EXIT
           END-IF.
           MOVE SPACES            TO CZ-JRN-REC.
           MOVE CZ-CACHE-REC      TO CZ-JRN-IMAGE.
           SET CZ-JRN-WRITE       TO TRUE.
           MOVE 'COLZRPT'         TO CZ-JRN-PROGRAM.
           ACCEPT CZ-JRN-DATE FROM DATE YYYYMMDD.
           ACCEPT CZ-JRN-TIME FROM TIME.
           WRITE CZ-JRN-REC.
       2065-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2070-WRITE-CHECKPOINT - record the last starting value     *
      *                         successfully processed             *
      * 2150-EDIT-RECORD - edit one RANGEIN record: values must be  *
      *                    numeric and non-zero (the 18-digit       *
      *                    picture itself bounds them); a span      *
      *                    record's FROM must not exceed its THRU;  *
      *                    the requestor must be on the master,     *
      *                    active, and within its daily limit       *
      *-----------------------------------------------------------*
       2150-EDIT-RECORD.
           SET CZ-RECORD-VALID TO TRUE.
                   MOVE CZ-RNG-REQUESTOR      TO CZ-CURR-REQUESTOR
               END-IF
               PERFORM 2155-FIND-REQUESTOR THRU 2155-EXIT
               EVALUATE TRUE
                   WHEN CZ-CURR-REQ-IDX = ZERO
                       MOVE 'REQSTR' TO CZ-EX-REASON
                   WHEN CZ-REQ-SUSPENDED(CZ-CURR-REQ-IDX)
                       MOVE 'SUSPND' TO CZ-EX-REASON
                       ADD 1 TO CZ-CNT-REJ-SUSPENDED
                   WHEN OTHER
                       PERFORM 2157-CHECK-QUOTA THRU 2157-EXIT
               END-EVALUATE
           END-IF.
           IF CZ-EX-REASON NOT = SPACES
               MOVE 'N' TO CZ-RECORD-VALID-SWITCH
       2156-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2157-CHECK-QUOTA - the card's starting values against what  *
      *                    is left of the department's daily limit; *
      *                    a card that does not fit whole is        *
      *                    rejected QUOTA, otherwise its values are *
      *                    taken from the limit.  A RESTART run     *
      *                    rescans the deck from the top, so the    *
      *                    same cards are taken in the same order   *
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
               ADD 1 TO CZ-CNT-REJ-QUOTA
               GO TO 2157-EXIT
           END-IF.
           ADD CZ-CARD-VALUES TO CZ-REQ-VALUES-TAKEN(CZ-CURR-REQ-IDX).
       2157-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2160-WRITE-REJECT - one EXCPOUT line: deck sequence number, *
      *                     reason code and the record image        *
       2160-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2200-WRITE-CARRYOVER - MAXRECS has stopped the run: the     *
      *                        rest of the span in progress as a    *
      *                        new card under its requestor, then   *
      *                        every card not yet read, unchanged,  *
      *                        to the CARRYOUT carry-over deck      *
      *-----------------------------------------------------------*
       2200-WRITE-CARRYOVER.
           IF CZ-SPAN-ACTIVE
               MOVE SPACES TO CZ-OUT-CARD
               IF CZ-SPAN-NEXT-VALUE = CZ-SPAN-THRU-VALUE
                   MOVE CZ-SPAN-NEXT-VALUE TO CZ-OS-VALUE
                   MOVE CZ-CURR-REQUESTOR  TO CZ-OS-REQUESTOR
               ELSE
                   MOVE 'RANGE'            TO CZ-OP-REC-TYPE
                   MOVE CZ-SPAN-NEXT-VALUE TO CZ-OP-FROM-VALUE
                   MOVE CZ-SPAN-THRU-VALUE TO CZ-OP-THRU-VALUE
                   MOVE CZ-CURR-REQUESTOR  TO CZ-OP-REQUESTOR
               END-IF
               COMPUTE CZ-CNT-CARRY-VALUES = CZ-CNT-CARRY-VALUES
                   + CZ-SPAN-THRU-VALUE - CZ-SPAN-NEXT-VALUE + 1
               PERFORM 2220-WRITE-CARRY-CARD THRU 2220-EXIT
               MOVE 'N' TO CZ-SPAN-ACTIVE-SWITCH
           END-IF.
           PERFORM 2210-CARRY-UNREAD-CARD THRU 2210-EXIT
               UNTIL CZ-EOF.
           IF CZ-CNT-CARRY-CARDS > ZERO
             AND NOT CZ-CARRY-OPEN
               DISPLAY 'COLZRPT: CARRYOUT NOT AVAILABLE, STATUS '
                   CZ-CARRY-STATUS ' - ' CZ-CNT-CARRY-CARDS
                   ' CARRY-OVER CARDS NOT WRITTEN'
           END-IF.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2210-CARRY-UNREAD-CARD - one unread RANGEIN card to the     *
      *                          carry-over deck as it stands; the  *
      *                          next night's run edits it.  Only   *
      *                          well-formed cards add to the       *
      *                          values carried                     *
      *-----------------------------------------------------------*
       2210-CARRY-UNREAD-CARD.
           READ RANGE-FILE
               AT END
                   SET CZ-EOF TO TRUE
                   GO TO 2210-EXIT
           END-READ.
           MOVE CZ-RANGE-REC TO CZ-OUT-CARD.
           ADD 1 TO CZ-CNT-CARRY-UNREAD.
           EVALUATE TRUE
               WHEN CZ-RNG-SPAN-RECORD
                   IF CZ-RNG-FROM-VALUE IS NUMERIC
                     AND CZ-RNG-THRU-VALUE IS NUMERIC
                     AND CZ-RNG-FROM-VALUE > ZERO
                     AND CZ-RNG-FROM-VALUE NOT > CZ-RNG-THRU-VALUE
                       COMPUTE CZ-CNT-CARRY-VALUES =
                           CZ-CNT-CARRY-VALUES + CZ-RNG-THRU-VALUE
                           - CZ-RNG-FROM-VALUE + 1
                   END-IF
               WHEN CZ-RNG-START-VALUE IS NUMERIC
                 AND CZ-RNG-START-VALUE > ZERO
                   ADD 1 TO CZ-CNT-CARRY-VALUES
           END-EVALUATE.
           PERFORM 2220-WRITE-CARRY-CARD THRU 2220-EXIT.
       2210-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2220-WRITE-CARRY-CARD - the staged card to CARRYOUT         *
      *-----------------------------------------------------------*
       2220-WRITE-CARRY-CARD.
           ADD 1 TO CZ-CNT-CARRY-CARDS.
           IF CZ-CARRY-OPEN
               WRITE CZ-CARRY-REC FROM CZ-OUT-CARD
           END-IF.
       2220-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8100-WRITE-REQ-FILE - one staged line to the distribution   *
      *                       slot of requestor CZ-REQ-IDX; nothing *
      *                       when it has no slot or the slot's DD  *
      *                       is absent                             *
      *-----------------------------------------------------------*
       8100-WRITE-REQ-FILE.
           MOVE CZ-REQ-DIST-SLOT(CZ-REQ-IDX) TO CZ-SLOT-IDX.
           IF CZ-SLOT-IDX = ZERO
             OR CZ-SLOT-IDX > CZ-MAX-SLOTS
               GO TO 8100-EXIT
           END-IF.
           IF NOT CZ-SLOT-OPEN(CZ-SLOT-IDX)
               GO TO 8100-EXIT
           END-IF.
           EVALUATE CZ-SLOT-IDX
               WHEN 1
                   WRITE CZ-REQ1-REC FROM CZ-REQ-LINE-AREA
               WHEN 2
                   WRITE CZ-REQ2-REC FROM CZ-REQ-LINE-AREA
               WHEN 3
                   WRITE CZ-REQ3-REC FROM CZ-REQ-LINE-AREA
               WHEN 4
                   WRITE CZ-REQ4-REC FROM CZ-REQ-LINE-AREA
               WHEN 5
                   WRITE CZ-REQ5-REC FROM CZ-REQ-LINE-AREA
               WHEN 6
                   WRITE CZ-REQ6-REC FROM CZ-REQ-LINE-AREA
           END-EVALUATE.
       8100-EXIT.
           EXIT.
           CLOSE RANGE-FILE.
           CLOSE REPORT-FILE.
           CLOSE EXCP-FILE.
           CLOSE RSLT-FILE.
           PERFORM 9050-CLOSE-REQ-SLOT THRU 9050-EXIT
               VARYING CZ-SLOT-IDX FROM 1 BY 1
               UNTIL CZ-SLOT-IDX > CZ-MAX-SLOTS.
           IF CZ-CARRY-OPEN
               CLOSE CARRY-FILE
           END-IF.
           IF NOT CZ-CACHE-BYPASS
               CLOSE CACHE-FILE
           END-IF.
           IF CZ-JRN-OPEN
               CLOSE JOURNAL-FILE
           END-IF.
       9000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9050-CLOSE-REQ-SLOT - close distribution slot CZ-SLOT-IDX   *
      *                       if it was opened                      *
      *-----------------------------------------------------------*
       9050-CLOSE-REQ-SLOT.
           IF NOT CZ-SLOT-OPEN(CZ-SLOT-IDX)
               GO TO 9050-EXIT
           END-IF.
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
           MOVE 'N' TO CZ-SLOT-OPEN-FLAG(CZ-SLOT-IDX).
       9050-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9100-WRITE-SUMMARY - the one page the operator files with   *
      *                      the shift report: control totals for   *
           MOVE CZ-CNT-FRESH-CALCS         TO CZ-SUM-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE.

           MOVE 'SHORT-CIRCUITED AT CACHE' TO CZ-SUM-LABEL.
           MOVE CZ-CNT-SHORT-CALCS         TO CZ-SUM-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE.

           MOVE 'STEPS SAVED BY SHORT-CIRCUIT' TO CZ-SUM-LABEL.
           MOVE CZ-CNT-STEPS-SAVED         TO CZ-SUM-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE.

           MOVE 'STATUS OK'                TO CZ-SUM-LABEL.
           MOVE CZ-CNT-STATUS-OK           TO CZ-SUM-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE.
           MOVE 'RECORDS REJECTED'         TO CZ-SUM-LABEL.
           MOVE CZ-CNT-REJECTED            TO CZ-SUM-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE.
           IF CZ-CNT-REJ-SUSPENDED > ZERO
               MOVE '  FROM SUSPENDED DEPARTMENTS' TO CZ-SUM-LABEL
               MOVE CZ-CNT-REJ-SUSPENDED         TO CZ-SUM-VALUE
               WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE
           END-IF.
           IF CZ-CNT-REJ-QUOTA > ZERO
               MOVE '  OVER DAILY QUOTA'         TO CZ-SUM-LABEL
               MOVE CZ-CNT-REJ-QUOTA             TO CZ-SUM-VALUE
               WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE
           END-IF.
           IF CZ-CNT-SHARED-ROUTED > ZERO
               MOVE 'SHARED RESULTS ROUTED'      TO CZ-SUM-LABEL
               MOVE CZ-CNT-SHARED-ROUTED         TO CZ-SUM-VALUE
               WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE
           END-IF.

           MOVE 'LONGEST SEQUENCE (STEPS)' TO CZ-SUM-HIGH-LABEL.
           MOVE CZ-MAX-COUNT               TO CZ-SUM-HIGH-VALUE.
           MOVE CZ-CNT-RANGE-RECS          TO CZ-SUM-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE.

           IF CZ-LIMIT-REACHED
               MOVE 'MAXRECS LIMIT REACHED AT'   TO CZ-SUM-LABEL
               MOVE CZ-MAX-RECS                  TO CZ-SUM-VALUE
               WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE
               MOVE 'UNREAD CARDS CARRIED'       TO CZ-SUM-LABEL
               MOVE CZ-CNT-CARRY-UNREAD          TO CZ-SUM-VALUE
               WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE
               MOVE 'CARRY-OVER CARDS WRITTEN'   TO CZ-SUM-LABEL
               MOVE CZ-CNT-CARRY-CARDS           TO CZ-SUM-VALUE
               WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE
               MOVE 'VALUES CARRIED FORWARD'     TO CZ-SUM-LABEL
               MOVE CZ-CNT-CARRY-VALUES          TO CZ-SUM-VALUE
               WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE
           END-IF.

           PERFORM 9150-WRITE-REQ-TOTALS THRU 9150-EXIT
               VARYING CZ-REQ-IDX FROM 1 BY 1
               UNTIL CZ-REQ-IDX > CZ-REQUESTOR-COUNT.
           MOVE CZ-RT-FRESH-CALCS(CZ-REQ-IDX) TO CZ-SUM-VALUE.
           PERFORM 9160-WRITE-REQ-SUM-LINE THRU 9160-EXIT.

           MOVE 'SHORT-CIRCUITED AT CACHE' TO CZ-SUM-LABEL.
           MOVE CZ-RT-SHORT-CALCS(CZ-REQ-IDX) TO CZ-SUM-VALUE.
           PERFORM 9160-WRITE-REQ-SUM-LINE THRU 9160-EXIT.

           MOVE 'STATUS OK'                TO CZ-SUM-LABEL.
           MOVE CZ-RT-STATUS-OK(CZ-REQ-IDX) TO CZ-SUM-VALUE.
           PERFORM 9160-WRITE-REQ-SUM-LINE THRU 9160-EXIT.
           MOVE 'STATUS RUNAWAY'           TO CZ-SUM-LABEL.
           MOVE CZ-RT-STATUS-RUNAWAY(CZ-REQ-IDX) TO CZ-SUM-VALUE.
           PERFORM 9160-WRITE-REQ-SUM-LINE THRU 9160-EXIT.

           IF CZ-RT-SHARED(CZ-REQ-IDX) > ZERO
               MOVE 'SHARED FROM OTHER DEPARTMENTS' TO CZ-SUM-LABEL
               MOVE CZ-RT-SHARED(CZ-REQ-IDX) TO CZ-SUM-VALUE
               PERFORM 9160-WRITE-REQ-SUM-LINE THRU 9160-EXIT
           END-IF.

           IF CZ-REQ-DAILY-LIMIT(CZ-REQ-IDX) > ZERO
               MOVE 'DAILY STARTING-VALUE LIMIT' TO CZ-SUM-LABEL
               MOVE CZ-REQ-DAILY-LIMIT(CZ-REQ-IDX) TO CZ-SUM-VALUE
               PERFORM 9160-WRITE-REQ-SUM-LINE THRU 9160-EXIT
               MOVE 'VALUES ACCEPTED AGAINST LIMIT' TO CZ-SUM-LABEL
               MOVE CZ-REQ-VALUES-TAKEN(CZ-REQ-IDX) TO CZ-SUM-VALUE
               PERFORM 9160-WRITE-REQ-SUM-LINE THRU 9160-EXIT
           END-IF.
       9150-EXIT.
           EXIT.

           MOVE CZ-RUN-TIME-RAW(1:6)   TO CZ-RUNH-TIME.
           MOVE CZ-CNT-PROCESSED       TO CZ-RUNH-PROCESSED.
           MOVE CZ-CNT-CACHE-HITS      TO CZ-RUNH-CACHE-HITS.
      *    Run history keeps its two-way split: a short-circuited
      *    value was still calculated in this run.
           COMPUTE CZ-RUNH-FRESH-CALCS =
               CZ-CNT-FRESH-CALCS + CZ-CNT-SHORT-CALCS.
           MOVE CZ-CNT-STATUS-OVERFLOW TO CZ-RUNH-OVERFLOW.
           MOVE CZ-CNT-STATUS-RUNAWAY  TO CZ-RUNH-RUNAWAY.
           MOVE CZ-CNT-REJECTED        TO CZ-RUNH-REJECTED.
           MOVE CZ-RESTART-SWITCH      TO CZ-RUNH-RESTART-FLAG.
           ACCEPT CZ-RUNH-END-DATE FROM DATE YYYYMMDD.
           ACCEPT CZ-END-TIME-RAW FROM TIME.
           MOVE CZ-END-TIME-RAW(1:6)   TO CZ-RUNH-END-TIME.
           WRITE CZ-RUNH-REC.
           CLOSE RUNHIST-FILE.
       9200-EXIT.

      *-----------------------------------------------------------*
      * PROGRAM-ID.  COLZCRY                                       *
      * AUTHOR.      R. CHIN, APPLICATIONS DEVELOPMENT.             *
      * INSTALLATION. MERIDIAN BATCH SERVICES.                      *
      * DATE-WRITTEN. 2026-10-15.                                   *
      *                                                             *
      * REMARKS.                                                    *
      *   Carry-over merge for the nightly run.  When MAXRECS      *
      *   stops a COLZRPT run short of the end of its deck, the    *
      *   cards it never reached are left on the CARRYOUT carry-   *
      *   over deck.  COLZINT edits that deck with the night's     *
      *   submissions, collapses and cross-references the two      *
      *   together, and writes the canonical cards for carried     *
      *   work to its CRYDECK deck and the rest to SUBMOUT.  This  *
      *   program builds the night's RANGEIN deck (RANGOUT) from   *
      *   the two: the carried work (CARRYIN) followed by the      *
      *   night's submissions (SUBMIN), so the work held over is   *
      *   processed first.  Both inputs are copied card for card - *
      *   COLZINT has already edited and collapsed them.           *
      *                                                             *
      *   The CRYOUT report lists, per requestor (department)      *
      *   code owning carried work, the cards and the starting     *
      *   values carried, followed by the deck totals.             *
      *   A missing carry-over or submission deck is treated as    *
      *   empty.                                                    *
      *                                                             *
      *   RETURN-CODE 0 = deck built, 4 = more requestor codes on  *
      *   the carry-over deck than the report table holds (the    *
      *   deck itself is complete), 16 = RANGOUT not available.    *
      *                                                             *
      * MAINTENANCE HISTORY                                        *
      *   2026-10-15  RLC  Original program.                        *
      *   2026-10-15  RLC  CARRYIN is now COLZINT's canonical deck  *
      *                    of carried work, not the raw carry-over  *
      *                    deck, so carried spans are collapsed     *
      *                    with the night's submissions first.      *
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COLZCRY.
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

           SELECT RANGE-FILE   ASSIGN TO RANGOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CZ-RANGE-STATUS.

           SELECT REPORT-FILE  ASSIGN TO CRYOUT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CARRY-FILE
           RECORDING MODE IS F.
           COPY CZRANGE.

       FD  SUBMIT-FILE
           RECORDING MODE IS F.
       01  CZ-SUBMIT-REC                   PIC X(80).

       FD  RANGE-FILE
           RECORDING MODE IS F.
       01  CZ-RANGOUT-REC                  PIC X(80).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  CZ-REPORT-LINE                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  CZ-SWITCHES.
           05  CZ-CARRY-EOF-SWITCH         PIC X(01) VALUE 'N'.
               88  CZ-CARRY-EOF                     VALUE 'Y'.
           05  CZ-SUBMIT-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  CZ-SUBMIT-EOF                    VALUE 'Y'.
           05  CZ-DEPT-FULL-SWITCH         PIC X(01) VALUE 'N'.
               88  CZ-DEPT-FULL                     VALUE 'Y'.
           05  CZ-CARRY-OPEN-SWITCH        PIC X(01) VALUE 'N'.
               88  CZ-CARRY-OPEN                    VALUE 'Y'.
           05  CZ-SUBMIT-OPEN-SWITCH       PIC X(01) VALUE 'N'.
               88  CZ-SUBMIT-OPEN                   VALUE 'Y'.

       01  CZ-CARRY-STATUS                 PIC X(02).
           88  CZ-CARRY-STATUS-OK                 VALUE '00'.

       01  CZ-SUBMIT-STATUS                PIC X(02).
           88  CZ-SUBMIT-STATUS-OK                VALUE '00'.

       01  CZ-RANGE-STATUS                 PIC X(02).
           88  CZ-RANGE-STATUS-OK                 VALUE '00'.

       01  CZ-CARD-REQUESTOR               PIC X(03).
       01  CZ-CARD-VALUES                  PIC 9(18).

      *    Requestor codes met on the carry-over deck, in order of
      *    first appearance, with the cards and values each one
      *    has carried.
       01  CZ-DEPT-LIMIT                   PIC 9(02) COMP VALUE 50.
       01  CZ-DEPT-COUNT                   PIC 9(02) COMP VALUE ZERO.
       01  CZ-DEPT-IDX                     PIC 9(02) COMP.
       01  CZ-CURR-DEPT-IDX                PIC 9(02) COMP.
       01  CZ-DEPT-TABLE.
           05  CZ-DEPT-ENTRY OCCURS 50 TIMES.
               10  CZ-DEPT-CODE            PIC X(03).
               10  CZ-DEPT-CARDS           PIC 9(09).
               10  CZ-DEPT-VALUES          PIC 9(18).

       01  CZ-COUNTERS.
           05  CZ-CNT-CARRY-CARDS          PIC 9(09) VALUE ZERO.
           05  CZ-CNT-CARRY-VALUES         PIC 9(18) VALUE ZERO.
           05  CZ-CNT-SUBMIT-CARDS         PIC 9(09) VALUE ZERO.
           05  CZ-CNT-CARDS-WRITTEN        PIC 9(09) VALUE ZERO.

       01  CZ-HDR-LINE-1.
           05  FILLER                      PIC X(35)
               VALUE 'COLZCRY CARRY-OVER MERGE - RUN DATE'.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  CZ-HDR-DATE                 PIC X(10).
           05  FILLER                      PIC X(34) VALUE SPACES.

       01  CZ-HDR-LINE-2.
           05  FILLER                      PIC X(10) VALUE 'REQUESTOR'.
           05  FILLER                      PIC X(11)
               VALUE '      CARDS'.
           05  FILLER                      PIC X(27)
               VALUE '                     VALUES'.
           05  FILLER                      PIC X(32) VALUE SPACES.

       01  CZ-DEPT-LINE.
           05  FILLER                      PIC X(03) VALUE SPACES.
           05  CZ-DPL-CODE                 PIC X(03).
           05  FILLER                      PIC X(04) VALUE SPACES.
           05  CZ-DPL-CARDS                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(04) VALUE SPACES.
           05  CZ-DPL-VALUES
               PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(35) VALUE SPACES.

       01  CZ-SUM-LINE.
           05  CZ-SUM-LABEL                PIC X(30).
           05  CZ-SUM-VALUE
               PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(27) VALUE SPACES.

       01  CZ-RUN-DATE-RAW.
           05  CZ-RUN-YY                   PIC 9(02).
           05  CZ-RUN-MM                   PIC 9(02).
           05  CZ-RUN-DD                   PIC 9(02).

       PROCEDURE DIVISION.
      *-----------------------------------------------------------*
      * 0000-MAINLINE                                               *
      *-----------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-COPY-CARRY-CARD THRU 2000-EXIT
               UNTIL CZ-CARRY-EOF.
           PERFORM 3000-COPY-SUBMIT-CARD THRU 3000-EXIT
               UNTIL CZ-SUBMIT-EOF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - open the two input decks (either may be   *
      *                   missing) and the merged RANGEIN deck      *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN OUTPUT REPORT-FILE.
           ACCEPT CZ-RUN-DATE-RAW FROM DATE.
           STRING '20' CZ-RUN-YY '-' CZ-RUN-MM '-' CZ-RUN-DD
               DELIMITED BY SIZE INTO CZ-HDR-DATE.
           WRITE CZ-REPORT-LINE FROM CZ-HDR-LINE-1.
           MOVE SPACES TO CZ-REPORT-LINE.
           WRITE CZ-REPORT-LINE.

           OPEN OUTPUT RANGE-FILE.
           IF NOT CZ-RANGE-STATUS-OK
               DISPLAY 'COLZCRY: RANGOUT OPEN FAILED, STATUS '
                   CZ-RANGE-STATUS ' - RANGEIN DECK NOT BUILT'
               CLOSE REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT CARRY-FILE.
           IF CZ-CARRY-STATUS-OK
               SET CZ-CARRY-OPEN TO TRUE
           ELSE
               DISPLAY 'COLZCRY: NO CARRY-OVER DECK, STATUS '
                   CZ-CARRY-STATUS ' - NOTHING CARRIED'
               SET CZ-CARRY-EOF TO TRUE
           END-IF.

           OPEN INPUT SUBMIT-FILE.
           IF CZ-SUBMIT-STATUS-OK
               SET CZ-SUBMIT-OPEN TO TRUE
           ELSE
               DISPLAY 'COLZCRY: NO SUBMISSION DECK, STATUS '
                   CZ-SUBMIT-STATUS ' - CARRY-OVER ONLY'
               SET CZ-SUBMIT-EOF TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-COPY-CARRY-CARD - one carry-over card to RANGOUT,      *
      *                        counted against its requestor        *
      *-----------------------------------------------------------*
       2000-COPY-CARRY-CARD.
           READ CARRY-FILE
               AT END
                   SET CZ-CARRY-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           ADD 1 TO CZ-CNT-CARRY-CARDS.
           WRITE CZ-RANGOUT-REC FROM CZ-RANGE-REC.
           ADD 1 TO CZ-CNT-CARDS-WRITTEN.

           MOVE ZERO TO CZ-CARD-VALUES.
           EVALUATE TRUE
               WHEN CZ-RNG-SPAN-RECORD
                   MOVE CZ-RNG-SPAN-REQUESTOR TO CZ-CARD-REQUESTOR
                   IF CZ-RNG-FROM-VALUE IS NUMERIC
                     AND CZ-RNG-THRU-VALUE IS NUMERIC
                     AND CZ-RNG-FROM-VALUE > ZERO
                     AND CZ-RNG-FROM-VALUE NOT > CZ-RNG-THRU-VALUE
                       COMPUTE CZ-CARD-VALUES =
                           CZ-RNG-THRU-VALUE - CZ-RNG-FROM-VALUE + 1
                   END-IF
               WHEN OTHER
                   MOVE CZ-RNG-REQUESTOR      TO CZ-CARD-REQUESTOR
                   IF CZ-RNG-START-VALUE IS NUMERIC
                     AND CZ-RNG-START-VALUE > ZERO
                       MOVE 1 TO CZ-CARD-VALUES
                   END-IF
           END-EVALUATE.
           ADD CZ-CARD-VALUES TO CZ-CNT-CARRY-VALUES.

           PERFORM 2100-FIND-DEPT THRU 2100-EXIT.
           IF CZ-CURR-DEPT-IDX > ZERO
               ADD 1 TO CZ-DEPT-CARDS(CZ-CURR-DEPT-IDX)
               ADD CZ-CARD-VALUES TO CZ-DEPT-VALUES(CZ-CURR-DEPT-IDX)
           END-IF.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2100-FIND-DEPT - the card's requestor in the report table,  *
      *                  added on first appearance; leaves          *
      *                  CZ-CURR-DEPT-IDX zero once the table is    *
      *                  full                                       *
      *-----------------------------------------------------------*
       2100-FIND-DEPT.
           MOVE ZERO TO CZ-CURR-DEPT-IDX.
           PERFORM 2110-MATCH-DEPT THRU 2110-EXIT
               VARYING CZ-DEPT-IDX FROM 1 BY 1
               UNTIL CZ-DEPT-IDX > CZ-DEPT-COUNT
                   OR CZ-CURR-DEPT-IDX > ZERO.
           IF CZ-CURR-DEPT-IDX > ZERO
               GO TO 2100-EXIT
           END-IF.
           IF CZ-DEPT-COUNT >= CZ-DEPT-LIMIT
               IF NOT CZ-DEPT-FULL
                   DISPLAY 'COLZCRY: MORE THAN ' CZ-DEPT-LIMIT
                       ' REQUESTOR CODES CARRIED - REPORT TABLE '
                       'FULL, DECK TOTALS STILL COMPLETE'
                   SET CZ-DEPT-FULL TO TRUE
               END-IF
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO CZ-DEPT-COUNT.
           MOVE CZ-DEPT-COUNT     TO CZ-CURR-DEPT-IDX.
           MOVE CZ-CARD-REQUESTOR TO CZ-DEPT-CODE(CZ-CURR-DEPT-IDX).
           MOVE ZERO              TO CZ-DEPT-CARDS(CZ-CURR-DEPT-IDX).
           MOVE ZERO              TO CZ-DEPT-VALUES(CZ-CURR-DEPT-IDX).
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2110-MATCH-DEPT                                             *
      *-----------------------------------------------------------*
       2110-MATCH-DEPT.
           IF CZ-CARD-REQUESTOR = CZ-DEPT-CODE(CZ-DEPT-IDX)
               MOVE CZ-DEPT-IDX TO CZ-CURR-DEPT-IDX
           END-IF.
       2110-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-COPY-SUBMIT-CARD - one submitted card to RANGOUT,      *
      *                         behind the carry-over work          *
      *-----------------------------------------------------------*
       3000-COPY-SUBMIT-CARD.
           READ SUBMIT-FILE
               AT END
                   SET CZ-SUBMIT-EOF TO TRUE
                   GO TO 3000-EXIT
           END-READ.
           ADD 1 TO CZ-CNT-SUBMIT-CARDS.
           WRITE CZ-RANGOUT-REC FROM CZ-SUBMIT-REC.
           ADD 1 TO CZ-CNT-CARDS-WRITTEN.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE - per-requestor carry-over lines, deck       *
      *                  totals, close                              *
      *-----------------------------------------------------------*
       9000-TERMINATE.
           WRITE CZ-REPORT-LINE FROM CZ-HDR-LINE-2.
           PERFORM 9100-WRITE-DEPT-LINE THRU 9100-EXIT
               VARYING CZ-DEPT-IDX FROM 1 BY 1
               UNTIL CZ-DEPT-IDX > CZ-DEPT-COUNT.
           MOVE SPACES TO CZ-REPORT-LINE.
           WRITE CZ-REPORT-LINE.

           MOVE 'CARRY-OVER CARDS READ'    TO CZ-SUM-LABEL.
           MOVE CZ-CNT-CARRY-CARDS         TO CZ-SUM-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE.

           MOVE 'VALUES CARRIED FORWARD'   TO CZ-SUM-LABEL.
           MOVE CZ-CNT-CARRY-VALUES        TO CZ-SUM-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE.

           MOVE 'SUBMITTED CARDS READ'     TO CZ-SUM-LABEL.
           MOVE CZ-CNT-SUBMIT-CARDS        TO CZ-SUM-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE.

           MOVE 'RANGEIN CARDS WRITTEN'    TO CZ-SUM-LABEL.
           MOVE CZ-CNT-CARDS-WRITTEN       TO CZ-SUM-VALUE.
           WRITE CZ-REPORT-LINE FROM CZ-SUM-LINE.

           IF CZ-CARRY-OPEN
               CLOSE CARRY-FILE
           END-IF.
           IF CZ-SUBMIT-OPEN
               CLOSE SUBMIT-FILE
           END-IF.
           CLOSE RANGE-FILE.
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
           MOVE CZ-DEPT-CODE(CZ-DEPT-IDX)   TO CZ-DPL-CODE.
           MOVE CZ-DEPT-CARDS(CZ-DEPT-IDX)  TO CZ-DPL-CARDS.
           MOVE CZ-DEPT-VALUES(CZ-DEPT-IDX) TO CZ-DPL-VALUES.
           WRITE CZ-REPORT-LINE FROM CZ-DEPT-LINE.
       9100-EXIT.
           EXIT.

      *                   values (fixes reason ORDER)              *
      *                Q  set the requestor code to cols 13-15     *
      *                   (fixes reason REQSTR)                    *
      *                A  resubmit the record as it stands, for    *
      *                   reasons REQSTR, SUSPND and QUOTA once    *
      *                   the department has been added or         *
      *                   reinstated on the requestor master or    *
      *                   its daily limit has reset                *
      *                D  drop the record                          *
      *                                                             *
      *   Corrected records are written in RANGEIN format to       *
      *   rejected image (requestor, filler) is preserved.  Every  *
      *   reject appears on the FIXOUT audit listing with its      *
      *   reason code and the disposition applied; an R against a  *
      *   span record, an S/Q against the wrong record type or an  *
      *   A against a reject the master cannot clear is disposed   *
      *   MISMATCH and left uncorrected.  The control              *
      *   totals reconcile rejects in against corrected plus       *
      *   dropped plus uncorrected out, and list correction cards  *
      *   that matched no reject.                                   *
      *                                                             *
      * MAINTENANCE HISTORY                                        *
      *   2026-09-01  RLC  Original utility.                        *
      *   2026-10-15  RLC  Action A resubmits a REQSTR, SUSPND or    *
      *                    QUOTA reject unchanged, now that those    *
      *                    rejects are cleared on the requestor      *
      *                    master rather than on the card.           *
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COLZFIX.
                   88  FX-COR-SWAP                VALUE 'S'.
                   88  FX-COR-REQUESTOR           VALUE 'Q'.
                   88  FX-COR-DROP                VALUE 'D'.
                   88  FX-COR-RESUBMIT            VALUE 'A'.
               10  FX-COR-VALUE            PIC X(18).
               10  FX-COR-USED             PIC X(01).
                   88  FX-COR-WAS-USED            VALUE 'Y'.
               WHEN FX-FIXCARD(11:1) = 'S'
                 AND FX-FIXCARD(13:68) = SPACES
                   GO TO 2000-STORE
               WHEN FX-FIXCARD(11:1) = 'A'
                 AND FX-FIXCARD(13:68) = SPACES
                   GO TO 2000-STORE
               WHEN FX-FIXCARD(11:1) = 'R'
                 AND FX-FIXCARD(13:18) IS NUMERIC
                 AND FX-FIXCARD(13:18) NOT = ALL '0'
                   GO TO 2000-STORE
           END-EVALUATE.
           DISPLAY 'COLZFIX: INVALID FIXCARD ''' FX-FIXCARD(1:40)
               ''' - EXPECTED SEQ IN 1-9, ACTION R/S/Q/A/D IN 11, '
               'VALUE FROM 13'.
           CLOSE FIXCARD-FILE.
           CLOSE RESUB-FILE.
                   PERFORM 3300-APPLY-SWAP THRU 3300-EXIT
               WHEN FX-COR-REQUESTOR(FX-HIT-IDX)
                   PERFORM 3400-APPLY-REQUESTOR THRU 3400-EXIT
               WHEN FX-COR-RESUBMIT(FX-HIT-IDX)
                   PERFORM 3500-APPLY-RESUBMIT THRU 3500-EXIT
           END-EVALUATE.
           IF FX-CORRECTION-FOUND
               MOVE 'Y' TO FX-COR-USED(FX-HIT-IDX)
       3400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3500-APPLY-RESUBMIT - the image resubmitted unchanged; only *
      *                       a requestor reject (REQSTR, SUSPND,   *
      *                       QUOTA) can pass the next night's      *
      *                       edit that way, anything else is a     *
      *                       MISMATCH                              *
      *-----------------------------------------------------------*
       3500-APPLY-RESUBMIT.
           IF CZ-EX-REASON NOT = 'REQSTR'
             AND CZ-EX-REASON NOT = 'SUSPND'
             AND CZ-EX-REASON NOT = 'QUOTA '
               ADD 1 TO FX-CNT-UNCORRECTED
               MOVE 'MISMATCH    ' TO FX-AL-DISP
               GO TO 3500-EXIT
           END-IF.
           PERFORM 8100-WRITE-RESUB THRU 8100-EXIT.
           ADD 1 TO FX-CNT-CORRECTED.
           MOVE 'RESUBMITTED ' TO FX-AL-DISP.
       3500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-REPORT-UNUSED - correction cards that matched no       *
      *                      reject                                 *

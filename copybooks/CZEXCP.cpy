      * Exception record layout for RANGEIN rejects (EXCPOUT DD,   *
      * 98 bytes): the deck sequence number assigned as COLZRPT    *
      * read the deck, the edit reason code from 2150-EDIT-RECORD  *
      * (BLANK, NONNUM, ZERO, ORDER, REQSTR, SUSPND, QUOTA) and    *
      * the rejected record image unchanged.  Written by COLZRPT's *
      * 2160-WRITE-REJECT and read back by the COLZFIX             *
      * repair-and-resubmit utility, which keys its correction     *
      * cards by the sequence number.                               *
      *   2026-09-01  RLC  Original copybook - layout lifted        *
      *                    unchanged from COLZRPT working storage   *
      *                    so COLZFIX shares it.                     *
      *   2026-10-15  RLC  SUSPND and QUOTA reasons from the         *
      *                    requestor master edit.                    *
      *-----------------------------------------------------------*
       01  CZ-EXCP-DETAIL.
           05  CZ-EX-SEQ                   PIC 9(09).

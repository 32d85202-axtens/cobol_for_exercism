      *-----------------------------------------------------------*
      * CZBILL.CPY                                                  *
      * Chargeback billing-extract record (BILLOUT DD) written by  *
      * COLZCHG for the general-ledger feed - one record per       *
      * requestor (department) per charge category with any        *
      * values billed in the month.  CZ-BILL-CATEGORY is CALC for  *
      * fresh calculations, results-extract sources F and S        *
      * (priced per step on the full step count, CZ-BILL-STEPS),   *
      * CACHE for cache hits and ERROR for overflow/runaway        *
      * results (both priced per value).  CZ-BILL-RATE is the      *
      * rate-card rate applied and CZ-BILL-AMOUNT the charge,      *
      * rounded to the cent.  Fixed 80-byte layout, everything     *
      * unedited.                                                  *
      *                                                             *
      * Maintenance history                                        *
      *   2026-10-15  RLC  Original copybook.                       *
      *-----------------------------------------------------------*
       01  CZ-BILL-REC.
           05  CZ-BILL-MONTH               PIC 9(06).
           05  CZ-BILL-REQUESTOR           PIC X(03).
           05  CZ-BILL-CATEGORY            PIC X(05).
               88  CZ-BILL-CAT-CALC               VALUE 'CALC '.
               88  CZ-BILL-CAT-CACHE              VALUE 'CACHE'.
               88  CZ-BILL-CAT-ERROR              VALUE 'ERROR'.
           05  CZ-BILL-VALUES              PIC 9(09).
           05  CZ-BILL-STEPS               PIC 9(15).
           05  CZ-BILL-RATE                PIC 9(04)V9(06).
           05  CZ-BILL-AMOUNT              PIC 9(11)V9(02).
           05  CZ-BILL-RUN-DATE            PIC 9(08).
           05  FILLER                      PIC X(11).

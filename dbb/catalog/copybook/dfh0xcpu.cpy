      ******************************************************************
      *                                                                *
      * CONTROL BLOCK NAME = DFH0XCPU                                  *
      *                                                                *
      * DESCRIPTIVE NAME = CICS TS  (Samples) Example Application -    *
      *                     Billing invoice line record layout         *
      *                                                                *
      *      Licensed Materials - Property of IBM                      *
      *      "Restricted Materials of IBM"                             *
      *      5655-Y04                                                  *
      *      (C) Copyright IBM Corp. 2004"                             *
      *                                                                *
      * FUNCTION =                                                     *
      *      One row per shipment invoiced, written by the billing     *
      *      extract (DFH0XBP) to the accounts receivable interface    *
      *      file (BILLEXT): every filled or part-filled order         *
      *      disposition (ORDDISP) and every backorder release         *
      *      (RELDISP, see DFH0XCPR) for the night.  The quantity      *
      *      shipped is priced at the item's CA-COST and               *
      *      CA-CURRENCY-CODE in effect on the chain date, and         *
      *      converted to the house currency at the EXCHRATE rate      *
      *      (DFH0XCPD) carried on the row, so receivables can post    *
      *      the line without rekeying anything.  IL-SOURCE tells an   *
      *      order shipment from a backorder release.  The file is     *
      *      bracketed with DFH0XCPF header/trailer controls; order    *
      *      numbers are digits, so a data row never begins with H or  *
      *      T.                                                        *
      *----------------------------------------------------------------*
      *                                                                *
      * CHANGE ACTIVITY :                                              *
      *      $SEG(DFH0XCPU),COMP(SAMPLES),PROD(CICS TS ):              *
      *                                                                *
      *   PN= REASON REL YYMMDD HDXXIII : REMARKS                      *
      *   $D0= I30456 710 261015 HDJWB   : BILLING INVOICE LINE RECORD *
      *                                                                *
      ******************************************************************
       01  INVOICE-LINE-RECORD.
           03 IL-ORDER-NUMBER           PIC 9(6).
           03 IL-ITEM-REF               PIC 9(4).
           03 IL-CUSTOMER-NUMBER        PIC X(8).
           03 IL-SOURCE                 PIC X(1).
               88 IL-ORDER-SHIPMENT         VALUE 'O'.
               88 IL-BACKORDER-RELEASE      VALUE 'R'.
           03 IL-DEPARTMENT             PIC 9(3).
           03 IL-QUANTITY               PIC 9(4).
           03 IL-UNIT-COST              PIC S9(9)V99 COMP-3.
           03 IL-CURRENCY-CODE          PIC X(3).
           03 IL-LINE-VALUE             PIC S9(11)V99 COMP-3.
           03 IL-EXCHANGE-RATE          PIC S9(5)V9(6) COMP-3.
           03 IL-HOUSE-VALUE            PIC S9(13)V99 COMP-3.
           03 IL-INVOICE-DATE           PIC 9(8).

      ******************************************************************
      *                                                                *
      * CONTROL BLOCK NAME = DFH0XCPQ                                  *
      *                                                                *
      * DESCRIPTIVE NAME = CICS TS  (Samples) Example Application -    *
      *                     Dock receipt record layout                 *
      *                                                                *
      *      Licensed Materials - Property of IBM                      *
      *      "Restricted Materials of IBM"                             *
      *      5655-Y04                                                  *
      *      (C) Copyright IBM Corp. 2004"                             *
      *                                                                *
      * FUNCTION =                                                     *
      *      One row per delivery line booked in at a receiving dock,  *
      *      on the dock receipt file (RCPTTRN): the vendor who        *
      *      shipped it, the item and quantity that came off the       *
      *      vehicle, the branch that took it in and the date it       *
      *      arrived.  The goods receipt job (DFH0XBN) matches each    *
      *      row to the item's open purchase order row (OPENPO, see    *
      *      DFH0XCPL) before any of it is put on stock.  A blank      *
      *      RC-LOCATION is a receipt into the single-branch rollup.   *
      *----------------------------------------------------------------*
      *                                                                *
      * CHANGE ACTIVITY :                                              *
      *      $SEG(DFH0XCPQ),COMP(SAMPLES),PROD(CICS TS ):              *
      *                                                                *
      *   PN= REASON REL YYMMDD HDXXIII : REMARKS                      *
      *   $D0= I30453 710 261015 HDJWB   : DOCK RECEIPT RECORD         *
      *                                                                *
      ******************************************************************
       01  RECEIPT-RECORD.
           03 RC-VENDOR-ID              PIC X(8).
           03 RC-ITEM-REF               PIC 9(4).
           03 RC-QUANTITY               PIC 9(5).
           03 RC-LOCATION               PIC X(3).
           03 RC-RECEIPT-DATE           PIC 9(8).

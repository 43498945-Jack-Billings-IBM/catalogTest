      *      row for every shortage it puts on the purchase order      *
      *      file, and skips any item that already has one - so the    *
      *      same shortage is not re-ordered night after night while   *
      *      the first delivery is in transit.  The goods receipt      *
      *      (DFH0XBN) takes each delivery off OP-QUANTITY, so a short *
      *      shipment leaves its balance open, and deletes the row     *
      *      once the order is received in full, which re-arms the     *
      *      generation for that item.                                 *
      *----------------------------------------------------------------*
      *                                                                *
      *                                                                *
      *   PN= REASON REL YYMMDD HDXXIII : REMARKS                      *
      *   $D0= I30445 710 260902 HDJWB   : OPEN PURCHASE ORDER RECORD  *
      *   $D1= I30453 710 261015 HDJWB   : OP-QUANTITY NOW REDUCED BY  *
      *                                     EACH GOODS RECEIPT         *
      *                                                                *
      ******************************************************************
       01  OPEN-PO-RECORD.

      *      One row is appended to the item movement history file     *
      *      (MOVEHIST) for every stock movement an updating job       *
      *      makes - an order allocation (ORD), a backorder release    *
      *      (REL), a maintenance adjustment (ADJ), a goods receipt    *
      *      against an open purchase order (RCV), a customer return   *
      *      (RTN) or the scrapping of returned goods (SCR) - with a   *
      *      signed quantity: stock leaving is negative, stock         *
      *      arriving is positive.  The audit log row for the same     *
      *      event (see DFH0XCP6) records only that the item was       *
      *      touched; this record is the one place how MANY units      *
      *      moved is kept, so demand survives the decrement and the   *
      *      velocity report can tell a fast seller from a             *
      *      shelf-warmer.  The department is carried on the row so    *
      *      the report can group by department even after the item    *
      *      leaves the catalog.                                       *
      *----------------------------------------------------------------*
      *                                                                *
      * CHANGE ACTIVITY :                                              *
      *                                     TYPE (XFR) ADDED - A       *
      *                                     TRANSFER WRITES ONE ROW    *
      *                                     PER LEG, NETTING TO ZERO   *
      *   $D2= I30453 710 261015 HDJWB   : GOODS RECEIPT TYPE (RCV)    *
      *   $D3= I30454 710 261015 HDJWB   : CUSTOMER RETURN (RTN) AND   *
      *                                     RETURN SCRAPPED (SCR)      *
      *                                     TYPES - A SCRAPPED RETURN  *
      *                                     WRITES BOTH, NETTING TO    *
      *                                     ZERO                       *
      *                                                                *
      ******************************************************************
       01  MOVEMENT-RECORD.
               88 MV-BACKORDER-RELEASE     VALUE 'REL'.
               88 MV-STOCK-ADJUSTMENT      VALUE 'ADJ'.
               88 MV-LOCATION-TRANSFER     VALUE 'XFR'.
               88 MV-GOODS-RECEIPT         VALUE 'RCV'.
               88 MV-CUSTOMER-RETURN       VALUE 'RTN'.
               88 MV-RETURN-SCRAPPED       VALUE 'SCR'.
           03 MV-QUANTITY              PIC S9(5)
                                        SIGN IS TRAILING SEPARATE.
           03 MV-LOCATION              PIC X(3).

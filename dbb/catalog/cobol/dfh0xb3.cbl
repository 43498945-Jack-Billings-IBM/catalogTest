      *      catalog to every supplier.  Operations run one step per   *
      *      vendor, each with its own VNDPARM and VENDFEED            *
      *      allocation, named by the vendor's transmission id.        *
      *      Each item carries VF-DISCONTINUED-FLAG, Y for an item     *
      *      discontinued or obsolete on the catalog (CA-ITEM-STATUS)  *
      *      and N for an active one.                                  *
      *                                                                *
      * CHANGE ACTIVITY :                                              *
      *      $SEG(DFH0XB3),COMP(SAMPLES),PROD(CICS TS ):              *
      *                                     PER VENDOR, ONE VENDOR'S   *
      *                                     ABEND MUST NOT POSITION    *
      *                                     OR RESET ANOTHER'S RUN     *
      *   $D7= I30457 710 261015 HDJWB   : FEED FLAGS DISCONTINUED AND *
      *                                     OBSOLETE ITEMS             *
      *                                     (VF-DISCONTINUED-FLAG)     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
                                         SIGN IS TRAILING SEPARATE.
           03 VF-CURRENCY-CODE          PIC X(3).
           03 VF-IN-STOCK               PIC 9(4).
           03 VF-DISCONTINUED-FLAG      PIC X(1).

       FD  PARAMETER-FILE
           RECORDING MODE F
                                   TO VF-CURRENCY-CODE.
           MOVE IN-STOCK       OF CATALOG-RECORD TO VF-IN-STOCK.

      *    the supplier is told an item is going - discontinued or
      *    already obsolete - so it stops offering us more of it
           IF CA-ITEM-ACTIVE OF CATALOG-RECORD
               MOVE 'N' TO VF-DISCONTINUED-FLAG
           ELSE
               MOVE 'Y' TO VF-DISCONTINUED-FLAG
           END-IF.

           WRITE VENDOR-FEED-RECORD.

           PERFORM 2100-WRITE-AUDIT-RECORD

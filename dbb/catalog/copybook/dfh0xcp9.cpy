      *      CA-ITEM-REF.  DFH0XCP3's CA-CAT-ITEM carries the same      *
      *      the COMMAREA for online inquiry/maintenance; this is      *
      *      the on-disk shape the batch programs read and write.      *
      *                                                                *
      *      CA-ITEM-STATUS carries the item through its life: active, *
      *      discontinued (sell the remaining stock off, buy no more)  *
      *      or obsolete (refused on orders).  Records written before  *
      *      the status existed carry a space, which reads as active.  *
      *      CA-REPLACEMENT-ITEM names the item offered instead of a   *
      *      discontinued or obsolete one; zero or spaces when there   *
      *      is none.                                                  *
      *----------------------------------------------------------------*
      *                                                                *
      * CHANGE ACTIVITY :                                              *
      *   PN= REASON REL YYMMDD HDXXIII : REMARKS                      *
      *   $D0= I30413 710 260808 HDJWB   : CATALOG FILE RECORD LAYOUT  *
      *   $D1= I30417 710 260808 HDJWB   : CA-COST PACKED + CURRENCY   *
      *   $D2= I30457 710 261015 HDJWB   : ITEM LIFECYCLE STATUS AND   *
      *                                     REPLACEMENT ITEM REF       *
      *                                                                *
      ******************************************************************
       01  CATALOG-RECORD.
           03 CA-COST                  PIC S9(9)V99 COMP-3.
           03 CA-CURRENCY-CODE         PIC X(3).
           03 IN-STOCK                 PIC 9(4) DISPLAY.
           03 CA-ITEM-STATUS           PIC X(1).
               88 CA-ITEM-ACTIVE           VALUE 'A' SPACE.
               88 CA-ITEM-DISCONTINUED     VALUE 'D'.
               88 CA-ITEM-OBSOLETE         VALUE 'O'.
           03 CA-REPLACEMENT-ITEM      PIC 9(4) DISPLAY.

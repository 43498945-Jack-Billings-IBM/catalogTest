      *                                     RELEASE RETURNS STOCK TO   *
      *                                     THE BRANCH THAT TOOK THE   *
      *                                     ORDER                      *
      *   $D2= I30455 710 261015 HDJWB   : BO-CUSTOMER-NUMBER ADDED SO *
      *                                     A RELEASE CAN HOLD BACK    *
      *                                     STOCK OWED TO AN ACCOUNT   *
      *                                     ON HOLD (DFH0XCPT)         *
      *                                                                *
      ******************************************************************
       01  BACKORDER-RECORD.
           03 BO-QUANTITY-SHORT         PIC 9(4).
           03 BO-ORDER-DATE             PIC 9(8).
           03 BO-LOCATION               PIC X(3).
      *    the account the order was taken for; spaces on a backorder
      *    from before the customer file was set up
           03 BO-CUSTOMER-NUMBER        PIC X(8).

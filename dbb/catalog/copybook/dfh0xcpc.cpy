      *      catalog, or to roll a restored copy forward to a chosen   *
      *      cut-off, so a bad transaction batch no longer costs       *
      *      every good change since the last backup.                  *
      *                                                                *
      *      JNL-USER-ID names who the change was made for - the       *
      *      originator of the maintenance transaction on a change     *
      *      the maintenance apply (DFH0XB5) makes, and the job name   *
      *      itself on a change a job makes on its own account.        *
      *----------------------------------------------------------------*
      *                                                                *
      * CHANGE ACTIVITY :                                              *
      *                                                                *
      *   PN= REASON REL YYMMDD HDXXIII : REMARKS                      *
      *   $D0= I30434 710 260822 HDJWB   : CATALOG JOURNAL RECORD      *
      *   $D1= I30457 710 261015 HDJWB   : IMAGES CARRY THE ITEM       *
      *                                     STATUS AND REPLACEMENT     *
      *                                     ITEM REF (DFH0XCP9 $D2)    *
      *   $D2= I30462 710 261015 HDJWB   : JNL-USER-ID ADDED - WHO THE *
      *                                     CHANGE WAS MADE FOR        *
      *                                                                *
      ******************************************************************
       01  JOURNAL-RECORD.
               05 JB-COST              PIC S9(9)V99 COMP-3.
               05 JB-CURRENCY-CODE     PIC X(3).
               05 JB-IN-STOCK          PIC 9(4).
               05 JB-ITEM-STATUS       PIC X(1).
               05 JB-REPLACEMENT-ITEM  PIC 9(4).
           03 JNL-AFTER-IMAGE.
               05 JA-ITEM-REF          PIC 9(4).
               05 JA-DESCRIPTION       PIC X(40).
               05 JA-COST              PIC S9(9)V99 COMP-3.
               05 JA-CURRENCY-CODE     PIC X(3).
               05 JA-IN-STOCK          PIC 9(4).
               05 JA-ITEM-STATUS       PIC X(1).
               05 JA-REPLACEMENT-ITEM  PIC 9(4).
           03 JNL-USER-ID              PIC X(8).

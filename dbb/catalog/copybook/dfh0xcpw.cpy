      ******************************************************************
      *                                                                *
      * CONTROL BLOCK NAME = DFH0XCPW                                  *
      *                                                                *
      * DESCRIPTIVE NAME = CICS TS  (Samples) Example Application -    *
      *                     Period-end stock snapshot record layout    *
      *                                                                *
      *      Licensed Materials - Property of IBM                      *
      *      "Restricted Materials of IBM"                             *
      *      5655-Y04                                                  *
      *      (C) Copyright IBM Corp. 2004"                             *
      *                                                                *
      * FUNCTION =                                                     *
      *      One row per catalog item as it stood when a period was    *
      *      closed by the period-end roll-forward (DFH0XBR): the      *
      *      quantity on hand, the cost and currency it was carried    *
      *      at and its value in house currency at the period-end      *
      *      exchange rate.  The close writes this month's snapshot    *
      *      (PRDCLOSE) and reads it back next month as the opening    *
      *      balance (PRDOPEN), so the opening figures on the          *
      *      roll-forward are exactly the closing figures Finance      *
      *      signed off the month before.  PS-PERIOD is the YYYYMM     *
      *      of the period the snapshot closes.                        *
      *----------------------------------------------------------------*
      *                                                                *
      * CHANGE ACTIVITY :                                              *
      *      $SEG(DFH0XCPW),COMP(SAMPLES),PROD(CICS TS ):              *
      *                                                                *
      *   PN= REASON REL YYMMDD HDXXIII : REMARKS                      *
      *   $D0= I30460 710 261015 HDJWB   : PERIOD-END SNAPSHOT RECORD  *
      *                                                                *
      ******************************************************************
       01  PERIOD-SNAPSHOT-RECORD.
           03 PS-PERIOD                PIC 9(6).
           03 PS-ITEM-REF              PIC 9(4).
           03 PS-DEPARTMENT            PIC 9(3).
           03 PS-QUANTITY              PIC S9(7) COMP-3.
           03 PS-COST                  PIC S9(9)V99 COMP-3.
           03 PS-CURRENCY-CODE         PIC X(3).
           03 PS-HOUSE-VALUE           PIC S9(13)V99 COMP-3.

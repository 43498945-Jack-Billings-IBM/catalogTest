      ******************************************************************
      *                                                                *
      * CONTROL BLOCK NAME = DFH0XCPX                                  *
      *                                                                *
      * DESCRIPTIVE NAME = CICS TS  (Samples) Example Application -    *
      *                     Period control record layout               *
      *                                                                *
      *      Licensed Materials - Property of IBM                      *
      *      "Restricted Materials of IBM"                             *
      *      5655-Y04                                                  *
      *      (C) Copyright IBM Corp. 2004"                             *
      *                                                                *
      * FUNCTION =                                                     *
      *      One row per accounting period on the period control file  *
      *      (PRDCTL), keyed on the period's YYYYMM.  The period-end   *
      *      roll-forward (DFH0XBR) writes the row with status C only  *
      *      when a close has run to the end and its snapshot is       *
      *      written, and refuses to close any period whose row is     *
      *      already C - a closed month's figures, and the opening     *
      *      balance next month takes from them, are never rebuilt     *
      *      from a catalog that has since moved on.  The row keeps    *
      *      when the close ran and the closing totals it reported.    *
      *----------------------------------------------------------------*
      *                                                                *
      * CHANGE ACTIVITY :                                              *
      *      $SEG(DFH0XCPX),COMP(SAMPLES),PROD(CICS TS ):              *
      *                                                                *
      *   PN= REASON REL YYMMDD HDXXIII : REMARKS                      *
      *   $D0= I30460 710 261015 HDJWB   : PERIOD CONTROL RECORD       *
      *                                                                *
      ******************************************************************
       01  PERIOD-CONTROL-RECORD.
           03 PC-PERIOD                PIC 9(6).
           03 PC-STATUS                PIC X(1).
               88 PC-PERIOD-CLOSED         VALUE 'C'.
           03 PC-CLOSE-DATE            PIC 9(8).
           03 PC-CLOSE-TIME            PIC 9(8).
           03 PC-ITEMS-SNAPPED         PIC 9(7).
           03 PC-CLOSING-QUANTITY      PIC S9(9) COMP-3.
           03 PC-CLOSING-VALUE         PIC S9(13)V99 COMP-3.
           03 PC-UNEXPLAINED-VALUE     PIC S9(13)V99 COMP-3.

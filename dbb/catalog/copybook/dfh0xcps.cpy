      ******************************************************************
      *                                                                *
      * CONTROL BLOCK NAME = DFH0XCPS                                  *
      *                                                                *
      * DESCRIPTIVE NAME = CICS TS  (Samples) Example Application -    *
      *                     Customer return record layout              *
      *                                                                *
      *      Licensed Materials - Property of IBM                      *
      *      "Restricted Materials of IBM"                             *
      *      5655-Y04                                                  *
      *      (C) Copyright IBM Corp. 2004"                             *
      *                                                                *
      * FUNCTION =                                                     *
      *      One row per returned order line booked in by customer     *
      *      service, on the returns file (RETTRN): the return         *
      *      authorisation (RMA) number the credit note will quote,    *
      *      the original customer order number and item the goods     *
      *      were shipped against, how many came back, what is to be   *
      *      done with them - R put back on the shelf, S scrapped -    *
      *      the branch that took them in and the date they arrived.   *
      *      The customer returns job (DFH0XBO) proves each row        *
      *      against the order's disposition rows (DFH0XCPR) before    *
      *      anything is posted, and keeps every row it accepts on     *
      *      the returns history (RETHIST), in this same layout, so    *
      *      a later return against the same order line can never      *
      *      take back more than was shipped.  A blank RT-LOCATION is  *
      *      a return into the single-branch rollup.                   *
      *----------------------------------------------------------------*
      *                                                                *
      * CHANGE ACTIVITY :                                              *
      *      $SEG(DFH0XCPS),COMP(SAMPLES),PROD(CICS TS ):              *
      *                                                                *
      *   PN= REASON REL YYMMDD HDXXIII : REMARKS                      *
      *   $D0= I30454 710 261015 HDJWB   : CUSTOMER RETURN RECORD      *
      *                                                                *
      ******************************************************************
       01  RETURN-RECORD.
           03 RT-RMA-NUMBER             PIC X(8).
           03 RT-ORDER-NUMBER           PIC 9(6).
           03 RT-ITEM-REF               PIC 9(4).
           03 RT-QUANTITY               PIC 9(4).
           03 RT-DISPOSITION            PIC X(1).
               88 RT-RESTOCK                VALUE 'R'.
               88 RT-SCRAP                  VALUE 'S'.
           03 RT-LOCATION               PIC X(3).
           03 RT-RETURN-DATE            PIC 9(8).

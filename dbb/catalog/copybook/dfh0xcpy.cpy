      ******************************************************************
      *                                                                *
      * CONTROL BLOCK NAME = DFH0XCPY                                  *
      *                                                                *
      * DESCRIPTIVE NAME = CICS TS  (Samples) Example Application -    *
      *                     Last count date record layout              *
      *                                                                *
      *      Licensed Materials - Property of IBM                      *
      *      "Restricted Materials of IBM"                             *
      *      5655-Y04                                                  *
      *      (C) Copyright IBM Corp. 2004"                             *
      *                                                                *
      * FUNCTION =                                                     *
      *      One row per item per branch on the last count date file   *
      *      (CNTDATE), keyed on the item ref plus the branch code -   *
      *      spaces for the single-branch rollup, as on a count row.   *
      *      The stock reconciliation (DFH0XB4) writes or refreshes    *
      *      the row for every item it is given a count for, with the  *
      *      night's date and the quantity counted, once the count     *
      *      file's trailer has verified, and the cycle count          *
      *      scheduler (DFH0XBS) reads it to decide which items at     *
      *      which branch are due to be counted again.  An item and    *
      *      branch with no row has never been counted.                *
      *----------------------------------------------------------------*
      *                                                                *
      * CHANGE ACTIVITY :                                              *
      *      $SEG(DFH0XCPY),COMP(SAMPLES),PROD(CICS TS ):              *
      *                                                                *
      *   PN= REASON REL YYMMDD HDXXIII : REMARKS                      *
      *   $D0= I30461 710 261015 HDJWB   : LAST COUNT DATE RECORD      *
      *   $D1= I30461 710 261015 HDJWB   : ROW WRITTEN ONLY ONCE THE   *
      *                                     COUNT FILE VERIFIES        *
      *                                                                *
      ******************************************************************
       01  LAST-COUNT-RECORD.
           03 LC-COUNT-KEY.
               05 LC-ITEM-REF          PIC 9(4).
               05 LC-LOCATION          PIC X(3).
           03 LC-LAST-COUNT-DATE       PIC 9(8).
           03 LC-LAST-COUNTED-STOCK    PIC 9(4).

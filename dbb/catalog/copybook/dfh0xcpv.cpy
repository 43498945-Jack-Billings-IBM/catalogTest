      ******************************************************************
      *                                                                *
      * CONTROL BLOCK NAME = DFH0XCPV                                  *
      *                                                                *
      * DESCRIPTIVE NAME = CICS TS  (Samples) Example Application -    *
      *                     Kit structure record layout                *
      *                                                                *
      *      Licensed Materials - Property of IBM                      *
      *      "Restricted Materials of IBM"                             *
      *      5655-Y04                                                  *
      *      (C) Copyright IBM Corp. 2004"                             *
      *                                                                *
      * FUNCTION =                                                     *
      *      One row per component of a kit on the kit structure file  *
      *      (KITFILE), keyed on the kit's own (parent) item ref plus  *
      *      the component's item ref, with how many of the component  *
      *      go into one kit.  Both are ordinary catalog items; a kit  *
      *      keeps no stock of its own.  The order apply (DFH0XB6) and *
      *      the backorder release (DFH0XBG) take every component off  *
      *      the shelf together when a kit ships, goods receiving      *
      *      (DFH0XBN) and customer returns (DFH0XBO) put every        *
      *      component back on it, and the low stock report (DFH0XB2)  *
      *      and purchase order suggestions (DFH0XBH) count a kit's    *
      *      stock as the number of whole kits its scarcest component  *
      *      will make up.  The cycle count scheduler (DFH0XBS) never  *
      *      puts a kit on a count sheet.                              *
      *----------------------------------------------------------------*
      *                                                                *
      * CHANGE ACTIVITY :                                              *
      *      $SEG(DFH0XCPV),COMP(SAMPLES),PROD(CICS TS ):              *
      *                                                                *
      *   PN= REASON REL YYMMDD HDXXIII : REMARKS                      *
      *   $D0= I30458 710 261015 HDJWB   : KIT STRUCTURE RECORD        *
      *   $D1= I30458 710 261015 HDJWB   : KITS RECEIVED, RETURNED AND *
      *                                     SCHEDULED FOR COUNT        *
      *                                                                *
      ******************************************************************
       01  KIT-STRUCTURE-RECORD.
           03 KS-KIT-KEY.
               05 KS-PARENT-ITEM       PIC 9(4).
               05 KS-COMPONENT-ITEM    PIC 9(4).
           03 KS-QTY-PER-KIT           PIC 9(3).

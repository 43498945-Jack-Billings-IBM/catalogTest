      ******************************************************************
      *                                                                *
      * CONTROL BLOCK NAME = DFH0XCPR                                  *
      *                                                                *
      * DESCRIPTIVE NAME = CICS TS  (Samples) Example Application -    *
      *                     Order disposition record layout            *
      *                                                                *
      *      Licensed Materials - Property of IBM                      *
      *      "Restricted Materials of IBM"                             *
      *      5655-Y04                                                  *
      *      (C) Copyright IBM Corp. 2004"                             *
      *                                                                *
      * FUNCTION =                                                     *
      *      One row per inbound customer order, written by the order  *
      *      apply (DFH0XB6) to the disposition file (ORDDISP),        *
      *      telling the order-entry side whether the order filled,    *
      *      part-filled, was backordered whole or was rejected, and   *
      *      how many units were allocated to it.  The file is         *
      *      bracketed with DFH0XCPF header/trailer controls.  This    *
      *      record was originally described inline in DFH0XB6; it is  *
      *      kept here now that the customer returns job (DFH0XBO)     *
      *      reads the kept generations of the file to prove a return  *
      *      was actually shipped against the order it quotes.  The    *
      *      backorder release (DFH0XBG) writes the same row, filled   *
      *      or part-filled, for every backorder it releases stock to  *
      *      (RELDISP), so the billing extract (DFH0XBP) prices both   *
      *      shipments the same way.                                   *
      *----------------------------------------------------------------*
      *                                                                *
      * CHANGE ACTIVITY :                                              *
      *      $SEG(DFH0XCPR),COMP(SAMPLES),PROD(CICS TS ):              *
      *                                                                *
      *   PN= REASON REL YYMMDD HDXXIII : REMARKS                      *
      *   $D0= I30454 710 261015 HDJWB   : DISPOSITION RECORD HOISTED  *
      *                                     OUT OF DFH0XB6             *
      *   $D1= I30456 710 261015 HDJWB   : DS-CUSTOMER-NUMBER ADDED    *
      *                                     FOR THE BILLING EXTRACT;   *
      *                                     ALSO WRITTEN FOR RELEASES  *
      *                                     BY DFH0XBG                 *
      *                                                                *
      ******************************************************************
       01  DISPOSITION-RECORD.
           03 DS-ORDER-NUMBER           PIC 9(6).
           03 DS-ITEM-REF               PIC 9(4).
           03 DS-QUANTITY-ORDERED       PIC 9(4).
           03 DS-QUANTITY-ALLOCATED     PIC 9(4).
           03 DS-STATUS-CODE            PIC X(1).
               88 DS-ORDER-FILLED           VALUE 'F'.
               88 DS-ORDER-PARTIAL          VALUE 'P'.
               88 DS-ORDER-BACKORDERED      VALUE 'B'.
               88 DS-ORDER-REJECTED         VALUE 'R'.
           03 DS-MESSAGE-NUMBER         PIC 9(4).
           03 DS-MESSAGE-TEXT           PIC X(79).
           03 DS-CUSTOMER-NUMBER        PIC X(8).

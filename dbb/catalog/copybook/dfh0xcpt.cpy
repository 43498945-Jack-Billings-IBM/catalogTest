      ******************************************************************
      *                                                                *
      * CONTROL BLOCK NAME = DFH0XCPT                                  *
      *                                                                *
      * DESCRIPTIVE NAME = CICS TS  (Samples) Example Application -    *
      *                     Customer reference file record layout      *
      *                                                                *
      *      Licensed Materials - Property of IBM                      *
      *      "Restricted Materials of IBM"                             *
      *      5655-Y04                                                  *
      *      (C) Copyright IBM Corp. 2004"                             *
      *                                                                *
      * FUNCTION =                                                     *
      *      One row per customer account on the customer reference    *
      *      file (CUSTFILE), keyed on CUS-ACCOUNT-NUMBER, mirroring   *
      *      the way DEPTFILE (DFH0XCP8) backs CA-DEPARTMENT.  This    *
      *      is the one place an account number carried on an order    *
      *      or a backorder is given a name, a standing with finance   *
      *      and the branch its goods ship from by default.            *
      *      CUS-STATUS is set by finance: an account on hold or       *
      *      closed has its new orders refused by the order apply      *
      *      (DFH0XB6), and the backorder release (DFH0XBG) holds      *
      *      back stock owed to an account on hold so it goes to the   *
      *      customers who are paying.  A closed account stays on      *
      *      file so its history still resolves.                       *
      *----------------------------------------------------------------*
      *                                                                *
      * CHANGE ACTIVITY :                                              *
      *      $SEG(DFH0XCPT),COMP(SAMPLES),PROD(CICS TS ):              *
      *                                                                *
      *   PN= REASON REL YYMMDD HDXXIII : REMARKS                      *
      *   $D0= I30455 710 261015 HDJWB   : CUSTOMER REFERENCE RECORD   *
      *                                                                *
      ******************************************************************
       01  CUSTOMER-RECORD.
           03 CUS-ACCOUNT-NUMBER        PIC X(8).
           03 CUS-NAME                  PIC X(30).
           03 CUS-STATUS                PIC X(1).
               88 CUS-ACTIVE                VALUE 'A'.
               88 CUS-ON-HOLD               VALUE 'H'.
               88 CUS-CLOSED                VALUE 'C'.
           03 CUS-DEFAULT-LOCATION      PIC X(3).

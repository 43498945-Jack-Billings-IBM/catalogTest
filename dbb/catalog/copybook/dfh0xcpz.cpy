      ******************************************************************
      *                                                                *
      * CONTROL BLOCK NAME = DFH0XCPZ                                  *
      *                                                                *
      * DESCRIPTIVE NAME = CICS TS  (Samples) Example Application -    *
      *                     User authority record layout               *
      *                                                                *
      *      Licensed Materials - Property of IBM                      *
      *      "Restricted Materials of IBM"                             *
      *      5655-Y04                                                  *
      *      (C) Copyright IBM Corp. 2004"                             *
      *                                                                *
      * FUNCTION =                                                     *
      *      One row per user on the user authority file (AUTHFILE),   *
      *      keyed on the user id a maintenance transaction carries    *
      *      as its originator (MT-ORIGINATOR, see DFH0XCPB).  The     *
      *      row says which maintenance actions the user may raise -   *
      *      add, amend, delete, transfer, and a cost change, which    *
      *      is an amend that reprices an item - and which             *
      *      departments' items they may maintain: up to twenty        *
      *      department codes (zero entries unused), or every          *
      *      department when UA-DEPARTMENT-SCOPE is A.  The            *
      *      maintenance edit (DFH0XB8) rejects a transaction from a   *
      *      user with no row, or outside what the row allows.  Jobs   *
      *      that stage transactions of their own (DFH0XBC, DFH0XBE)   *
      *      raise them under their job name and need a row the same   *
      *      as a person does.                                         *
      *----------------------------------------------------------------*
      *                                                                *
      * CHANGE ACTIVITY :                                              *
      *      $SEG(DFH0XCPZ),COMP(SAMPLES),PROD(CICS TS ):              *
      *                                                                *
      *   PN= REASON REL YYMMDD HDXXIII : REMARKS                      *
      *   $D0= I30462 710 261015 HDJWB   : USER AUTHORITY RECORD       *
      *                                                                *
      ******************************************************************
       01  USER-AUTHORITY-RECORD.
           03 UA-USER-ID               PIC X(8).
           03 UA-USER-NAME             PIC X(20).
           03 UA-ACTIONS-ALLOWED.
               05 UA-ADD-FLAG          PIC X(1).
                   88 UA-MAY-ADD           VALUE 'Y'.
               05 UA-AMEND-FLAG        PIC X(1).
                   88 UA-MAY-AMEND         VALUE 'Y'.
               05 UA-DELETE-FLAG       PIC X(1).
                   88 UA-MAY-DELETE        VALUE 'Y'.
               05 UA-TRANSFER-FLAG     PIC X(1).
                   88 UA-MAY-TRANSFER      VALUE 'Y'.
               05 UA-COST-CHANGE-FLAG  PIC X(1).
                   88 UA-MAY-CHANGE-COST   VALUE 'Y'.
           03 UA-DEPARTMENT-SCOPE      PIC X(1).
               88 UA-ALL-DEPARTMENTS       VALUE 'A'.
               88 UA-LISTED-DEPARTMENTS    VALUE 'L'.
           03 UA-DEPARTMENT-LIST.
               05 UA-DEPARTMENT        PIC 9(3)
                                       OCCURS 20 TIMES
                                       INDEXED BY UAD-IDX.

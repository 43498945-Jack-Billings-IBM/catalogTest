      *                                     ROW (DFH0XCPP) FOR THE     *
      *                                     PENDING EDIT INSTEAD OF    *
      *                                     AN IMMEDIATE AMEND         *
      *   $D6= I30457 710 261015 HDJWB   : A STAGED AMEND LEAVES THE   *
      *                                     ITEM STATUS AND            *
      *                                     REPLACEMENT AS THEY ARE    *
      *   $D7= I30462 710 261015 HDJWB   : STAGED AMENDS CARRY THIS    *
      *                                     JOB AS THEIR ORIGINATOR    *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
           MOVE IN-STOCK       OF CATALOG-RECORD
                                   TO MT-IN-STOCK.
           MOVE SPACES             TO MT-LOCATION.
           MOVE SPACES             TO MT-LIFECYCLE-FIELDS.
           MOVE WS-JOB-NAME        TO MT-ORIGINATOR.

           WRITE MAINT-TRANSACTION-RECORD.
           ADD MT-ITEM-REF TO WS-OUT-REF-HASH.

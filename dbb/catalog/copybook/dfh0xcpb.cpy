      *      splits a keyed batch, and the maintenance apply, which    *
      *      posts the accepted records to the catalog master, so the  *
      *      two programs can never drift apart on the record shape.   *
      *                                                                *
      *      MT-ITEM-STATUS and MT-REPLACEMENT-ITEM set the item's     *
      *      lifecycle status and replacement (see DFH0XCP9).  A       *
      *      blank status on an add makes the item active; on an       *
      *      amend it leaves the status and replacement on file as     *
      *      they are, so feeds that predate the status and know       *
      *      nothing of it cannot reactivate a discontinued item.      *
      *                                                                *
      *      MT-ORIGINATOR is the user id of whoever raised the        *
      *      change - a keyed request carries its operator, a staged   *
      *      one the job or the reviewer that released it.  The edit   *
      *      (DFH0XB8) holds it against the user authority file        *
      *      (AUTHFILE, see DFH0XCPZ) and the apply (DFH0XB5) carries  *
      *      it onto the audit log and the catalog journal.            *
      *----------------------------------------------------------------*
      *                                                                *
      * CHANGE ACTIVITY :                                              *
      *                                     BYTES CARRY THE TO         *
      *                                     LOCATION AND MT-IN-STOCK   *
      *                                     THE QUANTITY MOVED         *
      *   $D2= I30457 710 261015 HDJWB   : ITEM STATUS AND REPLACEMENT *
      *                                     ITEM REF ADDED FOR THE     *
      *                                     ITEM LIFECYCLE             *
      *   $D3= I30462 710 261015 HDJWB   : ORIGINATOR USER ID ADDED    *
      *                                     FOR THE AUTHORITY EDIT AND *
      *                                     THE AUDIT TRAIL            *
      *                                                                *
      ******************************************************************
       01  MAINT-TRANSACTION-RECORD.
           03 MT-CURRENCY-CODE           PIC X(3).
           03 MT-IN-STOCK                PIC 9(4).
           03 MT-LOCATION                PIC X(3).
           03 MT-LIFECYCLE-FIELDS.
               05 MT-ITEM-STATUS         PIC X(1).
                   88 MT-STATUS-UNCHANGED    VALUE SPACE.
                   88 MT-STATUS-ACTIVE       VALUE 'A'.
                   88 MT-STATUS-DISCONTINUED VALUE 'D'.
                   88 MT-STATUS-OBSOLETE     VALUE 'O'.
               05 MT-REPLACEMENT-ITEM    PIC 9(4).
               05 MT-REPLACEMENT-ITEM-X  REDEFINES MT-REPLACEMENT-ITEM
                                         PIC X(4).
           03 MT-ORIGINATOR              PIC X(8).

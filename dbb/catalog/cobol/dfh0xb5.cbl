      *      AUD-REQUEST-ID of MAINTC, the request id CA-REQUEST-ID     *
      *      carries for a maintenance request, so this job's activity  *
      *      reconstructs alongside catalog inquiries.                  *
      *      The audit row and every journal row name the               *
      *      transaction's originator (MT-ORIGINATOR) as the user, so   *
      *      a change can be traced to the person who raised it; a      *
      *      transaction with none is recorded under this job's name.   *
      *                                                                 *
      * CHANGE ACTIVITY :                                              *
      *      $SEG(DFH0XB5),COMP(SAMPLES),PROD(CICS TS ):              *
      *                                     OF THE SAME NIGHT'S BATCH  *
      *                                     RESUMES AFTER IT INSTEAD   *
      *                                     OF APPLYING FROM THE TOP   *
      *   $D9= I30453 710 261015 HDJWB   : AN AMEND THAT RAISES STOCK  *
      *                                     NO LONGER CLEARS THE OPEN  *
      *                                     PURCHASE ORDER ROW - GOODS *
      *                                     ARRIVING ARE BOOKED BY THE *
      *                                     GOODS RECEIPT (DFH0XBN)    *
      *   $D10= I30457 710 261015 HDJWB  : ITEM STATUS AND REPLACEMENT *
      *                                     ITEM SET ON ADDS AND, WHEN *
      *                                     KEYED, ON AMENDS           *
      *   $D11= I30462 710 261015 HDJWB  : THE TRANSACTION'S           *
      *                                     ORIGINATOR IS THE USER ON  *
      *                                     THE AUDIT LOG AND THE      *
      *                                     CATALOG JOURNAL            *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       77  WS-CURRENT-TIME              PIC 9(8).
       77  WS-RETURN-CODE               PIC 9(2) VALUE ZERO.
       77  WS-JOB-NAME                  PIC X(8)  VALUE 'DFH0XB5'.
       77  WS-ORIGINATOR-USED           PIC X(8)  VALUE SPACES.
       77  WS-JNL-ACTION                PIC X(1)  VALUE SPACE.

      *    Stock on hand before an amend, kept so the movement
      *    history and a located amend see only the net change
       77  WS-PREV-IN-STOCK             PIC 9(4) VALUE ZERO.

       77  FS-OPEN-PO-FILE              PIC X(02) VALUE '00'.
      *    the journal row carries what was on file before the change
      *    as well as what the change left there.  The null image
      *    stands in for the missing side of an add or a delete.
       01  WS-BEFORE-IMAGE              PIC X(65).
       01  WS-AFTER-IMAGE               PIC X(65).
       01  WS-NULL-IMAGE.
           03 FILLER                    PIC 9(4)  VALUE ZERO.
           03 FILLER                    PIC X(40) VALUE SPACES.
           03 FILLER                    PIC S9(9)V99 COMP-3 VALUE ZERO.
           03 FILLER                    PIC X(3)  VALUE SPACES.
           03 FILLER                    PIC 9(4)  VALUE ZERO.
           03 FILLER                    PIC X(1)  VALUE SPACES.
           03 FILLER                    PIC 9(4)  VALUE ZERO.

       77  WS-TRANS-COUNT               PIC 9(07) COMP VALUE ZERO.
       77  WS-ADDS-APPLIED              PIC 9(07) COMP VALUE ZERO.

      ******************************************************************
      *    1165-OPEN-OPEN-PO-FILE - open the open purchase order file  *
      *    so a newly added item can clear any stale row.  A shop that *
      *    has never run the order generation has no OPENPO (FILE      *
      *    STATUS 35); that is not an error - there is simply nothing  *
      *    to clear, and the apply runs as before                      *
      ******************************************************************
       1165-OPEN-OPEN-PO-FILE.
           OPEN I-O OPEN-PO-FILE.
           MOVE ZERO TO WS-RETURN-CODE.
           MOVE MT-ITEM-REF TO CA-ITEM-REF OF CATALOG-RECORD.

      *    who the audit and journal rows are recorded against; a
      *    transaction from before originators were carried has none
           MOVE MT-ORIGINATOR TO WS-ORIGINATOR-USED.
           IF WS-ORIGINATOR-USED = SPACES
               MOVE WS-JOB-NAME TO WS-ORIGINATOR-USED
           END-IF.

           EVALUATE TRUE
               WHEN MT-ADD-ITEM
                   PERFORM 2100-APPLY-ADD
           MOVE MT-CURRENCY-CODE TO CA-CURRENCY-CODE OF CATALOG-RECORD.
           MOVE MT-IN-STOCK      TO IN-STOCK         OF CATALOG-RECORD.

      *    a new item with no status keyed goes on as active
           IF MT-STATUS-UNCHANGED
               MOVE 'A'          TO CA-ITEM-STATUS   OF CATALOG-RECORD
           ELSE
               MOVE MT-ITEM-STATUS
                                 TO CA-ITEM-STATUS   OF CATALOG-RECORD
           END-IF.
           PERFORM 2150-SET-REPLACEMENT-ITEM
               THRU 2150-SET-REPLACEMENT-ITEM-EXIT.

           WRITE CATALOG-RECORD
               INVALID KEY
                   DISPLAY 'DFH0XB5 - ITEM ALREADY ON CATALOG '
       2100-APPLY-ADD-EXIT.
           EXIT.

      ******************************************************************
      *    2150-SET-REPLACEMENT-ITEM - the replacement item ref comes  *
      *    across as keyed; a blank one means the item has none        *
      ******************************************************************
       2150-SET-REPLACEMENT-ITEM.
           IF MT-REPLACEMENT-ITEM-X = SPACES
               MOVE ZERO TO CA-REPLACEMENT-ITEM OF CATALOG-RECORD
           ELSE
               MOVE MT-REPLACEMENT-ITEM
                         TO CA-REPLACEMENT-ITEM OF CATALOG-RECORD
           END-IF.

       2150-SET-REPLACEMENT-ITEM-EXIT.
           EXIT.

      ******************************************************************
      *    2200-APPLY-AMEND - change an existing item's description,   *
      *    department, price, stock on hand or lifecycle status        *
      ******************************************************************
       2200-APPLY-AMEND.
           READ CATALOG-FILE
           MOVE MT-COST          TO CA-COST          OF CATALOG-RECORD.
           MOVE MT-CURRENCY-CODE TO CA-CURRENCY-CODE OF CATALOG-RECORD.

      *    a blank item status leaves the item's lifecycle alone; a
      *    keyed one replaces the status and replacement item both
           IF NOT MT-STATUS-UNCHANGED
               MOVE MT-ITEM-STATUS
                                 TO CA-ITEM-STATUS   OF CATALOG-RECORD
               PERFORM 2150-SET-REPLACEMENT-ITEM
                   THRU 2150-SET-REPLACEMENT-ITEM-EXIT
           END-IF.

      *    a blank location sets the rolled-up total outright, as an
      *    amend always has; a named one makes MT-IN-STOCK that
      *    branch's count and rolls only the difference into the
           PERFORM 2850-WRITE-JOURNAL-RECORD
               THRU 2850-WRITE-JOURNAL-RECORD-EXIT.

      *    the net stock change - count-ups positive, write-downs
      *    negative - goes on the movement history; an amend that
      *    leaves the stock alone moved nothing
           COMPUTE WS-MOVE-QUANTITY =
                   THRU 2870-WRITE-MOVEMENT-RECORD-EXIT
           END-IF.

       2200-APPLY-AMEND-EXIT.
           EXIT.

           EXIT.

      ******************************************************************
      *    2400-CLEAR-OPEN-PO - a newly added item starts with nothing *
      *    on order, so any row left on OPENPO under its item ref      *
      *    comes off and the order generation is free to suggest it.   *
      *    Goods arriving against an order are booked by the goods     *
      *    receipt job (DFH0XBN), which keeps a short shipment's       *
      *    balance open; an amend does not touch OPENPO               *
      ******************************************************************
       2400-CLEAR-OPEN-PO.
           IF NOT OPEN-PO-FILE-OPEN
           MOVE WS-CURRENT-DATE  TO AUD-DATE.
           MOVE WS-CURRENT-TIME  TO AUD-TIME.
           MOVE 'BAT5'           TO AUD-TERMINAL-ID.
           MOVE WS-ORIGINATOR-USED TO AUD-USER-ID.
           MOVE 'MAINTC'         TO AUD-REQUEST-ID.
           MOVE MT-ITEM-REF      TO AUD-ITEM-REF.
           MOVE WS-RETURN-CODE   TO AUD-RETURN-CODE.
           MOVE WS-CURRENT-DATE  TO JNL-DATE.
           MOVE WS-CURRENT-TIME  TO JNL-TIME.
           MOVE WS-JOB-NAME      TO JNL-JOB-NAME.
           MOVE WS-ORIGINATOR-USED TO JNL-USER-ID.
           MOVE WS-JNL-ACTION    TO JNL-ACTION.
           MOVE WS-BEFORE-IMAGE  TO JNL-BEFORE-IMAGE.
           MOVE WS-AFTER-IMAGE   TO JNL-AFTER-IMAGE.

      *      IN-STOCK is set to zero rather than driven negative,      *
      *      and the shortfall is written to the backorder file so    *
      *      purchasing can see exactly what each order is owed.       *
      *      An item at the end of its life is not backordered: an     *
      *      obsolete item is refused, and a discontinued one is sold  *
      *      down to zero, its disposition naming any replacement item *
      *      (CA-REPLACEMENT-ITEM) the customer can order instead.     *
      *      A kit (KITFILE, see DFH0XCPV) holds no stock of its own:  *
      *      each of its components must cover the whole order at      *
      *      the ordering branch, and all are taken together, each     *
      *      journalled and put on the movement history; if any one    *
      *      is short the whole kit is backordered.                    *
      *      One audit row per order is written with AUD-REQUEST-ID    *
      *      of ORDER, so order activity reconstructs alongside the    *
      *      inquiry and maintenance rows DFH0XCP6 already carries.    *
      *                                     IT, EXTENDING BACKORD AND  *
      *                                     ORDDISP, INSTEAD OF        *
      *                                     DECREMENTING STOCK TWICE   *
      *   $D10= I30454 710 261015 HDJWB  : DISPOSITION RECORD HOISTED  *
      *                                     TO DFH0XCPR, SHARED WITH   *
      *                                     THE CUSTOMER RETURNS JOB   *
      *   $D11= I30455 710 261015 HDJWB  : ORDER CARRIES THE CUSTOMER  *
      *                                     ACCOUNT; UNKNOWN, CLOSED   *
      *                                     AND HELD ACCOUNTS ARE      *
      *                                     REFUSED OFF CUSTFILE       *
      *                                     (DFH0XCPT) BEFORE ANY      *
      *                                     STOCK IS ALLOCATED, AND    *
      *                                     THE BACKORDER KEEPS THE    *
      *                                     ACCOUNT                    *
      *   $D12= I30456 710 261015 HDJWB  : DISPOSITION ROW CARRIES THE *
      *                                     CUSTOMER ACCOUNT FOR THE   *
      *                                     BILLING EXTRACT            *
      *   $D13= I30457 710 261015 HDJWB  : OBSOLETE ITEMS REFUSED;     *
      *                                     DISCONTINUED ITEMS SOLD    *
      *                                     DOWN TO ZERO WITHOUT       *
      *                                     BACKORDER, THE DISPOSITION *
      *                                     OFFERING THE REPLACEMENT   *
      *                                     ITEM                       *
      *   $D14= I30458 710 261015 HDJWB  : KIT ITEMS (KITFILE,         *
      *                                     DFH0XCPV) ALLOCATED AS A   *
      *                                     UNIT FROM THEIR COMPONENTS *
      *                                     AT THE ORDERING BRANCH,    *
      *                                     EACH COMPONENT JOURNALLED  *
      *                                     AND ON MOVEHIST; A SHORT   *
      *                                     COMPONENT BACKORDERS THE   *
      *                                     WHOLE KIT                  *
      *   $D15= I30462 710 261015 HDJWB  : JOURNAL ROWS CARRY THE JOB  *
      *                                     NAME AS THEIR USER ID      *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
                  ORGANIZATION        SEQUENTIAL
                  FILE STATUS         FS-ORDER-FILE.

           SELECT CUSTOMER-FILE       ASSIGN TO CUSTFILE
                  ORGANIZATION        INDEXED
                  ACCESS MODE         RANDOM
                  RECORD KEY          CUS-ACCOUNT-NUMBER
                                          OF CUSTOMER-RECORD
                  FILE STATUS         FS-CUSTOMER-FILE.

           SELECT BACKORDER-FILE      ASSIGN TO BACKORD
                  ORGANIZATION        SEQUENTIAL
                  FILE STATUS         FS-BACKORDER-FILE.
                                          OF STOCK-LOCATION-RECORD
                  FILE STATUS         FS-STOCK-LOCATION-FILE.

           SELECT KIT-FILE            ASSIGN TO KITFILE
                  ORGANIZATION        INDEXED
                  ACCESS MODE         SEQUENTIAL
                  RECORD KEY          KS-KIT-KEY
                                          OF KIT-STRUCTURE-RECORD
                  FILE STATUS         FS-KIT-FILE.

           SELECT RESTART-FILE        ASSIGN TO RESTCTL
                  ORGANIZATION        INDEXED
                  ACCESS MODE         RANDOM
      *    the branch the order was taken at; spaces on an order
      *    from before the branches were split out
           03 OR-LOCATION               PIC X(3).
      *    the account the order was taken for, proved against the
      *    customer file before anything is allocated to it
           03 OR-CUSTOMER-NUMBER        PIC X(8).

       FD  CUSTOMER-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY dfh0xcpt.

       FD  BACKORDER-FILE
           RECORDING MODE F
       FD  DISPOSITION-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY dfh0xcpr.

       FD  AUDIT-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY dfh0xcpo.

       FD  KIT-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY dfh0xcpv.

       FD  RESTART-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
       77  FS-ORDER-FILE               PIC X(02) VALUE '00'.
           88 ORDER-FILE-OK                VALUE '00'.

       77  FS-CUSTOMER-FILE            PIC X(02) VALUE '00'.
           88 CUSTOMER-FILE-OK             VALUE '00'.

       77  FS-BACKORDER-FILE           PIC X(02) VALUE '00'.
           88 BACKORDER-FILE-OK            VALUE '00'.
           88 BACKORDER-FILE-NOTCREATED     VALUE '35'.
           88 CATALOG-FILE-OPEN             VALUE 'Y'.
       77  WS-ORDER-OPEN-SW            PIC X(01) VALUE 'N'.
           88 ORDER-FILE-OPEN                VALUE 'Y'.
       77  WS-CUSTOMER-OPEN-SW         PIC X(01) VALUE 'N'.
           88 CUSTOMER-FILE-OPEN             VALUE 'Y'.
       77  WS-BACKORDER-OPEN-SW       PIC X(01) VALUE 'N'.
           88 BACKORDER-FILE-OPEN            VALUE 'Y'.
       77  WS-DISPOSITION-OPEN-SW     PIC X(01) VALUE 'N'.
       77  WS-RESTART-OPEN-SW          PIC X(01) VALUE 'N'.
           88 RESTART-FILE-OPEN             VALUE 'Y'.

       77  FS-KIT-FILE                  PIC X(02) VALUE '00'.
           88 KIT-FILE-OK                   VALUE '00'.
           88 KIT-FILE-EOF                  VALUE '10'.
           88 KIT-FILE-NOTCREATED            VALUE '35'.

      *    Kit structures, loaded at startup from the kit structure
      *    file (see DFH0XCPV) by 1300-LOAD-KIT-TABLE: one entry per
      *    kit, holding its components and how many of each go into
      *    one kit.  An item not in the table is not a kit
       77  WS-KIT-COUNT                PIC 9(3) COMP VALUE ZERO.
       77  WS-KIT-FOUND-SW             PIC X(01) VALUE 'N'.
           88 ORDER-IS-KIT                 VALUE 'Y'.
       77  WS-KIT-SHORT-SW             PIC X(01) VALUE 'N'.
           88 KIT-IS-SHORT                 VALUE 'Y'.
       77  WS-COMPONENT-QTY            PIC 9(7) COMP VALUE ZERO.
       77  WS-MISSING-COMPONENT        PIC 9(4)  VALUE ZERO.
       77  WS-KITS-ALLOCATED           PIC 9(07) COMP VALUE ZERO.
       01  WS-KIT-TABLE.
           03 WS-KIT-ENTRY OCCURS 1 TO 500 TIMES
                             DEPENDING ON WS-KIT-COUNT
                             INDEXED BY KIT-IDX.
               05 WK-PARENT-ITEM        PIC 9(4).
               05 WK-COMPONENT-COUNT    PIC 9(2) COMP.
               05 WK-COMPONENT OCCURS 20 TIMES
                                 INDEXED BY CMP-IDX.
                   07 WK-COMPONENT-ITEM PIC 9(4).
                   07 WK-QTY-PER-KIT    PIC 9(3).

      *    Where this run is in the order batch, and where a rerun
      *    of the same night's batch resumes.  The checkpoint is
      *    rewritten after EVERY order fully applied - the whole
      *    Saved images of the catalog record around each update, so
      *    the journal row carries what was on file before the
      *    allocation as well as what it left there
       01  WS-BEFORE-IMAGE              PIC X(65).
       01  WS-AFTER-IMAGE               PIC X(65).

       77  WS-ON-CATALOG-SWITCH        PIC X(01) VALUE 'Y'.
           88 ITEM-ON-CATALOG              VALUE 'Y'.
       77  WS-ORDERS-FILLED             PIC 9(07) COMP VALUE ZERO.
       77  WS-ORDERS-BACKORDERED        PIC 9(07) COMP VALUE ZERO.
       77  WS-ERROR-COUNT               PIC 9(07) COMP VALUE ZERO.
       77  WS-ACCOUNTS-REFUSED          PIC 9(07) COMP VALUE ZERO.
       77  WS-OBSOLETE-REFUSED          PIC 9(07) COMP VALUE ZERO.
       77  WS-ORDERS-SOLD-OUT           PIC 9(07) COMP VALUE ZERO.

      *    The replacement item offered on a discontinued or obsolete
      *    item's disposition; zero when there is none to offer
       77  WS-SUBSTITUTE-ITEM           PIC 9(4)  VALUE ZERO.

      *    Control totals of the dispositions written, put on the
      *    disposition file's trailer (see DFH0XCPF) so the order
      *    like every other message
       77  WS-MSG-ITEM-NOT-FOUND        PIC 9(4) VALUE 3009.

      *    Message numbers raised when the ordering account is not on
      *    the customer file, has been closed, or is on hold with
      *    finance; the one the order was refused under is kept in
      *    WS-REJECT-MESSAGE for its disposition row
       77  WS-MSG-ACCOUNT-NOT-FOUND     PIC 9(4) VALUE 3012.
       77  WS-MSG-ACCOUNT-CLOSED        PIC 9(4) VALUE 3013.
       77  WS-MSG-ACCOUNT-ON-HOLD       PIC 9(4) VALUE 3014.

      *    Message numbers raised for an item at the end of its life:
      *    an obsolete item is refused outright, and a discontinued
      *    one that cannot fill the order says so - naming its
      *    replacement item where it has one - instead of backordering
       77  WS-MSG-ITEM-OBSOLETE         PIC 9(4) VALUE 3017.
       77  WS-MSG-SOLD-OUT-SUBSTITUTE   PIC 9(4) VALUE 3018.
       77  WS-MSG-SOLD-OUT              PIC 9(4) VALUE 3019.

      *    Message number raised when a component of a kit ordered is
      *    no longer on the catalog, so the kit cannot be made up
       77  WS-MSG-COMPONENT-NOT-FOUND   PIC 9(4) VALUE 3020.
       77  WS-REJECT-MESSAGE            PIC 9(4) VALUE ZERO.

      *    Parameter area for the DFH0XS1 message lookup, the same
      *    shape as its linkage section
       01  WS-MESSAGE-PARMS.

      ******************************************************************
      *    1000-INITIALISE - open the catalog master for update, the   *
      *    order file, the customer file, the backorder file and the   *
      *    audit log                                                   *
      ******************************************************************
       1000-INITIALISE.
           PERFORM 1170-OPEN-RUN-CONTROL
           END-IF.
           MOVE 'Y' TO WS-ORDER-OPEN-SW.

           OPEN INPUT CUSTOMER-FILE.
           IF NOT CUSTOMER-FILE-OK
               DISPLAY 'DFH0XB6 - CUSTOMER FILE OPEN FAILED '
                   FS-CUSTOMER-FILE
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 1000-INITIALISE-EXIT
           END-IF.
           MOVE 'Y' TO WS-CUSTOMER-OPEN-SW.

           PERFORM 1164-OPEN-BACKORDER-FILE
               THRU 1164-OPEN-BACKORDER-FILE-EXIT.
           IF WS-EOF-SWITCH = 'Y'
           PERFORM 1166-OPEN-STOCK-LOCATION
               THRU 1166-OPEN-STOCK-LOCATION-EXIT.

           PERFORM 1300-LOAD-KIT-TABLE
               THRU 1300-LOAD-KIT-TABLE-EXIT.

       1000-INITIALISE-EXIT.
           EXIT.

       1166-OPEN-STOCK-LOCATION-EXIT.
           EXIT.

      ******************************************************************
      *    1300-LOAD-KIT-TABLE - read the kit structure file once,     *
      *    start to finish, into WS-KIT-TABLE.  The file is in parent  *
      *    item order, so each kit's components arrive together.  A    *
      *    shop that sells no kits has no KITFILE (FILE STATUS 35);    *
      *    that is not an error - every item is then sold as itself    *
      ******************************************************************
       1300-LOAD-KIT-TABLE.
           MOVE ZERO TO WS-KIT-COUNT.

           OPEN INPUT KIT-FILE.
           IF KIT-FILE-NOTCREATED
               DISPLAY 'DFH0XB6 - NO KIT STRUCTURE FILE, NO KITS'
               GO TO 1300-LOAD-KIT-TABLE-EXIT
           END-IF.
           IF NOT KIT-FILE-OK
               DISPLAY 'DFH0XB6 - KIT STRUCTURE OPEN FAILED '
                   FS-KIT-FILE
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 1300-LOAD-KIT-TABLE-EXIT
           END-IF.

           PERFORM 1310-LOAD-KIT-ROW
               THRU 1310-LOAD-KIT-ROW-EXIT
               UNTIL KIT-FILE-EOF.

           CLOSE KIT-FILE.

       1300-LOAD-KIT-TABLE-EXIT.
           EXIT.

       1310-LOAD-KIT-ROW.
           READ KIT-FILE NEXT RECORD
               AT END
                   MOVE '10' TO FS-KIT-FILE
                   GO TO 1310-LOAD-KIT-ROW-EXIT
           END-READ.

           IF NOT KIT-FILE-OK
               DISPLAY 'DFH0XB6 - KIT STRUCTURE READ ERROR '
                   FS-KIT-FILE
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE '10' TO FS-KIT-FILE
               GO TO 1310-LOAD-KIT-ROW-EXIT
           END-IF.

      *    a row that would take nothing off the shelf, or make a kit
      *    a component of itself, is left out and reported
           IF KS-QTY-PER-KIT OF KIT-STRUCTURE-RECORD = ZERO
                   OR KS-COMPONENT-ITEM OF KIT-STRUCTURE-RECORD
                       = KS-PARENT-ITEM OF KIT-STRUCTURE-RECORD
               DISPLAY 'DFH0XB6 - KIT ROW IGNORED FOR KIT '
                   KS-PARENT-ITEM OF KIT-STRUCTURE-RECORD
                   ' COMPONENT '
                   KS-COMPONENT-ITEM OF KIT-STRUCTURE-RECORD
               GO TO 1310-LOAD-KIT-ROW-EXIT
           END-IF.

           IF WS-KIT-COUNT = ZERO
               GO TO 1310-LOAD-KIT-ROW-NEW
           END-IF.
           IF KS-PARENT-ITEM OF KIT-STRUCTURE-RECORD
                   = WK-PARENT-ITEM (WS-KIT-COUNT)
               GO TO 1310-LOAD-KIT-ROW-ADD
           END-IF.

       1310-LOAD-KIT-ROW-NEW.
      *    a kit that will not fit cannot be half-loaded - an order
      *    for it would take only some of its parts - so the run
      *    stops rather than sell it wrongly
           IF WS-KIT-COUNT = 500
               DISPLAY 'DFH0XB6 - OVER 500 KITS, KIT TABLE FULL'
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE '10' TO FS-KIT-FILE
               GO TO 1310-LOAD-KIT-ROW-EXIT
           END-IF.
           ADD 1 TO WS-KIT-COUNT.
           MOVE KS-PARENT-ITEM OF KIT-STRUCTURE-RECORD
               TO WK-PARENT-ITEM (WS-KIT-COUNT).
           MOVE ZERO TO WK-COMPONENT-COUNT (WS-KIT-COUNT).

       1310-LOAD-KIT-ROW-ADD.
           IF WK-COMPONENT-COUNT (WS-KIT-COUNT) = 20
               DISPLAY 'DFH0XB6 - OVER 20 COMPONENTS FOR KIT '
                   WK-PARENT-ITEM (WS-KIT-COUNT)
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE '10' TO FS-KIT-FILE
               GO TO 1310-LOAD-KIT-ROW-EXIT
           END-IF.
           ADD 1 TO WK-COMPONENT-COUNT (WS-KIT-COUNT).
           SET CMP-IDX TO WK-COMPONENT-COUNT (WS-KIT-COUNT).
           MOVE KS-COMPONENT-ITEM OF KIT-STRUCTURE-RECORD
               TO WK-COMPONENT-ITEM (WS-KIT-COUNT, CMP-IDX).
           MOVE KS-QTY-PER-KIT OF KIT-STRUCTURE-RECORD
               TO WK-QTY-PER-KIT (WS-KIT-COUNT, CMP-IDX).

       1310-LOAD-KIT-ROW-EXIT.
           EXIT.

      ******************************************************************
      *    1162-OPEN-MOVEMENT-FILE - open the item movement history    *
      *    for append, the same create-on-first-use contract as the    *
           EXIT.

      ******************************************************************
      *    2000-PROCESS-ORDER - read one order, prove its account,     *
      *    allocate stock to it off the catalog master, and backorder  *
      *    any shortfall                                               *
      ******************************************************************
       2000-PROCESS-ORDER.
           READ ORDER-FILE
           END-IF.

           MOVE ZERO TO WS-RETURN-CODE.
           MOVE ZERO TO WS-REJECT-MESSAGE.
           MOVE ZERO TO WS-ALLOCATED-QTY.
           MOVE ZERO TO WS-SUBSTITUTE-ITEM.
           MOVE ZERO TO WS-MISSING-COMPONENT.

           PERFORM 2050-CHECK-CUSTOMER
               THRU 2050-CHECK-CUSTOMER-EXIT.

      *    a refused account gets nothing - no stock, no backorder -
      *    only its audit row and a rejected disposition
           IF WS-RETURN-CODE = ZERO
               PERFORM 2100-ALLOCATE-STOCK
                   THRU 2100-ALLOCATE-STOCK-EXIT
           END-IF.

           PERFORM 2900-WRITE-AUDIT-RECORD
               THRU 2900-WRITE-AUDIT-RECORD-EXIT.
       2000-PROCESS-ORDER-EXIT.
           EXIT.

      ******************************************************************
      *    2050-CHECK-CUSTOMER - random read of the customer file by   *
      *    the order's account number.  An account finance has never   *
      *    set up, has closed, or has put on hold is refused with its  *
      *    own message before any stock is touched; a status finance   *
      *    has not defined is held back with the on-hold message       *
      *    rather than let through.  An order taken without a branch   *
      *    ships from the account's default branch                     *
      ******************************************************************
       2050-CHECK-CUSTOMER.
           MOVE OR-CUSTOMER-NUMBER TO CUS-ACCOUNT-NUMBER
               OF CUSTOMER-RECORD.

           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE WS-MSG-ACCOUNT-NOT-FOUND TO WS-REJECT-MESSAGE
                   GO TO 2050-CHECK-CUSTOMER-REFUSE
           END-READ.

           EVALUATE TRUE
               WHEN CUS-ACTIVE
                   CONTINUE
               WHEN CUS-CLOSED
                   MOVE WS-MSG-ACCOUNT-CLOSED TO WS-REJECT-MESSAGE
                   GO TO 2050-CHECK-CUSTOMER-REFUSE
               WHEN OTHER
                   MOVE WS-MSG-ACCOUNT-ON-HOLD TO WS-REJECT-MESSAGE
                   GO TO 2050-CHECK-CUSTOMER-REFUSE
           END-EVALUATE.

           IF OR-LOCATION = SPACES
               MOVE CUS-DEFAULT-LOCATION TO OR-LOCATION
           END-IF.
           GO TO 2050-CHECK-CUSTOMER-EXIT.

       2050-CHECK-CUSTOMER-REFUSE.
           DISPLAY 'DFH0XB6 - ACCOUNT REFUSED FOR ORDER '
               OR-ORDER-NUMBER ' ACCOUNT ' OR-CUSTOMER-NUMBER
               ' MESSAGE ' WS-REJECT-MESSAGE.
           MOVE 04 TO WS-RETURN-CODE.
           ADD 1 TO WS-ACCOUNTS-REFUSED.

       2050-CHECK-CUSTOMER-EXIT.
           EXIT.

      ******************************************************************
      *    2100-ALLOCATE-STOCK - random read of the catalog by the     *
      *    ordered item's CA-ITEM-REF, decrement IN-STOCK by the       *
      *    quantity ordered, and backorder whatever could not be       *
      *    allocated rather than driving IN-STOCK negative.  An        *
      *    obsolete item is refused; a discontinued one is sold down   *
      *    to zero and never backordered, since no more is coming      *
      ******************************************************************
       2100-ALLOCATE-STOCK.
           MOVE 'Y' TO WS-ON-CATALOG-SWITCH.
               DISPLAY 'DFH0XB6 - ITEM NOT ON CATALOG FOR ORDER '
                   OR-ORDER-NUMBER ' ITEM ' OR-ITEM-REF
               MOVE 04 TO WS-RETURN-CODE
               MOVE WS-MSG-ITEM-NOT-FOUND TO WS-REJECT-MESSAGE
               ADD 1 TO WS-ERROR-COUNT
               GO TO 2100-ALLOCATE-STOCK-EXIT
           END-IF.

           IF CA-REPLACEMENT-ITEM OF CATALOG-RECORD NUMERIC
               MOVE CA-REPLACEMENT-ITEM OF CATALOG-RECORD
                   TO WS-SUBSTITUTE-ITEM
           END-IF.

           IF CA-ITEM-OBSOLETE OF CATALOG-RECORD
               DISPLAY 'DFH0XB6 - OBSOLETE ITEM REFUSED FOR ORDER '
                   OR-ORDER-NUMBER ' ITEM ' OR-ITEM-REF
               MOVE 04 TO WS-RETURN-CODE
               MOVE WS-MSG-ITEM-OBSOLETE TO WS-REJECT-MESSAGE
               ADD 1 TO WS-OBSOLETE-REFUSED
               GO TO 2100-ALLOCATE-STOCK-EXIT
           END-IF.

      *    a kit keeps no stock of its own; its components are taken
      *    instead, all of them or none
           PERFORM 2110-FIND-KIT
               THRU 2110-FIND-KIT-EXIT.
           IF ORDER-IS-KIT
               PERFORM 2300-ALLOCATE-KIT
                   THRU 2300-ALLOCATE-KIT-EXIT
               GO TO 2100-ALLOCATE-STOCK-EXIT
           END-IF.

           MOVE CATALOG-RECORD TO WS-BEFORE-IMAGE.

           PERFORM 2150-GET-AVAILABLE-STOCK
               THRU 2150-GET-AVAILABLE-STOCK-EXIT.

           EVALUATE TRUE
               WHEN OR-QUANTITY NOT GREATER THAN WS-AVAILABLE-STOCK
                   MOVE OR-QUANTITY TO WS-ALLOCATED-QTY
                   ADD 1 TO WS-ORDERS-FILLED
               WHEN CA-ITEM-DISCONTINUED OF CATALOG-RECORD
                   PERFORM 2180-SELL-OFF-REMAINDER
                       THRU 2180-SELL-OFF-REMAINDER-EXIT
               WHEN OTHER
                   MOVE WS-AVAILABLE-STOCK TO WS-ALLOCATED-QTY
                   SUBTRACT WS-AVAILABLE-STOCK
                       FROM OR-QUANTITY
                       GIVING WS-SHORTFALL
                   PERFORM 2200-WRITE-BACKORDER
                       THRU 2200-WRITE-BACKORDER-EXIT
                   MOVE 02 TO WS-RETURN-CODE
                   ADD 1 TO WS-ORDERS-BACKORDERED
           END-EVALUATE.

      *    a discontinued item already sold out has nothing to take
      *    and nothing to journal
           IF WS-RETURN-CODE = 04
               GO TO 2100-ALLOCATE-STOCK-EXIT
           END-IF.

           SUBTRACT WS-ALLOCATED-QTY
       2100-ALLOCATE-STOCK-EXIT.
           EXIT.

      ******************************************************************
      *    2110-FIND-KIT - is the ordered item a kit?  KIT-IDX is left *
      *    on its entry when it is                                     *
      ******************************************************************
       2110-FIND-KIT.
           MOVE 'N' TO WS-KIT-FOUND-SW.

           IF WS-KIT-COUNT = ZERO
               GO TO 2110-FIND-KIT-EXIT
           END-IF.

           SET KIT-IDX TO 1.
           SEARCH WS-KIT-ENTRY
               AT END
                   CONTINUE
               WHEN WK-PARENT-ITEM (KIT-IDX) = OR-ITEM-REF
                   MOVE 'Y' TO WS-KIT-FOUND-SW
           END-SEARCH.

       2110-FIND-KIT-EXIT.
           EXIT.

      ******************************************************************
      *    2150-GET-AVAILABLE-STOCK - what this order may draw on.     *
      *    An order naming a branch draws on that branch's STKLOC      *
           END-IF.

           MOVE 'Y' TO WS-BRANCH-PATH-SW.
           MOVE CA-ITEM-REF OF CATALOG-RECORD TO SL-ITEM-REF
               OF STOCK-LOCATION-RECORD.
           MOVE OR-LOCATION TO SL-LOCATION
               OF STOCK-LOCATION-RECORD.
           REWRITE STOCK-LOCATION-RECORD
               INVALID KEY
                   DISPLAY 'DFH0XB6 - BRANCH ROW REWRITE FAILED '
                       'FOR ITEM ' CA-ITEM-REF OF CATALOG-RECORD
                       ' AT ' OR-LOCATION
                       ' STATUS ' FS-STOCK-LOCATION-FILE
                   ADD 1 TO WS-ERROR-COUNT
           END-REWRITE.
       2170-TAKE-BRANCH-STOCK-EXIT.
           EXIT.

      ******************************************************************
      *    2180-SELL-OFF-REMAINDER - a discontinued item that cannot   *
      *    fill the order gives what it has left and writes no         *
      *    backorder.  Part of the order filled is a partial           *
      *    disposition; none of it is a rejection.  Either way the     *
      *    disposition carries the sold-out message, naming the        *
      *    replacement item where there is one                         *
      ******************************************************************
       2180-SELL-OFF-REMAINDER.
           MOVE WS-AVAILABLE-STOCK TO WS-ALLOCATED-QTY.
           ADD 1 TO WS-ORDERS-SOLD-OUT.

           IF WS-SUBSTITUTE-ITEM = ZERO
               MOVE WS-MSG-SOLD-OUT TO WS-REJECT-MESSAGE
           ELSE
               MOVE WS-MSG-SOLD-OUT-SUBSTITUTE TO WS-REJECT-MESSAGE
           END-IF.

           IF WS-ALLOCATED-QTY > ZERO
               MOVE 02 TO WS-RETURN-CODE
           ELSE
               MOVE 04 TO WS-RETURN-CODE
           END-IF.

       2180-SELL-OFF-REMAINDER-EXIT.
           EXIT.

      ******************************************************************
      *    2300-ALLOCATE-KIT - a kit ships as a single unit.  Every    *
      *    component must cover the whole order at the ordering        *
      *    branch before any is touched; if one falls short the whole  *
      *    kit is backordered - or, for a discontinued kit, sold out - *
      *    and nothing is taken.  When all are there each component    *
      *    comes off the shelf with its own journal images and         *
      *    movement row, the kit itself left as it stands              *
      ******************************************************************
       2300-ALLOCATE-KIT.
           MOVE 'N' TO WS-KIT-SHORT-SW.
           PERFORM 2310-CHECK-COMPONENT
               THRU 2310-CHECK-COMPONENT-EXIT
               VARYING CMP-IDX FROM 1 BY 1
               UNTIL CMP-IDX > WK-COMPONENT-COUNT (KIT-IDX)
               OR WS-MISSING-COMPONENT NOT = ZERO.

           IF WS-MISSING-COMPONENT NOT = ZERO
               DISPLAY 'DFH0XB6 - KIT COMPONENT NOT ON CATALOG FOR '
                   'ORDER ' OR-ORDER-NUMBER ' KIT ' OR-ITEM-REF
                   ' COMPONENT ' WS-MISSING-COMPONENT
               MOVE 04 TO WS-RETURN-CODE
               MOVE WS-MSG-COMPONENT-NOT-FOUND TO WS-REJECT-MESSAGE
               ADD 1 TO WS-ERROR-COUNT
               GO TO 2300-ALLOCATE-KIT-EXIT
           END-IF.

           IF KIT-IS-SHORT
               GO TO 2300-ALLOCATE-KIT-SHORT
           END-IF.

           PERFORM 2320-TAKE-COMPONENT
               THRU 2320-TAKE-COMPONENT-EXIT
               VARYING CMP-IDX FROM 1 BY 1
               UNTIL CMP-IDX > WK-COMPONENT-COUNT (KIT-IDX)
               OR WS-RETURN-CODE NOT = ZERO.

      *    a component rewrite that failed part way leaves the ones
      *    before it taken and journalled; the order is reported in
      *    error so the stock can be put right from the journal
           IF WS-RETURN-CODE NOT = ZERO
               DISPLAY 'DFH0XB6 - KIT PART ALLOCATED FOR ORDER '
                   OR-ORDER-NUMBER ' KIT ' OR-ITEM-REF
               MOVE ZERO TO WS-ALLOCATED-QTY
               GO TO 2300-ALLOCATE-KIT-EXIT
           END-IF.

           MOVE OR-QUANTITY TO WS-ALLOCATED-QTY.
           ADD 1 TO WS-ORDERS-FILLED.
           ADD 1 TO WS-KITS-ALLOCATED.
           GO TO 2300-ALLOCATE-KIT-EXIT.

       2300-ALLOCATE-KIT-SHORT.
           MOVE ZERO TO WS-ALLOCATED-QTY.
           MOVE OR-ITEM-REF TO CA-ITEM-REF OF CATALOG-RECORD.
           READ CATALOG-FILE
               INVALID KEY
                   CONTINUE
           END-READ.

           IF CA-ITEM-DISCONTINUED OF CATALOG-RECORD
               MOVE ZERO TO WS-AVAILABLE-STOCK
               PERFORM 2180-SELL-OFF-REMAINDER
                   THRU 2180-SELL-OFF-REMAINDER-EXIT
               GO TO 2300-ALLOCATE-KIT-EXIT
           END-IF.

           MOVE OR-QUANTITY TO WS-SHORTFALL.
           PERFORM 2200-WRITE-BACKORDER
               THRU 2200-WRITE-BACKORDER-EXIT.
           MOVE 02 TO WS-RETURN-CODE.
           ADD 1 TO WS-ORDERS-BACKORDERED.

       2300-ALLOCATE-KIT-EXIT.
           EXIT.

      ******************************************************************
      *    2310-CHECK-COMPONENT - can this component cover the whole   *
      *    order?  It is read off the catalog and priced at the        *
      *    ordering branch exactly as an ordinary item would be        *
      ******************************************************************
       2310-CHECK-COMPONENT.
           MOVE WK-COMPONENT-ITEM (KIT-IDX, CMP-IDX)
               TO CA-ITEM-REF OF CATALOG-RECORD.
           READ CATALOG-FILE
               INVALID KEY
                   MOVE WK-COMPONENT-ITEM (KIT-IDX, CMP-IDX)
                       TO WS-MISSING-COMPONENT
                   GO TO 2310-CHECK-COMPONENT-EXIT
           END-READ.

           PERFORM 2150-GET-AVAILABLE-STOCK
               THRU 2150-GET-AVAILABLE-STOCK-EXIT.

           COMPUTE WS-COMPONENT-QTY =
               OR-QUANTITY * WK-QTY-PER-KIT (KIT-IDX, CMP-IDX).
           IF WS-COMPONENT-QTY > WS-AVAILABLE-STOCK
               MOVE 'Y' TO WS-KIT-SHORT-SW
           END-IF.

       2310-CHECK-COMPONENT-EXIT.
           EXIT.

      ******************************************************************
      *    2320-TAKE-COMPONENT - take one component's share of the     *
      *    order off the catalog rollup and the branch row, journal    *
      *    the component's before and after images and write its       *
      *    movement.  WS-ALLOCATED-QTY carries the component quantity  *
      *    into 2170 while this runs; 2300 sets the order's own        *
      *    allocation once every component is taken                    *
      ******************************************************************
       2320-TAKE-COMPONENT.
           MOVE WK-COMPONENT-ITEM (KIT-IDX, CMP-IDX)
               TO CA-ITEM-REF OF CATALOG-RECORD.
           READ CATALOG-FILE
               INVALID KEY
                   DISPLAY 'DFH0XB6 - KIT COMPONENT READ FAILED '
                       WK-COMPONENT-ITEM (KIT-IDX, CMP-IDX)
                   MOVE 04 TO WS-RETURN-CODE
                   ADD 1 TO WS-ERROR-COUNT
                   GO TO 2320-TAKE-COMPONENT-EXIT
           END-READ.

           MOVE CATALOG-RECORD TO WS-BEFORE-IMAGE.

           PERFORM 2150-GET-AVAILABLE-STOCK
               THRU 2150-GET-AVAILABLE-STOCK-EXIT.

           COMPUTE WS-COMPONENT-QTY =
               OR-QUANTITY * WK-QTY-PER-KIT (KIT-IDX, CMP-IDX).
           MOVE WS-COMPONENT-QTY TO WS-ALLOCATED-QTY.

           SUBTRACT WS-ALLOCATED-QTY
               FROM IN-STOCK OF CATALOG-RECORD.

           REWRITE CATALOG-RECORD
               INVALID KEY
                   DISPLAY 'DFH0XB6 - REWRITE FAILED FOR ITEM '
                       CA-ITEM-REF OF CATALOG-RECORD
                   MOVE 04 TO WS-RETURN-CODE
                   ADD 1 TO WS-ERROR-COUNT
                   GO TO 2320-TAKE-COMPONENT-EXIT
           END-REWRITE.

           MOVE CATALOG-RECORD TO WS-AFTER-IMAGE.
           MOVE 'C' TO WS-JNL-ACTION.
           PERFORM 2850-WRITE-JOURNAL-RECORD
               THRU 2850-WRITE-JOURNAL-RECORD-EXIT.

           IF BRANCH-ORDER-PATH
               PERFORM 2170-TAKE-BRANCH-STOCK
                   THRU 2170-TAKE-BRANCH-STOCK-EXIT
           END-IF.

           COMPUTE WS-MOVE-QUANTITY = ZERO - WS-ALLOCATED-QTY.
           MOVE 'ORD' TO MV-TYPE.
           PERFORM 2870-WRITE-MOVEMENT-RECORD
               THRU 2870-WRITE-MOVEMENT-RECORD-EXIT.

       2320-TAKE-COMPONENT-EXIT.
           EXIT.

      ******************************************************************
      *    2870-WRITE-MOVEMENT-RECORD - one movement history row per   *
      *    allocation actually applied, signed quantity and the        *
           MOVE WS-SHORTFALL      TO BO-QUANTITY-SHORT.
           MOVE WS-CURRENT-DATE   TO BO-ORDER-DATE.
           MOVE OR-LOCATION       TO BO-LOCATION.
           MOVE OR-CUSTOMER-NUMBER TO BO-CUSTOMER-NUMBER.

           WRITE BACKORDER-RECORD.

      ******************************************************************
      *    2900-WRITE-AUDIT-RECORD - one audit row per order, with the *
      *    ORDER request id DFH0XCP6 set aside for order activity,     *
      *    return code 00 filled, 02 backordered or part sold out, 04  *
      *    account refused, item not on catalog, obsolete or sold out  *
      ******************************************************************
       2900-WRITE-AUDIT-RECORD.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
      *    2950-WRITE-DISPOSITION - one disposition row per inbound    *
      *    order, so the order-entry side learns which orders filled,  *
      *    which part-filled, which were backordered whole and which   *
      *    were rejected.  A rejection carries the message it was      *
      *    refused under - 3009 for an item not on the catalog, 3012   *
      *    to 3014 for an unknown, closed or held account, 3017 for an *
      *    obsolete item - with its MSGTAB wording resolved through    *
      *    DFH0XS1, so it reads the same as everywhere else.  A        *
      *    discontinued item that ran out carries 3018 or 3019 on its  *
      *    partial or rejected row alike                               *
      ******************************************************************
       2950-WRITE-DISPOSITION.
           MOVE OR-ORDER-NUMBER    TO DS-ORDER-NUMBER.
           MOVE OR-ITEM-REF        TO DS-ITEM-REF.
           MOVE OR-QUANTITY        TO DS-QUANTITY-ORDERED.
           MOVE WS-ALLOCATED-QTY   TO DS-QUANTITY-ALLOCATED.
           MOVE OR-CUSTOMER-NUMBER TO DS-CUSTOMER-NUMBER.
           MOVE ZERO               TO DS-MESSAGE-NUMBER.
           MOVE SPACES             TO DS-MESSAGE-TEXT.

                   MOVE 'B' TO DS-STATUS-CODE
               WHEN OTHER
                   MOVE 'R' TO DS-STATUS-CODE
           END-EVALUATE.

           IF WS-REJECT-MESSAGE NOT = ZERO
               MOVE WS-REJECT-MESSAGE TO DS-MESSAGE-NUMBER
               PERFORM 2960-RESOLVE-MESSAGE
                   THRU 2960-RESOLVE-MESSAGE-EXIT
           END-IF.

           WRITE DISPOSITION-RECORD.
           ADD 1 TO WS-DISPOSITIONS-WRITTEN.
           ADD OR-ITEM-REF TO WS-OUT-REF-HASH.
                                     WS-MESSAGE-VAR3
                                     WS-MESSAGE-VAR4.
           MOVE OR-ITEM-REF       TO WS-MESSAGE-VAR1.
           MOVE OR-CUSTOMER-NUMBER TO WS-MESSAGE-VAR2.
           IF WS-MISSING-COMPONENT NOT = ZERO
               MOVE WS-MISSING-COMPONENT TO WS-MESSAGE-VAR3
           ELSE
               IF WS-SUBSTITUTE-ITEM NOT = ZERO
                   MOVE WS-SUBSTITUTE-ITEM TO WS-MESSAGE-VAR3
               END-IF
           END-IF.

           CALL 'DFH0XS1' USING WS-MESSAGE-PARMS.

           MOVE WS-CURRENT-DATE  TO JNL-DATE.
           MOVE WS-CURRENT-TIME  TO JNL-TIME.
           MOVE WS-JOB-NAME      TO JNL-JOB-NAME.
           MOVE WS-JOB-NAME      TO JNL-USER-ID.
           MOVE WS-JNL-ACTION    TO JNL-ACTION.
           MOVE WS-BEFORE-IMAGE  TO JNL-BEFORE-IMAGE.
           MOVE WS-AFTER-IMAGE   TO JNL-AFTER-IMAGE.
           IF ORDER-FILE-OPEN
               CLOSE ORDER-FILE
           END-IF.
           IF CUSTOMER-FILE-OPEN
               CLOSE CUSTOMER-FILE
           END-IF.
           IF BACKORDER-FILE-OPEN
               CLOSE BACKORDER-FILE
           END-IF.
           DISPLAY 'DFH0XB6 - ORDERS BACKORDERED: '
               WS-ORDERS-BACKORDERED.
           DISPLAY 'DFH0XB6 - ORDERS IN ERROR: ' WS-ERROR-COUNT.
           DISPLAY 'DFH0XB6 - ACCOUNTS REFUSED: ' WS-ACCOUNTS-REFUSED.
           DISPLAY 'DFH0XB6 - OBSOLETE ITEMS REFUSED: '
               WS-OBSOLETE-REFUSED.
           DISPLAY 'DFH0XB6 - DISCONTINUED ITEMS SOLD OUT: '
               WS-ORDERS-SOLD-OUT.
           DISPLAY 'DFH0XB6 - KITS ALLOCATED: ' WS-KITS-ALLOCATED.
           DISPLAY 'DFH0XB6 - DISPOSITIONS WRITTEN: '
               WS-DISPOSITIONS-WRITTEN.
           IF WS-SKIPPED-ON-RESTART > ZERO

      *      order can no longer sit unnoticed.  An item the catalog   *
      *      no longer carries is carried forward too and flagged -    *
      *      the supervisor decides whether to cancel it, not this     *
      *      job.  Likewise a backorder owed to an account finance     *
      *      has since put on hold (CUSTFILE, see DFH0XCPT) is not     *
      *      released at all but carried forward whole, so a held      *
      *      customer cannot take stock a paying customer is waiting   *
      *      for; it is released again the night the hold is lifted.   *
      *      Every release is also written to the release file         *
      *      (RELDISP) as a filled or part-filled disposition row      *
      *      (DFH0XCPR), bracketed with DFH0XCPF controls, so the      *
      *      billing extract invoices it like any other shipment.      *
      *      A kit (KITFILE, see DFH0XCPV) is released only whole:     *
      *      when every component covers all that is owed at the       *
      *      branch, all are taken together, each journalled and put   *
      *      on the movement history; otherwise the kit is carried     *
      *      forward.                                                  *
      *                                                                *
      * CHANGE ACTIVITY :                                              *
      *      $SEG(DFH0XBG),COMP(SAMPLES),PROD(CICS TS ):              *
      *                                     THAT BRANCH'S STKLOC ROW   *
      *                                     (DFH0XCPO) AND THE         *
      *                                     CATALOG ROLLUP TOGETHER    *
      *   $D3= I30455 710 261015 HDJWB   : A BACKORDER OWED TO AN      *
      *                                     ACCOUNT NOW ON HOLD ON     *
      *                                     CUSTFILE (DFH0XCPT) IS     *
      *                                     CARRIED FORWARD UNRELEASED *
      *                                     AND AGED AS ACCOUNT ON     *
      *                                     HOLD                       *
      *   $D4= I30456 710 261015 HDJWB   : EVERY RELEASE ALSO WRITTEN  *
      *                                     AS A DISPOSITION ROW       *
      *                                     (DFH0XCPR) TO RELDISP      *
      *                                     UNDER DFH0XCPF CONTROLS    *
      *                                     FOR THE BILLING EXTRACT    *
      *   $D5= I30457 710 261015 HDJWB   : CATALOG IMAGES WIDENED FOR  *
      *                                     THE ITEM STATUS AND        *
      *                                     REPLACEMENT ITEM           *
      *                                     (DFH0XCP9)                 *
      *   $D6= I30458 710 261015 HDJWB   : KIT RELEASED WHOLE OFF ITS  *
      *                                     COMPONENTS                 *
      *   $D7= I30462 710 261015 HDJWB   : JOURNAL ROWS CARRY THE JOB  *
      *                                     NAME AS THEIR USER ID      *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
                  RECORD KEY          CA-ITEM-REF OF CATALOG-RECORD
                  FILE STATUS         FS-CATALOG-FILE.

           SELECT CUSTOMER-FILE       ASSIGN TO CUSTFILE
                  ORGANIZATION        INDEXED
                  ACCESS MODE         RANDOM
                  RECORD KEY          CUS-ACCOUNT-NUMBER
                                          OF CUSTOMER-RECORD
                  FILE STATUS         FS-CUSTOMER-FILE.

           SELECT BACKORDER-FILE      ASSIGN TO BACKORD
                  ORGANIZATION        SEQUENTIAL
                  FILE STATUS         FS-BACKORDER-FILE.
                  ORGANIZATION        SEQUENTIAL
                  FILE STATUS         FS-CARRY-FORWARD-FILE.

           SELECT RELEASE-FILE        ASSIGN TO RELDISP
                  ORGANIZATION        SEQUENTIAL
                  FILE STATUS         FS-RELEASE-FILE.

           SELECT REPORT-FILE         ASSIGN TO BAKRPT
                  ORGANIZATION        SEQUENTIAL
                  FILE STATUS         FS-REPORT-FILE.
                                          OF STOCK-LOCATION-RECORD
                  FILE STATUS         FS-STOCK-LOCATION-FILE.

           SELECT KIT-FILE            ASSIGN TO KITFILE
                  ORGANIZATION        INDEXED
                  ACCESS MODE         SEQUENTIAL
                  RECORD KEY          KS-KIT-KEY
                                          OF KIT-STRUCTURE-RECORD
                  FILE STATUS         FS-KIT-FILE.

           SELECT RUN-CONTROL-FILE    ASSIGN TO RUNCTL
                  ORGANIZATION        INDEXED
                  ACCESS MODE         RANDOM
           LABEL RECORDS STANDARD.
           COPY dfh0xcp9.

       FD  CUSTOMER-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY dfh0xcpt.

       FD  BACKORDER-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
       FD  CARRY-FORWARD-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
       01  CARRY-FORWARD-RECORD         PIC X(37).

      *    one row per backorder released to, in the order apply's
      *    disposition layout, bracketed with DFH0XCPF controls
       FD  RELEASE-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY dfh0xcpr.

       FD  REPORT-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY dfh0xcpo.

       FD  KIT-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY dfh0xcpv.

       FD  RUN-CONTROL-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
       77  FS-CATALOG-FILE             PIC X(02) VALUE '00'.
           88 CATALOG-FILE-OK              VALUE '00'.

       77  FS-CUSTOMER-FILE            PIC X(02) VALUE '00'.
           88 CUSTOMER-FILE-OK             VALUE '00'.
           88 CUSTOMER-FILE-NOTCREATED      VALUE '35'.

       77  FS-BACKORDER-FILE           PIC X(02) VALUE '00'.
           88 BACKORDER-FILE-OK            VALUE '00'.

       77  FS-CARRY-FORWARD-FILE       PIC X(02) VALUE '00'.
           88 CARRY-FORWARD-FILE-OK        VALUE '00'.

       77  FS-RELEASE-FILE             PIC X(02) VALUE '00'.
           88 RELEASE-FILE-OK              VALUE '00'.

       77  FS-REPORT-FILE              PIC X(02) VALUE '00'.
           88 REPORT-FILE-OK                VALUE '00'.

       77  WS-BRANCH-ROW-SW            PIC X(01) VALUE 'N'.
           88 BRANCH-ROW-ON-FILE           VALUE 'Y'.

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
           88 BACKORDER-IS-KIT             VALUE 'Y'.
       77  WS-KIT-SHORT-SW             PIC X(01) VALUE 'N'.
           88 KIT-IS-SHORT                 VALUE 'Y'.
       77  WS-COMPONENT-QTY            PIC 9(7) COMP VALUE ZERO.
       77  WS-KITS-RELEASED            PIC 9(07) COMP VALUE ZERO.
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

       77  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
           88 END-OF-BACKORDERS            VALUE 'Y'.

      *    closes only what 1000-INITIALISE actually succeeded in opening
       77  WS-CATALOG-OPEN-SW          PIC X(01) VALUE 'N'.
           88 CATALOG-FILE-OPEN             VALUE 'Y'.
       77  WS-CUSTOMER-OPEN-SW         PIC X(01) VALUE 'N'.
           88 CUSTOMER-FILE-OPEN             VALUE 'Y'.
       77  WS-BACKORDER-OPEN-SW       PIC X(01) VALUE 'N'.
           88 BACKORDER-FILE-OPEN            VALUE 'Y'.
       77  WS-CARRY-FORWARD-OPEN-SW   PIC X(01) VALUE 'N'.
           88 CARRY-FORWARD-FILE-OPEN        VALUE 'Y'.
       77  WS-RELEASE-OPEN-SW          PIC X(01) VALUE 'N'.
           88 RELEASE-FILE-OPEN              VALUE 'Y'.
       77  WS-REPORT-OPEN-SW           PIC X(01) VALUE 'N'.
           88 REPORT-FILE-OPEN               VALUE 'Y'.
       77  WS-AUDIT-OPEN-SW            PIC X(01) VALUE 'N'.
       77  WS-JOURNAL-OPEN-SW          PIC X(01) VALUE 'N'.
           88 JOURNAL-FILE-OPEN             VALUE 'Y'.

       77  WS-ACCOUNT-HELD-SW          PIC X(01) VALUE 'N'.
           88 ACCOUNT-ON-HOLD              VALUE 'Y'.

       77  WS-ON-CATALOG-SWITCH        PIC X(01) VALUE 'Y'.
           88 ITEM-ON-CATALOG              VALUE 'Y'.

      *    Saved images of the catalog record around each update, so
      *    the journal row carries what was on file before the
      *    release as well as what it left there
       01  WS-BEFORE-IMAGE              PIC X(65).
       01  WS-AFTER-IMAGE               PIC X(65).

       77  WS-ALLOCATED                 PIC 9(4) COMP VALUE ZERO.
       77  WS-REMAINDER                 PIC 9(4) COMP VALUE ZERO.
       77  WS-RELEASED-PART             PIC 9(07) COMP VALUE ZERO.
       77  WS-CARRIED-FORWARD           PIC 9(07) COMP VALUE ZERO.
       77  WS-ITEMS-UNKNOWN             PIC 9(07) COMP VALUE ZERO.
       77  WS-ACCOUNTS-HELD             PIC 9(07) COMP VALUE ZERO.
       77  WS-UNITS-RELEASED            PIC 9(07) COMP VALUE ZERO.

      *    Control totals of the release rows written, put on the
      *    release file's trailer (see DFH0XCPF) so the billing
      *    extract can balance what it receives
       77  WS-RELEASES-WRITTEN          PIC 9(07) COMP VALUE ZERO.
       77  WS-OUT-REF-HASH             PIC 9(11) VALUE ZERO.
       77  WS-OUT-QTY-HASH             PIC 9(11) VALUE ZERO.

           COPY dfh0xcpf.

      *    Working view of a carried-forward row, for the aging pass
      *    over BAKNEW once the release pass has finished
       01  WS-CARRIED-ROW.
           03 WC-QUANTITY-SHORT         PIC 9(4).
           03 WC-ORDER-DATE             PIC 9(8).
           03 WC-LOCATION               PIC X(3).
           03 WC-CUSTOMER-NUMBER        PIC X(8).

       01  WS-PICKING-HEADING.
           03 FILLER                    PIC X(34)
           03 AL-DAYS-OPEN              PIC ZZZZ9.
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 AL-REASON                 PIC X(17).
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 AL-CUSTOMER-NUMBER        PIC X(8).
           03 FILLER                    PIC X(11) VALUE SPACES.

       01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.


      ******************************************************************
      *    1000-INITIALISE - open the catalog master for update, the   *
      *    open backorder file, the carry forward file, the release    *
      *    file, the picking list, the audit log, the journal and the  *
      *    customer file                                               *
      ******************************************************************
       1000-INITIALISE.
           PERFORM 1170-OPEN-RUN-CONTROL
           END-IF.
           MOVE 'Y' TO WS-CARRY-FORWARD-OPEN-SW.

           OPEN OUTPUT RELEASE-FILE.
           IF NOT RELEASE-FILE-OK
               DISPLAY 'DFH0XBG - RELEASE FILE OPEN FAILED '
                   FS-RELEASE-FILE
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 1000-INITIALISE-EXIT
           END-IF.
           MOVE 'Y' TO WS-RELEASE-OPEN-SW.

      *    the release file gets its header now, and its trailer at a
      *    clean end of job, so the billing extract can balance it
           MOVE SPACES      TO BATCH-CONTROL-RECORD.
           MOVE 'H'         TO BCT-RECORD-TYPE.
           MOVE WS-RUN-DATE TO BCT-FILE-DATE.
           MOVE WS-JOB-NAME TO BCT-SOURCE-ID.
           WRITE DISPOSITION-RECORD FROM BATCH-CONTROL-RECORD.

           OPEN OUTPUT REPORT-FILE.
           IF NOT REPORT-FILE-OK
               DISPLAY 'DFH0XBG - REPORT OPEN FAILED '

           PERFORM 1166-OPEN-STOCK-LOCATION
               THRU 1166-OPEN-STOCK-LOCATION-EXIT.
           IF WS-EOF-SWITCH = 'Y'
               GO TO 1000-INITIALISE-EXIT
           END-IF.

           PERFORM 1168-OPEN-CUSTOMER-FILE
               THRU 1168-OPEN-CUSTOMER-FILE-EXIT.
           IF WS-EOF-SWITCH = 'Y'
               GO TO 1000-INITIALISE-EXIT
           END-IF.

           PERFORM 1300-LOAD-KIT-TABLE
               THRU 1300-LOAD-KIT-TABLE-EXIT.

       1000-INITIALISE-EXIT.
           EXIT.
       1166-OPEN-STOCK-LOCATION-EXIT.
           EXIT.

      ******************************************************************
      *    1168-OPEN-CUSTOMER-FILE - open the customer file so a       *
      *    backorder owed to an account on hold can be held back.  A   *
      *    backorder file carried over from before the customer file   *
      *    was set up may run without one (FILE STATUS 35); that is    *
      *    not an error - every backorder then releases as it always   *
      *    has                                                         *
      ******************************************************************
       1168-OPEN-CUSTOMER-FILE.
           OPEN INPUT CUSTOMER-FILE.
           IF CUSTOMER-FILE-OK
               MOVE 'Y' TO WS-CUSTOMER-OPEN-SW
               GO TO 1168-OPEN-CUSTOMER-FILE-EXIT
           END-IF.

           IF CUSTOMER-FILE-NOTCREATED
               DISPLAY 'DFH0XBG - NO CUSTOMER FILE, NO ACCOUNT IS '
                   'HELD BACK'
               GO TO 1168-OPEN-CUSTOMER-FILE-EXIT
           END-IF.

           DISPLAY 'DFH0XBG - CUSTOMER FILE OPEN FAILED '
               FS-CUSTOMER-FILE.
           MOVE 'Y' TO WS-EOF-SWITCH.

       1168-OPEN-CUSTOMER-FILE-EXIT.
           EXIT.

      ******************************************************************
      *    1300-LOAD-KIT-TABLE - read the kit structure file once,     *
      *    start to finish, into WS-KIT-TABLE.  The file is in parent  *
      *    item order, so each kit's components arrive together.  A    *
      *    shop that sells no kits has no KITFILE (FILE STATUS 35);    *
      *    that is not an error - every item is then released as       *
      *    itself                                                      *
      ******************************************************************
       1300-LOAD-KIT-TABLE.
           MOVE ZERO TO WS-KIT-COUNT.

           OPEN INPUT KIT-FILE.
           IF KIT-FILE-NOTCREATED
               DISPLAY 'DFH0XBG - NO KIT STRUCTURE FILE, NO KITS'
               GO TO 1300-LOAD-KIT-TABLE-EXIT
           END-IF.
           IF NOT KIT-FILE-OK
               DISPLAY 'DFH0XBG - KIT STRUCTURE OPEN FAILED '
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
               DISPLAY 'DFH0XBG - KIT STRUCTURE READ ERROR '
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
               DISPLAY 'DFH0XBG - KIT ROW IGNORED FOR KIT '
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
      *    a kit that will not fit cannot be half-loaded - a release
      *    for it would take only some of its parts - so the run
      *    stops rather than ship it wrongly
           IF WS-KIT-COUNT = 500
               DISPLAY 'DFH0XBG - OVER 500 KITS, KIT TABLE FULL'
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
               DISPLAY 'DFH0XBG - OVER 20 COMPONENTS FOR KIT '
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

      ******************************************************************
      *    1150-OPEN-AUDIT-FILE - open the shared audit log for append. *
      *    AUDITLOG is written by all the batch jobs in a night's      *
      *    chain; OPEN EXTEND appends rather than truncating it, and   *
      *    the file is only created OUTPUT the first time any of those *
      *    jobs ever runs (FILE STATUS 35 on the EXTEND attempt)       *
      ******************************************************************
       1150-OPEN-AUDIT-FILE.
           OPEN EXTEND AUDIT-FILE.
      *    1170-OPEN-RUN-CONTROL - open the run control file, creating *
      *    it empty if this is the first night it has ever been used.  *
      *    RUNCTL is shared by every job in the chain (keyed by job    *
      *    name and date), so a failure here is only treated as "not   *
      *    yet created" when the open status says so (FILE STATUS 35)  *
      ******************************************************************
       1170-OPEN-RUN-CONTROL.
           OPEN I-O RUN-CONTROL-FILE.
      *    backorder's CA-ITEM-REF, allocate whatever is on hand       *
      *    against the owed quantity, and carry the rest forward.      *
      *    An item gone from the catalog is carried forward flagged,   *
      *    not silently dropped; a backorder owed to an account on     *
      *    hold is carried forward whole without touching the stock    *
      ******************************************************************
       2100-RELEASE-STOCK.
           MOVE 'Y' TO WS-ON-CATALOG-SWITCH.
               GO TO 2100-RELEASE-STOCK-EXIT
           END-IF.

           MOVE BO-CUSTOMER-NUMBER TO CUS-ACCOUNT-NUMBER
               OF CUSTOMER-RECORD.
           PERFORM 2050-CHECK-ACCOUNT-HOLD
               THRU 2050-CHECK-ACCOUNT-HOLD-EXIT.

           IF ACCOUNT-ON-HOLD
               MOVE 02 TO WS-RETURN-CODE
               ADD 1 TO WS-ACCOUNTS-HELD
               PERFORM 2200-WRITE-CARRY-FORWARD
                   THRU 2200-WRITE-CARRY-FORWARD-EXIT
               GO TO 2100-RELEASE-STOCK-EXIT
           END-IF.

      *    a kit was backordered whole and is released whole, off
      *    its components
           PERFORM 2110-FIND-KIT
               THRU 2110-FIND-KIT-EXIT.
           IF BACKORDER-IS-KIT
               PERFORM 2400-RELEASE-KIT
                   THRU 2400-RELEASE-KIT-EXIT
               GO TO 2100-RELEASE-STOCK-EXIT
           END-IF.

           PERFORM 2150-GET-AVAILABLE-STOCK
               THRU 2150-GET-AVAILABLE-STOCK-EXIT.

           ADD WS-ALLOCATED TO WS-UNITS-RELEASED.
           PERFORM 2300-WRITE-PICKING-LINE
               THRU 2300-WRITE-PICKING-LINE-EXIT.
           PERFORM 2350-WRITE-RELEASE-ROW
               THRU 2350-WRITE-RELEASE-ROW-EXIT.

           IF WS-REMAINDER = ZERO
               ADD 1 TO WS-RELEASED-FULL
       2100-RELEASE-STOCK-EXIT.
           EXIT.

      ******************************************************************
      *    2050-CHECK-ACCOUNT-HOLD - is the account in                 *
      *    CUS-ACCOUNT-NUMBER on hold with finance?  A backorder with  *
      *    no account, an account not on file, or a run without the    *
      *    customer file is never held back                            *
      ******************************************************************
       2050-CHECK-ACCOUNT-HOLD.
           MOVE 'N' TO WS-ACCOUNT-HELD-SW.

           IF NOT CUSTOMER-FILE-OPEN
                   OR CUS-ACCOUNT-NUMBER OF CUSTOMER-RECORD = SPACES
               GO TO 2050-CHECK-ACCOUNT-HOLD-EXIT
           END-IF.

           READ CUSTOMER-FILE
               INVALID KEY
                   GO TO 2050-CHECK-ACCOUNT-HOLD-EXIT
           END-READ.

           IF CUS-ON-HOLD
               MOVE 'Y' TO WS-ACCOUNT-HELD-SW
           END-IF.

       2050-CHECK-ACCOUNT-HOLD-EXIT.
           EXIT.

      ******************************************************************
      *    2110-FIND-KIT - is the backordered item a kit?  KIT-IDX is  *
      *    left on its entry when it is                                *
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
               WHEN WK-PARENT-ITEM (KIT-IDX) = BO-ITEM-REF
                   MOVE 'Y' TO WS-KIT-FOUND-SW
           END-SEARCH.

       2110-FIND-KIT-EXIT.
           EXIT.

      ******************************************************************
      *    2150-GET-AVAILABLE-STOCK - what this release may draw on.   *
      *    A backorder naming a branch draws on that branch's STKLOC   *
           END-IF.

           MOVE 'Y' TO WS-BRANCH-PATH-SW.
           MOVE CA-ITEM-REF OF CATALOG-RECORD TO SL-ITEM-REF
               OF STOCK-LOCATION-RECORD.
           MOVE BO-LOCATION TO SL-LOCATION
               OF STOCK-LOCATION-RECORD.
           REWRITE STOCK-LOCATION-RECORD
               INVALID KEY
                   DISPLAY 'DFH0XBG - BRANCH ROW REWRITE FAILED '
                       'FOR ITEM ' CA-ITEM-REF OF CATALOG-RECORD
                       ' AT ' BO-LOCATION
                       ' STATUS ' FS-STOCK-LOCATION-FILE
           END-REWRITE.

       2300-WRITE-PICKING-LINE-EXIT.
           EXIT.

      ******************************************************************
      *    2350-WRITE-RELEASE-ROW - one release row per order stock    *
      *    was released to, filled when nothing is still owed and      *
      *    part-filled when some is carried forward, so the billing    *
      *    extract can invoice what was shipped tonight                *
      ******************************************************************
       2350-WRITE-RELEASE-ROW.
           MOVE BO-ORDER-NUMBER     TO DS-ORDER-NUMBER.
           MOVE BO-ITEM-REF         TO DS-ITEM-REF.
           MOVE BO-QUANTITY-ORDERED TO DS-QUANTITY-ORDERED.
           MOVE WS-ALLOCATED        TO DS-QUANTITY-ALLOCATED.
           MOVE BO-CUSTOMER-NUMBER  TO DS-CUSTOMER-NUMBER.
           MOVE ZERO                TO DS-MESSAGE-NUMBER.
           MOVE SPACES              TO DS-MESSAGE-TEXT.
           IF WS-REMAINDER = ZERO
               MOVE 'F' TO DS-STATUS-CODE
           ELSE
               MOVE 'P' TO DS-STATUS-CODE
           END-IF.

           WRITE DISPOSITION-RECORD.
           ADD 1 TO WS-RELEASES-WRITTEN.
           ADD BO-ITEM-REF TO WS-OUT-REF-HASH.
           ADD BO-QUANTITY-ORDERED TO WS-OUT-QTY-HASH.

       2350-WRITE-RELEASE-ROW-EXIT.
           EXIT.

      ******************************************************************
      *    2400-RELEASE-KIT - a kit backorder is released only when    *
      *    every component can cover the whole quantity still owed at  *
      *    the backorder's branch; otherwise it is carried forward     *
      *    whole and nothing is taken.  Each component comes off the   *
      *    shelf with its own journal images and movement row, and     *
      *    the picking line and release row name the kit itself        *
      ******************************************************************
       2400-RELEASE-KIT.
           MOVE 'N' TO WS-KIT-SHORT-SW.
           PERFORM 2410-CHECK-COMPONENT
               THRU 2410-CHECK-COMPONENT-EXIT
               VARYING CMP-IDX FROM 1 BY 1
               UNTIL CMP-IDX > WK-COMPONENT-COUNT (KIT-IDX)
               OR KIT-IS-SHORT.

           IF KIT-IS-SHORT
               MOVE 02 TO WS-RETURN-CODE
               PERFORM 2200-WRITE-CARRY-FORWARD
                   THRU 2200-WRITE-CARRY-FORWARD-EXIT
               GO TO 2400-RELEASE-KIT-EXIT
           END-IF.

           PERFORM 2420-TAKE-COMPONENT
               THRU 2420-TAKE-COMPONENT-EXIT
               VARYING CMP-IDX FROM 1 BY 1
               UNTIL CMP-IDX > WK-COMPONENT-COUNT (KIT-IDX)
               OR WS-RETURN-CODE NOT = ZERO.

      *    a component rewrite that failed part way leaves the ones
      *    before it taken and journalled; the kit is still owed in
      *    full and the stock is put right from the journal
           IF WS-RETURN-CODE NOT = ZERO
               DISPLAY 'DFH0XBG - KIT PART RELEASED FOR ORDER '
                   BO-ORDER-NUMBER ' KIT ' BO-ITEM-REF
               PERFORM 2200-WRITE-CARRY-FORWARD
                   THRU 2200-WRITE-CARRY-FORWARD-EXIT
               GO TO 2400-RELEASE-KIT-EXIT
           END-IF.

      *    the kit's own record is read back for the picking line's
      *    description
           MOVE BO-ITEM-REF TO CA-ITEM-REF OF CATALOG-RECORD.
           READ CATALOG-FILE
               INVALID KEY
                   MOVE SPACES TO CA-DESCRIPTION OF CATALOG-RECORD
           END-READ.

           MOVE BO-QUANTITY-SHORT TO WS-ALLOCATED.
           MOVE ZERO TO WS-REMAINDER.
           ADD WS-ALLOCATED TO WS-UNITS-RELEASED.
           PERFORM 2300-WRITE-PICKING-LINE
               THRU 2300-WRITE-PICKING-LINE-EXIT.
           PERFORM 2350-WRITE-RELEASE-ROW
               THRU 2350-WRITE-RELEASE-ROW-EXIT.
           ADD 1 TO WS-RELEASED-FULL.
           ADD 1 TO WS-KITS-RELEASED.

       2400-RELEASE-KIT-EXIT.
           EXIT.

      ******************************************************************
      *    2410-CHECK-COMPONENT - can this component cover the whole   *
      *    quantity owed?  A component gone from the catalog makes the *
      *    kit short; it cannot be made up until the structure is      *
      *    put right                                                   *
      ******************************************************************
       2410-CHECK-COMPONENT.
           MOVE WK-COMPONENT-ITEM (KIT-IDX, CMP-IDX)
               TO CA-ITEM-REF OF CATALOG-RECORD.
           READ CATALOG-FILE
               INVALID KEY
                   DISPLAY 'DFH0XBG - KIT COMPONENT NOT ON CATALOG '
                       'FOR KIT ' BO-ITEM-REF ' COMPONENT '
                       WK-COMPONENT-ITEM (KIT-IDX, CMP-IDX)
                   MOVE 'Y' TO WS-KIT-SHORT-SW
                   GO TO 2410-CHECK-COMPONENT-EXIT
           END-READ.

           PERFORM 2150-GET-AVAILABLE-STOCK
               THRU 2150-GET-AVAILABLE-STOCK-EXIT.

           COMPUTE WS-COMPONENT-QTY =
               BO-QUANTITY-SHORT * WK-QTY-PER-KIT (KIT-IDX, CMP-IDX).
           IF WS-COMPONENT-QTY > WS-AVAILABLE-STOCK
               MOVE 'Y' TO WS-KIT-SHORT-SW
           END-IF.

       2410-CHECK-COMPONENT-EXIT.
           EXIT.

      ******************************************************************
      *    2420-TAKE-COMPONENT - take one component's share of the     *
      *    release off the catalog rollup and the branch row, journal  *
      *    its before and after images and write its movement.         *
      *    WS-ALLOCATED carries the component quantity into 2170       *
      *    while this runs; 2400 sets the kit's own release after      *
      ******************************************************************
       2420-TAKE-COMPONENT.
           MOVE WK-COMPONENT-ITEM (KIT-IDX, CMP-IDX)
               TO CA-ITEM-REF OF CATALOG-RECORD.
           READ CATALOG-FILE
               INVALID KEY
                   DISPLAY 'DFH0XBG - KIT COMPONENT READ FAILED '
                       WK-COMPONENT-ITEM (KIT-IDX, CMP-IDX)
                   MOVE 04 TO WS-RETURN-CODE
                   GO TO 2420-TAKE-COMPONENT-EXIT
           END-READ.

           MOVE CATALOG-RECORD TO WS-BEFORE-IMAGE.

           PERFORM 2150-GET-AVAILABLE-STOCK
               THRU 2150-GET-AVAILABLE-STOCK-EXIT.

           COMPUTE WS-COMPONENT-QTY =
               BO-QUANTITY-SHORT * WK-QTY-PER-KIT (KIT-IDX, CMP-IDX).
           MOVE WS-COMPONENT-QTY TO WS-ALLOCATED.

           SUBTRACT WS-ALLOCATED
               FROM IN-STOCK OF CATALOG-RECORD.

           REWRITE CATALOG-RECORD
               INVALID KEY
                   DISPLAY 'DFH0XBG - REWRITE FAILED FOR ITEM '
                       CA-ITEM-REF OF CATALOG-RECORD
                   MOVE 04 TO WS-RETURN-CODE
                   GO TO 2420-TAKE-COMPONENT-EXIT
           END-REWRITE.

           MOVE CATALOG-RECORD TO WS-AFTER-IMAGE.
           MOVE 'C' TO WS-JNL-ACTION.
           PERFORM 2850-WRITE-JOURNAL-RECORD
               THRU 2850-WRITE-JOURNAL-RECORD-EXIT.

           IF BRANCH-RELEASE-PATH
               PERFORM 2170-TAKE-BRANCH-STOCK
                   THRU 2170-TAKE-BRANCH-STOCK-EXIT
           END-IF.

           COMPUTE WS-MOVE-QUANTITY = ZERO - WS-ALLOCATED.
           MOVE 'REL' TO MV-TYPE.
           PERFORM 2870-WRITE-MOVEMENT-RECORD
               THRU 2870-WRITE-MOVEMENT-RECORD-EXIT.

       2420-TAKE-COMPONENT-EXIT.
           EXIT.

      ******************************************************************
      *    2850-WRITE-JOURNAL-RECORD - one journal row per stock       *
      *    release actually rewritten, carrying the full record        *
           MOVE WS-CURRENT-DATE  TO JNL-DATE.
           MOVE WS-CURRENT-TIME  TO JNL-TIME.
           MOVE WS-JOB-NAME      TO JNL-JOB-NAME.
           MOVE WS-JOB-NAME      TO JNL-USER-ID.
           MOVE WS-JNL-ACTION    TO JNL-ACTION.
           MOVE WS-BEFORE-IMAGE  TO JNL-BEFORE-IMAGE.
           MOVE WS-AFTER-IMAGE   TO JNL-AFTER-IMAGE.
      ******************************************************************
      *    2900-WRITE-AUDIT-RECORD - one audit row per open backorder  *
      *    examined, return code 00 released in full, 02 still owed,   *
      *    04 item not on catalog; a held account's backorder is 02    *
      ******************************************************************
       2900-WRITE-AUDIT-RECORD.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           END-READ.
           IF NOT ITEM-ON-CATALOG
               MOVE 'NOT ON CATALOG' TO WS-REASON-USED
               GO TO 4100-PRINT-AGING-FORMAT
           END-IF.

           MOVE WC-CUSTOMER-NUMBER TO CUS-ACCOUNT-NUMBER
               OF CUSTOMER-RECORD.
           PERFORM 2050-CHECK-ACCOUNT-HOLD
               THRU 2050-CHECK-ACCOUNT-HOLD-EXIT.
           IF ACCOUNT-ON-HOLD
               MOVE 'ACCOUNT ON HOLD' TO WS-REASON-USED
           END-IF.

       4100-PRINT-AGING-FORMAT.

           MOVE WC-ITEM-REF        TO AL-ITEM-REF.
           MOVE WC-ORDER-NUMBER    TO AL-ORDER-NUMBER.
           MOVE WC-ORDER-DATE      TO AL-ORDER-DATE.
           MOVE WC-QUANTITY-SHORT  TO AL-QUANTITY-SHORT.
           MOVE WS-AGE-DAYS        TO AL-DAYS-OPEN.
           MOVE WS-REASON-USED     TO AL-REASON.
           MOVE WC-CUSTOMER-NUMBER TO AL-CUSTOMER-NUMBER.

           MOVE WS-AGING-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
      *    report what was released                                    *
      ******************************************************************
       8000-TERMINATE.
      *    the release file only earns its trailer at a clean end of
      *    job; without one the billing extract will not balance it
           IF RELEASE-FILE-OPEN AND REACHED-NORMAL-END
               MOVE SPACES              TO BATCH-CONTROL-RECORD
               MOVE 'T'                 TO BCT-RECORD-TYPE
               MOVE WS-RELEASES-WRITTEN TO BCT-RECORD-COUNT
               MOVE WS-OUT-REF-HASH     TO BCT-ITEM-REF-HASH
               MOVE WS-OUT-QTY-HASH     TO BCT-QUANTITY-HASH
               WRITE DISPOSITION-RECORD
                   FROM BATCH-CONTROL-RECORD
           END-IF.

           PERFORM 8100-RECORD-RUN-END
               THRU 8100-RECORD-RUN-END-EXIT.

           IF CATALOG-FILE-OPEN
               CLOSE CATALOG-FILE
           END-IF.
           IF CUSTOMER-FILE-OPEN
               CLOSE CUSTOMER-FILE
           END-IF.
           IF BACKORDER-FILE-OPEN
               CLOSE BACKORDER-FILE
           END-IF.
           IF CARRY-FORWARD-FILE-OPEN
               CLOSE CARRY-FORWARD-FILE
           END-IF.
           IF RELEASE-FILE-OPEN
               CLOSE RELEASE-FILE
           END-IF.
           IF REPORT-FILE-OPEN
               CLOSE REPORT-FILE
           END-IF.
           DISPLAY 'DFH0XBG - CARRIED FORWARD: ' WS-CARRIED-FORWARD.
           DISPLAY 'DFH0XBG - ITEMS NOT ON CATALOG: '
               WS-ITEMS-UNKNOWN.
           DISPLAY 'DFH0XBG - HELD FOR ACCOUNT ON HOLD: '
               WS-ACCOUNTS-HELD.
           DISPLAY 'DFH0XBG - KITS RELEASED: ' WS-KITS-RELEASED.

       8000-TERMINATE-EXIT.
           EXIT.

      *      (DEPTFILE, see DFH0XCP8) into a working storage table,     *
      *      so the heading line can show a department name instead    *
      *      of a bare code and purchasing can add or re-threshold a    *
      *      department without a program change.  A kit (KITFILE, see *
      *      DFH0XCPV) keeps no stock of its own and is reported once, *
      *      on the rollup, on the number of whole kits its scarcest   *
      *      component will make up.                                   *
      *                                                                *
      * CHANGE ACTIVITY :                                              *
      *      $SEG(DFH0XB2),COMP(SAMPLES),PROD(CICS TS ):              *
      *                                     EMPTY OR PART-BUILT        *
      *                                     STKLOC CANNOT BLANK THE    *
      *                                     REPORT                     *
      *   $D10= I30458 710 261015 HDJWB  : KIT REPORTED ON THE WHOLE   *
      *                                     KITS ITS SCARCEST          *
      *                                     COMPONENT WILL MAKE UP     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       FILE-CONTROL.
           SELECT CATALOG-FILE        ASSIGN TO CATFILE
                  ORGANIZATION        INDEXED
                  ACCESS MODE         DYNAMIC
                  RECORD KEY          CA-ITEM-REF OF CATALOG-RECORD
                  FILE STATUS         FS-CATALOG-FILE.

                  RECORD KEY          DEPT-CODE OF DEPARTMENT-RECORD
                  FILE STATUS         FS-DEPARTMENT-FILE.

           SELECT KIT-FILE            ASSIGN TO KITFILE
                  ORGANIZATION        INDEXED
                  ACCESS MODE         SEQUENTIAL
                  RECORD KEY          KS-KIT-KEY
                                          OF KIT-STRUCTURE-RECORD
                  FILE STATUS         FS-KIT-FILE.

           SELECT SORT-FILE           ASSIGN TO SORTWK1.

           SELECT REPORT-FILE         ASSIGN TO LOWSTOCK
           LABEL RECORDS STANDARD.
           COPY dfh0xcp8.

       FD  KIT-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY dfh0xcpv.

       SD  SORT-FILE.
       01  SORT-RECORD.
           03 SRT-DEPARTMENT           PIC 9(3).
           88 AUDIT-FILE-OK                 VALUE '00'.
           88 AUDIT-FILE-NOTCREATED          VALUE '35'.

       77  FS-KIT-FILE                  PIC X(02) VALUE '00'.
           88 KIT-FILE-OK                   VALUE '00'.
           88 KIT-FILE-EOF                  VALUE '10'.
           88 KIT-FILE-NOTCREATED            VALUE '35'.

      *    Kit structures, loaded at startup from the kit structure
      *    file (see DFH0XCPV) by 1500-LOAD-KIT-TABLE.  A kit keeps no
      *    stock of its own: WK-KIT-AVAILABLE is how many whole kits
      *    its scarcest component will make up, worked out once from
      *    the catalog before the walk, and is what a kit is reported
      *    on in place of its own IN-STOCK
       77  WS-KIT-COUNT                PIC 9(3) COMP VALUE ZERO.
       77  WS-KIT-FOUND-SW             PIC X(01) VALUE 'N'.
           88 ITEM-IS-KIT                  VALUE 'Y'.
       77  WS-COMPONENT-KITS           PIC 9(4) COMP VALUE ZERO.
       77  WS-STOCK-USED               PIC 9(4) COMP VALUE ZERO.
       01  WS-KIT-TABLE.
           03 WS-KIT-ENTRY OCCURS 1 TO 500 TIMES
                             DEPENDING ON WS-KIT-COUNT
                             INDEXED BY KIT-IDX.
               05 WK-PARENT-ITEM        PIC 9(4).
               05 WK-KIT-AVAILABLE      PIC 9(4).
               05 WK-COMPONENT-COUNT    PIC 9(2) COMP.
               05 WK-COMPONENT OCCURS 20 TIMES
                                 INDEXED BY CMP-IDX.
                   07 WK-COMPONENT-ITEM PIC 9(4).
                   07 WK-QTY-PER-KIT    PIC 9(3).

      *    Set once its file has actually been opened, so 8000-TERMINATE
      *    closes only what 1000-INITIALISE actually succeeded in opening
       77  WS-REPORT-OPEN-SW            PIC X(01) VALUE 'N'.

           PERFORM 1300-LOAD-DEPARTMENT-TABLE
               THRU 1300-LOAD-DEPARTMENT-TABLE-EXIT.
           IF WS-EOF-SWITCH = 'Y'
               GO TO 1000-INITIALISE-EXIT
           END-IF.

           PERFORM 1500-LOAD-KIT-TABLE
               THRU 1500-LOAD-KIT-TABLE-EXIT.

       1000-INITIALISE-EXIT.
           EXIT.
       1310-LOAD-DEPARTMENT-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      *    1500-LOAD-KIT-TABLE - read the kit structure file once,     *
      *    start to finish, into WS-KIT-TABLE, then work out each      *
      *    kit's availability from its components' catalog stock.      *
      *    A shop that sells no kits has no KITFILE (FILE STATUS 35);  *
      *    that is not an error - every item is then reported on its   *
      *    own IN-STOCK, as it always has been                         *
      ******************************************************************
       1500-LOAD-KIT-TABLE.
           MOVE ZERO TO WS-KIT-COUNT.

           OPEN INPUT KIT-FILE.
           IF KIT-FILE-NOTCREATED
               DISPLAY 'DFH0XB2 - NO KIT STRUCTURE FILE, NO KITS'
               GO TO 1500-LOAD-KIT-TABLE-EXIT
           END-IF.
           IF NOT KIT-FILE-OK
               DISPLAY 'DFH0XB2 - KIT STRUCTURE OPEN FAILED '
                   FS-KIT-FILE
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 1500-LOAD-KIT-TABLE-EXIT
           END-IF.

           PERFORM 1510-LOAD-KIT-ROW
               THRU 1510-LOAD-KIT-ROW-EXIT
               UNTIL KIT-FILE-EOF.

           CLOSE KIT-FILE.

           IF WS-EOF-SWITCH = 'Y' OR WS-KIT-COUNT = ZERO
               GO TO 1500-LOAD-KIT-TABLE-EXIT
           END-IF.

           PERFORM 1550-KIT-AVAILABILITY
               THRU 1550-KIT-AVAILABILITY-EXIT
               VARYING KIT-IDX FROM 1 BY 1
               UNTIL KIT-IDX > WS-KIT-COUNT.

      *    the component reads have moved the catalog on; the walk
      *    in 3000-SORT-INPUT starts again from the first item
           MOVE ZERO TO CA-ITEM-REF OF CATALOG-RECORD.
           START CATALOG-FILE
               KEY IS NOT LESS THAN CA-ITEM-REF OF CATALOG-RECORD
               INVALID KEY
                   DISPLAY 'DFH0XB2 - CATALOG REPOSITION FAILED '
                       FS-CATALOG-FILE
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-START.

       1500-LOAD-KIT-TABLE-EXIT.
           EXIT.

       1510-LOAD-KIT-ROW.
           READ KIT-FILE NEXT RECORD
               AT END
                   MOVE '10' TO FS-KIT-FILE
                   GO TO 1510-LOAD-KIT-ROW-EXIT
           END-READ.

           IF NOT KIT-FILE-OK
               DISPLAY 'DFH0XB2 - KIT STRUCTURE READ ERROR '
                   FS-KIT-FILE
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE '10' TO FS-KIT-FILE
               GO TO 1510-LOAD-KIT-ROW-EXIT
           END-IF.

      *    a row that would take nothing off the shelf, or make a kit
      *    a component of itself, is left out and reported
           IF KS-QTY-PER-KIT OF KIT-STRUCTURE-RECORD = ZERO
                   OR KS-COMPONENT-ITEM OF KIT-STRUCTURE-RECORD
                       = KS-PARENT-ITEM OF KIT-STRUCTURE-RECORD
               DISPLAY 'DFH0XB2 - KIT ROW IGNORED FOR KIT '
                   KS-PARENT-ITEM OF KIT-STRUCTURE-RECORD
                   ' COMPONENT '
                   KS-COMPONENT-ITEM OF KIT-STRUCTURE-RECORD
               GO TO 1510-LOAD-KIT-ROW-EXIT
           END-IF.

           IF WS-KIT-COUNT = ZERO
               GO TO 1510-LOAD-KIT-ROW-NEW
           END-IF.
           IF KS-PARENT-ITEM OF KIT-STRUCTURE-RECORD
                   = WK-PARENT-ITEM (WS-KIT-COUNT)
               GO TO 1510-LOAD-KIT-ROW-ADD
           END-IF.

       1510-LOAD-KIT-ROW-NEW.
      *    a kit that will not fit cannot be half-loaded - it would be
      *    reported on the wrong stock - so the run stops
           IF WS-KIT-COUNT = 500
               DISPLAY 'DFH0XB2 - OVER 500 KITS, KIT TABLE FULL'
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE '10' TO FS-KIT-FILE
               GO TO 1510-LOAD-KIT-ROW-EXIT
           END-IF.
           ADD 1 TO WS-KIT-COUNT.
           MOVE KS-PARENT-ITEM OF KIT-STRUCTURE-RECORD
               TO WK-PARENT-ITEM (WS-KIT-COUNT).
           MOVE ZERO TO WK-KIT-AVAILABLE (WS-KIT-COUNT).
           MOVE ZERO TO WK-COMPONENT-COUNT (WS-KIT-COUNT).

       1510-LOAD-KIT-ROW-ADD.
           IF WK-COMPONENT-COUNT (WS-KIT-COUNT) = 20
               DISPLAY 'DFH0XB2 - OVER 20 COMPONENTS FOR KIT '
                   WK-PARENT-ITEM (WS-KIT-COUNT)
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE '10' TO FS-KIT-FILE
               GO TO 1510-LOAD-KIT-ROW-EXIT
           END-IF.
           ADD 1 TO WK-COMPONENT-COUNT (WS-KIT-COUNT).
           SET CMP-IDX TO WK-COMPONENT-COUNT (WS-KIT-COUNT).
           MOVE KS-COMPONENT-ITEM OF KIT-STRUCTURE-RECORD
               TO WK-COMPONENT-ITEM (WS-KIT-COUNT, CMP-IDX).
           MOVE KS-QTY-PER-KIT OF KIT-STRUCTURE-RECORD
               TO WK-QTY-PER-KIT (WS-KIT-COUNT, CMP-IDX).

       1510-LOAD-KIT-ROW-EXIT.
           EXIT.

      ******************************************************************
      *    1550-KIT-AVAILABILITY - how many whole kits the entry at    *
      *    KIT-IDX will make up: the least, over its components, of    *
      *    the component's IN-STOCK divided by the number that go      *
      *    into one kit                                                *
      ******************************************************************
       1550-KIT-AVAILABILITY.
           MOVE 9999 TO WK-KIT-AVAILABLE (KIT-IDX).
           PERFORM 1560-COMPONENT-AVAILABILITY
               THRU 1560-COMPONENT-AVAILABILITY-EXIT
               VARYING CMP-IDX FROM 1 BY 1
               UNTIL CMP-IDX > WK-COMPONENT-COUNT (KIT-IDX).

       1550-KIT-AVAILABILITY-EXIT.
           EXIT.

      *    a component gone from the catalog makes no kits at all
       1560-COMPONENT-AVAILABILITY.
           MOVE WK-COMPONENT-ITEM (KIT-IDX, CMP-IDX)
               TO CA-ITEM-REF OF CATALOG-RECORD.
           READ CATALOG-FILE
               INVALID KEY
                   DISPLAY 'DFH0XB2 - KIT COMPONENT NOT ON CATALOG '
                       'FOR KIT ' WK-PARENT-ITEM (KIT-IDX)
                       ' COMPONENT '
                       WK-COMPONENT-ITEM (KIT-IDX, CMP-IDX)
                   MOVE ZERO TO WK-KIT-AVAILABLE (KIT-IDX)
                   GO TO 1560-COMPONENT-AVAILABILITY-EXIT
           END-READ.

           DIVIDE IN-STOCK OF CATALOG-RECORD
               BY WK-QTY-PER-KIT (KIT-IDX, CMP-IDX)
               GIVING WS-COMPONENT-KITS.
           IF WS-COMPONENT-KITS < WK-KIT-AVAILABLE (KIT-IDX)
               MOVE WS-COMPONENT-KITS TO WK-KIT-AVAILABLE (KIT-IDX)
           END-IF.

       1560-COMPONENT-AVAILABILITY-EXIT.
           EXIT.

      ******************************************************************
      *    3000-SORT-INPUT - scan the catalog, release everything      *
      *    below its department's reorder threshold: one line per      *
           PERFORM 3200-LOOKUP-THRESHOLD
               THRU 3200-LOOKUP-THRESHOLD-EXIT.

      *    a kit is reported once, on the rollup, on the whole kits
      *    its components will make up; any branch rows it has are
      *    left over from before it became a kit and are not looked at
           PERFORM 3120-FIND-KIT
               THRU 3120-FIND-KIT-EXIT.
           IF ITEM-IS-KIT
               MOVE WK-KIT-AVAILABLE (KIT-IDX) TO WS-STOCK-USED
               GO TO 3100-RELEASE-LOW-STOCK-ROLLUP
           END-IF.
           MOVE IN-STOCK OF CATALOG-RECORD TO WS-STOCK-USED.

      *    an item with branch rows is reported branch by branch -
      *    one branch's stockout cannot hide behind another's
      *    surplus; an item without any (most of them, until the
               END-IF
           END-IF.

       3100-RELEASE-LOW-STOCK-ROLLUP.
           IF WS-STOCK-USED < WS-THRESHOLD-USED
               MOVE CA-DEPARTMENT  OF CATALOG-RECORD
                                   TO SRT-DEPARTMENT
               MOVE CA-ITEM-REF    OF CATALOG-RECORD
               MOVE SPACES         TO SRT-LOCATION
               MOVE CA-DESCRIPTION OF CATALOG-RECORD
                                   TO SRT-DESCRIPTION
               MOVE WS-STOCK-USED  TO SRT-IN-STOCK
               MOVE WS-THRESHOLD-USED
                                   TO SRT-THRESHOLD
               MOVE WS-DEPT-NAME-USED
       3100-RELEASE-LOW-STOCK-EXIT.
           EXIT.

      ******************************************************************
      *    3120-FIND-KIT - is the current catalog item a kit?  KIT-IDX *
      *    is left on its entry when it is                             *
      ******************************************************************
       3120-FIND-KIT.
           MOVE 'N' TO WS-KIT-FOUND-SW.

           IF WS-KIT-COUNT = ZERO
               GO TO 3120-FIND-KIT-EXIT
           END-IF.

           SET KIT-IDX TO 1.
           SEARCH WS-KIT-ENTRY
               AT END
                   CONTINUE
               WHEN WK-PARENT-ITEM (KIT-IDX) =
                       CA-ITEM-REF OF CATALOG-RECORD
                   MOVE 'Y' TO WS-KIT-FOUND-SW
           END-SEARCH.

       3120-FIND-KIT-EXIT.
           EXIT.

      ******************************************************************
      *    3150-RELEASE-BRANCH-ROWS - browse the current item's        *
      *    stock-by-location rows and release each branch that is      *

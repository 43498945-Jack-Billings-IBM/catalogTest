      ******************************************************************
      *                                                                *
      * PROGRAM NAME = DFH0XBQ                                        *
      *                                                                *
      * DESCRIPTIVE NAME = CICS TS  (Samples) Example Application -    *
      *                     Catalog cross-file integrity check         *
      *                                                                *
      *      Licensed Materials - Property of IBM                      *
      *      "Restricted Materials of IBM"                             *
      *      5655-Y04                                                  *
      *      (C) Copyright IBM Corp. 2004"                             *
      *                                                                *
      * FUNCTION =                                                     *
      *      Read-only check, run in the night chain ahead of the      *
      *      update jobs, that the catalog's family of files still     *
      *      agree with one another.  Nothing is changed; every break  *
      *      found is listed on the integrity report (INTGRPT):        *
      *                                                                *
      *      - a catalog item whose IN-STOCK is not the sum of its     *
      *        stock-by-location rows (STKLOC, see DFH0XCPO).  An      *
      *        item with no branch rows at all is still kept on the    *
      *        rollup alone and is not a break;                        *
      *      - an item in a department missing from, or retired on,    *
      *        the department file (DEPTFILE, see DFH0XCP8);           *
      *      - a STKLOC, item-to-vendor (ITMVND, see DFH0XCPK), open   *
      *        purchase order (OPENPO, see DFH0XCPL), backorder        *
      *        (BACKORD, see DFH0XCPI) or pending price (PNDPRC, see   *
      *        DFH0XCPP) row for an item no longer on the catalog;     *
      *      - an ITMVND row naming a vendor missing from, or          *
      *        inactive on, the vendor file (VENDFILE, see DFH0XCPJ);  *
      *      - a STKLOC row at a branch missing from the location      *
      *        file (LOCFILE, see DFH0XCPN), or stock still held at a  *
      *        branch retired there.                                   *
      *                                                                *
      *      A file the shop has not set up yet (FILE STATUS 35) has   *
      *      its checks skipped and says so.  The run is recorded on   *
      *      RUNCTL (DFH0XCPG) with the rows checked and the breaks    *
      *      found; a night with breaks is recorded as failed and the  *
      *      job ends with return code 8 (16 when it could not run at  *
      *      all), so operations can hold the update jobs before they  *
      *      make matters worse.                                       *
      *                                                                *
      * CHANGE ACTIVITY :                                              *
      *      $SEG(DFH0XBQ),COMP(SAMPLES),PROD(CICS TS ):              *
      *                                                                *
      *   PN= REASON REL YYMMDD HDXXIII : REMARKS                      *
      *   $D0= I30459 710 261015 HDJWB   : BASE - CROSS-FILE INTEGRITY *
      *                                     CHECK                      *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DFH0XBQ.
       AUTHOR.        J W BILLINGS.
       INSTALLATION.  CATALOG APPLICATION SUPPORT.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.               IBM-370.
       OBJECT-COMPUTER.               IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOG-FILE        ASSIGN TO CATFILE
                  ORGANIZATION        INDEXED
                  ACCESS MODE         DYNAMIC
                  RECORD KEY          CA-ITEM-REF OF CATALOG-RECORD
                  FILE STATUS         FS-CATALOG-FILE.

           SELECT STOCK-LOCATION-FILE ASSIGN TO STKLOC
                  ORGANIZATION        INDEXED
                  ACCESS MODE         DYNAMIC
                  RECORD KEY          SL-STOCK-KEY
                                          OF STOCK-LOCATION-RECORD
                  FILE STATUS         FS-STOCK-LOCATION-FILE.

           SELECT DEPARTMENT-FILE     ASSIGN TO DEPTFILE
                  ORGANIZATION        INDEXED
                  ACCESS MODE         SEQUENTIAL
                  RECORD KEY          DEPT-CODE OF DEPARTMENT-RECORD
                  FILE STATUS         FS-DEPARTMENT-FILE.

           SELECT LOCATION-FILE       ASSIGN TO LOCFILE
                  ORGANIZATION        INDEXED
                  ACCESS MODE         SEQUENTIAL
                  RECORD KEY          LOC-CODE OF LOCATION-RECORD
                  FILE STATUS         FS-LOCATION-FILE.

           SELECT VENDOR-FILE         ASSIGN TO VENDFILE
                  ORGANIZATION        INDEXED
                  ACCESS MODE         RANDOM
                  RECORD KEY          VND-VENDOR-ID OF VENDOR-RECORD
                  FILE STATUS         FS-VENDOR-FILE.

           SELECT XREF-FILE           ASSIGN TO ITMVND
                  ORGANIZATION        INDEXED
                  ACCESS MODE         SEQUENTIAL
                  RECORD KEY          IV-ITEM-REF
                                          OF ITEM-VENDOR-RECORD
                  FILE STATUS         FS-XREF-FILE.

           SELECT OPEN-PO-FILE        ASSIGN TO OPENPO
                  ORGANIZATION        INDEXED
                  ACCESS MODE         SEQUENTIAL
                  RECORD KEY          OP-ITEM-REF OF OPEN-PO-RECORD
                  FILE STATUS         FS-OPEN-PO-FILE.

           SELECT BACKORDER-FILE      ASSIGN TO BACKORD
                  ORGANIZATION        SEQUENTIAL
                  FILE STATUS         FS-BACKORDER-FILE.

           SELECT PENDING-FILE        ASSIGN TO PNDPRC
                  ORGANIZATION        SEQUENTIAL
                  FILE STATUS         FS-PENDING-FILE.

           SELECT REPORT-FILE         ASSIGN TO INTGRPT
                  ORGANIZATION        SEQUENTIAL
                  FILE STATUS         FS-REPORT-FILE.

           SELECT RUN-CONTROL-FILE    ASSIGN TO RUNCTL
                  ORGANIZATION        INDEXED
                  ACCESS MODE         RANDOM
                  RECORD KEY          RUN-CONTROL-KEY
                                          OF RUN-CONTROL-RECORD
                  FILE STATUS         FS-RUN-CONTROL-FILE.

           SELECT CHAIN-DATE-FILE     ASSIGN TO CHNDATE
                  ORGANIZATION        SEQUENTIAL
                  FILE STATUS         FS-CHAIN-DATE-FILE.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CATALOG-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY dfh0xcp9.

       FD  STOCK-LOCATION-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY dfh0xcpo.

       FD  DEPARTMENT-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY dfh0xcp8.

       FD  LOCATION-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY dfh0xcpn.

       FD  VENDOR-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY dfh0xcpj.

       FD  XREF-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY dfh0xcpk.

       FD  OPEN-PO-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY dfh0xcpl.

       FD  BACKORDER-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY dfh0xcpi.

       FD  PENDING-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY dfh0xcpp.

       FD  REPORT-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
       01  REPORT-RECORD               PIC X(80).

       FD  RUN-CONTROL-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY dfh0xcpg.

       FD  CHAIN-DATE-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY dfh0xcph.

      ******************************************************************
       WORKING-STORAGE SECTION.
       77  FS-CHAIN-DATE-FILE           PIC X(02) VALUE '00'.
           88 CHAIN-DATE-FILE-OK            VALUE '00'.

       77  FS-RUN-CONTROL-FILE          PIC X(02) VALUE '00'.
           88 RUN-CONTROL-FILE-OK           VALUE '00'.
           88 RUN-CONTROL-FILE-NOTFND       VALUE '23'.
           88 RUN-CONTROL-FILE-NOTCREATED    VALUE '35'.
       77  WS-RUN-DATE                  PIC 9(8) VALUE ZERO.
       77  WS-RUN-FOUND-SW             PIC X(01) VALUE 'N'.
           88 RUN-RECORD-FOUND             VALUE 'Y'.
       77  WS-RUN-CONTROL-OPEN-SW      PIC X(01) VALUE 'N'.
           88 RUN-CONTROL-FILE-OPEN        VALUE 'Y'.
       77  WS-JOB-NAME                  PIC X(8) VALUE 'DFH0XBQ'.
       77  WS-NORMAL-END-SW            PIC X(01) VALUE 'N'.
           88 REACHED-NORMAL-END           VALUE 'Y'.

       77  FS-CATALOG-FILE             PIC X(02) VALUE '00'.
           88 CATALOG-FILE-OK              VALUE '00'.
           88 CATALOG-FILE-EOF             VALUE '10'.

       77  FS-STOCK-LOCATION-FILE       PIC X(02) VALUE '00'.
           88 STOCK-LOCATION-FILE-OK        VALUE '00'.
           88 STOCK-LOCATION-EOF            VALUE '10'.
           88 STOCK-LOCATION-NOTCREATED      VALUE '35'.

       77  FS-DEPARTMENT-FILE           PIC X(02) VALUE '00'.
           88 DEPARTMENT-FILE-OK            VALUE '00'.
           88 DEPARTMENT-FILE-EOF           VALUE '10'.

       77  FS-LOCATION-FILE             PIC X(02) VALUE '00'.
           88 LOCATION-FILE-OK              VALUE '00'.
           88 LOCATION-FILE-EOF             VALUE '10'.
           88 LOCATION-FILE-NOTCREATED       VALUE '35'.

       77  FS-VENDOR-FILE               PIC X(02) VALUE '00'.
           88 VENDOR-FILE-OK                VALUE '00'.
           88 VENDOR-FILE-NOTFND            VALUE '23'.

       77  FS-XREF-FILE                 PIC X(02) VALUE '00'.
           88 XREF-FILE-OK                  VALUE '00'.
           88 XREF-FILE-EOF                 VALUE '10'.
           88 XREF-FILE-NOTCREATED           VALUE '35'.

       77  FS-OPEN-PO-FILE              PIC X(02) VALUE '00'.
           88 OPEN-PO-FILE-OK               VALUE '00'.
           88 OPEN-PO-FILE-EOF              VALUE '10'.
           88 OPEN-PO-FILE-NOTCREATED        VALUE '35'.

       77  FS-BACKORDER-FILE           PIC X(02) VALUE '00'.
           88 BACKORDER-FILE-OK            VALUE '00'.
           88 BACKORDER-FILE-EOF           VALUE '10'.
           88 BACKORDER-FILE-NOTCREATED     VALUE '35'.

       77  FS-PENDING-FILE              PIC X(02) VALUE '00'.
           88 PENDING-FILE-OK               VALUE '00'.
           88 PENDING-FILE-EOF              VALUE '10'.
           88 PENDING-FILE-NOTCREATED        VALUE '35'.

       77  FS-REPORT-FILE              PIC X(02) VALUE '00'.
           88 REPORT-FILE-OK                VALUE '00'.

      *    Set once its file has actually been opened, so 8000-TERMINATE
      *    closes only what 1000-INITIALISE actually succeeded in opening
       77  WS-CATALOG-OPEN-SW          PIC X(01) VALUE 'N'.
           88 CATALOG-FILE-OPEN             VALUE 'Y'.
       77  WS-STOCK-LOCATION-OPEN-SW   PIC X(01) VALUE 'N'.
           88 STOCK-LOCATION-FILE-OPEN      VALUE 'Y'.
       77  WS-VENDOR-OPEN-SW           PIC X(01) VALUE 'N'.
           88 VENDOR-FILE-OPEN              VALUE 'Y'.
       77  WS-REPORT-OPEN-SW           PIC X(01) VALUE 'N'.
           88 REPORT-FILE-OPEN              VALUE 'Y'.

       77  WS-CURRENT-TIME              PIC 9(8).

       77  WS-ABORT-SWITCH             PIC X(01) VALUE 'N'.
           88 RUN-ABORTED                  VALUE 'Y'.
       77  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
           88 END-OF-INPUT                 VALUE 'Y'.

      *    Per-item browse of the branch rows, the same way DFH0XB2
      *    walks them
       77  WS-STOCK-LOC-EOF-SWITCH     PIC X(01) VALUE 'N'.
           88 END-OF-BRANCH-ROWS           VALUE 'Y'.
       77  WS-BRANCH-ROW-COUNT         PIC 9(3) COMP VALUE ZERO.
       77  WS-BRANCH-STOCK-TOTAL       PIC 9(7) COMP VALUE ZERO.

       77  WS-ON-CATALOG-SWITCH        PIC X(01) VALUE 'Y'.
           88 ITEM-ON-CATALOG              VALUE 'Y'.
       77  WS-CHECK-ITEM               PIC 9(4) VALUE ZERO.

       77  WS-ROWS-CHECKED             PIC 9(07) COMP VALUE ZERO.
       77  WS-TOTAL-BREAKS             PIC 9(07) COMP VALUE ZERO.
       77  WS-STOCK-BREAKS             PIC 9(07) COMP VALUE ZERO.
       77  WS-DEPT-BREAKS              PIC 9(07) COMP VALUE ZERO.
       77  WS-STKLOC-ORPHANS           PIC 9(07) COMP VALUE ZERO.
       77  WS-XREF-ORPHANS             PIC 9(07) COMP VALUE ZERO.
       77  WS-OPEN-PO-ORPHANS          PIC 9(07) COMP VALUE ZERO.
       77  WS-BACKORDER-ORPHANS        PIC 9(07) COMP VALUE ZERO.
       77  WS-PENDING-ORPHANS          PIC 9(07) COMP VALUE ZERO.
       77  WS-VENDOR-BREAKS            PIC 9(07) COMP VALUE ZERO.
       77  WS-LOCATION-BREAKS          PIC 9(07) COMP VALUE ZERO.

      *    Departments and branches, loaded at startup from their
      *    reference files.  Retired entries are kept, with their
      *    active flag, so a retired code can be told from a missing
      *    one
       77  WS-DEPT-COUNT               PIC 9(3) COMP VALUE ZERO.
       01  WS-DEPARTMENT-TABLE.
           03 WS-DEPT-ENTRY OCCURS 1 TO 200 TIMES
                             DEPENDING ON WS-DEPT-COUNT
                             INDEXED BY DPT-IDX.
               05 WT-DEPARTMENT         PIC 9(3).
               05 WT-DEPT-ACTIVE-FLAG   PIC X(1).

       77  WS-LOCATION-COUNT           PIC 9(2) COMP VALUE ZERO.
       01  WS-LOCATION-TABLE.
           03 WS-LOCATION-ENTRY OCCURS 1 TO 50 TIMES
                             DEPENDING ON WS-LOCATION-COUNT
                             INDEXED BY LOC-IDX.
               05 WL-LOC-CODE           PIC X(3).
               05 WL-LOC-ACTIVE-FLAG    PIC X(1).

       01  WS-HEADING-LINE.
           03 FILLER                    PIC X(34)
                        VALUE 'CATALOG CROSS-FILE INTEGRITY FOR '.
           03 HD-DATE                    PIC 9(8).
           03 FILLER                    PIC X(38) VALUE SPACES.

       01  WS-COLUMN-LINE.
           03 FILLER                    PIC X(26)
                        VALUE 'BREAK                     '.
           03 FILLER                    PIC X(06) VALUE 'ITEM  '.
           03 FILLER                    PIC X(10) VALUE 'KEY       '.
           03 FILLER                    PIC X(09) VALUE ' CATALOG '.
           03 FILLER                    PIC X(09) VALUE '  OTHER  '.
           03 FILLER                    PIC X(20) VALUE SPACES.

       01  WS-BREAK-LINE.
           03 BK-CHECK                  PIC X(24).
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 BK-ITEM-REF               PIC 9(4).
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 BK-KEY                    PIC X(8).
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 BK-CATALOG-QTY            PIC ZZZZZZ9.
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 BK-OTHER-QTY              PIC ZZZZZZ9.
           03 FILLER                    PIC X(22) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           03 SL-TEXT                   PIC X(40).
           03 SL-COUNT                  PIC ZZZZZZ9.
           03 FILLER                    PIC X(33) VALUE SPACES.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
      *    0000-MAINLINE                                               *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALISE
               THRU 1000-INITIALISE-EXIT.

           IF NOT RUN-ABORTED
               PERFORM 2000-CHECK-CATALOG
                   THRU 2000-CHECK-CATALOG-EXIT
           END-IF.
           IF NOT RUN-ABORTED
               PERFORM 3000-CHECK-STOCK-LOCATIONS
                   THRU 3000-CHECK-STOCK-LOCATIONS-EXIT
           END-IF.
           IF NOT RUN-ABORTED
               PERFORM 4000-CHECK-VENDOR-XREF
                   THRU 4000-CHECK-VENDOR-XREF-EXIT
           END-IF.
           IF NOT RUN-ABORTED
               PERFORM 5000-CHECK-OPEN-PO
                   THRU 5000-CHECK-OPEN-PO-EXIT
           END-IF.
           IF NOT RUN-ABORTED
               PERFORM 5100-CHECK-BACKORDERS
                   THRU 5100-CHECK-BACKORDERS-EXIT
           END-IF.
           IF NOT RUN-ABORTED
               PERFORM 5200-CHECK-PENDING-PRICES
                   THRU 5200-CHECK-PENDING-PRICES-EXIT
           END-IF.
           IF NOT RUN-ABORTED
               PERFORM 6000-PRINT-SUMMARY
                   THRU 6000-PRINT-SUMMARY-EXIT
               MOVE 'Y' TO WS-NORMAL-END-SW
           END-IF.

           PERFORM 8000-TERMINATE
               THRU 8000-TERMINATE-EXIT.

           GOBACK.

      ******************************************************************
      *    1000-INITIALISE - record the run start, open the catalog,   *
      *    the branch stock, the vendor file and the report, and load  *
      *    the department and location tables                          *
      ******************************************************************
       1000-INITIALISE.
           PERFORM 1170-OPEN-RUN-CONTROL
               THRU 1170-OPEN-RUN-CONTROL-EXIT.
           IF WS-RUN-CONTROL-OPEN-SW = 'N'
               MOVE 'Y' TO WS-ABORT-SWITCH
               GO TO 1000-INITIALISE-EXIT
           END-IF.
           PERFORM 1180-RECORD-RUN-START
               THRU 1180-RECORD-RUN-START-EXIT.

           OPEN INPUT CATALOG-FILE.
           IF NOT CATALOG-FILE-OK
               DISPLAY 'DFH0XBQ - CATALOG OPEN FAILED '
                   FS-CATALOG-FILE
               MOVE 'Y' TO WS-ABORT-SWITCH
               GO TO 1000-INITIALISE-EXIT
           END-IF.
           MOVE 'Y' TO WS-CATALOG-OPEN-SW.

           OPEN INPUT STOCK-LOCATION-FILE.
           IF STOCK-LOCATION-FILE-OK
               MOVE 'Y' TO WS-STOCK-LOCATION-OPEN-SW
           ELSE
               IF STOCK-LOCATION-NOTCREATED
                   DISPLAY 'DFH0XBQ - NO STOCK LOCATION FILE, '
                       'BRANCH CHECKS SKIPPED'
               ELSE
                   DISPLAY 'DFH0XBQ - STOCK LOCATION OPEN FAILED '
                       FS-STOCK-LOCATION-FILE
                   MOVE 'Y' TO WS-ABORT-SWITCH
                   GO TO 1000-INITIALISE-EXIT
               END-IF
           END-IF.

           OPEN INPUT VENDOR-FILE.
           IF NOT VENDOR-FILE-OK
               DISPLAY 'DFH0XBQ - VENDOR FILE OPEN FAILED '
                   FS-VENDOR-FILE
               MOVE 'Y' TO WS-ABORT-SWITCH
               GO TO 1000-INITIALISE-EXIT
           END-IF.
           MOVE 'Y' TO WS-VENDOR-OPEN-SW.

           OPEN OUTPUT REPORT-FILE.
           IF NOT REPORT-FILE-OK
               DISPLAY 'DFH0XBQ - REPORT OPEN FAILED '
                   FS-REPORT-FILE
               MOVE 'Y' TO WS-ABORT-SWITCH
               GO TO 1000-INITIALISE-EXIT
           END-IF.
           MOVE 'Y' TO WS-REPORT-OPEN-SW.

           PERFORM 1300-LOAD-DEPARTMENT-TABLE
               THRU 1300-LOAD-DEPARTMENT-TABLE-EXIT.
           IF RUN-ABORTED
               GO TO 1000-INITIALISE-EXIT
           END-IF.

           PERFORM 1500-LOAD-LOCATION-TABLE
               THRU 1500-LOAD-LOCATION-TABLE-EXIT.
           IF RUN-ABORTED
               GO TO 1000-INITIALISE-EXIT
           END-IF.

           MOVE WS-RUN-DATE TO HD-DATE.
           MOVE WS-HEADING-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-COLUMN-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       1000-INITIALISE-EXIT.
           EXIT.

      ******************************************************************
      *    1300-LOAD-DEPARTMENT-TABLE - read the department reference  *
      *    file once, start to finish, into WS-DEPARTMENT-TABLE.  A    *
      *    table too small to hold every department would report the   *
      *    rest as missing, so the run stops instead                   *
      ******************************************************************
       1300-LOAD-DEPARTMENT-TABLE.
           MOVE ZERO TO WS-DEPT-COUNT.

           OPEN INPUT DEPARTMENT-FILE.
           IF NOT DEPARTMENT-FILE-OK
               DISPLAY 'DFH0XBQ - DEPARTMENT OPEN FAILED '
                   FS-DEPARTMENT-FILE
               MOVE 'Y' TO WS-ABORT-SWITCH
               GO TO 1300-LOAD-DEPARTMENT-TABLE-EXIT
           END-IF.

           PERFORM 1310-LOAD-DEPARTMENT-ENTRY
               THRU 1310-LOAD-DEPARTMENT-ENTRY-EXIT
               UNTIL DEPARTMENT-FILE-EOF
               OR RUN-ABORTED.

           CLOSE DEPARTMENT-FILE.

       1300-LOAD-DEPARTMENT-TABLE-EXIT.
           EXIT.

       1310-LOAD-DEPARTMENT-ENTRY.
           READ DEPARTMENT-FILE NEXT RECORD
               AT END
                   MOVE '10' TO FS-DEPARTMENT-FILE
                   GO TO 1310-LOAD-DEPARTMENT-ENTRY-EXIT
           END-READ.

           IF NOT DEPARTMENT-FILE-OK
               DISPLAY 'DFH0XBQ - DEPARTMENT READ ERROR '
                   FS-DEPARTMENT-FILE
               MOVE 'Y' TO WS-ABORT-SWITCH
               GO TO 1310-LOAD-DEPARTMENT-ENTRY-EXIT
           END-IF.

           IF WS-DEPT-COUNT = 200
               DISPLAY 'DFH0XBQ - OVER 200 DEPARTMENTS, '
                   'DEPARTMENT TABLE FULL'
               MOVE 'Y' TO WS-ABORT-SWITCH
               GO TO 1310-LOAD-DEPARTMENT-ENTRY-EXIT
           END-IF.

           ADD 1 TO WS-DEPT-COUNT.
           MOVE DEPT-CODE        OF DEPARTMENT-RECORD
                                   TO WT-DEPARTMENT (WS-DEPT-COUNT).
           MOVE DEPT-ACTIVE-FLAG OF DEPARTMENT-RECORD
                             TO WT-DEPT-ACTIVE-FLAG (WS-DEPT-COUNT).

       1310-LOAD-DEPARTMENT-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      *    1500-LOAD-LOCATION-TABLE - read the location reference      *
      *    file once, start to finish, into WS-LOCATION-TABLE.  A shop *
      *    with no LOCFILE yet gets an empty table, and any branch     *
      *    rows it has are all reported as at unknown branches         *
      ******************************************************************
       1500-LOAD-LOCATION-TABLE.
           MOVE ZERO TO WS-LOCATION-COUNT.

           OPEN INPUT LOCATION-FILE.
           IF NOT LOCATION-FILE-OK
               IF LOCATION-FILE-NOTCREATED
                   DISPLAY 'DFH0XBQ - NO LOCATION FILE, NO BRANCHES '
                       'ARE KNOWN'
               ELSE
                   DISPLAY 'DFH0XBQ - LOCATION FILE OPEN FAILED '
                       FS-LOCATION-FILE
                   MOVE 'Y' TO WS-ABORT-SWITCH
               END-IF
               GO TO 1500-LOAD-LOCATION-TABLE-EXIT
           END-IF.

           PERFORM 1510-LOAD-LOCATION-ENTRY
               THRU 1510-LOAD-LOCATION-ENTRY-EXIT
               UNTIL LOCATION-FILE-EOF
               OR RUN-ABORTED.

           CLOSE LOCATION-FILE.

       1500-LOAD-LOCATION-TABLE-EXIT.
           EXIT.

       1510-LOAD-LOCATION-ENTRY.
           READ LOCATION-FILE NEXT RECORD
               AT END
                   MOVE '10' TO FS-LOCATION-FILE
                   GO TO 1510-LOAD-LOCATION-ENTRY-EXIT
           END-READ.

           IF NOT LOCATION-FILE-OK
               DISPLAY 'DFH0XBQ - LOCATION READ ERROR '
                   FS-LOCATION-FILE
               MOVE 'Y' TO WS-ABORT-SWITCH
               GO TO 1510-LOAD-LOCATION-ENTRY-EXIT
           END-IF.

           IF WS-LOCATION-COUNT = 50
               DISPLAY 'DFH0XBQ - OVER 50 LOCATIONS, '
                   'LOCATION TABLE FULL'
               MOVE 'Y' TO WS-ABORT-SWITCH
               GO TO 1510-LOAD-LOCATION-ENTRY-EXIT
           END-IF.

           ADD 1 TO WS-LOCATION-COUNT.
           MOVE LOC-CODE        OF LOCATION-RECORD
                             TO WL-LOC-CODE (WS-LOCATION-COUNT).
           MOVE LOC-ACTIVE-FLAG OF LOCATION-RECORD
                             TO WL-LOC-ACTIVE-FLAG (WS-LOCATION-COUNT).

       1510-LOAD-LOCATION-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      *    1170-OPEN-RUN-CONTROL - open the run control file, creating *
      *    it empty if this is the first night it has ever been used.  *
      *    RUNCTL is shared by every job in the chain (keyed by job    *
      *    name and date), so a failure here is only treated as "not  *
      *    yet created" when the open status says so (FILE STATUS 35) *
      ******************************************************************
       1170-OPEN-RUN-CONTROL.
           OPEN I-O RUN-CONTROL-FILE.
           IF RUN-CONTROL-FILE-OK
               MOVE 'Y' TO WS-RUN-CONTROL-OPEN-SW
               GO TO 1170-OPEN-RUN-CONTROL-EXIT
           END-IF.

           IF NOT RUN-CONTROL-FILE-NOTCREATED
               DISPLAY 'DFH0XBQ - RUN CONTROL OPEN FAILED '
                   FS-RUN-CONTROL-FILE
               GO TO 1170-OPEN-RUN-CONTROL-EXIT
           END-IF.

           OPEN OUTPUT RUN-CONTROL-FILE.
           IF NOT RUN-CONTROL-FILE-OK
               DISPLAY 'DFH0XBQ - RUN CONTROL CREATE FAILED '
                   FS-RUN-CONTROL-FILE
               GO TO 1170-OPEN-RUN-CONTROL-EXIT
           END-IF.
           CLOSE RUN-CONTROL-FILE.
           OPEN I-O RUN-CONTROL-FILE.
           IF NOT RUN-CONTROL-FILE-OK
               DISPLAY 'DFH0XBQ - RUN CONTROL OPEN FAILED '
                   FS-RUN-CONTROL-FILE
               GO TO 1170-OPEN-RUN-CONTROL-EXIT
           END-IF.
           MOVE 'Y' TO WS-RUN-CONTROL-OPEN-SW.

       1170-OPEN-RUN-CONTROL-EXIT.
           EXIT.

      ******************************************************************
      *    1180-RECORD-RUN-START - write (or on a rerun of the same    *
      *    night, reset) this job's run record with status S, so an    *
      *    abend leaves the start visible with no end                  *
      ******************************************************************
       1180-RECORD-RUN-START.
           PERFORM 1190-GET-CHAIN-DATE
               THRU 1190-GET-CHAIN-DATE-EXIT.
           ACCEPT WS-CURRENT-TIME FROM TIME.

           MOVE 'N' TO WS-RUN-FOUND-SW.
           MOVE WS-JOB-NAME TO RUN-JOB-NAME.
           MOVE WS-RUN-DATE TO RUN-DATE.
           READ RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-RUN-FOUND-SW
           END-READ.

           MOVE WS-JOB-NAME        TO RUN-JOB-NAME.
           MOVE WS-RUN-DATE        TO RUN-DATE.
           MOVE WS-CURRENT-TIME    TO RUN-START-TIME.
           MOVE ZERO               TO RUN-END-TIME.
           MOVE 'S'                TO RUN-STATUS.
           MOVE ZERO               TO RUN-RECORDS-READ.
           MOVE ZERO               TO RUN-RECORDS-WRITTEN.

           IF RUN-RECORD-FOUND
               REWRITE RUN-CONTROL-RECORD
           ELSE
               WRITE RUN-CONTROL-RECORD
           END-IF.

       1180-RECORD-RUN-START-EXIT.
           EXIT.

      ******************************************************************
      *    1190-GET-CHAIN-DATE - the night's business date off the     *
      *    chain date file, so every job in the chain records itself   *
      *    under the one date however the clock reads when it starts.  *
      *    A standalone run with no chain date allocated falls back    *
      *    to its own calendar date and says so                        *
      ******************************************************************
       1190-GET-CHAIN-DATE.
           OPEN INPUT CHAIN-DATE-FILE.
           IF NOT CHAIN-DATE-FILE-OK
               DISPLAY 'DFH0XBQ - CHAIN DATE FILE NOT AVAILABLE, '
                   'USING TODAY'
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               GO TO 1190-GET-CHAIN-DATE-EXIT
           END-IF.

           READ CHAIN-DATE-FILE
               AT END
                   DISPLAY 'DFH0XBQ - CHAIN DATE FILE EMPTY, '
                       'USING TODAY'
                   ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
                   CLOSE CHAIN-DATE-FILE
                   GO TO 1190-GET-CHAIN-DATE-EXIT
           END-READ.

           IF CD-RUN-DATE NUMERIC AND CD-RUN-DATE NOT = ZERO
               MOVE CD-RUN-DATE TO WS-RUN-DATE
           ELSE
               DISPLAY 'DFH0XBQ - CHAIN DATE NOT NUMERIC, USING TODAY'
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF.
           CLOSE CHAIN-DATE-FILE.

       1190-GET-CHAIN-DATE-EXIT.
           EXIT.

      ******************************************************************
      *    2000-CHECK-CATALOG - walk the catalog start to finish,      *
      *    checking each item's department and that its IN-STOCK       *
      *    still equals the sum of its branch rows                     *
      ******************************************************************
       2000-CHECK-CATALOG.
           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 2100-CHECK-ONE-ITEM
               THRU 2100-CHECK-ONE-ITEM-EXIT
               UNTIL END-OF-INPUT.

       2000-CHECK-CATALOG-EXIT.
           EXIT.

       2100-CHECK-ONE-ITEM.
           READ CATALOG-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
                   GO TO 2100-CHECK-ONE-ITEM-EXIT
           END-READ.

           IF NOT CATALOG-FILE-OK
               DISPLAY 'DFH0XBQ - CATALOG READ ERROR '
                   FS-CATALOG-FILE
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE 'Y' TO WS-ABORT-SWITCH
               GO TO 2100-CHECK-ONE-ITEM-EXIT
           END-IF.

           ADD 1 TO WS-ROWS-CHECKED.

           PERFORM 2200-CHECK-DEPARTMENT
               THRU 2200-CHECK-DEPARTMENT-EXIT.

           IF STOCK-LOCATION-FILE-OPEN
               PERFORM 2300-CHECK-BRANCH-TOTAL
                   THRU 2300-CHECK-BRANCH-TOTAL-EXIT
           END-IF.

       2100-CHECK-ONE-ITEM-EXIT.
           EXIT.

      ******************************************************************
      *    2200-CHECK-DEPARTMENT - the item's department must be on    *
      *    DEPTFILE and still active there                             *
      ******************************************************************
       2200-CHECK-DEPARTMENT.
           MOVE CA-ITEM-REF OF CATALOG-RECORD TO BK-ITEM-REF.
           MOVE CA-DEPARTMENT OF CATALOG-RECORD TO BK-KEY.
           MOVE ZERO TO BK-CATALOG-QTY.
           MOVE ZERO TO BK-OTHER-QTY.

           IF WS-DEPT-COUNT = ZERO
               MOVE 'DEPT NOT ON DEPTFILE' TO BK-CHECK
               ADD 1 TO WS-DEPT-BREAKS
               PERFORM 7000-WRITE-BREAK
                   THRU 7000-WRITE-BREAK-EXIT
               GO TO 2200-CHECK-DEPARTMENT-EXIT
           END-IF.

           SET DPT-IDX TO 1.
           SEARCH WS-DEPT-ENTRY
               AT END
                   MOVE 'DEPT NOT ON DEPTFILE' TO BK-CHECK
                   ADD 1 TO WS-DEPT-BREAKS
                   PERFORM 7000-WRITE-BREAK
                       THRU 7000-WRITE-BREAK-EXIT
               WHEN WT-DEPARTMENT (DPT-IDX) =
                       CA-DEPARTMENT OF CATALOG-RECORD
                   IF WT-DEPT-ACTIVE-FLAG (DPT-IDX) = 'N'
                       MOVE 'DEPT INACTIVE' TO BK-CHECK
                       ADD 1 TO WS-DEPT-BREAKS
                       PERFORM 7000-WRITE-BREAK
                           THRU 7000-WRITE-BREAK-EXIT
                   END-IF
           END-SEARCH.

       2200-CHECK-DEPARTMENT-EXIT.
           EXIT.

      ******************************************************************
      *    2300-CHECK-BRANCH-TOTAL - sum the current item's stock-by-  *
      *    location rows and compare the sum with the catalog rollup.  *
      *    An item with no rows is still held on the rollup alone and  *
      *    has nothing to agree with                                   *
      ******************************************************************
       2300-CHECK-BRANCH-TOTAL.
           MOVE ZERO TO WS-BRANCH-ROW-COUNT.
           MOVE ZERO TO WS-BRANCH-STOCK-TOTAL.
           MOVE 'N' TO WS-STOCK-LOC-EOF-SWITCH.

           MOVE CA-ITEM-REF OF CATALOG-RECORD
               TO SL-ITEM-REF OF STOCK-LOCATION-RECORD.
           MOVE LOW-VALUES
               TO SL-LOCATION OF STOCK-LOCATION-RECORD.

           START STOCK-LOCATION-FILE
               KEY IS NOT LESS THAN SL-STOCK-KEY
                   OF STOCK-LOCATION-RECORD
               INVALID KEY
                   MOVE 'Y' TO WS-STOCK-LOC-EOF-SWITCH
           END-START.

           PERFORM 2310-ADD-BRANCH-ROW
               THRU 2310-ADD-BRANCH-ROW-EXIT
               UNTIL END-OF-BRANCH-ROWS.

           IF WS-BRANCH-ROW-COUNT = ZERO
               GO TO 2300-CHECK-BRANCH-TOTAL-EXIT
           END-IF.

           IF WS-BRANCH-STOCK-TOTAL NOT = IN-STOCK OF CATALOG-RECORD
               MOVE 'STOCK NOT = BRANCH ROWS' TO BK-CHECK
               MOVE CA-ITEM-REF OF CATALOG-RECORD TO BK-ITEM-REF
               MOVE SPACES TO BK-KEY
               MOVE IN-STOCK OF CATALOG-RECORD TO BK-CATALOG-QTY
               MOVE WS-BRANCH-STOCK-TOTAL TO BK-OTHER-QTY
               ADD 1 TO WS-STOCK-BREAKS
               PERFORM 7000-WRITE-BREAK
                   THRU 7000-WRITE-BREAK-EXIT
           END-IF.

       2300-CHECK-BRANCH-TOTAL-EXIT.
           EXIT.

       2310-ADD-BRANCH-ROW.
           READ STOCK-LOCATION-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-STOCK-LOC-EOF-SWITCH
                   GO TO 2310-ADD-BRANCH-ROW-EXIT
           END-READ.

           IF NOT STOCK-LOCATION-FILE-OK
               DISPLAY 'DFH0XBQ - STOCK LOCATION READ ERROR '
                   FS-STOCK-LOCATION-FILE
               MOVE 'Y' TO WS-STOCK-LOC-EOF-SWITCH
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE 'Y' TO WS-ABORT-SWITCH
               GO TO 2310-ADD-BRANCH-ROW-EXIT
           END-IF.

           IF SL-ITEM-REF OF STOCK-LOCATION-RECORD
                   NOT = CA-ITEM-REF OF CATALOG-RECORD
               MOVE 'Y' TO WS-STOCK-LOC-EOF-SWITCH
               GO TO 2310-ADD-BRANCH-ROW-EXIT
           END-IF.

           ADD 1 TO WS-BRANCH-ROW-COUNT.
           ADD SL-IN-STOCK OF STOCK-LOCATION-RECORD
               TO WS-BRANCH-STOCK-TOTAL.

       2310-ADD-BRANCH-ROW-EXIT.
           EXIT.

      ******************************************************************
      *    3000-CHECK-STOCK-LOCATIONS - every branch row must be for   *
      *    an item still on the catalog, at a branch on LOCFILE; a     *
      *    retired branch may keep its rows only while they are empty  *
      ******************************************************************
       3000-CHECK-STOCK-LOCATIONS.
           IF NOT STOCK-LOCATION-FILE-OPEN
               GO TO 3000-CHECK-STOCK-LOCATIONS-EXIT
           END-IF.

           MOVE 'N' TO WS-EOF-SWITCH.
           MOVE LOW-VALUES TO SL-STOCK-KEY OF STOCK-LOCATION-RECORD.
           START STOCK-LOCATION-FILE
               KEY IS NOT LESS THAN SL-STOCK-KEY
                   OF STOCK-LOCATION-RECORD
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-START.

           PERFORM 3100-CHECK-ONE-BRANCH-ROW
               THRU 3100-CHECK-ONE-BRANCH-ROW-EXIT
               UNTIL END-OF-INPUT.

       3000-CHECK-STOCK-LOCATIONS-EXIT.
           EXIT.

       3100-CHECK-ONE-BRANCH-ROW.
           READ STOCK-LOCATION-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
                   GO TO 3100-CHECK-ONE-BRANCH-ROW-EXIT
           END-READ.

           IF NOT STOCK-LOCATION-FILE-OK
               DISPLAY 'DFH0XBQ - STOCK LOCATION READ ERROR '
                   FS-STOCK-LOCATION-FILE
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE 'Y' TO WS-ABORT-SWITCH
               GO TO 3100-CHECK-ONE-BRANCH-ROW-EXIT
           END-IF.

           ADD 1 TO WS-ROWS-CHECKED.

           MOVE SL-ITEM-REF OF STOCK-LOCATION-RECORD TO WS-CHECK-ITEM.
           PERFORM 7100-CHECK-ON-CATALOG
               THRU 7100-CHECK-ON-CATALOG-EXIT.
           IF NOT ITEM-ON-CATALOG
               MOVE 'STKLOC ITEM NOT ON CAT' TO BK-CHECK
               MOVE SL-ITEM-REF OF STOCK-LOCATION-RECORD
                   TO BK-ITEM-REF
               MOVE SL-LOCATION OF STOCK-LOCATION-RECORD TO BK-KEY
               MOVE ZERO TO BK-CATALOG-QTY
               MOVE SL-IN-STOCK OF STOCK-LOCATION-RECORD
                   TO BK-OTHER-QTY
               ADD 1 TO WS-STKLOC-ORPHANS
               PERFORM 7000-WRITE-BREAK
                   THRU 7000-WRITE-BREAK-EXIT
           END-IF.

           MOVE SL-ITEM-REF OF STOCK-LOCATION-RECORD TO BK-ITEM-REF.
           MOVE SL-LOCATION OF STOCK-LOCATION-RECORD TO BK-KEY.
           MOVE ZERO TO BK-CATALOG-QTY.
           MOVE SL-IN-STOCK OF STOCK-LOCATION-RECORD TO BK-OTHER-QTY.

           IF WS-LOCATION-COUNT = ZERO
               MOVE 'LOCATION NOT ON LOCFILE' TO BK-CHECK
               ADD 1 TO WS-LOCATION-BREAKS
               PERFORM 7000-WRITE-BREAK
                   THRU 7000-WRITE-BREAK-EXIT
               GO TO 3100-CHECK-ONE-BRANCH-ROW-EXIT
           END-IF.

           SET LOC-IDX TO 1.
           SEARCH WS-LOCATION-ENTRY
               AT END
                   MOVE 'LOCATION NOT ON LOCFILE' TO BK-CHECK
                   ADD 1 TO WS-LOCATION-BREAKS
                   PERFORM 7000-WRITE-BREAK
                       THRU 7000-WRITE-BREAK-EXIT
               WHEN WL-LOC-CODE (LOC-IDX) =
                       SL-LOCATION OF STOCK-LOCATION-RECORD
                   IF WL-LOC-ACTIVE-FLAG (LOC-IDX) = 'N'
                           AND SL-IN-STOCK OF STOCK-LOCATION-RECORD
                               > ZERO
                       MOVE 'STOCK AT INACTIVE LOC' TO BK-CHECK
                       ADD 1 TO WS-LOCATION-BREAKS
                       PERFORM 7000-WRITE-BREAK
                           THRU 7000-WRITE-BREAK-EXIT
                   END-IF
           END-SEARCH.

       3100-CHECK-ONE-BRANCH-ROW-EXIT.
           EXIT.

      ******************************************************************
      *    4000-CHECK-VENDOR-XREF - every item-to-vendor row must be   *
      *    for an item still on the catalog and name a vendor that is  *
      *    on VENDFILE and active                                      *
      ******************************************************************
       4000-CHECK-VENDOR-XREF.
           OPEN INPUT XREF-FILE.
           IF NOT XREF-FILE-OK
               IF XREF-FILE-NOTCREATED
                   DISPLAY 'DFH0XBQ - NO ITEM-VENDOR XREF, '
                       'VENDOR CHECKS SKIPPED'
               ELSE
                   DISPLAY 'DFH0XBQ - ITEM-VENDOR XREF OPEN FAILED '
                       FS-XREF-FILE
                   MOVE 'Y' TO WS-ABORT-SWITCH
               END-IF
               GO TO 4000-CHECK-VENDOR-XREF-EXIT
           END-IF.

           PERFORM 4100-CHECK-ONE-XREF-ROW
               THRU 4100-CHECK-ONE-XREF-ROW-EXIT
               UNTIL XREF-FILE-EOF
               OR RUN-ABORTED.

           CLOSE XREF-FILE.

       4000-CHECK-VENDOR-XREF-EXIT.
           EXIT.

       4100-CHECK-ONE-XREF-ROW.
           READ XREF-FILE NEXT RECORD
               AT END
                   MOVE '10' TO FS-XREF-FILE
                   GO TO 4100-CHECK-ONE-XREF-ROW-EXIT
           END-READ.

           IF NOT XREF-FILE-OK
               DISPLAY 'DFH0XBQ - ITEM-VENDOR XREF READ ERROR '
                   FS-XREF-FILE
               MOVE 'Y' TO WS-ABORT-SWITCH
               GO TO 4100-CHECK-ONE-XREF-ROW-EXIT
           END-IF.

           ADD 1 TO WS-ROWS-CHECKED.

           MOVE IV-ITEM-REF OF ITEM-VENDOR-RECORD TO BK-ITEM-REF.
           MOVE IV-VENDOR-ID OF ITEM-VENDOR-RECORD TO BK-KEY.
           MOVE ZERO TO BK-CATALOG-QTY.
           MOVE ZERO TO BK-OTHER-QTY.

           MOVE IV-ITEM-REF OF ITEM-VENDOR-RECORD TO WS-CHECK-ITEM.
           PERFORM 7100-CHECK-ON-CATALOG
               THRU 7100-CHECK-ON-CATALOG-EXIT.
           IF NOT ITEM-ON-CATALOG
               MOVE 'ITMVND ITEM NOT ON CAT' TO BK-CHECK
               ADD 1 TO WS-XREF-ORPHANS
               PERFORM 7000-WRITE-BREAK
                   THRU 7000-WRITE-BREAK-EXIT
           END-IF.

           MOVE IV-VENDOR-ID OF ITEM-VENDOR-RECORD
               TO VND-VENDOR-ID OF VENDOR-RECORD.
           READ VENDOR-FILE
               INVALID KEY
                   MOVE 'VENDOR NOT ON VENDFILE' TO BK-CHECK
                   ADD 1 TO WS-VENDOR-BREAKS
                   PERFORM 7000-WRITE-BREAK
                       THRU 7000-WRITE-BREAK-EXIT
                   GO TO 4100-CHECK-ONE-XREF-ROW-EXIT
           END-READ.

           IF NOT VND-ACTIVE OF VENDOR-RECORD
               MOVE 'VENDOR INACTIVE' TO BK-CHECK
               ADD 1 TO WS-VENDOR-BREAKS
               PERFORM 7000-WRITE-BREAK
                   THRU 7000-WRITE-BREAK-EXIT
           END-IF.

       4100-CHECK-ONE-XREF-ROW-EXIT.
           EXIT.

      ******************************************************************
      *    5000-CHECK-OPEN-PO - every open purchase order row must be  *
      *    for an item still on the catalog                            *
      ******************************************************************
       5000-CHECK-OPEN-PO.
           OPEN INPUT OPEN-PO-FILE.
           IF NOT OPEN-PO-FILE-OK
               IF OPEN-PO-FILE-NOTCREATED
                   DISPLAY 'DFH0XBQ - NO OPEN PURCHASE ORDER FILE, '
                       'CHECK SKIPPED'
               ELSE
                   DISPLAY 'DFH0XBQ - OPEN PURCHASE ORDER OPEN '
                       'FAILED ' FS-OPEN-PO-FILE
                   MOVE 'Y' TO WS-ABORT-SWITCH
               END-IF
               GO TO 5000-CHECK-OPEN-PO-EXIT
           END-IF.

           PERFORM 5010-CHECK-ONE-OPEN-PO
               THRU 5010-CHECK-ONE-OPEN-PO-EXIT
               UNTIL OPEN-PO-FILE-EOF
               OR RUN-ABORTED.

           CLOSE OPEN-PO-FILE.

       5000-CHECK-OPEN-PO-EXIT.
           EXIT.

       5010-CHECK-ONE-OPEN-PO.
           READ OPEN-PO-FILE NEXT RECORD
               AT END
                   MOVE '10' TO FS-OPEN-PO-FILE
                   GO TO 5010-CHECK-ONE-OPEN-PO-EXIT
           END-READ.

           IF NOT OPEN-PO-FILE-OK
               DISPLAY 'DFH0XBQ - OPEN PURCHASE ORDER READ ERROR '
                   FS-OPEN-PO-FILE
               MOVE 'Y' TO WS-ABORT-SWITCH
               GO TO 5010-CHECK-ONE-OPEN-PO-EXIT
           END-IF.

           ADD 1 TO WS-ROWS-CHECKED.

           MOVE OP-ITEM-REF OF OPEN-PO-RECORD TO WS-CHECK-ITEM.
           PERFORM 7100-CHECK-ON-CATALOG
               THRU 7100-CHECK-ON-CATALOG-EXIT.
           IF NOT ITEM-ON-CATALOG
               MOVE 'OPENPO ITEM NOT ON CAT' TO BK-CHECK
               MOVE OP-ITEM-REF OF OPEN-PO-RECORD TO BK-ITEM-REF
               MOVE OP-VENDOR-ID OF OPEN-PO-RECORD TO BK-KEY
               MOVE ZERO TO BK-CATALOG-QTY
               MOVE OP-QUANTITY OF OPEN-PO-RECORD TO BK-OTHER-QTY
               ADD 1 TO WS-OPEN-PO-ORPHANS
               PERFORM 7000-WRITE-BREAK
                   THRU 7000-WRITE-BREAK-EXIT
           END-IF.

       5010-CHECK-ONE-OPEN-PO-EXIT.
           EXIT.

      ******************************************************************
      *    5100-CHECK-BACKORDERS - every open backorder must be for an *
      *    item still on the catalog                                   *
      ******************************************************************
       5100-CHECK-BACKORDERS.
           OPEN INPUT BACKORDER-FILE.
           IF NOT BACKORDER-FILE-OK
               IF BACKORDER-FILE-NOTCREATED
                   DISPLAY 'DFH0XBQ - NO BACKORDER FILE, '
                       'CHECK SKIPPED'
               ELSE
                   DISPLAY 'DFH0XBQ - BACKORDER OPEN FAILED '
                       FS-BACKORDER-FILE
                   MOVE 'Y' TO WS-ABORT-SWITCH
               END-IF
               GO TO 5100-CHECK-BACKORDERS-EXIT
           END-IF.

           PERFORM 5110-CHECK-ONE-BACKORDER
               THRU 5110-CHECK-ONE-BACKORDER-EXIT
               UNTIL BACKORDER-FILE-EOF
               OR RUN-ABORTED.

           CLOSE BACKORDER-FILE.

       5100-CHECK-BACKORDERS-EXIT.
           EXIT.

       5110-CHECK-ONE-BACKORDER.
           READ BACKORDER-FILE
               AT END
                   MOVE '10' TO FS-BACKORDER-FILE
                   GO TO 5110-CHECK-ONE-BACKORDER-EXIT
           END-READ.

           IF NOT BACKORDER-FILE-OK
               DISPLAY 'DFH0XBQ - BACKORDER READ ERROR '
                   FS-BACKORDER-FILE
               MOVE 'Y' TO WS-ABORT-SWITCH
               GO TO 5110-CHECK-ONE-BACKORDER-EXIT
           END-IF.

           ADD 1 TO WS-ROWS-CHECKED.

           MOVE BO-ITEM-REF TO WS-CHECK-ITEM.
           PERFORM 7100-CHECK-ON-CATALOG
               THRU 7100-CHECK-ON-CATALOG-EXIT.
           IF NOT ITEM-ON-CATALOG
               MOVE 'BACKORD ITEM NOT ON CAT' TO BK-CHECK
               MOVE BO-ITEM-REF TO BK-ITEM-REF
               MOVE BO-ORDER-NUMBER TO BK-KEY
               MOVE ZERO TO BK-CATALOG-QTY
               MOVE BO-QUANTITY-SHORT TO BK-OTHER-QTY
               ADD 1 TO WS-BACKORDER-ORPHANS
               PERFORM 7000-WRITE-BREAK
                   THRU 7000-WRITE-BREAK-EXIT
           END-IF.

       5110-CHECK-ONE-BACKORDER-EXIT.
           EXIT.

      ******************************************************************
      *    5200-CHECK-PENDING-PRICES - every pending price change must *
      *    be for an item still on the catalog                         *
      ******************************************************************
       5200-CHECK-PENDING-PRICES.
           OPEN INPUT PENDING-FILE.
           IF NOT PENDING-FILE-OK
               IF PENDING-FILE-NOTCREATED
                   DISPLAY 'DFH0XBQ - NO PENDING PRICE FILE, '
                       'CHECK SKIPPED'
               ELSE
                   DISPLAY 'DFH0XBQ - PENDING PRICE OPEN FAILED '
                       FS-PENDING-FILE
                   MOVE 'Y' TO WS-ABORT-SWITCH
               END-IF
               GO TO 5200-CHECK-PENDING-PRICES-EXIT
           END-IF.

           PERFORM 5210-CHECK-ONE-PENDING
               THRU 5210-CHECK-ONE-PENDING-EXIT
               UNTIL PENDING-FILE-EOF
               OR RUN-ABORTED.

           CLOSE PENDING-FILE.

       5200-CHECK-PENDING-PRICES-EXIT.
           EXIT.

       5210-CHECK-ONE-PENDING.
           READ PENDING-FILE
               AT END
                   MOVE '10' TO FS-PENDING-FILE
                   GO TO 5210-CHECK-ONE-PENDING-EXIT
           END-READ.

           IF NOT PENDING-FILE-OK
               DISPLAY 'DFH0XBQ - PENDING PRICE READ ERROR '
                   FS-PENDING-FILE
               MOVE 'Y' TO WS-ABORT-SWITCH
               GO TO 5210-CHECK-ONE-PENDING-EXIT
           END-IF.

           ADD 1 TO WS-ROWS-CHECKED.

           MOVE PP-ITEM-REF TO WS-CHECK-ITEM.
           PERFORM 7100-CHECK-ON-CATALOG
               THRU 7100-CHECK-ON-CATALOG-EXIT.
           IF NOT ITEM-ON-CATALOG
               MOVE 'PNDPRC ITEM NOT ON CAT' TO BK-CHECK
               MOVE PP-ITEM-REF TO BK-ITEM-REF
               MOVE PP-EFFECTIVE-DATE TO BK-KEY
               MOVE ZERO TO BK-CATALOG-QTY
               MOVE ZERO TO BK-OTHER-QTY
               ADD 1 TO WS-PENDING-ORPHANS
               PERFORM 7000-WRITE-BREAK
                   THRU 7000-WRITE-BREAK-EXIT
           END-IF.

       5210-CHECK-ONE-PENDING-EXIT.
           EXIT.

      ******************************************************************
      *    6000-PRINT-SUMMARY - breaks found under each check, and     *
      *    the night's total                                           *
      ******************************************************************
       6000-PRINT-SUMMARY.
           MOVE 'ROWS CHECKED                          = ' TO SL-TEXT.
           MOVE WS-ROWS-CHECKED TO SL-COUNT.
           PERFORM 6100-WRITE-SUMMARY-LINE
               THRU 6100-WRITE-SUMMARY-LINE-EXIT.

           MOVE 'IN-STOCK NOT EQUAL TO BRANCH ROWS     = ' TO SL-TEXT.
           MOVE WS-STOCK-BREAKS TO SL-COUNT.
           PERFORM 6100-WRITE-SUMMARY-LINE
               THRU 6100-WRITE-SUMMARY-LINE-EXIT.

           MOVE 'DEPARTMENT MISSING OR INACTIVE        = ' TO SL-TEXT.
           MOVE WS-DEPT-BREAKS TO SL-COUNT.
           PERFORM 6100-WRITE-SUMMARY-LINE
               THRU 6100-WRITE-SUMMARY-LINE-EXIT.

           MOVE 'STKLOC ROWS FOR ITEMS NOT ON CATALOG  = ' TO SL-TEXT.
           MOVE WS-STKLOC-ORPHANS TO SL-COUNT.
           PERFORM 6100-WRITE-SUMMARY-LINE
               THRU 6100-WRITE-SUMMARY-LINE-EXIT.

           MOVE 'ITMVND ROWS FOR ITEMS NOT ON CATALOG  = ' TO SL-TEXT.
           MOVE WS-XREF-ORPHANS TO SL-COUNT.
           PERFORM 6100-WRITE-SUMMARY-LINE
               THRU 6100-WRITE-SUMMARY-LINE-EXIT.

           MOVE 'OPENPO ROWS FOR ITEMS NOT ON CATALOG  = ' TO SL-TEXT.
           MOVE WS-OPEN-PO-ORPHANS TO SL-COUNT.
           PERFORM 6100-WRITE-SUMMARY-LINE
               THRU 6100-WRITE-SUMMARY-LINE-EXIT.

           MOVE 'BACKORD ROWS FOR ITEMS NOT ON CATALOG = ' TO SL-TEXT.
           MOVE WS-BACKORDER-ORPHANS TO SL-COUNT.
           PERFORM 6100-WRITE-SUMMARY-LINE
               THRU 6100-WRITE-SUMMARY-LINE-EXIT.

           MOVE 'PNDPRC ROWS FOR ITEMS NOT ON CATALOG  = ' TO SL-TEXT.
           MOVE WS-PENDING-ORPHANS TO SL-COUNT.
           PERFORM 6100-WRITE-SUMMARY-LINE
               THRU 6100-WRITE-SUMMARY-LINE-EXIT.

           MOVE 'VENDOR MISSING OR INACTIVE            = ' TO SL-TEXT.
           MOVE WS-VENDOR-BREAKS TO SL-COUNT.
           PERFORM 6100-WRITE-SUMMARY-LINE
               THRU 6100-WRITE-SUMMARY-LINE-EXIT.

           MOVE 'STOCK AT MISSING OR INACTIVE BRANCH   = ' TO SL-TEXT.
           MOVE WS-LOCATION-BREAKS TO SL-COUNT.
           PERFORM 6100-WRITE-SUMMARY-LINE
               THRU 6100-WRITE-SUMMARY-LINE-EXIT.

           MOVE 'TOTAL BREAKS                          = ' TO SL-TEXT.
           MOVE WS-TOTAL-BREAKS TO SL-COUNT.
           PERFORM 6100-WRITE-SUMMARY-LINE
               THRU 6100-WRITE-SUMMARY-LINE-EXIT.

       6000-PRINT-SUMMARY-EXIT.
           EXIT.

       6100-WRITE-SUMMARY-LINE.
           MOVE WS-SUMMARY-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       6100-WRITE-SUMMARY-LINE-EXIT.
           EXIT.

      ******************************************************************
      *    7000-WRITE-BREAK - one report line for the break described  *
      *    in WS-BREAK-LINE                                            *
      ******************************************************************
       7000-WRITE-BREAK.
           ADD 1 TO WS-TOTAL-BREAKS.
           MOVE WS-BREAK-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       7000-WRITE-BREAK-EXIT.
           EXIT.

      ******************************************************************
      *    7100-CHECK-ON-CATALOG - is WS-CHECK-ITEM still on the       *
      *    catalog?                                                    *
      ******************************************************************
       7100-CHECK-ON-CATALOG.
           MOVE 'Y' TO WS-ON-CATALOG-SWITCH.
           MOVE WS-CHECK-ITEM TO CA-ITEM-REF OF CATALOG-RECORD.

           READ CATALOG-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ON-CATALOG-SWITCH
           END-READ.

       7100-CHECK-ON-CATALOG-EXIT.
           EXIT.

      ******************************************************************
      *    8000-TERMINATE - record the run's result, close what        *
      *    1000-INITIALISE opened and set the job's return code        *
      ******************************************************************
       8000-TERMINATE.
           PERFORM 8100-RECORD-RUN-END
               THRU 8100-RECORD-RUN-END-EXIT.

           IF CATALOG-FILE-OPEN
               CLOSE CATALOG-FILE
           END-IF.
           IF STOCK-LOCATION-FILE-OPEN
               CLOSE STOCK-LOCATION-FILE
           END-IF.
           IF VENDOR-FILE-OPEN
               CLOSE VENDOR-FILE
           END-IF.
           IF REPORT-FILE-OPEN
               CLOSE REPORT-FILE
           END-IF.

           DISPLAY 'DFH0XBQ - ROWS CHECKED: ' WS-ROWS-CHECKED.
           DISPLAY 'DFH0XBQ - BREAKS FOUND: ' WS-TOTAL-BREAKS.

      *    the update jobs are held on this job's return code: 8 for
      *    breaks found, 16 for a check that could not be completed
           IF NOT REACHED-NORMAL-END
               DISPLAY 'DFH0XBQ - INTEGRITY CHECK NOT COMPLETED'
               MOVE 16 TO RETURN-CODE
               GO TO 8000-TERMINATE-EXIT
           END-IF.
           IF WS-TOTAL-BREAKS > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.

       8000-TERMINATE-EXIT.
           EXIT.

      ******************************************************************
      *    8100-RECORD-RUN-END - rewrite this job's run record with    *
      *    its end time and counts.  A night with breaks is recorded   *
      *    as failed, the same as a check that could not finish, so    *
      *    the chain report (DFH0XBF) flags it; the breaks found are   *
      *    the records written                                         *
      ******************************************************************
       8100-RECORD-RUN-END.
           IF NOT RUN-CONTROL-FILE-OPEN
               GO TO 8100-RECORD-RUN-END-EXIT
           END-IF.

           ACCEPT WS-CURRENT-TIME FROM TIME.

           MOVE WS-JOB-NAME TO RUN-JOB-NAME.
           MOVE WS-RUN-DATE TO RUN-DATE.
           READ RUN-CONTROL-FILE
               INVALID KEY
                   DISPLAY 'DFH0XBQ - RUN CONTROL RECORD LOST'
                   GO TO 8100-RECORD-RUN-END-CLOSE
           END-READ.

           MOVE WS-CURRENT-TIME TO RUN-END-TIME.
           IF REACHED-NORMAL-END AND WS-TOTAL-BREAKS = ZERO
               MOVE 'C' TO RUN-STATUS
           ELSE
               MOVE 'F' TO RUN-STATUS
           END-IF.
           MOVE WS-ROWS-CHECKED TO RUN-RECORDS-READ.
           MOVE WS-TOTAL-BREAKS TO RUN-RECORDS-WRITTEN.
           REWRITE RUN-CONTROL-RECORD.

       8100-RECORD-RUN-END-CLOSE.
           CLOSE RUN-CONTROL-FILE.
           MOVE 'N' TO WS-RUN-CONTROL-OPEN-SW.

       8100-RECORD-RUN-END-EXIT.
           EXIT.

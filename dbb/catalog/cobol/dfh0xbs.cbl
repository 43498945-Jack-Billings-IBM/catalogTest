      ******************************************************************
      *                                                                *
      * PROGRAM NAME = DFH0XBS                                        *
      *                                                                *
      * DESCRIPTIVE NAME = CICS TS  (Samples) Example Application -    *
      *                     ABC classification and cycle count         *
      *                     schedule                                   *
      *                                                                *
      *      Licensed Materials - Property of IBM                      *
      *      "Restricted Materials of IBM"                             *
      *      5655-Y04                                                  *
      *      (C) Copyright IBM Corp. 2004"                             *
      *                                                                *
      * FUNCTION =                                                     *
      *      Decides what the stores team counts.  Every item on the   *
      *      catalog is ranked by its annual movement value - the      *
      *      units moved over the twelve months to the run date off    *
      *      the item movement history (MOVEHIST, see DFH0XCPM),       *
      *      transfer legs left out as they only move stock between    *
      *      branches, priced at CA-COST and taken into house          *
      *      currency through the exchange rate reference file         *
      *      (EXCHRATE, see DFH0XCPD).  Working down from the highest  *
      *      value, items are class A until the cumulative value       *
      *      reaches the A cutoff, class B until it reaches the B      *
      *      cutoff and class C after that; the cutoffs are 80 and 95  *
      *      per cent of the total unless the parameter file (ABCPARM) *
      *      says otherwise.  An item that has not moved is class C.   *
      *                                                                *
      *      An A item is counted every month, a B item every quarter  *
      *      and a C item once a year, at every branch that holds a    *
      *      stock-by-location row for it (STKLOC, see DFH0XCPO) - or, *
      *      in a shop with no branches, once against the rollup.  A   *
      *      branch row is due when the calendar months since its last *
      *      count date (CNTDATE, see DFH0XCPY, kept by the stock      *
      *      reconciliation DFH0XB4) reach its class's interval, or    *
      *      when it has never been counted.  Rows at a retired branch *
      *      are not scheduled.  A kit parent (KITFILE, see DFH0XCPV)  *
      *      keeps no stock of its own and is never scheduled; its     *
      *      components are counted where they sit.                    *
      *                                                                *
      *      What is due is printed as count sheets (CNTSHEET), by     *
      *      location and department, showing no system stock, and is  *
      *      written as a physical count file skeleton (PHYSCNT, the   *
      *      layout DFH0XB4 reads) with the counted stock left blank   *
      *      for the stores team to fill in.  The skeleton carries the *
      *      usual header and trailer (see DFH0XCPF); its header names *
      *      this job, and its trailer's quantity hash is zero, as     *
      *      nothing has been counted when it is written.              *
      *                                                                *
      * CHANGE ACTIVITY :                                              *
      *      $SEG(DFH0XBS),COMP(SAMPLES),PROD(CICS TS ):              *
      *                                                                *
      *   PN= REASON REL YYMMDD HDXXIII : REMARKS                      *
      *   $D0= I30461 710 261015 HDJWB   : BASE - ABC CLASSIFICATION   *
      *                                     AND CYCLE COUNT SCHEDULE   *
      *   $D1= I30461 710 261015 HDJWB   : KIT PARENTS (KITFILE) ARE   *
      *                                     NOT SCHEDULED, AND ARE     *
      *                                     COUNTED ON THE REPORT      *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DFH0XBS.
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

           SELECT MOVEMENT-FILE       ASSIGN TO MOVEHIST
                  ORGANIZATION        SEQUENTIAL
                  FILE STATUS         FS-MOVEMENT-FILE.

           SELECT STOCK-LOCATION-FILE ASSIGN TO STKLOC
                  ORGANIZATION        INDEXED
                  ACCESS MODE         DYNAMIC
                  RECORD KEY          SL-STOCK-KEY
                                          OF STOCK-LOCATION-RECORD
                  FILE STATUS         FS-STOCK-LOCATION-FILE.

           SELECT LOCATION-FILE       ASSIGN TO LOCFILE
                  ORGANIZATION        INDEXED
                  ACCESS MODE         SEQUENTIAL
                  RECORD KEY          LOC-CODE OF LOCATION-RECORD
                  FILE STATUS         FS-LOCATION-FILE.

           SELECT KIT-FILE            ASSIGN TO KITFILE
                  ORGANIZATION        INDEXED
                  ACCESS MODE         SEQUENTIAL
                  RECORD KEY          KS-KIT-KEY
                                          OF KIT-STRUCTURE-RECORD
                  FILE STATUS         FS-KIT-FILE.

           SELECT DEPARTMENT-FILE     ASSIGN TO DEPTFILE
                  ORGANIZATION        INDEXED
                  ACCESS MODE         SEQUENTIAL
                  RECORD KEY          DEPT-CODE OF DEPARTMENT-RECORD
                  FILE STATUS         FS-DEPARTMENT-FILE.

           SELECT RATE-FILE           ASSIGN TO EXCHRATE
                  ORGANIZATION        INDEXED
                  ACCESS MODE         SEQUENTIAL
                  RECORD KEY          EXR-CURRENCY-CODE
                                          OF EXCHANGE-RATE-RECORD
                  FILE STATUS         FS-RATE-FILE.

           SELECT COUNT-DATE-FILE     ASSIGN TO CNTDATE
                  ORGANIZATION        INDEXED
                  ACCESS MODE         RANDOM
                  RECORD KEY          LC-COUNT-KEY
                                          OF LAST-COUNT-RECORD
                  FILE STATUS         FS-COUNT-DATE-FILE.

           SELECT PARAMETER-FILE      ASSIGN TO ABCPARM
                  ORGANIZATION        SEQUENTIAL
                  FILE STATUS         FS-PARAMETER-FILE.

           SELECT SORT-FILE           ASSIGN TO SORTWK1.

           SELECT SCHEDULE-SORT-FILE  ASSIGN TO SORTWK2.

           SELECT REPORT-FILE         ASSIGN TO CNTSHEET
                  ORGANIZATION        SEQUENTIAL
                  FILE STATUS         FS-REPORT-FILE.

           SELECT COUNT-FILE          ASSIGN TO PHYSCNT
                  ORGANIZATION        SEQUENTIAL
                  FILE STATUS         FS-COUNT-FILE.

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

       FD  MOVEMENT-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY dfh0xcpm.

       FD  STOCK-LOCATION-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY dfh0xcpo.

       FD  LOCATION-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY dfh0xcpn.

       FD  KIT-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY dfh0xcpv.

       FD  DEPARTMENT-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY dfh0xcp8.

       FD  RATE-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY dfh0xcpd.

       FD  COUNT-DATE-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY dfh0xcpy.

       FD  PARAMETER-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
       01  ABC-PARM-RECORD.
           03 AP-A-PERCENT              PIC 9(3).
           03 AP-B-PERCENT              PIC 9(3).

      *    one row per catalog item, highest annual movement value
      *    first; SRT-ITEM-SUB is the item's place in WS-ITEM-TABLE,
      *    where the class it is given is kept
       SD  SORT-FILE.
       01  SORT-RECORD.
           03 SRT-ANNUAL-VALUE         PIC S9(13)V99 COMP-3.
           03 SRT-ITEM-REF             PIC 9(4).
           03 SRT-ITEM-SUB             PIC 9(5).

      *    one row per item and branch due to be counted, in count
      *    sheet order
       SD  SCHEDULE-SORT-FILE.
       01  SCHEDULE-SORT-RECORD.
           03 SCH-LOCATION             PIC X(3).
           03 SCH-DEPARTMENT           PIC 9(3).
           03 SCH-ITEM-REF             PIC 9(4).
           03 SCH-DESCRIPTION          PIC X(40).
           03 SCH-CLASS                PIC X(1).
           03 SCH-LAST-COUNT-DATE      PIC 9(8).

       FD  REPORT-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
       01  REPORT-RECORD               PIC X(80).

      *    the physical count file as DFH0XB4 reads it, bracketed by
      *    header and trailer control records (see DFH0XCPF); a count
      *    row is padded with spaces to the control record's length
       FD  COUNT-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
       01  COUNT-RECORD.
           03 PC-ITEM-REF               PIC 9(4).
      *    left blank for the stores team to fill in
           03 PC-COUNTED-STOCK          PIC X(4).
           03 PC-LOCATION               PIC X(3).
           03 FILLER                    PIC X(19).
       01  COUNT-CONTROL-AREA           PIC X(30).

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
       77  WS-JOB-NAME                  PIC X(8) VALUE 'DFH0XBS'.
       77  WS-CURRENT-TIME              PIC 9(8) VALUE ZERO.
       77  WS-NORMAL-END-SW            PIC X(01) VALUE 'N'.
           88 REACHED-NORMAL-END           VALUE 'Y'.

       77  FS-CATALOG-FILE             PIC X(02) VALUE '00'.
           88 CATALOG-FILE-OK              VALUE '00'.
           88 CATALOG-FILE-EOF             VALUE '10'.

       77  FS-MOVEMENT-FILE            PIC X(02) VALUE '00'.
           88 MOVEMENT-FILE-OK             VALUE '00'.
           88 MOVEMENT-FILE-EOF            VALUE '10'.
           88 MOVEMENT-FILE-NOTCREATED      VALUE '35'.

       77  FS-STOCK-LOCATION-FILE       PIC X(02) VALUE '00'.
           88 STOCK-LOCATION-FILE-OK        VALUE '00'.
           88 STOCK-LOCATION-NOTCREATED      VALUE '35'.

       77  FS-LOCATION-FILE             PIC X(02) VALUE '00'.
           88 LOCATION-FILE-OK              VALUE '00'.
           88 LOCATION-FILE-EOF             VALUE '10'.
           88 LOCATION-FILE-NOTCREATED       VALUE '35'.

       77  FS-KIT-FILE                  PIC X(02) VALUE '00'.
           88 KIT-FILE-OK                   VALUE '00'.
           88 KIT-FILE-EOF                  VALUE '10'.
           88 KIT-FILE-NOTCREATED            VALUE '35'.

       77  FS-DEPARTMENT-FILE           PIC X(02) VALUE '00'.
           88 DEPARTMENT-FILE-OK            VALUE '00'.
           88 DEPARTMENT-FILE-EOF           VALUE '10'.

       77  FS-RATE-FILE                 PIC X(02) VALUE '00'.
           88 RATE-FILE-OK                  VALUE '00'.
           88 RATE-FILE-EOF                 VALUE '10'.

       77  FS-COUNT-DATE-FILE           PIC X(02) VALUE '00'.
           88 COUNT-DATE-FILE-OK            VALUE '00'.
           88 COUNT-DATE-FILE-NOTFND        VALUE '23'.
           88 COUNT-DATE-FILE-NOTCREATED     VALUE '35'.

       77  FS-PARAMETER-FILE           PIC X(02) VALUE '00'.
           88 PARAMETER-FILE-OK            VALUE '00'.

       77  FS-REPORT-FILE              PIC X(02) VALUE '00'.
           88 REPORT-FILE-OK                VALUE '00'.

       77  FS-COUNT-FILE               PIC X(02) VALUE '00'.
           88 COUNT-FILE-OK                 VALUE '00'.

      *    Set once its file has actually been opened, so 8000-TERMINATE
      *    closes only what 1000-INITIALISE actually succeeded in opening
       77  WS-CATALOG-OPEN-SW          PIC X(01) VALUE 'N'.
           88 CATALOG-FILE-OPEN             VALUE 'Y'.
       77  WS-MOVEMENT-OPEN-SW         PIC X(01) VALUE 'N'.
           88 MOVEMENT-FILE-OPEN            VALUE 'Y'.
       77  WS-STOCK-LOCATION-OPEN-SW   PIC X(01) VALUE 'N'.
           88 STOCK-LOCATION-FILE-OPEN      VALUE 'Y'.
       77  WS-COUNT-DATE-OPEN-SW       PIC X(01) VALUE 'N'.
           88 COUNT-DATE-FILE-OPEN          VALUE 'Y'.
       77  WS-REPORT-OPEN-SW           PIC X(01) VALUE 'N'.
           88 REPORT-FILE-OPEN              VALUE 'Y'.
       77  WS-COUNT-OPEN-SW            PIC X(01) VALUE 'N'.
           88 COUNT-FILE-OPEN               VALUE 'Y'.

       77  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
           88 RUN-ABORTED                  VALUE 'Y'.

       77  WS-CATALOG-EOF-SWITCH       PIC X(01) VALUE 'N'.
           88 END-OF-CATALOG               VALUE 'Y'.

       77  WS-MOVE-EOF-SWITCH          PIC X(01) VALUE 'N'.
           88 END-OF-MOVEMENTS             VALUE 'Y'.

       77  WS-STOCK-LOC-EOF-SWITCH     PIC X(01) VALUE 'N'.
           88 END-OF-BRANCH-ROWS           VALUE 'Y'.

       77  WS-SORT-EOF-SWITCH          PIC X(01) VALUE 'N'.
           88 END-OF-SORT                  VALUE 'Y'.

       77  WS-SCHEDULE-EOF-SWITCH      PIC X(01) VALUE 'N'.
           88 END-OF-SCHEDULE              VALUE 'Y'.

       77  WS-FIRST-LOC-SWITCH         PIC X(01) VALUE 'Y'.
           88 FIRST-LOC-BREAK              VALUE 'Y'.

       77  WS-FIRST-DEPT-SWITCH        PIC X(01) VALUE 'Y'.
           88 FIRST-DEPT-BREAK             VALUE 'Y'.

      *    The class cutoffs, as a percentage of the total annual
      *    movement value; ABCPARM may override them
       77  WS-A-PERCENT                 PIC 9(3) VALUE 80.
       77  WS-B-PERCENT                 PIC 9(3) VALUE 95.
       77  WS-TOTAL-VALUE               PIC S9(15)V99 COMP-3
                                         VALUE ZERO.
       77  WS-CUMULATIVE-VALUE          PIC S9(15)V99 COMP-3
                                         VALUE ZERO.
       77  WS-A-CUTOFF-VALUE            PIC S9(15)V99 COMP-3
                                         VALUE ZERO.
       77  WS-B-CUTOFF-VALUE            PIC S9(15)V99 COMP-3
                                         VALUE ZERO.

      *    Class letters and how many calendar months may pass
      *    between counts of an item in each class
       01  WS-CLASS-VALUES.
           03 FILLER                    PIC X(03) VALUE 'A01'.
           03 FILLER                    PIC X(03) VALUE 'B03'.
           03 FILLER                    PIC X(03) VALUE 'C12'.
       01  WS-CLASS-TABLE REDEFINES WS-CLASS-VALUES.
           03 WS-CLASS-ENTRY OCCURS 3 TIMES.
               05 WC-CLASS              PIC X(1).
               05 WC-MONTHS             PIC 9(2).

      *    Items and annual value put into each class, in
      *    WS-CLASS-TABLE order
       01  WS-CLASS-TOTALS.
           03 WS-CLASS-TOTAL OCCURS 3 TIMES.
               05 CT-ITEMS              PIC 9(7) COMP.
               05 CT-VALUE              PIC S9(15)V99 COMP-3.
       77  WS-CLASS-SUB                PIC 9(1) COMP VALUE ZERO.

      *    The run date's month and the twelve months of movement
      *    that rank the items; a count date is compared with the
      *    run date a calendar month at a time
       77  WS-WINDOW-START-DATE         PIC 9(8) VALUE ZERO.
       77  WS-RUN-MONTHS                PIC 9(7) COMP VALUE ZERO.
       77  WS-LAST-COUNT-MONTHS         PIC 9(7) COMP VALUE ZERO.
       77  WS-MONTHS-SINCE-COUNT        PIC S9(7) COMP VALUE ZERO.
       77  WS-INTERVAL-MONTHS           PIC 9(2) VALUE ZERO.
       77  WS-ITEM-CLASS                PIC X(1) VALUE SPACES.

       01  WS-DATE-WORK.
           03 WS-DATE-YYYYMMDD         PIC 9(8).
           03 WS-DATE-PARTS REDEFINES WS-DATE-YYYYMMDD.
               05 WS-DATE-PERIOD       PIC 9(6).
               05 WS-DATE-DAY          PIC 9(2).

       01  WS-PERIOD-WORK.
           03 WS-PERIOD-YYYYMM         PIC 9(6).
           03 WS-PERIOD-PARTS REDEFINES WS-PERIOD-YYYYMM.
               05 WS-PERIOD-YEAR       PIC 9(4).
               05 WS-PERIOD-MONTH      PIC 9(2).

       77  WS-ITEMS-READ                PIC 9(07) COMP VALUE ZERO.
       77  WS-MOVEMENTS-READ            PIC 9(07) COMP VALUE ZERO.
       77  WS-MOVEMENTS-IN-YEAR         PIC 9(07) COMP VALUE ZERO.
       77  WS-ITEMS-NO-RATE             PIC 9(07) COMP VALUE ZERO.
       77  WS-ROWS-CONSIDERED           PIC 9(07) COMP VALUE ZERO.
       77  WS-ROWS-NOT-DUE              PIC 9(07) COMP VALUE ZERO.
       77  WS-ROWS-NEVER-COUNTED        PIC 9(07) COMP VALUE ZERO.
       77  WS-ROWS-RETIRED-BRANCH       PIC 9(07) COMP VALUE ZERO.
       77  WS-KIT-PARENTS-SKIPPED       PIC 9(07) COMP VALUE ZERO.
       77  WS-SKELETON-ROWS             PIC 9(07) COMP VALUE ZERO.
       77  WS-SKELETON-REF-HASH         PIC 9(11) VALUE ZERO.
       77  WS-LOCATION-ROWS             PIC 9(07) COMP VALUE ZERO.

       77  WS-BRANCH-ROW-COUNT         PIC 9(3) COMP VALUE ZERO.
       77  WS-SCHEDULE-LOCATION        PIC X(3) VALUE SPACES.
       77  WS-PREV-LOCATION            PIC X(3) VALUE SPACES.
       77  WS-PREV-DEPARTMENT          PIC 9(3) VALUE ZERO.
       77  WS-SEARCH-DEPARTMENT        PIC 9(3) VALUE ZERO.

       77  WS-DEFAULT-DEPT-NAME        PIC X(20)
                                        VALUE 'UNKNOWN DEPARTMENT'.
       77  WS-DEPT-NAME-USED           PIC X(20) VALUE SPACES.
       77  WS-DEPT-COUNT               PIC 9(3) COMP VALUE ZERO.

      *    Department names, loaded at startup from the department
      *    reference file (see DFH0XCP8).  Retired departments are
      *    kept: an item can still be on a shelf in one
       01  WS-DEPARTMENT-TABLE.
           03 WS-DEPT-ENTRY OCCURS 1 TO 200 TIMES
                             DEPENDING ON WS-DEPT-COUNT
                             INDEXED BY THR-IDX.
               05 WT-DEPARTMENT         PIC 9(3).
               05 WT-DEPT-NAME          PIC X(20).

      *    Branches, loaded at startup from the location reference
      *    file (see DFH0XCPN), for the count sheet headings and so
      *    that rows at a retired branch are not scheduled
       77  WS-ROLLUP-LOC-NAME          PIC X(20)
                                        VALUE 'NO BRANCH - ROLLUP'.
       77  WS-DEFAULT-LOC-NAME         PIC X(20)
                                        VALUE 'UNKNOWN BRANCH'.
       77  WS-LOC-NAME-USED            PIC X(20) VALUE SPACES.
       77  WS-LOC-ACTIVE-SW            PIC X(01) VALUE 'Y'.
           88 LOCATION-ACTIVE              VALUE 'Y'.
       77  WS-LOCATION-COUNT           PIC 9(2) COMP VALUE ZERO.
       01  WS-LOCATION-TABLE.
           03 WS-LOCATION-ENTRY OCCURS 1 TO 50 TIMES
                             DEPENDING ON WS-LOCATION-COUNT
                             INDEXED BY LOC-IDX.
               05 WL-LOC-CODE           PIC X(3).
               05 WL-LOC-NAME           PIC X(20).
               05 WL-LOC-ACTIVE-FLAG    PIC X(1).

      *    Kit parents, loaded at startup from the kit structure file
      *    (see DFH0XCPV).  A kit keeps no stock of its own - its
      *    components are counted where they sit - so a kit parent is
      *    never put on a count sheet
       77  WS-KIT-COUNT                PIC 9(3) COMP VALUE ZERO.
       77  WS-KIT-FOUND-SW             PIC X(01) VALUE 'N'.
           88 ITEM-IS-KIT                  VALUE 'Y'.
       01  WS-KIT-TABLE.
           03 WS-KIT-ENTRY OCCURS 1 TO 500 TIMES
                             DEPENDING ON WS-KIT-COUNT
                             INDEXED BY KIT-IDX.
               05 WK-PARENT-ITEM        PIC 9(4).

      *    Exchange rates, loaded at startup from the exchange rate
      *    reference file (see DFH0XCPD); an item whose currency is
      *    not in this table is ranked on its cost as it stands
       77  WS-RATE-COUNT               PIC 9(2) COMP VALUE ZERO.
       77  WS-RATE-FOUND-SW            PIC X(01) VALUE 'N'.
           88 RATE-FOUND                   VALUE 'Y'.
       77  WS-RATE-USED                PIC S9(5)V9(6) COMP-3
                                        VALUE ZERO.
       01  WS-RATE-TABLE.
           03 WS-RATE-ENTRY OCCURS 1 TO 50 TIMES
                             DEPENDING ON WS-RATE-COUNT
                             INDEXED BY RTE-IDX.
               05 WX-CURRENCY-CODE      PIC X(3).
               05 WX-RATE               PIC S9(5)V9(6) COMP-3.

      *    One entry per catalog item, in catalog order: what it is
      *    costed at, the units it moved over the year and the class
      *    the ranking gives it
       77  WS-ITEM-COUNT               PIC 9(5) COMP VALUE ZERO.
       77  WS-ITEM-FOUND-SW            PIC X(01) VALUE 'N'.
           88 ITEM-ENTRY-FOUND             VALUE 'Y'.
       77  WS-ITEM-SUB                 PIC 9(5) COMP VALUE ZERO.
       77  WS-SEARCH-ITEM              PIC 9(4) VALUE ZERO.
       01  WS-ITEM-TABLE.
           03 WS-ITEM-ENTRY OCCURS 1 TO 9999 TIMES
                             DEPENDING ON WS-ITEM-COUNT
                             INDEXED BY ITM-IDX.
               05 WI-ITEM-REF           PIC 9(4).
               05 WI-COST               PIC S9(9)V99 COMP-3.
               05 WI-CURRENCY-CODE      PIC X(3).
               05 WI-UNITS              PIC S9(9) COMP-3.
               05 WI-CLASS              PIC X(1).

       01  WS-REPORT-HEADING.
           03 FILLER                    PIC X(25)
                VALUE 'CYCLE COUNT SCHEDULE FOR '.
           03 RH-DATE                    PIC 9(8).
           03 FILLER                    PIC X(47) VALUE SPACES.

       01  WS-WINDOW-LINE.
           03 FILLER                    PIC X(29)
                VALUE '  ANNUAL MOVEMENT VALUE FROM '.
           03 WL-FROM-DATE               PIC 9(8).
           03 FILLER                    PIC X(04) VALUE ' TO '.
           03 WL-TO-DATE                 PIC 9(8).
           03 FILLER                    PIC X(31) VALUE SPACES.

       01  WS-CUTOFF-LINE.
           03 FILLER                    PIC X(29)
                VALUE '  CUMULATIVE VALUE CUTOFFS A '.
           03 CO-A-PERCENT               PIC ZZ9.
           03 FILLER                    PIC X(05) VALUE '%  B '.
           03 CO-B-PERCENT               PIC ZZ9.
           03 FILLER                    PIC X(01) VALUE '%'.
           03 FILLER                    PIC X(39) VALUE SPACES.

       01  WS-CLASS-LINE.
           03 FILLER                    PIC X(08) VALUE '  CLASS '.
           03 CC-CLASS                   PIC X(1).
           03 FILLER                    PIC X(08) VALUE '  ITEMS '.
           03 CC-ITEMS                   PIC Z(6)9.
           03 FILLER                    PIC X(15)
                VALUE '  ANNUAL VALUE '.
           03 CC-VALUE                   PIC -Z(12)9.99.
           03 FILLER                    PIC X(08) VALUE '  EVERY '.
           03 CC-MONTHS                  PIC Z9.
           03 FILLER                    PIC X(07) VALUE ' MONTHS'.
           03 FILLER                    PIC X(07) VALUE SPACES.

       01  WS-LOCATION-HEADING.
           03 FILLER                    PIC X(25)
                VALUE 'COUNT SHEET FOR LOCATION '.
           03 LH-LOCATION                PIC X(3).
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 LH-LOC-NAME                PIC X(20).
           03 FILLER                    PIC X(07) VALUE '  DATE '.
           03 LH-DATE                    PIC 9(8).
           03 FILLER                    PIC X(15) VALUE SPACES.

       01  WS-DEPT-HEADING.
           03 FILLER                    PIC X(13)
                VALUE '  DEPARTMENT '.
           03 DH-DEPARTMENT              PIC 9(3).
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 DH-DEPT-NAME               PIC X(20).
           03 FILLER                    PIC X(42) VALUE SPACES.

       01  WS-COLUMN-HEADING.
           03 FILLER                    PIC X(08) VALUE '  ITEM  '.
           03 FILLER                    PIC X(32) VALUE 'DESCRIPTION'.
           03 FILLER                    PIC X(03) VALUE 'CL '.
           03 FILLER                    PIC X(10) VALUE 'LAST COUNT'.
           03 FILLER                    PIC X(27) VALUE SPACES.

       01  WS-SHEET-LINE.
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 CS-ITEM-REF                PIC 9(4).
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 CS-DESCRIPTION             PIC X(30).
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 CS-CLASS                   PIC X(1).
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 CS-LAST-COUNT-DATE         PIC 9(8).
           03 CS-LAST-COUNT-DATE-X REDEFINES CS-LAST-COUNT-DATE
                                         PIC X(8).
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 FILLER                    PIC X(18)
                VALUE 'COUNTED __________'.
           03 FILLER                    PIC X(09) VALUE SPACES.

       01  WS-COUNT-LINE.
           03 CL-LABEL                  PIC X(40).
           03 CL-COUNT                  PIC Z(6)9.
           03 FILLER                    PIC X(33) VALUE SPACES.

       01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.

           COPY dfh0xcpf.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
      *    0000-MAINLINE                                               *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALISE
               THRU 1000-INITIALISE-EXIT.

           PERFORM 2000-LOAD-CATALOG-ITEM
               THRU 2000-LOAD-CATALOG-ITEM-EXIT
               UNTIL END-OF-CATALOG.

           PERFORM 2500-ACCUMULATE-MOVEMENT
               THRU 2500-ACCUMULATE-MOVEMENT-EXIT
               UNTIL END-OF-MOVEMENTS.

           IF NOT RUN-ABORTED
               SORT SORT-FILE
                   DESCENDING KEY SRT-ANNUAL-VALUE
                   ASCENDING KEY SRT-ITEM-REF
                   INPUT PROCEDURE  3000-SORT-INPUT
                       THRU 3000-SORT-INPUT-EXIT
                   OUTPUT PROCEDURE 4000-SORT-OUTPUT
                       THRU 4000-SORT-OUTPUT-EXIT
           END-IF.

           IF NOT RUN-ABORTED
               PERFORM 4900-REPOSITION-CATALOG
                   THRU 4900-REPOSITION-CATALOG-EXIT
           END-IF.

           IF NOT RUN-ABORTED
               SORT SCHEDULE-SORT-FILE
                   ASCENDING KEY SCH-LOCATION SCH-DEPARTMENT
                                 SCH-ITEM-REF
                   INPUT PROCEDURE  5000-SCHEDULE-INPUT
                       THRU 5000-SCHEDULE-INPUT-EXIT
                   OUTPUT PROCEDURE 6000-SCHEDULE-OUTPUT
                       THRU 6000-SCHEDULE-OUTPUT-EXIT
           END-IF.

           IF NOT RUN-ABORTED
               MOVE 'Y' TO WS-NORMAL-END-SW
           END-IF.

           PERFORM 8000-TERMINATE
               THRU 8000-TERMINATE-EXIT.

           GOBACK.

      ******************************************************************
      *    1000-INITIALISE - fix the movement year and the cutoffs,    *
      *    open the inputs and outputs and load the reference tables   *
      ******************************************************************
       1000-INITIALISE.
           PERFORM 1170-OPEN-RUN-CONTROL
               THRU 1170-OPEN-RUN-CONTROL-EXIT.
           IF WS-RUN-CONTROL-OPEN-SW = 'N'
               PERFORM 1900-ABORT-RUN
                   THRU 1900-ABORT-RUN-EXIT
               GO TO 1000-INITIALISE-EXIT
           END-IF.
           PERFORM 1180-RECORD-RUN-START
               THRU 1180-RECORD-RUN-START-EXIT.

           PERFORM 1200-GET-PARAMETERS
               THRU 1200-GET-PARAMETERS-EXIT.
           PERFORM 1250-FIX-MOVEMENT-YEAR
               THRU 1250-FIX-MOVEMENT-YEAR-EXIT.

           OPEN INPUT CATALOG-FILE.
           IF NOT CATALOG-FILE-OK
               DISPLAY 'DFH0XBS - CATALOG OPEN FAILED '
                   FS-CATALOG-FILE
               PERFORM 1900-ABORT-RUN
                   THRU 1900-ABORT-RUN-EXIT
               GO TO 1000-INITIALISE-EXIT
           END-IF.
           MOVE 'Y' TO WS-CATALOG-OPEN-SW.

      *    a history that has never been created just means nothing
      *    has moved yet - every item is class C
           OPEN INPUT MOVEMENT-FILE.
           IF MOVEMENT-FILE-OK
               MOVE 'Y' TO WS-MOVEMENT-OPEN-SW
           ELSE
               IF MOVEMENT-FILE-NOTCREATED
                   DISPLAY 'DFH0XBS - NO MOVEMENT HISTORY YET, '
                       'EVERY ITEM IS CLASS C'
                   MOVE 'Y' TO WS-MOVE-EOF-SWITCH
               ELSE
                   DISPLAY 'DFH0XBS - MOVEMENT HISTORY OPEN FAILED '
                       FS-MOVEMENT-FILE
                   PERFORM 1900-ABORT-RUN
                       THRU 1900-ABORT-RUN-EXIT
                   GO TO 1000-INITIALISE-EXIT
               END-IF
           END-IF.

      *    a shop still running single-branch has no STKLOC; each
      *    item is then scheduled once, against the rollup
           OPEN INPUT STOCK-LOCATION-FILE.
           IF STOCK-LOCATION-FILE-OK
               MOVE 'Y' TO WS-STOCK-LOCATION-OPEN-SW
           ELSE
               IF STOCK-LOCATION-NOTCREATED
                   DISPLAY 'DFH0XBS - NO STOCK LOCATION FILE, '
                       'SCHEDULING THE ROLLUP'
               ELSE
                   DISPLAY 'DFH0XBS - STOCK LOCATION OPEN FAILED '
                       FS-STOCK-LOCATION-FILE
                   PERFORM 1900-ABORT-RUN
                       THRU 1900-ABORT-RUN-EXIT
                   GO TO 1000-INITIALISE-EXIT
               END-IF
           END-IF.

      *    until the first stocktake is reconciled there are no count
      *    dates, and everything is due
           OPEN INPUT COUNT-DATE-FILE.
           IF COUNT-DATE-FILE-OK
               MOVE 'Y' TO WS-COUNT-DATE-OPEN-SW
           ELSE
               IF COUNT-DATE-FILE-NOTCREATED
                   DISPLAY 'DFH0XBS - NO COUNT DATE FILE, '
                       'NOTHING HAS BEEN COUNTED YET'
               ELSE
                   DISPLAY 'DFH0XBS - COUNT DATE FILE OPEN FAILED '
                       FS-COUNT-DATE-FILE
                   PERFORM 1900-ABORT-RUN
                       THRU 1900-ABORT-RUN-EXIT
                   GO TO 1000-INITIALISE-EXIT
               END-IF
           END-IF.

           PERFORM 1400-LOAD-DEPARTMENT-TABLE
               THRU 1400-LOAD-DEPARTMENT-TABLE-EXIT.
           IF RUN-ABORTED
               GO TO 1000-INITIALISE-EXIT
           END-IF.

           PERFORM 1450-LOAD-LOCATION-TABLE
               THRU 1450-LOAD-LOCATION-TABLE-EXIT.
           IF RUN-ABORTED
               GO TO 1000-INITIALISE-EXIT
           END-IF.

           PERFORM 1500-LOAD-RATE-TABLE
               THRU 1500-LOAD-RATE-TABLE-EXIT.
           IF RUN-ABORTED
               GO TO 1000-INITIALISE-EXIT
           END-IF.

           PERFORM 1600-LOAD-KIT-TABLE
               THRU 1600-LOAD-KIT-TABLE-EXIT.
           IF RUN-ABORTED
               GO TO 1000-INITIALISE-EXIT
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF NOT REPORT-FILE-OK
               DISPLAY 'DFH0XBS - REPORT OPEN FAILED '
                   FS-REPORT-FILE
               PERFORM 1900-ABORT-RUN
                   THRU 1900-ABORT-RUN-EXIT
               GO TO 1000-INITIALISE-EXIT
           END-IF.
           MOVE 'Y' TO WS-REPORT-OPEN-SW.

           OPEN OUTPUT COUNT-FILE.
           IF NOT COUNT-FILE-OK
               DISPLAY 'DFH0XBS - COUNT FILE OPEN FAILED '
                   FS-COUNT-FILE
               PERFORM 1900-ABORT-RUN
                   THRU 1900-ABORT-RUN-EXIT
               GO TO 1000-INITIALISE-EXIT
           END-IF.
           MOVE 'Y' TO WS-COUNT-OPEN-SW.

      *    the header names this job, which is how the reconciliation
      *    knows the quantity hash on the trailer was never taken
           MOVE SPACES      TO BATCH-CONTROL-RECORD.
           MOVE 'H'         TO BCT-RECORD-TYPE.
           MOVE WS-RUN-DATE TO BCT-FILE-DATE.
           MOVE WS-JOB-NAME TO BCT-SOURCE-ID.
           WRITE COUNT-CONTROL-AREA FROM BATCH-CONTROL-RECORD.

           MOVE WS-RUN-DATE TO RH-DATE.
           MOVE WS-REPORT-HEADING TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-BLANK-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       1000-INITIALISE-EXIT.
           EXIT.

      ******************************************************************
      *    1200-GET-PARAMETERS - the A and B cutoffs off the parameter *
      *    file.  A run with no parameter file, or cutoffs that are    *
      *    not A below B and B no more than 100, keeps 80 and 95       *
      ******************************************************************
       1200-GET-PARAMETERS.
           OPEN INPUT PARAMETER-FILE.
           IF NOT PARAMETER-FILE-OK
               DISPLAY 'DFH0XBS - NO PARAMETER FILE, CUTOFFS '
                   WS-A-PERCENT ' AND ' WS-B-PERCENT
               GO TO 1200-GET-PARAMETERS-EXIT
           END-IF.

           READ PARAMETER-FILE
               AT END
                   DISPLAY 'DFH0XBS - PARAMETER FILE EMPTY, CUTOFFS '
                       WS-A-PERCENT ' AND ' WS-B-PERCENT
                   CLOSE PARAMETER-FILE
                   GO TO 1200-GET-PARAMETERS-EXIT
           END-READ.
           CLOSE PARAMETER-FILE.

           IF AP-A-PERCENT NUMERIC
                   AND AP-B-PERCENT NUMERIC
                   AND AP-A-PERCENT > ZERO
                   AND AP-A-PERCENT < AP-B-PERCENT
                   AND AP-B-PERCENT NOT > 100
               MOVE AP-A-PERCENT TO WS-A-PERCENT
               MOVE AP-B-PERCENT TO WS-B-PERCENT
           ELSE
               DISPLAY 'DFH0XBS - PARAMETER CUTOFFS NOT VALID, '
                   'CUTOFFS ' WS-A-PERCENT ' AND ' WS-B-PERCENT
           END-IF.

       1200-GET-PARAMETERS-EXIT.
           EXIT.

      ******************************************************************
      *    1250-FIX-MOVEMENT-YEAR - the twelve months of movement to   *
      *    the run date, and the run date's month as a count of        *
      *    months for the count-due test                               *
      ******************************************************************
       1250-FIX-MOVEMENT-YEAR.
           MOVE WS-RUN-DATE TO WS-DATE-YYYYMMDD.
           MOVE WS-DATE-PERIOD TO WS-PERIOD-YYYYMM.
           COMPUTE WS-RUN-MONTHS =
               (WS-PERIOD-YEAR * 12) + WS-PERIOD-MONTH.

           SUBTRACT 1 FROM WS-PERIOD-YEAR.
           MOVE WS-PERIOD-YYYYMM TO WS-DATE-PERIOD.
           MOVE WS-DATE-YYYYMMDD TO WS-WINDOW-START-DATE.

       1250-FIX-MOVEMENT-YEAR-EXIT.
           EXIT.

      ******************************************************************
      *    1400-LOAD-DEPARTMENT-TABLE - read the department reference  *
      *    file once, start to finish, into WS-DEPARTMENT-TABLE        *
      ******************************************************************
       1400-LOAD-DEPARTMENT-TABLE.
           MOVE ZERO TO WS-DEPT-COUNT.

           OPEN INPUT DEPARTMENT-FILE.
           IF NOT DEPARTMENT-FILE-OK
               DISPLAY 'DFH0XBS - DEPARTMENT OPEN FAILED '
                   FS-DEPARTMENT-FILE
               PERFORM 1900-ABORT-RUN
                   THRU 1900-ABORT-RUN-EXIT
               GO TO 1400-LOAD-DEPARTMENT-TABLE-EXIT
           END-IF.

           PERFORM 1410-LOAD-DEPARTMENT-ENTRY
               THRU 1410-LOAD-DEPARTMENT-ENTRY-EXIT
               UNTIL DEPARTMENT-FILE-EOF
               OR WS-DEPT-COUNT = 200.

           CLOSE DEPARTMENT-FILE.

       1400-LOAD-DEPARTMENT-TABLE-EXIT.
           EXIT.

       1410-LOAD-DEPARTMENT-ENTRY.
           READ DEPARTMENT-FILE NEXT RECORD
               AT END
                   MOVE '10' TO FS-DEPARTMENT-FILE
                   GO TO 1410-LOAD-DEPARTMENT-ENTRY-EXIT
           END-READ.

           IF NOT DEPARTMENT-FILE-OK
               GO TO 1410-LOAD-DEPARTMENT-ENTRY-EXIT
           END-IF.

           ADD 1 TO WS-DEPT-COUNT.
           MOVE DEPT-CODE              OF DEPARTMENT-RECORD
                                   TO WT-DEPARTMENT (WS-DEPT-COUNT).
           MOVE DEPT-NAME              OF DEPARTMENT-RECORD
                                   TO WT-DEPT-NAME (WS-DEPT-COUNT).

       1410-LOAD-DEPARTMENT-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      *    1450-LOAD-LOCATION-TABLE - read the location reference      *
      *    file once, start to finish, into WS-LOCATION-TABLE.  A shop *
      *    with no LOCFILE yet gets an empty table, and any branch it  *
      *    has rows for is printed as an unknown branch                *
      ******************************************************************
       1450-LOAD-LOCATION-TABLE.
           MOVE ZERO TO WS-LOCATION-COUNT.

           OPEN INPUT LOCATION-FILE.
           IF NOT LOCATION-FILE-OK
               IF LOCATION-FILE-NOTCREATED
                   DISPLAY 'DFH0XBS - NO LOCATION FILE, NO BRANCHES '
                       'ARE KNOWN'
               ELSE
                   DISPLAY 'DFH0XBS - LOCATION FILE OPEN FAILED '
                       FS-LOCATION-FILE
                   PERFORM 1900-ABORT-RUN
                       THRU 1900-ABORT-RUN-EXIT
               END-IF
               GO TO 1450-LOAD-LOCATION-TABLE-EXIT
           END-IF.

           PERFORM 1460-LOAD-LOCATION-ENTRY
               THRU 1460-LOAD-LOCATION-ENTRY-EXIT
               UNTIL LOCATION-FILE-EOF
               OR RUN-ABORTED.

           CLOSE LOCATION-FILE.

       1450-LOAD-LOCATION-TABLE-EXIT.
           EXIT.

       1460-LOAD-LOCATION-ENTRY.
           READ LOCATION-FILE NEXT RECORD
               AT END
                   MOVE '10' TO FS-LOCATION-FILE
                   GO TO 1460-LOAD-LOCATION-ENTRY-EXIT
           END-READ.

           IF NOT LOCATION-FILE-OK
               DISPLAY 'DFH0XBS - LOCATION READ ERROR '
                   FS-LOCATION-FILE
               PERFORM 1900-ABORT-RUN
                   THRU 1900-ABORT-RUN-EXIT
               GO TO 1460-LOAD-LOCATION-ENTRY-EXIT
           END-IF.

           IF WS-LOCATION-COUNT = 50
               DISPLAY 'DFH0XBS - OVER 50 LOCATIONS, '
                   'LOCATION TABLE FULL'
               PERFORM 1900-ABORT-RUN
                   THRU 1900-ABORT-RUN-EXIT
               GO TO 1460-LOAD-LOCATION-ENTRY-EXIT
           END-IF.

           ADD 1 TO WS-LOCATION-COUNT.
           MOVE LOC-CODE        OF LOCATION-RECORD
                             TO WL-LOC-CODE (WS-LOCATION-COUNT).
           MOVE LOC-NAME        OF LOCATION-RECORD
                             TO WL-LOC-NAME (WS-LOCATION-COUNT).
           MOVE LOC-ACTIVE-FLAG OF LOCATION-RECORD
                             TO WL-LOC-ACTIVE-FLAG (WS-LOCATION-COUNT).

       1460-LOAD-LOCATION-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      *    1500-LOAD-RATE-TABLE - read the exchange rate reference     *
      *    file once, start to finish, into WS-RATE-TABLE.  An empty   *
      *    or missing rate file aborts the run                         *
      ******************************************************************
       1500-LOAD-RATE-TABLE.
           MOVE ZERO TO WS-RATE-COUNT.

           OPEN INPUT RATE-FILE.
           IF NOT RATE-FILE-OK
               DISPLAY 'DFH0XBS - RATE FILE OPEN FAILED '
                   FS-RATE-FILE
               PERFORM 1900-ABORT-RUN
                   THRU 1900-ABORT-RUN-EXIT
               GO TO 1500-LOAD-RATE-TABLE-EXIT
           END-IF.

           PERFORM 1510-LOAD-RATE-ENTRY
               THRU 1510-LOAD-RATE-ENTRY-EXIT
               UNTIL RATE-FILE-EOF
               OR WS-RATE-COUNT = 50.

           CLOSE RATE-FILE.

           IF WS-RATE-COUNT = ZERO
               DISPLAY 'DFH0XBS - NO RATES ON EXCHANGE RATE FILE'
               PERFORM 1900-ABORT-RUN
                   THRU 1900-ABORT-RUN-EXIT
           END-IF.

       1500-LOAD-RATE-TABLE-EXIT.
           EXIT.

       1510-LOAD-RATE-ENTRY.
           READ RATE-FILE NEXT RECORD
               AT END
                   MOVE '10' TO FS-RATE-FILE
                   GO TO 1510-LOAD-RATE-ENTRY-EXIT
           END-READ.

           IF NOT RATE-FILE-OK
               GO TO 1510-LOAD-RATE-ENTRY-EXIT
           END-IF.

           ADD 1 TO WS-RATE-COUNT.
           MOVE EXR-CURRENCY-CODE OF EXCHANGE-RATE-RECORD
                                   TO WX-CURRENCY-CODE (WS-RATE-COUNT).
           MOVE EXR-RATE          OF EXCHANGE-RATE-RECORD
                                   TO WX-RATE (WS-RATE-COUNT).

       1510-LOAD-RATE-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      *    1600-LOAD-KIT-TABLE - read the kit structure file once,     *
      *    start to finish, into WS-KIT-TABLE, one entry per kit       *
      *    parent.  A shop that sells no kits has no KITFILE (FILE     *
      *    STATUS 35); its table is left empty                         *
      ******************************************************************
       1600-LOAD-KIT-TABLE.
           MOVE ZERO TO WS-KIT-COUNT.

           OPEN INPUT KIT-FILE.
           IF KIT-FILE-NOTCREATED
               DISPLAY 'DFH0XBS - NO KIT STRUCTURE FILE, NO KITS'
               GO TO 1600-LOAD-KIT-TABLE-EXIT
           END-IF.
           IF NOT KIT-FILE-OK
               DISPLAY 'DFH0XBS - KIT STRUCTURE OPEN FAILED '
                   FS-KIT-FILE
               PERFORM 1900-ABORT-RUN
                   THRU 1900-ABORT-RUN-EXIT
               GO TO 1600-LOAD-KIT-TABLE-EXIT
           END-IF.

           PERFORM 1610-LOAD-KIT-ROW
               THRU 1610-LOAD-KIT-ROW-EXIT
               UNTIL KIT-FILE-EOF.

           CLOSE KIT-FILE.

       1600-LOAD-KIT-TABLE-EXIT.
           EXIT.

       1610-LOAD-KIT-ROW.
           READ KIT-FILE NEXT RECORD
               AT END
                   MOVE '10' TO FS-KIT-FILE
                   GO TO 1610-LOAD-KIT-ROW-EXIT
           END-READ.

           IF NOT KIT-FILE-OK
               DISPLAY 'DFH0XBS - KIT STRUCTURE READ ERROR '
                   FS-KIT-FILE
               PERFORM 1900-ABORT-RUN
                   THRU 1900-ABORT-RUN-EXIT
               MOVE '10' TO FS-KIT-FILE
               GO TO 1610-LOAD-KIT-ROW-EXIT
           END-IF.

      *    a row the kit jobs ignore - no quantity, or an item listed
      *    as a component of itself - does not make its parent a kit
           IF KS-QTY-PER-KIT OF KIT-STRUCTURE-RECORD = ZERO
                   OR KS-COMPONENT-ITEM OF KIT-STRUCTURE-RECORD
                       = KS-PARENT-ITEM OF KIT-STRUCTURE-RECORD
               GO TO 1610-LOAD-KIT-ROW-EXIT
           END-IF.

      *    the file is in parent order, so a parent's later rows
      *    follow its first
           IF WS-KIT-COUNT NOT = ZERO
                   AND KS-PARENT-ITEM OF KIT-STRUCTURE-RECORD
                       = WK-PARENT-ITEM (WS-KIT-COUNT)
               GO TO 1610-LOAD-KIT-ROW-EXIT
           END-IF.

      *    a kit left out of the table would be scheduled, so the run
      *    stops rather than print a sheet the stores cannot count
           IF WS-KIT-COUNT = 500
               DISPLAY 'DFH0XBS - OVER 500 KITS, KIT TABLE FULL'
               PERFORM 1900-ABORT-RUN
                   THRU 1900-ABORT-RUN-EXIT
               MOVE '10' TO FS-KIT-FILE
               GO TO 1610-LOAD-KIT-ROW-EXIT
           END-IF.

           ADD 1 TO WS-KIT-COUNT.
           MOVE KS-PARENT-ITEM OF KIT-STRUCTURE-RECORD
               TO WK-PARENT-ITEM (WS-KIT-COUNT).

       1610-LOAD-KIT-ROW-EXIT.
           EXIT.

      ******************************************************************
      *    1900-ABORT-RUN - stop every loop in the run; nothing is     *
      *    scheduled, the count file gets no trailer and the run ends  *
      *    F                                                           *
      ******************************************************************
       1900-ABORT-RUN.
           MOVE 'Y' TO WS-EOF-SWITCH.
           MOVE 'Y' TO WS-CATALOG-EOF-SWITCH.
           MOVE 'Y' TO WS-MOVE-EOF-SWITCH.
           MOVE 'Y' TO WS-STOCK-LOC-EOF-SWITCH.
           MOVE 'Y' TO WS-SORT-EOF-SWITCH.
           MOVE 'Y' TO WS-SCHEDULE-EOF-SWITCH.

       1900-ABORT-RUN-EXIT.
           EXIT.

      ******************************************************************
      *    2000-LOAD-CATALOG-ITEM - one catalog item into the item     *
      *    table.  The ranking cannot leave items out, so running out  *
      *    of table stops the run                                      *
      ******************************************************************
       2000-LOAD-CATALOG-ITEM.
           READ CATALOG-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CATALOG-EOF-SWITCH
                   GO TO 2000-LOAD-CATALOG-ITEM-EXIT
           END-READ.

           IF NOT CATALOG-FILE-OK
               DISPLAY 'DFH0XBS - CATALOG READ ERROR '
                   FS-CATALOG-FILE
               PERFORM 1900-ABORT-RUN
                   THRU 1900-ABORT-RUN-EXIT
               GO TO 2000-LOAD-CATALOG-ITEM-EXIT
           END-IF.

           IF WS-ITEM-COUNT = 9999
               DISPLAY 'DFH0XBS - OVER 9999 CATALOG ITEMS, '
                   'ITEMS CANNOT BE RANKED'
               PERFORM 1900-ABORT-RUN
                   THRU 1900-ABORT-RUN-EXIT
               GO TO 2000-LOAD-CATALOG-ITEM-EXIT
           END-IF.

           ADD 1 TO WS-ITEMS-READ.
           ADD 1 TO WS-ITEM-COUNT.
           MOVE CA-ITEM-REF      OF CATALOG-RECORD
                                   TO WI-ITEM-REF (WS-ITEM-COUNT).
           MOVE CA-COST          OF CATALOG-RECORD
                                   TO WI-COST (WS-ITEM-COUNT).
           MOVE CA-CURRENCY-CODE OF CATALOG-RECORD
                                   TO WI-CURRENCY-CODE (WS-ITEM-COUNT).
           MOVE ZERO               TO WI-UNITS (WS-ITEM-COUNT).
           MOVE 'C'                TO WI-CLASS (WS-ITEM-COUNT).

       2000-LOAD-CATALOG-ITEM-EXIT.
           EXIT.

      ******************************************************************
      *    2500-ACCUMULATE-MOVEMENT - read one movement row; a row     *
      *    dated within the year adds the units it moved, whichever    *
      *    way, to its item.  A transfer leg only moves stock between  *
      *    branches and an item no longer on the catalog is not        *
      *    counted, so neither is taken                                *
      ******************************************************************
       2500-ACCUMULATE-MOVEMENT.
           READ MOVEMENT-FILE
               AT END
                   MOVE 'Y' TO WS-MOVE-EOF-SWITCH
                   GO TO 2500-ACCUMULATE-MOVEMENT-EXIT
           END-READ.

           IF NOT MOVEMENT-FILE-OK
               DISPLAY 'DFH0XBS - MOVEMENT READ ERROR '
                   FS-MOVEMENT-FILE
               PERFORM 1900-ABORT-RUN
                   THRU 1900-ABORT-RUN-EXIT
               GO TO 2500-ACCUMULATE-MOVEMENT-EXIT
           END-IF.

           ADD 1 TO WS-MOVEMENTS-READ.

           IF MV-DATE NOT > WS-WINDOW-START-DATE
                   OR MV-DATE > WS-RUN-DATE
                   OR MV-LOCATION-TRANSFER
               GO TO 2500-ACCUMULATE-MOVEMENT-EXIT
           END-IF.

           MOVE MV-ITEM-REF TO WS-SEARCH-ITEM.
           PERFORM 2900-FIND-ITEM-ENTRY
               THRU 2900-FIND-ITEM-ENTRY-EXIT.
           IF NOT ITEM-ENTRY-FOUND
               GO TO 2500-ACCUMULATE-MOVEMENT-EXIT
           END-IF.

           ADD 1 TO WS-MOVEMENTS-IN-YEAR.
           IF MV-QUANTITY < ZERO
               SUBTRACT MV-QUANTITY FROM WI-UNITS (WS-ITEM-SUB)
           ELSE
               ADD MV-QUANTITY TO WI-UNITS (WS-ITEM-SUB)
           END-IF.

       2500-ACCUMULATE-MOVEMENT-EXIT.
           EXIT.

      ******************************************************************
      *    2900-FIND-ITEM-ENTRY - find WS-SEARCH-ITEM's entry in the   *
      *    item table                                                  *
      ******************************************************************
       2900-FIND-ITEM-ENTRY.
           MOVE 'N' TO WS-ITEM-FOUND-SW.

           IF WS-ITEM-COUNT = ZERO
               GO TO 2900-FIND-ITEM-ENTRY-EXIT
           END-IF.

           SET ITM-IDX TO 1.
           SEARCH WS-ITEM-ENTRY
               AT END
                   CONTINUE
               WHEN WI-ITEM-REF (ITM-IDX) = WS-SEARCH-ITEM
                   MOVE 'Y' TO WS-ITEM-FOUND-SW
                   SET WS-ITEM-SUB TO ITM-IDX
           END-SEARCH.

       2900-FIND-ITEM-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      *    3000-SORT-INPUT - value every item's year of movement in    *
      *    house currency and release it for ranking                   *
      ******************************************************************
       3000-SORT-INPUT.
           MOVE ZERO TO WS-TOTAL-VALUE.

           PERFORM 3100-RELEASE-ITEM-VALUE
               THRU 3100-RELEASE-ITEM-VALUE-EXIT
               VARYING WS-ITEM-SUB FROM 1 BY 1
               UNTIL WS-ITEM-SUB > WS-ITEM-COUNT.

       3000-SORT-INPUT-EXIT.
           EXIT.

      *    an item whose currency has no rate is ranked on its cost
      *    as it stands, and counted, rather than dropped to class C
       3100-RELEASE-ITEM-VALUE.
           PERFORM 3400-LOOKUP-RATE
               THRU 3400-LOOKUP-RATE-EXIT.

           IF RATE-FOUND
               COMPUTE SRT-ANNUAL-VALUE ROUNDED =
                   WI-UNITS (WS-ITEM-SUB) * WI-COST (WS-ITEM-SUB)
                   * WS-RATE-USED
           ELSE
               COMPUTE SRT-ANNUAL-VALUE =
                   WI-UNITS (WS-ITEM-SUB) * WI-COST (WS-ITEM-SUB)
               ADD 1 TO WS-ITEMS-NO-RATE
           END-IF.

           MOVE WI-ITEM-REF (WS-ITEM-SUB) TO SRT-ITEM-REF.
           MOVE WS-ITEM-SUB               TO SRT-ITEM-SUB.
           ADD SRT-ANNUAL-VALUE TO WS-TOTAL-VALUE.
           RELEASE SORT-RECORD.

       3100-RELEASE-ITEM-VALUE-EXIT.
           EXIT.

      ******************************************************************
      *    3400-LOOKUP-RATE - find the house rate for the item's       *
      *    currency code                                               *
      ******************************************************************
       3400-LOOKUP-RATE.
           MOVE 'N' TO WS-RATE-FOUND-SW.
           MOVE ZERO TO WS-RATE-USED.

           SET RTE-IDX TO 1.
           SEARCH WS-RATE-ENTRY
               AT END
                   CONTINUE
               WHEN WX-CURRENCY-CODE (RTE-IDX) =
                       WI-CURRENCY-CODE (WS-ITEM-SUB)
                   MOVE WX-RATE (RTE-IDX) TO WS-RATE-USED
                   MOVE 'Y' TO WS-RATE-FOUND-SW
           END-SEARCH.

       3400-LOOKUP-RATE-EXIT.
           EXIT.

      ******************************************************************
      *    4000-SORT-OUTPUT - class every item, highest value first,   *
      *    by the cumulative value ahead of it, then print the class   *
      *    summary at the head of the count sheets                     *
      ******************************************************************
       4000-SORT-OUTPUT.
           INITIALIZE WS-CLASS-TOTALS.
           MOVE ZERO TO WS-CUMULATIVE-VALUE.
           COMPUTE WS-A-CUTOFF-VALUE ROUNDED =
               WS-TOTAL-VALUE * WS-A-PERCENT / 100.
           COMPUTE WS-B-CUTOFF-VALUE ROUNDED =
               WS-TOTAL-VALUE * WS-B-PERCENT / 100.

           PERFORM 4100-CLASSIFY-ITEM
               THRU 4100-CLASSIFY-ITEM-EXIT
               UNTIL END-OF-SORT.

           PERFORM 4200-PRINT-CLASS-SUMMARY
               THRU 4200-PRINT-CLASS-SUMMARY-EXIT.

       4000-SORT-OUTPUT-EXIT.
           EXIT.

      *    an item is A while the value ranked ahead of it is short of
      *    the A cutoff, so the item that crosses the cutoff is A too;
      *    an item that has not moved is C whatever the cutoffs say
       4100-CLASSIFY-ITEM.
           RETURN SORT-FILE
               AT END
                   MOVE 'Y' TO WS-SORT-EOF-SWITCH
                   GO TO 4100-CLASSIFY-ITEM-EXIT
           END-RETURN.

           EVALUATE TRUE
               WHEN SRT-ANNUAL-VALUE NOT > ZERO
                   MOVE 3 TO WS-CLASS-SUB
               WHEN WS-CUMULATIVE-VALUE < WS-A-CUTOFF-VALUE
                   MOVE 1 TO WS-CLASS-SUB
               WHEN WS-CUMULATIVE-VALUE < WS-B-CUTOFF-VALUE
                   MOVE 2 TO WS-CLASS-SUB
               WHEN OTHER
                   MOVE 3 TO WS-CLASS-SUB
           END-EVALUATE.

           ADD SRT-ANNUAL-VALUE TO WS-CUMULATIVE-VALUE.
           MOVE WC-CLASS (WS-CLASS-SUB) TO WI-CLASS (SRT-ITEM-SUB).
           ADD 1                TO CT-ITEMS (WS-CLASS-SUB).
           ADD SRT-ANNUAL-VALUE TO CT-VALUE (WS-CLASS-SUB).

       4100-CLASSIFY-ITEM-EXIT.
           EXIT.

       4200-PRINT-CLASS-SUMMARY.
           MOVE WS-WINDOW-START-DATE TO WL-FROM-DATE.
           MOVE WS-RUN-DATE          TO WL-TO-DATE.
           MOVE WS-WINDOW-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE WS-A-PERCENT TO CO-A-PERCENT.
           MOVE WS-B-PERCENT TO CO-B-PERCENT.
           MOVE WS-CUTOFF-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           PERFORM 4210-PRINT-CLASS-LINE
               THRU 4210-PRINT-CLASS-LINE-EXIT
               VARYING WS-CLASS-SUB FROM 1 BY 1
               UNTIL WS-CLASS-SUB > 3.

           MOVE WS-BLANK-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       4200-PRINT-CLASS-SUMMARY-EXIT.
           EXIT.

       4210-PRINT-CLASS-LINE.
           MOVE WC-CLASS (WS-CLASS-SUB)  TO CC-CLASS.
           MOVE CT-ITEMS (WS-CLASS-SUB)  TO CC-ITEMS.
           MOVE CT-VALUE (WS-CLASS-SUB)  TO CC-VALUE.
           MOVE WC-MONTHS (WS-CLASS-SUB) TO CC-MONTHS.
           MOVE WS-CLASS-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       4210-PRINT-CLASS-LINE-EXIT.
           EXIT.

      ******************************************************************
      *    4900-REPOSITION-CATALOG - the ranking walked the catalog    *
      *    to its end; the schedule walks it again from the first item *
      ******************************************************************
       4900-REPOSITION-CATALOG.
           MOVE 'N' TO WS-CATALOG-EOF-SWITCH.
           MOVE ZERO TO CA-ITEM-REF OF CATALOG-RECORD.
           START CATALOG-FILE
               KEY IS NOT LESS THAN CA-ITEM-REF OF CATALOG-RECORD
               INVALID KEY
                   MOVE 'Y' TO WS-CATALOG-EOF-SWITCH
           END-START.

           IF NOT CATALOG-FILE-OK AND NOT END-OF-CATALOG
               DISPLAY 'DFH0XBS - CATALOG REPOSITION FAILED '
                   FS-CATALOG-FILE
               PERFORM 1900-ABORT-RUN
                   THRU 1900-ABORT-RUN-EXIT
           END-IF.

       4900-REPOSITION-CATALOG-EXIT.
           EXIT.

      ******************************************************************
      *    5000-SCHEDULE-INPUT - walk the catalog again, releasing     *
      *    every item and branch that is due to be counted             *
      ******************************************************************
       5000-SCHEDULE-INPUT.
           PERFORM 5100-SCHEDULE-CATALOG-ITEM
               THRU 5100-SCHEDULE-CATALOG-ITEM-EXIT
               UNTIL END-OF-CATALOG.

       5000-SCHEDULE-INPUT-EXIT.
           EXIT.

       5100-SCHEDULE-CATALOG-ITEM.
           READ CATALOG-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CATALOG-EOF-SWITCH
                   GO TO 5100-SCHEDULE-CATALOG-ITEM-EXIT
           END-READ.

           IF NOT CATALOG-FILE-OK
               DISPLAY 'DFH0XBS - CATALOG READ ERROR '
                   FS-CATALOG-FILE
               PERFORM 1900-ABORT-RUN
                   THRU 1900-ABORT-RUN-EXIT
               GO TO 5100-SCHEDULE-CATALOG-ITEM-EXIT
           END-IF.

      *    a kit parent holds no stock to count
           MOVE 'N' TO WS-KIT-FOUND-SW.
           IF WS-KIT-COUNT > ZERO
               SET KIT-IDX TO 1
               SEARCH WS-KIT-ENTRY
                   WHEN WK-PARENT-ITEM (KIT-IDX)
                           = CA-ITEM-REF OF CATALOG-RECORD
                       MOVE 'Y' TO WS-KIT-FOUND-SW
               END-SEARCH
           END-IF.
           IF ITEM-IS-KIT
               ADD 1 TO WS-KIT-PARENTS-SKIPPED
               GO TO 5100-SCHEDULE-CATALOG-ITEM-EXIT
           END-IF.

           MOVE 'C' TO WS-ITEM-CLASS.
           MOVE CA-ITEM-REF OF CATALOG-RECORD TO WS-SEARCH-ITEM.
           PERFORM 2900-FIND-ITEM-ENTRY
               THRU 2900-FIND-ITEM-ENTRY-EXIT.
           IF ITEM-ENTRY-FOUND
               MOVE WI-CLASS (WS-ITEM-SUB) TO WS-ITEM-CLASS
           END-IF.

           EVALUATE WS-ITEM-CLASS
               WHEN 'A'
                   MOVE WC-MONTHS (1) TO WS-INTERVAL-MONTHS
               WHEN 'B'
                   MOVE WC-MONTHS (2) TO WS-INTERVAL-MONTHS
               WHEN OTHER
                   MOVE WC-MONTHS (3) TO WS-INTERVAL-MONTHS
           END-EVALUATE.

           MOVE ZERO TO WS-BRANCH-ROW-COUNT.
           IF STOCK-LOCATION-FILE-OPEN
               PERFORM 5200-SCHEDULE-BRANCH-ROWS
                   THRU 5200-SCHEDULE-BRANCH-ROWS-EXIT
           END-IF.

      *    an item no branch holds a row for is counted against the
      *    rollup, the way the reconciliation compares it
           IF WS-BRANCH-ROW-COUNT = ZERO AND NOT RUN-ABORTED
               MOVE SPACES TO WS-SCHEDULE-LOCATION
               PERFORM 5300-CHECK-COUNT-DUE
                   THRU 5300-CHECK-COUNT-DUE-EXIT
           END-IF.

       5100-SCHEDULE-CATALOG-ITEM-EXIT.
           EXIT.

      ******************************************************************
      *    5200-SCHEDULE-BRANCH-ROWS - every stock-by-location row of  *
      *    the current item, read from the item's first row on         *
      ******************************************************************
       5200-SCHEDULE-BRANCH-ROWS.
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

           PERFORM 5210-SCHEDULE-BRANCH-ROW
               THRU 5210-SCHEDULE-BRANCH-ROW-EXIT
               UNTIL END-OF-BRANCH-ROWS.

       5200-SCHEDULE-BRANCH-ROWS-EXIT.
           EXIT.

       5210-SCHEDULE-BRANCH-ROW.
           READ STOCK-LOCATION-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-STOCK-LOC-EOF-SWITCH
                   GO TO 5210-SCHEDULE-BRANCH-ROW-EXIT
           END-READ.

           IF NOT STOCK-LOCATION-FILE-OK
               DISPLAY 'DFH0XBS - STOCK LOCATION READ ERROR '
                   FS-STOCK-LOCATION-FILE
               PERFORM 1900-ABORT-RUN
                   THRU 1900-ABORT-RUN-EXIT
               GO TO 5210-SCHEDULE-BRANCH-ROW-EXIT
           END-IF.

           IF SL-ITEM-REF OF STOCK-LOCATION-RECORD
                   NOT = CA-ITEM-REF OF CATALOG-RECORD
               MOVE 'Y' TO WS-STOCK-LOC-EOF-SWITCH
               GO TO 5210-SCHEDULE-BRANCH-ROW-EXIT
           END-IF.

           ADD 1 TO WS-BRANCH-ROW-COUNT.
           MOVE SL-LOCATION OF STOCK-LOCATION-RECORD
               TO WS-SCHEDULE-LOCATION.

           PERFORM 6400-LOOKUP-LOCATION
               THRU 6400-LOOKUP-LOCATION-EXIT.
           IF NOT LOCATION-ACTIVE
               ADD 1 TO WS-ROWS-RETIRED-BRANCH
               GO TO 5210-SCHEDULE-BRANCH-ROW-EXIT
           END-IF.

           PERFORM 5300-CHECK-COUNT-DUE
               THRU 5300-CHECK-COUNT-DUE-EXIT.

       5210-SCHEDULE-BRANCH-ROW-EXIT.
           EXIT.

      ******************************************************************
      *    5300-CHECK-COUNT-DUE - the current item at                  *
      *    WS-SCHEDULE-LOCATION is due when it has never been counted  *
      *    there, or when the calendar months since it last was have   *
      *    reached its class's interval                                *
      ******************************************************************
       5300-CHECK-COUNT-DUE.
           ADD 1 TO WS-ROWS-CONSIDERED.
           MOVE ZERO TO SCH-LAST-COUNT-DATE.

           IF NOT COUNT-DATE-FILE-OPEN
               ADD 1 TO WS-ROWS-NEVER-COUNTED
               GO TO 5300-RELEASE-DUE-ROW
           END-IF.

           MOVE CA-ITEM-REF OF CATALOG-RECORD
               TO LC-ITEM-REF OF LAST-COUNT-RECORD.
           MOVE WS-SCHEDULE-LOCATION
               TO LC-LOCATION OF LAST-COUNT-RECORD.
           READ COUNT-DATE-FILE
               INVALID KEY
                   CONTINUE
           END-READ.

           IF COUNT-DATE-FILE-NOTFND
               ADD 1 TO WS-ROWS-NEVER-COUNTED
               GO TO 5300-RELEASE-DUE-ROW
           END-IF.

           IF NOT COUNT-DATE-FILE-OK
               DISPLAY 'DFH0XBS - COUNT DATE READ ERROR '
                   FS-COUNT-DATE-FILE
               PERFORM 1900-ABORT-RUN
                   THRU 1900-ABORT-RUN-EXIT
               GO TO 5300-CHECK-COUNT-DUE-EXIT
           END-IF.

           MOVE LC-LAST-COUNT-DATE TO SCH-LAST-COUNT-DATE.
           MOVE LC-LAST-COUNT-DATE TO WS-DATE-YYYYMMDD.
           MOVE WS-DATE-PERIOD TO WS-PERIOD-YYYYMM.
           COMPUTE WS-LAST-COUNT-MONTHS =
               (WS-PERIOD-YEAR * 12) + WS-PERIOD-MONTH.
           COMPUTE WS-MONTHS-SINCE-COUNT =
               WS-RUN-MONTHS - WS-LAST-COUNT-MONTHS.

           IF WS-MONTHS-SINCE-COUNT < WS-INTERVAL-MONTHS
               ADD 1 TO WS-ROWS-NOT-DUE
               GO TO 5300-CHECK-COUNT-DUE-EXIT
           END-IF.

       5300-RELEASE-DUE-ROW.
           MOVE WS-SCHEDULE-LOCATION TO SCH-LOCATION.
           MOVE CA-DEPARTMENT   OF CATALOG-RECORD TO SCH-DEPARTMENT.
           MOVE CA-ITEM-REF     OF CATALOG-RECORD TO SCH-ITEM-REF.
           MOVE CA-DESCRIPTION  OF CATALOG-RECORD TO SCH-DESCRIPTION.
           MOVE WS-ITEM-CLASS TO SCH-CLASS.
           RELEASE SCHEDULE-SORT-RECORD.

       5300-CHECK-COUNT-DUE-EXIT.
           EXIT.

      ******************************************************************
      *    6000-SCHEDULE-OUTPUT - print the count sheets, a location   *
      *    to a sheet and departments within it, and write the same    *
      *    rows to the physical count file skeleton                    *
      ******************************************************************
       6000-SCHEDULE-OUTPUT.
           PERFORM 6100-PRINT-SHEET-LINE
               THRU 6100-PRINT-SHEET-LINE-EXIT
               UNTIL END-OF-SCHEDULE.

           IF NOT FIRST-LOC-BREAK
               PERFORM 6300-PRINT-LOCATION-FOOT
                   THRU 6300-PRINT-LOCATION-FOOT-EXIT
           END-IF.

           PERFORM 6500-PRINT-COUNTS
               THRU 6500-PRINT-COUNTS-EXIT.

       6000-SCHEDULE-OUTPUT-EXIT.
           EXIT.

       6100-PRINT-SHEET-LINE.
           RETURN SCHEDULE-SORT-FILE
               AT END
                   MOVE 'Y' TO WS-SCHEDULE-EOF-SWITCH
                   GO TO 6100-PRINT-SHEET-LINE-EXIT
           END-RETURN.

           IF FIRST-LOC-BREAK OR
              SCH-LOCATION NOT = WS-PREV-LOCATION
               IF NOT FIRST-LOC-BREAK
                   PERFORM 6300-PRINT-LOCATION-FOOT
                       THRU 6300-PRINT-LOCATION-FOOT-EXIT
               END-IF
               MOVE 'N' TO WS-FIRST-LOC-SWITCH
               MOVE 'Y' TO WS-FIRST-DEPT-SWITCH
               MOVE ZERO TO WS-LOCATION-ROWS
               MOVE SCH-LOCATION TO WS-PREV-LOCATION
               MOVE SCH-LOCATION TO WS-SCHEDULE-LOCATION
               PERFORM 6400-LOOKUP-LOCATION
                   THRU 6400-LOOKUP-LOCATION-EXIT
               MOVE SCH-LOCATION     TO LH-LOCATION
               MOVE WS-LOC-NAME-USED TO LH-LOC-NAME
               MOVE WS-RUN-DATE      TO LH-DATE
               MOVE WS-LOCATION-HEADING TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

           IF FIRST-DEPT-BREAK OR
              SCH-DEPARTMENT NOT = WS-PREV-DEPARTMENT
               MOVE 'N' TO WS-FIRST-DEPT-SWITCH
               MOVE SCH-DEPARTMENT TO WS-PREV-DEPARTMENT
               MOVE SCH-DEPARTMENT TO WS-SEARCH-DEPARTMENT
               PERFORM 6450-LOOKUP-DEPARTMENT-NAME
                   THRU 6450-LOOKUP-DEPARTMENT-NAME-EXIT
               MOVE SCH-DEPARTMENT    TO DH-DEPARTMENT
               MOVE WS-DEPT-NAME-USED TO DH-DEPT-NAME
               MOVE WS-DEPT-HEADING TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE WS-COLUMN-HEADING TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

           MOVE SCH-ITEM-REF    TO CS-ITEM-REF.
           MOVE SCH-DESCRIPTION TO CS-DESCRIPTION.
           MOVE SCH-CLASS       TO CS-CLASS.
           IF SCH-LAST-COUNT-DATE = ZERO
               MOVE 'NEVER' TO CS-LAST-COUNT-DATE-X
           ELSE
               MOVE SCH-LAST-COUNT-DATE TO CS-LAST-COUNT-DATE
           END-IF.
           MOVE WS-SHEET-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           ADD 1 TO WS-LOCATION-ROWS.

           PERFORM 6200-WRITE-SKELETON-ROW
               THRU 6200-WRITE-SKELETON-ROW-EXIT.

       6100-PRINT-SHEET-LINE-EXIT.
           EXIT.

      ******************************************************************
      *    6200-WRITE-SKELETON-ROW - the item and branch on the count  *
      *    file, counted stock left blank, added into the trailer's    *
      *    count and item ref hash                                     *
      ******************************************************************
       6200-WRITE-SKELETON-ROW.
           MOVE SPACES       TO COUNT-RECORD.
           MOVE SCH-ITEM-REF TO PC-ITEM-REF.
           MOVE SCH-LOCATION TO PC-LOCATION.
           WRITE COUNT-RECORD.

           IF NOT COUNT-FILE-OK
               DISPLAY 'DFH0XBS - COUNT FILE WRITE FAILED '
                   FS-COUNT-FILE
               PERFORM 1900-ABORT-RUN
                   THRU 1900-ABORT-RUN-EXIT
               GO TO 6200-WRITE-SKELETON-ROW-EXIT
           END-IF.

           ADD 1            TO WS-SKELETON-ROWS.
           ADD SCH-ITEM-REF TO WS-SKELETON-REF-HASH.

       6200-WRITE-SKELETON-ROW-EXIT.
           EXIT.

       6300-PRINT-LOCATION-FOOT.
           MOVE '  ITEMS TO COUNT AT THIS LOCATION     ' TO CL-LABEL.
           MOVE WS-LOCATION-ROWS TO CL-COUNT.
           MOVE WS-COUNT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-BLANK-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       6300-PRINT-LOCATION-FOOT-EXIT.
           EXIT.

      ******************************************************************
      *    6400-LOOKUP-LOCATION - the name and standing of the branch  *
      *    in WS-SCHEDULE-LOCATION.  The rollup, and a branch not on   *
      *    LOCFILE, are taken as active                                *
      ******************************************************************
       6400-LOOKUP-LOCATION.
           MOVE 'Y' TO WS-LOC-ACTIVE-SW.

           IF WS-SCHEDULE-LOCATION = SPACES
               MOVE WS-ROLLUP-LOC-NAME TO WS-LOC-NAME-USED
               GO TO 6400-LOOKUP-LOCATION-EXIT
           END-IF.

           MOVE WS-DEFAULT-LOC-NAME TO WS-LOC-NAME-USED.
           IF WS-LOCATION-COUNT = ZERO
               GO TO 6400-LOOKUP-LOCATION-EXIT
           END-IF.

           SET LOC-IDX TO 1.
           SEARCH WS-LOCATION-ENTRY
               AT END
                   CONTINUE
               WHEN WL-LOC-CODE (LOC-IDX) = WS-SCHEDULE-LOCATION
                   MOVE WL-LOC-NAME (LOC-IDX) TO WS-LOC-NAME-USED
                   IF WL-LOC-ACTIVE-FLAG (LOC-IDX) = 'N'
                       MOVE 'N' TO WS-LOC-ACTIVE-SW
                   END-IF
           END-SEARCH.

       6400-LOOKUP-LOCATION-EXIT.
           EXIT.

      ******************************************************************
      *    6450-LOOKUP-DEPARTMENT-NAME - find the name for the item's  *
      *    department, defaulting when it is not in the table          *
      ******************************************************************
       6450-LOOKUP-DEPARTMENT-NAME.
           MOVE WS-DEFAULT-DEPT-NAME TO WS-DEPT-NAME-USED.

           IF WS-DEPT-COUNT = ZERO
               GO TO 6450-LOOKUP-DEPARTMENT-NAME-EXIT
           END-IF.

           SET THR-IDX TO 1.
           SEARCH WS-DEPT-ENTRY
               AT END
                   CONTINUE
               WHEN WT-DEPARTMENT (THR-IDX) = WS-SEARCH-DEPARTMENT
                   MOVE WT-DEPT-NAME (THR-IDX) TO WS-DEPT-NAME-USED
           END-SEARCH.

       6450-LOOKUP-DEPARTMENT-NAME-EXIT.
           EXIT.

      ******************************************************************
      *    6500-PRINT-COUNTS - the run's own counts at the foot of the *
      *    report, so the stores team sees what the schedule rests on  *
      ******************************************************************
       6500-PRINT-COUNTS.
           MOVE 'ITEMS RANKED                          ' TO CL-LABEL.
           MOVE WS-ITEMS-READ TO CL-COUNT.
           MOVE WS-COUNT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE 'ITEMS WITH NO RATE, RANKED AT COST    ' TO CL-LABEL.
           MOVE WS-ITEMS-NO-RATE TO CL-COUNT.
           MOVE WS-COUNT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE 'MOVEMENTS IN THE YEAR                 ' TO CL-LABEL.
           MOVE WS-MOVEMENTS-IN-YEAR TO CL-COUNT.
           MOVE WS-COUNT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE 'ITEM LOCATIONS CONSIDERED             ' TO CL-LABEL.
           MOVE WS-ROWS-CONSIDERED TO CL-COUNT.
           MOVE WS-COUNT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE 'ITEM LOCATIONS NOT YET DUE            ' TO CL-LABEL.
           MOVE WS-ROWS-NOT-DUE TO CL-COUNT.
           MOVE WS-COUNT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE 'ITEM LOCATIONS NEVER COUNTED          ' TO CL-LABEL.
           MOVE WS-ROWS-NEVER-COUNTED TO CL-COUNT.
           MOVE WS-COUNT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE 'ROWS AT RETIRED BRANCHES, NOT COUNTED ' TO CL-LABEL.
           MOVE WS-ROWS-RETIRED-BRANCH TO CL-COUNT.
           MOVE WS-COUNT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE 'KIT PARENTS NOT SCHEDULED             ' TO CL-LABEL.
           MOVE WS-KIT-PARENTS-SKIPPED TO CL-COUNT.
           MOVE WS-COUNT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE 'ITEM LOCATIONS TO COUNT               ' TO CL-LABEL.
           MOVE WS-SKELETON-ROWS TO CL-COUNT.
           MOVE WS-COUNT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       6500-PRINT-COUNTS-EXIT.
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
               DISPLAY 'DFH0XBS - RUN CONTROL OPEN FAILED '
                   FS-RUN-CONTROL-FILE
               GO TO 1170-OPEN-RUN-CONTROL-EXIT
           END-IF.

           OPEN OUTPUT RUN-CONTROL-FILE.
           IF NOT RUN-CONTROL-FILE-OK
               DISPLAY 'DFH0XBS - RUN CONTROL CREATE FAILED '
                   FS-RUN-CONTROL-FILE
               GO TO 1170-OPEN-RUN-CONTROL-EXIT
           END-IF.
           CLOSE RUN-CONTROL-FILE.
           OPEN I-O RUN-CONTROL-FILE.
           IF NOT RUN-CONTROL-FILE-OK
               DISPLAY 'DFH0XBS - RUN CONTROL OPEN FAILED '
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
               DISPLAY 'DFH0XBS - CHAIN DATE FILE NOT AVAILABLE, '
                   'USING TODAY'
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               GO TO 1190-GET-CHAIN-DATE-EXIT
           END-IF.

           READ CHAIN-DATE-FILE
               AT END
                   DISPLAY 'DFH0XBS - CHAIN DATE FILE EMPTY, '
                       'USING TODAY'
                   ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
                   CLOSE CHAIN-DATE-FILE
                   GO TO 1190-GET-CHAIN-DATE-EXIT
           END-READ.

           IF CD-RUN-DATE NUMERIC AND CD-RUN-DATE NOT = ZERO
               MOVE CD-RUN-DATE TO WS-RUN-DATE
           ELSE
               DISPLAY 'DFH0XBS - CHAIN DATE NOT NUMERIC, USING TODAY'
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF.
           CLOSE CHAIN-DATE-FILE.

       1190-GET-CHAIN-DATE-EXIT.
           EXIT.

      ******************************************************************
      *    8000-TERMINATE - close the count file with its trailer if   *
      *    the schedule ran to the end, then close what                *
      *    1000-INITIALISE opened                                      *
      ******************************************************************
       8000-TERMINATE.
      *    without a trailer the reconciliation refuses the file, so a
      *    schedule cut short can never be counted against
           IF COUNT-FILE-OPEN AND REACHED-NORMAL-END
               MOVE SPACES               TO BATCH-CONTROL-RECORD
               MOVE 'T'                  TO BCT-RECORD-TYPE
               MOVE WS-SKELETON-ROWS     TO BCT-RECORD-COUNT
               MOVE WS-SKELETON-REF-HASH TO BCT-ITEM-REF-HASH
               MOVE ZERO                 TO BCT-QUANTITY-HASH
               WRITE COUNT-CONTROL-AREA FROM BATCH-CONTROL-RECORD
           END-IF.

           PERFORM 8100-RECORD-RUN-END
               THRU 8100-RECORD-RUN-END-EXIT.

           IF REPORT-FILE-OPEN
               CLOSE REPORT-FILE
           END-IF.
           IF COUNT-FILE-OPEN
               CLOSE COUNT-FILE
           END-IF.
           IF COUNT-DATE-FILE-OPEN
               CLOSE COUNT-DATE-FILE
           END-IF.
           IF STOCK-LOCATION-FILE-OPEN
               CLOSE STOCK-LOCATION-FILE
           END-IF.
           IF MOVEMENT-FILE-OPEN
               CLOSE MOVEMENT-FILE
           END-IF.
           IF CATALOG-FILE-OPEN
               CLOSE CATALOG-FILE
           END-IF.

           DISPLAY 'DFH0XBS - ITEMS RANKED: ' WS-ITEMS-READ.
           DISPLAY 'DFH0XBS - CLASS A ITEMS: ' CT-ITEMS (1).
           DISPLAY 'DFH0XBS - CLASS B ITEMS: ' CT-ITEMS (2).
           DISPLAY 'DFH0XBS - CLASS C ITEMS: ' CT-ITEMS (3).
           DISPLAY 'DFH0XBS - ITEM LOCATIONS TO COUNT: '
               WS-SKELETON-ROWS.

       8000-TERMINATE-EXIT.
           EXIT.

      ******************************************************************
      *    8100-RECORD-RUN-END - rewrite this job's run record with    *
      *    its end time and counts                                     *
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
                   DISPLAY 'DFH0XBS - RUN CONTROL RECORD LOST'
                   GO TO 8100-RECORD-RUN-END-CLOSE
           END-READ.

           MOVE WS-CURRENT-TIME TO RUN-END-TIME.
           IF REACHED-NORMAL-END
               MOVE 'C' TO RUN-STATUS
           ELSE
               MOVE 'F' TO RUN-STATUS
           END-IF.
           MOVE WS-ITEMS-READ TO RUN-RECORDS-READ.
           MOVE WS-SKELETON-ROWS TO RUN-RECORDS-WRITTEN.
           REWRITE RUN-CONTROL-RECORD.

       8100-RECORD-RUN-END-CLOSE.
           CLOSE RUN-CONTROL-FILE.
           MOVE 'N' TO WS-RUN-CONTROL-OPEN-SW.

       8100-RECORD-RUN-END-EXIT.
           EXIT.

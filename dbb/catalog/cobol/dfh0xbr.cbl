      ******************************************************************
      *                                                                *
      * PROGRAM NAME = DFH0XBR                                        *
      *                                                                *
      * DESCRIPTIVE NAME = CICS TS  (Samples) Example Application -    *
      *                     Period-end stock roll-forward and close    *
      *                                                                *
      *      Licensed Materials - Property of IBM                      *
      *      "Restricted Materials of IBM"                             *
      *      5655-Y04                                                  *
      *      (C) Copyright IBM Corp. 2004"                             *
      *                                                                *
      * FUNCTION =                                                     *
      *      Month-end close for Finance.  For the period being        *
      *      closed - named on the period parameter file (PRDPARM),    *
      *      or the run date's month when none is - it starts from     *
      *      the opening balance, which is last month's period-end     *
      *      snapshot (PRDOPEN, see DFH0XCPW), adds in every movement  *
      *      of the period off the item movement history (MOVEHIST,    *
      *      see DFH0XCPM) - receipts, order allocations and           *
      *      backorder releases, adjustments, transfers, returns and   *
      *      scrap - and arrives at the closing quantity the catalog   *
      *      ought to show.  That is set against the actual closing    *
      *      quantity on the catalog master, and any item where the    *
      *      two disagree is listed as an unexplained difference.      *
      *      Movement already booked for a later period is backed out  *
      *      of the catalog figure first, so a close run after the     *
      *      month has turned still sees the stock as it stood at      *
      *      period end.                                               *
      *                                                                *
      *      The roll-forward is printed per department, and for all   *
      *      departments, in house currency: quantities are valued at  *
      *      the item's period-end cost through the exchange rate      *
      *      reference file (EXCHRATE, see DFH0XCPD) loaded the way    *
      *      DFH0XBB loads it, and whatever value change the cost and  *
      *      rate movement over the month explains shows as the        *
      *      revaluation line.  An item whose currency has no rate is  *
      *      listed and left out of the value columns.                 *
      *                                                                *
      *      The catalog as it stood at period end is written to the   *
      *      period-end snapshot (PRDCLOSE), next month's opening      *
      *      balance, and the period is marked closed on the period    *
      *      control file (PRDCTL, see DFH0XCPX).  A period already    *
      *      marked closed is refused outright, before any output is   *
      *      opened, so a rerun can never overwrite signed-off         *
      *      figures.                                                  *
      *                                                                *
      * CHANGE ACTIVITY :                                              *
      *      $SEG(DFH0XBR),COMP(SAMPLES),PROD(CICS TS ):              *
      *                                                                *
      *   PN= REASON REL YYMMDD HDXXIII : REMARKS                      *
      *   $D0= I30460 710 261015 HDJWB   : BASE - PERIOD-END STOCK     *
      *                                     ROLL-FORWARD AND CLOSE     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DFH0XBR.
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
                  ACCESS MODE         SEQUENTIAL
                  RECORD KEY          CA-ITEM-REF OF CATALOG-RECORD
                  FILE STATUS         FS-CATALOG-FILE.

           SELECT MOVEMENT-FILE       ASSIGN TO MOVEHIST
                  ORGANIZATION        SEQUENTIAL
                  FILE STATUS         FS-MOVEMENT-FILE.

           SELECT OPENING-FILE        ASSIGN TO PRDOPEN
                  ORGANIZATION        SEQUENTIAL
                  FILE STATUS         FS-OPENING-FILE.

           SELECT CLOSING-FILE        ASSIGN TO PRDCLOSE
                  ORGANIZATION        SEQUENTIAL
                  FILE STATUS         FS-CLOSING-FILE.

           SELECT PERIOD-CONTROL-FILE ASSIGN TO PRDCTL
                  ORGANIZATION        INDEXED
                  ACCESS MODE         RANDOM
                  RECORD KEY          PC-PERIOD
                                          OF PERIOD-CONTROL-RECORD
                  FILE STATUS         FS-PERIOD-CONTROL-FILE.

           SELECT PARAMETER-FILE      ASSIGN TO PRDPARM
                  ORGANIZATION        SEQUENTIAL
                  FILE STATUS         FS-PARAMETER-FILE.

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

           SELECT SORT-FILE           ASSIGN TO SORTWK1.

           SELECT REPORT-FILE         ASSIGN TO PRDRPT
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

       FD  MOVEMENT-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY dfh0xcpm.

      *    last month's period-end snapshot in, this month's out; both
      *    in the DFH0XCPW layout, worked on through the one copy of
      *    the record held in working storage
       FD  OPENING-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
       01  OPENING-FILE-RECORD          PIC X(34).

       FD  CLOSING-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
       01  CLOSING-FILE-RECORD          PIC X(34).

       FD  PERIOD-CONTROL-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY dfh0xcpx.

       FD  PARAMETER-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
       01  PERIOD-PARM-RECORD.
           03 PP-CLOSE-PERIOD           PIC 9(6).

       FD  DEPARTMENT-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY dfh0xcp8.

       FD  RATE-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY dfh0xcpd.

      *    one row per item rolled forward; SRT-FIGURES is the item's
      *    roll-forward by name, SRT-FIGURE-TABLE the same ten lines
      *    in report order for the department and grand totals
       SD  SORT-FILE.
       01  SORT-RECORD.
           03 SRT-DEPARTMENT           PIC 9(3).
           03 SRT-ITEM-REF             PIC 9(4).
           03 SRT-DESCRIPTION          PIC X(40).
           03 SRT-DEPT-NAME            PIC X(20).
           03 SRT-CURRENCY-CODE        PIC X(3).
           03 SRT-RATE-FOUND-SW        PIC X(1).
               88 SRT-RATE-FOUND           VALUE 'Y'.
           03 SRT-FIGURES.
               05 SRT-OPEN-QTY          PIC S9(7) COMP-3.
               05 SRT-OPEN-VALUE        PIC S9(13)V99 COMP-3.
               05 SRT-RCV-QTY           PIC S9(7) COMP-3.
               05 SRT-RCV-VALUE         PIC S9(13)V99 COMP-3.
               05 SRT-ORD-QTY           PIC S9(7) COMP-3.
               05 SRT-ORD-VALUE         PIC S9(13)V99 COMP-3.
               05 SRT-ADJ-QTY           PIC S9(7) COMP-3.
               05 SRT-ADJ-VALUE         PIC S9(13)V99 COMP-3.
               05 SRT-XFR-QTY           PIC S9(7) COMP-3.
               05 SRT-XFR-VALUE         PIC S9(13)V99 COMP-3.
               05 SRT-RTN-QTY           PIC S9(7) COMP-3.
               05 SRT-RTN-VALUE         PIC S9(13)V99 COMP-3.
               05 SRT-REVAL-QTY         PIC S9(7) COMP-3.
               05 SRT-REVAL-VALUE       PIC S9(13)V99 COMP-3.
               05 SRT-EXPECTED-QTY      PIC S9(7) COMP-3.
               05 SRT-EXPECTED-VALUE    PIC S9(13)V99 COMP-3.
               05 SRT-ACTUAL-QTY        PIC S9(7) COMP-3.
               05 SRT-ACTUAL-VALUE      PIC S9(13)V99 COMP-3.
               05 SRT-DIFF-QTY          PIC S9(7) COMP-3.
               05 SRT-DIFF-VALUE        PIC S9(13)V99 COMP-3.
           03 SRT-FIGURE-TABLE REDEFINES SRT-FIGURES.
               05 SRT-FIGURE OCCURS 10 TIMES.
                   07 SRT-FIG-QTY       PIC S9(7) COMP-3.
                   07 SRT-FIG-VALUE     PIC S9(13)V99 COMP-3.

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
       77  WS-JOB-NAME                  PIC X(8) VALUE 'DFH0XBR'.
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

       77  FS-OPENING-FILE             PIC X(02) VALUE '00'.
           88 OPENING-FILE-OK              VALUE '00'.
           88 OPENING-FILE-EOF             VALUE '10'.
           88 OPENING-FILE-NOTCREATED       VALUE '35'.

       77  FS-CLOSING-FILE             PIC X(02) VALUE '00'.
           88 CLOSING-FILE-OK              VALUE '00'.

       77  FS-PERIOD-CONTROL-FILE      PIC X(02) VALUE '00'.
           88 PERIOD-CONTROL-FILE-OK       VALUE '00'.
           88 PERIOD-CONTROL-FILE-NOTCREATED
                                           VALUE '35'.

       77  FS-PARAMETER-FILE           PIC X(02) VALUE '00'.
           88 PARAMETER-FILE-OK            VALUE '00'.

       77  FS-DEPARTMENT-FILE           PIC X(02) VALUE '00'.
           88 DEPARTMENT-FILE-OK            VALUE '00'.
           88 DEPARTMENT-FILE-EOF           VALUE '10'.

       77  FS-RATE-FILE                 PIC X(02) VALUE '00'.
           88 RATE-FILE-OK                  VALUE '00'.
           88 RATE-FILE-EOF                 VALUE '10'.

       77  FS-REPORT-FILE              PIC X(02) VALUE '00'.
           88 REPORT-FILE-OK                VALUE '00'.

      *    Set once its file has actually been opened, so 8000-TERMINATE
      *    closes only what 1000-INITIALISE actually succeeded in opening
       77  WS-CATALOG-OPEN-SW          PIC X(01) VALUE 'N'.
           88 CATALOG-FILE-OPEN             VALUE 'Y'.
       77  WS-MOVEMENT-OPEN-SW         PIC X(01) VALUE 'N'.
           88 MOVEMENT-FILE-OPEN            VALUE 'Y'.
       77  WS-OPENING-OPEN-SW          PIC X(01) VALUE 'N'.
           88 OPENING-FILE-OPEN             VALUE 'Y'.
       77  WS-CLOSING-OPEN-SW          PIC X(01) VALUE 'N'.
           88 CLOSING-FILE-OPEN             VALUE 'Y'.
       77  WS-PERIOD-CONTROL-OPEN-SW   PIC X(01) VALUE 'N'.
           88 PERIOD-CONTROL-FILE-OPEN      VALUE 'Y'.
       77  WS-REPORT-OPEN-SW           PIC X(01) VALUE 'N'.
           88 REPORT-FILE-OPEN              VALUE 'Y'.

       77  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
           88 RUN-ABORTED                  VALUE 'Y'.

       77  WS-OPENING-EOF-SWITCH       PIC X(01) VALUE 'N'.
           88 END-OF-OPENING               VALUE 'Y'.

       77  WS-MOVE-EOF-SWITCH          PIC X(01) VALUE 'N'.
           88 END-OF-MOVEMENTS             VALUE 'Y'.

       77  WS-CATALOG-EOF-SWITCH       PIC X(01) VALUE 'N'.
           88 END-OF-CATALOG               VALUE 'Y'.

       77  WS-SORT-EOF-SWITCH          PIC X(01) VALUE 'N'.
           88 END-OF-SORT                  VALUE 'Y'.

       77  WS-FIRST-DEPT-SWITCH        PIC X(01) VALUE 'Y'.
           88 FIRST-DEPT-BREAK             VALUE 'Y'.

       77  WS-PERIOD-FOUND-SW          PIC X(01) VALUE 'N'.
           88 PERIOD-RECORD-FOUND          VALUE 'Y'.

      *    The period being closed, the one before it (whose snapshot
      *    is this period's opening balance) and the last day of the
      *    period, against which exchange rate dates are checked
       77  WS-CLOSE-PERIOD              PIC 9(6) VALUE ZERO.
       77  WS-PRIOR-PERIOD              PIC 9(6) VALUE ZERO.
       77  WS-PERIOD-END-DATE           PIC 9(8) VALUE ZERO.
       77  WS-TOTAL-MONTHS              PIC 9(7) COMP VALUE ZERO.
       77  WS-MONTH-REMAINDER           PIC 9(2) COMP VALUE ZERO.

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

       77  WS-ROW-PERIOD                PIC 9(6) VALUE ZERO.

       77  WS-ITEMS-READ                PIC 9(07) COMP VALUE ZERO.
       77  WS-OPENING-ROWS              PIC 9(07) COMP VALUE ZERO.
       77  WS-MOVEMENTS-READ            PIC 9(07) COMP VALUE ZERO.
       77  WS-MOVEMENTS-IN-PERIOD       PIC 9(07) COMP VALUE ZERO.
       77  WS-MOVEMENTS-LATER           PIC 9(07) COMP VALUE ZERO.
       77  WS-SNAPSHOT-ROWS             PIC 9(07) COMP VALUE ZERO.
       77  WS-ITEMS-ROLLED              PIC 9(07) COMP VALUE ZERO.
       77  WS-ITEMS-NOT-ON-CATALOG      PIC 9(07) COMP VALUE ZERO.
       77  WS-ITEMS-NO-RATE             PIC 9(07) COMP VALUE ZERO.
       77  WS-ITEMS-DIFFERENT           PIC 9(07) COMP VALUE ZERO.
       77  WS-RATES-AFTER-PERIOD        PIC 9(07) COMP VALUE ZERO.

       77  WS-PREV-DEPARTMENT          PIC 9(3) VALUE ZERO.
       77  WS-FIG-SUB                  PIC 9(2) COMP VALUE ZERO.

       77  WS-DEFAULT-DEPT-NAME        PIC X(20)
                                        VALUE 'UNKNOWN DEPARTMENT'.
       77  WS-DEPT-NAME-USED           PIC X(20) VALUE SPACES.
       77  WS-DEPT-COUNT               PIC 9(3) COMP VALUE ZERO.

      *    Department names, loaded at startup from the department
      *    reference file (see DFH0XCP8).  Retired departments are
      *    kept: stock can still be opening in one, or leave one,
      *    during the month it is retired
       01  WS-DEPARTMENT-TABLE.
           03 WS-DEPT-ENTRY OCCURS 1 TO 200 TIMES
                             DEPENDING ON WS-DEPT-COUNT
                             INDEXED BY THR-IDX.
               05 WT-DEPARTMENT         PIC 9(3).
               05 WT-DEPT-NAME          PIC X(20).

      *    Exchange rates, loaded at startup from the exchange rate
      *    reference file (see DFH0XCPD); an item whose currency is
      *    not in this table is listed rather than valued
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

      *    One entry per item met on the opening snapshot, the
      *    movement history or the catalog: its opening balance, the
      *    period's movement by kind, movement booked since period end
      *    and the cost it is valued at
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
               05 WI-DEPARTMENT         PIC 9(3).
               05 WI-COST               PIC S9(9)V99 COMP-3.
               05 WI-CURRENCY-CODE      PIC X(3).
               05 WI-OPEN-QTY           PIC S9(7) COMP-3.
               05 WI-OPEN-VALUE         PIC S9(13)V99 COMP-3.
               05 WI-RCV-QTY            PIC S9(7) COMP-3.
               05 WI-ORD-QTY            PIC S9(7) COMP-3.
               05 WI-ADJ-QTY            PIC S9(7) COMP-3.
               05 WI-XFR-QTY            PIC S9(7) COMP-3.
               05 WI-RTN-QTY            PIC S9(7) COMP-3.
               05 WI-LATER-QTY          PIC S9(7) COMP-3.
               05 WI-ON-CATALOG-SW      PIC X(1).
                   88 WI-ON-CATALOG         VALUE 'Y'.

      *    Working copy of the snapshot row, whichever file it is for
           COPY dfh0xcpw.

      *    Roll-forward totals for the department in hand and for the
      *    whole catalog, in SRT-FIGURE-TABLE order; the one being
      *    printed is moved whole to WS-PRINT-TOTALS
       01  WS-DEPT-TOTALS.
           03 WS-DEPT-FIGURE OCCURS 10 TIMES.
               05 DT-QTY                PIC S9(9) COMP-3.
               05 DT-VALUE              PIC S9(13)V99 COMP-3.

       01  WS-GRAND-TOTALS.
           03 WS-GRAND-FIGURE OCCURS 10 TIMES.
               05 GT-QTY                PIC S9(9) COMP-3.
               05 GT-VALUE              PIC S9(13)V99 COMP-3.

       01  WS-PRINT-TOTALS.
           03 WS-PRINT-FIGURE OCCURS 10 TIMES.
               05 PT-QTY                PIC S9(9) COMP-3.
               05 PT-VALUE              PIC S9(13)V99 COMP-3.

       01  WS-FIGURE-LABELS.
           03 FILLER                    PIC X(24)
                VALUE 'OPENING BALANCE'.
           03 FILLER                    PIC X(24)
                VALUE 'PLUS RECEIPTS'.
           03 FILLER                    PIC X(24)
                VALUE 'LESS ORDERS AND RELEASES'.
           03 FILLER                    PIC X(24)
                VALUE 'ADJUSTMENTS'.
           03 FILLER                    PIC X(24)
                VALUE 'TRANSFERS'.
           03 FILLER                    PIC X(24)
                VALUE 'RETURNS AND SCRAP'.
           03 FILLER                    PIC X(24)
                VALUE 'REVALUATION'.
           03 FILLER                    PIC X(24)
                VALUE 'EXPECTED CLOSING'.
           03 FILLER                    PIC X(24)
                VALUE 'ACTUAL CLOSING'.
           03 FILLER                    PIC X(24)
                VALUE 'UNEXPLAINED DIFFERENCE'.
       01  WS-LABEL-TABLE REDEFINES WS-FIGURE-LABELS.
           03 WS-FIGURE-LABEL           PIC X(24) OCCURS 10 TIMES.

       01  WS-REPORT-HEADING.
           03 FILLER                    PIC X(40)
                VALUE 'PERIOD-END STOCK ROLL-FORWARD - PERIOD  '.
           03 RH-PERIOD                  PIC 9(6).
           03 FILLER                    PIC X(34) VALUE SPACES.

       01  WS-HEADING-LINE.
           03 FILLER                    PIC X(14)
                VALUE 'DEPARTMENT  = '.
           03 HL-DEPARTMENT              PIC 9(3).
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 HL-DEPT-NAME               PIC X(20).
           03 FILLER                    PIC X(41) VALUE SPACES.

       01  WS-ALL-DEPTS-HEADING         PIC X(80)
                VALUE 'ALL DEPARTMENTS'.

       01  WS-COLUMN-HEADING.
           03 FILLER                    PIC X(30) VALUE SPACES.
           03 FILLER                    PIC X(08) VALUE 'QUANTITY'.
           03 FILLER                    PIC X(08) VALUE SPACES.
           03 FILLER                    PIC X(11) VALUE 'HOUSE VALUE'.
           03 FILLER                    PIC X(23) VALUE SPACES.

       01  WS-FIGURE-LINE.
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 FL-LABEL                  PIC X(24).
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 FL-QUANTITY               PIC -Z(8)9.
           03 FL-QUANTITY-X REDEFINES FL-QUANTITY
                                         PIC X(10).
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 FL-VALUE                  PIC -Z(12)9.99.
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 FL-FLAG                   PIC X(03).
           03 FILLER                    PIC X(18) VALUE SPACES.

       01  WS-DIFFERENCE-LINE.
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 FILLER                    PIC X(05) VALUE 'ITEM '.
           03 DF-ITEM-REF               PIC 9(4).
           03 FILLER                    PIC X(01) VALUE SPACES.
           03 DF-DESCRIPTION            PIC X(16).
           03 FILLER                    PIC X(05) VALUE ' EXP '.
           03 DF-EXPECTED               PIC -Z(5)9.
           03 FILLER                    PIC X(05) VALUE ' ACT '.
           03 DF-ACTUAL                 PIC -Z(5)9.
           03 FILLER                    PIC X(06) VALUE ' DIFF '.
           03 DF-DIFFERENCE             PIC -Z(5)9.
           03 FILLER                    PIC X(01) VALUE SPACES.
           03 DF-VALUE                  PIC -Z(9)9.99.

       01  WS-NO-RATE-LINE.
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 FILLER                    PIC X(05) VALUE 'ITEM '.
           03 NR-ITEM-REF               PIC 9(4).
           03 FILLER                    PIC X(01) VALUE SPACES.
           03 NR-DESCRIPTION            PIC X(40).
           03 FILLER                    PIC X(01) VALUE SPACES.
           03 NR-CURRENCY-CODE          PIC X(3).
           03 FILLER                    PIC X(01) VALUE SPACES.
           03 FILLER                    PIC X(16)
                                         VALUE 'NO RATE ON FILE '.
           03 FILLER                    PIC X(07) VALUE SPACES.

       01  WS-COUNT-LINE.
           03 CL-LABEL                  PIC X(40).
           03 CL-COUNT                  PIC Z(6)9.
           03 FILLER                    PIC X(33) VALUE SPACES.

       01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
      *    0000-MAINLINE                                               *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALISE
               THRU 1000-INITIALISE-EXIT.

           PERFORM 2000-LOAD-OPENING-BALANCE
               THRU 2000-LOAD-OPENING-BALANCE-EXIT
               UNTIL END-OF-OPENING.

           PERFORM 2500-ACCUMULATE-MOVEMENT
               THRU 2500-ACCUMULATE-MOVEMENT-EXIT
               UNTIL END-OF-MOVEMENTS.

           IF NOT RUN-ABORTED
               SORT SORT-FILE
                   ASCENDING KEY SRT-DEPARTMENT SRT-ITEM-REF
                   INPUT PROCEDURE  3000-SORT-INPUT
                       THRU 3000-SORT-INPUT-EXIT
                   OUTPUT PROCEDURE 4000-SORT-OUTPUT
                       THRU 4000-SORT-OUTPUT-EXIT
           END-IF.

           IF NOT RUN-ABORTED
               MOVE 'Y' TO WS-NORMAL-END-SW
           END-IF.

           PERFORM 8000-TERMINATE
               THRU 8000-TERMINATE-EXIT.

           GOBACK.

      ******************************************************************
      *    1000-INITIALISE - fix the period, refuse it if it is        *
      *    already closed, then open the inputs and outputs and load   *
      *    the department and exchange rate tables                     *
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
           PERFORM 1250-FIX-PRIOR-PERIOD
               THRU 1250-FIX-PRIOR-PERIOD-EXIT.

           PERFORM 1300-CHECK-PERIOD-OPEN
               THRU 1300-CHECK-PERIOD-OPEN-EXIT.
           IF RUN-ABORTED
               GO TO 1000-INITIALISE-EXIT
           END-IF.

           OPEN INPUT CATALOG-FILE.
           IF NOT CATALOG-FILE-OK
               DISPLAY 'DFH0XBR - CATALOG OPEN FAILED '
                   FS-CATALOG-FILE
               PERFORM 1900-ABORT-RUN
                   THRU 1900-ABORT-RUN-EXIT
               GO TO 1000-INITIALISE-EXIT
           END-IF.
           MOVE 'Y' TO WS-CATALOG-OPEN-SW.

      *    the very first close has no snapshot before it; an absent
      *    opening file means every item opens the period at zero
           OPEN INPUT OPENING-FILE.
           IF OPENING-FILE-OK
               MOVE 'Y' TO WS-OPENING-OPEN-SW
           ELSE
               IF OPENING-FILE-NOTCREATED
                   DISPLAY 'DFH0XBR - NO OPENING SNAPSHOT, '
                       'OPENING BALANCES ARE ZERO'
                   MOVE 'Y' TO WS-OPENING-EOF-SWITCH
               ELSE
                   DISPLAY 'DFH0XBR - OPENING SNAPSHOT OPEN FAILED '
                       FS-OPENING-FILE
                   PERFORM 1900-ABORT-RUN
                       THRU 1900-ABORT-RUN-EXIT
                   GO TO 1000-INITIALISE-EXIT
               END-IF
           END-IF.

      *    a history that has never been created just means nothing
      *    has moved yet - every item closes where it opened
           OPEN INPUT MOVEMENT-FILE.
           IF MOVEMENT-FILE-OK
               MOVE 'Y' TO WS-MOVEMENT-OPEN-SW
           ELSE
               IF MOVEMENT-FILE-NOTCREATED
                   DISPLAY 'DFH0XBR - NO MOVEMENT HISTORY YET, '
                       'ROLLING FORWARD ZERO MOVEMENT'
                   MOVE 'Y' TO WS-MOVE-EOF-SWITCH
               ELSE
                   DISPLAY 'DFH0XBR - MOVEMENT HISTORY OPEN FAILED '
                       FS-MOVEMENT-FILE
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

           PERFORM 1500-LOAD-RATE-TABLE
               THRU 1500-LOAD-RATE-TABLE-EXIT.
           IF RUN-ABORTED
               GO TO 1000-INITIALISE-EXIT
           END-IF.

           OPEN OUTPUT CLOSING-FILE.
           IF NOT CLOSING-FILE-OK
               DISPLAY 'DFH0XBR - CLOSING SNAPSHOT OPEN FAILED '
                   FS-CLOSING-FILE
               PERFORM 1900-ABORT-RUN
                   THRU 1900-ABORT-RUN-EXIT
               GO TO 1000-INITIALISE-EXIT
           END-IF.
           MOVE 'Y' TO WS-CLOSING-OPEN-SW.

           OPEN OUTPUT REPORT-FILE.
           IF NOT REPORT-FILE-OK
               DISPLAY 'DFH0XBR - REPORT OPEN FAILED '
                   FS-REPORT-FILE
               PERFORM 1900-ABORT-RUN
                   THRU 1900-ABORT-RUN-EXIT
               GO TO 1000-INITIALISE-EXIT
           END-IF.
           MOVE 'Y' TO WS-REPORT-OPEN-SW.

           MOVE WS-CLOSE-PERIOD TO RH-PERIOD.
           MOVE WS-REPORT-HEADING TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-BLANK-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       1000-INITIALISE-EXIT.
           EXIT.

      ******************************************************************
      *    1200-GET-PARAMETERS - the period to close, off the period   *
      *    parameter file.  A run with no parameter file closes the    *
      *    run date's month                                            *
      ******************************************************************
       1200-GET-PARAMETERS.
           MOVE WS-RUN-DATE TO WS-DATE-YYYYMMDD.
           MOVE WS-DATE-PERIOD TO WS-CLOSE-PERIOD.

           OPEN INPUT PARAMETER-FILE.
           IF NOT PARAMETER-FILE-OK
               DISPLAY 'DFH0XBR - NO PARAMETER FILE, CLOSING '
                   WS-CLOSE-PERIOD
               GO TO 1200-GET-PARAMETERS-EXIT
           END-IF.

           READ PARAMETER-FILE
               AT END
                   DISPLAY 'DFH0XBR - PARAMETER FILE EMPTY, '
                       'CLOSING ' WS-CLOSE-PERIOD
                   CLOSE PARAMETER-FILE
                   GO TO 1200-GET-PARAMETERS-EXIT
           END-READ.

           IF PP-CLOSE-PERIOD NUMERIC
                   AND PP-CLOSE-PERIOD NOT = ZERO
               MOVE PP-CLOSE-PERIOD TO WS-CLOSE-PERIOD
           END-IF.
           CLOSE PARAMETER-FILE.

       1200-GET-PARAMETERS-EXIT.
           EXIT.

      ******************************************************************
      *    1250-FIX-PRIOR-PERIOD - the month before the close period,  *
      *    whose snapshot is the opening balance, and the last day     *
      *    of the close period                                         *
      ******************************************************************
       1250-FIX-PRIOR-PERIOD.
           MOVE WS-CLOSE-PERIOD TO WS-PERIOD-YYYYMM.
           COMPUTE WS-TOTAL-MONTHS =
               (WS-PERIOD-YEAR * 12) + WS-PERIOD-MONTH - 1 - 1.
           DIVIDE WS-TOTAL-MONTHS BY 12
               GIVING WS-PERIOD-YEAR
               REMAINDER WS-MONTH-REMAINDER.
           COMPUTE WS-PERIOD-MONTH = WS-MONTH-REMAINDER + 1.
           MOVE WS-PERIOD-YYYYMM TO WS-PRIOR-PERIOD.

           MOVE WS-CLOSE-PERIOD TO WS-DATE-PERIOD.
           MOVE 31 TO WS-DATE-DAY.
           MOVE WS-DATE-YYYYMMDD TO WS-PERIOD-END-DATE.

       1250-FIX-PRIOR-PERIOD-EXIT.
           EXIT.

      ******************************************************************
      *    1300-CHECK-PERIOD-OPEN - open the period control file,      *
      *    creating it empty the first time a period is ever closed,   *
      *    and refuse the run if this period is already marked closed  *
      ******************************************************************
       1300-CHECK-PERIOD-OPEN.
           OPEN I-O PERIOD-CONTROL-FILE.
           IF NOT PERIOD-CONTROL-FILE-OK
               IF NOT PERIOD-CONTROL-FILE-NOTCREATED
                   DISPLAY 'DFH0XBR - PERIOD CONTROL OPEN FAILED '
                       FS-PERIOD-CONTROL-FILE
                   PERFORM 1900-ABORT-RUN
                       THRU 1900-ABORT-RUN-EXIT
                   GO TO 1300-CHECK-PERIOD-OPEN-EXIT
               END-IF
               OPEN OUTPUT PERIOD-CONTROL-FILE
               IF NOT PERIOD-CONTROL-FILE-OK
                   DISPLAY 'DFH0XBR - PERIOD CONTROL CREATE FAILED '
                       FS-PERIOD-CONTROL-FILE
                   PERFORM 1900-ABORT-RUN
                       THRU 1900-ABORT-RUN-EXIT
                   GO TO 1300-CHECK-PERIOD-OPEN-EXIT
               END-IF
               CLOSE PERIOD-CONTROL-FILE
               OPEN I-O PERIOD-CONTROL-FILE
               IF NOT PERIOD-CONTROL-FILE-OK
                   DISPLAY 'DFH0XBR - PERIOD CONTROL OPEN FAILED '
                       FS-PERIOD-CONTROL-FILE
                   PERFORM 1900-ABORT-RUN
                       THRU 1900-ABORT-RUN-EXIT
                   GO TO 1300-CHECK-PERIOD-OPEN-EXIT
               END-IF
           END-IF.
           MOVE 'Y' TO WS-PERIOD-CONTROL-OPEN-SW.

           MOVE 'N' TO WS-PERIOD-FOUND-SW.
           MOVE WS-CLOSE-PERIOD TO PC-PERIOD.
           READ PERIOD-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-PERIOD-FOUND-SW
           END-READ.

           IF PERIOD-RECORD-FOUND AND PC-PERIOD-CLOSED
               DISPLAY 'DFH0XBR - PERIOD ' WS-CLOSE-PERIOD
                   ' ALREADY CLOSED ON ' PC-CLOSE-DATE
                   ', CLOSE REFUSED'
               PERFORM 1900-ABORT-RUN
                   THRU 1900-ABORT-RUN-EXIT
           END-IF.

       1300-CHECK-PERIOD-OPEN-EXIT.
           EXIT.

      ******************************************************************
      *    1400-LOAD-DEPARTMENT-TABLE - read the department reference  *
      *    file once, start to finish, into WS-DEPARTMENT-TABLE        *
      ******************************************************************
       1400-LOAD-DEPARTMENT-TABLE.
           MOVE ZERO TO WS-DEPT-COUNT.

           OPEN INPUT DEPARTMENT-FILE.
           IF NOT DEPARTMENT-FILE-OK
               DISPLAY 'DFH0XBR - DEPARTMENT OPEN FAILED '
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
      *    1500-LOAD-RATE-TABLE - read the exchange rate reference     *
      *    file once, start to finish, into WS-RATE-TABLE.  An empty   *
      *    or missing rate file aborts the close.  The file holds the  *
      *    rate now in force for each currency; one that took effect   *
      *    after the period ended is used, and said so                 *
      ******************************************************************
       1500-LOAD-RATE-TABLE.
           MOVE ZERO TO WS-RATE-COUNT.

           OPEN INPUT RATE-FILE.
           IF NOT RATE-FILE-OK
               DISPLAY 'DFH0XBR - RATE FILE OPEN FAILED '
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
               DISPLAY 'DFH0XBR - NO RATES ON EXCHANGE RATE FILE'
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

           IF EXR-EFFECTIVE-DATE OF EXCHANGE-RATE-RECORD
                   > WS-PERIOD-END-DATE
               DISPLAY 'DFH0XBR - RATE FOR '
                   EXR-CURRENCY-CODE OF EXCHANGE-RATE-RECORD
                   ' EFFECTIVE '
                   EXR-EFFECTIVE-DATE OF EXCHANGE-RATE-RECORD
                   ' IS AFTER PERIOD END'
               ADD 1 TO WS-RATES-AFTER-PERIOD
           END-IF.

       1510-LOAD-RATE-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      *    1900-ABORT-RUN - stop every loop in the run; nothing is     *
      *    sorted, no period is marked closed and the run ends F       *
      ******************************************************************
       1900-ABORT-RUN.
           MOVE 'Y' TO WS-EOF-SWITCH.
           MOVE 'Y' TO WS-OPENING-EOF-SWITCH.
           MOVE 'Y' TO WS-MOVE-EOF-SWITCH.
           MOVE 'Y' TO WS-CATALOG-EOF-SWITCH.

       1900-ABORT-RUN-EXIT.
           EXIT.

      ******************************************************************
      *    2000-LOAD-OPENING-BALANCE - one row of last month's         *
      *    snapshot into the item table.  A snapshot for any period    *
      *    but the one just before this close is the wrong opening     *
      *    balance, and the close stops rather than roll forward from  *
      *    it                                                          *
      ******************************************************************
       2000-LOAD-OPENING-BALANCE.
           READ OPENING-FILE INTO PERIOD-SNAPSHOT-RECORD
               AT END
                   MOVE 'Y' TO WS-OPENING-EOF-SWITCH
                   GO TO 2000-LOAD-OPENING-BALANCE-EXIT
           END-READ.

           IF NOT OPENING-FILE-OK
               DISPLAY 'DFH0XBR - OPENING SNAPSHOT READ ERROR '
                   FS-OPENING-FILE
               PERFORM 1900-ABORT-RUN
                   THRU 1900-ABORT-RUN-EXIT
               GO TO 2000-LOAD-OPENING-BALANCE-EXIT
           END-IF.

           IF PS-PERIOD NOT = WS-PRIOR-PERIOD
               DISPLAY 'DFH0XBR - OPENING SNAPSHOT IS PERIOD '
                   PS-PERIOD ', EXPECTED ' WS-PRIOR-PERIOD
               PERFORM 1900-ABORT-RUN
                   THRU 1900-ABORT-RUN-EXIT
               GO TO 2000-LOAD-OPENING-BALANCE-EXIT
           END-IF.

           ADD 1 TO WS-OPENING-ROWS.

           MOVE PS-ITEM-REF TO WS-SEARCH-ITEM.
           PERFORM 2900-FIND-ITEM-ENTRY
               THRU 2900-FIND-ITEM-ENTRY-EXIT.
           IF NOT ITEM-ENTRY-FOUND
               GO TO 2000-LOAD-OPENING-BALANCE-EXIT
           END-IF.

           MOVE PS-DEPARTMENT    TO WI-DEPARTMENT (WS-ITEM-SUB).
           MOVE PS-COST          TO WI-COST (WS-ITEM-SUB).
           MOVE PS-CURRENCY-CODE TO WI-CURRENCY-CODE (WS-ITEM-SUB).
           MOVE PS-QUANTITY      TO WI-OPEN-QTY (WS-ITEM-SUB).
           MOVE PS-HOUSE-VALUE   TO WI-OPEN-VALUE (WS-ITEM-SUB).

       2000-LOAD-OPENING-BALANCE-EXIT.
           EXIT.

      ******************************************************************
      *    2500-ACCUMULATE-MOVEMENT - read one movement row; a row     *
      *    dated in the close period adds its signed quantity to the   *
      *    item's total for its kind of movement, and a row dated      *
      *    after the period is kept aside to back out of the catalog   *
      *    figure.  Earlier rows are already in the opening balance    *
      ******************************************************************
       2500-ACCUMULATE-MOVEMENT.
           READ MOVEMENT-FILE
               AT END
                   MOVE 'Y' TO WS-MOVE-EOF-SWITCH
                   GO TO 2500-ACCUMULATE-MOVEMENT-EXIT
           END-READ.

           IF NOT MOVEMENT-FILE-OK
               DISPLAY 'DFH0XBR - MOVEMENT READ ERROR '
                   FS-MOVEMENT-FILE
               PERFORM 1900-ABORT-RUN
                   THRU 1900-ABORT-RUN-EXIT
               GO TO 2500-ACCUMULATE-MOVEMENT-EXIT
           END-IF.

           ADD 1 TO WS-MOVEMENTS-READ.

           MOVE MV-DATE TO WS-DATE-YYYYMMDD.
           MOVE WS-DATE-PERIOD TO WS-ROW-PERIOD.
           IF WS-ROW-PERIOD < WS-CLOSE-PERIOD
               GO TO 2500-ACCUMULATE-MOVEMENT-EXIT
           END-IF.

           MOVE MV-ITEM-REF TO WS-SEARCH-ITEM.
           PERFORM 2900-FIND-ITEM-ENTRY
               THRU 2900-FIND-ITEM-ENTRY-EXIT.
           IF NOT ITEM-ENTRY-FOUND
               GO TO 2500-ACCUMULATE-MOVEMENT-EXIT
           END-IF.

           IF WI-DEPARTMENT (WS-ITEM-SUB) = ZERO
               MOVE MV-DEPARTMENT TO WI-DEPARTMENT (WS-ITEM-SUB)
           END-IF.

           IF WS-ROW-PERIOD > WS-CLOSE-PERIOD
               ADD MV-QUANTITY TO WI-LATER-QTY (WS-ITEM-SUB)
               ADD 1 TO WS-MOVEMENTS-LATER
               GO TO 2500-ACCUMULATE-MOVEMENT-EXIT
           END-IF.

           ADD 1 TO WS-MOVEMENTS-IN-PERIOD.
           EVALUATE TRUE
               WHEN MV-GOODS-RECEIPT
                   ADD MV-QUANTITY TO WI-RCV-QTY (WS-ITEM-SUB)
               WHEN MV-ORDER-ALLOCATION
               WHEN MV-BACKORDER-RELEASE
                   ADD MV-QUANTITY TO WI-ORD-QTY (WS-ITEM-SUB)
               WHEN MV-LOCATION-TRANSFER
                   ADD MV-QUANTITY TO WI-XFR-QTY (WS-ITEM-SUB)
               WHEN MV-CUSTOMER-RETURN
               WHEN MV-RETURN-SCRAPPED
                   ADD MV-QUANTITY TO WI-RTN-QTY (WS-ITEM-SUB)
               WHEN OTHER
                   ADD MV-QUANTITY TO WI-ADJ-QTY (WS-ITEM-SUB)
           END-EVALUATE.

       2500-ACCUMULATE-MOVEMENT-EXIT.
           EXIT.

      ******************************************************************
      *    2900-FIND-ITEM-ENTRY - find or create WS-SEARCH-ITEM's      *
      *    entry in the item table.  A close cannot be taken on part   *
      *    of the catalog, so running out of table stops the run       *
      ******************************************************************
       2900-FIND-ITEM-ENTRY.
           MOVE 'N' TO WS-ITEM-FOUND-SW.

           IF WS-ITEM-COUNT > ZERO
               SET ITM-IDX TO 1
               SEARCH WS-ITEM-ENTRY
                   AT END
                       CONTINUE
                   WHEN WI-ITEM-REF (ITM-IDX) = WS-SEARCH-ITEM
                       MOVE 'Y' TO WS-ITEM-FOUND-SW
                       SET WS-ITEM-SUB TO ITM-IDX
               END-SEARCH
           END-IF.

           IF ITEM-ENTRY-FOUND
               GO TO 2900-FIND-ITEM-ENTRY-EXIT
           END-IF.

           IF WS-ITEM-COUNT = 9999
               DISPLAY 'DFH0XBR - OVER 9999 DISTINCT ITEMS, '
                   'PERIOD CANNOT BE CLOSED'
               PERFORM 1900-ABORT-RUN
                   THRU 1900-ABORT-RUN-EXIT
               GO TO 2900-FIND-ITEM-ENTRY-EXIT
           END-IF.

           ADD 1 TO WS-ITEM-COUNT.
           MOVE WS-ITEM-COUNT TO WS-ITEM-SUB.
           MOVE 'Y' TO WS-ITEM-FOUND-SW.
           MOVE WS-SEARCH-ITEM TO WI-ITEM-REF (WS-ITEM-SUB).
           MOVE ZERO           TO WI-DEPARTMENT (WS-ITEM-SUB).
           MOVE ZERO           TO WI-COST (WS-ITEM-SUB).
           MOVE SPACES         TO WI-CURRENCY-CODE (WS-ITEM-SUB).
           MOVE ZERO           TO WI-OPEN-QTY (WS-ITEM-SUB).
           MOVE ZERO           TO WI-OPEN-VALUE (WS-ITEM-SUB).
           MOVE ZERO           TO WI-RCV-QTY (WS-ITEM-SUB).
           MOVE ZERO           TO WI-ORD-QTY (WS-ITEM-SUB).
           MOVE ZERO           TO WI-ADJ-QTY (WS-ITEM-SUB).
           MOVE ZERO           TO WI-XFR-QTY (WS-ITEM-SUB).
           MOVE ZERO           TO WI-RTN-QTY (WS-ITEM-SUB).
           MOVE ZERO           TO WI-LATER-QTY (WS-ITEM-SUB).
           MOVE 'N'            TO WI-ON-CATALOG-SW (WS-ITEM-SUB).

       2900-FIND-ITEM-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      *    3000-SORT-INPUT - walk the catalog, rolling every item      *
      *    forward and writing its period-end snapshot row, then roll  *
      *    forward whatever opened or moved in the period but is no    *
      *    longer on the catalog                                       *
      ******************************************************************
       3000-SORT-INPUT.
           PERFORM 3100-RELEASE-CATALOG-ITEM
               THRU 3100-RELEASE-CATALOG-ITEM-EXIT
               UNTIL END-OF-CATALOG.

           IF RUN-ABORTED
               GO TO 3000-SORT-INPUT-EXIT
           END-IF.

           PERFORM 3200-RELEASE-DROPPED-ITEM
               THRU 3200-RELEASE-DROPPED-ITEM-EXIT
               VARYING WS-ITEM-SUB FROM 1 BY 1
               UNTIL WS-ITEM-SUB > WS-ITEM-COUNT.

       3000-SORT-INPUT-EXIT.
           EXIT.

       3100-RELEASE-CATALOG-ITEM.
           READ CATALOG-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CATALOG-EOF-SWITCH
                   GO TO 3100-RELEASE-CATALOG-ITEM-EXIT
           END-READ.

           IF NOT CATALOG-FILE-OK
               DISPLAY 'DFH0XBR - CATALOG READ ERROR '
                   FS-CATALOG-FILE
               PERFORM 1900-ABORT-RUN
                   THRU 1900-ABORT-RUN-EXIT
               GO TO 3100-RELEASE-CATALOG-ITEM-EXIT
           END-IF.

           ADD 1 TO WS-ITEMS-READ.

           MOVE CA-ITEM-REF OF CATALOG-RECORD TO WS-SEARCH-ITEM.
           PERFORM 2900-FIND-ITEM-ENTRY
               THRU 2900-FIND-ITEM-ENTRY-EXIT.
           IF NOT ITEM-ENTRY-FOUND
               GO TO 3100-RELEASE-CATALOG-ITEM-EXIT
           END-IF.

           MOVE 'Y' TO WI-ON-CATALOG-SW (WS-ITEM-SUB).
           MOVE CA-DEPARTMENT    OF CATALOG-RECORD
                                   TO WI-DEPARTMENT (WS-ITEM-SUB).
           MOVE CA-COST          OF CATALOG-RECORD
                                   TO WI-COST (WS-ITEM-SUB).
           MOVE CA-CURRENCY-CODE OF CATALOG-RECORD
                                   TO WI-CURRENCY-CODE (WS-ITEM-SUB).
           MOVE CA-DESCRIPTION   OF CATALOG-RECORD TO SRT-DESCRIPTION.

      *    the catalog shows stock as it is tonight; movement booked
      *    since period end is taken back off to see it at period end
           COMPUTE SRT-ACTUAL-QTY =
               IN-STOCK OF CATALOG-RECORD - WI-LATER-QTY (WS-ITEM-SUB).

           PERFORM 3300-ROLL-ITEM-FORWARD
               THRU 3300-ROLL-ITEM-FORWARD-EXIT.
           RELEASE SORT-RECORD.

           MOVE WS-CLOSE-PERIOD  TO PS-PERIOD.
           MOVE CA-ITEM-REF      OF CATALOG-RECORD TO PS-ITEM-REF.
           MOVE CA-DEPARTMENT    OF CATALOG-RECORD TO PS-DEPARTMENT.
           MOVE SRT-ACTUAL-QTY   TO PS-QUANTITY.
           MOVE CA-COST          OF CATALOG-RECORD TO PS-COST.
           MOVE CA-CURRENCY-CODE OF CATALOG-RECORD
                                   TO PS-CURRENCY-CODE.
           MOVE SRT-ACTUAL-VALUE TO PS-HOUSE-VALUE.
           WRITE CLOSING-FILE-RECORD FROM PERIOD-SNAPSHOT-RECORD.
           IF NOT CLOSING-FILE-OK
               DISPLAY 'DFH0XBR - CLOSING SNAPSHOT WRITE FAILED '
                   FS-CLOSING-FILE
               PERFORM 1900-ABORT-RUN
                   THRU 1900-ABORT-RUN-EXIT
               GO TO 3100-RELEASE-CATALOG-ITEM-EXIT
           END-IF.
           ADD 1 TO WS-SNAPSHOT-ROWS.

       3100-RELEASE-CATALOG-ITEM-EXIT.
           EXIT.

      ******************************************************************
      *    3200-RELEASE-DROPPED-ITEM - an item in the table the        *
      *    catalog walk never reached was deleted during (or since)    *
      *    the period; it closes at nothing, valued at the cost it     *
      *    opened at, and takes no place on the snapshot               *
      ******************************************************************
       3200-RELEASE-DROPPED-ITEM.
           IF WI-ON-CATALOG (WS-ITEM-SUB)
               GO TO 3200-RELEASE-DROPPED-ITEM-EXIT
           END-IF.

      *    an entry made only by movement since period end has
      *    nothing to roll forward in this period
           IF WI-OPEN-QTY (WS-ITEM-SUB) = ZERO
                   AND WI-OPEN-VALUE (WS-ITEM-SUB) = ZERO
                   AND WI-RCV-QTY (WS-ITEM-SUB) = ZERO
                   AND WI-ORD-QTY (WS-ITEM-SUB) = ZERO
                   AND WI-ADJ-QTY (WS-ITEM-SUB) = ZERO
                   AND WI-XFR-QTY (WS-ITEM-SUB) = ZERO
                   AND WI-RTN-QTY (WS-ITEM-SUB) = ZERO
               GO TO 3200-RELEASE-DROPPED-ITEM-EXIT
           END-IF.

           ADD 1 TO WS-ITEMS-NOT-ON-CATALOG.
           MOVE 'NOT ON CATALOG' TO SRT-DESCRIPTION.
           MOVE ZERO TO SRT-ACTUAL-QTY.

           PERFORM 3300-ROLL-ITEM-FORWARD
               THRU 3300-ROLL-ITEM-FORWARD-EXIT.
           RELEASE SORT-RECORD.

       3200-RELEASE-DROPPED-ITEM-EXIT.
           EXIT.

      ******************************************************************
      *    3300-ROLL-ITEM-FORWARD - build the sort record for the      *
      *    table entry at WS-ITEM-SUB, SRT-ACTUAL-QTY already set.     *
      *    Movement and closing quantities are valued at the item's    *
      *    period-end cost and rate; the opening value is last month's *
      *    as signed off, and what is left over is revaluation         *
      ******************************************************************
       3300-ROLL-ITEM-FORWARD.
           ADD 1 TO WS-ITEMS-ROLLED.

           MOVE WI-DEPARTMENT (WS-ITEM-SUB)    TO SRT-DEPARTMENT.
           MOVE WI-ITEM-REF (WS-ITEM-SUB)      TO SRT-ITEM-REF.
           MOVE WI-CURRENCY-CODE (WS-ITEM-SUB) TO SRT-CURRENCY-CODE.

           PERFORM 3400-LOOKUP-RATE
               THRU 3400-LOOKUP-RATE-EXIT.
           PERFORM 3500-LOOKUP-DEPARTMENT-NAME
               THRU 3500-LOOKUP-DEPARTMENT-NAME-EXIT.
           MOVE WS-DEPT-NAME-USED TO SRT-DEPT-NAME.

           MOVE WI-OPEN-QTY (WS-ITEM-SUB) TO SRT-OPEN-QTY.
           MOVE WI-RCV-QTY (WS-ITEM-SUB)  TO SRT-RCV-QTY.
           MOVE WI-ORD-QTY (WS-ITEM-SUB)  TO SRT-ORD-QTY.
           MOVE WI-ADJ-QTY (WS-ITEM-SUB)  TO SRT-ADJ-QTY.
           MOVE WI-XFR-QTY (WS-ITEM-SUB)  TO SRT-XFR-QTY.
           MOVE WI-RTN-QTY (WS-ITEM-SUB)  TO SRT-RTN-QTY.
           MOVE ZERO TO SRT-REVAL-QTY.
           COMPUTE SRT-EXPECTED-QTY =
               SRT-OPEN-QTY + SRT-RCV-QTY + SRT-ORD-QTY
               + SRT-ADJ-QTY + SRT-XFR-QTY + SRT-RTN-QTY.
           COMPUTE SRT-DIFF-QTY = SRT-ACTUAL-QTY - SRT-EXPECTED-QTY.

           IF NOT RATE-FOUND
               MOVE 'N' TO SRT-RATE-FOUND-SW
               MOVE ZERO TO SRT-OPEN-VALUE
               MOVE ZERO TO SRT-RCV-VALUE
               MOVE ZERO TO SRT-ORD-VALUE
               MOVE ZERO TO SRT-ADJ-VALUE
               MOVE ZERO TO SRT-XFR-VALUE
               MOVE ZERO TO SRT-RTN-VALUE
               MOVE ZERO TO SRT-REVAL-VALUE
               MOVE ZERO TO SRT-EXPECTED-VALUE
               MOVE ZERO TO SRT-ACTUAL-VALUE
               MOVE ZERO TO SRT-DIFF-VALUE
               ADD 1 TO WS-ITEMS-NO-RATE
               GO TO 3300-ROLL-ITEM-FORWARD-EXIT
           END-IF.

           MOVE 'Y' TO SRT-RATE-FOUND-SW.
           MOVE WI-OPEN-VALUE (WS-ITEM-SUB) TO SRT-OPEN-VALUE.
           COMPUTE SRT-RCV-VALUE ROUNDED =
               SRT-RCV-QTY * WI-COST (WS-ITEM-SUB) * WS-RATE-USED.
           COMPUTE SRT-ORD-VALUE ROUNDED =
               SRT-ORD-QTY * WI-COST (WS-ITEM-SUB) * WS-RATE-USED.
           COMPUTE SRT-ADJ-VALUE ROUNDED =
               SRT-ADJ-QTY * WI-COST (WS-ITEM-SUB) * WS-RATE-USED.
           COMPUTE SRT-XFR-VALUE ROUNDED =
               SRT-XFR-QTY * WI-COST (WS-ITEM-SUB) * WS-RATE-USED.
           COMPUTE SRT-RTN-VALUE ROUNDED =
               SRT-RTN-QTY * WI-COST (WS-ITEM-SUB) * WS-RATE-USED.
           COMPUTE SRT-EXPECTED-VALUE ROUNDED =
               SRT-EXPECTED-QTY * WI-COST (WS-ITEM-SUB)
               * WS-RATE-USED.
           COMPUTE SRT-ACTUAL-VALUE ROUNDED =
               SRT-ACTUAL-QTY * WI-COST (WS-ITEM-SUB) * WS-RATE-USED.
           COMPUTE SRT-DIFF-VALUE =
               SRT-ACTUAL-VALUE - SRT-EXPECTED-VALUE.
           COMPUTE SRT-REVAL-VALUE =
               SRT-EXPECTED-VALUE - SRT-OPEN-VALUE - SRT-RCV-VALUE
               - SRT-ORD-VALUE - SRT-ADJ-VALUE - SRT-XFR-VALUE
               - SRT-RTN-VALUE.

       3300-ROLL-ITEM-FORWARD-EXIT.
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
      *    3500-LOOKUP-DEPARTMENT-NAME - find the name for the item's  *
      *    department, defaulting when it is not in the table          *
      ******************************************************************
       3500-LOOKUP-DEPARTMENT-NAME.
           MOVE WS-DEFAULT-DEPT-NAME TO WS-DEPT-NAME-USED.

           IF WS-DEPT-COUNT = ZERO
               GO TO 3500-LOOKUP-DEPARTMENT-NAME-EXIT
           END-IF.

           SET THR-IDX TO 1.
           SEARCH WS-DEPT-ENTRY
               AT END
                   CONTINUE
               WHEN WT-DEPARTMENT (THR-IDX) =
                       WI-DEPARTMENT (WS-ITEM-SUB)
                   MOVE WT-DEPT-NAME (THR-IDX) TO WS-DEPT-NAME-USED
           END-SEARCH.

       3500-LOOKUP-DEPARTMENT-NAME-EXIT.
           EXIT.

      ******************************************************************
      *    4000-SORT-OUTPUT - per department, the items that do not    *
      *    roll forward to the catalog and then the department's       *
      *    roll-forward; the roll-forward for all departments last     *
      ******************************************************************
       4000-SORT-OUTPUT.
           INITIALIZE WS-GRAND-TOTALS.

           PERFORM 4100-RETURN-ROLLED-ITEM
               THRU 4100-RETURN-ROLLED-ITEM-EXIT
               UNTIL END-OF-SORT.

           IF NOT FIRST-DEPT-BREAK
               PERFORM 4300-PRINT-DEPT-TOTALS
                   THRU 4300-PRINT-DEPT-TOTALS-EXIT
           END-IF.

           MOVE WS-ALL-DEPTS-HEADING TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-GRAND-TOTALS TO WS-PRINT-TOTALS.
           PERFORM 4400-PRINT-FIGURES
               THRU 4400-PRINT-FIGURES-EXIT.

           PERFORM 4500-PRINT-COUNTS
               THRU 4500-PRINT-COUNTS-EXIT.

       4000-SORT-OUTPUT-EXIT.
           EXIT.

       4100-RETURN-ROLLED-ITEM.
           RETURN SORT-FILE
               AT END
                   MOVE 'Y' TO WS-SORT-EOF-SWITCH
                   GO TO 4100-RETURN-ROLLED-ITEM-EXIT
           END-RETURN.

           IF FIRST-DEPT-BREAK OR
              SRT-DEPARTMENT NOT = WS-PREV-DEPARTMENT
               IF NOT FIRST-DEPT-BREAK
                   PERFORM 4300-PRINT-DEPT-TOTALS
                       THRU 4300-PRINT-DEPT-TOTALS-EXIT
               END-IF
               MOVE 'N' TO WS-FIRST-DEPT-SWITCH
               INITIALIZE WS-DEPT-TOTALS
               MOVE SRT-DEPARTMENT TO WS-PREV-DEPARTMENT
               MOVE SRT-DEPARTMENT TO HL-DEPARTMENT
               MOVE SRT-DEPT-NAME  TO HL-DEPT-NAME
               MOVE WS-HEADING-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

           IF NOT SRT-RATE-FOUND
               MOVE SRT-ITEM-REF      TO NR-ITEM-REF
               MOVE SRT-DESCRIPTION   TO NR-DESCRIPTION
               MOVE SRT-CURRENCY-CODE TO NR-CURRENCY-CODE
               MOVE WS-NO-RATE-LINE   TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

           IF SRT-DIFF-QTY NOT = ZERO
               ADD 1 TO WS-ITEMS-DIFFERENT
               MOVE SRT-ITEM-REF       TO DF-ITEM-REF
               MOVE SRT-DESCRIPTION    TO DF-DESCRIPTION
               MOVE SRT-EXPECTED-QTY   TO DF-EXPECTED
               MOVE SRT-ACTUAL-QTY     TO DF-ACTUAL
               MOVE SRT-DIFF-QTY       TO DF-DIFFERENCE
               MOVE SRT-DIFF-VALUE     TO DF-VALUE
               MOVE WS-DIFFERENCE-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

           PERFORM 4200-ADD-ITEM-FIGURE
               THRU 4200-ADD-ITEM-FIGURE-EXIT
               VARYING WS-FIG-SUB FROM 1 BY 1
               UNTIL WS-FIG-SUB > 10.

       4100-RETURN-ROLLED-ITEM-EXIT.
           EXIT.

       4200-ADD-ITEM-FIGURE.
           ADD SRT-FIG-QTY (WS-FIG-SUB)   TO DT-QTY (WS-FIG-SUB).
           ADD SRT-FIG-VALUE (WS-FIG-SUB) TO DT-VALUE (WS-FIG-SUB).

       4200-ADD-ITEM-FIGURE-EXIT.
           EXIT.

      ******************************************************************
      *    4300-PRINT-DEPT-TOTALS - the department's roll-forward,     *
      *    then its figures carried into the grand totals              *
      ******************************************************************
       4300-PRINT-DEPT-TOTALS.
           MOVE WS-DEPT-TOTALS TO WS-PRINT-TOTALS.
           PERFORM 4400-PRINT-FIGURES
               THRU 4400-PRINT-FIGURES-EXIT.

           PERFORM 4310-ADD-DEPT-FIGURE
               THRU 4310-ADD-DEPT-FIGURE-EXIT
               VARYING WS-FIG-SUB FROM 1 BY 1
               UNTIL WS-FIG-SUB > 10.

       4300-PRINT-DEPT-TOTALS-EXIT.
           EXIT.

       4310-ADD-DEPT-FIGURE.
           ADD DT-QTY (WS-FIG-SUB)   TO GT-QTY (WS-FIG-SUB).
           ADD DT-VALUE (WS-FIG-SUB) TO GT-VALUE (WS-FIG-SUB).

       4310-ADD-DEPT-FIGURE-EXIT.
           EXIT.

      ******************************************************************
      *    4400-PRINT-FIGURES - the ten roll-forward lines held in     *
      *    WS-PRINT-TOTALS, under a column heading                     *
      ******************************************************************
       4400-PRINT-FIGURES.
           MOVE WS-COLUMN-HEADING TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           PERFORM 4410-PRINT-FIGURE-LINE
               THRU 4410-PRINT-FIGURE-LINE-EXIT
               VARYING WS-FIG-SUB FROM 1 BY 1
               UNTIL WS-FIG-SUB > 10.

           MOVE WS-BLANK-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       4400-PRINT-FIGURES-EXIT.
           EXIT.

      *    line 7 is revaluation, which has a value but no quantity;
      *    line 10, the unexplained difference, is starred when any
      *    stock is unaccounted for
       4410-PRINT-FIGURE-LINE.
           MOVE WS-FIGURE-LABEL (WS-FIG-SUB) TO FL-LABEL.
           MOVE PT-QTY (WS-FIG-SUB)   TO FL-QUANTITY.
           MOVE PT-VALUE (WS-FIG-SUB) TO FL-VALUE.
           MOVE SPACES TO FL-FLAG.

           IF WS-FIG-SUB = 7
               MOVE SPACES TO FL-QUANTITY-X
           END-IF.
           IF WS-FIG-SUB = 10
                   AND (PT-QTY (WS-FIG-SUB) NOT = ZERO
                     OR PT-VALUE (WS-FIG-SUB) NOT = ZERO)
               MOVE '***' TO FL-FLAG
           END-IF.

           MOVE WS-FIGURE-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       4410-PRINT-FIGURE-LINE-EXIT.
           EXIT.

      ******************************************************************
      *    4500-PRINT-COUNTS - the close's own counts at the foot of   *
      *    the report, so Finance sees what the figures rest on        *
      ******************************************************************
       4500-PRINT-COUNTS.
           MOVE 'ITEMS ROLLED FORWARD                  ' TO CL-LABEL.
           MOVE WS-ITEMS-ROLLED TO CL-COUNT.
           MOVE WS-COUNT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE 'ITEMS WITH AN UNEXPLAINED DIFFERENCE  ' TO CL-LABEL.
           MOVE WS-ITEMS-DIFFERENT TO CL-COUNT.
           MOVE WS-COUNT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE 'ITEMS NO LONGER ON THE CATALOG        ' TO CL-LABEL.
           MOVE WS-ITEMS-NOT-ON-CATALOG TO CL-COUNT.
           MOVE WS-COUNT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE 'ITEMS WITH NO RATE, NOT VALUED        ' TO CL-LABEL.
           MOVE WS-ITEMS-NO-RATE TO CL-COUNT.
           MOVE WS-COUNT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE 'RATES TAKING EFFECT AFTER PERIOD END  ' TO CL-LABEL.
           MOVE WS-RATES-AFTER-PERIOD TO CL-COUNT.
           MOVE WS-COUNT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE 'MOVEMENTS AFTER PERIOD END BACKED OUT ' TO CL-LABEL.
           MOVE WS-MOVEMENTS-LATER TO CL-COUNT.
           MOVE WS-COUNT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       4500-PRINT-COUNTS-EXIT.
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
               DISPLAY 'DFH0XBR - RUN CONTROL OPEN FAILED '
                   FS-RUN-CONTROL-FILE
               GO TO 1170-OPEN-RUN-CONTROL-EXIT
           END-IF.

           OPEN OUTPUT RUN-CONTROL-FILE.
           IF NOT RUN-CONTROL-FILE-OK
               DISPLAY 'DFH0XBR - RUN CONTROL CREATE FAILED '
                   FS-RUN-CONTROL-FILE
               GO TO 1170-OPEN-RUN-CONTROL-EXIT
           END-IF.
           CLOSE RUN-CONTROL-FILE.
           OPEN I-O RUN-CONTROL-FILE.
           IF NOT RUN-CONTROL-FILE-OK
               DISPLAY 'DFH0XBR - RUN CONTROL OPEN FAILED '
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
               DISPLAY 'DFH0XBR - CHAIN DATE FILE NOT AVAILABLE, '
                   'USING TODAY'
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               GO TO 1190-GET-CHAIN-DATE-EXIT
           END-IF.

           READ CHAIN-DATE-FILE
               AT END
                   DISPLAY 'DFH0XBR - CHAIN DATE FILE EMPTY, '
                       'USING TODAY'
                   ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
                   CLOSE CHAIN-DATE-FILE
                   GO TO 1190-GET-CHAIN-DATE-EXIT
           END-READ.

           IF CD-RUN-DATE NUMERIC AND CD-RUN-DATE NOT = ZERO
               MOVE CD-RUN-DATE TO WS-RUN-DATE
           ELSE
               DISPLAY 'DFH0XBR - CHAIN DATE NOT NUMERIC, USING TODAY'
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF.
           CLOSE CHAIN-DATE-FILE.

       1190-GET-CHAIN-DATE-EXIT.
           EXIT.

      ******************************************************************
      *    8000-TERMINATE - mark the period closed if the close ran    *
      *    to the end, then close what 1000-INITIALISE opened          *
      ******************************************************************
       8000-TERMINATE.
           IF REACHED-NORMAL-END
               PERFORM 8200-RECORD-PERIOD-CLOSED
                   THRU 8200-RECORD-PERIOD-CLOSED-EXIT
           END-IF.

           PERFORM 8100-RECORD-RUN-END
               THRU 8100-RECORD-RUN-END-EXIT.

           IF REPORT-FILE-OPEN
               CLOSE REPORT-FILE
           END-IF.
           IF CLOSING-FILE-OPEN
               CLOSE CLOSING-FILE
           END-IF.
           IF PERIOD-CONTROL-FILE-OPEN
               CLOSE PERIOD-CONTROL-FILE
           END-IF.
           IF MOVEMENT-FILE-OPEN
               CLOSE MOVEMENT-FILE
           END-IF.
           IF OPENING-FILE-OPEN
               CLOSE OPENING-FILE
           END-IF.
           IF CATALOG-FILE-OPEN
               CLOSE CATALOG-FILE
           END-IF.

           DISPLAY 'DFH0XBR - PERIOD: ' WS-CLOSE-PERIOD.
           DISPLAY 'DFH0XBR - OPENING ROWS READ: ' WS-OPENING-ROWS.
           DISPLAY 'DFH0XBR - MOVEMENTS IN PERIOD: '
               WS-MOVEMENTS-IN-PERIOD.
           DISPLAY 'DFH0XBR - ITEMS ROLLED FORWARD: ' WS-ITEMS-ROLLED.
           DISPLAY 'DFH0XBR - ITEMS WITH DIFFERENCE: '
               WS-ITEMS-DIFFERENT.
           DISPLAY 'DFH0XBR - SNAPSHOT ROWS WRITTEN: '
               WS-SNAPSHOT-ROWS.
           IF REACHED-NORMAL-END
               DISPLAY 'DFH0XBR - PERIOD ' WS-CLOSE-PERIOD ' CLOSED'
           ELSE
               DISPLAY 'DFH0XBR - PERIOD ' WS-CLOSE-PERIOD
                   ' NOT CLOSED'
           END-IF.

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
                   DISPLAY 'DFH0XBR - RUN CONTROL RECORD LOST'
                   GO TO 8100-RECORD-RUN-END-CLOSE
           END-READ.

           MOVE WS-CURRENT-TIME TO RUN-END-TIME.
           IF REACHED-NORMAL-END
               MOVE 'C' TO RUN-STATUS
           ELSE
               MOVE 'F' TO RUN-STATUS
           END-IF.
           MOVE WS-ITEMS-READ TO RUN-RECORDS-READ.
           MOVE WS-SNAPSHOT-ROWS TO RUN-RECORDS-WRITTEN.
           REWRITE RUN-CONTROL-RECORD.

       8100-RECORD-RUN-END-CLOSE.
           CLOSE RUN-CONTROL-FILE.
           MOVE 'N' TO WS-RUN-CONTROL-OPEN-SW.

       8100-RECORD-RUN-END-EXIT.
           EXIT.

      ******************************************************************
      *    8200-RECORD-PERIOD-CLOSED - write the period's control row  *
      *    as closed, with the closing totals the report printed.  If  *
      *    the row cannot be written the period is left open and the   *
      *    run ends F, so the close can simply be run again            *
      ******************************************************************
       8200-RECORD-PERIOD-CLOSED.
           ACCEPT WS-CURRENT-TIME FROM TIME.

           MOVE WS-CLOSE-PERIOD  TO PC-PERIOD.
           MOVE 'C'              TO PC-STATUS.
           MOVE WS-RUN-DATE      TO PC-CLOSE-DATE.
           MOVE WS-CURRENT-TIME  TO PC-CLOSE-TIME.
           MOVE WS-SNAPSHOT-ROWS TO PC-ITEMS-SNAPPED.
           MOVE GT-QTY (9)       TO PC-CLOSING-QUANTITY.
           MOVE GT-VALUE (9)     TO PC-CLOSING-VALUE.
           MOVE GT-VALUE (10)    TO PC-UNEXPLAINED-VALUE.

           IF PERIOD-RECORD-FOUND
               REWRITE PERIOD-CONTROL-RECORD
           ELSE
               WRITE PERIOD-CONTROL-RECORD
           END-IF.

           IF NOT PERIOD-CONTROL-FILE-OK
               DISPLAY 'DFH0XBR - PERIOD CONTROL WRITE FAILED '
                   FS-PERIOD-CONTROL-FILE
               MOVE 'N' TO WS-NORMAL-END-SW
           END-IF.

       8200-RECORD-PERIOD-CLOSED-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      * PROGRAM NAME = DFH0XBP                                        *
      *                                                                *
      * DESCRIPTIVE NAME = CICS TS  (Samples) Example Application -    *
      *                     Priced billing extract from shipments      *
      *                                                                *
      *      Licensed Materials - Property of IBM                      *
      *      "Restricted Materials of IBM"                             *
      *      5655-Y04                                                  *
      *      (C) Copyright IBM Corp. 2004"                             *
      *                                                                *
      * FUNCTION =                                                     *
      *      Turns the night's shipments into money for accounts       *
      *      receivable, who until now rekeyed them off a printout.    *
      *      Every filled or part-filled row on the order disposition  *
      *      file (ORDDISP, written by DFH0XB6) and every row on the   *
      *      backorder release file (RELDISP, written by DFH0XBG) -    *
      *      both in the DFH0XCPR layout and both bracketed with       *
      *      DFH0XCPF controls, which are verified here as they are    *
      *      read - is a shipment.  Its DS-QUANTITY-ALLOCATED is       *
      *      priced at the item's CA-COST and CA-CURRENCY-CODE off     *
      *      the catalog master as they stood on the chain date: a     *
      *      price change applied after the chain date is stepped      *
      *      back through the price-change history (PRCHIST, see       *
      *      DFH0XCPA) to the cost it replaced, so a late or repeated  *
      *      run bills what was in effect that night.  The line value  *
      *      is converted to the house currency through the exchange   *
      *      rate reference file (EXCHRATE, see DFH0XCPD), loaded      *
      *      into a table at startup the way DFH0XBB loads it.         *
      *                                                                *
      *      One invoice line (DFH0XCPU) per shipment goes to the      *
      *      receivables interface file (BILLEXT) under its own        *
      *      DFH0XCPF header and trailer; the trailer is only written  *
      *      when both input files verified and the night balances,    *
      *      so receivables cannot post a partial or unbalanced        *
      *      batch.  A shipment that cannot be priced - item gone      *
      *      from the catalog, or no rate for its currency - is        *
      *      listed on the billing summary (BILLRPT) instead of being  *
      *      invoiced at nothing.  The summary totals the invoiced     *
      *      lines by department and currency, with department         *
      *      subtotals in house currency, and ends with the            *
      *      disposition counts read against the lines billed and not  *
      *      billed, so the extract can be tied back to the order      *
      *      apply and the release.                                    *
      *                                                                *
      * CHANGE ACTIVITY :                                              *
      *      $SEG(DFH0XBP),COMP(SAMPLES),PROD(CICS TS ):              *
      *                                                                *
      *   PN= REASON REL YYMMDD HDXXIII : REMARKS                      *
      *   $D0= I30456 710 261015 HDJWB   : BASE - BILLING EXTRACT      *
      *   $D1= I30456 710 261015 HDJWB   : A PRICE HISTORY TOO BIG FOR *
      *                                     ITS TABLE ABORTS THE RUN   *
      *                                     RATHER THAN BILL AT THE    *
      *                                     NEW COST                   *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DFH0XBP.
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
                  ACCESS MODE         RANDOM
                  RECORD KEY          CA-ITEM-REF OF CATALOG-RECORD
                  FILE STATUS         FS-CATALOG-FILE.

           SELECT DISPOSITION-FILE    ASSIGN TO ORDDISP
                  ORGANIZATION        SEQUENTIAL
                  FILE STATUS         FS-DISPOSITION-FILE.

           SELECT RELEASE-FILE        ASSIGN TO RELDISP
                  ORGANIZATION        SEQUENTIAL
                  FILE STATUS         FS-RELEASE-FILE.

           SELECT RATE-FILE           ASSIGN TO EXCHRATE
                  ORGANIZATION        INDEXED
                  ACCESS MODE         SEQUENTIAL
                  RECORD KEY          EXR-CURRENCY-CODE
                                          OF EXCHANGE-RATE-RECORD
                  FILE STATUS         FS-RATE-FILE.

           SELECT HISTORY-FILE        ASSIGN TO PRCHIST
                  ORGANIZATION        SEQUENTIAL
                  FILE STATUS         FS-HISTORY-FILE.

           SELECT EXTRACT-FILE        ASSIGN TO BILLEXT
                  ORGANIZATION        SEQUENTIAL
                  FILE STATUS         FS-EXTRACT-FILE.

           SELECT SORT-FILE           ASSIGN TO SORTWK1.

           SELECT REPORT-FILE         ASSIGN TO BILLRPT
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

      *    the order apply's dispositions and the backorder release's
      *    rows share the DFH0XCPR layout; both are read into the one
      *    working storage copy so they are priced by the same code
       FD  DISPOSITION-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
       01  DISPOSITION-FILE-RECORD      PIC X(114).

       FD  RELEASE-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
       01  RELEASE-FILE-RECORD          PIC X(114).

       FD  RATE-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY dfh0xcpd.

       FD  HISTORY-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY dfh0xcpa.

       FD  EXTRACT-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY dfh0xcpu.

       SD  SORT-FILE.
       01  SORT-RECORD.
           03 SRT-DEPARTMENT           PIC 9(3).
           03 SRT-CURRENCY-CODE        PIC X(3).
           03 SRT-QUANTITY             PIC 9(4).
           03 SRT-LINE-VALUE           PIC S9(11)V99 COMP-3.
           03 SRT-HOUSE-VALUE          PIC S9(13)V99 COMP-3.

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
       77  WS-JOB-NAME                  PIC X(8) VALUE 'DFH0XBP'.
       77  WS-CURRENT-TIME              PIC 9(8) VALUE ZERO.
       77  WS-NORMAL-END-SW            PIC X(01) VALUE 'N'.
           88 REACHED-NORMAL-END           VALUE 'Y'.

       77  FS-CATALOG-FILE             PIC X(02) VALUE '00'.
           88 CATALOG-FILE-OK              VALUE '00'.

       77  FS-DISPOSITION-FILE         PIC X(02) VALUE '00'.
           88 DISPOSITION-FILE-OK          VALUE '00'.

       77  FS-RELEASE-FILE             PIC X(02) VALUE '00'.
           88 RELEASE-FILE-OK              VALUE '00'.
           88 RELEASE-FILE-NOTCREATED       VALUE '35'.

       77  FS-RATE-FILE                 PIC X(02) VALUE '00'.
           88 RATE-FILE-OK                  VALUE '00'.
           88 RATE-FILE-EOF                 VALUE '10'.

       77  FS-HISTORY-FILE              PIC X(02) VALUE '00'.
           88 HISTORY-FILE-OK               VALUE '00'.
           88 HISTORY-FILE-EOF              VALUE '10'.
           88 HISTORY-FILE-NOTCREATED        VALUE '35'.

       77  FS-EXTRACT-FILE             PIC X(02) VALUE '00'.
           88 EXTRACT-FILE-OK              VALUE '00'.

       77  FS-REPORT-FILE              PIC X(02) VALUE '00'.
           88 REPORT-FILE-OK                VALUE '00'.

      *    Set once its file has actually been opened, so 8000-TERMINATE
      *    closes only what 1000-INITIALISE actually succeeded in opening
       77  WS-CATALOG-OPEN-SW          PIC X(01) VALUE 'N'.
           88 CATALOG-FILE-OPEN             VALUE 'Y'.
       77  WS-DISPOSITION-OPEN-SW     PIC X(01) VALUE 'N'.
           88 DISPOSITION-FILE-OPEN          VALUE 'Y'.
       77  WS-RELEASE-OPEN-SW          PIC X(01) VALUE 'N'.
           88 RELEASE-FILE-OPEN              VALUE 'Y'.
       77  WS-EXTRACT-OPEN-SW          PIC X(01) VALUE 'N'.
           88 EXTRACT-FILE-OPEN              VALUE 'Y'.
       77  WS-REPORT-OPEN-SW           PIC X(01) VALUE 'N'.
           88 REPORT-FILE-OPEN               VALUE 'Y'.

       77  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
           88 END-OF-INPUT                 VALUE 'Y'.
       77  WS-DISP-EOF-SWITCH          PIC X(01) VALUE 'N'.
           88 END-OF-DISPOSITIONS          VALUE 'Y'.
       77  WS-REL-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88 END-OF-RELEASES              VALUE 'Y'.
       77  WS-SORT-EOF-SWITCH          PIC X(01) VALUE 'N'.
           88 END-OF-SORT                  VALUE 'Y'.

      *    Control totals accumulated over the rows of whichever input
      *    file is being read, verified against that file's trailer
      *    (see DFH0XCPF) and reset before the next file is started.
      *    WS-INPUT-NAME only labels the messages
       77  WS-INPUT-NAME                PIC X(8) VALUE SPACES.
       77  WS-SOURCE-SW                PIC X(01) VALUE 'O'.
           88 READING-DISPOSITIONS         VALUE 'O'.
           88 READING-RELEASES             VALUE 'R'.
       77  WS-FIRST-RECORD-SW          PIC X(01) VALUE 'Y'.
           88 FIRST-INPUT-RECORD           VALUE 'Y'.
       77  WS-TRAILER-SEEN-SW          PIC X(01) VALUE 'N'.
           88 TRAILER-SEEN                 VALUE 'Y'.
       77  WS-CONTROLS-OK-SW           PIC X(01) VALUE 'N'.
           88 CONTROLS-VERIFIED            VALUE 'Y'.
       77  WS-ABANDON-SW               PIC X(01) VALUE 'N'.
           88 INPUT-ABANDONED              VALUE 'Y'.
       77  WS-CTL-DATA-COUNT           PIC 9(7)  VALUE ZERO.
       77  WS-CTL-REF-HASH             PIC 9(11) VALUE ZERO.
       77  WS-CTL-QTY-HASH             PIC 9(11) VALUE ZERO.

      *    What each input verified to; a night with no release file
      *    has nothing to verify there
       77  WS-DISP-VERIFIED-SW         PIC X(01) VALUE 'N'.
           88 DISPOSITIONS-VERIFIED        VALUE 'Y'.
       77  WS-REL-VERIFIED-SW          PIC X(01) VALUE 'N'.
           88 RELEASES-VERIFIED            VALUE 'Y'.

      *    Control totals of the invoice lines written, put on the
      *    extract's trailer so receivables can balance what it posts
       77  WS-LINES-BILLED              PIC 9(07) COMP VALUE ZERO.
       77  WS-OUT-REF-HASH             PIC 9(11) VALUE ZERO.
       77  WS-OUT-QTY-HASH             PIC 9(11) VALUE ZERO.

           COPY dfh0xcpf.

      *    The disposition counts the billing ties back to
       77  WS-ROWS-READ                 PIC 9(07) COMP VALUE ZERO.
       77  WS-ORDERS-FILLED             PIC 9(07) COMP VALUE ZERO.
       77  WS-ORDERS-PARTIAL            PIC 9(07) COMP VALUE ZERO.
       77  WS-ORDERS-BACKORDERED        PIC 9(07) COMP VALUE ZERO.
       77  WS-ORDERS-REJECTED           PIC 9(07) COMP VALUE ZERO.
       77  WS-ORDERS-OTHER              PIC 9(07) COMP VALUE ZERO.
       77  WS-RELEASED-FULL             PIC 9(07) COMP VALUE ZERO.
       77  WS-RELEASED-PART             PIC 9(07) COMP VALUE ZERO.
       77  WS-RELEASES-OTHER            PIC 9(07) COMP VALUE ZERO.
       77  WS-SHIPMENTS-TO-BILL         PIC 9(07) COMP VALUE ZERO.
       77  WS-LINES-NOT-BILLED          PIC 9(07) COMP VALUE ZERO.
       77  WS-SUMMARY-LINES             PIC 9(07) COMP VALUE ZERO.
       77  WS-COSTS-STEPPED-BACK        PIC 9(07) COMP VALUE ZERO.
       77  WS-BALANCED-SW              PIC X(01) VALUE 'N'.
           88 BILLING-BALANCED             VALUE 'Y'.

      *    The pricing of the shipment in hand
       77  WS-COST-USED                 PIC S9(9)V99 COMP-3 VALUE ZERO.
       77  WS-CURRENCY-USED             PIC X(3)  VALUE SPACES.
       77  WS-LINE-VALUE                PIC S9(11)V99 COMP-3
                                        VALUE ZERO.
       77  WS-HOUSE-VALUE               PIC S9(13)V99 COMP-3
                                        VALUE ZERO.
       77  WS-REASON-USED               PIC X(17) VALUE SPACES.

      *    Exchange rates, loaded at startup from the exchange rate
      *    reference file (see DFH0XCPD); a shipment whose currency is
      *    not in this table is listed rather than invoiced
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

      *    Price changes applied after the chain date, loaded at
      *    startup from the price-change history (see DFH0XCPA).  The
      *    history is appended in the order changes were made, so the
      *    first row kept for an item is the earliest change after the
      *    chain date, and its old cost is the one in effect that night
       77  WS-HISTORY-COUNT            PIC 9(4) COMP VALUE ZERO.
       77  WS-HISTORY-FOUND-SW         PIC X(01) VALUE 'N'.
           88 HISTORY-ITEM-FOUND           VALUE 'Y'.
       01  WS-HISTORY-TABLE.
           03 WS-HISTORY-ENTRY OCCURS 1 TO 2000 TIMES
                             DEPENDING ON WS-HISTORY-COUNT
                             INDEXED BY HST-IDX.
               05 WH-ITEM-REF           PIC 9(4).
               05 WH-OLD-COST           PIC S9(9)V99 COMP-3.
               05 WH-CURRENCY-CODE      PIC X(3).

      *    Working copy of the row in hand, whichever file it came off
           COPY dfh0xcpr.

      *    Summary control break fields
       77  WS-FIRST-BREAK-SWITCH       PIC X(01) VALUE 'Y'.
           88 FIRST-SUMMARY-BREAK          VALUE 'Y'.
       77  WS-PREV-DEPARTMENT          PIC 9(3) VALUE ZERO.
       77  WS-PREV-CURRENCY            PIC X(3) VALUE SPACES.
       77  WS-CCY-LINES                PIC 9(07) COMP VALUE ZERO.
       77  WS-CCY-QUANTITY             PIC 9(09) COMP VALUE ZERO.
       77  WS-CCY-VALUE                PIC S9(13)V99 COMP-3
                                        VALUE ZERO.
       77  WS-CCY-HOUSE-VALUE          PIC S9(13)V99 COMP-3
                                        VALUE ZERO.
       77  WS-DEPT-HOUSE-VALUE         PIC S9(13)V99 COMP-3
                                        VALUE ZERO.
       77  WS-GRAND-HOUSE-VALUE        PIC S9(13)V99 COMP-3
                                        VALUE ZERO.

       01  WS-REPORT-HEADING.
           03 FILLER                    PIC X(24)
                          VALUE 'DAILY BILLING SUMMARY - '.
           03 RH-RUN-DATE                PIC 9(8).
           03 FILLER                    PIC X(48) VALUE SPACES.

       01  WS-UNBILLED-HEADING.
           03 FILLER                    PIC X(40)
                VALUE 'SHIPMENTS NOT BILLED                    '.
           03 FILLER                    PIC X(40) VALUE SPACES.

       01  WS-UNBILLED-LINE.
           03 UL-ORDER-NUMBER           PIC 9(6).
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 UL-ITEM-REF               PIC 9(4).
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 UL-CUSTOMER-NUMBER        PIC X(8).
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 UL-SOURCE                 PIC X(7).
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 UL-QUANTITY               PIC ZZZ9.
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 UL-CURRENCY-CODE          PIC X(3).
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 UL-REASON                 PIC X(17).
           03 FILLER                    PIC X(19) VALUE SPACES.

       01  WS-SUMMARY-HEADING.
           03 FILLER                    PIC X(40)
                VALUE 'DEPT CCY    LINES  QUANTITY    CURRENCY '.
           03 FILLER                    PIC X(40)
                VALUE '  VALUE       HOUSE VALUE               '.

       01  WS-SUMMARY-LINE.
           03 SL-DEPARTMENT             PIC 9(3).
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 SL-CURRENCY-CODE          PIC X(3).
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 SL-LINES                  PIC ZZZZZZ9.
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 SL-QUANTITY               PIC ZZZZZZZ9.
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 SL-VALUE                  PIC Z(10)9.99.
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 SL-HOUSE-VALUE            PIC Z(12)9.99.
           03 FILLER                    PIC X(17) VALUE SPACES.

       01  WS-DEPT-TOTAL-LINE.
           03 FILLER                    PIC X(23)
                              VALUE 'DEPARTMENT HOUSE VALUE '.
           03 FILLER                    PIC X(24) VALUE SPACES.
           03 DT-HOUSE-VALUE            PIC Z(12)9.99.
           03 FILLER                    PIC X(17) VALUE SPACES.

       01  WS-GRAND-TOTAL-LINE.
           03 FILLER                    PIC X(23)
                              VALUE 'TOTAL BILLED IN HOUSE  '.
           03 FILLER                    PIC X(24) VALUE SPACES.
           03 GT-HOUSE-VALUE            PIC Z(12)9.99.
           03 FILLER                    PIC X(17) VALUE SPACES.

       01  WS-TIE-HEADING.
           03 FILLER                    PIC X(40)
                VALUE 'BILLING TIED TO DISPOSITIONS            '.
           03 FILLER                    PIC X(40) VALUE SPACES.

       01  WS-TIE-LINE.
           03 TL-TOTAL-LABEL            PIC X(44).
           03 TL-TOTAL-COUNT            PIC ZZZZZZ9.
           03 FILLER                    PIC X(29) VALUE SPACES.

       01  WS-BALANCE-LINE              PIC X(80) VALUE SPACES.

       01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
      *    0000-MAINLINE                                               *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALISE
               THRU 1000-INITIALISE-EXIT.

           IF WS-EOF-SWITCH = 'N'
               SORT SORT-FILE
                   ASCENDING KEY SRT-DEPARTMENT SRT-CURRENCY-CODE
                   INPUT PROCEDURE  3000-SORT-INPUT
                       THRU 3000-SORT-INPUT-EXIT
                   OUTPUT PROCEDURE 4000-SORT-OUTPUT
                       THRU 4000-SORT-OUTPUT-EXIT
           END-IF.

           PERFORM 8000-TERMINATE
               THRU 8000-TERMINATE-EXIT.

           GOBACK.

      ******************************************************************
      *    1000-INITIALISE - open the summary, the extract, the        *
      *    catalog and both shipment files, then load the exchange     *
      *    rate and price-change tables                                *
      ******************************************************************
       1000-INITIALISE.
           PERFORM 1170-OPEN-RUN-CONTROL
               THRU 1170-OPEN-RUN-CONTROL-EXIT.
           IF WS-RUN-CONTROL-OPEN-SW = 'N'
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 1000-INITIALISE-EXIT
           END-IF.
           PERFORM 1180-RECORD-RUN-START
               THRU 1180-RECORD-RUN-START-EXIT.

           OPEN OUTPUT REPORT-FILE.
           IF NOT REPORT-FILE-OK
               DISPLAY 'DFH0XBP - REPORT OPEN FAILED '
                   FS-REPORT-FILE
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 1000-INITIALISE-EXIT
           END-IF.
           MOVE 'Y' TO WS-REPORT-OPEN-SW.

           MOVE WS-RUN-DATE TO RH-RUN-DATE.
           MOVE WS-REPORT-HEADING TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-BLANK-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-UNBILLED-HEADING TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           OPEN OUTPUT EXTRACT-FILE.
           IF NOT EXTRACT-FILE-OK
               DISPLAY 'DFH0XBP - EXTRACT OPEN FAILED '
                   FS-EXTRACT-FILE
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 1000-INITIALISE-EXIT
           END-IF.
           MOVE 'Y' TO WS-EXTRACT-OPEN-SW.

      *    the extract gets its header now, and its trailer only at a
      *    clean, balanced end of job, so receivables can refuse a
      *    batch that was cut or did not tie back
           MOVE SPACES      TO BATCH-CONTROL-RECORD.
           MOVE 'H'         TO BCT-RECORD-TYPE.
           MOVE WS-RUN-DATE TO BCT-FILE-DATE.
           MOVE WS-JOB-NAME TO BCT-SOURCE-ID.
           WRITE INVOICE-LINE-RECORD FROM BATCH-CONTROL-RECORD.

           OPEN INPUT CATALOG-FILE.
           IF NOT CATALOG-FILE-OK
               DISPLAY 'DFH0XBP - CATALOG OPEN FAILED '
                   FS-CATALOG-FILE
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 1000-INITIALISE-EXIT
           END-IF.
           MOVE 'Y' TO WS-CATALOG-OPEN-SW.

           OPEN INPUT DISPOSITION-FILE.
           IF NOT DISPOSITION-FILE-OK
               DISPLAY 'DFH0XBP - DISPOSITION OPEN FAILED '
                   FS-DISPOSITION-FILE
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 1000-INITIALISE-EXIT
           END-IF.
           MOVE 'Y' TO WS-DISPOSITION-OPEN-SW.

           PERFORM 1164-OPEN-RELEASE-FILE
               THRU 1164-OPEN-RELEASE-FILE-EXIT.
           IF WS-EOF-SWITCH = 'Y'
               GO TO 1000-INITIALISE-EXIT
           END-IF.

           PERFORM 1300-LOAD-RATE-TABLE
               THRU 1300-LOAD-RATE-TABLE-EXIT.
           IF WS-EOF-SWITCH = 'Y'
               GO TO 1000-INITIALISE-EXIT
           END-IF.

           PERFORM 1400-LOAD-HISTORY-TABLE
               THRU 1400-LOAD-HISTORY-TABLE-EXIT.

       1000-INITIALISE-EXIT.
           EXIT.

      ******************************************************************
      *    1164-OPEN-RELEASE-FILE - open the backorder release's rows. *
      *    A night the release did not run has no file (FILE STATUS    *
      *    35); that is not an error - there is simply nothing         *
      *    released to bill                                            *
      ******************************************************************
       1164-OPEN-RELEASE-FILE.
           OPEN INPUT RELEASE-FILE.
           IF RELEASE-FILE-OK
               MOVE 'Y' TO WS-RELEASE-OPEN-SW
               GO TO 1164-OPEN-RELEASE-FILE-EXIT
           END-IF.

           IF RELEASE-FILE-NOTCREATED
               DISPLAY 'DFH0XBP - NO RELEASE FILE, NO BACKORDER '
                   'RELEASES BILLED'
               MOVE 'Y' TO WS-REL-VERIFIED-SW
               GO TO 1164-OPEN-RELEASE-FILE-EXIT
           END-IF.

           DISPLAY 'DFH0XBP - RELEASE FILE OPEN FAILED '
               FS-RELEASE-FILE.
           MOVE 'Y' TO WS-EOF-SWITCH.

       1164-OPEN-RELEASE-FILE-EXIT.
           EXIT.

      ******************************************************************
      *    1300-LOAD-RATE-TABLE - read the exchange rate reference     *
      *    file once, start to finish, into WS-RATE-TABLE.  An empty   *
      *    or missing rate file aborts the run - an extract with no    *
      *    rates would only list every shipment as unbilled            *
      ******************************************************************
       1300-LOAD-RATE-TABLE.
           MOVE ZERO TO WS-RATE-COUNT.

           OPEN INPUT RATE-FILE.
           IF NOT RATE-FILE-OK
               DISPLAY 'DFH0XBP - RATE FILE OPEN FAILED '
                   FS-RATE-FILE
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 1300-LOAD-RATE-TABLE-EXIT
           END-IF.

           PERFORM 1310-LOAD-RATE-ENTRY
               THRU 1310-LOAD-RATE-ENTRY-EXIT
               UNTIL RATE-FILE-EOF
               OR WS-RATE-COUNT = 50.

           CLOSE RATE-FILE.

           IF WS-RATE-COUNT = ZERO
               DISPLAY 'DFH0XBP - NO RATES ON EXCHANGE RATE FILE'
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF.

       1300-LOAD-RATE-TABLE-EXIT.
           EXIT.

       1310-LOAD-RATE-ENTRY.
           READ RATE-FILE NEXT RECORD
               AT END
                   MOVE '10' TO FS-RATE-FILE
                   GO TO 1310-LOAD-RATE-ENTRY-EXIT
           END-READ.

           IF NOT RATE-FILE-OK
               GO TO 1310-LOAD-RATE-ENTRY-EXIT
           END-IF.

           ADD 1 TO WS-RATE-COUNT.
           MOVE EXR-CURRENCY-CODE OF EXCHANGE-RATE-RECORD
                                   TO WX-CURRENCY-CODE (WS-RATE-COUNT).
           MOVE EXR-RATE          OF EXCHANGE-RATE-RECORD
                                   TO WX-RATE (WS-RATE-COUNT).

       1310-LOAD-RATE-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      *    1400-LOAD-HISTORY-TABLE - read the price-change history     *
      *    once, keeping only the first change made to each item after *
      *    the chain date.  A shop that has never repriced has no      *
      *    history (FILE STATUS 35); that is not an error - every      *
      *    shipment is then priced off the catalog as it stands.  More *
      *    items repriced than the table holds aborts the run          *
      ******************************************************************
       1400-LOAD-HISTORY-TABLE.
           MOVE ZERO TO WS-HISTORY-COUNT.

           OPEN INPUT HISTORY-FILE.
           IF HISTORY-FILE-NOTCREATED
               GO TO 1400-LOAD-HISTORY-TABLE-EXIT
           END-IF.
           IF NOT HISTORY-FILE-OK
               DISPLAY 'DFH0XBP - PRICE HISTORY OPEN FAILED '
                   FS-HISTORY-FILE
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 1400-LOAD-HISTORY-TABLE-EXIT
           END-IF.

           PERFORM 1410-LOAD-HISTORY-ENTRY
               THRU 1410-LOAD-HISTORY-ENTRY-EXIT
               UNTIL HISTORY-FILE-EOF.

           CLOSE HISTORY-FILE.

       1400-LOAD-HISTORY-TABLE-EXIT.
           EXIT.

       1410-LOAD-HISTORY-ENTRY.
           READ HISTORY-FILE
               AT END
                   MOVE '10' TO FS-HISTORY-FILE
                   GO TO 1410-LOAD-HISTORY-ENTRY-EXIT
           END-READ.

           IF NOT HISTORY-FILE-OK
               MOVE '10' TO FS-HISTORY-FILE
               GO TO 1410-LOAD-HISTORY-ENTRY-EXIT
           END-IF.

           IF PH-CHANGE-DATE NOT GREATER THAN WS-RUN-DATE
               GO TO 1410-LOAD-HISTORY-ENTRY-EXIT
           END-IF.

           MOVE PH-ITEM-REF TO DS-ITEM-REF.
           PERFORM 3450-FIND-HISTORY-ITEM
               THRU 3450-FIND-HISTORY-ITEM-EXIT.
           IF HISTORY-ITEM-FOUND
               GO TO 1410-LOAD-HISTORY-ENTRY-EXIT
           END-IF.

      *    an item left out of the table would be billed at its new
      *    cost, so a history that will not fit stops the run
           IF WS-HISTORY-COUNT = 2000
               DISPLAY 'DFH0XBP - OVER 2000 PRICE HISTORY ENTRIES, '
                   'HISTORY TABLE FULL'
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE '10' TO FS-HISTORY-FILE
               GO TO 1410-LOAD-HISTORY-ENTRY-EXIT
           END-IF.

           ADD 1 TO WS-HISTORY-COUNT.
           MOVE PH-ITEM-REF      TO WH-ITEM-REF (WS-HISTORY-COUNT).
           MOVE PH-OLD-COST      TO WH-OLD-COST (WS-HISTORY-COUNT).
           MOVE PH-CURRENCY-CODE
                                 TO WH-CURRENCY-CODE (WS-HISTORY-COUNT).

       1410-LOAD-HISTORY-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      *    3000-SORT-INPUT - the order dispositions first, then the    *
      *    backorder releases, each verified against its own trailer;  *
      *    every shipment priced is invoiced and released to the sort  *
      *    for the summary                                             *
      ******************************************************************
       3000-SORT-INPUT.
           MOVE 'O'        TO WS-SOURCE-SW.
           MOVE 'ORDDISP ' TO WS-INPUT-NAME.
           PERFORM 3050-RESET-CONTROLS
               THRU 3050-RESET-CONTROLS-EXIT.

           PERFORM 3100-READ-DISPOSITION
               THRU 3100-READ-DISPOSITION-EXIT
               UNTIL END-OF-DISPOSITIONS.
           MOVE WS-CONTROLS-OK-SW TO WS-DISP-VERIFIED-SW.

           IF INPUT-ABANDONED OR NOT RELEASE-FILE-OPEN
               GO TO 3000-SORT-INPUT-END
           END-IF.

           MOVE 'R'        TO WS-SOURCE-SW.
           MOVE 'RELDISP ' TO WS-INPUT-NAME.
           PERFORM 3050-RESET-CONTROLS
               THRU 3050-RESET-CONTROLS-EXIT.

           PERFORM 3150-READ-RELEASE
               THRU 3150-READ-RELEASE-EXIT
               UNTIL END-OF-RELEASES.
           MOVE WS-CONTROLS-OK-SW TO WS-REL-VERIFIED-SW.

       3000-SORT-INPUT-END.
           MOVE 'Y' TO WS-EOF-SWITCH.
           IF NOT INPUT-ABANDONED
               MOVE 'Y' TO WS-NORMAL-END-SW
           END-IF.

       3000-SORT-INPUT-EXIT.
           EXIT.

       3050-RESET-CONTROLS.
           MOVE 'Y'  TO WS-FIRST-RECORD-SW.
           MOVE 'N'  TO WS-TRAILER-SEEN-SW.
           MOVE 'N'  TO WS-CONTROLS-OK-SW.
           MOVE ZERO TO WS-CTL-DATA-COUNT.
           MOVE ZERO TO WS-CTL-REF-HASH.
           MOVE ZERO TO WS-CTL-QTY-HASH.

       3050-RESET-CONTROLS-EXIT.
           EXIT.

       3100-READ-DISPOSITION.
           READ DISPOSITION-FILE INTO DISPOSITION-RECORD
               AT END
                   MOVE 'Y' TO WS-DISP-EOF-SWITCH
                   PERFORM 3700-VERIFY-FILE-END
                       THRU 3700-VERIFY-FILE-END-EXIT
                   GO TO 3100-READ-DISPOSITION-EXIT
           END-READ.

           IF NOT DISPOSITION-FILE-OK
               DISPLAY 'DFH0XBP - DISPOSITION READ ERROR '
                   FS-DISPOSITION-FILE
               MOVE 'Y' TO WS-ABANDON-SW
               MOVE 'Y' TO WS-DISP-EOF-SWITCH
               GO TO 3100-READ-DISPOSITION-EXIT
           END-IF.

           PERFORM 3200-TAKE-ROW
               THRU 3200-TAKE-ROW-EXIT.
           IF INPUT-ABANDONED
               MOVE 'Y' TO WS-DISP-EOF-SWITCH
           END-IF.

       3100-READ-DISPOSITION-EXIT.
           EXIT.

       3150-READ-RELEASE.
           READ RELEASE-FILE INTO DISPOSITION-RECORD
               AT END
                   MOVE 'Y' TO WS-REL-EOF-SWITCH
                   PERFORM 3700-VERIFY-FILE-END
                       THRU 3700-VERIFY-FILE-END-EXIT
                   GO TO 3150-READ-RELEASE-EXIT
           END-READ.

           IF NOT RELEASE-FILE-OK
               DISPLAY 'DFH0XBP - RELEASE FILE READ ERROR '
                   FS-RELEASE-FILE
               MOVE 'Y' TO WS-ABANDON-SW
               MOVE 'Y' TO WS-REL-EOF-SWITCH
               GO TO 3150-READ-RELEASE-EXIT
           END-IF.

           PERFORM 3200-TAKE-ROW
               THRU 3200-TAKE-ROW-EXIT.
           IF INPUT-ABANDONED
               MOVE 'Y' TO WS-REL-EOF-SWITCH
           END-IF.

       3150-READ-RELEASE-EXIT.
           EXIT.

      ******************************************************************
      *    3200-TAKE-ROW - check the row's place in its controlled     *
      *    file, count it by disposition, and price it when it is a    *
      *    shipment.  A file with no header, a second header, or data  *
      *    after its trailer is abandoned - it cannot be balanced      *
      ******************************************************************
       3200-TAKE-ROW.
           MOVE DISPOSITION-RECORD TO BATCH-CONTROL-RECORD.

           IF FIRST-INPUT-RECORD
               MOVE 'N' TO WS-FIRST-RECORD-SW
               IF BCT-HEADER
                   GO TO 3200-TAKE-ROW-EXIT
               END-IF
               DISPLAY 'DFH0XBP - ' WS-INPUT-NAME
                   ' HAS NO HEADER RECORD'
               MOVE 'Y' TO WS-ABANDON-SW
               GO TO 3200-TAKE-ROW-EXIT
           END-IF.

           IF BCT-HEADER
               DISPLAY 'DFH0XBP - SECOND HEADER ON ' WS-INPUT-NAME
               MOVE 'Y' TO WS-ABANDON-SW
               GO TO 3200-TAKE-ROW-EXIT
           END-IF.

           IF BCT-TRAILER
               PERFORM 3600-VERIFY-TRAILER
                   THRU 3600-VERIFY-TRAILER-EXIT
               GO TO 3200-TAKE-ROW-EXIT
           END-IF.

           IF TRAILER-SEEN
               DISPLAY 'DFH0XBP - DATA AFTER TRAILER ON '
                   WS-INPUT-NAME
               MOVE 'N' TO WS-CONTROLS-OK-SW
               MOVE 'Y' TO WS-ABANDON-SW
               GO TO 3200-TAKE-ROW-EXIT
           END-IF.

           ADD 1 TO WS-CTL-DATA-COUNT.
           IF DS-ITEM-REF NUMERIC
               ADD DS-ITEM-REF TO WS-CTL-REF-HASH
           END-IF.
           IF DS-QUANTITY-ORDERED NUMERIC
               ADD DS-QUANTITY-ORDERED TO WS-CTL-QTY-HASH
           END-IF.
           ADD 1 TO WS-ROWS-READ.

           IF READING-RELEASES
               EVALUATE TRUE
                   WHEN DS-ORDER-FILLED
                       ADD 1 TO WS-RELEASED-FULL
                   WHEN DS-ORDER-PARTIAL
                       ADD 1 TO WS-RELEASED-PART
                   WHEN OTHER
                       ADD 1 TO WS-RELEASES-OTHER
               END-EVALUATE
           ELSE
               EVALUATE TRUE
                   WHEN DS-ORDER-FILLED
                       ADD 1 TO WS-ORDERS-FILLED
                   WHEN DS-ORDER-PARTIAL
                       ADD 1 TO WS-ORDERS-PARTIAL
                   WHEN DS-ORDER-BACKORDERED
                       ADD 1 TO WS-ORDERS-BACKORDERED
                   WHEN DS-ORDER-REJECTED
                       ADD 1 TO WS-ORDERS-REJECTED
                   WHEN OTHER
                       ADD 1 TO WS-ORDERS-OTHER
               END-EVALUATE
           END-IF.

      *    only units that actually left the shelf are billed - a
      *    backordered or rejected order shipped nothing tonight
           IF NOT DS-ORDER-FILLED AND NOT DS-ORDER-PARTIAL
               GO TO 3200-TAKE-ROW-EXIT
           END-IF.

           ADD 1 TO WS-SHIPMENTS-TO-BILL.
           PERFORM 3300-PRICE-SHIPMENT
               THRU 3300-PRICE-SHIPMENT-EXIT.

       3200-TAKE-ROW-EXIT.
           EXIT.

      ******************************************************************
      *    3300-PRICE-SHIPMENT - price the units shipped at the cost   *
      *    in effect on the chain date, convert to house currency,     *
      *    write the invoice line and release the line to the summary. *
      *    A shipment that cannot be priced is listed, not invoiced    *
      ******************************************************************
       3300-PRICE-SHIPMENT.
           MOVE DS-ITEM-REF TO CA-ITEM-REF OF CATALOG-RECORD.
           READ CATALOG-FILE
               INVALID KEY
                   MOVE SPACES           TO WS-CURRENCY-USED
                   MOVE 'NOT ON CATALOG' TO WS-REASON-USED
                   PERFORM 3500-WRITE-UNBILLED-LINE
                       THRU 3500-WRITE-UNBILLED-LINE-EXIT
                   GO TO 3300-PRICE-SHIPMENT-EXIT
           END-READ.

           MOVE CA-COST          OF CATALOG-RECORD TO WS-COST-USED.
           MOVE CA-CURRENCY-CODE OF CATALOG-RECORD TO WS-CURRENCY-USED.

      *    a change made since the chain date is stepped back to the
      *    cost it replaced
           PERFORM 3450-FIND-HISTORY-ITEM
               THRU 3450-FIND-HISTORY-ITEM-EXIT.
           IF HISTORY-ITEM-FOUND
               MOVE WH-OLD-COST (HST-IDX)      TO WS-COST-USED
               MOVE WH-CURRENCY-CODE (HST-IDX) TO WS-CURRENCY-USED
               ADD 1 TO WS-COSTS-STEPPED-BACK
           END-IF.

           PERFORM 3400-LOOKUP-RATE
               THRU 3400-LOOKUP-RATE-EXIT.
           IF NOT RATE-FOUND
               MOVE 'NO RATE ON FILE' TO WS-REASON-USED
               PERFORM 3500-WRITE-UNBILLED-LINE
                   THRU 3500-WRITE-UNBILLED-LINE-EXIT
               GO TO 3300-PRICE-SHIPMENT-EXIT
           END-IF.

           COMPUTE WS-LINE-VALUE ROUNDED =
               WS-COST-USED * DS-QUANTITY-ALLOCATED.
           COMPUTE WS-HOUSE-VALUE ROUNDED =
               WS-LINE-VALUE * WS-RATE-USED.

           MOVE DS-ORDER-NUMBER       TO IL-ORDER-NUMBER.
           MOVE DS-ITEM-REF           TO IL-ITEM-REF.
           MOVE DS-CUSTOMER-NUMBER    TO IL-CUSTOMER-NUMBER.
           MOVE WS-SOURCE-SW          TO IL-SOURCE.
           MOVE CA-DEPARTMENT OF CATALOG-RECORD
                                      TO IL-DEPARTMENT.
           MOVE DS-QUANTITY-ALLOCATED TO IL-QUANTITY.
           MOVE WS-COST-USED          TO IL-UNIT-COST.
           MOVE WS-CURRENCY-USED      TO IL-CURRENCY-CODE.
           MOVE WS-LINE-VALUE         TO IL-LINE-VALUE.
           MOVE WS-RATE-USED          TO IL-EXCHANGE-RATE.
           MOVE WS-HOUSE-VALUE        TO IL-HOUSE-VALUE.
           MOVE WS-RUN-DATE           TO IL-INVOICE-DATE.

           WRITE INVOICE-LINE-RECORD.
           ADD 1 TO WS-LINES-BILLED.
           ADD IL-ITEM-REF TO WS-OUT-REF-HASH.
           ADD IL-QUANTITY TO WS-OUT-QTY-HASH.

           MOVE IL-DEPARTMENT    TO SRT-DEPARTMENT.
           MOVE IL-CURRENCY-CODE TO SRT-CURRENCY-CODE.
           MOVE IL-QUANTITY      TO SRT-QUANTITY.
           MOVE IL-LINE-VALUE    TO SRT-LINE-VALUE.
           MOVE IL-HOUSE-VALUE   TO SRT-HOUSE-VALUE.
           RELEASE SORT-RECORD.

       3300-PRICE-SHIPMENT-EXIT.
           EXIT.

      ******************************************************************
      *    3400-LOOKUP-RATE - find the house rate for the currency     *
      *    the shipment is priced in                                   *
      ******************************************************************
       3400-LOOKUP-RATE.
           MOVE 'N' TO WS-RATE-FOUND-SW.
           MOVE ZERO TO WS-RATE-USED.

           SET RTE-IDX TO 1.
           SEARCH WS-RATE-ENTRY
               AT END
                   CONTINUE
               WHEN WX-CURRENCY-CODE (RTE-IDX) = WS-CURRENCY-USED
                   MOVE WX-RATE (RTE-IDX) TO WS-RATE-USED
                   MOVE 'Y' TO WS-RATE-FOUND-SW
           END-SEARCH.

       3400-LOOKUP-RATE-EXIT.
           EXIT.

      ******************************************************************
      *    3450-FIND-HISTORY-ITEM - is there a price change after the  *
      *    chain date for DS-ITEM-REF?  Leaves HST-IDX on it when so   *
      ******************************************************************
       3450-FIND-HISTORY-ITEM.
           MOVE 'N' TO WS-HISTORY-FOUND-SW.

           IF WS-HISTORY-COUNT = ZERO
               GO TO 3450-FIND-HISTORY-ITEM-EXIT
           END-IF.

           SET HST-IDX TO 1.
           SEARCH WS-HISTORY-ENTRY
               AT END
                   CONTINUE
               WHEN WH-ITEM-REF (HST-IDX) = DS-ITEM-REF
                   MOVE 'Y' TO WS-HISTORY-FOUND-SW
           END-SEARCH.

       3450-FIND-HISTORY-ITEM-EXIT.
           EXIT.

      ******************************************************************
      *    3500-WRITE-UNBILLED-LINE - a shipment that could not be     *
      *    priced, listed with its reason so receivables can raise it  *
      *    by hand and the summary still ties back                     *
      ******************************************************************
       3500-WRITE-UNBILLED-LINE.
           MOVE DS-ORDER-NUMBER       TO UL-ORDER-NUMBER.
           MOVE DS-ITEM-REF           TO UL-ITEM-REF.
           MOVE DS-CUSTOMER-NUMBER    TO UL-CUSTOMER-NUMBER.
           IF READING-RELEASES
               MOVE 'RELEASE' TO UL-SOURCE
           ELSE
               MOVE 'ORDER'   TO UL-SOURCE
           END-IF.
           MOVE DS-QUANTITY-ALLOCATED TO UL-QUANTITY.
           MOVE WS-CURRENCY-USED      TO UL-CURRENCY-CODE.
           MOVE WS-REASON-USED        TO UL-REASON.

           MOVE WS-UNBILLED-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           ADD 1 TO WS-LINES-NOT-BILLED.

       3500-WRITE-UNBILLED-LINE-EXIT.
           EXIT.

      ******************************************************************
      *    3600-VERIFY-TRAILER - the trailer's count and hash totals   *
      *    against what was actually read; a mismatch means the file   *
      *    was cut or corrupted, and the extract will not be given     *
      *    its trailer                                                 *
      ******************************************************************
       3600-VERIFY-TRAILER.
           MOVE 'Y' TO WS-TRAILER-SEEN-SW.

           IF BCT-RECORD-COUNT = WS-CTL-DATA-COUNT
                   AND BCT-ITEM-REF-HASH = WS-CTL-REF-HASH
                   AND BCT-QUANTITY-HASH = WS-CTL-QTY-HASH
               MOVE 'Y' TO WS-CONTROLS-OK-SW
               GO TO 3600-VERIFY-TRAILER-EXIT
           END-IF.

           DISPLAY 'DFH0XBP - ' WS-INPUT-NAME
               ' CONTROL TOTALS DO NOT VERIFY'.
           DISPLAY 'DFH0XBP - TRAILER COUNT ' BCT-RECORD-COUNT
               ' READ ' WS-CTL-DATA-COUNT.
           DISPLAY 'DFH0XBP - TRAILER REF HASH ' BCT-ITEM-REF-HASH
               ' READ ' WS-CTL-REF-HASH.
           DISPLAY 'DFH0XBP - TRAILER QTY HASH ' BCT-QUANTITY-HASH
               ' READ ' WS-CTL-QTY-HASH.

       3600-VERIFY-TRAILER-EXIT.
           EXIT.

      ******************************************************************
      *    3700-VERIFY-FILE-END - end of file with no trailer means    *
      *    the job that wrote it never finished whole                  *
      ******************************************************************
       3700-VERIFY-FILE-END.
           IF NOT TRAILER-SEEN
               DISPLAY 'DFH0XBP - ' WS-INPUT-NAME
                   ' ENDED WITH NO TRAILER'
           END-IF.

       3700-VERIFY-FILE-END-EXIT.
           EXIT.

      ******************************************************************
      *    4000-SORT-OUTPUT - print the summary by department and      *
      *    currency, then the counts that tie it back                  *
      ******************************************************************
       4000-SORT-OUTPUT.
           MOVE WS-BLANK-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-SUMMARY-HEADING TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           PERFORM 4100-RETURN-SORTED-LINE
               THRU 4100-RETURN-SORTED-LINE-EXIT
               UNTIL END-OF-SORT.

           IF NOT FIRST-SUMMARY-BREAK
               PERFORM 4200-PRINT-CURRENCY-LINE
                   THRU 4200-PRINT-CURRENCY-LINE-EXIT
               PERFORM 4300-PRINT-DEPARTMENT-TOTAL
                   THRU 4300-PRINT-DEPARTMENT-TOTAL-EXIT
           END-IF.

           MOVE WS-GRAND-HOUSE-VALUE TO GT-HOUSE-VALUE.
           MOVE WS-GRAND-TOTAL-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           PERFORM 4500-PRINT-TIE-BACK
               THRU 4500-PRINT-TIE-BACK-EXIT.

       4000-SORT-OUTPUT-EXIT.
           EXIT.

       4100-RETURN-SORTED-LINE.
           RETURN SORT-FILE
               AT END
                   MOVE 'Y' TO WS-SORT-EOF-SWITCH
                   GO TO 4100-RETURN-SORTED-LINE-EXIT
           END-RETURN.

           ADD 1 TO WS-SUMMARY-LINES.

           IF NOT FIRST-SUMMARY-BREAK
               IF SRT-DEPARTMENT = WS-PREV-DEPARTMENT
                       AND SRT-CURRENCY-CODE = WS-PREV-CURRENCY
                   GO TO 4100-ACCUMULATE
               END-IF
               PERFORM 4200-PRINT-CURRENCY-LINE
                   THRU 4200-PRINT-CURRENCY-LINE-EXIT
               IF SRT-DEPARTMENT NOT = WS-PREV-DEPARTMENT
                   PERFORM 4300-PRINT-DEPARTMENT-TOTAL
                       THRU 4300-PRINT-DEPARTMENT-TOTAL-EXIT
               END-IF
           END-IF.

           MOVE 'N' TO WS-FIRST-BREAK-SWITCH.
           MOVE SRT-DEPARTMENT    TO WS-PREV-DEPARTMENT.
           MOVE SRT-CURRENCY-CODE TO WS-PREV-CURRENCY.
           MOVE ZERO TO WS-CCY-LINES.
           MOVE ZERO TO WS-CCY-QUANTITY.
           MOVE ZERO TO WS-CCY-VALUE.
           MOVE ZERO TO WS-CCY-HOUSE-VALUE.

       4100-ACCUMULATE.
           ADD 1               TO WS-CCY-LINES.
           ADD SRT-QUANTITY    TO WS-CCY-QUANTITY.
           ADD SRT-LINE-VALUE  TO WS-CCY-VALUE.
           ADD SRT-HOUSE-VALUE TO WS-CCY-HOUSE-VALUE.
           ADD SRT-HOUSE-VALUE TO WS-DEPT-HOUSE-VALUE.
           ADD SRT-HOUSE-VALUE TO WS-GRAND-HOUSE-VALUE.

       4100-RETURN-SORTED-LINE-EXIT.
           EXIT.

       4200-PRINT-CURRENCY-LINE.
           MOVE WS-PREV-DEPARTMENT TO SL-DEPARTMENT.
           MOVE WS-PREV-CURRENCY   TO SL-CURRENCY-CODE.
           MOVE WS-CCY-LINES       TO SL-LINES.
           MOVE WS-CCY-QUANTITY    TO SL-QUANTITY.
           MOVE WS-CCY-VALUE       TO SL-VALUE.
           MOVE WS-CCY-HOUSE-VALUE TO SL-HOUSE-VALUE.
           MOVE WS-SUMMARY-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       4200-PRINT-CURRENCY-LINE-EXIT.
           EXIT.

       4300-PRINT-DEPARTMENT-TOTAL.
           MOVE WS-DEPT-HOUSE-VALUE TO DT-HOUSE-VALUE.
           MOVE WS-DEPT-TOTAL-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-BLANK-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE ZERO TO WS-DEPT-HOUSE-VALUE.

       4300-PRINT-DEPARTMENT-TOTAL-EXIT.
           EXIT.

      ******************************************************************
      *    4500-PRINT-TIE-BACK - the disposition counts read against   *
      *    the lines billed and not billed.  The night balances when   *
      *    both inputs verified, every filled, part-filled and         *
      *    released row is either invoiced or listed, and the summary  *
      *    carries every invoiced line                                 *
      ******************************************************************
       4500-PRINT-TIE-BACK.
           MOVE WS-BLANK-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-TIE-HEADING TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE 'ORDERS FILLED' TO TL-TOTAL-LABEL.
           MOVE WS-ORDERS-FILLED TO TL-TOTAL-COUNT.
           PERFORM 4550-WRITE-TIE-LINE
               THRU 4550-WRITE-TIE-LINE-EXIT.
           MOVE 'ORDERS PART-FILLED' TO TL-TOTAL-LABEL.
           MOVE WS-ORDERS-PARTIAL TO TL-TOTAL-COUNT.
           PERFORM 4550-WRITE-TIE-LINE
               THRU 4550-WRITE-TIE-LINE-EXIT.
           MOVE 'ORDERS BACKORDERED, NOT BILLED' TO TL-TOTAL-LABEL.
           MOVE WS-ORDERS-BACKORDERED TO TL-TOTAL-COUNT.
           PERFORM 4550-WRITE-TIE-LINE
               THRU 4550-WRITE-TIE-LINE-EXIT.
           MOVE 'ORDERS REJECTED, NOT BILLED' TO TL-TOTAL-LABEL.
           MOVE WS-ORDERS-REJECTED TO TL-TOTAL-COUNT.
           PERFORM 4550-WRITE-TIE-LINE
               THRU 4550-WRITE-TIE-LINE-EXIT.
           IF WS-ORDERS-OTHER > ZERO
               MOVE 'ORDERS WITH NO KNOWN STATUS' TO TL-TOTAL-LABEL
               MOVE WS-ORDERS-OTHER TO TL-TOTAL-COUNT
               PERFORM 4550-WRITE-TIE-LINE
                   THRU 4550-WRITE-TIE-LINE-EXIT
           END-IF.
           MOVE 'BACKORDERS RELEASED IN FULL' TO TL-TOTAL-LABEL.
           MOVE WS-RELEASED-FULL TO TL-TOTAL-COUNT.
           PERFORM 4550-WRITE-TIE-LINE
               THRU 4550-WRITE-TIE-LINE-EXIT.
           MOVE 'BACKORDERS RELEASED IN PART' TO TL-TOTAL-LABEL.
           MOVE WS-RELEASED-PART TO TL-TOTAL-COUNT.
           PERFORM 4550-WRITE-TIE-LINE
               THRU 4550-WRITE-TIE-LINE-EXIT.
           IF WS-RELEASES-OTHER > ZERO
               MOVE 'RELEASES WITH NO KNOWN STATUS' TO TL-TOTAL-LABEL
               MOVE WS-RELEASES-OTHER TO TL-TOTAL-COUNT
               PERFORM 4550-WRITE-TIE-LINE
                   THRU 4550-WRITE-TIE-LINE-EXIT
           END-IF.
           MOVE 'SHIPMENTS TO BILL' TO TL-TOTAL-LABEL.
           MOVE WS-SHIPMENTS-TO-BILL TO TL-TOTAL-COUNT.
           PERFORM 4550-WRITE-TIE-LINE
               THRU 4550-WRITE-TIE-LINE-EXIT.
           MOVE 'INVOICE LINES WRITTEN' TO TL-TOTAL-LABEL.
           MOVE WS-LINES-BILLED TO TL-TOTAL-COUNT.
           PERFORM 4550-WRITE-TIE-LINE
               THRU 4550-WRITE-TIE-LINE-EXIT.
           MOVE 'SHIPMENTS NOT BILLED' TO TL-TOTAL-LABEL.
           MOVE WS-LINES-NOT-BILLED TO TL-TOTAL-COUNT.
           PERFORM 4550-WRITE-TIE-LINE
               THRU 4550-WRITE-TIE-LINE-EXIT.
           MOVE 'LINES ON SUMMARY' TO TL-TOTAL-LABEL.
           MOVE WS-SUMMARY-LINES TO TL-TOTAL-COUNT.
           PERFORM 4550-WRITE-TIE-LINE
               THRU 4550-WRITE-TIE-LINE-EXIT.

           MOVE 'N' TO WS-BALANCED-SW.
           IF REACHED-NORMAL-END
                   AND DISPOSITIONS-VERIFIED AND RELEASES-VERIFIED
                   AND WS-SHIPMENTS-TO-BILL =
                       WS-LINES-BILLED + WS-LINES-NOT-BILLED
                   AND WS-SUMMARY-LINES = WS-LINES-BILLED
               MOVE 'Y' TO WS-BALANCED-SW
           END-IF.

           MOVE WS-BLANK-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF BILLING-BALANCED
               MOVE 'BILLING BALANCES WITH THE DISPOSITIONS'
                   TO WS-BALANCE-LINE
           ELSE
               MOVE 'BILLING DOES NOT BALANCE - EXTRACT NOT TRAILED'
                   TO WS-BALANCE-LINE
           END-IF.
           MOVE WS-BALANCE-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       4500-PRINT-TIE-BACK-EXIT.
           EXIT.

       4550-WRITE-TIE-LINE.
           MOVE WS-TIE-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       4550-WRITE-TIE-LINE-EXIT.
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
               DISPLAY 'DFH0XBP - RUN CONTROL OPEN FAILED '
                   FS-RUN-CONTROL-FILE
               GO TO 1170-OPEN-RUN-CONTROL-EXIT
           END-IF.

           OPEN OUTPUT RUN-CONTROL-FILE.
           IF NOT RUN-CONTROL-FILE-OK
               DISPLAY 'DFH0XBP - RUN CONTROL CREATE FAILED '
                   FS-RUN-CONTROL-FILE
               GO TO 1170-OPEN-RUN-CONTROL-EXIT
           END-IF.
           CLOSE RUN-CONTROL-FILE.
           OPEN I-O RUN-CONTROL-FILE.
           IF NOT RUN-CONTROL-FILE-OK
               DISPLAY 'DFH0XBP - RUN CONTROL OPEN FAILED '
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
               DISPLAY 'DFH0XBP - CHAIN DATE FILE NOT AVAILABLE, '
                   'USING TODAY'
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               GO TO 1190-GET-CHAIN-DATE-EXIT
           END-IF.

           READ CHAIN-DATE-FILE
               AT END
                   DISPLAY 'DFH0XBP - CHAIN DATE FILE EMPTY, '
                       'USING TODAY'
                   ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
                   CLOSE CHAIN-DATE-FILE
                   GO TO 1190-GET-CHAIN-DATE-EXIT
           END-READ.

           IF CD-RUN-DATE NUMERIC AND CD-RUN-DATE NOT = ZERO
               MOVE CD-RUN-DATE TO WS-RUN-DATE
           ELSE
               DISPLAY 'DFH0XBP - CHAIN DATE NOT NUMERIC, USING TODAY'
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF.
           CLOSE CHAIN-DATE-FILE.

       1190-GET-CHAIN-DATE-EXIT.
           EXIT.

      ******************************************************************
      *    8000-TERMINATE - trail the extract when the night balanced, *
      *    close what 1000-INITIALISE opened                           *
      ******************************************************************
       8000-TERMINATE.
      *    the extract only earns its trailer when both inputs were
      *    read whole, verified and tied back; without one receivables
      *    will not post the batch
           IF EXTRACT-FILE-OPEN AND BILLING-BALANCED
               MOVE SPACES           TO BATCH-CONTROL-RECORD
               MOVE 'T'              TO BCT-RECORD-TYPE
               MOVE WS-LINES-BILLED  TO BCT-RECORD-COUNT
               MOVE WS-OUT-REF-HASH  TO BCT-ITEM-REF-HASH
               MOVE WS-OUT-QTY-HASH  TO BCT-QUANTITY-HASH
               WRITE INVOICE-LINE-RECORD FROM BATCH-CONTROL-RECORD
           END-IF.

           PERFORM 8100-RECORD-RUN-END
               THRU 8100-RECORD-RUN-END-EXIT.

           IF CATALOG-FILE-OPEN
               CLOSE CATALOG-FILE
           END-IF.
           IF DISPOSITION-FILE-OPEN
               CLOSE DISPOSITION-FILE
           END-IF.
           IF RELEASE-FILE-OPEN
               CLOSE RELEASE-FILE
           END-IF.
           IF EXTRACT-FILE-OPEN
               CLOSE EXTRACT-FILE
           END-IF.
           IF REPORT-FILE-OPEN
               CLOSE REPORT-FILE
           END-IF.

           DISPLAY 'DFH0XBP - DISPOSITION ROWS READ: ' WS-ROWS-READ.
           DISPLAY 'DFH0XBP - SHIPMENTS TO BILL: '
               WS-SHIPMENTS-TO-BILL.
           DISPLAY 'DFH0XBP - INVOICE LINES WRITTEN: ' WS-LINES-BILLED.
           DISPLAY 'DFH0XBP - SHIPMENTS NOT BILLED: '
               WS-LINES-NOT-BILLED.
           DISPLAY 'DFH0XBP - COSTS STEPPED BACK TO CHAIN DATE: '
               WS-COSTS-STEPPED-BACK.

       8000-TERMINATE-EXIT.
           EXIT.

      ******************************************************************
      *    8100-RECORD-RUN-END - rewrite this job's run record with    *
      *    its end time and counts; a night that did not balance is    *
      *    recorded as failed                                          *
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
                   DISPLAY 'DFH0XBP - RUN CONTROL RECORD LOST'
                   GO TO 8100-RECORD-RUN-END-CLOSE
           END-READ.

           MOVE WS-CURRENT-TIME TO RUN-END-TIME.
           IF BILLING-BALANCED
               MOVE 'C' TO RUN-STATUS
           ELSE
               MOVE 'F' TO RUN-STATUS
           END-IF.
           MOVE WS-ROWS-READ TO RUN-RECORDS-READ.
           MOVE WS-LINES-BILLED TO RUN-RECORDS-WRITTEN.
           REWRITE RUN-CONTROL-RECORD.

       8100-RECORD-RUN-END-CLOSE.
           CLOSE RUN-CONTROL-FILE.
           MOVE 'N' TO WS-RUN-CONTROL-OPEN-SW.

       8100-RECORD-RUN-END-EXIT.
           EXIT.

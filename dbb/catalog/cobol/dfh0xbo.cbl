      ******************************************************************
      *                                                                *
      * PROGRAM NAME = DFH0XBO                                        *
      *                                                                *
      * DESCRIPTIVE NAME = CICS TS  (Samples) Example Application -    *
      *                     Customer returns (RMA) processing          *
      *                                                                *
      *      Licensed Materials - Property of IBM                      *
      *      "Restricted Materials of IBM"                             *
      *      5655-Y04                                                  *
      *      (C) Copyright IBM Corp. 2004"                             *
      *                                                                *
      * FUNCTION =                                                     *
      *      Books the day's customer returns.  Each line of the       *
      *      returns file (RETTRN, see DFH0XCPS) quotes the original   *
      *      customer order number and item, and is proved against     *
      *      the order apply's disposition rows for that order         *
      *      (DISPHIST - the kept generations of ORDDISP, see          *
      *      DFH0XCPR) before anything is posted: the order line must  *
      *      be on file, must actually have had stock allocated to it  *
      *      (a filled or part-filled disposition), and the quantity   *
      *      coming back, added to everything already returned         *
      *      against the same order line (the returns history,         *
      *      RETHIST), must not exceed DS-QUANTITY-ALLOCATED.          *
      *                                                                *
      *      The returns are small and the disposition history is      *
      *      not, so the returns file is loaded into a table first     *
      *      with one entry per order line it quotes; DISPHIST and     *
      *      RETHIST are then each passed once, totalling what was     *
      *      shipped and what has already come back against those      *
      *      order lines only.                                         *
      *                                                                *
      *      A proven return marked R (restock) is added back to the   *
      *      catalog IN-STOCK and REWRITTEN, journalled to CATJRNL     *
      *      (DFH0XCPC) with before and after images, added to the     *
      *      receiving branch's STKLOC row (DFH0XCPO) when the line    *
      *      names a branch, and written to the movement history       *
      *      (MOVEHIST, see DFH0XCPM) as a customer return (RTN).  A   *
      *      return marked S (scrap) is not put on the shelf: it is    *
      *      written to the movement history as a return (RTN) and     *
      *      its write-off (SCR) together, netting to zero, so the     *
      *      units are accounted for without touching stock.  Every    *
      *      proven return is appended to RETHIST.                     *
      *                                                                *
      *      A kit (KITFILE, see DFH0XCPV) keeps no stock of its own:  *
      *      a return of one is posted to each of its components       *
      *      instead, for the number returned times the number of the  *
      *      component in one kit, restocked or scrapped as above, and *
      *      fails its proof if any component is gone from the         *
      *      catalog.  A line naming a branch that is not on the       *
      *      location file (LOCFILE, see DFH0XCPN), or is retired      *
      *      there, fails its proof too.                               *
      *                                                                *
      *      Every line read, posted or not, is listed on the returns  *
      *      register (RETRPT) with its RMA number, the value of the   *
      *      goods at the item's catalog cost and what became of it,   *
      *      for customer service to reconcile against the credit      *
      *      notes raised.  A line that fails its proof is NOT         *
      *      posted; the register says why and the audit row carries   *
      *      return code 04.  Audit rows carry an AUD-REQUEST-ID of    *
      *      RETURN.                                                   *
      *                                                                *
      *      The sequence of the last return fully posted is           *
      *      checkpointed on RESTCTL (DFH0XCP7) after every return,    *
      *      the same contract as the goods receipt, so a rerun of     *
      *      the same night's file resumes after it instead of         *
      *      restocking the same goods twice.                          *
      *                                                                *
      * CHANGE ACTIVITY :                                              *
      *      $SEG(DFH0XBO),COMP(SAMPLES),PROD(CICS TS ):              *
      *                                                                *
      *   PN= REASON REL YYMMDD HDXXIII : REMARKS                      *
      *   $D0= I30454 710 261015 HDJWB   : BASE - CUSTOMER RETURNS     *
      *   $D1= I30457 710 261015 HDJWB   : CATALOG IMAGES WIDENED FOR  *
      *                                     THE ITEM STATUS AND        *
      *                                     REPLACEMENT ITEM           *
      *                                     (DFH0XCP9)                 *
      *   $D2= I30462 710 261015 HDJWB   : JOURNAL ROWS CARRY THE JOB  *
      *                                     NAME AS THEIR USER ID      *
      *   $D3= I30454 710 261015 HDJWB   : RETURNS INTO A BRANCH NOT   *
      *                                     ON LOCFILE, OR RETIRED     *
      *                                     THERE, ARE REJECTED; A KIT *
      *                                     RETURNED IS POSTED TO ITS  *
      *                                     COMPONENTS (KITFILE)       *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DFH0XBO.
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

           SELECT RETURN-FILE         ASSIGN TO RETTRN
                  ORGANIZATION        SEQUENTIAL
                  FILE STATUS         FS-RETURN-FILE.

           SELECT DISPOSITION-FILE    ASSIGN TO DISPHIST
                  ORGANIZATION        SEQUENTIAL
                  FILE STATUS         FS-DISPOSITION-FILE.

           SELECT RETURN-HISTORY-FILE ASSIGN TO RETHIST
                  ORGANIZATION        SEQUENTIAL
                  FILE STATUS         FS-RETURN-HISTORY-FILE.

           SELECT STOCK-LOCATION-FILE ASSIGN TO STKLOC
                  ORGANIZATION        INDEXED
                  ACCESS MODE         RANDOM
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

           SELECT REGISTER-FILE       ASSIGN TO RETRPT
                  ORGANIZATION        SEQUENTIAL
                  FILE STATUS         FS-REGISTER-FILE.

           SELECT AUDIT-FILE          ASSIGN TO AUDITLOG
                  ORGANIZATION        SEQUENTIAL
                  FILE STATUS         FS-AUDIT-FILE.

           SELECT JOURNAL-FILE        ASSIGN TO CATJRNL
                  ORGANIZATION        SEQUENTIAL
                  FILE STATUS         FS-JOURNAL-FILE.

           SELECT MOVEMENT-FILE       ASSIGN TO MOVEHIST
                  ORGANIZATION        SEQUENTIAL
                  FILE STATUS         FS-MOVEMENT-FILE.

           SELECT RUN-CONTROL-FILE    ASSIGN TO RUNCTL
                  ORGANIZATION        INDEXED
                  ACCESS MODE         RANDOM
                  RECORD KEY          RUN-CONTROL-KEY
                                          OF RUN-CONTROL-RECORD
                  FILE STATUS         FS-RUN-CONTROL-FILE.

           SELECT CHAIN-DATE-FILE     ASSIGN TO CHNDATE
                  ORGANIZATION        SEQUENTIAL
                  FILE STATUS         FS-CHAIN-DATE-FILE.

           SELECT RESTART-FILE        ASSIGN TO RESTCTL
                  ORGANIZATION        INDEXED
                  ACCESS MODE         RANDOM
                  RECORD KEY          RST-JOB-NAME OF RESTART-RECORD
                  FILE STATUS         FS-RESTART-FILE.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CATALOG-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY dfh0xcp9.

      *    the returns file and the returns history share the one
      *    layout, described once in working storage (DFH0XCPS)
       FD  RETURN-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
       01  RETURN-FILE-RECORD           PIC X(34).

      *    every night's ORDDISP, header and trailer controls and all
       FD  DISPOSITION-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY dfh0xcpr.

       FD  RETURN-HISTORY-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
       01  RETURN-HISTORY-RECORD        PIC X(34).

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

       FD  REGISTER-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
       01  REGISTER-RECORD              PIC X(80).

       FD  AUDIT-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY dfh0xcp6.

       FD  JOURNAL-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY dfh0xcpc.

       FD  MOVEMENT-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY dfh0xcpm.

       FD  RUN-CONTROL-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY dfh0xcpg.

       FD  CHAIN-DATE-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY dfh0xcph.

       FD  RESTART-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY dfh0xcp7.

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
       77  WS-JOB-NAME                  PIC X(8) VALUE 'DFH0XBO'.
       77  WS-NORMAL-END-SW            PIC X(01) VALUE 'N'.
           88 REACHED-NORMAL-END           VALUE 'Y'.

       77  FS-CATALOG-FILE             PIC X(02) VALUE '00'.
           88 CATALOG-FILE-OK              VALUE '00'.

       77  FS-RETURN-FILE              PIC X(02) VALUE '00'.
           88 RETURN-FILE-OK               VALUE '00'.
           88 RETURN-FILE-EOF              VALUE '10'.

       77  FS-DISPOSITION-FILE          PIC X(02) VALUE '00'.
           88 DISPOSITION-FILE-OK           VALUE '00'.
           88 DISPOSITION-FILE-EOF          VALUE '10'.
           88 DISPOSITION-FILE-NOTCREATED    VALUE '35'.

       77  FS-RETURN-HISTORY-FILE       PIC X(02) VALUE '00'.
           88 RETURN-HISTORY-FILE-OK        VALUE '00'.
           88 RETURN-HISTORY-FILE-EOF       VALUE '10'.
           88 RETURN-HISTORY-NOTCREATED      VALUE '35'.

       77  FS-STOCK-LOCATION-FILE       PIC X(02) VALUE '00'.
           88 STOCK-LOCATION-FILE-OK        VALUE '00'.
           88 STOCK-LOCATION-NOTFND         VALUE '23'.
           88 STOCK-LOCATION-NOTCREATED      VALUE '35'.

       77  FS-LOCATION-FILE             PIC X(02) VALUE '00'.
           88 LOCATION-FILE-OK              VALUE '00'.
           88 LOCATION-FILE-EOF             VALUE '10'.
           88 LOCATION-FILE-NOTCREATED       VALUE '35'.

       77  FS-KIT-FILE                  PIC X(02) VALUE '00'.
           88 KIT-FILE-OK                   VALUE '00'.
           88 KIT-FILE-EOF                  VALUE '10'.
           88 KIT-FILE-NOTCREATED            VALUE '35'.

       77  FS-REGISTER-FILE             PIC X(02) VALUE '00'.
           88 REGISTER-FILE-OK              VALUE '00'.

       77  FS-AUDIT-FILE                PIC X(02) VALUE '00'.
           88 AUDIT-FILE-OK                 VALUE '00'.
           88 AUDIT-FILE-NOTCREATED          VALUE '35'.

       77  FS-JOURNAL-FILE              PIC X(02) VALUE '00'.
           88 JOURNAL-FILE-OK               VALUE '00'.
           88 JOURNAL-FILE-NOTCREATED        VALUE '35'.

       77  FS-MOVEMENT-FILE             PIC X(02) VALUE '00'.
           88 MOVEMENT-FILE-OK              VALUE '00'.
           88 MOVEMENT-FILE-NOTCREATED       VALUE '35'.
       77  WS-MOVE-QUANTITY             PIC S9(5) COMP VALUE ZERO.

       77  FS-RESTART-FILE              PIC X(02) VALUE '00'.
           88 RESTART-FILE-OK               VALUE '00'.
           88 RESTART-FILE-NOTFND           VALUE '23'.
           88 RESTART-FILE-NOTCREATED        VALUE '35'.

       77  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
           88 END-OF-RETURNS               VALUE 'Y'.
       77  WS-LOAD-EOF-SW              PIC X(01) VALUE 'N'.
           88 END-OF-LOAD                  VALUE 'Y'.

      *    Set once its file has actually been opened, so 8000-TERMINATE
      *    closes only what 1000-INITIALISE actually succeeded in opening
       77  WS-CATALOG-OPEN-SW          PIC X(01) VALUE 'N'.
           88 CATALOG-FILE-OPEN             VALUE 'Y'.
       77  WS-RETURN-HISTORY-OPEN-SW   PIC X(01) VALUE 'N'.
           88 RETURN-HISTORY-FILE-OPEN      VALUE 'Y'.
       77  WS-STOCK-LOCATION-OPEN-SW   PIC X(01) VALUE 'N'.
           88 STOCK-LOCATION-FILE-OPEN      VALUE 'Y'.
       77  WS-REGISTER-OPEN-SW         PIC X(01) VALUE 'N'.
           88 REGISTER-FILE-OPEN            VALUE 'Y'.
       77  WS-AUDIT-OPEN-SW            PIC X(01) VALUE 'N'.
           88 AUDIT-FILE-OPEN               VALUE 'Y'.
       77  WS-JOURNAL-OPEN-SW          PIC X(01) VALUE 'N'.
           88 JOURNAL-FILE-OPEN             VALUE 'Y'.
       77  WS-MOVEMENT-OPEN-SW         PIC X(01) VALUE 'N'.
           88 MOVEMENT-FILE-OPEN            VALUE 'Y'.
       77  WS-RESTART-OPEN-SW          PIC X(01) VALUE 'N'.
           88 RESTART-FILE-OPEN             VALUE 'Y'.

       77  WS-CURRENT-DATE              PIC 9(8).
       77  WS-CURRENT-TIME              PIC 9(8).
       77  WS-RETURN-CODE               PIC 9(2) VALUE ZERO.
       77  WS-JNL-ACTION                PIC X(1)  VALUE SPACE.

      *    Why a return was not posted; left blank for one that was
      *    proved against its order and posted
       77  WS-REASON-USED               PIC X(20) VALUE SPACES.

       77  WS-NEW-STOCK                 PIC 9(5)  COMP VALUE ZERO.
       77  WS-RETURN-VALUE              PIC S9(9)V99 COMP-3 VALUE ZERO.
       77  WS-RETURNED-AFTER            PIC 9(7)  COMP VALUE ZERO.

      *    What one posting puts back: the return's own quantity, or
      *    one component's share of a kit returned
       77  WS-POST-QUANTITY             PIC 9(7)  COMP VALUE ZERO.

      *    Branches, loaded at startup from the location reference
      *    file (see DFH0XCPN) by 1700-LOAD-LOCATION-TABLE, with the
      *    active flag, so a retired branch can be told from one
      *    nobody set up
       77  WS-LOCATION-COUNT           PIC 9(2) COMP VALUE ZERO.
       01  WS-LOCATION-TABLE.
           03 WS-LOCATION-ENTRY OCCURS 1 TO 50 TIMES
                             DEPENDING ON WS-LOCATION-COUNT
                             INDEXED BY LOC-IDX.
               05 WL-LOC-CODE           PIC X(3).
               05 WL-LOC-ACTIVE-FLAG    PIC X(1).

      *    Kit structures, loaded at startup from the kit structure
      *    file (see DFH0XCPV) by 1800-LOAD-KIT-TABLE: one entry per
      *    kit, holding its components and how many of each go into
      *    one kit.  An item not in the table is not a kit
       77  WS-KIT-COUNT                PIC 9(3) COMP VALUE ZERO.
       77  WS-KIT-FOUND-SW             PIC X(01) VALUE 'N'.
           88 ITEM-IS-KIT                  VALUE 'Y'.
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

      *    Saved images of the catalog record around each update, so
      *    the journal row carries what was on file before the
      *    return as well as what it left there
       01  WS-BEFORE-IMAGE              PIC X(65).
       01  WS-AFTER-IMAGE               PIC X(65).

      *    The return being worked on - read from RETTRN into here,
      *    re-read from the table for posting, and read from and
      *    written to RETHIST through here
           COPY dfh0xcps.

      *    The disposition history's header and trailer controls are
      *    told from its data rows through the batch control layout
           COPY dfh0xcpf.

      *    Tonight's returns, in file order.  WR-KEY-SUB points at the
      *    line's order-line entry below; zero for a line whose order
      *    number or item ref is not numeric
       77  WS-RETURN-COUNT             PIC 9(5) COMP VALUE ZERO.
       01  WS-RETURN-TABLE.
           03 WS-RETURN-ENTRY OCCURS 1 TO 5000 TIMES
                             DEPENDING ON WS-RETURN-COUNT
                             INDEXED BY RET-IDX.
               05 WR-RETURN-ROW         PIC X(34).
               05 WR-KEY-SUB            PIC 9(5) COMP.

      *    One entry per order line tonight's returns quote, with what
      *    the disposition history says was shipped against it and
      *    what the returns history says has already come back
       77  WS-KEY-COUNT                PIC 9(5) COMP VALUE ZERO.
       77  WS-KEY-SUB                  PIC 9(5) COMP VALUE ZERO.
       01  WS-KEY-TABLE.
           03 WS-KEY-ENTRY OCCURS 1 TO 5000 TIMES
                             DEPENDING ON WS-KEY-COUNT
                             INDEXED BY KEY-IDX.
               05 WK-ORDER-NUMBER       PIC 9(6).
               05 WK-ITEM-REF           PIC 9(4).
               05 WK-ORDER-SEEN-SW      PIC X(01).
                   88 WK-ORDER-ON-FILE      VALUE 'Y'.
               05 WK-SHIPPED            PIC 9(7) COMP.
               05 WK-RETURNED           PIC 9(7) COMP.

      *    Where this run is in the return table, and where a rerun
      *    of the same night's file resumes.  The checkpoint is
      *    rewritten after EVERY return - goods restocked twice are
      *    stock that is not on the shelf
       77  WS-RETURN-SEQUENCE           PIC 9(7) VALUE ZERO.
       77  WS-RESUME-SEQUENCE           PIC 9(7) VALUE ZERO.
       77  WS-SKIPPED-ON-RESTART        PIC 9(07) COMP VALUE ZERO.

       77  WS-RETURNS-READ              PIC 9(07) COMP VALUE ZERO.
       77  WS-SHIPMENTS-READ            PIC 9(07) COMP VALUE ZERO.
       77  WS-PRIOR-RETURNS-READ        PIC 9(07) COMP VALUE ZERO.
       77  WS-RESTOCKED                 PIC 9(07) COMP VALUE ZERO.
       77  WS-SCRAPPED                  PIC 9(07) COMP VALUE ZERO.
       77  WS-REJECTED                  PIC 9(07) COMP VALUE ZERO.
       77  WS-UNITS-RESTOCKED           PIC 9(07) COMP VALUE ZERO.
       77  WS-UNITS-SCRAPPED            PIC 9(07) COMP VALUE ZERO.
       77  WS-POSTED-TOTAL              PIC 9(07) COMP VALUE ZERO.

       01  WS-REGISTER-HEADING.
           03 FILLER                    PIC X(34)
                          VALUE 'CUSTOMER RETURNS REGISTER -       '.
           03 RH-RUN-DATE                PIC 9(8).
           03 FILLER                    PIC X(38) VALUE SPACES.

      *    the return's own fields are printed as keyed, valid or not
       01  WS-REGISTER-LINE.
           03 RL-RMA-NUMBER             PIC X(8).
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 RL-ORDER-NUMBER           PIC X(6).
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 RL-ITEM-REF               PIC X(4).
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 RL-LOCATION               PIC X(3).
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 RL-QUANTITY               PIC X(4).
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 RL-DISPOSITION            PIC X(7).
           03 FILLER                    PIC X(01) VALUE SPACES.
           03 RL-VALUE                  PIC ZZZZZZZZ9.99.
           03 FILLER                    PIC X(01) VALUE SPACES.
           03 RL-CURRENCY-CODE          PIC X(3).
           03 FILLER                    PIC X(01) VALUE SPACES.
           03 RL-RESULT                 PIC X(20).

       01  WS-REGISTER-TOTAL-LINE.
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 TL-TOTAL-LABEL            PIC X(30).
           03 TL-TOTAL-COUNT            PIC ZZZZZZ9.
           03 FILLER                    PIC X(41) VALUE SPACES.

       01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
      *    0000-MAINLINE                                               *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALISE
               THRU 1000-INITIALISE-EXIT.

           PERFORM 2000-PROCESS-RETURN
               THRU 2000-PROCESS-RETURN-EXIT
               UNTIL END-OF-RETURNS.

           PERFORM 8000-TERMINATE
               THRU 8000-TERMINATE-EXIT.

           GOBACK.

      ******************************************************************
      *    1000-INITIALISE - load tonight's returns and total what     *
      *    was shipped and what has already come back against the      *
      *    order lines they quote, then open the catalog master and    *
      *    the branch stock file for update, the register, the audit   *
      *    log, the journal, the movement history and the returns      *
      *    history                                                     *
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

           PERFORM 1300-LOAD-RETURNS
               THRU 1300-LOAD-RETURNS-EXIT.
           IF WS-EOF-SWITCH = 'Y'
               GO TO 1000-INITIALISE-EXIT
           END-IF.

           PERFORM 1400-LOAD-SHIPMENTS
               THRU 1400-LOAD-SHIPMENTS-EXIT.
           IF WS-EOF-SWITCH = 'Y'
               GO TO 1000-INITIALISE-EXIT
           END-IF.

           PERFORM 1500-LOAD-PRIOR-RETURNS
               THRU 1500-LOAD-PRIOR-RETURNS-EXIT.
           IF WS-EOF-SWITCH = 'Y'
               GO TO 1000-INITIALISE-EXIT
           END-IF.

           PERFORM 1700-LOAD-LOCATION-TABLE
               THRU 1700-LOAD-LOCATION-TABLE-EXIT.
           IF WS-EOF-SWITCH = 'Y'
               GO TO 1000-INITIALISE-EXIT
           END-IF.

           PERFORM 1800-LOAD-KIT-TABLE
               THRU 1800-LOAD-KIT-TABLE-EXIT.
           IF WS-EOF-SWITCH = 'Y'
               GO TO 1000-INITIALISE-EXIT
           END-IF.

           OPEN I-O CATALOG-FILE.
           IF NOT CATALOG-FILE-OK
               DISPLAY 'DFH0XBO - CATALOG OPEN FAILED '
                   FS-CATALOG-FILE
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 1000-INITIALISE-EXIT
           END-IF.
           MOVE 'Y' TO WS-CATALOG-OPEN-SW.

           OPEN OUTPUT REGISTER-FILE.
           IF NOT REGISTER-FILE-OK
               DISPLAY 'DFH0XBO - REGISTER OPEN FAILED '
                   FS-REGISTER-FILE
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 1000-INITIALISE-EXIT
           END-IF.
           MOVE 'Y' TO WS-REGISTER-OPEN-SW.

           MOVE WS-RUN-DATE TO RH-RUN-DATE.
           MOVE WS-REGISTER-HEADING TO REGISTER-RECORD.
           WRITE REGISTER-RECORD.
           MOVE WS-BLANK-LINE TO REGISTER-RECORD.
           WRITE REGISTER-RECORD.

           PERFORM 1150-OPEN-AUDIT-FILE
               THRU 1150-OPEN-AUDIT-FILE-EXIT.
           IF WS-EOF-SWITCH = 'Y'
               GO TO 1000-INITIALISE-EXIT
           END-IF.

           PERFORM 1160-OPEN-JOURNAL-FILE
               THRU 1160-OPEN-JOURNAL-FILE-EXIT.
           IF WS-EOF-SWITCH = 'Y'
               GO TO 1000-INITIALISE-EXIT
           END-IF.

           PERFORM 1162-OPEN-MOVEMENT-FILE
               THRU 1162-OPEN-MOVEMENT-FILE-EXIT.
           IF WS-EOF-SWITCH = 'Y'
               GO TO 1000-INITIALISE-EXIT
           END-IF.

           PERFORM 1164-OPEN-RETURN-HISTORY
               THRU 1164-OPEN-RETURN-HISTORY-EXIT.
           IF WS-EOF-SWITCH = 'Y'
               GO TO 1000-INITIALISE-EXIT
           END-IF.

           PERFORM 1166-OPEN-STOCK-LOCATION
               THRU 1166-OPEN-STOCK-LOCATION-EXIT.
           IF WS-EOF-SWITCH = 'Y'
               GO TO 1000-INITIALISE-EXIT
           END-IF.

           PERFORM 1100-OPEN-RESTART-FILE
               THRU 1100-OPEN-RESTART-FILE-EXIT.
           IF WS-EOF-SWITCH = 'Y'
               GO TO 1000-INITIALISE-EXIT
           END-IF.

           PERFORM 1200-GET-CHECKPOINT
               THRU 1200-GET-CHECKPOINT-EXIT.

       1000-INITIALISE-EXIT.
           EXIT.

      ******************************************************************
      *    1100-OPEN-RESTART-FILE - open the restart control file,     *
      *    creating it with an empty checkpoint if this is the first   *
      *    time any checkpointing job has ever run.  RESTCTL is        *
      *    shared (keyed by job name), so a failure here is only       *
      *    treated as "not yet created" when the open status says so   *
      *    (FILE STATUS 35)                                            *
      ******************************************************************
       1100-OPEN-RESTART-FILE.
           OPEN I-O RESTART-FILE.
           IF RESTART-FILE-OK
               MOVE 'Y' TO WS-RESTART-OPEN-SW
               GO TO 1100-OPEN-RESTART-FILE-EXIT
           END-IF.

           IF NOT RESTART-FILE-NOTCREATED
               DISPLAY 'DFH0XBO - RESTART OPEN FAILED '
                   FS-RESTART-FILE
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 1100-OPEN-RESTART-FILE-EXIT
           END-IF.

           OPEN OUTPUT RESTART-FILE.
           IF NOT RESTART-FILE-OK
               DISPLAY 'DFH0XBO - RESTART CREATE FAILED '
                   FS-RESTART-FILE
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 1100-OPEN-RESTART-FILE-EXIT
           END-IF.
           CLOSE RESTART-FILE.
           OPEN I-O RESTART-FILE.
           IF NOT RESTART-FILE-OK
               DISPLAY 'DFH0XBO - RESTART OPEN FAILED '
                   FS-RESTART-FILE
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 1100-OPEN-RESTART-FILE-EXIT
           END-IF.
           MOVE 'Y' TO WS-RESTART-OPEN-SW.

       1100-OPEN-RESTART-FILE-EXIT.
           EXIT.
      ******************************************************************
      *    1150-OPEN-AUDIT-FILE - open the shared audit log for append.*
      *    AUDITLOG is written by all the batch jobs in a night's      *
      *    chain; OPEN EXTEND appends rather than truncating it, and   *
      *    the file is only created OUTPUT the first time any of those *
      *    jobs ever runs (FILE STATUS 35 on the EXTEND attempt)       *
      ******************************************************************
       1150-OPEN-AUDIT-FILE.
           OPEN EXTEND AUDIT-FILE.
           IF AUDIT-FILE-OK
               MOVE 'Y' TO WS-AUDIT-OPEN-SW
               GO TO 1150-OPEN-AUDIT-FILE-EXIT
           END-IF.

           IF NOT AUDIT-FILE-NOTCREATED
               DISPLAY 'DFH0XBO - AUDIT OPEN FAILED '
                   FS-AUDIT-FILE
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 1150-OPEN-AUDIT-FILE-EXIT
           END-IF.

           OPEN OUTPUT AUDIT-FILE.
           IF NOT AUDIT-FILE-OK
               DISPLAY 'DFH0XBO - AUDIT CREATE FAILED '
                   FS-AUDIT-FILE
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 1150-OPEN-AUDIT-FILE-EXIT
           END-IF.
           CLOSE AUDIT-FILE.
           OPEN EXTEND AUDIT-FILE.
           IF NOT AUDIT-FILE-OK
               DISPLAY 'DFH0XBO - AUDIT OPEN FAILED '
                   FS-AUDIT-FILE
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 1150-OPEN-AUDIT-FILE-EXIT
           END-IF.
           MOVE 'Y' TO WS-AUDIT-OPEN-SW.

       1150-OPEN-AUDIT-FILE-EXIT.
           EXIT.
      ******************************************************************
      *    1160-OPEN-JOURNAL-FILE - open the catalog journal for       *
      *    append, the same create-on-first-use contract as the audit  *
      *    log, so every updating run's before/after images accumulate *
      *    on the one file for the recovery utility to read            *
      ******************************************************************
       1160-OPEN-JOURNAL-FILE.
           OPEN EXTEND JOURNAL-FILE.
           IF JOURNAL-FILE-OK
               MOVE 'Y' TO WS-JOURNAL-OPEN-SW
               GO TO 1160-OPEN-JOURNAL-FILE-EXIT
           END-IF.

           IF NOT JOURNAL-FILE-NOTCREATED
               DISPLAY 'DFH0XBO - JOURNAL OPEN FAILED '
                   FS-JOURNAL-FILE
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 1160-OPEN-JOURNAL-FILE-EXIT
           END-IF.

           OPEN OUTPUT JOURNAL-FILE.
           IF NOT JOURNAL-FILE-OK
               DISPLAY 'DFH0XBO - JOURNAL CREATE FAILED '
                   FS-JOURNAL-FILE
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 1160-OPEN-JOURNAL-FILE-EXIT
           END-IF.
           CLOSE JOURNAL-FILE.
           OPEN EXTEND JOURNAL-FILE.
           IF NOT JOURNAL-FILE-OK
               DISPLAY 'DFH0XBO - JOURNAL OPEN FAILED '
                   FS-JOURNAL-FILE
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 1160-OPEN-JOURNAL-FILE-EXIT
           END-IF.
           MOVE 'Y' TO WS-JOURNAL-OPEN-SW.

       1160-OPEN-JOURNAL-FILE-EXIT.
           EXIT.
      ******************************************************************
      *    1162-OPEN-MOVEMENT-FILE - open the item movement history    *
      *    for append, the same create-on-first-use contract as the    *
      *    audit log, so every updater's signed movements accumulate   *
      *    on the one file for the velocity report to read             *
      ******************************************************************
       1162-OPEN-MOVEMENT-FILE.
           OPEN EXTEND MOVEMENT-FILE.
           IF MOVEMENT-FILE-OK
               MOVE 'Y' TO WS-MOVEMENT-OPEN-SW
               GO TO 1162-OPEN-MOVEMENT-FILE-EXIT
           END-IF.

           IF NOT MOVEMENT-FILE-NOTCREATED
               DISPLAY 'DFH0XBO - MOVEMENT OPEN FAILED '
                   FS-MOVEMENT-FILE
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 1162-OPEN-MOVEMENT-FILE-EXIT
           END-IF.

           OPEN OUTPUT MOVEMENT-FILE.
           IF NOT MOVEMENT-FILE-OK
               DISPLAY 'DFH0XBO - MOVEMENT CREATE FAILED '
                   FS-MOVEMENT-FILE
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 1162-OPEN-MOVEMENT-FILE-EXIT
           END-IF.
           CLOSE MOVEMENT-FILE.
           OPEN EXTEND MOVEMENT-FILE.
           IF NOT MOVEMENT-FILE-OK
               DISPLAY 'DFH0XBO - MOVEMENT OPEN FAILED '
                   FS-MOVEMENT-FILE
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 1162-OPEN-MOVEMENT-FILE-EXIT
           END-IF.
           MOVE 'Y' TO WS-MOVEMENT-OPEN-SW.

       1162-OPEN-MOVEMENT-FILE-EXIT.
           EXIT.
      ******************************************************************
      *    1164-OPEN-RETURN-HISTORY - open the returns history for     *
      *    append, the same create-on-first-use contract as the audit  *
      *    log, so every proven return accumulates on the one file     *
      *    for the next night's proof to count                         *
      ******************************************************************
       1164-OPEN-RETURN-HISTORY.
           OPEN EXTEND RETURN-HISTORY-FILE.
           IF RETURN-HISTORY-FILE-OK
               MOVE 'Y' TO WS-RETURN-HISTORY-OPEN-SW
               GO TO 1164-OPEN-RETURN-HISTORY-EXIT
           END-IF.

           IF NOT RETURN-HISTORY-NOTCREATED
               DISPLAY 'DFH0XBO - RETURN HISTORY OPEN FAILED '
                   FS-RETURN-HISTORY-FILE
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 1164-OPEN-RETURN-HISTORY-EXIT
           END-IF.

           OPEN OUTPUT RETURN-HISTORY-FILE.
           IF NOT RETURN-HISTORY-FILE-OK
               DISPLAY 'DFH0XBO - RETURN HISTORY CREATE FAILED '
                   FS-RETURN-HISTORY-FILE
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 1164-OPEN-RETURN-HISTORY-EXIT
           END-IF.
           CLOSE RETURN-HISTORY-FILE.
           OPEN EXTEND RETURN-HISTORY-FILE.
           IF NOT RETURN-HISTORY-FILE-OK
               DISPLAY 'DFH0XBO - RETURN HISTORY OPEN FAILED '
                   FS-RETURN-HISTORY-FILE
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 1164-OPEN-RETURN-HISTORY-EXIT
           END-IF.
           MOVE 'Y' TO WS-RETURN-HISTORY-OPEN-SW.

       1164-OPEN-RETURN-HISTORY-EXIT.
           EXIT.

      ******************************************************************
      *    1166-OPEN-STOCK-LOCATION - open the stock-by-location file  *
      *    for update, creating it empty the first time a branch       *
      *    return ever runs (FILE STATUS 35), the same contract as     *
      *    the maintenance apply                                       *
      ******************************************************************
       1166-OPEN-STOCK-LOCATION.
           OPEN I-O STOCK-LOCATION-FILE.
           IF STOCK-LOCATION-FILE-OK
               MOVE 'Y' TO WS-STOCK-LOCATION-OPEN-SW
               GO TO 1166-OPEN-STOCK-LOCATION-EXIT
           END-IF.

           IF NOT STOCK-LOCATION-NOTCREATED
               DISPLAY 'DFH0XBO - STOCK LOCATION OPEN FAILED '
                   FS-STOCK-LOCATION-FILE
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 1166-OPEN-STOCK-LOCATION-EXIT
           END-IF.

           OPEN OUTPUT STOCK-LOCATION-FILE.
           IF NOT STOCK-LOCATION-FILE-OK
               DISPLAY 'DFH0XBO - STOCK LOCATION CREATE FAILED '
                   FS-STOCK-LOCATION-FILE
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 1166-OPEN-STOCK-LOCATION-EXIT
           END-IF.
           CLOSE STOCK-LOCATION-FILE.
           OPEN I-O STOCK-LOCATION-FILE.
           IF NOT STOCK-LOCATION-FILE-OK
               DISPLAY 'DFH0XBO - STOCK LOCATION OPEN FAILED '
                   FS-STOCK-LOCATION-FILE
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 1166-OPEN-STOCK-LOCATION-EXIT
           END-IF.
           MOVE 'Y' TO WS-STOCK-LOCATION-OPEN-SW.

       1166-OPEN-STOCK-LOCATION-EXIT.
           EXIT.
      ******************************************************************
      *    1170-OPEN-RUN-CONTROL - open the run control file, creating *
      *    it empty if this is the first night it has ever been used.  *
      *    RUNCTL is shared by every job in the chain (keyed by job    *
      *    name and date), so a failure here is only treated as "not   *
      *    yet created" when the open status says so (FILE STATUS 35)  *
      ******************************************************************
       1170-OPEN-RUN-CONTROL.
           OPEN I-O RUN-CONTROL-FILE.
           IF RUN-CONTROL-FILE-OK
               MOVE 'Y' TO WS-RUN-CONTROL-OPEN-SW
               GO TO 1170-OPEN-RUN-CONTROL-EXIT
           END-IF.

           IF NOT RUN-CONTROL-FILE-NOTCREATED
               DISPLAY 'DFH0XBO - RUN CONTROL OPEN FAILED '
                   FS-RUN-CONTROL-FILE
               GO TO 1170-OPEN-RUN-CONTROL-EXIT
           END-IF.

           OPEN OUTPUT RUN-CONTROL-FILE.
           IF NOT RUN-CONTROL-FILE-OK
               DISPLAY 'DFH0XBO - RUN CONTROL CREATE FAILED '
                   FS-RUN-CONTROL-FILE
               GO TO 1170-OPEN-RUN-CONTROL-EXIT
           END-IF.
           CLOSE RUN-CONTROL-FILE.
           OPEN I-O RUN-CONTROL-FILE.
           IF NOT RUN-CONTROL-FILE-OK
               DISPLAY 'DFH0XBO - RUN CONTROL OPEN FAILED '
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
               DISPLAY 'DFH0XBO - CHAIN DATE FILE NOT AVAILABLE, '
                   'USING TODAY'
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               GO TO 1190-GET-CHAIN-DATE-EXIT
           END-IF.

           READ CHAIN-DATE-FILE
               AT END
                   DISPLAY 'DFH0XBO - CHAIN DATE FILE EMPTY, '
                       'USING TODAY'
                   ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
                   CLOSE CHAIN-DATE-FILE
                   GO TO 1190-GET-CHAIN-DATE-EXIT
           END-READ.

           IF CD-RUN-DATE NUMERIC AND CD-RUN-DATE NOT = ZERO
               MOVE CD-RUN-DATE TO WS-RUN-DATE
           ELSE
               DISPLAY 'DFH0XBO - CHAIN DATE NOT NUMERIC, USING TODAY'
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF.
           CLOSE CHAIN-DATE-FILE.

       1190-GET-CHAIN-DATE-EXIT.
           EXIT.
      ******************************************************************
      *    1200-GET-CHECKPOINT - read this job's restart record.  A    *
      *    checkpoint left by an abended run of THIS night's returns   *
      *    (same chain date) resumes after the last return fully       *
      *    posted; one left over from another date is stale - that     *
      *    file was dealt with - and is discarded                      *
      ******************************************************************
       1200-GET-CHECKPOINT.
           MOVE ZERO TO WS-RESUME-SEQUENCE.
           MOVE WS-JOB-NAME TO RST-JOB-NAME.

           READ RESTART-FILE
               INVALID KEY
                   MOVE WS-JOB-NAME TO RST-JOB-NAME
                   MOVE ZERO TO RST-LAST-ITEM-REF
                   MOVE ZERO TO RST-CHECKPOINT-DATE
                   MOVE ZERO TO RST-CHECKPOINT-TIME
                   MOVE ZERO TO RST-LAST-SEQUENCE
                   MOVE ZERO TO RST-OUT-COUNT
                   MOVE ZERO TO RST-OUT-REF-HASH
                   MOVE ZERO TO RST-OUT-QTY-HASH
                   WRITE RESTART-RECORD
                   GO TO 1200-GET-CHECKPOINT-EXIT
           END-READ.

           IF RST-LAST-SEQUENCE = ZERO
               GO TO 1200-GET-CHECKPOINT-EXIT
           END-IF.

           IF RST-CHECKPOINT-DATE = WS-RUN-DATE
               MOVE RST-LAST-SEQUENCE TO WS-RESUME-SEQUENCE
               DISPLAY 'DFH0XBO - RESUMING AFTER RETURN '
                   WS-RESUME-SEQUENCE
               GO TO 1200-GET-CHECKPOINT-EXIT
           END-IF.

           DISPLAY 'DFH0XBO - STALE CHECKPOINT OF '
               RST-CHECKPOINT-DATE ' DISCARDED'.
           MOVE ZERO TO RST-LAST-SEQUENCE.
           MOVE ZERO TO RST-OUT-COUNT.
           MOVE ZERO TO RST-OUT-REF-HASH.
           MOVE ZERO TO RST-OUT-QTY-HASH.
           REWRITE RESTART-RECORD.

       1200-GET-CHECKPOINT-EXIT.
           EXIT.
      ******************************************************************
      *    1300-LOAD-RETURNS - read the whole returns file into the    *
      *    return table, entering each order line it quotes once in    *
      *    the order-line table.  A file larger than either table      *
      *    stops the run before anything is posted                     *
      ******************************************************************
       1300-LOAD-RETURNS.
           OPEN INPUT RETURN-FILE.
           IF NOT RETURN-FILE-OK
               DISPLAY 'DFH0XBO - RETURN FILE OPEN FAILED '
                   FS-RETURN-FILE
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 1300-LOAD-RETURNS-EXIT
           END-IF.

           MOVE 'N' TO WS-LOAD-EOF-SW.
           PERFORM 1310-READ-RETURN
               THRU 1310-READ-RETURN-EXIT
               UNTIL END-OF-LOAD.

           CLOSE RETURN-FILE.

       1300-LOAD-RETURNS-EXIT.
           EXIT.

      ******************************************************************
      *    1310-READ-RETURN - one returns file row into the table      *
      ******************************************************************
       1310-READ-RETURN.
           READ RETURN-FILE INTO RETURN-RECORD
               AT END
                   MOVE 'Y' TO WS-LOAD-EOF-SW
                   GO TO 1310-READ-RETURN-EXIT
           END-READ.

           IF NOT RETURN-FILE-OK
               DISPLAY 'DFH0XBO - RETURN READ ERROR '
                   FS-RETURN-FILE
               MOVE 'Y' TO WS-LOAD-EOF-SW
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 1310-READ-RETURN-EXIT
           END-IF.

           IF WS-RETURN-COUNT = 5000
               DISPLAY 'DFH0XBO - MORE THAN 5000 RETURNS, RUN '
                   'STOPPED'
               MOVE 'Y' TO WS-LOAD-EOF-SW
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 1310-READ-RETURN-EXIT
           END-IF.

           MOVE ZERO TO WS-KEY-SUB.
           IF RT-ORDER-NUMBER NUMERIC AND RT-ITEM-REF NUMERIC
               PERFORM 1320-ENTER-ORDER-LINE
                   THRU 1320-ENTER-ORDER-LINE-EXIT
           END-IF.
           IF WS-EOF-SWITCH = 'Y'
               MOVE 'Y' TO WS-LOAD-EOF-SW
               GO TO 1310-READ-RETURN-EXIT
           END-IF.

           ADD 1 TO WS-RETURN-COUNT.
           MOVE RETURN-RECORD TO WR-RETURN-ROW (WS-RETURN-COUNT).
           MOVE WS-KEY-SUB    TO WR-KEY-SUB (WS-RETURN-COUNT).

       1310-READ-RETURN-EXIT.
           EXIT.

      ******************************************************************
      *    1320-ENTER-ORDER-LINE - find the return's order line in     *
      *    the order-line table, adding it the first time it is        *
      *    quoted; WS-KEY-SUB is left pointing at its entry            *
      ******************************************************************
       1320-ENTER-ORDER-LINE.
           PERFORM 1600-FIND-ORDER-LINE
               THRU 1600-FIND-ORDER-LINE-EXIT.
           IF WS-KEY-SUB NOT = ZERO
               GO TO 1320-ENTER-ORDER-LINE-EXIT
           END-IF.

           IF WS-KEY-COUNT = 5000
               DISPLAY 'DFH0XBO - MORE THAN 5000 ORDER LINES '
                   'RETURNED, RUN STOPPED'
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 1320-ENTER-ORDER-LINE-EXIT
           END-IF.

           ADD 1 TO WS-KEY-COUNT.
           MOVE WS-KEY-COUNT     TO WS-KEY-SUB.
           MOVE RT-ORDER-NUMBER  TO WK-ORDER-NUMBER (WS-KEY-SUB).
           MOVE RT-ITEM-REF      TO WK-ITEM-REF (WS-KEY-SUB).
           MOVE 'N'              TO WK-ORDER-SEEN-SW (WS-KEY-SUB).
           MOVE ZERO             TO WK-SHIPPED (WS-KEY-SUB).
           MOVE ZERO             TO WK-RETURNED (WS-KEY-SUB).

       1320-ENTER-ORDER-LINE-EXIT.
           EXIT.

      ******************************************************************
      *    1400-LOAD-SHIPMENTS - pass the disposition history once,    *
      *    totalling the units allocated to each order line tonight's  *
      *    returns quote.  A shop whose order apply has never had its  *
      *    output kept has no DISPHIST (FILE STATUS 35); that is not   *
      *    an error - nothing can be proved shipped, so every return   *
      *    is rejected                                                 *
      ******************************************************************
       1400-LOAD-SHIPMENTS.
           IF WS-KEY-COUNT = ZERO
               GO TO 1400-LOAD-SHIPMENTS-EXIT
           END-IF.

           OPEN INPUT DISPOSITION-FILE.
           IF DISPOSITION-FILE-NOTCREATED
               DISPLAY 'DFH0XBO - NO DISPOSITION HISTORY, NOTHING '
                   'CAN BE PROVED SHIPPED'
               GO TO 1400-LOAD-SHIPMENTS-EXIT
           END-IF.
           IF NOT DISPOSITION-FILE-OK
               DISPLAY 'DFH0XBO - DISPOSITION HISTORY OPEN FAILED '
                   FS-DISPOSITION-FILE
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 1400-LOAD-SHIPMENTS-EXIT
           END-IF.

           MOVE 'N' TO WS-LOAD-EOF-SW.
           PERFORM 1410-READ-SHIPMENT
               THRU 1410-READ-SHIPMENT-EXIT
               UNTIL END-OF-LOAD.

           CLOSE DISPOSITION-FILE.

       1400-LOAD-SHIPMENTS-EXIT.
           EXIT.

      ******************************************************************
      *    1410-READ-SHIPMENT - one disposition row.  The header and   *
      *    trailer controls of each night's file are passed over; a    *
      *    data row for an order line being returned marks the order   *
      *    line as on file and, when the order filled or part-filled,  *
      *    adds what was allocated to it                               *
      ******************************************************************
       1410-READ-SHIPMENT.
           READ DISPOSITION-FILE
               AT END
                   MOVE 'Y' TO WS-LOAD-EOF-SW
                   GO TO 1410-READ-SHIPMENT-EXIT
           END-READ.

           IF NOT DISPOSITION-FILE-OK
               DISPLAY 'DFH0XBO - DISPOSITION HISTORY READ ERROR '
                   FS-DISPOSITION-FILE
               MOVE 'Y' TO WS-LOAD-EOF-SW
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 1410-READ-SHIPMENT-EXIT
           END-IF.

           MOVE DISPOSITION-RECORD TO BATCH-CONTROL-RECORD.
           IF BCT-HEADER OR BCT-TRAILER
               GO TO 1410-READ-SHIPMENT-EXIT
           END-IF.

           IF DS-ORDER-NUMBER NOT NUMERIC
                   OR DS-ITEM-REF NOT NUMERIC
                   OR DS-QUANTITY-ALLOCATED NOT NUMERIC
               GO TO 1410-READ-SHIPMENT-EXIT
           END-IF.

           ADD 1 TO WS-SHIPMENTS-READ.

           MOVE DS-ORDER-NUMBER TO RT-ORDER-NUMBER.
           MOVE DS-ITEM-REF     TO RT-ITEM-REF.
           PERFORM 1600-FIND-ORDER-LINE
               THRU 1600-FIND-ORDER-LINE-EXIT.
           IF WS-KEY-SUB = ZERO
               GO TO 1410-READ-SHIPMENT-EXIT
           END-IF.

           MOVE 'Y' TO WK-ORDER-SEEN-SW (WS-KEY-SUB).
           IF DS-ORDER-FILLED OR DS-ORDER-PARTIAL
               ADD DS-QUANTITY-ALLOCATED TO WK-SHIPPED (WS-KEY-SUB)
           END-IF.

       1410-READ-SHIPMENT-EXIT.
           EXIT.

      ******************************************************************
      *    1500-LOAD-PRIOR-RETURNS - pass the returns history once,    *
      *    totalling what has already come back against each order     *
      *    line tonight's returns quote.  No RETHIST yet (FILE STATUS  *
      *    35) means nothing has ever been returned                    *
      ******************************************************************
       1500-LOAD-PRIOR-RETURNS.
           IF WS-KEY-COUNT = ZERO
               GO TO 1500-LOAD-PRIOR-RETURNS-EXIT
           END-IF.

           OPEN INPUT RETURN-HISTORY-FILE.
           IF RETURN-HISTORY-NOTCREATED
               GO TO 1500-LOAD-PRIOR-RETURNS-EXIT
           END-IF.
           IF NOT RETURN-HISTORY-FILE-OK
               DISPLAY 'DFH0XBO - RETURN HISTORY OPEN FAILED '
                   FS-RETURN-HISTORY-FILE
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 1500-LOAD-PRIOR-RETURNS-EXIT
           END-IF.

           MOVE 'N' TO WS-LOAD-EOF-SW.
           PERFORM 1510-READ-PRIOR-RETURN
               THRU 1510-READ-PRIOR-RETURN-EXIT
               UNTIL END-OF-LOAD.

           CLOSE RETURN-HISTORY-FILE.

       1500-LOAD-PRIOR-RETURNS-EXIT.
           EXIT.

      ******************************************************************
      *    1510-READ-PRIOR-RETURN - one returns history row, counted   *
      *    against its order line when that line is being returned     *
      *    again tonight                                               *
      ******************************************************************
       1510-READ-PRIOR-RETURN.
           READ RETURN-HISTORY-FILE INTO RETURN-RECORD
               AT END
                   MOVE 'Y' TO WS-LOAD-EOF-SW
                   GO TO 1510-READ-PRIOR-RETURN-EXIT
           END-READ.

           IF NOT RETURN-HISTORY-FILE-OK
               DISPLAY 'DFH0XBO - RETURN HISTORY READ ERROR '
                   FS-RETURN-HISTORY-FILE
               MOVE 'Y' TO WS-LOAD-EOF-SW
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 1510-READ-PRIOR-RETURN-EXIT
           END-IF.

           ADD 1 TO WS-PRIOR-RETURNS-READ.

           PERFORM 1600-FIND-ORDER-LINE
               THRU 1600-FIND-ORDER-LINE-EXIT.
           IF WS-KEY-SUB = ZERO
               GO TO 1510-READ-PRIOR-RETURN-EXIT
           END-IF.

           ADD RT-QUANTITY TO WK-RETURNED (WS-KEY-SUB).

       1510-READ-PRIOR-RETURN-EXIT.
           EXIT.

      ******************************************************************
      *    1600-FIND-ORDER-LINE - look up RT-ORDER-NUMBER/RT-ITEM-REF  *
      *    in the order-line table; WS-KEY-SUB is its entry, or zero   *
      *    when tonight's returns do not quote it                      *
      ******************************************************************
       1600-FIND-ORDER-LINE.
           MOVE ZERO TO WS-KEY-SUB.

           IF WS-KEY-COUNT = ZERO
               GO TO 1600-FIND-ORDER-LINE-EXIT
           END-IF.

           SET KEY-IDX TO 1.
           SEARCH WS-KEY-ENTRY
               AT END
                   CONTINUE
               WHEN WK-ORDER-NUMBER (KEY-IDX) = RT-ORDER-NUMBER
                       AND WK-ITEM-REF (KEY-IDX) = RT-ITEM-REF
                   SET WS-KEY-SUB TO KEY-IDX
           END-SEARCH.

       1600-FIND-ORDER-LINE-EXIT.
           EXIT.

      ******************************************************************
      *    1700-LOAD-LOCATION-TABLE - read the location reference      *
      *    file once, start to finish, into WS-LOCATION-TABLE.  A shop *
      *    with no LOCFILE yet gets an empty table, and any return     *
      *    naming a branch is rejected as into an unknown one          *
      ******************************************************************
       1700-LOAD-LOCATION-TABLE.
           MOVE ZERO TO WS-LOCATION-COUNT.

           OPEN INPUT LOCATION-FILE.
           IF NOT LOCATION-FILE-OK
               IF LOCATION-FILE-NOTCREATED
                   DISPLAY 'DFH0XBO - NO LOCATION FILE, NO BRANCHES '
                       'ARE KNOWN'
               ELSE
                   DISPLAY 'DFH0XBO - LOCATION FILE OPEN FAILED '
                       FS-LOCATION-FILE
                   MOVE 'Y' TO WS-EOF-SWITCH
               END-IF
               GO TO 1700-LOAD-LOCATION-TABLE-EXIT
           END-IF.

           PERFORM 1710-LOAD-LOCATION-ENTRY
               THRU 1710-LOAD-LOCATION-ENTRY-EXIT
               UNTIL LOCATION-FILE-EOF.

           CLOSE LOCATION-FILE.

       1700-LOAD-LOCATION-TABLE-EXIT.
           EXIT.

       1710-LOAD-LOCATION-ENTRY.
           READ LOCATION-FILE NEXT RECORD
               AT END
                   MOVE '10' TO FS-LOCATION-FILE
                   GO TO 1710-LOAD-LOCATION-ENTRY-EXIT
           END-READ.

           IF NOT LOCATION-FILE-OK
               DISPLAY 'DFH0XBO - LOCATION READ ERROR '
                   FS-LOCATION-FILE
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE '10' TO FS-LOCATION-FILE
               GO TO 1710-LOAD-LOCATION-ENTRY-EXIT
           END-IF.

           IF WS-LOCATION-COUNT = 50
               DISPLAY 'DFH0XBO - OVER 50 LOCATIONS, '
                   'LOCATION TABLE FULL'
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE '10' TO FS-LOCATION-FILE
               GO TO 1710-LOAD-LOCATION-ENTRY-EXIT
           END-IF.

           ADD 1 TO WS-LOCATION-COUNT.
           MOVE LOC-CODE        OF LOCATION-RECORD
                             TO WL-LOC-CODE (WS-LOCATION-COUNT).
           MOVE LOC-ACTIVE-FLAG OF LOCATION-RECORD
                             TO WL-LOC-ACTIVE-FLAG (WS-LOCATION-COUNT).

       1710-LOAD-LOCATION-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      *    1800-LOAD-KIT-TABLE - read the kit structure file once,     *
      *    start to finish, into WS-KIT-TABLE.  The file is in parent  *
      *    item order, so each kit's components arrive together.  A    *
      *    shop that sells no kits has no KITFILE (FILE STATUS 35);    *
      *    that is not an error - every item then comes back as        *
      *    itself                                                      *
      ******************************************************************
       1800-LOAD-KIT-TABLE.
           MOVE ZERO TO WS-KIT-COUNT.

           OPEN INPUT KIT-FILE.
           IF KIT-FILE-NOTCREATED
               DISPLAY 'DFH0XBO - NO KIT STRUCTURE FILE, NO KITS'
               GO TO 1800-LOAD-KIT-TABLE-EXIT
           END-IF.
           IF NOT KIT-FILE-OK
               DISPLAY 'DFH0XBO - KIT STRUCTURE OPEN FAILED '
                   FS-KIT-FILE
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 1800-LOAD-KIT-TABLE-EXIT
           END-IF.

           PERFORM 1810-LOAD-KIT-ROW
               THRU 1810-LOAD-KIT-ROW-EXIT
               UNTIL KIT-FILE-EOF.

           CLOSE KIT-FILE.

       1800-LOAD-KIT-TABLE-EXIT.
           EXIT.

       1810-LOAD-KIT-ROW.
           READ KIT-FILE NEXT RECORD
               AT END
                   MOVE '10' TO FS-KIT-FILE
                   GO TO 1810-LOAD-KIT-ROW-EXIT
           END-READ.

           IF NOT KIT-FILE-OK
               DISPLAY 'DFH0XBO - KIT STRUCTURE READ ERROR '
                   FS-KIT-FILE
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE '10' TO FS-KIT-FILE
               GO TO 1810-LOAD-KIT-ROW-EXIT
           END-IF.

      *    a row that would put nothing back, or make a kit a
      *    component of itself, is left out and reported
           IF KS-QTY-PER-KIT OF KIT-STRUCTURE-RECORD = ZERO
                   OR KS-COMPONENT-ITEM OF KIT-STRUCTURE-RECORD
                       = KS-PARENT-ITEM OF KIT-STRUCTURE-RECORD
               DISPLAY 'DFH0XBO - KIT ROW IGNORED FOR KIT '
                   KS-PARENT-ITEM OF KIT-STRUCTURE-RECORD
                   ' COMPONENT '
                   KS-COMPONENT-ITEM OF KIT-STRUCTURE-RECORD
               GO TO 1810-LOAD-KIT-ROW-EXIT
           END-IF.

           IF WS-KIT-COUNT = ZERO
               GO TO 1810-LOAD-KIT-ROW-NEW
           END-IF.
           IF KS-PARENT-ITEM OF KIT-STRUCTURE-RECORD
                   = WK-PARENT-ITEM (WS-KIT-COUNT)
               GO TO 1810-LOAD-KIT-ROW-ADD
           END-IF.

       1810-LOAD-KIT-ROW-NEW.
      *    a kit that will not fit cannot be half-loaded - a return
      *    of it would put back only some of its parts - so the run
      *    stops rather than post it wrongly
           IF WS-KIT-COUNT = 500
               DISPLAY 'DFH0XBO - OVER 500 KITS, KIT TABLE FULL'
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE '10' TO FS-KIT-FILE
               GO TO 1810-LOAD-KIT-ROW-EXIT
           END-IF.
           ADD 1 TO WS-KIT-COUNT.
           MOVE KS-PARENT-ITEM OF KIT-STRUCTURE-RECORD
               TO WK-PARENT-ITEM (WS-KIT-COUNT).
           MOVE ZERO TO WK-COMPONENT-COUNT (WS-KIT-COUNT).

       1810-LOAD-KIT-ROW-ADD.
           IF WK-COMPONENT-COUNT (WS-KIT-COUNT) = 20
               DISPLAY 'DFH0XBO - OVER 20 COMPONENTS FOR KIT '
                   WK-PARENT-ITEM (WS-KIT-COUNT)
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE '10' TO FS-KIT-FILE
               GO TO 1810-LOAD-KIT-ROW-EXIT
           END-IF.
           ADD 1 TO WK-COMPONENT-COUNT (WS-KIT-COUNT).
           SET CMP-IDX TO WK-COMPONENT-COUNT (WS-KIT-COUNT).
           MOVE KS-COMPONENT-ITEM OF KIT-STRUCTURE-RECORD
               TO WK-COMPONENT-ITEM (WS-KIT-COUNT, CMP-IDX).
           MOVE KS-QTY-PER-KIT OF KIT-STRUCTURE-RECORD
               TO WK-QTY-PER-KIT (WS-KIT-COUNT, CMP-IDX).

       1810-LOAD-KIT-ROW-EXIT.
           EXIT.

      ******************************************************************
      *    2000-PROCESS-RETURN - take the next return off the table,   *
      *    prove it against its order and either post it or reject     *
      *    it; every return gets a register line                       *
      ******************************************************************
       2000-PROCESS-RETURN.
           ADD 1 TO WS-RETURN-SEQUENCE.
           IF WS-RETURN-SEQUENCE > WS-RETURN-COUNT
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE 'Y' TO WS-NORMAL-END-SW
               GO TO 2000-PROCESS-RETURN-EXIT
           END-IF.

           MOVE WR-RETURN-ROW (WS-RETURN-SEQUENCE) TO RETURN-RECORD.
           MOVE WR-KEY-SUB (WS-RETURN-SEQUENCE)    TO WS-KEY-SUB.
           ADD 1 TO WS-RETURNS-READ.

      *    a rerun of the same night's file re-reads it from the top,
      *    but returns at or before the checkpoint were posted,
      *    journalled, audited and put on the returns history by the
      *    earlier run - which is also why the history already
      *    counts them
           IF WS-RETURN-SEQUENCE NOT GREATER THAN WS-RESUME-SEQUENCE
               ADD 1 TO WS-SKIPPED-ON-RESTART
               GO TO 2000-PROCESS-RETURN-EXIT
           END-IF.

           MOVE ZERO TO WS-RETURN-CODE.
           MOVE SPACES TO WS-REASON-USED.
           MOVE ZERO TO WS-RETURN-VALUE.

           PERFORM 2100-PROVE-RETURN
               THRU 2100-PROVE-RETURN-EXIT.

           IF WS-REASON-USED = SPACES
               PERFORM 2200-POST-RETURN
                   THRU 2200-POST-RETURN-EXIT
           END-IF.

           IF WS-REASON-USED NOT = SPACES
               MOVE 04 TO WS-RETURN-CODE
               ADD 1 TO WS-REJECTED
               MOVE WS-REASON-USED TO RL-RESULT
           END-IF.

           PERFORM 2400-WRITE-REGISTER-LINE
               THRU 2400-WRITE-REGISTER-LINE-EXIT.

           PERFORM 2900-WRITE-AUDIT-RECORD
               THRU 2900-WRITE-AUDIT-RECORD-EXIT.

           PERFORM 2950-WRITE-CHECKPOINT
               THRU 2950-WRITE-CHECKPOINT-EXIT.

       2000-PROCESS-RETURN-EXIT.
           EXIT.

      ******************************************************************
      *    2100-PROVE-RETURN - a return is only posted against an      *
      *    order line that is on the disposition history, that had     *
      *    stock allocated to it, and that has not already had as      *
      *    many units back as were shipped; only into a branch that is *
      *    on the location file and still active; and only for an item *
      *    still on the catalog - for a kit, with every one of its     *
      *    components on the catalog too.  The first check it fails    *
      *    sets WS-REASON-USED and the return is rejected              *
      ******************************************************************
       2100-PROVE-RETURN.
           IF RT-ORDER-NUMBER NOT NUMERIC
               MOVE 'INVALID ORDER NUMBER' TO WS-REASON-USED
               GO TO 2100-PROVE-RETURN-EXIT
           END-IF.

           IF RT-ITEM-REF NOT NUMERIC
               MOVE 'INVALID ITEM REF' TO WS-REASON-USED
               GO TO 2100-PROVE-RETURN-EXIT
           END-IF.

           IF RT-QUANTITY NOT NUMERIC OR RT-QUANTITY = ZERO
               MOVE 'INVALID QUANTITY' TO WS-REASON-USED
               GO TO 2100-PROVE-RETURN-EXIT
           END-IF.

           IF NOT RT-RESTOCK AND NOT RT-SCRAP
               MOVE 'INVALID DISPOSITION' TO WS-REASON-USED
               GO TO 2100-PROVE-RETURN-EXIT
           END-IF.

      *    a blank branch is a return into the single-branch rollup
           IF RT-LOCATION NOT = SPACES
               PERFORM 2110-CHECK-BRANCH
                   THRU 2110-CHECK-BRANCH-EXIT
               IF WS-REASON-USED NOT = SPACES
                   GO TO 2100-PROVE-RETURN-EXIT
               END-IF
           END-IF.

           IF WS-KEY-SUB = ZERO
               MOVE 'ORDER NOT ON FILE' TO WS-REASON-USED
               GO TO 2100-PROVE-RETURN-EXIT
           END-IF.

           IF NOT WK-ORDER-ON-FILE (WS-KEY-SUB)
               MOVE 'ORDER NOT ON FILE' TO WS-REASON-USED
               GO TO 2100-PROVE-RETURN-EXIT
           END-IF.

      *    an order line that was backordered or rejected never left
      *    the building, so there is nothing of it to come back
           IF WK-SHIPPED (WS-KEY-SUB) = ZERO
               MOVE 'ITEM NOT SHIPPED' TO WS-REASON-USED
               GO TO 2100-PROVE-RETURN-EXIT
           END-IF.

           COMPUTE WS-RETURNED-AFTER =
               WK-RETURNED (WS-KEY-SUB) + RT-QUANTITY.
           IF WS-RETURNED-AFTER > WK-SHIPPED (WS-KEY-SUB)
               MOVE 'EXCEEDS QTY SHIPPED' TO WS-REASON-USED
               GO TO 2100-PROVE-RETURN-EXIT
           END-IF.

           MOVE RT-ITEM-REF TO CA-ITEM-REF OF CATALOG-RECORD.
           READ CATALOG-FILE
               INVALID KEY
                   MOVE 'NOT ON CATALOG' TO WS-REASON-USED
                   GO TO 2100-PROVE-RETURN-EXIT
           END-READ.

      *    a kit keeps no stock of its own; it comes back as its
      *    components, so every one of them must be on the catalog -
      *    with room for its share, when restocked - before any of
      *    them is touched
           PERFORM 2120-FIND-KIT
               THRU 2120-FIND-KIT-EXIT.
           IF ITEM-IS-KIT
               PERFORM 2130-CHECK-COMPONENT
                   THRU 2130-CHECK-COMPONENT-EXIT
                   VARYING CMP-IDX FROM 1 BY 1
                   UNTIL CMP-IDX > WK-COMPONENT-COUNT (KIT-IDX)
                   OR WS-REASON-USED NOT = SPACES
               GO TO 2100-PROVE-RETURN-EXIT
           END-IF.

           IF RT-RESTOCK
               COMPUTE WS-NEW-STOCK =
                   IN-STOCK OF CATALOG-RECORD + RT-QUANTITY
               IF WS-NEW-STOCK > 9999
                   MOVE 'STOCK WOULD OVERFLOW' TO WS-REASON-USED
                   GO TO 2100-PROVE-RETURN-EXIT
               END-IF
           END-IF.

       2100-PROVE-RETURN-EXIT.
           EXIT.

      ******************************************************************
      *    2110-CHECK-BRANCH - the branch taking the goods back must   *
      *    be on the location file, and not retired there, before      *
      *    anything is put on a shelf nobody can count or sell from    *
      ******************************************************************
       2110-CHECK-BRANCH.
           IF WS-LOCATION-COUNT = ZERO
               MOVE 'UNKNOWN BRANCH' TO WS-REASON-USED
               GO TO 2110-CHECK-BRANCH-EXIT
           END-IF.

           SET LOC-IDX TO 1.
           SEARCH WS-LOCATION-ENTRY
               AT END
                   MOVE 'UNKNOWN BRANCH' TO WS-REASON-USED
               WHEN WL-LOC-CODE (LOC-IDX) = RT-LOCATION
                   IF WL-LOC-ACTIVE-FLAG (LOC-IDX) = 'N'
                       MOVE 'BRANCH INACTIVE' TO WS-REASON-USED
                   END-IF
           END-SEARCH.

       2110-CHECK-BRANCH-EXIT.
           EXIT.

      ******************************************************************
      *    2120-FIND-KIT - is the returned item a kit?  KIT-IDX is     *
      *    left on its entry when it is                                *
      ******************************************************************
       2120-FIND-KIT.
           MOVE 'N' TO WS-KIT-FOUND-SW.

           IF WS-KIT-COUNT = ZERO
               GO TO 2120-FIND-KIT-EXIT
           END-IF.

           SET KIT-IDX TO 1.
           SEARCH WS-KIT-ENTRY
               AT END
                   CONTINUE
               WHEN WK-PARENT-ITEM (KIT-IDX) = RT-ITEM-REF
                   MOVE 'Y' TO WS-KIT-FOUND-SW
           END-SEARCH.

       2120-FIND-KIT-EXIT.
           EXIT.

      ******************************************************************
      *    2130-CHECK-COMPONENT - can this component take its share    *
      *    of the return?  It must be on the catalog, and a restock    *
      *    must not overflow its stock once the share is added         *
      ******************************************************************
       2130-CHECK-COMPONENT.
           MOVE WK-COMPONENT-ITEM (KIT-IDX, CMP-IDX)
               TO CA-ITEM-REF OF CATALOG-RECORD.
           READ CATALOG-FILE
               INVALID KEY
                   DISPLAY 'DFH0XBO - KIT COMPONENT NOT ON CATALOG '
                       'FOR RMA ' RT-RMA-NUMBER ' KIT ' RT-ITEM-REF
                       ' COMPONENT '
                       WK-COMPONENT-ITEM (KIT-IDX, CMP-IDX)
                   MOVE 'COMPONENT MISSING' TO WS-REASON-USED
                   GO TO 2130-CHECK-COMPONENT-EXIT
           END-READ.

           IF RT-SCRAP
               GO TO 2130-CHECK-COMPONENT-EXIT
           END-IF.

           COMPUTE WS-POST-QUANTITY =
               RT-QUANTITY * WK-QTY-PER-KIT (KIT-IDX, CMP-IDX).
           IF IN-STOCK OF CATALOG-RECORD + WS-POST-QUANTITY > 9999
               MOVE 'STOCK WOULD OVERFLOW' TO WS-REASON-USED
           END-IF.

       2130-CHECK-COMPONENT-EXIT.
           EXIT.

      ******************************************************************
      *    2140-REREAD-KIT - put the kit itself back in hand once its  *
      *    components have been worked, so the credit is valued at     *
      *    the kit's own cost and currency                             *
      ******************************************************************
       2140-REREAD-KIT.
           MOVE RT-ITEM-REF TO CA-ITEM-REF OF CATALOG-RECORD.
           READ CATALOG-FILE
               INVALID KEY
                   DISPLAY 'DFH0XBO - KIT RE-READ FAILED FOR '
                       RT-ITEM-REF
           END-READ.

       2140-REREAD-KIT-EXIT.
           EXIT.

      ******************************************************************
      *    2200-POST-RETURN - restock or scrap the proven return,      *
      *    count it against its order line so a later return in this   *
      *    run or any other cannot take the same units back twice,     *
      *    and keep it on the returns history                          *
      ******************************************************************
       2200-POST-RETURN.
           IF RT-RESTOCK
               PERFORM 2210-RESTOCK-RETURN
                   THRU 2210-RESTOCK-RETURN-EXIT
           ELSE
               PERFORM 2220-SCRAP-RETURN
                   THRU 2220-SCRAP-RETURN-EXIT
           END-IF.
           IF ITEM-IS-KIT
               PERFORM 2140-REREAD-KIT
                   THRU 2140-REREAD-KIT-EXIT
           END-IF.
           IF WS-REASON-USED NOT = SPACES
               GO TO 2200-POST-RETURN-EXIT
           END-IF.

           COMPUTE WS-RETURN-VALUE ROUNDED =
               CA-COST OF CATALOG-RECORD * RT-QUANTITY.

           ADD RT-QUANTITY TO WK-RETURNED (WS-KEY-SUB).
           WRITE RETURN-HISTORY-RECORD FROM RETURN-RECORD.

       2200-POST-RETURN-EXIT.
           EXIT.

      ******************************************************************
      *    2210-RESTOCK-RETURN - put the goods back on the shelf: the  *
      *    catalog rollup, the receiving branch's row and the          *
      *    movement history.  A kit goes back as its components        *
      ******************************************************************
       2210-RESTOCK-RETURN.
           IF ITEM-IS-KIT
               PERFORM 2260-RESTOCK-KIT
                   THRU 2260-RESTOCK-KIT-EXIT
               IF WS-REASON-USED NOT = SPACES
                   GO TO 2210-RESTOCK-RETURN-EXIT
               END-IF
               GO TO 2210-RESTOCK-RETURN-COUNT
           END-IF.

           MOVE CATALOG-RECORD TO WS-BEFORE-IMAGE.

           ADD RT-QUANTITY TO IN-STOCK OF CATALOG-RECORD.

           REWRITE CATALOG-RECORD
               INVALID KEY
                   DISPLAY 'DFH0XBO - REWRITE FAILED FOR ITEM '
                       RT-ITEM-REF
                   MOVE 'CATALOG REWRITE FAIL' TO WS-REASON-USED
                   GO TO 2210-RESTOCK-RETURN-EXIT
           END-REWRITE.

           MOVE CATALOG-RECORD TO WS-AFTER-IMAGE.
           MOVE 'C' TO WS-JNL-ACTION.
           PERFORM 2850-WRITE-JOURNAL-RECORD
               THRU 2850-WRITE-JOURNAL-RECORD-EXIT.

           MOVE RT-QUANTITY TO WS-POST-QUANTITY.
           IF RT-LOCATION NOT = SPACES
               PERFORM 2250-POST-BRANCH-STOCK
                   THRU 2250-POST-BRANCH-STOCK-EXIT
           END-IF.

           MOVE RT-QUANTITY TO WS-MOVE-QUANTITY.
           MOVE 'RTN' TO MV-TYPE.
           PERFORM 2870-WRITE-MOVEMENT-RECORD
               THRU 2870-WRITE-MOVEMENT-RECORD-EXIT.

       2210-RESTOCK-RETURN-COUNT.
           ADD 1 TO WS-RESTOCKED.
           ADD RT-QUANTITY TO WS-UNITS-RESTOCKED.
           MOVE 'RESTOCKED' TO RL-RESULT.

       2210-RESTOCK-RETURN-EXIT.
           EXIT.

      ******************************************************************
      *    2220-SCRAP-RETURN - the goods came back but are not fit to  *
      *    sell.  Stock is not touched; the return and its write-off   *
      *    go on the movement history as a pair netting to zero, so    *
      *    the units are accounted for, and the audit row carries      *
      *    return code 02.  A kit's pair is written for each of its    *
      *    components, the same items its shipment took off the shelf  *
      ******************************************************************
       2220-SCRAP-RETURN.
           IF ITEM-IS-KIT
               PERFORM 2280-SCRAP-COMPONENT
                   THRU 2280-SCRAP-COMPONENT-EXIT
                   VARYING CMP-IDX FROM 1 BY 1
                   UNTIL CMP-IDX > WK-COMPONENT-COUNT (KIT-IDX)
                   OR WS-REASON-USED NOT = SPACES
               IF WS-REASON-USED NOT = SPACES
                   GO TO 2220-SCRAP-RETURN-EXIT
               END-IF
               GO TO 2220-SCRAP-RETURN-COUNT
           END-IF.

           MOVE RT-QUANTITY TO WS-MOVE-QUANTITY.
           MOVE 'RTN' TO MV-TYPE.
           PERFORM 2870-WRITE-MOVEMENT-RECORD
               THRU 2870-WRITE-MOVEMENT-RECORD-EXIT.

           COMPUTE WS-MOVE-QUANTITY = 0 - RT-QUANTITY.
           MOVE 'SCR' TO MV-TYPE.
           PERFORM 2870-WRITE-MOVEMENT-RECORD
               THRU 2870-WRITE-MOVEMENT-RECORD-EXIT.

       2220-SCRAP-RETURN-COUNT.
           MOVE 02 TO WS-RETURN-CODE.
           ADD 1 TO WS-SCRAPPED.
           ADD RT-QUANTITY TO WS-UNITS-SCRAPPED.
           MOVE 'SCRAPPED' TO RL-RESULT.

       2220-SCRAP-RETURN-EXIT.
           EXIT.

      ******************************************************************
      *    2250-POST-BRANCH-STOCK - the restocked goods go on the      *
      *    receiving branch's shelf as well as the rollup, keeping     *
      *    the two in step; the first return of an item to a branch    *
      *    with no row for it creates one                              *
      ******************************************************************
       2250-POST-BRANCH-STOCK.
           MOVE CA-ITEM-REF OF CATALOG-RECORD TO SL-ITEM-REF
               OF STOCK-LOCATION-RECORD.
           MOVE RT-LOCATION TO SL-LOCATION
               OF STOCK-LOCATION-RECORD.

           READ STOCK-LOCATION-FILE
               INVALID KEY
                   MOVE CA-ITEM-REF OF CATALOG-RECORD TO SL-ITEM-REF
                       OF STOCK-LOCATION-RECORD
                   MOVE RT-LOCATION TO SL-LOCATION
                       OF STOCK-LOCATION-RECORD
                   MOVE WS-POST-QUANTITY TO SL-IN-STOCK
                       OF STOCK-LOCATION-RECORD
                   WRITE STOCK-LOCATION-RECORD
                       INVALID KEY
                           DISPLAY 'DFH0XBO - BRANCH ROW WRITE '
                               'FAILED FOR ITEM '
                               CA-ITEM-REF OF CATALOG-RECORD
                               ' STATUS ' FS-STOCK-LOCATION-FILE
                   END-WRITE
                   GO TO 2250-POST-BRANCH-STOCK-EXIT
           END-READ.

           ADD WS-POST-QUANTITY TO SL-IN-STOCK
               OF STOCK-LOCATION-RECORD.
           REWRITE STOCK-LOCATION-RECORD
               INVALID KEY
                   DISPLAY 'DFH0XBO - BRANCH ROW REWRITE FAILED '
                       'FOR ITEM ' CA-ITEM-REF OF CATALOG-RECORD
                       ' AT ' RT-LOCATION
                       ' STATUS ' FS-STOCK-LOCATION-FILE
           END-REWRITE.

       2250-POST-BRANCH-STOCK-EXIT.
           EXIT.

      ******************************************************************
      *    2260-RESTOCK-KIT - a kit restocked goes back on the shelf   *
      *    as its components, each with its own share, journal         *
      *    images, branch row and movement; 2100 has already proved    *
      *    every one of them can take it                               *
      ******************************************************************
       2260-RESTOCK-KIT.
           PERFORM 2270-RESTOCK-COMPONENT
               THRU 2270-RESTOCK-COMPONENT-EXIT
               VARYING CMP-IDX FROM 1 BY 1
               UNTIL CMP-IDX > WK-COMPONENT-COUNT (KIT-IDX)
               OR WS-REASON-USED NOT = SPACES.

      *    a component rewrite that failed part way leaves the ones
      *    before it restocked and journalled; the return is rejected
      *    so the stock can be put right from the journal
           IF WS-REASON-USED NOT = SPACES
               DISPLAY 'DFH0XBO - KIT PART RESTOCKED FOR RMA '
                   RT-RMA-NUMBER ' KIT ' RT-ITEM-REF
           END-IF.

       2260-RESTOCK-KIT-EXIT.
           EXIT.

      ******************************************************************
      *    2270-RESTOCK-COMPONENT - put one component's share of the   *
      *    kits returned back on the catalog rollup and the branch     *
      *    row, journal its before and after images and write its      *
      *    movement                                                    *
      ******************************************************************
       2270-RESTOCK-COMPONENT.
           MOVE WK-COMPONENT-ITEM (KIT-IDX, CMP-IDX)
               TO CA-ITEM-REF OF CATALOG-RECORD.
           READ CATALOG-FILE
               INVALID KEY
                   DISPLAY 'DFH0XBO - KIT COMPONENT READ FAILED '
                       WK-COMPONENT-ITEM (KIT-IDX, CMP-IDX)
                   MOVE 'CATALOG REWRITE FAIL' TO WS-REASON-USED
                   GO TO 2270-RESTOCK-COMPONENT-EXIT
           END-READ.

           MOVE CATALOG-RECORD TO WS-BEFORE-IMAGE.

           COMPUTE WS-POST-QUANTITY =
               RT-QUANTITY * WK-QTY-PER-KIT (KIT-IDX, CMP-IDX).
           ADD WS-POST-QUANTITY TO IN-STOCK OF CATALOG-RECORD.

           REWRITE CATALOG-RECORD
               INVALID KEY
                   DISPLAY 'DFH0XBO - REWRITE FAILED FOR ITEM '
                       CA-ITEM-REF OF CATALOG-RECORD
                   MOVE 'CATALOG REWRITE FAIL' TO WS-REASON-USED
                   GO TO 2270-RESTOCK-COMPONENT-EXIT
           END-REWRITE.

           MOVE CATALOG-RECORD TO WS-AFTER-IMAGE.
           MOVE 'C' TO WS-JNL-ACTION.
           PERFORM 2850-WRITE-JOURNAL-RECORD
               THRU 2850-WRITE-JOURNAL-RECORD-EXIT.

           IF RT-LOCATION NOT = SPACES
               PERFORM 2250-POST-BRANCH-STOCK
                   THRU 2250-POST-BRANCH-STOCK-EXIT
           END-IF.

           MOVE WS-POST-QUANTITY TO WS-MOVE-QUANTITY.
           MOVE 'RTN' TO MV-TYPE.
           PERFORM 2870-WRITE-MOVEMENT-RECORD
               THRU 2870-WRITE-MOVEMENT-RECORD-EXIT.

       2270-RESTOCK-COMPONENT-EXIT.
           EXIT.

      ******************************************************************
      *    2280-SCRAP-COMPONENT - one component's share of the kits    *
      *    scrapped: its return and write-off, netting to zero, under  *
      *    the component's own department                              *
      ******************************************************************
       2280-SCRAP-COMPONENT.
           MOVE WK-COMPONENT-ITEM (KIT-IDX, CMP-IDX)
               TO CA-ITEM-REF OF CATALOG-RECORD.
           READ CATALOG-FILE
               INVALID KEY
                   DISPLAY 'DFH0XBO - KIT COMPONENT READ FAILED '
                       WK-COMPONENT-ITEM (KIT-IDX, CMP-IDX)
                   MOVE 'COMPONENT MISSING' TO WS-REASON-USED
                   GO TO 2280-SCRAP-COMPONENT-EXIT
           END-READ.

           COMPUTE WS-POST-QUANTITY =
               RT-QUANTITY * WK-QTY-PER-KIT (KIT-IDX, CMP-IDX).

           MOVE WS-POST-QUANTITY TO WS-MOVE-QUANTITY.
           MOVE 'RTN' TO MV-TYPE.
           PERFORM 2870-WRITE-MOVEMENT-RECORD
               THRU 2870-WRITE-MOVEMENT-RECORD-EXIT.

           COMPUTE WS-MOVE-QUANTITY = 0 - WS-POST-QUANTITY.
           MOVE 'SCR' TO MV-TYPE.
           PERFORM 2870-WRITE-MOVEMENT-RECORD
               THRU 2870-WRITE-MOVEMENT-RECORD-EXIT.

       2280-SCRAP-COMPONENT-EXIT.
           EXIT.

      ******************************************************************
      *    2400-WRITE-REGISTER-LINE - one register line per return     *
      *    read, with the value of the goods at catalog cost for the   *
      *    credit note and what became of them                         *
      ******************************************************************
       2400-WRITE-REGISTER-LINE.
           MOVE RT-RMA-NUMBER      TO RL-RMA-NUMBER.
           MOVE RT-ORDER-NUMBER    TO RL-ORDER-NUMBER.
           MOVE RT-ITEM-REF        TO RL-ITEM-REF.
           MOVE RT-LOCATION        TO RL-LOCATION.
           MOVE RT-QUANTITY        TO RL-QUANTITY.
           EVALUATE TRUE
               WHEN RT-RESTOCK
                   MOVE 'RESTOCK' TO RL-DISPOSITION
               WHEN RT-SCRAP
                   MOVE 'SCRAP'   TO RL-DISPOSITION
               WHEN OTHER
                   MOVE RT-DISPOSITION TO RL-DISPOSITION
           END-EVALUATE.
           MOVE WS-RETURN-VALUE    TO RL-VALUE.
           IF WS-RETURN-CODE = 04
               MOVE SPACES TO RL-CURRENCY-CODE
           ELSE
               MOVE CA-CURRENCY-CODE OF CATALOG-RECORD
                   TO RL-CURRENCY-CODE
           END-IF.

           MOVE WS-REGISTER-LINE TO REGISTER-RECORD.
           WRITE REGISTER-RECORD.

       2400-WRITE-REGISTER-LINE-EXIT.
           EXIT.

      ******************************************************************
      *    2850-WRITE-JOURNAL-RECORD - one journal row per return      *
      *    actually rewritten, carrying the full record image before   *
      *    and after the change so the recovery utility can back a     *
      *    bad returns run out or roll a restored file forward         *
      ******************************************************************
       2850-WRITE-JOURNAL-RECORD.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.

           MOVE WS-CURRENT-DATE  TO JNL-DATE.
           MOVE WS-CURRENT-TIME  TO JNL-TIME.
           MOVE WS-JOB-NAME      TO JNL-JOB-NAME.
           MOVE WS-JOB-NAME      TO JNL-USER-ID.
           MOVE WS-JNL-ACTION    TO JNL-ACTION.
           MOVE WS-BEFORE-IMAGE  TO JNL-BEFORE-IMAGE.
           MOVE WS-AFTER-IMAGE   TO JNL-AFTER-IMAGE.

           WRITE JOURNAL-RECORD.

       2850-WRITE-JOURNAL-RECORD-EXIT.
           EXIT.
      ******************************************************************
      *    2870-WRITE-MOVEMENT-RECORD - one movement history row per   *
      *    return restocked, two per return scrapped, signed quantity  *
      *    and the item's department off the catalog record in hand    *
      ******************************************************************
       2870-WRITE-MOVEMENT-RECORD.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.

           MOVE CA-ITEM-REF OF CATALOG-RECORD   TO MV-ITEM-REF.
           MOVE CA-DEPARTMENT OF CATALOG-RECORD TO MV-DEPARTMENT.
           MOVE WS-CURRENT-DATE                 TO MV-DATE.
           MOVE WS-MOVE-QUANTITY                TO MV-QUANTITY.
           MOVE RT-LOCATION                     TO MV-LOCATION.

           WRITE MOVEMENT-RECORD.

       2870-WRITE-MOVEMENT-RECORD-EXIT.
           EXIT.

      ******************************************************************
      *    2900-WRITE-AUDIT-RECORD - one audit row per return read,    *
      *    return code 00 restocked, 02 scrapped, 04 not posted (see   *
      *    the register)                                               *
      ******************************************************************
       2900-WRITE-AUDIT-RECORD.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.

           MOVE WS-CURRENT-DATE  TO AUD-DATE.
           MOVE WS-CURRENT-TIME  TO AUD-TIME.
           MOVE 'BATO'           TO AUD-TERMINAL-ID.
           MOVE 'DFH0XBO'        TO AUD-USER-ID.
           MOVE 'RETURN'         TO AUD-REQUEST-ID.
           IF RT-ITEM-REF NUMERIC
               MOVE RT-ITEM-REF  TO AUD-ITEM-REF
           ELSE
               MOVE ZERO         TO AUD-ITEM-REF
           END-IF.
           MOVE WS-RETURN-CODE   TO AUD-RETURN-CODE.

           WRITE AUDIT-RECORD.

       2900-WRITE-AUDIT-RECORD-EXIT.
           EXIT.

      ******************************************************************
      *    2950-WRITE-CHECKPOINT - this return is fully posted (or     *
      *    reported), journalled and audited; record its sequence so   *
      *    a rerun resumes after it                                    *
      ******************************************************************
       2950-WRITE-CHECKPOINT.
           IF NOT RESTART-FILE-OPEN
               GO TO 2950-WRITE-CHECKPOINT-EXIT
           END-IF.

           ACCEPT WS-CURRENT-TIME FROM TIME.

           MOVE WS-RETURN-SEQUENCE TO RST-LAST-SEQUENCE.
           MOVE WS-RUN-DATE         TO RST-CHECKPOINT-DATE.
           MOVE WS-CURRENT-TIME     TO RST-CHECKPOINT-TIME.
           REWRITE RESTART-RECORD.

       2950-WRITE-CHECKPOINT-EXIT.
           EXIT.
      ******************************************************************
      *    8000-TERMINATE - total the register, close what             *
      *    1000-INITIALISE opened and report what came back            *
      ******************************************************************
       8000-TERMINATE.
      *    only a file worked to its end clears the checkpoint; an
      *    abended run leaves it standing for the rerun to resume from
           IF RESTART-FILE-OPEN AND REACHED-NORMAL-END
               MOVE ZERO TO RST-LAST-SEQUENCE
               MOVE ZERO TO RST-OUT-COUNT
               MOVE ZERO TO RST-OUT-REF-HASH
               MOVE ZERO TO RST-OUT-QTY-HASH
               REWRITE RESTART-RECORD
           END-IF.

           IF REGISTER-FILE-OPEN
               PERFORM 8050-WRITE-REGISTER-TOTALS
                   THRU 8050-WRITE-REGISTER-TOTALS-EXIT
           END-IF.

           PERFORM 8100-RECORD-RUN-END
               THRU 8100-RECORD-RUN-END-EXIT.

           IF RESTART-FILE-OPEN
               CLOSE RESTART-FILE
           END-IF.
           IF CATALOG-FILE-OPEN
               CLOSE CATALOG-FILE
           END-IF.
           IF RETURN-HISTORY-FILE-OPEN
               CLOSE RETURN-HISTORY-FILE
           END-IF.
           IF STOCK-LOCATION-FILE-OPEN
               CLOSE STOCK-LOCATION-FILE
           END-IF.
           IF REGISTER-FILE-OPEN
               CLOSE REGISTER-FILE
           END-IF.
           IF AUDIT-FILE-OPEN
               CLOSE AUDIT-FILE
           END-IF.
           IF JOURNAL-FILE-OPEN
               CLOSE JOURNAL-FILE
           END-IF.
           IF MOVEMENT-FILE-OPEN
               CLOSE MOVEMENT-FILE
           END-IF.

           DISPLAY 'DFH0XBO - RETURNS READ: ' WS-RETURNS-READ.
           DISPLAY 'DFH0XBO - DISPOSITION ROWS READ: '
               WS-SHIPMENTS-READ.
           DISPLAY 'DFH0XBO - PRIOR RETURNS READ: '
               WS-PRIOR-RETURNS-READ.
           DISPLAY 'DFH0XBO - RESTOCKED: ' WS-RESTOCKED
               ' UNITS ' WS-UNITS-RESTOCKED.
           DISPLAY 'DFH0XBO - SCRAPPED: ' WS-SCRAPPED
               ' UNITS ' WS-UNITS-SCRAPPED.
           DISPLAY 'DFH0XBO - REJECTED, NOT POSTED: ' WS-REJECTED.
           IF WS-SKIPPED-ON-RESTART > ZERO
               DISPLAY 'DFH0XBO - ALREADY POSTED, SKIPPED ON '
                   'RESTART: ' WS-SKIPPED-ON-RESTART
           END-IF.

       8000-TERMINATE-EXIT.
           EXIT.

      ******************************************************************
      *    8050-WRITE-REGISTER-TOTALS - this run's counts at the foot  *
      *    of the register, so customer service can see the credit     *
      *    notes due tally with what was actually booked back          *
      ******************************************************************
       8050-WRITE-REGISTER-TOTALS.
           MOVE WS-BLANK-LINE TO REGISTER-RECORD.
           WRITE REGISTER-RECORD.

           MOVE 'RETURNS RESTOCKED' TO TL-TOTAL-LABEL.
           MOVE WS-RESTOCKED        TO TL-TOTAL-COUNT.
           MOVE WS-REGISTER-TOTAL-LINE TO REGISTER-RECORD.
           WRITE REGISTER-RECORD.

           MOVE 'UNITS RESTOCKED'   TO TL-TOTAL-LABEL.
           MOVE WS-UNITS-RESTOCKED  TO TL-TOTAL-COUNT.
           MOVE WS-REGISTER-TOTAL-LINE TO REGISTER-RECORD.
           WRITE REGISTER-RECORD.

           MOVE 'RETURNS SCRAPPED'  TO TL-TOTAL-LABEL.
           MOVE WS-SCRAPPED         TO TL-TOTAL-COUNT.
           MOVE WS-REGISTER-TOTAL-LINE TO REGISTER-RECORD.
           WRITE REGISTER-RECORD.

           MOVE 'UNITS SCRAPPED'    TO TL-TOTAL-LABEL.
           MOVE WS-UNITS-SCRAPPED   TO TL-TOTAL-COUNT.
           MOVE WS-REGISTER-TOTAL-LINE TO REGISTER-RECORD.
           WRITE REGISTER-RECORD.

           MOVE 'RETURNS REJECTED'  TO TL-TOTAL-LABEL.
           MOVE WS-REJECTED         TO TL-TOTAL-COUNT.
           MOVE WS-REGISTER-TOTAL-LINE TO REGISTER-RECORD.
           WRITE REGISTER-RECORD.

       8050-WRITE-REGISTER-TOTALS-EXIT.
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
                   DISPLAY 'DFH0XBO - RUN CONTROL RECORD LOST'
                   GO TO 8100-RECORD-RUN-END-CLOSE
           END-READ.

           MOVE WS-CURRENT-TIME TO RUN-END-TIME.
           IF REACHED-NORMAL-END
               MOVE 'C' TO RUN-STATUS
           ELSE
               MOVE 'F' TO RUN-STATUS
           END-IF.
           MOVE WS-RETURNS-READ TO RUN-RECORDS-READ.
           COMPUTE WS-POSTED-TOTAL =
               WS-RESTOCKED + WS-SCRAPPED.
           MOVE WS-POSTED-TOTAL TO RUN-RECORDS-WRITTEN.
           REWRITE RUN-CONTROL-RECORD.

       8100-RECORD-RUN-END-CLOSE.
           CLOSE RUN-CONTROL-FILE.
           MOVE 'N' TO WS-RUN-CONTROL-OPEN-SW.

       8100-RECORD-RUN-END-EXIT.
           EXIT.

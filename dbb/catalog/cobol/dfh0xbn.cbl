      ******************************************************************
      *                                                                *
      * PROGRAM NAME = DFH0XBN                                        *
      *                                                                *
      * DESCRIPTIVE NAME = CICS TS  (Samples) Example Application -    *
      *                     Goods receipt against open purchase orders *
      *                                                                *
      *      Licensed Materials - Property of IBM                      *
      *      "Restricted Materials of IBM"                             *
      *      5655-Y04                                                  *
      *      (C) Copyright IBM Corp. 2004"                             *
      *                                                                *
      * FUNCTION =                                                     *
      *      Books the day's dock receipts onto stock.  Each line of   *
      *      the dock receipt file (RCPTTRN, see DFH0XCPQ) is matched  *
      *      to the item's open purchase order row (OPENPO, see        *
      *      DFH0XCPL) before anything is posted: the row must exist,  *
      *      the shipping vendor must be the vendor it was ordered     *
      *      from, and the quantity received must not exceed the       *
      *      quantity still open.  A line that passes is added to the  *
      *      catalog IN-STOCK and REWRITTEN, journalled to CATJRNL     *
      *      (DFH0XCPC) with before and after images, added to the     *
      *      receiving branch's STKLOC row (DFH0XCPO) when the line    *
      *      names a branch, and written to the movement history       *
      *      (MOVEHIST, see DFH0XCPM) as a receipt (RCV).              *
      *                                                                *
      *      A kit (KITFILE, see DFH0XCPV) keeps no stock of its own:  *
      *      a receipt of one is posted to each of its components      *
      *      instead, for the number received times the number of the  *
      *      component in one kit, each journalled, added to the       *
      *      branch row and written to the movement history as above.  *
      *                                                                *
      *      A full shipment deletes the OPENPO row, which re-arms     *
      *      the suggested order generation for the item; a short      *
      *      shipment only reduces OP-QUANTITY, so the balance stays   *
      *      on order and is not suggested again.  Every posting is    *
      *      listed on the receiving register (RCVRPT).                *
      *                                                                *
      *      Over-shipments, items not on order, receipts from a       *
      *      vendor other than the one ordered from, receipts into a   *
      *      branch that is not on the location file (LOCFILE, see     *
      *      DFH0XCPN) or is retired there, and items gone from the    *
      *      catalog - or, for a kit, with a component gone from it -  *
      *      are NOT posted.  They go on the receipt exceptions report *
      *      (RCVEXC) for purchasing to resolve with the vendor, and   *
      *      are audited with return code 04.  Audit rows carry an     *
      *      AUD-REQUEST-ID of GDSRCV.                                 *
      *                                                                *
      *      The sequence of the last receipt fully posted is          *
      *      checkpointed on RESTCTL (DFH0XCP7) after every receipt,   *
      *      the same contract as the maintenance apply, so a rerun    *
      *      of the same night's file resumes after it instead of      *
      *      posting the same delivery twice.                          *
      *                                                                *
      * CHANGE ACTIVITY :                                              *
      *      $SEG(DFH0XBN),COMP(SAMPLES),PROD(CICS TS ):              *
      *                                                                *
      *   PN= REASON REL YYMMDD HDXXIII : REMARKS                      *
      *   $D0= I30453 710 261015 HDJWB   : BASE - GOODS RECEIPT        *
      *   $D1= I30457 710 261015 HDJWB   : CATALOG IMAGES WIDENED FOR  *
      *                                     THE ITEM STATUS AND        *
      *                                     REPLACEMENT ITEM           *
      *                                     (DFH0XCP9)                 *
      *   $D2= I30462 710 261015 HDJWB   : JOURNAL ROWS CARRY THE JOB  *
      *                                     NAME AS THEIR USER ID      *
      *   $D3= I30453 710 261015 HDJWB   : RECEIPTS INTO A BRANCH NOT  *
      *                                     ON LOCFILE, OR RETIRED     *
      *                                     THERE, GO TO THE           *
      *                                     EXCEPTIONS; A KIT RECEIVED *
      *                                     IS POSTED TO ITS           *
      *                                     COMPONENTS (KITFILE)       *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DFH0XBN.
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

           SELECT RECEIPT-FILE        ASSIGN TO RCPTTRN
                  ORGANIZATION        SEQUENTIAL
                  FILE STATUS         FS-RECEIPT-FILE.

           SELECT OPEN-PO-FILE        ASSIGN TO OPENPO
                  ORGANIZATION        INDEXED
                  ACCESS MODE         RANDOM
                  RECORD KEY          OP-ITEM-REF OF OPEN-PO-RECORD
                  FILE STATUS         FS-OPEN-PO-FILE.

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

           SELECT REGISTER-FILE       ASSIGN TO RCVRPT
                  ORGANIZATION        SEQUENTIAL
                  FILE STATUS         FS-REGISTER-FILE.

           SELECT EXCEPTION-FILE      ASSIGN TO RCVEXC
                  ORGANIZATION        SEQUENTIAL
                  FILE STATUS         FS-EXCEPTION-FILE.

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

       FD  RECEIPT-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY dfh0xcpq.

       FD  OPEN-PO-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY dfh0xcpl.

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

       FD  EXCEPTION-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
       01  EXCEPTION-RECORD             PIC X(80).

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
       77  WS-JOB-NAME                  PIC X(8) VALUE 'DFH0XBN'.
       77  WS-NORMAL-END-SW            PIC X(01) VALUE 'N'.
           88 REACHED-NORMAL-END           VALUE 'Y'.

       77  FS-CATALOG-FILE             PIC X(02) VALUE '00'.
           88 CATALOG-FILE-OK              VALUE '00'.

       77  FS-RECEIPT-FILE             PIC X(02) VALUE '00'.
           88 RECEIPT-FILE-OK              VALUE '00'.

       77  FS-OPEN-PO-FILE              PIC X(02) VALUE '00'.
           88 OPEN-PO-FILE-OK               VALUE '00'.
           88 OPEN-PO-FILE-NOTFND           VALUE '23'.
           88 OPEN-PO-FILE-NOTCREATED        VALUE '35'.

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

       77  FS-EXCEPTION-FILE            PIC X(02) VALUE '00'.
           88 EXCEPTION-FILE-OK             VALUE '00'.

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
           88 END-OF-RECEIPTS              VALUE 'Y'.

      *    Set once its file has actually been opened, so 8000-TERMINATE
      *    closes only what 1000-INITIALISE actually succeeded in opening
       77  WS-CATALOG-OPEN-SW          PIC X(01) VALUE 'N'.
           88 CATALOG-FILE-OPEN             VALUE 'Y'.
       77  WS-RECEIPT-OPEN-SW          PIC X(01) VALUE 'N'.
           88 RECEIPT-FILE-OPEN             VALUE 'Y'.
       77  WS-OPEN-PO-OPEN-SW          PIC X(01) VALUE 'N'.
           88 OPEN-PO-FILE-OPEN             VALUE 'Y'.
       77  WS-STOCK-LOCATION-OPEN-SW   PIC X(01) VALUE 'N'.
           88 STOCK-LOCATION-FILE-OPEN      VALUE 'Y'.
       77  WS-REGISTER-OPEN-SW         PIC X(01) VALUE 'N'.
           88 REGISTER-FILE-OPEN            VALUE 'Y'.
       77  WS-EXCEPTION-OPEN-SW        PIC X(01) VALUE 'N'.
           88 EXCEPTION-FILE-OPEN           VALUE 'Y'.
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

      *    Why a receipt was not posted; left blank for one that
      *    matched its open order and went on stock
       77  WS-REASON-USED               PIC X(20) VALUE SPACES.

      *    What the matched open order row said before this receipt
      *    was taken off it, for the register and exceptions lines
       77  WS-ORDERED-VENDOR            PIC X(8)  VALUE SPACES.
       77  WS-OPEN-QUANTITY             PIC 9(5)  VALUE ZERO.
       77  WS-BALANCE-OPEN              PIC 9(5)  VALUE ZERO.
       77  WS-NEW-STOCK                 PIC 9(5)  COMP VALUE ZERO.

      *    What one posting puts on the shelf: the receipt's own
      *    quantity, or one component's share of a kit received
       77  WS-POST-QUANTITY             PIC 9(8)  COMP VALUE ZERO.

      *    Branches, loaded at startup from the location reference
      *    file (see DFH0XCPN) by 1500-LOAD-LOCATION-TABLE, with the
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
      *    file (see DFH0XCPV) by 1300-LOAD-KIT-TABLE: one entry per
      *    kit, holding its components and how many of each go into
      *    one kit.  An item not in the table is not a kit
       77  WS-KIT-COUNT                PIC 9(3) COMP VALUE ZERO.
       77  WS-KIT-FOUND-SW             PIC X(01) VALUE 'N'.
           88 ITEM-IS-KIT                  VALUE 'Y'.
       77  WS-KITS-RECEIVED            PIC 9(07) COMP VALUE ZERO.
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
      *    receipt as well as what it left there
       01  WS-BEFORE-IMAGE              PIC X(65).
       01  WS-AFTER-IMAGE               PIC X(65).

      *    Where this run is in the receipt file, and where a rerun
      *    of the same night's file resumes.  The checkpoint is
      *    rewritten after EVERY receipt - a delivery posted twice
      *    is stock that is not on the shelf
       77  WS-RECEIPT-SEQUENCE          PIC 9(7) VALUE ZERO.
       77  WS-RESUME-SEQUENCE           PIC 9(7) VALUE ZERO.
       77  WS-SKIPPED-ON-RESTART        PIC 9(07) COMP VALUE ZERO.

       77  WS-RECEIPTS-READ             PIC 9(07) COMP VALUE ZERO.
       77  WS-RECEIVED-FULL             PIC 9(07) COMP VALUE ZERO.
       77  WS-RECEIVED-PART             PIC 9(07) COMP VALUE ZERO.
       77  WS-EXCEPTIONS                PIC 9(07) COMP VALUE ZERO.
       77  WS-UNITS-RECEIVED            PIC 9(07) COMP VALUE ZERO.
       77  WS-POSTED-TOTAL              PIC 9(07) COMP VALUE ZERO.

       01  WS-REGISTER-HEADING.
           03 FILLER                    PIC X(34)
                          VALUE 'GOODS RECEIVED REGISTER -         '.
           03 RH-RUN-DATE                PIC 9(8).
           03 FILLER                    PIC X(38) VALUE SPACES.

       01  WS-REGISTER-LINE.
           03 RL-ITEM-REF               PIC 9(4).
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 RL-DESCRIPTION            PIC X(20).
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 RL-VENDOR-ID              PIC X(8).
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 RL-LOCATION               PIC X(3).
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 RL-RECEIPT-DATE           PIC 9(8).
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 RL-RECEIVED               PIC ZZZZ9.
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 RL-BALANCE-OPEN           PIC ZZZZ9.
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 RL-PO-STATUS              PIC X(6).
           03 FILLER                    PIC X(07) VALUE SPACES.

       01  WS-EXCEPTION-HEADING.
           03 FILLER                    PIC X(34)
                          VALUE 'RECEIPT EXCEPTIONS - NOT POSTED - '.
           03 XH-RUN-DATE                PIC 9(8).
           03 FILLER                    PIC X(38) VALUE SPACES.

       01  WS-EXCEPTION-LINE.
           03 XL-VENDOR-ID              PIC X(8).
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 XL-ITEM-REF               PIC X(4).
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 XL-LOCATION               PIC X(3).
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 XL-RECEIPT-DATE           PIC X(8).
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 XL-RECEIVED               PIC X(5).
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 XL-ORDERED-VENDOR         PIC X(8).
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 XL-OPEN-QUANTITY          PIC ZZZZ9.
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 XL-REASON                 PIC X(20).
           03 FILLER                    PIC X(05) VALUE SPACES.

       01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
      *    0000-MAINLINE                                               *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALISE
               THRU 1000-INITIALISE-EXIT.

           PERFORM 2000-PROCESS-RECEIPT
               THRU 2000-PROCESS-RECEIPT-EXIT
               UNTIL END-OF-RECEIPTS.

           PERFORM 8000-TERMINATE
               THRU 8000-TERMINATE-EXIT.

           GOBACK.

      ******************************************************************
      *    1000-INITIALISE - open the catalog master, the open         *
      *    purchase order file and the branch stock file for update,   *
      *    the dock receipt file, both reports, the audit log, the     *
      *    journal and the movement history                            *
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

           OPEN I-O CATALOG-FILE.
           IF NOT CATALOG-FILE-OK
               DISPLAY 'DFH0XBN - CATALOG OPEN FAILED '
                   FS-CATALOG-FILE
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 1000-INITIALISE-EXIT
           END-IF.
           MOVE 'Y' TO WS-CATALOG-OPEN-SW.

           OPEN INPUT RECEIPT-FILE.
           IF NOT RECEIPT-FILE-OK
               DISPLAY 'DFH0XBN - RECEIPT FILE OPEN FAILED '
                   FS-RECEIPT-FILE
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 1000-INITIALISE-EXIT
           END-IF.
           MOVE 'Y' TO WS-RECEIPT-OPEN-SW.

           PERFORM 1120-OPEN-OPEN-PO-FILE
               THRU 1120-OPEN-OPEN-PO-FILE-EXIT.
           IF WS-EOF-SWITCH = 'Y'
               GO TO 1000-INITIALISE-EXIT
           END-IF.

           OPEN OUTPUT REGISTER-FILE.
           IF NOT REGISTER-FILE-OK
               DISPLAY 'DFH0XBN - REGISTER OPEN FAILED '
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

           OPEN OUTPUT EXCEPTION-FILE.
           IF NOT EXCEPTION-FILE-OK
               DISPLAY 'DFH0XBN - EXCEPTIONS OPEN FAILED '
                   FS-EXCEPTION-FILE
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 1000-INITIALISE-EXIT
           END-IF.
           MOVE 'Y' TO WS-EXCEPTION-OPEN-SW.

           MOVE WS-RUN-DATE TO XH-RUN-DATE.
           MOVE WS-EXCEPTION-HEADING TO EXCEPTION-RECORD.
           WRITE EXCEPTION-RECORD.
           MOVE WS-BLANK-LINE TO EXCEPTION-RECORD.
           WRITE EXCEPTION-RECORD.

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

           PERFORM 1166-OPEN-STOCK-LOCATION
               THRU 1166-OPEN-STOCK-LOCATION-EXIT.
           IF WS-EOF-SWITCH = 'Y'
               GO TO 1000-INITIALISE-EXIT
           END-IF.

           PERFORM 1300-LOAD-KIT-TABLE
               THRU 1300-LOAD-KIT-TABLE-EXIT.
           IF WS-EOF-SWITCH = 'Y'
               GO TO 1000-INITIALISE-EXIT
           END-IF.

           PERFORM 1500-LOAD-LOCATION-TABLE
               THRU 1500-LOAD-LOCATION-TABLE-EXIT.
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
      *    treated as "not yet created" when the open status says so  *
      *    (FILE STATUS 35)                                            *
      ******************************************************************
       1100-OPEN-RESTART-FILE.
           OPEN I-O RESTART-FILE.
           IF RESTART-FILE-OK
               MOVE 'Y' TO WS-RESTART-OPEN-SW
               GO TO 1100-OPEN-RESTART-FILE-EXIT
           END-IF.

           IF NOT RESTART-FILE-NOTCREATED
               DISPLAY 'DFH0XBN - RESTART OPEN FAILED '
                   FS-RESTART-FILE
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 1100-OPEN-RESTART-FILE-EXIT
           END-IF.

           OPEN OUTPUT RESTART-FILE.
           IF NOT RESTART-FILE-OK
               DISPLAY 'DFH0XBN - RESTART CREATE FAILED '
                   FS-RESTART-FILE
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 1100-OPEN-RESTART-FILE-EXIT
           END-IF.
           CLOSE RESTART-FILE.
           OPEN I-O RESTART-FILE.
           IF NOT RESTART-FILE-OK
               DISPLAY 'DFH0XBN - RESTART OPEN FAILED '
                   FS-RESTART-FILE
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 1100-OPEN-RESTART-FILE-EXIT
           END-IF.
           MOVE 'Y' TO WS-RESTART-OPEN-SW.

       1100-OPEN-RESTART-FILE-EXIT.
           EXIT.

      ******************************************************************
      *    1120-OPEN-OPEN-PO-FILE - open the open purchase order file  *
      *    for update.  A shop that has never run the order generation *
      *    has no OPENPO (FILE STATUS 35); that is not an error -      *
      *    nothing is on order, so every receipt is an exception       *
      ******************************************************************
       1120-OPEN-OPEN-PO-FILE.
           OPEN I-O OPEN-PO-FILE.
           IF OPEN-PO-FILE-OK
               MOVE 'Y' TO WS-OPEN-PO-OPEN-SW
               GO TO 1120-OPEN-OPEN-PO-FILE-EXIT
           END-IF.

           IF OPEN-PO-FILE-NOTCREATED
               DISPLAY 'DFH0XBN - NO OPEN PO FILE, NOTHING IS ON '
                   'ORDER'
               GO TO 1120-OPEN-OPEN-PO-FILE-EXIT
           END-IF.

           DISPLAY 'DFH0XBN - OPEN PO FILE OPEN FAILED '
               FS-OPEN-PO-FILE.
           MOVE 'Y' TO WS-EOF-SWITCH.

       1120-OPEN-OPEN-PO-FILE-EXIT.
           EXIT.

      ******************************************************************
      *    1150-OPEN-AUDIT-FILE - open the shared audit log for append. *
      *    AUDITLOG is written by all the batch jobs in a night's       *
      *    chain; OPEN EXTEND appends rather than truncating it, and    *
      *    the file is only created OUTPUT the first time any of those  *
      *    jobs ever runs (FILE STATUS 35 on the EXTEND attempt)        *
      ******************************************************************
       1150-OPEN-AUDIT-FILE.
           OPEN EXTEND AUDIT-FILE.
           IF AUDIT-FILE-OK
               MOVE 'Y' TO WS-AUDIT-OPEN-SW
               GO TO 1150-OPEN-AUDIT-FILE-EXIT
           END-IF.

           IF NOT AUDIT-FILE-NOTCREATED
               DISPLAY 'DFH0XBN - AUDIT OPEN FAILED '
                   FS-AUDIT-FILE
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 1150-OPEN-AUDIT-FILE-EXIT
           END-IF.

           OPEN OUTPUT AUDIT-FILE.
           IF NOT AUDIT-FILE-OK
               DISPLAY 'DFH0XBN - AUDIT CREATE FAILED '
                   FS-AUDIT-FILE
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 1150-OPEN-AUDIT-FILE-EXIT
           END-IF.
           CLOSE AUDIT-FILE.
           OPEN EXTEND AUDIT-FILE.
           IF NOT AUDIT-FILE-OK
               DISPLAY 'DFH0XBN - AUDIT OPEN FAILED '
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
               DISPLAY 'DFH0XBN - JOURNAL OPEN FAILED '
                   FS-JOURNAL-FILE
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 1160-OPEN-JOURNAL-FILE-EXIT
           END-IF.

           OPEN OUTPUT JOURNAL-FILE.
           IF NOT JOURNAL-FILE-OK
               DISPLAY 'DFH0XBN - JOURNAL CREATE FAILED '
                   FS-JOURNAL-FILE
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 1160-OPEN-JOURNAL-FILE-EXIT
           END-IF.
           CLOSE JOURNAL-FILE.
           OPEN EXTEND JOURNAL-FILE.
           IF NOT JOURNAL-FILE-OK
               DISPLAY 'DFH0XBN - JOURNAL OPEN FAILED '
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
               DISPLAY 'DFH0XBN - MOVEMENT OPEN FAILED '
                   FS-MOVEMENT-FILE
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 1162-OPEN-MOVEMENT-FILE-EXIT
           END-IF.

           OPEN OUTPUT MOVEMENT-FILE.
           IF NOT MOVEMENT-FILE-OK
               DISPLAY 'DFH0XBN - MOVEMENT CREATE FAILED '
                   FS-MOVEMENT-FILE
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 1162-OPEN-MOVEMENT-FILE-EXIT
           END-IF.
           CLOSE MOVEMENT-FILE.
           OPEN EXTEND MOVEMENT-FILE.
           IF NOT MOVEMENT-FILE-OK
               DISPLAY 'DFH0XBN - MOVEMENT OPEN FAILED '
                   FS-MOVEMENT-FILE
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 1162-OPEN-MOVEMENT-FILE-EXIT
           END-IF.
           MOVE 'Y' TO WS-MOVEMENT-OPEN-SW.

       1162-OPEN-MOVEMENT-FILE-EXIT.
           EXIT.

      ******************************************************************
      *    1166-OPEN-STOCK-LOCATION - open the stock-by-location file  *
      *    for update, creating it empty the first time a branch       *
      *    receipt ever runs (FILE STATUS 35), the same contract as    *
      *    the maintenance apply                                       *
      ******************************************************************
       1166-OPEN-STOCK-LOCATION.
           OPEN I-O STOCK-LOCATION-FILE.
           IF STOCK-LOCATION-FILE-OK
               MOVE 'Y' TO WS-STOCK-LOCATION-OPEN-SW
               GO TO 1166-OPEN-STOCK-LOCATION-EXIT
           END-IF.

           IF NOT STOCK-LOCATION-NOTCREATED
               DISPLAY 'DFH0XBN - STOCK LOCATION OPEN FAILED '
                   FS-STOCK-LOCATION-FILE
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 1166-OPEN-STOCK-LOCATION-EXIT
           END-IF.

           OPEN OUTPUT STOCK-LOCATION-FILE.
           IF NOT STOCK-LOCATION-FILE-OK
               DISPLAY 'DFH0XBN - STOCK LOCATION CREATE FAILED '
                   FS-STOCK-LOCATION-FILE
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 1166-OPEN-STOCK-LOCATION-EXIT
           END-IF.
           CLOSE STOCK-LOCATION-FILE.
           OPEN I-O STOCK-LOCATION-FILE.
           IF NOT STOCK-LOCATION-FILE-OK
               DISPLAY 'DFH0XBN - STOCK LOCATION OPEN FAILED '
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
               DISPLAY 'DFH0XBN - RUN CONTROL OPEN FAILED '
                   FS-RUN-CONTROL-FILE
               GO TO 1170-OPEN-RUN-CONTROL-EXIT
           END-IF.

           OPEN OUTPUT RUN-CONTROL-FILE.
           IF NOT RUN-CONTROL-FILE-OK
               DISPLAY 'DFH0XBN - RUN CONTROL CREATE FAILED '
                   FS-RUN-CONTROL-FILE
               GO TO 1170-OPEN-RUN-CONTROL-EXIT
           END-IF.
           CLOSE RUN-CONTROL-FILE.
           OPEN I-O RUN-CONTROL-FILE.
           IF NOT RUN-CONTROL-FILE-OK
               DISPLAY 'DFH0XBN - RUN CONTROL OPEN FAILED '
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
               DISPLAY 'DFH0XBN - CHAIN DATE FILE NOT AVAILABLE, '
                   'USING TODAY'
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               GO TO 1190-GET-CHAIN-DATE-EXIT
           END-IF.

           READ CHAIN-DATE-FILE
               AT END
                   DISPLAY 'DFH0XBN - CHAIN DATE FILE EMPTY, '
                       'USING TODAY'
                   ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
                   CLOSE CHAIN-DATE-FILE
                   GO TO 1190-GET-CHAIN-DATE-EXIT
           END-READ.

           IF CD-RUN-DATE NUMERIC AND CD-RUN-DATE NOT = ZERO
               MOVE CD-RUN-DATE TO WS-RUN-DATE
           ELSE
               DISPLAY 'DFH0XBN - CHAIN DATE NOT NUMERIC, USING TODAY'
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF.
           CLOSE CHAIN-DATE-FILE.

       1190-GET-CHAIN-DATE-EXIT.
           EXIT.

      ******************************************************************
      *    1200-GET-CHECKPOINT - read this job's restart record.  A    *
      *    checkpoint left by an abended run of THIS night's receipts  *
      *    (same chain date) resumes after the last receipt fully      *
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
               DISPLAY 'DFH0XBN - RESUMING AFTER RECEIPT '
                   WS-RESUME-SEQUENCE
               GO TO 1200-GET-CHECKPOINT-EXIT
           END-IF.

           DISPLAY 'DFH0XBN - STALE CHECKPOINT OF '
               RST-CHECKPOINT-DATE ' DISCARDED'.
           MOVE ZERO TO RST-LAST-SEQUENCE.
           MOVE ZERO TO RST-OUT-COUNT.
           MOVE ZERO TO RST-OUT-REF-HASH.
           MOVE ZERO TO RST-OUT-QTY-HASH.
           REWRITE RESTART-RECORD.

       1200-GET-CHECKPOINT-EXIT.
           EXIT.

      ******************************************************************
      *    1300-LOAD-KIT-TABLE - read the kit structure file once,     *
      *    start to finish, into WS-KIT-TABLE.  The file is in parent  *
      *    item order, so each kit's components arrive together.  A    *
      *    shop that sells no kits has no KITFILE (FILE STATUS 35);    *
      *    that is not an error - every item is then received as       *
      *    itself                                                      *
      ******************************************************************
       1300-LOAD-KIT-TABLE.
           MOVE ZERO TO WS-KIT-COUNT.

           OPEN INPUT KIT-FILE.
           IF KIT-FILE-NOTCREATED
               DISPLAY 'DFH0XBN - NO KIT STRUCTURE FILE, NO KITS'
               GO TO 1300-LOAD-KIT-TABLE-EXIT
           END-IF.
           IF NOT KIT-FILE-OK
               DISPLAY 'DFH0XBN - KIT STRUCTURE OPEN FAILED '
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
               DISPLAY 'DFH0XBN - KIT STRUCTURE READ ERROR '
                   FS-KIT-FILE
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE '10' TO FS-KIT-FILE
               GO TO 1310-LOAD-KIT-ROW-EXIT
           END-IF.

      *    a row that would put nothing on the shelf, or make a kit
      *    a component of itself, is left out and reported
           IF KS-QTY-PER-KIT OF KIT-STRUCTURE-RECORD = ZERO
                   OR KS-COMPONENT-ITEM OF KIT-STRUCTURE-RECORD
                       = KS-PARENT-ITEM OF KIT-STRUCTURE-RECORD
               DISPLAY 'DFH0XBN - KIT ROW IGNORED FOR KIT '
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
      *    a kit that will not fit cannot be half-loaded - a receipt
      *    of it would go onto only some of its parts - so the run
      *    stops rather than post it wrongly
           IF WS-KIT-COUNT = 500
               DISPLAY 'DFH0XBN - OVER 500 KITS, KIT TABLE FULL'
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
               DISPLAY 'DFH0XBN - OVER 20 COMPONENTS FOR KIT '
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
      *    1500-LOAD-LOCATION-TABLE - read the location reference      *
      *    file once, start to finish, into WS-LOCATION-TABLE.  A shop *
      *    with no LOCFILE yet gets an empty table, and any receipt    *
      *    naming a branch goes to the exceptions as an unknown one    *
      ******************************************************************
       1500-LOAD-LOCATION-TABLE.
           MOVE ZERO TO WS-LOCATION-COUNT.

           OPEN INPUT LOCATION-FILE.
           IF NOT LOCATION-FILE-OK
               IF LOCATION-FILE-NOTCREATED
                   DISPLAY 'DFH0XBN - NO LOCATION FILE, NO BRANCHES '
                       'ARE KNOWN'
               ELSE
                   DISPLAY 'DFH0XBN - LOCATION FILE OPEN FAILED '
                       FS-LOCATION-FILE
                   MOVE 'Y' TO WS-EOF-SWITCH
               END-IF
               GO TO 1500-LOAD-LOCATION-TABLE-EXIT
           END-IF.

           PERFORM 1510-LOAD-LOCATION-ENTRY
               THRU 1510-LOAD-LOCATION-ENTRY-EXIT
               UNTIL LOCATION-FILE-EOF.

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
               DISPLAY 'DFH0XBN - LOCATION READ ERROR '
                   FS-LOCATION-FILE
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE '10' TO FS-LOCATION-FILE
               GO TO 1510-LOAD-LOCATION-ENTRY-EXIT
           END-IF.

           IF WS-LOCATION-COUNT = 50
               DISPLAY 'DFH0XBN - OVER 50 LOCATIONS, '
                   'LOCATION TABLE FULL'
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE '10' TO FS-LOCATION-FILE
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
      *    2000-PROCESS-RECEIPT - read one dock receipt, match it to   *
      *    its open purchase order and either post it or report it     *
      ******************************************************************
       2000-PROCESS-RECEIPT.
           READ RECEIPT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
                   MOVE 'Y' TO WS-NORMAL-END-SW
                   GO TO 2000-PROCESS-RECEIPT-EXIT
           END-READ.

           IF NOT RECEIPT-FILE-OK
               DISPLAY 'DFH0XBN - RECEIPT READ ERROR '
                   FS-RECEIPT-FILE
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 2000-PROCESS-RECEIPT-EXIT
           END-IF.

           ADD 1 TO WS-RECEIPTS-READ.
           ADD 1 TO WS-RECEIPT-SEQUENCE.

      *    a rerun of the same night's file re-reads it from the top,
      *    but receipts at or before the checkpoint were posted,
      *    journalled and audited by the earlier run
           IF WS-RECEIPT-SEQUENCE NOT GREATER THAN WS-RESUME-SEQUENCE
               ADD 1 TO WS-SKIPPED-ON-RESTART
               GO TO 2000-PROCESS-RECEIPT-EXIT
           END-IF.

           MOVE ZERO TO WS-RETURN-CODE.
           MOVE SPACES TO WS-REASON-USED.

           PERFORM 2100-MATCH-OPEN-PO
               THRU 2100-MATCH-OPEN-PO-EXIT.

           IF WS-REASON-USED = SPACES
               PERFORM 2200-POST-RECEIPT
                   THRU 2200-POST-RECEIPT-EXIT
           END-IF.

           IF WS-REASON-USED NOT = SPACES
               MOVE 04 TO WS-RETURN-CODE
               PERFORM 2500-WRITE-EXCEPTION
                   THRU 2500-WRITE-EXCEPTION-EXIT
           END-IF.

           PERFORM 2900-WRITE-AUDIT-RECORD
               THRU 2900-WRITE-AUDIT-RECORD-EXIT.

           PERFORM 2950-WRITE-CHECKPOINT
               THRU 2950-WRITE-CHECKPOINT-EXIT.

       2000-PROCESS-RECEIPT-EXIT.
           EXIT.

      ******************************************************************
      *    2100-MATCH-OPEN-PO - a receipt is only posted against an    *
      *    open purchase order for the item, from the vendor it was    *
      *    ordered from, for no more than is still open, into a        *
      *    branch that is on the location file and still active, and   *
      *    for an item still on the catalog - for a kit, with every    *
      *    one of its components on the catalog too.  The first check  *
      *    it fails sets WS-REASON-USED and the receipt goes to the    *
      *    exceptions                                                  *
      ******************************************************************
       2100-MATCH-OPEN-PO.
           MOVE SPACES TO WS-ORDERED-VENDOR.
           MOVE ZERO TO WS-OPEN-QUANTITY.

           IF RC-ITEM-REF NOT NUMERIC
               MOVE 'INVALID ITEM REF' TO WS-REASON-USED
               GO TO 2100-MATCH-OPEN-PO-EXIT
           END-IF.

           IF RC-QUANTITY NOT NUMERIC OR RC-QUANTITY = ZERO
               MOVE 'INVALID QUANTITY' TO WS-REASON-USED
               GO TO 2100-MATCH-OPEN-PO-EXIT
           END-IF.

      *    a blank branch is a receipt into the single-branch rollup
           IF RC-LOCATION NOT = SPACES
               PERFORM 2110-CHECK-BRANCH
                   THRU 2110-CHECK-BRANCH-EXIT
               IF WS-REASON-USED NOT = SPACES
                   GO TO 2100-MATCH-OPEN-PO-EXIT
               END-IF
           END-IF.

           IF NOT OPEN-PO-FILE-OPEN
               MOVE 'NOT ON ORDER' TO WS-REASON-USED
               GO TO 2100-MATCH-OPEN-PO-EXIT
           END-IF.

           MOVE RC-ITEM-REF TO OP-ITEM-REF OF OPEN-PO-RECORD.
           READ OPEN-PO-FILE
               INVALID KEY
                   MOVE 'NOT ON ORDER' TO WS-REASON-USED
                   GO TO 2100-MATCH-OPEN-PO-EXIT
           END-READ.

           MOVE OP-VENDOR-ID OF OPEN-PO-RECORD TO WS-ORDERED-VENDOR.
           MOVE OP-QUANTITY OF OPEN-PO-RECORD  TO WS-OPEN-QUANTITY.

           IF RC-VENDOR-ID NOT = OP-VENDOR-ID OF OPEN-PO-RECORD
               MOVE 'WRONG VENDOR' TO WS-REASON-USED
               GO TO 2100-MATCH-OPEN-PO-EXIT
           END-IF.

           IF RC-QUANTITY > OP-QUANTITY OF OPEN-PO-RECORD
               MOVE 'OVER SHIPMENT' TO WS-REASON-USED
               GO TO 2100-MATCH-OPEN-PO-EXIT
           END-IF.

           MOVE RC-ITEM-REF TO CA-ITEM-REF OF CATALOG-RECORD.
           READ CATALOG-FILE
               INVALID KEY
                   MOVE 'NOT ON CATALOG' TO WS-REASON-USED
                   GO TO 2100-MATCH-OPEN-PO-EXIT
           END-READ.

      *    a kit keeps no stock of its own; what arrives goes onto its
      *    components, so every one of them must be on the catalog
      *    with room for its share before any of them is touched
           PERFORM 2120-FIND-KIT
               THRU 2120-FIND-KIT-EXIT.
           IF ITEM-IS-KIT
               PERFORM 2130-CHECK-COMPONENT
                   THRU 2130-CHECK-COMPONENT-EXIT
                   VARYING CMP-IDX FROM 1 BY 1
                   UNTIL CMP-IDX > WK-COMPONENT-COUNT (KIT-IDX)
                   OR WS-REASON-USED NOT = SPACES
               GO TO 2100-MATCH-OPEN-PO-EXIT
           END-IF.

           COMPUTE WS-NEW-STOCK =
               IN-STOCK OF CATALOG-RECORD + RC-QUANTITY.
           IF WS-NEW-STOCK > 9999
               MOVE 'STOCK WOULD OVERFLOW' TO WS-REASON-USED
               GO TO 2100-MATCH-OPEN-PO-EXIT
           END-IF.

       2100-MATCH-OPEN-PO-EXIT.
           EXIT.

      ******************************************************************
      *    2110-CHECK-BRANCH - the receiving branch must be on the     *
      *    location file, and not retired there, before stock is put   *
      *    on a shelf nobody can count or sell from                    *
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
               WHEN WL-LOC-CODE (LOC-IDX) = RC-LOCATION
                   IF WL-LOC-ACTIVE-FLAG (LOC-IDX) = 'N'
                       MOVE 'BRANCH INACTIVE' TO WS-REASON-USED
                   END-IF
           END-SEARCH.

       2110-CHECK-BRANCH-EXIT.
           EXIT.

      ******************************************************************
      *    2120-FIND-KIT - is the received item a kit?  KIT-IDX is     *
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
               WHEN WK-PARENT-ITEM (KIT-IDX) = RC-ITEM-REF
                   MOVE 'Y' TO WS-KIT-FOUND-SW
           END-SEARCH.

       2120-FIND-KIT-EXIT.
           EXIT.

      ******************************************************************
      *    2130-CHECK-COMPONENT - can this component take its share    *
      *    of the receipt?  It must be on the catalog, and its stock   *
      *    must not overflow once the share is added                   *
      ******************************************************************
       2130-CHECK-COMPONENT.
           MOVE WK-COMPONENT-ITEM (KIT-IDX, CMP-IDX)
               TO CA-ITEM-REF OF CATALOG-RECORD.
           READ CATALOG-FILE
               INVALID KEY
                   DISPLAY 'DFH0XBN - KIT COMPONENT NOT ON CATALOG '
                       'FOR KIT ' RC-ITEM-REF ' COMPONENT '
                       WK-COMPONENT-ITEM (KIT-IDX, CMP-IDX)
                   MOVE 'COMPONENT MISSING' TO WS-REASON-USED
                   GO TO 2130-CHECK-COMPONENT-EXIT
           END-READ.

           COMPUTE WS-POST-QUANTITY =
               RC-QUANTITY * WK-QTY-PER-KIT (KIT-IDX, CMP-IDX).
           IF IN-STOCK OF CATALOG-RECORD + WS-POST-QUANTITY > 9999
               MOVE 'STOCK WOULD OVERFLOW' TO WS-REASON-USED
           END-IF.

       2130-CHECK-COMPONENT-EXIT.
           EXIT.

      ******************************************************************
      *    2200-POST-RECEIPT - put the matched receipt on stock: the   *
      *    catalog rollup, the receiving branch's row, the movement    *
      *    history, and what is still owed on the open order.  A kit   *
      *    goes onto its components instead                            *
      ******************************************************************
       2200-POST-RECEIPT.
           IF ITEM-IS-KIT
               PERFORM 2260-RECEIVE-KIT
                   THRU 2260-RECEIVE-KIT-EXIT
               IF WS-REASON-USED NOT = SPACES
                   GO TO 2200-POST-RECEIPT-EXIT
               END-IF
               GO TO 2200-POST-RECEIPT-ORDER
           END-IF.

           MOVE CATALOG-RECORD TO WS-BEFORE-IMAGE.

           ADD RC-QUANTITY TO IN-STOCK OF CATALOG-RECORD.

           REWRITE CATALOG-RECORD
               INVALID KEY
                   DISPLAY 'DFH0XBN - REWRITE FAILED FOR ITEM '
                       RC-ITEM-REF
                   MOVE 'CATALOG REWRITE FAIL' TO WS-REASON-USED
                   GO TO 2200-POST-RECEIPT-EXIT
           END-REWRITE.

           MOVE CATALOG-RECORD TO WS-AFTER-IMAGE.
           MOVE 'C' TO WS-JNL-ACTION.
           PERFORM 2850-WRITE-JOURNAL-RECORD
               THRU 2850-WRITE-JOURNAL-RECORD-EXIT.

           MOVE RC-QUANTITY TO WS-POST-QUANTITY.
           IF RC-LOCATION NOT = SPACES
               PERFORM 2250-POST-BRANCH-STOCK
                   THRU 2250-POST-BRANCH-STOCK-EXIT
           END-IF.

      *    goods arriving are a positive movement, kept apart from
      *    maintenance adjustments so receipts can be told from
      *    count corrections
           MOVE RC-QUANTITY TO WS-MOVE-QUANTITY.
           MOVE 'RCV' TO MV-TYPE.
           PERFORM 2870-WRITE-MOVEMENT-RECORD
               THRU 2870-WRITE-MOVEMENT-RECORD-EXIT.

       2200-POST-RECEIPT-ORDER.
           ADD RC-QUANTITY TO WS-UNITS-RECEIVED.

           PERFORM 2300-REDUCE-OPEN-PO
               THRU 2300-REDUCE-OPEN-PO-EXIT.

           PERFORM 2400-WRITE-REGISTER-LINE
               THRU 2400-WRITE-REGISTER-LINE-EXIT.

       2200-POST-RECEIPT-EXIT.
           EXIT.

      ******************************************************************
      *    2250-POST-BRANCH-STOCK - the receipt goes on the receiving  *
      *    branch's shelf as well as the rollup, keeping the two in    *
      *    step; the first delivery of an item to a branch creates     *
      *    its row                                                     *
      ******************************************************************
       2250-POST-BRANCH-STOCK.
           MOVE CA-ITEM-REF OF CATALOG-RECORD TO SL-ITEM-REF
               OF STOCK-LOCATION-RECORD.
           MOVE RC-LOCATION TO SL-LOCATION
               OF STOCK-LOCATION-RECORD.

           READ STOCK-LOCATION-FILE
               INVALID KEY
                   MOVE CA-ITEM-REF OF CATALOG-RECORD TO SL-ITEM-REF
                       OF STOCK-LOCATION-RECORD
                   MOVE RC-LOCATION TO SL-LOCATION
                       OF STOCK-LOCATION-RECORD
                   MOVE WS-POST-QUANTITY TO SL-IN-STOCK
                       OF STOCK-LOCATION-RECORD
                   WRITE STOCK-LOCATION-RECORD
                       INVALID KEY
                           DISPLAY 'DFH0XBN - BRANCH ROW WRITE '
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
                   DISPLAY 'DFH0XBN - BRANCH ROW REWRITE FAILED '
                       'FOR ITEM ' CA-ITEM-REF OF CATALOG-RECORD
                       ' AT ' RC-LOCATION
                       ' STATUS ' FS-STOCK-LOCATION-FILE
           END-REWRITE.

       2250-POST-BRANCH-STOCK-EXIT.
           EXIT.

      ******************************************************************
      *    2260-RECEIVE-KIT - a kit received goes onto the shelf as    *
      *    its components, each with its own share, journal images,    *
      *    branch row and movement; 2100 has already proved every one  *
      *    of them can take it.  The kit itself is put back in hand    *
      *    afterwards for the register line                            *
      ******************************************************************
       2260-RECEIVE-KIT.
           PERFORM 2270-RECEIVE-COMPONENT
               THRU 2270-RECEIVE-COMPONENT-EXIT
               VARYING CMP-IDX FROM 1 BY 1
               UNTIL CMP-IDX > WK-COMPONENT-COUNT (KIT-IDX)
               OR WS-REASON-USED NOT = SPACES.

      *    a component rewrite that failed part way leaves the ones
      *    before it received and journalled; the receipt goes to the
      *    exceptions so the stock can be put right from the journal
           IF WS-REASON-USED NOT = SPACES
               DISPLAY 'DFH0XBN - KIT PART RECEIVED FOR KIT '
                   RC-ITEM-REF ' FROM ' RC-VENDOR-ID
           ELSE
               ADD 1 TO WS-KITS-RECEIVED
           END-IF.

           MOVE RC-ITEM-REF TO CA-ITEM-REF OF CATALOG-RECORD.
           READ CATALOG-FILE
               INVALID KEY
                   CONTINUE
           END-READ.

       2260-RECEIVE-KIT-EXIT.
           EXIT.

      ******************************************************************
      *    2270-RECEIVE-COMPONENT - put one component's share of the   *
      *    kits received on the catalog rollup and the branch row,     *
      *    journal its before and after images and write its movement  *
      ******************************************************************
       2270-RECEIVE-COMPONENT.
           MOVE WK-COMPONENT-ITEM (KIT-IDX, CMP-IDX)
               TO CA-ITEM-REF OF CATALOG-RECORD.
           READ CATALOG-FILE
               INVALID KEY
                   DISPLAY 'DFH0XBN - KIT COMPONENT READ FAILED '
                       WK-COMPONENT-ITEM (KIT-IDX, CMP-IDX)
                   MOVE 'CATALOG REWRITE FAIL' TO WS-REASON-USED
                   GO TO 2270-RECEIVE-COMPONENT-EXIT
           END-READ.

           MOVE CATALOG-RECORD TO WS-BEFORE-IMAGE.

           COMPUTE WS-POST-QUANTITY =
               RC-QUANTITY * WK-QTY-PER-KIT (KIT-IDX, CMP-IDX).
           ADD WS-POST-QUANTITY TO IN-STOCK OF CATALOG-RECORD.

           REWRITE CATALOG-RECORD
               INVALID KEY
                   DISPLAY 'DFH0XBN - REWRITE FAILED FOR ITEM '
                       CA-ITEM-REF OF CATALOG-RECORD
                   MOVE 'CATALOG REWRITE FAIL' TO WS-REASON-USED
                   GO TO 2270-RECEIVE-COMPONENT-EXIT
           END-REWRITE.

           MOVE CATALOG-RECORD TO WS-AFTER-IMAGE.
           MOVE 'C' TO WS-JNL-ACTION.
           PERFORM 2850-WRITE-JOURNAL-RECORD
               THRU 2850-WRITE-JOURNAL-RECORD-EXIT.

           IF RC-LOCATION NOT = SPACES
               PERFORM 2250-POST-BRANCH-STOCK
                   THRU 2250-POST-BRANCH-STOCK-EXIT
           END-IF.

           MOVE WS-POST-QUANTITY TO WS-MOVE-QUANTITY.
           MOVE 'RCV' TO MV-TYPE.
           PERFORM 2870-WRITE-MOVEMENT-RECORD
               THRU 2870-WRITE-MOVEMENT-RECORD-EXIT.

       2270-RECEIVE-COMPONENT-EXIT.
           EXIT.

      ******************************************************************
      *    2300-REDUCE-OPEN-PO - take the receipt off the open order.  *
      *    A delivery that completes the order deletes the row, which  *
      *    re-arms the suggested order generation; a short one leaves  *
      *    the balance on order so it is not suggested a second time   *
      ******************************************************************
       2300-REDUCE-OPEN-PO.
           SUBTRACT RC-QUANTITY FROM OP-QUANTITY OF OPEN-PO-RECORD
               GIVING WS-BALANCE-OPEN.

           IF WS-BALANCE-OPEN = ZERO
               ADD 1 TO WS-RECEIVED-FULL
               DELETE OPEN-PO-FILE RECORD
                   INVALID KEY
                       DISPLAY 'DFH0XBN - OPEN PO DELETE FAILED FOR '
                           'ITEM ' RC-ITEM-REF ' STATUS '
                           FS-OPEN-PO-FILE
               END-DELETE
               GO TO 2300-REDUCE-OPEN-PO-EXIT
           END-IF.

           MOVE 02 TO WS-RETURN-CODE.
           ADD 1 TO WS-RECEIVED-PART.
           MOVE WS-BALANCE-OPEN TO OP-QUANTITY OF OPEN-PO-RECORD.
           REWRITE OPEN-PO-RECORD
               INVALID KEY
                   DISPLAY 'DFH0XBN - OPEN PO REWRITE FAILED FOR '
                       'ITEM ' RC-ITEM-REF ' STATUS ' FS-OPEN-PO-FILE
           END-REWRITE.

       2300-REDUCE-OPEN-PO-EXIT.
           EXIT.

      ******************************************************************
      *    2400-WRITE-REGISTER-LINE - one register line per receipt    *
      *    posted, with what is still open on the order after it       *
      ******************************************************************
       2400-WRITE-REGISTER-LINE.
           MOVE RC-ITEM-REF        TO RL-ITEM-REF.
           MOVE CA-DESCRIPTION OF CATALOG-RECORD
                                   TO RL-DESCRIPTION.
           MOVE RC-VENDOR-ID       TO RL-VENDOR-ID.
           MOVE RC-LOCATION        TO RL-LOCATION.
           MOVE RC-RECEIPT-DATE    TO RL-RECEIPT-DATE.
           MOVE RC-QUANTITY        TO RL-RECEIVED.
           MOVE WS-BALANCE-OPEN    TO RL-BALANCE-OPEN.
           IF WS-BALANCE-OPEN = ZERO
               MOVE 'CLOSED' TO RL-PO-STATUS
           ELSE
               MOVE 'OPEN'   TO RL-PO-STATUS
           END-IF.

           MOVE WS-REGISTER-LINE TO REGISTER-RECORD.
           WRITE REGISTER-RECORD.

       2400-WRITE-REGISTER-LINE-EXIT.
           EXIT.

      ******************************************************************
      *    2500-WRITE-EXCEPTION - one exceptions line per receipt not  *
      *    posted, with what the open order (if any) actually says,    *
      *    for purchasing to take up with the vendor.  The receipt's   *
      *    own fields are printed as keyed, valid or not               *
      ******************************************************************
       2500-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTIONS.

           MOVE RC-VENDOR-ID       TO XL-VENDOR-ID.
           MOVE RC-ITEM-REF        TO XL-ITEM-REF.
           MOVE RC-LOCATION        TO XL-LOCATION.
           MOVE RC-RECEIPT-DATE    TO XL-RECEIPT-DATE.
           MOVE RC-QUANTITY        TO XL-RECEIVED.
           MOVE WS-ORDERED-VENDOR  TO XL-ORDERED-VENDOR.
           MOVE WS-OPEN-QUANTITY   TO XL-OPEN-QUANTITY.
           MOVE WS-REASON-USED     TO XL-REASON.

           MOVE WS-EXCEPTION-LINE TO EXCEPTION-RECORD.
           WRITE EXCEPTION-RECORD.

       2500-WRITE-EXCEPTION-EXIT.
           EXIT.

      ******************************************************************
      *    2850-WRITE-JOURNAL-RECORD - one journal row per receipt     *
      *    actually rewritten, carrying the full record image before   *
      *    and after the change so the recovery utility can back a     *
      *    bad receiving run out or roll a restored file forward       *
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
      *    receipt actually posted, signed quantity and the item's     *
      *    department off the catalog record in hand                   *
      ******************************************************************
       2870-WRITE-MOVEMENT-RECORD.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.

           MOVE CA-ITEM-REF OF CATALOG-RECORD   TO MV-ITEM-REF.
           MOVE CA-DEPARTMENT OF CATALOG-RECORD TO MV-DEPARTMENT.
           MOVE WS-CURRENT-DATE                 TO MV-DATE.
           MOVE WS-MOVE-QUANTITY                TO MV-QUANTITY.
           MOVE RC-LOCATION                     TO MV-LOCATION.

           WRITE MOVEMENT-RECORD.

       2870-WRITE-MOVEMENT-RECORD-EXIT.
           EXIT.

      ******************************************************************
      *    2900-WRITE-AUDIT-RECORD - one audit row per receipt read,   *
      *    return code 00 order completed, 02 posted with a balance    *
      *    still open, 04 not posted (see the exceptions report)       *
      ******************************************************************
       2900-WRITE-AUDIT-RECORD.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.

           MOVE WS-CURRENT-DATE  TO AUD-DATE.
           MOVE WS-CURRENT-TIME  TO AUD-TIME.
           MOVE 'BATN'           TO AUD-TERMINAL-ID.
           MOVE 'DFH0XBN'        TO AUD-USER-ID.
           MOVE 'GDSRCV'         TO AUD-REQUEST-ID.
           IF RC-ITEM-REF NUMERIC
               MOVE RC-ITEM-REF  TO AUD-ITEM-REF
           ELSE
               MOVE ZERO         TO AUD-ITEM-REF
           END-IF.
           MOVE WS-RETURN-CODE   TO AUD-RETURN-CODE.

           WRITE AUDIT-RECORD.

       2900-WRITE-AUDIT-RECORD-EXIT.
           EXIT.

      ******************************************************************
      *    2950-WRITE-CHECKPOINT - this receipt is fully posted (or    *
      *    reported), journalled and audited; record its sequence so   *
      *    a rerun resumes after it                                    *
      ******************************************************************
       2950-WRITE-CHECKPOINT.
           IF NOT RESTART-FILE-OPEN
               GO TO 2950-WRITE-CHECKPOINT-EXIT
           END-IF.

           ACCEPT WS-CURRENT-TIME FROM TIME.

           MOVE WS-RECEIPT-SEQUENCE TO RST-LAST-SEQUENCE.
           MOVE WS-RUN-DATE         TO RST-CHECKPOINT-DATE.
           MOVE WS-CURRENT-TIME     TO RST-CHECKPOINT-TIME.
           REWRITE RESTART-RECORD.

       2950-WRITE-CHECKPOINT-EXIT.
           EXIT.

      ******************************************************************
      *    8000-TERMINATE - close what 1000-INITIALISE opened and      *
      *    report what was received                                    *
      ******************************************************************
       8000-TERMINATE.
      *    only a file read to its end clears the checkpoint; an
      *    abended run leaves it standing for the rerun to resume from
           IF RESTART-FILE-OPEN AND REACHED-NORMAL-END
               MOVE ZERO TO RST-LAST-SEQUENCE
               MOVE ZERO TO RST-OUT-COUNT
               MOVE ZERO TO RST-OUT-REF-HASH
               MOVE ZERO TO RST-OUT-QTY-HASH
               REWRITE RESTART-RECORD
           END-IF.

           PERFORM 8100-RECORD-RUN-END
               THRU 8100-RECORD-RUN-END-EXIT.

           IF RESTART-FILE-OPEN
               CLOSE RESTART-FILE
           END-IF.
           IF CATALOG-FILE-OPEN
               CLOSE CATALOG-FILE
           END-IF.
           IF RECEIPT-FILE-OPEN
               CLOSE RECEIPT-FILE
           END-IF.
           IF OPEN-PO-FILE-OPEN
               CLOSE OPEN-PO-FILE
           END-IF.
           IF STOCK-LOCATION-FILE-OPEN
               CLOSE STOCK-LOCATION-FILE
           END-IF.
           IF REGISTER-FILE-OPEN
               CLOSE REGISTER-FILE
           END-IF.
           IF EXCEPTION-FILE-OPEN
               CLOSE EXCEPTION-FILE
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

           DISPLAY 'DFH0XBN - RECEIPTS READ: ' WS-RECEIPTS-READ.
           DISPLAY 'DFH0XBN - ORDERS COMPLETED: ' WS-RECEIVED-FULL.
           DISPLAY 'DFH0XBN - POSTED, BALANCE OPEN: '
               WS-RECEIVED-PART.
           DISPLAY 'DFH0XBN - UNITS RECEIVED: ' WS-UNITS-RECEIVED.
           DISPLAY 'DFH0XBN - KITS RECEIVED: ' WS-KITS-RECEIVED.
           DISPLAY 'DFH0XBN - EXCEPTIONS, NOT POSTED: '
               WS-EXCEPTIONS.
           IF WS-SKIPPED-ON-RESTART > ZERO
               DISPLAY 'DFH0XBN - ALREADY POSTED, SKIPPED ON '
                   'RESTART: ' WS-SKIPPED-ON-RESTART
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
                   DISPLAY 'DFH0XBN - RUN CONTROL RECORD LOST'
                   GO TO 8100-RECORD-RUN-END-CLOSE
           END-READ.

           MOVE WS-CURRENT-TIME TO RUN-END-TIME.
           IF REACHED-NORMAL-END
               MOVE 'C' TO RUN-STATUS
           ELSE
               MOVE 'F' TO RUN-STATUS
           END-IF.
           MOVE WS-RECEIPTS-READ TO RUN-RECORDS-READ.
           COMPUTE WS-POSTED-TOTAL =
               WS-RECEIVED-FULL + WS-RECEIVED-PART.
           MOVE WS-POSTED-TOTAL TO RUN-RECORDS-WRITTEN.
           REWRITE RUN-CONTROL-RECORD.

       8100-RECORD-RUN-END-CLOSE.
           CLOSE RUN-CONTROL-FILE.
           MOVE 'N' TO WS-RUN-CONTROL-OPEN-SW.

       8100-RECORD-RUN-END-EXIT.
           EXIT.

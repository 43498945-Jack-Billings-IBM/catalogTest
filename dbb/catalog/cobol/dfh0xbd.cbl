      *                                     DFH0XCP7 GREW FOR THE      *
      *                                     TRANSACTION APPLIES NEVER  *
      *                                     REACH RESTCTL AS GARBAGE   *
      *   $D4= I30457 710 261015 HDJWB   : SNAPSHOT AND DELTA CARRY    *
      *                                     THE ITEM STATUS AND        *
      *                                     REPLACEMENT ITEM           *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
           03 SN-COST                  PIC S9(9)V99 COMP-3.
           03 SN-CURRENCY-CODE         PIC X(3).
           03 SN-IN-STOCK              PIC 9(4).
           03 SN-ITEM-STATUS           PIC X(1).
           03 SN-REPLACEMENT-ITEM      PIC 9(4).

       FD  DELTA-FILE
           RECORDING MODE F
           03 DL-COST                  PIC S9(9)V99 COMP-3.
           03 DL-CURRENCY-CODE         PIC X(3).
           03 DL-IN-STOCK              PIC 9(4).
           03 DL-ITEM-STATUS           PIC X(1).
           03 DL-REPLACEMENT-ITEM      PIC 9(4).

       FD  NEWSNAP-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
       01  NEWSNAP-RECORD               PIC X(65).

       FD  AUDIT-FILE
           RECORDING MODE F
           MOVE SN-COST            TO DL-COST.
           MOVE SN-CURRENCY-CODE   TO DL-CURRENCY-CODE.
           MOVE SN-IN-STOCK        TO DL-IN-STOCK.
           MOVE SN-ITEM-STATUS     TO DL-ITEM-STATUS.
           MOVE SN-REPLACEMENT-ITEM TO DL-REPLACEMENT-ITEM.
           WRITE DELTA-RECORD.
           ADD 1 TO WS-DELTAS-DELETED.

           MOVE CA-CURRENCY-CODE OF CATALOG-RECORD
                                   TO DL-CURRENCY-CODE.
           MOVE IN-STOCK       OF CATALOG-RECORD TO DL-IN-STOCK.
           MOVE CA-ITEM-STATUS OF CATALOG-RECORD TO DL-ITEM-STATUS.
           MOVE CA-REPLACEMENT-ITEM OF CATALOG-RECORD
                                   TO DL-REPLACEMENT-ITEM.

       2410-FILL-DELTA-FROM-CATALOG-EXIT.
           EXIT.

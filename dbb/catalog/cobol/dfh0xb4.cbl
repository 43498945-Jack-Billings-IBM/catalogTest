      *      - the checkpoint/restart mechanism added to the catalog    *
      *      browse path for DFH0XB1/DFH0XB3 does not apply here.       *
      *                                                                *
      *      Every item counted that is on the catalog has its last    *
      *      count date refreshed on CNTDATE (DFH0XCPY), per branch,   *
      *      for the cycle count scheduler (DFH0XBS).  The dates are   *
      *      held until the count file has been read to a trailer that *
      *      verifies and are written only then, so a cut or corrupted *
      *      file leaves every item due for counting again.  A count   *
      *      sheet skeleton written by that scheduler comes back with  *
      *      the counted stock of any item not found on the shelf left *
      *      blank; such an item is listed as NOT COUNTED and neither  *
      *      compared nor dated, and as the skeleton's trailer could   *
      *      not know the quantities it is verified on its count and   *
      *      item ref hash alone.                                      *
      *                                                                *
      * CHANGE ACTIVITY :                                              *
      *      $SEG(DFH0XB4),COMP(SAMPLES),PROD(CICS TS ):              *
      *                                                                *
      *                                     (DFH0XCPO), AND THE        *
      *                                     VARIANCE EXTRACT CARRIES   *
      *                                     THE LOCATION FORWARD       *
      *   $D9= I30461 710 261015 HDJWB   : LAST COUNT DATE KEPT ON     *
      *                                     CNTDATE (DFH0XCPY) PER     *
      *                                     ITEM AND BRANCH; BLANK     *
      *                                     COUNTS ON A DFH0XBS        *
      *                                     SKELETON LISTED AS NOT     *
      *                                     COUNTED, ITS TRAILER       *
      *                                     VERIFIED ON COUNT AND REF  *
      *                                     HASH                       *
      *   $D10= I30461 710 261015 HDJWB  : COUNT DATES HELD AND        *
      *                                     WRITTEN TO CNTDATE ONLY    *
      *                                     WHEN THE COUNT FILE'S      *
      *                                     TRAILER VERIFIES           *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
                                          OF STOCK-LOCATION-RECORD
                  FILE STATUS         FS-STOCK-LOCATION-FILE.

           SELECT COUNT-DATE-FILE     ASSIGN TO CNTDATE
                  ORGANIZATION        INDEXED
                  ACCESS MODE         RANDOM
                  RECORD KEY          LC-COUNT-KEY
                                          OF LAST-COUNT-RECORD
                  FILE STATUS         FS-COUNT-DATE-FILE.

           SELECT DEPARTMENT-FILE     ASSIGN TO DEPTFILE
                  ORGANIZATION        INDEXED
                  ACCESS MODE         SEQUENTIAL
           LABEL RECORDS STANDARD.
           COPY dfh0xcpo.

       FD  COUNT-DATE-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY dfh0xcpy.

       FD  DEPARTMENT-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
       77  WS-STOCK-LOCATION-OPEN-SW   PIC X(01) VALUE 'N'.
           88 STOCK-LOCATION-FILE-OPEN      VALUE 'Y'.

       77  FS-COUNT-DATE-FILE           PIC X(02) VALUE '00'.
           88 COUNT-DATE-FILE-OK            VALUE '00'.
           88 COUNT-DATE-FILE-NOTCREATED     VALUE '35'.
       77  WS-COUNT-DATE-OPEN-SW       PIC X(01) VALUE 'N'.
           88 COUNT-DATE-FILE-OPEN          VALUE 'Y'.
       77  WS-COUNT-DATE-FOUND-SW      PIC X(01) VALUE 'N'.
           88 COUNT-DATE-FOUND              VALUE 'Y'.
       77  WS-COUNT-DATE-COUNT         PIC 9(4) COMP VALUE ZERO.
       77  WS-COUNT-DATES-RECORDED     PIC 9(07) COMP VALUE ZERO.

      *    Counts to be dated on CNTDATE, held until the count file
      *    has been read to a trailer that verifies - a cut or
      *    corrupted file must not take items off the count sheets
       01  WS-COUNT-DATE-TABLE.
           03 WS-COUNT-DATE-ENTRY OCCURS 1 TO 9999 TIMES
                             DEPENDING ON WS-COUNT-DATE-COUNT
                             INDEXED BY CDT-IDX.
               05 WD-ITEM-REF           PIC 9(4).
               05 WD-LOCATION           PIC X(3).
               05 WD-COUNTED-STOCK      PIC 9(4).

       77  FS-VARIANCE-FILE             PIC X(02) VALUE '00'.
           88 VARIANCE-FILE-OK              VALUE '00'.

       77  WS-CTL-DATA-COUNT           PIC 9(7)  VALUE ZERO.
       77  WS-CTL-REF-HASH             PIC 9(11) VALUE ZERO.
       77  WS-CTL-QTY-HASH             PIC 9(11) VALUE ZERO.
      *    A count sheet skeleton from the cycle count scheduler is
      *    filled in by hand after its trailer was written, so its
      *    quantity hash cannot be checked
       77  WS-SKELETON-SW              PIC X(01) VALUE 'N'.
           88 SKELETON-STOCKTAKE           VALUE 'Y'.
       77  WS-SKELETON-SOURCE          PIC X(8) VALUE 'DFH0XBS'.

      *    Control totals of the variance rows written, carried on
      *    the variance extract's own trailer so the adjustment
       77  WS-DIFFERENCE                PIC S9(5) COMP VALUE ZERO.
       77  WS-ITEMS-COUNTED             PIC 9(07) COMP VALUE ZERO.
       77  WS-ITEMS-VARIANT             PIC 9(07) COMP VALUE ZERO.
       77  WS-ITEMS-NOT-COUNTED         PIC 9(07) COMP VALUE ZERO.

       01  WS-VARIANCE-LINE.
           03 VL-ITEM-REF                PIC 9(4).
           03 VL-DEPT-NAME                PIC X(20).
           03 FILLER                     PIC X(02) VALUE SPACES.
           03 VL-COUNTED-STOCK            PIC ZZZ9.
           03 VL-COUNTED-STOCK-X REDEFINES VL-COUNTED-STOCK
                                          PIC X(4).
           03 FILLER                     PIC X(02) VALUE SPACES.
           03 VL-SYSTEM-STOCK             PIC ----9.
           03 FILLER                     PIC X(02) VALUE SPACES.
           03 VL-DIFFERENCE               PIC ----9.
           03 VL-DIFFERENCE-X REDEFINES VL-DIFFERENCE
                                          PIC X(5).
           03 FILLER                     PIC X(02) VALUE SPACES.
           03 VL-LOCATION                 PIC X(3).
           03 FILLER                     PIC X(02) VALUE SPACES.
           03 GT-COUNT                    PIC ZZZZZ9.
           03 FILLER                     PIC X(47) VALUE SPACES.

       01  WS-NOT-COUNTED-TOTAL-LINE.
           03 FILLER                     PIC X(27)
                               VALUE 'TOTAL ITEMS NOT COUNTED  ='.
           03 NT-COUNT                    PIC ZZZZZ9.
           03 FILLER                     PIC X(47) VALUE SPACES.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
               GO TO 1000-INITIALISE-EXIT
           END-IF.

           PERFORM 1450-OPEN-COUNT-DATE-FILE
               THRU 1450-OPEN-COUNT-DATE-FILE-EXIT.
           IF WS-EOF-SWITCH = 'Y'
               GO TO 1000-INITIALISE-EXIT
           END-IF.

           OPEN OUTPUT VARIANCE-FILE.
           IF NOT VARIANCE-FILE-OK
               DISPLAY 'DFH0XB4 - VARIANCE OPEN FAILED '
       1400-OPEN-STOCK-LOCATION-EXIT.
           EXIT.

      ******************************************************************
      *    1450-OPEN-COUNT-DATE-FILE - open the last count date file   *
      *    for update, creating it empty the first time a stocktake    *
      *    is reconciled after it was introduced (FILE STATUS 35)      *
      ******************************************************************
       1450-OPEN-COUNT-DATE-FILE.
           OPEN I-O COUNT-DATE-FILE.
           IF COUNT-DATE-FILE-OK
               MOVE 'Y' TO WS-COUNT-DATE-OPEN-SW
               GO TO 1450-OPEN-COUNT-DATE-FILE-EXIT
           END-IF.

           IF NOT COUNT-DATE-FILE-NOTCREATED
               DISPLAY 'DFH0XB4 - COUNT DATE FILE OPEN FAILED '
                   FS-COUNT-DATE-FILE
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 1450-OPEN-COUNT-DATE-FILE-EXIT
           END-IF.

           OPEN OUTPUT COUNT-DATE-FILE.
           IF NOT COUNT-DATE-FILE-OK
               DISPLAY 'DFH0XB4 - COUNT DATE FILE CREATE FAILED '
                   FS-COUNT-DATE-FILE
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 1450-OPEN-COUNT-DATE-FILE-EXIT
           END-IF.
           CLOSE COUNT-DATE-FILE.
           OPEN I-O COUNT-DATE-FILE.
           IF NOT COUNT-DATE-FILE-OK
               DISPLAY 'DFH0XB4 - COUNT DATE FILE OPEN FAILED '
                   FS-COUNT-DATE-FILE
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 1450-OPEN-COUNT-DATE-FILE-EXIT
           END-IF.
           MOVE 'Y' TO WS-COUNT-DATE-OPEN-SW.

       1450-OPEN-COUNT-DATE-FILE-EXIT.
           EXIT.

      ******************************************************************
      *    1150-OPEN-AUDIT-FILE - open the shared audit log for append. *
      *    AUDITLOG is written by all four batch jobs in a night's      *
           IF FIRST-COUNT-RECORD
               MOVE 'N' TO WS-FIRST-RECORD-SW
               IF BCT-HEADER
                   IF BCT-SOURCE-ID = WS-SKELETON-SOURCE
                       MOVE 'Y' TO WS-SKELETON-SW
                   END-IF
                   GO TO 2000-PROCESS-COUNT-EXIT
               END-IF
               DISPLAY 'DFH0XB4 - COUNT FILE HAS NO HEADER RECORD'
               ADD PC-COUNTED-STOCK TO WS-CTL-QTY-HASH
           END-IF.

      *    an item on a count sheet that the stores team could not
      *    count comes back with its counted stock blank; it is
      *    listed, but there is nothing to compare and nothing to date
           IF PC-COUNTED-STOCK NOT NUMERIC
               PERFORM 2250-WRITE-NOT-COUNTED-LINE
                   THRU 2250-WRITE-NOT-COUNTED-LINE-EXIT
               GO TO 2000-PROCESS-COUNT-EXIT
           END-IF.

           ADD 1 TO WS-ITEMS-COUNTED.

           PERFORM 2100-LOOKUP-CATALOG-ITEM
           PERFORM 2300-WRITE-AUDIT-RECORD
               THRU 2300-WRITE-AUDIT-RECORD-EXIT.

           IF ITEM-ON-CATALOG
               PERFORM 2350-RECORD-COUNT-DATE
                   THRU 2350-RECORD-COUNT-DATE-EXIT
           END-IF.

       2000-PROCESS-COUNT-EXIT.
           EXIT.

       2200-WRITE-VARIANCE-LINE-EXIT.
           EXIT.

      ******************************************************************
      *    2250-WRITE-NOT-COUNTED-LINE - print one line for an item    *
      *    left blank on its count sheet; not a variance, so it goes   *
      *    to neither the variance extract nor the audit log           *
      ******************************************************************
       2250-WRITE-NOT-COUNTED-LINE.
           PERFORM 2100-LOOKUP-CATALOG-ITEM
               THRU 2100-LOOKUP-CATALOG-ITEM-EXIT.

           MOVE PC-ITEM-REF        TO VL-ITEM-REF.
           MOVE WS-DEPARTMENT      TO VL-DEPARTMENT.
           MOVE WS-DEPT-NAME-USED  TO VL-DEPT-NAME.
           MOVE SPACES             TO VL-COUNTED-STOCK-X.
           MOVE WS-SYSTEM-STOCK    TO VL-SYSTEM-STOCK.
           MOVE SPACES             TO VL-DIFFERENCE-X.
           MOVE PC-LOCATION        TO VL-LOCATION.
           MOVE 'NOT COUNTED'      TO VL-REMARKS.

           MOVE WS-VARIANCE-LINE TO VARIANCE-RECORD.
           WRITE VARIANCE-RECORD.

           ADD 1 TO WS-ITEMS-NOT-COUNTED.

       2250-WRITE-NOT-COUNTED-LINE-EXIT.
           EXIT.

      ******************************************************************
      *    2300-WRITE-AUDIT-RECORD - one audit row per item compared,  *
      *    return code 00 when found on the catalog, 04 when not       *
       2300-WRITE-AUDIT-RECORD-EXIT.
           EXIT.

      ******************************************************************
      *    2350-RECORD-COUNT-DATE - hold the count for its last count  *
      *    date at the counted branch; the dates go to CNTDATE only    *
      *    at 8200-APPLY-COUNT-DATE, once the trailer has verified     *
      ******************************************************************
       2350-RECORD-COUNT-DATE.
           IF NOT COUNT-DATE-FILE-OPEN
               GO TO 2350-RECORD-COUNT-DATE-EXIT
           END-IF.

      *    a count that cannot be held cannot be dated, and a run
      *    that dates only some of its counts is not complete
           IF WS-COUNT-DATE-COUNT = 9999
               DISPLAY 'DFH0XB4 - OVER 9999 COUNTS, COUNT DATE TABLE '
                   'FULL'
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 2350-RECORD-COUNT-DATE-EXIT
           END-IF.

           ADD 1 TO WS-COUNT-DATE-COUNT.
           SET CDT-IDX TO WS-COUNT-DATE-COUNT.
           MOVE PC-ITEM-REF      TO WD-ITEM-REF (CDT-IDX).
           MOVE PC-LOCATION      TO WD-LOCATION (CDT-IDX).
           MOVE PC-COUNTED-STOCK TO WD-COUNTED-STOCK (CDT-IDX).

       2350-RECORD-COUNT-DATE-EXIT.
           EXIT.

      ******************************************************************
      *    2400-VERIFY-TRAILER - the trailer's count and hash totals   *
      *    against what was actually read; a mismatch means the file   *
       2400-VERIFY-TRAILER.
           MOVE 'Y' TO WS-TRAILER-SEEN-SW.

      *    a filled-in skeleton's trailer was written before anything
      *    was counted, so only its count and ref hash can verify
           IF SKELETON-STOCKTAKE
                   AND BCT-RECORD-COUNT = WS-CTL-DATA-COUNT
                   AND BCT-ITEM-REF-HASH = WS-CTL-REF-HASH
               MOVE 'Y' TO WS-CONTROLS-OK-SW
               GO TO 2400-VERIFY-TRAILER-EXIT
           END-IF.

           IF BCT-RECORD-COUNT = WS-CTL-DATA-COUNT
                   AND BCT-ITEM-REF-HASH = WS-CTL-REF-HASH
                   AND BCT-QUANTITY-HASH = WS-CTL-QTY-HASH
                   FROM BATCH-CONTROL-RECORD
           END-IF.

      *    likewise the count dates: a stocktake that did not verify
      *    leaves every item due for counting again
           IF COUNT-DATE-FILE-OPEN
                   AND REACHED-NORMAL-END AND CONTROLS-VERIFIED
               PERFORM 8200-APPLY-COUNT-DATE
                   THRU 8200-APPLY-COUNT-DATE-EXIT
                   VARYING CDT-IDX FROM 1 BY 1
                   UNTIL CDT-IDX > WS-COUNT-DATE-COUNT
           END-IF.
           IF WS-COUNT-DATE-COUNT > ZERO
                   AND NOT (REACHED-NORMAL-END AND CONTROLS-VERIFIED)
               DISPLAY 'DFH0XB4 - COUNT FILE NOT VERIFIED, NO COUNT '
                   'DATES RECORDED'
           END-IF.

           PERFORM 8100-RECORD-RUN-END
               THRU 8100-RECORD-RUN-END-EXIT.

               MOVE WS-GRAND-TOTAL-LINE TO VARIANCE-RECORD
               WRITE VARIANCE-RECORD
           END-IF.
           IF VARIANCE-FILE-OPEN AND WS-ITEMS-NOT-COUNTED > ZERO
               MOVE WS-ITEMS-NOT-COUNTED TO NT-COUNT
               MOVE WS-NOT-COUNTED-TOTAL-LINE TO VARIANCE-RECORD
               WRITE VARIANCE-RECORD
           END-IF.

           IF CATALOG-FILE-OPEN
               CLOSE CATALOG-FILE
           IF STOCK-LOCATION-FILE-OPEN
               CLOSE STOCK-LOCATION-FILE
           END-IF.
           IF COUNT-DATE-FILE-OPEN
               CLOSE COUNT-DATE-FILE
           END-IF.
           IF VARIANCE-FILE-OPEN
               CLOSE VARIANCE-FILE
           END-IF.

           DISPLAY 'DFH0XB4 - ITEMS COUNTED: ' WS-ITEMS-COUNTED.
           DISPLAY 'DFH0XB4 - ITEMS WITH VARIANCE: ' WS-ITEMS-VARIANT.
           DISPLAY 'DFH0XB4 - ITEMS NOT COUNTED: '
               WS-ITEMS-NOT-COUNTED.
           DISPLAY 'DFH0XB4 - COUNT DATES RECORDED: '
               WS-COUNT-DATES-RECORDED.

       8000-TERMINATE-EXIT.
           EXIT.

       8100-RECORD-RUN-END-EXIT.
           EXIT.

      ******************************************************************
      *    8200-APPLY-COUNT-DATE - write, or refresh, one held item's  *
      *    last count date at the counted branch, so the cycle count   *
      *    scheduler does not put it on a sheet again until its class  *
      *    falls due                                                   *
      ******************************************************************
       8200-APPLY-COUNT-DATE.
           MOVE 'N' TO WS-COUNT-DATE-FOUND-SW.
           MOVE WD-ITEM-REF (CDT-IDX)
               TO LC-ITEM-REF OF LAST-COUNT-RECORD.
           MOVE WD-LOCATION (CDT-IDX)
               TO LC-LOCATION OF LAST-COUNT-RECORD.
           READ COUNT-DATE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-COUNT-DATE-FOUND-SW
           END-READ.

           MOVE WD-ITEM-REF (CDT-IDX)
               TO LC-ITEM-REF OF LAST-COUNT-RECORD.
           MOVE WD-LOCATION (CDT-IDX)
               TO LC-LOCATION OF LAST-COUNT-RECORD.
           MOVE WS-RUN-DATE TO LC-LAST-COUNT-DATE.
           MOVE WD-COUNTED-STOCK (CDT-IDX) TO LC-LAST-COUNTED-STOCK.

           IF COUNT-DATE-FOUND
               REWRITE LAST-COUNT-RECORD
           ELSE
               WRITE LAST-COUNT-RECORD
           END-IF.

           IF NOT COUNT-DATE-FILE-OK
               DISPLAY 'DFH0XB4 - COUNT DATE NOT RECORDED FOR '
                   WD-ITEM-REF (CDT-IDX) ' ' WD-LOCATION (CDT-IDX)
                   ' ' FS-COUNT-DATE-FILE
               GO TO 8200-APPLY-COUNT-DATE-EXIT
           END-IF.

           ADD 1 TO WS-COUNT-DATES-RECORDED.

       8200-APPLY-COUNT-DATE-EXIT.
           EXIT.

      *   PN= REASON REL YYMMDD HDXXIII : REMARKS                      *
      *   $D0= I30452 710 260902 HDJWB   : BASE - PENDING PRICE        *
      *                                     RELEASE                    *
      *   $D1= I30457 710 261015 HDJWB   : CATALOG IMAGES WIDENED FOR  *
      *                                     THE ITEM STATUS AND        *
      *                                     REPLACEMENT ITEM           *
      *                                     (DFH0XCP9)                 *
      *   $D2= I30462 710 261015 HDJWB   : JOURNAL ROWS CARRY THE JOB  *
      *                                     NAME AS THEIR USER ID      *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *    Saved images of the catalog record around each update, so
      *    the journal row carries what was on file before the
      *    release as well as what it left there
       01  WS-BEFORE-IMAGE              PIC X(65).
       01  WS-AFTER-IMAGE               PIC X(65).

      *    The cost the catalog held before the release, kept so the
      *    history row can be written AFTER the rewrite succeeds
           MOVE WS-CURRENT-DATE  TO JNL-DATE.
           MOVE WS-CURRENT-TIME  TO JNL-TIME.
           MOVE WS-JOB-NAME      TO JNL-JOB-NAME.
           MOVE WS-JOB-NAME      TO JNL-USER-ID.
           MOVE WS-JNL-ACTION    TO JNL-ACTION.
           MOVE WS-BEFORE-IMAGE  TO JNL-BEFORE-IMAGE.
           MOVE WS-AFTER-IMAGE   TO JNL-AFTER-IMAGE.

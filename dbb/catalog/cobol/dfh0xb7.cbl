      *                                     DFH0XCP7 GREW FOR THE      *
      *                                     TRANSACTION APPLIES NEVER  *
      *                                     REACH RESTCTL AS GARBAGE   *
      *   $D5= I30457 710 261015 HDJWB   : CATALOG IMAGES WIDENED FOR  *
      *                                     THE ITEM STATUS AND        *
      *                                     REPLACEMENT ITEM           *
      *                                     (DFH0XCP9)                 *
      *   $D6= I30462 710 261015 HDJWB   : JOURNAL ROWS CARRY THE JOB  *
      *                                     NAME AS THEIR USER ID      *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *    Saved images of the catalog record around each reprice, so
      *    the journal row carries what was on file before the change
      *    as well as what the change left there
       01  WS-BEFORE-IMAGE              PIC X(65).
       01  WS-AFTER-IMAGE               PIC X(65).
       77  WS-RESTART-OPEN-SW          PIC X(01) VALUE 'N'.
           88 RESTART-FILE-OPEN             VALUE 'Y'.

           MOVE WS-CURRENT-DATE  TO JNL-DATE.
           MOVE WS-CURRENT-TIME  TO JNL-TIME.
           MOVE WS-JOB-NAME      TO JNL-JOB-NAME.
           MOVE WS-JOB-NAME      TO JNL-USER-ID.
           MOVE WS-JNL-ACTION    TO JNL-ACTION.
           MOVE WS-BEFORE-IMAGE  TO JNL-BEFORE-IMAGE.
           MOVE WS-AFTER-IMAGE   TO JNL-AFTER-IMAGE.

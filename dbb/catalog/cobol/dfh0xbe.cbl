      *                                     (MT-LOCATION), SO THE      *
      *                                     APPLY CORRECTS THAT        *
      *                                     BRANCH ONLY                *
      *   $D6= I30457 710 261015 HDJWB   : RECORD SIZES FOLLOW THE     *
      *                                     DFH0XCPB EXTENSION FOR THE *
      *                                     ITEM LIFECYCLE; A          *
      *                                     GENERATED AMEND LEAVES THE *
      *                                     ITEM STATUS AS IT IS       *
      *   $D7= I30462 710 261015 HDJWB   : STAGED AMENDS CARRY THIS    *
      *                                     JOB AS THEIR ORIGINATOR;   *
      *                                     REVIEW RECORD WIDENED TO   *
      *                                     MATCH                      *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       FD  REVIEW-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
       01  REVIEW-RECORD                 PIC X(77).

       FD  LISTING-FILE
           RECORDING MODE F
      *    count; a location-less stocktake amends the rollup as
      *    before
           MOVE VX-LOCATION        TO MT-LOCATION.
      *    a stock correction says nothing about the item's lifecycle;
      *    blank status and replacement leave both as they are on file
           MOVE SPACES             TO MT-LIFECYCLE-FIELDS.
           MOVE WS-JOB-NAME        TO MT-ORIGINATOR.

       2210-BUILD-AMEND-EXIT.
           EXIT.

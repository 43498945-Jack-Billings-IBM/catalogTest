      *      the release file (RVWREL) under its own DFH0XCPF          *
      *      controls, which the night chain hands to the DFH0XB8      *
      *      edit as its transaction input - so an approved review     *
      *      reaches the catalog with nothing rekeyed.  Its            *
      *      originator becomes the reviewer who approved it, so the   *
      *      edit holds the change to that reviewer's authority and    *
      *      the audit trail names them.                               *
      *                                                                *
      *      REJECTED - the review is dropped and reported with the    *
      *      reviewer id that made the call.                           *
      *   $D1= I30449 710 260902 HDJWB   : RECORD SIZES FOLLOW THE     *
      *                                     DFH0XCPB EXTENSION FOR     *
      *                                     STOCK BY BRANCH            *
      *   $D2= I30457 710 261015 HDJWB   : RECORD SIZES FOLLOW THE     *
      *                                     DFH0XCPB EXTENSION FOR THE *
      *                                     ITEM LIFECYCLE             *
      *   $D3= I30462 710 261015 HDJWB   : AN APPROVED RELEASE CARRIES *
      *                                     THE REVIEWER AS ITS        *
      *                                     ORIGINATOR; STAGED AMEND   *
      *                                     RECORDS WIDENED FOR THE    *
      *                                     ORIGINATOR                 *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       FD  REVIEW-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
       01  REVIEW-RECORD                PIC X(77).

      *    a carried review is the staged DFH0XCPB amend plus the
      *    date it was first staged, so the aging survives however
           RECORDING MODE F
           LABEL RECORDS STANDARD.
       01  CARRY-IN-RECORD.
           03 CI-TRANSACTION            PIC X(77).
           03 CI-STAGED-DATE            PIC 9(8).

       FD  DECISION-FILE
       FD  RELEASE-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
       01  RELEASE-RECORD               PIC X(77).

       FD  CARRY-OUT-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
       01  CARRY-OUT-RECORD.
           03 CO-TRANSACTION            PIC X(77).
           03 CO-STAGED-DATE            PIC 9(8).

       FD  REPORT-FILE
      ******************************************************************
      *    5200-RELEASE-REVIEW - the approved amend goes to the        *
      *    release file exactly as staged, for the edit to take next   *
      *    night, save that the reviewer who approved it becomes its   *
      *    originator - the change is theirs to answer for             *
      ******************************************************************
       5200-RELEASE-REVIEW.
           IF WS-REVIEWER-USED NOT = SPACES
               MOVE WS-REVIEWER-USED TO MT-ORIGINATOR
           END-IF.
           WRITE RELEASE-RECORD FROM MAINT-TRANSACTION-RECORD.
           ADD 1 TO WS-REVIEWS-RELEASED.
           IF MT-ITEM-REF NUMERIC

      *      checked for a valid action code, a numeric non-zero item  *
      *      ref, and - on adds and amends - a non-blank description,  *
      *      a department that is on DEPTFILE and active, a currency   *
      *      code we trade in, a positive cost, a numeric stock        *
      *      figure and - where keyed - a valid item status (active,   *
      *      discontinued, obsolete) with any replacement item ref     *
      *      given only for a discontinued or obsolete item.  A        *
      *      second or later transaction for the same item ref in one  *
      *      batch is rejected as a duplicate, since the order two     *
      *      conflicting actions apply in is an accident of keying.    *
      *                                                                *
      *      Every transaction must also come from a user on the user  *
      *      authority file (AUTHFILE, see DFH0XCPZ), named by its     *
      *      originator, who may raise that action against that        *
      *      item's department - the department the item is filed      *
      *      under on the catalog master and, on an add or amend, the  *
      *      one the transaction gives it - and, for an amend that     *
      *      changes the item's cost or currency, who may change       *
      *      costs.  Each failure is rejected with its own message.    *
      *                                                                *
      *      Clean transactions are written unchanged to the accepted  *
      *      file, which the night chain hands to DFH0XB5 as its       *
      *                                     AGAINST LOCFILE            *
      *                                     (DFH0XCPN) FOR STOCK BY    *
      *                                     BRANCH                     *
      *   $D5= I30457 710 261015 HDJWB   : ITEM STATUS AND REPLACEMENT *
      *                                     ITEM EDITED ON ADDS AND    *
      *                                     AMENDS                     *
      *   $D6= I30462 710 261015 HDJWB   : ORIGINATOR HELD AGAINST THE *
      *                                     USER AUTHORITY FILE        *
      *                                     (DFH0XCPZ) FOR ACTION,     *
      *                                     DEPARTMENT AND COST CHANGE *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
                  RECORD KEY          LOC-CODE OF LOCATION-RECORD
                  FILE STATUS         FS-LOCATION-FILE.

           SELECT AUTHORITY-FILE      ASSIGN TO AUTHFILE
                  ORGANIZATION        INDEXED
                  ACCESS MODE         RANDOM
                  RECORD KEY          UA-USER-ID
                                          OF USER-AUTHORITY-RECORD
                  FILE STATUS         FS-AUTHORITY-FILE.

           SELECT CATALOG-FILE        ASSIGN TO CATFILE
                  ORGANIZATION        INDEXED
                  ACCESS MODE         RANDOM
                  RECORD KEY          CA-ITEM-REF OF CATALOG-RECORD
                  FILE STATUS         FS-CATALOG-FILE.

           SELECT ACCEPTED-FILE       ASSIGN TO MNTACC
                  ORGANIZATION        SEQUENTIAL
                  FILE STATUS         FS-ACCEPTED-FILE.
           LABEL RECORDS STANDARD.
           COPY dfh0xcpn.

       FD  AUTHORITY-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY dfh0xcpz.

       FD  CATALOG-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY dfh0xcp9.

       FD  ACCEPTED-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
       01  ACCEPTED-RECORD              PIC X(77).

       FD  REJECTED-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
       01  REJECTED-RECORD.
           03 MR-TRANSACTION            PIC X(77).
           03 MR-MESSAGE-NUMBER         PIC 9(4).
           03 MR-MESSAGE-TEXT           PIC X(79).

           88 LOCATION-FILE-EOF             VALUE '10'.
           88 LOCATION-FILE-NOTCREATED       VALUE '35'.

       77  FS-AUTHORITY-FILE           PIC X(02) VALUE '00'.
           88 AUTHORITY-FILE-OK            VALUE '00'.
           88 AUTHORITY-FILE-NOTFND        VALUE '23'.

       77  FS-CATALOG-FILE             PIC X(02) VALUE '00'.
           88 CATALOG-FILE-OK              VALUE '00'.

       77  FS-ACCEPTED-FILE            PIC X(02) VALUE '00'.
           88 ACCEPTED-FILE-OK             VALUE '00'.

           88 ACCEPTED-FILE-OPEN             VALUE 'Y'.
       77  WS-REJECTED-OPEN-SW        PIC X(01) VALUE 'N'.
           88 REJECTED-FILE-OPEN             VALUE 'Y'.
       77  WS-AUTHORITY-OPEN-SW       PIC X(01) VALUE 'N'.
           88 AUTHORITY-FILE-OPEN            VALUE 'Y'.
       77  WS-CATALOG-OPEN-SW         PIC X(01) VALUE 'N'.
           88 CATALOG-FILE-OPEN              VALUE 'Y'.

      *    Message number of the first edit the current transaction
      *    failed; zero means the transaction is clean
                             INDEXED BY SEE-IDX.
               05 WN-ITEM-REF           PIC 9(4).

      *    The originator's authority row is read per transaction;
      *    the item's department is taken off the catalog master, as
      *    a delete or transfer carries none of its own
       77  WS-ON-CATALOG-SW            PIC X(01) VALUE 'N'.
           88 ITEM-ON-CATALOG              VALUE 'Y'.
       77  WS-DEPT-AUTH-SW             PIC X(01) VALUE 'N'.
           88 DEPARTMENT-AUTHORISED        VALUE 'Y'.
       77  WS-CHECK-DEPARTMENT         PIC 9(3) VALUE ZERO.

      *    Message numbers raised by this edit; the wording for each
      *    lives on the message text table (MSGTAB, see DFH0XCP5) and
      *    is resolved through DFH0XS1 like every other message
       77  WS-MSG-BAD-STOCK             PIC 9(4) VALUE 3008.
       77  WS-MSG-BAD-LOCATION          PIC 9(4) VALUE 3010.
       77  WS-MSG-BAD-XFR-QUANTITY      PIC 9(4) VALUE 3011.
       77  WS-MSG-BAD-ITEM-STATUS       PIC 9(4) VALUE 3015.
       77  WS-MSG-BAD-REPLACEMENT       PIC 9(4) VALUE 3016.
       77  WS-MSG-UNKNOWN-ORIGINATOR    PIC 9(4) VALUE 3021.
       77  WS-MSG-ACTION-NOT-ALLOWED    PIC 9(4) VALUE 3022.
       77  WS-MSG-DEPT-NOT-ALLOWED      PIC 9(4) VALUE 3023.
       77  WS-MSG-COST-NOT-ALLOWED      PIC 9(4) VALUE 3024.

      *    Parameter area for the DFH0XS1 message lookup, the same
      *    shape as its linkage section
           END-IF.
           MOVE 'Y' TO WS-REJECTED-OPEN-SW.

      *    with no authority file no transaction could be cleared,
      *    so a missing one stops the edit rather than reject all
           OPEN INPUT AUTHORITY-FILE.
           IF NOT AUTHORITY-FILE-OK
               DISPLAY 'DFH0XB8 - AUTHORITY FILE OPEN FAILED '
                   FS-AUTHORITY-FILE
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 1000-INITIALISE-EXIT
           END-IF.
           MOVE 'Y' TO WS-AUTHORITY-OPEN-SW.

           OPEN INPUT CATALOG-FILE.
           IF NOT CATALOG-FILE-OK
               DISPLAY 'DFH0XB8 - CATALOG OPEN FAILED '
                   FS-CATALOG-FILE
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 1000-INITIALISE-EXIT
           END-IF.
           MOVE 'Y' TO WS-CATALOG-OPEN-SW.

      *    the accepted file gets its own header now, and its trailer
      *    once the input trailer has verified, so the apply can
      *    check what it reads the same way this edit just did
               GO TO 2100-VALIDATE-TRANSACTION-EXIT
           END-IF.

           PERFORM 2150-CHECK-AUTHORITY
               THRU 2150-CHECK-AUTHORITY-EXIT.
           IF NOT TRANSACTION-CLEAN
               GO TO 2100-VALIDATE-TRANSACTION-EXIT
           END-IF.

           IF MT-DELETE-ITEM
               GO TO 2100-VALIDATE-TRANSACTION-EXIT
           END-IF.
               END-IF
           END-IF.

           PERFORM 2550-VALIDATE-LIFECYCLE
               THRU 2550-VALIDATE-LIFECYCLE-EXIT.

       2100-VALIDATE-TRANSACTION-EXIT.
           EXIT.

       2200-CHECK-DUPLICATE-EXIT.
           EXIT.

      ******************************************************************
      *    2150-CHECK-AUTHORITY - the originator must be on the user   *
      *    authority file, may raise this action, may maintain the     *
      *    item's department as filed and as amended, and - on an      *
      *    amend that changes the cost or the currency it is quoted    *
      *    in - may change costs.  A delete or transfer of an item     *
      *    not on the catalog has no department to hold it to; the     *
      *    apply rejects it as not found                               *
      ******************************************************************
       2150-CHECK-AUTHORITY.
           IF MT-ORIGINATOR = SPACES
               MOVE WS-MSG-UNKNOWN-ORIGINATOR TO WS-REJECT-MESSAGE
               GO TO 2150-CHECK-AUTHORITY-EXIT
           END-IF.

           MOVE MT-ORIGINATOR TO UA-USER-ID OF USER-AUTHORITY-RECORD.
           READ AUTHORITY-FILE
               INVALID KEY
                   CONTINUE
           END-READ.

           IF NOT AUTHORITY-FILE-OK
               IF NOT AUTHORITY-FILE-NOTFND
                   DISPLAY 'DFH0XB8 - AUTHORITY READ ERROR '
                       FS-AUTHORITY-FILE ' FOR ' MT-ORIGINATOR
               END-IF
               MOVE WS-MSG-UNKNOWN-ORIGINATOR TO WS-REJECT-MESSAGE
               GO TO 2150-CHECK-AUTHORITY-EXIT
           END-IF.

           IF (MT-ADD-ITEM AND NOT UA-MAY-ADD)
                   OR (MT-AMEND-ITEM AND NOT UA-MAY-AMEND)
                   OR (MT-DELETE-ITEM AND NOT UA-MAY-DELETE)
                   OR (MT-TRANSFER-ITEM AND NOT UA-MAY-TRANSFER)
               MOVE WS-MSG-ACTION-NOT-ALLOWED TO WS-REJECT-MESSAGE
               GO TO 2150-CHECK-AUTHORITY-EXIT
           END-IF.

           MOVE 'Y' TO WS-ON-CATALOG-SW.
           MOVE MT-ITEM-REF TO CA-ITEM-REF OF CATALOG-RECORD.
           READ CATALOG-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ON-CATALOG-SW
           END-READ.

           IF ITEM-ON-CATALOG
               MOVE CA-DEPARTMENT OF CATALOG-RECORD
                   TO WS-CHECK-DEPARTMENT
               PERFORM 2160-CHECK-DEPT-AUTHORITY
                   THRU 2160-CHECK-DEPT-AUTHORITY-EXIT
               IF NOT DEPARTMENT-AUTHORISED
                   MOVE WS-MSG-DEPT-NOT-ALLOWED TO WS-REJECT-MESSAGE
                   GO TO 2150-CHECK-AUTHORITY-EXIT
               END-IF
           END-IF.

      *    a department that is not numeric fails the department
      *    edit further on
           IF (MT-ADD-ITEM OR MT-AMEND-ITEM)
                   AND MT-DEPARTMENT NUMERIC
               MOVE MT-DEPARTMENT TO WS-CHECK-DEPARTMENT
               PERFORM 2160-CHECK-DEPT-AUTHORITY
                   THRU 2160-CHECK-DEPT-AUTHORITY-EXIT
               IF NOT DEPARTMENT-AUTHORISED
                   MOVE WS-MSG-DEPT-NOT-ALLOWED TO WS-REJECT-MESSAGE
                   GO TO 2150-CHECK-AUTHORITY-EXIT
               END-IF
           END-IF.

           IF NOT MT-AMEND-ITEM OR NOT ITEM-ON-CATALOG
                   OR UA-MAY-CHANGE-COST
               GO TO 2150-CHECK-AUTHORITY-EXIT
           END-IF.

           IF MT-COST NUMERIC
               IF MT-COST NOT = CA-COST OF CATALOG-RECORD
                       OR MT-CURRENCY-CODE
                           NOT = CA-CURRENCY-CODE OF CATALOG-RECORD
                   MOVE WS-MSG-COST-NOT-ALLOWED TO WS-REJECT-MESSAGE
               END-IF
           END-IF.

       2150-CHECK-AUTHORITY-EXIT.
           EXIT.

      ******************************************************************
      *    2160-CHECK-DEPT-AUTHORITY - WS-CHECK-DEPARTMENT must be     *
      *    one the originator's authority row lists, unless the row    *
      *    covers every department                                     *
      ******************************************************************
       2160-CHECK-DEPT-AUTHORITY.
           MOVE 'N' TO WS-DEPT-AUTH-SW.

           IF UA-ALL-DEPARTMENTS
               MOVE 'Y' TO WS-DEPT-AUTH-SW
               GO TO 2160-CHECK-DEPT-AUTHORITY-EXIT
           END-IF.

           IF WS-CHECK-DEPARTMENT = ZERO
               GO TO 2160-CHECK-DEPT-AUTHORITY-EXIT
           END-IF.

           SET UAD-IDX TO 1.
           SEARCH UA-DEPARTMENT
               AT END
                   CONTINUE
               WHEN UA-DEPARTMENT (UAD-IDX) = WS-CHECK-DEPARTMENT
                   MOVE 'Y' TO WS-DEPT-AUTH-SW
           END-SEARCH.

       2160-CHECK-DEPT-AUTHORITY-EXIT.
           EXIT.

      ******************************************************************
      *    2300-CHECK-DEPARTMENT - the department named on an add or   *
      *    amend must be on DEPTFILE and active; the table loaded at   *
       2500-VALIDATE-TRANSFER-EXIT.
           EXIT.

      ******************************************************************
      *    2550-VALIDATE-LIFECYCLE - the item status, when keyed, must *
      *    be active, discontinued or obsolete.  A replacement item    *
      *    only means something on a discontinued or obsolete item;    *
      *    it must be a numeric item ref and not the item itself.      *
      *    Whether the replacement is on the catalog is not edited     *
      *    here - it may be added later in the same batch              *
      ******************************************************************
       2550-VALIDATE-LIFECYCLE.
           IF NOT MT-STATUS-UNCHANGED AND NOT MT-STATUS-ACTIVE
                   AND NOT MT-STATUS-DISCONTINUED
                   AND NOT MT-STATUS-OBSOLETE
               MOVE WS-MSG-BAD-ITEM-STATUS TO WS-REJECT-MESSAGE
               GO TO 2550-VALIDATE-LIFECYCLE-EXIT
           END-IF.

           IF MT-REPLACEMENT-ITEM-X = SPACES
               GO TO 2550-VALIDATE-LIFECYCLE-EXIT
           END-IF.

           IF MT-REPLACEMENT-ITEM NOT NUMERIC
               MOVE WS-MSG-BAD-REPLACEMENT TO WS-REJECT-MESSAGE
               GO TO 2550-VALIDATE-LIFECYCLE-EXIT
           END-IF.
           IF MT-REPLACEMENT-ITEM = ZERO
               GO TO 2550-VALIDATE-LIFECYCLE-EXIT
           END-IF.
           IF NOT MT-STATUS-DISCONTINUED AND NOT MT-STATUS-OBSOLETE
               MOVE WS-MSG-BAD-REPLACEMENT TO WS-REJECT-MESSAGE
               GO TO 2550-VALIDATE-LIFECYCLE-EXIT
           END-IF.
           IF MT-REPLACEMENT-ITEM = MT-ITEM-REF
               MOVE WS-MSG-BAD-REPLACEMENT TO WS-REJECT-MESSAGE
               GO TO 2550-VALIDATE-LIFECYCLE-EXIT
           END-IF.

       2550-VALIDATE-LIFECYCLE-EXIT.
           EXIT.

      ******************************************************************
      *    2800-WRITE-REJECT - write the failed transaction with its   *
      *    message number and the standard wording resolved through    *
                                     WS-MESSAGE-VAR3
                                     WS-MESSAGE-VAR4.
           MOVE MT-ITEM-REF       TO WS-MESSAGE-VAR1.
           MOVE MT-ORIGINATOR     TO WS-MESSAGE-VAR2.

           CALL 'DFH0XS1' USING WS-MESSAGE-PARMS.

           IF REJECTED-FILE-OPEN
               CLOSE REJECTED-FILE
           END-IF.
           IF AUTHORITY-FILE-OPEN
               CLOSE AUTHORITY-FILE
           END-IF.
           IF CATALOG-FILE-OPEN
               CLOSE CATALOG-FILE
           END-IF.
           IF RUN-CONTROL-FILE-OPEN
               CLOSE RUN-CONTROL-FILE
           END-IF.

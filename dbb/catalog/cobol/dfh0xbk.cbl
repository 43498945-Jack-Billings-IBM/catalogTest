      *   PN= REASON REL YYMMDD HDXXIII : REMARKS                      *
      *   $D0= I30451 710 260902 HDJWB   : BASE - IMAGE COPY AND       *
      *                                     JOURNAL GENERATION SWITCH  *
      *   $D1= I30457 710 261015 HDJWB   : COPY AND ARCHIVE RECORD     *
      *                                     SIZES FOLLOW THE DFH0XCP9  *
      *                                     AND DFH0XCPC EXTENSION FOR *
      *                                     THE ITEM LIFECYCLE         *
      *   $D2= I30462 710 261015 HDJWB   : ARCHIVE RECORD SIZE FOLLOWS *
      *                                     THE DFH0XCPC USER ID       *
      *                                     EXTENSION                  *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       FD  COPY-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
       01  COPY-RECORD                  PIC X(65).

       FD  JOURNAL-FILE
           RECORDING MODE F
       FD  ARCHIVE-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
       01  ARCHIVE-RECORD               PIC X(163).

      *    the one record on the journal generation control file:
      *    which generation the live journal is on, and the cut

      *  file (one 7-character code, same idiom as RANK-CTL); every
      *  IDX-JOURNAL line whose key carries that code is listed in
      *  the order it was journaled - date, time, program, file,
      *  action, year, the before and after record images and the
      *  operator whose change it was - to JRNL-RPT.txt, with a
      *  count in the trailer. An empty history still produces a
      *  report saying so, which is itself an answer (nothing has
      *  touched the code since journaling began).
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
           03   JN-BEFORE          PIC  X(27).
           03   FILLER             PIC  X(01).
           03   JN-AFTER           PIC  X(27).
           03   FILLER             PIC  X(01).
           03   JN-OPERATOR        PIC  X(12).
       FD  PRINT-FILE.
       01  PRINT-REC               PIC  X(132).
      ******************************************************************
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE "DATE     TIME     PROGRAM      F A YEAR"
                & " BEFORE                      AFTER"
                & "                       OPERATOR" TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE ALL "-" TO PRINT-REC.
           WRITE PRINT-REC.
                   JN-BEFORE   DELIMITED BY SIZE
                   " "         DELIMITED BY SIZE
                   JN-AFTER    DELIMITED BY SIZE
                   " "         DELIMITED BY SIZE
                   JN-OPERATOR DELIMITED BY SIZE
                   INTO PRINT-REC
           END-STRING.
           WRITE PRINT-REC.

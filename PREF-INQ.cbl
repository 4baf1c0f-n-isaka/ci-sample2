      *  operator keys a prefecture code and optionally a year; the
      *  program answers with the ZINKO-IDX population, MENSEKI-IDX
      *  area, the computed density, the capital and classification
      *  from PREF-MSTR, the region name from REGION-MSTR - the
      *  same keyed READs ZINKOMITSUDO's JOIN-RTN and LOOKUP-PREF-RTN
      *  do - and the density rank ZINKOMITSUDO recorded for that
      *  year on RANK-MSTR. A blank year pages through every year on
      *  file for the code (ENTER for the next year, Q to stop),
      *  which gives the code's rank year by year. X at the code
      *  prompt ends the session.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
                                   ACCESS MODE    IS   DYNAMIC
                                   RECORD KEY     IS   RM-CODE
                                   FILE   STATUS  IS   RM-STATUS.
           SELECT RANK-M-FILE      ASSIGN TO "RANK-MSTR"
                                   ORGANIZATION   IS   INDEXED
                                   ACCESS MODE    IS   DYNAMIC
                                   RECORD KEY     IS   RK-KEY
                                   ALTERNATE RECORD KEY IS RK-RANK-KEY
                                   FILE   STATUS  IS   RK-STATUS.
      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
           03   RM-CODE            PIC  X(07).
           03   RM-REGION-CODE     PIC  X(02).
           03   RM-REGION-NAME     PIC  N(04).
       FD  RANK-M-FILE.
       01  RANK-M-REC.
           03   RK-KEY.
               05   RK-YEAR        PIC  9(04).
               05   RK-CODE        PIC  X(07).
           03   RK-RANK-KEY.
               05   RK-RANK-YEAR   PIC  9(04).
               05   RK-RANK        PIC  9(05).
           03   RK-NAME            PIC  X(08).
           03   RK-MITSUDO         PIC  9(08)V9(03).
           03   RK-KAJU-MITSUDO    PIC  9(08)V9(03).
           03   RK-KAJU-SW         PIC  X(01).
           03   RK-CAPITAL         PIC  X(08).
           03   RK-CLASS           PIC  X(02).
      ******************************************************************
       WORKING-STORAGE             SECTION.
       01  F-STATUS                PIC  XX.
       01  M-STATUS                PIC  XX.
       01  PM-STATUS               PIC  XX.
       01  RM-STATUS               PIC  XX.
       01  RK-STATUS               PIC  XX.
       01  WS-MENSEKI-I-SW         PIC  X    VALUE "N".
           88  WS-MENSEKI-I-OPEN             VALUE "Y".
       01  WS-PREF-M-SW            PIC  X    VALUE "N".
           88  WS-PREF-M-OPEN                VALUE "Y".
       01  WS-REGION-M-SW          PIC  X    VALUE "N".
           88  WS-REGION-M-OPEN              VALUE "Y".
       01  WS-RANK-M-SW            PIC  X    VALUE "N".
           88  WS-RANK-M-OPEN                VALUE "Y".
       01  WS-DONE-SW              PIC  X    VALUE "N".
           88  WS-DONE                       VALUE "Y".
       01  WS-IN-CODE              PIC  X(07).
       01  WS-ZINKO-EDIT           PIC  Z,ZZZ,ZZZ,ZZ9.
       01  WS-MENSEKI-EDIT         PIC  Z,ZZZ,ZZ9.
       01  WS-MITSUDO-EDIT         PIC  Z(07)9.999.
       01  WS-RANK-EDIT            PIC  ZZZZ9.
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
              DISPLAY "PREF-INQ: REGION-MSTR NOT AVAILABLE, REGION "
                      "WILL REPORT N/A (STATUS=" RM-STATUS ")"
           END-IF.
           OPEN INPUT RANK-M-FILE.
           IF RK-STATUS = "00" THEN
              SET WS-RANK-M-OPEN TO TRUE
           ELSE
              DISPLAY "PREF-INQ: RANK-MSTR NOT AVAILABLE, RANK "
                      "WILL REPORT N/A (STATUS=" RK-STATUS ")"
           END-IF.

           PERFORM INQUIRY-RTN UNTIL WS-DONE.

           IF WS-REGION-M-OPEN THEN
              CLOSE REGION-M-FILE
           END-IF.
           IF WS-RANK-M-OPEN THEN
              CLOSE RANK-M-FILE
           END-IF.
           DISPLAY "PREF-INQ: END OF SESSION".
       MAIN-EXT.
           GOBACK.
           END-IF.
           PERFORM LOOKUP-PREF-RTN.
           PERFORM LOOKUP-REGION-RTN.
           PERFORM LOOKUP-RANK-RTN.
           DISPLAY "----------------------------------------".

       LOOKUP-MENSEKI-RTN.
           ELSE
              DISPLAY "REGION    : N/A"
           END-IF.

      * The rank this code was given in the year's density ranking.
      * A year ZINKOMITSUDO has not ranked (or a CODE-CTL-only run)
      * has no RANK-MSTR record and reports as not ranked.
       LOOKUP-RANK-RTN.
           IF WS-RANK-M-OPEN THEN
              MOVE Z-I-YEAR TO RK-YEAR
              MOVE Z-I-CODE TO RK-CODE
              READ RANK-M-FILE KEY IS RK-KEY
                 INVALID KEY
                    DISPLAY "RANK      : N/A (NOT RANKED)"
                 NOT INVALID KEY
                    MOVE RK-RANK TO WS-RANK-EDIT
                    DISPLAY "RANK      : " WS-RANK-EDIT
              END-READ
           ELSE
              DISPLAY "RANK      : N/A"
           END-IF.

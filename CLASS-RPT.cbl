      *  same accumulate-into-a-table style REGION-RPT uses for
      *  regions. Writes class.csv including the count of
      *  prefectures per class so a prefecture that fell out of its
      *  class grouping shows up as a count change. The fiscal year
      *  and prefecture count go to STEP-COUNTS, since class.csv
      *  itself does not say which year it covers.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
           SELECT YEAR-CTL-FILE    ASSIGN TO "YEAR-CTL"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   Y-STATUS.
           SELECT STEP-CNT-FILE    ASSIGN TO "STEP-COUNTS"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   SC-STATUS.
      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
           03   YC-ERA-INITIAL     PIC  X(01).
           03   YC-WAREKI-YY       PIC  9(02).
           03   FILLER             PIC  X(01).
       FD  STEP-CNT-FILE.
       01  STEP-CNT-REC            PIC  X(100).
      ******************************************************************
       WORKING-STORAGE             SECTION.
       01  F-STATUS                PIC  XX.
       01  PM-STATUS               PIC  XX.
       01  R-STATUS                PIC  XX.
       01  Y-STATUS                PIC  XX.
       01  SC-STATUS               PIC  XX.
       01  WS-PREF-M-SW            PIC  X    VALUE "N".
           88  WS-PREF-M-OPEN                VALUE "Y".
       01  WS-CURRENT-DATE         PIC  9(08).
           DISPLAY "CLASS-RPT YEAR    : " WS-TARGET-YEAR.
           DISPLAY "CLASS-RPT CLASSES : " WS-CLASS-CNT.
           DISPLAY "CLASS-RPT SKIPPED : " WS-SKIPPED-CNT.
           PERFORM WRITE-STEP-CNT-RTN.
       MAIN-EXT.
           GOBACK.

                   INTO CLASS-R-REC
           END-STRING.
           WRITE CLASS-R-REC.

      * Append this run's counts to STEP-COUNTS (falling back to
      * OUTPUT on first use, same idiom as SEQ-VALID-LOG) with the
      * fiscal year class.csv was built for.
       WRITE-STEP-CNT-RTN.
           OPEN EXTEND STEP-CNT-FILE.
           IF SC-STATUS <> "00" THEN
              OPEN OUTPUT STEP-CNT-FILE
           END-IF.
           MOVE SPACES TO STEP-CNT-REC.
           STRING     "CLASS-RPT YEAR="    DELIMITED BY SIZE
                      WS-TARGET-YEAR       DELIMITED BY SIZE
                      " PREFS="             DELIMITED BY SIZE
                      WS-TOTAL-PREF-CNT    DELIMITED BY SIZE
                      " SKIPPED="           DELIMITED BY SIZE
                      WS-SKIPPED-CNT       DELIMITED BY SIZE
                      INTO                 STEP-CNT-REC
           END-STRING.
           WRITE STEP-CNT-REC.
           CLOSE STEP-CNT-FILE.

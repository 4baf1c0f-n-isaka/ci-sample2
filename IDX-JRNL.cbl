      ******************************************************************
      *  Before/after image journal for the prefecture masters,
      *  CALLed the way SEQ-VALID is by every program that WRITEs or
      *  REWRITEs (or, for ARCH-PRG's purge, DELETEs) ZINKO-IDX or
      *  MENSEKI-IDX - BATCH-RUN's and BACKFILL-RUN's rollback
      *  restores included, as D entries for the records truncated
      *  and W entries for those reloaded - so a questioned figure
      *  can be answered from the system: when the record last
      *  changed, which program changed it, and what it said before.
      *
      *      JL-PROGRAM  the updating program's name
      *      JL-FILE-ID  "Z" = ZINKO-IDX, "M" = MENSEKI-IDX
      *      JL-ACTION   "W" = WRITE (JL-BEFORE spaces),
      *                  "R" = REWRITE,
      *                  "D" = DELETE (JL-AFTER spaces)
      *      JL-KEY      the record key (code + year)
      *      JL-BEFORE   record image before the update
      *      JL-AFTER    record image after the update
      *      JL-OPERATOR the operator whose transaction or control
      *                  card made the change (spaces for the
      *                  unattended extract loads)
      *
      *  Each call appends one fixed-layout line to IDX-JOURNAL, the
      *  same layout JRNL-RPT reads back, stamped with the date and
      *  time of the call. The journal is opened on the first call
      *  and left open until the run unit ends, so a converter
      *  journaling tens of thousands of rows does not pay an open/
      *  close per record. A SHADOW-RUN what-if run updates only the
      *  SHD- sandbox copies, so nothing is journaled for it.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
           03   JN-BEFORE          PIC  X(27).
           03   FILLER             PIC  X(01).
           03   JN-AFTER           PIC  X(27).
           03   FILLER             PIC  X(01).
           03   JN-OPERATOR        PIC  X(12).
      ******************************************************************
       WORKING-STORAGE             SECTION.
       01  J-STATUS                PIC  XX.
           88  WS-JRNL-OPEN                  VALUE "Y".
       01  WS-CURRENT-DATE         PIC  9(08).
       01  WS-CURRENT-TIME         PIC  9(08).
      * Shared with SHADOW-RUN inside one run unit: "Y" means a
      * what-if run against the SHD- sandbox copies.
       01  SHADOW-RUN-SW           PIC  X(01) EXTERNAL.
      ******************************************************************
       LINKAGE                     SECTION.
      ******************************************************************
           03   JL-KEY             PIC  X(11).
           03   JL-BEFORE          PIC  X(27).
           03   JL-AFTER           PIC  X(27).
           03   JL-OPERATOR        PIC  X(12).
      ******************************************************************
       PROCEDURE                   DIVISION             USING JRNL-AREA.
      ******************************************************************
       MAIN-RTN.
           IF SHADOW-RUN-SW = "Y" THEN
              GO TO MAIN-EXT
           END-IF.
           IF NOT WS-JRNL-OPEN THEN
              PERFORM OPEN-JRNL-RTN
           END-IF.
           MOVE JL-KEY          TO JN-KEY.
           MOVE JL-BEFORE       TO JN-BEFORE.
           MOVE JL-AFTER        TO JN-AFTER.
           MOVE JL-OPERATOR     TO JN-OPERATOR.
           WRITE JRNL-REC.
           IF J-STATUS <> "00" THEN
              DISPLAY "IDX-JRNL: JOURNAL WRITE ERROR (STATUS="

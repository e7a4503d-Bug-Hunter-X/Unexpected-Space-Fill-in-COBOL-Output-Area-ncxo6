      * ---------------------------------------------------------------
      * 2026-09-03  Initial version - absorbs the two acquired books
      *             without hand-splicing their unloads.
      * 2026-10-15  Every run now leaves a CONSCTL step-control record
      *             (details read and written, passthroughs, return
      *             code) so CYCLBAL can prove CONSOUT is the count
      *             CUSTMRGE picks up.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONSOL-REPORT-STATUS.

      * Single-record step control, rewritten every run the way
      * CUSTEXTR rewrites RUNCTL. CYCLBAL parses it by column, so
      * fixed-position SEQUENTIAL like the other machine-read files.
           SELECT OPTIONAL STEP-CONTROL ASSIGN TO "CONSCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEP-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SOURCE1-IN
           RECORDING MODE IS F.
       01  CONSOL-REPORT-RECORD    PIC X(80).

       FD  STEP-CONTROL
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  STEP-CONTROL-RECORD     PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-ALL-DONE-SWITCH      PIC X(1)    VALUE "N".
           88  WS-ALL-DONE                     VALUE "Y".
       01  WS-SOURCE3-IN-STATUS    PIC X(2)    VALUE "00".
       01  WS-CONSOLIDATED-STATUS  PIC X(2)    VALUE "00".
       01  WS-CONSOL-REPORT-STATUS PIC X(2)    VALUE "00".
       01  WS-STEP-CONTROL-STATUS  PIC X(2)    VALUE "00".

      * Step-control line read by CYCLBAL. Records in are the source
      * details read, records out the details written to CONSOUT;
      * count 1 is the suspense-bound passthroughs among them and
      * count 2 the number of sources present.
       01  WS-STEP-CONTROL-LINE.
           05  WS-SC-RUN-DATE      PIC 9(8).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  WS-SC-PROGRAM       PIC X(8).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  WS-SC-RETURN-CODE   PIC 9(2).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  WS-SC-RECORDS-IN    PIC 9(7).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  WS-SC-RECORDS-OUT   PIC 9(7).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  WS-SC-COUNT-1       PIC 9(7).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  WS-SC-COUNT-2       PIC 9(7).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  WS-SC-COUNT-3       PIC 9(7).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  WS-SC-COUNT-4       PIC 9(7).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  WS-SC-COUNT-5       PIC 9(7).
           05  FILLER              PIC X(4)    VALUE SPACES.

       01  WS-OUTPUT-AREA          PIC X(85).

                   UNTIL WS-CUR-SOURCE > 3
           END-IF
           PERFORM 9100-PRINT-SUMMARY
           PERFORM 9095-WRITE-STEP-CONTROL
           CLOSE SOURCE1-IN
           CLOSE SOURCE2-IN
           CLOSE SOURCE3-IN
       9065-SUM-ONE-SOURCE.
           ADD WS-SRC-READ-CNT (WS-CUR-SOURCE) TO WS-TOTAL-READ.

      * Rewritten (OPEN OUTPUT) every run, abends included, the same
      * rule as CUSTEXTR's RUNCTL - the record always describes the
      * latest attempt, so CYCLBAL sees a nonzero return code rather
      * than yesterday's clean counts. The read total is summed here
      * because an abended run never reached the reconciliation.
       9095-WRITE-STEP-CONTROL.
           MOVE ZERO TO WS-TOTAL-READ
           PERFORM 9065-SUM-ONE-SOURCE
               VARYING WS-CUR-SOURCE FROM 1 BY 1
               UNTIL WS-CUR-SOURCE > 3
           OPEN OUTPUT STEP-CONTROL
           IF WS-STEP-CONTROL-STATUS NOT = "00"
                   AND WS-STEP-CONTROL-STATUS NOT = "05"
               DISPLAY "WARNING - UNABLE TO OPEN STEP-CONTROL - FILE "
                   "STATUS " WS-STEP-CONTROL-STATUS
                   " - CYCLE BALANCING WILL REFUSE THIS CYCLE"
           ELSE
               MOVE WS-RUN-DATE        TO WS-SC-RUN-DATE
               MOVE WS-PROGRAM-NAME    TO WS-SC-PROGRAM
               MOVE RETURN-CODE        TO WS-SC-RETURN-CODE
               MOVE WS-TOTAL-READ      TO WS-SC-RECORDS-IN
               MOVE WS-TOTAL-WRITTEN   TO WS-SC-RECORDS-OUT
               MOVE WS-PASSTHRU-COUNT  TO WS-SC-COUNT-1
               MOVE WS-SOURCES-PRESENT TO WS-SC-COUNT-2
               MOVE ZERO               TO WS-SC-COUNT-3
               MOVE ZERO               TO WS-SC-COUNT-4
               MOVE ZERO               TO WS-SC-COUNT-5
               WRITE STEP-CONTROL-RECORD FROM WS-STEP-CONTROL-LINE
               IF WS-STEP-CONTROL-STATUS NOT = "00"
                   DISPLAY "WARNING - STEP-CONTROL WRITE FAILED - "
                       "FILE STATUS " WS-STEP-CONTROL-STATUS
               END-IF
               CLOSE STEP-CONTROL
           END-IF.

       9070-REPORT-ONE-SOURCE.
           IF WS-SRC-PRESENT (WS-CUR-SOURCE) = "Y"
               MOVE SPACES TO WS-RPT-NOTE

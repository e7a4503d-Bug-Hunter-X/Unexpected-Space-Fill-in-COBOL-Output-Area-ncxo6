      * ---------------------------------------------------------------
      * 2026-09-03  Initial version - the nightly run's growth was
      *             almost entirely dead closed accounts.
      * 2026-10-15  Every run now leaves an ARCHCTL step-control
      *             record (feed details in, live details out, and
      *             the archived count between them) for CYCLBAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-RPT-STATUS.

      * Single-record step control, rewritten every run the way
      * CUSTEXTR rewrites RUNCTL. CYCLBAL parses it by column, so
      * fixed-position SEQUENTIAL like the other machine-read files.
           SELECT OPTIONAL STEP-CONTROL ASSIGN TO "ARCHCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEP-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FEED-IN
           RECORDING MODE IS F.
       01  ARCHIVE-RPT-RECORD      PIC X(80).

       FD  STEP-CONTROL
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  STEP-CONTROL-RECORD     PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-EOF-SWITCH           PIC X(1)    VALUE "N".
           88  WS-EOF                          VALUE "Y".
       01  WS-LIVE-OUT-STATUS      PIC X(2)    VALUE "00".
       01  WS-ARCHIVE-MST-STATUS   PIC X(2)    VALUE "00".
       01  WS-ARCHIVE-RPT-STATUS   PIC X(2)    VALUE "00".
       01  WS-STEP-CONTROL-STATUS  PIC X(2)    VALUE "00".

      * Step-control line read by CYCLBAL. Records in are the feed
      * details read, records out the details kept in LIVEOUT. Count
      * 1 is accounts archived tonight, count 2 those already on the
      * archive, count 3 closed accounts kept for an unusable date.
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

               PERFORM 9060-RECONCILE-COUNTS
           END-IF
           PERFORM 9100-PRINT-SUMMARY
           PERFORM 9095-WRITE-STEP-CONTROL
           CLOSE FEED-IN
           CLOSE LIVE-OUT
           CLOSE ARCHIVE-MASTER
                   "OUT TO DETAILS READ"
           END-IF.

      * Rewritten (OPEN OUTPUT) every run, abends included, the same
      * rule as CUSTEXTR's RUNCTL - the record always describes the
      * latest attempt, so CYCLBAL sees a nonzero return code rather
      * than yesterday's clean counts.
       9095-WRITE-STEP-CONTROL.
           OPEN OUTPUT STEP-CONTROL
           IF WS-STEP-CONTROL-STATUS NOT = "00"
                   AND WS-STEP-CONTROL-STATUS NOT = "05"
               DISPLAY "WARNING - UNABLE TO OPEN STEP-CONTROL - FILE "
                   "STATUS " WS-STEP-CONTROL-STATUS
                   " - CYCLE BALANCING WILL REFUSE THIS CYCLE"
           ELSE
               MOVE WS-RUN-DATE         TO WS-SC-RUN-DATE
               MOVE WS-PROGRAM-NAME     TO WS-SC-PROGRAM
               MOVE RETURN-CODE         TO WS-SC-RETURN-CODE
               MOVE WS-DETAILS-READ     TO WS-SC-RECORDS-IN
               MOVE WS-KEPT-COUNT       TO WS-SC-RECORDS-OUT
               MOVE WS-ARCHIVED-COUNT   TO WS-SC-COUNT-1
               MOVE WS-ALREADY-ARCHIVED TO WS-SC-COUNT-2
               MOVE WS-BAD-DATE-KEPT    TO WS-SC-COUNT-3
               MOVE ZERO                TO WS-SC-COUNT-4
               MOVE ZERO                TO WS-SC-COUNT-5
               WRITE STEP-CONTROL-RECORD FROM WS-STEP-CONTROL-LINE
               IF WS-STEP-CONTROL-STATUS NOT = "00"
                   DISPLAY "WARNING - STEP-CONTROL WRITE FAILED - "
                       "FILE STATUS " WS-STEP-CONTROL-STATUS
               END-IF
               CLOSE STEP-CONTROL
           END-IF.

       9100-PRINT-SUMMARY.
           DISPLAY "=================================================="
           DISPLAY "CONTROL REPORT - " WS-PROGRAM-NAME

      * is listed on MRGRPT. A replacement with no matching feed
      * record is reported and not merged.
      *
      * CUSTMNT's approved maintenance transactions arrive the same
      * two ways: new customers (MNTADDO) merge in ID order exactly as
      * CUSTFIXO records do, and name, address, status and closure
      * changes (MNTCHGO) supersede the feed record as DUPFIXO
      * replacements do. Both are counted in with the corrections and
      * replacements they travel with.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-09-03  Initial version - closes the CUSTFIX feedback loop
      *             with the same ID instead of colliding with it,
      *             so a wrongly-kept duplicate is fixed by the next
      *             extract rather than a manual upstream correction.
      * 2026-10-15  Every run now leaves a MRGECTL step-control record
      *             (unload details in, MERGEOUT details out, with the
      *             corrections merged and feed records superseded
      *             that explain the difference) for CYCLBAL.
      * 2026-10-15  CUSTMNT maintenance output merges too - adds
      *             (MNTADDO) with the corrections, changes and
      *             closures (MNTCHGO) with the replacements.
      * 2026-10-15  A maintenance change for an ID DUPFIXO already
      *             replaces is laid over that replacement (the
      *             approved change wins) instead of loading as a
      *             second entry the feed record can never reach.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPLACEMENT-IN-STATUS.

           SELECT OPTIONAL MAINT-ADD-IN ASSIGN TO "MNTADDO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAINT-ADD-IN-STATUS.

           SELECT OPTIONAL MAINT-CHANGE-IN ASSIGN TO "MNTCHGO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAINT-CHANGE-IN-STATUS.

           SELECT OPTIONAL MERGED-OUT ASSIGN TO "MERGEOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MERGED-OUT-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MERGE-REPORT-STATUS.

      * Single-record step control, rewritten every run the way
      * CUSTEXTR rewrites RUNCTL. CYCLBAL parses it by column, so
      * fixed-position SEQUENTIAL like the other machine-read files.
           SELECT OPTIONAL STEP-CONTROL ASSIGN TO "MRGECTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEP-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  UNLOAD-IN
           RECORD CONTAINS 85 CHARACTERS.
       01  REPLACEMENT-IN-RECORD   PIC X(85).

       FD  MAINT-ADD-IN
           RECORDING MODE IS F
           RECORD CONTAINS 85 CHARACTERS.
       01  MAINT-ADD-IN-RECORD     PIC X(85).

       FD  MAINT-CHANGE-IN
           RECORDING MODE IS F
           RECORD CONTAINS 85 CHARACTERS.
       01  MAINT-CHANGE-IN-RECORD  PIC X(85).

       FD  MERGED-OUT
           RECORDING MODE IS F
           RECORD CONTAINS 85 CHARACTERS.
           RECORDING MODE IS F.
       01  MERGE-REPORT-RECORD     PIC X(80).

       FD  STEP-CONTROL
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  STEP-CONTROL-RECORD     PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-EOF-SWITCH           PIC X(1)    VALUE "N".
           88  WS-EOF                          VALUE "Y".
       01  WS-REPLACEMENTS-APPLIED PIC 9(7)    VALUE ZERO.
       01  WS-UNUSABLE-REPL-COUNT  PIC 9(7)    VALUE ZERO.
       01  WS-UNMATCHED-REPL-COUNT PIC 9(7)    VALUE ZERO.
       01  WS-OVERLAID-REPL-COUNT  PIC 9(7)    VALUE ZERO.
       01  WS-MAINT-ADDS-READ      PIC 9(7)    VALUE ZERO.
       01  WS-MAINT-CHANGES-READ   PIC 9(7)    VALUE ZERO.
       01  WS-EXPECTED-WRITTEN     PIC 9(7)    VALUE ZERO.

       01  WS-INPUT-DATA.

       01  WS-REPL-EOF-SWITCH      PIC X(1)    VALUE "N".
           88  WS-REPL-EOF                     VALUE "Y".
       01  WS-MAINT-ADD-EOF-SWITCH PIC X(1)    VALUE "N".
           88  WS-MAINT-ADD-EOF                VALUE "Y".
       01  WS-MAINT-CHG-EOF-SWITCH PIC X(1)    VALUE "N".
           88  WS-MAINT-CHG-EOF                VALUE "Y".
       01  WS-SORT-SUB             PIC 9(4)    VALUE ZERO.
       01  WS-SORT-LIMIT           PIC 9(4)    VALUE ZERO.
       01  WS-SORT-SWAP-SWITCH     PIC X(1)    VALUE "N".
       01  WS-UNLOAD-IN-STATUS     PIC X(2)    VALUE "00".
       01  WS-CORRECTED-IN-STATUS  PIC X(2)    VALUE "00".
       01  WS-REPLACEMENT-IN-STATUS PIC X(2)   VALUE "00".
       01  WS-MAINT-ADD-IN-STATUS  PIC X(2)    VALUE "00".
       01  WS-MAINT-CHANGE-IN-STATUS PIC X(2)  VALUE "00".
       01  WS-MERGED-OUT-STATUS    PIC X(2)    VALUE "00".
       01  WS-MERGE-REPORT-STATUS  PIC X(2)    VALUE "00".
       01  WS-STEP-CONTROL-STATUS  PIC X(2)    VALUE "00".

      * Step-control line read by CYCLBAL. Records in are the unload
      * details read, records out the details written to MERGEOUT
      * (the rebuilt trailer count). Count 1 is corrections merged,
      * count 2 feed records superseded by a replacement (a one-for-
      * one swap), count 3 collisions, count 4 unusable corrections,
      * count 5 replacements not applied.
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

               PERFORM 1110-READ-CORRECTED
               PERFORM 1120-STORE-CORRECTED UNTIL WS-CORR-EOF
               CLOSE CORRECTED-IN
           ELSE
               DISPLAY "NO CORRECTED-RECORD FILE PRESENT - UNLOAD "
                   "WILL PASS THROUGH UNCHANGED"
           END-IF
           PERFORM 1130-LOAD-MAINT-ADDS
           PERFORM 1150-SORT-CORRECTED-TABLE.

       1110-READ-CORRECTED.
           READ CORRECTED-IN INTO WS-CORR-INPUT
           END-READ.

       1120-STORE-CORRECTED.
           PERFORM 1125-STORE-ONE-CORRECTION
           PERFORM 1110-READ-CORRECTED.

      * CUSTFIX and CUSTMNT already validated these IDs, but a hand-
      * edited or damaged input must not crash the merge - an unusable
      * ID is reported and the record left out rather than anchored
      * nowhere in the ID sequence.
       1125-STORE-ONE-CORRECTION.
           IF WC-ID NOT NUMERIC OR WC-ID = ZERO
               ADD 1 TO WS-UNUSABLE-CORR-COUNT
               MOVE WC-ID   TO WS-RPT-ID
                   MOVE WS-CORR-INPUT
                       TO WS-CORR-TAB-RECORD (WS-CORRECTED-COUNT)
               END-IF
           END-IF.

      * MNTADDO is optional - CUSTMNT writes it empty on a night with
      * no approved adds. A new customer is a new ID in the feed, the
      * same as a corrected record, so it joins the same table, sort
      * and collision check.
       1130-LOAD-MAINT-ADDS.
           OPEN INPUT MAINT-ADD-IN
           IF WS-MAINT-ADD-IN-STATUS = "00"
               PERFORM 1135-READ-MAINT-ADD
               PERFORM 1140-STORE-MAINT-ADD UNTIL WS-MAINT-ADD-EOF
               CLOSE MAINT-ADD-IN
           END-IF.

       1135-READ-MAINT-ADD.
           READ MAINT-ADD-IN INTO WS-CORR-INPUT
               AT END
                   SET WS-MAINT-ADD-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CORRECTIONS-READ
                   ADD 1 TO WS-MAINT-ADDS-READ
           END-READ.

       1140-STORE-MAINT-ADD.
           PERFORM 1125-STORE-ONE-CORRECTION
           PERFORM 1135-READ-MAINT-ADD.

      * CUSTFIX writes CUSTFIXO in suspense-sequence order, not ID
      * order, so the table is sorted ascending by ID before the merge
               PERFORM 1185-READ-REPLACEMENT
               PERFORM 1190-STORE-REPLACEMENT UNTIL WS-REPL-EOF
               CLOSE REPLACEMENT-IN
           END-IF
           PERFORM 1196-LOAD-MAINT-CHANGES.

       1185-READ-REPLACEMENT.
           READ REPLACEMENT-IN INTO WS-CORR-INPUT
                   ADD 1 TO WS-REPLACEMENTS-READ
           END-READ.

       1190-STORE-REPLACEMENT.
           PERFORM 1195-STORE-ONE-REPLACEMENT
           PERFORM 1185-READ-REPLACEMENT.

      * DUPFIX and CUSTMNT already validated these IDs, but a hand-
      * edited or damaged input must not crash the merge - an unusable
      * ID is reported and the record left out.
       1195-STORE-ONE-REPLACEMENT.
           IF WC-ID NOT NUMERIC OR WC-ID = ZERO
               ADD 1 TO WS-UNUSABLE-REPL-COUNT
               MOVE WC-ID   TO WS-RPT-ID
                       TO WS-REPL-TAB-RECORD (WS-REPL-COUNT)
                   MOVE "N" TO WS-REPL-TAB-USED (WS-REPL-COUNT)
               END-IF
           END-IF.

      * MNTCHGO is optional like DUPFIXO. A maintenance change carries
      * the customer's whole updated image, so it supersedes the feed
      * record exactly as a duplicate-resolution replacement does.
       1196-LOAD-MAINT-CHANGES.
           OPEN INPUT MAINT-CHANGE-IN
           IF WS-MAINT-CHANGE-IN-STATUS = "00"
               PERFORM 1197-READ-MAINT-CHANGE
               PERFORM 1198-STORE-MAINT-CHANGE UNTIL WS-MAINT-CHG-EOF
               CLOSE MAINT-CHANGE-IN
           END-IF.

       1197-READ-MAINT-CHANGE.
           READ MAINT-CHANGE-IN INTO WS-CORR-INPUT
               AT END
                   SET WS-MAINT-CHG-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-REPLACEMENTS-READ
                   ADD 1 TO WS-MAINT-CHANGES-READ
           END-READ.

      * Each replacement applies once, so a second entry for an ID
      * DUPFIXO already replaces would never reach the feed record and
      * the maintenance change would be lost. The change is laid over
      * the existing entry instead - it was approved against the
      * customer as it stands, so its image wins - and the overlay is
      * listed on MRGRPT and counted in the replacement tie-out.
       1198-STORE-MAINT-CHANGE.
           MOVE "N" TO WS-REPL-MATCH-SWITCH
           MOVE ZERO TO WS-REPL-MATCH-SUB
           MOVE ZERO TO WS-REPL-SUB
           IF WC-ID NUMERIC AND WC-ID NOT = ZERO
               PERFORM 1199-SCAN-FOR-OVERLAY
                   UNTIL WS-REPL-MATCH-FOUND
                      OR WS-REPL-SUB >= WS-REPL-COUNT
           END-IF
           IF WS-REPL-MATCH-FOUND
               MOVE WS-CORR-INPUT
                   TO WS-REPL-TAB-RECORD (WS-REPL-MATCH-SUB)
               ADD 1 TO WS-OVERLAID-REPL-COUNT
               MOVE WC-ID   TO WS-RPT-ID
               MOVE WC-NAME TO WS-RPT-NAME
               MOVE "Maint change laid over DUPFIXO replacement"
                   TO WS-RPT-TEXT
               WRITE MERGE-REPORT-RECORD FROM WS-REPORT-LINE
           ELSE
               PERFORM 1195-STORE-ONE-REPLACEMENT
           END-IF
           PERFORM 1197-READ-MAINT-CHANGE.

       1199-SCAN-FOR-OVERLAY.
           ADD 1 TO WS-REPL-SUB
           IF WS-REPL-TAB-ID (WS-REPL-SUB) = WC-ID
               SET WS-REPL-MATCH-FOUND TO TRUE
               MOVE WS-REPL-SUB TO WS-REPL-MATCH-SUB
           END-IF.

       1200-WRITE-MERGE-HEADER.
           MOVE SPACES TO WS-OUTPUT-AREA
               PERFORM 9060-RECONCILE-COUNTS
           END-IF
           PERFORM 9100-PRINT-SUMMARY
           PERFORM 9095-WRITE-STEP-CONTROL
           CLOSE UNLOAD-IN
           CLOSE MERGED-OUT
           CLOSE MERGE-REPORT.
      * Every record read or loaded is accounted for: unload details
      * pass through or are superseded by a replacement, corrected
      * records merge, collide, or were unusable, and replacements
      * apply, go unmatched, were unusable, or were laid over an
      * earlier replacement for the same ID. A gap means a write
      * failed somewhere above.
       9060-RECONCILE-COUNTS.
           COMPUTE WS-EXPECTED-WRITTEN =
                       WS-REPLACEMENTS-APPLIED
                       + WS-UNMATCHED-REPL-COUNT
                       + WS-UNUSABLE-REPL-COUNT
                       + WS-OVERLAID-REPL-COUNT
                   IF WS-REPLACEMENTS-READ NOT = WS-EXPECTED-WRITTEN
                       DISPLAY "RECONCILIATION ERROR - REPLACEMENTS "
                           "READ " WS-REPLACEMENTS-READ " DO NOT "
                           "TIE OUT TO APPLIED "
                           WS-REPLACEMENTS-APPLIED " PLUS UNMATCHED "
                           WS-UNMATCHED-REPL-COUNT " PLUS UNUSABLE "
                           WS-UNUSABLE-REPL-COUNT " PLUS OVERLAID "
                           WS-OVERLAID-REPL-COUNT
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       DISPLAY "RECONCILIATION OK - ALL UNLOAD, "
               END-IF
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
               MOVE WS-RUN-DATE        TO WS-SC-RUN-DATE
               MOVE WS-PROGRAM-NAME    TO WS-SC-PROGRAM
               MOVE RETURN-CODE        TO WS-SC-RETURN-CODE
               MOVE WS-DETAILS-READ    TO WS-SC-RECORDS-IN
               COMPUTE WS-SC-RECORDS-OUT =
                   WS-DETAILS-WRITTEN + WS-CORRECTIONS-MERGED
                   + WS-REPLACEMENTS-APPLIED
               MOVE WS-CORRECTIONS-MERGED   TO WS-SC-COUNT-1
               MOVE WS-REPLACEMENTS-APPLIED TO WS-SC-COUNT-2
               MOVE WS-COLLISION-COUNT      TO WS-SC-COUNT-3
               MOVE WS-UNUSABLE-CORR-COUNT  TO WS-SC-COUNT-4
               COMPUTE WS-SC-COUNT-5 =
                   WS-UNMATCHED-REPL-COUNT + WS-UNUSABLE-REPL-COUNT
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
           DISPLAY "RUN DATE (YYYYMMDD)....: " WS-RUN-DATE
           DISPLAY "UNLOAD DETAILS READ....: " WS-DETAILS-READ
           DISPLAY "CORRECTED RECORDS READ.: " WS-CORRECTIONS-READ
           DISPLAY "  MAINT ADDS READ......: " WS-MAINT-ADDS-READ
           DISPLAY "UNLOAD DETAILS WRITTEN.: " WS-DETAILS-WRITTEN
           DISPLAY "CORRECTIONS MERGED.....: " WS-CORRECTIONS-MERGED
           DISPLAY "ID COLLISIONS REPORTED.: " WS-COLLISION-COUNT
           DISPLAY "UNUSABLE CORRECTIONS...: " WS-UNUSABLE-CORR-COUNT
           DISPLAY "REPLACEMENTS READ......: " WS-REPLACEMENTS-READ
           DISPLAY "  MAINT CHANGES READ...: " WS-MAINT-CHANGES-READ
           DISPLAY "REPLACEMENTS APPLIED...: " WS-REPLACEMENTS-APPLIED
           DISPLAY "UNMATCHED REPLACEMENTS.: " WS-UNMATCHED-REPL-COUNT
           DISPLAY "UNUSABLE REPLACEMENTS..: " WS-UNUSABLE-REPL-COUNT
           DISPLAY "MAINT OVER REPLACEMENT.: " WS-OVERLAID-REPL-COUNT
           DISPLAY "==================================================".

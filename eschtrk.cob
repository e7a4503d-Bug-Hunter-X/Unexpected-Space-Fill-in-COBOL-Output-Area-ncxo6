      * from tracking unless already reported to the state - stage R
      * entries are kept for the audit trail.
      *
      * A stage-N account that RETMAIL holds undeliverable (UNDELIV
      * status U or F) at the address on tonight's candidate is not
      * fed to ESCHLTR - the letter is held, and listed on ESCHRPT,
      * until a newer address comes through. It stays at stage N.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-09-03  Initial version - replaces the review team's
      *             spreadsheet with a tracked lifecycle per candidate.
      * 2026-10-15  Letters to addresses flagged undeliverable on the
      *             RETMAIL UNDELIV file are held instead of fed.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESCHEAT-RPT-STATUS.

           SELECT OPTIONAL UNDELIVERABLE ASSIGN TO "UNDELIV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS UD-ID
               FILE STATUS IS WS-UNDELIVERABLE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Candidate line as written by CUSTEXTR 2080-WRITE-ESCHEAT.
           RECORDING MODE IS F.
       01  ESCHEAT-RPT-RECORD      PIC X(80).

      * Undeliverable record as RETMAIL 2400-FLAG-NEW writes it - only
      * the key, status and the address that came back are used here.
       FD  UNDELIVERABLE
           RECORD CONTAINS 180 CHARACTERS.
       01  UNDELIVERABLE-RECORD.
           05  UD-ID                    PIC 9(5).
           05  UD-STATUS                PIC X(1).
               88  UD-SUPPRESSED                   VALUE "U" "F".
           05  FILLER                   PIC X(32).
           05  UD-BAD-ADDRESS           PIC X(40).
           05  FILLER                   PIC X(102).

       WORKING-STORAGE SECTION.
       01  WS-ESCH-EOF-SWITCH      PIC X(1)    VALUE "N".
           88  WS-ESCH-EOF                     VALUE "Y".
       01  WS-CLEARED-COUNT        PIC 9(7)    VALUE ZERO.
       01  WS-CARRIED-COUNT        PIC 9(7)    VALUE ZERO.
       01  WS-LETTERS-FED          PIC 9(7)    VALUE ZERO.
       01  WS-LETTERS-HELD         PIC 9(7)    VALUE ZERO.
       01  WS-TRACKING-WRITTEN     PIC 9(7)    VALUE ZERO.
       01  WS-UNKEYED-CAND-COUNT   PIC 9(7)    VALUE ZERO.
       01  WS-EXPECTED-WRITTEN     PIC 9(7)    VALUE ZERO.
       01  WS-TXN-SUB              PIC 9(4)    VALUE ZERO.
       01  WS-TXN-MATCH-SUB        PIC 9(4)    VALUE ZERO.

       01  WS-UNDELIV-FILE-SWITCH  PIC X(1)    VALUE "N".
           88  WS-UNDELIV-CHECK-ON             VALUE "Y".

       01  WS-UNDELIV-LTR-SWITCH   PIC X(1)    VALUE "N".
           88  WS-LETTER-UNDELIVERABLE         VALUE "Y".

       01  WS-TXN-MATCH-SWITCH     PIC X(1)    VALUE "N".
           88  WS-TXN-MATCH-FOUND              VALUE "Y".

       01  WS-TRACKING-OUT-STATUS  PIC X(2)    VALUE "00".
       01  WS-LETTER-FEED-STATUS   PIC X(2)    VALUE "00".
       01  WS-ESCHEAT-RPT-STATUS   PIC X(2)    VALUE "00".
       01  WS-UNDELIVERABLE-STATUS PIC X(2)    VALUE "00".

       01  WS-LETTER-LINE.
           05  WS-LTR-CUSTOMER      PIC X(84).
           ELSE
               PERFORM 1100-OPEN-TRACKING-IN
               PERFORM 1200-LOAD-STAGE-TXNS
               PERFORM 1300-OPEN-UNDELIVERABLE
               OPEN OUTPUT TRACKING-OUT
               OPEN OUTPUT LETTER-FEED
               OPEN OUTPUT ESCHEAT-RPT
           END-IF
           PERFORM 1210-READ-STAGE-TXN.

       1300-OPEN-UNDELIVERABLE.
      * UNDELIV is optional - before RETMAIL has run there is nothing
      * undeliverable and every due letter is fed.
           OPEN INPUT UNDELIVERABLE
           IF WS-UNDELIVERABLE-STATUS = "00"
               SET WS-UNDELIV-CHECK-ON TO TRUE
           ELSE
               DISPLAY "UNDELIVERABLE FILE NOT AVAILABLE - FILE STATUS "
                   WS-UNDELIVERABLE-STATUS " - NO LETTERS HELD"
           END-IF.

      *****************************************************************
      * Two-file match. ESCHEAT and the tracking file are both in
      * ascending customer-ID order, so one forward pass over each is
      * Stage N after transactions are applied means the owner-
      * notification letter has still not gone out - that account is
      * due for tonight's mailing feed.
      * A letter to an address the mailing house has already returned
      * is held instead - the account stays at stage N, so it feeds
      * as soon as a newer address reaches the candidate.
       5600-FEED-LETTER-IF-DUE.
           IF WS-TRK-STAGE-NEW
               PERFORM 5650-CHECK-UNDELIVERABLE
           END-IF
           IF WS-TRK-STAGE-NEW
            AND WS-LETTER-UNDELIVERABLE
               ADD 1 TO WS-LETTERS-HELD
               MOVE "Letter held - undeliverable addr" TO WS-RPT-TEXT
               PERFORM 6100-WRITE-REPORT-LINE
           END-IF
           IF WS-TRK-STAGE-NEW
            AND NOT WS-LETTER-UNDELIVERABLE
               MOVE WS-TRK-CUSTOMER      TO WS-LTR-CUSTOMER
               MOVE WS-TRK-FIRST-FLAGGED TO WS-LTR-FIRST-FLAGGED
               WRITE LETTER-FEED-RECORD FROM WS-LETTER-LINE
               END-IF
           END-IF.

       5650-CHECK-UNDELIVERABLE.
           MOVE "N" TO WS-UNDELIV-LTR-SWITCH
           IF WS-UNDELIV-CHECK-ON
               MOVE WS-TRK-ID TO UD-ID
               READ UNDELIVERABLE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF UD-SUPPRESSED
                        AND UD-BAD-ADDRESS = WS-TRK-ADDRESS
                           SET WS-LETTER-UNDELIVERABLE TO TRUE
                       END-IF
               END-READ
           END-IF.

       6000-WRITE-TRACKING-RECORD.
           WRITE TRACKING-OUT-RECORD FROM WS-TRACKING-LINE
      * Only count the record as written if it actually was - a failed
           END-IF
           CLOSE TRACKING-OUT
           CLOSE LETTER-FEED
           CLOSE ESCHEAT-RPT
           IF WS-UNDELIV-CHECK-ON
               CLOSE UNDELIVERABLE
           END-IF.

      * A transaction keyed against a customer that is neither a
      * candidate nor tracked is almost always a typo - surface it so
           DISPLAY "CANDIDATES CLEARED.....: " WS-CLEARED-COUNT
           DISPLAY "CANDIDATES CARRIED.....: " WS-CARRIED-COUNT
           DISPLAY "LETTER FEED RECORDS....: " WS-LETTERS-FED
           DISPLAY "LETTERS HELD - UNDELIV.: " WS-LETTERS-HELD
           DISPLAY "CANDIDATES NOT KEYABLE.: " WS-UNKEYED-CAND-COUNT
           DISPLAY "TRACKING RECORDS OUT...: " WS-TRACKING-WRITTEN
           DISPLAY "==================================================".

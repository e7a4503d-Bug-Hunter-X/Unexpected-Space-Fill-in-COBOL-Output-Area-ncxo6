      * (they are already listed on ADDRRPT for manual review) - they
      * are dropped here and counted, not mailed short.
      *
      * Marketing mails one piece per household. When the CUSTMTCH
      * household cross-reference (HHXREF) is present, every piece
      * carries its household ID through the sort, and a second piece
      * for the same household at the same street is suppressed and
      * counted. A customer not on HHXREF is a household of one.
      *
      * A customer RETMAIL holds undeliverable (UNDELIV status U or F)
      * is not mailed while the extract still carries the address
      * that came back; a newer address through the feed mails again
      * without waiting for RETMAIL to clear the flag. Suppressed
      * pieces are counted on MAILRPT and in the tie-out.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-09-03  Initial version - the postage savings were the
      *             whole justification for parsing CL-ADDRESS.
      * 2026-10-15  One piece per household, from the CUSTMTCH HHXREF
      *             cross-reference. Sort is now ZIP, ZIP+4, street,
      *             household, customer ID - still postal order for
      *             the presort, with a household's pieces at one
      *             address together; suppressed pieces are counted
      *             on MAILRPT and in the tie-out.
      * 2026-10-15  Undeliverable addresses from the RETMAIL UNDELIV
      *             file are suppressed from PRESORT and counted.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAIL-REPORT-STATUS.

           SELECT OPTIONAL HOUSEHOLD-XREF ASSIGN TO "HHXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HX-ID
               FILE STATUS IS WS-HOUSEHOLD-XREF-STATUS.

           SELECT OPTIONAL UNDELIVERABLE ASSIGN TO "UNDELIV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS UD-ID
               FILE STATUS IS WS-UNDELIVERABLE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Detail layout as CUSTEXTR 2120-BUILD-CURRENT-DETAIL writes it.
           05  AIT-DELETE-COUNT         PIC 9(7).
           05  AIT-FILLER               PIC X(131).

      * The detail as read, with the household ID added behind it.
       SD  SORT-FILE
           RECORD CONTAINS 165 CHARACTERS.
       01  SORT-RECORD.
           05  SR-RECORD-TYPE           PIC X(1).
           05  SR-CUSTOMER-DATA.
               10  SR-NAME              PIC X(30).
               10  SR-ID                PIC 9(5).
               10  SR-ADDRESS           PIC X(40).
               10  FILLER               PIC X(9).
           05  SR-ACTION-CODE           PIC X(1).
           05  SR-STREET                PIC X(25).
           05  SR-CITY                  PIC X(18).
           05  SR-STATE                 PIC X(2).
           05  SR-POSTAL-CODE.
               10  SR-ZIP5              PIC X(5).
               10  SR-ZIP4              PIC X(4).
           05  FILLER                   PIC X(20).
           05  SR-HOUSEHOLD-ID          PIC 9(5).

       FD  PRESORT-OUT
           RECORDING MODE IS F
           RECORDING MODE IS F.
       01  MAIL-REPORT-RECORD      PIC X(80).

      * Household cross-reference as CUSTMTCH 3300-WRITE-XREF writes it.
       FD  HOUSEHOLD-XREF
           RECORD CONTAINS 50 CHARACTERS.
       01  HOUSEHOLD-XREF-RECORD.
           05  HX-ID                    PIC 9(5).
           05  HX-HOUSEHOLD-ID          PIC 9(5).
           05  HX-RUN-DATE              PIC 9(8).
           05  HX-POSTAL5               PIC X(5).
           05  HX-STREET-KEY            PIC X(25).
           05  FILLER                   PIC X(2).

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
       01  WS-EOF-SWITCH           PIC X(1)    VALUE "N".
           88  WS-EOF                          VALUE "Y".
       01  WS-PIECES-MAILED        PIC 9(7)    VALUE ZERO.
       01  WS-DROPPED-BLANK        PIC 9(7)    VALUE ZERO.
       01  WS-EXPECTED-PIECES      PIC 9(7)    VALUE ZERO.
       01  WS-HOUSEHOLD-SUPPRESSED PIC 9(7)    VALUE ZERO.

       01  WS-HOUSEHOLD-SWITCH     PIC X(1)    VALUE "N".
           88  WS-HOUSEHOLDING-ON              VALUE "Y".

       01  WS-UNDELIV-SUPPRESSED   PIC 9(7)    VALUE ZERO.

       01  WS-UNDELIV-FILE-SWITCH  PIC X(1)    VALUE "N".
           88  WS-UNDELIV-CHECK-ON             VALUE "Y".

       01  WS-UNDELIV-PIECE-SWITCH PIC X(1)    VALUE "N".
           88  WS-PIECE-UNDELIVERABLE          VALUE "Y".

      * Last piece mailed, for the one-per-household test.
       01  WS-PREV-ZIP5            PIC X(5)    VALUE SPACES.
       01  WS-PREV-HOUSEHOLD-ID    PIC 9(5)    VALUE ZERO.
       01  WS-PREV-STREET          PIC X(25)   VALUE SPACES.

       01  WS-INBOUND-TRAILER-SW   PIC X(1)    VALUE "N".
           88  WS-INBOUND-TRAILER-SEEN         VALUE "Y".
       01  WS-ACTIVE-IN-STATUS     PIC X(2)    VALUE "00".
       01  WS-PRESORT-OUT-STATUS   PIC X(2)    VALUE "00".
       01  WS-MAIL-REPORT-STATUS   PIC X(2)    VALUE "00".
       01  WS-HOUSEHOLD-XREF-STATUS
                                   PIC X(2)    VALUE "00".
       01  WS-UNDELIVERABLE-STATUS PIC X(2)    VALUE "00".

       01  WS-OUTPUT-AREA              PIC X(160).

           05  WS-TOT-COUNT        PIC Z(6)9.
           05  FILLER              PIC X(59)   VALUE SPACES.

       01  WS-HOUSEHOLD-LINE.
           05  FILLER              PIC X(32)
               VALUE "HOUSEHOLD DUPLICATES SUPPRESSED ".
           05  WS-HH-COUNT         PIC Z(6)9.
           05  FILLER              PIC X(41)   VALUE SPACES.

       01  WS-UNDELIV-LINE.
           05  FILLER              PIC X(32)
               VALUE "UNDELIVERABLE PIECES SUPPRESSED ".
           05  WS-UD-COUNT         PIC Z(6)9.
           05  FILLER              PIC X(41)   VALUE SPACES.

       01  WS-REPORT-HEADING.
           05  FILLER              PIC X(26)
               VALUE "PRESORT BUNDLE REPORT FOR ".
           PERFORM 1000-INITIALIZE
           IF RETURN-CODE NOT = 16
               SORT SORT-FILE
                   ON ASCENDING KEY SR-ZIP5
                                    SR-ZIP4
                                    SR-STREET
                                    SR-HOUSEHOLD-ID
                                    SR-ID
                   INPUT PROCEDURE IS 2000-SELECT-PIECES
                   OUTPUT PROCEDURE IS 3000-WRITE-PRESORT
           END-IF
               MOVE WS-RUN-DATE TO WS-RPT-HDG-DATE
               WRITE MAIL-REPORT-RECORD FROM WS-REPORT-HEADING
               PERFORM 1200-WRITE-PRESORT-HEADER
               PERFORM 1300-OPEN-HOUSEHOLD-XREF
               PERFORM 1400-OPEN-UNDELIVERABLE
           END-IF.

      * HHXREF is optional: without it every customer is a household
      * of one and every piece mails, as before householding.
       1300-OPEN-HOUSEHOLD-XREF.
           OPEN INPUT HOUSEHOLD-XREF
           IF WS-HOUSEHOLD-XREF-STATUS = "00"
               SET WS-HOUSEHOLDING-ON TO TRUE
           ELSE
               DISPLAY "HOUSEHOLD-XREF NOT AVAILABLE - FILE STATUS "
                   WS-HOUSEHOLD-XREF-STATUS " - EVERY PIECE MAILED"
           END-IF.

      * UNDELIV is optional the same way: before RETMAIL has run there
      * is nothing undeliverable to hold back.
       1400-OPEN-UNDELIVERABLE.
           OPEN INPUT UNDELIVERABLE
           IF WS-UNDELIVERABLE-STATUS = "00"
               SET WS-UNDELIV-CHECK-ON TO TRUE
           ELSE
               DISPLAY "UNDELIVERABLE FILE NOT AVAILABLE - FILE STATUS "
                   WS-UNDELIVERABLE-STATUS " - NO PIECES HELD BACK"
           END-IF.

      * The split extracts carry the same one-time header the main
                       ADD 1 TO WS-DROPPED-BLANK
                   ELSE
                       MOVE ACTIVE-IN-RECORD TO SORT-RECORD
                       PERFORM 2400-CHECK-UNDELIVERABLE
                       IF WS-PIECE-UNDELIVERABLE
                           ADD 1 TO WS-UNDELIV-SUPPRESSED
                       ELSE
                           PERFORM 2300-FIND-HOUSEHOLD
                           RELEASE SORT-RECORD
                           ADD 1 TO WS-PIECES-RELEASED
                       END-IF
                   END-IF
               END-IF
               PERFORM 2100-READ-ACTIVE
           END-IF.

       2300-FIND-HOUSEHOLD.
           MOVE SR-ID TO SR-HOUSEHOLD-ID
           IF WS-HOUSEHOLDING-ON
               MOVE SR-ID TO HX-ID
               READ HOUSEHOLD-XREF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE HX-HOUSEHOLD-ID TO SR-HOUSEHOLD-ID
               END-READ
           END-IF.

      * The flag holds against the address that came back, not the
      * customer - once the extract carries a different address the
      * piece goes out again.
       2400-CHECK-UNDELIVERABLE.
           MOVE "N" TO WS-UNDELIV-PIECE-SWITCH
           IF WS-UNDELIV-CHECK-ON
               MOVE SR-ID TO UD-ID
               READ UNDELIVERABLE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF UD-SUPPRESSED
                        AND UD-BAD-ADDRESS = SR-ADDRESS
                           SET WS-PIECE-UNDELIVERABLE TO TRUE
                       END-IF
               END-READ
           END-IF.

       2100-READ-ACTIVE.
           READ ACTIVE-IN
               AT END
               AT END
                   SET WS-RETURN-DONE TO TRUE
               NOT AT END
                   PERFORM 3150-CHECK-HOUSEHOLD
           END-RETURN.

      * A household's pieces at one ZIP+4 and street arrive together.
      * The street is compared as well as the household ID, so a
      * member who has moved since the match run still gets a piece
      * at the new address - a stale cross-reference, like members
      * whose ZIP+4 differs, costs an extra piece, never a missed one.
       3150-CHECK-HOUSEHOLD.
           IF WS-HOUSEHOLDING-ON
            AND SR-ZIP5 = WS-PREV-ZIP5
            AND SR-HOUSEHOLD-ID = WS-PREV-HOUSEHOLD-ID
            AND SR-STREET = WS-PREV-STREET
               ADD 1 TO WS-HOUSEHOLD-SUPPRESSED
           ELSE
               PERFORM 3200-MAIL-ONE-PIECE
               MOVE SR-ZIP5         TO WS-PREV-ZIP5
               MOVE SR-HOUSEHOLD-ID TO WS-PREV-HOUSEHOLD-ID
               MOVE SR-STREET       TO WS-PREV-STREET
           END-IF.

       3200-MAIL-ONE-PIECE.
           IF SR-POSTAL-CODE (1:3) NOT = WS-CUR-ZIP3
               IF WS-ZIP3-COUNT > ZERO
           IF WS-ACTIVE-IN-STATUS NOT = "35"
               CLOSE PRESORT-OUT
               CLOSE MAIL-REPORT
           END-IF
           IF WS-HOUSEHOLDING-ON
               CLOSE HOUSEHOLD-XREF
           END-IF
           IF WS-UNDELIV-CHECK-ON
               CLOSE UNDELIVERABLE
           END-IF.

       9050-WRITE-PRESORT-TRAILER.
           PERFORM 9075-WRITE-ONE-STATE
               UNTIL WS-STATE-SUB >= WS-STATE-USED
           MOVE WS-PIECES-MAILED TO WS-TOT-COUNT
           WRITE MAIL-REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE WS-HOUSEHOLD-SUPPRESSED TO WS-HH-COUNT
           WRITE MAIL-REPORT-RECORD FROM WS-HOUSEHOLD-LINE
           MOVE WS-UNDELIV-SUPPRESSED TO WS-UD-COUNT
           WRITE MAIL-REPORT-RECORD FROM WS-UNDELIV-LINE.

       9075-WRITE-ONE-STATE.
           ADD 1 TO WS-STATE-SUB
           MOVE WS-STATE-COUNT (WS-STATE-SUB) TO WS-ST-COUNT
           WRITE MAIL-REPORT-RECORD FROM WS-STATE-LINE.

      * Every detail read either mailed, was dropped for blank
      * components, was a second piece for a household, or was held
      * back as undeliverable, and every released piece came back from
      * the sort.
       9060-RECONCILE-COUNTS.
           COMPUTE WS-EXPECTED-PIECES =
               WS-PIECES-MAILED + WS-DROPPED-BLANK
                                + WS-HOUSEHOLD-SUPPRESSED
                                + WS-UNDELIV-SUPPRESSED
           IF WS-DETAILS-READ NOT = WS-EXPECTED-PIECES
               DISPLAY "RECONCILIATION ERROR - DETAILS READ "
                   WS-DETAILS-READ " DO NOT TIE OUT TO MAILED "
                   WS-PIECES-MAILED " PLUS DROPPED "
                   WS-DROPPED-BLANK " PLUS HOUSEHOLD "
                   WS-HOUSEHOLD-SUPPRESSED " PLUS UNDELIVERABLE "
                   WS-UNDELIV-SUPPRESSED
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "RECONCILIATION OK - ALL ACTIVE DETAILS "
           DISPLAY "ACTIVE DETAILS READ....: " WS-DETAILS-READ
           DISPLAY "PIECES MAILED..........: " WS-PIECES-MAILED
           DISPLAY "DROPPED - BLANK ADDR...: " WS-DROPPED-BLANK
           DISPLAY "HOUSEHOLD DUPS SKIPPED.: " WS-HOUSEHOLD-SUPPRESSED
           DISPLAY "UNDELIVERABLE SKIPPED..: " WS-UNDELIV-SUPPRESSED
           DISPLAY "ZIP-3 BUNDLES..........: " WS-ZIP3-BUNDLES
           DISPLAY "STATES REPRESENTED.....: " WS-STATE-USED
           DISPLAY "==================================================".

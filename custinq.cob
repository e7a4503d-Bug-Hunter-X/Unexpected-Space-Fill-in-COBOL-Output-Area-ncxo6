      * INQNOTFD, and requested/found/not-found control totals at end
      * of run so the requesting department can tie their list out.
      *
      * When RETMAIL's undeliverable file (UNDELIV) is present, a hit
      * also shows the customer's returned-mail state - undeliverable,
      * forwarding address pending, or cleared - and the BATCH answer
      * carries the U/F mail flag for any customer still held back.
      *
      * A caller with no customer ID is found by name search on the
      * master's alternate keys:
      *   NAME xxxxx [ZIP nnnnn]  - customers whose last name starts
      *                             with xxxxx, optionally only those
      *                             in ZIP code nnnnn (or nnnnnnnnn)
      *   ZIP nnnnn               - every customer in that ZIP code
      * Matches list one line each (ID, name, city/state, status, last
      * activity) a page at a time; the operator keys an ID from the
      * page to see that customer in full, or N for the next page.
      * In BATCH mode a search request writes every match to INQRESP,
      * tagged with the request's record number.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-08-22  Initial version.
      *             CUSTARCH archive, so a retired closed account
      *             answers "archived on date X" instead of "not on
      *             the master".
      * 2026-10-15  CUSTMSTR record widened to 160 bytes to match
      *             CUSTLOAD (source system and parsed address).
      * 2026-10-15  Returned-mail state from the RETMAIL UNDELIV file
      *             shown on each hit and flagged on INQRESP.
      * 2026-10-15  Name and ZIP search on CUSTMSTR's new alternate keys
      *             (last name, postal code), paged online and answered
      *             match-by-match in BATCH; master record widened to
      *             180 bytes. INQRESP answers now carry the request
      *             record number in former filler.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * DYNAMIC so a name search can START on an alternate key and
      * read forward, while ID lookups stay random reads.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ML-ID
               ALTERNATE RECORD KEY IS ML-LAST-NAME WITH DUPLICATES
               ALTERNATE RECORD KEY IS ML-POSTAL-CODE WITH DUPLICATES
               FILE STATUS IS WS-CUSTOMER-MST-STATUS.

      * Point-in-time history as maintained by CUSTLOAD. DYNAMIC so
               RECORD KEY IS AR-ID
               FILE STATUS IS WS-ARCHIVE-MST-STATUS.

      * Returned-mail state kept by RETMAIL.
           SELECT OPTIONAL UNDELIVERABLE ASSIGN TO "UNDELIV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS UD-ID
               FILE STATUS IS WS-UNDELIVERABLE-STATUS.

           SELECT REQUEST-IN ASSIGN TO "INQREQST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-IN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER
           RECORD CONTAINS 180 CHARACTERS.
       01  MASTER-RECORD.
           05  ML-DISPOSITION           PIC X(1).
           05  ML-FLAGGED               PIC X(1).
                                        BY ==ML-LAST-ACTIVITY-DATE==.
           05  ML-RUN-DATE              PIC 9(8).
           05  FILLER                   PIC X(6).
           05  ML-SOURCE-SYSTEM         PIC X(1).
           05  ML-STREET                PIC X(25).
           05  ML-CITY                  PIC X(18).
           05  ML-STATE                 PIC X(2).
           05  ML-POSTAL-CODE           PIC X(9).
           05  FILLER                   PIC X(5).
           05  ML-LAST-NAME             PIC X(20).

      * History record as written by CUSTLOAD 2220-WRITE-HISTORY.
       FD  CUSTOMER-HISTORY
           05  AR-SOURCE-SYSTEM         PIC X(1).
           05  FILLER                   PIC X(2).

      * Undeliverable record as written by RETMAIL 2400-FLAG-NEW.
       FD  UNDELIVERABLE
           RECORD CONTAINS 180 CHARACTERS.
       01  UNDELIVERABLE-RECORD.
           05  UD-ID                    PIC 9(5).
           05  UD-STATUS                PIC X(1).
               88  UD-UNDELIVERABLE                VALUE "U".
               88  UD-FORWARD-PENDING              VALUE "F".
               88  UD-CLEARED                      VALUE "C".
               88  UD-SUPPRESSED                   VALUE "U" "F".
           05  UD-REASON                PIC X(2).
           05  UD-NAME                  PIC X(30).
           05  UD-BAD-ADDRESS           PIC X(40).
           05  UD-FIRST-RETURN-DATE     PIC 9(8).
           05  UD-LAST-RETURN-DATE      PIC 9(8).
           05  UD-RETURN-COUNT          PIC 9(3).
           05  UD-CYCLES                PIC 9(5).
           05  UD-LAST-CYCLE-DATE       PIC 9(8).
           05  UD-FWD-STREET            PIC X(25).
           05  UD-FWD-CITY              PIC X(18).
           05  UD-FWD-STATE             PIC X(2).
           05  UD-FWD-POSTAL            PIC X(9).
           05  UD-CLEARED-DATE          PIC 9(8).
           05  FILLER                   PIC X(8).

       FD  REQUEST-IN
           RECORDING MODE IS F.
       01  REQUEST-IN-RECORD       PIC X(40).

       FD  RESPONSE-OUT
           RECORDING MODE IS F

       01  WS-PROGRAM-NAME         PIC X(8)    VALUE "CUSTINQ".

       01  WS-INQUIRY-INPUT        PIC X(40)   VALUE SPACES.
       01  WS-INQUIRY-KEY          PIC 9(5).

      * Second word of the inquiry, if any: an as-of date or the
       01  WS-ARCH-FOUND-SWITCH    PIC X(1)    VALUE "N".
           88  WS-ARCH-FOUND                   VALUE "Y".

       01  WS-UNDELIV-ENABLED-SW   PIC X(1)    VALUE "N".
           88  WS-UNDELIV-ENABLED              VALUE "Y".

       01  WS-UNDELIV-FOUND-SWITCH PIC X(1)    VALUE "N".
           88  WS-UNDELIV-FOUND                VALUE "Y".

       01  WS-HIST-DONE-SWITCH     PIC X(1)    VALUE "N".
           88  WS-HIST-DONE                    VALUE "Y".

       01  WS-REQ-EOF-SWITCH       PIC X(1)    VALUE "N".
           88  WS-REQ-EOF                      VALUE "Y".

       01  WS-REQUEST-LINE         PIC X(40)   VALUE SPACES.

       01  WS-REQUESTED-COUNT      PIC 9(7)    VALUE ZERO.
       01  WS-FOUND-COUNT          PIC 9(7)    VALUE ZERO.
       01  WS-NOTFOUND-COUNT       PIC 9(7)    VALUE ZERO.
       01  WS-BAD-REQUEST-COUNT    PIC 9(7)    VALUE ZERO.
       01  WS-EXPECTED-ANSWERED    PIC 9(7)    VALUE ZERO.
       01  WS-SEARCH-COUNT         PIC 9(7)    VALUE ZERO.
       01  WS-SEARCH-HIT-COUNT     PIC 9(7)    VALUE ZERO.
       01  WS-MATCH-COUNT          PIC 9(7)    VALUE ZERO.

      * Name / ZIP search. The request is split into up to four words:
      * NAME xxxxx [ZIP nnnnn] or ZIP nnnnn. The name is compared to
      * the last-name key over the length the caller gave, the ZIP to
      * the postal code the same way, so both act as prefixes.
       01  WS-SRCH-WORDS.
           05  WS-SRCH-WORD-1      PIC X(20).
           05  WS-SRCH-WORD-2      PIC X(20).
           05  WS-SRCH-WORD-3      PIC X(20).
           05  WS-SRCH-WORD-4      PIC X(20).
       01  WS-SRCH-NAME-INPUT      PIC X(20).
       01  WS-SRCH-NAME            PIC X(20).
       01  WS-SRCH-NAME-LEN        PIC 9(2)    VALUE ZERO.
       01  WS-SRCH-ZIP             PIC X(20).
       01  WS-SRCH-ZIP-LEN         PIC 9(2)    VALUE ZERO.
       01  WS-SRCH-CHAR            PIC X(1).
       01  WS-SRCH-SUB             PIC 9(2).
       01  WS-SRCH-ERROR           PIC X(40)   VALUE SPACES.

       01  WS-SRCH-VALID-SW        PIC X(1)    VALUE "N".
           88  WS-SRCH-VALID                   VALUE "Y".
       01  WS-SRCH-DONE-SWITCH     PIC X(1)    VALUE "N".
           88  WS-SRCH-DONE                    VALUE "Y".
       01  WS-SRCH-MATCHED-SW      PIC X(1)    VALUE "N".
           88  WS-SRCH-MATCHED                 VALUE "Y".
       01  WS-SRCH-ENDED-SWITCH    PIC X(1)    VALUE "N".
           88  WS-SRCH-ENDED                   VALUE "Y".
       01  WS-SRCH-NEXT-PAGE-SW    PIC X(1)    VALUE "N".
           88  WS-SRCH-NEXT-PAGE               VALUE "Y".
       01  WS-SEARCHING-SWITCH     PIC X(1)    VALUE "N".
           88  WS-SEARCHING                    VALUE "Y".

      * Matches listed so far in this search, and the count still to
      * skip when a drill-in has lost the position in the key path.
       01  WS-SRCH-SHOWN           PIC 9(7)    VALUE ZERO.
       01  WS-SRCH-SKIP            PIC 9(7)    VALUE ZERO.
       01  WS-SRCH-PAGE-LINES      PIC 9(2)    VALUE ZERO.
       01  WS-SRCH-PAGE-SIZE       PIC 9(2)    VALUE 15.
       01  WS-SRCH-REPLY           PIC X(10)   VALUE SPACES.

       01  WS-MATCH-LINE.
           05  WS-ML-ID            PIC 9(5).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  WS-ML-NAME          PIC X(30).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  WS-ML-CITY          PIC X(18).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  WS-ML-STATE         PIC X(2).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  WS-ML-STATUS        PIC X(1).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  WS-ML-LAST-ACT      PIC 9(8).

      * One fixed-position answer per hit - the full master record
      * plus the run's disposition and exception flag, and the
      * returned-mail flag (U or F) while RETMAIL holds it back.
       01  WS-RESPONSE-LINE.
           05  WS-RSP-ID           PIC 9(5).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  WS-RSP-LAST-ACT     PIC 9(8).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  WS-RSP-RUN-DATE     PIC 9(8).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  WS-RSP-MAIL-STATUS  PIC X(1).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  WS-RSP-REQUEST-NO   PIC 9(6).

       01  WS-NOTFOUND-LINE.
           05  WS-NF-ID            PIC X(8).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  WS-NF-TEXT          PIC X(40).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  WS-NF-REQUEST       PIC X(30).

       01  WS-CUSTOMER-MST-STATUS  PIC X(2)    VALUE "00".
       01  WS-CUSTOMER-HST-STATUS  PIC X(2)    VALUE "00".
       01  WS-ARCHIVE-MST-STATUS   PIC X(2)    VALUE "00".
       01  WS-UNDELIVERABLE-STATUS PIC X(2)    VALUE "00".
       01  WS-REQUEST-IN-STATUS    PIC X(2)    VALUE "00".
       01  WS-RESPONSE-OUT-STATUS  PIC X(2)    VALUE "00".
       01  WS-NOTFOUND-OUT-STATUS  PIC X(2)    VALUE "00".
           ELSE
               PERFORM 1100-OPEN-HISTORY
               PERFORM 1200-OPEN-ARCHIVE
               PERFORM 1300-OPEN-UNDELIVERABLE
      * BATCH on the command line answers a request file instead of
      * the prompt; an ID there is a one-shot lookup; otherwise
      * prompt-and-answer until the operator enters END.
               SET WS-ARCHIVE-ENABLED TO TRUE
           END-IF.

      * Optional as well - without RETMAIL's file a hit simply shows
      * no returned-mail state.
       1300-OPEN-UNDELIVERABLE.
           OPEN INPUT UNDELIVERABLE
           IF WS-UNDELIVERABLE-STATUS = "00"
                   OR WS-UNDELIVERABLE-STATUS = "05"
               SET WS-UNDELIV-ENABLED TO TRUE
           END-IF.

       2000-PROCESS-INQUIRIES.
           IF WS-INQUIRY-INPUT = "END" OR WS-INQUIRY-INPUT = SPACES
               SET WS-DONE TO TRUE
           ELSE
               IF WS-INQUIRY-INPUT (1:5) = "NAME "
                OR WS-INQUIRY-INPUT (1:4) = "ZIP "
                   PERFORM 7000-SEARCH-ONLINE
               ELSE
                   PERFORM 2200-LOOK-UP-CUSTOMER
               END-IF
               IF WS-ONE-SHOT
                   SET WS-DONE TO TRUE
               ELSE
           END-IF.

       2100-PROMPT-FOR-ID.
           DISPLAY "ENTER CUSTOMER ID, NAME lastname [ZIP nnnnn], "
               "ZIP nnnnn (OR END): "
           MOVE SPACES TO WS-INQUIRY-INPUT
           ACCEPT WS-INQUIRY-INPUT.

           ELSE
               DISPLAY "EXCEPTION REPORT.......: NOT FLAGGED"
           END-IF
           PERFORM 6200-CHECK-UNDELIVERABLE
           IF WS-UNDELIV-FOUND
               PERFORM 6300-DISPLAY-UNDELIVERABLE
           END-IF
           DISPLAY "==================================================".

      *****************************************************************

       5200-ANSWER-ONE-REQUEST.
           ADD 1 TO WS-REQUESTED-COUNT
           MOVE SPACES TO WS-NF-REQUEST
      * An unusable ID still counts against the requester's list -
      * it lands on the not-found listing with its reason so the
      * totals tie out to the records they sent.
           EVALUATE TRUE
               WHEN WS-REQUEST-LINE (1:5) = "NAME "
               WHEN WS-REQUEST-LINE (1:4) = "ZIP "
                   PERFORM 5500-ANSWER-SEARCH
               WHEN WS-REQUEST-LINE (1:5) NOT NUMERIC
                   ADD 1 TO WS-BAD-REQUEST-COUNT
                   MOVE WS-REQUEST-LINE (1:8) TO WS-NF-ID
                   MOVE "Customer ID not 5 digits" TO WS-NF-TEXT
                   PERFORM 5400-WRITE-NOTFOUND
               WHEN OTHER
                   PERFORM 5250-ANSWER-ID-REQUEST
           END-EVALUATE
           PERFORM 5100-READ-REQUEST.

       5250-ANSWER-ID-REQUEST.
           MOVE WS-REQUEST-LINE (1:5) TO WS-INQUIRY-KEY
           MOVE WS-INQUIRY-KEY TO ML-ID
           READ CUSTOMER-MASTER
           EVALUATE WS-CUSTOMER-MST-STATUS
               WHEN "00"
                   PERFORM 5300-WRITE-RESPONSE
               WHEN "23"
                   MOVE WS-INQUIRY-KEY TO WS-NF-ID
                   PERFORM 6000-CHECK-ARCHIVE
                   IF WS-ARCH-FOUND
                       MOVE SPACES TO WS-NF-TEXT
                       STRING "Archived on " AR-ARCHIVE-DATE
                           DELIMITED BY SIZE
                           INTO WS-NF-TEXT
                       END-STRING
                   ELSE
                       MOVE "Not on the master - not in latest run"
                           TO WS-NF-TEXT
                   END-IF
                   PERFORM 5400-WRITE-NOTFOUND
               WHEN OTHER
                   DISPLAY "ERROR READING CUSTOMER MASTER - "
                       "FILE STATUS " WS-CUSTOMER-MST-STATUS
                   MOVE 8 TO RETURN-CODE
                   MOVE WS-INQUIRY-KEY TO WS-NF-ID
                   MOVE "Master read error" TO WS-NF-TEXT
                   PERFORM 5400-WRITE-NOTFOUND
           END-EVALUATE.

       5300-WRITE-RESPONSE.
           MOVE ML-ID                 TO WS-RSP-ID
           MOVE ML-DISPOSITION        TO WS-RSP-DISPOSITION
           MOVE ML-ACCOUNT-STATUS     TO WS-RSP-STATUS
           MOVE ML-LAST-ACTIVITY-DATE TO WS-RSP-LAST-ACT
           MOVE ML-RUN-DATE           TO WS-RSP-RUN-DATE
           MOVE SPACE                 TO WS-RSP-MAIL-STATUS
           MOVE WS-REQUESTED-COUNT    TO WS-RSP-REQUEST-NO
           PERFORM 6200-CHECK-UNDELIVERABLE
           IF WS-UNDELIV-FOUND
            AND UD-SUPPRESSED
               MOVE UD-STATUS         TO WS-RSP-MAIL-STATUS
           END-IF
           WRITE RESPONSE-OUT-RECORD FROM WS-RESPONSE-LINE
           IF WS-RESPONSE-OUT-STATUS = "00"
               IF WS-SEARCHING
                   ADD 1 TO WS-MATCH-COUNT
               ELSE
                   ADD 1 TO WS-FOUND-COUNT
               END-IF
           ELSE
               DISPLAY "ERROR WRITING RESPONSE-OUT - FILE STATUS "
                   WS-RESPONSE-OUT-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

      * A search request answers with every match on INQRESP, each
      * tagged with the request's record number so the requester can
      * tell which search produced it. A search with no match, or one
      * that is not a usable search, goes to the not-found listing
      * with the request text.
       5500-ANSWER-SEARCH.
           ADD 1 TO WS-SEARCH-COUNT
           MOVE WS-REQUEST-LINE TO WS-INQUIRY-INPUT
           PERFORM 7100-PARSE-SEARCH
           IF NOT WS-SRCH-VALID
               ADD 1 TO WS-BAD-REQUEST-COUNT
               MOVE "SEARCH" TO WS-NF-ID
               MOVE WS-SRCH-ERROR TO WS-NF-TEXT
               MOVE WS-REQUEST-LINE TO WS-NF-REQUEST
               PERFORM 5400-WRITE-NOTFOUND
           ELSE
               SET WS-SEARCHING TO TRUE
               PERFORM 7200-START-SEARCH
               PERFORM 7300-FIND-NEXT-MATCH
               IF WS-SRCH-DONE
                   MOVE "SEARCH" TO WS-NF-ID
                   MOVE "No customer matches the search"
                       TO WS-NF-TEXT
                   MOVE WS-REQUEST-LINE TO WS-NF-REQUEST
                   PERFORM 5400-WRITE-NOTFOUND
               ELSE
                   ADD 1 TO WS-SEARCH-HIT-COUNT
                   PERFORM 5510-WRITE-ONE-MATCH UNTIL WS-SRCH-DONE
               END-IF
               MOVE "N" TO WS-SEARCHING-SWITCH
           END-IF.

       5510-WRITE-ONE-MATCH.
           PERFORM 5300-WRITE-RESPONSE
           PERFORM 7300-FIND-NEXT-MATCH.

      * The control totals are the requesting department's tie-out:
      * requests read must equal IDs found plus searches that matched
      * plus not found (ID misses, unusable requests and searches with
      * no match all land on the not-found listing).
       5900-PRINT-BATCH-TOTALS.
           DISPLAY "=================================================="
           DISPLAY "CONTROL REPORT - " WS-PROGRAM-NAME " BATCH"
           DISPLAY "REQUESTS READ..........: " WS-REQUESTED-COUNT
           DISPLAY "FOUND ON MASTER........: " WS-FOUND-COUNT
           DISPLAY "NAME/ZIP SEARCHES......: " WS-SEARCH-COUNT
           DISPLAY "SEARCHES WITH MATCHES..: " WS-SEARCH-HIT-COUNT
           DISPLAY "SEARCH MATCHES WRITTEN.: " WS-MATCH-COUNT
           DISPLAY "NOT FOUND..............: " WS-NOTFOUND-COUNT
           DISPLAY "UNUSABLE REQUESTS......: " WS-BAD-REQUEST-COUNT
           DISPLAY "=================================================="
           COMPUTE WS-EXPECTED-ANSWERED =
               WS-FOUND-COUNT + WS-SEARCH-HIT-COUNT + WS-NOTFOUND-COUNT
           IF WS-REQUESTED-COUNT NOT = WS-EXPECTED-ANSWERED
               DISPLAY "RECONCILIATION ERROR - REQUESTS READ DO NOT "
                   "TIE OUT TO FOUND, MATCHED AND NOT FOUND"
               MOVE 8 TO RETURN-CODE
           END-IF.

               "IN THE LATEST RUN"
           DISPLAY "==================================================".

       6200-CHECK-UNDELIVERABLE.
           MOVE "N" TO WS-UNDELIV-FOUND-SWITCH
           IF WS-UNDELIV-ENABLED
               MOVE ML-ID TO UD-ID
               READ UNDELIVERABLE
               IF WS-UNDELIVERABLE-STATUS = "00"
                   SET WS-UNDELIV-FOUND TO TRUE
               END-IF
           END-IF.

       6300-DISPLAY-UNDELIVERABLE.
           EVALUATE TRUE
               WHEN UD-UNDELIVERABLE
                   DISPLAY "RETURNED MAIL..........: UNDELIVERABLE - "
                       "MAILINGS SUPPRESSED"
               WHEN UD-FORWARD-PENDING
                   DISPLAY "RETURNED MAIL..........: MOVED - "
                       "FORWARDING ADDRESS PENDING"
               WHEN UD-CLEARED
                   DISPLAY "RETURNED MAIL..........: CLEARED ON "
                       UD-CLEARED-DATE " - NEWER ADDRESS"
               WHEN OTHER
                   DISPLAY "RETURNED MAIL..........: UNKNOWN STATUS "
                       UD-STATUS
           END-EVALUATE
           DISPLAY "ADDRESS RETURNED.......: " UD-BAD-ADDRESS
           DISPLAY "FIRST / LAST RETURNED..: " UD-FIRST-RETURN-DATE
               " / " UD-LAST-RETURN-DATE
           DISPLAY "TIMES RETURNED.........: " UD-RETURN-COUNT
           DISPLAY "CYCLES UNDELIVERABLE...: " UD-CYCLES
           IF UD-FORWARD-PENDING
               DISPLAY "FORWARDING ADDRESS.....: " UD-FWD-STREET
               DISPLAY "                         " UD-FWD-CITY " "
                   UD-FWD-STATE " " UD-FWD-POSTAL
           END-IF.

      *****************************************************************
      * Name / ZIP search. A ZIP narrows the search to the postal-code
      * path, which is usually the shorter read; the last-name prefix
      * then filters within it. Without a ZIP the last-name path is
      * read from the first key at or after the name given, until the
      * keys stop starting with it.
      *****************************************************************
       7000-SEARCH-ONLINE.
           PERFORM 7100-PARSE-SEARCH
           IF NOT WS-SRCH-VALID
               DISPLAY WS-SRCH-ERROR " - GOT " WS-INQUIRY-INPUT
           ELSE
               MOVE ZERO TO WS-SRCH-SHOWN
               MOVE "N" TO WS-SRCH-ENDED-SWITCH
               PERFORM 7200-START-SEARCH
               PERFORM 7300-FIND-NEXT-MATCH
               IF WS-SRCH-DONE
                   DISPLAY "NO CUSTOMERS MATCH " WS-INQUIRY-INPUT
               ELSE
                   DISPLAY "=========================================="
                       "========"
                   DISPLAY "CUSTOMERS MATCHING.....: " WS-INQUIRY-INPUT
                   PERFORM 7400-LIST-ONE-PAGE UNTIL WS-SRCH-ENDED
               END-IF
           END-IF.

       7100-PARSE-SEARCH.
           MOVE "N" TO WS-SRCH-VALID-SW
           MOVE SPACES TO WS-SRCH-WORDS
           MOVE SPACES TO WS-SRCH-NAME-INPUT
           MOVE SPACES TO WS-SRCH-NAME
           MOVE SPACES TO WS-SRCH-ZIP
           MOVE SPACES TO WS-SRCH-ERROR
           MOVE ZERO TO WS-SRCH-NAME-LEN
           MOVE ZERO TO WS-SRCH-ZIP-LEN
           UNSTRING WS-INQUIRY-INPUT DELIMITED BY ALL " "
               INTO WS-SRCH-WORD-1
                    WS-SRCH-WORD-2
                    WS-SRCH-WORD-3
                    WS-SRCH-WORD-4
           END-UNSTRING
           EVALUATE TRUE
               WHEN WS-SRCH-WORD-1 = "NAME"
                AND WS-SRCH-WORD-2 NOT = SPACES
                AND WS-SRCH-WORD-3 = SPACES
                   MOVE WS-SRCH-WORD-2 TO WS-SRCH-NAME-INPUT
               WHEN WS-SRCH-WORD-1 = "NAME"
                AND WS-SRCH-WORD-2 NOT = SPACES
                AND WS-SRCH-WORD-3 = "ZIP"
                AND WS-SRCH-WORD-4 NOT = SPACES
                   MOVE WS-SRCH-WORD-2 TO WS-SRCH-NAME-INPUT
                   MOVE WS-SRCH-WORD-4 TO WS-SRCH-ZIP
               WHEN WS-SRCH-WORD-1 = "ZIP"
                AND WS-SRCH-WORD-2 NOT = SPACES
                AND WS-SRCH-WORD-3 = SPACES
                   MOVE WS-SRCH-WORD-2 TO WS-SRCH-ZIP
               WHEN OTHER
                   MOVE "SEARCH FORM IS NAME x [ZIP n] OR ZIP n"
                       TO WS-SRCH-ERROR
           END-EVALUATE
           IF WS-SRCH-ERROR = SPACES
            AND WS-SRCH-NAME-INPUT NOT = SPACES
               PERFORM 7110-BUILD-SEARCH-NAME
               IF WS-SRCH-NAME-LEN = ZERO
                   MOVE "NAME MUST HAVE A LETTER OR DIGIT"
                       TO WS-SRCH-ERROR
               END-IF
           END-IF
           IF WS-SRCH-ERROR = SPACES
            AND WS-SRCH-ZIP NOT = SPACES
               INSPECT WS-SRCH-ZIP TALLYING WS-SRCH-ZIP-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE
               IF (WS-SRCH-ZIP-LEN NOT = 5 AND WS-SRCH-ZIP-LEN NOT = 9)
                OR WS-SRCH-ZIP (1:WS-SRCH-ZIP-LEN) NOT NUMERIC
                   MOVE "ZIP CODE MUST BE 5 OR 9 DIGITS"
                       TO WS-SRCH-ERROR
               END-IF
           END-IF
           IF WS-SRCH-ERROR = SPACES
               SET WS-SRCH-VALID TO TRUE
           END-IF.

      * The name is keyed the way CUSTLOAD keys the last name - upper
      * case, apostrophes and hyphens dropped - so O'Brien finds
      * OBRIEN.
       7110-BUILD-SEARCH-NAME.
           INSPECT WS-SRCH-NAME-INPUT CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           PERFORM 7120-KEEP-NAME-CHAR
               VARYING WS-SRCH-SUB FROM 1 BY 1
               UNTIL WS-SRCH-SUB > 20.

       7120-KEEP-NAME-CHAR.
           MOVE WS-SRCH-NAME-INPUT (WS-SRCH-SUB:1) TO WS-SRCH-CHAR
           IF WS-SRCH-CHAR IS NUMERIC
            OR (WS-SRCH-CHAR IS ALPHABETIC-UPPER
                AND WS-SRCH-CHAR NOT = SPACE)
               ADD 1 TO WS-SRCH-NAME-LEN
               MOVE WS-SRCH-CHAR TO WS-SRCH-NAME (WS-SRCH-NAME-LEN:1)
           END-IF.

       7200-START-SEARCH.
           MOVE "N" TO WS-SRCH-DONE-SWITCH
           IF WS-SRCH-ZIP-LEN > ZERO
               MOVE WS-SRCH-ZIP TO ML-POSTAL-CODE
               START CUSTOMER-MASTER KEY NOT < ML-POSTAL-CODE
           ELSE
               MOVE WS-SRCH-NAME TO ML-LAST-NAME
               START CUSTOMER-MASTER KEY NOT < ML-LAST-NAME
           END-IF
           EVALUATE WS-CUSTOMER-MST-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "23"
                   SET WS-SRCH-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "ERROR STARTING CUSTOMER MASTER SEARCH - "
                       "FILE STATUS " WS-CUSTOMER-MST-STATUS
                   MOVE 8 TO RETURN-CODE
                   SET WS-SRCH-DONE TO TRUE
           END-EVALUATE.

       7300-FIND-NEXT-MATCH.
           MOVE "N" TO WS-SRCH-MATCHED-SW
           PERFORM 7310-READ-CANDIDATE
               UNTIL WS-SRCH-MATCHED OR WS-SRCH-DONE.

      * Status 02 is a good read with more records on the same
      * alternate key value to follow - the normal case for a common
      * surname or ZIP.
       7310-READ-CANDIDATE.
           READ CUSTOMER-MASTER NEXT
           EVALUATE TRUE
               WHEN WS-CUSTOMER-MST-STATUS = "10"
                   SET WS-SRCH-DONE TO TRUE
               WHEN WS-CUSTOMER-MST-STATUS NOT = "00"
                AND WS-CUSTOMER-MST-STATUS NOT = "02"
                   DISPLAY "ERROR READING CUSTOMER MASTER - FILE "
                       "STATUS " WS-CUSTOMER-MST-STATUS
                   MOVE 8 TO RETURN-CODE
                   SET WS-SRCH-DONE TO TRUE
               WHEN WS-SRCH-ZIP-LEN > ZERO
                AND ML-POSTAL-CODE (1:WS-SRCH-ZIP-LEN)
                    NOT = WS-SRCH-ZIP (1:WS-SRCH-ZIP-LEN)
                   SET WS-SRCH-DONE TO TRUE
               WHEN WS-SRCH-ZIP-LEN = ZERO
                AND ML-LAST-NAME (1:WS-SRCH-NAME-LEN)
                    NOT = WS-SRCH-NAME (1:WS-SRCH-NAME-LEN)
                   SET WS-SRCH-DONE TO TRUE
               WHEN WS-SRCH-NAME-LEN > ZERO
                AND ML-LAST-NAME (1:WS-SRCH-NAME-LEN)
                    NOT = WS-SRCH-NAME (1:WS-SRCH-NAME-LEN)
                   CONTINUE
               WHEN OTHER
                   SET WS-SRCH-MATCHED TO TRUE
           END-EVALUATE.

      * A one-shot search from the command line has nobody to answer
      * a page prompt, so it lists every match and ends.
       7400-LIST-ONE-PAGE.
           DISPLAY "ID    NAME                           CITY          "
               "     ST S LAST ACT"
           MOVE ZERO TO WS-SRCH-PAGE-LINES
           IF WS-ONE-SHOT
               PERFORM 7410-LIST-ONE-MATCH UNTIL WS-SRCH-DONE
           ELSE
               PERFORM 7410-LIST-ONE-MATCH
                   UNTIL WS-SRCH-PAGE-LINES >= WS-SRCH-PAGE-SIZE
                      OR WS-SRCH-DONE
           END-IF
           IF WS-SRCH-DONE
               DISPLAY "END OF MATCHES - " WS-SRCH-SHOWN " LISTED"
           END-IF
           IF WS-ONE-SHOT
               SET WS-SRCH-ENDED TO TRUE
           ELSE
               MOVE "N" TO WS-SRCH-NEXT-PAGE-SW
               PERFORM 7500-ACCEPT-PAGE-REPLY
                   UNTIL WS-SRCH-NEXT-PAGE OR WS-SRCH-ENDED
           END-IF.

       7410-LIST-ONE-MATCH.
           MOVE ML-ID                 TO WS-ML-ID
           MOVE ML-NAME               TO WS-ML-NAME
           MOVE ML-CITY               TO WS-ML-CITY
           MOVE ML-STATE              TO WS-ML-STATE
           MOVE ML-ACCOUNT-STATUS     TO WS-ML-STATUS
           MOVE ML-LAST-ACTIVITY-DATE TO WS-ML-LAST-ACT
           DISPLAY WS-MATCH-LINE
           ADD 1 TO WS-SRCH-SHOWN
           ADD 1 TO WS-SRCH-PAGE-LINES
           PERFORM 7300-FIND-NEXT-MATCH.

      * Once the last page is shown a blank reply or N ends the search
      * the same as END does.
       7500-ACCEPT-PAGE-REPLY.
           IF WS-SRCH-DONE
               DISPLAY "ENTER CUSTOMER ID TO DISPLAY, OR END: "
           ELSE
               DISPLAY "ENTER CUSTOMER ID TO DISPLAY, N FOR NEXT "
                   "PAGE, OR END: "
           END-IF
           MOVE SPACES TO WS-SRCH-REPLY
           ACCEPT WS-SRCH-REPLY
           EVALUATE TRUE
               WHEN WS-SRCH-REPLY = "END"
                   SET WS-SRCH-ENDED TO TRUE
               WHEN WS-SRCH-REPLY = "N" OR WS-SRCH-REPLY = SPACES
                   IF WS-SRCH-DONE
                       SET WS-SRCH-ENDED TO TRUE
                   ELSE
                       SET WS-SRCH-NEXT-PAGE TO TRUE
                   END-IF
               WHEN WS-SRCH-REPLY (1:5) NUMERIC
                AND WS-SRCH-REPLY (6:5) = SPACES
                   MOVE WS-SRCH-REPLY (1:5) TO WS-INQUIRY-KEY
                   PERFORM 2250-LOOK-UP-CURRENT
                   PERFORM 7600-REPOSITION-SEARCH
               WHEN OTHER
                   DISPLAY "REPLY NOT RECOGNIZED - " WS-SRCH-REPLY
           END-EVALUATE.

      * The drill-in read by ID loses the place in the alternate-key
      * path, so the search is restarted and the matches already
      * listed are skipped, leaving the first match of the next page
      * current again.
       7600-REPOSITION-SEARCH.
           IF NOT WS-SRCH-DONE
               MOVE WS-SRCH-SHOWN TO WS-SRCH-SKIP
               PERFORM 7200-START-SEARCH
               PERFORM 7300-FIND-NEXT-MATCH
               PERFORM 7610-SKIP-ONE-MATCH
                   UNTIL WS-SRCH-SKIP = ZERO OR WS-SRCH-DONE
           END-IF.

       7610-SKIP-ONE-MATCH.
           SUBTRACT 1 FROM WS-SRCH-SKIP
           PERFORM 7300-FIND-NEXT-MATCH.

       9000-TERMINATE.
           CLOSE CUSTOMER-MASTER
           IF WS-HISTORY-ENABLED
           END-IF
           IF WS-ARCHIVE-ENABLED
               CLOSE ARCHIVE-MASTER
           END-IF
           IF WS-UNDELIV-ENABLED
               CLOSE UNDELIVERABLE
           END-IF.

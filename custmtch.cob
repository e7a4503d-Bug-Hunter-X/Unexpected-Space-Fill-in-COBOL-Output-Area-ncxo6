       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTMTCH.
      *****************************************************************
      * CUSTMTCH - Householding and suspected same-person match.
      *
      * Companion to CUSTLOAD. 2010-CHECK-SEQUENCE in CUSTEXTR only
      * catches one customer ID arriving twice. Since the acquired
      * books came in through CUSTCONS the harder problem is one
      * person on file under two or three IDs with the name spelled a
      * little differently each time. This periodic run reads the
      * keyed master (CUSTMSTR) and compares normalized name, street
      * (DR-STREET as loaded) and postal code (DR-POSTAL-CODE):
      *
      *   HHXREF   - household cross-reference keyed by customer ID.
      *              Customers at the same normalized street and
      *              5-digit ZIP share one household ID, the lowest
      *              customer ID at that address. MAILPREP reads it to
      *              mail one piece per household.
      *   SAMEPERS - suspected-same-person review file: one record per
      *              pair of IDs scoring at or above the match
      *              threshold, with the score, the reason the pair
      *              matched and a cross-book flag.
      *   MTCHRPT  - match report: every cross-book pair (one person
      *              holding accounts under more than one source
      *              system) for compliance, then run totals.
      *
      * Two sorts do the work. The first puts the master in address
      * order, so each address is a control group: a household, and
      * every pair in it is scored. The second (over the MTCHWK work
      * file the first leaves behind) puts it in ZIP and last-name
      * sound-alike order, so a person who moved within the ZIP, or
      * whose street was keyed two ways, is still scored against the
      * other IDs with a similar name.
      *
      * Scoring - last name 30 exact, 20 sound-alike (Soundex; no
      * match on either and the pair is not a candidate); first name
      * 30 exact, 20 sound-alike with the same first two letters, 15
      * initial against a name starting with it; same street 25; same
      * ZIP 15. Pairs at WS-MATCH-THRESHOLD or above go to review.
      *
      * Only records written to the latest extract (disposition W)
      * take part - suspense and exception-only records carry no
      * parsed address. A customer with a blank street or ZIP is a
      * household of one and is not scored.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  Initial version.
      * 2026-10-15  CUSTMSTR record widened to 180 bytes (derived
      *             last name) and its alternate name and postal-
      *             code keys declared, to match CUSTLOAD.
      * 2026-10-15  Files are closed at end of run only if they
      *             were all opened, so a refused run no longer closes
      *             files it never opened.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ML-ID
               ALTERNATE RECORD KEY IS ML-LAST-NAME WITH DUPLICATES
               ALTERNATE RECORD KEY IS ML-POSTAL-CODE WITH DUPLICATES
               FILE STATUS IS WS-CUSTOMER-MST-STATUS.

           SELECT SORT-FILE ASSIGN TO "SORTWK".

      * Match keys as built on the first pass, carried to the second.
           SELECT MATCH-WORK ASSIGN TO "MTCHWK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MATCH-WORK-STATUS.

      * Rebuilt from scratch every run - the households follow the
      * master, so yesterday's cross-reference is never carried.
           SELECT HOUSEHOLD-XREF ASSIGN TO "HHXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HX-ID
               FILE STATUS IS WS-HOUSEHOLD-XREF-STATUS.

           SELECT OPTIONAL SAME-PERSON-OUT ASSIGN TO "SAMEPERS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SAME-PERSON-OUT-STATUS.

           SELECT OPTIONAL MATCH-REPORT ASSIGN TO "MTCHRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MATCH-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Master record as written by CUSTLOAD 2210-WRITE-DETAIL-MASTER.
       FD  CUSTOMER-MASTER
           RECORD CONTAINS 180 CHARACTERS.
       01  MASTER-RECORD.
           05  ML-DISPOSITION           PIC X(1).
           05  ML-FLAGGED               PIC X(1).
           COPY CUSTLAY
               REPLACING ==CL-NAME==    BY ==ML-NAME==
                         ==CL-ID==      BY ==ML-ID==
                         ==CL-ADDRESS== BY ==ML-ADDRESS==
                         ==CL-ACCOUNT-STATUS==
                                        BY ==ML-ACCOUNT-STATUS==
                         ==CL-LAST-ACTIVITY-DATE==
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

       SD  SORT-FILE
           RECORD CONTAINS 115 CHARACTERS.
       01  SORT-RECORD.
           05  SW-POSTAL5               PIC X(5).
           05  SW-STREET-KEY            PIC X(25).
           05  SW-LAST-SOUNDEX          PIC X(4).
           05  SW-ID                    PIC 9(5).
           05  SW-HOUSEHOLD-ID          PIC 9(5).
           05  SW-FIRST-NAME            PIC X(15).
           05  SW-LAST-NAME             PIC X(20).
           05  SW-FIRST-SOUNDEX         PIC X(4).
           05  SW-SOURCE-SYSTEM         PIC X(1).
           05  SW-ADDRESSABLE           PIC X(1).
               88  SW-HAS-ADDRESS                  VALUE "Y".
           05  SW-NAME                  PIC X(30).

       FD  MATCH-WORK
           RECORDING MODE IS F
           RECORD CONTAINS 115 CHARACTERS.
       01  MATCH-WORK-RECORD       PIC X(115).

      * Household cross-reference, read by MAILPREP.
       FD  HOUSEHOLD-XREF
           RECORD CONTAINS 50 CHARACTERS.
       01  HOUSEHOLD-XREF-RECORD.
           05  HX-ID                    PIC 9(5).
           05  HX-HOUSEHOLD-ID          PIC 9(5).
           05  HX-RUN-DATE              PIC 9(8).
           05  HX-POSTAL5               PIC X(5).
           05  HX-STREET-KEY            PIC X(25).
           05  FILLER                   PIC X(2).

       FD  SAME-PERSON-OUT
           RECORDING MODE IS F
           RECORD CONTAINS 130 CHARACTERS.
       01  SAME-PERSON-OUT-RECORD  PIC X(130).

       FD  MATCH-REPORT
           RECORDING MODE IS F.
       01  MATCH-REPORT-RECORD     PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-EOF-SWITCH           PIC X(1)    VALUE "N".
           88  WS-EOF                          VALUE "Y".

       01  WS-RETURN-DONE-SWITCH   PIC X(1)    VALUE "N".
           88  WS-RETURN-DONE                  VALUE "Y".

       01  WS-FILES-OPEN-SWITCH    PIC X(1)    VALUE "N".
           88  WS-FILES-OPEN                   VALUE "Y".

       01  WS-PROGRAM-NAME         PIC X(8)    VALUE "CUSTMTCH".
       01  WS-RUN-DATE             PIC 9(8).

      * A pair scoring this much or more is written for review.
       01  WS-MATCH-THRESHOLD      PIC 9(3)    VALUE 75.

       01  WS-MASTERS-READ         PIC 9(7)    VALUE ZERO.
       01  WS-SKIPPED-NOT-WRITTEN  PIC 9(7)    VALUE ZERO.
       01  WS-CUSTOMERS-RELEASED   PIC 9(7)    VALUE ZERO.
       01  WS-CUSTOMERS-RETURNED   PIC 9(7)    VALUE ZERO.
       01  WS-UNADDRESSABLE        PIC 9(7)    VALUE ZERO.
       01  WS-XREF-WRITTEN         PIC 9(7)    VALUE ZERO.
       01  WS-HOUSEHOLDS           PIC 9(7)    VALUE ZERO.
       01  WS-SHARED-HOUSEHOLDS    PIC 9(7)    VALUE ZERO.
       01  WS-SHARED-CUSTOMERS     PIC 9(7)    VALUE ZERO.
       01  WS-PAIRS-COMPARED       PIC 9(7)    VALUE ZERO.
       01  WS-PAIRS-SUSPECTED      PIC 9(7)    VALUE ZERO.
       01  WS-PAIRS-CROSS-BOOK     PIC 9(7)    VALUE ZERO.
       01  WS-GROUP-OVERFLOW       PIC 9(7)    VALUE ZERO.
       01  WS-EXPECTED-COUNT       PIC 9(7)    VALUE ZERO.

       01  WS-CUSTOMER-MST-STATUS  PIC X(2)    VALUE "00".
       01  WS-MATCH-WORK-STATUS    PIC X(2)    VALUE "00".
       01  WS-HOUSEHOLD-XREF-STATUS
                                   PIC X(2)    VALUE "00".
       01  WS-SAME-PERSON-OUT-STATUS
                                   PIC X(2)    VALUE "00".
       01  WS-MATCH-REPORT-STATUS  PIC X(2)    VALUE "00".

      *****************************************************************
      * Control group being scored - one address on the first pass,
      * one ZIP and last-name sound-alike on the second. 200 members
      * is far beyond any real household; members past that still get
      * the household ID but are counted and not scored.
      *****************************************************************
       01  WS-PASS-SWITCH          PIC X(1)    VALUE "1".
           88  WS-ADDRESS-PASS                 VALUE "1".
           88  WS-NAME-PASS                    VALUE "2".

       01  WS-GRP-POSTAL5          PIC X(5)    VALUE SPACES.
       01  WS-GRP-STREET-KEY       PIC X(25)   VALUE SPACES.
       01  WS-GRP-LAST-SOUNDEX     PIC X(4)    VALUE SPACES.
       01  WS-GRP-HOUSEHOLD-ID     PIC 9(5)    VALUE ZERO.
       01  WS-GRP-SIZE             PIC 9(4)    VALUE ZERO.
       01  WS-GRP-USED             PIC 9(4)    VALUE ZERO.
       01  WS-GRP-MAX              PIC 9(4)    VALUE 200.
       01  WS-GRP-SUB-A            PIC 9(4)    VALUE ZERO.
       01  WS-GRP-SUB-B            PIC 9(4)    VALUE ZERO.
       01  WS-GRP-START-B          PIC 9(4)    VALUE ZERO.

       01  WS-GROUP-TABLE.
           05  WS-GRP-ENTRY OCCURS 200 TIMES.
               10  WS-GE-POSTAL5        PIC X(5).
               10  WS-GE-STREET-KEY     PIC X(25).
               10  WS-GE-LAST-SOUNDEX   PIC X(4).
               10  WS-GE-ID             PIC 9(5).
               10  WS-GE-HOUSEHOLD-ID   PIC 9(5).
               10  WS-GE-FIRST-NAME     PIC X(15).
               10  WS-GE-LAST-NAME      PIC X(20).
               10  WS-GE-FIRST-SOUNDEX  PIC X(4).
               10  WS-GE-SOURCE-SYSTEM  PIC X(1).
               10  WS-GE-ADDRESSABLE    PIC X(1).
               10  WS-GE-NAME           PIC X(30).

      *****************************************************************
      * Text normalization: upper case, letters and digits kept,
      * hyphens and apostrophes closed up (O'NEIL, SMITH-JONES), any
      * other punctuation a word break, runs of spaces collapsed.
      *****************************************************************
       01  WS-NORM-SOURCE          PIC X(64).
       01  WS-NORM-RESULT          PIC X(64).
       01  WS-NORM-IN-SUB          PIC 9(4)    VALUE ZERO.
       01  WS-NORM-OUT-SUB         PIC 9(4)    VALUE ZERO.
       01  WS-NORM-MAX             PIC 9(4)    VALUE 64.
       01  WS-NORM-CHAR            PIC X(1).
       01  WS-NORM-LAST-CHAR       PIC X(1).

      * "LAST, FIRST" names are turned around to "FIRST LAST" before
      * the words are taken apart.
       01  WS-COMMA-COUNT          PIC 9(4)    VALUE ZERO.
       01  WS-NAME-BEFORE-COMMA    PIC X(30).
       01  WS-NAME-AFTER-COMMA     PIC X(30).

       01  WS-TOKEN-TABLE.
           05  WS-TOKEN OCCURS 8 TIMES PIC X(20).
       01  WS-TOKEN-MAX            PIC 9(4)    VALUE 8.
       01  WS-TOKEN-SUB            PIC 9(4)    VALUE ZERO.
       01  WS-TOKEN-FIRST          PIC 9(4)    VALUE ZERO.
       01  WS-TOKEN-LAST           PIC 9(4)    VALUE ZERO.

       01  WS-NAME-PART            PIC X(20).
           88  WS-NAME-TITLE       VALUES "MR" "MRS" "MS" "MISS"
                                          "DR".
           88  WS-NAME-SUFFIX      VALUES "JR" "SR" "II" "III" "IV"
                                          "ESQ".

      * Street words standardized to the postal abbreviation, so
      * "12 NORTH ELM STREET" and "12 N ELM ST" build the same key.
       01  WS-STREET-WORD-VALUES.
           05  FILLER              PIC X(14)   VALUE "STREET    ST  ".
           05  FILLER              PIC X(14)   VALUE "AVENUE    AVE ".
           05  FILLER              PIC X(14)   VALUE "ROAD      RD  ".
           05  FILLER              PIC X(14)   VALUE "DRIVE     DR  ".
           05  FILLER              PIC X(14)   VALUE "LANE      LN  ".
           05  FILLER              PIC X(14)   VALUE "BOULEVARD BLVD".
           05  FILLER              PIC X(14)   VALUE "COURT     CT  ".
           05  FILLER              PIC X(14)   VALUE "PLACE     PL  ".
           05  FILLER              PIC X(14)   VALUE "CIRCLE    CIR ".
           05  FILLER              PIC X(14)   VALUE "TERRACE   TER ".
           05  FILLER              PIC X(14)   VALUE "PARKWAY   PKWY".
           05  FILLER              PIC X(14)   VALUE "HIGHWAY   HWY ".
           05  FILLER              PIC X(14)   VALUE "NORTH     N   ".
           05  FILLER              PIC X(14)   VALUE "SOUTH     S   ".
           05  FILLER              PIC X(14)   VALUE "EAST      E   ".
           05  FILLER              PIC X(14)   VALUE "WEST      W   ".
           05  FILLER              PIC X(14)   VALUE "APARTMENT APT ".
           05  FILLER              PIC X(14)   VALUE "SUITE     STE ".
       01  WS-STREET-WORD-TABLE REDEFINES WS-STREET-WORD-VALUES.
           05  WS-STREET-WORD OCCURS 18 TIMES.
               10  WS-SW-FULL           PIC X(10).
               10  WS-SW-ABBREV         PIC X(4).
       01  WS-STREET-WORD-MAX      PIC 9(4)    VALUE 18.
       01  WS-STREET-WORD-SUB      PIC 9(4)    VALUE ZERO.
       01  WS-STREET-KEY-WORK      PIC X(40).
       01  WS-STRING-PTR           PIC 9(4)    VALUE ZERO.

      *****************************************************************
      * Soundex. Letters map to their digit class; vowels and Y (0)
      * separate two letters of the same class, H and W (9) do not.
      *****************************************************************
       01  WS-SDX-INPUT            PIC X(21).
       01  WS-SDX-DIGITS           PIC X(21).
       01  WS-SDX-CODE             PIC X(4).
       01  WS-SDX-DIGIT            PIC X(1).
       01  WS-SDX-PREV             PIC X(1).
       01  WS-SDX-SUB              PIC 9(4)    VALUE ZERO.
       01  WS-SDX-OUT              PIC 9(4)    VALUE ZERO.

      * Pair scoring work fields.
       01  WS-PAIR-SCORE           PIC 9(3)    VALUE ZERO.
       01  WS-LAST-NAME-SWITCH     PIC X(1)    VALUE "N".
           88  WS-LAST-NAME-MATCH              VALUE "Y".
       01  WS-NAME-BASIS           PIC X(1)    VALUE SPACE.
           88  WS-NAME-BASIS-EXACT             VALUE "E".
           88  WS-NAME-BASIS-INITIAL           VALUE "I".
           88  WS-NAME-BASIS-VARIANT           VALUE "V".
           88  WS-NAME-BASIS-NONE              VALUE SPACE.
       01  WS-REASON-NAME          PIC X(14).
       01  WS-REASON-ADDRESS       PIC X(12).
       01  WS-CROSS-BOOK           PIC X(1)    VALUE "N".
           88  WS-IS-CROSS-BOOK                VALUE "Y".

      * Review record, fixed format for the review team's load.
       01  WS-SUSPECT-LINE.
           05  WS-SP-ID-1          PIC 9(5).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  WS-SP-ID-2          PIC 9(5).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  WS-SP-SCORE         PIC 9(3).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  WS-SP-CROSS-BOOK    PIC X(1).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  WS-SP-REASON        PIC X(30).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  WS-SP-SOURCE-1      PIC X(1).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  WS-SP-HOUSEHOLD-1   PIC 9(5).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  WS-SP-NAME-1        PIC X(30).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  WS-SP-SOURCE-2      PIC X(1).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  WS-SP-HOUSEHOLD-2   PIC 9(5).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  WS-SP-NAME-2        PIC X(30).
           05  FILLER              PIC X(4)    VALUE SPACES.

       01  WS-REPORT-HEADING.
           05  FILLER              PIC X(26)
               VALUE "CUSTOMER MATCH REPORT FOR ".
           05  WS-RPT-HDG-DATE     PIC 9(8).
           05  FILLER              PIC X(46)   VALUE SPACES.

       01  WS-CROSS-BOOK-TITLE.
           05  FILLER              PIC X(34)
               VALUE "CROSS-BOOK PAIRS - ONE PERSON SUSP".
           05  FILLER              PIC X(46)
               VALUE "ECTED UNDER MORE THAN ONE SOURCE SYSTEM".

       01  WS-CROSS-BOOK-HEADING.
           05  FILLER              PIC X(40)
               VALUE "ID-1   SRC  ID-2   SRC  SCORE  REASON".
           05  FILLER              PIC X(40)   VALUE SPACES.

       01  WS-CROSS-BOOK-LINE.
           05  WS-CB-ID-1          PIC 9(5).
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  WS-CB-SOURCE-1      PIC X(1).
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  WS-CB-ID-2          PIC 9(5).
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  WS-CB-SOURCE-2      PIC X(1).
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  WS-CB-SCORE         PIC ZZ9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  WS-CB-REASON        PIC X(30).
           05  FILLER              PIC X(20)   VALUE SPACES.

       01  WS-NO-CROSS-BOOK-LINE.
           05  FILLER              PIC X(25)
               VALUE "NO CROSS-BOOK PAIRS FOUND".
           05  FILLER              PIC X(55)   VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TOT-LABEL        PIC X(32).
           05  WS-TOT-COUNT        PIC Z(6)9.
           05  FILLER              PIC X(41)   VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF RETURN-CODE NOT = 16
               SET WS-ADDRESS-PASS TO TRUE
               SORT SORT-FILE
                   ON ASCENDING KEY SW-POSTAL5
                                    SW-STREET-KEY
                                    SW-ID
                   INPUT PROCEDURE IS 2000-SELECT-CUSTOMERS
                   OUTPUT PROCEDURE IS 3000-ASSIGN-HOUSEHOLDS
           END-IF
           IF RETURN-CODE NOT = 16
               SET WS-NAME-PASS TO TRUE
               MOVE "N" TO WS-RETURN-DONE-SWITCH
               SORT SORT-FILE
                   ON ASCENDING KEY SW-POSTAL5
                                    SW-LAST-SOUNDEX
                                    SW-ID
                   USING MATCH-WORK
                   OUTPUT PROCEDURE IS 4000-MATCH-ACROSS-ADDRESSES
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT CUSTOMER-MASTER

      * The master is the one input this program cannot run without,
      * and a cross-reference that cannot be built would leave
      * MAILPREP householding from nothing - either ends the run.
           IF WS-CUSTOMER-MST-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN CUSTOMER-MASTER - FILE STATUS "
                   WS-CUSTOMER-MST-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN OUTPUT HOUSEHOLD-XREF
               IF WS-HOUSEHOLD-XREF-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN HOUSEHOLD-XREF - FILE "
                       "STATUS " WS-HOUSEHOLD-XREF-STATUS
                   MOVE 16 TO RETURN-CODE
                   CLOSE CUSTOMER-MASTER
               END-IF
           END-IF

           IF RETURN-CODE = 16
               CONTINUE
           ELSE
               SET WS-FILES-OPEN TO TRUE
               OPEN OUTPUT SAME-PERSON-OUT
               OPEN OUTPUT MATCH-REPORT
               MOVE WS-RUN-DATE TO WS-RPT-HDG-DATE
               WRITE MATCH-REPORT-RECORD FROM WS-REPORT-HEADING
               MOVE SPACES TO MATCH-REPORT-RECORD
               WRITE MATCH-REPORT-RECORD
               WRITE MATCH-REPORT-RECORD FROM WS-CROSS-BOOK-TITLE
               WRITE MATCH-REPORT-RECORD FROM WS-CROSS-BOOK-HEADING
           END-IF.

      *****************************************************************
      * Sort input side: one pass over the master building the match
      * keys for every record the latest extract wrote.
      *****************************************************************
       2000-SELECT-CUSTOMERS.
           PERFORM 2100-READ-MASTER
           PERFORM 2200-RELEASE-ONE-CUSTOMER UNTIL WS-EOF.

       2100-READ-MASTER.
           READ CUSTOMER-MASTER NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       2200-RELEASE-ONE-CUSTOMER.
           ADD 1 TO WS-MASTERS-READ
           IF ML-DISPOSITION NOT = "W"
               ADD 1 TO WS-SKIPPED-NOT-WRITTEN
           ELSE
               PERFORM 2300-BUILD-MATCH-KEYS
               RELEASE SORT-RECORD
               ADD 1 TO WS-CUSTOMERS-RELEASED
           END-IF
           PERFORM 2100-READ-MASTER.

      * A customer without both a street and a numeric ZIP gets blank
      * address keys, so all of them sort ahead of the real addresses
      * and are taken one at a time, never as one big household.
       2300-BUILD-MATCH-KEYS.
           MOVE SPACES                TO SORT-RECORD
           MOVE ML-ID                 TO SW-ID
           MOVE ML-ID                 TO SW-HOUSEHOLD-ID
           MOVE ML-NAME               TO SW-NAME
           MOVE ML-SOURCE-SYSTEM      TO SW-SOURCE-SYSTEM

           PERFORM 2400-NORMALIZE-NAME
           MOVE SW-LAST-NAME TO WS-SDX-INPUT
           PERFORM 2500-BUILD-SOUNDEX
           MOVE WS-SDX-CODE TO SW-LAST-SOUNDEX
           MOVE SW-FIRST-NAME TO WS-SDX-INPUT
           PERFORM 2500-BUILD-SOUNDEX
           MOVE WS-SDX-CODE TO SW-FIRST-SOUNDEX

           PERFORM 2600-NORMALIZE-STREET
           IF WS-STREET-KEY-WORK NOT = SPACES
            AND ML-POSTAL-CODE (1:5) NUMERIC
               MOVE WS-STREET-KEY-WORK    TO SW-STREET-KEY
               MOVE ML-POSTAL-CODE (1:5)  TO SW-POSTAL5
               MOVE "Y" TO SW-ADDRESSABLE
           ELSE
               MOVE "N" TO SW-ADDRESSABLE
           END-IF.

      * First and last name are the first and last words left once a
      * leading title (MR, DR...) and a trailing suffix (JR, III...)
      * are set aside; middle names and initials are ignored. A
      * one-word name is taken as a last name.
       2400-NORMALIZE-NAME.
           MOVE ZERO TO WS-COMMA-COUNT
           INSPECT ML-NAME TALLYING WS-COMMA-COUNT FOR ALL ","
           MOVE SPACES TO WS-NORM-SOURCE
           IF WS-COMMA-COUNT > ZERO
               MOVE SPACES TO WS-NAME-BEFORE-COMMA
               MOVE SPACES TO WS-NAME-AFTER-COMMA
               UNSTRING ML-NAME DELIMITED BY ","
                   INTO WS-NAME-BEFORE-COMMA WS-NAME-AFTER-COMMA
               END-UNSTRING
               STRING WS-NAME-AFTER-COMMA  DELIMITED BY SIZE
                      " "                  DELIMITED BY SIZE
                      WS-NAME-BEFORE-COMMA DELIMITED BY SIZE
                   INTO WS-NORM-SOURCE
               END-STRING
           ELSE
               MOVE ML-NAME TO WS-NORM-SOURCE
           END-IF
           PERFORM 2700-COMPACT-TEXT
           PERFORM 2800-SPLIT-WORDS

           MOVE 1 TO WS-TOKEN-FIRST
           MOVE WS-TOKEN (WS-TOKEN-FIRST) TO WS-NAME-PART
           IF WS-NAME-TITLE AND WS-TOKEN-FIRST < WS-TOKEN-LAST
               ADD 1 TO WS-TOKEN-FIRST
           END-IF
           IF WS-TOKEN-LAST > ZERO
               MOVE WS-TOKEN (WS-TOKEN-LAST) TO WS-NAME-PART
               IF WS-NAME-SUFFIX AND WS-TOKEN-LAST > WS-TOKEN-FIRST
                   SUBTRACT 1 FROM WS-TOKEN-LAST
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN WS-TOKEN-LAST = ZERO
                   CONTINUE
               WHEN WS-TOKEN-LAST = WS-TOKEN-FIRST
                   MOVE WS-TOKEN (WS-TOKEN-LAST)  TO SW-LAST-NAME
               WHEN OTHER
                   MOVE WS-TOKEN (WS-TOKEN-FIRST) TO SW-FIRST-NAME
                   MOVE WS-TOKEN (WS-TOKEN-LAST)  TO SW-LAST-NAME
           END-EVALUATE.

       2500-BUILD-SOUNDEX.
           IF WS-SDX-INPUT = SPACES
               MOVE SPACES TO WS-SDX-CODE
           ELSE
               MOVE WS-SDX-INPUT TO WS-SDX-DIGITS
               INSPECT WS-SDX-DIGITS CONVERTING
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                   TO "01230129022455012623019202"
               MOVE "0000" TO WS-SDX-CODE
               MOVE WS-SDX-INPUT (1:1)  TO WS-SDX-CODE (1:1)
               MOVE WS-SDX-DIGITS (1:1) TO WS-SDX-PREV
               MOVE 1 TO WS-SDX-OUT
               PERFORM 2510-SOUNDEX-ONE-LETTER
                   VARYING WS-SDX-SUB FROM 2 BY 1
                   UNTIL WS-SDX-OUT >= 4
                      OR WS-SDX-INPUT (WS-SDX-SUB:1) = SPACE
           END-IF.

       2510-SOUNDEX-ONE-LETTER.
           MOVE WS-SDX-DIGITS (WS-SDX-SUB:1) TO WS-SDX-DIGIT
           EVALUATE WS-SDX-DIGIT
               WHEN "9"
                   CONTINUE
               WHEN "0"
                   MOVE "0" TO WS-SDX-PREV
               WHEN WS-SDX-PREV
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-SDX-OUT
                   MOVE WS-SDX-DIGIT TO WS-SDX-CODE (WS-SDX-OUT:1)
                   MOVE WS-SDX-DIGIT TO WS-SDX-PREV
           END-EVALUATE.

       2600-NORMALIZE-STREET.
           MOVE SPACES TO WS-NORM-SOURCE
           MOVE ML-STREET TO WS-NORM-SOURCE
           PERFORM 2700-COMPACT-TEXT
           PERFORM 2800-SPLIT-WORDS
           PERFORM 2610-ABBREVIATE-ONE-WORD
               VARYING WS-TOKEN-SUB FROM 1 BY 1
               UNTIL WS-TOKEN-SUB > WS-TOKEN-LAST
           MOVE SPACES TO WS-STREET-KEY-WORK
           MOVE 1 TO WS-STRING-PTR
           PERFORM 2620-APPEND-ONE-WORD
               VARYING WS-TOKEN-SUB FROM 1 BY 1
               UNTIL WS-TOKEN-SUB > WS-TOKEN-LAST.

       2610-ABBREVIATE-ONE-WORD.
           PERFORM 2615-CHECK-STREET-WORD
               VARYING WS-STREET-WORD-SUB FROM 1 BY 1
               UNTIL WS-STREET-WORD-SUB > WS-STREET-WORD-MAX.

       2615-CHECK-STREET-WORD.
           IF WS-TOKEN (WS-TOKEN-SUB) =
              WS-SW-FULL (WS-STREET-WORD-SUB)
               MOVE WS-SW-ABBREV (WS-STREET-WORD-SUB)
                   TO WS-TOKEN (WS-TOKEN-SUB)
           END-IF.

       2620-APPEND-ONE-WORD.
           IF WS-STRING-PTR > 1
               STRING " " DELIMITED BY SIZE
                   INTO WS-STREET-KEY-WORK
                   WITH POINTER WS-STRING-PTR
               END-STRING
           END-IF
           STRING WS-TOKEN (WS-TOKEN-SUB) DELIMITED BY SPACE
               INTO WS-STREET-KEY-WORK
               WITH POINTER WS-STRING-PTR
           END-STRING.

       2700-COMPACT-TEXT.
           INSPECT WS-NORM-SOURCE CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE SPACES TO WS-NORM-RESULT
           MOVE ZERO TO WS-NORM-OUT-SUB
           MOVE SPACE TO WS-NORM-LAST-CHAR
           PERFORM 2710-COMPACT-ONE-CHAR
               VARYING WS-NORM-IN-SUB FROM 1 BY 1
               UNTIL WS-NORM-IN-SUB > WS-NORM-MAX.

       2710-COMPACT-ONE-CHAR.
           MOVE WS-NORM-SOURCE (WS-NORM-IN-SUB:1) TO WS-NORM-CHAR
           EVALUATE TRUE
               WHEN WS-NORM-CHAR IS NUMERIC
               WHEN WS-NORM-CHAR IS ALPHABETIC-UPPER
                AND WS-NORM-CHAR NOT = SPACE
                   ADD 1 TO WS-NORM-OUT-SUB
                   MOVE WS-NORM-CHAR
                       TO WS-NORM-RESULT (WS-NORM-OUT-SUB:1)
                   MOVE WS-NORM-CHAR TO WS-NORM-LAST-CHAR
               WHEN WS-NORM-CHAR = "-" OR "'"
                   CONTINUE
               WHEN OTHER
                   IF WS-NORM-LAST-CHAR NOT = SPACE
                       ADD 1 TO WS-NORM-OUT-SUB
                       MOVE SPACE TO WS-NORM-LAST-CHAR
                   END-IF
           END-EVALUATE.

      * The compacted text has single spaces between words, so the
      * last word in use is the last nonblank table entry.
       2800-SPLIT-WORDS.
           MOVE SPACES TO WS-TOKEN-TABLE
           UNSTRING WS-NORM-RESULT DELIMITED BY ALL SPACE
               INTO WS-TOKEN (1) WS-TOKEN (2) WS-TOKEN (3)
                    WS-TOKEN (4) WS-TOKEN (5) WS-TOKEN (6)
                    WS-TOKEN (7) WS-TOKEN (8)
           END-UNSTRING
           MOVE ZERO TO WS-TOKEN-LAST
           PERFORM 2810-FIND-LAST-WORD
               VARYING WS-TOKEN-SUB FROM 1 BY 1
               UNTIL WS-TOKEN-SUB > WS-TOKEN-MAX.

       2810-FIND-LAST-WORD.
           IF WS-TOKEN (WS-TOKEN-SUB) NOT = SPACES
               MOVE WS-TOKEN-SUB TO WS-TOKEN-LAST
           END-IF.

      *****************************************************************
      * First sort output side: customers arrive in address order, so
      * a control break on ZIP and street key closes each household.
      * The household ID is the first (lowest) customer ID at the
      * address. Addressable customers also go to MTCHWK for the
      * second pass, carrying their household ID.
      *****************************************************************
       3000-ASSIGN-HOUSEHOLDS.
           OPEN OUTPUT MATCH-WORK
           IF WS-MATCH-WORK-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN MATCH-WORK - FILE STATUS "
                   WS-MATCH-WORK-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE ZERO TO WS-GRP-SIZE
               MOVE ZERO TO WS-GRP-USED
               PERFORM 3100-RETURN-BY-ADDRESS UNTIL WS-RETURN-DONE
               PERFORM 3500-CLOSE-HOUSEHOLD
               CLOSE MATCH-WORK
           END-IF.

       3100-RETURN-BY-ADDRESS.
           RETURN SORT-FILE
               AT END
                   SET WS-RETURN-DONE TO TRUE
               NOT AT END
                   PERFORM 3200-HOUSEHOLD-ONE-CUSTOMER
           END-RETURN.

       3200-HOUSEHOLD-ONE-CUSTOMER.
           ADD 1 TO WS-CUSTOMERS-RETURNED
           IF NOT SW-HAS-ADDRESS
               ADD 1 TO WS-UNADDRESSABLE
               ADD 1 TO WS-HOUSEHOLDS
           ELSE
               IF WS-GRP-SIZE = ZERO
                OR SW-POSTAL5 NOT = WS-GRP-POSTAL5
                OR SW-STREET-KEY NOT = WS-GRP-STREET-KEY
                   PERFORM 3500-CLOSE-HOUSEHOLD
                   MOVE SW-POSTAL5    TO WS-GRP-POSTAL5
                   MOVE SW-STREET-KEY TO WS-GRP-STREET-KEY
                   MOVE SW-ID         TO WS-GRP-HOUSEHOLD-ID
                   ADD 1 TO WS-HOUSEHOLDS
               END-IF
               MOVE WS-GRP-HOUSEHOLD-ID TO SW-HOUSEHOLD-ID
               PERFORM 3400-ADD-TO-GROUP
               WRITE MATCH-WORK-RECORD FROM SORT-RECORD
               IF WS-MATCH-WORK-STATUS NOT = "00"
                   DISPLAY "ERROR WRITING MATCH-WORK - FILE STATUS "
                       WS-MATCH-WORK-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM 3300-WRITE-XREF.

       3300-WRITE-XREF.
           MOVE SPACES          TO HOUSEHOLD-XREF-RECORD
           MOVE SW-ID           TO HX-ID
           MOVE SW-HOUSEHOLD-ID TO HX-HOUSEHOLD-ID
           MOVE WS-RUN-DATE     TO HX-RUN-DATE
           MOVE SW-POSTAL5      TO HX-POSTAL5
           MOVE SW-STREET-KEY   TO HX-STREET-KEY
           WRITE HOUSEHOLD-XREF-RECORD
           IF WS-HOUSEHOLD-XREF-STATUS = "00"
               ADD 1 TO WS-XREF-WRITTEN
           ELSE
               DISPLAY "ERROR WRITING HOUSEHOLD-XREF FOR " SW-ID
                   " - FILE STATUS " WS-HOUSEHOLD-XREF-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

       3400-ADD-TO-GROUP.
           ADD 1 TO WS-GRP-SIZE
           IF WS-GRP-USED < WS-GRP-MAX
               ADD 1 TO WS-GRP-USED
               MOVE SORT-RECORD TO WS-GRP-ENTRY (WS-GRP-USED)
           ELSE
               ADD 1 TO WS-GROUP-OVERFLOW
           END-IF.

       3500-CLOSE-HOUSEHOLD.
           IF WS-GRP-SIZE > 1
               ADD 1 TO WS-SHARED-HOUSEHOLDS
               ADD WS-GRP-SIZE TO WS-SHARED-CUSTOMERS
               PERFORM 5000-SCORE-GROUP
           END-IF
           MOVE ZERO TO WS-GRP-SIZE
           MOVE ZERO TO WS-GRP-USED.

      *****************************************************************
      * Second sort output side: the same customers in ZIP and
      * last-name sound-alike order. Pairs already in one household
      * were scored on the first pass and are passed over here.
      *****************************************************************
       4000-MATCH-ACROSS-ADDRESSES.
           MOVE ZERO TO WS-GRP-SIZE
           MOVE ZERO TO WS-GRP-USED
           PERFORM 4100-RETURN-BY-NAME UNTIL WS-RETURN-DONE
           PERFORM 4500-CLOSE-NAME-GROUP.

       4100-RETURN-BY-NAME.
           RETURN SORT-FILE
               AT END
                   SET WS-RETURN-DONE TO TRUE
               NOT AT END
                   PERFORM 4200-GROUP-ONE-CUSTOMER
           END-RETURN.

       4200-GROUP-ONE-CUSTOMER.
           IF WS-GRP-SIZE = ZERO
            OR SW-POSTAL5 NOT = WS-GRP-POSTAL5
            OR SW-LAST-SOUNDEX NOT = WS-GRP-LAST-SOUNDEX
               PERFORM 4500-CLOSE-NAME-GROUP
               MOVE SW-POSTAL5      TO WS-GRP-POSTAL5
               MOVE SW-LAST-SOUNDEX TO WS-GRP-LAST-SOUNDEX
           END-IF
           PERFORM 3400-ADD-TO-GROUP.

       4500-CLOSE-NAME-GROUP.
           IF WS-GRP-USED > 1
               PERFORM 5000-SCORE-GROUP
           END-IF
           MOVE ZERO TO WS-GRP-SIZE
           MOVE ZERO TO WS-GRP-USED.

      *****************************************************************
      * Score every pair in the group once. Entries are in customer-ID
      * order, so the lower ID is always the first of the pair.
      *****************************************************************
       5000-SCORE-GROUP.
           PERFORM 5100-SCORE-FROM-ONE
               VARYING WS-GRP-SUB-A FROM 1 BY 1
               UNTIL WS-GRP-SUB-A >= WS-GRP-USED.

       5100-SCORE-FROM-ONE.
           COMPUTE WS-GRP-START-B = WS-GRP-SUB-A + 1
           PERFORM 5200-SCORE-PAIR
               VARYING WS-GRP-SUB-B FROM WS-GRP-START-B BY 1
               UNTIL WS-GRP-SUB-B > WS-GRP-USED.

       5200-SCORE-PAIR.
           IF WS-NAME-PASS
            AND WS-GE-HOUSEHOLD-ID (WS-GRP-SUB-A) =
                WS-GE-HOUSEHOLD-ID (WS-GRP-SUB-B)
               CONTINUE
           ELSE
               ADD 1 TO WS-PAIRS-COMPARED
               PERFORM 5210-SCORE-NAMES
               IF WS-LAST-NAME-MATCH
                   PERFORM 5220-SCORE-ADDRESS
                   IF WS-PAIR-SCORE >= WS-MATCH-THRESHOLD
                       PERFORM 5300-WRITE-SUSPECT
                   END-IF
               END-IF
           END-IF.

       5210-SCORE-NAMES.
           MOVE ZERO TO WS-PAIR-SCORE
           MOVE "N" TO WS-LAST-NAME-SWITCH
           SET WS-NAME-BASIS-NONE TO TRUE
           EVALUATE TRUE
               WHEN WS-GE-LAST-NAME (WS-GRP-SUB-A) = SPACES
                OR WS-GE-LAST-NAME (WS-GRP-SUB-B) = SPACES
                   CONTINUE
               WHEN WS-GE-LAST-NAME (WS-GRP-SUB-A) =
                    WS-GE-LAST-NAME (WS-GRP-SUB-B)
                   ADD 30 TO WS-PAIR-SCORE
                   SET WS-LAST-NAME-MATCH TO TRUE
                   SET WS-NAME-BASIS-EXACT TO TRUE
               WHEN WS-GE-LAST-SOUNDEX (WS-GRP-SUB-A) =
                    WS-GE-LAST-SOUNDEX (WS-GRP-SUB-B)
                   ADD 20 TO WS-PAIR-SCORE
                   SET WS-LAST-NAME-MATCH TO TRUE
                   SET WS-NAME-BASIS-VARIANT TO TRUE
           END-EVALUATE

           IF WS-LAST-NAME-MATCH
               EVALUATE TRUE
                   WHEN WS-GE-FIRST-NAME (WS-GRP-SUB-A) = SPACES
                    OR WS-GE-FIRST-NAME (WS-GRP-SUB-B) = SPACES
                       SET WS-NAME-BASIS-NONE TO TRUE
                   WHEN WS-GE-FIRST-NAME (WS-GRP-SUB-A) =
                        WS-GE-FIRST-NAME (WS-GRP-SUB-B)
                       ADD 30 TO WS-PAIR-SCORE
                   WHEN WS-GE-FIRST-NAME (WS-GRP-SUB-A) (1:1) =
                        WS-GE-FIRST-NAME (WS-GRP-SUB-B) (1:1)
                    AND (WS-GE-FIRST-NAME (WS-GRP-SUB-A) (2:) =
                         SPACES
                      OR WS-GE-FIRST-NAME (WS-GRP-SUB-B) (2:) =
                         SPACES)
                       ADD 15 TO WS-PAIR-SCORE
                       SET WS-NAME-BASIS-INITIAL TO TRUE
                   WHEN WS-GE-FIRST-SOUNDEX (WS-GRP-SUB-A) =
                        WS-GE-FIRST-SOUNDEX (WS-GRP-SUB-B)
                    AND WS-GE-FIRST-NAME (WS-GRP-SUB-A) (1:2) =
                        WS-GE-FIRST-NAME (WS-GRP-SUB-B) (1:2)
                       ADD 20 TO WS-PAIR-SCORE
                       SET WS-NAME-BASIS-VARIANT TO TRUE
                   WHEN OTHER
                       SET WS-NAME-BASIS-NONE TO TRUE
               END-EVALUATE
           END-IF.

       5220-SCORE-ADDRESS.
           IF WS-GE-STREET-KEY (WS-GRP-SUB-A) =
              WS-GE-STREET-KEY (WS-GRP-SUB-B)
               ADD 25 TO WS-PAIR-SCORE
           END-IF
           IF WS-GE-POSTAL5 (WS-GRP-SUB-A) =
              WS-GE-POSTAL5 (WS-GRP-SUB-B)
               ADD 15 TO WS-PAIR-SCORE
           END-IF.

      * The reason names what carried the pair: how the names agreed
      * and whether the whole address or only the ZIP did.
       5300-WRITE-SUSPECT.
           EVALUATE TRUE
               WHEN WS-NAME-BASIS-EXACT
                   MOVE "SAME NAME"     TO WS-REASON-NAME
               WHEN WS-NAME-BASIS-INITIAL
                   MOVE "FIRST INITIAL" TO WS-REASON-NAME
               WHEN WS-NAME-BASIS-VARIANT
                   MOVE "NAME VARIANT"  TO WS-REASON-NAME
               WHEN OTHER
                   MOVE "LAST NAME"     TO WS-REASON-NAME
           END-EVALUATE
           IF WS-GE-STREET-KEY (WS-GRP-SUB-A) =
              WS-GE-STREET-KEY (WS-GRP-SUB-B)
               MOVE "SAME ADDRESS" TO WS-REASON-ADDRESS
           ELSE
               MOVE "SAME ZIP"     TO WS-REASON-ADDRESS
           END-IF

      * Source systems are the books CUSTCONS consolidated. A blank
      * source (a record from before the code was carried) cannot be
      * called cross-book.
           MOVE "N" TO WS-CROSS-BOOK
           IF WS-GE-SOURCE-SYSTEM (WS-GRP-SUB-A) NOT = SPACE
            AND WS-GE-SOURCE-SYSTEM (WS-GRP-SUB-B) NOT = SPACE
            AND WS-GE-SOURCE-SYSTEM (WS-GRP-SUB-A) NOT =
                WS-GE-SOURCE-SYSTEM (WS-GRP-SUB-B)
               SET WS-IS-CROSS-BOOK TO TRUE
           END-IF

           MOVE WS-GE-ID (WS-GRP-SUB-A)       TO WS-SP-ID-1
           MOVE WS-GE-ID (WS-GRP-SUB-B)       TO WS-SP-ID-2
           MOVE WS-PAIR-SCORE                 TO WS-SP-SCORE
           MOVE WS-CROSS-BOOK                 TO WS-SP-CROSS-BOOK
           MOVE SPACES                        TO WS-SP-REASON
           STRING WS-REASON-NAME    DELIMITED BY "  "
                  ", "              DELIMITED BY SIZE
                  WS-REASON-ADDRESS DELIMITED BY "  "
               INTO WS-SP-REASON
           END-STRING
           MOVE WS-GE-SOURCE-SYSTEM (WS-GRP-SUB-A) TO WS-SP-SOURCE-1
           MOVE WS-GE-HOUSEHOLD-ID (WS-GRP-SUB-A)  TO WS-SP-HOUSEHOLD-1
           MOVE WS-GE-NAME (WS-GRP-SUB-A)          TO WS-SP-NAME-1
           MOVE WS-GE-SOURCE-SYSTEM (WS-GRP-SUB-B) TO WS-SP-SOURCE-2
           MOVE WS-GE-HOUSEHOLD-ID (WS-GRP-SUB-B)  TO WS-SP-HOUSEHOLD-2
           MOVE WS-GE-NAME (WS-GRP-SUB-B)          TO WS-SP-NAME-2
           WRITE SAME-PERSON-OUT-RECORD FROM WS-SUSPECT-LINE
           IF WS-SAME-PERSON-OUT-STATUS = "00"
               ADD 1 TO WS-PAIRS-SUSPECTED
           ELSE
               DISPLAY "ERROR WRITING SAME-PERSON-OUT - FILE STATUS "
                   WS-SAME-PERSON-OUT-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF

           IF WS-IS-CROSS-BOOK
               ADD 1 TO WS-PAIRS-CROSS-BOOK
               MOVE WS-SP-ID-1     TO WS-CB-ID-1
               MOVE WS-SP-SOURCE-1 TO WS-CB-SOURCE-1
               MOVE WS-SP-ID-2     TO WS-CB-ID-2
               MOVE WS-SP-SOURCE-2 TO WS-CB-SOURCE-2
               MOVE WS-SP-SCORE    TO WS-CB-SCORE
               MOVE WS-SP-REASON   TO WS-CB-REASON
               WRITE MATCH-REPORT-RECORD FROM WS-CROSS-BOOK-LINE
           END-IF.

       9000-TERMINATE.
           IF RETURN-CODE NOT = 16
               PERFORM 9070-WRITE-MATCH-TOTALS
               PERFORM 9060-RECONCILE-COUNTS
           END-IF
           PERFORM 9100-PRINT-SUMMARY
           IF WS-FILES-OPEN
               CLOSE CUSTOMER-MASTER
               CLOSE HOUSEHOLD-XREF
               CLOSE SAME-PERSON-OUT
               CLOSE MATCH-REPORT
           END-IF.

      * Every master record read was either skipped (not written to
      * the latest extract) or released, every released customer came
      * back from the first sort, and each got a cross-reference.
       9060-RECONCILE-COUNTS.
           COMPUTE WS-EXPECTED-COUNT =
               WS-CUSTOMERS-RELEASED + WS-SKIPPED-NOT-WRITTEN
           IF WS-MASTERS-READ NOT = WS-EXPECTED-COUNT
            OR WS-CUSTOMERS-RETURNED NOT = WS-CUSTOMERS-RELEASED
            OR WS-XREF-WRITTEN NOT = WS-CUSTOMERS-RELEASED
               DISPLAY "RECONCILIATION ERROR - MASTERS READ "
                   WS-MASTERS-READ " RELEASED " WS-CUSTOMERS-RELEASED
                   " SKIPPED " WS-SKIPPED-NOT-WRITTEN
                   " RETURNED " WS-CUSTOMERS-RETURNED
                   " CROSS-REFERENCED " WS-XREF-WRITTEN
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "RECONCILIATION OK - ALL MASTER RECORDS "
                   "ACCOUNTED FOR"
           END-IF.

       9070-WRITE-MATCH-TOTALS.
           IF WS-PAIRS-CROSS-BOOK = ZERO
               WRITE MATCH-REPORT-RECORD FROM WS-NO-CROSS-BOOK-LINE
           END-IF
           MOVE SPACES TO MATCH-REPORT-RECORD
           WRITE MATCH-REPORT-RECORD
           MOVE "MASTER RECORDS READ"        TO WS-TOT-LABEL
           MOVE WS-MASTERS-READ              TO WS-TOT-COUNT
           WRITE MATCH-REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE "CUSTOMERS MATCHED"          TO WS-TOT-LABEL
           MOVE WS-CUSTOMERS-RELEASED        TO WS-TOT-COUNT
           WRITE MATCH-REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE "  WITH NO USABLE ADDRESS"   TO WS-TOT-LABEL
           MOVE WS-UNADDRESSABLE             TO WS-TOT-COUNT
           WRITE MATCH-REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE "HOUSEHOLDS ASSIGNED"        TO WS-TOT-LABEL
           MOVE WS-HOUSEHOLDS                TO WS-TOT-COUNT
           WRITE MATCH-REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE "  SHARED BY 2 OR MORE IDS"  TO WS-TOT-LABEL
           MOVE WS-SHARED-HOUSEHOLDS         TO WS-TOT-COUNT
           WRITE MATCH-REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE "  CUSTOMERS IN SHARED"      TO WS-TOT-LABEL
           MOVE WS-SHARED-CUSTOMERS          TO WS-TOT-COUNT
           WRITE MATCH-REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE "PAIRS SCORED"               TO WS-TOT-LABEL
           MOVE WS-PAIRS-COMPARED            TO WS-TOT-COUNT
           WRITE MATCH-REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE "SUSPECTED SAME-PERSON PAIRS" TO WS-TOT-LABEL
           MOVE WS-PAIRS-SUSPECTED           TO WS-TOT-COUNT
           WRITE MATCH-REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE "  CROSS-BOOK"               TO WS-TOT-LABEL
           MOVE WS-PAIRS-CROSS-BOOK          TO WS-TOT-COUNT
           WRITE MATCH-REPORT-RECORD FROM WS-TOTAL-LINE.

       9100-PRINT-SUMMARY.
           DISPLAY "=================================================="
           DISPLAY "CONTROL REPORT - " WS-PROGRAM-NAME
           DISPLAY "RUN DATE (YYYYMMDD)....: " WS-RUN-DATE
           DISPLAY "MASTER RECORDS READ....: " WS-MASTERS-READ
           DISPLAY "SKIPPED - NOT WRITTEN..: " WS-SKIPPED-NOT-WRITTEN
           DISPLAY "CUSTOMERS MATCHED......: " WS-CUSTOMERS-RELEASED
           DISPLAY "NO USABLE ADDRESS......: " WS-UNADDRESSABLE
           DISPLAY "HOUSEHOLDS ASSIGNED....: " WS-HOUSEHOLDS
           DISPLAY "SHARED HOUSEHOLDS......: " WS-SHARED-HOUSEHOLDS
           DISPLAY "PAIRS SCORED...........: " WS-PAIRS-COMPARED
           DISPLAY "SUSPECTED PAIRS........: " WS-PAIRS-SUSPECTED
           DISPLAY "CROSS-BOOK PAIRS.......: " WS-PAIRS-CROSS-BOOK
           IF WS-GROUP-OVERFLOW > ZERO
               DISPLAY "NOT SCORED - GROUP FULL: " WS-GROUP-OVERFLOW
           END-IF
           DISPLAY "==================================================".

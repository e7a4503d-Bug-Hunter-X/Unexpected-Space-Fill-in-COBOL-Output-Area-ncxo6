      *             non-detail mode stops the load with RC 16 - the
      *             master must never again be built from a stale or
      *             half-written extract.
      * 2026-10-15  Every run now leaves a LOADCTL step-control record
      *             (details read, masters loaded, duplicate keys and
      *             delta deletes skipped, suspense items read and
      *             loaded) so CYCLBAL can tie the load back to the
      *             extract's RUNCTL counts.
      * 2026-10-15  Master widened to 160 bytes: each record now also
      *             carries its source-system code and the parsed
      *             street, city, state and postal code from the
      *             extract, for CUSTMTCH householding and matching.
      * 2026-10-15  CUSTHIST records now carry the source-system code
      *             and parsed state (from FILLER) so STATMIG can break
      *             status migration down by source and by state.
      * 2026-10-15  Master widened to 180 bytes for a derived last-name
      *             field; last name and postal code are now alternate
      *             keys (with duplicates) so CUSTINQ can search by
      *             name and ZIP for callers with no customer ID.
      * 2026-10-15  RUNCTL record widened to 64 bytes (erased-customer
      *             count appended) to match CUSTEXTR.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-IN-STATUS.

      * Single-record step control, rewritten every run the way
      * CUSTEXTR rewrites RUNCTL. CYCLBAL parses it by column, so
      * fixed-position SEQUENTIAL like the other machine-read files.
           SELECT OPTIONAL STEP-CONTROL ASSIGN TO "LOADCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEP-CONTROL-STATUS.

      * Last name and postal code are alternate paths for CUSTINQ's
      * name search. Every program that opens CUSTMSTR declares the
      * same three keys.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ML-ID
               ALTERNATE RECORD KEY IS ML-LAST-NAME WITH DUPLICATES
               ALTERNATE RECORD KEY IS ML-POSTAL-CODE WITH DUPLICATES
               FILE STATUS IS WS-CUSTOMER-MST-STATUS.

      * Cumulative point-in-time history, one record per customer per
       FILE SECTION.
       FD  RUN-CONTROL
           RECORDING MODE IS F
           RECORD CONTAINS 64 CHARACTERS.
       01  RUN-CONTROL-RECORD      PIC X(64).

       FD  EXTRACT-IN
           RECORDING MODE IS F
           05  XR-RECORD-TYPE           PIC X(1).
           05  XR-CUSTOMER-DATA         PIC X(84).
           05  XR-ACTION-CODE           PIC X(1).
           05  XR-STREET                PIC X(25).
           05  XR-CITY                  PIC X(18).
           05  XR-STATE                 PIC X(2).
           05  XR-POSTAL-CODE           PIC X(9).
           05  XR-SOURCE-SYSTEM         PIC X(1).
           05  FILLER                   PIC X(19).
       01  EXTRACT-IN-HEADER.
           05  XH-RECORD-TYPE           PIC X(1).
           05  XH-RUN-DATE              PIC 9(8).
           RECORDING MODE IS F.
       01  EXCEPTION-IN-RECORD     PIC X(80).

       FD  STEP-CONTROL
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  STEP-CONTROL-RECORD     PIC X(80).

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

       FD  CUSTOMER-HISTORY
           RECORD CONTAINS 110 CHARACTERS.
                                        BY ==HL-ACCOUNT-STATUS==
                         ==CL-LAST-ACTIVITY-DATE==
                                        BY ==HL-LAST-ACTIVITY-DATE==.
           05  HL-SOURCE-SYSTEM         PIC X(1).
           05  HL-STATE                 PIC X(2).
           05  FILLER                   PIC X(9).

       WORKING-STORAGE SECTION.
       01  WS-EOF-SWITCH           PIC X(1)    VALUE "N".
           05  WS-RC-SUSPENDED     PIC 9(7).
           05  FILLER              PIC X(1).
           05  WS-RC-DUPLICATES    PIC 9(7).
           05  FILLER              PIC X(1).
           05  WS-RC-ERASED        PIC 9(7).

       01  WS-DETAILS-READ         PIC 9(7)    VALUE ZERO.
       01  WS-MASTERS-LOADED       PIC 9(7)    VALUE ZERO.
       01  WS-FLAGS-UNKEYED        PIC 9(7)    VALUE ZERO.
       01  WS-DELETES-SKIPPED      PIC 9(7)    VALUE ZERO.

      * WS-DUP-KEY-COUNT covers both detail and suspense loads; the
      * cycle balance needs the extract-detail share on its own, and
      * the suspense items read to tie back to the extract's count.
       01  WS-DETAIL-DUP-KEYS      PIC 9(7)    VALUE ZERO.
       01  WS-SUSPENSE-READ        PIC 9(7)    VALUE ZERO.

       01  WS-DELTA-WARNING-GIVEN  PIC X(1)    VALUE "N".

      * History is an add-on to the master build, not a precondition
                         ==CL-LAST-ACTIVITY-DATE==
                                        BY ==WS-LAST-ACTIVITY-DATE==.

      * Last-name key work areas. The surname is found the way CUSTMTCH
      * finds it: the text before a comma ("SMITH, JOHN") or else the
      * whole name, split into words with apostrophes and hyphens
      * dropped, taking the last word unless it is a suffix.
       01  WS-LN-SOURCE            PIC X(30).
       01  WS-LN-CHAR              PIC X(1).
       01  WS-LN-SUB               PIC 9(2).
       01  WS-LN-CHAR-SUB          PIC 9(2).
       01  WS-LN-WORD-COUNT        PIC 9(2).
       01  WS-LN-IN-WORD-SW        PIC X(1).
           88  WS-LN-IN-WORD                   VALUE "Y".
       01  WS-LN-WORD-TABLE.
           05  WS-LN-WORD          PIC X(20)   OCCURS 15 TIMES.
       01  WS-LN-LAST-WORD         PIC X(20).
           88  WS-LN-SUFFIX        VALUES "JR" "SR" "II" "III" "IV"
                                          "ESQ".

       01  WS-EXCP-KEY             PIC 9(5).
       01  WS-HIST-DISPOSITION     PIC X(1).

       01  WS-CUSTOMER-MST-STATUS  PIC X(2)    VALUE "00".
       01  WS-CUSTOMER-HST-STATUS  PIC X(2)    VALUE "00".
       01  WS-RUN-CONTROL-STATUS   PIC X(2)    VALUE "00".
       01  WS-STEP-CONTROL-STATUS  PIC X(2)    VALUE "00".

      * Step-control line read by CYCLBAL. Records in are the extract
      * details read, records out the masters loaded (W). Count 1 is
      * duplicate detail keys, count 2 delta deletes skipped, count 3
      * suspense items read, count 4 suspense items loaded (S), count
      * 5 suspense items with no usable key.
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

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE WS-ACCOUNT-STATUS     TO ML-ACCOUNT-STATUS
           MOVE WS-LAST-ACTIVITY-DATE TO ML-LAST-ACTIVITY-DATE
           MOVE WS-EXTRACT-RUN-DATE   TO ML-RUN-DATE
           MOVE XR-SOURCE-SYSTEM      TO ML-SOURCE-SYSTEM
           MOVE XR-STREET             TO ML-STREET
           MOVE XR-CITY               TO ML-CITY
           MOVE XR-STATE              TO ML-STATE
           MOVE XR-POSTAL-CODE        TO ML-POSTAL-CODE
           PERFORM 2230-SET-LAST-NAME
           WRITE MASTER-RECORD
      * Status 02 is a good write that added a duplicate last-name or
      * postal-code alternate key - the normal case for a common name.
           EVALUATE WS-CUSTOMER-MST-STATUS
               WHEN "00"
               WHEN "02"
                   ADD 1 TO WS-MASTERS-LOADED
      * Status 22 is a duplicate key. The extract should never carry
      * one (CUSTEXTR routes repeats to DUPOUT), but a hand-assembled
      * or pre-change extract might - keep the first and count it.
               WHEN "22"
                   ADD 1 TO WS-DUP-KEY-COUNT
                   ADD 1 TO WS-DETAIL-DUP-KEYS
               WHEN OTHER
                   DISPLAY "ERROR LOADING CUSTOMER MASTER - FILE "
                       "STATUS " WS-CUSTOMER-MST-STATUS
      * of the same extract on the same day hits the existing key
      * (status 22) - that is the same answer already on file, so it
      * is counted and left alone rather than treated as an error.
      * Source system and state come from the master record the caller
      * has just built - a suspense item has no parsed state.
       2220-WRITE-HISTORY.
           IF WS-HISTORY-ENABLED
               MOVE SPACES TO HISTORY-RECORD
               MOVE WS-ADDRESS            TO HL-ADDRESS
               MOVE WS-ACCOUNT-STATUS     TO HL-ACCOUNT-STATUS
               MOVE WS-LAST-ACTIVITY-DATE TO HL-LAST-ACTIVITY-DATE
               MOVE ML-SOURCE-SYSTEM      TO HL-SOURCE-SYSTEM
               MOVE ML-STATE              TO HL-STATE
               WRITE HISTORY-RECORD
               EVALUATE WS-CUSTOMER-HST-STATUS
                   WHEN "00"
               END-EVALUATE
           END-IF.

      * Derives the last-name key from ML-NAME. Names are upper-cased
      * so the key collates the same however the source keyed them. A
      * name with no letters or digits leaves the key blank.
       2230-SET-LAST-NAME.
           MOVE SPACES TO ML-LAST-NAME
           MOVE SPACES TO WS-LN-SOURCE
           IF ML-NAME = SPACES
               CONTINUE
           ELSE
               UNSTRING ML-NAME DELIMITED BY ","
                   INTO WS-LN-SOURCE
               END-UNSTRING
               INSPECT WS-LN-SOURCE CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               MOVE SPACES TO WS-LN-WORD-TABLE
               MOVE ZERO TO WS-LN-WORD-COUNT
               MOVE "N" TO WS-LN-IN-WORD-SW
               PERFORM 2235-SCAN-NAME-CHAR
                   VARYING WS-LN-SUB FROM 1 BY 1
                   UNTIL WS-LN-SUB > 30
               IF WS-LN-WORD-COUNT > ZERO
                   MOVE WS-LN-WORD (WS-LN-WORD-COUNT)
                       TO WS-LN-LAST-WORD
                   IF WS-LN-SUFFIX AND WS-LN-WORD-COUNT > 1
                       SUBTRACT 1 FROM WS-LN-WORD-COUNT
                   END-IF
                   MOVE WS-LN-WORD (WS-LN-WORD-COUNT) TO ML-LAST-NAME
               END-IF
           END-IF.

      * Letters and digits build the current word; apostrophes and
      * hyphens are dropped (O'BRIEN keys as OBRIEN); anything else
      * ends the word.
       2235-SCAN-NAME-CHAR.
           MOVE WS-LN-SOURCE (WS-LN-SUB:1) TO WS-LN-CHAR
           EVALUATE TRUE
               WHEN WS-LN-CHAR IS NUMERIC
               WHEN WS-LN-CHAR IS ALPHABETIC-UPPER
                AND WS-LN-CHAR NOT = SPACE
                   IF NOT WS-LN-IN-WORD
                       IF WS-LN-WORD-COUNT < 15
                           ADD 1 TO WS-LN-WORD-COUNT
                       END-IF
                       MOVE ZERO TO WS-LN-CHAR-SUB
                       MOVE SPACES TO WS-LN-WORD (WS-LN-WORD-COUNT)
                       SET WS-LN-IN-WORD TO TRUE
                   END-IF
                   IF WS-LN-CHAR-SUB < 20
                       ADD 1 TO WS-LN-CHAR-SUB
                       MOVE WS-LN-CHAR TO
                           WS-LN-WORD (WS-LN-WORD-COUNT)
                               (WS-LN-CHAR-SUB:1)
                   END-IF
               WHEN WS-LN-CHAR = "-" OR "'"
                   CONTINUE
               WHEN OTHER
                   MOVE "N" TO WS-LN-IN-WORD-SW
           END-EVALUATE.

       3000-LOAD-SUSPENSE-ITEMS.
           OPEN INPUT SUSPENSE-IN
           IF WS-SUSPENSE-IN-STATUS NOT = "00"
           END-READ.

       3200-LOAD-ONE-SUSPENSE.
           ADD 1 TO WS-SUSPENSE-READ
      * A suspense item's ID failed CUSTEXTR validation, so most are
      * unusable as keys - only numeric nonzero IDs (the out-of-range
      * ones) can be loaded for inquiry. The rest stay visible through
                   MOVE WS-LAST-ACTIVITY-DATE
                                          TO ML-LAST-ACTIVITY-DATE
                   MOVE WS-EXTRACT-RUN-DATE   TO ML-RUN-DATE
                   MOVE WS-SUSP-SOURCE        TO ML-SOURCE-SYSTEM
                   PERFORM 2230-SET-LAST-NAME
                   WRITE MASTER-RECORD
                   EVALUATE WS-CUSTOMER-MST-STATUS
                       WHEN "00"
                       WHEN "02"
                           ADD 1 TO WS-SUSPENSE-LOADED
                       WHEN "22"
                           ADD 1 TO WS-DUP-KEY-COUNT
                       MOVE "Y" TO ML-FLAGGED
                       REWRITE MASTER-RECORD
                       IF WS-CUSTOMER-MST-STATUS = "00"
                        OR WS-CUSTOMER-MST-STATUS = "02"
                           ADD 1 TO WS-FLAGS-APPLIED
                       ELSE
                           DISPLAY "ERROR FLAGGING MASTER RECORD - "
           MOVE WE-NAME TO ML-NAME
           MOVE ZERO TO ML-LAST-ACTIVITY-DATE
           MOVE WS-EXTRACT-RUN-DATE TO ML-RUN-DATE
           MOVE WE-SOURCE TO ML-SOURCE-SYSTEM
           PERFORM 2230-SET-LAST-NAME
           WRITE MASTER-RECORD
           IF WS-CUSTOMER-MST-STATUS = "00"
            OR WS-CUSTOMER-MST-STATUS = "02"
               ADD 1 TO WS-FLAG-ONLY-LOADED
           ELSE
               DISPLAY "ERROR LOADING EXCEPTION-ONLY RECORD - FILE "
           DISPLAY "DELTA DELETES SKIPPED..: " WS-DELETES-SKIPPED
           DISPLAY "HISTORY RECORDS ADDED..: " WS-HISTORY-WRITTEN
           DISPLAY "HISTORY ALREADY ON FILE: " WS-HISTORY-ALREADY
           DISPLAY "=================================================="
           PERFORM 9095-WRITE-STEP-CONTROL.

      * Rewritten (OPEN OUTPUT) every run, refusals included, the same
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
               MOVE WS-MASTERS-LOADED   TO WS-SC-RECORDS-OUT
               MOVE WS-DETAIL-DUP-KEYS  TO WS-SC-COUNT-1
               MOVE WS-DELETES-SKIPPED  TO WS-SC-COUNT-2
               MOVE WS-SUSPENSE-READ    TO WS-SC-COUNT-3
               MOVE WS-SUSPENSE-LOADED  TO WS-SC-COUNT-4
               MOVE WS-SUSPENSE-UNKEYED TO WS-SC-COUNT-5
               WRITE STEP-CONTROL-RECORD FROM WS-STEP-CONTROL-LINE
               IF WS-STEP-CONTROL-STATUS NOT = "00"
                   DISPLAY "WARNING - STEP-CONTROL WRITE FAILED - "
                       "FILE STATUS " WS-STEP-CONTROL-STATUS
               END-IF
               CLOSE STEP-CONTROL
           END-IF.

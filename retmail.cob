       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETMAIL.
      *****************************************************************
      * RETMAIL - Returned-mail and undeliverable-address processing.
      *
      * Companion to MAILPREP. Pieces the mailing house cannot deliver
      * come back on its returned-mail file, and until now they went
      * into a box while the same bad addresses were mailed again
      * every cycle. This program keeps the undeliverable state per
      * customer in a keyed file the mailing programs check:
      *
      *   MAILRTN  - the mailing house's returned-mail / forwarding
      *              file, one 80-byte record per returned piece:
      *                cols  1-5   customer ID
      *                cols  6-13  return date (YYYYMMDD)
      *                cols 14-15  return reason code
      *                cols 16-24  postal code the piece was mailed to
      *                            (blank when not supplied)
      *                cols 25-78  forwarding street (25), city (18),
      *                            state (2), postal code (9) - blank
      *                            when there is no forwarding order
      *   RTNPARM  - optional aging threshold in whole cycles
      *              (cols 1-3); 3 when absent.
      *   CUSTMSTR - the keyed master, for the address that bounced.
      *   UNDELIV  - cumulative keyed undeliverable file (customer
      *              ID). Status U = undeliverable, F = moved with a
      *              forwarding address pending as a change, C =
      *              cleared. U and F suppress the customer in
      *              MAILPREP and the ESCHTRK letter feed; CUSTINQ
      *              shows it.
      *   RTNRPT   - returns applied or refused tonight, then the
      *              sweep: flags cleared and accounts undeliverable
      *              for more than the threshold.
      *
      * The flag holds against the address that bounced. Every run
      * sweeps the file: once a newer address comes through the feed
      * onto the master the flag is cleared, otherwise the cycle count
      * goes up by one (once per run date, so a rerun does not age the
      * file twice). The program runs every cycle whether or not a
      * returned-mail file arrived.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  Initial version.
      * 2026-10-15  CUSTMSTR record widened to 180 bytes (derived
      *             last name) and its alternate name and postal-
      *             code keys declared, to match CUSTLOAD.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RETURN-IN ASSIGN TO "MAILRTN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RETURN-IN-STATUS.

           SELECT OPTIONAL PARM-FILE ASSIGN TO "RTNPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ML-ID
               ALTERNATE RECORD KEY IS ML-LAST-NAME WITH DUPLICATES
               ALTERNATE RECORD KEY IS ML-POSTAL-CODE WITH DUPLICATES
               FILE STATUS IS WS-CUSTOMER-MST-STATUS.

      * Cumulative across cycles, like ARCHMSTR - never rebuilt, so a
      * flag stays in force until a newer address clears it.
           SELECT OPTIONAL UNDELIVERABLE ASSIGN TO "UNDELIV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UD-ID
               FILE STATUS IS WS-UNDELIVERABLE-STATUS.

           SELECT OPTIONAL RETURN-RPT ASSIGN TO "RTNRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURN-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RETURN-IN
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  RETURN-IN-RECORD.
           05  RI-ID                    PIC X(5).
           05  RI-RETURN-DATE           PIC X(8).
           05  RI-REASON                PIC X(2).
           05  RI-MAILED-POSTAL         PIC X(9).
           05  RI-FWD-STREET            PIC X(25).
           05  RI-FWD-CITY              PIC X(18).
           05  RI-FWD-STATE             PIC X(2).
           05  RI-FWD-POSTAL            PIC X(9).
           05  FILLER                   PIC X(2).

       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PARM-FILE-RECORD        PIC X(3).

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

       FD  RETURN-RPT
           RECORDING MODE IS F.
       01  RETURN-RPT-RECORD       PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-EOF-SWITCH           PIC X(1)    VALUE "N".
           88  WS-EOF                          VALUE "Y".

       01  WS-SWEEP-EOF-SWITCH     PIC X(1)    VALUE "N".
           88  WS-SWEEP-EOF                    VALUE "Y".

       01  WS-RETURNS-PRESENT-SW   PIC X(1)    VALUE "N".
           88  WS-RETURNS-PRESENT              VALUE "Y".

       01  WS-PROGRAM-NAME         PIC X(8)    VALUE "RETMAIL".
       01  WS-RUN-DATE             PIC 9(8).

      * Cycles an account may stay undeliverable before it is listed
      * on the aging section of RTNRPT.
       01  WS-AGING-CYCLES         PIC 9(3)    VALUE 3.
       01  WS-PARM-CYCLES          PIC X(3)    VALUE SPACES.

       01  WS-RETURNS-READ         PIC 9(7)    VALUE ZERO.
       01  WS-RETURNS-NEW          PIC 9(7)    VALUE ZERO.
       01  WS-RETURNS-REPEAT       PIC 9(7)    VALUE ZERO.
       01  WS-RETURNS-FORWARD      PIC 9(7)    VALUE ZERO.
       01  WS-RETURNS-STALE        PIC 9(7)    VALUE ZERO.
       01  WS-RETURNS-REJECTED     PIC 9(7)    VALUE ZERO.
       01  WS-SWEEP-READ           PIC 9(7)    VALUE ZERO.
       01  WS-SWEEP-CLEARED        PIC 9(7)    VALUE ZERO.
       01  WS-SWEEP-STILL-FLAGGED  PIC 9(7)    VALUE ZERO.
       01  WS-SWEEP-AGED           PIC 9(7)    VALUE ZERO.
       01  WS-EXPECTED-COUNT       PIC 9(7)    VALUE ZERO.

       01  WS-RETURN-IN-STATUS     PIC X(2)    VALUE "00".
       01  WS-PARM-FILE-STATUS     PIC X(2)    VALUE "00".
       01  WS-CUSTOMER-MST-STATUS  PIC X(2)    VALUE "00".
       01  WS-UNDELIVERABLE-STATUS PIC X(2)    VALUE "00".
       01  WS-RETURN-RPT-STATUS    PIC X(2)    VALUE "00".

       01  WS-FORWARD-SWITCH       PIC X(1)    VALUE "N".
           88  WS-HAS-FORWARD                  VALUE "Y".

       01  WS-FILES-OPEN-SWITCH    PIC X(1)    VALUE "N".
           88  WS-FILES-OPEN                   VALUE "Y".

       01  WS-REWRITE-SWITCH       PIC X(1)    VALUE "N".
           88  WS-REWRITE-NEEDED               VALUE "Y".

       01  WS-REPORT-LINE.
           05  WS-RPT-ID           PIC X(5).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  WS-RPT-NAME         PIC X(30).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  WS-RPT-DATE         PIC X(8).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  WS-RPT-TEXT         PIC X(34).

       01  WS-REPORT-HEADING-1.
           05  FILLER              PIC X(27)
               VALUE "RETURNED MAIL PROCESSED FOR".
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  WS-RPT-HDG-DATE     PIC 9(8).
           05  FILLER              PIC X(44)   VALUE SPACES.

       01  WS-REPORT-HEADING-2.
           05  FILLER              PIC X(6)    VALUE "ID".
           05  FILLER              PIC X(31)   VALUE "NAME".
           05  FILLER              PIC X(9)    VALUE "RETURNED".
           05  FILLER              PIC X(34)   VALUE "ACTION".

       01  WS-SWEEP-HEADING-1.
           05  FILLER              PIC X(40)
               VALUE "FLAGS CLEARED TONIGHT AND UNDELIVERABLE".
           05  FILLER              PIC X(11)   VALUE " MORE THAN".
           05  WS-SWP-HDG-CYCLES   PIC ZZ9.
           05  FILLER              PIC X(26)   VALUE " CYCLES".

       01  WS-SWEEP-HEADING-2.
           05  FILLER              PIC X(6)    VALUE "ID".
           05  FILLER              PIC X(31)   VALUE "NAME".
           05  FILLER              PIC X(9)    VALUE "FIRST".
           05  FILLER              PIC X(34)   VALUE "STATUS".

       01  WS-CYCLES-TEXT.
           05  FILLER              PIC X(17)
               VALUE "Undeliverable for".
           05  WS-CYC-COUNT        PIC ZZZZ9.
           05  FILLER              PIC X(12)   VALUE " cycles".

       01  WS-TOTAL-LINE.
           05  WS-TOT-LABEL        PIC X(32).
           05  WS-TOT-COUNT        PIC Z(6)9.
           05  FILLER              PIC X(41)   VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF RETURN-CODE NOT = 16
               PERFORM 2000-APPLY-RETURNS
               PERFORM 3000-SWEEP-UNDELIVERABLE
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1300-READ-AGING-PARM
           IF RETURN-CODE NOT = 16
               OPEN INPUT CUSTOMER-MASTER
               IF WS-CUSTOMER-MST-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN CUSTOMER MASTER - FILE "
                       "STATUS " WS-CUSTOMER-MST-STATUS
                       " - RUN CUSTLOAD FIRST"
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM 1100-OPEN-UNDELIVERABLE
               END-IF
           END-IF

           IF RETURN-CODE = 16
               CONTINUE
           ELSE
               SET WS-FILES-OPEN TO TRUE
               PERFORM 1200-OPEN-RETURNS
               OPEN OUTPUT RETURN-RPT
               MOVE WS-RUN-DATE TO WS-RPT-HDG-DATE
               WRITE RETURN-RPT-RECORD FROM WS-REPORT-HEADING-1
               WRITE RETURN-RPT-RECORD FROM WS-REPORT-HEADING-2
           END-IF.

      * I-O rather than OUTPUT - the file accumulates across cycles,
      * and OPEN OUTPUT would drop every flag still in force. File
      * status 05 just means the OPTIONAL file did not exist yet and
      * was created - the normal first-run case.
       1100-OPEN-UNDELIVERABLE.
           OPEN I-O UNDELIVERABLE
           IF WS-UNDELIVERABLE-STATUS NOT = "00"
            AND WS-UNDELIVERABLE-STATUS NOT = "05"
               DISPLAY "UNABLE TO OPEN UNDELIVERABLE - FILE STATUS "
                   WS-UNDELIVERABLE-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.

      * MAILRTN is optional - most cycles have no returns, and the
      * sweep still has to run to clear and age the file.
       1200-OPEN-RETURNS.
           OPEN INPUT RETURN-IN
           IF WS-RETURN-IN-STATUS = "00"
               SET WS-RETURNS-PRESENT TO TRUE
           ELSE
               DISPLAY "NO RETURNED-MAIL FILE PRESENT - SWEEP ONLY"
           END-IF.

      * RTNPARM is optional - a missing parameter file leaves the
      * default of 3 cycles in force. A parameter that is not a usable
      * number is refused rather than aging on a garbage threshold.
       1300-READ-AGING-PARM.
           OPEN INPUT PARM-FILE
           IF WS-PARM-FILE-STATUS = "00"
               READ PARM-FILE INTO WS-PARM-CYCLES
                   AT END
                       CONTINUE
               END-READ
               CLOSE PARM-FILE
               IF WS-PARM-CYCLES = SPACES
                   CONTINUE
               ELSE
                   IF WS-PARM-CYCLES NOT NUMERIC
                    OR WS-PARM-CYCLES = "000"
                       DISPLAY "INVALID AGING PARAMETER "
                           WS-PARM-CYCLES " - RUN REFUSED"
                       MOVE 16 TO RETURN-CODE
                   ELSE
                       MOVE WS-PARM-CYCLES TO WS-AGING-CYCLES
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * Apply tonight's returns. Each is checked against the master
      * and either flags the address that bounced, adds to a flag
      * already in force, or is refused with the reason on RTNRPT.
      *****************************************************************
       2000-APPLY-RETURNS.
           IF WS-RETURNS-PRESENT
               PERFORM 2100-READ-RETURN
               PERFORM 2200-APPLY-ONE-RETURN UNTIL WS-EOF
           END-IF.

       2100-READ-RETURN.
           READ RETURN-IN
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       2200-APPLY-ONE-RETURN.
           ADD 1 TO WS-RETURNS-READ
           MOVE SPACES          TO WS-RPT-NAME
           MOVE RI-ID           TO WS-RPT-ID
           MOVE RI-RETURN-DATE  TO WS-RPT-DATE
           EVALUATE TRUE
               WHEN RI-ID NOT NUMERIC
                   MOVE "Refused - customer ID not numeric"
                       TO WS-RPT-TEXT
                   PERFORM 2900-REFUSE-RETURN
               WHEN RI-RETURN-DATE NOT NUMERIC
                   MOVE "Refused - return date not valid"
                       TO WS-RPT-TEXT
                   PERFORM 2900-REFUSE-RETURN
               WHEN OTHER
                   MOVE RI-ID TO ML-ID
                   READ CUSTOMER-MASTER
                   IF WS-CUSTOMER-MST-STATUS = "00"
                       MOVE ML-NAME TO WS-RPT-NAME
                       PERFORM 2300-CHECK-MAILED-ADDRESS
                   ELSE
                       MOVE "Refused - not on the master"
                           TO WS-RPT-TEXT
                       PERFORM 2900-REFUSE-RETURN
                   END-IF
           END-EVALUATE
           PERFORM 2100-READ-RETURN.

      * A piece mailed before the customer's address changed can come
      * back after the new address is already on the master. When the
      * mailing house echoes the postal code the piece went to and it
      * is not the one on file, the return is about an address the
      * customer no longer has and must not flag the new one.
       2300-CHECK-MAILED-ADDRESS.
           IF RI-MAILED-POSTAL NOT = SPACES
            AND RI-MAILED-POSTAL NOT = ML-POSTAL-CODE
               ADD 1 TO WS-RETURNS-STALE
               MOVE "Ignored - address already changed"
                   TO WS-RPT-TEXT
               WRITE RETURN-RPT-RECORD FROM WS-REPORT-LINE
           ELSE
               MOVE "N" TO WS-FORWARD-SWITCH
               IF RI-FWD-STREET NOT = SPACES
                AND RI-FWD-POSTAL NOT = SPACES
                   SET WS-HAS-FORWARD TO TRUE
               END-IF
               MOVE ML-ID TO UD-ID
               READ UNDELIVERABLE
                   INVALID KEY
                       PERFORM 2400-FLAG-NEW
                   NOT INVALID KEY
                       IF UD-CLEARED
                           PERFORM 2400-FLAG-NEW
                       ELSE
                           PERFORM 2500-FLAG-REPEAT
                       END-IF
               END-READ
           END-IF.

      * A first return, or one after an earlier flag was cleared,
      * starts the flag over against the address on the master now.
       2400-FLAG-NEW.
           IF WS-UNDELIVERABLE-STATUS = "00"
               SET WS-REWRITE-NEEDED TO TRUE
           ELSE
               MOVE "N" TO WS-REWRITE-SWITCH
           END-IF
           MOVE SPACES           TO UNDELIVERABLE-RECORD
           MOVE ML-ID            TO UD-ID
           SET UD-UNDELIVERABLE  TO TRUE
           MOVE RI-REASON        TO UD-REASON
           MOVE ML-NAME          TO UD-NAME
           MOVE ML-ADDRESS       TO UD-BAD-ADDRESS
           MOVE RI-RETURN-DATE   TO UD-FIRST-RETURN-DATE
           MOVE RI-RETURN-DATE   TO UD-LAST-RETURN-DATE
           MOVE 1                TO UD-RETURN-COUNT
           MOVE 1                TO UD-CYCLES
           MOVE WS-RUN-DATE      TO UD-LAST-CYCLE-DATE
           MOVE ZERO             TO UD-CLEARED-DATE
           MOVE "Marked undeliverable" TO WS-RPT-TEXT
           PERFORM 2600-TAKE-FORWARD
           IF WS-REWRITE-NEEDED
               REWRITE UNDELIVERABLE-RECORD
           ELSE
               WRITE UNDELIVERABLE-RECORD
           END-IF
           IF WS-UNDELIVERABLE-STATUS = "00"
               ADD 1 TO WS-RETURNS-NEW
           ELSE
               DISPLAY "ERROR WRITING UNDELIVERABLE FOR " ML-ID
                   " - FILE STATUS " WS-UNDELIVERABLE-STATUS
               MOVE 8 TO RETURN-CODE
               MOVE "Not applied - file error" TO WS-RPT-TEXT
           END-IF
           WRITE RETURN-RPT-RECORD FROM WS-REPORT-LINE.

      * Another return for a flag already in force. The bad address
      * and first-return date stand; a forwarding order on a later
      * return is kept as the pending change.
       2500-FLAG-REPEAT.
           MOVE RI-REASON      TO UD-REASON
           MOVE RI-RETURN-DATE TO UD-LAST-RETURN-DATE
           IF UD-RETURN-COUNT < 999
               ADD 1 TO UD-RETURN-COUNT
           END-IF
           MOVE "Returned again - flag in force" TO WS-RPT-TEXT
           PERFORM 2600-TAKE-FORWARD
           REWRITE UNDELIVERABLE-RECORD
           IF WS-UNDELIVERABLE-STATUS = "00"
               ADD 1 TO WS-RETURNS-REPEAT
           ELSE
               DISPLAY "ERROR REWRITING UNDELIVERABLE FOR " ML-ID
                   " - FILE STATUS " WS-UNDELIVERABLE-STATUS
               MOVE 8 TO RETURN-CODE
               MOVE "Not applied - file error" TO WS-RPT-TEXT
           END-IF
           WRITE RETURN-RPT-RECORD FROM WS-REPORT-LINE.

      * The forwarding address is not applied to the master here - it
      * is held as a pending change for customer maintenance, and the
      * old address stays suppressed meanwhile.
       2600-TAKE-FORWARD.
           IF WS-HAS-FORWARD
               SET UD-FORWARD-PENDING TO TRUE
               MOVE RI-FWD-STREET TO UD-FWD-STREET
               MOVE RI-FWD-CITY   TO UD-FWD-CITY
               MOVE RI-FWD-STATE  TO UD-FWD-STATE
               MOVE RI-FWD-POSTAL TO UD-FWD-POSTAL
               ADD 1 TO WS-RETURNS-FORWARD
               MOVE "Forwarding address pending" TO WS-RPT-TEXT
           END-IF.

       2900-REFUSE-RETURN.
           ADD 1 TO WS-RETURNS-REJECTED
           WRITE RETURN-RPT-RECORD FROM WS-REPORT-LINE.

      *****************************************************************
      * Sweep every flag in force: cleared once the master carries a
      * newer address than the one that bounced, otherwise aged one
      * cycle per run date and listed past the threshold.
      *****************************************************************
       3000-SWEEP-UNDELIVERABLE.
           MOVE SPACES TO RETURN-RPT-RECORD
           WRITE RETURN-RPT-RECORD
           MOVE WS-AGING-CYCLES TO WS-SWP-HDG-CYCLES
           WRITE RETURN-RPT-RECORD FROM WS-SWEEP-HEADING-1
           WRITE RETURN-RPT-RECORD FROM WS-SWEEP-HEADING-2
           MOVE ZERO TO UD-ID
           START UNDELIVERABLE KEY IS NOT LESS THAN UD-ID
               INVALID KEY
                   SET WS-SWEEP-EOF TO TRUE
           END-START
           PERFORM 3100-READ-NEXT-FLAG
           PERFORM 3200-SWEEP-ONE-FLAG UNTIL WS-SWEEP-EOF.

       3100-READ-NEXT-FLAG.
           IF NOT WS-SWEEP-EOF
               READ UNDELIVERABLE NEXT RECORD
                   AT END
                       SET WS-SWEEP-EOF TO TRUE
               END-READ
           END-IF.

       3200-SWEEP-ONE-FLAG.
           ADD 1 TO WS-SWEEP-READ
           IF UD-SUPPRESSED
               MOVE "N" TO WS-REWRITE-SWITCH
               MOVE UD-ID                TO WS-RPT-ID
               MOVE UD-NAME              TO WS-RPT-NAME
               MOVE UD-FIRST-RETURN-DATE TO WS-RPT-DATE
               MOVE UD-ID TO ML-ID
               READ CUSTOMER-MASTER
               IF WS-CUSTOMER-MST-STATUS = "00"
                AND ML-ADDRESS NOT = UD-BAD-ADDRESS
                   SET UD-CLEARED TO TRUE
                   MOVE WS-RUN-DATE TO UD-CLEARED-DATE
                   SET WS-REWRITE-NEEDED TO TRUE
                   ADD 1 TO WS-SWEEP-CLEARED
                   MOVE "Cleared - newer address on file"
                       TO WS-RPT-TEXT
                   WRITE RETURN-RPT-RECORD FROM WS-REPORT-LINE
               ELSE
                   ADD 1 TO WS-SWEEP-STILL-FLAGGED
                   IF UD-LAST-CYCLE-DATE < WS-RUN-DATE
                    AND UD-CYCLES < 99999
                       ADD 1 TO UD-CYCLES
                       MOVE WS-RUN-DATE TO UD-LAST-CYCLE-DATE
                       SET WS-REWRITE-NEEDED TO TRUE
                   END-IF
                   IF UD-CYCLES > WS-AGING-CYCLES
                       ADD 1 TO WS-SWEEP-AGED
                       MOVE UD-CYCLES TO WS-CYC-COUNT
                       MOVE WS-CYCLES-TEXT TO WS-RPT-TEXT
                       WRITE RETURN-RPT-RECORD FROM WS-REPORT-LINE
                   END-IF
               END-IF
               IF WS-REWRITE-NEEDED
                   REWRITE UNDELIVERABLE-RECORD
                   IF WS-UNDELIVERABLE-STATUS NOT = "00"
                       DISPLAY "ERROR REWRITING UNDELIVERABLE FOR "
                           UD-ID " - FILE STATUS "
                           WS-UNDELIVERABLE-STATUS
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF
           PERFORM 3100-READ-NEXT-FLAG.

       9000-TERMINATE.
           IF WS-FILES-OPEN
               PERFORM 9070-WRITE-RETURN-TOTALS
               PERFORM 9060-RECONCILE-COUNTS
           END-IF
           PERFORM 9100-PRINT-SUMMARY
           IF WS-RETURNS-PRESENT
               CLOSE RETURN-IN
           END-IF
           IF WS-FILES-OPEN
               CLOSE CUSTOMER-MASTER
               CLOSE UNDELIVERABLE
               CLOSE RETURN-RPT
           END-IF.

      * Every return read was applied as new or repeat, ignored as
      * stale, or refused.
       9060-RECONCILE-COUNTS.
           COMPUTE WS-EXPECTED-COUNT =
               WS-RETURNS-NEW + WS-RETURNS-REPEAT
                              + WS-RETURNS-STALE
                              + WS-RETURNS-REJECTED
           IF WS-RETURNS-READ NOT = WS-EXPECTED-COUNT
               DISPLAY "RECONCILIATION ERROR - RETURNS READ "
                   WS-RETURNS-READ " DO NOT TIE OUT TO APPLIED, "
                   "IGNORED AND REFUSED " WS-EXPECTED-COUNT
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "RECONCILIATION OK - ALL RETURNS ACCOUNTED FOR"
           END-IF.

       9070-WRITE-RETURN-TOTALS.
           MOVE SPACES TO RETURN-RPT-RECORD
           WRITE RETURN-RPT-RECORD
           MOVE "RETURNS READ"               TO WS-TOT-LABEL
           MOVE WS-RETURNS-READ              TO WS-TOT-COUNT
           WRITE RETURN-RPT-RECORD FROM WS-TOTAL-LINE
           MOVE "  NEWLY FLAGGED"            TO WS-TOT-LABEL
           MOVE WS-RETURNS-NEW               TO WS-TOT-COUNT
           WRITE RETURN-RPT-RECORD FROM WS-TOTAL-LINE
           MOVE "  FLAG ALREADY IN FORCE"    TO WS-TOT-LABEL
           MOVE WS-RETURNS-REPEAT            TO WS-TOT-COUNT
           WRITE RETURN-RPT-RECORD FROM WS-TOTAL-LINE
           MOVE "  WITH FORWARDING ADDRESS"  TO WS-TOT-LABEL
           MOVE WS-RETURNS-FORWARD           TO WS-TOT-COUNT
           WRITE RETURN-RPT-RECORD FROM WS-TOTAL-LINE
           MOVE "  IGNORED - ADDRESS CHANGED" TO WS-TOT-LABEL
           MOVE WS-RETURNS-STALE             TO WS-TOT-COUNT
           WRITE RETURN-RPT-RECORD FROM WS-TOTAL-LINE
           MOVE "  REFUSED"                  TO WS-TOT-LABEL
           MOVE WS-RETURNS-REJECTED          TO WS-TOT-COUNT
           WRITE RETURN-RPT-RECORD FROM WS-TOTAL-LINE
           MOVE "FLAGS CLEARED TONIGHT"      TO WS-TOT-LABEL
           MOVE WS-SWEEP-CLEARED             TO WS-TOT-COUNT
           WRITE RETURN-RPT-RECORD FROM WS-TOTAL-LINE
           MOVE "FLAGS IN FORCE"             TO WS-TOT-LABEL
           MOVE WS-SWEEP-STILL-FLAGGED       TO WS-TOT-COUNT
           WRITE RETURN-RPT-RECORD FROM WS-TOTAL-LINE
           MOVE "  PAST THE AGING THRESHOLD" TO WS-TOT-LABEL
           MOVE WS-SWEEP-AGED                TO WS-TOT-COUNT
           WRITE RETURN-RPT-RECORD FROM WS-TOTAL-LINE.

       9100-PRINT-SUMMARY.
           DISPLAY "=================================================="
           DISPLAY "CONTROL REPORT - " WS-PROGRAM-NAME
           DISPLAY "RUN DATE (YYYYMMDD)....: " WS-RUN-DATE
           DISPLAY "AGING THRESHOLD........: " WS-AGING-CYCLES
           DISPLAY "RETURNS READ...........: " WS-RETURNS-READ
           DISPLAY "NEWLY FLAGGED..........: " WS-RETURNS-NEW
           DISPLAY "FLAG ALREADY IN FORCE..: " WS-RETURNS-REPEAT
           DISPLAY "FORWARDING ADDRESSES...: " WS-RETURNS-FORWARD
           DISPLAY "IGNORED - ADDR CHANGED.: " WS-RETURNS-STALE
           DISPLAY "REFUSED................: " WS-RETURNS-REJECTED
           DISPLAY "UNDELIVERABLE RECORDS..: " WS-SWEEP-READ
           DISPLAY "FLAGS CLEARED..........: " WS-SWEEP-CLEARED
           DISPLAY "FLAGS IN FORCE.........: " WS-SWEEP-STILL-FLAGGED
           DISPLAY "PAST AGING THRESHOLD...: " WS-SWEEP-AGED
           DISPLAY "==================================================".

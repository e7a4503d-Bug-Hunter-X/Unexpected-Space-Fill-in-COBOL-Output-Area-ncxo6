       IDENTIFICATION DIVISION.
       PROGRAM-ID. STATMIG.
      *****************************************************************
      * STATMIG - Account-status migration matrix between two runs.
      *
      * CUSTHIST holds every customer's record for every run CUSTLOAD
      * has loaded, but until now it could only be read one customer
      * at a time through CUSTINQ HISTORY. This program compares the
      * whole book at two run dates and shows how it moved:
      *
      *   MIGPARM  - one line, required:
      *                cols  1-8   FROM run date (YYYYMMDD)
      *                cols 10-17  TO run date (YYYYMMDD)
      *                cols 19-20  optional detail cell - FROM and TO
      *                            category codes, e.g. IC
      *   CUSTHIST - the cumulative history file, read end to end in
      *              key order (customer ID, then run date).
      *   MIGRPT   - the from/to transition matrix with counts and
      *              row percentages, for the whole book, then one
      *              matrix per source system and one per state.
      *   MIGDTL   - written only when a detail cell is named: one
      *              record per customer in that cell (the retention
      *              team works the I-to-C list from it).
      *
      * Categories: A, I and C are the account status on that run's
      * record; U (unknown) is any other status value; N (not present)
      * means the customer has no record for that run date - a new
      * account on the FROM side, a dropped one on the TO side. Both
      * dates must be run dates actually on CUSTHIST. Source system
      * and state are taken from the TO record, or the FROM record
      * when the customer dropped off. History loaded before CUSTHIST
      * carried them tallies under "?" and "??".
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  Initial version.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "MIGPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT CUSTOMER-HISTORY ASSIGN TO "CUSTHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HL-KEY
               FILE STATUS IS WS-CUSTOMER-HST-STATUS.

           SELECT OPTIONAL MIGRATION-RPT ASSIGN TO "MIGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MIGRATION-RPT-STATUS.

      * The detail file is read by the retention team's tooling by
      * column, so plain SEQUENTIAL with a fixed RECORD CONTAINS.
           SELECT OPTIONAL MIGRATION-DTL ASSIGN TO "MIGDTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MIGRATION-DTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PARM-FILE-RECORD        PIC X(80).

      * History record as written by CUSTLOAD 2220-WRITE-HISTORY.
       FD  CUSTOMER-HISTORY
           RECORD CONTAINS 110 CHARACTERS.
       01  HISTORY-RECORD.
           05  HL-KEY.
               10  HL-ID                PIC 9(5).
               10  HL-RUN-DATE          PIC 9(8).
           05  HL-DISPOSITION           PIC X(1).
           COPY CUSTLAY
               REPLACING ==CL-NAME==    BY ==HL-NAME==
                         ==CL-ID==      BY ==HL-CUST-ID==
                         ==CL-ADDRESS== BY ==HL-ADDRESS==
                         ==CL-ACCOUNT-STATUS==
                                        BY ==HL-ACCOUNT-STATUS==
                         ==CL-LAST-ACTIVITY-DATE==
                                        BY ==HL-LAST-ACTIVITY-DATE==.
           05  HL-SOURCE-SYSTEM         PIC X(1).
           05  HL-STATE                 PIC X(2).
           05  FILLER                   PIC X(9).

       FD  MIGRATION-RPT
           RECORDING MODE IS F.
       01  MIGRATION-RPT-RECORD    PIC X(80).

       FD  MIGRATION-DTL
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  MIGRATION-DTL-RECORD.
           05  MD-ID                    PIC 9(5).
           05  MD-FROM-CATEGORY         PIC X(1).
           05  MD-TO-CATEGORY           PIC X(1).
           05  MD-SOURCE-SYSTEM         PIC X(1).
           05  MD-STATE                 PIC X(2).
           05  MD-NAME                  PIC X(30).
           05  MD-ADDRESS               PIC X(40).
           05  MD-LAST-ACTIVITY-DATE    PIC 9(8).
           05  FILLER                   PIC X(12).

       WORKING-STORAGE SECTION.
       01  WS-EOF-SWITCH           PIC X(1)    VALUE "N".
           88  WS-EOF                          VALUE "Y".

       01  WS-FILES-OPEN-SWITCH    PIC X(1)    VALUE "N".
           88  WS-FILES-OPEN                   VALUE "Y".

       01  WS-DETAIL-SWITCH        PIC X(1)    VALUE "N".
           88  WS-DETAIL-WANTED                VALUE "Y".

       01  WS-PROGRAM-NAME         PIC X(8)    VALUE "STATMIG".
       01  WS-RUN-DATE             PIC 9(8).

       01  WS-PARM-LINE.
           05  WS-PARM-FROM-DATE   PIC X(8).
           05  FILLER              PIC X(1).
           05  WS-PARM-TO-DATE     PIC X(8).
           05  FILLER              PIC X(1).
           05  WS-PARM-CELL-FROM   PIC X(1).
           05  WS-PARM-CELL-TO     PIC X(1).
           05  FILLER              PIC X(60).

       01  WS-FROM-DATE            PIC 9(8)    VALUE ZERO.
       01  WS-TO-DATE              PIC 9(8)    VALUE ZERO.

      * Category codes in matrix order - the subscript of a code in
      * this list is its row (FROM) or column (TO) in every matrix.
       01  WS-CATEGORY-CODES       PIC X(5)    VALUE "AICUN".
       01  WS-CATEGORY-LABEL-VALUES.
           05  FILLER              PIC X(12)   VALUE "A".
           05  FILLER              PIC X(12)   VALUE "I".
           05  FILLER              PIC X(12)   VALUE "C".
           05  FILLER              PIC X(12)   VALUE "UNKNOWN".
           05  FILLER              PIC X(12)   VALUE "NOT PRESENT".
       01  WS-CATEGORY-LABELS REDEFINES WS-CATEGORY-LABEL-VALUES.
           05  WS-CATEGORY-LABEL   PIC X(12)   OCCURS 5 TIMES.

       01  WS-CAT-NOT-PRESENT      PIC 9(1)    VALUE 5.
       01  WS-CAT-UNKNOWN          PIC 9(1)    VALUE 4.

       01  WS-HISTORY-READ         PIC 9(7)    VALUE ZERO.
       01  WS-CUSTOMERS-SEEN       PIC 9(7)    VALUE ZERO.
       01  WS-CUSTOMERS-COMPARED   PIC 9(7)    VALUE ZERO.
       01  WS-IN-NEITHER-RUN       PIC 9(7)    VALUE ZERO.
       01  WS-FROM-RUN-RECORDS     PIC 9(7)    VALUE ZERO.
       01  WS-TO-RUN-RECORDS       PIC 9(7)    VALUE ZERO.
       01  WS-DETAILS-WRITTEN      PIC 9(7)    VALUE ZERO.
       01  WS-SOURCE-UNTALLIED     PIC 9(7)    VALUE ZERO.
       01  WS-STATE-UNTALLIED      PIC 9(7)    VALUE ZERO.
       01  WS-MATRIX-TOTAL         PIC 9(7)    VALUE ZERO.
       01  WS-BREAKDOWN-TOTAL      PIC 9(7)    VALUE ZERO.
       01  WS-NEW-ACCOUNTS         PIC 9(7)    VALUE ZERO.
       01  WS-DROPPED-ACCOUNTS     PIC 9(7)    VALUE ZERO.

       01  WS-PARM-FILE-STATUS     PIC X(2)    VALUE "00".
       01  WS-CUSTOMER-HST-STATUS  PIC X(2)    VALUE "00".
       01  WS-MIGRATION-RPT-STATUS PIC X(2)    VALUE "00".
       01  WS-MIGRATION-DTL-STATUS PIC X(2)    VALUE "00".

      * The customer being collected - its FROM and TO run records,
      * if it has them.
       01  WS-CUR-ID               PIC 9(5)    VALUE ZERO.
       01  WS-CUR-PENDING-SW       PIC X(1)    VALUE "N".
           88  WS-CUR-PENDING                  VALUE "Y".
       01  WS-FROM-FOUND-SW        PIC X(1)    VALUE "N".
           88  WS-FROM-FOUND                   VALUE "Y".
       01  WS-TO-FOUND-SW          PIC X(1)    VALUE "N".
           88  WS-TO-FOUND                     VALUE "Y".
       01  WS-FROM-HISTORY         PIC X(110).
       01  WS-TO-HISTORY           PIC X(110).

      * Whichever of the two records describes the customer on the
      * report and detail file.
       01  WS-KEPT-HISTORY.
           05  WS-KH-KEY           PIC X(13).
           05  WS-KH-DISPOSITION   PIC X(1).
           05  WS-KH-NAME          PIC X(30).
           05  WS-KH-CUST-ID       PIC X(5).
           05  WS-KH-ADDRESS       PIC X(40).
           05  WS-KH-STATUS        PIC X(1).
           05  WS-KH-LAST-ACTIVITY PIC 9(8).
           05  WS-KH-SOURCE-SYSTEM PIC X(1).
           05  WS-KH-STATE         PIC X(2).
           05  FILLER              PIC X(9).

       01  WS-WORK-STATUS          PIC X(1).
       01  WS-WORK-CATEGORY        PIC 9(1).
       01  WS-FROM-CAT             PIC 9(1).
       01  WS-TO-CAT               PIC 9(1).
       01  WS-CELL-FROM-CAT        PIC 9(1)    VALUE ZERO.
       01  WS-CELL-TO-CAT          PIC 9(1)    VALUE ZERO.
       01  WS-TALLY-CODE           PIC X(2).

       01  WS-ROW                  PIC 9(1).
       01  WS-COL                  PIC 9(1).
       01  WS-SUB                  PIC 9(3).
       01  WS-FOUND-SUB            PIC 9(3).

       01  WS-OVERALL-MATRIX.
           05  WS-OV-FROM                      OCCURS 5 TIMES.
               10  WS-OV-CELL      PIC 9(7)    OCCURS 5 TIMES.

       01  WS-SOURCE-MAX           PIC 9(3)    VALUE 20.
       01  WS-SOURCE-USED          PIC 9(3)    VALUE ZERO.
       01  WS-SOURCE-TABLE.
           05  WS-SRC-ENTRY                    OCCURS 20 TIMES.
               10  WS-SRC-CODE     PIC X(1).
               10  WS-SRC-MATRIX.
                   15  WS-SRC-FROM             OCCURS 5 TIMES.
                       20  WS-SRC-CELL PIC 9(7) OCCURS 5 TIMES.

       01  WS-STATE-MAX            PIC 9(3)    VALUE 70.
       01  WS-STATE-USED           PIC 9(3)    VALUE ZERO.
       01  WS-STATE-TABLE.
           05  WS-STA-ENTRY                    OCCURS 70 TIMES.
               10  WS-STA-CODE     PIC X(2).
               10  WS-STA-MATRIX.
                   15  WS-STA-FROM             OCCURS 5 TIMES.
                       20  WS-STA-CELL PIC 9(7) OCCURS 5 TIMES.

      * The matrix being printed, copied in from one of the above.
       01  WS-PRINT-MATRIX.
           05  WS-PM-FROM                      OCCURS 5 TIMES.
               10  WS-PM-CELL      PIC 9(7)    OCCURS 5 TIMES.
       01  WS-PM-ROW-TOTAL         PIC 9(7).
       01  WS-PM-GRAND-TOTAL       PIC 9(7).
       01  WS-PM-COL-TOTALS.
           05  WS-PM-COL-TOTAL     PIC 9(7)    OCCURS 5 TIMES.
       01  WS-PCT                  PIC 9(3)V9.

       01  WS-REPORT-HEADING-1.
           05  FILLER              PIC X(29)
               VALUE "ACCOUNT STATUS MIGRATION FROM".
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  WS-HDG-FROM-DATE    PIC 9(8).
           05  FILLER              PIC X(4)    VALUE " TO ".
           05  WS-HDG-TO-DATE      PIC 9(8).
           05  FILLER              PIC X(30)   VALUE SPACES.

       01  WS-MATRIX-TITLE.
           05  WS-MT-TEXT          PIC X(60).
           05  FILLER              PIC X(20)   VALUE SPACES.

       01  WS-MATRIX-COLUMNS.
           05  FILLER              PIC X(12)   VALUE "FROM \ TO".
           05  FILLER              PIC X(10)   VALUE "         A".
           05  FILLER              PIC X(10)   VALUE "         I".
           05  FILLER              PIC X(10)   VALUE "         C".
           05  FILLER              PIC X(10)   VALUE "   UNKNOWN".
           05  FILLER              PIC X(10)   VALUE "  NOT PRES".
           05  FILLER              PIC X(10)   VALUE "     TOTAL".
           05  FILLER              PIC X(8)    VALUE SPACES.

       01  WS-COUNT-LINE.
           05  WS-CL-LABEL         PIC X(12).
           05  WS-CL-COLUMN                    OCCURS 6 TIMES.
               10  WS-CL-COUNT     PIC Z(8)9.
               10  FILLER          PIC X(1).
           05  FILLER              PIC X(8).

       01  WS-PERCENT-LINE.
           05  WS-PL-LABEL         PIC X(12).
           05  WS-PL-COLUMN                    OCCURS 6 TIMES.
               10  FILLER          PIC X(3).
               10  WS-PL-PCT       PIC ZZ9.9.
               10  WS-PL-SIGN      PIC X(1).
               10  FILLER          PIC X(1).
           05  FILLER              PIC X(8).

       01  WS-TOTAL-LINE.
           05  WS-TOT-LABEL        PIC X(32).
           05  WS-TOT-COUNT        PIC Z(6)9.
           05  FILLER              PIC X(41)   VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF RETURN-CODE NOT = 16
               PERFORM 2000-READ-HISTORY
               PERFORM 2900-CHECK-RUN-DATES
           END-IF
           IF RETURN-CODE NOT = 16
               PERFORM 3000-PRINT-MATRICES
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           INITIALIZE WS-OVERALL-MATRIX
           INITIALIZE WS-SOURCE-TABLE
           INITIALIZE WS-STATE-TABLE
           PERFORM 1100-READ-MIGRATION-PARM
           IF RETURN-CODE NOT = 16
               OPEN INPUT CUSTOMER-HISTORY
               IF WS-CUSTOMER-HST-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN CUSTOMER HISTORY - FILE "
                       "STATUS " WS-CUSTOMER-HST-STATUS
                       " - RUN CUSTLOAD FIRST"
                   MOVE 16 TO RETURN-CODE
               ELSE
                   SET WS-FILES-OPEN TO TRUE
                   OPEN OUTPUT MIGRATION-RPT
                   MOVE WS-FROM-DATE TO WS-HDG-FROM-DATE
                   MOVE WS-TO-DATE   TO WS-HDG-TO-DATE
                   WRITE MIGRATION-RPT-RECORD FROM WS-REPORT-HEADING-1
                   IF WS-DETAIL-WANTED
                       OPEN OUTPUT MIGRATION-DTL
                   END-IF
               END-IF
           END-IF.

      * MIGPARM is required - there is no sensible default pair of
      * dates. The detail cell is optional; when named, both of its
      * codes must be categories.
       1100-READ-MIGRATION-PARM.
           MOVE SPACES TO WS-PARM-LINE
           OPEN INPUT PARM-FILE
           IF WS-PARM-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN MIGPARM - FILE STATUS "
                   WS-PARM-FILE-STATUS " - TWO RUN DATES REQUIRED"
               MOVE 16 TO RETURN-CODE
           ELSE
               READ PARM-FILE INTO WS-PARM-LINE
                   AT END
                       CONTINUE
               END-READ
               CLOSE PARM-FILE
               EVALUATE TRUE
                   WHEN WS-PARM-FROM-DATE NOT NUMERIC
                     OR WS-PARM-TO-DATE NOT NUMERIC
                       DISPLAY "INVALID RUN DATES IN MIGPARM - "
                           WS-PARM-FROM-DATE " " WS-PARM-TO-DATE
                           " - RUN REFUSED"
                       MOVE 16 TO RETURN-CODE
                   WHEN WS-PARM-FROM-DATE NOT < WS-PARM-TO-DATE
                       DISPLAY "FROM DATE " WS-PARM-FROM-DATE
                           " IS NOT BEFORE TO DATE " WS-PARM-TO-DATE
                           " - RUN REFUSED"
                       MOVE 16 TO RETURN-CODE
                   WHEN OTHER
                       MOVE WS-PARM-FROM-DATE TO WS-FROM-DATE
                       MOVE WS-PARM-TO-DATE   TO WS-TO-DATE
                       PERFORM 1200-CHECK-DETAIL-CELL
               END-EVALUATE
           END-IF.

       1200-CHECK-DETAIL-CELL.
           IF WS-PARM-CELL-FROM = SPACE
            AND WS-PARM-CELL-TO = SPACE
               CONTINUE
           ELSE
               MOVE WS-PARM-CELL-FROM TO WS-WORK-STATUS
               PERFORM 1210-FIND-CATEGORY-CODE
               MOVE WS-WORK-CATEGORY TO WS-CELL-FROM-CAT
               MOVE WS-PARM-CELL-TO TO WS-WORK-STATUS
               PERFORM 1210-FIND-CATEGORY-CODE
               MOVE WS-WORK-CATEGORY TO WS-CELL-TO-CAT
               IF WS-CELL-FROM-CAT = ZERO
                OR WS-CELL-TO-CAT = ZERO
                   DISPLAY "INVALID DETAIL CELL " WS-PARM-CELL-FROM
                       WS-PARM-CELL-TO " IN MIGPARM - USE TWO OF "
                       WS-CATEGORY-CODES " - RUN REFUSED"
                   MOVE 16 TO RETURN-CODE
               ELSE
                   SET WS-DETAIL-WANTED TO TRUE
               END-IF
           END-IF.

      * Sets WS-WORK-CATEGORY to the position of WS-WORK-STATUS in the
      * category code list, zero if it is not one of them.
       1210-FIND-CATEGORY-CODE.
           MOVE ZERO TO WS-WORK-CATEGORY
           MOVE ZERO TO WS-ROW
           PERFORM 1220-CHECK-ONE-CODE
               UNTIL WS-ROW >= 5 OR WS-WORK-CATEGORY NOT = ZERO.

       1220-CHECK-ONE-CODE.
           ADD 1 TO WS-ROW
           IF WS-CATEGORY-CODES (WS-ROW:1) = WS-WORK-STATUS
               MOVE WS-ROW TO WS-WORK-CATEGORY
           END-IF.

      *****************************************************************
      * One pass over CUSTHIST. Records arrive by customer ID, then
      * run date, so each customer's runs are together - collect the
      * FROM and TO records for the customer and classify it when the
      * ID changes.
      *****************************************************************
       2000-READ-HISTORY.
           PERFORM 2100-READ-HISTORY-RECORD
           PERFORM 2200-COLLECT-ONE-RECORD UNTIL WS-EOF
           IF WS-CUR-PENDING
               PERFORM 2300-CLASSIFY-CUSTOMER
           END-IF.

       2100-READ-HISTORY-RECORD.
           READ CUSTOMER-HISTORY NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
           END-READ
           IF NOT WS-EOF
            AND WS-CUSTOMER-HST-STATUS NOT = "00"
               DISPLAY "ERROR READING CUSTOMER HISTORY - FILE STATUS "
                   WS-CUSTOMER-HST-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-EOF TO TRUE
           END-IF.

       2200-COLLECT-ONE-RECORD.
           ADD 1 TO WS-HISTORY-READ
           IF WS-CUR-PENDING
            AND HL-ID NOT = WS-CUR-ID
               PERFORM 2300-CLASSIFY-CUSTOMER
           END-IF
           IF NOT WS-CUR-PENDING
               SET WS-CUR-PENDING TO TRUE
               MOVE HL-ID TO WS-CUR-ID
               MOVE "N" TO WS-FROM-FOUND-SW
               MOVE "N" TO WS-TO-FOUND-SW
               ADD 1 TO WS-CUSTOMERS-SEEN
           END-IF
           IF HL-RUN-DATE = WS-FROM-DATE
               SET WS-FROM-FOUND TO TRUE
               MOVE HISTORY-RECORD TO WS-FROM-HISTORY
               ADD 1 TO WS-FROM-RUN-RECORDS
           END-IF
           IF HL-RUN-DATE = WS-TO-DATE
               SET WS-TO-FOUND TO TRUE
               MOVE HISTORY-RECORD TO WS-TO-HISTORY
               ADD 1 TO WS-TO-RUN-RECORDS
           END-IF
           PERFORM 2100-READ-HISTORY-RECORD.

      * A customer with neither run's record existed only between or
      * outside the two dates and is not part of the comparison.
       2300-CLASSIFY-CUSTOMER.
           MOVE "N" TO WS-CUR-PENDING-SW
           IF NOT WS-FROM-FOUND
            AND NOT WS-TO-FOUND
               ADD 1 TO WS-IN-NEITHER-RUN
           ELSE
               ADD 1 TO WS-CUSTOMERS-COMPARED
               MOVE WS-CAT-NOT-PRESENT TO WS-FROM-CAT
               MOVE WS-CAT-NOT-PRESENT TO WS-TO-CAT
               IF WS-FROM-FOUND
                   MOVE WS-FROM-HISTORY TO WS-KEPT-HISTORY
                   PERFORM 2310-CATEGORIZE-STATUS
                   MOVE WS-WORK-CATEGORY TO WS-FROM-CAT
               END-IF
               IF WS-TO-FOUND
                   MOVE WS-TO-HISTORY TO WS-KEPT-HISTORY
                   PERFORM 2310-CATEGORIZE-STATUS
                   MOVE WS-WORK-CATEGORY TO WS-TO-CAT
               END-IF
               ADD 1 TO WS-OV-CELL (WS-FROM-CAT, WS-TO-CAT)
               PERFORM 2400-TALLY-SOURCE
               PERFORM 2500-TALLY-STATE
               IF WS-DETAIL-WANTED
                AND WS-FROM-CAT = WS-CELL-FROM-CAT
                AND WS-TO-CAT = WS-CELL-TO-CAT
                   PERFORM 2600-WRITE-DETAIL
               END-IF
           END-IF.

       2310-CATEGORIZE-STATUS.
           MOVE WS-KH-STATUS TO WS-WORK-STATUS
           IF WS-WORK-STATUS = "A" OR "I" OR "C"
               PERFORM 1210-FIND-CATEGORY-CODE
           ELSE
               MOVE WS-CAT-UNKNOWN TO WS-WORK-CATEGORY
           END-IF.

       2400-TALLY-SOURCE.
           MOVE WS-KH-SOURCE-SYSTEM TO WS-TALLY-CODE
           IF WS-TALLY-CODE = SPACES
               MOVE "?" TO WS-TALLY-CODE
           END-IF
           MOVE ZERO TO WS-FOUND-SUB
           MOVE ZERO TO WS-SUB
           PERFORM 2410-FIND-SOURCE
               UNTIL WS-SUB >= WS-SOURCE-USED
                  OR WS-FOUND-SUB NOT = ZERO
           IF WS-FOUND-SUB = ZERO
               IF WS-SOURCE-USED >= WS-SOURCE-MAX
                   ADD 1 TO WS-SOURCE-UNTALLIED
                   DISPLAY "SOURCE TABLE FULL - SOURCE "
                       WS-TALLY-CODE (1:1) " NOT TALLIED BY SOURCE"
               ELSE
                   ADD 1 TO WS-SOURCE-USED
                   MOVE WS-SOURCE-USED TO WS-FOUND-SUB
                   MOVE WS-TALLY-CODE (1:1)
                       TO WS-SRC-CODE (WS-FOUND-SUB)
               END-IF
           END-IF
           IF WS-FOUND-SUB NOT = ZERO
               ADD 1 TO WS-SRC-CELL (WS-FOUND-SUB, WS-FROM-CAT,
                                     WS-TO-CAT)
           END-IF.

       2410-FIND-SOURCE.
           ADD 1 TO WS-SUB
           IF WS-SRC-CODE (WS-SUB) = WS-TALLY-CODE (1:1)
               MOVE WS-SUB TO WS-FOUND-SUB
           END-IF.

       2500-TALLY-STATE.
           MOVE WS-KH-STATE TO WS-TALLY-CODE
           IF WS-TALLY-CODE = SPACES
               MOVE "??" TO WS-TALLY-CODE
           END-IF
           MOVE ZERO TO WS-FOUND-SUB
           MOVE ZERO TO WS-SUB
           PERFORM 2510-FIND-STATE
               UNTIL WS-SUB >= WS-STATE-USED
                  OR WS-FOUND-SUB NOT = ZERO
           IF WS-FOUND-SUB = ZERO
               IF WS-STATE-USED >= WS-STATE-MAX
                   ADD 1 TO WS-STATE-UNTALLIED
                   DISPLAY "STATE TABLE FULL - STATE "
                       WS-TALLY-CODE " NOT TALLIED BY STATE"
               ELSE
                   ADD 1 TO WS-STATE-USED
                   MOVE WS-STATE-USED TO WS-FOUND-SUB
                   MOVE WS-TALLY-CODE TO WS-STA-CODE (WS-FOUND-SUB)
               END-IF
           END-IF
           IF WS-FOUND-SUB NOT = ZERO
               ADD 1 TO WS-STA-CELL (WS-FOUND-SUB, WS-FROM-CAT,
                                     WS-TO-CAT)
           END-IF.

       2510-FIND-STATE.
           ADD 1 TO WS-SUB
           IF WS-STA-CODE (WS-SUB) = WS-TALLY-CODE
               MOVE WS-SUB TO WS-FOUND-SUB
           END-IF.

       2600-WRITE-DETAIL.
           MOVE SPACES TO MIGRATION-DTL-RECORD
           MOVE WS-CUR-ID           TO MD-ID
           MOVE WS-CATEGORY-CODES (WS-FROM-CAT:1) TO MD-FROM-CATEGORY
           MOVE WS-CATEGORY-CODES (WS-TO-CAT:1)   TO MD-TO-CATEGORY
           MOVE WS-KH-SOURCE-SYSTEM TO MD-SOURCE-SYSTEM
           MOVE WS-KH-STATE         TO MD-STATE
           MOVE WS-KH-NAME          TO MD-NAME
           MOVE WS-KH-ADDRESS       TO MD-ADDRESS
           MOVE WS-KH-LAST-ACTIVITY TO MD-LAST-ACTIVITY-DATE
           WRITE MIGRATION-DTL-RECORD
           IF WS-MIGRATION-DTL-STATUS = "00"
               ADD 1 TO WS-DETAILS-WRITTEN
           ELSE
               DISPLAY "ERROR WRITING MIGRATION-DTL - FILE STATUS "
                   WS-MIGRATION-DTL-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

      * A date with no records at all is almost always a typo in
      * MIGPARM - every customer would land in NOT PRESENT and the
      * matrix would look like the whole book churned.
       2900-CHECK-RUN-DATES.
           IF RETURN-CODE NOT = 16
               IF WS-FROM-RUN-RECORDS = ZERO
                   DISPLAY "NO CUSTHIST RECORDS FOR FROM DATE "
                       WS-FROM-DATE " - NOT A RUN DATE - RUN REFUSED"
                   MOVE 16 TO RETURN-CODE
               END-IF
               IF WS-TO-RUN-RECORDS = ZERO
                   DISPLAY "NO CUSTHIST RECORDS FOR TO DATE "
                       WS-TO-DATE " - NOT A RUN DATE - RUN REFUSED"
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

      *****************************************************************
      * Report: the whole book first, then each source system, then
      * each state, all in the same matrix format.
      *****************************************************************
       3000-PRINT-MATRICES.
           MOVE WS-OVERALL-MATRIX TO WS-PRINT-MATRIX
           MOVE "ALL ACCOUNTS" TO WS-MT-TEXT
           PERFORM 3100-PRINT-MATRIX
           MOVE ZERO TO WS-SUB
           PERFORM 3010-PRINT-ONE-SOURCE
               UNTIL WS-SUB >= WS-SOURCE-USED
           MOVE ZERO TO WS-SUB
           PERFORM 3020-PRINT-ONE-STATE
               UNTIL WS-SUB >= WS-STATE-USED.

       3010-PRINT-ONE-SOURCE.
           ADD 1 TO WS-SUB
           MOVE WS-SRC-MATRIX (WS-SUB) TO WS-PRINT-MATRIX
           MOVE SPACES TO WS-MT-TEXT
           STRING "SOURCE SYSTEM " WS-SRC-CODE (WS-SUB)
               DELIMITED BY SIZE
               INTO WS-MT-TEXT
           END-STRING
           PERFORM 3100-PRINT-MATRIX.

       3020-PRINT-ONE-STATE.
           ADD 1 TO WS-SUB
           MOVE WS-STA-MATRIX (WS-SUB) TO WS-PRINT-MATRIX
           MOVE SPACES TO WS-MT-TEXT
           STRING "STATE " WS-STA-CODE (WS-SUB)
               DELIMITED BY SIZE
               INTO WS-MT-TEXT
           END-STRING
           PERFORM 3100-PRINT-MATRIX.

      * Each FROM row shows its counts, then what share of that row
      * went to each TO category. The TOTAL row's percentages are
      * shares of everything compared.
       3100-PRINT-MATRIX.
           MOVE SPACES TO MIGRATION-RPT-RECORD
           WRITE MIGRATION-RPT-RECORD
           WRITE MIGRATION-RPT-RECORD FROM WS-MATRIX-TITLE
           WRITE MIGRATION-RPT-RECORD FROM WS-MATRIX-COLUMNS
           INITIALIZE WS-PM-COL-TOTALS
           MOVE ZERO TO WS-PM-GRAND-TOTAL
           MOVE ZERO TO WS-ROW
           PERFORM 3110-PRINT-ONE-ROW UNTIL WS-ROW >= 5
           PERFORM 3130-PRINT-TOTAL-ROW.

       3110-PRINT-ONE-ROW.
           ADD 1 TO WS-ROW
           MOVE SPACES TO WS-COUNT-LINE
           MOVE SPACES TO WS-PERCENT-LINE
           MOVE WS-CATEGORY-LABEL (WS-ROW) TO WS-CL-LABEL
           MOVE "  ROW %" TO WS-PL-LABEL
           MOVE ZERO TO WS-PM-ROW-TOTAL
           MOVE ZERO TO WS-COL
           PERFORM 3115-ADD-ONE-CELL UNTIL WS-COL >= 5
           ADD WS-PM-ROW-TOTAL TO WS-PM-GRAND-TOTAL
           MOVE ZERO TO WS-COL
           PERFORM 3120-FORMAT-ONE-CELL UNTIL WS-COL >= 5
           MOVE WS-PM-ROW-TOTAL TO WS-CL-COUNT (6)
           IF WS-PM-ROW-TOTAL > ZERO
               MOVE 100 TO WS-PL-PCT (6)
               MOVE "%" TO WS-PL-SIGN (6)
           END-IF
           WRITE MIGRATION-RPT-RECORD FROM WS-COUNT-LINE
           IF WS-PM-ROW-TOTAL > ZERO
               WRITE MIGRATION-RPT-RECORD FROM WS-PERCENT-LINE
           END-IF.

       3115-ADD-ONE-CELL.
           ADD 1 TO WS-COL
           ADD WS-PM-CELL (WS-ROW, WS-COL) TO WS-PM-ROW-TOTAL
           ADD WS-PM-CELL (WS-ROW, WS-COL) TO WS-PM-COL-TOTAL (WS-COL).

       3120-FORMAT-ONE-CELL.
           ADD 1 TO WS-COL
           MOVE WS-PM-CELL (WS-ROW, WS-COL) TO WS-CL-COUNT (WS-COL)
           IF WS-PM-ROW-TOTAL > ZERO
               COMPUTE WS-PCT ROUNDED =
                   WS-PM-CELL (WS-ROW, WS-COL) * 100
                       / WS-PM-ROW-TOTAL
               MOVE WS-PCT TO WS-PL-PCT (WS-COL)
               MOVE "%" TO WS-PL-SIGN (WS-COL)
           END-IF.

       3130-PRINT-TOTAL-ROW.
           MOVE SPACES TO WS-COUNT-LINE
           MOVE SPACES TO WS-PERCENT-LINE
           MOVE "TOTAL" TO WS-CL-LABEL
           MOVE "  OF ALL %" TO WS-PL-LABEL
           MOVE ZERO TO WS-COL
           PERFORM 3135-FORMAT-ONE-TOTAL UNTIL WS-COL >= 5
           MOVE WS-PM-GRAND-TOTAL TO WS-CL-COUNT (6)
           IF WS-PM-GRAND-TOTAL > ZERO
               MOVE 100 TO WS-PL-PCT (6)
               MOVE "%" TO WS-PL-SIGN (6)
           END-IF
           WRITE MIGRATION-RPT-RECORD FROM WS-COUNT-LINE
           IF WS-PM-GRAND-TOTAL > ZERO
               WRITE MIGRATION-RPT-RECORD FROM WS-PERCENT-LINE
           END-IF.

       3135-FORMAT-ONE-TOTAL.
           ADD 1 TO WS-COL
           MOVE WS-PM-COL-TOTAL (WS-COL) TO WS-CL-COUNT (WS-COL)
           IF WS-PM-GRAND-TOTAL > ZERO
               COMPUTE WS-PCT ROUNDED =
                   WS-PM-COL-TOTAL (WS-COL) * 100
                       / WS-PM-GRAND-TOTAL
               MOVE WS-PCT TO WS-PL-PCT (WS-COL)
               MOVE "%" TO WS-PL-SIGN (WS-COL)
           END-IF.

       9000-TERMINATE.
           IF RETURN-CODE NOT = 16
               PERFORM 9060-RECONCILE-COUNTS
               PERFORM 9070-WRITE-RUN-TOTALS
           END-IF
           PERFORM 9100-PRINT-SUMMARY
           IF WS-FILES-OPEN
               CLOSE CUSTOMER-HISTORY
               CLOSE MIGRATION-RPT
               IF WS-DETAIL-WANTED
                   CLOSE MIGRATION-DTL
               END-IF
           END-IF.

      * Every customer compared lands in exactly one cell of the
      * whole-book matrix, and in one cell of its source and state
      * matrices unless a table overflowed.
       9060-RECONCILE-COUNTS.
           MOVE ZERO TO WS-MATRIX-TOTAL
           MOVE ZERO TO WS-NEW-ACCOUNTS
           MOVE ZERO TO WS-DROPPED-ACCOUNTS
           MOVE ZERO TO WS-ROW
           PERFORM 9061-ADD-OVERALL-ROW UNTIL WS-ROW >= 5
           IF WS-MATRIX-TOTAL NOT = WS-CUSTOMERS-COMPARED
               DISPLAY "RECONCILIATION ERROR - MATRIX TOTAL "
                   WS-MATRIX-TOTAL " DOES NOT TIE OUT TO CUSTOMERS "
                   "COMPARED " WS-CUSTOMERS-COMPARED
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "RECONCILIATION OK - EVERY CUSTOMER COMPARED "
                   "IS IN ONE CELL"
           END-IF
           MOVE WS-SOURCE-UNTALLIED TO WS-BREAKDOWN-TOTAL
           MOVE ZERO TO WS-SUB
           PERFORM 9063-ADD-SOURCE-TOTAL UNTIL WS-SUB >= WS-SOURCE-USED
           IF WS-BREAKDOWN-TOTAL NOT = WS-CUSTOMERS-COMPARED
               DISPLAY "RECONCILIATION ERROR - SOURCE BREAKDOWN "
                   WS-BREAKDOWN-TOTAL " DOES NOT TIE OUT TO "
                   "CUSTOMERS COMPARED " WS-CUSTOMERS-COMPARED
               MOVE 8 TO RETURN-CODE
           END-IF
           MOVE WS-STATE-UNTALLIED TO WS-BREAKDOWN-TOTAL
           MOVE ZERO TO WS-SUB
           PERFORM 9065-ADD-STATE-TOTAL UNTIL WS-SUB >= WS-STATE-USED
           IF WS-BREAKDOWN-TOTAL NOT = WS-CUSTOMERS-COMPARED
               DISPLAY "RECONCILIATION ERROR - STATE BREAKDOWN "
                   WS-BREAKDOWN-TOTAL " DOES NOT TIE OUT TO "
                   "CUSTOMERS COMPARED " WS-CUSTOMERS-COMPARED
               MOVE 8 TO RETURN-CODE
           END-IF.

       9061-ADD-OVERALL-ROW.
           ADD 1 TO WS-ROW
           MOVE ZERO TO WS-COL
           PERFORM 9062-ADD-OVERALL-CELL UNTIL WS-COL >= 5.

       9062-ADD-OVERALL-CELL.
           ADD 1 TO WS-COL
           ADD WS-OV-CELL (WS-ROW, WS-COL) TO WS-MATRIX-TOTAL
           IF WS-ROW = WS-CAT-NOT-PRESENT
               ADD WS-OV-CELL (WS-ROW, WS-COL) TO WS-NEW-ACCOUNTS
           END-IF
           IF WS-COL = WS-CAT-NOT-PRESENT
               ADD WS-OV-CELL (WS-ROW, WS-COL) TO WS-DROPPED-ACCOUNTS
           END-IF.

       9063-ADD-SOURCE-TOTAL.
           ADD 1 TO WS-SUB
           MOVE ZERO TO WS-ROW
           PERFORM 9064-ADD-SOURCE-ROW UNTIL WS-ROW >= 5.

       9064-ADD-SOURCE-ROW.
           ADD 1 TO WS-ROW
           MOVE ZERO TO WS-COL
           PERFORM 9067-ADD-SOURCE-CELL UNTIL WS-COL >= 5.

       9067-ADD-SOURCE-CELL.
           ADD 1 TO WS-COL
           ADD WS-SRC-CELL (WS-SUB, WS-ROW, WS-COL)
               TO WS-BREAKDOWN-TOTAL.

       9065-ADD-STATE-TOTAL.
           ADD 1 TO WS-SUB
           MOVE ZERO TO WS-ROW
           PERFORM 9066-ADD-STATE-ROW UNTIL WS-ROW >= 5.

       9066-ADD-STATE-ROW.
           ADD 1 TO WS-ROW
           MOVE ZERO TO WS-COL
           PERFORM 9068-ADD-STATE-CELL UNTIL WS-COL >= 5.

       9068-ADD-STATE-CELL.
           ADD 1 TO WS-COL
           ADD WS-STA-CELL (WS-SUB, WS-ROW, WS-COL)
               TO WS-BREAKDOWN-TOTAL.

       9070-WRITE-RUN-TOTALS.
           MOVE SPACES TO MIGRATION-RPT-RECORD
           WRITE MIGRATION-RPT-RECORD
           MOVE "CUSTOMERS COMPARED"         TO WS-TOT-LABEL
           MOVE WS-CUSTOMERS-COMPARED        TO WS-TOT-COUNT
           WRITE MIGRATION-RPT-RECORD FROM WS-TOTAL-LINE
           MOVE "  ON THE FROM RUN"          TO WS-TOT-LABEL
           MOVE WS-FROM-RUN-RECORDS          TO WS-TOT-COUNT
           WRITE MIGRATION-RPT-RECORD FROM WS-TOTAL-LINE
           MOVE "  ON THE TO RUN"            TO WS-TOT-LABEL
           MOVE WS-TO-RUN-RECORDS            TO WS-TOT-COUNT
           WRITE MIGRATION-RPT-RECORD FROM WS-TOTAL-LINE
           MOVE "  NEW SINCE THE FROM RUN"   TO WS-TOT-LABEL
           MOVE WS-NEW-ACCOUNTS              TO WS-TOT-COUNT
           WRITE MIGRATION-RPT-RECORD FROM WS-TOTAL-LINE
           MOVE "  DROPPED BY THE TO RUN"    TO WS-TOT-LABEL
           MOVE WS-DROPPED-ACCOUNTS          TO WS-TOT-COUNT
           WRITE MIGRATION-RPT-RECORD FROM WS-TOTAL-LINE
           IF WS-DETAIL-WANTED
               MOVE SPACES TO WS-TOT-LABEL
               STRING "DETAIL RECORDS - CELL " WS-PARM-CELL-FROM
                   " TO " WS-PARM-CELL-TO
                   DELIMITED BY SIZE
                   INTO WS-TOT-LABEL
               END-STRING
               MOVE WS-DETAILS-WRITTEN       TO WS-TOT-COUNT
               WRITE MIGRATION-RPT-RECORD FROM WS-TOTAL-LINE
           END-IF.

       9100-PRINT-SUMMARY.
           DISPLAY "=================================================="
           DISPLAY "CONTROL REPORT - " WS-PROGRAM-NAME
           DISPLAY "RUN DATE (YYYYMMDD)....: " WS-RUN-DATE
           DISPLAY "FROM RUN DATE..........: " WS-FROM-DATE
           DISPLAY "TO RUN DATE............: " WS-TO-DATE
           DISPLAY "HISTORY RECORDS READ...: " WS-HISTORY-READ
           DISPLAY "CUSTOMERS ON HISTORY...: " WS-CUSTOMERS-SEEN
           DISPLAY "CUSTOMERS COMPARED.....: " WS-CUSTOMERS-COMPARED
           DISPLAY "IN NEITHER RUN.........: " WS-IN-NEITHER-RUN
           DISPLAY "NEW ACCOUNTS...........: " WS-NEW-ACCOUNTS
           DISPLAY "DROPPED ACCOUNTS.......: " WS-DROPPED-ACCOUNTS
           DISPLAY "SOURCE SYSTEMS.........: " WS-SOURCE-USED
           DISPLAY "STATES REPRESENTED.....: " WS-STATE-USED
           DISPLAY "DETAIL RECORDS WRITTEN.: " WS-DETAILS-WRITTEN
           DISPLAY "==================================================".

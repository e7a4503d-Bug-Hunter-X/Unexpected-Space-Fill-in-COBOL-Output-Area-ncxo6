       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTMNT.
      *****************************************************************
      * CUSTMNT - Customer maintenance transactions with audit trail.
      *
      * Until now a customer's name, address or status only changed
      * when the upstream unload sent it, so a service-desk address
      * change or closure waited days while MAILPREP kept mailing the
      * old address. This program takes those changes directly,
      * validates them against the keyed master, and hands accepted
      * ones to CUSTMRGE in feed format for the next cycle:
      *
      *   MNTTXN   - maintenance transactions, one per line:
      *                cols   1-5   customer ID
      *                cols   7-8   AD = add a customer
      *                             CN = change name
      *                             CA = change address
      *                             CS = change status
      *                             CL = close the account
      *                cols  10-17  requester ID
      *                cols  19-26  approver ID - required, and must
      *                             not be the requester
      *                col   28     new status (CS; AD, default A)
      *                col   29     source system 1-3 (AD only)
      *                cols  31-60  name (AD, CN)
      *                cols  61-100 address (AD, CA)
      *   CUSTMSTR - the keyed master, for the current image.
      *   MNTADDO  - accepted adds, 85-byte feed records. CUSTMRGE
      *              merges them in ID order like CUSTFIXO records.
      *   MNTCHGO  - accepted changes and closures, 85-byte feed
      *              records. CUSTMRGE lets each supersede the feed
      *              record with the same ID, as DUPFIXO records do.
      *   MNTAUDIT - permanent audit log, appended every run: one
      *              record per transaction, accepted or rejected,
      *              with the requester, approver, the transaction as
      *              keyed and the before and after feed images.
      *   MNTREJ   - rejected transactions with the reason, then the
      *              run totals.
      *
      * Several transactions for one customer in the same run build on
      * each other - the second sees the first one's after image - and
      * go out as one feed record. A change applies to the next cycle's
      * feed only; the source system must still be updated, or its next
      * unload will send the old value back.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  Initial version.
      * 2026-10-15  CUSTMSTR record widened to 180 bytes (derived
      *             last name) and its alternate name and postal-
      *             code keys declared, to match CUSTLOAD.
      * 2026-10-15  MNTADDO, MNTCHGO or MNTREJ failing to open now
      *             stops the run with RC 16 before any transaction
      *             is read.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TRANSACTION-IN ASSIGN TO "MNTTXN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSACTION-IN-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ML-ID
               ALTERNATE RECORD KEY IS ML-LAST-NAME WITH DUPLICATES
               ALTERNATE RECORD KEY IS ML-POSTAL-CODE WITH DUPLICATES
               FILE STATUS IS WS-CUSTOMER-MST-STATUS.

      * Both feed files carry fixed-position CUSTLAY records that
      * CUSTMRGE reads by column, so plain SEQUENTIAL with a fixed
      * RECORD CONTAINS, the same as CUSTFIXO and DUPFIXO.
           SELECT OPTIONAL ADD-OUT ASSIGN TO "MNTADDO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ADD-OUT-STATUS.

           SELECT OPTIONAL CHANGE-OUT ASSIGN TO "MNTCHGO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHANGE-OUT-STATUS.

      * Cumulative across runs, appended the way CUSTEXTR appends
      * RUNHIST - OPEN EXTEND creates it on the first run.
           SELECT OPTIONAL AUDIT-LOG ASSIGN TO "MNTAUDIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOG-STATUS.

           SELECT OPTIONAL REJECT-RPT ASSIGN TO "MNTREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-IN
           RECORDING MODE IS F.
       01  TRANSACTION-IN-RECORD   PIC X(100).

      * Master record as written by CUSTLOAD 2210-WRITE-DETAIL-MASTER.
       FD  CUSTOMER-MASTER
           RECORD CONTAINS 180 CHARACTERS.
       01  MASTER-RECORD.
           05  ML-DISPOSITION           PIC X(1).
           05  ML-FLAGGED               PIC X(1).
           05  ML-CUSTOMER-DATA.
               COPY CUSTLAY
                   REPLACING ==05== BY ==10==
                       ==CL-NAME==    BY ==ML-NAME==
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

       FD  ADD-OUT
           RECORDING MODE IS F
           RECORD CONTAINS 85 CHARACTERS.
       01  ADD-OUT-RECORD          PIC X(85).

       FD  CHANGE-OUT
           RECORDING MODE IS F
           RECORD CONTAINS 85 CHARACTERS.
       01  CHANGE-OUT-RECORD       PIC X(85).

       FD  AUDIT-LOG
           RECORDING MODE IS F
           RECORD CONTAINS 360 CHARACTERS.
       01  AUDIT-LOG-RECORD.
           05  MA-RUN-DATE              PIC 9(8).
           05  MA-RUN-TIME              PIC 9(8).
           05  MA-TXN-SEQ               PIC 9(5).
           05  MA-ID                    PIC X(5).
           05  MA-TXN-CODE              PIC X(2).
           05  MA-REQUESTER             PIC X(8).
           05  MA-APPROVER              PIC X(8).
           05  MA-RESULT                PIC X(1).
               88  MA-ACCEPTED                     VALUE "A".
               88  MA-REJECTED                     VALUE "R".
           05  MA-REASON                PIC X(40).
           05  MA-TXN-IMAGE             PIC X(100).
           05  MA-BEFORE-IMAGE          PIC X(85).
           05  MA-AFTER-IMAGE           PIC X(85).
           05  FILLER                   PIC X(5).

       FD  REJECT-RPT
           RECORDING MODE IS F.
       01  REJECT-RPT-RECORD       PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-EOF-SWITCH           PIC X(1)    VALUE "N".
           88  WS-EOF                          VALUE "Y".

       01  WS-FILES-OPEN-SWITCH    PIC X(1)    VALUE "N".
           88  WS-FILES-OPEN                   VALUE "Y".

       01  WS-PROGRAM-NAME         PIC X(8)    VALUE "CUSTMNT".
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-RUN-TIME             PIC 9(8).

       01  WS-TXN-READ             PIC 9(7)    VALUE ZERO.
       01  WS-TXN-ACCEPTED         PIC 9(7)    VALUE ZERO.
       01  WS-TXN-REJECTED         PIC 9(7)    VALUE ZERO.
       01  WS-ADDS-ACCEPTED        PIC 9(7)    VALUE ZERO.
       01  WS-NAMES-ACCEPTED       PIC 9(7)    VALUE ZERO.
       01  WS-ADDRESSES-ACCEPTED   PIC 9(7)    VALUE ZERO.
       01  WS-STATUSES-ACCEPTED    PIC 9(7)    VALUE ZERO.
       01  WS-CLOSES-ACCEPTED      PIC 9(7)    VALUE ZERO.
       01  WS-ADDS-WRITTEN         PIC 9(7)    VALUE ZERO.
       01  WS-CHANGES-WRITTEN      PIC 9(7)    VALUE ZERO.
       01  WS-AUDIT-WRITTEN        PIC 9(7)    VALUE ZERO.
       01  WS-EXPECTED-COUNT       PIC 9(7)    VALUE ZERO.

       01  WS-TRANSACTION-IN-STATUS PIC X(2)   VALUE "00".
       01  WS-CUSTOMER-MST-STATUS  PIC X(2)    VALUE "00".
       01  WS-ADD-OUT-STATUS       PIC X(2)    VALUE "00".
       01  WS-CHANGE-OUT-STATUS    PIC X(2)    VALUE "00".
       01  WS-AUDIT-LOG-STATUS     PIC X(2)    VALUE "00".
       01  WS-REJECT-RPT-STATUS    PIC X(2)    VALUE "00".

       01  WS-TXN-LINE.
           05  WS-TXN-ID           PIC X(5).
           05  FILLER              PIC X(1).
           05  WS-TXN-CODE         PIC X(2).
               88  WS-TXN-ADD                  VALUE "AD".
               88  WS-TXN-CHANGE-NAME          VALUE "CN".
               88  WS-TXN-CHANGE-ADDRESS       VALUE "CA".
               88  WS-TXN-CHANGE-STATUS        VALUE "CS".
               88  WS-TXN-CLOSE                VALUE "CL".
               88  WS-TXN-CODE-VALID           VALUE "AD" "CN" "CA"
                                                     "CS" "CL".
           05  FILLER              PIC X(1).
           05  WS-TXN-REQUESTER    PIC X(8).
           05  FILLER              PIC X(1).
           05  WS-TXN-APPROVER     PIC X(8).
           05  FILLER              PIC X(1).
           05  WS-TXN-STATUS       PIC X(1).
           05  WS-TXN-SOURCE       PIC X(1).
           05  FILLER              PIC X(1).
           05  WS-TXN-NAME         PIC X(30).
           05  WS-TXN-ADDRESS      PIC X(40).
       01  WS-TXN-NUMERIC-ID REDEFINES WS-TXN-LINE.
           05  WS-TXN-ID-NUM       PIC 9(5).
           05  FILLER              PIC X(95).

      * A customer's feed image - the 84-byte CUSTLAY record plus the
      * source-system byte, exactly as CUSTMRGE reads it.
       01  WS-BEFORE-IMAGE         PIC X(85)   VALUE SPACES.
       01  WS-AFTER-IMAGE.
           05  WS-AFTER-CUSTOMER.
               COPY CUSTLAY
                   REPLACING ==05== BY ==10==
                       ==CL-NAME==    BY ==WA-NAME==
                       ==CL-ID==      BY ==WA-ID==
                       ==CL-ADDRESS== BY ==WA-ADDRESS==
                       ==CL-ACCOUNT-STATUS==
                                 BY ==WA-ACCOUNT-STATUS==
                       ==CL-LAST-ACTIVITY-DATE==
                                 BY ==WA-LAST-ACT-DATE==.
           05  WA-SOURCE-SYSTEM    PIC X(1).

       01  WS-CURRENT-SWITCH       PIC X(1)    VALUE "N".
           88  WS-CURRENT-FOUND                VALUE "Y".
       01  WS-ON-MASTER-SWITCH     PIC X(1)    VALUE "N".
           88  WS-ON-MASTER                    VALUE "Y".

       01  WS-REJECT-REASON        PIC X(40)   VALUE SPACES.

      * Accepted images waiting to go out, one per customer - a later
      * transaction for the same customer updates its entry in place.
      * Type A entries are adds (MNTADDO), C entries changes (MNTCHGO).
       01  WS-PENDING-TABLE.
           05  WS-PEND-ENTRY OCCURS 1000 TIMES.
               10  WS-PEND-ID          PIC 9(5).
               10  WS-PEND-TYPE        PIC X(1).
               10  WS-PEND-IMAGE       PIC X(85).

       01  WS-PEND-COUNT           PIC 9(4)    VALUE ZERO.
       01  WS-PEND-MAX             PIC 9(4)    VALUE 1000.
       01  WS-PEND-SUB             PIC 9(4)    VALUE ZERO.
       01  WS-PEND-MATCH-SUB       PIC 9(4)    VALUE ZERO.

       01  WS-REPORT-LINE.
           05  WS-RPT-SEQ          PIC Z(4)9.
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  WS-RPT-ID           PIC X(5).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  WS-RPT-CODE         PIC X(2).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  WS-RPT-REQUESTER    PIC X(8).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  WS-RPT-APPROVER     PIC X(8).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  WS-RPT-REASON       PIC X(40).
           05  FILLER              PIC X(7)    VALUE SPACES.

       01  WS-REPORT-HEADING-1.
           05  FILLER              PIC X(36)
               VALUE "REJECTED MAINTENANCE TRANSACTIONS - ".
           05  WS-RPT-HDG-DATE     PIC 9(8).
           05  FILLER              PIC X(36)   VALUE SPACES.

       01  WS-REPORT-HEADING-2.
           05  FILLER              PIC X(6)    VALUE "SEQ".
           05  FILLER              PIC X(6)    VALUE "ID".
           05  FILLER              PIC X(3)    VALUE "TX".
           05  FILLER              PIC X(9)    VALUE "REQUEST".
           05  FILLER              PIC X(9)    VALUE "APPROVE".
           05  FILLER              PIC X(47)   VALUE "REASON".

       01  WS-TOTAL-LINE.
           05  WS-TOT-LABEL        PIC X(32).
           05  WS-TOT-COUNT        PIC Z(6)9.
           05  FILLER              PIC X(41)   VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF RETURN-CODE NOT = 16
               PERFORM 2000-PROCESS-TRANSACTION UNTIL WS-EOF
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUSTOMER-MST-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN CUSTOMER MASTER - FILE "
                   "STATUS " WS-CUSTOMER-MST-STATUS
                   " - RUN CUSTLOAD FIRST"
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 1100-OPEN-AUDIT-LOG
           END-IF

           IF RETURN-CODE NOT = 16
               PERFORM 1150-OPEN-OUTPUTS
           END-IF

           IF RETURN-CODE = 16
               CONTINUE
           ELSE
               SET WS-FILES-OPEN TO TRUE
               MOVE WS-RUN-DATE TO WS-RPT-HDG-DATE
               WRITE REJECT-RPT-RECORD FROM WS-REPORT-HEADING-1
               WRITE REJECT-RPT-RECORD FROM WS-REPORT-HEADING-2
               PERFORM 1200-OPEN-TRANSACTIONS
           END-IF.

      * No change may go out without its audit record, so an audit log
      * that will not open stops the run before anything is read.
       1100-OPEN-AUDIT-LOG.
           OPEN EXTEND AUDIT-LOG
           IF WS-AUDIT-LOG-STATUS NOT = "00"
                   AND WS-AUDIT-LOG-STATUS NOT = "05"
               DISPLAY "UNABLE TO OPEN AUDIT-LOG - FILE STATUS "
                   WS-AUDIT-LOG-STATUS " - NO TRANSACTIONS APPLIED"
               MOVE 16 TO RETURN-CODE
               CLOSE CUSTOMER-MASTER
           END-IF.

      * Accepted changes with nowhere to go would be lost, so the feed
      * files and the reject report must all open before anything is
      * read. Whatever did open is closed again.
       1150-OPEN-OUTPUTS.
           OPEN OUTPUT ADD-OUT
           OPEN OUTPUT CHANGE-OUT
           OPEN OUTPUT REJECT-RPT
           IF (WS-ADD-OUT-STATUS NOT = "00"
                   AND WS-ADD-OUT-STATUS NOT = "05")
            OR (WS-CHANGE-OUT-STATUS NOT = "00"
                   AND WS-CHANGE-OUT-STATUS NOT = "05")
            OR (WS-REJECT-RPT-STATUS NOT = "00"
                   AND WS-REJECT-RPT-STATUS NOT = "05")
               DISPLAY "UNABLE TO OPEN MNTADDO/MNTCHGO/MNTREJ - FILE "
                   "STATUS " WS-ADD-OUT-STATUS "/"
                   WS-CHANGE-OUT-STATUS "/" WS-REJECT-RPT-STATUS
                   " - NO TRANSACTIONS APPLIED"
               MOVE 16 TO RETURN-CODE
               IF WS-ADD-OUT-STATUS = "00" OR WS-ADD-OUT-STATUS = "05"
                   CLOSE ADD-OUT
               END-IF
               IF WS-CHANGE-OUT-STATUS = "00"
                OR WS-CHANGE-OUT-STATUS = "05"
                   CLOSE CHANGE-OUT
               END-IF
               IF WS-REJECT-RPT-STATUS = "00"
                OR WS-REJECT-RPT-STATUS = "05"
                   CLOSE REJECT-RPT
               END-IF
               CLOSE AUDIT-LOG
               CLOSE CUSTOMER-MASTER
           END-IF.

      * MNTTXN is optional - a night with no maintenance still writes
      * empty MNTADDO and MNTCHGO files, so CUSTMRGE never picks up
      * the previous night's changes a second time.
       1200-OPEN-TRANSACTIONS.
           OPEN INPUT TRANSACTION-IN
           IF WS-TRANSACTION-IN-STATUS = "00"
               PERFORM 2100-READ-TRANSACTION
           ELSE
               DISPLAY "NO MAINTENANCE TRANSACTIONS PRESENT"
               SET WS-EOF TO TRUE
           END-IF.

      *****************************************************************
      * One transaction: validate it, apply it to the customer's
      * pending image or reject it, and audit it either way.
      *****************************************************************
       2000-PROCESS-TRANSACTION.
           ADD 1 TO WS-TXN-READ
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE SPACES TO WS-AFTER-IMAGE
           PERFORM 2200-VALIDATE-TRANSACTION
           IF WS-REJECT-REASON = SPACES
               PERFORM 2400-APPLY-TRANSACTION
           END-IF
           IF WS-REJECT-REASON = SPACES
               ADD 1 TO WS-TXN-ACCEPTED
           ELSE
               PERFORM 2600-REJECT-TRANSACTION
           END-IF
           PERFORM 2700-WRITE-AUDIT
           PERFORM 2100-READ-TRANSACTION.

       2100-READ-TRANSACTION.
           MOVE SPACES TO WS-TXN-LINE
           READ TRANSACTION-IN INTO WS-TXN-LINE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

      * The first failing test names the reason. Identity and the
      * two-person rule are checked before the master is read.
       2200-VALIDATE-TRANSACTION.
           EVALUATE TRUE
               WHEN WS-TXN-ID NOT NUMERIC
                 OR WS-TXN-ID-NUM = ZERO
                   MOVE "Customer ID not 5 digits" TO WS-REJECT-REASON
               WHEN NOT WS-TXN-CODE-VALID
                   MOVE "Unknown transaction code" TO WS-REJECT-REASON
               WHEN WS-TXN-REQUESTER = SPACES
                   MOVE "Requester ID missing" TO WS-REJECT-REASON
               WHEN WS-TXN-APPROVER = SPACES
                   MOVE "Approver ID missing" TO WS-REJECT-REASON
               WHEN WS-TXN-REQUESTER = WS-TXN-APPROVER
                   MOVE "Requester cannot approve own change"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM 2300-FIND-CURRENT-IMAGE
                   EVALUATE TRUE
                       WHEN WS-REJECT-REASON NOT = SPACES
                           CONTINUE
                       WHEN WS-TXN-ADD
                           PERFORM 2210-VALIDATE-ADD
                       WHEN OTHER
                           PERFORM 2220-VALIDATE-CHANGE
                   END-EVALUATE
           END-EVALUATE.

       2210-VALIDATE-ADD.
           EVALUATE TRUE
               WHEN WS-CURRENT-FOUND OR WS-ON-MASTER
                   MOVE "Customer ID already on the master"
                       TO WS-REJECT-REASON
               WHEN WS-TXN-NAME = SPACES
                   MOVE "Name required to add" TO WS-REJECT-REASON
               WHEN WS-TXN-ADDRESS = SPACES
                   MOVE "Address required to add" TO WS-REJECT-REASON
               WHEN WS-TXN-STATUS NOT = SPACE
                AND WS-TXN-STATUS NOT = "A"
                AND WS-TXN-STATUS NOT = "I"
                AND WS-TXN-STATUS NOT = "C"
                   MOVE "Status must be A, I or C" TO WS-REJECT-REASON
               WHEN WS-TXN-SOURCE NOT = "1"
                AND WS-TXN-SOURCE NOT = "2"
                AND WS-TXN-SOURCE NOT = "3"
                   MOVE "Source system must be 1, 2 or 3"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * Every other transaction needs the customer's current image and
      * must actually change something.
       2220-VALIDATE-CHANGE.
           IF NOT WS-CURRENT-FOUND
               IF WS-ON-MASTER
                   MOVE "Customer not in the latest extract"
                       TO WS-REJECT-REASON
               ELSE
                   MOVE "Customer not on the master"
                       TO WS-REJECT-REASON
               END-IF
           ELSE
               MOVE WS-BEFORE-IMAGE TO WS-AFTER-IMAGE
               EVALUATE TRUE
                   WHEN WS-TXN-CHANGE-NAME
                    AND WS-TXN-NAME = SPACES
                       MOVE "New name missing" TO WS-REJECT-REASON
                   WHEN WS-TXN-CHANGE-NAME
                    AND WS-TXN-NAME = WA-NAME
                       MOVE "Name unchanged" TO WS-REJECT-REASON
                   WHEN WS-TXN-CHANGE-ADDRESS
                    AND WS-TXN-ADDRESS = SPACES
                       MOVE "New address missing" TO WS-REJECT-REASON
                   WHEN WS-TXN-CHANGE-ADDRESS
                    AND WS-TXN-ADDRESS = WA-ADDRESS
                       MOVE "Address unchanged" TO WS-REJECT-REASON
                   WHEN WS-TXN-CHANGE-STATUS
                    AND WS-TXN-STATUS NOT = "A"
                    AND WS-TXN-STATUS NOT = "I"
                    AND WS-TXN-STATUS NOT = "C"
                       MOVE "Status must be A, I or C"
                           TO WS-REJECT-REASON
                   WHEN WS-TXN-CHANGE-STATUS
                    AND WS-TXN-STATUS = WA-ACCOUNT-STATUS
                       MOVE "Status unchanged" TO WS-REJECT-REASON
                   WHEN WS-TXN-CLOSE
                    AND WA-ACCOUNT-STATUS = "C"
                       MOVE "Account already closed"
                           TO WS-REJECT-REASON
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      * A customer already changed earlier in this run is taken from
      * its pending image, otherwise from the master. Only a record
      * the latest extract wrote (disposition W) is a usable image -
      * suspense and exception-only entries have no feed record for a
      * change to supersede.
       2300-FIND-CURRENT-IMAGE.
           MOVE "N" TO WS-CURRENT-SWITCH
           MOVE "N" TO WS-ON-MASTER-SWITCH
           MOVE ZERO TO WS-PEND-MATCH-SUB
           MOVE ZERO TO WS-PEND-SUB
           PERFORM 2310-SCAN-PENDING
               UNTIL WS-PEND-MATCH-SUB NOT = ZERO
                  OR WS-PEND-SUB >= WS-PEND-COUNT
           IF WS-PEND-MATCH-SUB NOT = ZERO
               SET WS-CURRENT-FOUND TO TRUE
               MOVE WS-PEND-IMAGE (WS-PEND-MATCH-SUB)
                   TO WS-BEFORE-IMAGE
           ELSE
               MOVE WS-TXN-ID-NUM TO ML-ID
               READ CUSTOMER-MASTER
               EVALUATE WS-CUSTOMER-MST-STATUS
                   WHEN "00"
                       SET WS-ON-MASTER TO TRUE
                       IF ML-DISPOSITION = "W"
                           SET WS-CURRENT-FOUND TO TRUE
                           MOVE ML-CUSTOMER-DATA
                               TO WS-BEFORE-IMAGE (1:84)
                           MOVE ML-SOURCE-SYSTEM
                               TO WS-BEFORE-IMAGE (85:1)
                       END-IF
                   WHEN "23"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "ERROR READING CUSTOMER MASTER - FILE "
                           "STATUS " WS-CUSTOMER-MST-STATUS
                       MOVE 8 TO RETURN-CODE
                       MOVE "Master read error" TO WS-REJECT-REASON
               END-EVALUATE
           END-IF.

       2310-SCAN-PENDING.
           ADD 1 TO WS-PEND-SUB
           IF WS-PEND-ID (WS-PEND-SUB) = WS-TXN-ID-NUM
               MOVE WS-PEND-SUB TO WS-PEND-MATCH-SUB
           END-IF.

      *****************************************************************
      * Build the after image and store it as the customer's pending
      * feed record.
      *****************************************************************
       2400-APPLY-TRANSACTION.
           EVALUATE TRUE
               WHEN WS-TXN-ADD
                   MOVE SPACES           TO WS-AFTER-IMAGE
                   MOVE WS-TXN-NAME      TO WA-NAME
                   MOVE WS-TXN-ID-NUM    TO WA-ID
                   MOVE WS-TXN-ADDRESS   TO WA-ADDRESS
                   MOVE "A"              TO WA-ACCOUNT-STATUS
                   IF WS-TXN-STATUS NOT = SPACE
                       MOVE WS-TXN-STATUS TO WA-ACCOUNT-STATUS
                   END-IF
                   MOVE WS-RUN-DATE      TO WA-LAST-ACT-DATE
                   MOVE WS-TXN-SOURCE    TO WA-SOURCE-SYSTEM
                   ADD 1 TO WS-ADDS-ACCEPTED
               WHEN WS-TXN-CHANGE-NAME
                   MOVE WS-TXN-NAME      TO WA-NAME
                   ADD 1 TO WS-NAMES-ACCEPTED
               WHEN WS-TXN-CHANGE-ADDRESS
                   MOVE WS-TXN-ADDRESS   TO WA-ADDRESS
                   ADD 1 TO WS-ADDRESSES-ACCEPTED
               WHEN WS-TXN-CHANGE-STATUS
                   MOVE WS-TXN-STATUS    TO WA-ACCOUNT-STATUS
                   ADD 1 TO WS-STATUSES-ACCEPTED
               WHEN WS-TXN-CLOSE
                   MOVE "C"              TO WA-ACCOUNT-STATUS
                   ADD 1 TO WS-CLOSES-ACCEPTED
           END-EVALUATE
           IF WS-PEND-MATCH-SUB NOT = ZERO
               MOVE WS-AFTER-IMAGE TO WS-PEND-IMAGE (WS-PEND-MATCH-SUB)
           ELSE
               IF WS-PEND-COUNT >= WS-PEND-MAX
                   DISPLAY "PENDING CHANGE TABLE FULL - TRANSACTION "
                       "FOR CUSTOMER " WS-TXN-ID " NOT APPLIED"
                   PERFORM 2450-BACK-OUT-COUNT
                   MOVE SPACES TO WS-AFTER-IMAGE
                   MOVE "Too many customers changed in one run"
                       TO WS-REJECT-REASON
               ELSE
                   ADD 1 TO WS-PEND-COUNT
                   MOVE WS-TXN-ID-NUM TO WS-PEND-ID (WS-PEND-COUNT)
                   MOVE WS-AFTER-IMAGE
                       TO WS-PEND-IMAGE (WS-PEND-COUNT)
                   IF WS-TXN-ADD
                       MOVE "A" TO WS-PEND-TYPE (WS-PEND-COUNT)
                   ELSE
                       MOVE "C" TO WS-PEND-TYPE (WS-PEND-COUNT)
                   END-IF
               END-IF
           END-IF.

       2450-BACK-OUT-COUNT.
           EVALUATE TRUE
               WHEN WS-TXN-ADD
                   SUBTRACT 1 FROM WS-ADDS-ACCEPTED
               WHEN WS-TXN-CHANGE-NAME
                   SUBTRACT 1 FROM WS-NAMES-ACCEPTED
               WHEN WS-TXN-CHANGE-ADDRESS
                   SUBTRACT 1 FROM WS-ADDRESSES-ACCEPTED
               WHEN WS-TXN-CHANGE-STATUS
                   SUBTRACT 1 FROM WS-STATUSES-ACCEPTED
               WHEN WS-TXN-CLOSE
                   SUBTRACT 1 FROM WS-CLOSES-ACCEPTED
           END-EVALUATE.

       2600-REJECT-TRANSACTION.
           ADD 1 TO WS-TXN-REJECTED
           MOVE SPACES TO WS-AFTER-IMAGE
           MOVE WS-TXN-READ      TO WS-RPT-SEQ
           MOVE WS-TXN-ID        TO WS-RPT-ID
           MOVE WS-TXN-CODE      TO WS-RPT-CODE
           MOVE WS-TXN-REQUESTER TO WS-RPT-REQUESTER
           MOVE WS-TXN-APPROVER  TO WS-RPT-APPROVER
           MOVE WS-REJECT-REASON TO WS-RPT-REASON
           WRITE REJECT-RPT-RECORD FROM WS-REPORT-LINE.

      * A rejected transaction is audited with its before image (when
      * there was one) and a blank after image - nothing changed.
       2700-WRITE-AUDIT.
           MOVE SPACES           TO AUDIT-LOG-RECORD
           MOVE WS-RUN-DATE      TO MA-RUN-DATE
           MOVE WS-RUN-TIME      TO MA-RUN-TIME
           MOVE WS-TXN-READ      TO MA-TXN-SEQ
           MOVE WS-TXN-ID        TO MA-ID
           MOVE WS-TXN-CODE      TO MA-TXN-CODE
           MOVE WS-TXN-REQUESTER TO MA-REQUESTER
           MOVE WS-TXN-APPROVER  TO MA-APPROVER
           IF WS-REJECT-REASON = SPACES
               SET MA-ACCEPTED TO TRUE
           ELSE
               SET MA-REJECTED TO TRUE
               MOVE WS-REJECT-REASON TO MA-REASON
           END-IF
           MOVE WS-TXN-LINE      TO MA-TXN-IMAGE
           MOVE WS-BEFORE-IMAGE  TO MA-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE   TO MA-AFTER-IMAGE
           WRITE AUDIT-LOG-RECORD
           IF WS-AUDIT-LOG-STATUS = "00"
               ADD 1 TO WS-AUDIT-WRITTEN
           ELSE
               DISPLAY "ERROR WRITING AUDIT-LOG - FILE STATUS "
                   WS-AUDIT-LOG-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

       9000-TERMINATE.
           IF WS-FILES-OPEN
               PERFORM 9010-WRITE-FEED-RECORDS
               PERFORM 9060-RECONCILE-COUNTS
               PERFORM 9070-WRITE-REJECT-TOTALS
           END-IF
           PERFORM 9100-PRINT-SUMMARY
           IF WS-FILES-OPEN
               IF WS-TRANSACTION-IN-STATUS = "00"
                OR WS-TRANSACTION-IN-STATUS = "10"
                   CLOSE TRANSACTION-IN
               END-IF
               CLOSE CUSTOMER-MASTER
               CLOSE ADD-OUT
               CLOSE CHANGE-OUT
               CLOSE AUDIT-LOG
               CLOSE REJECT-RPT
           END-IF.

       9010-WRITE-FEED-RECORDS.
           MOVE ZERO TO WS-PEND-SUB
           PERFORM 9020-WRITE-ONE-FEED-RECORD
               UNTIL WS-PEND-SUB >= WS-PEND-COUNT.

       9020-WRITE-ONE-FEED-RECORD.
           ADD 1 TO WS-PEND-SUB
           IF WS-PEND-TYPE (WS-PEND-SUB) = "A"
               WRITE ADD-OUT-RECORD FROM WS-PEND-IMAGE (WS-PEND-SUB)
               IF WS-ADD-OUT-STATUS = "00"
                   ADD 1 TO WS-ADDS-WRITTEN
               ELSE
                   DISPLAY "ERROR WRITING ADD-OUT - FILE STATUS "
                       WS-ADD-OUT-STATUS
               END-IF
           ELSE
               WRITE CHANGE-OUT-RECORD
                   FROM WS-PEND-IMAGE (WS-PEND-SUB)
               IF WS-CHANGE-OUT-STATUS = "00"
                   ADD 1 TO WS-CHANGES-WRITTEN
               ELSE
                   DISPLAY "ERROR WRITING CHANGE-OUT - FILE STATUS "
                       WS-CHANGE-OUT-STATUS
               END-IF
           END-IF.

      * Every transaction read was accepted or rejected and audited,
      * and every customer with an accepted change went out once.
       9060-RECONCILE-COUNTS.
           COMPUTE WS-EXPECTED-COUNT =
               WS-TXN-ACCEPTED + WS-TXN-REJECTED
           IF WS-TXN-READ NOT = WS-EXPECTED-COUNT
            OR WS-AUDIT-WRITTEN NOT = WS-TXN-READ
               DISPLAY "RECONCILIATION ERROR - TRANSACTIONS READ "
                   WS-TXN-READ " ACCEPTED " WS-TXN-ACCEPTED
                   " REJECTED " WS-TXN-REJECTED " AUDITED "
                   WS-AUDIT-WRITTEN
               MOVE 8 TO RETURN-CODE
           ELSE
               COMPUTE WS-EXPECTED-COUNT =
                   WS-ADDS-WRITTEN + WS-CHANGES-WRITTEN
               IF WS-EXPECTED-COUNT NOT = WS-PEND-COUNT
                   DISPLAY "RECONCILIATION ERROR - CUSTOMERS CHANGED "
                       WS-PEND-COUNT " DO NOT TIE OUT TO FEED "
                       "RECORDS WRITTEN " WS-EXPECTED-COUNT
                   MOVE 8 TO RETURN-CODE
               ELSE
                   DISPLAY "RECONCILIATION OK - ALL TRANSACTIONS "
                       "AUDITED AND ACCOUNTED FOR"
               END-IF
           END-IF.

       9070-WRITE-REJECT-TOTALS.
           MOVE SPACES TO REJECT-RPT-RECORD
           WRITE REJECT-RPT-RECORD
           MOVE "TRANSACTIONS READ"          TO WS-TOT-LABEL
           MOVE WS-TXN-READ                  TO WS-TOT-COUNT
           WRITE REJECT-RPT-RECORD FROM WS-TOTAL-LINE
           MOVE "  ACCEPTED"                 TO WS-TOT-LABEL
           MOVE WS-TXN-ACCEPTED              TO WS-TOT-COUNT
           WRITE REJECT-RPT-RECORD FROM WS-TOTAL-LINE
           MOVE "  REJECTED"                 TO WS-TOT-LABEL
           MOVE WS-TXN-REJECTED              TO WS-TOT-COUNT
           WRITE REJECT-RPT-RECORD FROM WS-TOTAL-LINE
           MOVE "ADDS TO MNTADDO"            TO WS-TOT-LABEL
           MOVE WS-ADDS-WRITTEN              TO WS-TOT-COUNT
           WRITE REJECT-RPT-RECORD FROM WS-TOTAL-LINE
           MOVE "CHANGES TO MNTCHGO"         TO WS-TOT-LABEL
           MOVE WS-CHANGES-WRITTEN           TO WS-TOT-COUNT
           WRITE REJECT-RPT-RECORD FROM WS-TOTAL-LINE.

       9100-PRINT-SUMMARY.
           DISPLAY "=================================================="
           DISPLAY "CONTROL REPORT - " WS-PROGRAM-NAME
           DISPLAY "RUN DATE (YYYYMMDD)....: " WS-RUN-DATE
           DISPLAY "TRANSACTIONS READ......: " WS-TXN-READ
           DISPLAY "TRANSACTIONS ACCEPTED..: " WS-TXN-ACCEPTED
           DISPLAY "  ADDS.................: " WS-ADDS-ACCEPTED
           DISPLAY "  NAME CHANGES.........: " WS-NAMES-ACCEPTED
           DISPLAY "  ADDRESS CHANGES......: " WS-ADDRESSES-ACCEPTED
           DISPLAY "  STATUS CHANGES.......: " WS-STATUSES-ACCEPTED
           DISPLAY "  CLOSURES.............: " WS-CLOSES-ACCEPTED
           DISPLAY "TRANSACTIONS REJECTED..: " WS-TXN-REJECTED
           DISPLAY "AUDIT RECORDS WRITTEN..: " WS-AUDIT-WRITTEN
           DISPLAY "ADD RECORDS WRITTEN....: " WS-ADDS-WRITTEN
           DISPLAY "CHANGE RECORDS WRITTEN.: " WS-CHANGES-WRITTEN
           DISPLAY "==================================================".

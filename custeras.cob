       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTERAS.
      *****************************************************************
      * CUSTERAS - Customer erasure on a verified legal request.
      *
      * A customer's name and address are kept in many stores across
      * the cycle. When legal verifies an erasure request, this
      * program takes the customer out of every one of them - deleting
      * the customer where the record exists only to describe them,
      * blanking the name and address where the record must stay for
      * its counts, dates or audit trail - and adds the customer to a
      * suppression list CUSTEXTR checks, so an erased customer the
      * upstream feed still sends is rejected rather than re-created.
      *
      *   ERASREQ  - the verified requests, one per line:
      *                cols 1-5   customer ID
      *                cols 7-16  legal request reference
      *   LEGLHOLD - customers under legal hold, one per line:
      *                cols 1-5   customer ID
      *                cols 7-16  hold matter reference
      *              A request for a customer on this list is refused
      *              and reported; the list must be present (it may
      *              be empty) or the run is refused.
      *   ERASESUP - cumulative keyed suppression list (customer ID,
      *              erase date, request reference - nothing personal)
      *              read by CUSTEXTR.
      *   ERASCERT - the completion certificate, one per request:
      *              the outcome and, for an erased customer, every
      *              store with what was done there and how many
      *              records it took.
      *
      * Stores, and what an erasure does in each:
      *   CUSTMSTR - master record deleted.
      *   CUSTHIST - every history row kept (STATMIG counts them) with
      *              name, address and state blanked.
      *   ARCHMSTR - archive record kept with name and address blanked.
      *   UNDELIV  - returned-mail record deleted.
      *   HHXREF   - household cross-reference record deleted: it
      *              carries the customer's street key and ZIP until
      *              the next periodic CUSTMTCH run rebuilds it, and
      *              MAILPREP mails a customer missing from it as a
      *              household of one.
      *   ESCHTRKO - tracking entry removed, copied to ERTRKO.
      *   SUSPOUT  - carried suspense items removed, copied to ERSUSPO.
      *   DUPPEND  - carried duplicates removed, copied to ERDUPPO.
      *   SNAPEXT  - retained extract snapshot (tomorrow's PRIOREXT)
      *              kept with name and address blanked, copied to
      *              ERSNAPO, so the next delta still sends the delete.
      *   MNTAUDIT - every CUSTMNT audit record for the customer kept
      *              - key, requester, approver, result and reason -
      *              with the name and address blanked in the keyed
      *              transaction and the before and after images,
      *              copied to ERMNTAUD.
      *   SAMEPERS - the CUSTMTCH review pairs kept with the erased
      *              customer's name blanked, copied to ERSAMEPO.
      * The sequential files are carried from cycle to cycle (SAMEPERS
      * until the next periodic CUSTMTCH run), so operations retains
      * each ER copy in place of the original.
      *
      * An account at escheatment stage R has been reported to the
      * state and its record is evidence of that report - the request
      * is refused, like a legal hold. The suppression record is
      * written before any store is touched: if a store then fails the
      * customer is at least never re-created, and a rerun of the same
      * request finishes the job (every step is safe to repeat).
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  Initial version.
      * 2026-10-15  HHXREF is erased like the other keyed stores - it
      *             holds the customer's street key and ZIP - in place
      *             of the certificate note that called it IDs only.
      *             A certificate file that will not open now refuses
      *             the run before any store is changed.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-IN ASSIGN TO "ERASREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-IN-STATUS.

           SELECT HOLD-IN ASSIGN TO "LEGLHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-IN-STATUS.

      * Cumulative across cycles, like ARCHMSTR - never rebuilt, so an
      * erasure stays in force for good.
           SELECT OPTIONAL ERASURE-SUPPRESS ASSIGN TO "ERASESUP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ES-ID
               FILE STATUS IS WS-ERASURE-SUP-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ML-ID
               ALTERNATE RECORD KEY IS ML-LAST-NAME WITH DUPLICATES
               ALTERNATE RECORD KEY IS ML-POSTAL-CODE WITH DUPLICATES
               FILE STATUS IS WS-CUSTOMER-MST-STATUS.

           SELECT OPTIONAL CUSTOMER-HISTORY ASSIGN TO "CUSTHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HL-KEY
               FILE STATUS IS WS-CUSTOMER-HST-STATUS.

           SELECT OPTIONAL ARCHIVE-MASTER ASSIGN TO "ARCHMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AR-ID
               FILE STATUS IS WS-ARCHIVE-MST-STATUS.

           SELECT OPTIONAL UNDELIVERABLE ASSIGN TO "UNDELIV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS UD-ID
               FILE STATUS IS WS-UNDELIVERABLE-STATUS.

           SELECT OPTIONAL HOUSEHOLD-XREF ASSIGN TO "HHXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HX-ID
               FILE STATUS IS WS-HOUSEHOLD-XREF-STATUS.

      * The carried files, each read whole and copied without the
      * erased customers. Same organization as their writers.
           SELECT OPTIONAL TRACKING-IN ASSIGN TO "ESCHTRKO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRACKING-IN-STATUS.

           SELECT OPTIONAL TRACKING-OUT ASSIGN TO "ERTRKO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRACKING-OUT-STATUS.

           SELECT OPTIONAL SUSPENSE-IN ASSIGN TO "SUSPOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-IN-STATUS.

           SELECT OPTIONAL SUSPENSE-OUT ASSIGN TO "ERSUSPO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-OUT-STATUS.

           SELECT OPTIONAL DUPPEND-IN ASSIGN TO "DUPPEND"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DUPPEND-IN-STATUS.

           SELECT OPTIONAL DUPPEND-OUT ASSIGN TO "ERDUPPO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DUPPEND-OUT-STATUS.

           SELECT OPTIONAL SNAPSHOT-IN ASSIGN TO "SNAPEXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SNAPSHOT-IN-STATUS.

           SELECT OPTIONAL SNAPSHOT-OUT ASSIGN TO "ERSNAPO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SNAPSHOT-OUT-STATUS.

           SELECT OPTIONAL AUDIT-IN ASSIGN TO "MNTAUDIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-IN-STATUS.

           SELECT OPTIONAL AUDIT-OUT ASSIGN TO "ERMNTAUD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-OUT-STATUS.

           SELECT OPTIONAL SAME-PERSON-IN ASSIGN TO "SAMEPERS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SAME-PERSON-IN-STATUS.

           SELECT OPTIONAL SAME-PERSON-OUT ASSIGN TO "ERSAMEPO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SAME-PERSON-OUT-STATUS.

           SELECT OPTIONAL CERTIFICATE-RPT ASSIGN TO "ERASCERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERTIFICATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-IN
           RECORDING MODE IS F.
       01  REQUEST-IN-RECORD       PIC X(80).

       FD  HOLD-IN
           RECORDING MODE IS F.
       01  HOLD-IN-RECORD          PIC X(80).

       FD  ERASURE-SUPPRESS
           RECORD CONTAINS 30 CHARACTERS.
       01  ERASURE-SUPPRESS-RECORD.
           05  ES-ID                    PIC 9(5).
           05  ES-ERASE-DATE            PIC 9(8).
           05  ES-REQUEST-REF           PIC X(10).
           05  FILLER                   PIC X(7).

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

      * Archive record as written by CUSTARCH.
       FD  ARCHIVE-MASTER
           RECORD CONTAINS 100 CHARACTERS.
       01  ARCHIVE-RECORD.
           05  AR-ID                    PIC 9(5).
           05  AR-ARCHIVE-DATE          PIC 9(8).
           COPY CUSTLAY
               REPLACING ==CL-NAME==    BY ==AR-NAME==
                         ==CL-ID==      BY ==AR-CUST-ID==
                         ==CL-ADDRESS== BY ==AR-ADDRESS==
                         ==CL-ACCOUNT-STATUS==
                                        BY ==AR-ACCOUNT-STATUS==
                         ==CL-LAST-ACTIVITY-DATE==
                                        BY ==AR-LAST-ACTIVITY-DATE==.
           05  AR-SOURCE-SYSTEM         PIC X(1).
           05  FILLER                   PIC X(2).

      * Undeliverable record as RETMAIL 2400-FLAG-NEW writes it - only
      * the key is used here.
       FD  UNDELIVERABLE
           RECORD CONTAINS 180 CHARACTERS.
       01  UNDELIVERABLE-RECORD.
           05  UD-ID                    PIC 9(5).
           05  FILLER                   PIC X(175).

      * Household cross-reference as CUSTMTCH 3300 writes it - only
      * the key is used here.
       FD  HOUSEHOLD-XREF
           RECORD CONTAINS 50 CHARACTERS.
       01  HOUSEHOLD-XREF-RECORD.
           05  HX-ID                    PIC 9(5).
           05  FILLER                   PIC X(45).

      * Tracking entry as ESCHTRK writes it: the customer image, the
      * date first flagged, then the stage.
       FD  TRACKING-IN
           RECORDING MODE IS F
           RECORD CONTAINS 110 CHARACTERS.
       01  TRACKING-IN-RECORD.
           COPY CUSTLAY
               REPLACING ==CL-NAME==    BY ==TI-NAME==
                         ==CL-ID==      BY ==TI-ID==
                         ==CL-ADDRESS== BY ==TI-ADDRESS==
                         ==CL-ACCOUNT-STATUS==
                                        BY ==TI-ACCOUNT-STATUS==
                         ==CL-LAST-ACTIVITY-DATE==
                                        BY ==TI-LAST-ACTIVITY-DATE==.
           05  TI-FIRST-FLAGGED         PIC 9(8).
           05  TI-STAGE                 PIC X(1).
               88  TI-STAGE-REPORTED               VALUE "R".
           05  FILLER                   PIC X(17).

       FD  TRACKING-OUT
           RECORDING MODE IS F
           RECORD CONTAINS 110 CHARACTERS.
       01  TRACKING-OUT-RECORD     PIC X(110).

      * Suspense line as CUSTEXTR 2060-WRITE-SUSPENSE writes it and
      * CUSTFIX carries it forward - the customer ID is in cols 9-13.
       FD  SUSPENSE-IN
           RECORDING MODE IS F.
       01  SUSPENSE-IN-RECORD.
           05  FILLER                   PIC X(8).
           05  SI-ID                    PIC X(5).
           05  FILLER                   PIC X(154).

       FD  SUSPENSE-OUT
           RECORDING MODE IS F.
       01  SUSPENSE-OUT-RECORD     PIC X(167).

      * Duplicate as CUSTEXTR routes it to DUPOUT and DUPFIX carries
      * it forward.
       FD  DUPPEND-IN
           RECORDING MODE IS F
           RECORD CONTAINS 85 CHARACTERS.
       01  DUPPEND-IN-RECORD.
           COPY CUSTLAY
               REPLACING ==CL-NAME==    BY ==DP-NAME==
                         ==CL-ID==      BY ==DP-ID==
                         ==CL-ADDRESS== BY ==DP-ADDRESS==
                         ==CL-ACCOUNT-STATUS==
                                        BY ==DP-ACCOUNT-STATUS==
                         ==CL-LAST-ACTIVITY-DATE==
                                        BY ==DP-LAST-ACTIVITY-DATE==.
           05  DP-SOURCE-SYSTEM         PIC X(1).

       FD  DUPPEND-OUT
           RECORDING MODE IS F
           RECORD CONTAINS 85 CHARACTERS.
       01  DUPPEND-OUT-RECORD      PIC X(85).

      * Extract detail as CUSTEXTR writes it to SNAPEXT. Header and
      * trailer records are copied as they stand.
       FD  SNAPSHOT-IN
           RECORDING MODE IS F
           RECORD CONTAINS 160 CHARACTERS.
       01  SNAPSHOT-IN-RECORD.
           05  SN-RECORD-TYPE           PIC X(1).
           COPY CUSTLAY
               REPLACING ==CL-NAME==    BY ==SN-NAME==
                         ==CL-ID==      BY ==SN-ID==
                         ==CL-ADDRESS== BY ==SN-ADDRESS==
                         ==CL-ACCOUNT-STATUS==
                                        BY ==SN-ACCOUNT-STATUS==
                         ==CL-LAST-ACTIVITY-DATE==
                                        BY ==SN-LAST-ACTIVITY-DATE==.
           05  SN-ACTION-CODE           PIC X(1).
           05  SN-STREET                PIC X(25).
           05  SN-CITY                  PIC X(18).
           05  SN-STATE                 PIC X(2).
           05  SN-POSTAL-CODE           PIC X(9).
           05  SN-SOURCE-SYSTEM         PIC X(1).
           05  FILLER                   PIC X(19).

       FD  SNAPSHOT-OUT
           RECORDING MODE IS F
           RECORD CONTAINS 160 CHARACTERS.
       01  SNAPSHOT-OUT-RECORD     PIC X(160).

      * Audit record as CUSTMNT 2700-WRITE-AUDIT writes it. The keyed
      * transaction carries the name in cols 31-60 and the address in
      * cols 61-100; the before and after images are feed records
      * (CUSTLAY and source system).
       FD  AUDIT-IN
           RECORDING MODE IS F
           RECORD CONTAINS 360 CHARACTERS.
       01  AUDIT-IN-RECORD.
           05  MA-RUN-DATE              PIC 9(8).
           05  MA-RUN-TIME              PIC 9(8).
           05  MA-TXN-SEQ               PIC 9(5).
           05  MA-ID                    PIC X(5).
           05  MA-TXN-CODE              PIC X(2).
           05  MA-REQUESTER             PIC X(8).
           05  MA-APPROVER              PIC X(8).
           05  MA-RESULT                PIC X(1).
           05  MA-REASON                PIC X(40).
           05  MA-TXN-IMAGE.
               10  FILLER               PIC X(30).
               10  MA-TXN-NAME          PIC X(30).
               10  MA-TXN-ADDRESS       PIC X(40).
           05  MA-BEFORE-IMAGE.
               COPY CUSTLAY
                   REPLACING ==05== BY ==10==
                       ==CL-NAME==    BY ==MA-BEFORE-NAME==
                       ==CL-ID==      BY ==MA-BEFORE-ID==
                       ==CL-ADDRESS== BY ==MA-BEFORE-ADDRESS==
                       ==CL-ACCOUNT-STATUS==
                                 BY ==MA-BEFORE-STATUS==
                       ==CL-LAST-ACTIVITY-DATE==
                                 BY ==MA-BEFORE-ACTIVITY-DATE==.
               10  FILLER               PIC X(1).
           05  MA-AFTER-IMAGE.
               COPY CUSTLAY
                   REPLACING ==05== BY ==10==
                       ==CL-NAME==    BY ==MA-AFTER-NAME==
                       ==CL-ID==      BY ==MA-AFTER-ID==
                       ==CL-ADDRESS== BY ==MA-AFTER-ADDRESS==
                       ==CL-ACCOUNT-STATUS==
                                 BY ==MA-AFTER-STATUS==
                       ==CL-LAST-ACTIVITY-DATE==
                                 BY ==MA-AFTER-ACTIVITY-DATE==.
               10  FILLER               PIC X(1).
           05  FILLER                   PIC X(5).

       FD  AUDIT-OUT
           RECORDING MODE IS F
           RECORD CONTAINS 360 CHARACTERS.
       01  AUDIT-OUT-RECORD        PIC X(360).

      * Suspect pair as CUSTMTCH 5300-WRITE-SUSPECT writes it.
       FD  SAME-PERSON-IN
           RECORDING MODE IS F
           RECORD CONTAINS 130 CHARACTERS.
       01  SAME-PERSON-IN-RECORD.
           05  SP-ID-1                  PIC X(5).
           05  FILLER                   PIC X(1).
           05  SP-ID-2                  PIC X(5).
           05  FILLER                   PIC X(46).
           05  SP-NAME-1                PIC X(30).
           05  FILLER                   PIC X(9).
           05  SP-NAME-2                PIC X(30).
           05  FILLER                   PIC X(4).

       FD  SAME-PERSON-OUT
           RECORDING MODE IS F
           RECORD CONTAINS 130 CHARACTERS.
       01  SAME-PERSON-OUT-RECORD  PIC X(130).

       FD  CERTIFICATE-RPT
           RECORDING MODE IS F.
       01  CERTIFICATE-RPT-RECORD  PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-REQ-EOF-SWITCH       PIC X(1)    VALUE "N".
           88  WS-REQ-EOF                      VALUE "Y".

       01  WS-HOLD-EOF-SWITCH      PIC X(1)    VALUE "N".
           88  WS-HOLD-EOF                     VALUE "Y".

       01  WS-SCRUB-EOF-SWITCH     PIC X(1)    VALUE "N".
           88  WS-SCRUB-EOF                    VALUE "Y".

       01  WS-HIST-EOF-SWITCH      PIC X(1)    VALUE "N".
           88  WS-HIST-EOF                     VALUE "Y".

       01  WS-STORES-OPEN-SWITCH   PIC X(1)    VALUE "N".
           88  WS-STORES-OPEN                  VALUE "Y".

       01  WS-SCRUB-OPEN-SWITCH    PIC X(1)    VALUE "N".
           88  WS-SCRUB-OPEN                   VALUE "Y".

       01  WS-PROGRAM-NAME         PIC X(8)    VALUE "CUSTERAS".
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-MAX-VALID-ID         PIC 9(5)    VALUE 89999.

       01  WS-REQUEST-IN-STATUS    PIC X(2)    VALUE "00".
       01  WS-HOLD-IN-STATUS       PIC X(2)    VALUE "00".
       01  WS-ERASURE-SUP-STATUS   PIC X(2)    VALUE "00".
       01  WS-CUSTOMER-MST-STATUS  PIC X(2)    VALUE "00".
       01  WS-CUSTOMER-HST-STATUS  PIC X(2)    VALUE "00".
       01  WS-ARCHIVE-MST-STATUS   PIC X(2)    VALUE "00".
       01  WS-UNDELIVERABLE-STATUS PIC X(2)    VALUE "00".
       01  WS-HOUSEHOLD-XREF-STATUS
                                   PIC X(2)    VALUE "00".
       01  WS-TRACKING-IN-STATUS   PIC X(2)    VALUE "00".
       01  WS-TRACKING-OUT-STATUS  PIC X(2)    VALUE "00".
       01  WS-SUSPENSE-IN-STATUS   PIC X(2)    VALUE "00".
       01  WS-SUSPENSE-OUT-STATUS  PIC X(2)    VALUE "00".
       01  WS-DUPPEND-IN-STATUS    PIC X(2)    VALUE "00".
       01  WS-DUPPEND-OUT-STATUS   PIC X(2)    VALUE "00".
       01  WS-SNAPSHOT-IN-STATUS   PIC X(2)    VALUE "00".
       01  WS-SNAPSHOT-OUT-STATUS  PIC X(2)    VALUE "00".
       01  WS-AUDIT-IN-STATUS      PIC X(2)    VALUE "00".
       01  WS-AUDIT-OUT-STATUS     PIC X(2)    VALUE "00".
       01  WS-SAME-PERSON-IN-STATUS
                                   PIC X(2)    VALUE "00".
       01  WS-SAME-PERSON-OUT-STATUS
                                   PIC X(2)    VALUE "00".
       01  WS-CERTIFICATE-STATUS   PIC X(2)    VALUE "00".

       01  WS-REQUEST-LINE.
           05  WS-REQ-ID           PIC X(5).
           05  WS-REQ-ID-NUM REDEFINES WS-REQ-ID
                                   PIC 9(5).
           05  FILLER              PIC X(1).
           05  WS-REQ-REF          PIC X(10).
           05  FILLER              PIC X(64).

       01  WS-HOLD-LINE.
           05  WS-HLD-ID           PIC X(5).
           05  FILLER              PIC X(1).
           05  WS-HLD-MATTER       PIC X(10).
           05  FILLER              PIC X(64).

      * Requests are loaded up front, in file order, so the holds and
      * the escheatment stage can be checked against all of them in
      * one pass of each list - the table-up-front approach ESCHTRK
      * takes with its stage transactions. Outcomes:
      *   P pending (valid, not yet erased)   E erased
      *   H refused - legal hold              R refused - stage R
      *   X rejected - ID not valid           M rejected - no reference
      *   D rejected - repeat of an earlier request for the same ID
      *   F not erased - suppression list could not be updated
      * Per store: D done, A already done (suppression only), N no
      * data held, E error.
       01  WS-REQUEST-TABLE.
           05  WS-RQ-ENTRY OCCURS 1000 TIMES.
               10  WS-RQ-ID            PIC X(5).
               10  WS-RQ-REF           PIC X(10).
               10  WS-RQ-OUTCOME       PIC X(1).
                   88  WS-RQ-PENDING               VALUE "P".
                   88  WS-RQ-ERASED                VALUE "E".
               10  WS-RQ-MATTER        PIC X(10).
               10  WS-RQ-STORE OCCURS 12 TIMES.
                   15  WS-RQ-ST-RESULT     PIC X(1).
                   15  WS-RQ-ST-COUNT      PIC 9(5).

       01  WS-REQ-COUNT            PIC 9(4)    VALUE ZERO.
       01  WS-REQ-MAX              PIC 9(4)    VALUE 1000.
       01  WS-RQ-SUB               PIC 9(4)    VALUE ZERO.

       01  WS-HOLD-TABLE.
           05  WS-HOLD-ENTRY OCCURS 1000 TIMES.
               10  WS-HOLD-TAB-ID      PIC X(5).
               10  WS-HOLD-TAB-MATTER  PIC X(10).

       01  WS-HOLD-COUNT           PIC 9(4)    VALUE ZERO.
       01  WS-HOLD-MAX             PIC 9(4)    VALUE 1000.
       01  WS-HOLD-SUB             PIC 9(4)    VALUE ZERO.

      * Request lookup: the first entry for WS-LOOK-ID whose outcome
      * is WS-LOOK-OUTCOME, returned in WS-FOUND-SUB (zero if none).
       01  WS-LOOK-ID              PIC X(5).
       01  WS-LOOK-OUTCOME         PIC X(1).
       01  WS-LOOK-SUB             PIC 9(4)    VALUE ZERO.
       01  WS-FOUND-SUB            PIC 9(4)    VALUE ZERO.

      * The stores, in certificate order, with the action printed for
      * a store that held the customer.
       01  WS-STORE-VALUES.
           05  FILLER  PIC X(34) VALUE
               "ERASESUP  ERASURE SUPPRESSION LIST".
           05  FILLER  PIC X(22) VALUE "ADDED TO LIST".
           05  FILLER  PIC X(34) VALUE
               "CUSTMSTR  CUSTOMER MASTER".
           05  FILLER  PIC X(22) VALUE "RECORD DELETED".
           05  FILLER  PIC X(34) VALUE
               "CUSTHIST  CUSTOMER HISTORY".
           05  FILLER  PIC X(22) VALUE "NAME/ADDRESS BLANKED".
           05  FILLER  PIC X(34) VALUE
               "ARCHMSTR  CLOSED-ACCOUNT ARCHIVE".
           05  FILLER  PIC X(22) VALUE "NAME/ADDRESS BLANKED".
           05  FILLER  PIC X(34) VALUE
               "UNDELIV   RETURNED-MAIL FILE".
           05  FILLER  PIC X(22) VALUE "RECORD DELETED".
           05  FILLER  PIC X(34) VALUE
               "ESCHTRK   ESCHEATMENT TRACKING".
           05  FILLER  PIC X(22) VALUE "ENTRY REMOVED".
           05  FILLER  PIC X(34) VALUE
               "SUSPOUT   CARRIED SUSPENSE ITEMS".
           05  FILLER  PIC X(22) VALUE "ITEMS REMOVED".
           05  FILLER  PIC X(34) VALUE
               "DUPPEND   CARRIED DUPLICATES".
           05  FILLER  PIC X(22) VALUE "ITEMS REMOVED".
           05  FILLER  PIC X(34) VALUE
               "SNAPEXT   RETAINED EXTRACT COPY".
           05  FILLER  PIC X(22) VALUE "NAME/ADDRESS BLANKED".
           05  FILLER  PIC X(34) VALUE
               "MNTAUDIT  MAINTENANCE AUDIT LOG".
           05  FILLER  PIC X(22) VALUE "NAME/ADDRESS BLANKED".
           05  FILLER  PIC X(34) VALUE
               "SAMEPERS  SAME-PERSON REVIEW FILE".
           05  FILLER  PIC X(22) VALUE "NAME BLANKED".
           05  FILLER  PIC X(34) VALUE
               "HHXREF    HOUSEHOLD CROSS-REF".
           05  FILLER  PIC X(22) VALUE "RECORD DELETED".

       01  WS-STORE-TABLE REDEFINES WS-STORE-VALUES.
           05  WS-STORE-ENTRY OCCURS 12 TIMES.
               10  WS-STORE-LABEL      PIC X(34).
               10  WS-STORE-ACTION     PIC X(22).

       01  WS-STORE-COUNT          PIC 9(2)    VALUE 12.
       01  WS-STORE-SUB            PIC 9(2)    VALUE ZERO.

      * Store numbers, as WS-STORE-TABLE is laid out.
       01  WS-ST-SUPPRESS          PIC 9(2)    VALUE 1.
       01  WS-ST-MASTER            PIC 9(2)    VALUE 2.
       01  WS-ST-HISTORY           PIC 9(2)    VALUE 3.
       01  WS-ST-ARCHIVE           PIC 9(2)    VALUE 4.
       01  WS-ST-UNDELIV           PIC 9(2)    VALUE 5.
       01  WS-ST-TRACKING          PIC 9(2)    VALUE 6.
       01  WS-ST-SUSPENSE          PIC 9(2)    VALUE 7.
       01  WS-ST-DUPPEND           PIC 9(2)    VALUE 8.
       01  WS-ST-SNAPSHOT          PIC 9(2)    VALUE 9.
       01  WS-ST-AUDIT             PIC 9(2)    VALUE 10.
       01  WS-ST-SAME-PERSON       PIC 9(2)    VALUE 11.
       01  WS-ST-HOUSEHOLD         PIC 9(2)    VALUE 12.

      * A carried file that could not be copied leaves every erased
      * customer's data in it, so the failure is held per store.
       01  WS-STORE-FAILED-TABLE.
           05  WS-STORE-FAILED     PIC X(1)    OCCURS 12 TIMES.

       01  WS-STORE-TOTAL-TABLE.
           05  WS-STORE-TOTAL      PIC 9(7)    OCCURS 12 TIMES.

       01  WS-REQUESTS-READ        PIC 9(7)    VALUE ZERO.
       01  WS-REQUESTS-OVERFLOW    PIC 9(7)    VALUE ZERO.
       01  WS-ERASED-COUNT         PIC 9(7)    VALUE ZERO.
       01  WS-INCOMPLETE-COUNT     PIC 9(7)    VALUE ZERO.
       01  WS-HOLD-REFUSED-COUNT   PIC 9(7)    VALUE ZERO.
       01  WS-STAGE-R-COUNT        PIC 9(7)    VALUE ZERO.
       01  WS-REJECTED-COUNT       PIC 9(7)    VALUE ZERO.
       01  WS-NOT-ERASED-COUNT     PIC 9(7)    VALUE ZERO.
       01  WS-ALREADY-LISTED       PIC 9(7)    VALUE ZERO.
       01  WS-EXPECTED-COUNT       PIC 9(7)    VALUE ZERO.

      * One carried file's copy counts; read must equal written plus
      * removed.
       01  WS-SCRUB-NAME           PIC X(8).
       01  WS-SCRUB-READ           PIC 9(7)    VALUE ZERO.
       01  WS-SCRUB-WRITTEN        PIC 9(7)    VALUE ZERO.
       01  WS-SCRUB-REMOVED        PIC 9(7)    VALUE ZERO.

       01  WS-INCOMPLETE-SWITCH    PIC X(1)    VALUE "N".
           88  WS-REQUEST-INCOMPLETE           VALUE "Y".

       01  WS-CERT-HEADING.
           05  FILLER              PIC X(30)
               VALUE "ERASURE COMPLETION CERTIFICATE".
           05  FILLER              PIC X(24)   VALUE SPACES.
           05  FILLER              PIC X(10)   VALUE "RUN DATE ".
           05  WS-CERT-HDG-DATE    PIC 9(8).
           05  FILLER              PIC X(8)    VALUE SPACES.

       01  WS-CERT-REQUEST-LINE.
           05  FILLER              PIC X(21)
               VALUE "LEGAL REQUEST REF  : ".
           05  WS-CERT-REF         PIC X(10).
           05  FILLER              PIC X(6)    VALUE SPACES.
           05  FILLER              PIC X(14)   VALUE "CUSTOMER ID : ".
           05  WS-CERT-ID          PIC X(5).
           05  FILLER              PIC X(24)   VALUE SPACES.

       01  WS-CERT-OUTCOME-LINE.
           05  FILLER              PIC X(21)
               VALUE "OUTCOME            : ".
           05  WS-CERT-OUTCOME     PIC X(59).

       01  WS-CERT-NOTE-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  WS-CERT-NOTE        PIC X(78).

       01  WS-CERT-STORE-HEADING.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(36)   VALUE "STORE".
           05  FILLER              PIC X(23)   VALUE "ACTION".
           05  FILLER              PIC X(19)   VALUE "RECORDS".

       01  WS-CERT-STORE-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  WS-CERT-STORE       PIC X(34).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  WS-CERT-ACTION      PIC X(22).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  WS-CERT-COUNT       PIC ZZZZ9.
           05  FILLER              PIC X(14)   VALUE SPACES.

       01  WS-CERT-RULE            PIC X(80)   VALUE ALL "-".

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF RETURN-CODE NOT = 16
               PERFORM 2000-ERASE-KEYED-STORES
               PERFORM 3000-SCRUB-CARRIED-FILES
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           INITIALIZE WS-STORE-TOTAL-TABLE
           MOVE ALL "N" TO WS-STORE-FAILED-TABLE
           PERFORM 1100-LOAD-REQUESTS
           IF RETURN-CODE NOT = 16
               PERFORM 1200-LOAD-HOLDS
           END-IF
           IF RETURN-CODE NOT = 16
               MOVE 1 TO WS-RQ-SUB
               PERFORM 1250-APPLY-HOLDS
                   UNTIL WS-RQ-SUB > WS-REQ-COUNT
               PERFORM 1300-CHECK-ESCHEAT-STAGE
               PERFORM 1400-OPEN-STORES
           END-IF.

      *****************************************************************
      * Requests. Every line read gets a table entry and so a
      * certificate, rejected or not - except past the table limit,
      * where the request is named in the job log and the run ends
      * RC 8 so it is resubmitted.
      *****************************************************************
       1100-LOAD-REQUESTS.
           OPEN INPUT REQUEST-IN
           IF WS-REQUEST-IN-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN ERASURE REQUESTS - FILE STATUS "
                   WS-REQUEST-IN-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 1110-READ-REQUEST
               PERFORM 1120-STORE-REQUEST UNTIL WS-REQ-EOF
               CLOSE REQUEST-IN
           END-IF.

       1110-READ-REQUEST.
           READ REQUEST-IN INTO WS-REQUEST-LINE
               AT END
                   SET WS-REQ-EOF TO TRUE
           END-READ.

       1120-STORE-REQUEST.
           ADD 1 TO WS-REQUESTS-READ
           IF WS-REQ-COUNT >= WS-REQ-MAX
               DISPLAY "ERASURE REQUEST TABLE FULL - REQUEST "
                   WS-REQ-REF " FOR CUSTOMER " WS-REQ-ID
                   " NOT PROCESSED - RESUBMIT IT"
               ADD 1 TO WS-REQUESTS-OVERFLOW
               MOVE 8 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-REQ-COUNT
               MOVE WS-REQ-ID  TO WS-RQ-ID (WS-REQ-COUNT)
               MOVE WS-REQ-REF TO WS-RQ-REF (WS-REQ-COUNT)
               MOVE SPACES     TO WS-RQ-MATTER (WS-REQ-COUNT)
               MOVE 1 TO WS-STORE-SUB
               PERFORM 1130-CLEAR-STORE-RESULT
                   UNTIL WS-STORE-SUB > WS-STORE-COUNT
               MOVE "P" TO WS-RQ-OUTCOME (WS-REQ-COUNT)
               EVALUATE TRUE
                   WHEN WS-REQ-ID NOT NUMERIC
                       MOVE "X" TO WS-RQ-OUTCOME (WS-REQ-COUNT)
                   WHEN WS-REQ-ID-NUM = ZERO
                    OR WS-REQ-ID-NUM > WS-MAX-VALID-ID
                       MOVE "X" TO WS-RQ-OUTCOME (WS-REQ-COUNT)
                   WHEN WS-REQ-REF = SPACES
                       MOVE "M" TO WS-RQ-OUTCOME (WS-REQ-COUNT)
                   WHEN OTHER
                       MOVE WS-REQ-ID TO WS-LOOK-ID
                       MOVE "P" TO WS-LOOK-OUTCOME
                       PERFORM 8100-FIND-REQUEST
                       IF WS-FOUND-SUB NOT = ZERO
                        AND WS-FOUND-SUB < WS-REQ-COUNT
                           MOVE "D" TO WS-RQ-OUTCOME (WS-REQ-COUNT)
                       END-IF
               END-EVALUATE
           END-IF
           PERFORM 1110-READ-REQUEST.

       1130-CLEAR-STORE-RESULT.
           MOVE "N"  TO WS-RQ-ST-RESULT (WS-REQ-COUNT, WS-STORE-SUB)
           MOVE ZERO TO WS-RQ-ST-COUNT (WS-REQ-COUNT, WS-STORE-SUB)
           ADD 1 TO WS-STORE-SUB.

      * The hold list is the control that keeps a held customer's data
      * in place, so a list that is missing or too big to hold whole
      * refuses the run - an empty list is fine.
       1200-LOAD-HOLDS.
           OPEN INPUT HOLD-IN
           IF WS-HOLD-IN-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN LEGAL HOLD LIST - FILE STATUS "
                   WS-HOLD-IN-STATUS " - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 1210-READ-HOLD
               PERFORM 1220-STORE-HOLD
                   UNTIL WS-HOLD-EOF OR RETURN-CODE = 16
               CLOSE HOLD-IN
           END-IF.

       1210-READ-HOLD.
           READ HOLD-IN INTO WS-HOLD-LINE
               AT END
                   SET WS-HOLD-EOF TO TRUE
           END-READ.

       1220-STORE-HOLD.
           IF WS-HLD-ID = SPACES
               CONTINUE
           ELSE
               IF WS-HOLD-COUNT >= WS-HOLD-MAX
                   DISPLAY "LEGAL HOLD TABLE FULL AT CUSTOMER "
                       WS-HLD-ID " - RUN REFUSED"
                   MOVE 16 TO RETURN-CODE
               ELSE
                   ADD 1 TO WS-HOLD-COUNT
                   MOVE WS-HLD-ID     TO WS-HOLD-TAB-ID (WS-HOLD-COUNT)
                   MOVE WS-HLD-MATTER
                       TO WS-HOLD-TAB-MATTER (WS-HOLD-COUNT)
               END-IF
           END-IF
           PERFORM 1210-READ-HOLD.

       1250-APPLY-HOLDS.
           IF WS-RQ-PENDING (WS-RQ-SUB)
               MOVE 1 TO WS-HOLD-SUB
               PERFORM 1260-TEST-HOLD
                   UNTIL WS-HOLD-SUB > WS-HOLD-COUNT
                      OR NOT WS-RQ-PENDING (WS-RQ-SUB)
           END-IF
           ADD 1 TO WS-RQ-SUB.

       1260-TEST-HOLD.
           IF WS-HOLD-TAB-ID (WS-HOLD-SUB) = WS-RQ-ID (WS-RQ-SUB)
               MOVE "H" TO WS-RQ-OUTCOME (WS-RQ-SUB)
               MOVE WS-HOLD-TAB-MATTER (WS-HOLD-SUB)
                   TO WS-RQ-MATTER (WS-RQ-SUB)
               DISPLAY "ERASURE REFUSED - CUSTOMER "
                   WS-RQ-ID (WS-RQ-SUB)
                   " IS UNDER LEGAL HOLD " WS-RQ-MATTER (WS-RQ-SUB)
                   " - REQUEST " WS-RQ-REF (WS-RQ-SUB)
           END-IF
           ADD 1 TO WS-HOLD-SUB.

      * First pass over the tracking file, before anything is touched:
      * a pending request for an account at stage R is refused. The
      * file is OPTIONAL like ESCHTRKI - before the first ESCHTRK run
      * there is nobody at any stage.
       1300-CHECK-ESCHEAT-STAGE.
           OPEN INPUT TRACKING-IN
           IF WS-TRACKING-IN-STATUS = "00"
               MOVE "N" TO WS-SCRUB-EOF-SWITCH
               PERFORM 1310-READ-TRACKING
               PERFORM 1320-TEST-TRACKING-STAGE UNTIL WS-SCRUB-EOF
               CLOSE TRACKING-IN
           ELSE
               IF WS-TRACKING-IN-STATUS = "05"
                   CLOSE TRACKING-IN
                   DISPLAY "NO ESCHEATMENT TRACKING FILE PRESENT - NO "
                       "ACCOUNT IS AT STAGE R"
               ELSE
                   DISPLAY "UNABLE TO OPEN ESCHEATMENT TRACKING - FILE "
                       "STATUS " WS-TRACKING-IN-STATUS " - RUN REFUSED"
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

       1310-READ-TRACKING.
           READ TRACKING-IN
               AT END
                   SET WS-SCRUB-EOF TO TRUE
           END-READ.

       1320-TEST-TRACKING-STAGE.
           IF TI-STAGE-REPORTED
               MOVE TI-ID TO WS-LOOK-ID
               MOVE "P" TO WS-LOOK-OUTCOME
               PERFORM 8100-FIND-REQUEST
               IF WS-FOUND-SUB NOT = ZERO
                   MOVE "R" TO WS-RQ-OUTCOME (WS-FOUND-SUB)
                   DISPLAY "ERASURE REFUSED - CUSTOMER " TI-ID
                       " IS AT ESCHEATMENT STAGE R - REQUEST "
                       WS-RQ-REF (WS-FOUND-SUB)
               END-IF
           END-IF
           PERFORM 1310-READ-TRACKING.

      * I-O throughout: the keyed stores accumulate across cycles and
      * OPEN OUTPUT would empty them. Status 05 on an OPTIONAL store
      * means it did not exist yet - nothing to erase there. Only the
      * master is required, as in every other program that reads it.
       1400-OPEN-STORES.
           OPEN I-O ERASURE-SUPPRESS
           IF WS-ERASURE-SUP-STATUS NOT = "00"
            AND WS-ERASURE-SUP-STATUS NOT = "05"
               DISPLAY "UNABLE TO OPEN ERASURE SUPPRESSION LIST - "
                   "FILE STATUS " WS-ERASURE-SUP-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF
           IF RETURN-CODE NOT = 16
               OPEN I-O CUSTOMER-MASTER
               IF WS-CUSTOMER-MST-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN CUSTOMER MASTER - FILE "
                       "STATUS " WS-CUSTOMER-MST-STATUS
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF
           IF RETURN-CODE NOT = 16
               OPEN I-O CUSTOMER-HISTORY
               IF WS-CUSTOMER-HST-STATUS NOT = "00"
                AND WS-CUSTOMER-HST-STATUS NOT = "05"
                   DISPLAY "UNABLE TO OPEN CUSTOMER HISTORY - FILE "
                       "STATUS " WS-CUSTOMER-HST-STATUS
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF
           IF RETURN-CODE NOT = 16
               OPEN I-O ARCHIVE-MASTER
               IF WS-ARCHIVE-MST-STATUS NOT = "00"
                AND WS-ARCHIVE-MST-STATUS NOT = "05"
                   DISPLAY "UNABLE TO OPEN ARCHIVE MASTER - FILE "
                       "STATUS " WS-ARCHIVE-MST-STATUS
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF
           IF RETURN-CODE NOT = 16
               OPEN I-O UNDELIVERABLE
               IF WS-UNDELIVERABLE-STATUS NOT = "00"
                AND WS-UNDELIVERABLE-STATUS NOT = "05"
                   DISPLAY "UNABLE TO OPEN UNDELIVERABLE - FILE "
                       "STATUS " WS-UNDELIVERABLE-STATUS
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF
           IF RETURN-CODE NOT = 16
               OPEN I-O HOUSEHOLD-XREF
               IF WS-HOUSEHOLD-XREF-STATUS NOT = "00"
                AND WS-HOUSEHOLD-XREF-STATUS NOT = "05"
                   DISPLAY "UNABLE TO OPEN HOUSEHOLD XREF - FILE "
                       "STATUS " WS-HOUSEHOLD-XREF-STATUS
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF
      * The certificate is the proof the erasure was done, so a run
      * that cannot write one changes nothing.
           IF RETURN-CODE NOT = 16
               OPEN OUTPUT CERTIFICATE-RPT
               IF WS-CERTIFICATE-STATUS NOT = "00"
                AND WS-CERTIFICATE-STATUS NOT = "05"
                   DISPLAY "UNABLE TO OPEN ERASURE CERTIFICATE - FILE "
                       "STATUS " WS-CERTIFICATE-STATUS
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9050-CLOSE-STORES
               END-IF
           END-IF
           IF RETURN-CODE NOT = 16
               SET WS-STORES-OPEN TO TRUE
           ELSE
               DISPLAY "ERASURE RUN REFUSED - NO STORE HAS BEEN "
                   "CHANGED"
           END-IF.

      *****************************************************************
      * The keyed stores, one request at a time. The suppression
      * record goes first; without it nothing else is touched.
      *****************************************************************
       2000-ERASE-KEYED-STORES.
           MOVE 1 TO WS-RQ-SUB
           PERFORM 2100-ERASE-ONE-REQUEST
               UNTIL WS-RQ-SUB > WS-REQ-COUNT.

       2100-ERASE-ONE-REQUEST.
           IF WS-RQ-PENDING (WS-RQ-SUB)
               PERFORM 2200-ADD-SUPPRESSION
               IF WS-RQ-ERASED (WS-RQ-SUB)
                   PERFORM 2300-DELETE-MASTER
                   PERFORM 2400-BLANK-HISTORY
                   PERFORM 2500-BLANK-ARCHIVE
                   PERFORM 2600-DELETE-UNDELIVERABLE
                   PERFORM 2700-DELETE-HOUSEHOLD-XREF
               END-IF
           END-IF
           ADD 1 TO WS-RQ-SUB.

      * Status 22 is a customer already erased by an earlier request -
      * the rest of the erasure still runs, so a store that has since
      * picked the customer up again is cleaned.
       2200-ADD-SUPPRESSION.
           MOVE SPACES               TO ERASURE-SUPPRESS-RECORD
           MOVE WS-RQ-ID (WS-RQ-SUB) TO ES-ID
           MOVE WS-RUN-DATE          TO ES-ERASE-DATE
           MOVE WS-RQ-REF (WS-RQ-SUB) TO ES-REQUEST-REF
           WRITE ERASURE-SUPPRESS-RECORD
           EVALUATE WS-ERASURE-SUP-STATUS
               WHEN "00"
                   MOVE "E" TO WS-RQ-OUTCOME (WS-RQ-SUB)
                   MOVE WS-ST-SUPPRESS TO WS-STORE-SUB
                   MOVE 1 TO WS-RQ-ST-COUNT (WS-RQ-SUB, WS-STORE-SUB)
                   MOVE "D" TO WS-RQ-ST-RESULT (WS-RQ-SUB, WS-STORE-SUB)
                   ADD 1 TO WS-STORE-TOTAL (WS-STORE-SUB)
               WHEN "22"
                   MOVE "E" TO WS-RQ-OUTCOME (WS-RQ-SUB)
                   MOVE WS-ST-SUPPRESS TO WS-STORE-SUB
                   MOVE "A" TO WS-RQ-ST-RESULT (WS-RQ-SUB, WS-STORE-SUB)
                   ADD 1 TO WS-ALREADY-LISTED
               WHEN OTHER
                   DISPLAY "ERROR WRITING ERASURE SUPPRESSION FOR "
                       WS-RQ-ID (WS-RQ-SUB) " - FILE STATUS "
                       WS-ERASURE-SUP-STATUS " - CUSTOMER NOT ERASED"
                   MOVE "F" TO WS-RQ-OUTCOME (WS-RQ-SUB)
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

       2300-DELETE-MASTER.
           MOVE WS-ST-MASTER TO WS-STORE-SUB
           MOVE WS-RQ-ID (WS-RQ-SUB) TO ML-ID
           DELETE CUSTOMER-MASTER RECORD
           EVALUATE WS-CUSTOMER-MST-STATUS
               WHEN "00"
                   PERFORM 2900-COUNT-STORE-RECORD
               WHEN "23"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR DELETING CUSTOMER MASTER FOR "
                       WS-RQ-ID (WS-RQ-SUB) " - FILE STATUS "
                       WS-CUSTOMER-MST-STATUS
                   PERFORM 2950-FLAG-STORE-ERROR
           END-EVALUATE.

      * History is keyed by customer and run date, so the customer's
      * rows are one run of keys from (ID, 0) upward. Each is kept -
      * its status and dates still count in STATMIG - with the name,
      * address and state blanked.
       2400-BLANK-HISTORY.
           MOVE WS-ST-HISTORY TO WS-STORE-SUB
           MOVE "N" TO WS-HIST-EOF-SWITCH
           MOVE WS-RQ-ID (WS-RQ-SUB) TO HL-ID
           MOVE ZERO TO HL-RUN-DATE
           START CUSTOMER-HISTORY KEY IS NOT LESS THAN HL-KEY
               INVALID KEY
                   SET WS-HIST-EOF TO TRUE
           END-START
           PERFORM 2410-READ-HISTORY-NEXT
           PERFORM 2420-BLANK-HISTORY-ROW UNTIL WS-HIST-EOF.

       2410-READ-HISTORY-NEXT.
           IF NOT WS-HIST-EOF
               READ CUSTOMER-HISTORY NEXT RECORD
                   AT END
                       SET WS-HIST-EOF TO TRUE
               END-READ
               IF NOT WS-HIST-EOF
                AND HL-ID NOT = WS-RQ-ID (WS-RQ-SUB)
                   SET WS-HIST-EOF TO TRUE
               END-IF
           END-IF.

       2420-BLANK-HISTORY-ROW.
           MOVE SPACES TO HL-NAME
           MOVE SPACES TO HL-ADDRESS
           MOVE SPACES TO HL-STATE
           REWRITE HISTORY-RECORD
           IF WS-CUSTOMER-HST-STATUS = "00"
               PERFORM 2900-COUNT-STORE-RECORD
           ELSE
               DISPLAY "ERROR REWRITING CUSTOMER HISTORY FOR "
                   HL-ID " " HL-RUN-DATE " - FILE STATUS "
                   WS-CUSTOMER-HST-STATUS
               PERFORM 2950-FLAG-STORE-ERROR
           END-IF
           PERFORM 2410-READ-HISTORY-NEXT.

      * The archive record stays - it answers "archived on date X" for
      * the ID - without the name and address.
       2500-BLANK-ARCHIVE.
           MOVE WS-ST-ARCHIVE TO WS-STORE-SUB
           MOVE WS-RQ-ID (WS-RQ-SUB) TO AR-ID
           READ ARCHIVE-MASTER
           IF WS-ARCHIVE-MST-STATUS = "00"
               MOVE SPACES TO AR-NAME
               MOVE SPACES TO AR-ADDRESS
               REWRITE ARCHIVE-RECORD
               IF WS-ARCHIVE-MST-STATUS = "00"
                   PERFORM 2900-COUNT-STORE-RECORD
               ELSE
                   DISPLAY "ERROR REWRITING ARCHIVE MASTER FOR "
                       AR-ID " - FILE STATUS " WS-ARCHIVE-MST-STATUS
                   PERFORM 2950-FLAG-STORE-ERROR
               END-IF
           ELSE
               IF WS-ARCHIVE-MST-STATUS NOT = "23"
                   DISPLAY "ERROR READING ARCHIVE MASTER FOR "
                       WS-RQ-ID (WS-RQ-SUB) " - FILE STATUS "
                       WS-ARCHIVE-MST-STATUS
                   PERFORM 2950-FLAG-STORE-ERROR
               END-IF
           END-IF.

      * The whole record goes, cleared flags included - it is nothing
      * but the address that came back.
       2600-DELETE-UNDELIVERABLE.
           MOVE WS-ST-UNDELIV TO WS-STORE-SUB
           MOVE WS-RQ-ID (WS-RQ-SUB) TO UD-ID
           DELETE UNDELIVERABLE RECORD
           EVALUATE WS-UNDELIVERABLE-STATUS
               WHEN "00"
                   PERFORM 2900-COUNT-STORE-RECORD
               WHEN "23"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR DELETING UNDELIVERABLE FOR "
                       WS-RQ-ID (WS-RQ-SUB) " - FILE STATUS "
                       WS-UNDELIVERABLE-STATUS
                   PERFORM 2950-FLAG-STORE-ERROR
           END-EVALUATE.

      * The cross-reference is rebuilt whole by the next CUSTMTCH run;
      * until then MAILPREP treats the missing customer as a household
      * of one, and CUSTMTCH finds no master record to put back.
       2700-DELETE-HOUSEHOLD-XREF.
           MOVE WS-ST-HOUSEHOLD TO WS-STORE-SUB
           MOVE WS-RQ-ID (WS-RQ-SUB) TO HX-ID
           DELETE HOUSEHOLD-XREF RECORD
           EVALUATE WS-HOUSEHOLD-XREF-STATUS
               WHEN "00"
                   PERFORM 2900-COUNT-STORE-RECORD
               WHEN "23"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR DELETING HOUSEHOLD XREF FOR "
                       WS-RQ-ID (WS-RQ-SUB) " - FILE STATUS "
                       WS-HOUSEHOLD-XREF-STATUS
                   PERFORM 2950-FLAG-STORE-ERROR
           END-EVALUATE.

      * An error on any record of a store outranks what was done to
      * the others - the certificate must not call the store clean.
       2900-COUNT-STORE-RECORD.
           ADD 1 TO WS-RQ-ST-COUNT (WS-RQ-SUB, WS-STORE-SUB)
           ADD 1 TO WS-STORE-TOTAL (WS-STORE-SUB)
           IF WS-RQ-ST-RESULT (WS-RQ-SUB, WS-STORE-SUB) NOT = "E"
               MOVE "D" TO WS-RQ-ST-RESULT (WS-RQ-SUB, WS-STORE-SUB)
           END-IF.

       2950-FLAG-STORE-ERROR.
           MOVE "E" TO WS-RQ-ST-RESULT (WS-RQ-SUB, WS-STORE-SUB)
           MOVE 8 TO RETURN-CODE.

      *****************************************************************
      * The carried files. Each is copied whole to its ER file, less
      * (or with blanked) the erased customers, and must tie out:
      * records read = records written + records removed.
      *****************************************************************
       3000-SCRUB-CARRIED-FILES.
           PERFORM 3100-SCRUB-TRACKING
           PERFORM 3200-SCRUB-SUSPENSE
           PERFORM 3300-SCRUB-DUPPEND
           PERFORM 3400-SCRUB-SNAPSHOT
           PERFORM 3500-SCRUB-AUDIT-LOG
           PERFORM 3600-SCRUB-SAME-PERSON.

      * Stage R entries never belong to an erased customer - those
      * requests were refused - so every entry that matches is an
      * N or L entry and is dropped.
       3100-SCRUB-TRACKING.
           MOVE "ESCHTRKO" TO WS-SCRUB-NAME
           MOVE WS-ST-TRACKING TO WS-STORE-SUB
           PERFORM 3800-START-SCRUB
           OPEN INPUT TRACKING-IN
           OPEN OUTPUT TRACKING-OUT
           IF WS-TRACKING-OUT-STATUS NOT = "00"
            AND WS-TRACKING-OUT-STATUS NOT = "05"
               DISPLAY "UNABLE TO OPEN ERTRKO - FILE STATUS "
                   WS-TRACKING-OUT-STATUS
               PERFORM 3850-FAIL-SCRUB
           END-IF
           IF WS-TRACKING-IN-STATUS NOT = "00"
            AND WS-TRACKING-IN-STATUS NOT = "05"
               DISPLAY "UNABLE TO OPEN ESCHTRKO - FILE STATUS "
                   WS-TRACKING-IN-STATUS
               PERFORM 3850-FAIL-SCRUB
           END-IF
           IF WS-SCRUB-OPEN
               PERFORM 3110-READ-TRACKING
               PERFORM 3120-COPY-TRACKING UNTIL WS-SCRUB-EOF
           END-IF
           CLOSE TRACKING-IN
           CLOSE TRACKING-OUT
           PERFORM 3900-TIE-OUT-SCRUB.

       3110-READ-TRACKING.
           READ TRACKING-IN
               AT END
                   SET WS-SCRUB-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-SCRUB-READ
           END-READ.

       3120-COPY-TRACKING.
           MOVE TI-ID TO WS-LOOK-ID
           PERFORM 3810-FIND-ERASED
           IF WS-FOUND-SUB NOT = ZERO
               PERFORM 3820-COUNT-REMOVAL
           ELSE
               WRITE TRACKING-OUT-RECORD FROM TRACKING-IN-RECORD
               IF WS-TRACKING-OUT-STATUS = "00"
                   ADD 1 TO WS-SCRUB-WRITTEN
               ELSE
                   DISPLAY "ERROR WRITING ERTRKO - FILE STATUS "
                       WS-TRACKING-OUT-STATUS
               END-IF
           END-IF
           PERFORM 3110-READ-TRACKING.

       3200-SCRUB-SUSPENSE.
           MOVE "SUSPOUT" TO WS-SCRUB-NAME
           MOVE WS-ST-SUSPENSE TO WS-STORE-SUB
           PERFORM 3800-START-SCRUB
           OPEN INPUT SUSPENSE-IN
           OPEN OUTPUT SUSPENSE-OUT
           IF WS-SUSPENSE-OUT-STATUS NOT = "00"
            AND WS-SUSPENSE-OUT-STATUS NOT = "05"
               DISPLAY "UNABLE TO OPEN ERSUSPO - FILE STATUS "
                   WS-SUSPENSE-OUT-STATUS
               PERFORM 3850-FAIL-SCRUB
           END-IF
           IF WS-SUSPENSE-IN-STATUS NOT = "00"
            AND WS-SUSPENSE-IN-STATUS NOT = "05"
               DISPLAY "UNABLE TO OPEN SUSPOUT - FILE STATUS "
                   WS-SUSPENSE-IN-STATUS
               PERFORM 3850-FAIL-SCRUB
           END-IF
           IF WS-SCRUB-OPEN
               PERFORM 3210-READ-SUSPENSE
               PERFORM 3220-COPY-SUSPENSE UNTIL WS-SCRUB-EOF
           END-IF
           CLOSE SUSPENSE-IN
           CLOSE SUSPENSE-OUT
           PERFORM 3900-TIE-OUT-SCRUB.

       3210-READ-SUSPENSE.
           READ SUSPENSE-IN
               AT END
                   SET WS-SCRUB-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-SCRUB-READ
           END-READ.

       3220-COPY-SUSPENSE.
           MOVE SI-ID TO WS-LOOK-ID
           PERFORM 3810-FIND-ERASED
           IF WS-FOUND-SUB NOT = ZERO
               PERFORM 3820-COUNT-REMOVAL
           ELSE
               WRITE SUSPENSE-OUT-RECORD FROM SUSPENSE-IN-RECORD
               IF WS-SUSPENSE-OUT-STATUS = "00"
                   ADD 1 TO WS-SCRUB-WRITTEN
               ELSE
                   DISPLAY "ERROR WRITING ERSUSPO - FILE STATUS "
                       WS-SUSPENSE-OUT-STATUS
               END-IF
           END-IF
           PERFORM 3210-READ-SUSPENSE.

       3300-SCRUB-DUPPEND.
           MOVE "DUPPEND" TO WS-SCRUB-NAME
           MOVE WS-ST-DUPPEND TO WS-STORE-SUB
           PERFORM 3800-START-SCRUB
           OPEN INPUT DUPPEND-IN
           OPEN OUTPUT DUPPEND-OUT
           IF WS-DUPPEND-OUT-STATUS NOT = "00"
            AND WS-DUPPEND-OUT-STATUS NOT = "05"
               DISPLAY "UNABLE TO OPEN ERDUPPO - FILE STATUS "
                   WS-DUPPEND-OUT-STATUS
               PERFORM 3850-FAIL-SCRUB
           END-IF
           IF WS-DUPPEND-IN-STATUS NOT = "00"
            AND WS-DUPPEND-IN-STATUS NOT = "05"
               DISPLAY "UNABLE TO OPEN DUPPEND - FILE STATUS "
                   WS-DUPPEND-IN-STATUS
               PERFORM 3850-FAIL-SCRUB
           END-IF
           IF WS-SCRUB-OPEN
               PERFORM 3310-READ-DUPPEND
               PERFORM 3320-COPY-DUPPEND UNTIL WS-SCRUB-EOF
           END-IF
           CLOSE DUPPEND-IN
           CLOSE DUPPEND-OUT
           PERFORM 3900-TIE-OUT-SCRUB.

       3310-READ-DUPPEND.
           READ DUPPEND-IN
               AT END
                   SET WS-SCRUB-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-SCRUB-READ
           END-READ.

       3320-COPY-DUPPEND.
           MOVE DP-ID TO WS-LOOK-ID
           PERFORM 3810-FIND-ERASED
           IF WS-FOUND-SUB NOT = ZERO
               PERFORM 3820-COUNT-REMOVAL
           ELSE
               WRITE DUPPEND-OUT-RECORD FROM DUPPEND-IN-RECORD
               IF WS-DUPPEND-OUT-STATUS = "00"
                   ADD 1 TO WS-SCRUB-WRITTEN
               ELSE
                   DISPLAY "ERROR WRITING ERDUPPO - FILE STATUS "
                       WS-DUPPEND-OUT-STATUS
               END-IF
           END-IF
           PERFORM 3310-READ-DUPPEND.

      * The snapshot keeps every record - it is tomorrow's match base,
      * and an erased customer left in it blank goes out as a delete
      * on the next delta. Blanked records count as written, so the
      * snapshot's own trailer still holds.
       3400-SCRUB-SNAPSHOT.
           MOVE "SNAPEXT" TO WS-SCRUB-NAME
           MOVE WS-ST-SNAPSHOT TO WS-STORE-SUB
           PERFORM 3800-START-SCRUB
           OPEN INPUT SNAPSHOT-IN
           OPEN OUTPUT SNAPSHOT-OUT
           IF WS-SNAPSHOT-OUT-STATUS NOT = "00"
            AND WS-SNAPSHOT-OUT-STATUS NOT = "05"
               DISPLAY "UNABLE TO OPEN ERSNAPO - FILE STATUS "
                   WS-SNAPSHOT-OUT-STATUS
               PERFORM 3850-FAIL-SCRUB
           END-IF
           IF WS-SNAPSHOT-IN-STATUS NOT = "00"
            AND WS-SNAPSHOT-IN-STATUS NOT = "05"
               DISPLAY "UNABLE TO OPEN SNAPEXT - FILE STATUS "
                   WS-SNAPSHOT-IN-STATUS
               PERFORM 3850-FAIL-SCRUB
           END-IF
           IF WS-SCRUB-OPEN
               PERFORM 3410-READ-SNAPSHOT
               PERFORM 3420-COPY-SNAPSHOT UNTIL WS-SCRUB-EOF
           END-IF
           CLOSE SNAPSHOT-IN
           CLOSE SNAPSHOT-OUT
           PERFORM 3900-TIE-OUT-SCRUB.

       3410-READ-SNAPSHOT.
           READ SNAPSHOT-IN
               AT END
                   SET WS-SCRUB-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-SCRUB-READ
           END-READ.

       3420-COPY-SNAPSHOT.
           IF SN-RECORD-TYPE = "D"
               MOVE SN-ID TO WS-LOOK-ID
               PERFORM 3810-FIND-ERASED
               IF WS-FOUND-SUB NOT = ZERO
                   MOVE SPACES TO SN-NAME
                   MOVE SPACES TO SN-ADDRESS
                   MOVE SPACES TO SN-STREET
                   MOVE SPACES TO SN-CITY
                   MOVE SPACES TO SN-STATE
                   MOVE SPACES TO SN-POSTAL-CODE
                   MOVE WS-FOUND-SUB TO WS-RQ-SUB
                   PERFORM 2900-COUNT-STORE-RECORD
               END-IF
           END-IF
           WRITE SNAPSHOT-OUT-RECORD FROM SNAPSHOT-IN-RECORD
           IF WS-SNAPSHOT-OUT-STATUS = "00"
               ADD 1 TO WS-SCRUB-WRITTEN
           ELSE
               DISPLAY "ERROR WRITING ERSNAPO - FILE STATUS "
                   WS-SNAPSHOT-OUT-STATUS
           END-IF
           PERFORM 3410-READ-SNAPSHOT.

      * The audit trail must stay whole - who asked, who approved, what
      * was done and when - so every record is kept and only the
      * customer's name and address come out of it.
       3500-SCRUB-AUDIT-LOG.
           MOVE "MNTAUDIT" TO WS-SCRUB-NAME
           MOVE WS-ST-AUDIT TO WS-STORE-SUB
           PERFORM 3800-START-SCRUB
           OPEN INPUT AUDIT-IN
           OPEN OUTPUT AUDIT-OUT
           IF WS-AUDIT-OUT-STATUS NOT = "00"
            AND WS-AUDIT-OUT-STATUS NOT = "05"
               DISPLAY "UNABLE TO OPEN ERMNTAUD - FILE STATUS "
                   WS-AUDIT-OUT-STATUS
               PERFORM 3850-FAIL-SCRUB
           END-IF
           IF WS-AUDIT-IN-STATUS NOT = "00"
            AND WS-AUDIT-IN-STATUS NOT = "05"
               DISPLAY "UNABLE TO OPEN MNTAUDIT - FILE STATUS "
                   WS-AUDIT-IN-STATUS
               PERFORM 3850-FAIL-SCRUB
           END-IF
           IF WS-SCRUB-OPEN
               PERFORM 3510-READ-AUDIT
               PERFORM 3520-COPY-AUDIT UNTIL WS-SCRUB-EOF
           END-IF
           CLOSE AUDIT-IN
           CLOSE AUDIT-OUT
           PERFORM 3900-TIE-OUT-SCRUB.

       3510-READ-AUDIT.
           READ AUDIT-IN
               AT END
                   SET WS-SCRUB-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-SCRUB-READ
           END-READ.

       3520-COPY-AUDIT.
           MOVE MA-ID TO WS-LOOK-ID
           PERFORM 3810-FIND-ERASED
           IF WS-FOUND-SUB NOT = ZERO
               MOVE SPACES TO MA-TXN-NAME
               MOVE SPACES TO MA-TXN-ADDRESS
               MOVE SPACES TO MA-BEFORE-NAME
               MOVE SPACES TO MA-BEFORE-ADDRESS
               MOVE SPACES TO MA-AFTER-NAME
               MOVE SPACES TO MA-AFTER-ADDRESS
               MOVE WS-FOUND-SUB TO WS-RQ-SUB
               PERFORM 2900-COUNT-STORE-RECORD
           END-IF
           WRITE AUDIT-OUT-RECORD FROM AUDIT-IN-RECORD
           IF WS-AUDIT-OUT-STATUS = "00"
               ADD 1 TO WS-SCRUB-WRITTEN
           ELSE
               DISPLAY "ERROR WRITING ERMNTAUD - FILE STATUS "
                   WS-AUDIT-OUT-STATUS
           END-IF
           PERFORM 3510-READ-AUDIT.

      * A pair stays for review - the other ID is still a customer -
      * with the erased side's name blanked. Either side may be the
      * erased one, or both.
       3600-SCRUB-SAME-PERSON.
           MOVE "SAMEPERS" TO WS-SCRUB-NAME
           MOVE WS-ST-SAME-PERSON TO WS-STORE-SUB
           PERFORM 3800-START-SCRUB
           OPEN INPUT SAME-PERSON-IN
           OPEN OUTPUT SAME-PERSON-OUT
           IF WS-SAME-PERSON-OUT-STATUS NOT = "00"
            AND WS-SAME-PERSON-OUT-STATUS NOT = "05"
               DISPLAY "UNABLE TO OPEN ERSAMEPO - FILE STATUS "
                   WS-SAME-PERSON-OUT-STATUS
               PERFORM 3850-FAIL-SCRUB
           END-IF
           IF WS-SAME-PERSON-IN-STATUS NOT = "00"
            AND WS-SAME-PERSON-IN-STATUS NOT = "05"
               DISPLAY "UNABLE TO OPEN SAMEPERS - FILE STATUS "
                   WS-SAME-PERSON-IN-STATUS
               PERFORM 3850-FAIL-SCRUB
           END-IF
           IF WS-SCRUB-OPEN
               PERFORM 3610-READ-SAME-PERSON
               PERFORM 3620-COPY-SAME-PERSON UNTIL WS-SCRUB-EOF
           END-IF
           CLOSE SAME-PERSON-IN
           CLOSE SAME-PERSON-OUT
           PERFORM 3900-TIE-OUT-SCRUB.

       3610-READ-SAME-PERSON.
           READ SAME-PERSON-IN
               AT END
                   SET WS-SCRUB-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-SCRUB-READ
           END-READ.

       3620-COPY-SAME-PERSON.
           MOVE SP-ID-1 TO WS-LOOK-ID
           PERFORM 3810-FIND-ERASED
           IF WS-FOUND-SUB NOT = ZERO
               MOVE SPACES TO SP-NAME-1
               MOVE WS-FOUND-SUB TO WS-RQ-SUB
               PERFORM 2900-COUNT-STORE-RECORD
           END-IF
           MOVE SP-ID-2 TO WS-LOOK-ID
           PERFORM 3810-FIND-ERASED
           IF WS-FOUND-SUB NOT = ZERO
               MOVE SPACES TO SP-NAME-2
               MOVE WS-FOUND-SUB TO WS-RQ-SUB
               PERFORM 2900-COUNT-STORE-RECORD
           END-IF
           WRITE SAME-PERSON-OUT-RECORD FROM SAME-PERSON-IN-RECORD
           IF WS-SAME-PERSON-OUT-STATUS = "00"
               ADD 1 TO WS-SCRUB-WRITTEN
           ELSE
               DISPLAY "ERROR WRITING ERSAMEPO - FILE STATUS "
                   WS-SAME-PERSON-OUT-STATUS
           END-IF
           PERFORM 3610-READ-SAME-PERSON.

       3800-START-SCRUB.
           MOVE ZERO TO WS-SCRUB-READ
           MOVE ZERO TO WS-SCRUB-WRITTEN
           MOVE ZERO TO WS-SCRUB-REMOVED
           MOVE "N" TO WS-SCRUB-EOF-SWITCH
           SET WS-SCRUB-OPEN TO TRUE.

       3810-FIND-ERASED.
           MOVE "E" TO WS-LOOK-OUTCOME
           PERFORM 8100-FIND-REQUEST.

       3820-COUNT-REMOVAL.
           ADD 1 TO WS-SCRUB-REMOVED
           MOVE WS-FOUND-SUB TO WS-RQ-SUB
           PERFORM 2900-COUNT-STORE-RECORD.

      * The original is left as it stands and every erased customer's
      * certificate shows the store in error - nothing is retained in
      * its place.
       3850-FAIL-SCRUB.
           MOVE "N" TO WS-SCRUB-OPEN-SWITCH
           MOVE "Y" TO WS-STORE-FAILED (WS-STORE-SUB)
           MOVE 8 TO RETURN-CODE.

       3900-TIE-OUT-SCRUB.
           IF WS-SCRUB-READ NOT = WS-SCRUB-WRITTEN + WS-SCRUB-REMOVED
               DISPLAY "RECONCILIATION ERROR - " WS-SCRUB-NAME
                   " RECORDS READ " WS-SCRUB-READ " DO NOT TIE OUT TO "
                   "WRITTEN " WS-SCRUB-WRITTEN " PLUS REMOVED "
                   WS-SCRUB-REMOVED
               MOVE "Y" TO WS-STORE-FAILED (WS-STORE-SUB)
               MOVE 8 TO RETURN-CODE
           END-IF.

       8100-FIND-REQUEST.
           MOVE ZERO TO WS-FOUND-SUB
           MOVE 1 TO WS-LOOK-SUB
           PERFORM 8110-TEST-REQUEST
               UNTIL WS-LOOK-SUB > WS-REQ-COUNT
                  OR WS-FOUND-SUB NOT = ZERO.

       8110-TEST-REQUEST.
           IF WS-RQ-ID (WS-LOOK-SUB) = WS-LOOK-ID
            AND WS-RQ-OUTCOME (WS-LOOK-SUB) = WS-LOOK-OUTCOME
               MOVE WS-LOOK-SUB TO WS-FOUND-SUB
           END-IF
           ADD 1 TO WS-LOOK-SUB.

       9000-TERMINATE.
           IF WS-STORES-OPEN
               MOVE WS-RUN-DATE TO WS-CERT-HDG-DATE
               MOVE 1 TO WS-RQ-SUB
               PERFORM 9200-PRINT-CERTIFICATE
                   UNTIL WS-RQ-SUB > WS-REQ-COUNT
               PERFORM 9060-RECONCILE-COUNTS
               PERFORM 9050-CLOSE-STORES
               CLOSE CERTIFICATE-RPT
           END-IF
           PERFORM 9100-PRINT-SUMMARY.

       9050-CLOSE-STORES.
           CLOSE ERASURE-SUPPRESS
           CLOSE CUSTOMER-MASTER
           CLOSE CUSTOMER-HISTORY
           CLOSE ARCHIVE-MASTER
           CLOSE UNDELIVERABLE
           CLOSE HOUSEHOLD-XREF.

      * Every request read has exactly one outcome.
       9060-RECONCILE-COUNTS.
           COMPUTE WS-EXPECTED-COUNT =
               WS-ERASED-COUNT + WS-HOLD-REFUSED-COUNT
                               + WS-STAGE-R-COUNT
                               + WS-REJECTED-COUNT
                               + WS-NOT-ERASED-COUNT
                               + WS-REQUESTS-OVERFLOW
           IF WS-REQUESTS-READ NOT = WS-EXPECTED-COUNT
               DISPLAY "RECONCILIATION ERROR - REQUESTS READ "
                   WS-REQUESTS-READ " DO NOT TIE OUT TO OUTCOMES "
                   WS-EXPECTED-COUNT
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "RECONCILIATION OK - EVERY REQUEST HAS AN "
                   "OUTCOME"
           END-IF.

      * One certificate per request, counted by outcome as it prints.
       9200-PRINT-CERTIFICATE.
           WRITE CERTIFICATE-RPT-RECORD FROM WS-CERT-HEADING
           MOVE WS-RQ-REF (WS-RQ-SUB) TO WS-CERT-REF
           MOVE WS-RQ-ID (WS-RQ-SUB)  TO WS-CERT-ID
           WRITE CERTIFICATE-RPT-RECORD FROM WS-CERT-REQUEST-LINE
           EVALUATE WS-RQ-OUTCOME (WS-RQ-SUB)
               WHEN "E"
                   PERFORM 9210-CHECK-COMPLETE
                   IF WS-REQUEST-INCOMPLETE
                       ADD 1 TO WS-INCOMPLETE-COUNT
                       MOVE "INCOMPLETE - STORE ERROR, RERUN REQUEST"
                           TO WS-CERT-OUTCOME
                   ELSE
                       MOVE "ERASED" TO WS-CERT-OUTCOME
                   END-IF
                   ADD 1 TO WS-ERASED-COUNT
               WHEN "H"
                   MOVE "REFUSED - CUSTOMER IS UNDER LEGAL HOLD"
                       TO WS-CERT-OUTCOME
                   ADD 1 TO WS-HOLD-REFUSED-COUNT
               WHEN "R"
                   MOVE "REFUSED - ESCHEATMENT STAGE R (REPORTED)"
                       TO WS-CERT-OUTCOME
                   ADD 1 TO WS-STAGE-R-COUNT
               WHEN "X"
                   MOVE "REJECTED - CUSTOMER ID NOT VALID"
                       TO WS-CERT-OUTCOME
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN "M"
                   MOVE "REJECTED - NO LEGAL REQUEST REFERENCE"
                       TO WS-CERT-OUTCOME
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN "D"
                   MOVE "REJECTED - REPEATS AN EARLIER REQUEST"
                       TO WS-CERT-OUTCOME
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN OTHER
                   MOVE "NOT ERASED - SUPPRESSION LIST ERROR, RERUN"
                       TO WS-CERT-OUTCOME
                   ADD 1 TO WS-NOT-ERASED-COUNT
           END-EVALUATE
           WRITE CERTIFICATE-RPT-RECORD FROM WS-CERT-OUTCOME-LINE
           IF WS-RQ-ERASED (WS-RQ-SUB)
               WRITE CERTIFICATE-RPT-RECORD FROM WS-CERT-STORE-HEADING
               MOVE 1 TO WS-STORE-SUB
               PERFORM 9220-PRINT-STORE-LINE
                   UNTIL WS-STORE-SUB > WS-STORE-COUNT
           ELSE
               IF WS-RQ-OUTCOME (WS-RQ-SUB) = "H"
                   MOVE SPACES TO WS-CERT-NOTE
                   STRING "LEGAL HOLD MATTER "  DELIMITED BY SIZE
                          WS-RQ-MATTER (WS-RQ-SUB)
                                                DELIMITED BY SIZE
                       INTO WS-CERT-NOTE
                   END-STRING
                   WRITE CERTIFICATE-RPT-RECORD FROM WS-CERT-NOTE-LINE
               END-IF
               MOVE "NO STORE WAS CHANGED FOR THIS REQUEST"
                   TO WS-CERT-NOTE
               WRITE CERTIFICATE-RPT-RECORD FROM WS-CERT-NOTE-LINE
           END-IF
           WRITE CERTIFICATE-RPT-RECORD FROM WS-CERT-RULE
           ADD 1 TO WS-RQ-SUB.

       9210-CHECK-COMPLETE.
           MOVE "N" TO WS-INCOMPLETE-SWITCH
           MOVE 1 TO WS-STORE-SUB
           PERFORM 9215-CHECK-ONE-STORE
               UNTIL WS-STORE-SUB > WS-STORE-COUNT.

       9215-CHECK-ONE-STORE.
           IF WS-RQ-ST-RESULT (WS-RQ-SUB, WS-STORE-SUB) = "E"
            OR WS-STORE-FAILED (WS-STORE-SUB) = "Y"
               SET WS-REQUEST-INCOMPLETE TO TRUE
           END-IF
           ADD 1 TO WS-STORE-SUB.

       9220-PRINT-STORE-LINE.
           MOVE WS-STORE-LABEL (WS-STORE-SUB) TO WS-CERT-STORE
           MOVE WS-RQ-ST-COUNT (WS-RQ-SUB, WS-STORE-SUB)
               TO WS-CERT-COUNT
           EVALUATE TRUE
               WHEN WS-STORE-FAILED (WS-STORE-SUB) = "Y"
               WHEN WS-RQ-ST-RESULT (WS-RQ-SUB, WS-STORE-SUB) = "E"
                   MOVE "ERROR - SEE JOB LOG" TO WS-CERT-ACTION
               WHEN WS-RQ-ST-RESULT (WS-RQ-SUB, WS-STORE-SUB) = "D"
                   MOVE WS-STORE-ACTION (WS-STORE-SUB)
                       TO WS-CERT-ACTION
               WHEN WS-RQ-ST-RESULT (WS-RQ-SUB, WS-STORE-SUB) = "A"
                   MOVE "ALREADY ON LIST" TO WS-CERT-ACTION
               WHEN OTHER
                   MOVE "NO DATA HELD" TO WS-CERT-ACTION
           END-EVALUATE
           WRITE CERTIFICATE-RPT-RECORD FROM WS-CERT-STORE-LINE
           ADD 1 TO WS-STORE-SUB.

       9100-PRINT-SUMMARY.
           DISPLAY "=================================================="
           DISPLAY "CONTROL REPORT - " WS-PROGRAM-NAME
           DISPLAY "RUN DATE (YYYYMMDD)....: " WS-RUN-DATE
           DISPLAY "REQUESTS READ..........: " WS-REQUESTS-READ
           DISPLAY "CUSTOMERS ERASED.......: " WS-ERASED-COUNT
           DISPLAY "  INCOMPLETE - RERUN...: " WS-INCOMPLETE-COUNT
           DISPLAY "  ALREADY SUPPRESSED...: " WS-ALREADY-LISTED
           DISPLAY "REFUSED - LEGAL HOLD...: " WS-HOLD-REFUSED-COUNT
           DISPLAY "REFUSED - STAGE R......: " WS-STAGE-R-COUNT
           DISPLAY "REJECTED...............: " WS-REJECTED-COUNT
           DISPLAY "NOT ERASED - ERROR.....: " WS-NOT-ERASED-COUNT
           DISPLAY "NOT PROCESSED - FULL...: " WS-REQUESTS-OVERFLOW
           DISPLAY "SUPPRESSIONS ADDED.....: "
               WS-STORE-TOTAL (WS-ST-SUPPRESS)
           DISPLAY "CUSTMSTR DELETED.......: "
               WS-STORE-TOTAL (WS-ST-MASTER)
           DISPLAY "CUSTHIST ROWS BLANKED..: "
               WS-STORE-TOTAL (WS-ST-HISTORY)
           DISPLAY "ARCHMSTR BLANKED.......: "
               WS-STORE-TOTAL (WS-ST-ARCHIVE)
           DISPLAY "UNDELIV DELETED........: "
               WS-STORE-TOTAL (WS-ST-UNDELIV)
           DISPLAY "ESCHTRK ENTRIES REMOVED: "
               WS-STORE-TOTAL (WS-ST-TRACKING)
           DISPLAY "SUSPOUT ITEMS REMOVED..: "
               WS-STORE-TOTAL (WS-ST-SUSPENSE)
           DISPLAY "DUPPEND ITEMS REMOVED..: "
               WS-STORE-TOTAL (WS-ST-DUPPEND)
           DISPLAY "SNAPEXT DETAILS BLANKED: "
               WS-STORE-TOTAL (WS-ST-SNAPSHOT)
           DISPLAY "MNTAUDIT RECS BLANKED..: "
               WS-STORE-TOTAL (WS-ST-AUDIT)
           DISPLAY "SAMEPERS NAMES BLANKED.: "
               WS-STORE-TOTAL (WS-ST-SAME-PERSON)
           DISPLAY "HHXREF DELETED.........: "
               WS-STORE-TOTAL (WS-ST-HOUSEHOLD)
           DISPLAY "==================================================".

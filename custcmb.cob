       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTCMB.
      *****************************************************************
      * CUSTCMB - Combine a partitioned CUSTEXTR run.
      *
      * When the nightly extract is split by customer-ID range, each
      * CUSTEXTR partition (PARTPARM present) writes its own extract
      * files and a PARTCTL record instead of the cycle's RUNHIST and
      * RUNCTL records. This step checks that the partitions together
      * are one whole, clean run and puts the cycle back together, so
      * everything downstream sees exactly what a single-stream run
      * would have left:
      *
      *   PARTCTL  - every partition's PARTCTL record, concatenated
      *              in any order. Every partition must have run
      *              today, in the same mode, over the same CUSTIN
      *              (same read count), ended RC 0 and reconciled;
      *              the ranges, taken in ID order, must start at
      *              00001, run to the top valid ID and neither leave
      *              a gap nor overlap. Any failure refuses the cycle:
      *              no combined output is opened, and RUNHIST and
      *              RUNCTL record RC 16.
      *   PARTOUT  PARTACTV PARTINAC PARTCLSD PARTUNKN
      *   PARTSNAP (DELTA)  PARTMASK (MASKED)
      *            - each partition's CUSTOUT, status splits, SNAPEXT
      *              and MASKOUT, concatenated in partition order.
      *              Written to CUSTOUT, CUSTACTV, CUSTINAC, CUSTCLSD,
      *              CUSTUNKN, SNAPEXT and MASKOUT with one header and
      *              one trailer carrying the summed counts. Every
      *              segment must be whole (header dated today, trailer
      *              count equal to its details) and the IDs must keep
      *              ascending across segments.
      *   PARTSUSP PARTEXCP PARTADDR PARTDUPS PARTESCH PARTCHG (DELTA)
      *            - the partitions' SUSPNS, EXCPRPT, ADDRRPT, DUPOUT,
      *              ESCHEAT and CHGRPT, concatenated in partition
      *              order. Written to the single-run names; suspense,
      *              exception and address lines are renumbered and
      *              CHGRPT gets one heading and one set of totals.
      *   DORMRPT  - one dormant-account aging report from the summed
      *              partition tables.
      *   QUALRPT  - one data-quality scorecard from the summed
      *   QUALMTD    partition defect tables, and the book's month-
      *              to-date record, kept here on a partitioned night
      *              (the partitions leave QUALMTD alone) with the
      *              same replace-on-rerun rule CUSTEXTR uses.
      *   RUNHIST  - one record appended for the cycle.
      *   RUNCTL   - the cycle's run-control record.
      *   WHSEPARM WHSEOUT WHSEMAN
      *            - the warehouse interface, built here from the
      *              combined extract (a partition cannot vouch for
      *              the whole file), with the manifest written only
      *              when RUNCTL is clean.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  Initial version.
      * 2026-10-15  Each partition's count of customers held back as
      *             erased (PARTCTL, from FILLER) is summed, tied out
      *             with the rest and carried to RUNCTL, now 64 bytes.
      * 2026-10-15  PARTCTL widened to 524 bytes to carry each
      *             partition's defect table; the summed tables give
      *             one QUALRPT scorecard and the one QUALMTD update
      *             for the cycle, skipped when the cycle is refused.
      * 2026-10-15  QUALMTD is not updated when any partition restarted
      *             (its counts are partial) or the run ends RC 16. A
      *             combined file or listing that will not open now
      *             fails the cycle with RC 16 and its partition input
      *             is left unread.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Partition inputs. All OPTIONAL: which of them a mode produces
      * varies, and a missing one that the mode needs is reported
      * rather than left to abend the step.
           SELECT OPTIONAL PARTITION-CONTROL ASSIGN TO "PARTCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARTITION-CTL-STATUS.

           SELECT OPTIONAL PART-EXTRACT ASSIGN TO "PARTOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PART-IN-STATUS.

           SELECT OPTIONAL PART-ACTIVE ASSIGN TO "PARTACTV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PART-IN-STATUS.

           SELECT OPTIONAL PART-INACTIVE ASSIGN TO "PARTINAC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PART-IN-STATUS.

           SELECT OPTIONAL PART-CLOSED ASSIGN TO "PARTCLSD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PART-IN-STATUS.

           SELECT OPTIONAL PART-UNKNOWN ASSIGN TO "PARTUNKN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PART-IN-STATUS.

           SELECT OPTIONAL PART-SNAPSHOT ASSIGN TO "PARTSNAP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PART-IN-STATUS.

           SELECT OPTIONAL PART-MASKED ASSIGN TO "PARTMASK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PART-IN-STATUS.

           SELECT OPTIONAL PART-SUSPENSE ASSIGN TO "PARTSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PART-IN-STATUS.

           SELECT OPTIONAL PART-EXCEPTION ASSIGN TO "PARTEXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PART-IN-STATUS.

           SELECT OPTIONAL PART-ADDRESS ASSIGN TO "PARTADDR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PART-IN-STATUS.

           SELECT OPTIONAL PART-DUPLICATE ASSIGN TO "PARTDUPS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PART-IN-STATUS.

           SELECT OPTIONAL PART-ESCHEAT ASSIGN TO "PARTESCH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PART-IN-STATUS.

           SELECT OPTIONAL PART-CHANGE ASSIGN TO "PARTCHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PART-IN-STATUS.

      * Combined outputs, under the names and in the formats CUSTEXTR
      * itself writes, so no downstream reader can tell the cycle was
      * partitioned.
           SELECT OPTIONAL CUSTOMER-OUT ASSIGN TO "CUSTOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-COMBINED-OUT-STATUS.

           SELECT OPTIONAL ACTIVE-OUT ASSIGN TO "CUSTACTV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-COMBINED-OUT-STATUS.

           SELECT OPTIONAL INACTIVE-OUT ASSIGN TO "CUSTINAC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-COMBINED-OUT-STATUS.

           SELECT OPTIONAL CLOSED-OUT ASSIGN TO "CUSTCLSD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-COMBINED-OUT-STATUS.

           SELECT OPTIONAL UNKNOWN-OUT ASSIGN TO "CUSTUNKN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-COMBINED-OUT-STATUS.

           SELECT OPTIONAL SNAPSHOT-OUT ASSIGN TO "SNAPEXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-COMBINED-OUT-STATUS.

           SELECT OPTIONAL MASKED-OUT ASSIGN TO "MASKOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-COMBINED-OUT-STATUS.

           SELECT OPTIONAL SUSPENSE-FILE ASSIGN TO "SUSPNS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMBINED-OUT-STATUS.

           SELECT OPTIONAL EXCEPTION-RPT ASSIGN TO "EXCPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMBINED-OUT-STATUS.

           SELECT OPTIONAL ADDRESS-RPT ASSIGN TO "ADDRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMBINED-OUT-STATUS.

           SELECT OPTIONAL DUPLICATE-OUT ASSIGN TO "DUPOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-COMBINED-OUT-STATUS.

           SELECT OPTIONAL ESCHEAT-FILE ASSIGN TO "ESCHEAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-COMBINED-OUT-STATUS.

           SELECT OPTIONAL CHANGE-RPT ASSIGN TO "CHGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMBINED-OUT-STATUS.

           SELECT OPTIONAL DORMANCY-RPT ASSIGN TO "DORMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DORMANCY-RPT-STATUS.

      * The cycle's data-quality scorecard and month-to-date record,
      * in CUSTEXTR's formats.
           SELECT OPTIONAL QUALITY-RPT ASSIGN TO "QUALRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUALITY-RPT-STATUS.

           SELECT OPTIONAL QUALITY-MTD ASSIGN TO "QUALMTD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-QUALITY-MTD-STATUS.

           SELECT OPTIONAL RUN-HISTORY ASSIGN TO "RUNHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUN-HISTORY-STATUS.

           SELECT OPTIONAL RUN-CONTROL ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

           SELECT OPTIONAL WAREHOUSE-OUT ASSIGN TO "WHSEOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WAREHOUSE-OUT-STATUS.

           SELECT OPTIONAL WAREHOUSE-MANIFEST ASSIGN TO "WHSEMAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WAREHOUSE-MAN-STATUS.

           SELECT OPTIONAL WAREHOUSE-PARM ASSIGN TO "WHSEPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WAREHOUSE-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARTITION-CONTROL
           RECORDING MODE IS F
           RECORD CONTAINS 524 CHARACTERS.
       01  PARTITION-CONTROL-RECORD PIC X(524).

       FD  PART-EXTRACT
           RECORDING MODE IS F
           RECORD CONTAINS 160 CHARACTERS.
       01  PART-EXTRACT-RECORD     PIC X(160).

       FD  PART-ACTIVE
           RECORDING MODE IS F
           RECORD CONTAINS 160 CHARACTERS.
       01  PART-ACTIVE-RECORD      PIC X(160).

       FD  PART-INACTIVE
           RECORDING MODE IS F
           RECORD CONTAINS 160 CHARACTERS.
       01  PART-INACTIVE-RECORD    PIC X(160).

       FD  PART-CLOSED
           RECORDING MODE IS F
           RECORD CONTAINS 160 CHARACTERS.
       01  PART-CLOSED-RECORD      PIC X(160).

       FD  PART-UNKNOWN
           RECORDING MODE IS F
           RECORD CONTAINS 160 CHARACTERS.
       01  PART-UNKNOWN-RECORD     PIC X(160).

       FD  PART-SNAPSHOT
           RECORDING MODE IS F
           RECORD CONTAINS 160 CHARACTERS.
       01  PART-SNAPSHOT-RECORD    PIC X(160).

       FD  PART-MASKED
           RECORDING MODE IS F
           RECORD CONTAINS 160 CHARACTERS.
       01  PART-MASKED-RECORD      PIC X(160).

       FD  PART-SUSPENSE
           RECORDING MODE IS F.
       01  PART-SUSPENSE-RECORD    PIC X(167).

       FD  PART-EXCEPTION
           RECORDING MODE IS F.
       01  PART-EXCEPTION-RECORD   PIC X(80).

       FD  PART-ADDRESS
           RECORDING MODE IS F.
       01  PART-ADDRESS-RECORD     PIC X(80).

       FD  PART-DUPLICATE
           RECORDING MODE IS F
           RECORD CONTAINS 85 CHARACTERS.
       01  PART-DUPLICATE-RECORD   PIC X(85).

       FD  PART-ESCHEAT
           RECORDING MODE IS F
           RECORD CONTAINS 90 CHARACTERS.
       01  PART-ESCHEAT-RECORD     PIC X(90).

       FD  PART-CHANGE
           RECORDING MODE IS F.
       01  PART-CHANGE-RECORD      PIC X(80).

       FD  CUSTOMER-OUT
           RECORDING MODE IS F
           RECORD CONTAINS 160 CHARACTERS.
       01  CUSTOMER-OUT-RECORD     PIC X(160).

       FD  ACTIVE-OUT
           RECORDING MODE IS F
           RECORD CONTAINS 160 CHARACTERS.
       01  ACTIVE-OUT-RECORD       PIC X(160).

       FD  INACTIVE-OUT
           RECORDING MODE IS F
           RECORD CONTAINS 160 CHARACTERS.
       01  INACTIVE-OUT-RECORD     PIC X(160).

       FD  CLOSED-OUT
           RECORDING MODE IS F
           RECORD CONTAINS 160 CHARACTERS.
       01  CLOSED-OUT-RECORD       PIC X(160).

       FD  UNKNOWN-OUT
           RECORDING MODE IS F
           RECORD CONTAINS 160 CHARACTERS.
       01  UNKNOWN-OUT-RECORD      PIC X(160).

       FD  SNAPSHOT-OUT
           RECORDING MODE IS F
           RECORD CONTAINS 160 CHARACTERS.
       01  SNAPSHOT-OUT-RECORD     PIC X(160).

       FD  MASKED-OUT
           RECORDING MODE IS F
           RECORD CONTAINS 160 CHARACTERS.
       01  MASKED-OUT-RECORD       PIC X(160).

       FD  SUSPENSE-FILE
           RECORDING MODE IS F.
       01  SUSPENSE-FILE-RECORD    PIC X(167).

       FD  EXCEPTION-RPT
           RECORDING MODE IS F.
       01  EXCEPTION-RPT-RECORD    PIC X(80).

       FD  ADDRESS-RPT
           RECORDING MODE IS F.
       01  ADDRESS-RPT-RECORD      PIC X(80).

       FD  DUPLICATE-OUT
           RECORDING MODE IS F
           RECORD CONTAINS 85 CHARACTERS.
       01  DUPLICATE-OUT-RECORD    PIC X(85).

       FD  ESCHEAT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 90 CHARACTERS.
       01  ESCHEAT-FILE-RECORD     PIC X(90).

       FD  CHANGE-RPT
           RECORDING MODE IS F.
       01  CHANGE-RPT-RECORD       PIC X(80).

       FD  DORMANCY-RPT
           RECORDING MODE IS F.
       01  DORMANCY-RPT-RECORD     PIC X(80).

       FD  QUALITY-RPT
           RECORDING MODE IS F.
       01  QUALITY-RPT-RECORD      PIC X(80).

       FD  QUALITY-MTD
           RECORDING MODE IS F
           RECORD CONTAINS 465 CHARACTERS.
       01  QUALITY-MTD-RECORD      PIC X(465).

       FD  RUN-HISTORY
           RECORDING MODE IS F
           RECORD CONTAINS 56 CHARACTERS.
       01  RUN-HISTORY-RECORD      PIC X(56).

       FD  RUN-CONTROL
           RECORDING MODE IS F
           RECORD CONTAINS 64 CHARACTERS.
       01  RUN-CONTROL-RECORD      PIC X(64).

       FD  WAREHOUSE-OUT
           RECORDING MODE IS F.
       01  WAREHOUSE-OUT-RECORD    PIC X(200).

       FD  WAREHOUSE-MANIFEST
           RECORDING MODE IS F.
       01  WAREHOUSE-MAN-RECORD    PIC X(80).

       FD  WAREHOUSE-PARM
           RECORDING MODE IS F.
       01  WAREHOUSE-PARM-RECORD   PIC X(3).

       WORKING-STORAGE SECTION.
       01  WS-PROGRAM-NAME         PIC X(8)    VALUE "CUSTCMB".
      * The combined files are CUSTEXTR's files - their headers name
      * the program that wrote the records.
       01  WS-EXTRACT-PROGRAM      PIC X(8)    VALUE "CUSTEXTR".
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05  WS-RUN-YEAR         PIC 9(4).
           05  WS-RUN-MONTH        PIC 9(2).
           05  WS-RUN-DAY          PIC 9(2).

       01  WS-MAX-VALID-ID         PIC 9(5)    VALUE 89999.

       01  WS-PARTITION-CTL-STATUS PIC X(2)    VALUE "00".
       01  WS-PART-IN-STATUS       PIC X(2)    VALUE "00".
       01  WS-COMBINED-OUT-STATUS  PIC X(2)    VALUE "00".
       01  WS-DORMANCY-RPT-STATUS  PIC X(2)    VALUE "00".
       01  WS-QUALITY-RPT-STATUS   PIC X(2)    VALUE "00".
       01  WS-QUALITY-MTD-STATUS   PIC X(2)    VALUE "00".
       01  WS-RUN-HISTORY-STATUS   PIC X(2)    VALUE "00".
       01  WS-RUN-CONTROL-STATUS   PIC X(2)    VALUE "00".
       01  WS-WAREHOUSE-OUT-STATUS PIC X(2)    VALUE "00".
       01  WS-WAREHOUSE-MAN-STATUS PIC X(2)    VALUE "00".
       01  WS-WAREHOUSE-PARM-STATUS PIC X(2)   VALUE "00".

       01  WS-REFUSED-SWITCH       PIC X(1)    VALUE "N".
           88  WS-CYCLE-REFUSED                VALUE "Y".

       01  WS-PART-CTL-EOF-SWITCH  PIC X(1)    VALUE "N".
           88  WS-PART-CTL-EOF                 VALUE "Y".

       01  WS-RESTARTED-SWITCH     PIC X(1)    VALUE "N".
           88  WS-ANY-RESTARTED                VALUE "Y".

       01  WS-RECON-RESULT         PIC X(4)    VALUE "OK".

      *****************************************************************
      * Partition control record, as written by CUSTEXTR
      * 9096-WRITE-PARTITION-CONTROL.
      *****************************************************************
       01  WS-PARTITION-CTL-LINE.
           05  WS-PC-RUN-DATE       PIC 9(8).
           05  WS-PC-MODE           PIC X(7).
           05  WS-PC-PARTITION      PIC X(2).
           05  WS-PC-LOW-ID         PIC X(5).
           05  WS-PC-LOW-NUM REDEFINES WS-PC-LOW-ID
                                    PIC 9(5).
           05  WS-PC-HIGH-ID        PIC X(5).
           05  WS-PC-HIGH-NUM REDEFINES WS-PC-HIGH-ID
                                    PIC 9(5).
           05  WS-PC-RETURN-CODE    PIC 9(2).
           05  WS-PC-RECON-RESULT   PIC X(4).
           05  WS-PC-RESTARTED      PIC X(1).
           05  WS-PC-RECORDS-READ   PIC 9(7).
           05  WS-PC-OUTSIDE        PIC 9(7).
           05  WS-PC-WRITTEN        PIC 9(7).
           05  WS-PC-SUSPENDED      PIC 9(7).
           05  WS-PC-FLAGGED        PIC 9(7).
           05  WS-PC-DUPLICATES     PIC 9(7).
           05  WS-PC-ADDS           PIC 9(7).
           05  WS-PC-CHANGES        PIC 9(7).
           05  WS-PC-DELETES        PIC 9(7).
           05  WS-PC-UNCHANGED      PIC 9(7).
           05  WS-PC-SNAPSHOT       PIC 9(7).
           05  WS-PC-MASKED         PIC 9(7).
           05  WS-PC-ACTIVE         PIC 9(7).
           05  WS-PC-INACTIVE       PIC 9(7).
           05  WS-PC-CLOSED         PIC 9(7).
           05  WS-PC-UNKNOWN        PIC 9(7).
           05  WS-PC-ESCHEAT        PIC 9(7).
           05  WS-PC-UNPARSED       PIC 9(7).
           05  WS-PC-DORMANCY.
               10  WS-PC-DORM-ROW OCCURS 4 TIMES.
                   15  WS-PC-DORM-CURRENT  PIC 9(7).
                   15  WS-PC-DORM-06-12    PIC 9(7).
                   15  WS-PC-DORM-12-24    PIC 9(7).
                   15  WS-PC-DORM-24-PLUS  PIC 9(7).
           05  WS-PC-ERASED         PIC 9(7).
           05  WS-PC-QUALITY.
               10  WS-PC-DQ-ROW OCCURS 4 TIMES.
                   15  WS-PC-DQ-READ       PIC 9(7).
                   15  WS-PC-DQ-COUNT      PIC 9(7)    OCCURS 7 TIMES.
           05  FILLER               PIC X(21).

      * The PARTCTL records, held until all are read and then put in
      * low-ID order - the JCL may concatenate them in any order.
       01  WS-PARTITION-TABLE.
           05  WS-PT-ENTRY OCCURS 20 TIMES.
               10  WS-PT-LOW-ID         PIC X(5).
               10  WS-PT-IMAGE          PIC X(524).

       01  WS-PT-COUNT             PIC 9(4)    VALUE ZERO.
       01  WS-PT-MAX               PIC 9(4)    VALUE 20.
       01  WS-PT-SUB               PIC 9(4)    VALUE ZERO.

       01  WS-SORT-SUB             PIC 9(4)    VALUE ZERO.
       01  WS-SORT-LIMIT           PIC 9(4)    VALUE ZERO.
       01  WS-SORT-SWAP-SWITCH     PIC X(1)    VALUE "N".
           88  WS-SORT-SWAPPED                 VALUE "Y".
       01  WS-SORT-HOLD-ENTRY      PIC X(529).

      * Where the next partition's range must start for the ranges to
      * join up with neither a gap nor an overlap.
       01  WS-NEXT-LOW-ID          PIC 9(6)    VALUE ZERO.

       01  WS-CYCLE-MODE           PIC X(7)    VALUE SPACES.
           88  WS-MODE-FULL-DETAIL             VALUE "DETAIL".
           88  WS-MODE-SUMMARY                 VALUE "SUMMARY".
           88  WS-MODE-DELTA                   VALUE "DELTA".
           88  WS-MODE-MASKED                  VALUE "MASKED".

      * Cycle totals, summed over the partitions. CUSTIN's read count
      * is every partition's own read count - each reads the whole
      * file - so it is taken once and the partitions' owned records
      * (read less other partitions' records) must add back to it.
       01  WS-RECORDS-READ         PIC 9(7)    VALUE ZERO.
       01  WS-OWNED-RECORDS        PIC 9(7)    VALUE ZERO.
       01  WS-SUM-WRITTEN          PIC 9(7)    VALUE ZERO.
       01  WS-SUM-SUSPENDED        PIC 9(7)    VALUE ZERO.
       01  WS-SUM-FLAGGED          PIC 9(7)    VALUE ZERO.
       01  WS-SUM-DUPLICATES       PIC 9(7)    VALUE ZERO.
       01  WS-SUM-ADDS             PIC 9(7)    VALUE ZERO.
       01  WS-SUM-CHANGES          PIC 9(7)    VALUE ZERO.
       01  WS-SUM-DELETES          PIC 9(7)    VALUE ZERO.
       01  WS-SUM-UNCHANGED        PIC 9(7)    VALUE ZERO.
       01  WS-SUM-SNAPSHOT         PIC 9(7)    VALUE ZERO.
       01  WS-SUM-MASKED           PIC 9(7)    VALUE ZERO.
       01  WS-SUM-ACTIVE           PIC 9(7)    VALUE ZERO.
       01  WS-SUM-INACTIVE         PIC 9(7)    VALUE ZERO.
       01  WS-SUM-CLOSED           PIC 9(7)    VALUE ZERO.
       01  WS-SUM-UNKNOWN          PIC 9(7)    VALUE ZERO.
       01  WS-SUM-ESCHEAT          PIC 9(7)    VALUE ZERO.
       01  WS-SUM-UNPARSED         PIC 9(7)    VALUE ZERO.
       01  WS-SUM-ERASED           PIC 9(7)    VALUE ZERO.

      *****************************************************************
      * Header/detail/trailer extracts. WS-EXT-NO picks the file pair
      * in hand: 1 CUSTOUT, 2 CUSTACTV, 3 CUSTINAC, 4 CUSTCLSD,
      * 5 CUSTUNKN, 6 SNAPEXT, 7 MASKOUT.
      *****************************************************************
       01  WS-EXT-NO               PIC 9(1)    VALUE ZERO.
       01  WS-EXT-NAME             PIC X(8)    VALUE SPACES.
       01  WS-EXT-EXPECTED         PIC 9(7)    VALUE ZERO.

       01  WS-EXT-WANTED-SWITCH    PIC X(1)    VALUE "N".
           88  WS-EXT-WANTED                   VALUE "Y".
       01  WS-EXT-OPEN-SWITCH      PIC X(1)    VALUE "N".
           88  WS-EXT-INPUT-OPEN               VALUE "Y".
       01  WS-EXT-OUT-OPEN-SWITCH  PIC X(1)    VALUE "N".
           88  WS-EXT-OUTPUT-OPEN              VALUE "Y".
       01  WS-EXT-EOF-SWITCH       PIC X(1)    VALUE "N".
           88  WS-EXT-EOF                      VALUE "Y".
       01  WS-IN-SEGMENT-SWITCH    PIC X(1)    VALUE "N".
           88  WS-IN-SEGMENT                   VALUE "Y".

       01  WS-EXT-SEGMENTS         PIC 9(4)    VALUE ZERO.
       01  WS-SEG-DETAILS          PIC 9(7)    VALUE ZERO.
       01  WS-EXT-DETAILS          PIC 9(7)    VALUE ZERO.
       01  WS-EXT-ADDS             PIC 9(7)    VALUE ZERO.
       01  WS-EXT-CHANGES          PIC 9(7)    VALUE ZERO.
       01  WS-EXT-DELETES          PIC 9(7)    VALUE ZERO.
       01  WS-EXT-LAST-ID          PIC 9(5)    VALUE ZERO.

      * Details copied per extract, for the control report.
       01  WS-EXT-COUNT-TABLE.
           05  WS-EXT-COUNT OCCURS 7 TIMES
                                    PIC 9(7).

       01  WS-OUTPUT-AREA          PIC X(160).

       01  DETAIL-RECORD REDEFINES WS-OUTPUT-AREA.
           05  DR-RECORD-TYPE           PIC X(1).
           05  DR-CUSTOMER-DATA.
               COPY CUSTLAY
                   REPLACING ==05== BY ==10==
                       ==CL-NAME==    BY ==DR-NAME==
                       ==CL-ID==      BY ==DR-ID==
                       ==CL-ADDRESS== BY ==DR-ADDRESS==
                       ==CL-ACCOUNT-STATUS==
                                 BY ==DR-ACCOUNT-STATUS==
                       ==CL-LAST-ACTIVITY-DATE==
                                 BY ==DR-LAST-ACTIVITY-DATE==.
           05  DR-ACTION-CODE           PIC X(1).
           05  DR-STREET                PIC X(25).
           05  DR-CITY                  PIC X(18).
           05  DR-STATE                 PIC X(2).
           05  DR-POSTAL-CODE           PIC X(9).
           05  DR-SOURCE-SYSTEM         PIC X(1).
           05  FILLER                   PIC X(19).

       01  HEADER-RECORD REDEFINES WS-OUTPUT-AREA.
           05  HR-RECORD-TYPE           PIC X(1).
           05  HR-RUN-DATE              PIC 9(8).
           05  HR-PROGRAM-NAME          PIC X(8).
           05  FILLER                   PIC X(143).

       01  TRAILER-RECORD REDEFINES WS-OUTPUT-AREA.
           05  TR-RECORD-TYPE           PIC X(1).
           05  TR-TOTAL-RECORD-COUNT    PIC 9(7).
           05  TR-ADD-COUNT             PIC 9(7).
           05  TR-CHANGE-COUNT          PIC 9(7).
           05  TR-DELETE-COUNT          PIC 9(7).
           05  FILLER                   PIC X(131).

      *****************************************************************
      * Flat listings. WS-LST-NO picks the file pair in hand:
      * 1 SUSPNS, 2 EXCPRPT, 3 ADDRRPT, 4 DUPOUT, 5 ESCHEAT, 6 CHGRPT.
      * The first three lead with a 7-digit line number that runs
      * from 1 again in every partition, so it is reissued here.
      *****************************************************************
       01  WS-LST-NO               PIC 9(1)    VALUE ZERO.
       01  WS-LST-NAME             PIC X(8)    VALUE SPACES.
       01  WS-LST-EXPECTED         PIC 9(7)    VALUE ZERO.
       01  WS-LST-LINES            PIC 9(7)    VALUE ZERO.

       01  WS-LST-WANTED-SWITCH    PIC X(1)    VALUE "N".
           88  WS-LST-WANTED                   VALUE "Y".
       01  WS-LST-CHECK-SWITCH     PIC X(1)    VALUE "N".
           88  WS-LST-CHECKED                  VALUE "Y".
       01  WS-LST-OPEN-SWITCH      PIC X(1)    VALUE "N".
           88  WS-LST-INPUT-OPEN               VALUE "Y".
       01  WS-LST-OUT-OPEN-SWITCH  PIC X(1)    VALUE "N".
           88  WS-LST-OUTPUT-OPEN              VALUE "Y".
       01  WS-LST-EOF-SWITCH       PIC X(1)    VALUE "N".
           88  WS-LST-EOF                      VALUE "Y".

       01  WS-LST-AREA             PIC X(167).
       01  WS-LST-NUMBERED REDEFINES WS-LST-AREA.
           05  WS-LST-SEQ-NO        PIC 9(7).
           05  FILLER               PIC X(160).

      * Lines written per listing, for the control report.
       01  WS-LST-COUNT-TABLE.
           05  WS-LST-COUNT OCCURS 6 TIMES
                                    PIC 9(7).

      * CHGRPT: each partition's report opens with this heading and
      * closes with the per-field totals; the combined report keeps
      * the first heading and prints the totals once, summed.
       01  WS-CHG-HEADING-TEXT     PIC X(30)
               VALUE "DELTA FIELD-CHANGE AUDIT AS OF".

       01  WS-CHG-TOTAL-LABELS.
           05  FILLER               PIC X(25)   VALUE "NAME CHANGES".
           05  FILLER               PIC X(25)   VALUE "ADDRESS CHANGES".
           05  FILLER               PIC X(25)   VALUE "STATUS CHANGES".
           05  FILLER               PIC X(25)
               VALUE "STATUS CHANGES TO C".
           05  FILLER               PIC X(25)
               VALUE "ACTIVITY-DATE CHANGES".
           05  FILLER               PIC X(25)
               VALUE "ACTIVITY-DATE ONLY".
       01  WS-CHG-LABEL-TABLE REDEFINES WS-CHG-TOTAL-LABELS.
           05  WS-CHG-LABEL OCCURS 6 TIMES
                                    PIC X(25).

       01  WS-CHG-TOTAL-TABLE.
           05  WS-CHG-TOTAL OCCURS 6 TIMES
                                    PIC 9(7).

       01  WS-CHG-SUB              PIC 9(1)    VALUE ZERO.
       01  WS-CHG-MATCH-SUB        PIC 9(1)    VALUE ZERO.
       01  WS-CHG-HEADING-SWITCH   PIC X(1)    VALUE "N".
           88  WS-CHG-HEADING-WRITTEN          VALUE "Y".
       01  WS-CHG-VALUE            PIC 9(10)   VALUE ZERO.

       01  WS-CHANGE-TOTAL-LINE.
           05  WS-CHG-TOT-LABEL     PIC X(25).
           05  WS-CHG-TOT-COUNT     PIC Z(9)9.
           05  FILLER               PIC X(45)   VALUE SPACES.

      *****************************************************************
      * Dormant-account aging, summed from the partition tables and
      * printed in CUSTEXTR's DORMRPT layout.
      *****************************************************************
       01  WS-DORMANCY-TABLE.
           05  WS-DORM-ROW OCCURS 4 TIMES.
               10  WS-DORM-CURRENT  PIC 9(7).
               10  WS-DORM-06-12    PIC 9(7).
               10  WS-DORM-12-24    PIC 9(7).
               10  WS-DORM-24-PLUS  PIC 9(7).

       01  WS-DORM-SUB              PIC 9(1).

       01  WS-DORM-TOT-CURRENT      PIC 9(7)    VALUE ZERO.
       01  WS-DORM-TOT-06-12        PIC 9(7)    VALUE ZERO.
       01  WS-DORM-TOT-12-24        PIC 9(7)    VALUE ZERO.
       01  WS-DORM-TOT-24-PLUS      PIC 9(7)    VALUE ZERO.

       01  WS-DORM-REPORT-LINE.
           05  WS-DORM-RPT-LABEL    PIC X(10).
           05  WS-DORM-RPT-CURRENT  PIC Z(9)9.
           05  WS-DORM-RPT-06-12    PIC Z(9)9.
           05  WS-DORM-RPT-12-24    PIC Z(9)9.
           05  WS-DORM-RPT-24-PLUS  PIC Z(9)9.
           05  FILLER               PIC X(30)   VALUE SPACES.

       01  WS-DORM-HEADING-1.
           05  FILLER               PIC X(28)
               VALUE "DORMANT-ACCOUNT AGING AS OF ".
           05  WS-DORM-HDG-DATE     PIC 9(8).
           05  FILLER               PIC X(44)   VALUE SPACES.

       01  WS-DORM-PARTITION-NOTE.
           05  FILLER               PIC X(14)
               VALUE "COMBINED FROM ".
           05  WS-DORM-PART-COUNT   PIC Z9.
           05  FILLER               PIC X(64)
               VALUE " PARTITIONS".

       01  WS-DORM-RESTART-NOTE.
           05  FILLER               PIC X(40)
               VALUE "A PARTITION RESTARTED - ITS COUNTS COVER".
           05  FILLER               PIC X(40)
               VALUE " RECORDS AFTER THE RESTART POINT ONLY".

       01  WS-DORM-HEADING-2.
           05  FILLER               PIC X(10)   VALUE "STATUS".
           05  FILLER               PIC X(10)   VALUE "   UNDER-6".
           05  FILLER               PIC X(10)   VALUE "      6-12".
           05  FILLER               PIC X(10)   VALUE "     12-24".
           05  FILLER               PIC X(10)   VALUE "       24+".
           05  FILLER               PIC X(30)   VALUE SPACES.

      *****************************************************************
      * Data-quality scorecard, summed from the partition tables and
      * printed in CUSTEXTR's QUALRPT layout. Reason rows and source
      * columns are CUSTEXTR's, in the same order.
      *****************************************************************
       01  WS-DQ-REASON-VALUES.
           05  FILLER  PIC X(35) VALUE "DQ01SNon-numeric customer ID".
           05  FILLER  PIC X(35) VALUE "DQ02SCustomer ID is zero".
           05  FILLER  PIC X(35) VALUE "DQ03SCustomer ID out of range".
           05  FILLER  PIC X(35) VALUE "DQ04SCustomer name is blank".
           05  FILLER  PIC X(35) VALUE "DQ05FActivity date not valid".
           05  FILLER  PIC X(35) VALUE "DQ06FActivity date in future".
           05  FILLER  PIC X(35) VALUE "DQ07FStatus not A, I or C".

       01  WS-DQ-REASON-TABLE REDEFINES WS-DQ-REASON-VALUES.
           05  WS-DQ-REASON OCCURS 7 TIMES.
               10  WS-DQ-CODE       PIC X(4).
               10  WS-DQ-SEVERITY   PIC X(1).
               10  WS-DQ-DESC       PIC X(30).

       01  WS-DQ-REASON-MAX         PIC 9(4)    VALUE 7.
       01  WS-DQ-SUB                PIC 9(4)    VALUE ZERO.
       01  WS-DQ-SOURCE-MAX         PIC 9(4)    VALUE 4.
       01  WS-DQ-SRC-SUB            PIC 9(4)    VALUE ZERO.

      * Tonight's counts for the whole book - records read and defects
      * by reason, per source system.
       01  WS-DQ-TONIGHT-TABLE.
           05  WS-DQ-TONIGHT-ROW OCCURS 4 TIMES.
               10  WS-DQ-TN-READ    PIC 9(7).
               10  WS-DQ-TN-COUNT   PIC 9(7)    OCCURS 7 TIMES.

      * QUALMTD, as CUSTEXTR keeps it on a single-stream night.
       01  WS-QUALITY-MTD-LINE.
           05  WS-QM-MONTH.
               10  WS-QM-YEAR       PIC 9(4).
               10  WS-QM-MON        PIC 9(2).
           05  WS-QM-LAST-RUN-DATE  PIC 9(8).
           05  WS-QM-BASE-RUNS      PIC 9(3).
           05  WS-QM-BASE-ROW OCCURS 4 TIMES.
               10  WS-QM-BASE-READ  PIC 9(7).
               10  WS-QM-BASE-COUNT PIC 9(7)    OCCURS 7 TIMES.
           05  WS-QM-LAST-ROW OCCURS 4 TIMES.
               10  WS-QM-LAST-READ  PIC 9(7).
               10  WS-QM-LAST-COUNT PIC 9(7)    OCCURS 7 TIMES.

       01  WS-QM-MTD-RUNS           PIC 9(3)    VALUE ZERO.

      * T = tonight's block of the scorecard, M = month to date.
       01  WS-QR-BLOCK-SWITCH       PIC X(1)    VALUE "T".
           88  WS-QR-TONIGHT                    VALUE "T".
           88  WS-QR-MONTH-TO-DATE              VALUE "M".

       01  WS-QR-CELL               PIC 9(8)    VALUE ZERO.
       01  WS-QR-COL-TOTALS.
           05  WS-QR-COL-TOTAL      PIC 9(8)    OCCURS 4 TIMES.

       01  WS-QR-HEADING-1.
           05  FILLER               PIC X(29)
               VALUE "DATA-QUALITY SCORECARD AS OF".
           05  WS-QR-HDG-DATE       PIC 9(8).
           05  FILLER               PIC X(43)   VALUE SPACES.

       01  WS-QR-SEVERITY-NOTE.
           05  FILLER               PIC X(40)
               VALUE "SEV S = RECORD SUSPENDED, F = FLAGGED ON".
           05  FILLER               PIC X(40)
               VALUE " EXCPRPT AND PASSED THROUGH".

       01  WS-QR-TONIGHT-TITLE.
           05  FILLER               PIC X(80)
               VALUE "TONIGHT'S RUN".

       01  WS-QR-MTD-TITLE.
           05  FILLER               PIC X(18)
               VALUE "MONTH TO DATE FOR ".
           05  WS-QR-MTD-YEAR       PIC 9(4).
           05  FILLER               PIC X(1)    VALUE "-".
           05  WS-QR-MTD-MON        PIC 9(2).
           05  FILLER               PIC X(3)    VALUE " - ".
           05  WS-QR-MTD-RUNS       PIC ZZ9.
           05  FILLER               PIC X(49)   VALUE " RUN(S)".

       01  WS-QR-NOT-SAVED-NOTE.
           05  FILLER               PIC X(40)
               VALUE "RUN ABENDED - TONIGHT'S COUNTS ARE SHOWN".
           05  FILLER               PIC X(40)
               VALUE " BUT NOT SAVED TO MONTH TO DATE".

       01  WS-QR-RESTART-NOTE.
           05  FILLER               PIC X(37)
               VALUE "RESTARTED RUN - TONIGHT'S COUNTS ARE ".
           05  FILLER               PIC X(43)
               VALUE "PARTIAL AND NOT SAVED TO MONTH TO DATE".

       01  WS-QR-COLUMN-HEADING.
           05  FILLER               PIC X(38)
               VALUE "CODE SEV DESCRIPTION".
           05  FILLER               PIC X(36)
               VALUE "    SRC 1    SRC 2    SRC 3    OTHER".
           05  FILLER               PIC X(6)    VALUE SPACES.

       01  WS-QR-DETAIL-LINE.
           05  WS-QR-CODE           PIC X(4).
           05  FILLER               PIC X(2)    VALUE SPACES.
           05  WS-QR-SEV            PIC X(1).
           05  FILLER               PIC X(2)    VALUE SPACES.
           05  WS-QR-DESC           PIC X(29).
           05  WS-QR-COUNT          PIC Z(8)9   OCCURS 4 TIMES.
           05  FILLER               PIC X(6)    VALUE SPACES.

      *****************************************************************
      * The cycle's RUNHIST and RUNCTL records, in CUSTEXTR's layouts.
      *****************************************************************
       01  WS-RUN-HISTORY-LINE.
           05  WS-RH-RUN-DATE       PIC 9(8).
           05  FILLER               PIC X(1)    VALUE SPACE.
           05  WS-RH-MODE           PIC X(7).
           05  FILLER               PIC X(1)    VALUE SPACE.
           05  WS-RH-RECORDS-READ   PIC 9(7).
           05  FILLER               PIC X(1)    VALUE SPACE.
           05  WS-RH-RECORDS-WRITTEN
                                    PIC 9(7).
           05  FILLER               PIC X(1)    VALUE SPACE.
           05  WS-RH-SUSPENDED      PIC 9(7).
           05  FILLER               PIC X(1)    VALUE SPACE.
           05  WS-RH-FLAGGED        PIC 9(7).
           05  FILLER               PIC X(1)    VALUE SPACE.
           05  WS-RH-RECON-RESULT   PIC X(4).
           05  FILLER               PIC X(1)    VALUE SPACE.
           05  WS-RH-RETURN-CODE    PIC 9(2).

       01  WS-RUN-CONTROL-LINE.
           05  WS-RC-RUN-DATE       PIC 9(8).
           05  FILLER               PIC X(1)    VALUE SPACE.
           05  WS-RC-MODE           PIC X(7).
           05  FILLER               PIC X(1)    VALUE SPACE.
           05  WS-RC-RETURN-CODE    PIC 9(2).
           05  FILLER               PIC X(1)    VALUE SPACE.
           05  WS-RC-RECON-RESULT   PIC X(4).
           05  FILLER               PIC X(1)    VALUE SPACE.
           05  WS-RC-RECORDS-READ   PIC 9(7).
           05  FILLER               PIC X(1)    VALUE SPACE.
           05  WS-RC-RECORDS-WRITTEN
                                    PIC 9(7).
           05  FILLER               PIC X(1)    VALUE SPACE.
           05  WS-RC-SUSPENDED      PIC 9(7).
           05  FILLER               PIC X(1)    VALUE SPACE.
           05  WS-RC-DUPLICATES     PIC 9(7).
           05  FILLER               PIC X(1)    VALUE SPACE.
           05  WS-RC-ERASED         PIC 9(7).

       01  WS-RUN-CONTROL-OK-SWITCH PIC X(1)    VALUE "N".
           88  WS-RUN-CONTROL-WRITTEN           VALUE "Y".

      *****************************************************************
      * Warehouse interface - the same rows and manifest CUSTEXTR
      * writes on a single-stream night, built from the combined
      * CUSTOUT details.
      *****************************************************************
       01  WS-WAREHOUSE-OPTION      PIC X(3)    VALUE "NO".
           88  WS-WAREHOUSE-ON                  VALUE "YES".
           88  WS-WAREHOUSE-OFF                 VALUE "NO" SPACES.

       01  WS-WAREHOUSE-OPEN-SWITCH PIC X(1)    VALUE "N".
           88  WS-WAREHOUSE-OPEN                VALUE "Y".

       01  WS-WHSE-WRITTEN          PIC 9(7)    VALUE ZERO.
       01  WS-WHSE-HASH-TOTAL       PIC 9(12)   VALUE ZERO.

       01  WS-WH-ROW                PIC X(200).
       01  WS-WH-POINTER            PIC 9(3)    VALUE 1.
       01  WS-WH-FIELD              PIC X(40).
       01  WS-WH-FIELD-LEN          PIC 9(2)    VALUE ZERO.
       01  WS-WH-DELIMITER          PIC X(1)    VALUE "|".

       01  WS-WH-HEADING-ROW.
           05  FILLER               PIC X(34)
               VALUE "CUSTOMER_ID|CUSTOMER_NAME|ADDRESS|".
           05  FILLER               PIC X(34)
               VALUE "ACCOUNT_STATUS|LAST_ACTIVITY_DATE|".
           05  FILLER               PIC X(30)
               VALUE "STREET|CITY|STATE|POSTAL_CODE|".
           05  FILLER               PIC X(25)
               VALUE "SOURCE_SYSTEM|ACTION_CODE".

       01  WS-WH-MANIFEST-LINE      PIC X(80).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-CYCLE-REFUSED
               CONTINUE
           ELSE
               PERFORM 2000-COMBINE-EXTRACTS
               PERFORM 3000-COMBINE-LISTINGS
               PERFORM 4000-WRITE-DORMANCY-REPORT
               PERFORM 4100-ACCUMULATE-QUALITY-MTD
               PERFORM 4200-WRITE-QUALITY-SCORECARD
               PERFORM 5000-RECONCILE-CYCLE
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           INITIALIZE WS-DORMANCY-TABLE
           INITIALIZE WS-DQ-TONIGHT-TABLE
           INITIALIZE WS-EXT-COUNT-TABLE
           INITIALIZE WS-LST-COUNT-TABLE
           INITIALIZE WS-CHG-TOTAL-TABLE
           PERFORM 1100-LOAD-PARTITIONS
           IF WS-CYCLE-REFUSED
               CONTINUE
           ELSE
               PERFORM 1200-SORT-PARTITIONS
               PERFORM 1300-VALIDATE-PARTITIONS
           END-IF
           PERFORM 1400-READ-WAREHOUSE-OPTION.

      *****************************************************************
      * Partition control records. No PARTCTL at all means no
      * partition ran - there is nothing to combine.
      *****************************************************************
       1100-LOAD-PARTITIONS.
           OPEN INPUT PARTITION-CONTROL
           IF WS-PARTITION-CTL-STATUS NOT = "00"
               DISPLAY "NO PARTITION CONTROL FILE - CYCLE REFUSED"
               PERFORM 1900-REFUSE-CYCLE
               CLOSE PARTITION-CONTROL
           ELSE
               PERFORM 1110-READ-PARTITION-CONTROL
                   UNTIL WS-PART-CTL-EOF
               CLOSE PARTITION-CONTROL
               IF WS-PT-COUNT = ZERO
                   DISPLAY "NO PARTITION CONTROL RECORDS - CYCLE "
                       "REFUSED"
                   PERFORM 1900-REFUSE-CYCLE
               END-IF
           END-IF.

       1110-READ-PARTITION-CONTROL.
           READ PARTITION-CONTROL INTO WS-PARTITION-CTL-LINE
               AT END
                   SET WS-PART-CTL-EOF TO TRUE
               NOT AT END
                   IF WS-PT-COUNT >= WS-PT-MAX
                       DISPLAY "MORE THAN " WS-PT-MAX " PARTITION "
                           "CONTROL RECORDS - CYCLE REFUSED"
                       PERFORM 1900-REFUSE-CYCLE
                       SET WS-PART-CTL-EOF TO TRUE
                   ELSE
                       ADD 1 TO WS-PT-COUNT
                       MOVE WS-PC-LOW-ID
                           TO WS-PT-LOW-ID (WS-PT-COUNT)
                       MOVE WS-PARTITION-CTL-LINE
                           TO WS-PT-IMAGE (WS-PT-COUNT)
                   END-IF
           END-READ.

      * Put the partitions in low-ID order so the range check can walk
      * them from 00001 upward. A simple exchange sort - there are
      * only ever a handful.
       1200-SORT-PARTITIONS.
           MOVE WS-PT-COUNT TO WS-SORT-LIMIT
           SET WS-SORT-SWAPPED TO TRUE
           PERFORM 1210-SORT-ONE-PASS
               UNTIL NOT WS-SORT-SWAPPED
                  OR WS-SORT-LIMIT < 2.

       1210-SORT-ONE-PASS.
           MOVE "N" TO WS-SORT-SWAP-SWITCH
           MOVE 1 TO WS-SORT-SUB
           PERFORM 1220-SORT-COMPARE
               UNTIL WS-SORT-SUB >= WS-SORT-LIMIT
           SUBTRACT 1 FROM WS-SORT-LIMIT.

       1220-SORT-COMPARE.
           IF WS-PT-LOW-ID (WS-SORT-SUB)
                   > WS-PT-LOW-ID (WS-SORT-SUB + 1)
               MOVE WS-PT-ENTRY (WS-SORT-SUB) TO WS-SORT-HOLD-ENTRY
               MOVE WS-PT-ENTRY (WS-SORT-SUB + 1)
                   TO WS-PT-ENTRY (WS-SORT-SUB)
               MOVE WS-SORT-HOLD-ENTRY
                   TO WS-PT-ENTRY (WS-SORT-SUB + 1)
               SET WS-SORT-SWAPPED TO TRUE
           END-IF
           ADD 1 TO WS-SORT-SUB.

      *****************************************************************
      * Every check runs on every partition, so one refusal lists all
      * that is wrong with the cycle instead of only the first thing.
      *****************************************************************
       1300-VALIDATE-PARTITIONS.
           MOVE 1 TO WS-NEXT-LOW-ID
           MOVE 1 TO WS-PT-SUB
           PERFORM 1310-CHECK-ONE-PARTITION
               UNTIL WS-PT-SUB > WS-PT-COUNT

           IF WS-NEXT-LOW-ID NOT > WS-MAX-VALID-ID
               DISPLAY "PARTITION RANGES STOP SHORT - IDS FROM "
                   WS-NEXT-LOW-ID " UPWARD BELONG TO NO PARTITION"
               PERFORM 1900-REFUSE-CYCLE
           END-IF

           IF WS-OWNED-RECORDS NOT = WS-RECORDS-READ
               DISPLAY "PARTITION RECORDS " WS-OWNED-RECORDS
                   " DO NOT ADD BACK TO CUSTIN RECORDS READ "
                   WS-RECORDS-READ
               PERFORM 1900-REFUSE-CYCLE
           END-IF.

       1310-CHECK-ONE-PARTITION.
           MOVE WS-PT-IMAGE (WS-PT-SUB) TO WS-PARTITION-CTL-LINE
           DISPLAY "PARTITION " WS-PC-PARTITION " IDS " WS-PC-LOW-ID
               "-" WS-PC-HIGH-ID " RC " WS-PC-RETURN-CODE
               " RECON " WS-PC-RECON-RESULT " READ "
               WS-PC-RECORDS-READ " OTHERS " WS-PC-OUTSIDE

           IF WS-PC-RUN-DATE NOT = WS-RUN-DATE
               DISPLAY "PARTITION " WS-PC-PARTITION " RAN ON "
                   WS-PC-RUN-DATE " - NOT TODAY'S RUN"
               PERFORM 1900-REFUSE-CYCLE
           END-IF
           IF WS-PC-RETURN-CODE NOT = ZERO
            OR WS-PC-RECON-RESULT = "ERR"
               DISPLAY "PARTITION " WS-PC-PARTITION " ENDED RC "
                   WS-PC-RETURN-CODE " RECONCILIATION "
                   WS-PC-RECON-RESULT " - RERUN IT"
               PERFORM 1900-REFUSE-CYCLE
           END-IF

           IF WS-PT-SUB = 1
               MOVE WS-PC-MODE TO WS-CYCLE-MODE
               MOVE WS-PC-RECORDS-READ TO WS-RECORDS-READ
           ELSE
               IF WS-PC-MODE NOT = WS-CYCLE-MODE
                   DISPLAY "PARTITION " WS-PC-PARTITION " RAN IN "
                       WS-PC-MODE " MODE, NOT " WS-CYCLE-MODE
                   PERFORM 1900-REFUSE-CYCLE
               END-IF
               IF WS-PC-RECORDS-READ NOT = WS-RECORDS-READ
                   DISPLAY "PARTITION " WS-PC-PARTITION " READ "
                       WS-PC-RECORDS-READ " RECORDS, NOT "
                       WS-RECORDS-READ " - NOT THE SAME CUSTIN"
                   PERFORM 1900-REFUSE-CYCLE
               END-IF
           END-IF

           PERFORM 1320-CHECK-RANGE
           PERFORM 1330-ADD-PARTITION-COUNTS
           ADD 1 TO WS-PT-SUB.

      * The ranges are in low-ID order, so each must begin exactly one
      * past where the previous one ended: later is a gap (customers
      * nobody extracted), earlier an overlap (customers extracted
      * twice).
       1320-CHECK-RANGE.
           IF WS-PC-LOW-ID NOT NUMERIC
            OR WS-PC-HIGH-ID NOT NUMERIC
               DISPLAY "PARTITION " WS-PC-PARTITION " HAS NO USABLE "
                   "ID RANGE"
               PERFORM 1900-REFUSE-CYCLE
           ELSE
               IF WS-PC-LOW-NUM > WS-NEXT-LOW-ID
                   DISPLAY "GAP IN PARTITION RANGES - IDS "
                       WS-NEXT-LOW-ID " UP TO PARTITION "
                       WS-PC-PARTITION " LOW ID " WS-PC-LOW-ID
                       " BELONG TO NO PARTITION"
                   PERFORM 1900-REFUSE-CYCLE
               END-IF
               IF WS-PC-LOW-NUM < WS-NEXT-LOW-ID
                   DISPLAY "OVERLAP IN PARTITION RANGES - PARTITION "
                       WS-PC-PARTITION " STARTS AT " WS-PC-LOW-ID
                       " BELOW " WS-NEXT-LOW-ID
                   PERFORM 1900-REFUSE-CYCLE
               END-IF
               IF WS-PC-HIGH-NUM >= WS-NEXT-LOW-ID
                   COMPUTE WS-NEXT-LOW-ID = WS-PC-HIGH-NUM + 1
               END-IF
           END-IF.

       1330-ADD-PARTITION-COUNTS.
           IF WS-PC-RESTARTED = "Y"
               SET WS-ANY-RESTARTED TO TRUE
           END-IF
           COMPUTE WS-OWNED-RECORDS = WS-OWNED-RECORDS
               + WS-PC-RECORDS-READ - WS-PC-OUTSIDE
           ADD WS-PC-WRITTEN     TO WS-SUM-WRITTEN
           ADD WS-PC-SUSPENDED   TO WS-SUM-SUSPENDED
           ADD WS-PC-FLAGGED     TO WS-SUM-FLAGGED
           ADD WS-PC-DUPLICATES  TO WS-SUM-DUPLICATES
           ADD WS-PC-ADDS        TO WS-SUM-ADDS
           ADD WS-PC-CHANGES     TO WS-SUM-CHANGES
           ADD WS-PC-DELETES     TO WS-SUM-DELETES
           ADD WS-PC-UNCHANGED   TO WS-SUM-UNCHANGED
           ADD WS-PC-SNAPSHOT    TO WS-SUM-SNAPSHOT
           ADD WS-PC-MASKED      TO WS-SUM-MASKED
           ADD WS-PC-ACTIVE      TO WS-SUM-ACTIVE
           ADD WS-PC-INACTIVE    TO WS-SUM-INACTIVE
           ADD WS-PC-CLOSED      TO WS-SUM-CLOSED
           ADD WS-PC-UNKNOWN     TO WS-SUM-UNKNOWN
           ADD WS-PC-ESCHEAT     TO WS-SUM-ESCHEAT
           ADD WS-PC-UNPARSED    TO WS-SUM-UNPARSED
           ADD WS-PC-ERASED      TO WS-SUM-ERASED
           MOVE 1 TO WS-DORM-SUB
           PERFORM 1340-ADD-DORMANCY-ROW
               UNTIL WS-DORM-SUB > 4
           PERFORM 1350-ADD-QUALITY-ROW
               VARYING WS-DQ-SRC-SUB FROM 1 BY 1
               UNTIL WS-DQ-SRC-SUB > WS-DQ-SOURCE-MAX.

       1340-ADD-DORMANCY-ROW.
           ADD WS-PC-DORM-CURRENT (WS-DORM-SUB)
               TO WS-DORM-CURRENT (WS-DORM-SUB)
           ADD WS-PC-DORM-06-12 (WS-DORM-SUB)
               TO WS-DORM-06-12 (WS-DORM-SUB)
           ADD WS-PC-DORM-12-24 (WS-DORM-SUB)
               TO WS-DORM-12-24 (WS-DORM-SUB)
           ADD WS-PC-DORM-24-PLUS (WS-DORM-SUB)
               TO WS-DORM-24-PLUS (WS-DORM-SUB)
           ADD 1 TO WS-DORM-SUB.

       1350-ADD-QUALITY-ROW.
           ADD WS-PC-DQ-READ (WS-DQ-SRC-SUB)
               TO WS-DQ-TN-READ (WS-DQ-SRC-SUB)
           PERFORM 1355-ADD-QUALITY-CELL
               VARYING WS-DQ-SUB FROM 1 BY 1
               UNTIL WS-DQ-SUB > WS-DQ-REASON-MAX.

       1355-ADD-QUALITY-CELL.
           ADD WS-PC-DQ-COUNT (WS-DQ-SRC-SUB, WS-DQ-SUB)
               TO WS-DQ-TN-COUNT (WS-DQ-SRC-SUB, WS-DQ-SUB).

      * Same rules as CUSTEXTR 1600-READ-WAREHOUSE-OPTION - missing,
      * blank or NO is off, anything else unrecognized is warned about
      * and treated as off, and a summary cycle has no rows to send.
       1400-READ-WAREHOUSE-OPTION.
           OPEN INPUT WAREHOUSE-PARM
           IF WS-WAREHOUSE-PARM-STATUS = "00"
               READ WAREHOUSE-PARM INTO WS-WAREHOUSE-OPTION
                   AT END
                       CONTINUE
               END-READ
               CLOSE WAREHOUSE-PARM
               IF NOT WS-WAREHOUSE-ON AND NOT WS-WAREHOUSE-OFF
                   DISPLAY "INVALID WAREHOUSE OPTION IN WHSEPARM - "
                       "WAREHOUSE EXTRACT NOT PRODUCED"
                   MOVE "NO" TO WS-WAREHOUSE-OPTION
               END-IF
           END-IF
           IF WS-WAREHOUSE-ON AND WS-MODE-SUMMARY
               DISPLAY "SUMMARY MODE RUN - WAREHOUSE EXTRACT NOT "
                   "PRODUCED"
               MOVE "NO" TO WS-WAREHOUSE-OPTION
           END-IF.

      * A refused cycle writes none of the combined files - last
      * cycle's stay where they are, and the RC 16 on RUNCTL keeps
      * every downstream program off them.
       1900-REFUSE-CYCLE.
           SET WS-CYCLE-REFUSED TO TRUE
           MOVE 16 TO RETURN-CODE.

      *****************************************************************
      * Header/detail/trailer extracts, one file pair at a time.
      *****************************************************************
       2000-COMBINE-EXTRACTS.
           MOVE 1 TO WS-EXT-NO
           PERFORM 2100-COMBINE-ONE-EXTRACT
               UNTIL WS-EXT-NO > 7.

       2100-COMBINE-ONE-EXTRACT.
           PERFORM 2105-DESCRIBE-EXTRACT
           IF WS-EXT-WANTED
               MOVE ZERO TO WS-EXT-SEGMENTS
               MOVE ZERO TO WS-EXT-DETAILS
               MOVE ZERO TO WS-EXT-ADDS
               MOVE ZERO TO WS-EXT-CHANGES
               MOVE ZERO TO WS-EXT-DELETES
               MOVE ZERO TO WS-EXT-LAST-ID
               MOVE "N" TO WS-IN-SEGMENT-SWITCH
               MOVE "N" TO WS-EXT-EOF-SWITCH
               PERFORM 2110-OPEN-EXTRACT
               IF WS-EXT-INPUT-OPEN AND WS-EXT-OUTPUT-OPEN
                   PERFORM 2120-READ-EXTRACT
                   PERFORM 2200-COMBINE-EXTRACT-RECORD
                       UNTIL WS-EXT-EOF
               END-IF
               IF WS-EXT-OUTPUT-OPEN
                   PERFORM 2300-FINISH-EXTRACT
               END-IF
               PERFORM 2190-CLOSE-EXTRACT
           END-IF
           ADD 1 TO WS-EXT-NO.

      * Names the file pair for messages, the detail count PARTCTL
      * says it must hold, and whether this mode writes it at all.
       2105-DESCRIBE-EXTRACT.
           SET WS-EXT-WANTED TO TRUE
           EVALUATE WS-EXT-NO
               WHEN 1
                   MOVE "CUSTOUT"  TO WS-EXT-NAME
                   MOVE WS-SUM-WRITTEN TO WS-EXT-EXPECTED
               WHEN 2
                   MOVE "CUSTACTV" TO WS-EXT-NAME
                   MOVE WS-SUM-ACTIVE TO WS-EXT-EXPECTED
               WHEN 3
                   MOVE "CUSTINAC" TO WS-EXT-NAME
                   MOVE WS-SUM-INACTIVE TO WS-EXT-EXPECTED
               WHEN 4
                   MOVE "CUSTCLSD" TO WS-EXT-NAME
                   MOVE WS-SUM-CLOSED TO WS-EXT-EXPECTED
               WHEN 5
                   MOVE "CUSTUNKN" TO WS-EXT-NAME
                   MOVE WS-SUM-UNKNOWN TO WS-EXT-EXPECTED
               WHEN 6
                   MOVE "SNAPEXT"  TO WS-EXT-NAME
                   MOVE WS-SUM-SNAPSHOT TO WS-EXT-EXPECTED
                   IF NOT WS-MODE-DELTA
                       MOVE "N" TO WS-EXT-WANTED-SWITCH
                   END-IF
               WHEN OTHER
                   MOVE "MASKOUT"  TO WS-EXT-NAME
                   MOVE WS-SUM-MASKED TO WS-EXT-EXPECTED
                   IF NOT WS-MODE-MASKED
                       MOVE "N" TO WS-EXT-WANTED-SWITCH
                   END-IF
           END-EVALUATE.

      * The combined file is opened and given its header whether or
      * not the partition input turns up, so a missing input leaves an
      * empty, headed-and-trailed file and a reconciliation error -
      * never last cycle's file under tonight's RUNCTL. A combined
      * file that will not open fails the cycle with RC 16 and its
      * partition input is left unread.
       2110-OPEN-EXTRACT.
           MOVE "N" TO WS-EXT-OPEN-SWITCH
           MOVE "N" TO WS-EXT-OUT-OPEN-SWITCH
           EVALUATE WS-EXT-NO
               WHEN 1
                   OPEN INPUT PART-EXTRACT
                   OPEN OUTPUT CUSTOMER-OUT
               WHEN 2
                   OPEN INPUT PART-ACTIVE
                   OPEN OUTPUT ACTIVE-OUT
               WHEN 3
                   OPEN INPUT PART-INACTIVE
                   OPEN OUTPUT INACTIVE-OUT
               WHEN 4
                   OPEN INPUT PART-CLOSED
                   OPEN OUTPUT CLOSED-OUT
               WHEN 5
                   OPEN INPUT PART-UNKNOWN
                   OPEN OUTPUT UNKNOWN-OUT
               WHEN 6
                   OPEN INPUT PART-SNAPSHOT
                   OPEN OUTPUT SNAPSHOT-OUT
               WHEN OTHER
                   OPEN INPUT PART-MASKED
                   OPEN OUTPUT MASKED-OUT
           END-EVALUATE
           IF WS-COMBINED-OUT-STATUS NOT = "00"
                   AND WS-COMBINED-OUT-STATUS NOT = "05"
               DISPLAY "UNABLE TO OPEN " WS-EXT-NAME
                   " - FILE STATUS " WS-COMBINED-OUT-STATUS
               PERFORM 2910-FLAG-OPEN-FAILURE
           ELSE
               SET WS-EXT-OUTPUT-OPEN TO TRUE
           END-IF
           IF WS-PART-IN-STATUS = "00"
               SET WS-EXT-INPUT-OPEN TO TRUE
           ELSE
               DISPLAY "PARTITION INPUT FOR " WS-EXT-NAME
                   " NOT PRESENT - FILE STATUS " WS-PART-IN-STATUS
               PERFORM 2900-FLAG-COMBINE-ERROR
           END-IF
           IF WS-EXT-OUTPUT-OPEN
               PERFORM 2115-WRITE-EXTRACT-HEADER
           END-IF.

       2115-WRITE-EXTRACT-HEADER.
           MOVE SPACES TO WS-OUTPUT-AREA
           MOVE "H" TO HR-RECORD-TYPE
           MOVE WS-RUN-DATE TO HR-RUN-DATE
           MOVE WS-EXTRACT-PROGRAM TO HR-PROGRAM-NAME
           PERFORM 2130-WRITE-EXTRACT
           IF WS-EXT-NO = 1 AND WS-WAREHOUSE-ON
               OPEN OUTPUT WAREHOUSE-OUT
               IF WS-WAREHOUSE-OUT-STATUS NOT = "00"
                       AND WS-WAREHOUSE-OUT-STATUS NOT = "05"
                   DISPLAY "UNABLE TO OPEN WAREHOUSE-OUT - FILE "
                       "STATUS " WS-WAREHOUSE-OUT-STATUS
                   PERFORM 2900-FLAG-COMBINE-ERROR
               ELSE
                   SET WS-WAREHOUSE-OPEN TO TRUE
                   WRITE WAREHOUSE-OUT-RECORD FROM WS-WH-HEADING-ROW
               END-IF
           END-IF.

       2120-READ-EXTRACT.
           EVALUATE WS-EXT-NO
               WHEN 1
                   READ PART-EXTRACT INTO WS-OUTPUT-AREA
                       AT END
                           SET WS-EXT-EOF TO TRUE
                   END-READ
               WHEN 2
                   READ PART-ACTIVE INTO WS-OUTPUT-AREA
                       AT END
                           SET WS-EXT-EOF TO TRUE
                   END-READ
               WHEN 3
                   READ PART-INACTIVE INTO WS-OUTPUT-AREA
                       AT END
                           SET WS-EXT-EOF TO TRUE
                   END-READ
               WHEN 4
                   READ PART-CLOSED INTO WS-OUTPUT-AREA
                       AT END
                           SET WS-EXT-EOF TO TRUE
                   END-READ
               WHEN 5
                   READ PART-UNKNOWN INTO WS-OUTPUT-AREA
                       AT END
                           SET WS-EXT-EOF TO TRUE
                   END-READ
               WHEN 6
                   READ PART-SNAPSHOT INTO WS-OUTPUT-AREA
                       AT END
                           SET WS-EXT-EOF TO TRUE
                   END-READ
               WHEN OTHER
                   READ PART-MASKED INTO WS-OUTPUT-AREA
                       AT END
                           SET WS-EXT-EOF TO TRUE
                   END-READ
           END-EVALUATE.

       2130-WRITE-EXTRACT.
           EVALUATE WS-EXT-NO
               WHEN 1
                   WRITE CUSTOMER-OUT-RECORD FROM WS-OUTPUT-AREA
               WHEN 2
                   WRITE ACTIVE-OUT-RECORD FROM WS-OUTPUT-AREA
               WHEN 3
                   WRITE INACTIVE-OUT-RECORD FROM WS-OUTPUT-AREA
               WHEN 4
                   WRITE CLOSED-OUT-RECORD FROM WS-OUTPUT-AREA
               WHEN 5
                   WRITE UNKNOWN-OUT-RECORD FROM WS-OUTPUT-AREA
               WHEN 6
                   WRITE SNAPSHOT-OUT-RECORD FROM WS-OUTPUT-AREA
               WHEN OTHER
                   WRITE MASKED-OUT-RECORD FROM WS-OUTPUT-AREA
           END-EVALUATE
           IF WS-COMBINED-OUT-STATUS NOT = "00"
               DISPLAY "ERROR WRITING " WS-EXT-NAME " - FILE STATUS "
                   WS-COMBINED-OUT-STATUS
               PERFORM 2900-FLAG-COMBINE-ERROR
           END-IF.

       2190-CLOSE-EXTRACT.
           EVALUATE WS-EXT-NO
               WHEN 1
                   IF WS-EXT-INPUT-OPEN
                       CLOSE PART-EXTRACT
                   END-IF
                   IF WS-EXT-OUTPUT-OPEN
                       CLOSE CUSTOMER-OUT
                   END-IF
               WHEN 2
                   IF WS-EXT-INPUT-OPEN
                       CLOSE PART-ACTIVE
                   END-IF
                   IF WS-EXT-OUTPUT-OPEN
                       CLOSE ACTIVE-OUT
                   END-IF
               WHEN 3
                   IF WS-EXT-INPUT-OPEN
                       CLOSE PART-INACTIVE
                   END-IF
                   IF WS-EXT-OUTPUT-OPEN
                       CLOSE INACTIVE-OUT
                   END-IF
               WHEN 4
                   IF WS-EXT-INPUT-OPEN
                       CLOSE PART-CLOSED
                   END-IF
                   IF WS-EXT-OUTPUT-OPEN
                       CLOSE CLOSED-OUT
                   END-IF
               WHEN 5
                   IF WS-EXT-INPUT-OPEN
                       CLOSE PART-UNKNOWN
                   END-IF
                   IF WS-EXT-OUTPUT-OPEN
                       CLOSE UNKNOWN-OUT
                   END-IF
               WHEN 6
                   IF WS-EXT-INPUT-OPEN
                       CLOSE PART-SNAPSHOT
                   END-IF
                   IF WS-EXT-OUTPUT-OPEN
                       CLOSE SNAPSHOT-OUT
                   END-IF
               WHEN OTHER
                   IF WS-EXT-INPUT-OPEN
                       CLOSE PART-MASKED
                   END-IF
                   IF WS-EXT-OUTPUT-OPEN
                       CLOSE MASKED-OUT
                   END-IF
           END-EVALUATE.

      * One record of the concatenated partition input. Each
      * partition's segment is header, details, trailer; the segment
      * headers and trailers are checked and dropped, the details go
      * straight through.
       2200-COMBINE-EXTRACT-RECORD.
           EVALUATE DR-RECORD-TYPE
               WHEN "H"
                   PERFORM 2210-START-SEGMENT
               WHEN "D"
                   PERFORM 2220-COPY-DETAIL
               WHEN "T"
                   PERFORM 2230-END-SEGMENT
               WHEN OTHER
                   DISPLAY WS-EXT-NAME " SEGMENT " WS-EXT-SEGMENTS
                       " HAS A RECORD OF TYPE '" DR-RECORD-TYPE
                       "' - NOT AN EXTRACT RECORD"
                   PERFORM 2900-FLAG-COMBINE-ERROR
           END-EVALUATE
           PERFORM 2120-READ-EXTRACT.

       2210-START-SEGMENT.
           IF WS-IN-SEGMENT
               DISPLAY WS-EXT-NAME " SEGMENT " WS-EXT-SEGMENTS
                   " HAS NO TRAILER - PARTITION OUTPUT TRUNCATED"
               PERFORM 2900-FLAG-COMBINE-ERROR
           END-IF
           ADD 1 TO WS-EXT-SEGMENTS
           MOVE ZERO TO WS-SEG-DETAILS
           SET WS-IN-SEGMENT TO TRUE
           IF HR-RUN-DATE NOT = WS-RUN-DATE
               DISPLAY WS-EXT-NAME " SEGMENT " WS-EXT-SEGMENTS
                   " IS DATED " HR-RUN-DATE " - NOT TONIGHT'S OUTPUT"
               PERFORM 2900-FLAG-COMBINE-ERROR
           END-IF.

      * The partitions are concatenated in range order, so the IDs
      * keep ascending from one segment into the next. A partition
      * concatenated out of order, or twice, shows up here.
       2220-COPY-DETAIL.
           IF NOT WS-IN-SEGMENT
               DISPLAY WS-EXT-NAME " DETAIL FOR ID " DR-ID
                   " OUTSIDE ANY PARTITION SEGMENT"
               PERFORM 2900-FLAG-COMBINE-ERROR
           END-IF
           IF DR-ID NOT > WS-EXT-LAST-ID
               DISPLAY WS-EXT-NAME " ID " DR-ID " FOLLOWS ID "
                   WS-EXT-LAST-ID " - PARTITIONS CONCATENATED OUT "
                   "OF ORDER"
               PERFORM 2900-FLAG-COMBINE-ERROR
           ELSE
               MOVE DR-ID TO WS-EXT-LAST-ID
           END-IF
           PERFORM 2130-WRITE-EXTRACT
           IF WS-COMBINED-OUT-STATUS = "00"
               ADD 1 TO WS-EXT-DETAILS
               IF WS-EXT-NO = 1 AND WS-WAREHOUSE-OPEN
                   PERFORM 2400-WRITE-WAREHOUSE-ROW
               END-IF
           END-IF
           ADD 1 TO WS-SEG-DETAILS.

       2230-END-SEGMENT.
           IF NOT WS-IN-SEGMENT
               DISPLAY WS-EXT-NAME " TRAILER WITHOUT A HEADER AFTER "
                   "SEGMENT " WS-EXT-SEGMENTS
               PERFORM 2900-FLAG-COMBINE-ERROR
           END-IF
           MOVE "N" TO WS-IN-SEGMENT-SWITCH
           IF TR-TOTAL-RECORD-COUNT NOT = WS-SEG-DETAILS
               DISPLAY WS-EXT-NAME " SEGMENT " WS-EXT-SEGMENTS
                   " TRAILER COUNT " TR-TOTAL-RECORD-COUNT
                   " DOES NOT MATCH ITS " WS-SEG-DETAILS " DETAILS"
               PERFORM 2900-FLAG-COMBINE-ERROR
           END-IF
           ADD TR-ADD-COUNT    TO WS-EXT-ADDS
           ADD TR-CHANGE-COUNT TO WS-EXT-CHANGES
           ADD TR-DELETE-COUNT TO WS-EXT-DELETES.

      * One trailer for the whole file, then the file is held to what
      * the partitions said they wrote.
       2300-FINISH-EXTRACT.
           IF WS-IN-SEGMENT
               DISPLAY WS-EXT-NAME " SEGMENT " WS-EXT-SEGMENTS
                   " HAS NO TRAILER - PARTITION OUTPUT TRUNCATED"
               PERFORM 2900-FLAG-COMBINE-ERROR
           END-IF
           IF WS-EXT-SEGMENTS NOT = WS-PT-COUNT
               DISPLAY WS-EXT-NAME " HOLDS " WS-EXT-SEGMENTS
                   " PARTITION SEGMENTS FOR " WS-PT-COUNT
                   " PARTITIONS"
               PERFORM 2900-FLAG-COMBINE-ERROR
           END-IF

           MOVE SPACES TO WS-OUTPUT-AREA
           MOVE "T" TO TR-RECORD-TYPE
           MOVE WS-EXT-DETAILS TO TR-TOTAL-RECORD-COUNT
           MOVE WS-EXT-ADDS    TO TR-ADD-COUNT
           MOVE WS-EXT-CHANGES TO TR-CHANGE-COUNT
           MOVE WS-EXT-DELETES TO TR-DELETE-COUNT
           PERFORM 2130-WRITE-EXTRACT
           MOVE WS-EXT-DETAILS TO WS-EXT-COUNT (WS-EXT-NO)

           IF WS-EXT-DETAILS NOT = WS-EXT-EXPECTED
               DISPLAY "RECONCILIATION ERROR - " WS-EXT-NAME " "
                   WS-EXT-DETAILS " DETAILS, PARTITIONS WROTE "
                   WS-EXT-EXPECTED
               PERFORM 2900-FLAG-COMBINE-ERROR
           END-IF
           IF WS-EXT-NO = 1
            AND (WS-EXT-ADDS NOT = WS-SUM-ADDS
             OR WS-EXT-CHANGES NOT = WS-SUM-CHANGES
             OR WS-EXT-DELETES NOT = WS-SUM-DELETES)
               DISPLAY "RECONCILIATION ERROR - CUSTOUT ACTION COUNTS "
                   WS-EXT-ADDS "/" WS-EXT-CHANGES "/" WS-EXT-DELETES
                   " DO NOT MATCH PARTITIONS " WS-SUM-ADDS "/"
                   WS-SUM-CHANGES "/" WS-SUM-DELETES
               PERFORM 2900-FLAG-COMBINE-ERROR
           END-IF
           IF WS-EXT-NO = 1 AND WS-WAREHOUSE-OPEN
               CLOSE WAREHOUSE-OUT
               IF WS-WHSE-WRITTEN NOT = WS-EXT-DETAILS
                   DISPLAY "RECONCILIATION ERROR - WAREHOUSE ROWS "
                       WS-WHSE-WRITTEN " DO NOT MATCH RECORDS "
                       "WRITTEN " WS-EXT-DETAILS
                   PERFORM 2900-FLAG-COMBINE-ERROR
               END-IF
           END-IF.

      * Same row as CUSTEXTR 2130-WRITE-WAREHOUSE-ROW.
       2400-WRITE-WAREHOUSE-ROW.
           MOVE SPACES TO WS-WH-ROW
           MOVE 1 TO WS-WH-POINTER
           STRING DR-ID DELIMITED BY SIZE
               INTO WS-WH-ROW WITH POINTER WS-WH-POINTER
           MOVE DR-NAME TO WS-WH-FIELD
           PERFORM 2410-APPEND-WAREHOUSE-FIELD
           MOVE DR-ADDRESS TO WS-WH-FIELD
           PERFORM 2410-APPEND-WAREHOUSE-FIELD
           MOVE DR-ACCOUNT-STATUS TO WS-WH-FIELD
           PERFORM 2410-APPEND-WAREHOUSE-FIELD
           MOVE DR-LAST-ACTIVITY-DATE TO WS-WH-FIELD
           PERFORM 2410-APPEND-WAREHOUSE-FIELD
           MOVE DR-STREET TO WS-WH-FIELD
           PERFORM 2410-APPEND-WAREHOUSE-FIELD
           MOVE DR-CITY TO WS-WH-FIELD
           PERFORM 2410-APPEND-WAREHOUSE-FIELD
           MOVE DR-STATE TO WS-WH-FIELD
           PERFORM 2410-APPEND-WAREHOUSE-FIELD
           MOVE DR-POSTAL-CODE TO WS-WH-FIELD
           PERFORM 2410-APPEND-WAREHOUSE-FIELD
           MOVE DR-SOURCE-SYSTEM TO WS-WH-FIELD
           PERFORM 2410-APPEND-WAREHOUSE-FIELD
           MOVE DR-ACTION-CODE TO WS-WH-FIELD
           PERFORM 2410-APPEND-WAREHOUSE-FIELD
           WRITE WAREHOUSE-OUT-RECORD FROM WS-WH-ROW
           IF WS-WAREHOUSE-OUT-STATUS = "00"
               ADD 1 TO WS-WHSE-WRITTEN
               ADD DR-ID TO WS-WHSE-HASH-TOTAL
           ELSE
               DISPLAY "ERROR WRITING WAREHOUSE-OUT - FILE STATUS "
                   WS-WAREHOUSE-OUT-STATUS
           END-IF.

       2410-APPEND-WAREHOUSE-FIELD.
           INSPECT WS-WH-FIELD REPLACING ALL WS-WH-DELIMITER BY SPACE
           STRING WS-WH-DELIMITER DELIMITED BY SIZE
               INTO WS-WH-ROW WITH POINTER WS-WH-POINTER
           MOVE 40 TO WS-WH-FIELD-LEN
           PERFORM 2420-BACK-OVER-SPACE
               UNTIL WS-WH-FIELD-LEN = ZERO
                  OR WS-WH-FIELD (WS-WH-FIELD-LEN:1) NOT = SPACE
           IF WS-WH-FIELD-LEN > ZERO
               STRING WS-WH-FIELD (1:WS-WH-FIELD-LEN)
                   DELIMITED BY SIZE
                   INTO WS-WH-ROW WITH POINTER WS-WH-POINTER
           END-IF.

       2420-BACK-OVER-SPACE.
           SUBTRACT 1 FROM WS-WH-FIELD-LEN.

      * A problem found while combining leaves the files written but
      * marks the cycle unclean - RC 8 and ERR on RUNCTL, as a
      * CUSTEXTR reconciliation error would. A refusal's 16 stands.
       2900-FLAG-COMBINE-ERROR.
           MOVE "ERR" TO WS-RECON-RESULT
           IF RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF.

      * A combined output that will not open leaves the cycle short a
      * whole file - RC 16, so CYCLBAL and CUSTLOAD stop on it.
       2910-FLAG-OPEN-FAILURE.
           MOVE "ERR" TO WS-RECON-RESULT
           MOVE 16 TO RETURN-CODE.

      *****************************************************************
      * Flat listings, one file pair at a time.
      *****************************************************************
       3000-COMBINE-LISTINGS.
           MOVE 1 TO WS-LST-NO
           PERFORM 3100-COMBINE-ONE-LISTING
               UNTIL WS-LST-NO > 6.

       3100-COMBINE-ONE-LISTING.
           PERFORM 3105-DESCRIBE-LISTING
           IF WS-LST-WANTED
               MOVE ZERO TO WS-LST-LINES
               MOVE "N" TO WS-LST-EOF-SWITCH
               PERFORM 3110-OPEN-LISTING
               IF WS-LST-INPUT-OPEN AND WS-LST-OUTPUT-OPEN
                   PERFORM 3120-READ-LISTING
                   PERFORM 3200-COMBINE-LISTING-LINE
                       UNTIL WS-LST-EOF
               END-IF
               IF WS-LST-NO = 6 AND WS-LST-OUTPUT-OPEN
                   PERFORM 3300-WRITE-CHANGE-TOTALS
               END-IF
               PERFORM 3190-CLOSE-LISTING
               MOVE WS-LST-LINES TO WS-LST-COUNT (WS-LST-NO)
               IF WS-LST-CHECKED AND WS-LST-OUTPUT-OPEN
                AND WS-LST-LINES NOT = WS-LST-EXPECTED
                   DISPLAY "RECONCILIATION ERROR - " WS-LST-NAME " "
                       WS-LST-LINES " LINES, PARTITIONS WROTE "
                       WS-LST-EXPECTED
                   PERFORM 2900-FLAG-COMBINE-ERROR
               END-IF
           END-IF
           ADD 1 TO WS-LST-NO.

      * The exception, address and escheat counts are not carried on
      * the checkpoint, so after a restart a partition's count covers
      * only its own session while its listing was extended - those
      * three are only held to PARTCTL when no partition restarted.
      * CHGRPT has no one count to hold it to.
       3105-DESCRIBE-LISTING.
           SET WS-LST-WANTED TO TRUE
           SET WS-LST-CHECKED TO TRUE
           EVALUATE WS-LST-NO
               WHEN 1
                   MOVE "SUSPNS"   TO WS-LST-NAME
                   MOVE WS-SUM-SUSPENDED TO WS-LST-EXPECTED
               WHEN 2
                   MOVE "EXCPRPT"  TO WS-LST-NAME
                   MOVE WS-SUM-FLAGGED TO WS-LST-EXPECTED
                   IF WS-ANY-RESTARTED
                       MOVE "N" TO WS-LST-CHECK-SWITCH
                   END-IF
               WHEN 3
                   MOVE "ADDRRPT"  TO WS-LST-NAME
                   MOVE WS-SUM-UNPARSED TO WS-LST-EXPECTED
                   IF WS-ANY-RESTARTED
                       MOVE "N" TO WS-LST-CHECK-SWITCH
                   END-IF
               WHEN 4
                   MOVE "DUPOUT"   TO WS-LST-NAME
                   MOVE WS-SUM-DUPLICATES TO WS-LST-EXPECTED
               WHEN 5
                   MOVE "ESCHEAT"  TO WS-LST-NAME
                   MOVE WS-SUM-ESCHEAT TO WS-LST-EXPECTED
                   IF WS-ANY-RESTARTED
                       MOVE "N" TO WS-LST-CHECK-SWITCH
                   END-IF
               WHEN OTHER
                   MOVE "CHGRPT"   TO WS-LST-NAME
                   MOVE ZERO TO WS-LST-EXPECTED
                   MOVE "N" TO WS-LST-CHECK-SWITCH
                   MOVE "N" TO WS-CHG-HEADING-SWITCH
                   IF NOT WS-MODE-DELTA
                       MOVE "N" TO WS-LST-WANTED-SWITCH
                   END-IF
           END-EVALUATE.

      * An empty listing is normal (a clean night suspends nothing),
      * so a missing input is only an error when lines were expected;
      * the reconciliation below says so. A combined listing that
      * will not open fails the cycle with RC 16, as in
      * 2110-OPEN-EXTRACT.
       3110-OPEN-LISTING.
           MOVE "N" TO WS-LST-OPEN-SWITCH
           MOVE "N" TO WS-LST-OUT-OPEN-SWITCH
           EVALUATE WS-LST-NO
               WHEN 1
                   OPEN INPUT PART-SUSPENSE
                   OPEN OUTPUT SUSPENSE-FILE
               WHEN 2
                   OPEN INPUT PART-EXCEPTION
                   OPEN OUTPUT EXCEPTION-RPT
               WHEN 3
                   OPEN INPUT PART-ADDRESS
                   OPEN OUTPUT ADDRESS-RPT
               WHEN 4
                   OPEN INPUT PART-DUPLICATE
                   OPEN OUTPUT DUPLICATE-OUT
               WHEN 5
                   OPEN INPUT PART-ESCHEAT
                   OPEN OUTPUT ESCHEAT-FILE
               WHEN OTHER
                   OPEN INPUT PART-CHANGE
                   OPEN OUTPUT CHANGE-RPT
           END-EVALUATE
           IF WS-COMBINED-OUT-STATUS NOT = "00"
                   AND WS-COMBINED-OUT-STATUS NOT = "05"
               DISPLAY "UNABLE TO OPEN " WS-LST-NAME
                   " - FILE STATUS " WS-COMBINED-OUT-STATUS
               PERFORM 2910-FLAG-OPEN-FAILURE
           ELSE
               SET WS-LST-OUTPUT-OPEN TO TRUE
           END-IF
           IF WS-PART-IN-STATUS = "00"
               SET WS-LST-INPUT-OPEN TO TRUE
           END-IF.

       3120-READ-LISTING.
           MOVE SPACES TO WS-LST-AREA
           EVALUATE WS-LST-NO
               WHEN 1
                   READ PART-SUSPENSE INTO WS-LST-AREA
                       AT END
                           SET WS-LST-EOF TO TRUE
                   END-READ
               WHEN 2
                   READ PART-EXCEPTION INTO WS-LST-AREA
                       AT END
                           SET WS-LST-EOF TO TRUE
                   END-READ
               WHEN 3
                   READ PART-ADDRESS INTO WS-LST-AREA
                       AT END
                           SET WS-LST-EOF TO TRUE
                   END-READ
               WHEN 4
                   READ PART-DUPLICATE INTO WS-LST-AREA
                       AT END
                           SET WS-LST-EOF TO TRUE
                   END-READ
               WHEN 5
                   READ PART-ESCHEAT INTO WS-LST-AREA
                       AT END
                           SET WS-LST-EOF TO TRUE
                   END-READ
               WHEN OTHER
                   READ PART-CHANGE INTO WS-LST-AREA
                       AT END
                           SET WS-LST-EOF TO TRUE
                   END-READ
           END-EVALUATE.

       3130-WRITE-LISTING.
           EVALUATE WS-LST-NO
               WHEN 1
                   WRITE SUSPENSE-FILE-RECORD FROM WS-LST-AREA
               WHEN 2
                   WRITE EXCEPTION-RPT-RECORD FROM WS-LST-AREA
               WHEN 3
                   WRITE ADDRESS-RPT-RECORD FROM WS-LST-AREA
               WHEN 4
                   WRITE DUPLICATE-OUT-RECORD FROM WS-LST-AREA
               WHEN 5
                   WRITE ESCHEAT-FILE-RECORD FROM WS-LST-AREA
               WHEN OTHER
                   WRITE CHANGE-RPT-RECORD FROM WS-LST-AREA
           END-EVALUATE
           IF WS-COMBINED-OUT-STATUS = "00"
               ADD 1 TO WS-LST-LINES
           ELSE
               DISPLAY "ERROR WRITING " WS-LST-NAME " - FILE STATUS "
                   WS-COMBINED-OUT-STATUS
               PERFORM 2900-FLAG-COMBINE-ERROR
           END-IF.

       3190-CLOSE-LISTING.
           EVALUATE WS-LST-NO
               WHEN 1
                   IF WS-LST-INPUT-OPEN
                       CLOSE PART-SUSPENSE
                   END-IF
                   IF WS-LST-OUTPUT-OPEN
                       CLOSE SUSPENSE-FILE
                   END-IF
               WHEN 2
                   IF WS-LST-INPUT-OPEN
                       CLOSE PART-EXCEPTION
                   END-IF
                   IF WS-LST-OUTPUT-OPEN
                       CLOSE EXCEPTION-RPT
                   END-IF
               WHEN 3
                   IF WS-LST-INPUT-OPEN
                       CLOSE PART-ADDRESS
                   END-IF
                   IF WS-LST-OUTPUT-OPEN
                       CLOSE ADDRESS-RPT
                   END-IF
               WHEN 4
                   IF WS-LST-INPUT-OPEN
                       CLOSE PART-DUPLICATE
                   END-IF
                   IF WS-LST-OUTPUT-OPEN
                       CLOSE DUPLICATE-OUT
                   END-IF
               WHEN 5
                   IF WS-LST-INPUT-OPEN
                       CLOSE PART-ESCHEAT
                   END-IF
                   IF WS-LST-OUTPUT-OPEN
                       CLOSE ESCHEAT-FILE
                   END-IF
               WHEN OTHER
                   IF WS-LST-INPUT-OPEN
                       CLOSE PART-CHANGE
                   END-IF
                   IF WS-LST-OUTPUT-OPEN
                       CLOSE CHANGE-RPT
                   END-IF
           END-EVALUATE.

       3200-COMBINE-LISTING-LINE.
           EVALUATE WS-LST-NO
               WHEN 1 THRU 3
                   COMPUTE WS-LST-SEQ-NO = WS-LST-LINES + 1
                   PERFORM 3130-WRITE-LISTING
               WHEN 6
                   PERFORM 3210-COMBINE-CHANGE-LINE
               WHEN OTHER
                   PERFORM 3130-WRITE-LISTING
           END-EVALUATE
           PERFORM 3120-READ-LISTING.

      * Field-change lines go straight through; the first heading is
      * kept and the rest dropped; the partitions' total lines are
      * added up for the one block written at the end.
       3210-COMBINE-CHANGE-LINE.
           IF WS-LST-AREA (1:30) = WS-CHG-HEADING-TEXT
               IF NOT WS-CHG-HEADING-WRITTEN
                   PERFORM 3130-WRITE-LISTING
                   SET WS-CHG-HEADING-WRITTEN TO TRUE
               END-IF
           ELSE
               MOVE ZERO TO WS-CHG-MATCH-SUB
               MOVE 1 TO WS-CHG-SUB
               PERFORM 3220-MATCH-TOTAL-LABEL
                   UNTIL WS-CHG-SUB > 6
               IF WS-CHG-MATCH-SUB = ZERO
                   PERFORM 3130-WRITE-LISTING
               ELSE
                   MOVE WS-LST-AREA (1:80) TO WS-CHANGE-TOTAL-LINE
                   MOVE WS-CHG-TOT-COUNT TO WS-CHG-VALUE
                   ADD WS-CHG-VALUE
                       TO WS-CHG-TOTAL (WS-CHG-MATCH-SUB)
               END-IF
           END-IF.

       3220-MATCH-TOTAL-LABEL.
           IF WS-LST-AREA (1:25) = WS-CHG-LABEL (WS-CHG-SUB)
               MOVE WS-CHG-SUB TO WS-CHG-MATCH-SUB
           END-IF
           ADD 1 TO WS-CHG-SUB.

       3300-WRITE-CHANGE-TOTALS.
           MOVE 1 TO WS-CHG-SUB
           PERFORM 3310-WRITE-CHANGE-TOTAL
               UNTIL WS-CHG-SUB > 6.

       3310-WRITE-CHANGE-TOTAL.
           MOVE WS-CHG-LABEL (WS-CHG-SUB) TO WS-CHG-TOT-LABEL
           MOVE WS-CHG-TOTAL (WS-CHG-SUB) TO WS-CHG-TOT-COUNT
           MOVE WS-CHANGE-TOTAL-LINE TO WS-LST-AREA
           PERFORM 3130-WRITE-LISTING
           ADD 1 TO WS-CHG-SUB.

      *****************************************************************
      * One dormancy report for the cycle, in CUSTEXTR's layout.
      *****************************************************************
       4000-WRITE-DORMANCY-REPORT.
           OPEN OUTPUT DORMANCY-RPT
           IF WS-DORMANCY-RPT-STATUS NOT = "00"
                   AND WS-DORMANCY-RPT-STATUS NOT = "05"
               DISPLAY "UNABLE TO OPEN DORMANCY-RPT - FILE STATUS "
                   WS-DORMANCY-RPT-STATUS
           ELSE
               MOVE WS-RUN-DATE TO WS-DORM-HDG-DATE
               WRITE DORMANCY-RPT-RECORD FROM WS-DORM-HEADING-1
               MOVE WS-PT-COUNT TO WS-DORM-PART-COUNT
               WRITE DORMANCY-RPT-RECORD FROM WS-DORM-PARTITION-NOTE
               IF WS-ANY-RESTARTED
                   WRITE DORMANCY-RPT-RECORD
                       FROM WS-DORM-RESTART-NOTE
               END-IF
               WRITE DORMANCY-RPT-RECORD FROM WS-DORM-HEADING-2

               MOVE 1 TO WS-DORM-SUB
               PERFORM 4010-WRITE-DORMANCY-ROW
                   UNTIL WS-DORM-SUB > 4

               MOVE "TOTAL"                TO WS-DORM-RPT-LABEL
               MOVE WS-DORM-TOT-CURRENT    TO WS-DORM-RPT-CURRENT
               MOVE WS-DORM-TOT-06-12      TO WS-DORM-RPT-06-12
               MOVE WS-DORM-TOT-12-24      TO WS-DORM-RPT-12-24
               MOVE WS-DORM-TOT-24-PLUS    TO WS-DORM-RPT-24-PLUS
               WRITE DORMANCY-RPT-RECORD FROM WS-DORM-REPORT-LINE

               CLOSE DORMANCY-RPT
           END-IF.

       4010-WRITE-DORMANCY-ROW.
           EVALUATE WS-DORM-SUB
               WHEN 1
                   MOVE "ACTIVE"   TO WS-DORM-RPT-LABEL
               WHEN 2
                   MOVE "INACTIVE" TO WS-DORM-RPT-LABEL
               WHEN 3
                   MOVE "CLOSED"   TO WS-DORM-RPT-LABEL
               WHEN OTHER
                   MOVE "OTHER"    TO WS-DORM-RPT-LABEL
           END-EVALUATE
           MOVE WS-DORM-CURRENT (WS-DORM-SUB) TO WS-DORM-RPT-CURRENT
           MOVE WS-DORM-06-12 (WS-DORM-SUB)   TO WS-DORM-RPT-06-12
           MOVE WS-DORM-12-24 (WS-DORM-SUB)   TO WS-DORM-RPT-12-24
           MOVE WS-DORM-24-PLUS (WS-DORM-SUB) TO WS-DORM-RPT-24-PLUS
           WRITE DORMANCY-RPT-RECORD FROM WS-DORM-REPORT-LINE
           ADD WS-DORM-CURRENT (WS-DORM-SUB) TO WS-DORM-TOT-CURRENT
           ADD WS-DORM-06-12 (WS-DORM-SUB)   TO WS-DORM-TOT-06-12
           ADD WS-DORM-12-24 (WS-DORM-SUB)   TO WS-DORM-TOT-12-24
           ADD WS-DORM-24-PLUS (WS-DORM-SUB) TO WS-DORM-TOT-24-PLUS
           ADD 1 TO WS-DORM-SUB.

      *****************************************************************
      * Month-to-date defect counts for the whole book - CUSTEXTR
      * 9020-ACCUMULATE-QUALITY-MTD's rules: a new month starts fresh,
      * a new run date rolls the last run into the base, and a rerun
      * of the same date replaces that run's counts. A refused cycle
      * never gets here, so QUALMTD is left as it was for the rerun.
      * An RC 16 cycle is shown but not saved, as in CUSTEXTR. So is a
      * cycle with any restart: a restarted partition's PARTCTL
      * carries only the counts from after its restart point, and a
      * partial row would be rolled into the base by the next run
      * date and understate the month for good.
      *****************************************************************
       4100-ACCUMULATE-QUALITY-MTD.
           INITIALIZE WS-QUALITY-MTD-LINE
           OPEN INPUT QUALITY-MTD
           IF WS-QUALITY-MTD-STATUS = "00"
               READ QUALITY-MTD INTO WS-QUALITY-MTD-LINE
                   AT END
                       INITIALIZE WS-QUALITY-MTD-LINE
               END-READ
           END-IF
           CLOSE QUALITY-MTD

           IF WS-QM-MONTH NOT NUMERIC
            OR WS-QM-LAST-RUN-DATE NOT NUMERIC
               DISPLAY "WARNING - QUALITY MONTH-TO-DATE RECORD IS "
                   "UNREADABLE - MONTH TO DATE RESTARTS FROM TONIGHT"
               INITIALIZE WS-QUALITY-MTD-LINE
           END-IF

           IF WS-QM-YEAR NOT = WS-RUN-YEAR
            OR WS-QM-MON NOT = WS-RUN-MONTH
               INITIALIZE WS-QUALITY-MTD-LINE
               MOVE WS-RUN-YEAR  TO WS-QM-YEAR
               MOVE WS-RUN-MONTH TO WS-QM-MON
           ELSE
               IF WS-QM-LAST-RUN-DATE NOT = WS-RUN-DATE
                   PERFORM 4110-ROLL-ONE-SOURCE
                       VARYING WS-DQ-SRC-SUB FROM 1 BY 1
                       UNTIL WS-DQ-SRC-SUB > WS-DQ-SOURCE-MAX
                   ADD 1 TO WS-QM-BASE-RUNS
               END-IF
           END-IF

           MOVE WS-RUN-DATE TO WS-QM-LAST-RUN-DATE
           PERFORM 4130-SAVE-TONIGHT-ROW
               VARYING WS-DQ-SRC-SUB FROM 1 BY 1
               UNTIL WS-DQ-SRC-SUB > WS-DQ-SOURCE-MAX
           COMPUTE WS-QM-MTD-RUNS = WS-QM-BASE-RUNS + 1

           EVALUATE TRUE
               WHEN RETURN-CODE = 16
                   DISPLAY "QUALITY MONTH-TO-DATE NOT UPDATED - RUN "
                       "ABENDED"
               WHEN WS-ANY-RESTARTED
                   DISPLAY "QUALITY MONTH-TO-DATE NOT UPDATED - "
                       "RESTARTED PARTITION COUNTS ARE PARTIAL"
               WHEN OTHER
                   PERFORM 4140-SAVE-QUALITY-MTD
           END-EVALUATE.

       4110-ROLL-ONE-SOURCE.
           ADD WS-QM-LAST-READ (WS-DQ-SRC-SUB)
               TO WS-QM-BASE-READ (WS-DQ-SRC-SUB)
           PERFORM 4120-ROLL-ONE-REASON
               VARYING WS-DQ-SUB FROM 1 BY 1
               UNTIL WS-DQ-SUB > WS-DQ-REASON-MAX.

       4120-ROLL-ONE-REASON.
           ADD WS-QM-LAST-COUNT (WS-DQ-SRC-SUB, WS-DQ-SUB)
               TO WS-QM-BASE-COUNT (WS-DQ-SRC-SUB, WS-DQ-SUB).

       4130-SAVE-TONIGHT-ROW.
           MOVE WS-DQ-TONIGHT-ROW (WS-DQ-SRC-SUB)
               TO WS-QM-LAST-ROW (WS-DQ-SRC-SUB).

       4140-SAVE-QUALITY-MTD.
           OPEN OUTPUT QUALITY-MTD
           IF WS-QUALITY-MTD-STATUS NOT = "00"
                   AND WS-QUALITY-MTD-STATUS NOT = "05"
               DISPLAY "WARNING - UNABLE TO OPEN QUALITY-MTD - "
                   "FILE STATUS " WS-QUALITY-MTD-STATUS
                   " - MONTH TO DATE NOT UPDATED"
           ELSE
               WRITE QUALITY-MTD-RECORD FROM WS-QUALITY-MTD-LINE
               IF WS-QUALITY-MTD-STATUS NOT = "00"
                   DISPLAY "WARNING - QUALITY-MTD WRITE FAILED - "
                       "FILE STATUS " WS-QUALITY-MTD-STATUS
               END-IF
               CLOSE QUALITY-MTD
           END-IF.

       4200-WRITE-QUALITY-SCORECARD.
           OPEN OUTPUT QUALITY-RPT
           IF WS-QUALITY-RPT-STATUS NOT = "00"
                   AND WS-QUALITY-RPT-STATUS NOT = "05"
               DISPLAY "UNABLE TO OPEN QUALITY-RPT - FILE STATUS "
                   WS-QUALITY-RPT-STATUS
           ELSE
               MOVE WS-RUN-DATE TO WS-QR-HDG-DATE
               WRITE QUALITY-RPT-RECORD FROM WS-QR-HEADING-1
               MOVE WS-PT-COUNT TO WS-DORM-PART-COUNT
               WRITE QUALITY-RPT-RECORD FROM WS-DORM-PARTITION-NOTE
               IF WS-ANY-RESTARTED
                   WRITE QUALITY-RPT-RECORD FROM WS-DORM-RESTART-NOTE
               END-IF
               WRITE QUALITY-RPT-RECORD FROM WS-QR-SEVERITY-NOTE

               MOVE SPACES TO QUALITY-RPT-RECORD
               WRITE QUALITY-RPT-RECORD
               WRITE QUALITY-RPT-RECORD FROM WS-QR-TONIGHT-TITLE
               SET WS-QR-TONIGHT TO TRUE
               PERFORM 4210-WRITE-SCORECARD-BLOCK

               MOVE SPACES TO QUALITY-RPT-RECORD
               WRITE QUALITY-RPT-RECORD
               MOVE WS-QM-YEAR     TO WS-QR-MTD-YEAR
               MOVE WS-QM-MON      TO WS-QR-MTD-MON
               MOVE WS-QM-MTD-RUNS TO WS-QR-MTD-RUNS
               WRITE QUALITY-RPT-RECORD FROM WS-QR-MTD-TITLE
               EVALUATE TRUE
                   WHEN RETURN-CODE = 16
                       WRITE QUALITY-RPT-RECORD
                           FROM WS-QR-NOT-SAVED-NOTE
                   WHEN WS-ANY-RESTARTED
                       WRITE QUALITY-RPT-RECORD
                           FROM WS-QR-RESTART-NOTE
               END-EVALUATE
               SET WS-QR-MONTH-TO-DATE TO TRUE
               PERFORM 4210-WRITE-SCORECARD-BLOCK

               CLOSE QUALITY-RPT
           END-IF.

       4210-WRITE-SCORECARD-BLOCK.
           WRITE QUALITY-RPT-RECORD FROM WS-QR-COLUMN-HEADING
           INITIALIZE WS-QR-COL-TOTALS
           PERFORM 4220-WRITE-REASON-ROW
               VARYING WS-DQ-SUB FROM 1 BY 1
               UNTIL WS-DQ-SUB > WS-DQ-REASON-MAX

           MOVE SPACES          TO WS-QR-CODE
           MOVE SPACE           TO WS-QR-SEV
           MOVE "TOTAL DEFECTS" TO WS-QR-DESC
           PERFORM 4240-MOVE-TOTAL-CELL
               VARYING WS-DQ-SRC-SUB FROM 1 BY 1
               UNTIL WS-DQ-SRC-SUB > WS-DQ-SOURCE-MAX
           WRITE QUALITY-RPT-RECORD FROM WS-QR-DETAIL-LINE

           MOVE "RECORDS READ"  TO WS-QR-DESC
           PERFORM 4250-MOVE-READ-CELL
               VARYING WS-DQ-SRC-SUB FROM 1 BY 1
               UNTIL WS-DQ-SRC-SUB > WS-DQ-SOURCE-MAX
           WRITE QUALITY-RPT-RECORD FROM WS-QR-DETAIL-LINE.

       4220-WRITE-REASON-ROW.
           MOVE WS-DQ-CODE (WS-DQ-SUB)     TO WS-QR-CODE
           MOVE WS-DQ-SEVERITY (WS-DQ-SUB) TO WS-QR-SEV
           MOVE WS-DQ-DESC (WS-DQ-SUB)     TO WS-QR-DESC
           PERFORM 4230-MOVE-REASON-CELL
               VARYING WS-DQ-SRC-SUB FROM 1 BY 1
               UNTIL WS-DQ-SRC-SUB > WS-DQ-SOURCE-MAX
           WRITE QUALITY-RPT-RECORD FROM WS-QR-DETAIL-LINE.

       4230-MOVE-REASON-CELL.
           IF WS-QR-TONIGHT
               MOVE WS-DQ-TN-COUNT (WS-DQ-SRC-SUB, WS-DQ-SUB)
                   TO WS-QR-CELL
           ELSE
               COMPUTE WS-QR-CELL =
                   WS-QM-BASE-COUNT (WS-DQ-SRC-SUB, WS-DQ-SUB)
                   + WS-DQ-TN-COUNT (WS-DQ-SRC-SUB, WS-DQ-SUB)
           END-IF
           MOVE WS-QR-CELL TO WS-QR-COUNT (WS-DQ-SRC-SUB)
           ADD WS-QR-CELL TO WS-QR-COL-TOTAL (WS-DQ-SRC-SUB).

       4240-MOVE-TOTAL-CELL.
           MOVE WS-QR-COL-TOTAL (WS-DQ-SRC-SUB)
               TO WS-QR-COUNT (WS-DQ-SRC-SUB).

       4250-MOVE-READ-CELL.
           IF WS-QR-TONIGHT
               MOVE WS-DQ-TN-READ (WS-DQ-SRC-SUB) TO WS-QR-CELL
           ELSE
               COMPUTE WS-QR-CELL =
                   WS-QM-BASE-READ (WS-DQ-SRC-SUB)
                   + WS-DQ-TN-READ (WS-DQ-SRC-SUB)
           END-IF
           MOVE WS-QR-CELL TO WS-QR-COUNT (WS-DQ-SRC-SUB).

      * The partitions each reconciled their own slice; what is left
      * to prove is that the slices add up to CUSTIN. A summary cycle
      * writes no details, so like CUSTEXTR it skips the tie-out.
       5000-RECONCILE-CYCLE.
           IF WS-MODE-SUMMARY
               IF WS-RECON-RESULT = "OK"
                   MOVE "SKIP" TO WS-RECON-RESULT
               END-IF
           ELSE
               IF WS-MODE-DELTA
                   COMPUTE WS-OWNED-RECORDS =
                       WS-SUM-ADDS + WS-SUM-CHANGES
                       + WS-SUM-UNCHANGED + WS-SUM-SUSPENDED
                       + WS-SUM-DUPLICATES + WS-SUM-ERASED
               ELSE
                   COMPUTE WS-OWNED-RECORDS =
                       WS-SUM-WRITTEN + WS-SUM-SUSPENDED
                       + WS-SUM-DUPLICATES + WS-SUM-ERASED
               END-IF
               IF WS-OWNED-RECORDS NOT = WS-RECORDS-READ
                   DISPLAY "RECONCILIATION ERROR - RECORDS READ "
                       WS-RECORDS-READ " DO NOT TIE OUT TO THE "
                       "PARTITIONS' " WS-OWNED-RECORDS
                   PERFORM 2900-FLAG-COMBINE-ERROR
               END-IF
           END-IF
           IF WS-RECON-RESULT = "OK"
               DISPLAY "RECONCILIATION OK - PARTITIONS COMBINE TO "
                   "ONE COMPLETE EXTRACT"
           END-IF.

       9000-TERMINATE.
           IF WS-CYCLE-REFUSED
               MOVE "SKIP" TO WS-RECON-RESULT
               DISPLAY "PARTITIONED CYCLE REFUSED - NO COMBINED "
                   "OUTPUT WRITTEN"
           END-IF
           PERFORM 9100-PRINT-SUMMARY
           PERFORM 9090-WRITE-RUN-HISTORY
           PERFORM 9095-WRITE-RUN-CONTROL
           IF WS-WAREHOUSE-ON
               PERFORM 9097-WRITE-WAREHOUSE-MANIFEST
           END-IF.

      * The cycle's one RUNHIST record, refused cycles included.
       9090-WRITE-RUN-HISTORY.
           OPEN EXTEND RUN-HISTORY
           IF WS-RUN-HISTORY-STATUS NOT = "00"
                   AND WS-RUN-HISTORY-STATUS NOT = "05"
               DISPLAY "WARNING - UNABLE TO OPEN RUN-HISTORY - FILE "
                   "STATUS " WS-RUN-HISTORY-STATUS
                   " - THIS RUN WILL NOT BE RECORDED"
           ELSE
               MOVE WS-RUN-DATE        TO WS-RH-RUN-DATE
               MOVE WS-CYCLE-MODE      TO WS-RH-MODE
               MOVE WS-RECORDS-READ    TO WS-RH-RECORDS-READ
               MOVE WS-SUM-WRITTEN     TO WS-RH-RECORDS-WRITTEN
               MOVE WS-SUM-SUSPENDED   TO WS-RH-SUSPENDED
               MOVE WS-SUM-FLAGGED     TO WS-RH-FLAGGED
               MOVE WS-RECON-RESULT    TO WS-RH-RECON-RESULT
               MOVE RETURN-CODE        TO WS-RH-RETURN-CODE
               WRITE RUN-HISTORY-RECORD FROM WS-RUN-HISTORY-LINE
               IF WS-RUN-HISTORY-STATUS NOT = "00"
                   DISPLAY "WARNING - RUN-HISTORY WRITE FAILED - "
                       "FILE STATUS " WS-RUN-HISTORY-STATUS
               END-IF
               CLOSE RUN-HISTORY
           END-IF.

      * Rewritten every run, exactly as CUSTEXTR does on a single-
      * stream night - a refused cycle's RC 16 lands here too.
       9095-WRITE-RUN-CONTROL.
           OPEN OUTPUT RUN-CONTROL
           IF WS-RUN-CONTROL-STATUS NOT = "00"
                   AND WS-RUN-CONTROL-STATUS NOT = "05"
               DISPLAY "WARNING - UNABLE TO OPEN RUN-CONTROL - FILE "
                   "STATUS " WS-RUN-CONTROL-STATUS
                   " - DOWNSTREAM PROGRAMS WILL REFUSE THIS CYCLE"
           ELSE
               MOVE WS-RUN-DATE        TO WS-RC-RUN-DATE
               MOVE WS-CYCLE-MODE      TO WS-RC-MODE
               MOVE RETURN-CODE        TO WS-RC-RETURN-CODE
               MOVE WS-RECON-RESULT    TO WS-RC-RECON-RESULT
               MOVE WS-RECORDS-READ    TO WS-RC-RECORDS-READ
               MOVE WS-SUM-WRITTEN     TO WS-RC-RECORDS-WRITTEN
               MOVE WS-SUM-SUSPENDED   TO WS-RC-SUSPENDED
               MOVE WS-SUM-DUPLICATES  TO WS-RC-DUPLICATES
               MOVE WS-SUM-ERASED      TO WS-RC-ERASED
               WRITE RUN-CONTROL-RECORD FROM WS-RUN-CONTROL-LINE
               IF WS-RUN-CONTROL-STATUS NOT = "00"
                   DISPLAY "WARNING - RUN-CONTROL WRITE FAILED - "
                       "FILE STATUS " WS-RUN-CONTROL-STATUS
               ELSE
                   SET WS-RUN-CONTROL-WRITTEN TO TRUE
               END-IF
               CLOSE RUN-CONTROL
           END-IF.

      * Same rule as CUSTEXTR 9097-WRITE-WAREHOUSE-MANIFEST: rewritten
      * every run, and empty unless RUNCTL is clean, so the loader
      * never starts on a refused or unclean cycle - or on last
      * night's manifest.
       9097-WRITE-WAREHOUSE-MANIFEST.
           OPEN OUTPUT WAREHOUSE-MANIFEST
           IF WS-WAREHOUSE-MAN-STATUS NOT = "00"
                   AND WS-WAREHOUSE-MAN-STATUS NOT = "05"
               DISPLAY "WARNING - UNABLE TO OPEN WAREHOUSE-MANIFEST - "
                   "FILE STATUS " WS-WAREHOUSE-MAN-STATUS
                   " - WAREHOUSE LOAD WILL NOT START"
           ELSE
               IF WS-RUN-CONTROL-WRITTEN
                AND WS-RC-RETURN-CODE = ZERO
                AND WS-RC-RECON-RESULT = "OK"
                AND WS-WAREHOUSE-OPEN
                   MOVE SPACES TO WS-WH-MANIFEST-LINE
                   STRING WS-RUN-DATE        DELIMITED BY SIZE
                          WS-WH-DELIMITER    DELIMITED BY SIZE
                          WS-CYCLE-MODE      DELIMITED BY SPACE
                          WS-WH-DELIMITER    DELIMITED BY SIZE
                          WS-WHSE-WRITTEN    DELIMITED BY SIZE
                          WS-WH-DELIMITER    DELIMITED BY SIZE
                          WS-WHSE-HASH-TOTAL DELIMITED BY SIZE
                       INTO WS-WH-MANIFEST-LINE
                   END-STRING
                   WRITE WAREHOUSE-MAN-RECORD FROM WS-WH-MANIFEST-LINE
                   IF WS-WAREHOUSE-MAN-STATUS NOT = "00"
                       DISPLAY "WARNING - WAREHOUSE-MANIFEST WRITE "
                           "FAILED - FILE STATUS "
                           WS-WAREHOUSE-MAN-STATUS
                   END-IF
               ELSE
                   DISPLAY "RUN NOT CLEAN - WAREHOUSE MANIFEST NOT "
                       "WRITTEN"
               END-IF
               CLOSE WAREHOUSE-MANIFEST
           END-IF.

       9100-PRINT-SUMMARY.
           DISPLAY "=================================================="
           DISPLAY "CONTROL REPORT - " WS-PROGRAM-NAME
           DISPLAY "RUN DATE (YYYYMMDD)....: " WS-RUN-DATE
           DISPLAY "RUN MODE...............: " WS-CYCLE-MODE
           DISPLAY "PARTITIONS COMBINED....: " WS-PT-COUNT
           DISPLAY "RECORDS READ...........: " WS-RECORDS-READ
           DISPLAY "RECORDS WRITTEN........: " WS-SUM-WRITTEN
           DISPLAY "RECORDS SUSPENDED......: " WS-SUM-SUSPENDED
           DISPLAY "DUPLICATE IDS ROUTED...: " WS-SUM-DUPLICATES
           DISPLAY "ERASED - SUPPRESSED....: " WS-SUM-ERASED
           DISPLAY "EXCEPTION RPT LINES....: " WS-SUM-FLAGGED
           IF NOT WS-CYCLE-REFUSED
               DISPLAY "CUSTOUT DETAILS........: " WS-EXT-COUNT (1)
               DISPLAY "CUSTACTV DETAILS.......: " WS-EXT-COUNT (2)
               DISPLAY "CUSTINAC DETAILS.......: " WS-EXT-COUNT (3)
               DISPLAY "CUSTCLSD DETAILS.......: " WS-EXT-COUNT (4)
               DISPLAY "CUSTUNKN DETAILS.......: " WS-EXT-COUNT (5)
               IF WS-MODE-DELTA
                   DISPLAY "SNAPEXT DETAILS........: "
                       WS-EXT-COUNT (6)
                   DISPLAY "CHGRPT LINES...........: "
                       WS-LST-COUNT (6)
               END-IF
               IF WS-MODE-MASKED
                   DISPLAY "MASKOUT DETAILS........: "
                       WS-EXT-COUNT (7)
               END-IF
               DISPLAY "SUSPNS LINES...........: " WS-LST-COUNT (1)
               DISPLAY "EXCPRPT LINES..........: " WS-LST-COUNT (2)
               DISPLAY "ADDRRPT LINES..........: " WS-LST-COUNT (3)
               DISPLAY "DUPOUT RECORDS.........: " WS-LST-COUNT (4)
               DISPLAY "ESCHEAT RECORDS........: " WS-LST-COUNT (5)
               DISPLAY "DORMANT 24+ MONTHS.....: " WS-DORM-TOT-24-PLUS
           END-IF
           IF WS-WAREHOUSE-OPEN
               DISPLAY "WAREHOUSE ROWS WRITTEN.: " WS-WHSE-WRITTEN
               DISPLAY "WAREHOUSE ID HASH TOTAL: " WS-WHSE-HASH-TOTAL
           END-IF
           DISPLAY "RECONCILIATION.........: " WS-RECON-RESULT
           DISPLAY "==================================================".

      *             consuming this cycle's files, so a half-written
      *             or stale extract can no longer be loaded or
      *             served quietly.
      * 2026-10-15  Field-level data-quality edits, each with its own
      *             reason code (DQ01-DQ07) and a set severity: blank
      *             name suspends; an activity date that is not a real
      *             date or lies in the future, and a status other
      *             than A/I/C, are flagged on EXCPRPT. The ID edits
      *             carry codes too. Defects are counted by reason and
      *             source system on the QUALRPT scorecard, with a
      *             month-to-date figure kept on QUALMTD. A DELTA run
      *             holds the prior image of a customer suspended on a
      *             field edit in the snapshot instead of deleting it.
      * 2026-10-15  The source-system code now also rides on every
      *             extract detail (DR-SOURCE-SYSTEM, byte 141, taken
      *             from FILLER) so CUSTLOAD can carry it onto the
      *             master; delta deletes carry the prior record's.
      * 2026-10-15  Optional warehouse interface (WHSEPARM = YES):
      *             WHSEOUT carries every extract detail as a pipe-
      *             delimited row under a column-name header - the
      *             CUSTLAY fields, parsed address, source system and
      *             delta action code - so a wider layout no longer
      *             breaks the warehouse load. WHSEMAN gets a manifest
      *             (run date, mode, row count, ID hash total) only
      *             when the run's RUNCTL record is clean. The hash
      *             total rides on the checkpoint for restarts.
      * 2026-10-15  Partitioned runs: with PARTPARM present the extract
      *             handles only the customer-ID range it names (still
      *             sequence-checking the whole file) and leaves a
      *             PARTCTL record - counts, range and dormancy table -
      *             for the CUSTCMB combine step, which writes the
      *             cycle's single RUNHIST and RUNCTL records instead.
      * 2026-10-15  Customers erased by CUSTERAS are kept out: a valid
      *             ID on the ERASESUP suppression list is counted as
      *             erased and written nowhere - not extracted, not
      *             suspended, not routed to DUPOUT - so an erased
      *             customer the upstream feed still sends is never
      *             re-created. The count rides on the checkpoint,
      *             PARTCTL and RUNCTL (64 bytes) and is tied out in
      *             reconciliation. A delta delete of an erased
      *             customer goes out with name and address blank.
      * 2026-10-15  A partition no longer keeps its own QUALMTD: its
      *             defect counts ride on PARTCTL (now 524 bytes) and
      *             CUSTCMB writes the one QUALRPT scorecard and month-
      *             to-date figure for the whole book. The partition's
      *             own QUALRPT shows tonight's slice only.
      * 2026-10-15  A restarted run's defect counts are partial (the
      *             checkpoint does not carry them), so they are shown
      *             on QUALRPT but no longer saved to QUALMTD. WHSEMAN
      *             is now emptied on every run that asks for the
      *             warehouse interface, refused runs and a WHSEOUT
      *             that will not open included. A partition's read
      *             tie-out error now shows its other-partition count.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGE-RPT-STATUS.

      * Nightly data-quality scorecard - eyeballs only, so LINE
      * SEQUENTIAL like the other reports.
           SELECT OPTIONAL QUALITY-RPT ASSIGN TO "QUALRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUALITY-RPT-STATUS.

      * Single-record month-to-date defect accumulator, read and
      * rewritten every run. Parsed by column, so fixed-position
      * SEQUENTIAL like the other machine-read files.
           SELECT OPTIONAL QUALITY-MTD ASSIGN TO "QUALMTD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-QUALITY-MTD-STATUS.

      * Delimited warehouse interface and its manifest. The rows are
      * variable-length by design (the loader splits on the pipe, not
      * by column), so LINE SEQUENTIAL - trailing spaces stripped on
      * WRITE cost nothing here.
           SELECT OPTIONAL WAREHOUSE-OUT ASSIGN TO "WHSEOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WAREHOUSE-OUT-STATUS.

           SELECT OPTIONAL WAREHOUSE-MANIFEST ASSIGN TO "WHSEMAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WAREHOUSE-MAN-STATUS.

           SELECT OPTIONAL WAREHOUSE-PARM ASSIGN TO "WHSEPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WAREHOUSE-PARM-STATUS.

      * Partition range for a partitioned run. Absent on a normal
      * single-stream night.
           SELECT OPTIONAL PARTITION-PARM ASSIGN TO "PARTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTITION-PARM-STATUS.

      * A partition's hand-off to CUSTCMB, rewritten every run like
      * RUNCTL. Parsed by column, so fixed-position SEQUENTIAL like the
      * other machine-read outputs.
           SELECT OPTIONAL PARTITION-CONTROL ASSIGN TO "PARTCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARTITION-CTL-STATUS.

           SELECT OPTIONAL PARM-FILE ASSIGN TO "PARMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

      * Customers erased on a verified legal request, kept by CUSTERAS
      * and read here by key only. Absent until the first erasure.
           SELECT OPTIONAL ERASURE-SUPPRESS ASSIGN TO "ERASESUP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ES-ID
               FILE STATUS IS WS-ERASURE-SUP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-IN

       FD  RESTART-FILE
           RECORDING MODE IS F.
       01  RESTART-FILE-RECORD     PIC X(98).

       FD  MASKED-OUT
           RECORDING MODE IS F
           05  PE-RECORD-TYPE           PIC X(1).
           05  PE-CUSTOMER-DATA         PIC X(84).
           05  PE-ACTION-CODE           PIC X(1).
           05  FILLER                   PIC X(54).
           05  PE-SOURCE-SYSTEM         PIC X(1).
           05  FILLER                   PIC X(19).

       FD  SNAPSHOT-OUT
           RECORDING MODE IS F

       FD  RUN-CONTROL
           RECORDING MODE IS F
           RECORD CONTAINS 64 CHARACTERS.
       01  RUN-CONTROL-RECORD      PIC X(64).

       FD  CHANGE-RPT
           RECORDING MODE IS F.
       01  CHANGE-RPT-RECORD       PIC X(80).

       FD  QUALITY-RPT
           RECORDING MODE IS F.
       01  QUALITY-RPT-RECORD      PIC X(80).

       FD  QUALITY-MTD
           RECORDING MODE IS F
           RECORD CONTAINS 465 CHARACTERS.
       01  QUALITY-MTD-RECORD      PIC X(465).

       FD  WAREHOUSE-OUT
           RECORDING MODE IS F.
       01  WAREHOUSE-OUT-RECORD    PIC X(200).

       FD  WAREHOUSE-MANIFEST
           RECORDING MODE IS F.
       01  WAREHOUSE-MAN-RECORD    PIC X(80).

       FD  WAREHOUSE-PARM
           RECORDING MODE IS F.
       01  WAREHOUSE-PARM-RECORD   PIC X(3).

       FD  PARTITION-PARM
           RECORDING MODE IS F.
       01  PARTITION-PARM-RECORD   PIC X(14).

       FD  PARTITION-CONTROL
           RECORDING MODE IS F
           RECORD CONTAINS 524 CHARACTERS.
       01  PARTITION-CONTROL-RECORD PIC X(524).

       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PARM-FILE-RECORD        PIC X(7).

      * Suppression record as CUSTERAS 2200-ADD-SUPPRESSION writes it.
       FD  ERASURE-SUPPRESS
           RECORD CONTAINS 30 CHARACTERS.
       01  ERASURE-SUPPRESS-RECORD.
           05  ES-ID                    PIC 9(5).
           05  ES-ERASE-DATE            PIC 9(8).
           05  ES-REQUEST-REF           PIC X(10).
           05  FILLER                   PIC X(7).

       WORKING-STORAGE SECTION.
       01  WS-EOF-SWITCH           PIC X(1)    VALUE "N".
           88  WS-EOF                          VALUE "Y".
           05  DR-CITY                  PIC X(18).
           05  DR-STATE                 PIC X(2).
           05  DR-POSTAL-CODE           PIC X(9).
      * Source-system code of the record, as CI-SOURCE-SYSTEM.
           05  DR-SOURCE-SYSTEM         PIC X(1).
           05  FILLER                   PIC X(19).

       01  HEADER-RECORD REDEFINES WS-OUTPUT-AREA.
           05  HR-RECORD-TYPE           PIC X(1).

       01  WS-DUPLICATE-COUNT       PIC 9(7)    VALUE ZERO.

      * Erasure suppression. The check is on once ERASESUP opens (05
      * is the normal case before anyone has been erased).
       01  WS-ERASURE-SUP-STATUS    PIC X(2)    VALUE "00".
       01  WS-ERASURE-CHECK-SWITCH  PIC X(1)    VALUE "N".
           88  WS-ERASURE-CHECK-ON              VALUE "Y".
       01  WS-ERASED-SWITCH         PIC X(1)    VALUE "N".
           88  WS-ERASED-CUSTOMER               VALUE "Y".
       01  WS-ERASED-COUNT          PIC 9(7)    VALUE ZERO.

       01  WS-RESTART-OPTION        PIC X(8)    VALUE SPACES.

       01  WS-CHECKPOINT-INTERVAL   PIC 9(7)    VALUE 1000.
           05  WS-CKPT-CLOSED-COUNT PIC 9(7)    VALUE ZERO.
           05  FILLER               PIC X(1)    VALUE SPACE.
           05  WS-CKPT-UNKNWN-COUNT PIC 9(7)    VALUE ZERO.
           05  FILLER               PIC X(1)    VALUE SPACE.
           05  WS-CKPT-WHSE-HASH    PIC 9(12)   VALUE ZERO.
           05  FILLER               PIC X(1)    VALUE SPACE.
           05  WS-CKPT-OUTSIDE-COUNT
                                    PIC 9(7)    VALUE ZERO.
           05  FILLER               PIC X(1)    VALUE SPACE.
           05  WS-CKPT-ERASED-COUNT PIC 9(7)    VALUE ZERO.

       01  WS-EXPECTED-WRITTEN      PIC 9(7)    VALUE ZERO.

           05  FILLER  PIC X(26) VALUE "mqhkzvxwbjdgylnrtcapufesio".
           05  FILLER  PIC X(10) VALUE "7391568240".

      *****************************************************************
      * Warehouse interface. One delimited row per extract detail, in
      * the column order of WS-WH-HEADING-ROW. Each field goes out with
      * its trailing spaces dropped and any pipe in the data blanked,
      * so a stray delimiter in a name cannot shift the columns.
      *****************************************************************
       01  WS-WAREHOUSE-OUT-STATUS  PIC X(2)    VALUE "00".
       01  WS-WAREHOUSE-MAN-STATUS  PIC X(2)    VALUE "00".
       01  WS-WAREHOUSE-PARM-STATUS PIC X(2)    VALUE "00".

       01  WS-WAREHOUSE-OPTION      PIC X(3)    VALUE "NO".
           88  WS-WAREHOUSE-ON                  VALUE "YES".
           88  WS-WAREHOUSE-OFF                 VALUE "NO" SPACES.

       01  WS-WAREHOUSE-OPEN-SWITCH PIC X(1)    VALUE "N".
           88  WS-WAREHOUSE-OPEN                VALUE "Y".

      * Set once WHSEPARM asks for the interface on a run that can
      * produce it, and never cleared - a refused run or a WHSEOUT
      * that will not open still owes the loader an empty manifest.
       01  WS-WAREHOUSE-REQ-SWITCH  PIC X(1)    VALUE "N".
           88  WS-WAREHOUSE-REQUESTED           VALUE "Y".

       01  WS-RUN-CONTROL-OK-SWITCH PIC X(1)    VALUE "N".
           88  WS-RUN-CONTROL-WRITTEN           VALUE "Y".

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

      * Manifest: RUN_DATE|MODE|RECORD_COUNT|ID_HASH_TOTAL, with the
      * two totals zero-filled to fixed width.
       01  WS-WH-MANIFEST-LINE      PIC X(80).

      *****************************************************************
      * Partitioned run. PARTPARM names the partition and its ID range:
      *   cols 1-2 partition number, 4-8 low ID, 10-14 high ID.
      * Records outside the range are read, sequence-checked and
      * counted, nothing more. Records with an unusable ID (non-numeric,
      * zero or above WS-MAX-VALID-ID) have no range, so the partition
      * starting at ID 00001 takes them - every record belongs to
      * exactly one partition.
      *****************************************************************
       01  WS-PARTITION-PARM-STATUS PIC X(2)    VALUE "00".
       01  WS-PARTITION-CTL-STATUS  PIC X(2)    VALUE "00".

       01  WS-PARTITION-SWITCH      PIC X(1)    VALUE "N".
           88  WS-PARTITIONED                   VALUE "Y".

       01  WS-PARTITION-PARM-LINE.
           05  WS-PART-NUMBER       PIC X(2).
           05  FILLER               PIC X(1).
           05  WS-PART-LOW-ID       PIC X(5).
           05  FILLER               PIC X(1).
           05  WS-PART-HIGH-ID      PIC X(5).
       01  WS-PARTITION-PARM-NUM REDEFINES WS-PARTITION-PARM-LINE.
           05  WS-PART-NUMBER-NUM   PIC 9(2).
           05  FILLER               PIC X(1).
           05  WS-PART-LOW-NUM      PIC 9(5).
           05  FILLER               PIC X(1).
           05  WS-PART-HIGH-NUM     PIC 9(5).

       01  WS-PART-TEST-ID          PIC X(5).
       01  WS-PART-TEST-NUM REDEFINES WS-PART-TEST-ID
                                    PIC 9(5).

       01  WS-OUTSIDE-SWITCH        PIC X(1)    VALUE "N".
           88  WS-OUTSIDE-PARTITION             VALUE "Y".

       01  WS-PART-ID-USABLE-SWITCH PIC X(1)    VALUE "N".
           88  WS-PART-ID-USABLE                VALUE "Y".

       01  WS-OUTSIDE-COUNT         PIC 9(7)    VALUE ZERO.

      * Partition control record, as read by CUSTCMB. The dormancy and
      * data-quality tables ride along whole so the combine can print
      * one report of each.
       01  WS-PARTITION-CTL-LINE.
           05  WS-PC-RUN-DATE       PIC 9(8).
           05  WS-PC-MODE           PIC X(7).
           05  WS-PC-PARTITION      PIC X(2).
           05  WS-PC-LOW-ID         PIC X(5).
           05  WS-PC-HIGH-ID        PIC X(5).
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
           05  WS-PC-DORMANCY       PIC X(112).
           05  WS-PC-ERASED         PIC 9(7).
           05  WS-PC-QUALITY        PIC X(224).
           05  FILLER               PIC X(21).

       01  WS-PRIOR-EXTRACT-STATUS  PIC X(2)    VALUE "00".

      * "Active" means WS-PRIOR-DATA holds a prior-extract detail that
           05  WS-RC-SUSPENDED      PIC 9(7).
           05  FILLER               PIC X(1)    VALUE SPACE.
           05  WS-RC-DUPLICATES     PIC 9(7).
           05  FILLER               PIC X(1)    VALUE SPACE.
           05  WS-RC-ERASED         PIC 9(7).

       01  WS-ADD-COUNT             PIC 9(7)    VALUE ZERO.
       01  WS-CHANGE-COUNT          PIC 9(7)    VALUE ZERO.
           05  WS-CHG-TOT-COUNT     PIC Z(9)9.
           05  FILLER               PIC X(45)   VALUE SPACES.

      *****************************************************************
      * Field-level data-quality edits. Every defect has a reason code
      * and a set severity: S = the record is suspended (SUSPNS, and
      * not extracted), F = flagged only (an EXCPRPT line, which also
      * flags the master in CUSTLOAD, and the record goes through).
      * The code and description ride in the suspense reason or the
      * exception text; descriptions are kept to 26 characters so
      * either line carries them in full whichever severity is set.
      * The ID codes (DQ01-DQ03) must stay S - a record with no usable
      * key cannot be extracted.
      * Row order here is column order on the QUALRPT scorecard.
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
                   88  WS-DQ-SEV-SUSPEND        VALUE "S".
                   88  WS-DQ-SEV-FLAG           VALUE "F".
               10  WS-DQ-DESC       PIC X(30).

       01  WS-DQ-REASON-MAX         PIC 9(4)    VALUE 7.
       01  WS-DQ-SUB                PIC 9(4)    VALUE ZERO.

      * Reason text as it goes onto a suspense or exception line.
       01  WS-DQ-REASON-TEXT.
           05  WS-DQ-RT-CODE        PIC X(4).
           05  FILLER               PIC X(1)    VALUE SPACE.
           05  WS-DQ-RT-DESC        PIC X(30).

      * Source rows 1-3 are the CUSTCONS source-system codes; row 4
      * catches a blank or unrecognized code so nothing goes uncounted.
       01  WS-DQ-SOURCE-MAX         PIC 9(4)    VALUE 4.
       01  WS-DQ-SRC-SUB            PIC 9(4)    VALUE ZERO.

      * Tonight's counts - records read and defects by reason, per
      * source system.
       01  WS-DQ-TONIGHT-TABLE.
           05  WS-DQ-TONIGHT-ROW OCCURS 4 TIMES.
               10  WS-DQ-TN-READ    PIC 9(7).
               10  WS-DQ-TN-COUNT   PIC 9(7)    OCCURS 7 TIMES.

       01  WS-DQ-DEFECT-COUNT       PIC 9(7)    VALUE ZERO.

      * Set by the first suspend-severity defect on a record; later
      * defects on the same record are still counted (and flags still
      * printed) but the suspense line names the first reason only.
       01  WS-DQ-SUSPEND-SWITCH     PIC X(1)    VALUE "N".
           88  WS-DQ-SUSPENDED                  VALUE "Y".

      * Set by the activity-date edit for 2070-AGE-ACTIVITY-DATE - a
      * date that is not a real calendar date cannot be aged.
       01  WS-ACT-DATE-SWITCH       PIC X(1)    VALUE "N".
           88  WS-ACT-DATE-REAL                 VALUE "Y".

       01  WS-DAYS-IN-MONTH-VALUES.
           05  FILLER  PIC X(24) VALUE "312831303130313130313031".
       01  WS-DAYS-IN-MONTH-TABLE REDEFINES WS-DAYS-IN-MONTH-VALUES.
           05  WS-DAYS-IN-MONTH     PIC 9(2)    OCCURS 12 TIMES.

       01  WS-MONTH-DAYS            PIC 9(2)    VALUE ZERO.
       01  WS-LEAP-QUOTIENT         PIC 9(4)    VALUE ZERO.
       01  WS-LEAP-REM-4            PIC 9(4)    VALUE ZERO.
       01  WS-LEAP-REM-100          PIC 9(4)    VALUE ZERO.
       01  WS-LEAP-REM-400          PIC 9(4)    VALUE ZERO.

      * Customers suspended on a field edit in a DELTA run whose prior
      * image was carried into the snapshot unchanged.
       01  WS-HELD-PRIOR-COUNT      PIC 9(7)    VALUE ZERO.

      *****************************************************************
      * Month-to-date accumulator (QUALMTD). One record: the month it
      * covers, the run date of the last run folded in, the counts of
      * every earlier run date in the month (the base), and the last
      * run's own counts. Keeping the last run apart lets a rerun of
      * the same date replace its counts instead of adding them twice.
      *****************************************************************
       01  WS-QUALITY-MTD-STATUS    PIC X(2)    VALUE "00".
       01  WS-QUALITY-RPT-STATUS    PIC X(2)    VALUE "00".

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

       01  WS-QR-PARTITION-NOTE.
           05  FILLER               PIC X(10)   VALUE "PARTITION ".
           05  WS-QR-PART-NUMBER    PIC X(2).
           05  FILLER               PIC X(40)
               VALUE " ONLY - MONTH TO DATE IS ON THE COMBINED".
           05  FILLER               PIC X(28)
               VALUE " CUSTCMB SCORECARD".

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

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           ACCEPT WS-RESTART-OPTION FROM COMMAND-LINE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           INITIALIZE WS-DORMANCY-TABLE
           INITIALIZE WS-DQ-TONIGHT-TABLE
           PERFORM 1300-READ-OUTPUT-MODE
           PERFORM 1700-READ-PARTITION-PARM
           PERFORM 1600-READ-WAREHOUSE-OPTION

      * The checkpoint carries no position in PRIOREXT and no action
      * counts, so a delta run cannot be resumed mid-file - rerun it
               MOVE 16 TO RETURN-CODE
               SET WS-EOF TO TRUE
           ELSE
               PERFORM 1800-OPEN-ERASURE-LIST
               IF WS-EOF
                   CONTINUE
               ELSE
                   PERFORM 1500-VALIDATE-INBOUND-HEADER
               END-IF
           END-IF

      * Nothing downstream should be opened (let alone truncated by an
                   END-IF
               END-IF

               IF WS-WAREHOUSE-ON
                   PERFORM 1610-OPEN-WAREHOUSE
               END-IF

      * PRIOREXT is OPTIONAL so the first-ever delta run (no retained
      * extract yet) simply primes to end of file and every valid
      * input record goes out as an add.
               END-IF
           END-IF.

      * WHSEPARM is optional - a missing file, a blank line or NO all
      * leave the warehouse interface off. A value that is neither YES
      * nor NO is treated the way an unrecognized PARMFILE mode is:
      * warned about and defaulted, here to off. Summary runs write no
      * detail rows, so there is nothing to send the warehouse.
       1600-READ-WAREHOUSE-OPTION.
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
           END-IF
      * A partition's manifest could only vouch for its own slice; the
      * combine step builds the warehouse file from the whole extract.
           IF WS-WAREHOUSE-ON AND WS-PARTITIONED
               DISPLAY "PARTITIONED RUN - WAREHOUSE EXTRACT IS BUILT "
                   "BY THE COMBINE STEP"
               MOVE "NO" TO WS-WAREHOUSE-OPTION
           END-IF
           IF WS-WAREHOUSE-ON
               SET WS-WAREHOUSE-REQUESTED TO TRUE
           END-IF.

      * Same keep-and-extend rule on a restart as CUSTOMER-OUT: status
      * 05 means the file did not exist yet and still needs its column-
      * name row.
       1610-OPEN-WAREHOUSE.
           IF WS-RESTART-OPTION = "RESTART"
               OPEN EXTEND WAREHOUSE-OUT
           ELSE
               OPEN OUTPUT WAREHOUSE-OUT
           END-IF
           IF WS-WAREHOUSE-OUT-STATUS NOT = "00"
                   AND WS-WAREHOUSE-OUT-STATUS NOT = "05"
               DISPLAY "UNABLE TO OPEN WAREHOUSE-OUT - FILE STATUS "
                   WS-WAREHOUSE-OUT-STATUS
               MOVE 8 TO RETURN-CODE
               MOVE "NO" TO WS-WAREHOUSE-OPTION
           ELSE
               SET WS-WAREHOUSE-OPEN TO TRUE
               IF WS-RESTART-OPTION NOT = "RESTART"
                OR WS-WAREHOUSE-OUT-STATUS = "05"
                   WRITE WAREHOUSE-OUT-RECORD FROM WS-WH-HEADING-ROW
               END-IF
           END-IF.

      * A PARTPARM that is present but unusable refuses the run - a
      * guessed range would leave the combine short of customers or
      * carrying them twice. Nothing has been opened yet, so the prior
      * outputs stay intact, and the PARTCTL record this run still
      * leaves carries the RC 16 that fails the combine.
       1700-READ-PARTITION-PARM.
           OPEN INPUT PARTITION-PARM
           IF WS-PARTITION-PARM-STATUS = "00"
               SET WS-PARTITIONED TO TRUE
               MOVE SPACES TO WS-PARTITION-PARM-LINE
               READ PARTITION-PARM INTO WS-PARTITION-PARM-LINE
                   AT END
                       CONTINUE
               END-READ
               CLOSE PARTITION-PARM
               IF WS-PART-NUMBER NOT NUMERIC
                OR WS-PART-LOW-ID NOT NUMERIC
                OR WS-PART-HIGH-ID NOT NUMERIC
                   DISPLAY "INVALID PARTITION RANGE IN PARTPARM - "
                       "RUN REFUSED"
                   MOVE 16 TO RETURN-CODE
                   SET WS-EOF TO TRUE
               ELSE
                   IF WS-PART-NUMBER-NUM = ZERO
                    OR WS-PART-LOW-NUM = ZERO
                    OR WS-PART-HIGH-NUM < WS-PART-LOW-NUM
                       DISPLAY "INVALID PARTITION RANGE IN PARTPARM - "
                           "RUN REFUSED"
                       MOVE 16 TO RETURN-CODE
                       SET WS-EOF TO TRUE
                   ELSE
                       DISPLAY "PARTITION " WS-PART-NUMBER " - IDS "
                           WS-PART-LOW-ID " THROUGH " WS-PART-HIGH-ID
                   END-IF
               END-IF
           END-IF.

      * ERASESUP is OPTIONAL - until the first erasure there is none
      * (OPEN INPUT answers 05) and so nobody to check for. A list that
      * exists but will not open is another matter: going on without
      * it could re-create an erased customer, so the run stops here,
      * before any output is opened.
       1800-OPEN-ERASURE-LIST.
           OPEN INPUT ERASURE-SUPPRESS
           EVALUATE WS-ERASURE-SUP-STATUS
               WHEN "00"
                   SET WS-ERASURE-CHECK-ON TO TRUE
               WHEN "05"
                   CLOSE ERASURE-SUPPRESS
               WHEN OTHER
                   DISPLAY "UNABLE TO OPEN ERASURE SUPPRESSION LIST - "
                       "FILE STATUS " WS-ERASURE-SUP-STATUS
                       " - RUN REFUSED"
                   MOVE 16 TO RETURN-CODE
                   SET WS-EOF TO TRUE
           END-EVALUATE.

       1200-WRITE-HEADER.
           PERFORM 1420-BUILD-HEADER
           MOVE WS-OUTPUT-AREA TO CUSTOMER-OUT-RECORD
               MOVE WS-RECORDS-WRITTEN TO WS-MASKED-WRITTEN
           END-IF

      * Another partition's records read before the checkpoint are
      * still part of this partition's read count, so their count
      * resumes too - older checkpoints read back blank, as above.
           IF WS-CKPT-OUTSIDE-COUNT NUMERIC
               MOVE WS-CKPT-OUTSIDE-COUNT TO WS-OUTSIDE-COUNT
           ELSE
               MOVE ZERO TO WS-OUTSIDE-COUNT
           END-IF
           IF WS-CKPT-ERASED-COUNT NUMERIC
               MOVE WS-CKPT-ERASED-COUNT TO WS-ERASED-COUNT
           ELSE
               MOVE ZERO TO WS-ERASED-COUNT
           END-IF

      * The warehouse rows mirror the real extract the same way. A
      * checkpoint from before the hash total was carried reads back
      * blank; the total then restarts at zero and the loader's hash
      * check refuses the file rather than loading a partial count.
           IF WS-WAREHOUSE-ON
               MOVE WS-RECORDS-WRITTEN TO WS-WHSE-WRITTEN
               IF WS-CKPT-WHSE-HASH NUMERIC
                   MOVE WS-CKPT-WHSE-HASH TO WS-WHSE-HASH-TOTAL
               ELSE
                   MOVE ZERO TO WS-WHSE-HASH-TOTAL
               END-IF
           END-IF

      * The sequence check resumes from the last ID the checkpoint saw
      * so a duplicate or out-of-sequence record straddling the restart
      * point is still caught. A checkpoint taken on an invalid-ID
                   PERFORM 2015-CAPTURE-INBOUND-TRAILER
                   PERFORM 2100-READ-CUSTOMER-IN
               ELSE
                   MOVE "N" TO WS-OUTSIDE-SWITCH
                   IF WS-PARTITIONED
                       PERFORM 2020-CHECK-PARTITION
                   END-IF
                   IF WS-OUTSIDE-PARTITION
                       PERFORM 2025-PASS-OUTSIDE-RECORD
                   ELSE
                       PERFORM 2005-PROCESS-ONE-RECORD
                   END-IF
               END-IF
           END-IF.

      * Another partition's record still advances the sequence anchor
      * and is still held to the ordering contract, so a misordered
      * file abends every partition, not just the one that owns the
      * record. Equal IDs are the owner's duplicate, not an error here,
      * and an unusable ID anchors nothing, as in 2010-CHECK-SEQUENCE.
       2020-CHECK-PARTITION.
           MOVE CI-ID TO WS-PART-TEST-ID
           PERFORM 2022-TEST-PARTITION-ID
           IF WS-OUTSIDE-PARTITION
               ADD 1 TO WS-OUTSIDE-COUNT
               IF WS-PART-ID-USABLE
                   IF WS-PART-TEST-NUM < WS-PREV-ID
                       SET WS-OUT-OF-SEQUENCE TO TRUE
                       DISPLAY "CUSTOMER-IN OUT OF SEQUENCE - ID "
                           WS-PART-TEST-ID " FOLLOWS ID " WS-PREV-ID
                           " AT RECORD " WS-RECORDS-READ
                       MOVE 16 TO RETURN-CODE
                       SET WS-EOF TO TRUE
                   ELSE
                       MOVE WS-PART-TEST-NUM TO WS-PREV-ID
                   END-IF
               END-IF
           END-IF.

       2022-TEST-PARTITION-ID.
           MOVE "N" TO WS-OUTSIDE-SWITCH
           MOVE "N" TO WS-PART-ID-USABLE-SWITCH
           IF WS-PART-TEST-ID NUMERIC
               IF WS-PART-TEST-NUM NOT = ZERO
                AND WS-PART-TEST-NUM NOT > WS-MAX-VALID-ID
                   SET WS-PART-ID-USABLE TO TRUE
               END-IF
           END-IF
           IF WS-PART-ID-USABLE
               IF WS-PART-TEST-NUM < WS-PART-LOW-NUM
                OR WS-PART-TEST-NUM > WS-PART-HIGH-NUM
                   SET WS-OUTSIDE-PARTITION TO TRUE
               END-IF
           ELSE
               IF WS-PART-LOW-NUM NOT = 1
                   SET WS-OUTSIDE-PARTITION TO TRUE
               END-IF
           END-IF.

       2025-PASS-OUTSIDE-RECORD.
           IF WS-OUT-OF-SEQUENCE
               CONTINUE
           ELSE
               IF WS-SINCE-LAST-CKPT >= WS-CHECKPOINT-INTERVAL
                   PERFORM 2110-WRITE-CHECKPOINT
               END-IF
               PERFORM 2100-READ-CUSTOMER-IN
           END-IF.

      * The trailer itself is a control record, not input data - back
      * it out of the running read count so WS-RECORDS-READ stays a
      * count of detail records, which is what both the trailer
       2005-PROCESS-ONE-RECORD.
           MOVE CUSTOMER-IN-RECORD TO WS-INPUT-DATA
           MOVE CI-SOURCE-SYSTEM TO WS-SOURCE-SYSTEM
           MOVE "N" TO WS-DQ-SUSPEND-SWITCH
           MOVE "N" TO WS-ERASED-SWITCH
           PERFORM 2330-FIND-SOURCE-ROW
           ADD 1 TO WS-DQ-TN-READ (WS-DQ-SRC-SUB)

      * This blank check runs ahead of (and independent from) ID
      * validation - an all-spaces input record is still reportable as

           PERFORM 2050-VALIDATE-ID

           IF WS-ID-VALID AND WS-ERASURE-CHECK-ON
               PERFORM 2055-CHECK-ERASURE-LIST
           END-IF

           IF WS-ID-VALID
               PERFORM 2010-CHECK-SEQUENCE
           END-IF

      * An erased customer still anchors the sequence check, but its
      * record goes nowhere at all - not even to suspense, which would
      * carry the name and address straight back into the cycle.
           IF WS-ID-VALID AND WS-IN-SEQUENCE
               MOVE WS-ID TO WS-PREV-ID
               IF WS-ERASED-CUSTOMER
                   ADD 1 TO WS-ERASED-COUNT
               ELSE
                   PERFORM 2300-EDIT-FIELDS
               END-IF
           END-IF

      * A suspend-severity field edit takes the record out here, the
      * same as a bad ID - it is neither extracted nor routed. Its ID
      * is good, so in a DELTA run the prior image is held rather than
      * reported downstream as a delete.
           IF WS-ID-VALID AND WS-IN-SEQUENCE AND WS-DQ-SUSPENDED
            AND NOT WS-ERASED-CUSTOMER
               PERFORM 2060-WRITE-SUSPENSE
               IF WS-MODE-DELTA
                   PERFORM 3060-HOLD-PRIOR-IMAGE
               END-IF
           END-IF

           IF WS-ID-VALID AND WS-IN-SEQUENCE AND NOT WS-DQ-SUSPENDED
            AND NOT WS-ERASED-CUSTOMER
      * Parsed once per record - 2120-BUILD-CURRENT-DETAIL runs once
      * for the status split and again for the main extract, and the
      * ADDRRPT line must not come out twice.
           ELSE
               IF WS-ID = WS-PREV-ID
                   SET WS-DUPLICATE-ID TO TRUE
                   IF WS-ERASED-CUSTOMER
                       ADD 1 TO WS-ERASED-COUNT
                   ELSE
                       PERFORM 2030-WRITE-DUPLICATE
                   END-IF
               END-IF
           END-IF.

      * 9060-RECONCILE-COUNTS instead of being reported as success.
           IF WS-CUSTOMER-OUT-STATUS = "00"
               ADD 1 TO WS-RECORDS-WRITTEN
               IF WS-WAREHOUSE-OPEN
                   PERFORM 2130-WRITE-WAREHOUSE-ROW
               END-IF
           ELSE
               DISPLAY "ERROR WRITING CUSTOMER-OUT - FILE "
                   "STATUS " WS-CUSTOMER-OUT-STATUS
           END-IF.

      * Built from the detail just written, so a masked run still
      * sends the warehouse real data (the scramble happens after this)
      * and delta rows carry their A/C/D action code.
       2130-WRITE-WAREHOUSE-ROW.
           MOVE SPACES TO WS-WH-ROW
           MOVE 1 TO WS-WH-POINTER
           STRING DR-ID DELIMITED BY SIZE
               INTO WS-WH-ROW WITH POINTER WS-WH-POINTER
           MOVE DR-NAME TO WS-WH-FIELD
           PERFORM 2135-APPEND-WAREHOUSE-FIELD
           MOVE DR-ADDRESS TO WS-WH-FIELD
           PERFORM 2135-APPEND-WAREHOUSE-FIELD
           MOVE DR-ACCOUNT-STATUS TO WS-WH-FIELD
           PERFORM 2135-APPEND-WAREHOUSE-FIELD
           MOVE DR-LAST-ACTIVITY-DATE TO WS-WH-FIELD
           PERFORM 2135-APPEND-WAREHOUSE-FIELD
           MOVE DR-STREET TO WS-WH-FIELD
           PERFORM 2135-APPEND-WAREHOUSE-FIELD
           MOVE DR-CITY TO WS-WH-FIELD
           PERFORM 2135-APPEND-WAREHOUSE-FIELD
           MOVE DR-STATE TO WS-WH-FIELD
           PERFORM 2135-APPEND-WAREHOUSE-FIELD
           MOVE DR-POSTAL-CODE TO WS-WH-FIELD
           PERFORM 2135-APPEND-WAREHOUSE-FIELD
           MOVE DR-SOURCE-SYSTEM TO WS-WH-FIELD
           PERFORM 2135-APPEND-WAREHOUSE-FIELD
           MOVE DR-ACTION-CODE TO WS-WH-FIELD
           PERFORM 2135-APPEND-WAREHOUSE-FIELD
           WRITE WAREHOUSE-OUT-RECORD FROM WS-WH-ROW
           IF WS-WAREHOUSE-OUT-STATUS = "00"
               ADD 1 TO WS-WHSE-WRITTEN
               ADD DR-ID TO WS-WHSE-HASH-TOTAL
           ELSE
               DISPLAY "ERROR WRITING WAREHOUSE-OUT - FILE STATUS "
                   WS-WAREHOUSE-OUT-STATUS
           END-IF.

      * Delimiter, then the field up to its last non-blank character.
      * An all-blank field leaves an empty column between delimiters.
       2135-APPEND-WAREHOUSE-FIELD.
           INSPECT WS-WH-FIELD REPLACING ALL WS-WH-DELIMITER BY SPACE
           STRING WS-WH-DELIMITER DELIMITED BY SIZE
               INTO WS-WH-ROW WITH POINTER WS-WH-POINTER
           MOVE 40 TO WS-WH-FIELD-LEN
           PERFORM 2136-BACK-OVER-SPACE
               UNTIL WS-WH-FIELD-LEN = ZERO
                  OR WS-WH-FIELD (WS-WH-FIELD-LEN:1) NOT = SPACE
           IF WS-WH-FIELD-LEN > ZERO
               STRING WS-WH-FIELD (1:WS-WH-FIELD-LEN)
                   DELIMITED BY SIZE
                   INTO WS-WH-ROW WITH POINTER WS-WH-POINTER
           END-IF.

       2136-BACK-OVER-SPACE.
           SUBTRACT 1 FROM WS-WH-FIELD-LEN.

      * Before using WS-OUTPUT-AREA in any output statement, explicitly
      * populate it with the desired data.
       2120-BUILD-CURRENT-DETAIL.
           MOVE SPACES TO WS-OUTPUT-AREA
           MOVE "D" TO DR-RECORD-TYPE
           MOVE WS-INPUT-DATA TO DR-CUSTOMER-DATA
           MOVE WS-SOURCE-SYSTEM TO DR-SOURCE-SYSTEM
           IF WS-ADDR-PARSED
               MOVE WS-PARSED-STREET TO DR-STREET
               MOVE WS-PARSED-CITY   TO DR-CITY
           ADD 1 TO WS-TRIM-SUB.

       2070-AGE-ACTIVITY-DATE.
      * A blank, garbled, zero, or impossible activity date (failed
      * in 2320-EDIT-ACTIVITY-DATE) cannot be aged - it is counted for
      * the control report (upstream feed quality) and the account
      * stays out of the dormancy buckets rather than being guessed
      * into one.
           IF NOT WS-ACT-DATE-REAL
               ADD 1 TO WS-BAD-ACT-DATE-COUNT
           ELSE
               MOVE WS-LAST-ACTIVITY-DATE TO WS-ACTIVITY-DATE
           END-EVALUATE.

      * An unrecognized status code is a reportable feed-quality
      * problem, not just a record in the wrong bucket - the DQ07
      * field edit has already put it on the exception report; this
      * gives it its seat in CUSTUNKN.
       2095-ROUTE-UNKNOWN-STATUS.
           MOVE WS-OUTPUT-AREA TO UNKNOWN-OUT-RECORD
           WRITE UNKNOWN-OUT-RECORD
           ELSE
               DISPLAY "ERROR WRITING UNKNOWN-OUT - FILE STATUS "
                   WS-UNKNOWN-OUT-STATUS
           END-IF.

      * Scramble only the fields that identify someone - DR-NAME and
      * DR-ADDRESS plus the street and city parsed from the address.

           IF WS-ID NOT NUMERIC
               SET WS-ID-INVALID TO TRUE
               MOVE 1 TO WS-DQ-SUB
               PERFORM 2310-RECORD-DEFECT
           ELSE
               IF WS-ID = ZERO
                   SET WS-ID-INVALID TO TRUE
                   MOVE 2 TO WS-DQ-SUB
                   PERFORM 2310-RECORD-DEFECT
               ELSE
                   IF WS-ID > WS-MAX-VALID-ID
                       SET WS-ID-INVALID TO TRUE
                       MOVE 3 TO WS-DQ-SUB
                       PERFORM 2310-RECORD-DEFECT
                   END-IF
               END-IF
           END-IF

           IF WS-ID-INVALID
               PERFORM 2060-WRITE-SUSPENSE
           END-IF.

      * Status 23 (not on the list) is the everyday answer. Any other
      * failed read is reported and the record treated as erased: one
      * customer held back for a night is recoverable, one re-created
      * after a legal erasure is not.
       2055-CHECK-ERASURE-LIST.
           MOVE WS-ID TO ES-ID
           READ ERASURE-SUPPRESS
           EVALUATE WS-ERASURE-SUP-STATUS
               WHEN "00"
                   SET WS-ERASED-CUSTOMER TO TRUE
               WHEN "23"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR READING ERASURE SUPPRESSION LIST FOR "
                       WS-ID " - FILE STATUS " WS-ERASURE-SUP-STATUS
                       " - RECORD HELD BACK"
                   SET WS-ERASED-CUSTOMER TO TRUE
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

       2060-WRITE-SUSPENSE.
           ADD 1 TO WS-SUSPENSE-COUNT
           MOVE WS-SUSPENSE-COUNT TO WS-SUSP-SEQ-NO
           MOVE WS-SOURCE-SYSTEM  TO WS-SUSP-SOURCE
           WRITE SUSPENSE-FILE-RECORD FROM WS-SUSPENSE-LINE.

      *****************************************************************
      * Field edits on a record whose ID passed. Every edit runs, so
      * the scorecard counts every defect a record carries; the first
      * suspend-severity defect decides the record's fate and names
      * the suspense line.
      *****************************************************************
       2300-EDIT-FIELDS.
           IF WS-NAME = SPACES
               MOVE 4 TO WS-DQ-SUB
               PERFORM 2310-RECORD-DEFECT
           END-IF

           PERFORM 2320-EDIT-ACTIVITY-DATE

           IF WS-ACCOUNT-STATUS NOT = "A"
            AND WS-ACCOUNT-STATUS NOT = "I"
            AND WS-ACCOUNT-STATUS NOT = "C"
               MOVE 7 TO WS-DQ-SUB
               PERFORM 2310-RECORD-DEFECT
           END-IF.

      * Counts the defect in WS-DQ-SUB against the record's source
      * system, then applies its severity: a suspend sets up the
      * suspense reason (first one only), a flag writes an exception
      * line. The caller writes the suspense line itself.
       2310-RECORD-DEFECT.
           ADD 1 TO WS-DQ-TN-COUNT (WS-DQ-SRC-SUB, WS-DQ-SUB)
           ADD 1 TO WS-DQ-DEFECT-COUNT
           MOVE WS-DQ-CODE (WS-DQ-SUB) TO WS-DQ-RT-CODE
           MOVE WS-DQ-DESC (WS-DQ-SUB) TO WS-DQ-RT-DESC

           IF WS-DQ-SEV-SUSPEND (WS-DQ-SUB)
               IF NOT WS-DQ-SUSPENDED
                   SET WS-DQ-SUSPENDED TO TRUE
                   MOVE WS-DQ-REASON-TEXT TO WS-SUSP-REASON
               END-IF
           ELSE
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE WS-EXCEPTION-COUNT TO WE-SEQ-NO
               MOVE WS-ID   TO WE-ID
               MOVE WS-NAME TO WE-NAME
               MOVE WS-DQ-REASON-TEXT TO WE-TEXT
               MOVE WS-SOURCE-SYSTEM TO WE-SOURCE
               WRITE EXCEPTION-RPT-RECORD FROM WS-EXCEPTION-LINE
           END-IF.

      * A real date is numeric, from 1900 on, with a month of 1-12
      * and a day that exists in that month (February 29 only in a
      * leap year). A real date after the run date is a separate
      * defect - it is still aged, as current, by 2070.
       2320-EDIT-ACTIVITY-DATE.
           MOVE "N" TO WS-ACT-DATE-SWITCH

           IF WS-LAST-ACTIVITY-DATE NUMERIC
               MOVE WS-LAST-ACTIVITY-DATE TO WS-ACTIVITY-DATE
               IF WS-ACT-YEAR >= 1900
                AND WS-ACT-MONTH >= 1 AND WS-ACT-MONTH <= 12
                AND WS-ACT-DAY >= 1
                   PERFORM 2325-SET-MONTH-DAYS
                   IF WS-ACT-DAY <= WS-MONTH-DAYS
                       SET WS-ACT-DATE-REAL TO TRUE
                   END-IF
               END-IF
           END-IF

           IF WS-ACT-DATE-REAL
               IF WS-ACTIVITY-DATE > WS-RUN-DATE
                   MOVE 6 TO WS-DQ-SUB
                   PERFORM 2310-RECORD-DEFECT
               END-IF
           ELSE
               MOVE 5 TO WS-DQ-SUB
               PERFORM 2310-RECORD-DEFECT
           END-IF.

       2325-SET-MONTH-DAYS.
           MOVE WS-DAYS-IN-MONTH (WS-ACT-MONTH) TO WS-MONTH-DAYS
           IF WS-ACT-MONTH = 2
               DIVIDE WS-ACT-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-4
               DIVIDE WS-ACT-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-100
               DIVIDE WS-ACT-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-400
               IF WS-LEAP-REM-400 = ZERO
                OR (WS-LEAP-REM-4 = ZERO AND WS-LEAP-REM-100 NOT = ZERO)
                   MOVE 29 TO WS-MONTH-DAYS
               END-IF
           END-IF.

      * Scorecard row for the record's source-system code.
       2330-FIND-SOURCE-ROW.
           EVALUATE WS-SOURCE-SYSTEM
               WHEN "1"
                   MOVE 1 TO WS-DQ-SRC-SUB
               WHEN "2"
                   MOVE 2 TO WS-DQ-SRC-SUB
               WHEN "3"
                   MOVE 3 TO WS-DQ-SRC-SUB
               WHEN OTHER
                   MOVE 4 TO WS-DQ-SRC-SUB
           END-EVALUATE.

       2200-LOG-EMPTY-OUTPUT.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE WS-EXCEPTION-COUNT TO WE-SEQ-NO
           MOVE WS-CLOSED-COUNT    TO WS-CKPT-CLOSED-COUNT
           MOVE WS-UNKNOWN-STATUS-COUNT
                                   TO WS-CKPT-UNKNWN-COUNT
           MOVE WS-WHSE-HASH-TOTAL TO WS-CKPT-WHSE-HASH
           MOVE WS-OUTSIDE-COUNT   TO WS-CKPT-OUTSIDE-COUNT
           MOVE WS-ERASED-COUNT    TO WS-CKPT-ERASED-COUNT
           WRITE RESTART-FILE-RECORD FROM WS-CHECKPOINT-LINE
           IF WS-RESTART-FILE-STATUS NOT = "00"
               DISPLAY "WARNING - CHECKPOINT WRITE FAILED - FILE "
                   WS-SNAPSHOT-OUT-STATUS
           END-IF.

      * A customer suspended on a field edit still exists upstream -
      * only tonight's image of it is unusable. Deleting it from the
      * delta would tell every downstream consumer it is gone, so its
      * prior image goes to the snapshot unchanged (tomorrow's match
      * base) and nothing goes to the delta. Prior IDs passed on the
      * way are real deletes, as in 3000-DELTA-COMPARE.
       3060-HOLD-PRIOR-IMAGE.
           PERFORM 3020-WRITE-PRIOR-DELETE
               UNTIL NOT WS-PRIOR-ACTIVE
                  OR WP-ID >= WS-ID

           IF RETURN-CODE = 16
               CONTINUE
           ELSE
               IF WS-PRIOR-ACTIVE AND WP-ID = WS-ID
                   WRITE SNAPSHOT-OUT-RECORD FROM PRIOR-EXTRACT-RECORD
                   IF WS-SNAPSHOT-OUT-STATUS = "00"
                       ADD 1 TO WS-SNAPSHOT-COUNT
                       ADD 1 TO WS-HELD-PRIOR-COUNT
                   ELSE
                       DISPLAY "ERROR WRITING SNAPSHOT-OUT - FILE "
                           "STATUS " WS-SNAPSHOT-OUT-STATUS
                   END-IF
                   PERFORM 3010-GET-NEXT-PRIOR
               END-IF
           END-IF.

       3010-GET-NEXT-PRIOR.
           MOVE "N" TO WS-PRIOR-ACTIVE-SWITCH
           PERFORM 3015-READ-PRIOR-EXTRACT
                           SET WS-EOF TO TRUE
                       ELSE
                           MOVE PE-CUSTOMER-DATA TO WS-PRIOR-DATA
                           PERFORM 3017-CHECK-PRIOR-PARTITION
                       END-IF
                   END-IF
           END-READ.

      * A partition matches only its own slice of the prior extract -
      * every other partition's customers would otherwise go out from
      * here as deletes.
       3017-CHECK-PRIOR-PARTITION.
           MOVE "N" TO WS-OUTSIDE-SWITCH
           IF WS-PARTITIONED
               MOVE WP-ID TO WS-PART-TEST-ID
               PERFORM 2022-TEST-PARTITION-ID
           END-IF
           IF NOT WS-OUTSIDE-PARTITION
               SET WS-PRIOR-ACTIVE TO TRUE
           END-IF.

       3020-WRITE-PRIOR-DELETE.
           MOVE SPACES TO WS-OUTPUT-AREA
           MOVE "D" TO DR-RECORD-TYPE
           MOVE WS-PRIOR-DATA TO DR-CUSTOMER-DATA
           MOVE PE-SOURCE-SYSTEM TO DR-SOURCE-SYSTEM
           MOVE "D" TO DR-ACTION-CODE
           IF WS-ERASURE-CHECK-ON
               PERFORM 3025-BLANK-ERASED-DELETE
           END-IF
           PERFORM 2040-WRITE-EXTRACT-RECORD
           ADD 1 TO WS-DELETE-COUNT
           PERFORM 3010-GET-NEXT-PRIOR.

      * CUSTERAS blanks an erased customer in the retained snapshot,
      * but a PRIOREXT kept from before the erasure still carries the
      * name and address - the delete tells downstream the ID is gone
      * without repeating them.
       3025-BLANK-ERASED-DELETE.
           MOVE WP-ID TO ES-ID
           READ ERASURE-SUPPRESS
           IF WS-ERASURE-SUP-STATUS = "00"
               MOVE SPACES TO DR-NAME
               MOVE SPACES TO DR-ADDRESS
           END-IF.

      * Prior-extract customers with IDs beyond the last input record
      * were dropped upstream - they go out as deletes before the
      * trailer is written.
           PERFORM 9055-WRITE-STATUS-TRAILERS
           PERFORM 9060-RECONCILE-COUNTS
           PERFORM 9070-WRITE-DORMANCY-REPORT
      * A partition's defect counts are one slice of the book - CUSTCMB
      * folds the summed PARTCTL tables into the one QUALMTD.
           IF NOT WS-PARTITIONED
               PERFORM 9020-ACCUMULATE-QUALITY-MTD
           END-IF
           PERFORM 9030-WRITE-QUALITY-SCORECARD
           PERFORM 9100-PRINT-SUMMARY
      * A partition is not the cycle - CUSTCMB writes the one RUNHIST
      * and RUNCTL record once every partition's PARTCTL checks out.
           IF WS-PARTITIONED
               PERFORM 9096-WRITE-PARTITION-CONTROL
           ELSE
               PERFORM 9090-WRITE-RUN-HISTORY
               PERFORM 9095-WRITE-RUN-CONTROL
           END-IF
           IF WS-WAREHOUSE-REQUESTED
               PERFORM 9097-WRITE-WAREHOUSE-MANIFEST
           END-IF
           IF WS-WAREHOUSE-OPEN
               CLOSE WAREHOUSE-OUT
           END-IF
           CLOSE CUSTOMER-IN
           CLOSE CUSTOMER-OUT
           CLOSE EXCEPTION-RPT
               PERFORM 9085-WRITE-CHANGE-TOTALS
               CLOSE CHANGE-RPT
           END-IF
           IF WS-ERASURE-CHECK-ON
               CLOSE ERASURE-SUPPRESS
           END-IF
           CLOSE RESTART-FILE.

      * Per-field run totals at the bottom of the change audit, so
           MOVE WS-CHG-ACT-ONLY-COUNT   TO WS-CHG-TOT-COUNT
           WRITE CHANGE-RPT-RECORD FROM WS-CHANGE-TOTAL-LINE.

      *****************************************************************
      * Folds tonight's defect counts into the month-to-date record.
      * A new month starts from zero; a new run date in the same
      * month moves the last run's counts into the base first; a
      * rerun of the last run date simply replaces that run's counts.
      * An abended run's counts are partial, so the file is left as
      * it was - the rerun will supply the real figures. So are a
      * restarted run's: the checkpoint does not carry the defect
      * counts, and a partial row saved here would be rolled into the
      * base by the next run date and understate the month for good.
      *****************************************************************
       9020-ACCUMULATE-QUALITY-MTD.
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
                   PERFORM 9022-ROLL-ONE-SOURCE
                       VARYING WS-DQ-SRC-SUB FROM 1 BY 1
                       UNTIL WS-DQ-SRC-SUB > WS-DQ-SOURCE-MAX
                   ADD 1 TO WS-QM-BASE-RUNS
               END-IF
           END-IF

           MOVE WS-RUN-DATE TO WS-QM-LAST-RUN-DATE
           PERFORM 9024-SAVE-TONIGHT-ROW
               VARYING WS-DQ-SRC-SUB FROM 1 BY 1
               UNTIL WS-DQ-SRC-SUB > WS-DQ-SOURCE-MAX
           COMPUTE WS-QM-MTD-RUNS = WS-QM-BASE-RUNS + 1

           EVALUATE TRUE
               WHEN RETURN-CODE = 16
                   DISPLAY "QUALITY MONTH-TO-DATE NOT UPDATED - RUN "
                       "ABENDED"
               WHEN WS-RESTART-OPTION = "RESTART"
                   DISPLAY "QUALITY MONTH-TO-DATE NOT UPDATED - "
                       "RESTARTED RUN COUNTS ARE PARTIAL"
               WHEN OTHER
                   PERFORM 9026-SAVE-QUALITY-MTD
           END-EVALUATE.

       9026-SAVE-QUALITY-MTD.
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

       9022-ROLL-ONE-SOURCE.
           ADD WS-QM-LAST-READ (WS-DQ-SRC-SUB)
               TO WS-QM-BASE-READ (WS-DQ-SRC-SUB)
           PERFORM 9023-ROLL-ONE-REASON
               VARYING WS-DQ-SUB FROM 1 BY 1
               UNTIL WS-DQ-SUB > WS-DQ-REASON-MAX.

       9023-ROLL-ONE-REASON.
           ADD WS-QM-LAST-COUNT (WS-DQ-SRC-SUB, WS-DQ-SUB)
               TO WS-QM-BASE-COUNT (WS-DQ-SRC-SUB, WS-DQ-SUB).

       9024-SAVE-TONIGHT-ROW.
           MOVE WS-DQ-TONIGHT-ROW (WS-DQ-SRC-SUB)
               TO WS-QM-LAST-ROW (WS-DQ-SRC-SUB).

      * The scorecard goes to the acquired-book owners, so like the
      * dormancy report it is written even when the run abends, with
      * the month-to-date block marked as not saved.
       9030-WRITE-QUALITY-SCORECARD.
           OPEN OUTPUT QUALITY-RPT
           IF WS-QUALITY-RPT-STATUS NOT = "00"
                   AND WS-QUALITY-RPT-STATUS NOT = "05"
               DISPLAY "UNABLE TO OPEN QUALITY-RPT - FILE STATUS "
                   WS-QUALITY-RPT-STATUS
           ELSE
               MOVE WS-RUN-DATE TO WS-QR-HDG-DATE
               WRITE QUALITY-RPT-RECORD FROM WS-QR-HEADING-1
      * The checkpoint does not carry the defect counts either.
               IF WS-RESTART-OPTION = "RESTART"
                   WRITE QUALITY-RPT-RECORD FROM WS-DORM-RESTART-NOTE
               END-IF
               WRITE QUALITY-RPT-RECORD FROM WS-QR-SEVERITY-NOTE

               MOVE SPACES TO QUALITY-RPT-RECORD
               WRITE QUALITY-RPT-RECORD
               WRITE QUALITY-RPT-RECORD FROM WS-QR-TONIGHT-TITLE
               SET WS-QR-TONIGHT TO TRUE
               PERFORM 9032-WRITE-SCORECARD-BLOCK

               MOVE SPACES TO QUALITY-RPT-RECORD
               WRITE QUALITY-RPT-RECORD
               IF WS-PARTITIONED
                   MOVE WS-PART-NUMBER TO WS-QR-PART-NUMBER
                   WRITE QUALITY-RPT-RECORD FROM WS-QR-PARTITION-NOTE
               ELSE
                   MOVE WS-QM-YEAR     TO WS-QR-MTD-YEAR
                   MOVE WS-QM-MON      TO WS-QR-MTD-MON
                   MOVE WS-QM-MTD-RUNS TO WS-QR-MTD-RUNS
                   WRITE QUALITY-RPT-RECORD FROM WS-QR-MTD-TITLE
                   EVALUATE TRUE
                       WHEN RETURN-CODE = 16
                           WRITE QUALITY-RPT-RECORD
                               FROM WS-QR-NOT-SAVED-NOTE
                       WHEN WS-RESTART-OPTION = "RESTART"
                           WRITE QUALITY-RPT-RECORD
                               FROM WS-QR-RESTART-NOTE
                   END-EVALUATE
                   SET WS-QR-MONTH-TO-DATE TO TRUE
                   PERFORM 9032-WRITE-SCORECARD-BLOCK
               END-IF

               CLOSE QUALITY-RPT
           END-IF.

       9032-WRITE-SCORECARD-BLOCK.
           WRITE QUALITY-RPT-RECORD FROM WS-QR-COLUMN-HEADING
           INITIALIZE WS-QR-COL-TOTALS
           PERFORM 9034-WRITE-REASON-ROW
               VARYING WS-DQ-SUB FROM 1 BY 1
               UNTIL WS-DQ-SUB > WS-DQ-REASON-MAX

           MOVE SPACES          TO WS-QR-CODE
           MOVE SPACE           TO WS-QR-SEV
           MOVE "TOTAL DEFECTS" TO WS-QR-DESC
           PERFORM 9036-MOVE-TOTAL-CELL
               VARYING WS-DQ-SRC-SUB FROM 1 BY 1
               UNTIL WS-DQ-SRC-SUB > WS-DQ-SOURCE-MAX
           WRITE QUALITY-RPT-RECORD FROM WS-QR-DETAIL-LINE

           MOVE "RECORDS READ"  TO WS-QR-DESC
           PERFORM 9037-MOVE-READ-CELL
               VARYING WS-DQ-SRC-SUB FROM 1 BY 1
               UNTIL WS-DQ-SRC-SUB > WS-DQ-SOURCE-MAX
           WRITE QUALITY-RPT-RECORD FROM WS-QR-DETAIL-LINE.

       9034-WRITE-REASON-ROW.
           MOVE WS-DQ-CODE (WS-DQ-SUB)     TO WS-QR-CODE
           MOVE WS-DQ-SEVERITY (WS-DQ-SUB) TO WS-QR-SEV
           MOVE WS-DQ-DESC (WS-DQ-SUB)     TO WS-QR-DESC
           PERFORM 9035-MOVE-REASON-CELL
               VARYING WS-DQ-SRC-SUB FROM 1 BY 1
               UNTIL WS-DQ-SRC-SUB > WS-DQ-SOURCE-MAX
           WRITE QUALITY-RPT-RECORD FROM WS-QR-DETAIL-LINE.

       9035-MOVE-REASON-CELL.
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

       9036-MOVE-TOTAL-CELL.
           MOVE WS-QR-COL-TOTAL (WS-DQ-SRC-SUB)
               TO WS-QR-COUNT (WS-DQ-SRC-SUB).

       9037-MOVE-READ-CELL.
           IF WS-QR-TONIGHT
               MOVE WS-DQ-TN-READ (WS-DQ-SRC-SUB) TO WS-QR-CELL
           ELSE
               COMPUTE WS-QR-CELL =
                   WS-QM-BASE-READ (WS-DQ-SRC-SUB)
                   + WS-DQ-TN-READ (WS-DQ-SRC-SUB)
           END-IF
           MOVE WS-QR-CELL TO WS-QR-COUNT (WS-DQ-SRC-SUB).

       9040-VERIFY-INBOUND-TRAILER.
           IF NOT WS-INBOUND-TRAILER-SEEN
               DISPLAY "INBOUND TRAILER MISSING FROM CUSTOMER-IN - "
           ELSE
               COMPUTE WS-EXPECTED-WRITTEN =
                   WS-RECORDS-WRITTEN + WS-SUSPENSE-COUNT
                   + WS-DUPLICATE-COUNT + WS-OUTSIDE-COUNT
                   + WS-ERASED-COUNT

               IF WS-RECORDS-READ NOT = WS-EXPECTED-WRITTEN
                   IF WS-PARTITIONED
                       DISPLAY "RECONCILIATION ERROR - RECORDS READ "
                           WS-RECORDS-READ " DOES NOT EQUAL WRITTEN "
                           WS-RECORDS-WRITTEN " PLUS SUSPENDED "
                           WS-SUSPENSE-COUNT " PLUS DUPLICATES "
                           WS-DUPLICATE-COUNT " PLUS ERASED "
                           WS-ERASED-COUNT " PLUS OTHER PARTITIONS "
                           WS-OUTSIDE-COUNT
                   ELSE
                       DISPLAY "RECONCILIATION ERROR - RECORDS READ "
                           WS-RECORDS-READ " DOES NOT EQUAL WRITTEN "
                           WS-RECORDS-WRITTEN " PLUS SUSPENDED "
                           WS-SUSPENSE-COUNT " PLUS DUPLICATES "
                           WS-DUPLICATE-COUNT " PLUS ERASED "
                           WS-ERASED-COUNT
                   END-IF
                   MOVE 8 TO RETURN-CODE
                   MOVE "ERR" TO WS-RECON-RESULT
               ELSE
                   DISPLAY "RECONCILIATION OK - MASKED EXTRACT "
                       "MATCHES RECORDS WRITTEN"
               END-IF
           END-IF

      * Likewise the warehouse rows - the manifest count is only worth
      * publishing if it is the extract's own count.
           IF WS-WAREHOUSE-OPEN AND RETURN-CODE NOT = 16
               IF WS-WHSE-WRITTEN NOT = WS-RECORDS-WRITTEN
                   DISPLAY "RECONCILIATION ERROR - WAREHOUSE ROWS "
                       WS-WHSE-WRITTEN " DO NOT MATCH RECORDS "
                       "WRITTEN " WS-RECORDS-WRITTEN
                   MOVE 8 TO RETURN-CODE
                   MOVE "ERR" TO WS-RECON-RESULT
               ELSE
                   DISPLAY "RECONCILIATION OK - WAREHOUSE ROWS "
                       "MATCH RECORDS WRITTEN"
               END-IF
           END-IF.

      * Every valid record went to exactly one split file, so the four
               + WS-CLOSED-COUNT + WS-UNKNOWN-STATUS-COUNT
           COMPUTE WS-VALID-RECORDS =
               WS-RECORDS-READ - WS-SUSPENSE-COUNT
               - WS-DUPLICATE-COUNT - WS-OUTSIDE-COUNT
               - WS-ERASED-COUNT

           IF WS-STATUS-TOTAL NOT = WS-VALID-RECORDS
               DISPLAY "RECONCILIATION ERROR - STATUS FILE COUNTS "
           COMPUTE WS-EXPECTED-WRITTEN =
               WS-ADD-COUNT + WS-CHANGE-COUNT + WS-UNCHANGED-COUNT
               + WS-SUSPENSE-COUNT + WS-DUPLICATE-COUNT
               + WS-OUTSIDE-COUNT + WS-ERASED-COUNT

           IF WS-RECORDS-READ NOT = WS-EXPECTED-WRITTEN
               IF WS-PARTITIONED
                   DISPLAY "RECONCILIATION ERROR - RECORDS READ "
                       WS-RECORDS-READ " DO NOT TIE OUT TO ADDS "
                       WS-ADD-COUNT " CHANGES " WS-CHANGE-COUNT
                       " UNCHANGED " WS-UNCHANGED-COUNT " SUSPENDED "
                       WS-SUSPENSE-COUNT " DUPLICATES "
                       WS-DUPLICATE-COUNT " ERASED " WS-ERASED-COUNT
                       " OTHER PARTITIONS " WS-OUTSIDE-COUNT
               ELSE
                   DISPLAY "RECONCILIATION ERROR - RECORDS READ "
                       WS-RECORDS-READ " DO NOT TIE OUT TO ADDS "
                       WS-ADD-COUNT " CHANGES " WS-CHANGE-COUNT
                       " UNCHANGED " WS-UNCHANGED-COUNT " SUSPENDED "
                       WS-SUSPENSE-COUNT " DUPLICATES "
                       WS-DUPLICATE-COUNT " ERASED " WS-ERASED-COUNT
               END-IF
               MOVE 8 TO RETURN-CODE
               MOVE "ERR" TO WS-RECON-RESULT
           ELSE
                   MOVE "ERR" TO WS-RECON-RESULT
               ELSE
      * Third equation: the snapshot must hold the full current state,
      * one record per valid input record plus each prior image held
      * for a field-edit suspension - a short snapshot retained as
      * PRIOREXT would poison every later delta.
                   COMPUTE WS-EXPECTED-WRITTEN =
                       WS-ADD-COUNT + WS-CHANGE-COUNT
                       + WS-UNCHANGED-COUNT + WS-HELD-PRIOR-COUNT
                   IF WS-SNAPSHOT-COUNT NOT = WS-EXPECTED-WRITTEN
                       DISPLAY "RECONCILIATION ERROR - SNAPSHOT "
                           "RECORDS " WS-SNAPSHOT-COUNT " DO NOT TIE "
               MOVE WS-RECORDS-WRITTEN TO WS-RC-RECORDS-WRITTEN
               MOVE WS-SUSPENSE-COUNT  TO WS-RC-SUSPENDED
               MOVE WS-DUPLICATE-COUNT TO WS-RC-DUPLICATES
               MOVE WS-ERASED-COUNT    TO WS-RC-ERASED
               WRITE RUN-CONTROL-RECORD FROM WS-RUN-CONTROL-LINE
               IF WS-RUN-CONTROL-STATUS NOT = "00"
                   DISPLAY "WARNING - RUN-CONTROL WRITE FAILED - "
                       "FILE STATUS " WS-RUN-CONTROL-STATUS
               ELSE
                   SET WS-RUN-CONTROL-WRITTEN TO TRUE
               END-IF
               CLOSE RUN-CONTROL
           END-IF.

      * Rewritten every run, abends and refusals included, the same
      * rule as RUNCTL - CUSTCMB must see a failed partition fail.
       9096-WRITE-PARTITION-CONTROL.
           OPEN OUTPUT PARTITION-CONTROL
           IF WS-PARTITION-CTL-STATUS NOT = "00"
                   AND WS-PARTITION-CTL-STATUS NOT = "05"
               DISPLAY "WARNING - UNABLE TO OPEN PARTITION-CONTROL - "
                   "FILE STATUS " WS-PARTITION-CTL-STATUS
                   " - THE COMBINE STEP WILL REFUSE THIS CYCLE"
           ELSE
               INITIALIZE WS-PARTITION-CTL-LINE
               MOVE WS-RUN-DATE        TO WS-PC-RUN-DATE
               MOVE WS-OUTPUT-MODE     TO WS-PC-MODE
               MOVE WS-PART-NUMBER     TO WS-PC-PARTITION
               MOVE WS-PART-LOW-ID     TO WS-PC-LOW-ID
               MOVE WS-PART-HIGH-ID    TO WS-PC-HIGH-ID
               MOVE RETURN-CODE        TO WS-PC-RETURN-CODE
               MOVE WS-RECON-RESULT    TO WS-PC-RECON-RESULT
               IF WS-RESTART-OPTION = "RESTART"
                   MOVE "Y" TO WS-PC-RESTARTED
               ELSE
                   MOVE "N" TO WS-PC-RESTARTED
               END-IF
               MOVE WS-RECORDS-READ    TO WS-PC-RECORDS-READ
               MOVE WS-OUTSIDE-COUNT   TO WS-PC-OUTSIDE
               MOVE WS-RECORDS-WRITTEN TO WS-PC-WRITTEN
               MOVE WS-SUSPENSE-COUNT  TO WS-PC-SUSPENDED
               MOVE WS-EXCEPTION-COUNT TO WS-PC-FLAGGED
               MOVE WS-DUPLICATE-COUNT TO WS-PC-DUPLICATES
               MOVE WS-ADD-COUNT       TO WS-PC-ADDS
               MOVE WS-CHANGE-COUNT    TO WS-PC-CHANGES
               MOVE WS-DELETE-COUNT    TO WS-PC-DELETES
               MOVE WS-UNCHANGED-COUNT TO WS-PC-UNCHANGED
               MOVE WS-SNAPSHOT-COUNT  TO WS-PC-SNAPSHOT
               MOVE WS-MASKED-WRITTEN  TO WS-PC-MASKED
               MOVE WS-ACTIVE-COUNT    TO WS-PC-ACTIVE
               MOVE WS-INACTIVE-COUNT  TO WS-PC-INACTIVE
               MOVE WS-CLOSED-COUNT    TO WS-PC-CLOSED
               MOVE WS-UNKNOWN-STATUS-COUNT TO WS-PC-UNKNOWN
               MOVE WS-ESCHEAT-COUNT   TO WS-PC-ESCHEAT
               MOVE WS-UNPARSED-ADDR-COUNT TO WS-PC-UNPARSED
               MOVE WS-DORMANCY-TABLE  TO WS-PC-DORMANCY
               MOVE WS-ERASED-COUNT    TO WS-PC-ERASED
               MOVE WS-DQ-TONIGHT-TABLE TO WS-PC-QUALITY
               WRITE PARTITION-CONTROL-RECORD
                   FROM WS-PARTITION-CTL-LINE
               IF WS-PARTITION-CTL-STATUS NOT = "00"
                   DISPLAY "WARNING - PARTITION-CONTROL WRITE FAILED "
                       "- FILE STATUS " WS-PARTITION-CTL-STATUS
               END-IF
               CLOSE PARTITION-CONTROL
           END-IF.

      * The manifest is the warehouse loader's go signal, so it goes
      * out only behind a clean RUNCTL - written, return code zero,
      * reconciled OK - using the same tests CUSTLOAD applies - and a
      * WHSEOUT that actually opened. Any other run that asked for the
      * interface, refused and WHSEOUT-open failures included, still
      * opens WHSEMAN for OUTPUT and leaves it empty, so last night's
      * manifest cannot vouch for tonight's rows.
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
                          WS-OUTPUT-MODE     DELIMITED BY SPACE
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
           DISPLAY "RECORDS READ...........: " WS-RECORDS-READ
           DISPLAY "RECORDS WRITTEN........: " WS-RECORDS-WRITTEN
           IF WS-PARTITIONED
               DISPLAY "PARTITION..............: " WS-PART-NUMBER
                   " IDS " WS-PART-LOW-ID "-" WS-PART-HIGH-ID
               DISPLAY "OTHER PARTITIONS' RECS.: " WS-OUTSIDE-COUNT
           END-IF
           DISPLAY "EXCEPTION RPT LINES....: " WS-EXCEPTION-COUNT
           DISPLAY "RECORDS SUSPENDED......: " WS-SUSPENSE-COUNT
           DISPLAY "DUPLICATE IDS ROUTED...: " WS-DUPLICATE-COUNT
           DISPLAY "ERASED - SUPPRESSED....: " WS-ERASED-COUNT
           DISPLAY "ACTIVE RECORDS ROUTED..: " WS-ACTIVE-COUNT
           DISPLAY "INACTIVE RECORDS ROUTED: " WS-INACTIVE-COUNT
           DISPLAY "CLOSED RECORDS ROUTED..: " WS-CLOSED-COUNT
           DISPLAY "ESCHEAT CANDIDATES.....: " WS-ESCHEAT-COUNT
           DISPLAY "UNUSABLE ACTIVITY DATES: " WS-BAD-ACT-DATE-COUNT
           DISPLAY "UNPARSEABLE ADDRESSES..: " WS-UNPARSED-ADDR-COUNT
           DISPLAY "DATA-QUALITY DEFECTS...: " WS-DQ-DEFECT-COUNT
           IF WS-WAREHOUSE-OPEN
               DISPLAY "WAREHOUSE ROWS WRITTEN.: " WS-WHSE-WRITTEN
               DISPLAY "WAREHOUSE ID HASH TOTAL: " WS-WHSE-HASH-TOTAL
           END-IF
           IF WS-MODE-DELTA
               DISPLAY "DELTA ADDS.............: " WS-ADD-COUNT
               DISPLAY "DELTA CHANGES..........: " WS-CHANGE-COUNT
               DISPLAY "DELTA DELETES..........: " WS-DELETE-COUNT
               DISPLAY "DELTA UNCHANGED........: " WS-UNCHANGED-COUNT
               DISPLAY "SNAPSHOT RECORDS.......: " WS-SNAPSHOT-COUNT
               DISPLAY "PRIOR IMAGES HELD......: " WS-HELD-PRIOR-COUNT
               DISPLAY "NAME CHANGES...........: " WS-CHG-NAME-COUNT
               DISPLAY "ADDRESS CHANGES........: "
                   WS-CHG-ADDRESS-COUNT

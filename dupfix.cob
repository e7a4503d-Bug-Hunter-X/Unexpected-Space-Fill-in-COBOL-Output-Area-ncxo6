      *             source-system code CUSTEXTR stamps - shown on
      *             DUPRPT and carried onto replacement and pending
      *             records.
      * 2026-10-15  CUSTMSTR record widened to 160 bytes to match
      *             CUSTLOAD (source system and parsed address).
      * 2026-10-15  CUSTMSTR record widened to 180 bytes (derived
      *             last name) and its alternate name and postal-
      *             code keys declared, to match CUSTLOAD.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ML-ID
               ALTERNATE RECORD KEY IS ML-LAST-NAME WITH DUPLICATES
               ALTERNATE RECORD KEY IS ML-POSTAL-CODE WITH DUPLICATES
               FILE STATUS IS WS-CUSTOMER-MST-STATUS.

           SELECT OPTIONAL DISPOSITION-IN ASSIGN TO "DUPTXN"
       01  DUPLICATE-IN-RECORD     PIC X(85).

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

       FD  DISPOSITION-IN
           RECORDING MODE IS F.

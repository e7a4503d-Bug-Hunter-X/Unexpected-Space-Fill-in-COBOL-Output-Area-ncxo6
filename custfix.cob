      *             with a nonzero return code stops this program
      *             with RC 16 rather than correcting suspense items
      *             off a stale or half-written cycle.
      * 2026-10-15  RUNCTL record widened to 64 bytes (erased-customer
      *             count appended) to match CUSTEXTR.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE SECTION.
       FD  RUN-CONTROL
           RECORDING MODE IS F
           RECORD CONTAINS 64 CHARACTERS.
       01  RUN-CONTROL-RECORD      PIC X(64).

       FD  SUSPENSE-IN
           RECORDING MODE IS F.
           05  WS-RC-SUSPENDED     PIC 9(7).
           05  FILLER              PIC X(1).
           05  WS-RC-DUPLICATES    PIC 9(7).
           05  FILLER              PIC X(1).
           05  WS-RC-ERASED        PIC 9(7).

       01  WS-SUSPENSE-READ        PIC 9(7)    VALUE ZERO.
       01  WS-CORRECTED-COUNT      PIC 9(7)    VALUE ZERO.

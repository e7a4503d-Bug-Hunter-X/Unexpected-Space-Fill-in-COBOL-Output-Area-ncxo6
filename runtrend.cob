      *             is not trustworthy until the rerun). A date
      *             mismatch only warns - month-end reporting
      *             legitimately runs after the last cycle's date.
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

       FD  HISTORY-IN
           RECORDING MODE IS F
           05  WS-RC-SUSPENDED     PIC 9(7).
           05  FILLER              PIC X(1).
           05  WS-RC-DUPLICATES    PIC 9(7).
           05  FILLER              PIC X(1).
           05  WS-RC-ERASED        PIC 9(7).

      * Run-history line as written by CUSTEXTR 9090-WRITE-RUN-HISTORY.
       01  WS-HISTORY-LINE.

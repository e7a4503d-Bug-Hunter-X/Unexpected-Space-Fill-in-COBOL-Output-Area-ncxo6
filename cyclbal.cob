       IDENTIFICATION DIVISION.
       PROGRAM-ID. CYCLBAL.
      *****************************************************************
      * CYCLBAL - End-to-end nightly cycle balancing.
      *
      * Runs last in the nightly chain. Each step already ties out
      * its own inputs against its own outputs; this program proves
      * the count leaving one step is the count entering the next.
      * It gathers every step's control record for the run date and
      * prints one cycle balance sheet (CYCLRPT), a line per handoff:
      *
      *   CONSCTL  - CUSTCONS step control (CONSOUT written)
      *   MRGECTL  - CUSTMRGE step control (RAWIN read, MERGEOUT
      *              written, corrections merged, records superseded)
      *   ARCHCTL  - CUSTARCH step control (FEEDIN read, LIVEOUT kept,
      *              accounts archived)
      *   RUNCTL   - CUSTEXTR run control (CUSTIN read, CUSTOUT
      *              written, suspended, duplicates)
      *   LOADCTL  - CUSTLOAD step control (CUSTOUT details read,
      *              masters loaded, duplicate keys, delta deletes,
      *              suspense items read)
      *
      * Each handoff line shows the count on each side, the
      * difference, the part of it the step's own counts explain
      * (archived, merged corrections, suspended, duplicates), and
      * whatever is left unexplained. The sheet ends with a verdict:
      *
      *   RC 0  - every handoff balances.
      *   RC 8  - at least one handoff is out of balance.
      *   RC 16 - a step control record is missing, belongs to
      *           another date, or shows the step ended nonzero - the
      *           cycle cannot be balanced until that step is rerun.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  Initial version - nothing proved the chain's
      *             handoffs lined up unless somebody noticed an odd
      *             number on the sysout.
      * 2026-10-15  RUNCTL grew to 64 bytes; the extract's count of
      *             customers held back as erased is the third count
      *             explaining CUSTEXTR -> CUSTOUT.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CONS-CONTROL ASSIGN TO "CONSCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONS-CONTROL-STATUS.

           SELECT OPTIONAL MRGE-CONTROL ASSIGN TO "MRGECTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MRGE-CONTROL-STATUS.

           SELECT OPTIONAL ARCH-CONTROL ASSIGN TO "ARCHCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCH-CONTROL-STATUS.

           SELECT OPTIONAL RUN-CONTROL ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

           SELECT OPTIONAL LOAD-CONTROL ASSIGN TO "LOADCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOAD-CONTROL-STATUS.

           SELECT OPTIONAL BALANCE-RPT ASSIGN TO "CYCLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCE-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONS-CONTROL
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  CONS-CONTROL-RECORD     PIC X(80).

       FD  MRGE-CONTROL
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  MRGE-CONTROL-RECORD     PIC X(80).

       FD  ARCH-CONTROL
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  ARCH-CONTROL-RECORD     PIC X(80).

       FD  RUN-CONTROL
           RECORDING MODE IS F
           RECORD CONTAINS 64 CHARACTERS.
       01  RUN-CONTROL-RECORD      PIC X(64).

       FD  LOAD-CONTROL
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  LOAD-CONTROL-RECORD     PIC X(80).

       FD  BALANCE-RPT
           RECORDING MODE IS F.
       01  BALANCE-RPT-RECORD      PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-PROGRAM-NAME         PIC X(8)    VALUE "CYCLBAL".
       01  WS-RUN-DATE             PIC 9(8).

      * Step-control line as written by the 9095-WRITE-STEP-CONTROL
      * paragraph of CUSTCONS, CUSTMRGE, CUSTARCH and CUSTLOAD. What
      * counts 1-5 hold is documented with each writer.
       01  WS-STEP-CONTROL-LINE.
           05  WS-SC-RUN-DATE      PIC 9(8).
           05  FILLER              PIC X(1).
           05  WS-SC-PROGRAM       PIC X(8).
           05  FILLER              PIC X(1).
           05  WS-SC-RETURN-CODE   PIC 9(2).
           05  FILLER              PIC X(1).
           05  WS-SC-RECORDS-IN    PIC 9(7).
           05  FILLER              PIC X(1).
           05  WS-SC-RECORDS-OUT   PIC 9(7).
           05  FILLER              PIC X(1).
           05  WS-SC-COUNT-1       PIC 9(7).
           05  FILLER              PIC X(1).
           05  WS-SC-COUNT-2       PIC 9(7).
           05  FILLER              PIC X(1).
           05  WS-SC-COUNT-3       PIC 9(7).
           05  FILLER              PIC X(1).
           05  WS-SC-COUNT-4       PIC 9(7).
           05  FILLER              PIC X(1).
           05  WS-SC-COUNT-5       PIC 9(7).
           05  FILLER              PIC X(4).

      * Run-control line as written by CUSTEXTR 9095-WRITE-RUN-CONTROL.
       01  WS-RUN-CONTROL-LINE.
           05  WS-RC-RUN-DATE      PIC 9(8).
           05  FILLER              PIC X(1).
           05  WS-RC-MODE          PIC X(7).
           05  FILLER              PIC X(1).
           05  WS-RC-RETURN-CODE   PIC 9(2).
           05  FILLER              PIC X(1).
           05  WS-RC-RECON-RESULT  PIC X(4).
           05  FILLER              PIC X(1).
           05  WS-RC-RECORDS-READ  PIC 9(7).
           05  FILLER              PIC X(1).
           05  WS-RC-RECORDS-WRITTEN
                                   PIC 9(7).
           05  FILLER              PIC X(1).
           05  WS-RC-SUSPENDED     PIC 9(7).
           05  FILLER              PIC X(1).
           05  WS-RC-DUPLICATES    PIC 9(7).
           05  FILLER              PIC X(1).
           05  WS-RC-ERASED        PIC 9(7).

      * One entry per step in chain order: 1 CUSTCONS, 2 CUSTMRGE,
      * 3 CUSTARCH, 4 CUSTEXTR, 5 CUSTLOAD. The extract's RUNCTL is
      * mapped onto the same shape - records in is read, records out
      * is written, count 1 suspended, count 2 duplicates, count 3
      * erased customers held back.
       01  WS-STEP-TABLE.
           05  WS-STEP-ENTRY OCCURS 5 TIMES.
               10  WS-ST-PROGRAM       PIC X(8).
               10  WS-ST-USABLE        PIC X(1).
               10  WS-ST-RUN-DATE      PIC 9(8).
               10  WS-ST-RC            PIC 9(2).
               10  WS-ST-IN            PIC 9(7).
               10  WS-ST-OUT           PIC 9(7).
               10  WS-ST-COUNT         PIC 9(7) OCCURS 5 TIMES.

       01  WS-CUR-STEP             PIC 9(1)    VALUE ZERO.

       01  WS-CTL-FOUND-SWITCH     PIC X(1)    VALUE "N".
           88  WS-CTL-FOUND                    VALUE "Y".

       01  WS-STEPS-UNUSABLE       PIC 9(3)    VALUE ZERO.
       01  WS-HANDOFFS-CHECKED     PIC 9(3)    VALUE ZERO.
       01  WS-HANDOFFS-OUT         PIC 9(3)    VALUE ZERO.
       01  WS-HANDOFFS-SKIPPED     PIC 9(3)    VALUE ZERO.

      * Work fields for one handoff line. The difference is TO minus
      * FROM; the explained amount is what the steps' own counts say
      * that difference should be (negative where records leave the
      * flow, positive where they join it).
       01  WS-HO-FROM-STEP         PIC 9(1)    VALUE ZERO.
       01  WS-HO-TO-STEP           PIC 9(1)    VALUE ZERO.
       01  WS-HO-FROM-COUNT        PIC 9(7)    VALUE ZERO.
       01  WS-HO-TO-COUNT          PIC 9(7)    VALUE ZERO.
       01  WS-HO-DIFFERENCE        PIC S9(8)   VALUE ZERO.
       01  WS-HO-EXPLAINED         PIC S9(8)   VALUE ZERO.
       01  WS-HO-UNEXPLAINED       PIC S9(8)   VALUE ZERO.

       01  WS-CONS-CONTROL-STATUS  PIC X(2)    VALUE "00".
       01  WS-MRGE-CONTROL-STATUS  PIC X(2)    VALUE "00".
       01  WS-ARCH-CONTROL-STATUS  PIC X(2)    VALUE "00".
       01  WS-RUN-CONTROL-STATUS   PIC X(2)    VALUE "00".
       01  WS-LOAD-CONTROL-STATUS  PIC X(2)    VALUE "00".
       01  WS-BALANCE-RPT-STATUS   PIC X(2)    VALUE "00".

       01  WS-RPT-HEADING-1.
           05  FILLER              PIC X(32)
               VALUE "NIGHTLY CYCLE BALANCE SHEET FOR ".
           05  WS-RPT-HDG-DATE     PIC 9(8).
           05  FILLER              PIC X(60)   VALUE SPACES.

       01  WS-STEP-HEADING.
           05  FILLER              PIC X(9)    VALUE "STEP".
           05  FILLER              PIC X(9)    VALUE "RUN DATE".
           05  FILLER              PIC X(3)    VALUE "RC".
           05  FILLER              PIC X(8)    VALUE "     IN".
           05  FILLER              PIC X(8)    VALUE "    OUT".
           05  FILLER              PIC X(63)   VALUE " STATUS".

       01  WS-STEP-LINE.
           05  WS-SL-PROGRAM       PIC X(8).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  WS-SL-RUN-DATE      PIC 9(8).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  WS-SL-RC            PIC 9(2).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  WS-SL-IN            PIC Z(6)9.
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  WS-SL-OUT           PIC Z(6)9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  WS-SL-STATUS        PIC X(40).
           05  FILLER              PIC X(22)   VALUE SPACES.

       01  WS-HANDOFF-HEADING.
           05  FILLER              PIC X(23)   VALUE "HANDOFF".
           05  FILLER              PIC X(8)    VALUE "   FROM".
           05  FILLER              PIC X(8)    VALUE "     TO".
           05  FILLER              PIC X(9)    VALUE "    DIFF".
           05  FILLER              PIC X(9)    VALUE "  EXPLND".
           05  FILLER              PIC X(9)    VALUE "  UNEXPL".
           05  FILLER              PIC X(30)   VALUE " EXPLAINED BY".
           05  FILLER              PIC X(4)    VALUE "STAT".

       01  WS-HANDOFF-LINE.
           05  WS-HL-LABEL         PIC X(22).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  WS-HL-FROM          PIC Z(6)9.
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  WS-HL-TO            PIC Z(6)9.
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  WS-HL-DIFFERENCE    PIC -(7)9.
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  WS-HL-EXPLAINED     PIC -(7)9.
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  WS-HL-UNEXPLAINED   PIC -(7)9.
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  WS-HL-EXPLANATION   PIC X(29).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  WS-HL-STATUS        PIC X(4).

      * Informational line under a handoff - counts that move records
      * without changing the total (a superseded record is swapped
      * one for one) or that add detail to the explanation.
       01  WS-NOTE-LINE.
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  WS-NL-TEXT          PIC X(44).
           05  WS-NL-COUNT         PIC Z(6)9.
           05  FILLER              PIC X(45)   VALUE SPACES.

       01  WS-VERDICT-LINE.
           05  FILLER              PIC X(9)    VALUE "VERDICT: ".
           05  WS-VL-TEXT          PIC X(91).

       01  WS-BLANK-LINE           PIC X(100)  VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-BALANCE-HANDOFFS
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           INITIALIZE WS-STEP-TABLE
           MOVE "CUSTCONS" TO WS-ST-PROGRAM (1)
           MOVE "CUSTMRGE" TO WS-ST-PROGRAM (2)
           MOVE "CUSTARCH" TO WS-ST-PROGRAM (3)
           MOVE "CUSTEXTR" TO WS-ST-PROGRAM (4)
           MOVE "CUSTLOAD" TO WS-ST-PROGRAM (5)

           OPEN OUTPUT BALANCE-RPT
           MOVE WS-RUN-DATE TO WS-RPT-HDG-DATE
           WRITE BALANCE-RPT-RECORD FROM WS-RPT-HEADING-1
           WRITE BALANCE-RPT-RECORD FROM WS-BLANK-LINE
           WRITE BALANCE-RPT-RECORD FROM WS-STEP-HEADING

           PERFORM 1100-READ-CONS-CONTROL
           PERFORM 1200-READ-MRGE-CONTROL
           PERFORM 1300-READ-ARCH-CONTROL
           PERFORM 1400-READ-RUN-CONTROL
           PERFORM 1500-READ-LOAD-CONTROL

           WRITE BALANCE-RPT-RECORD FROM WS-BLANK-LINE
           WRITE BALANCE-RPT-RECORD FROM WS-HANDOFF-HEADING.

      *****************************************************************
      * Control-record gathering. Every control file is OPTIONAL - a
      * step that never ran leaves no record, which is reported as
      * such rather than abending this program before the balance
      * sheet can say which step is missing.
      *****************************************************************
       1100-READ-CONS-CONTROL.
           MOVE 1 TO WS-CUR-STEP
           MOVE "N" TO WS-CTL-FOUND-SWITCH
           OPEN INPUT CONS-CONTROL
           IF WS-CONS-CONTROL-STATUS = "00"
               READ CONS-CONTROL INTO WS-STEP-CONTROL-LINE
                   NOT AT END
                       SET WS-CTL-FOUND TO TRUE
               END-READ
               CLOSE CONS-CONTROL
           END-IF
           PERFORM 1900-STORE-STEP-CONTROL.

       1200-READ-MRGE-CONTROL.
           MOVE 2 TO WS-CUR-STEP
           MOVE "N" TO WS-CTL-FOUND-SWITCH
           OPEN INPUT MRGE-CONTROL
           IF WS-MRGE-CONTROL-STATUS = "00"
               READ MRGE-CONTROL INTO WS-STEP-CONTROL-LINE
                   NOT AT END
                       SET WS-CTL-FOUND TO TRUE
               END-READ
               CLOSE MRGE-CONTROL
           END-IF
           PERFORM 1900-STORE-STEP-CONTROL.

       1300-READ-ARCH-CONTROL.
           MOVE 3 TO WS-CUR-STEP
           MOVE "N" TO WS-CTL-FOUND-SWITCH
           OPEN INPUT ARCH-CONTROL
           IF WS-ARCH-CONTROL-STATUS = "00"
               READ ARCH-CONTROL INTO WS-STEP-CONTROL-LINE
                   NOT AT END
                       SET WS-CTL-FOUND TO TRUE
               END-READ
               CLOSE ARCH-CONTROL
           END-IF
           PERFORM 1900-STORE-STEP-CONTROL.

      * The extract's RUNCTL is mapped onto the step-control shape so
      * one store paragraph judges all five steps the same way.
       1400-READ-RUN-CONTROL.
           MOVE 4 TO WS-CUR-STEP
           MOVE "N" TO WS-CTL-FOUND-SWITCH
           OPEN INPUT RUN-CONTROL
           IF WS-RUN-CONTROL-STATUS = "00"
               READ RUN-CONTROL INTO WS-RUN-CONTROL-LINE
                   NOT AT END
                       SET WS-CTL-FOUND TO TRUE
               END-READ
               CLOSE RUN-CONTROL
           END-IF
           MOVE SPACES TO WS-STEP-CONTROL-LINE
           IF WS-CTL-FOUND
               MOVE WS-RC-RUN-DATE        TO WS-SC-RUN-DATE
               MOVE "CUSTEXTR"            TO WS-SC-PROGRAM
               MOVE WS-RC-RETURN-CODE     TO WS-SC-RETURN-CODE
               MOVE WS-RC-RECORDS-READ    TO WS-SC-RECORDS-IN
               MOVE WS-RC-RECORDS-WRITTEN TO WS-SC-RECORDS-OUT
               MOVE WS-RC-SUSPENDED       TO WS-SC-COUNT-1
               MOVE WS-RC-DUPLICATES      TO WS-SC-COUNT-2
               MOVE WS-RC-ERASED          TO WS-SC-COUNT-3
               MOVE ZERO                  TO WS-SC-COUNT-4
               MOVE ZERO                  TO WS-SC-COUNT-5
           END-IF
           PERFORM 1900-STORE-STEP-CONTROL.

       1500-READ-LOAD-CONTROL.
           MOVE 5 TO WS-CUR-STEP
           MOVE "N" TO WS-CTL-FOUND-SWITCH
           OPEN INPUT LOAD-CONTROL
           IF WS-LOAD-CONTROL-STATUS = "00"
               READ LOAD-CONTROL INTO WS-STEP-CONTROL-LINE
                   NOT AT END
                       SET WS-CTL-FOUND TO TRUE
               END-READ
               CLOSE LOAD-CONTROL
           END-IF
           PERFORM 1900-STORE-STEP-CONTROL.

      * A step's counts are only usable when its record is present,
      * carries tonight's run date, and shows a zero return code. The
      * extract must also have run in a full-detail mode - summary
      * and delta runs do not write one detail per valid record, so
      * their written count cannot be carried to the load.
       1900-STORE-STEP-CONTROL.
           MOVE "N" TO WS-ST-USABLE (WS-CUR-STEP)
           MOVE ZERO TO WS-SL-RUN-DATE
           MOVE ZERO TO WS-SL-RC
           MOVE ZERO TO WS-SL-IN
           MOVE ZERO TO WS-SL-OUT
           IF WS-CTL-FOUND
               MOVE WS-SC-RUN-DATE
                   TO WS-ST-RUN-DATE (WS-CUR-STEP)
               MOVE WS-SC-RETURN-CODE TO WS-ST-RC (WS-CUR-STEP)
               MOVE WS-SC-RECORDS-IN  TO WS-ST-IN (WS-CUR-STEP)
               MOVE WS-SC-RECORDS-OUT TO WS-ST-OUT (WS-CUR-STEP)
               MOVE WS-SC-COUNT-1 TO WS-ST-COUNT (WS-CUR-STEP, 1)
               MOVE WS-SC-COUNT-2 TO WS-ST-COUNT (WS-CUR-STEP, 2)
               MOVE WS-SC-COUNT-3 TO WS-ST-COUNT (WS-CUR-STEP, 3)
               MOVE WS-SC-COUNT-4 TO WS-ST-COUNT (WS-CUR-STEP, 4)
               MOVE WS-SC-COUNT-5 TO WS-ST-COUNT (WS-CUR-STEP, 5)
               MOVE WS-SC-RUN-DATE    TO WS-SL-RUN-DATE
               MOVE WS-SC-RETURN-CODE TO WS-SL-RC
               MOVE WS-SC-RECORDS-IN  TO WS-SL-IN
               MOVE WS-SC-RECORDS-OUT TO WS-SL-OUT
           END-IF

           EVALUATE TRUE
               WHEN NOT WS-CTL-FOUND
                   MOVE "NO CONTROL RECORD - STEP DID NOT RUN"
                       TO WS-SL-STATUS
               WHEN WS-SC-RUN-DATE NOT = WS-RUN-DATE
                   MOVE "STALE - CONTROL RECORD FROM ANOTHER DATE"
                       TO WS-SL-STATUS
               WHEN WS-SC-RETURN-CODE NOT = ZERO
                   MOVE "FAILED - STEP ENDED WITH NONZERO RC"
                       TO WS-SL-STATUS
               WHEN WS-CUR-STEP = 4
                       AND WS-RC-MODE NOT = "DETAIL"
                       AND WS-RC-MODE NOT = "MASKED"
                   MOVE "NOT A FULL-DETAIL EXTRACT - UNBALANCEABLE"
                       TO WS-SL-STATUS
               WHEN OTHER
                   MOVE "Y" TO WS-ST-USABLE (WS-CUR-STEP)
                   MOVE "COMPLETED CLEAN" TO WS-SL-STATUS
           END-EVALUATE

           IF WS-ST-USABLE (WS-CUR-STEP) NOT = "Y"
               ADD 1 TO WS-STEPS-UNUSABLE
               DISPLAY "STEP " WS-ST-PROGRAM (WS-CUR-STEP) " - "
                   WS-SL-STATUS
           END-IF
           MOVE WS-ST-PROGRAM (WS-CUR-STEP) TO WS-SL-PROGRAM
           WRITE BALANCE-RPT-RECORD FROM WS-STEP-LINE.

      *****************************************************************
      * The balance sheet proper - one line per handoff in chain
      * order. Within-step lines carry the explanation from that
      * step's own counts; step-to-step lines must tie exactly.
      *****************************************************************
       2000-BALANCE-HANDOFFS.
           MOVE "CONSOUT -> CUSTMRGE" TO WS-HL-LABEL
           MOVE 1 TO WS-HO-FROM-STEP
           MOVE 2 TO WS-HO-TO-STEP
           MOVE WS-ST-OUT (1) TO WS-HO-FROM-COUNT
           MOVE WS-ST-IN (2)  TO WS-HO-TO-COUNT
           MOVE ZERO TO WS-HO-EXPLAINED
           MOVE "NONE - MUST TIE EXACTLY" TO WS-HL-EXPLANATION
           PERFORM 2100-BALANCE-ONE-HANDOFF

      * Corrections join the flow; a DUPFIX replacement takes the
      * place of the feed record it supersedes, so it nets to zero
      * and is shown only as a note.
           MOVE "CUSTMRGE -> MERGEOUT" TO WS-HL-LABEL
           MOVE 2 TO WS-HO-FROM-STEP
           MOVE 2 TO WS-HO-TO-STEP
           MOVE WS-ST-IN (2)  TO WS-HO-FROM-COUNT
           MOVE WS-ST-OUT (2) TO WS-HO-TO-COUNT
           MOVE WS-ST-COUNT (2, 1) TO WS-HO-EXPLAINED
           MOVE "+ MERGED CORRECTIONS" TO WS-HL-EXPLANATION
           PERFORM 2100-BALANCE-ONE-HANDOFF
           MOVE "FEED RECORDS SUPERSEDED BY DUPLICATE FIX"
               TO WS-NL-TEXT
           MOVE WS-ST-COUNT (2, 2) TO WS-NL-COUNT
           WRITE BALANCE-RPT-RECORD FROM WS-NOTE-LINE
           MOVE "CORRECTIONS NOT MERGED (COLLISION/UNUSABLE)"
               TO WS-NL-TEXT
           COMPUTE WS-NL-COUNT =
               WS-ST-COUNT (2, 3) + WS-ST-COUNT (2, 4)
           WRITE BALANCE-RPT-RECORD FROM WS-NOTE-LINE

           MOVE "MERGEOUT -> CUSTARCH" TO WS-HL-LABEL
           MOVE 2 TO WS-HO-FROM-STEP
           MOVE 3 TO WS-HO-TO-STEP
           MOVE WS-ST-OUT (2) TO WS-HO-FROM-COUNT
           MOVE WS-ST-IN (3)  TO WS-HO-TO-COUNT
           MOVE ZERO TO WS-HO-EXPLAINED
           MOVE "NONE - MUST TIE EXACTLY" TO WS-HL-EXPLANATION
           PERFORM 2100-BALANCE-ONE-HANDOFF

           MOVE "CUSTARCH -> LIVEOUT" TO WS-HL-LABEL
           MOVE 3 TO WS-HO-FROM-STEP
           MOVE 3 TO WS-HO-TO-STEP
           MOVE WS-ST-IN (3)  TO WS-HO-FROM-COUNT
           MOVE WS-ST-OUT (3) TO WS-HO-TO-COUNT
           COMPUTE WS-HO-EXPLAINED = 0 - WS-ST-COUNT (3, 1)
           MOVE "- ARCHIVED" TO WS-HL-EXPLANATION
           PERFORM 2100-BALANCE-ONE-HANDOFF

           MOVE "LIVEOUT -> CUSTEXTR" TO WS-HL-LABEL
           MOVE 3 TO WS-HO-FROM-STEP
           MOVE 4 TO WS-HO-TO-STEP
           MOVE WS-ST-OUT (3) TO WS-HO-FROM-COUNT
           MOVE WS-ST-IN (4)  TO WS-HO-TO-COUNT
           MOVE ZERO TO WS-HO-EXPLAINED
           MOVE "NONE - MUST TIE EXACTLY" TO WS-HL-EXPLANATION
           PERFORM 2100-BALANCE-ONE-HANDOFF

           MOVE "CUSTEXTR -> CUSTOUT" TO WS-HL-LABEL
           MOVE 4 TO WS-HO-FROM-STEP
           MOVE 4 TO WS-HO-TO-STEP
           MOVE WS-ST-IN (4)  TO WS-HO-FROM-COUNT
           MOVE WS-ST-OUT (4) TO WS-HO-TO-COUNT
           COMPUTE WS-HO-EXPLAINED =
               0 - WS-ST-COUNT (4, 1) - WS-ST-COUNT (4, 2)
                 - WS-ST-COUNT (4, 3)
           MOVE "- SUSPENDED - DUPS - ERASED" TO WS-HL-EXPLANATION
           PERFORM 2100-BALANCE-ONE-HANDOFF
           MOVE "SUSPENDED TO SUSPNS" TO WS-NL-TEXT
           MOVE WS-ST-COUNT (4, 1) TO WS-NL-COUNT
           WRITE BALANCE-RPT-RECORD FROM WS-NOTE-LINE
           MOVE "DUPLICATE IDS TO DUPOUT" TO WS-NL-TEXT
           MOVE WS-ST-COUNT (4, 2) TO WS-NL-COUNT
           WRITE BALANCE-RPT-RECORD FROM WS-NOTE-LINE
           MOVE "ERASED CUSTOMERS HELD BACK (ERASESUP)" TO WS-NL-TEXT
           MOVE WS-ST-COUNT (4, 3) TO WS-NL-COUNT
           WRITE BALANCE-RPT-RECORD FROM WS-NOTE-LINE

           MOVE "CUSTOUT -> CUSTLOAD" TO WS-HL-LABEL
           MOVE 4 TO WS-HO-FROM-STEP
           MOVE 5 TO WS-HO-TO-STEP
           MOVE WS-ST-OUT (4) TO WS-HO-FROM-COUNT
           MOVE WS-ST-IN (5)  TO WS-HO-TO-COUNT
           MOVE ZERO TO WS-HO-EXPLAINED
           MOVE "NONE - MUST TIE EXACTLY" TO WS-HL-EXPLANATION
           PERFORM 2100-BALANCE-ONE-HANDOFF

           MOVE "CUSTLOAD -> CUSTMSTR" TO WS-HL-LABEL
           MOVE 5 TO WS-HO-FROM-STEP
           MOVE 5 TO WS-HO-TO-STEP
           MOVE WS-ST-IN (5)  TO WS-HO-FROM-COUNT
           MOVE WS-ST-OUT (5) TO WS-HO-TO-COUNT
           COMPUTE WS-HO-EXPLAINED =
               0 - WS-ST-COUNT (5, 1) - WS-ST-COUNT (5, 2)
           MOVE "- DUP KEYS - DELTA DELETES" TO WS-HL-EXPLANATION
           PERFORM 2100-BALANCE-ONE-HANDOFF

           MOVE "SUSPNS -> CUSTLOAD" TO WS-HL-LABEL
           MOVE 4 TO WS-HO-FROM-STEP
           MOVE 5 TO WS-HO-TO-STEP
           MOVE WS-ST-COUNT (4, 1) TO WS-HO-FROM-COUNT
           MOVE WS-ST-COUNT (5, 3) TO WS-HO-TO-COUNT
           MOVE ZERO TO WS-HO-EXPLAINED
           MOVE "NONE - MUST TIE EXACTLY" TO WS-HL-EXPLANATION
           PERFORM 2100-BALANCE-ONE-HANDOFF
           MOVE "SUSPENSE ITEMS LOADED TO CUSTMSTR (S)"
               TO WS-NL-TEXT
           MOVE WS-ST-COUNT (5, 4) TO WS-NL-COUNT
           WRITE BALANCE-RPT-RECORD FROM WS-NOTE-LINE
           MOVE "SUSPENSE ITEMS WITH NO USABLE KEY" TO WS-NL-TEXT
           MOVE WS-ST-COUNT (5, 5) TO WS-NL-COUNT
           WRITE BALANCE-RPT-RECORD FROM WS-NOTE-LINE.

      * A handoff can only be judged when the steps on both sides
      * produced usable counts - otherwise it is shown but not
      * scored, and the unusable step itself decides the verdict.
       2100-BALANCE-ONE-HANDOFF.
           MOVE WS-HO-FROM-COUNT TO WS-HL-FROM
           MOVE WS-HO-TO-COUNT   TO WS-HL-TO
           COMPUTE WS-HO-DIFFERENCE =
               WS-HO-TO-COUNT - WS-HO-FROM-COUNT
           COMPUTE WS-HO-UNEXPLAINED =
               WS-HO-DIFFERENCE - WS-HO-EXPLAINED
           MOVE WS-HO-DIFFERENCE  TO WS-HL-DIFFERENCE
           MOVE WS-HO-EXPLAINED   TO WS-HL-EXPLAINED
           MOVE WS-HO-UNEXPLAINED TO WS-HL-UNEXPLAINED
           IF WS-ST-USABLE (WS-HO-FROM-STEP) NOT = "Y"
            OR WS-ST-USABLE (WS-HO-TO-STEP) NOT = "Y"
               ADD 1 TO WS-HANDOFFS-SKIPPED
               MOVE "N/A" TO WS-HL-STATUS
           ELSE
               ADD 1 TO WS-HANDOFFS-CHECKED
               IF WS-HO-UNEXPLAINED = ZERO
                   MOVE "OK" TO WS-HL-STATUS
               ELSE
                   ADD 1 TO WS-HANDOFFS-OUT
                   MOVE "OUT" TO WS-HL-STATUS
                   DISPLAY "OUT OF BALANCE - " WS-HL-LABEL
                       " FROM " WS-HO-FROM-COUNT " TO "
                       WS-HO-TO-COUNT " UNEXPLAINED "
                       WS-HL-UNEXPLAINED
               END-IF
           END-IF
           WRITE BALANCE-RPT-RECORD FROM WS-HANDOFF-LINE.

       9000-TERMINATE.
           PERFORM 9060-DECIDE-VERDICT
           PERFORM 9100-PRINT-SUMMARY
           CLOSE BALANCE-RPT.

      * A missing, stale or failed step outranks an imbalance - its
      * counts are not trustworthy, so the handoffs around it cannot
      * be judged until the step is rerun.
       9060-DECIDE-VERDICT.
           EVALUATE TRUE
               WHEN WS-STEPS-UNUSABLE > ZERO
                   MOVE "CYCLE NOT BALANCED - STEP MISSING/STALE/FAILED"
                       TO WS-VL-TEXT
                   MOVE 16 TO RETURN-CODE
               WHEN WS-HANDOFFS-OUT > ZERO
                   MOVE "CYCLE OUT OF BALANCE - HANDOFFS DO NOT TIE OUT"
                       TO WS-VL-TEXT
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   MOVE "CYCLE IN BALANCE - EVERY HANDOFF TIES OUT"
                       TO WS-VL-TEXT
           END-EVALUATE
           WRITE BALANCE-RPT-RECORD FROM WS-BLANK-LINE
           WRITE BALANCE-RPT-RECORD FROM WS-VERDICT-LINE
           DISPLAY WS-VL-TEXT.

       9100-PRINT-SUMMARY.
           DISPLAY "=================================================="
           DISPLAY "CONTROL REPORT - " WS-PROGRAM-NAME
           DISPLAY "RUN DATE (YYYYMMDD)....: " WS-RUN-DATE
           DISPLAY "STEPS NOT USABLE.......: " WS-STEPS-UNUSABLE
           DISPLAY "HANDOFFS CHECKED.......: " WS-HANDOFFS-CHECKED
           DISPLAY "HANDOFFS OUT OF BALANCE: " WS-HANDOFFS-OUT
           DISPLAY "HANDOFFS NOT JUDGED....: " WS-HANDOFFS-SKIPPED
           DISPLAY "==================================================".

      / STEP-HISTORY.DAT (copybook CSTHIST) before that purge, so
      / the per-step timings survive the nightly reset for STEPRPT's
      / trend report instead of being destroyed with the rows.
      /
      / A start is only registered once the step's feeders are done:
      / the prerequisite master STEP-PREREQS.DAT (copybook CSTEPPRQ)
      / names, per step, the steps that must already be complete for
      / the same business date.  Action 'S' with one still open or
      / never run is refused with SRG-RETURN-CODE 16, the blocking
      / step named back in SRG-BLOCKED-BY, and an E row on
      / EXCEPTIONS.DAT - so a step can no longer run ahead of the
      / drop that feeds it.  STEPPLAN prints the restart plan from
      / the same master.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. STEPREG.
        AUTHOR. JDM.
            SELECT STEP-HISTORY-FILE ASSIGN TO "STEP-HISTORY.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SH-FS.
            SELECT STEP-PREREQ-FILE ASSIGN TO "STEP-PREREQS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SPQ-FS.
            SELECT EXCEPTIONS-FILE ASSIGN TO "EXCEPTIONS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EXC-FS.
      / ------------------------------
        DATA DIVISION.
        FILE SECTION.
            COPY "cbusdate.cpy".
        FD  STEP-HISTORY-FILE.
            COPY "csthist.cpy".
        FD  STEP-PREREQ-FILE.
            COPY "cstepprq.cpy".
        FD  EXCEPTIONS-FILE.
            COPY "cexcept.cpy".
      / ------------------------------
        WORKING-STORAGE SECTION.
        01 WS-SS-FS                                      PIC XX.
        01 WS-BD-FS                                      PIC XX.
        01 WS-SH-FS                                      PIC XX.
        01 WS-SPQ-FS                                     PIC XX.
        01 WS-EXC-FS                                     PIC XX.
        01 WS-DATETIME                                   PIC X(21).
        01 WS-BUS-DATE                                   PIC 9(8).
      / ------------------------------
                        10      WS-ST-END-TS     PIC X(21).
        01 WS-FIRST-OPEN-SEQ                       PIC 9(3).
      / ------------------------------
      / Prerequisite check for action 'S', and the exception row
      / staging for the shared CEXCAPND append when it refuses.
      / ------------------------------
        01 WS-PREREQ-OPEN-COUNT                    PIC 9(3) COMP
                                                    VALUE 0.
        01 WS-PREREQ-DONE                          PIC X.
        01 WS-EXC-TEXT                                   PIC X(40).
        01 WS-EXC-SEVERITY                               PIC X.
        01 WS-EXC-PGM                                    PIC X(8)
                                                      VALUE 'STEPREG'.
        01 WS-EXC-BUS-DATE                               PIC 9(8).
      / ------------------------------
      / Completed rows from a prior business date staged here while
      / the registry loads, then appended to STEP-HISTORY.DAT before
      / the rewrite that purges them.
                MOVE 0 TO SRG-FIRST-OPEN-SEQ.
                MOVE SPACES TO SRG-FIRST-OPEN-NAME.
                MOVE 0 TO SRG-OPEN-COUNT.
                MOVE SPACES TO SRG-BLOCKED-BY.
                MOVE FUNCTION CURRENT-DATE TO WS-DATETIME.
                PERFORM 1000-READ-BUS-DATE.
                IF SRG-RC-GOOD
                IF SRG-RC-GOOD
                    EVALUATE TRUE
                        WHEN SRG-ACT-START
                            PERFORM 1300-CHECK-PREREQUISITES
                            IF SRG-RC-GOOD
                                PERFORM 2000-REGISTER-START
                                PERFORM 5000-REWRITE-REGISTRY
                            END-IF
                        WHEN SRG-ACT-END
                            PERFORM 3000-REGISTER-END
                            IF SRG-RC-GOOD
                    END-IF
                END-PERFORM.

      / Every prerequisite row for the step is tested against
      / tonight's registry, so the console names each one still
      / open; the first is handed back to the caller and raised on
      / EXCEPTIONS.DAT.  No master means no step is ever held.
        1300-CHECK-PREREQUISITES.
                MOVE 0 TO WS-PREREQ-OPEN-COUNT.
                OPEN INPUT STEP-PREREQ-FILE.
                IF WS-SPQ-FS = '00'
                    PERFORM UNTIL WS-SPQ-FS NOT = '00'
                        READ STEP-PREREQ-FILE NEXT RECORD
                            AT END
                                MOVE '10' TO WS-SPQ-FS
                            NOT AT END
                                IF SPQ-STEP-NAME = SRG-STEP-NAME
                                    PERFORM 1310-TEST-ONE-PREREQ
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE STEP-PREREQ-FILE
                END-IF.
                IF WS-PREREQ-OPEN-COUNT > 0
                    MOVE 16 TO SRG-RETURN-CODE
                    MOVE SPACES TO WS-EXC-TEXT
                    STRING 'STEP ' SRG-STEP-NAME ' BLOCKED - '
                           SRG-BLOCKED-BY ' OPEN'
                           DELIMITED BY SIZE INTO WS-EXC-TEXT
                    MOVE 'E' TO WS-EXC-SEVERITY
                    MOVE WS-BUS-DATE TO WS-EXC-BUS-DATE
                    PERFORM 8610-APPEND-EXCEPTION
                END-IF.

        1310-TEST-ONE-PREREQ.
                MOVE 'N' TO WS-PREREQ-DONE.
                PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                        UNTIL WS-STEP-IDX > WS-STEP-COUNT
                    IF WS-ST-STEP-NAME (WS-STEP-IDX) = SPQ-PREREQ-NAME
                       AND WS-ST-STATUS (WS-STEP-IDX) = 'C'
                        MOVE 'Y' TO WS-PREREQ-DONE
                    END-IF
                END-PERFORM.
                IF WS-PREREQ-DONE NOT = 'Y'
                    ADD 1 TO WS-PREREQ-OPEN-COUNT
                    IF SRG-BLOCKED-BY = SPACES
                        MOVE SPQ-PREREQ-NAME TO SRG-BLOCKED-BY
                    END-IF
                    DISPLAY 'STEPREG: ' SRG-STEP-NAME
                            ' REFUSED - PREREQUISITE '
                            SPQ-PREREQ-NAME ' NOT COMPLETE FOR '
                            WS-BUS-DATE
                END-IF.

      / A second start for the same step (the restart case) re-stamps
      / the existing row rather than duplicating it.
        2000-REGISTER-START.
                    END-IF
                END-PERFORM.

                COPY "cexcapnd.cpy".

      / The rewrite is the purge: the staged prior-window rows are
      / appended to the history file first, because after the OPEN
      / OUTPUT below they no longer exist anywhere else.

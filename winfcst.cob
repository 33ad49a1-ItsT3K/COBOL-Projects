      / WINFCST is the mid-window finish forecast.  RUNRPT says the
      / window blew SLA-CUTOFF.CTL the morning after, and STEPRPT
      / says which step did it; neither helps at 2am while there is
      / still time to act.  This step can run at any point inside
      / the window.  It takes the window start from
      / BATCH-START-MARKER.DAT, the time already spent by tonight's
      / completed steps from STEP-STATUS.DAT (copybook CSTEPFIL), and
      / adds an estimate from STEP-HISTORY.DAT (copybook CSTHIST)
      / for every step still running or not yet started, then prints
      / the projected window end against the SLA (copybook CSLACTL,
      / default 14400 elapsed seconds).
      /
      / A step's estimate is the average, or the percentile chosen in
      / FORECAST.CTL (copybook CFCSTCTL), of its newest completed
      / windows.  A running step counts as the longer of its estimate
      / and the time it has run so far.  A step not registered
      / tonight is expected when it completed in any of the newest
      / 7 windows on the history file.  The projection is never
      / earlier than now plus what is still expected to run, so idle
      / time between steps is not lost.
      /
      / When the projection is over the SLA an E row goes to
      / EXCEPTIONS.DAT; within the FORECAST.CTL margin of it, a W
      / row.  Either names the step furthest over its estimate
      / tonight - the one running long against its history.
      /
      / RETURN-CODE: 8 projected over the SLA, 4 projected within the
      / margin, 0 on track or no window open.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. WINFCST.
        AUTHOR. JDM.
        INSTALLATION. 01-JAN-2000.
        DATE-WRITTEN. 15-OCT-2026.
        DATE-COMPILED. 15-OCT-2026.
        SECURITY. NORMAL.
      / ------------------------------
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT BATCH-MARKER-FILE ASSIGN TO "BATCH-START-MARKER.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-BM-FS.
            SELECT BUS-DATE-FILE ASSIGN TO "CURRENT-BUS-DATE.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-BD-FS.
            SELECT SLA-CTL-FILE ASSIGN TO "SLA-CUTOFF.CTL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SLA-FS.
            SELECT FORECAST-CTL-FILE ASSIGN TO "FORECAST.CTL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FCT-FS.
            SELECT STEP-HISTORY-FILE ASSIGN TO "STEP-HISTORY.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SH-FS.
            SELECT STEP-STATUS-FILE ASSIGN TO "STEP-STATUS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SS-FS.
            SELECT EXCEPTIONS-FILE ASSIGN TO "EXCEPTIONS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EXC-FS.
      / ------------------------------
        DATA DIVISION.
        FILE SECTION.
        FD  BATCH-MARKER-FILE.
            COPY "cbatchmk.cpy".
        FD  BUS-DATE-FILE.
            COPY "cbusdate.cpy".
        FD  SLA-CTL-FILE.
            COPY "cslactl.cpy".
        FD  FORECAST-CTL-FILE.
            COPY "cfcstctl.cpy".
        FD  STEP-HISTORY-FILE.
            COPY "csthist.cpy".
        FD  STEP-STATUS-FILE.
            COPY "cstepfil.cpy".
        FD  EXCEPTIONS-FILE.
            COPY "cexcept.cpy".
      / ------------------------------
        WORKING-STORAGE SECTION.
        01 WS-BM-FS                                      PIC XX.
        01 WS-BD-FS                                      PIC XX.
        01 WS-SLA-FS                                     PIC XX.
        01 WS-FCT-FS                                     PIC XX.
        01 WS-SH-FS                                      PIC XX.
        01 WS-SS-FS                                      PIC XX.
        01 WS-EXC-FS                                     PIC XX.
        01 WS-DATETIME                                   PIC X(21).
        01 WS-BUS-DATE                                   PIC 9(8)
                                                          VALUE 0.
        01 WS-WINDOW-START                               PIC X(21)
                                                          VALUE SPACES.
      / ------------------------------
      / Control settings, defaulted as CFCSTCTL and CSLACTL describe.
      / ------------------------------
        01 WS-SLA-CUTOFF                                 PIC 9(6)
                                                          VALUE 14400.
        01 WS-BASIS                                      PIC X
                                                          VALUE 'A'.
        01 WS-PERCENTILE                                 PIC 9(2)
                                                          VALUE 90.
        01 WS-MARGIN-SEC                                 PIC 9(6)
                                                          VALUE 1800.
        01 WS-USE-WINDOWS                                PIC 9(2)
                                                          VALUE 30.
      / ------------------------------
      / Generic timestamp-to-seconds helper, the same breakdown
      / STEPREG uses for history elapsed times, and its reverse for
      / printing a projected clock time.
      / ------------------------------
        01 WS-TS-INPUT                             PIC X(21).
        01 WS-TS-YYYYMMDD                          PIC 9(8).
        01 WS-TS-HH                                PIC 9(2).
        01 WS-TS-MI                                PIC 9(2).
        01 WS-TS-SS                                PIC 9(2).
        01 WS-TS-SECONDS                           PIC 9(11) COMP.
        01 WS-CLOCK-DAYS                           PIC 9(7) COMP.
        01 WS-CLOCK-REM                            PIC 9(5) COMP.
        01 WS-CLOCK-DATE                           PIC 9(8).
        01 WS-CLOCK-DISP.
                05      WS-CD-YYYY               PIC 9(4).
                05      FILLER                   PIC X VALUE '-'.
                05      WS-CD-MM                 PIC 9(2).
                05      FILLER                   PIC X VALUE '-'.
                05      WS-CD-DD                 PIC 9(2).
                05      FILLER                   PIC X VALUE SPACE.
                05      WS-CD-HH                 PIC 9(2).
                05      FILLER                   PIC X VALUE ':'.
                05      WS-CD-MI                 PIC 9(2).
                05      FILLER                   PIC X VALUE ':'.
                05      WS-CD-SS                 PIC 9(2).
        01 WS-START-SECONDS                        PIC 9(11) COMP.
        01 WS-NOW-SECONDS                          PIC 9(11) COMP.
      / ------------------------------
      / One slot per step name from the history or tonight's
      / registry, each with the newest 90 elapsed values in a ring
      / the way STEPRPT keeps them, and tonight's state.
      / ------------------------------
        01 WS-STEP-COUNT                           PIC 9(3) COMP
                                                    VALUE 0.
        01 WS-STEP-MAX                             PIC 9(3) COMP
                                                    VALUE 100.
        01 WS-STEP-IDX                             PIC 9(3) COMP.
        01 WS-STEP-FOUND                           PIC 9(3) COMP.
        01 WS-STEP-OVERFLOW                        PIC X VALUE 'N'.
        01 WS-LOOKUP-NAME                          PIC X(8).
        01 WS-RING-SIZE                            PIC 9(4) COMP
                                                    VALUE 90.
        01 WS-RING-IDX                             PIC 9(4) COMP.
        01 WS-STEP-TABLE.
                05      WS-STEP-ENTRY OCCURS 100 TIMES.
                        10      WS-ST-NAME       PIC X(8).
                        10      WS-ST-TOTAL      PIC 9(6) COMP.
                        10      WS-ST-LAST-DATE  PIC 9(8).
                        10      WS-ST-TONIGHT    PIC X.
                        10      WS-ST-START-TS   PIC X(21).
                        10      WS-ST-END-TS     PIC X(21).
                        10      WS-ST-ACTUAL     PIC S9(8) COMP.
                        10      WS-ST-ESTIMATE   PIC S9(8) COMP.
                        10      WS-ST-RING OCCURS 90 TIMES
                                                 PIC S9(8) COMP.
      / ------------------------------
      / The newest 7 distinct window dates on the history file - a
      / step seen in any of them is expected to run tonight.
      / ------------------------------
        01 WS-RECENT-SIZE                          PIC 9(2) COMP
                                                    VALUE 7.
        01 WS-RECENT-COUNT                         PIC 9(4) COMP
                                                    VALUE 0.
        01 WS-RECENT-IDX                           PIC 9(2) COMP.
        01 WS-RECENT-LAST                          PIC 9(8)
                                                    VALUE 0.
        01 WS-RECENT-CUTOFF                        PIC 9(8).
        01 WS-RECENT-TABLE.
                05      WS-RECENT-DATE OCCURS 7 TIMES
                                                 PIC 9(8).
      / ------------------------------
      / One step's ring unrolled and sorted for the estimate.
      / ------------------------------
        01 WS-WINDOW-COUNT                         PIC 9(4) COMP.
        01 WS-WIN-IDX                              PIC 9(4) COMP.
        01 WS-WIN-IDX2                             PIC 9(4) COMP.
        01 WS-WIN-RANK                             PIC 9(4) COMP.
        01 WS-WIN-TOTAL                            PIC S9(12) COMP.
        01 WS-WIN-SWAP                             PIC S9(8) COMP.
        01 WS-WINDOW-TABLE.
                05      WS-WIN-ELAPSED OCCURS 90 TIMES
                                                  PIC S9(8) COMP.
      / ------------------------------
      / Projection totals, all in elapsed seconds from the window
      / start.
      / ------------------------------
        01 WS-ELAPSED-NOW                          PIC S9(8) COMP
                                                    VALUE 0.
        01 WS-DONE-SEC                             PIC S9(8) COMP
                                                    VALUE 0.
        01 WS-RUNNING-SEC                          PIC S9(8) COMP
                                                    VALUE 0.
        01 WS-RUNNING-LEFT                         PIC S9(8) COMP
                                                    VALUE 0.
        01 WS-NOT-RUN-SEC                          PIC S9(8) COMP
                                                    VALUE 0.
        01 WS-PROJECTED                            PIC S9(8) COMP
                                                    VALUE 0.
        01 WS-PROJECTED-2                          PIC S9(8) COMP.
        01 WS-HEADROOM                             PIC S9(8) COMP.
        01 WS-OVER-BY                              PIC 9(6).
        01 WS-LONG-STEP                            PIC X(8)
                                                    VALUE SPACES.
        01 WS-LONG-BY                              PIC S9(8) COMP
                                                    VALUE 0.
        01 WS-STEP-LONG-BY                         PIC S9(8) COMP.
        01 WS-VERDICT                              PIC X
                                                    VALUE 'G'.
                88      WS-VERDICT-OVER          VALUE 'E'.
                88      WS-VERDICT-NEAR          VALUE 'W'.
                88      WS-VERDICT-CLEAR         VALUE 'G'.
      / ------------------------------
      / Report line fields.
      / ------------------------------
        01 WS-STATE-LABEL                          PIC X(8).
        01 WS-EDIT-SEC                             PIC ZZZZZZZ9-.
        01 WS-EDIT-SEC2                            PIC ZZZZZZZ9-.
        01 WS-EDIT-COUNT                           PIC ZZZ9.
        01 WS-DETAIL-LINE                          PIC X(80).
        01 WS-EXC-TEXT                                   PIC X(40).
        01 WS-EXC-SEVERITY                               PIC X.
        01 WS-EXC-PGM                                    PIC X(8)
                                                    VALUE 'WINFCST'.
        01 WS-EXC-BUS-DATE                               PIC 9(8).
                COPY "crpthdr.cpy".
      / ------------------------------
        PROCEDURE DIVISION.
        0000-MAIN-PARA.
                MOVE FUNCTION CURRENT-DATE TO WS-DATETIME.
                PERFORM 1000-READ-CONTROLS.
                PERFORM 1100-READ-WINDOW-START.
                PERFORM 2000-PRINT-HEADER.
                IF WS-WINDOW-START(1:14) NOT NUMERIC
                    DISPLAY 'NO BATCH WINDOW OPEN - NOTHING TO '
                            'PROJECT'
                    MOVE 0 TO RETURN-CODE
                ELSE
                    PERFORM 3000-LOAD-STEP-HISTORY
                    PERFORM 3200-LOAD-TONIGHT
                    PERFORM 4000-ESTIMATE-STEPS
                    PERFORM 5000-PROJECT-FINISH
                    PERFORM 6000-PRINT-PROJECTION
                    PERFORM 7000-RAISE-EXCEPTION
                    PERFORM 9000-SET-RETURN-CODE
                END-IF.
                STOP RUN.

        1000-READ-CONTROLS.
                OPEN INPUT SLA-CTL-FILE.
                IF WS-SLA-FS = '00'
                    READ SLA-CTL-FILE
                    IF WS-SLA-FS = '00'
                       AND SLA-MAX-SEC NUMERIC
                       AND SLA-MAX-SEC > 0
                        MOVE SLA-MAX-SEC TO WS-SLA-CUTOFF
                    END-IF
                    CLOSE SLA-CTL-FILE
                END-IF.
                OPEN INPUT FORECAST-CTL-FILE.
                IF WS-FCT-FS = '00'
                    READ FORECAST-CTL-FILE
                    IF WS-FCT-FS = '00'
                        IF FCT-BASIS-PERCENTILE
                            MOVE 'P' TO WS-BASIS
                        END-IF
                        IF FCT-PERCENTILE NUMERIC
                           AND FCT-PERCENTILE > 0
                            MOVE FCT-PERCENTILE TO WS-PERCENTILE
                        END-IF
                        IF FCT-MARGIN-SEC NUMERIC
                            MOVE FCT-MARGIN-SEC TO WS-MARGIN-SEC
                        END-IF
                        IF FCT-WINDOWS NUMERIC
                           AND FCT-WINDOWS > 0
                            MOVE FCT-WINDOWS TO WS-USE-WINDOWS
                        END-IF
                    END-IF
                    CLOSE FORECAST-CTL-FILE
                END-IF.
                OPEN INPUT BUS-DATE-FILE.
                IF WS-BD-FS = '00'
                    READ BUS-DATE-FILE
                    IF WS-BD-FS = '00'
                        COMPUTE WS-BUS-DATE =
                                BD-YEAR * 10000
                                + BD-MONTH * 100 + BD-DAY
                    END-IF
                    CLOSE BUS-DATE-FILE
                END-IF.

      / TODAYEOD empties the marker at the close, so an empty or
      / absent marker means there is no window to forecast.
        1100-READ-WINDOW-START.
                OPEN INPUT BATCH-MARKER-FILE.
                IF WS-BM-FS = '00'
                    READ BATCH-MARKER-FILE
                    IF WS-BM-FS = '00'
                        MOVE BM-START-TS TO WS-WINDOW-START
                    END-IF
                    CLOSE BATCH-MARKER-FILE
                END-IF.

        1500-TS-TO-SECONDS.
                MOVE WS-TS-INPUT(1:8)  TO WS-TS-YYYYMMDD.
                MOVE WS-TS-INPUT(9:2)  TO WS-TS-HH.
                MOVE WS-TS-INPUT(11:2) TO WS-TS-MI.
                MOVE WS-TS-INPUT(13:2) TO WS-TS-SS.
                COMPUTE WS-TS-SECONDS =
                        FUNCTION INTEGER-OF-DATE(WS-TS-YYYYMMDD) * 86400
                        + WS-TS-HH * 3600 + WS-TS-MI * 60 + WS-TS-SS.

        1600-SECONDS-TO-CLOCK.
                COMPUTE WS-CLOCK-DAYS = WS-TS-SECONDS / 86400.
                COMPUTE WS-CLOCK-REM =
                        WS-TS-SECONDS - WS-CLOCK-DAYS * 86400.
                COMPUTE WS-CLOCK-DATE =
                        FUNCTION DATE-OF-INTEGER(WS-CLOCK-DAYS).
                MOVE WS-CLOCK-DATE(1:4) TO WS-CD-YYYY.
                MOVE WS-CLOCK-DATE(5:2) TO WS-CD-MM.
                MOVE WS-CLOCK-DATE(7:2) TO WS-CD-DD.
                COMPUTE WS-CD-HH = WS-CLOCK-REM / 3600.
                COMPUTE WS-CD-MI =
                        (WS-CLOCK-REM - WS-CD-HH * 3600) / 60.
                COMPUTE WS-CD-SS =
                        WS-CLOCK-REM - WS-CD-HH * 3600 - WS-CD-MI * 60.

        2000-PRINT-HEADER.
                MOVE 'BATCH WINDOW FINISH FORECAST' TO RPT-TITLE.
                MOVE 1 TO RPT-PAGE-NUM.
                CALL "RPTHDR" USING RPT-HEADER-PARMS.
                DISPLAY RPT-HEADER-LINE-1.
                DISPLAY RPT-HEADER-LINE-2.
                DISPLAY RPT-HEADER-LINE-3.
                DISPLAY ' '.

        3000-LOAD-STEP-HISTORY.
                OPEN INPUT STEP-HISTORY-FILE.
                IF WS-SH-FS = '00'
                    PERFORM UNTIL WS-SH-FS NOT = '00'
                        READ STEP-HISTORY-FILE NEXT RECORD
                            AT END
                                MOVE '10' TO WS-SH-FS
                            NOT AT END
                                PERFORM 3100-BANK-HISTORY-ROW
                        END-READ
                    END-PERFORM
                    CLOSE STEP-HISTORY-FILE
                END-IF.
                MOVE 99999999 TO WS-RECENT-CUTOFF.
                PERFORM VARYING WS-RECENT-IDX FROM 1 BY 1
                        UNTIL WS-RECENT-IDX > WS-RECENT-SIZE
                           OR WS-RECENT-IDX > WS-RECENT-COUNT
                    IF WS-RECENT-DATE (WS-RECENT-IDX)
                            < WS-RECENT-CUTOFF
                        MOVE WS-RECENT-DATE (WS-RECENT-IDX)
                                TO WS-RECENT-CUTOFF
                    END-IF
                END-PERFORM.

      / The history is appended in window order, so each change of
      / business date is a new window for the recent-dates ring.
        3100-BANK-HISTORY-ROW.
                IF SH-BUS-DATE NOT NUMERIC
                   OR SH-ELAPSED-SEC NOT NUMERIC
                    CONTINUE
                ELSE
                    IF SH-BUS-DATE NOT = WS-RECENT-LAST
                        ADD 1 TO WS-RECENT-COUNT
                        COMPUTE WS-RECENT-IDX =
                                FUNCTION MOD(WS-RECENT-COUNT - 1,
                                    WS-RECENT-SIZE) + 1
                        MOVE SH-BUS-DATE
                                TO WS-RECENT-DATE (WS-RECENT-IDX)
                        MOVE SH-BUS-DATE TO WS-RECENT-LAST
                    END-IF
                    MOVE SH-STEP-NAME TO WS-LOOKUP-NAME
                    PERFORM 3500-FIND-OR-ADD-STEP
                    IF WS-STEP-FOUND > 0
                        ADD 1 TO WS-ST-TOTAL (WS-STEP-FOUND)
                        COMPUTE WS-RING-IDX =
                                FUNCTION MOD(
                                    WS-ST-TOTAL (WS-STEP-FOUND) - 1,
                                    WS-RING-SIZE) + 1
                        MOVE SH-ELAPSED-SEC TO
                                WS-ST-RING (WS-STEP-FOUND, WS-RING-IDX)
                        IF SH-BUS-DATE > WS-ST-LAST-DATE (WS-STEP-FOUND)
                            MOVE SH-BUS-DATE
                                    TO WS-ST-LAST-DATE (WS-STEP-FOUND)
                        END-IF
                    END-IF
                END-IF.

      / Tonight's rows are those for the business date; run outside
      / TODAY's business date (no CURRENT-BUS-DATE.DAT) they are the
      / rows started since the window start.
        3200-LOAD-TONIGHT.
                OPEN INPUT STEP-STATUS-FILE.
                IF WS-SS-FS = '00'
                    PERFORM UNTIL WS-SS-FS NOT = '00'
                        READ STEP-STATUS-FILE NEXT RECORD
                            AT END
                                MOVE '10' TO WS-SS-FS
                            NOT AT END
                                PERFORM 3300-NOTE-TONIGHT-ROW
                        END-READ
                    END-PERFORM
                    CLOSE STEP-STATUS-FILE
                END-IF.

        3300-NOTE-TONIGHT-ROW.
                IF (WS-BUS-DATE > 0 AND SS-BUS-DATE = WS-BUS-DATE)
                   OR (WS-BUS-DATE = 0
                       AND SS-START-TS(1:14) NOT <
                           WS-WINDOW-START(1:14))
                    MOVE SS-STEP-NAME TO WS-LOOKUP-NAME
                    PERFORM 3500-FIND-OR-ADD-STEP
                    IF WS-STEP-FOUND > 0
                        MOVE SS-STATUS
                                TO WS-ST-TONIGHT (WS-STEP-FOUND)
                        MOVE SS-START-TS
                                TO WS-ST-START-TS (WS-STEP-FOUND)
                        MOVE SS-END-TS
                                TO WS-ST-END-TS (WS-STEP-FOUND)
                    END-IF
                END-IF.

        3500-FIND-OR-ADD-STEP.
                MOVE 0 TO WS-STEP-FOUND.
                PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                        UNTIL WS-STEP-IDX > WS-STEP-COUNT
                           OR WS-STEP-FOUND > 0
                    IF WS-ST-NAME (WS-STEP-IDX) = WS-LOOKUP-NAME
                        MOVE WS-STEP-IDX TO WS-STEP-FOUND
                    END-IF
                END-PERFORM.
                IF WS-STEP-FOUND = 0
                    IF WS-STEP-COUNT < WS-STEP-MAX
                        ADD 1 TO WS-STEP-COUNT
                        MOVE WS-STEP-COUNT TO WS-STEP-FOUND
                        MOVE WS-LOOKUP-NAME
                                TO WS-ST-NAME (WS-STEP-FOUND)
                        MOVE 0 TO WS-ST-TOTAL (WS-STEP-FOUND)
                        MOVE 0 TO WS-ST-LAST-DATE (WS-STEP-FOUND)
                        MOVE SPACE TO WS-ST-TONIGHT (WS-STEP-FOUND)
                        MOVE SPACES TO WS-ST-START-TS (WS-STEP-FOUND)
                        MOVE SPACES TO WS-ST-END-TS (WS-STEP-FOUND)
                        MOVE 0 TO WS-ST-ACTUAL (WS-STEP-FOUND)
                        MOVE 0 TO WS-ST-ESTIMATE (WS-STEP-FOUND)
                    ELSE
                        MOVE 'Y' TO WS-STEP-OVERFLOW
                    END-IF
                END-IF.

        4000-ESTIMATE-STEPS.
                MOVE WS-WINDOW-START TO WS-TS-INPUT.
                PERFORM 1500-TS-TO-SECONDS.
                MOVE WS-TS-SECONDS TO WS-START-SECONDS.
                MOVE WS-DATETIME TO WS-TS-INPUT.
                PERFORM 1500-TS-TO-SECONDS.
                MOVE WS-TS-SECONDS TO WS-NOW-SECONDS.
                COMPUTE WS-ELAPSED-NOW =
                        WS-NOW-SECONDS - WS-START-SECONDS.
                PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                        UNTIL WS-STEP-IDX > WS-STEP-COUNT
                    PERFORM 4100-ESTIMATE-ONE-STEP
                    PERFORM 4300-ACTUAL-ONE-STEP
                END-PERFORM.

      / The newest WS-USE-WINDOWS values, oldest-first as STEPRPT
      / unrolls them, then averaged - or sorted ascending and the
      / nearest-rank percentile taken.
        4100-ESTIMATE-ONE-STEP.
                IF WS-ST-TOTAL (WS-STEP-IDX) >= WS-USE-WINDOWS
                    MOVE WS-USE-WINDOWS TO WS-WINDOW-COUNT
                ELSE
                    MOVE WS-ST-TOTAL (WS-STEP-IDX) TO WS-WINDOW-COUNT
                END-IF.
                IF WS-WINDOW-COUNT > WS-RING-SIZE
                    MOVE WS-RING-SIZE TO WS-WINDOW-COUNT
                END-IF.
                MOVE 0 TO WS-WIN-TOTAL.
                PERFORM VARYING WS-WIN-IDX FROM 1 BY 1
                        UNTIL WS-WIN-IDX > WS-WINDOW-COUNT
                    COMPUTE WS-RING-IDX =
                            FUNCTION MOD(
                                WS-ST-TOTAL (WS-STEP-IDX)
                                - WS-WINDOW-COUNT
                                + WS-WIN-IDX - 1, WS-RING-SIZE)
                            + 1
                    MOVE WS-ST-RING (WS-STEP-IDX, WS-RING-IDX)
                            TO WS-WIN-ELAPSED (WS-WIN-IDX)
                    ADD WS-WIN-ELAPSED (WS-WIN-IDX) TO WS-WIN-TOTAL
                END-PERFORM.
                EVALUATE TRUE
                    WHEN WS-WINDOW-COUNT = 0
                        MOVE 0 TO WS-ST-ESTIMATE (WS-STEP-IDX)
                    WHEN WS-BASIS = 'P'
                        PERFORM 4200-SORT-WINDOWS
                        COMPUTE WS-WIN-RANK =
                                (WS-PERCENTILE * WS-WINDOW-COUNT + 99)
                                / 100
                        IF WS-WIN-RANK < 1
                            MOVE 1 TO WS-WIN-RANK
                        END-IF
                        MOVE WS-WIN-ELAPSED (WS-WIN-RANK)
                                TO WS-ST-ESTIMATE (WS-STEP-IDX)
                    WHEN OTHER
                        COMPUTE WS-ST-ESTIMATE (WS-STEP-IDX) =
                                WS-WIN-TOTAL / WS-WINDOW-COUNT
                END-EVALUATE.

        4200-SORT-WINDOWS.
                PERFORM VARYING WS-WIN-IDX FROM 1 BY 1
                        UNTIL WS-WIN-IDX >= WS-WINDOW-COUNT
                    PERFORM VARYING WS-WIN-IDX2 FROM WS-WIN-IDX BY 1
                            UNTIL WS-WIN-IDX2 > WS-WINDOW-COUNT
                        IF WS-WIN-ELAPSED (WS-WIN-IDX2)
                                < WS-WIN-ELAPSED (WS-WIN-IDX)
                            MOVE WS-WIN-ELAPSED (WS-WIN-IDX)
                                    TO WS-WIN-SWAP
                            MOVE WS-WIN-ELAPSED (WS-WIN-IDX2)
                                    TO WS-WIN-ELAPSED (WS-WIN-IDX)
                            MOVE WS-WIN-SWAP
                                    TO WS-WIN-ELAPSED (WS-WIN-IDX2)
                        END-IF
                    END-PERFORM
                END-PERFORM.

      / Completed steps count what they took; a running step the
      / longer of its estimate and its time so far, with only the
      / estimate's unrun part still ahead of now; a step not yet
      / registered its estimate, when it is expected tonight.  The
      / step furthest over its estimate is the one named.
        4300-ACTUAL-ONE-STEP.
                MOVE 0 TO WS-ST-ACTUAL (WS-STEP-IDX).
                IF WS-ST-START-TS (WS-STEP-IDX)(1:14) NOT NUMERIC
                   OR (WS-ST-TONIGHT (WS-STEP-IDX) = 'C'
                       AND WS-ST-END-TS (WS-STEP-IDX)(1:14)
                           NOT NUMERIC)
                    MOVE SPACE TO WS-ST-TONIGHT (WS-STEP-IDX)
                END-IF.
                EVALUATE WS-ST-TONIGHT (WS-STEP-IDX)
                    WHEN 'C'
                        MOVE WS-ST-END-TS (WS-STEP-IDX) TO WS-TS-INPUT
                        PERFORM 1500-TS-TO-SECONDS
                        MOVE WS-TS-SECONDS TO WS-ST-ACTUAL (WS-STEP-IDX)
                        MOVE WS-ST-START-TS (WS-STEP-IDX)
                                TO WS-TS-INPUT
                        PERFORM 1500-TS-TO-SECONDS
                        SUBTRACT WS-TS-SECONDS
                                FROM WS-ST-ACTUAL (WS-STEP-IDX)
                        ADD WS-ST-ACTUAL (WS-STEP-IDX) TO WS-DONE-SEC
                        PERFORM 4400-JUDGE-LONG-STEP
                    WHEN 'S'
                        MOVE WS-ST-START-TS (WS-STEP-IDX)
                                TO WS-TS-INPUT
                        PERFORM 1500-TS-TO-SECONDS
                        COMPUTE WS-ST-ACTUAL (WS-STEP-IDX) =
                                WS-NOW-SECONDS - WS-TS-SECONDS
                        IF WS-ST-ACTUAL (WS-STEP-IDX)
                                > WS-ST-ESTIMATE (WS-STEP-IDX)
                            ADD WS-ST-ACTUAL (WS-STEP-IDX)
                                    TO WS-RUNNING-SEC
                        ELSE
                            ADD WS-ST-ESTIMATE (WS-STEP-IDX)
                                    TO WS-RUNNING-SEC
                            COMPUTE WS-RUNNING-LEFT =
                                    WS-RUNNING-LEFT
                                    + WS-ST-ESTIMATE (WS-STEP-IDX)
                                    - WS-ST-ACTUAL (WS-STEP-IDX)
                        END-IF
                        PERFORM 4400-JUDGE-LONG-STEP
                    WHEN OTHER
                        IF WS-ST-LAST-DATE (WS-STEP-IDX)
                                NOT < WS-RECENT-CUTOFF
                           AND WS-ST-TOTAL (WS-STEP-IDX) > 0
                            ADD WS-ST-ESTIMATE (WS-STEP-IDX)
                                    TO WS-NOT-RUN-SEC
                        END-IF
                END-EVALUATE.

      / A step with no history has nothing to run long against.
        4400-JUDGE-LONG-STEP.
                IF WS-ST-TOTAL (WS-STEP-IDX) > 0
                    COMPUTE WS-STEP-LONG-BY =
                            WS-ST-ACTUAL (WS-STEP-IDX)
                            - WS-ST-ESTIMATE (WS-STEP-IDX)
                    IF WS-STEP-LONG-BY > WS-LONG-BY
                        MOVE WS-STEP-LONG-BY TO WS-LONG-BY
                        MOVE WS-ST-NAME (WS-STEP-IDX) TO WS-LONG-STEP
                    END-IF
                END-IF.

        5000-PROJECT-FINISH.
                COMPUTE WS-PROJECTED =
                        WS-DONE-SEC + WS-RUNNING-SEC + WS-NOT-RUN-SEC.
                COMPUTE WS-PROJECTED-2 =
                        WS-ELAPSED-NOW + WS-RUNNING-LEFT
                        + WS-NOT-RUN-SEC.
                IF WS-PROJECTED-2 > WS-PROJECTED
                    MOVE WS-PROJECTED-2 TO WS-PROJECTED
                END-IF.
                COMPUTE WS-HEADROOM = WS-SLA-CUTOFF - WS-PROJECTED.
                EVALUATE TRUE
                    WHEN WS-HEADROOM < 0
                        MOVE 'E' TO WS-VERDICT
                    WHEN WS-HEADROOM <= WS-MARGIN-SEC
                        MOVE 'W' TO WS-VERDICT
                    WHEN OTHER
                        MOVE 'G' TO WS-VERDICT
                END-EVALUATE.

        6000-PRINT-PROJECTION.
                IF WS-BASIS = 'P'
                    DISPLAY 'ESTIMATES: PERCENTILE ' WS-PERCENTILE
                            ' OF THE NEWEST ' WS-USE-WINDOWS
                            ' WINDOWS PER STEP'
                ELSE
                    DISPLAY 'ESTIMATES: AVERAGE OF THE NEWEST '
                            WS-USE-WINDOWS ' WINDOWS PER STEP'
                END-IF.
                DISPLAY ' '.
                DISPLAY 'STEP     STATE     TONIGHT  ESTIMATE WINDOWS'.
                PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                        UNTIL WS-STEP-IDX > WS-STEP-COUNT
                    PERFORM 6100-PRINT-STEP-LINE
                END-PERFORM.
                IF WS-STEP-OVERFLOW = 'Y'
                    DISPLAY 'MORE THAN ' WS-STEP-MAX
                            ' STEPS - THE REST ARE NOT PROJECTED'
                END-IF.
                DISPLAY ' '.
                MOVE WS-START-SECONDS TO WS-TS-SECONDS.
                PERFORM 1600-SECONDS-TO-CLOCK.
                DISPLAY 'WINDOW START          ' WS-CLOCK-DISP.
                MOVE WS-ELAPSED-NOW TO WS-EDIT-SEC.
                DISPLAY 'ELAPSED SO FAR       ' WS-EDIT-SEC 'SEC'.
                MOVE WS-DONE-SEC TO WS-EDIT-SEC.
                DISPLAY 'COMPLETED STEPS      ' WS-EDIT-SEC 'SEC'.
                MOVE WS-RUNNING-SEC TO WS-EDIT-SEC.
                DISPLAY 'RUNNING STEPS        ' WS-EDIT-SEC 'SEC'.
                MOVE WS-NOT-RUN-SEC TO WS-EDIT-SEC.
                DISPLAY 'STEPS NOT YET RUN    ' WS-EDIT-SEC 'SEC'.
                COMPUTE WS-TS-SECONDS =
                        WS-START-SECONDS + WS-PROJECTED.
                PERFORM 1600-SECONDS-TO-CLOCK.
                MOVE WS-PROJECTED TO WS-EDIT-SEC.
                DISPLAY 'PROJECTED ELAPSED    ' WS-EDIT-SEC 'SEC  '
                        'ENDS ' WS-CLOCK-DISP.
                COMPUTE WS-TS-SECONDS =
                        WS-START-SECONDS + WS-SLA-CUTOFF.
                PERFORM 1600-SECONDS-TO-CLOCK.
                MOVE WS-SLA-CUTOFF TO WS-EDIT-SEC.
                DISPLAY 'SLA CUTOFF           ' WS-EDIT-SEC 'SEC  '
                        'ENDS ' WS-CLOCK-DISP.
                DISPLAY ' '.
                EVALUATE TRUE
                    WHEN WS-VERDICT-OVER
                        COMPUTE WS-EDIT-SEC = 0 - WS-HEADROOM
                        DISPLAY 'PROJECTED OVER THE SLA BY'
                                WS-EDIT-SEC 'SEC'
                    WHEN WS-VERDICT-NEAR
                        MOVE WS-HEADROOM TO WS-EDIT-SEC
                        MOVE WS-MARGIN-SEC TO WS-EDIT-SEC2
                        DISPLAY 'PROJECTED WITHIN THE' WS-EDIT-SEC2
                                'SEC MARGIN -' WS-EDIT-SEC
                                'SEC TO SPARE'
                    WHEN OTHER
                        MOVE WS-HEADROOM TO WS-EDIT-SEC
                        DISPLAY 'ON TRACK -' WS-EDIT-SEC
                                'SEC TO SPARE'
                END-EVALUATE.
                IF WS-LONG-STEP NOT = SPACES
                    MOVE WS-LONG-BY TO WS-EDIT-SEC
                    DISPLAY 'RUNNING LONGEST AGAINST HISTORY: '
                            WS-LONG-STEP ' +' WS-EDIT-SEC 'SEC'
                END-IF.

        6100-PRINT-STEP-LINE.
                EVALUATE TRUE
                    WHEN WS-ST-TONIGHT (WS-STEP-IDX) = 'C'
                        MOVE 'COMPLETE' TO WS-STATE-LABEL
                    WHEN WS-ST-TONIGHT (WS-STEP-IDX) = 'S'
                        MOVE 'RUNNING' TO WS-STATE-LABEL
                    WHEN WS-ST-LAST-DATE (WS-STEP-IDX)
                         NOT < WS-RECENT-CUTOFF
                        MOVE 'NOT RUN' TO WS-STATE-LABEL
                    WHEN OTHER
                        MOVE 'RETIRED' TO WS-STATE-LABEL
                END-EVALUATE.
                IF WS-STATE-LABEL NOT = 'RETIRED'
                    MOVE WS-ST-ACTUAL (WS-STEP-IDX) TO WS-EDIT-SEC
                    MOVE WS-ST-ESTIMATE (WS-STEP-IDX) TO WS-EDIT-SEC2
                    IF WS-ST-TOTAL (WS-STEP-IDX) > WS-USE-WINDOWS
                        MOVE WS-USE-WINDOWS TO WS-EDIT-COUNT
                    ELSE
                        MOVE WS-ST-TOTAL (WS-STEP-IDX) TO WS-EDIT-COUNT
                    END-IF
                    MOVE SPACES TO WS-DETAIL-LINE
                    STRING WS-ST-NAME (WS-STEP-IDX) ' '
                           WS-STATE-LABEL WS-EDIT-SEC WS-EDIT-SEC2
                           WS-EDIT-COUNT
                           DELIMITED BY SIZE INTO WS-DETAIL-LINE
                    DISPLAY WS-DETAIL-LINE
                END-IF.

        7000-RAISE-EXCEPTION.
                IF NOT WS-VERDICT-CLEAR
                    MOVE SPACES TO WS-EXC-TEXT
                    EVALUATE TRUE
                        WHEN WS-VERDICT-OVER
                             AND WS-LONG-STEP NOT = SPACES
                            STRING 'PROJECTED END OVER SLA - LONG '
                                   WS-LONG-STEP
                                   DELIMITED BY SIZE INTO WS-EXC-TEXT
                        WHEN WS-VERDICT-OVER
                            COMPUTE WS-OVER-BY = 0 - WS-HEADROOM
                            STRING 'PROJECTED END OVER SLA BY '
                                   WS-OVER-BY ' SEC'
                                   DELIMITED BY SIZE INTO WS-EXC-TEXT
                        WHEN WS-LONG-STEP NOT = SPACES
                            STRING 'PROJECTED END NEAR SLA - LONG '
                                   WS-LONG-STEP
                                   DELIMITED BY SIZE INTO WS-EXC-TEXT
                        WHEN OTHER
                            MOVE WS-HEADROOM TO WS-OVER-BY
                            STRING 'PROJECTED END NEAR SLA - '
                                   WS-OVER-BY ' SEC LEFT'
                                   DELIMITED BY SIZE INTO WS-EXC-TEXT
                    END-EVALUATE
                    MOVE WS-VERDICT TO WS-EXC-SEVERITY
                    IF WS-BUS-DATE > 0
                        MOVE WS-BUS-DATE TO WS-EXC-BUS-DATE
                    ELSE
                        MOVE WS-WINDOW-START(1:8) TO WS-EXC-BUS-DATE
                    END-IF
                    PERFORM 8610-APPEND-EXCEPTION
                END-IF.

        9000-SET-RETURN-CODE.
                EVALUATE TRUE
                    WHEN WS-VERDICT-OVER
                        MOVE 8 TO RETURN-CODE
                    WHEN WS-VERDICT-NEAR
                        MOVE 4 TO RETURN-CODE
                    WHEN OTHER
                        MOVE 0 TO RETURN-CODE
                END-EVALUATE.

                COPY "cexcapnd.cpy".

      / CTLREG is the control-file change register.  The night is
      / steered by hand-edited control files that PREFLITE proves
      / valid but nothing remembers; a cutoff moved with a text
      / editor used to leave no trace.  Run after TODAY, this step
      / snapshots each of them against the business date in
      / CURRENT-BUS-DATE.DAT into the keyed history
      / CONTROL-HISTORY.DAT (copybook CCTLHST), compares each with
      / the last snapshot before tonight, and prints the lines that
      / changed old against new.  A file that appeared or went
      / missing is a change too.
      /
      / Each changed file appends one row to EXCEPTIONS.DAT: W for
      / the files that move money or the business date
      / (VALUE-CUTOFF.CTL, SLA-CUTOFF.CTL, DATE-OVERRIDE.CTL), I for
      / the rest.  A file's first snapshot is a baseline, not a
      / change.  A rerun for the same business date replaces that
      / night's snapshot and reports against the night before again.
      /
      / CTLREG.CTL (copybook CREGCTL) mode Q is the inquiry instead:
      / what did file X say on business date D, answered from the
      / last snapshot taken on or before D, with the date it was
      / first set to that.
      /
      / RETURN-CODE: 0 no changes (or the inquiry was answered),
      / 4 one or more files changed (or no snapshot on or before the
      / inquiry date), 8 bad CTLREG.CTL, no CURRENT-BUS-DATE.DAT for
      / a snapshot, or CONTROL-HISTORY.DAT could not be read or
      / written.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. CTLREG.
        AUTHOR. JDM.
        INSTALLATION. 01-JAN-2000.
        DATE-WRITTEN. 15-OCT-2026.
        DATE-COMPILED. 15-OCT-2026.
        SECURITY. NORMAL.
      / ------------------------------
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT BUS-DATE-FILE ASSIGN TO "CURRENT-BUS-DATE.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-BD-FS.
            SELECT CTLREG-CTL-FILE ASSIGN TO "CTLREG.CTL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CRG-FS.
            SELECT CONTROL-FILE ASSIGN TO DYNAMIC WS-CONTROL-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CTL-FS.
            SELECT CTL-HISTORY-FILE ASSIGN TO "CONTROL-HISTORY.DAT"
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS CTH-KEY
                FILE STATUS IS WS-CTH-FS.
            SELECT EXCEPTIONS-FILE ASSIGN TO "EXCEPTIONS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EXC-FS.
      / ------------------------------
        DATA DIVISION.
        FILE SECTION.
        FD  BUS-DATE-FILE.
            COPY "cbusdate.cpy".
        FD  CTLREG-CTL-FILE.
            COPY "cregctl.cpy".
      / Control files are held as plain text lines - the register
      / records what was keyed, not what the reading step made of it.
        FD  CONTROL-FILE.
        01  CONTROL-LINE                         PIC X(80).
        FD  CTL-HISTORY-FILE.
            COPY "cctlhst.cpy".
        FD  EXCEPTIONS-FILE.
            COPY "cexcept.cpy".
      / ------------------------------
        WORKING-STORAGE SECTION.
        01 WS-BD-FS                                      PIC XX.
        01 WS-CRG-FS                                     PIC XX.
        01 WS-CTL-FS                                     PIC XX.
        01 WS-CTH-FS                                     PIC XX.
        01 WS-EXC-FS                                     PIC XX.
        01 WS-DATETIME                                   PIC X(21).
        01 WS-BUS-DATE                                   PIC 9(8)
                                                          VALUE 0.
        01 WS-CONTROL-NAME                               PIC X(20).
      / ------------------------------
      / Control settings, defaulted for the nightly snapshot.
      / ------------------------------
        01 WS-RUN-MODE                                   PIC X
                                                          VALUE 'S'.
        01 WS-INQ-FILE-NAME                              PIC X(20)
                                                          VALUE SPACES.
        01 WS-INQ-DATE                                   PIC 9(8)
                                                          VALUE 0.
        01 WS-CTL-BAD                                    PIC X
                                                          VALUE 'N'.
      / ------------------------------
      / The registered control files, with the exception severity a
      / change to each raises.
      / ------------------------------
        01 WS-REG-NAMES.
                05      FILLER                  PIC X(21) VALUE
                        'DATE-FORMAT.CTL     I'.
                05      FILLER                  PIC X(21) VALUE
                        'DRIFT-THRESHOLD.CTL I'.
                05      FILLER                  PIC X(21) VALUE
                        'SLA-CUTOFF.CTL      W'.
                05      FILLER                  PIC X(21) VALUE
                        'VALUE-CUTOFF.CTL    W'.
                05      FILLER                  PIC X(21) VALUE
                        'HOLIDAY-COVERAGE.CTLI'.
                05      FILLER                  PIC X(21) VALUE
                        'FISCAL-CALENDAR.CTL I'.
                05      FILLER                  PIC X(21) VALUE
                        'FEDCOMP.CTL         I'.
                05      FILLER                  PIC X(21) VALUE
                        'AUDARCH.CTL         I'.
                05      FILLER                  PIC X(21) VALUE
                        'DATE-OVERRIDE.CTL   W'.
                05      FILLER                  PIC X(21) VALUE
                        'FORECAST.CTL        I'.
        01 WS-REG-TABLE REDEFINES WS-REG-NAMES.
                05      WS-REG-DEF OCCURS 10 TIMES.
                        10      WS-REG-FILE      PIC X(20).
                        10      WS-REG-SEVERITY  PIC X.
        01 WS-REG-COUNT                            PIC 9(2) COMP
                                                    VALUE 10.
        01 WS-REG-IDX                              PIC 9(2) COMP.
      / ------------------------------
      / Two snapshots side by side: OLD is the last one before the
      / date wanted, NEW the one being built (from history or from
      / the file itself).  200 lines covers years of 4-4-5 periods
      / in FISCAL-CALENDAR.CTL.
      / ------------------------------
        01 WS-SNAP-MAX                             PIC 9(3) COMP
                                                    VALUE 200.
        01 WS-SNAP-IDX                             PIC 9(3) COMP.
        01 WS-SNAP-HIGH                            PIC 9(3) COMP.
        01 WS-SNAP-OLD.
                05      WS-OLD-DATE              PIC 9(8).
                05      WS-OLD-STATE             PIC X.
                05      WS-OLD-LINES             PIC 9(3).
                05      WS-OLD-LINE OCCURS 200 TIMES
                                                 PIC X(80).
        01 WS-SNAP-NEW.
                05      WS-NEW-DATE              PIC 9(8).
                05      WS-NEW-STATE             PIC X.
                05      WS-NEW-LINES             PIC 9(3).
                05      WS-NEW-LINE OCCURS 200 TIMES
                                                 PIC X(80).
        01 WS-SINCE-DATE                           PIC 9(8).
        01 WS-LIMIT-DATE                           PIC 9(8).
        01 WS-DIFFERS                              PIC X.
        01 WS-TRUNCATED                            PIC X.
      / ------------------------------
      / Tallies and report fields.
      / ------------------------------
        01 WS-CHANGED-COUNT                        PIC 9(3) COMP
                                                    VALUE 0.
        01 WS-BASELINE-COUNT                       PIC 9(3) COMP
                                                    VALUE 0.
        01 WS-ERROR-COUNT                          PIC 9(3) COMP
                                                    VALUE 0.
        01 WS-INQ-FOUND                            PIC X VALUE 'N'.
        01 WS-LINE-NUM-DISP                        PIC 9(3).
        01 WS-COUNT-DISP                           PIC ZZZZ9.
        01 WS-EXC-TEXT                                   PIC X(40).
        01 WS-EXC-SEVERITY                               PIC X.
        01 WS-EXC-PGM                                    PIC X(8)
                                                    VALUE 'CTLREG'.
        01 WS-EXC-BUS-DATE                               PIC 9(8).
                COPY "crpthdr.cpy".
      / ------------------------------
        PROCEDURE DIVISION.
        0000-MAIN-PARA.
                MOVE FUNCTION CURRENT-DATE TO WS-DATETIME.
                PERFORM 1000-READ-CONTROL.
                PERFORM 1100-READ-BUS-DATE.
                PERFORM 2000-PRINT-HEADER.
                EVALUATE TRUE
                    WHEN WS-CTL-BAD = 'Y'
                        DISPLAY 'CTLREG: BAD CTLREG.CTL - MODE MUST BE '
                                'S, OR Q WITH A FILE NAME AND DATE'
                        MOVE 8 TO RETURN-CODE
                    WHEN WS-RUN-MODE = 'Q'
                        PERFORM 5000-ANSWER-INQUIRY
                    WHEN WS-BUS-DATE = 0
                        DISPLAY 'CTLREG: ERROR ' WS-BD-FS
                                ' reading CURRENT-BUS-DATE.DAT'
                        MOVE 8 TO RETURN-CODE
                    WHEN OTHER
                        PERFORM 3000-SNAPSHOT-ALL
                        PERFORM 6000-PRINT-SUMMARY
                        PERFORM 9000-SET-RETURN-CODE
                END-EVALUATE.
                STOP RUN.

        1000-READ-CONTROL.
                OPEN INPUT CTLREG-CTL-FILE.
                IF WS-CRG-FS = '00'
                    READ CTLREG-CTL-FILE
                    IF WS-CRG-FS = '00'
                        EVALUATE TRUE
                            WHEN CRG-MODE-SNAPSHOT
                                MOVE 'S' TO WS-RUN-MODE
                            WHEN CRG-MODE-INQUIRY
                                MOVE 'Q' TO WS-RUN-MODE
                                MOVE CRG-FILE-NAME TO WS-INQ-FILE-NAME
                                IF CRG-AS-OF-DATE NUMERIC
                                    MOVE CRG-AS-OF-DATE TO WS-INQ-DATE
                                END-IF
                                IF WS-INQ-FILE-NAME = SPACES
                                   OR WS-INQ-DATE = 0
                                    MOVE 'Y' TO WS-CTL-BAD
                                END-IF
                            WHEN OTHER
                                MOVE 'Y' TO WS-CTL-BAD
                        END-EVALUATE
                    END-IF
                    CLOSE CTLREG-CTL-FILE
                END-IF.

        1100-READ-BUS-DATE.
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
                MOVE WS-BUS-DATE TO WS-EXC-BUS-DATE.

        2000-PRINT-HEADER.
                IF WS-RUN-MODE = 'Q'
                    MOVE 'CONTROL FILE INQUIRY' TO RPT-TITLE
                ELSE
                    MOVE 'CONTROL FILE CHANGE REGISTER' TO RPT-TITLE
                END-IF.
                MOVE 1 TO RPT-PAGE-NUM.
                CALL "RPTHDR" USING RPT-HEADER-PARMS.
                DISPLAY RPT-HEADER-LINE-1.
                DISPLAY RPT-HEADER-LINE-2.
                DISPLAY RPT-HEADER-LINE-3.
                DISPLAY ' '.
                IF WS-RUN-MODE NOT = 'Q'
                    DISPLAY 'BUSINESS DATE: ' WS-BUS-DATE
                    DISPLAY ' '
                END-IF.

        3000-SNAPSHOT-ALL.
                OPEN I-O CTL-HISTORY-FILE.
                IF WS-CTH-FS = '35'
                    OPEN OUTPUT CTL-HISTORY-FILE
                    IF WS-CTH-FS = '00'
                        CLOSE CTL-HISTORY-FILE
                        OPEN I-O CTL-HISTORY-FILE
                    END-IF
                END-IF.
                IF WS-CTH-FS NOT = '00'
                    DISPLAY 'CTLREG: ERROR ' WS-CTH-FS
                            ' opening CONTROL-HISTORY.DAT'
                    ADD 1 TO WS-ERROR-COUNT
                ELSE
                    COMPUTE WS-LIMIT-DATE = WS-BUS-DATE - 1
                    PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                            UNTIL WS-REG-IDX > WS-REG-COUNT
                        MOVE WS-REG-FILE (WS-REG-IDX)
                                TO WS-CONTROL-NAME
                        PERFORM 3100-REGISTER-ONE-FILE
                    END-PERFORM
                    CLOSE CTL-HISTORY-FILE
                END-IF.

        3100-REGISTER-ONE-FILE.
                PERFORM 4000-LOAD-HISTORY.
                PERFORM 3200-LOAD-CURRENT.
                PERFORM 3300-DROP-TONIGHTS-SNAPSHOT.
                PERFORM 3400-WRITE-SNAPSHOT.
                IF WS-OLD-DATE = 0
                    ADD 1 TO WS-BASELINE-COUNT
                    DISPLAY WS-CONTROL-NAME ' FIRST SNAPSHOT - '
                            'BASELINE RECORDED'
                ELSE
                    PERFORM 4200-COMPARE-SNAPSHOTS
                    IF WS-DIFFERS = 'Y'
                        ADD 1 TO WS-CHANGED-COUNT
                        PERFORM 3500-PRINT-CHANGE
                        PERFORM 7000-WRITE-EXCEPTION
                    END-IF
                END-IF.

      / A missing file is recorded as such - the night it vanishes
      / is as much a change as the night a value moves.
        3200-LOAD-CURRENT.
                MOVE WS-BUS-DATE TO WS-NEW-DATE.
                MOVE 0 TO WS-NEW-LINES.
                MOVE 'N' TO WS-TRUNCATED.
                OPEN INPUT CONTROL-FILE.
                IF WS-CTL-FS = '00'
                    MOVE 'P' TO WS-NEW-STATE
                    PERFORM UNTIL WS-CTL-FS NOT = '00'
                        READ CONTROL-FILE NEXT RECORD
                            AT END
                                MOVE '10' TO WS-CTL-FS
                            NOT AT END
                                IF WS-NEW-LINES < WS-SNAP-MAX
                                    ADD 1 TO WS-NEW-LINES
                                    MOVE CONTROL-LINE TO
                                        WS-NEW-LINE (WS-NEW-LINES)
                                ELSE
                                    MOVE 'Y' TO WS-TRUNCATED
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE CONTROL-FILE
                ELSE
                    MOVE 'M' TO WS-NEW-STATE
                END-IF.
                IF WS-TRUNCATED = 'Y'
                    MOVE WS-SNAP-MAX TO WS-COUNT-DISP
                    DISPLAY 'CTLREG: ' WS-CONTROL-NAME
                            ' OVER' WS-COUNT-DISP
                            ' LINES - ONLY THE FIRST ARE REGISTERED'
                END-IF.

      / A rerun for the same business date replaces what the first
      / run recorded rather than stacking a second copy on it.
        3300-DROP-TONIGHTS-SNAPSHOT.
                MOVE WS-CONTROL-NAME TO CTH-FILE-NAME.
                MOVE WS-BUS-DATE TO CTH-BUS-DATE.
                MOVE 0 TO CTH-LINE-NUM.
                START CTL-HISTORY-FILE
                        KEY NOT LESS THAN CTH-KEY
                    INVALID KEY
                        MOVE '10' TO WS-CTH-FS
                END-START.
                PERFORM UNTIL WS-CTH-FS NOT = '00'
                    READ CTL-HISTORY-FILE NEXT RECORD
                        AT END
                            MOVE '10' TO WS-CTH-FS
                        NOT AT END
                            IF CTH-FILE-NAME = WS-CONTROL-NAME
                               AND CTH-BUS-DATE = WS-BUS-DATE
                                DELETE CTL-HISTORY-FILE RECORD
                                    INVALID KEY
                                        DISPLAY 'CTLREG: ERROR '
                                                WS-CTH-FS ' deleting '
                                                CTH-KEY
                                        ADD 1 TO WS-ERROR-COUNT
                                END-DELETE
                            ELSE
                                MOVE '10' TO WS-CTH-FS
                            END-IF
                    END-READ
                END-PERFORM.
                MOVE '00' TO WS-CTH-FS.

        3400-WRITE-SNAPSHOT.
                MOVE WS-CONTROL-NAME TO CTH-FILE-NAME.
                MOVE WS-BUS-DATE TO CTH-BUS-DATE.
                MOVE 0 TO CTH-LINE-NUM.
                MOVE SPACES TO CTH-LINE-TEXT.
                MOVE WS-NEW-STATE TO CTH-HDR-STATE.
                MOVE WS-NEW-LINES TO CTH-HDR-LINES.
                MOVE WS-DATETIME TO CTH-HDR-TIMESTAMP.
                PERFORM 3410-WRITE-HISTORY-ROW.
                PERFORM VARYING WS-SNAP-IDX FROM 1 BY 1
                        UNTIL WS-SNAP-IDX > WS-NEW-LINES
                    MOVE WS-SNAP-IDX TO CTH-LINE-NUM
                    MOVE WS-NEW-LINE (WS-SNAP-IDX) TO CTH-LINE-TEXT
                    PERFORM 3410-WRITE-HISTORY-ROW
                END-PERFORM.

        3410-WRITE-HISTORY-ROW.
                WRITE CTL-HISTORY-RECORD
                    INVALID KEY
                        DISPLAY 'CTLREG: ERROR ' WS-CTH-FS
                                ' writing ' CTH-KEY
                        ADD 1 TO WS-ERROR-COUNT
                END-WRITE.

      / Old and new line by line; lines that agree are not printed.
        3500-PRINT-CHANGE.
                DISPLAY WS-CONTROL-NAME ' CHANGED - WAS SO FROM '
                        WS-SINCE-DATE ' THROUGH ' WS-OLD-DATE.
                EVALUATE TRUE
                    WHEN WS-OLD-STATE = 'M'
                        DISPLAY '    OLD: FILE NOT PRESENT'
                    WHEN WS-NEW-STATE = 'M'
                        DISPLAY '    NEW: FILE NOT PRESENT'
                END-EVALUATE.
                MOVE WS-OLD-LINES TO WS-SNAP-HIGH.
                IF WS-NEW-LINES > WS-SNAP-HIGH
                    MOVE WS-NEW-LINES TO WS-SNAP-HIGH
                END-IF.
                PERFORM VARYING WS-SNAP-IDX FROM 1 BY 1
                        UNTIL WS-SNAP-IDX > WS-SNAP-HIGH
                    PERFORM 3510-PRINT-CHANGED-LINE
                END-PERFORM.
                DISPLAY ' '.

        3510-PRINT-CHANGED-LINE.
                IF WS-SNAP-IDX > WS-OLD-LINES
                    MOVE SPACES TO WS-OLD-LINE (WS-SNAP-IDX)
                END-IF.
                IF WS-SNAP-IDX > WS-NEW-LINES
                    MOVE SPACES TO WS-NEW-LINE (WS-SNAP-IDX)
                END-IF.
                IF WS-OLD-LINE (WS-SNAP-IDX)
                   NOT = WS-NEW-LINE (WS-SNAP-IDX)
                    MOVE WS-SNAP-IDX TO WS-LINE-NUM-DISP
                    IF WS-SNAP-IDX > WS-OLD-LINES
                        DISPLAY '    LINE ' WS-LINE-NUM-DISP
                                ' OLD: (NO LINE)'
                    ELSE
                        DISPLAY '    LINE ' WS-LINE-NUM-DISP
                                ' OLD: ' WS-OLD-LINE (WS-SNAP-IDX)
                                (1:52)
                    END-IF
                    IF WS-SNAP-IDX > WS-NEW-LINES
                        DISPLAY '             NEW: (NO LINE)'
                    ELSE
                        DISPLAY '             NEW: '
                                WS-NEW-LINE (WS-SNAP-IDX) (1:52)
                    END-IF
                END-IF.

      / One keyed pass over a file's snapshots up to WS-LIMIT-DATE.
      / Each snapshot is built in NEW, then compared with the one
      / before it and moved to OLD, so OLD ends holding the last
      / snapshot in range and WS-SINCE-DATE the date it was first
      / seen in that form.
        4000-LOAD-HISTORY.
                MOVE 0 TO WS-OLD-DATE.
                MOVE 0 TO WS-NEW-DATE.
                MOVE 0 TO WS-SINCE-DATE.
                MOVE WS-CONTROL-NAME TO CTH-FILE-NAME.
                MOVE 0 TO CTH-BUS-DATE.
                MOVE 0 TO CTH-LINE-NUM.
                START CTL-HISTORY-FILE
                        KEY NOT LESS THAN CTH-KEY
                    INVALID KEY
                        MOVE '10' TO WS-CTH-FS
                END-START.
                PERFORM UNTIL WS-CTH-FS NOT = '00'
                    READ CTL-HISTORY-FILE NEXT RECORD
                        AT END
                            MOVE '10' TO WS-CTH-FS
                        NOT AT END
                            IF CTH-FILE-NAME = WS-CONTROL-NAME
                               AND CTH-BUS-DATE <= WS-LIMIT-DATE
                                PERFORM 4100-HOLD-HISTORY-ROW
                            ELSE
                                MOVE '10' TO WS-CTH-FS
                            END-IF
                    END-READ
                END-PERFORM.
                PERFORM 4150-FINISH-SNAPSHOT.
                MOVE '00' TO WS-CTH-FS.

        4100-HOLD-HISTORY-ROW.
                IF CTH-LINE-NUM = 0
                    PERFORM 4150-FINISH-SNAPSHOT
                    MOVE CTH-BUS-DATE TO WS-NEW-DATE
                    MOVE CTH-HDR-STATE TO WS-NEW-STATE
                    MOVE 0 TO WS-NEW-LINES
                ELSE
                    IF CTH-LINE-NUM <= WS-SNAP-MAX
                       AND WS-NEW-DATE > 0
                        MOVE CTH-LINE-NUM TO WS-NEW-LINES
                        MOVE CTH-LINE-TEXT
                                TO WS-NEW-LINE (WS-NEW-LINES)
                    END-IF
                END-IF.

        4150-FINISH-SNAPSHOT.
                IF WS-NEW-DATE > 0
                    IF WS-OLD-DATE = 0
                        MOVE WS-NEW-DATE TO WS-SINCE-DATE
                    ELSE
                        PERFORM 4200-COMPARE-SNAPSHOTS
                        IF WS-DIFFERS = 'Y'
                            MOVE WS-NEW-DATE TO WS-SINCE-DATE
                        END-IF
                    END-IF
                    MOVE WS-SNAP-NEW TO WS-SNAP-OLD
                    MOVE 0 TO WS-NEW-DATE
                END-IF.

        4200-COMPARE-SNAPSHOTS.
                MOVE 'N' TO WS-DIFFERS.
                IF WS-OLD-STATE NOT = WS-NEW-STATE
                   OR WS-OLD-LINES NOT = WS-NEW-LINES
                    MOVE 'Y' TO WS-DIFFERS
                ELSE
                    PERFORM VARYING WS-SNAP-IDX FROM 1 BY 1
                            UNTIL WS-SNAP-IDX > WS-NEW-LINES
                               OR WS-DIFFERS = 'Y'
                        IF WS-OLD-LINE (WS-SNAP-IDX)
                           NOT = WS-NEW-LINE (WS-SNAP-IDX)
                            MOVE 'Y' TO WS-DIFFERS
                        END-IF
                    END-PERFORM
                END-IF.

      / Inquiry: the last snapshot on or before the date asked about
      / is what the file said that night.
        5000-ANSWER-INQUIRY.
                OPEN INPUT CTL-HISTORY-FILE.
                IF WS-CTH-FS NOT = '00'
                    DISPLAY 'CTLREG: ERROR ' WS-CTH-FS
                            ' opening CONTROL-HISTORY.DAT'
                    MOVE 8 TO RETURN-CODE
                ELSE
                    MOVE WS-INQ-FILE-NAME TO WS-CONTROL-NAME
                    MOVE WS-INQ-DATE TO WS-LIMIT-DATE
                    PERFORM 4000-LOAD-HISTORY
                    CLOSE CTL-HISTORY-FILE
                    DISPLAY 'FILE:          ' WS-CONTROL-NAME
                    DISPLAY 'AS OF:         ' WS-INQ-DATE
                    IF WS-OLD-DATE = 0
                        DISPLAY 'NO SNAPSHOT ON OR BEFORE THAT DATE'
                        MOVE 4 TO RETURN-CODE
                    ELSE
                        PERFORM 5100-PRINT-SNAPSHOT
                        MOVE 0 TO RETURN-CODE
                    END-IF
                END-IF.

        5100-PRINT-SNAPSHOT.
                DISPLAY 'SNAPSHOT OF:   ' WS-OLD-DATE.
                DISPLAY 'SET THIS WAY:  ' WS-SINCE-DATE.
                DISPLAY ' '.
                IF WS-OLD-STATE = 'M'
                    DISPLAY '    FILE NOT PRESENT'
                ELSE
                    PERFORM VARYING WS-SNAP-IDX FROM 1 BY 1
                            UNTIL WS-SNAP-IDX > WS-OLD-LINES
                        MOVE WS-SNAP-IDX TO WS-LINE-NUM-DISP
                        DISPLAY '    LINE ' WS-LINE-NUM-DISP ': '
                                WS-OLD-LINE (WS-SNAP-IDX) (1:56)
                    END-PERFORM
                    IF WS-OLD-LINES = 0
                        DISPLAY '    (FILE EMPTY)'
                    END-IF
                END-IF.

        6000-PRINT-SUMMARY.
                MOVE WS-REG-COUNT TO WS-COUNT-DISP.
                DISPLAY 'FILES REGISTERED:    ' WS-COUNT-DISP.
                MOVE WS-CHANGED-COUNT TO WS-COUNT-DISP.
                DISPLAY 'FILES CHANGED:       ' WS-COUNT-DISP.
                MOVE WS-BASELINE-COUNT TO WS-COUNT-DISP.
                DISPLAY 'FIRST SNAPSHOTS:     ' WS-COUNT-DISP.
                MOVE WS-ERROR-COUNT TO WS-COUNT-DISP.
                DISPLAY 'HISTORY ERRORS:      ' WS-COUNT-DISP.

        7000-WRITE-EXCEPTION.
                MOVE SPACES TO WS-EXC-TEXT.
                STRING 'CTL FILE CHANGED '
                           DELIMITED BY SIZE
                       WS-CONTROL-NAME
                           DELIMITED BY SPACE
                       INTO WS-EXC-TEXT.
                MOVE WS-REG-SEVERITY (WS-REG-IDX) TO WS-EXC-SEVERITY.
                PERFORM 8610-APPEND-EXCEPTION.

                COPY "cexcapnd.cpy".

        9000-SET-RETURN-CODE.
                EVALUATE TRUE
                    WHEN WS-ERROR-COUNT > 0
                        MOVE 8 TO RETURN-CODE
                    WHEN WS-CHANGED-COUNT > 0
                        MOVE 4 TO RETURN-CODE
                    WHEN OTHER
                        MOVE 0 TO RETURN-CODE
                END-EVALUATE.

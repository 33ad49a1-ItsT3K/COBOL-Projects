      / DUETRACK is the daily due-date tracking step.  DUEGEN says
      / when each rule falls due; until now nothing said whether the
      / work got done, and DUE-DATES.DAT was read once and forgotten.
      /
      / The owning teams record finished work on the completion file
      / DUE-COMPLETIONS.DAT (copybook CDUECMP) - rule id and due date
      / as DUEGEN wrote them, plus the user and timestamp.  Working
      / from the business date in CURRENT-BUS-DATE.DAT, this step
      / gives every DUE-DATES.DAT entry (copybook CDUEDATE) a state:
      /
      /   COMPLETED  a completion row matches the rule and due date
      /   DUE TODAY  the due date is the business date
      /   UPCOMING   due within the notice window - counted in
      /              business days by DATECALC on the rule's own
      /              calendar
      /   OVERDUE    the due date has passed with no completion
      /   ESCALATED  overdue by more business days than the
      /              escalation limit
      /
      / and lists everything but the dates still beyond the notice
      / window.  DUEGEN reissues DUE-DATES.DAT from the current month
      / on, so every item due on or before the business date with no
      / completion is carried on DUE-OPEN-ITEMS.DAT (copybook
      / CDUEOPEN), which this step owns and rewrites each run; a
      / carried item the due-date file no longer lists is graded from
      / there, and stays until its completion row arrives.  The
      / window and the limit come from DUETRACK.CTL (copybook
      / CDUETCTL, defaults 5 and 3).  Each
      / overdue item appends a W row to EXCEPTIONS.DAT and each
      / escalated item an E row, so EXCMON's return code escalates
      / through the paging path it already has.
      /
      / RETURN-CODE: 0 nothing overdue (including no DUE-DATES.DAT),
      / 4 one or more items overdue, 8 one or more items escalated,
      / the completion file is too large to hold, or the open items
      / could not be carried.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. DUETRACK.
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
            SELECT DUETRACK-CTL-FILE ASSIGN TO "DUETRACK.CTL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DTC-FS.
            SELECT DUE-COMPLETION-FILE
                ASSIGN TO "DUE-COMPLETIONS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DCM-FS.
            SELECT DUE-DATES-FILE ASSIGN TO "DUE-DATES.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DUE-FS.
            SELECT DUE-OPEN-FILE ASSIGN TO "DUE-OPEN-ITEMS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DOI-FS.
            SELECT EXCEPTIONS-FILE ASSIGN TO "EXCEPTIONS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EXC-FS.
      / ------------------------------
        DATA DIVISION.
        FILE SECTION.
        FD  BUS-DATE-FILE.
            COPY "cbusdate.cpy".
        FD  DUETRACK-CTL-FILE.
            COPY "cduetctl.cpy".
        FD  DUE-COMPLETION-FILE.
            COPY "cduecmp.cpy".
        FD  DUE-DATES-FILE.
            COPY "cduedate.cpy".
        FD  DUE-OPEN-FILE.
            COPY "cdueopen.cpy".
        FD  EXCEPTIONS-FILE.
            COPY "cexcept.cpy".
      / ------------------------------
        WORKING-STORAGE SECTION.
        01 WS-BD-FS                                      PIC XX.
        01 WS-DTC-FS                                     PIC XX.
        01 WS-DCM-FS                                     PIC XX.
        01 WS-DUE-FS                                     PIC XX.
        01 WS-DOI-FS                                     PIC XX.
        01 WS-EXC-FS                                     PIC XX.
        01 WS-DATETIME                                   PIC X(21).
        01 WS-BUS-DATE                                   PIC 9(8).
        01 WS-NOTICE-DAYS                          PIC 9(2) COMP
                                                    VALUE 5.
        01 WS-ESCALATE-DAYS                        PIC 9(2) COMP
                                                    VALUE 3.
      / ------------------------------
      / Exception row staging for the shared CEXCAPND append.
      / ------------------------------
        01 WS-EXC-TEXT                                   PIC X(40).
        01 WS-EXC-SEVERITY                               PIC X.
        01 WS-EXC-PGM                                    PIC X(8)
                                                      VALUE 'DUETRACK'.
        01 WS-EXC-BUS-DATE                               PIC 9(8).
      / ------------------------------
      / Completions held in storage, matched by rule id and due date.
      / Twelve months of rules fit well inside 2000; a file past that
      / wants its old years archived, and the step refuses to grade
      / against a partial load rather than call finished work late.
      / ------------------------------
        01 WS-CMP-COUNT                            PIC 9(4) COMP
                                                    VALUE 0.
        01 WS-CMP-MAX                              PIC 9(4) COMP
                                                    VALUE 2000.
        01 WS-CMP-IDX                              PIC 9(4) COMP.
        01 WS-CMP-FOUND                            PIC 9(4) COMP.
        01 WS-CMP-OVERFLOW                         PIC X VALUE 'N'.
        01 WS-CMP-TABLE.
                05      WS-CMP-ENTRY OCCURS 2000 TIMES.
                        10      WS-CM-RULE-ID    PIC X(8).
                        10      WS-CM-DUE-DATE   PIC 9(8).
                        10      WS-CM-USER-ID    PIC X(8).
      / ------------------------------
      / Open items: carried rows from DUE-OPEN-ITEMS.DAT
      / (the first WS-OPN-LOADED entries), then tonight's new ones.
      / SEEN marks a carried row DUE-DATES.DAT also listed; KEEP one
      / due or past due and not completed, to be written back.
      / ------------------------------
        01 WS-OPN-COUNT                            PIC 9(4) COMP
                                                    VALUE 0.
        01 WS-OPN-LOADED                           PIC 9(4) COMP
                                                    VALUE 0.
        01 WS-OPN-MAX                              PIC 9(4) COMP
                                                    VALUE 2000.
        01 WS-OPN-IDX                              PIC 9(4) COMP.
        01 WS-OPN-FOUND                            PIC 9(4) COMP.
        01 WS-CRY-IDX                              PIC 9(4) COMP.
        01 WS-OPN-OVERFLOW                         PIC X VALUE 'N'.
        01 WS-OPN-ERRORS                           PIC 9(3) COMP
                                                    VALUE 0.
        01 WS-OPN-TABLE.
                05      WS-OPN-ENTRY OCCURS 2000 TIMES.
                        10      WS-OP-ITEM       PIC X(52).
                        10      WS-OP-ITEM-R REDEFINES WS-OP-ITEM.
                                15 WS-OP-DATE    PIC 9(8).
                                15 FILLER        PIC X.
                                15 WS-OP-RULE-ID PIC X(8).
                                15 FILLER        PIC X(35).
                        10      WS-OP-SEEN       PIC X.
                        10      WS-OP-KEEP       PIC X.
      / ------------------------------
      / The row being graded, from either file.
      / ------------------------------
        01 WS-DUE-ITEM.
                05      WS-DI-DATE               PIC 9(8).
                05      FILLER                   PIC X.
                05      WS-DI-RULE-ID            PIC X(8).
                05      FILLER                   PIC X.
                05      WS-DI-CALENDAR           PIC X(3).
                05      FILLER                   PIC X.
                05      WS-DI-DESCRIPTION        PIC X(30).
      / ------------------------------
      / Per-entry state and business-day distance.
      / ------------------------------
        01 WS-STATE                                PIC X(10).
        01 WS-BUS-DAYS                             PIC S9(4).
        01 WS-BUS-DAYS-DISP                        PIC ZZ9.
        01 WS-DONE-BY                              PIC X(8).
      / ------------------------------
      / State tallies.
      / ------------------------------
        01 WS-DUE-READ                             PIC 9(5) COMP
                                                    VALUE 0.
        01 WS-COMPLETED-COUNT                      PIC 9(5) COMP
                                                    VALUE 0.
        01 WS-TODAY-COUNT                          PIC 9(5) COMP
                                                    VALUE 0.
        01 WS-UPCOMING-COUNT                       PIC 9(5) COMP
                                                    VALUE 0.
        01 WS-LATER-COUNT                          PIC 9(5) COMP
                                                    VALUE 0.
        01 WS-OVERDUE-COUNT                        PIC 9(5) COMP
                                                    VALUE 0.
        01 WS-ESCALATED-COUNT                      PIC 9(5) COMP
                                                    VALUE 0.
        01 WS-UNGRADED-COUNT                       PIC 9(5) COMP
                                                    VALUE 0.
        01 WS-CARRIED-READ                         PIC 9(5) COMP
                                                    VALUE 0.
        01 WS-CARRIED-KEPT                         PIC 9(5) COMP
                                                    VALUE 0.
      / ------------------------------
      / Report line fields.
      / ------------------------------
        01 WS-COUNT-DISP                           PIC ZZZZ9.
        01 WS-DETAIL-LINE                          PIC X(80).
                COPY "cdatcalc.cpy".
                COPY "crpthdr.cpy".
      / ------------------------------
        PROCEDURE DIVISION.
        0000-MAIN-PARA.
                PERFORM 1000-INITIALIZE.
                PERFORM 1100-LOAD-COMPLETIONS.
                PERFORM 1300-LOAD-OPEN-ITEMS.
                PERFORM 2000-PRINT-HEADER.
                IF WS-CMP-OVERFLOW = 'Y'
                    DISPLAY 'DUETRACK: DUE-COMPLETIONS.DAT HOLDS MORE '
                            'THAN 2000 ROWS - ARCHIVE OLD YEARS'
                    DISPLAY 'DUETRACK: NOTHING GRADED'
                ELSE
                    PERFORM 3000-TRACK-DUE-DATES
                    PERFORM 4000-TRACK-CARRIED-ITEMS
                    PERFORM 4500-WRITE-OPEN-ITEMS
                    PERFORM 6000-PRINT-SUMMARY
                END-IF.
                PERFORM 9000-SET-RETURN-CODE.
                STOP RUN.

      / The business date anchors every state; a run outside the
      / window falls back to the system date the way EXCMON does.
        1000-INITIALIZE.
                MOVE FUNCTION CURRENT-DATE TO WS-DATETIME.
                MOVE WS-DATETIME(1:8) TO WS-BUS-DATE.
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
                OPEN INPUT DUETRACK-CTL-FILE.
                IF WS-DTC-FS = '00'
                    READ DUETRACK-CTL-FILE
                    IF WS-DTC-FS = '00'
                        IF DTC-NOTICE-DAYS NUMERIC
                           AND DTC-NOTICE-DAYS > 0
                            MOVE DTC-NOTICE-DAYS TO WS-NOTICE-DAYS
                        END-IF
                        IF DTC-ESCALATE-DAYS NUMERIC
                           AND DTC-ESCALATE-DAYS > 0
                            MOVE DTC-ESCALATE-DAYS
                                    TO WS-ESCALATE-DAYS
                        END-IF
                    END-IF
                    CLOSE DUETRACK-CTL-FILE
                END-IF.

      / No completion file yet only means nothing has been recorded.
        1100-LOAD-COMPLETIONS.
                OPEN INPUT DUE-COMPLETION-FILE.
                IF WS-DCM-FS = '00'
                    PERFORM UNTIL WS-DCM-FS NOT = '00'
                        READ DUE-COMPLETION-FILE NEXT RECORD
                            AT END
                                MOVE '10' TO WS-DCM-FS
                            NOT AT END
                                PERFORM 1200-HOLD-ONE-COMPLETION
                        END-READ
                    END-PERFORM
                    CLOSE DUE-COMPLETION-FILE
                END-IF.

        1200-HOLD-ONE-COMPLETION.
                IF DCM-RULE-ID NOT = SPACES
                   AND DCM-DUE-DATE NUMERIC
                    IF WS-CMP-COUNT >= WS-CMP-MAX
                        MOVE 'Y' TO WS-CMP-OVERFLOW
                    ELSE
                        ADD 1 TO WS-CMP-COUNT
                        MOVE DCM-RULE-ID
                                TO WS-CM-RULE-ID (WS-CMP-COUNT)
                        MOVE DCM-DUE-DATE
                                TO WS-CM-DUE-DATE (WS-CMP-COUNT)
                        MOVE DCM-USER-ID
                                TO WS-CM-USER-ID (WS-CMP-COUNT)
                    END-IF
                ELSE
                    DISPLAY 'DUETRACK: IGNORED COMPLETION <'
                            DCM-RULE-ID '> <' DCM-DUE-DATE '>'
                END-IF.

      / No open items file yet only means nothing has been carried.
        1300-LOAD-OPEN-ITEMS.
                OPEN INPUT DUE-OPEN-FILE.
                IF WS-DOI-FS = '00'
                    PERFORM UNTIL WS-DOI-FS NOT = '00'
                        READ DUE-OPEN-FILE NEXT RECORD
                            AT END
                                MOVE '10' TO WS-DOI-FS
                            NOT AT END
                                PERFORM 1400-HOLD-ONE-OPEN-ITEM
                        END-READ
                    END-PERFORM
                    CLOSE DUE-OPEN-FILE
                END-IF.
                MOVE WS-OPN-COUNT TO WS-OPN-LOADED.

        1400-HOLD-ONE-OPEN-ITEM.
                IF WS-OPN-COUNT >= WS-OPN-MAX
                    MOVE 'Y' TO WS-OPN-OVERFLOW
                ELSE
                    ADD 1 TO WS-OPN-COUNT
                    MOVE DUE-OPEN-RECORD TO WS-OP-ITEM (WS-OPN-COUNT)
                    MOVE 'N' TO WS-OP-SEEN (WS-OPN-COUNT)
                    MOVE 'N' TO WS-OP-KEEP (WS-OPN-COUNT)
                END-IF.

        2000-PRINT-HEADER.
                MOVE 'DUE-DATE COMPLETION TRACKING' TO RPT-TITLE.
                MOVE 1 TO RPT-PAGE-NUM.
                CALL "RPTHDR" USING RPT-HEADER-PARMS.
                DISPLAY RPT-HEADER-LINE-1.
                DISPLAY RPT-HEADER-LINE-2.
                DISPLAY RPT-HEADER-LINE-3.
                DISPLAY ' '.
                MOVE WS-NOTICE-DAYS TO WS-BUS-DAYS-DISP.
                DISPLAY 'BUSINESS DATE: ' WS-BUS-DATE
                        '   NOTICE WINDOW: ' WS-BUS-DAYS-DISP
                        ' BUS DAYS'.
                MOVE WS-ESCALATE-DAYS TO WS-BUS-DAYS-DISP.
                DISPLAY 'ESCALATE AFTER: ' WS-BUS-DAYS-DISP
                        ' BUS DAYS OVERDUE'.
                DISPLAY ' '.

        3000-TRACK-DUE-DATES.
                OPEN INPUT DUE-DATES-FILE.
                IF WS-DUE-FS NOT = '00'
                    DISPLAY 'NO DUE-DATES.DAT - NOTHING TO TRACK'
                ELSE
                    DISPLAY 'DUE DATE RULE     CAL STATE       BD '
                            'DESCRIPTION                    DONE BY'
                    PERFORM UNTIL WS-DUE-FS NOT = '00'
                        READ DUE-DATES-FILE NEXT RECORD
                            AT END
                                MOVE '10' TO WS-DUE-FS
                            NOT AT END
                                ADD 1 TO WS-DUE-READ
                                MOVE DUE-DATE-RECORD TO WS-DUE-ITEM
                                PERFORM 3050-MATCH-CARRIED
                                PERFORM 3100-GRADE-ONE-DUE-DATE
                        END-READ
                    END-PERFORM
                    CLOSE DUE-DATES-FILE
                END-IF.
                DISPLAY ' '.

      / A carried item DUE-DATES.DAT still lists is graded from there
      / once, not again from the carried table.
        3050-MATCH-CARRIED.
                MOVE 0 TO WS-OPN-FOUND.
                PERFORM VARYING WS-OPN-IDX FROM 1 BY 1
                        UNTIL WS-OPN-IDX > WS-OPN-COUNT
                           OR WS-OPN-FOUND > 0
                    IF WS-OP-RULE-ID (WS-OPN-IDX) = WS-DI-RULE-ID
                       AND WS-OP-DATE (WS-OPN-IDX) = WS-DI-DATE
                        MOVE WS-OPN-IDX TO WS-OPN-FOUND
                        MOVE 'Y' TO WS-OP-SEEN (WS-OPN-IDX)
                    END-IF
                END-PERFORM.

      / A completion settles the item whatever the date; otherwise
      / the distance to or past the due date is counted in business
      / days on the rule's own calendar, as DUEGEN derived it.
        3100-GRADE-ONE-DUE-DATE.
                MOVE SPACES TO WS-STATE.
                MOVE SPACES TO WS-DONE-BY.
                MOVE 0 TO WS-BUS-DAYS.
                MOVE 0 TO WS-CMP-FOUND.
                PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
                        UNTIL WS-CMP-IDX > WS-CMP-COUNT
                           OR WS-CMP-FOUND > 0
                    IF WS-CM-RULE-ID (WS-CMP-IDX) = WS-DI-RULE-ID
                       AND WS-CM-DUE-DATE (WS-CMP-IDX) = WS-DI-DATE
                        MOVE WS-CMP-IDX TO WS-CMP-FOUND
                    END-IF
                END-PERFORM.
                EVALUATE TRUE
                    WHEN WS-CMP-FOUND > 0
                        MOVE 'COMPLETED' TO WS-STATE
                        MOVE WS-CM-USER-ID (WS-CMP-FOUND)
                                TO WS-DONE-BY
                        ADD 1 TO WS-COMPLETED-COUNT
                    WHEN WS-DI-DATE = WS-BUS-DATE
                        MOVE 'DUE TODAY' TO WS-STATE
                        ADD 1 TO WS-TODAY-COUNT
                    WHEN WS-DI-DATE > WS-BUS-DATE
                        MOVE WS-BUS-DATE TO DCP-INPUT-DATE
                        MOVE WS-DI-DATE TO DCP-END-DATE
                        PERFORM 3200-COUNT-BUS-DAYS
                        PERFORM 3300-GRADE-FUTURE
                    WHEN OTHER
                        MOVE WS-DI-DATE TO DCP-INPUT-DATE
                        MOVE WS-BUS-DATE TO DCP-END-DATE
                        PERFORM 3200-COUNT-BUS-DAYS
                        PERFORM 3400-GRADE-PAST
                END-EVALUATE.
                IF WS-STATE NOT = SPACES
                    PERFORM 3500-PRINT-DUE-LINE
                END-IF.
                IF WS-STATE = 'DUE TODAY' OR WS-STATE = 'OVERDUE'
                   OR WS-STATE = 'ESCALATED'
                    PERFORM 3600-KEEP-OPEN-ITEM
                END-IF.

        3200-COUNT-BUS-DAYS.
                MOVE 'D' TO DCP-FUNCTION.
                MOVE 0 TO DCP-DAY-COUNT.
                MOVE WS-DI-CALENDAR TO DCP-CALENDAR-ID.
                CALL "DATECALC" USING DATECALC-PARMS.
                IF DCP-RC-GOOD
                    MOVE DCP-RESULT-COUNT TO WS-BUS-DAYS
                ELSE
                    MOVE -1 TO WS-BUS-DAYS
                    DISPLAY 'DUETRACK: CANNOT COUNT ' WS-DI-RULE-ID
                            ' ' WS-DI-DATE ' DATECALC RC '
                            DCP-RETURN-CODE
                END-IF.

      / Beyond the notice window is not listed - it is only counted.
        3300-GRADE-FUTURE.
                EVALUATE TRUE
                    WHEN WS-BUS-DAYS < 0
                        MOVE 'UNGRADED' TO WS-STATE
                        ADD 1 TO WS-UNGRADED-COUNT
                    WHEN WS-BUS-DAYS NOT > WS-NOTICE-DAYS
                        MOVE 'UPCOMING' TO WS-STATE
                        ADD 1 TO WS-UPCOMING-COUNT
                    WHEN OTHER
                        ADD 1 TO WS-LATER-COUNT
                END-EVALUATE.

      / A date that could not be counted is still past due and no
      / completion exists, so it is raised as overdue, not dropped.
        3400-GRADE-PAST.
                IF WS-BUS-DAYS > WS-ESCALATE-DAYS
                    MOVE 'ESCALATED' TO WS-STATE
                    ADD 1 TO WS-ESCALATED-COUNT
                    MOVE 'E' TO WS-EXC-SEVERITY
                ELSE
                    MOVE 'OVERDUE' TO WS-STATE
                    ADD 1 TO WS-OVERDUE-COUNT
                    MOVE 'W' TO WS-EXC-SEVERITY
                END-IF.
                IF WS-BUS-DAYS < 0
                    MOVE 0 TO WS-BUS-DAYS
                END-IF.
                MOVE WS-BUS-DAYS TO WS-BUS-DAYS-DISP.
                MOVE SPACES TO WS-EXC-TEXT.
                STRING 'OVERDUE ' DELIMITED BY SIZE
                       WS-DI-RULE-ID DELIMITED BY SIZE
                       ' DUE ' DELIMITED BY SIZE
                       WS-DI-DATE DELIMITED BY SIZE
                       ' +' DELIMITED BY SIZE
                       WS-BUS-DAYS-DISP DELIMITED BY SIZE
                       ' BD' DELIMITED BY SIZE
                       INTO WS-EXC-TEXT.
                PERFORM 8610-APPEND-EXCEPTION.

        3500-PRINT-DUE-LINE.
                IF WS-BUS-DAYS < 0
                    MOVE 0 TO WS-BUS-DAYS
                END-IF.
                MOVE WS-BUS-DAYS TO WS-BUS-DAYS-DISP.
                MOVE SPACES TO WS-DETAIL-LINE.
                STRING WS-DI-DATE         DELIMITED BY SIZE
                       ' '              DELIMITED BY SIZE
                       WS-DI-RULE-ID      DELIMITED BY SIZE
                       ' '              DELIMITED BY SIZE
                       WS-DI-CALENDAR     DELIMITED BY SIZE
                       ' '              DELIMITED BY SIZE
                       WS-STATE         DELIMITED BY SIZE
                       ' '              DELIMITED BY SIZE
                       WS-BUS-DAYS-DISP DELIMITED BY SIZE
                       ' '              DELIMITED BY SIZE
                       WS-DI-DESCRIPTION  DELIMITED BY SIZE
                       ' '              DELIMITED BY SIZE
                       WS-DONE-BY       DELIMITED BY SIZE
                       INTO WS-DETAIL-LINE.
                DISPLAY WS-DETAIL-LINE.

      / Due today or past due with no completion: the item is
      / carried to the next run whichever file it was graded from -
      / due on a month's last business day, it is gone from the next
      / month's DUE-DATES.DAT by the time it is overdue.
        3600-KEEP-OPEN-ITEM.
                IF WS-OPN-FOUND > 0
                    MOVE 'Y' TO WS-OP-KEEP (WS-OPN-FOUND)
                ELSE
                    IF WS-OPN-COUNT >= WS-OPN-MAX
                        MOVE 'Y' TO WS-OPN-OVERFLOW
                    ELSE
                        ADD 1 TO WS-OPN-COUNT
                        MOVE WS-DUE-ITEM
                                TO WS-OP-ITEM (WS-OPN-COUNT)
                        MOVE 'Y' TO WS-OP-SEEN (WS-OPN-COUNT)
                        MOVE 'Y' TO WS-OP-KEEP (WS-OPN-COUNT)
                    END-IF
                END-IF.

      / ------------------------------
      / Carried items.  What DUE-DATES.DAT no longer lists - a month
      / DUEGEN has stopped generating - is graded from the open items
      / file, and everything due or past due and not completed is
      / written back for the next run.
      / ------------------------------
        4000-TRACK-CARRIED-ITEMS.
                DISPLAY 'CARRIED FROM EARLIER PERIODS'.
                PERFORM VARYING WS-CRY-IDX FROM 1 BY 1
                        UNTIL WS-CRY-IDX > WS-OPN-LOADED
                    IF WS-OP-SEEN (WS-CRY-IDX) = 'N'
                        ADD 1 TO WS-CARRIED-READ
                        MOVE WS-OP-ITEM (WS-CRY-IDX) TO WS-DUE-ITEM
                        MOVE WS-CRY-IDX TO WS-OPN-FOUND
                        PERFORM 3100-GRADE-ONE-DUE-DATE
                    END-IF
                END-PERFORM.
                DISPLAY ' '.

      / The file is only replaced when every open item was held;
      / otherwise last run's list stands rather than lose the rest.
        4500-WRITE-OPEN-ITEMS.
                IF WS-OPN-OVERFLOW = 'Y'
                    DISPLAY 'DUETRACK: MORE THAN ' WS-OPN-MAX
                            ' OPEN ITEMS - DUE-OPEN-ITEMS.DAT NOT '
                            'REWRITTEN'
                    ADD 1 TO WS-OPN-ERRORS
                ELSE
                    OPEN OUTPUT DUE-OPEN-FILE
                    IF WS-DOI-FS NOT = '00'
                        DISPLAY 'DUETRACK: ERROR ' WS-DOI-FS
                                ' opening DUE-OPEN-ITEMS.DAT'
                        ADD 1 TO WS-OPN-ERRORS
                    ELSE
                        PERFORM VARYING WS-OPN-IDX FROM 1 BY 1
                                UNTIL WS-OPN-IDX > WS-OPN-COUNT
                            IF WS-OP-KEEP (WS-OPN-IDX) = 'Y'
                                PERFORM 4600-WRITE-ONE-OPEN-ITEM
                            END-IF
                        END-PERFORM
                        CLOSE DUE-OPEN-FILE
                    END-IF
                END-IF.

        4600-WRITE-ONE-OPEN-ITEM.
                WRITE DUE-OPEN-RECORD FROM WS-OP-ITEM (WS-OPN-IDX).
                IF WS-DOI-FS NOT = '00'
                    DISPLAY 'DUETRACK: ERROR ' WS-DOI-FS
                            ' writing DUE-OPEN-ITEMS.DAT'
                    ADD 1 TO WS-OPN-ERRORS
                ELSE
                    ADD 1 TO WS-CARRIED-KEPT
                END-IF.

        6000-PRINT-SUMMARY.
                MOVE WS-DUE-READ TO WS-COUNT-DISP.
                DISPLAY 'DUE DATES READ:      ' WS-COUNT-DISP.
                MOVE WS-CARRIED-READ TO WS-COUNT-DISP.
                DISPLAY 'CARRIED ITEMS READ:  ' WS-COUNT-DISP.
                MOVE WS-COMPLETED-COUNT TO WS-COUNT-DISP.
                DISPLAY 'COMPLETED:           ' WS-COUNT-DISP.
                MOVE WS-TODAY-COUNT TO WS-COUNT-DISP.
                DISPLAY 'DUE TODAY:           ' WS-COUNT-DISP.
                MOVE WS-UPCOMING-COUNT TO WS-COUNT-DISP.
                DISPLAY 'UPCOMING:            ' WS-COUNT-DISP.
                MOVE WS-LATER-COUNT TO WS-COUNT-DISP.
                DISPLAY 'BEYOND NOTICE:       ' WS-COUNT-DISP.
                MOVE WS-OVERDUE-COUNT TO WS-COUNT-DISP.
                DISPLAY 'OVERDUE (W):         ' WS-COUNT-DISP.
                MOVE WS-ESCALATED-COUNT TO WS-COUNT-DISP.
                DISPLAY 'ESCALATED (E):       ' WS-COUNT-DISP.
                IF WS-UNGRADED-COUNT > 0
                    MOVE WS-UNGRADED-COUNT TO WS-COUNT-DISP
                    DISPLAY 'NOT COUNTABLE:       ' WS-COUNT-DISP
                END-IF.
                MOVE WS-CARRIED-KEPT TO WS-COUNT-DISP.
                DISPLAY 'OPEN ITEMS CARRIED:  ' WS-COUNT-DISP.

                COPY "cexcapnd.cpy".

        9000-SET-RETURN-CODE.
                EVALUATE TRUE
                    WHEN WS-CMP-OVERFLOW = 'Y'
                        MOVE 8 TO RETURN-CODE
                    WHEN WS-OPN-ERRORS > 0
                        MOVE 8 TO RETURN-CODE
                    WHEN WS-ESCALATED-COUNT > 0
                        MOVE 8 TO RETURN-CODE
                    WHEN WS-OVERDUE-COUNT > 0
                        MOVE 4 TO RETURN-CODE
                    WHEN OTHER
                        MOVE 0 TO RETURN-CODE
                END-EVALUATE.

      / CALIMPCT is the holiday change impact step, run after
      / HOLMAINT.  A holiday added or deleted inside the forward
      / window changes the answer to every settlement and due date
      / already derived across it, and nothing used to say so - a
      / late-added FED closure once left stamped settlement dates
      / landing on a day the rail was shut.
      /
      / The step reads the pending rows HOLMAINT appended to the
      / calendar change log CALENDAR-CHANGE-LOG.DAT (copybook
      / CCALCHG) and re-derives everything a changed date could have
      / moved, against the calendar as it stands now:
      /
      /   - every SETTLED-OBLIGATIONS.DAT row (copybook CSETLOBL) on
      /     a changed rail whose trade-to-settlement span covers a
      /     changed date is CALLed back through DATECALC with its
      /     rail, trade date, and tenor, exactly as OBLSTAMP stamped
      /     it,
      /   - every still-open (ST or DU) row on the obligations ledger
      /     OBLIGATION-LEDGER.DAT (copybook COBLLDG) stamped on an
      /     earlier night, which the settled file no longer carries,
      /     gets the same span test and re-derivation,
      /   - every DUE-DATES.DAT row (copybook CDUEDATE) on a changed
      /     calendar in a changed month is re-derived from its rule
      /     in DUE-RULES.DAT through the shared CDUECALC arithmetic
      /     DUEGEN expands with,
      /
      / and lists every date whose answer moved - old date, new
      / date, and the amount for an obligation.  A change to the
      / local calendar inside the range of CALENDAR-EXTRACT.DAT is
      / called out so CALGEN is rerun.  A description-only change
      / moves nothing and is only listed.
      /
      / In correct mode (CALIMPCT.CTL mode C, copybook CIMPCTL) the
      / step also writes RESTAMPED-OBLIGATIONS.DAT: the whole settled
      / file with each moved settlement date replaced - and moves
      / every moved obligation's still-open ledger row, tonight's or
      / an earlier night's, to the new date, so OBLMATUR settles it
      / on the right day.  Anything that
      / moved raises an E row on EXCEPTIONS.DAT so EXCMON pages
      / someone the same night.
      /
      / Once the review has run clean the reviewed rows move to the
      / history file CALENDAR-CHANGE-HIST.DAT and the log is emptied,
      / so each change is reported once - but a report-mode run that
      / moved a settlement date keeps the log, and reports it again
      / each night, until the step is rerun in mode C to restamp
      / what it listed.  A report run that moved none retires it.
      /
      / RETURN-CODE: 0 nothing moved (including no pending changes),
      / 4 one or more dates moved (listed above), 8 the change log
      / could not be read or retired, or an output file could not be
      / written.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. CALIMPCT.
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
            SELECT CALIMPCT-CTL-FILE ASSIGN TO "CALIMPCT.CTL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CIC-FS.
            SELECT CAL-CHANGE-FILE
                ASSIGN TO "CALENDAR-CHANGE-LOG.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CCL-FS.
            SELECT CHANGE-HIST-FILE
                ASSIGN TO "CALENDAR-CHANGE-HIST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CCH-FS.
            SELECT SETTLED-OBL-FILE
                ASSIGN TO "SETTLED-OBLIGATIONS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SOB-FS.
            SELECT RESTAMP-FILE
                ASSIGN TO "RESTAMPED-OBLIGATIONS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RST-FS.
            SELECT DUE-RULES-FILE ASSIGN TO "DUE-RULES.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RUL-FS.
            SELECT DUE-DATES-FILE ASSIGN TO "DUE-DATES.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DUE-FS.
            SELECT CAL-EXTRACT-FILE ASSIGN TO "CALENDAR-EXTRACT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CEX-FS.
            SELECT HOLIDAY-MASTER-FILE
                ASSIGN TO "HOLIDAY-MASTER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS HOM-KEY
                FILE STATUS IS WS-HOM-FS.
            SELECT OBL-LEDGER-FILE
                ASSIGN TO "OBLIGATION-LEDGER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS OLG-REF-ID
                FILE STATUS IS WS-OLG-FS.
            SELECT EXCEPTIONS-FILE ASSIGN TO "EXCEPTIONS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EXC-FS.
      / ------------------------------
        DATA DIVISION.
        FILE SECTION.
        FD  BUS-DATE-FILE.
            COPY "cbusdate.cpy".
        FD  CALIMPCT-CTL-FILE.
            COPY "cimpctl.cpy".
        FD  CAL-CHANGE-FILE.
            COPY "ccalchg.cpy".
      / The history carries the change log layout unchanged.
        FD  CHANGE-HIST-FILE.
        01  CHANGE-HIST-RECORD                  PIC X(69).
        FD  SETTLED-OBL-FILE.
            COPY "csetlobl.cpy".
      / The restamped file carries the settled layout unchanged.
        FD  RESTAMP-FILE.
        01  RESTAMP-RECORD                      PIC X(50).
        FD  DUE-RULES-FILE.
            COPY "cduerule.cpy".
        FD  DUE-DATES-FILE.
            COPY "cduedate.cpy".
        FD  CAL-EXTRACT-FILE.
            COPY "ccalext.cpy".
        FD  HOLIDAY-MASTER-FILE.
            COPY "cholmast.cpy".
        FD  OBL-LEDGER-FILE.
            COPY "coblldg.cpy".
        FD  EXCEPTIONS-FILE.
            COPY "cexcept.cpy".
      / ------------------------------
        WORKING-STORAGE SECTION.
        01 WS-BD-FS                                      PIC XX.
        01 WS-CIC-FS                                     PIC XX.
        01 WS-CCL-FS                                     PIC XX.
        01 WS-CCH-FS                                     PIC XX.
        01 WS-SOB-FS                                     PIC XX.
        01 WS-RST-FS                                     PIC XX.
        01 WS-RUL-FS                                     PIC XX.
        01 WS-DUE-FS                                     PIC XX.
        01 WS-CEX-FS                                     PIC XX.
        01 WS-HOM-FS                                     PIC XX.
        01 WS-OLG-FS                                     PIC XX.
        01 WS-EXC-FS                                     PIC XX.
        01 WS-DATETIME                                   PIC X(21).
        01 WS-BUS-DATE                                   PIC 9(8).
        01 WS-RUN-MODE                                   PIC X
                                                          VALUE 'R'.
        01 WS-RESTAMP-OPEN                               PIC X
                                                          VALUE 'N'.
        01 WS-LEDGER-OPEN                                PIC X
                                                          VALUE 'N'.
        01 WS-ERROR-COUNT                          PIC 9(3) COMP
                                                    VALUE 0.
      / ------------------------------
      / Exception row staging for the shared CEXCAPND append.
      / ------------------------------
        01 WS-EXC-TEXT                                   PIC X(40).
        01 WS-EXC-SEVERITY                               PIC X.
        01 WS-EXC-PGM                                    PIC X(8)
                                                      VALUE 'CALIMPCT'.
        01 WS-EXC-BUS-DATE                               PIC 9(8).
      / ------------------------------
      / The pending changes held in storage for the review.  A
      / year's deck is a few dozen rows; a log past 500 means the
      / step has not run in a long while and is refused rather than
      / half-reviewed.
      / ------------------------------
        01 WS-CHG-COUNT                            PIC 9(3) COMP
                                                    VALUE 0.
        01 WS-CHG-MAX                              PIC 9(3) COMP
                                                    VALUE 500.
        01 WS-CHG-IDX                              PIC 9(3) COMP.
        01 WS-CHG-OVERFLOW                         PIC X VALUE 'N'.
        01 WS-CHG-TABLE.
                05      WS-CHG-ENTRY OCCURS 500 TIMES.
                        10      WS-CH-TS         PIC X(21).
                        10      WS-CH-ACTION     PIC X.
                        10      WS-CH-CAL        PIC X(3).
                        10      WS-CH-DATE       PIC 9(8).
                        10      WS-CH-DESC       PIC X(30).
        01 WS-DATE-CHANGES                         PIC 9(3) COMP
                                                    VALUE 0.
      / ------------------------------
      / Caller-side fields for the shared CBUSDAY business-day
      / paragraphs and the CDUECALC rule arithmetic; the selected
      / calendar is set per due date.
      / ------------------------------
        01 WS-ANCHOR-DATE                          PIC 9(8) COMP
                                                    VALUE 20230101.
        01 WS-SELECTED-CAL                         PIC X(3)
                                                    VALUE 'LCL'.
        01 WS-CANDIDATE-DATE                       PIC 9(8) COMP.
        01 WS-CANDIDATE-INT                        PIC 9(8) COMP.
        01 WS-CANDIDATE-DOW                        PIC 9 COMP.
        01 WS-CANDIDATE-IS-BUS                     PIC X.
        01 WS-TGT-YEAR                             PIC 9(4).
        01 WS-TGT-MONTH                            PIC 9(2).
        01 WS-MONTH-FIRST-DATE                     PIC 9(8).
        01 WS-MONTH-LAST-DATE                      PIC 9(8).
        01 WS-NM-YEAR                              PIC 9(4).
        01 WS-NM-MONTH                             PIC 9(2).
        01 WS-WORK-INT                             PIC 9(8) COMP.
        01 WS-BUS-TALLY                            PIC 9(2) COMP.
        01 WS-WALK-COUNT                           PIC 9(3) COMP.
        01 WS-RULE-DUE-DATE                        PIC 9(8).
        01 WS-RULE-SATISFIED                       PIC X.
      / ------------------------------
      / The due-date rule master, held the way DUEGEN holds it.
      / ------------------------------
        01 WS-RULE-COUNT                           PIC 9(3) COMP
                                                    VALUE 0.
        01 WS-RULE-MAX                             PIC 9(3) COMP
                                                    VALUE 50.
        01 WS-RULE-IDX                             PIC 9(3) COMP.
        01 WS-RULE-FOUND                           PIC 9(3) COMP.
        01 WS-RULE-TABLE.
                05      WS-RULE-ENTRY OCCURS 50 TIMES.
                        10      WS-RL-ID         PIC X(8).
                        10      WS-RL-TYPE       PIC X.
                        10      WS-RL-ORDINAL    PIC 9(2).
                        10      WS-RL-CAL        PIC X(3).
      / ------------------------------
      / Tenor parse: the market notation T+n, as OBLSTAMP reads it.
      / ------------------------------
        01 WS-TENOR-OK                             PIC X.
        01 WS-TENOR-DAYS                           PIC 9.
        01 WS-AFFECTED                             PIC X.
      / ------------------------------
      / Ref ids re-derived from tonight's settled file, so the walk
      / of the open ledger rows does not take them a second time.
      / ------------------------------
        01 WS-DONE-COUNT                           PIC 9(5) COMP
                                                    VALUE 0.
        01 WS-DONE-MAX                             PIC 9(5) COMP
                                                    VALUE 5000.
        01 WS-DONE-IDX                             PIC 9(5) COMP.
        01 WS-DONE-FOUND                           PIC X.
        01 WS-DONE-OVERFLOW                        PIC X VALUE 'N'.
        01 WS-DONE-TABLE.
                05      WS-DONE-REF-ID  OCCURS 5000 TIMES
                                                 PIC X(10).
      / ------------------------------
      / Review tallies.
      / ------------------------------
        01 WS-OBL-READ                             PIC 9(5) COMP
                                                    VALUE 0.
        01 WS-OBL-CHECKED                          PIC 9(5) COMP
                                                    VALUE 0.
        01 WS-OBL-MOVED                            PIC 9(5) COMP
                                                    VALUE 0.
        01 WS-OBL-FAILED                           PIC 9(5) COMP
                                                    VALUE 0.
        01 WS-LEDGER-RESTAMPED                     PIC 9(5) COMP
                                                    VALUE 0.
        01 WS-LEDGER-READ                          PIC 9(5) COMP
                                                    VALUE 0.
        01 WS-MOVED-AMOUNT                         PIC S9(13)V99 COMP-3
                                                    VALUE 0.
        01 WS-DUE-READ                             PIC 9(5) COMP
                                                    VALUE 0.
        01 WS-DUE-CHECKED                          PIC 9(5) COMP
                                                    VALUE 0.
        01 WS-DUE-MOVED                            PIC 9(5) COMP
                                                    VALUE 0.
        01 WS-DUE-UNMET                            PIC 9(5) COMP
                                                    VALUE 0.
        01 WS-EXTRACT-STALE                        PIC X VALUE 'N'.
        01 WS-TOTAL-MOVED                          PIC 9(5) COMP
                                                    VALUE 0.
      / ------------------------------
      / Report line fields.
      / ------------------------------
        01 WS-NEW-DATE-TEXT                        PIC X(8).
        01 WS-COUNT-DISP                           PIC ZZZZ9.
        01 WS-EDIT-AMOUNT                    PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
        01 WS-DETAIL-LINE                          PIC X(80).
                COPY "cdatcalc.cpy".
                COPY "crpthdr.cpy".
      / ------------------------------
        PROCEDURE DIVISION.
        0000-MAIN-PARA.
                PERFORM 1000-INITIALIZE.
                PERFORM 2000-PRINT-HEADER.
                PERFORM 1100-LOAD-CHANGE-LOG.
                IF WS-ERROR-COUNT = 0 AND WS-CHG-COUNT > 0
                    PERFORM 1300-LOAD-DUE-RULES
                    PERFORM 2050-OPEN-HOLIDAY-MASTER
                    PERFORM 4000-CHECK-OBLIGATIONS
                    PERFORM 5000-CHECK-DUE-DATES
                    PERFORM 2060-CLOSE-HOLIDAY-MASTER
                    PERFORM 6000-CHECK-CALENDAR-EXTRACT
                    PERFORM 6500-PRINT-SUMMARY
                    PERFORM 7000-RAISE-EXCEPTION
                    EVALUATE TRUE
                        WHEN WS-ERROR-COUNT > 0
                            DISPLAY 'CALIMPCT: CHANGE LOG KEPT FOR A '
                                    'RERUN'
                        WHEN WS-RUN-MODE = 'C' OR WS-OBL-MOVED = 0
                            PERFORM 8000-RETIRE-CHANGE-LOG
                        WHEN OTHER
                            DISPLAY 'CALIMPCT: CHANGE LOG KEPT UNTIL A '
                                    'CORRECT (MODE C) RUN'
                    END-EVALUATE
                END-IF.
                PERFORM 9000-SET-RETURN-CODE.
                STOP RUN.

      / The business date is only the stamp on the exception row, so
      / a run before day-start falls back to the system date the way
      / EXCMON does.
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
                MOVE 'R' TO WS-RUN-MODE.
                OPEN INPUT CALIMPCT-CTL-FILE.
                IF WS-CIC-FS = '00'
                    READ CALIMPCT-CTL-FILE
                    IF WS-CIC-FS = '00'
                       AND (CIC-MODE-REPORT OR CIC-MODE-CORRECT)
                        MOVE CIC-MODE TO WS-RUN-MODE
                    END-IF
                    CLOSE CALIMPCT-CTL-FILE
                END-IF.

      / No log is a quiet night - HOLMAINT applied nothing since the
      / last review.
        1100-LOAD-CHANGE-LOG.
                MOVE 0 TO WS-CHG-COUNT.
                OPEN INPUT CAL-CHANGE-FILE.
                IF WS-CCL-FS NOT = '00'
                    DISPLAY 'NO CALENDAR-CHANGE-LOG.DAT - NO '
                            'CALENDAR CHANGES TO REVIEW'
                ELSE
                    PERFORM UNTIL WS-CCL-FS NOT = '00'
                        READ CAL-CHANGE-FILE NEXT RECORD
                            AT END
                                MOVE '10' TO WS-CCL-FS
                            NOT AT END
                                PERFORM 1200-LOAD-ONE-CHANGE
                        END-READ
                    END-PERFORM
                    CLOSE CAL-CHANGE-FILE
                    IF WS-CHG-OVERFLOW = 'Y'
                        DISPLAY 'CALIMPCT: MORE THAN 500 PENDING '
                                'CHANGES - REVIEW REFUSED'
                        ADD 1 TO WS-ERROR-COUNT
                    END-IF
                    IF WS-CHG-COUNT = 0
                        DISPLAY 'CALENDAR CHANGE LOG IS EMPTY - '
                                'NOTHING TO REVIEW'
                    ELSE
                        PERFORM 1250-LIST-CHANGES
                    END-IF
                END-IF.

        1200-LOAD-ONE-CHANGE.
                IF WS-CHG-COUNT >= WS-CHG-MAX
                    MOVE 'Y' TO WS-CHG-OVERFLOW
                ELSE
                    ADD 1 TO WS-CHG-COUNT
                    MOVE CCL-TIMESTAMP TO WS-CH-TS (WS-CHG-COUNT)
                    MOVE CCL-ACTION TO WS-CH-ACTION (WS-CHG-COUNT)
                    MOVE CCL-CALENDAR TO WS-CH-CAL (WS-CHG-COUNT)
                    MOVE CCL-DATE TO WS-CH-DATE (WS-CHG-COUNT)
                    MOVE CCL-DESCRIPTION
                            TO WS-CH-DESC (WS-CHG-COUNT)
                    IF CCL-ADDED OR CCL-DELETED
                        ADD 1 TO WS-DATE-CHANGES
                    END-IF
                END-IF.

        1250-LIST-CHANGES.
                DISPLAY 'CALENDAR CHANGES UNDER REVIEW'.
                DISPLAY 'ACT CAL  DATE      DESCRIPTION'.
                PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
                        UNTIL WS-CHG-IDX > WS-CHG-COUNT
                    MOVE SPACES TO WS-DETAIL-LINE
                    STRING WS-CH-ACTION (WS-CHG-IDX)
                                   DELIMITED BY SIZE
                           '   '   DELIMITED BY SIZE
                           WS-CH-CAL (WS-CHG-IDX)
                                   DELIMITED BY SIZE
                           '  '    DELIMITED BY SIZE
                           WS-CH-DATE (WS-CHG-IDX)
                                   DELIMITED BY SIZE
                           '  '    DELIMITED BY SIZE
                           WS-CH-DESC (WS-CHG-IDX)
                                   DELIMITED BY SIZE
                           INTO WS-DETAIL-LINE
                    DISPLAY WS-DETAIL-LINE
                END-PERFORM.
                DISPLAY ' '.

      / Loaded the way DUEGEN loads them; a rule DUEGEN would refuse
      / never produced a due date, so it is simply not held here.
        1300-LOAD-DUE-RULES.
                MOVE 0 TO WS-RULE-COUNT.
                OPEN INPUT DUE-RULES-FILE.
                IF WS-RUL-FS = '00'
                    PERFORM UNTIL WS-RUL-FS NOT = '00'
                        READ DUE-RULES-FILE NEXT RECORD
                            AT END
                                MOVE '10' TO WS-RUL-FS
                            NOT AT END
                                IF (RUL-TYPE-NTH-BUS
                                    OR RUL-TYPE-BEF-EOM
                                    OR RUL-TYPE-BEF-EOQ)
                                   AND RUL-ORDINAL NUMERIC
                                   AND WS-RULE-COUNT < WS-RULE-MAX
                                    PERFORM 1310-HOLD-ONE-RULE
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE DUE-RULES-FILE
                END-IF.

        1310-HOLD-ONE-RULE.
                ADD 1 TO WS-RULE-COUNT.
                MOVE RUL-RULE-ID TO WS-RL-ID (WS-RULE-COUNT).
                MOVE RUL-TYPE TO WS-RL-TYPE (WS-RULE-COUNT).
                MOVE RUL-ORDINAL TO WS-RL-ORDINAL (WS-RULE-COUNT).
                IF RUL-CALENDAR = SPACES
                    MOVE 'LCL' TO WS-RL-CAL (WS-RULE-COUNT)
                ELSE
                    MOVE RUL-CALENDAR TO WS-RL-CAL (WS-RULE-COUNT)
                END-IF.

                COPY "cbusday.cpy".

        2000-PRINT-HEADER.
                MOVE 'HOLIDAY CHANGE IMPACT REPORT' TO RPT-TITLE.
                MOVE 1 TO RPT-PAGE-NUM.
                CALL "RPTHDR" USING RPT-HEADER-PARMS.
                DISPLAY RPT-HEADER-LINE-1.
                DISPLAY RPT-HEADER-LINE-2.
                DISPLAY RPT-HEADER-LINE-3.
                DISPLAY ' '.
                IF WS-RUN-MODE = 'C'
                    DISPLAY 'MODE: CORRECT - RESTAMPED-OBLIGATIONS.DAT '
                            'WILL BE WRITTEN'
                ELSE
                    DISPLAY 'MODE: REPORT ONLY'
                END-IF.
                DISPLAY ' '.

                COPY "cduecalc.cpy".

      / ------------------------------
      / Settlement dates.  A changed date can only move a stamped
      / settlement when it falls after the trade date and on or
      / before the settlement date on the same rail - the added
      / holiday pushes the count past it, the deleted one gave a day
      / back inside it.  Everything else is left alone.
      / ------------------------------
        4000-CHECK-OBLIGATIONS.
                IF WS-RUN-MODE = 'C'
                    OPEN OUTPUT RESTAMP-FILE
                    IF WS-RST-FS NOT = '00'
                        DISPLAY 'CALIMPCT: ERROR ' WS-RST-FS
                                ' opening RESTAMPED-OBLIGATIONS.DAT'
                        ADD 1 TO WS-ERROR-COUNT
                    ELSE
                        MOVE 'Y' TO WS-RESTAMP-OPEN
                    END-IF
                END-IF.
                PERFORM 4050-OPEN-LEDGER.
                DISPLAY 'SETTLEMENT DATES MOVED'.
                DISPLAY 'REF-ID     RAIL TRADE    OLD SETL NEW SETL'
                        '               AMOUNT'.
                OPEN INPUT SETTLED-OBL-FILE.
                IF WS-SOB-FS NOT = '00'
                    DISPLAY 'NO SETTLED-OBLIGATIONS.DAT - NO '
                            'SETTLEMENT DATES TO CHECK'
                ELSE
                    PERFORM UNTIL WS-SOB-FS NOT = '00'
                        READ SETTLED-OBL-FILE NEXT RECORD
                            AT END
                                MOVE '10' TO WS-SOB-FS
                            NOT AT END
                                ADD 1 TO WS-OBL-READ
                                PERFORM 4100-CHECK-ONE-OBLIGATION
                                IF WS-RESTAMP-OPEN = 'Y'
                                    PERFORM 4300-WRITE-RESTAMPED
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE SETTLED-OBL-FILE
                END-IF.
                IF WS-RESTAMP-OPEN = 'Y'
                    CLOSE RESTAMP-FILE
                END-IF.
                IF WS-LEDGER-OPEN = 'Y'
                    PERFORM 4500-CHECK-LEDGER
                    CLOSE OBL-LEDGER-FILE
                END-IF.
                DISPLAY ' '.

      / No ledger yet means nothing has been posted to it to move.
      / Only correct mode writes to it.
        4050-OPEN-LEDGER.
                IF WS-RUN-MODE = 'C'
                    OPEN I-O OBL-LEDGER-FILE
                ELSE
                    OPEN INPUT OBL-LEDGER-FILE
                END-IF.
                IF WS-OLG-FS = '00'
                    MOVE 'Y' TO WS-LEDGER-OPEN
                ELSE
                    IF WS-OLG-FS NOT = '35'
                        DISPLAY 'CALIMPCT: ERROR ' WS-OLG-FS
                                ' opening OBLIGATION-LEDGER.DAT'
                        ADD 1 TO WS-ERROR-COUNT
                    END-IF
                END-IF.

        4100-CHECK-ONE-OBLIGATION.
                MOVE 'N' TO WS-AFFECTED.
                PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
                        UNTIL WS-CHG-IDX > WS-CHG-COUNT
                    IF (WS-CH-ACTION (WS-CHG-IDX) = 'A'
                        OR WS-CH-ACTION (WS-CHG-IDX) = 'D')
                       AND WS-CH-CAL (WS-CHG-IDX) = SOB-RAIL
                       AND WS-CH-DATE (WS-CHG-IDX) > SOB-TRADE-DATE
                       AND WS-CH-DATE (WS-CHG-IDX)
                           NOT > SOB-SETTLE-DATE
                        MOVE 'Y' TO WS-AFFECTED
                    END-IF
                END-PERFORM.
                IF WS-AFFECTED = 'Y'
                    ADD 1 TO WS-OBL-CHECKED
                    PERFORM 4150-NOTE-CHECKED-REF
                    PERFORM 4200-RESTAMP-ONE-OBLIGATION
                END-IF.

      / Tonight's rows re-derived here are not re-derived a second
      / time when the ledger walk reaches them.
        4150-NOTE-CHECKED-REF.
                IF WS-DONE-COUNT < WS-DONE-MAX
                    ADD 1 TO WS-DONE-COUNT
                    MOVE SOB-REF-ID TO WS-DONE-REF-ID (WS-DONE-COUNT)
                ELSE
                    IF WS-DONE-OVERFLOW = 'N'
                        DISPLAY 'CALIMPCT: MORE THAN ' WS-DONE-MAX
                                ' OBLIGATIONS RE-DERIVED - LEDGER '
                                'ROWS BEYOND MAY BE LISTED TWICE'
                        MOVE 'Y' TO WS-DONE-OVERFLOW
                    END-IF
                END-IF.

      / The same T+n parse and DATECALC add OBLSTAMP stamped with,
      / so the new answer differs from the old only by the calendar.
        4200-RESTAMP-ONE-OBLIGATION.
                MOVE 'N' TO WS-TENOR-OK.
                IF SOB-TENOR(1:2) = 'T+'
                   AND SOB-TENOR(3:1) NUMERIC
                    MOVE SOB-TENOR(3:1) TO WS-TENOR-DAYS
                    MOVE 'Y' TO WS-TENOR-OK
                END-IF.
                IF WS-TENOR-OK = 'Y'
                    MOVE 'A' TO DCP-FUNCTION
                    MOVE SOB-TRADE-DATE TO DCP-INPUT-DATE
                    MOVE WS-TENOR-DAYS TO DCP-DAY-COUNT
                    MOVE 0 TO DCP-END-DATE
                    MOVE SOB-RAIL TO DCP-CALENDAR-ID
                    CALL "DATECALC" USING DATECALC-PARMS
                END-IF.
                IF WS-TENOR-OK NOT = 'Y' OR NOT DCP-RC-GOOD
                    ADD 1 TO WS-OBL-FAILED
                    DISPLAY 'CALIMPCT: CANNOT RESTAMP ' SOB-REF-ID
                            ' TENOR <' SOB-TENOR '> DATECALC RC '
                            DCP-RETURN-CODE
                ELSE
                    IF DCP-RESULT-DATE NOT = SOB-SETTLE-DATE
                        ADD 1 TO WS-OBL-MOVED
                        ADD SOB-AMOUNT TO WS-MOVED-AMOUNT
                        MOVE SOB-AMOUNT TO WS-EDIT-AMOUNT
                        MOVE SPACES TO WS-DETAIL-LINE
                        STRING SOB-REF-ID      DELIMITED BY SIZE
                               ' '             DELIMITED BY SIZE
                               SOB-RAIL        DELIMITED BY SIZE
                               '  '            DELIMITED BY SIZE
                               SOB-TRADE-DATE  DELIMITED BY SIZE
                               ' '             DELIMITED BY SIZE
                               SOB-SETTLE-DATE DELIMITED BY SIZE
                               ' '             DELIMITED BY SIZE
                               DCP-RESULT-DATE DELIMITED BY SIZE
                               ' '             DELIMITED BY SIZE
                               WS-EDIT-AMOUNT  DELIMITED BY SIZE
                               INTO WS-DETAIL-LINE
                        DISPLAY WS-DETAIL-LINE
                        IF WS-LEDGER-OPEN = 'Y' AND WS-RUN-MODE = 'C'
                            PERFORM 4250-RESTAMP-LEDGER-ROW
                        END-IF
                        MOVE DCP-RESULT-DATE TO SOB-SETTLE-DATE
                    END-IF
                END-IF.

      / Only a row still open on the old date is moved - one since
      / amended, settled, or cancelled has moved on without us.
        4250-RESTAMP-LEDGER-ROW.
                MOVE SOB-REF-ID TO OLG-REF-ID.
                READ OBL-LEDGER-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF OLG-OPEN
                           AND OLG-SETTLE-DATE = SOB-SETTLE-DATE
                            MOVE DCP-RESULT-DATE TO OLG-SETTLE-DATE
                            MOVE 'ST' TO OLG-STATUS
                            MOVE WS-BUS-DATE TO OLG-CHANGED-DATE
                            REWRITE OBL-LEDGER-RECORD
                                INVALID KEY
                                    DISPLAY 'CALIMPCT: ERROR '
                                            WS-OLG-FS ' rewriting '
                                            OLG-REF-ID
                                            ' on OBLIGATION-LEDGER.DAT'
                                    ADD 1 TO WS-ERROR-COUNT
                                NOT INVALID KEY
                                    ADD 1 TO WS-LEDGER-RESTAMPED
                            END-REWRITE
                        END-IF
                END-READ.

      / Every row goes out, moved or not - the restamped file stands
      / in for the whole settled file, not just the corrections.
        4300-WRITE-RESTAMPED.
                WRITE RESTAMP-RECORD FROM SETTLED-OBL-RECORD.
                IF WS-RST-FS NOT = '00'
                    DISPLAY 'CALIMPCT: ERROR ' WS-RST-FS
                            ' writing RESTAMPED-OBLIGATIONS.DAT'
                    ADD 1 TO WS-ERROR-COUNT
                    CLOSE RESTAMP-FILE
                    MOVE 'N' TO WS-RESTAMP-OPEN
                END-IF.

      / ------------------------------
      / Open ledger rows.  The settled file only carries tonight's
      / stamping, so a row stamped on an earlier night and still
      / open (ST or DU) is found on the ledger itself and put
      / through the same span test and DATECALC re-derivation.  In
      / correct mode a moved row is rewritten in place.
      / ------------------------------
        4500-CHECK-LEDGER.
                DISPLAY 'OPEN LEDGER ROWS FROM EARLIER NIGHTS'.
                MOVE LOW-VALUES TO OLG-REF-ID.
                START OBL-LEDGER-FILE
                        KEY NOT LESS THAN OLG-REF-ID
                    INVALID KEY
                        MOVE '10' TO WS-OLG-FS
                END-START.
                PERFORM UNTIL WS-OLG-FS NOT = '00'
                    READ OBL-LEDGER-FILE NEXT RECORD
                        AT END
                            MOVE '10' TO WS-OLG-FS
                        NOT AT END
                            IF OLG-OPEN
                                ADD 1 TO WS-LEDGER-READ
                                PERFORM 4600-CHECK-ONE-LEDGER-ROW
                            END-IF
                    END-READ
                END-PERFORM.

        4600-CHECK-ONE-LEDGER-ROW.
                MOVE 'N' TO WS-DONE-FOUND.
                PERFORM VARYING WS-DONE-IDX FROM 1 BY 1
                        UNTIL WS-DONE-IDX > WS-DONE-COUNT
                           OR WS-DONE-FOUND = 'Y'
                    IF WS-DONE-REF-ID (WS-DONE-IDX) = OLG-REF-ID
                        MOVE 'Y' TO WS-DONE-FOUND
                    END-IF
                END-PERFORM.
                MOVE 'N' TO WS-AFFECTED.
                IF WS-DONE-FOUND = 'N'
                    PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
                            UNTIL WS-CHG-IDX > WS-CHG-COUNT
                        IF (WS-CH-ACTION (WS-CHG-IDX) = 'A'
                            OR WS-CH-ACTION (WS-CHG-IDX) = 'D')
                           AND WS-CH-CAL (WS-CHG-IDX) = OLG-RAIL
                           AND WS-CH-DATE (WS-CHG-IDX)
                               > OLG-TRADE-DATE
                           AND WS-CH-DATE (WS-CHG-IDX)
                               NOT > OLG-SETTLE-DATE
                            MOVE 'Y' TO WS-AFFECTED
                        END-IF
                    END-PERFORM
                END-IF.
                IF WS-AFFECTED = 'Y'
                    ADD 1 TO WS-OBL-CHECKED
                    PERFORM 4700-RESTAMP-LEDGER-OPEN
                END-IF.

      / The row in hand is the one rewritten - READ NEXT has already
      / positioned on it, so no keyed re-read is needed.
        4700-RESTAMP-LEDGER-OPEN.
                MOVE 'N' TO WS-TENOR-OK.
                IF OLG-TENOR(1:2) = 'T+'
                   AND OLG-TENOR(3:1) NUMERIC
                    MOVE OLG-TENOR(3:1) TO WS-TENOR-DAYS
                    MOVE 'Y' TO WS-TENOR-OK
                END-IF.
                IF WS-TENOR-OK = 'Y'
                    MOVE 'A' TO DCP-FUNCTION
                    MOVE OLG-TRADE-DATE TO DCP-INPUT-DATE
                    MOVE WS-TENOR-DAYS TO DCP-DAY-COUNT
                    MOVE 0 TO DCP-END-DATE
                    MOVE OLG-RAIL TO DCP-CALENDAR-ID
                    CALL "DATECALC" USING DATECALC-PARMS
                END-IF.
                IF WS-TENOR-OK NOT = 'Y' OR NOT DCP-RC-GOOD
                    ADD 1 TO WS-OBL-FAILED
                    DISPLAY 'CALIMPCT: CANNOT RESTAMP ' OLG-REF-ID
                            ' TENOR <' OLG-TENOR '> DATECALC RC '
                            DCP-RETURN-CODE
                ELSE
                    IF DCP-RESULT-DATE NOT = OLG-SETTLE-DATE
                        ADD 1 TO WS-OBL-MOVED
                        ADD OLG-AMOUNT TO WS-MOVED-AMOUNT
                        MOVE OLG-AMOUNT TO WS-EDIT-AMOUNT
                        MOVE SPACES TO WS-DETAIL-LINE
                        STRING OLG-REF-ID      DELIMITED BY SIZE
                               ' '             DELIMITED BY SIZE
                               OLG-RAIL        DELIMITED BY SIZE
                               '  '            DELIMITED BY SIZE
                               OLG-TRADE-DATE  DELIMITED BY SIZE
                               ' '             DELIMITED BY SIZE
                               OLG-SETTLE-DATE DELIMITED BY SIZE
                               ' '             DELIMITED BY SIZE
                               DCP-RESULT-DATE DELIMITED BY SIZE
                               ' '             DELIMITED BY SIZE
                               WS-EDIT-AMOUNT  DELIMITED BY SIZE
                               INTO WS-DETAIL-LINE
                        DISPLAY WS-DETAIL-LINE
                        IF WS-RUN-MODE = 'C'
                            MOVE DCP-RESULT-DATE TO OLG-SETTLE-DATE
                            MOVE 'ST' TO OLG-STATUS
                            MOVE WS-BUS-DATE TO OLG-CHANGED-DATE
                            REWRITE OBL-LEDGER-RECORD
                                INVALID KEY
                                    DISPLAY 'CALIMPCT: ERROR '
                                            WS-OLG-FS ' rewriting '
                                            OLG-REF-ID
                                            ' on OBLIGATION-LEDGER.DAT'
                                    ADD 1 TO WS-ERROR-COUNT
                                NOT INVALID KEY
                                    ADD 1 TO WS-LEDGER-RESTAMPED
                            END-REWRITE
                        END-IF
                    END-IF
                END-IF.

      / ------------------------------
      / Due dates.  Every due-date rule lands inside its own month,
      / so only a changed date on the rule's calendar in the due
      / date's month can move it.
      / ------------------------------
        5000-CHECK-DUE-DATES.
                DISPLAY 'DUE DATES MOVED'.
                DISPLAY 'RULE     CAL  OLD DUE  NEW DUE   DESCRIPTION'.
                OPEN INPUT DUE-DATES-FILE.
                IF WS-DUE-FS NOT = '00'
                    DISPLAY 'NO DUE-DATES.DAT - NO DUE DATES TO '
                            'CHECK'
                ELSE
                    PERFORM UNTIL WS-DUE-FS NOT = '00'
                        READ DUE-DATES-FILE NEXT RECORD
                            AT END
                                MOVE '10' TO WS-DUE-FS
                            NOT AT END
                                ADD 1 TO WS-DUE-READ
                                PERFORM 5100-CHECK-ONE-DUE-DATE
                        END-READ
                    END-PERFORM
                    CLOSE DUE-DATES-FILE
                END-IF.
                DISPLAY ' '.

        5100-CHECK-ONE-DUE-DATE.
                MOVE 'N' TO WS-AFFECTED.
                PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
                        UNTIL WS-CHG-IDX > WS-CHG-COUNT
                    IF (WS-CH-ACTION (WS-CHG-IDX) = 'A'
                        OR WS-CH-ACTION (WS-CHG-IDX) = 'D')
                       AND WS-CH-CAL (WS-CHG-IDX) = DUE-CALENDAR
                       AND WS-CH-DATE (WS-CHG-IDX) (1:6) =
                           DUE-DATE (1:6)
                        MOVE 'Y' TO WS-AFFECTED
                    END-IF
                END-PERFORM.
                IF WS-AFFECTED = 'Y'
                    ADD 1 TO WS-DUE-CHECKED
                    PERFORM 5200-REDERIVE-ONE-DUE-DATE
                END-IF.

      / A rule since dropped from DUE-RULES.DAT cannot be re-derived;
      / it is reported with the unmet rules so DUEGEN gets rerun.
        5200-REDERIVE-ONE-DUE-DATE.
                MOVE 0 TO WS-RULE-FOUND.
                PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                        UNTIL WS-RULE-IDX > WS-RULE-COUNT
                    IF WS-RL-ID (WS-RULE-IDX) = DUE-RULE-ID
                        MOVE WS-RULE-IDX TO WS-RULE-FOUND
                    END-IF
                END-PERFORM.
                MOVE 'N' TO WS-RULE-SATISFIED.
                IF WS-RULE-FOUND > 0
                    MOVE WS-RULE-FOUND TO WS-RULE-IDX
                    MOVE DUE-DATE (1:4) TO WS-TGT-YEAR
                    MOVE DUE-DATE (5:2) TO WS-TGT-MONTH
                    PERFORM 3100-COMPUTE-MONTH-BOUNDS
                    MOVE WS-RL-CAL (WS-RULE-IDX) TO WS-SELECTED-CAL
                    IF WS-RL-TYPE (WS-RULE-IDX) = 'B'
                        PERFORM 3400-FIND-NTH-BUS-DAY
                    ELSE
                        PERFORM 3500-FIND-BEFORE-MONTH-END
                    END-IF
                END-IF.
                IF WS-RULE-SATISFIED NOT = 'Y'
                    ADD 1 TO WS-DUE-UNMET
                    MOVE 'NOT MET' TO WS-NEW-DATE-TEXT
                    PERFORM 5300-PRINT-DUE-LINE
                ELSE
                    IF WS-RULE-DUE-DATE NOT = DUE-DATE
                        ADD 1 TO WS-DUE-MOVED
                        MOVE WS-RULE-DUE-DATE TO WS-NEW-DATE-TEXT
                        PERFORM 5300-PRINT-DUE-LINE
                    END-IF
                END-IF.

        5300-PRINT-DUE-LINE.
                MOVE SPACES TO WS-DETAIL-LINE.
                STRING DUE-RULE-ID      DELIMITED BY SIZE
                       ' '              DELIMITED BY SIZE
                       DUE-CALENDAR     DELIMITED BY SIZE
                       '  '             DELIMITED BY SIZE
                       DUE-DATE         DELIMITED BY SIZE
                       ' '              DELIMITED BY SIZE
                       WS-NEW-DATE-TEXT DELIMITED BY SIZE
                       '  '             DELIMITED BY SIZE
                       DUE-DESCRIPTION  DELIMITED BY SIZE
                       INTO WS-DETAIL-LINE.
                DISPLAY WS-DETAIL-LINE.

      / ------------------------------
      / The extract is the local calendar only, and its header names
      / the range it covers; a local change inside that range means
      / the partners are reading yesterday's calendar.
      / ------------------------------
        6000-CHECK-CALENDAR-EXTRACT.
                OPEN INPUT CAL-EXTRACT-FILE.
                IF WS-CEX-FS = '00'
                    READ CAL-EXTRACT-FILE
                    IF WS-CEX-FS = '00' AND CAL-REC-HEADER
                        PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
                                UNTIL WS-CHG-IDX > WS-CHG-COUNT
                            IF (WS-CH-ACTION (WS-CHG-IDX) = 'A'
                                OR WS-CH-ACTION (WS-CHG-IDX) = 'D')
                               AND WS-CH-CAL (WS-CHG-IDX) = 'LCL'
                               AND WS-CH-DATE (WS-CHG-IDX)
                                   NOT < CAL-HDR-START-DATE
                               AND WS-CH-DATE (WS-CHG-IDX)
                                   NOT > CAL-HDR-END-DATE
                                MOVE 'Y' TO WS-EXTRACT-STALE
                            END-IF
                        END-PERFORM
                    END-IF
                    CLOSE CAL-EXTRACT-FILE
                END-IF.
                IF WS-EXTRACT-STALE = 'Y'
                    DISPLAY 'CALENDAR-EXTRACT.DAT WAS BUILT ON THE OLD '
                            'LCL CALENDAR - RERUN CALGEN'
                    DISPLAY ' '
                END-IF.

        6500-PRINT-SUMMARY.
                MOVE WS-CHG-COUNT TO WS-COUNT-DISP.
                DISPLAY 'CALENDAR CHANGES REVIEWED:  ' WS-COUNT-DISP.
                MOVE WS-DATE-CHANGES TO WS-COUNT-DISP.
                DISPLAY 'ADDS AND DELETES:           ' WS-COUNT-DISP.
                MOVE WS-OBL-READ TO WS-COUNT-DISP.
                DISPLAY 'OBLIGATIONS READ:           ' WS-COUNT-DISP.
                MOVE WS-LEDGER-READ TO WS-COUNT-DISP.
                DISPLAY 'OPEN LEDGER ROWS READ:      ' WS-COUNT-DISP.
                MOVE WS-OBL-CHECKED TO WS-COUNT-DISP.
                DISPLAY 'OBLIGATIONS RE-DERIVED:     ' WS-COUNT-DISP.
                MOVE WS-OBL-MOVED TO WS-COUNT-DISP.
                DISPLAY 'SETTLEMENT DATES MOVED:     ' WS-COUNT-DISP.
                MOVE WS-MOVED-AMOUNT TO WS-EDIT-AMOUNT.
                DISPLAY 'AMOUNT MOVED:  ' WS-EDIT-AMOUNT.
                IF WS-RUN-MODE = 'C'
                    MOVE WS-LEDGER-RESTAMPED TO WS-COUNT-DISP
                    DISPLAY 'LEDGER ROWS RESTAMPED:      ' WS-COUNT-DISP
                END-IF.
                MOVE WS-OBL-FAILED TO WS-COUNT-DISP.
                DISPLAY 'OBLIGATIONS NOT RESTAMPED:  ' WS-COUNT-DISP.
                MOVE WS-DUE-READ TO WS-COUNT-DISP.
                DISPLAY 'DUE DATES READ:             ' WS-COUNT-DISP.
                MOVE WS-DUE-CHECKED TO WS-COUNT-DISP.
                DISPLAY 'DUE DATES RE-DERIVED:       ' WS-COUNT-DISP.
                MOVE WS-DUE-MOVED TO WS-COUNT-DISP.
                DISPLAY 'DUE DATES MOVED:            ' WS-COUNT-DISP.
                MOVE WS-DUE-UNMET TO WS-COUNT-DISP.
                DISPLAY 'DUE RULES NO LONGER MET:    ' WS-COUNT-DISP.
                IF WS-DUE-MOVED > 0 OR WS-DUE-UNMET > 0
                    DISPLAY 'RERUN DUEGEN TO REISSUE DUE-DATES.DAT'
                END-IF.
                IF WS-OBL-MOVED > 0 AND WS-RUN-MODE = 'C'
                    DISPLAY 'RESTAMPED-OBLIGATIONS.DAT CARRIES THE '
                            'CORRECTED SETTLEMENT DATES'
                END-IF.

      / One E row for the night, whatever moved - EXCMON turns it
      / into a page without a new paging path.
        7000-RAISE-EXCEPTION.
                COMPUTE WS-TOTAL-MOVED =
                        WS-OBL-MOVED + WS-OBL-FAILED
                        + WS-DUE-MOVED + WS-DUE-UNMET.
                IF WS-TOTAL-MOVED > 0
                    MOVE WS-TOTAL-MOVED TO WS-COUNT-DISP
                    MOVE SPACES TO WS-EXC-TEXT
                    STRING WS-COUNT-DISP
                           ' DATES MOVED BY CALENDAR CHANGE'
                           DELIMITED BY SIZE INTO WS-EXC-TEXT
                    MOVE 'E' TO WS-EXC-SEVERITY
                    MOVE WS-BUS-DATE TO WS-EXC-BUS-DATE
                    PERFORM 8610-APPEND-EXCEPTION
                END-IF.

      / Reviewed rows are appended to the history first; only when
      / that lands is the log emptied, so a failure here leaves the
      / changes pending for the next run rather than lost.
        8000-RETIRE-CHANGE-LOG.
                OPEN INPUT CHANGE-HIST-FILE.
                IF WS-CCH-FS = '00'
                    CLOSE CHANGE-HIST-FILE
                    OPEN EXTEND CHANGE-HIST-FILE
                ELSE
                    OPEN OUTPUT CHANGE-HIST-FILE
                END-IF.
                IF WS-CCH-FS NOT = '00'
                    DISPLAY 'CALIMPCT: ERROR ' WS-CCH-FS
                            ' opening CALENDAR-CHANGE-HIST.DAT - '
                            'CHANGE LOG KEPT'
                    ADD 1 TO WS-ERROR-COUNT
                ELSE
                    PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
                            UNTIL WS-CHG-IDX > WS-CHG-COUNT
                        PERFORM 8100-WRITE-ONE-HISTORY-ROW
                    END-PERFORM
                    CLOSE CHANGE-HIST-FILE
                    IF WS-ERROR-COUNT = 0
                        OPEN OUTPUT CAL-CHANGE-FILE
                        IF WS-CCL-FS = '00'
                            CLOSE CAL-CHANGE-FILE
                        ELSE
                            DISPLAY 'CALIMPCT: ERROR ' WS-CCL-FS
                                    ' clearing CALENDAR-CHANGE-LOG.DAT'
                            ADD 1 TO WS-ERROR-COUNT
                        END-IF
                    END-IF
                END-IF.

        8100-WRITE-ONE-HISTORY-ROW.
                MOVE WS-CH-TS (WS-CHG-IDX) TO CCL-TIMESTAMP.
                MOVE SPACE TO CCL-SEP1.
                MOVE WS-CH-ACTION (WS-CHG-IDX) TO CCL-ACTION.
                MOVE SPACE TO CCL-SEP2.
                MOVE WS-CH-CAL (WS-CHG-IDX) TO CCL-CALENDAR.
                MOVE SPACE TO CCL-SEP3.
                MOVE WS-CH-DATE (WS-CHG-IDX) TO CCL-DATE.
                MOVE SPACE TO CCL-SEP4.
                MOVE WS-CH-DESC (WS-CHG-IDX) TO CCL-DESCRIPTION.
                MOVE SPACE TO CCL-SEP5.
                MOVE 'R' TO CCL-IMPACT-STATUS.
                WRITE CHANGE-HIST-RECORD FROM CAL-CHANGE-RECORD.
                IF WS-CCH-FS NOT = '00'
                    DISPLAY 'CALIMPCT: ERROR ' WS-CCH-FS
                            ' writing CALENDAR-CHANGE-HIST.DAT'
                    ADD 1 TO WS-ERROR-COUNT
                    MOVE WS-CHG-COUNT TO WS-CHG-IDX
                END-IF.

                COPY "cexcapnd.cpy".

        9000-SET-RETURN-CODE.
                EVALUATE TRUE
                    WHEN WS-ERROR-COUNT > 0
                        MOVE 8 TO RETURN-CODE
                    WHEN WS-TOTAL-MOVED > 0
                        MOVE 4 TO RETURN-CODE
                    WHEN OTHER
                        MOVE 0 TO RETURN-CODE
                END-EVALUATE.

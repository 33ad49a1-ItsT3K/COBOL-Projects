      / HOLGEN generates next year's holiday calendar deck from the
      / holiday observance rule master.  Every December someone hand-
      / keyed next year's LCL, FED, and RMT holidays into
      / HOLIDAY-TRANS.DAT from a printed list, and the slips showed up
      / later as FEDCOMP differences or as a wrong roll in TODAY.  This
      / step reads HOLIDAY-RULES.DAT (copybook CHOLRULE) - fixed
      / dates, Nth weekday of a month, last weekday of a month, each
      / with an optional Saturday-to-Friday / Sunday-to-Monday
      / observance shift - expands every rule for the year named in
      / HOLGEN.CTL (copybook CHOLGCTL, default next year), and writes
      / the result as a header/trailer-balanced CHOLTRN batch deck on
      / HOLIDAY-TRANS.DAT, so HOLMAINT applies the whole year all-or-
      / nothing through its normal validated path.
      /
      / Before anything is written the generated dates are checked
      / against HOLIDAY-MASTER.DAT and printed as a preview:
      /
      /   - NEW          not on the master; goes into the deck,
      /   - ON FILE      already on the master with the same
      /                  description; left out of the deck, since
      /                  HOLMAINT would refuse the batch for it,
      /   - DESC DIFFERS already on the master under a different
      /                  description; flagged with both texts and
      /                  left out of the deck - the operator decides
      /                  which wording stands and keys a C if needed,
      /   - DUP IN DECK  two rules landed on the same date for the
      /                  same calendar; only the first is kept.
      /
      / A rule that cannot be met in the year (February 29 in a
      / common year, a fifth Monday a month does not have) is
      / reported, never skipped silently.  A malformed rule refuses
      / the whole deck - a year's calendar missing one holiday is the
      / failure this step exists to prevent.  The deck replaces
      / whatever was queued on HOLIDAY-TRANS.DAT, as FEDCOMP's does.
      /
      / An observed date is generated for the year of the rule, so a
      / Saturday January 1 observed on the Friday before lands in the
      / prior December on that year's deck.
      /
      / RETURN-CODE: 0 clean, 4 description differences, duplicates,
      / or rules not met in the year (reported above), 8 no rules, a
      / malformed rule (no deck written), or the deck could not be
      / written.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. HOLGEN.
        AUTHOR. JDM.
        INSTALLATION. 01-JAN-2000.
        DATE-WRITTEN. 15-OCT-2026.
        DATE-COMPILED. 15-OCT-2026.
        SECURITY. NORMAL.
      / ------------------------------
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT HOLIDAY-RULES-FILE ASSIGN TO "HOLIDAY-RULES.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-HRU-FS.
            SELECT HOLGEN-CTL-FILE ASSIGN TO "HOLGEN.CTL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-HGC-FS.
            SELECT HOLIDAY-MASTER-FILE
                ASSIGN TO "HOLIDAY-MASTER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS HOM-KEY
                FILE STATUS IS WS-HOM-FS.
            SELECT HOLIDAY-TRANS-FILE ASSIGN TO "HOLIDAY-TRANS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-TRN-FS.
      / ------------------------------
        DATA DIVISION.
        FILE SECTION.
        FD  HOLIDAY-RULES-FILE.
            COPY "cholrule.cpy".
        FD  HOLGEN-CTL-FILE.
            COPY "cholgctl.cpy".
        FD  HOLIDAY-MASTER-FILE.
            COPY "cholmast.cpy".
        FD  HOLIDAY-TRANS-FILE.
            COPY "choltrn.cpy".
      / ------------------------------
        WORKING-STORAGE SECTION.
        01 WS-HRU-FS                                     PIC XX.
        01 WS-HGC-FS                                     PIC XX.
        01 WS-HOM-FS                                     PIC XX.
        01 WS-TRN-FS                                     PIC XX.
        01 WS-CURRENT-DATE-RAW                           PIC X(21).
        01 WS-TODAY-YYYYMMDD                             PIC 9(8).
        01 WS-TODAY-PARTS REDEFINES WS-TODAY-YYYYMMDD.
                05      WS-TODAY-YEAR           PIC 9(4).
                05      WS-TODAY-MONTH          PIC 9(2).
                05      WS-TODAY-DAY            PIC 9(2).
        01 WS-GEN-YEAR                                   PIC 9(4).
        01 WS-MASTER-OPEN                                PIC X
                                                          VALUE 'N'.
      / ------------------------------
      / Calendar-date validation (CDATEVAL) caller fields; also the
      / source of each month's length.
      / ------------------------------
        01 WS-MONTH-DAYS-VAL                       PIC X(24)
                VALUE '312831303130313131303130'.
        01 WS-MONTH-DAYS-TBL REDEFINES WS-MONTH-DAYS-VAL.
                05      WS-MONTH-DAYS OCCURS 12 TIMES
                                                  PIC 9(2).
        01 WS-VAL-DATE                             PIC 9(8).
        01 WS-VAL-PARTS REDEFINES WS-VAL-DATE.
                05      WS-VAL-YEAR              PIC 9(4).
                05      WS-VAL-MONTH             PIC 9(2).
                05      WS-VAL-DAY               PIC 9(2).
        01 WS-VAL-OK                               PIC X.
        01 WS-VAL-MAX-DAY                          PIC 9(2).
        01 WS-LEAP-REM                             PIC 9(4) COMP.
      / ------------------------------
      / Day-of-week arithmetic off the same known-Sunday anchor as
      / CBUSDAY, so "Monday" here and a weekend in TODAY's roll can
      / never disagree.
      / ------------------------------
        01 WS-ANCHOR-DATE                          PIC 9(8) COMP
                                                    VALUE 20230101.
        01 WS-WORK-INT                             PIC 9(8) COMP.
        01 WS-WORK-DATE                            PIC 9(8).
        01 WS-WORK-DOW                             PIC 9 COMP.
        01 WS-DAY-OFFSET                           PIC 9(2) COMP.
        01 WS-GEN-DAY                              PIC 9(2) COMP.
        01 WS-RULE-DATE                            PIC 9(8).
        01 WS-OBSERVED-DATE                        PIC 9(8).
        01 WS-RULE-SATISFIED                       PIC X.
      / ------------------------------
      / The rule master held in storage for the expansion.  Three
      / calendars of a dozen holidays each leave plenty of room.
      / ------------------------------
        01 WS-RULE-COUNT                           PIC 9(3) COMP
                                                    VALUE 0.
        01 WS-RULE-MAX                             PIC 9(3) COMP
                                                    VALUE 100.
        01 WS-RULE-IDX                             PIC 9(3) COMP.
        01 WS-RULE-TABLE.
                05      WS-RULE-ENTRY OCCURS 100 TIMES.
                        10      WS-RL-CAL        PIC X(3).
                        10      WS-RL-TYPE       PIC X.
                        10      WS-RL-MONTH      PIC 9(2).
                        10      WS-RL-DAY        PIC 9(2).
                        10      WS-RL-ORDINAL    PIC 9.
                        10      WS-RL-WEEKDAY    PIC 9.
                        10      WS-RL-OBSERVE    PIC X.
                        10      WS-RL-DESC       PIC X(30).
        01 WS-RULES-READ                           PIC 9(3) COMP
                                                    VALUE 0.
        01 WS-RULE-ERRORS                          PIC 9(3) COMP
                                                    VALUE 0.
        01 WS-UNSATISFIED-COUNT                    PIC 9(3) COMP
                                                    VALUE 0.
      / ------------------------------
      / The generated year, one slot per rule, sorted into master key
      / order (calendar, then date) so the preview reads like
      / HOLMAINT's list and duplicates sit next to each other.
      / WS-GN-STATUS: N new, S on file same text, D on file with a
      / different text, X duplicate within the deck.
      / ------------------------------
        01 WS-GEN-COUNT                            PIC 9(3) COMP
                                                    VALUE 0.
        01 WS-GEN-IDX                              PIC 9(3) COMP.
        01 WS-GEN-IDX2                             PIC 9(3) COMP.
        01 WS-GEN-TABLE.
                05      WS-GEN-ENTRY OCCURS 100 TIMES.
                        10      WS-GN-KEY.
                                15      WS-GN-CAL        PIC X(3).
                                15      WS-GN-DATE       PIC 9(8).
                        10      WS-GN-RULE-DATE  PIC 9(8).
                        10      WS-GN-DESC       PIC X(30).
                        10      WS-GN-OLD-DESC   PIC X(30).
                        10      WS-GN-STATUS     PIC X.
        01 WS-SWAP-ENTRY.
                05      WS-SWAP-KEY              PIC X(11).
                05      WS-SWAP-RULE-DATE        PIC 9(8).
                05      WS-SWAP-DESC             PIC X(30).
                05      WS-SWAP-OLD-DESC         PIC X(30).
                05      WS-SWAP-STATUS           PIC X.
      / ------------------------------
      / Preview tallies and the deck count the trailer balances.
      / ------------------------------
        01 WS-NEW-COUNT                            PIC 9(3) COMP
                                                    VALUE 0.
        01 WS-ON-FILE-COUNT                        PIC 9(3) COMP
                                                    VALUE 0.
        01 WS-DESC-DIFFS                           PIC 9(3) COMP
                                                    VALUE 0.
        01 WS-DUP-COUNT                            PIC 9(3) COMP
                                                    VALUE 0.
        01 WS-DECK-COUNT                           PIC 9(7)
                                                    VALUE 0.
        01 WS-DECK-WRITTEN                         PIC X
                                                    VALUE 'N'.
        01 WS-STATUS-TEXT                          PIC X(14).
        01 WS-SHIFT-TEXT                           PIC X(8).
        01 WS-COUNT-DISP                           PIC ZZ9.
        01 WS-DETAIL-LINE                          PIC X(80).
                COPY "crpthdr.cpy".
      / ------------------------------
        PROCEDURE DIVISION.
        0000-MAIN-PARA.
                PERFORM 1000-READ-CONTROL.
                PERFORM 2000-PRINT-HEADER.
                PERFORM 1100-LOAD-RULES.
                IF WS-RULE-COUNT > 0
                    PERFORM 3000-EXPAND-ALL-RULES
                    PERFORM 4000-SORT-GEN-TABLE
                    PERFORM 5000-CHECK-AGAINST-MASTER
                    PERFORM 6000-PRINT-PREVIEW
                    IF WS-RULE-ERRORS = 0
                        PERFORM 7000-WRITE-DECK
                    ELSE
                        DISPLAY 'HOLGEN: ' WS-RULE-ERRORS
                                ' MALFORMED RULES - NO DECK WRITTEN'
                    END-IF
                    PERFORM 6500-PRINT-SUMMARY
                END-IF.
                PERFORM 9000-SET-RETURN-CODE.
                STOP RUN.

      / The year to generate defaults to the one after the wall-clock
      / year - this is an operator step run ahead of the year, not a
      / day-start product tied to the business date.
        1000-READ-CONTROL.
                MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-RAW.
                MOVE WS-CURRENT-DATE-RAW(1:8) TO WS-TODAY-YYYYMMDD.
                COMPUTE WS-GEN-YEAR = WS-TODAY-YEAR + 1.
                OPEN INPUT HOLGEN-CTL-FILE.
                IF WS-HGC-FS = '00'
                    READ HOLGEN-CTL-FILE
                    IF WS-HGC-FS = '00'
                       AND HGC-YEAR NUMERIC
                       AND HGC-YEAR > 1900 AND HGC-YEAR < 2200
                        MOVE HGC-YEAR TO WS-GEN-YEAR
                    END-IF
                    CLOSE HOLGEN-CTL-FILE
                END-IF.

        1100-LOAD-RULES.
                MOVE 0 TO WS-RULE-COUNT.
                OPEN INPUT HOLIDAY-RULES-FILE.
                IF WS-HRU-FS NOT = '00'
                    DISPLAY 'HOLGEN: NO HOLIDAY-RULES.DAT - '
                            'NOTHING TO GENERATE'
                    ADD 1 TO WS-RULE-ERRORS
                ELSE
                    PERFORM UNTIL WS-HRU-FS NOT = '00'
                        READ HOLIDAY-RULES-FILE NEXT RECORD
                            AT END
                                MOVE '10' TO WS-HRU-FS
                            NOT AT END
                                ADD 1 TO WS-RULES-READ
                                PERFORM 1200-LOAD-ONE-RULE
                        END-READ
                    END-PERFORM
                    CLOSE HOLIDAY-RULES-FILE
                    IF WS-RULES-READ = 0
                        DISPLAY 'HOLGEN: HOLIDAY-RULES.DAT IS EMPTY'
                        ADD 1 TO WS-RULE-ERRORS
                    END-IF
                END-IF.

      / A malformed rule is refused at load, and it refuses the deck:
      / a calendar generated without it would look complete and not
      / be.
        1200-LOAD-ONE-RULE.
                MOVE 'Y' TO WS-VAL-OK.
                IF NOT (HRU-TYPE-FIXED OR HRU-TYPE-NTH-DOW
                        OR HRU-TYPE-LAST-DOW)
                   OR HRU-MONTH NOT NUMERIC
                    MOVE 'N' TO WS-VAL-OK
                ELSE
                    IF HRU-MONTH < 1 OR HRU-MONTH > 12
                        MOVE 'N' TO WS-VAL-OK
                    END-IF
                END-IF.
                IF WS-VAL-OK = 'Y' AND HRU-TYPE-FIXED
                    IF HRU-DAY NOT NUMERIC
                        MOVE 'N' TO WS-VAL-OK
                    ELSE
                        IF HRU-DAY < 1
                           OR (HRU-DAY > WS-MONTH-DAYS (HRU-MONTH)
                               AND NOT (HRU-MONTH = 2
                                        AND HRU-DAY = 29))
                            MOVE 'N' TO WS-VAL-OK
                        END-IF
                    END-IF
                END-IF.
                IF WS-VAL-OK = 'Y' AND NOT HRU-TYPE-FIXED
                    IF HRU-WEEKDAY NOT NUMERIC
                       OR HRU-ORDINAL NOT NUMERIC
                        MOVE 'N' TO WS-VAL-OK
                    ELSE
                        IF HRU-WEEKDAY > 6
                           OR (HRU-TYPE-NTH-DOW
                               AND (HRU-ORDINAL < 1
                                    OR HRU-ORDINAL > 5))
                            MOVE 'N' TO WS-VAL-OK
                        END-IF
                    END-IF
                END-IF.
                IF WS-VAL-OK NOT = 'Y'
                    DISPLAY 'HOLGEN: BAD RULE ' WS-RULES-READ ' <'
                            HRU-CALENDAR ' ' HRU-TYPE ' ' HRU-MONTH
                            ' ' HRU-DAY ' ' HRU-ORDINAL ' '
                            HRU-WEEKDAY '> ' HRU-DESCRIPTION
                    ADD 1 TO WS-RULE-ERRORS
                ELSE
                    IF WS-RULE-COUNT >= WS-RULE-MAX
                        DISPLAY 'HOLGEN: RULE TABLE FULL - '
                                HRU-DESCRIPTION ' NOT GENERATED'
                        ADD 1 TO WS-RULE-ERRORS
                    ELSE
                        ADD 1 TO WS-RULE-COUNT
                        IF HRU-CALENDAR = SPACES
                            MOVE 'LCL' TO WS-RL-CAL (WS-RULE-COUNT)
                        ELSE
                            MOVE HRU-CALENDAR TO
                                    WS-RL-CAL (WS-RULE-COUNT)
                        END-IF
                        MOVE HRU-TYPE TO WS-RL-TYPE (WS-RULE-COUNT)
                        MOVE HRU-MONTH TO
                                WS-RL-MONTH (WS-RULE-COUNT)
                        IF HRU-TYPE-FIXED
                            MOVE HRU-DAY TO
                                    WS-RL-DAY (WS-RULE-COUNT)
                            MOVE 0 TO WS-RL-ORDINAL (WS-RULE-COUNT)
                            MOVE 0 TO WS-RL-WEEKDAY (WS-RULE-COUNT)
                        ELSE
                            MOVE 0 TO WS-RL-DAY (WS-RULE-COUNT)
                            MOVE HRU-ORDINAL TO
                                    WS-RL-ORDINAL (WS-RULE-COUNT)
                            MOVE HRU-WEEKDAY TO
                                    WS-RL-WEEKDAY (WS-RULE-COUNT)
                        END-IF
                        MOVE HRU-OBSERVE TO
                                WS-RL-OBSERVE (WS-RULE-COUNT)
                        MOVE HRU-DESCRIPTION TO
                                WS-RL-DESC (WS-RULE-COUNT)
                    END-IF
                END-IF.

                COPY "cdateval.cpy".

        2000-PRINT-HEADER.
                MOVE 'HOLIDAY RULE GENERATION PREVIEW' TO RPT-TITLE.
                MOVE 1 TO RPT-PAGE-NUM.
                CALL "RPTHDR" USING RPT-HEADER-PARMS.
                DISPLAY RPT-HEADER-LINE-1.
                DISPLAY RPT-HEADER-LINE-2.
                DISPLAY RPT-HEADER-LINE-3.
                DISPLAY ' '.
                DISPLAY 'GENERATING CALENDAR YEAR: ' WS-GEN-YEAR.
                DISPLAY ' '.

        3000-EXPAND-ALL-RULES.
                MOVE 0 TO WS-GEN-COUNT.
                PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                        UNTIL WS-RULE-IDX > WS-RULE-COUNT
                    PERFORM 3100-EXPAND-ONE-RULE
                END-PERFORM.

        3100-EXPAND-ONE-RULE.
                MOVE 'N' TO WS-RULE-SATISFIED.
                EVALUATE WS-RL-TYPE (WS-RULE-IDX)
                    WHEN 'F'
                        PERFORM 3200-FIXED-DATE
                    WHEN 'N'
                        PERFORM 3300-NTH-WEEKDAY
                    WHEN 'L'
                        PERFORM 3400-LAST-WEEKDAY
                END-EVALUATE.
                IF WS-RULE-SATISFIED = 'Y'
                    PERFORM 3500-APPLY-OBSERVANCE
                    PERFORM 3600-ADD-GENERATED-DATE
                ELSE
                    ADD 1 TO WS-UNSATISFIED-COUNT
                    DISPLAY 'HOLGEN: RULE ' WS-RL-CAL (WS-RULE-IDX)
                            ' ' WS-RL-DESC (WS-RULE-IDX)
                            ' CANNOT BE MET IN ' WS-GEN-YEAR
                END-IF.

      / February 29 is the only fixed date a valid rule can ask for
      / and a year not have.
        3200-FIXED-DATE.
                COMPUTE WS-VAL-DATE =
                        WS-GEN-YEAR * 10000
                        + WS-RL-MONTH (WS-RULE-IDX) * 100
                        + WS-RL-DAY (WS-RULE-IDX).
                PERFORM 1900-VALIDATE-DATE.
                IF WS-VAL-OK = 'Y'
                    MOVE WS-VAL-DATE TO WS-RULE-DATE
                    MOVE 'Y' TO WS-RULE-SATISFIED
                END-IF.

      / The first wanted weekday of the month is as many days past
      / the 1st as it takes the 1st's weekday to reach it; each
      / further ordinal is one more week.  A day past the month's
      / length is a fifth weekday the month does not have.
        3300-NTH-WEEKDAY.
                COMPUTE WS-VAL-DATE =
                        WS-GEN-YEAR * 10000
                        + WS-RL-MONTH (WS-RULE-IDX) * 100 + 1.
                PERFORM 1900-VALIDATE-DATE.
                MOVE WS-VAL-DATE TO WS-WORK-DATE.
                PERFORM 3800-DAY-OF-WEEK.
                COMPUTE WS-DAY-OFFSET =
                        FUNCTION MOD(WS-RL-WEEKDAY (WS-RULE-IDX)
                                     - WS-WORK-DOW + 7, 7).
                COMPUTE WS-GEN-DAY =
                        1 + WS-DAY-OFFSET
                        + (WS-RL-ORDINAL (WS-RULE-IDX) - 1) * 7.
                IF WS-GEN-DAY <= WS-VAL-MAX-DAY
                    COMPUTE WS-RULE-DATE =
                            WS-GEN-YEAR * 10000
                            + WS-RL-MONTH (WS-RULE-IDX) * 100
                            + WS-GEN-DAY
                    MOVE 'Y' TO WS-RULE-SATISFIED
                END-IF.

      / Back off the month's last day to the wanted weekday - never
      / more than six days, so it always lands inside the month.
        3400-LAST-WEEKDAY.
                COMPUTE WS-VAL-DATE =
                        WS-GEN-YEAR * 10000
                        + WS-RL-MONTH (WS-RULE-IDX) * 100 + 1.
                PERFORM 1900-VALIDATE-DATE.
                MOVE WS-VAL-MAX-DAY TO WS-VAL-DAY.
                MOVE WS-VAL-DATE TO WS-WORK-DATE.
                PERFORM 3800-DAY-OF-WEEK.
                COMPUTE WS-DAY-OFFSET =
                        FUNCTION MOD(WS-WORK-DOW
                                     - WS-RL-WEEKDAY (WS-RULE-IDX)
                                     + 7, 7).
                COMPUTE WS-GEN-DAY = WS-VAL-MAX-DAY - WS-DAY-OFFSET.
                COMPUTE WS-RULE-DATE =
                        WS-GEN-YEAR * 10000
                        + WS-RL-MONTH (WS-RULE-IDX) * 100
                        + WS-GEN-DAY.
                MOVE 'Y' TO WS-RULE-SATISFIED.

      / Saturday is observed the Friday before, Sunday the Monday
      / after; a rule without the shift keeps its weekend date and
      / HOLMAINT's weekend warning will say so.
        3500-APPLY-OBSERVANCE.
                MOVE WS-RULE-DATE TO WS-OBSERVED-DATE.
                IF WS-RL-OBSERVE (WS-RULE-IDX) = 'Y'
                    MOVE WS-RULE-DATE TO WS-WORK-DATE
                    PERFORM 3800-DAY-OF-WEEK
                    EVALUATE WS-WORK-DOW
                        WHEN 6
                            COMPUTE WS-WORK-INT =
                                    FUNCTION INTEGER-OF-DATE(
                                            WS-RULE-DATE) - 1
                            COMPUTE WS-OBSERVED-DATE =
                                    FUNCTION DATE-OF-INTEGER(
                                            WS-WORK-INT)
                        WHEN 0
                            COMPUTE WS-WORK-INT =
                                    FUNCTION INTEGER-OF-DATE(
                                            WS-RULE-DATE) + 1
                            COMPUTE WS-OBSERVED-DATE =
                                    FUNCTION DATE-OF-INTEGER(
                                            WS-WORK-INT)
                    END-EVALUATE
                END-IF.

        3600-ADD-GENERATED-DATE.
                ADD 1 TO WS-GEN-COUNT.
                MOVE WS-RL-CAL (WS-RULE-IDX)
                        TO WS-GN-CAL (WS-GEN-COUNT).
                MOVE WS-OBSERVED-DATE TO WS-GN-DATE (WS-GEN-COUNT).
                MOVE WS-RULE-DATE TO WS-GN-RULE-DATE (WS-GEN-COUNT).
                MOVE WS-RL-DESC (WS-RULE-IDX)
                        TO WS-GN-DESC (WS-GEN-COUNT).
                MOVE SPACES TO WS-GN-OLD-DESC (WS-GEN-COUNT).
                MOVE 'N' TO WS-GN-STATUS (WS-GEN-COUNT).

      / 0=Sunday ... 6=Saturday, counted off the CBUSDAY anchor.
        3800-DAY-OF-WEEK.
                COMPUTE WS-WORK-DOW =
                        FUNCTION MOD(
                            FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
                            - FUNCTION INTEGER-OF-DATE(WS-ANCHOR-DATE),
                            7).

      / Straight exchange sort into master key order, the DUEGEN
      / shape.
        4000-SORT-GEN-TABLE.
                IF WS-GEN-COUNT > 1
                    PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                            UNTIL WS-GEN-IDX >= WS-GEN-COUNT
                        PERFORM VARYING WS-GEN-IDX2
                                FROM WS-GEN-IDX BY 1
                                UNTIL WS-GEN-IDX2 > WS-GEN-COUNT
                            IF WS-GN-KEY (WS-GEN-IDX2) <
                               WS-GN-KEY (WS-GEN-IDX)
                                MOVE WS-GEN-ENTRY (WS-GEN-IDX)
                                        TO WS-SWAP-ENTRY
                                MOVE WS-GEN-ENTRY (WS-GEN-IDX2) TO
                                        WS-GEN-ENTRY (WS-GEN-IDX)
                                MOVE WS-SWAP-ENTRY TO
                                        WS-GEN-ENTRY (WS-GEN-IDX2)
                            END-IF
                        END-PERFORM
                    END-PERFORM
                END-IF.

      / One keyed READ per generated date.  A master that cannot be
      / opened leaves every date NEW - the first year on a fresh
      / region starts from nothing.
        5000-CHECK-AGAINST-MASTER.
                OPEN INPUT HOLIDAY-MASTER-FILE.
                IF WS-HOM-FS = '00'
                    MOVE 'Y' TO WS-MASTER-OPEN
                ELSE
                    DISPLAY 'HOLGEN: NO HOLIDAY-MASTER.DAT - '
                            'EVERY DATE IS NEW'
                    DISPLAY ' '
                END-IF.
                PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                        UNTIL WS-GEN-IDX > WS-GEN-COUNT
                    PERFORM 5100-CHECK-ONE-DATE
                END-PERFORM.
                IF WS-MASTER-OPEN = 'Y'
                    CLOSE HOLIDAY-MASTER-FILE
                END-IF.

        5100-CHECK-ONE-DATE.
                IF WS-GEN-IDX > 1
                   AND WS-GN-KEY (WS-GEN-IDX) =
                       WS-GN-KEY (WS-GEN-IDX - 1)
                    MOVE 'X' TO WS-GN-STATUS (WS-GEN-IDX)
                    ADD 1 TO WS-DUP-COUNT
                ELSE
                    IF WS-MASTER-OPEN = 'Y'
                        MOVE WS-GN-CAL (WS-GEN-IDX) TO HOM-CALENDAR
                        MOVE WS-GN-DATE (WS-GEN-IDX) TO HOM-DATE
                        READ HOLIDAY-MASTER-FILE
                            INVALID KEY
                                CONTINUE
                            NOT INVALID KEY
                                PERFORM 5200-GRADE-ON-FILE
                        END-READ
                        MOVE '00' TO WS-HOM-FS
                    END-IF
                    IF WS-GN-STATUS (WS-GEN-IDX) = 'N'
                        ADD 1 TO WS-NEW-COUNT
                    END-IF
                END-IF.

        5200-GRADE-ON-FILE.
                MOVE HOM-DESCRIPTION TO WS-GN-OLD-DESC (WS-GEN-IDX).
                IF HOM-DESCRIPTION = WS-GN-DESC (WS-GEN-IDX)
                    MOVE 'S' TO WS-GN-STATUS (WS-GEN-IDX)
                    ADD 1 TO WS-ON-FILE-COUNT
                ELSE
                    MOVE 'D' TO WS-GN-STATUS (WS-GEN-IDX)
                    ADD 1 TO WS-DESC-DIFFS
                END-IF.

        6000-PRINT-PREVIEW.
                DISPLAY 'CAL  DATE      RULE DATE DESCRIPTION'
                        '                    STATUS'.
                PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                        UNTIL WS-GEN-IDX > WS-GEN-COUNT
                    PERFORM 6100-PRINT-ONE-DATE
                END-PERFORM.
                DISPLAY ' '.

      / The rule date column is only filled when the observance shift
      / moved the holiday off its weekend date.
        6100-PRINT-ONE-DATE.
                EVALUATE WS-GN-STATUS (WS-GEN-IDX)
                    WHEN 'N'
                        MOVE 'NEW' TO WS-STATUS-TEXT
                    WHEN 'S'
                        MOVE 'ON FILE' TO WS-STATUS-TEXT
                    WHEN 'D'
                        MOVE '*DESC DIFFERS*' TO WS-STATUS-TEXT
                    WHEN OTHER
                        MOVE '*DUP IN DECK*' TO WS-STATUS-TEXT
                END-EVALUATE.
                IF WS-GN-RULE-DATE (WS-GEN-IDX) =
                   WS-GN-DATE (WS-GEN-IDX)
                    MOVE SPACES TO WS-SHIFT-TEXT
                ELSE
                    MOVE WS-GN-RULE-DATE (WS-GEN-IDX)
                            TO WS-SHIFT-TEXT
                END-IF.
                MOVE SPACES TO WS-DETAIL-LINE.
                STRING WS-GN-CAL (WS-GEN-IDX) DELIMITED BY SIZE
                       '  '                   DELIMITED BY SIZE
                       WS-GN-DATE (WS-GEN-IDX) DELIMITED BY SIZE
                       '  '                   DELIMITED BY SIZE
                       WS-SHIFT-TEXT          DELIMITED BY SIZE
                       '  '                   DELIMITED BY SIZE
                       WS-GN-DESC (WS-GEN-IDX) DELIMITED BY SIZE
                       ' '                    DELIMITED BY SIZE
                       WS-STATUS-TEXT         DELIMITED BY SIZE
                       INTO WS-DETAIL-LINE.
                DISPLAY WS-DETAIL-LINE.
                IF WS-GN-STATUS (WS-GEN-IDX) = 'D'
                    DISPLAY '     ON MASTER AS:       '
                            WS-GN-OLD-DESC (WS-GEN-IDX)
                END-IF.

        6500-PRINT-SUMMARY.
                DISPLAY ' '.
                MOVE WS-GEN-COUNT TO WS-COUNT-DISP.
                DISPLAY 'DATES GENERATED:         ' WS-COUNT-DISP.
                MOVE WS-NEW-COUNT TO WS-COUNT-DISP.
                DISPLAY 'NEW TO THE CALENDAR:     ' WS-COUNT-DISP.
                MOVE WS-ON-FILE-COUNT TO WS-COUNT-DISP.
                DISPLAY 'ALREADY ON FILE:         ' WS-COUNT-DISP.
                MOVE WS-DESC-DIFFS TO WS-COUNT-DISP.
                DISPLAY 'DESCRIPTION DIFFERENCES: ' WS-COUNT-DISP.
                MOVE WS-DUP-COUNT TO WS-COUNT-DISP.
                DISPLAY 'DUPLICATES IN DECK:      ' WS-COUNT-DISP.
                MOVE WS-UNSATISFIED-COUNT TO WS-COUNT-DISP.
                DISPLAY 'RULES NOT MET IN YEAR:   ' WS-COUNT-DISP.
                IF WS-DECK-WRITTEN = 'Y'
                    MOVE WS-DECK-COUNT TO WS-COUNT-DISP
                    DISPLAY 'DECK TRANSACTIONS:       '
                            WS-COUNT-DISP
                    DISPLAY 'RUN HOLMAINT TO APPLY THEM'
                END-IF.

      / Header carrying the day the deck was cut, one A per NEW date,
      / and a trailer counting them - the balanced batch HOLMAINT
      / applies all-or-nothing.
        7000-WRITE-DECK.
                MOVE 0 TO WS-DECK-COUNT.
                OPEN OUTPUT HOLIDAY-TRANS-FILE.
                IF WS-TRN-FS NOT = '00'
                    DISPLAY 'HOLGEN: ERROR ' WS-TRN-FS
                            ' opening HOLIDAY-TRANS.DAT'
                    ADD 1 TO WS-RULE-ERRORS
                ELSE
                    MOVE SPACES TO HOLIDAY-TRANS-RECORD
                    MOVE 'H' TO HTR-ACTION
                    MOVE WS-TODAY-YYYYMMDD TO HTB-HDR-DATE
                    PERFORM 7900-WRITE-ONE-LINE
                    PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                            UNTIL WS-GEN-IDX > WS-GEN-COUNT
                        IF WS-GN-STATUS (WS-GEN-IDX) = 'N'
                            PERFORM 7100-WRITE-ADD-TRANS
                        END-IF
                    END-PERFORM
                    MOVE SPACES TO HOLIDAY-TRANS-RECORD
                    MOVE 'T' TO HTR-ACTION
                    MOVE WS-DECK-COUNT TO HTB-TRL-COUNT
                    PERFORM 7900-WRITE-ONE-LINE
                    CLOSE HOLIDAY-TRANS-FILE
                    IF WS-TRN-FS = '00'
                        MOVE 'Y' TO WS-DECK-WRITTEN
                    END-IF
                END-IF.

        7100-WRITE-ADD-TRANS.
                MOVE 'A' TO HTR-ACTION.
                MOVE SPACE TO HTR-SEP1 HTR-SEP2 HTR-SEP3.
                MOVE WS-GN-DATE (WS-GEN-IDX) TO HTR-DATE.
                MOVE WS-GN-DESC (WS-GEN-IDX) TO HTR-DESCRIPTION.
                MOVE WS-GN-CAL (WS-GEN-IDX) TO HTR-CALENDAR.
                PERFORM 7900-WRITE-ONE-LINE.
                IF WS-TRN-FS = '00'
                    ADD 1 TO WS-DECK-COUNT
                END-IF.

        7900-WRITE-ONE-LINE.
                WRITE HOLIDAY-TRANS-RECORD.
                IF WS-TRN-FS NOT = '00'
                    DISPLAY 'HOLGEN: ERROR ' WS-TRN-FS
                            ' writing HOLIDAY-TRANS.DAT'
                    ADD 1 TO WS-RULE-ERRORS
                END-IF.

        9000-SET-RETURN-CODE.
                EVALUATE TRUE
                    WHEN WS-RULE-ERRORS > 0
                        MOVE 8 TO RETURN-CODE
                    WHEN WS-DESC-DIFFS > 0 OR WS-DUP-COUNT > 0
                         OR WS-UNSATISFIED-COUNT > 0
                        MOVE 4 TO RETURN-CODE
                    WHEN OTHER
                        MOVE 0 TO RETURN-CODE
                END-EVALUATE.

      / ------------------------------
      / CDUECALC - shared due-date rule arithmetic, pulled out of
      / DUEGEN the way CBUSDAY was pulled out of TODAY, so the step
      / that expands the rule master and any step that re-derives a
      / rule's date afterwards can never disagree about where a rule
      / falls in a month.
      /
      / 3100 sets the first and last calendar day of the target
      / month; 3400 finds the Nth business day of it (rule type B);
      / 3500 finds the business day N before its last business day
      / (types E and Q).  Either leaves the answer in
      / WS-RULE-DUE-DATE with WS-RULE-SATISFIED = 'Y', or 'N' when
      / the month cannot satisfy the ordinal.
      /
      / Caller must have in WORKING-STORAGE: the CBUSDAY caller
      / fields (with WS-SELECTED-CAL set to the rule's calendar and
      / the master opened by 2050); WS-TGT-YEAR PIC 9(4) and
      / WS-TGT-MONTH PIC 9(2) naming the month; WS-MONTH-FIRST-DATE,
      / WS-MONTH-LAST-DATE, WS-RULE-DUE-DATE PIC 9(8); WS-NM-YEAR
      / PIC 9(4); WS-NM-MONTH PIC 9(2); WS-WORK-INT PIC 9(8) COMP;
      / WS-BUS-TALLY PIC 9(2) COMP; WS-WALK-COUNT PIC 9(3) COMP;
      / WS-RULE-SATISFIED PIC X; and the rule's ordinal in
      / WS-RL-ORDINAL (WS-RULE-IDX), as DUEGEN's rule table holds it.
      / PERFORM 3100 before 3400 or 3500.
      / ------------------------------
      / The month's last day is the day before the first of the
      / following month, same as PERCLOSE's period bounds.
        3100-COMPUTE-MONTH-BOUNDS.
                COMPUTE WS-MONTH-FIRST-DATE =
                        WS-TGT-YEAR * 10000
                        + WS-TGT-MONTH * 100 + 1.
                IF WS-TGT-MONTH = 12
                    COMPUTE WS-NM-YEAR = WS-TGT-YEAR + 1
                    MOVE 1 TO WS-NM-MONTH
                ELSE
                    MOVE WS-TGT-YEAR TO WS-NM-YEAR
                    COMPUTE WS-NM-MONTH = WS-TGT-MONTH + 1
                END-IF.
                COMPUTE WS-WORK-INT =
                        FUNCTION INTEGER-OF-DATE(
                                WS-NM-YEAR * 10000
                                + WS-NM-MONTH * 100 + 1) - 1.
                COMPUTE WS-MONTH-LAST-DATE =
                        FUNCTION DATE-OF-INTEGER(WS-WORK-INT).

      / Walk forward from the first of the month counting business
      / days; running off the month end means the ordinal asks for
      / more business days than the month has.
        3400-FIND-NTH-BUS-DAY.
                MOVE 'N' TO WS-RULE-SATISFIED.
                MOVE 0 TO WS-BUS-TALLY.
                MOVE WS-MONTH-FIRST-DATE TO WS-CANDIDATE-DATE.
                MOVE 0 TO WS-WALK-COUNT.
                PERFORM UNTIL WS-RULE-SATISFIED = 'Y'
                           OR WS-CANDIDATE-DATE > WS-MONTH-LAST-DATE
                           OR WS-WALK-COUNT > 31
                    ADD 1 TO WS-WALK-COUNT
                    PERFORM 2100-IS-BUSINESS-DAY
                    IF WS-CANDIDATE-IS-BUS = 'Y'
                        ADD 1 TO WS-BUS-TALLY
                        IF WS-BUS-TALLY =
                           WS-RL-ORDINAL (WS-RULE-IDX)
                            MOVE WS-CANDIDATE-DATE
                                    TO WS-RULE-DUE-DATE
                            MOVE 'Y' TO WS-RULE-SATISFIED
                        END-IF
                    END-IF
                    IF WS-RULE-SATISFIED NOT = 'Y'
                        COMPUTE WS-WORK-INT =
                                FUNCTION INTEGER-OF-DATE(
                                        WS-CANDIDATE-DATE) + 1
                        COMPUTE WS-CANDIDATE-DATE =
                                FUNCTION DATE-OF-INTEGER(
                                        WS-WORK-INT)
                    END-IF
                END-PERFORM.

      / Walk backward from the month's last day: business day zero
      / is the last business day of the month, and each further
      / business day steps the ordinal down once.  Running off the
      / front of the month means the ordinal is too deep.
        3500-FIND-BEFORE-MONTH-END.
                MOVE 'N' TO WS-RULE-SATISFIED.
                MOVE 0 TO WS-BUS-TALLY.
                MOVE WS-MONTH-LAST-DATE TO WS-CANDIDATE-DATE.
                MOVE 0 TO WS-WALK-COUNT.
                PERFORM UNTIL WS-RULE-SATISFIED = 'Y'
                           OR WS-CANDIDATE-DATE < WS-MONTH-FIRST-DATE
                           OR WS-WALK-COUNT > 31
                    ADD 1 TO WS-WALK-COUNT
                    PERFORM 2100-IS-BUSINESS-DAY
                    IF WS-CANDIDATE-IS-BUS = 'Y'
                        ADD 1 TO WS-BUS-TALLY
                        IF WS-BUS-TALLY =
                           WS-RL-ORDINAL (WS-RULE-IDX) + 1
                            MOVE WS-CANDIDATE-DATE
                                    TO WS-RULE-DUE-DATE
                            MOVE 'Y' TO WS-RULE-SATISFIED
                        END-IF
                    END-IF
                    IF WS-RULE-SATISFIED NOT = 'Y'
                        COMPUTE WS-WORK-INT =
                                FUNCTION INTEGER-OF-DATE(
                                        WS-CANDIDATE-DATE) - 1
                        COMPUTE WS-CANDIDATE-DATE =
                                FUNCTION DATE-OF-INTEGER(
                                        WS-WORK-INT)
                    END-IF
                END-PERFORM.

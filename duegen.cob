      / the current month of the business date plus eleven - using
      / the same CBUSDAY weekend/holiday logic TODAY and DATECALC
      / share, writes DUE-DATES.DAT (copybook CDUEDATE) in due-date
      / order, and prints the expansion in the same order.  The rule
      / arithmetic itself lives in the shared CDUECALC copybook, so
      / CALIMPCT re-derives a rule after a calendar change exactly
      / the way this step derived it.
      /
      / A rule that cannot be satisfied in some month (a 23rd
      / business day that does not exist) is reported on the run
                    PERFORM 3200-EXPAND-RULES-FOR-MONTH
                END-PERFORM.

        3200-EXPAND-RULES-FOR-MONTH.
                PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                        UNTIL WS-RULE-IDX > WS-RULE-COUNT
                            WS-TGT-YEAR '-' WS-TGT-MONTH
                END-IF.

                COPY "cduecalc.cpy".

        3600-ADD-DUE-DATE.
                IF WS-DUE-COUNT >= WS-DUE-MAX

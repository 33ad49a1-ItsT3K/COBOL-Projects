      / ------------------------------
      / CHOLRULE - holiday observance rule master (HOLIDAY-RULES.DAT).
      / The shop's holidays are rules, not dates - "January 1",
      / "fourth Thursday of November", "last Monday of May" - and
      / every December somebody re-derived next year's dates by hand
      / and keyed them into HOLIDAY-TRANS.DAT.  One row per holiday
      / per calendar; HOLGEN expands the rules for a requested year
      / into a balanced CHOLTRN batch deck for HOLMAINT.  Kept apart
      / from DUE-RULES.DAT (CDUERULE): those rules count business
      / days against the calendar, these rules ARE the calendar.
      /
      / Rule types:
      /   F - a fixed date: HRU-MONTH / HRU-DAY,
      /   N - the Nth (HRU-ORDINAL 1-5) HRU-WEEKDAY of HRU-MONTH,
      /   L - the last HRU-WEEKDAY of HRU-MONTH.
      /
      / HRU-WEEKDAY counts the way the CBUSDAY anchor arithmetic does:
      / 0=Sunday, 1=Monday ... 6=Saturday.  HRU-DAY is only read for
      / type F and HRU-ORDINAL / HRU-WEEKDAY only for N and L.
      /
      / HRU-OBSERVE Y applies the weekend-observance shift to the
      / generated date: a Saturday holiday is observed the Friday
      / before, a Sunday holiday the Monday after.  Any other value
      / keeps the date as generated.
      /
      / HRU-CALENDAR names the calendar the holiday belongs to (LCL,
      / FED, RMT - see CHOLMAST); blank means LCL.
      / ------------------------------
        01  HOLIDAY-RULE-RECORD.
                05      HRU-CALENDAR            PIC X(3).
                05      HRU-SEP1                PIC X VALUE SPACE.
                05      HRU-TYPE                PIC X.
                        88      HRU-TYPE-FIXED    VALUE 'F'.
                        88      HRU-TYPE-NTH-DOW  VALUE 'N'.
                        88      HRU-TYPE-LAST-DOW VALUE 'L'.
                05      HRU-SEP2                PIC X VALUE SPACE.
                05      HRU-MONTH               PIC 9(2).
                05      HRU-SEP3                PIC X VALUE SPACE.
                05      HRU-DAY                 PIC 9(2).
                05      HRU-SEP4                PIC X VALUE SPACE.
                05      HRU-ORDINAL             PIC 9.
                05      HRU-SEP5                PIC X VALUE SPACE.
                05      HRU-WEEKDAY             PIC 9.
                05      HRU-SEP6                PIC X VALUE SPACE.
                05      HRU-OBSERVE             PIC X.
                        88      HRU-SHIFT-WEEKEND VALUE 'Y'.
                05      HRU-SEP7                PIC X VALUE SPACE.
                05      HRU-DESCRIPTION         PIC X(30).

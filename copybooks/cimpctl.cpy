      / ------------------------------
      / CIMPCTL - calendar change impact control file (CALIMPCT.CTL).
      / Mode R (the default when the file is absent) only reports the
      / settlement and due dates a calendar change moved; mode C
      / additionally writes RESTAMPED-OBLIGATIONS.DAT, a full copy of
      / SETTLED-OBLIGATIONS.DAT with every moved settlement date
      / replaced by the one the current calendar answers, for the
      / funding steps to pick up in place of the stale file.
      /
      / A mode R run that moves a settlement date leaves the calendar
      / change log pending, so the operator paged off its E row sets
      / mode C and reruns against the same changes; only the mode C
      / run (or a mode R run that moved no settlement) retires it.
      / ------------------------------
        01  CALIMPCT-CTL-RECORD.
                05      CIC-MODE                PIC X.
                        88      CIC-MODE-REPORT  VALUE 'R'.
                        88      CIC-MODE-CORRECT VALUE 'C'.

      / ------------------------------
      / CCALCHG - calendar change log (CALENDAR-CHANGE-LOG.DAT).
      / HOLMAINT appends one row for every add, change, and delete it
      / actually applies to HOLIDAY-MASTER.DAT - the calendar id and
      / date that changed, the action, and the description as it
      / stood (the new text for A and C, the removed row's text for
      / D) - so the dates stamped against the old calendar can be
      / found again afterwards.
      /
      / CCL-IMPACT-STATUS is P (pending) when HOLMAINT writes the row.
      / Once CALIMPCT has re-derived everything the pending rows could
      / have moved it appends them, marked R (reviewed), to the
      / history file CALENDAR-CHANGE-HIST.DAT in this same layout and
      / empties the log - so the log only ever holds changes nobody
      / has looked at yet, and the history keeps every one.
      / ------------------------------
        01  CAL-CHANGE-RECORD.
                05      CCL-TIMESTAMP           PIC X(21).
                05      CCL-SEP1                PIC X VALUE SPACE.
                05      CCL-ACTION              PIC X.
                        88      CCL-ADDED       VALUE 'A'.
                        88      CCL-CHANGED     VALUE 'C'.
                        88      CCL-DELETED     VALUE 'D'.
                05      CCL-SEP2                PIC X VALUE SPACE.
                05      CCL-CALENDAR            PIC X(3).
                05      CCL-SEP3                PIC X VALUE SPACE.
                05      CCL-DATE                PIC 9(8).
                05      CCL-SEP4                PIC X VALUE SPACE.
                05      CCL-DESCRIPTION         PIC X(30).
                05      CCL-SEP5                PIC X VALUE SPACE.
                05      CCL-IMPACT-STATUS       PIC X.
                        88      CCL-IMPACT-PENDING  VALUE 'P'.
                        88      CCL-IMPACT-REVIEWED VALUE 'R'.

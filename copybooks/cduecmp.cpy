      / ------------------------------
      / CDUECMP - due-date completion transactions
      / (DUE-COMPLETIONS.DAT).  The team that owns a due-date rule
      / appends one row when the work for one occurrence is done: the
      / DUE-RULE-ID and the DUE-DATE exactly as DUEGEN wrote them on
      / DUE-DATES.DAT, who recorded it, and when.  The file is kept,
      / not consumed - DUETRACK reads the whole of it every day, so a
      / completion recorded early still counts on the due date.
      / ------------------------------
        01  DUE-COMPLETION-RECORD.
                05      DCM-RULE-ID             PIC X(8).
                05      DCM-SEP1                PIC X VALUE SPACE.
                05      DCM-DUE-DATE            PIC 9(8).
                05      DCM-SEP2                PIC X VALUE SPACE.
                05      DCM-USER-ID             PIC X(8).
                05      DCM-SEP3                PIC X VALUE SPACE.
                05      DCM-TIMESTAMP           PIC X(21).

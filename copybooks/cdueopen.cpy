      / ------------------------------
      / CDUEOPEN - due-date open items (DUE-OPEN-ITEMS.DAT), owned
      / and rewritten by DUETRACK every run.  DUEGEN reissues
      / DUE-DATES.DAT from the current month forward, so an item
      / still past due with no completion when the month turns would
      / drop out of it; each such item is carried here, in the same
      / layout as CDUEDATE, until a completion row clears it.
      / ------------------------------
        01  DUE-OPEN-RECORD.
                05      DOI-DATE                PIC 9(8).
                05      DOI-SEP1                PIC X VALUE SPACE.
                05      DOI-RULE-ID             PIC X(8).
                05      DOI-SEP2                PIC X VALUE SPACE.
                05      DOI-CALENDAR            PIC X(3).
                05      DOI-SEP3                PIC X VALUE SPACE.
                05      DOI-DESCRIPTION         PIC X(30).

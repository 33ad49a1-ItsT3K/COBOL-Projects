      / ------------------------------
      / CDUETCTL - due-date tracking control file (DUETRACK.CTL).
      / DTC-NOTICE-DAYS is how many business days ahead a due date is
      / listed as upcoming (default 5); DTC-ESCALATE-DAYS is how many
      / business days past its date an open item may run as a W
      / before it is raised as an E (default 3).  Either value
      / absent, non-numeric, or zero takes its default.
      / ------------------------------
        01  DUETRACK-CTL-RECORD.
                05      DTC-NOTICE-DAYS         PIC 9(2).
                05      DTC-SEP1                PIC X VALUE SPACE.
                05      DTC-ESCALATE-DAYS       PIC 9(2).

      / ------------------------------
      / CFCSTCTL - batch window forecast control file (FORECAST.CTL).
      / How WINFCST estimates each step still to finish from its
      / STEP-HISTORY.DAT rows, and how close to SLA-CUTOFF.CTL the
      / projection may come before it warns.  Every field defaults
      / when the file or the field is absent or not numeric: basis A,
      / the 90th percentile when basis is P, a 1800-second (half
      / hour) margin, and the newest 30 windows of each step.
      / ------------------------------
        01  FORECAST-CTL-RECORD.
                05      FCT-BASIS               PIC X.
                        88      FCT-BASIS-AVERAGE    VALUE 'A'.
                        88      FCT-BASIS-PERCENTILE VALUE 'P'.
                05      FCT-SEP1                PIC X VALUE SPACE.
                05      FCT-PERCENTILE          PIC 9(2).
                05      FCT-SEP2                PIC X VALUE SPACE.
                05      FCT-MARGIN-SEC          PIC 9(6).
                05      FCT-SEP3                PIC X VALUE SPACE.
                05      FCT-WINDOWS             PIC 9(2).

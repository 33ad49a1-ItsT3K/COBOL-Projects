      / ------------------------------
      / CREGCTL - control-file register control file (CTLREG.CTL).
      / Mode S (the default when the file is absent) is the nightly
      / snapshot and change report.  Mode Q is the inquiry: it prints
      / what the named control file said on the business date given,
      / from the last snapshot taken on or before it.
      / ------------------------------
        01  CTLREG-CTL-RECORD.
                05      CRG-MODE                PIC X.
                        88      CRG-MODE-SNAPSHOT VALUE 'S'.
                        88      CRG-MODE-INQUIRY  VALUE 'Q'.
                05      CRG-SEP1                PIC X VALUE SPACE.
                05      CRG-FILE-NAME           PIC X(20).
                05      CRG-SEP2                PIC X VALUE SPACE.
                05      CRG-AS-OF-DATE          PIC 9(8).

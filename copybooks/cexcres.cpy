      / ------------------------------
      / CEXCRES - exception acknowledgements and resolutions
      / (EXCEPTION-RESOLUTIONS.DAT).  The operator handling an
      / EXCEPTIONS.DAT row appends one line here naming the row
      / exactly as EXCAGE prints it - its full timestamp, source
      / program, business date, and message text - with who they
      / are, a reason code, and a note.  The message is part of the
      / key because one run stamps all its rows with the same
      / timestamp (DUETRACK raises one per item, CTLREG one per
      / changed file).  Action A acknowledges (seen, being worked);
      / action R resolves (handled).  The file is kept, not consumed,
      / like DUE-COMPLETIONS.DAT: EODGATE, EXCMON, and EXCAGE read
      / the whole of it every run, and a later R supersedes an A.
      /
      / XRS-ENTERED-TS is when the line was entered, for the
      / resolved-per-operator count at shift handover.
      / ------------------------------
        01  EXC-RESOLUTION-RECORD.
                05      XRS-ACTION              PIC X.
                        88      XRS-ACKNOWLEDGE VALUE 'A'.
                        88      XRS-RESOLVE     VALUE 'R'.
                05      XRS-SEP1                PIC X VALUE SPACE.
                05      XRS-EXC-TIMESTAMP       PIC X(21).
                05      XRS-SEP2                PIC X VALUE SPACE.
                05      XRS-EXC-PGM             PIC X(8).
                05      XRS-SEP3                PIC X VALUE SPACE.
                05      XRS-EXC-BUS-DATE        PIC 9(8).
                05      XRS-SEP4                PIC X VALUE SPACE.
                05      XRS-EXC-MESSAGE         PIC X(40).
                05      XRS-SEP5                PIC X VALUE SPACE.
                05      XRS-USER-ID             PIC X(8).
                05      XRS-SEP6                PIC X VALUE SPACE.
                05      XRS-REASON-CODE         PIC X(4).
                05      XRS-SEP7                PIC X VALUE SPACE.
                05      XRS-ENTERED-TS          PIC X(21).
                05      XRS-SEP8                PIC X VALUE SPACE.
                05      XRS-TEXT                PIC X(60).

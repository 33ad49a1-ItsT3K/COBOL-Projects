      / ------------------------------
      / CCTLHST - control-file history (CONTROL-HISTORY.DAT), the
      / nightly snapshot CTLREG keeps of every hand-edited control
      / file so the register can say what a file said on any past
      / business date.  Keyed on the control file's name, the
      / business date the snapshot was taken for, and the line
      / number within the file.
      /
      / Line 000 of each snapshot is its header: CTH-HDR-STATE P when
      / the file was present (CTH-HDR-LINES lines follow, numbered
      / from 001), M when it was missing that night (no lines
      / follow), and the run timestamp the snapshot was taken at.
      /
      / Callers SELECT the file like this:
      /
      /     SELECT CTL-HISTORY-FILE
      /         ASSIGN TO "CONTROL-HISTORY.DAT"
      /         ORGANIZATION IS INDEXED
      /         ACCESS IS DYNAMIC
      /         RECORD KEY IS CTH-KEY
      /         FILE STATUS IS WS-CTH-FS.
      / ------------------------------
        01  CTL-HISTORY-RECORD.
                05      CTH-KEY.
                        10      CTH-FILE-NAME   PIC X(20).
                        10      CTH-BUS-DATE    PIC 9(8).
                        10      CTH-LINE-NUM    PIC 9(3).
                05      CTH-LINE-TEXT           PIC X(80).
                05      CTH-HEADER REDEFINES CTH-LINE-TEXT.
                        10      CTH-HDR-STATE   PIC X.
                                88      CTH-FILE-PRESENT VALUE 'P'.
                                88      CTH-FILE-MISSING VALUE 'M'.
                        10      CTH-HDR-LINES   PIC 9(3).
                        10      CTH-HDR-TIMESTAMP
                                                PIC X(21).
                        10      FILLER          PIC X(55).

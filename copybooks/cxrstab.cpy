      / ------------------------------
      / CXRSTAB - working storage for the shared resolution lookup
      / in CXRSLOAD: EXCEPTION-RESOLUTIONS.DAT folded to one slot
      / per exception (a resolve supersedes an acknowledgement), and
      / the lookup's key and answer fields.
      /
      / WS-XRS-STATE answers R resolved, A acknowledged, or space
      / when nobody has recorded anything against the row.
      / ------------------------------
        01  EXC-RESOLUTION-TABLE.
                05      WS-XRS-COUNT            PIC 9(4) COMP
                                                VALUE 0.
                05      WS-XRS-MAX              PIC 9(4) COMP
                                                VALUE 2000.
                05      WS-XRS-IDX              PIC 9(4) COMP.
                05      WS-XRS-FOUND            PIC 9(4) COMP.
                05      WS-XRS-OVERFLOW         PIC X VALUE 'N'.
                05      WS-XRS-ENTRY OCCURS 2000 TIMES.
                        10      WS-XR-KEY.
                                15 WS-XR-TS     PIC X(21).
                                15 WS-XR-PGM    PIC X(8).
                                15 WS-XR-DATE   PIC 9(8).
                                15 WS-XR-MSG    PIC X(40).
                        10      WS-XR-STATE     PIC X.
                        10      WS-XR-USER      PIC X(8).
                        10      WS-XR-REASON    PIC X(4).
                        10      WS-XR-MATCHED   PIC X.
        01  EXC-RESOLUTION-LOOKUP.
                05      WS-XRS-LOOKUP-KEY.
                        10      WS-XRS-LOOKUP-TS
                                                PIC X(21).
                        10      WS-XRS-LOOKUP-PGM
                                                PIC X(8).
                        10      WS-XRS-LOOKUP-DATE
                                                PIC 9(8).
                        10      WS-XRS-LOOKUP-MSG
                                                PIC X(40).
                05      WS-XRS-STATE            PIC X.
                        88      WS-XRS-RESOLVED VALUE 'R'.
                        88      WS-XRS-ACKED    VALUE 'A'.
                05      WS-XRS-USER             PIC X(8).
                05      WS-XRS-REASON           PIC X(4).

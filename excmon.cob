      / date is used instead.  Rows written before the severity field
      / existed carry spaces there and are graded W - they were all
      / clock-drift warnings.
      /
      / A row an operator has resolved in EXCEPTION-RESOLUTIONS.DAT
      / is still listed, marked RESOLVED with who did it, but is
      / tallied apart and no longer grades the return code.  A row
      / only acknowledged is marked ACK and still grades - someone
      / has it, but it is not handled yet.  EXCAGE reports what
      / nobody has picked up at all.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. EXCMON.
        AUTHOR. JDM.
            SELECT BUS-DATE-FILE ASSIGN TO "CURRENT-BUS-DATE.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-BD-FS.
            SELECT EXC-RESOLUTION-FILE
                ASSIGN TO "EXCEPTION-RESOLUTIONS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-XRS-FS.
      / ------------------------------
        DATA DIVISION.
        FILE SECTION.
            COPY "cexcept.cpy".
        FD  BUS-DATE-FILE.
            COPY "cbusdate.cpy".
        FD  EXC-RESOLUTION-FILE.
            COPY "cexcres.cpy".
      / ------------------------------
        WORKING-STORAGE SECTION.
        01 WS-EXC-FS                                     PIC XX.
        01 WS-BD-FS                                      PIC XX.
        01 WS-XRS-FS                                     PIC XX.
        01 WS-REPORT-DATE                                PIC 9(8).
        01 WS-ROW-DATE                                   PIC 9(8).
        01 WS-CURRENT-DATE-RAW                           PIC X(21).
                                                    VALUE 0.
        01 WS-COUNT-FATAL                          PIC 9(5) COMP
                                                    VALUE 0.
        01 WS-COUNT-RESOLVED                       PIC 9(5) COMP
                                                    VALUE 0.
        01 WS-COUNT-TOTAL                          PIC 9(5) COMP
                                                    VALUE 0.
        01 WS-COUNT-DISP                           PIC ZZZZ9.
        01 WS-DETAIL-LINE                          PIC X(80).
        01 WS-HANDLED-NOTE                         PIC X(18).
                COPY "crpthdr.cpy".
                COPY "cxrstab.cpy".
      / ------------------------------
        PROCEDURE DIVISION.
        0000-MAIN-PARA.
                DISPLAY ' '.

        3000-SCAN-EXCEPTIONS.
                PERFORM 8700-LOAD-RESOLUTIONS.
                OPEN INPUT EXCEPTIONS-FILE.
                IF WS-EXC-FS NOT = '00'
                    DISPLAY 'NO EXCEPTIONS FILE - NOTHING TO REPORT'
                        MOVE 'W' TO WS-SEVERITY-GRADE
                    END-IF
                    ADD 1 TO WS-COUNT-TOTAL
                    MOVE EXC-TIMESTAMP TO WS-XRS-LOOKUP-TS
                    MOVE EXC-SOURCE-PGM TO WS-XRS-LOOKUP-PGM
                    MOVE WS-ROW-DATE TO WS-XRS-LOOKUP-DATE
                    MOVE EXC-MESSAGE TO WS-XRS-LOOKUP-MSG
                    PERFORM 8750-FIND-RESOLUTION
                    MOVE SPACES TO WS-HANDLED-NOTE
                    EVALUATE TRUE
                        WHEN WS-XRS-RESOLVED
                            STRING ' RESOLVED ' WS-XRS-USER
                                   DELIMITED BY SIZE
                                   INTO WS-HANDLED-NOTE
                        WHEN WS-XRS-ACKED
                            STRING ' ACK ' WS-XRS-USER
                                   DELIMITED BY SIZE
                                   INTO WS-HANDLED-NOTE
                    END-EVALUATE
                    EVALUATE TRUE
                        WHEN WS-XRS-RESOLVED
                            ADD 1 TO WS-COUNT-RESOLVED
                        WHEN WS-SEVERITY-GRADE = 'F'
                            ADD 1 TO WS-COUNT-FATAL
                        WHEN WS-SEVERITY-GRADE = 'E'
                            ADD 1 TO WS-COUNT-ERROR
                        WHEN WS-SEVERITY-GRADE = 'I'
                            ADD 1 TO WS-COUNT-INFO
                        WHEN OTHER
                            ADD 1 TO WS-COUNT-WARNING
                           EXC-TIMESTAMP(9:6) DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           EXC-MESSAGE DELIMITED BY SIZE
                           WS-HANDLED-NOTE DELIMITED BY SIZE
                           INTO WS-DETAIL-LINE
                    DISPLAY WS-DETAIL-LINE
                END-IF.
                DISPLAY 'WARNING:       ' WS-COUNT-DISP.
                MOVE WS-COUNT-INFO TO WS-COUNT-DISP.
                DISPLAY 'INFORMATIONAL: ' WS-COUNT-DISP.
                MOVE WS-COUNT-RESOLVED TO WS-COUNT-DISP.
                DISPLAY 'RESOLVED:      ' WS-COUNT-DISP.
                MOVE WS-COUNT-TOTAL TO WS-COUNT-DISP.
                DISPLAY 'TOTAL:         ' WS-COUNT-DISP.

                    WHEN OTHER
                        MOVE 0 TO RETURN-CODE
                END-EVALUATE.

                COPY "cxrsload.cpy".

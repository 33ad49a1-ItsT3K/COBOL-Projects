      /   - the step registry (STEPREG action 'Q') must show no
      /     registered step still open,
      /   - EXCEPTIONS.DAT must hold no fatal (F) row for tonight's
      /     business date that an operator has not resolved in
      /     EXCEPTION-RESOLUTIONS.DAT (a resolved F still prints,
      /     marked with who resolved it; acknowledging alone does
      /     not clear it),
      /   - CALENDAR-EXTRACT.DAT must exist with a trailer whose
      /     detail count matches the detail records on file.
      /
      / scheduler holds the window open instead of lying about it:
      /
      /   RETURN-CODE  4 - registered steps still open
      /   RETURN-CODE  8 - unresolved fatal exception on tonight's
      /                    business date
      /   RETURN-CODE 12 - calendar extract absent or trailer count
      /                    does not match the detail records
      /
            SELECT CAL-EXTRACT-FILE ASSIGN TO "CALENDAR-EXTRACT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CAL-FS.
            SELECT EXC-RESOLUTION-FILE
                ASSIGN TO "EXCEPTION-RESOLUTIONS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-XRS-FS.
      / ------------------------------
        DATA DIVISION.
        FILE SECTION.
            COPY "cbusdate.cpy".
        FD  CAL-EXTRACT-FILE.
            COPY "ccalext.cpy".
        FD  EXC-RESOLUTION-FILE.
            COPY "cexcres.cpy".
      / ------------------------------
        WORKING-STORAGE SECTION.
        01 WS-EXC-FS                                     PIC XX.
        01 WS-BD-FS                                      PIC XX.
        01 WS-CAL-FS                                     PIC XX.
        01 WS-XRS-FS                                     PIC XX.
        01 WS-CURRENT-DATE-RAW                           PIC X(21).
        01 WS-REPORT-DATE                                PIC 9(8).
        01 WS-ROW-DATE                                   PIC 9(8).
      / ------------------------------
        01 WS-FATAL-COUNT                          PIC 9(5) COMP
                                                    VALUE 0.
        01 WS-RESOLVED-COUNT                       PIC 9(5) COMP
                                                    VALUE 0.
        01 WS-COUNT-DISP                           PIC ZZZZ9.
      / ------------------------------
      / Calendar-extract verification state - detail records counted
                                                    VALUE 0.
        01 WS-CAL-COUNT-DISP                       PIC ZZZZZZ9.
                COPY "cstepreg.cpy".
                COPY "cxrstab.cpy".
      / ------------------------------
        PROCEDURE DIVISION.
        0000-MAIN-PARA.
      / exception monitor's business and already grade its return
      / code.  Rows are matched on the business date they were
      / written FOR, falling back to the timestamp date for rows
      / older than EXC-BUS-DATE.  A fatal row an operator has
      / resolved no longer blocks, but is listed so the close is
      / signed off knowing it happened.
        3000-CHECK-FATAL-EXCEPTIONS.
                MOVE 0 TO WS-FATAL-COUNT.
                MOVE 0 TO WS-RESOLVED-COUNT.
                PERFORM 8700-LOAD-RESOLUTIONS.
                OPEN INPUT EXCEPTIONS-FILE.
                IF WS-EXC-FS NOT = '00'
                    DISPLAY 'PASS EXCEPTIONS.DAT (ABSENT - NO '
                        DISPLAY 'PASS EXCEPTIONS.DAT - NO FATAL '
                                'ROWS FOR ' WS-REPORT-DATE
                    END-IF
                    IF WS-RESOLVED-COUNT > 0
                        MOVE WS-RESOLVED-COUNT TO WS-COUNT-DISP
                        DISPLAY '     ' WS-COUNT-DISP ' FATAL ROWS '
                                'RESOLVED BY OPERATORS - NOT '
                                'BLOCKING'
                    END-IF
                END-IF.

        3100-TALLY-FATAL-ROW.
                END-IF.
                IF WS-ROW-DATE = WS-REPORT-DATE
                   AND EXC-SEV-FATAL
                    MOVE EXC-TIMESTAMP TO WS-XRS-LOOKUP-TS
                    MOVE EXC-SOURCE-PGM TO WS-XRS-LOOKUP-PGM
                    MOVE WS-ROW-DATE TO WS-XRS-LOOKUP-DATE
                    MOVE EXC-MESSAGE TO WS-XRS-LOOKUP-MSG
                    PERFORM 8750-FIND-RESOLUTION
                    IF WS-XRS-RESOLVED
                        ADD 1 TO WS-RESOLVED-COUNT
                        DISPLAY '     ' EXC-SOURCE-PGM ' '
                                EXC-TIMESTAMP(9:6) ' ' EXC-MESSAGE
                        DISPLAY '            RESOLVED BY '
                                WS-XRS-USER ' REASON '
                                WS-XRS-REASON
                    ELSE
                        ADD 1 TO WS-FATAL-COUNT
                        DISPLAY '     ' EXC-SOURCE-PGM ' '
                                EXC-TIMESTAMP(9:6) ' ' EXC-MESSAGE
                    END-IF
                END-IF.

      / The extract is a day-start product - an absent file means
                                WS-CAL-COUNT-DISP ' DETAIL '
                                'RECORDS, TRAILER MATCHES)'
                END-EVALUATE.

                COPY "cxrsload.cpy".

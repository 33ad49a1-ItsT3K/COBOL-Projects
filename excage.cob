      / EXCAGE is the exception aging and shift-handover report.
      / EXCMON grades one night; a row nobody picks up used to scroll
      / off the next night's report and be forgotten.  Operators now
      / record against a row in EXCEPTION-RESOLUTIONS.DAT (copybook
      / CEXCRES) - A to acknowledge it, R to resolve it - and this
      / step lists every EXCEPTIONS.DAT row, whatever its date, that
      / has neither, grouped by severity F, E, W, I with its age in
      / business days on the LCL calendar (DATECALC, from the row's
      / business date to the report date).  Each row is printed
      / with the full timestamp, program, business date, and
      / message an operator keys to acknowledge or resolve it.
      /
      / Then the age buckets per severity, the acknowledgements and
      / resolutions entered per operator this shift, and any entry
      / that names no exception on file (a mis-keyed timestamp
      / leaves the real row open).  The shift runs from the batch
      / window start in BATCH-START-MARKER.DAT; with no window open
      / it is the last 24 hours.
      /
      / The report date is the business date in CURRENT-BUS-DATE.DAT,
      / or the system date when that file is absent, as in EXCMON.
      / Rows with a blank severity are W, as in EXCMON.
      /
      / RETURN-CODE: 8 an unacknowledged fatal (F) row, 4 an
      / unacknowledged error or warning, 0 otherwise (unacknowledged
      / informational rows are listed but do not grade).
        IDENTIFICATION DIVISION.
        PROGRAM-ID. EXCAGE.
        AUTHOR. JDM.
        INSTALLATION. 01-JAN-2000.
        DATE-WRITTEN. 15-OCT-2026.
        DATE-COMPILED. 15-OCT-2026.
        SECURITY. NORMAL.
      / ------------------------------
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT EXCEPTIONS-FILE ASSIGN TO "EXCEPTIONS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EXC-FS.
            SELECT BUS-DATE-FILE ASSIGN TO "CURRENT-BUS-DATE.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-BD-FS.
            SELECT BATCH-MARKER-FILE ASSIGN TO "BATCH-START-MARKER.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-BM-FS.
            SELECT EXC-RESOLUTION-FILE
                ASSIGN TO "EXCEPTION-RESOLUTIONS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-XRS-FS.
      / ------------------------------
        DATA DIVISION.
        FILE SECTION.
        FD  EXCEPTIONS-FILE.
            COPY "cexcept.cpy".
        FD  BUS-DATE-FILE.
            COPY "cbusdate.cpy".
        FD  BATCH-MARKER-FILE.
            COPY "cbatchmk.cpy".
        FD  EXC-RESOLUTION-FILE.
            COPY "cexcres.cpy".
      / ------------------------------
        WORKING-STORAGE SECTION.
        01 WS-EXC-FS                                     PIC XX.
        01 WS-BD-FS                                      PIC XX.
        01 WS-BM-FS                                      PIC XX.
        01 WS-XRS-FS                                     PIC XX.
        01 WS-CURRENT-DATE-RAW                           PIC X(21).
        01 WS-REPORT-DATE                                PIC 9(8).
        01 WS-ROW-DATE                                   PIC 9(8).
        01 WS-SEVERITY-GRADE                             PIC X.
        01 WS-SHIFT-START                                PIC X(21).
        01 WS-SHIFT-FROM                                 PIC X(18).
        01 WS-SYSTEM-DATE                                PIC 9(8).
        01 WS-YESTERDAY                                  PIC 9(8).
      / ------------------------------
      / Severities in report order, and the aging tallies per
      / severity: today, 1 business day, 2-5, and over 5 (or an age
      / DATECALC could not work out).
      / ------------------------------
        01 WS-SEV-CODES                            PIC X(4)
                                                    VALUE 'FEWI'.
        01 WS-SEV-CODE-TABLE REDEFINES WS-SEV-CODES.
                05      WS-SEV-CODE OCCURS 4 TIMES
                                                 PIC X.
        01 WS-SEV-NAMES.
                05      FILLER                  PIC X(13) VALUE
                        'FATAL'.
                05      FILLER                  PIC X(13) VALUE
                        'ERROR'.
                05      FILLER                  PIC X(13) VALUE
                        'WARNING'.
                05      FILLER                  PIC X(13) VALUE
                        'INFORMATIONAL'.
        01 WS-SEV-NAME-TABLE REDEFINES WS-SEV-NAMES.
                05      WS-SEV-NAME OCCURS 4 TIMES
                                                 PIC X(13).
        01 WS-SEV-IDX                              PIC 9(2) COMP.
        01 WS-BKT-IDX                              PIC 9(2) COMP.
        01 WS-AGE-TALLIES.
                05      WS-AGE-SEV OCCURS 4 TIMES.
                        10      WS-AGE-BUCKET OCCURS 4 TIMES
                                                 PIC 9(5) COMP.
                        10      WS-AGE-TOTAL     PIC 9(5) COMP.
      / ------------------------------
      / Age of the row being listed.  DATECALC is asked once per
      / distinct business date - the file is in date order.
      / ------------------------------
        01 WS-AGE-DAYS                             PIC S9(4).
        01 WS-AGE-KNOWN                            PIC X.
        01 WS-AGE-LAST-DATE                        PIC 9(8)
                                                    VALUE 0.
        01 WS-AGE-LAST-DAYS                        PIC S9(4)
                                                    VALUE 0.
        01 WS-AGE-LAST-KNOWN                       PIC X VALUE 'N'.
        01 WS-AGE-DISP                             PIC ZZZ9.
      / ------------------------------
      / Acknowledgements and resolutions entered per operator this
      / shift.
      / ------------------------------
        01 WS-OPR-MAX                              PIC 9(3) COMP
                                                    VALUE 50.
        01 WS-OPR-COUNT                            PIC 9(3) COMP
                                                    VALUE 0.
        01 WS-OPR-IDX                              PIC 9(3) COMP.
        01 WS-OPR-FOUND                            PIC 9(3) COMP.
        01 WS-OPR-OVERFLOW                         PIC X VALUE 'N'.
        01 WS-OPR-TABLE.
                05      WS-OPR-ENTRY OCCURS 50 TIMES.
                        10      WS-OPR-USER      PIC X(8).
                        10      WS-OPR-RESOLVED  PIC 9(5) COMP.
                        10      WS-OPR-ACKED     PIC 9(5) COMP.
      / ------------------------------
      / Tallies and report fields.
      / ------------------------------
        01 WS-OPEN-FATAL                           PIC 9(5) COMP
                                                    VALUE 0.
        01 WS-OPEN-GRADED                          PIC 9(5) COMP
                                                    VALUE 0.
        01 WS-UNMATCHED-COUNT                      PIC 9(5) COMP
                                                    VALUE 0.
        01 WS-COUNT-DISP                           PIC ZZZZ9.
        01 WS-COUNT-DISP2                          PIC ZZZZ9.
        01 WS-BKT-DISP-LINE.
                05      WS-BKT-DISP OCCURS 4 TIMES
                                                 PIC ZZZZ9.
        01 WS-DETAIL-LINE                          PIC X(80).
                COPY "crpthdr.cpy".
                COPY "cdatcalc.cpy".
                COPY "cxrstab.cpy".
      / ------------------------------
        PROCEDURE DIVISION.
        0000-MAIN-PARA.
                PERFORM 1000-RESOLVE-REPORT-DATE.
                PERFORM 1100-RESOLVE-SHIFT-START.
                PERFORM 2000-PRINT-HEADER.
                PERFORM 8700-LOAD-RESOLUTIONS.
                INITIALIZE WS-AGE-TALLIES.
                PERFORM VARYING WS-SEV-IDX FROM 1 BY 1
                        UNTIL WS-SEV-IDX > 4
                    PERFORM 3000-LIST-SEVERITY
                END-PERFORM.
                PERFORM 4000-PRINT-AGING-SUMMARY.
                PERFORM 5000-COUNT-OPERATOR-ENTRIES.
                PERFORM 6000-LIST-UNMATCHED-ENTRIES.
                PERFORM 9000-SET-RETURN-CODE.
                STOP RUN.

        1000-RESOLVE-REPORT-DATE.
                MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-RAW.
                MOVE WS-CURRENT-DATE-RAW(1:8) TO WS-REPORT-DATE.
                OPEN INPUT BUS-DATE-FILE.
                IF WS-BD-FS = '00'
                    READ BUS-DATE-FILE
                    IF WS-BD-FS = '00'
                        COMPUTE WS-REPORT-DATE =
                                BD-YEAR * 10000
                                + BD-MONTH * 100 + BD-DAY
                    END-IF
                    CLOSE BUS-DATE-FILE
                END-IF.

      / TODAYEOD empties the marker at the close, so an empty or
      / absent marker means no window is open and the handover
      / covers the 24 hours to now.
        1100-RESOLVE-SHIFT-START.
                MOVE SPACES TO WS-SHIFT-START.
                OPEN INPUT BATCH-MARKER-FILE.
                IF WS-BM-FS = '00'
                    READ BATCH-MARKER-FILE
                    IF WS-BM-FS = '00'
                        MOVE BM-START-TS TO WS-SHIFT-START
                    END-IF
                    CLOSE BATCH-MARKER-FILE
                END-IF.
                IF WS-SHIFT-START(1:14) NUMERIC
                    MOVE 'SINCE WINDOW START' TO WS-SHIFT-FROM
                ELSE
                    MOVE WS-CURRENT-DATE-RAW(1:8) TO WS-SYSTEM-DATE
                    COMPUTE WS-YESTERDAY =
                            FUNCTION DATE-OF-INTEGER(
                            FUNCTION INTEGER-OF-DATE(WS-SYSTEM-DATE)
                            - 1)
                    MOVE WS-CURRENT-DATE-RAW TO WS-SHIFT-START
                    MOVE WS-YESTERDAY TO WS-SHIFT-START(1:8)
                    MOVE 'IN THE LAST 24 HRS' TO WS-SHIFT-FROM
                END-IF.

        2000-PRINT-HEADER.
                MOVE 'EXCEPTION AGING AND HANDOVER' TO RPT-TITLE.
                MOVE 1 TO RPT-PAGE-NUM.
                CALL "RPTHDR" USING RPT-HEADER-PARMS.
                DISPLAY RPT-HEADER-LINE-1.
                DISPLAY RPT-HEADER-LINE-2.
                DISPLAY RPT-HEADER-LINE-3.
                DISPLAY ' '.
                DISPLAY 'UNACKNOWLEDGED EXCEPTIONS AGED TO BUSINESS '
                        'DATE ' WS-REPORT-DATE.
                DISPLAY ' '.

      / One pass of EXCEPTIONS.DAT per severity keeps each group in
      / file order, oldest first, with no table to outgrow.
        3000-LIST-SEVERITY.
                MOVE SPACES TO WS-DETAIL-LINE.
                STRING WS-SEV-NAME (WS-SEV-IDX) DELIMITED BY SPACE
                       ' (' WS-SEV-CODE (WS-SEV-IDX) ')'
                       DELIMITED BY SIZE INTO WS-DETAIL-LINE.
                DISPLAY WS-DETAIL-LINE.
                DISPLAY 'SEV  AGE BUS DATE PROGRAM  TIMESTAMP'.
                OPEN INPUT EXCEPTIONS-FILE.
                IF WS-EXC-FS = '00'
                    PERFORM UNTIL WS-EXC-FS NOT = '00'
                        READ EXCEPTIONS-FILE NEXT RECORD
                            AT END
                                MOVE '10' TO WS-EXC-FS
                            NOT AT END
                                PERFORM 3100-CHECK-EXCEPTION
                        END-READ
                    END-PERFORM
                    CLOSE EXCEPTIONS-FILE
                END-IF.
                IF WS-AGE-TOTAL (WS-SEV-IDX) = 0
                    DISPLAY '     NONE'
                END-IF.
                DISPLAY ' '.

        3100-CHECK-EXCEPTION.
                MOVE EXC-SEVERITY TO WS-SEVERITY-GRADE.
                IF WS-SEVERITY-GRADE = SPACE
                    MOVE 'W' TO WS-SEVERITY-GRADE
                END-IF.
                IF WS-SEVERITY-GRADE = WS-SEV-CODE (WS-SEV-IDX)
                    IF EXC-BUS-DATE NUMERIC AND EXC-BUS-DATE > 0
                        MOVE EXC-BUS-DATE TO WS-ROW-DATE
                    ELSE
                        IF EXC-TIMESTAMP(1:8) NUMERIC
                            MOVE EXC-TIMESTAMP(1:8) TO WS-ROW-DATE
                        ELSE
                            MOVE 0 TO WS-ROW-DATE
                        END-IF
                    END-IF
                    MOVE EXC-TIMESTAMP TO WS-XRS-LOOKUP-TS
                    MOVE EXC-SOURCE-PGM TO WS-XRS-LOOKUP-PGM
                    MOVE WS-ROW-DATE TO WS-XRS-LOOKUP-DATE
                    MOVE EXC-MESSAGE TO WS-XRS-LOOKUP-MSG
                    PERFORM 8750-FIND-RESOLUTION
                    IF WS-XRS-STATE = SPACE
                        PERFORM 3200-AGE-EXCEPTION
                        PERFORM 3300-LIST-EXCEPTION
                    END-IF
                END-IF.

      / A row dated after the report date (a catch-up run with a
      / date override) is aged 0, not negative.
        3200-AGE-EXCEPTION.
                IF WS-ROW-DATE NOT = WS-AGE-LAST-DATE
                    MOVE 'D' TO DCP-FUNCTION
                    MOVE WS-ROW-DATE TO DCP-INPUT-DATE
                    MOVE 0 TO DCP-DAY-COUNT
                    MOVE WS-REPORT-DATE TO DCP-END-DATE
                    MOVE SPACES TO DCP-CALENDAR-ID
                    CALL "DATECALC" USING DATECALC-PARMS
                    MOVE WS-ROW-DATE TO WS-AGE-LAST-DATE
                    IF DCP-RC-GOOD
                        MOVE 'Y' TO WS-AGE-LAST-KNOWN
                        MOVE DCP-RESULT-COUNT TO WS-AGE-LAST-DAYS
                        IF WS-AGE-LAST-DAYS < 0
                            MOVE 0 TO WS-AGE-LAST-DAYS
                        END-IF
                    ELSE
                        MOVE 'N' TO WS-AGE-LAST-KNOWN
                        MOVE 0 TO WS-AGE-LAST-DAYS
                    END-IF
                END-IF.
                MOVE WS-AGE-LAST-KNOWN TO WS-AGE-KNOWN.
                MOVE WS-AGE-LAST-DAYS TO WS-AGE-DAYS.
                EVALUATE TRUE
                    WHEN WS-AGE-KNOWN NOT = 'Y'
                        MOVE 4 TO WS-BKT-IDX
                    WHEN WS-AGE-DAYS = 0
                        MOVE 1 TO WS-BKT-IDX
                    WHEN WS-AGE-DAYS = 1
                        MOVE 2 TO WS-BKT-IDX
                    WHEN WS-AGE-DAYS <= 5
                        MOVE 3 TO WS-BKT-IDX
                    WHEN OTHER
                        MOVE 4 TO WS-BKT-IDX
                END-EVALUATE.
                ADD 1 TO WS-AGE-BUCKET (WS-SEV-IDX, WS-BKT-IDX).
                ADD 1 TO WS-AGE-TOTAL (WS-SEV-IDX).
                EVALUATE WS-SEV-CODE (WS-SEV-IDX)
                    WHEN 'F'
                        ADD 1 TO WS-OPEN-FATAL
                    WHEN 'I'
                        CONTINUE
                    WHEN OTHER
                        ADD 1 TO WS-OPEN-GRADED
                END-EVALUATE.

        3300-LIST-EXCEPTION.
                MOVE SPACES TO WS-DETAIL-LINE.
                IF WS-AGE-KNOWN = 'Y'
                    MOVE WS-AGE-DAYS TO WS-AGE-DISP
                    STRING WS-SEVERITY-GRADE '   ' WS-AGE-DISP ' '
                           WS-ROW-DATE ' ' EXC-SOURCE-PGM ' '
                           EXC-TIMESTAMP
                           DELIMITED BY SIZE INTO WS-DETAIL-LINE
                ELSE
                    STRING WS-SEVERITY-GRADE '      ? '
                           WS-ROW-DATE ' ' EXC-SOURCE-PGM ' '
                           EXC-TIMESTAMP
                           DELIMITED BY SIZE INTO WS-DETAIL-LINE
                END-IF.
                DISPLAY WS-DETAIL-LINE.
                DISPLAY '                  ' EXC-MESSAGE.

        4000-PRINT-AGING-SUMMARY.
                DISPLAY 'UNACKNOWLEDGED BY AGE (BUSINESS DAYS)'.
                DISPLAY 'SEVERITY      TODAY    1  2-5   >5 TOTAL'.
                PERFORM VARYING WS-SEV-IDX FROM 1 BY 1
                        UNTIL WS-SEV-IDX > 4
                    PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
                            UNTIL WS-BKT-IDX > 4
                        MOVE WS-AGE-BUCKET (WS-SEV-IDX, WS-BKT-IDX)
                                TO WS-BKT-DISP (WS-BKT-IDX)
                    END-PERFORM
                    MOVE WS-AGE-TOTAL (WS-SEV-IDX) TO WS-COUNT-DISP
                    DISPLAY WS-SEV-NAME (WS-SEV-IDX) ' '
                            WS-BKT-DISP-LINE WS-COUNT-DISP
                END-PERFORM.
                DISPLAY ' '.

      / Counted from the entries as keyed, on the time each was
      / entered - the handover is about who did the work this shift,
      / whatever night the exception belonged to.
        5000-COUNT-OPERATOR-ENTRIES.
                MOVE 0 TO WS-OPR-COUNT.
                OPEN INPUT EXC-RESOLUTION-FILE.
                IF WS-XRS-FS = '00'
                    PERFORM UNTIL WS-XRS-FS NOT = '00'
                        READ EXC-RESOLUTION-FILE NEXT RECORD
                            AT END
                                MOVE '10' TO WS-XRS-FS
                            NOT AT END
                                PERFORM 5100-TALLY-OPERATOR-ENTRY
                        END-READ
                    END-PERFORM
                    CLOSE EXC-RESOLUTION-FILE
                END-IF.
                DISPLAY 'ENTRIES PER OPERATOR ' WS-SHIFT-FROM
                        ' (FROM ' WS-SHIFT-START(1:14) ')'.
                DISPLAY 'OPERATOR  RESOLVED  ACKNOWLEDGED'.
                IF WS-OPR-COUNT = 0
                    DISPLAY '     NONE'
                END-IF.
                PERFORM VARYING WS-OPR-IDX FROM 1 BY 1
                        UNTIL WS-OPR-IDX > WS-OPR-COUNT
                    MOVE WS-OPR-RESOLVED (WS-OPR-IDX) TO WS-COUNT-DISP
                    MOVE WS-OPR-ACKED (WS-OPR-IDX) TO WS-COUNT-DISP2
                    DISPLAY WS-OPR-USER (WS-OPR-IDX) '     '
                            WS-COUNT-DISP '         ' WS-COUNT-DISP2
                END-PERFORM.
                IF WS-OPR-OVERFLOW = 'Y'
                    DISPLAY 'MORE THAN ' WS-OPR-MAX
                            ' OPERATORS - THE REST ARE NOT COUNTED'
                END-IF.
                DISPLAY ' '.

        5100-TALLY-OPERATOR-ENTRY.
                IF (XRS-ACKNOWLEDGE OR XRS-RESOLVE)
                   AND XRS-ENTERED-TS(1:14) NOT < WS-SHIFT-START(1:14)
                    MOVE 0 TO WS-OPR-FOUND
                    PERFORM VARYING WS-OPR-IDX FROM 1 BY 1
                            UNTIL WS-OPR-IDX > WS-OPR-COUNT
                               OR WS-OPR-FOUND > 0
                        IF WS-OPR-USER (WS-OPR-IDX) = XRS-USER-ID
                            MOVE WS-OPR-IDX TO WS-OPR-FOUND
                        END-IF
                    END-PERFORM
                    IF WS-OPR-FOUND = 0
                        IF WS-OPR-COUNT < WS-OPR-MAX
                            ADD 1 TO WS-OPR-COUNT
                            MOVE WS-OPR-COUNT TO WS-OPR-FOUND
                            MOVE XRS-USER-ID
                                    TO WS-OPR-USER (WS-OPR-FOUND)
                            MOVE 0 TO WS-OPR-RESOLVED (WS-OPR-FOUND)
                            MOVE 0 TO WS-OPR-ACKED (WS-OPR-FOUND)
                        ELSE
                            MOVE 'Y' TO WS-OPR-OVERFLOW
                        END-IF
                    END-IF
                    IF WS-OPR-FOUND > 0
                        IF XRS-RESOLVE
                            ADD 1 TO WS-OPR-RESOLVED (WS-OPR-FOUND)
                        ELSE
                            ADD 1 TO WS-OPR-ACKED (WS-OPR-FOUND)
                        END-IF
                    END-IF
                END-IF.

      / Every EXCEPTIONS.DAT row was looked up in the severity
      / passes, so a slot never matched names no row on file.
        6000-LIST-UNMATCHED-ENTRIES.
                MOVE 0 TO WS-UNMATCHED-COUNT.
                PERFORM VARYING WS-XRS-IDX FROM 1 BY 1
                        UNTIL WS-XRS-IDX > WS-XRS-COUNT
                    IF WS-XR-MATCHED (WS-XRS-IDX) NOT = 'Y'
                        IF WS-UNMATCHED-COUNT = 0
                            DISPLAY 'ENTRIES MATCHING NO EXCEPTION '
                                    'ON FILE - CHECK THE KEYING'
                            DISPLAY 'ACT TIMESTAMP             '
                                    'PROGRAM  BUS DATE OPERATOR'
                        END-IF
                        ADD 1 TO WS-UNMATCHED-COUNT
                        DISPLAY WS-XR-STATE (WS-XRS-IDX) '   '
                                WS-XR-TS (WS-XRS-IDX) ' '
                                WS-XR-PGM (WS-XRS-IDX) ' '
                                WS-XR-DATE (WS-XRS-IDX) ' '
                                WS-XR-USER (WS-XRS-IDX)
                        DISPLAY '                  '
                                WS-XR-MSG (WS-XRS-IDX)
                    END-IF
                END-PERFORM.
                IF WS-UNMATCHED-COUNT > 0
                    DISPLAY ' '
                END-IF.

        9000-SET-RETURN-CODE.
                EVALUATE TRUE
                    WHEN WS-OPEN-FATAL > 0
                        MOVE 8 TO RETURN-CODE
                    WHEN WS-OPEN-GRADED > 0
                        MOVE 4 TO RETURN-CODE
                    WHEN OTHER
                        MOVE 0 TO RETURN-CODE
                END-EVALUATE.

                COPY "cxrsload.cpy".

      / OBLMATUR is the nightly maturity step for the obligations
      / ledger OBLIGATION-LEDGER.DAT (copybook COBLLDG) that OBLSTAMP
      / posts into.  It runs after TODAY has written the night's
      / business date to CURRENT-BUS-DATE.DAT and walks every open
      / ledger row:
      /
      /   - a row whose settlement date has arrived (on or before the
      /     business date) moves to settled,
      /   - a stamped row whose settlement date is its rail's next
      /     business day (DATECALC on the rail calendar, as OBLSTAMP
      /     stamped it) moves to due to settle.
      /
      / Treasury gets the "settling today by rail" list - count and
      / amount per rail and in total for the rows settling on the
      / business date itself.  A row whose date passed on a night the
      / step did not run is settled the next time it does, and shown
      / apart as caught up so it is not mistaken for today's money.
      /
      / RETURN-CODE: 0 clean (including no ledger yet - nothing has
      / been stamped), 8 the business date is missing or a ledger row
      / could not be rewritten.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. OBLMATUR.
        AUTHOR. JDM.
        INSTALLATION. 01-JAN-2000.
        DATE-WRITTEN. 15-OCT-2026.
        DATE-COMPILED. 15-OCT-2026.
        SECURITY. NORMAL.
      / ------------------------------
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT BUS-DATE-FILE ASSIGN TO "CURRENT-BUS-DATE.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-BD-FS.
            SELECT OBL-LEDGER-FILE
                ASSIGN TO "OBLIGATION-LEDGER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS OLG-REF-ID
                FILE STATUS IS WS-OLG-FS.
      / ------------------------------
        DATA DIVISION.
        FILE SECTION.
        FD  BUS-DATE-FILE.
            COPY "cbusdate.cpy".
        FD  OBL-LEDGER-FILE.
            COPY "coblldg.cpy".
      / ------------------------------
        WORKING-STORAGE SECTION.
        01 WS-BD-FS                                      PIC XX.
        01 WS-OLG-FS                                     PIC XX.
        01 WS-BUS-DATE                                   PIC 9(8)
                                                          VALUE 0.
        01 WS-ERROR-COUNT                          PIC 9(5) COMP
                                                    VALUE 0.
      / ------------------------------
      / One slot per rail OBLSTAMP accepts, with the rail's next
      / business day after tonight and the night's tallies.
      / ------------------------------
        01 WS-RAIL-NAMES-VAL                             PIC X(9)
                                                      VALUE 'LCLFEDRMT'.
        01 WS-RAIL-NAMES REDEFINES WS-RAIL-NAMES-VAL.
                05      WS-RAIL-NAME OCCURS 3 TIMES  PIC X(3).
        01 WS-RAIL-COUNT                           PIC 9 COMP
                                                    VALUE 3.
        01 WS-RAIL-IDX                             PIC 9 COMP.
        01 WS-RAIL-FOUND                           PIC 9 COMP.
        01 WS-RAIL-TABLE.
                05      WS-RAIL-ENTRY OCCURS 3 TIMES.
                        10      WS-RT-NEXT-BUS   PIC 9(8).
                        10      WS-RT-TODAY-CNT  PIC 9(5) COMP.
                        10      WS-RT-TODAY-AMT  PIC S9(13)V99 COMP-3.
                        10      WS-RT-LATE-CNT   PIC 9(5) COMP.
                        10      WS-RT-LATE-AMT   PIC S9(13)V99 COMP-3.
                        10      WS-RT-DUE-CNT    PIC 9(5) COMP.
                        10      WS-RT-DUE-AMT    PIC S9(13)V99 COMP-3.
      / ------------------------------
      / Run tallies.
      / ------------------------------
        01 WS-READ-COUNT                           PIC 9(5) COMP
                                                    VALUE 0.
        01 WS-OPEN-COUNT                           PIC 9(5) COMP
                                                    VALUE 0.
        01 WS-TOTAL-CNT                            PIC 9(5) COMP
                                                    VALUE 0.
        01 WS-TOTAL-AMT                            PIC S9(13)V99 COMP-3
                                                    VALUE 0.
        01 WS-LATE-CNT                             PIC 9(5) COMP
                                                    VALUE 0.
        01 WS-DUE-CNT                              PIC 9(5) COMP
                                                    VALUE 0.
      / ------------------------------
      / Report line fields.
      / ------------------------------
        01 WS-COUNT-DISP                           PIC ZZZZ9.
        01 WS-EDIT-AMOUNT                    PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
        01 WS-DETAIL-LINE                          PIC X(80).
                COPY "cdatcalc.cpy".
                COPY "crpthdr.cpy".
      / ------------------------------
        PROCEDURE DIVISION.
        0000-MAIN-PARA.
                PERFORM 1000-READ-BUS-DATE.
                IF WS-ERROR-COUNT = 0
                    PERFORM 1100-FIND-NEXT-BUS-DAYS
                    PERFORM 2000-MATURE-LEDGER
                    PERFORM 6000-PRINT-REPORT
                END-IF.
                IF WS-ERROR-COUNT > 0
                    MOVE 8 TO RETURN-CODE
                ELSE
                    MOVE 0 TO RETURN-CODE
                END-IF.
                STOP RUN.

      / Maturity is about the batch business date, never the clock -
      / without CURRENT-BUS-DATE.DAT the step refuses to guess.
        1000-READ-BUS-DATE.
                OPEN INPUT BUS-DATE-FILE.
                IF WS-BD-FS = '00'
                    READ BUS-DATE-FILE
                    IF WS-BD-FS = '00'
                        COMPUTE WS-BUS-DATE =
                                BD-YEAR * 10000
                                + BD-MONTH * 100 + BD-DAY
                    END-IF
                    CLOSE BUS-DATE-FILE
                END-IF.
                IF WS-BUS-DATE = 0
                    DISPLAY 'OBLMATUR: ERROR ' WS-BD-FS
                            ' reading CURRENT-BUS-DATE.DAT'
                    ADD 1 TO WS-ERROR-COUNT
                END-IF.

      / A rail whose calendar cannot answer keeps a zero next day, so
      / nothing on it is marked due; its settling rows still settle.
        1100-FIND-NEXT-BUS-DAYS.
                PERFORM VARYING WS-RAIL-IDX FROM 1 BY 1
                        UNTIL WS-RAIL-IDX > WS-RAIL-COUNT
                    MOVE 0 TO WS-RT-NEXT-BUS (WS-RAIL-IDX)
                    MOVE 0 TO WS-RT-TODAY-CNT (WS-RAIL-IDX)
                    MOVE 0 TO WS-RT-TODAY-AMT (WS-RAIL-IDX)
                    MOVE 0 TO WS-RT-LATE-CNT (WS-RAIL-IDX)
                    MOVE 0 TO WS-RT-LATE-AMT (WS-RAIL-IDX)
                    MOVE 0 TO WS-RT-DUE-CNT (WS-RAIL-IDX)
                    MOVE 0 TO WS-RT-DUE-AMT (WS-RAIL-IDX)
                    MOVE 'A' TO DCP-FUNCTION
                    MOVE WS-BUS-DATE TO DCP-INPUT-DATE
                    MOVE 1 TO DCP-DAY-COUNT
                    MOVE 0 TO DCP-END-DATE
                    MOVE WS-RAIL-NAME (WS-RAIL-IDX) TO DCP-CALENDAR-ID
                    CALL "DATECALC" USING DATECALC-PARMS
                    IF DCP-RC-GOOD
                        MOVE DCP-RESULT-DATE
                                TO WS-RT-NEXT-BUS (WS-RAIL-IDX)
                    ELSE
                        DISPLAY 'OBLMATUR: WARNING - NO NEXT BUSINESS '
                                'DAY FOR ' WS-RAIL-NAME (WS-RAIL-IDX)
                                ' DATECALC RC ' DCP-RETURN-CODE
                    END-IF
                END-PERFORM.

        2000-MATURE-LEDGER.
                OPEN I-O OBL-LEDGER-FILE.
                IF WS-OLG-FS = '35'
                    DISPLAY 'OBLMATUR: NO OBLIGATION-LEDGER.DAT - '
                            'NOTHING TO MATURE'
                ELSE
                    IF WS-OLG-FS NOT = '00'
                        DISPLAY 'OBLMATUR: ERROR ' WS-OLG-FS
                                ' opening OBLIGATION-LEDGER.DAT'
                        ADD 1 TO WS-ERROR-COUNT
                    ELSE
                        PERFORM UNTIL WS-OLG-FS NOT = '00'
                            READ OBL-LEDGER-FILE NEXT RECORD
                                AT END
                                    MOVE '10' TO WS-OLG-FS
                                NOT AT END
                                    ADD 1 TO WS-READ-COUNT
                                    IF OLG-OPEN
                                        ADD 1 TO WS-OPEN-COUNT
                                        PERFORM 2100-MATURE-ONE-ROW
                                    END-IF
                            END-READ
                        END-PERFORM
                        CLOSE OBL-LEDGER-FILE
                    END-IF
                END-IF.

        2100-MATURE-ONE-ROW.
                MOVE 0 TO WS-RAIL-FOUND.
                PERFORM VARYING WS-RAIL-IDX FROM 1 BY 1
                        UNTIL WS-RAIL-IDX > WS-RAIL-COUNT
                    IF WS-RAIL-NAME (WS-RAIL-IDX) = OLG-RAIL
                        MOVE WS-RAIL-IDX TO WS-RAIL-FOUND
                    END-IF
                END-PERFORM.
                EVALUATE TRUE
                    WHEN OLG-SETTLE-DATE NOT > WS-BUS-DATE
                        MOVE 'SE' TO OLG-STATUS
                        PERFORM 2200-REWRITE-ROW
                        IF WS-RAIL-FOUND > 0
                            PERFORM 2300-TALLY-SETTLED
                        END-IF
                    WHEN OLG-STAMPED AND WS-RAIL-FOUND > 0
                         AND OLG-SETTLE-DATE =
                             WS-RT-NEXT-BUS (WS-RAIL-FOUND)
                        MOVE 'DU' TO OLG-STATUS
                        PERFORM 2200-REWRITE-ROW
                        ADD 1 TO WS-RT-DUE-CNT (WS-RAIL-FOUND)
                        ADD OLG-AMOUNT TO WS-RT-DUE-AMT (WS-RAIL-FOUND)
                        ADD 1 TO WS-DUE-CNT
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE.

        2200-REWRITE-ROW.
                MOVE WS-BUS-DATE TO OLG-CHANGED-DATE.
                REWRITE OBL-LEDGER-RECORD
                    INVALID KEY
                        DISPLAY 'OBLMATUR: ERROR ' WS-OLG-FS
                                ' rewriting ' OLG-REF-ID
                                ' on OBLIGATION-LEDGER.DAT'
                        ADD 1 TO WS-ERROR-COUNT
                END-REWRITE.

        2300-TALLY-SETTLED.
                IF OLG-SETTLE-DATE = WS-BUS-DATE
                    ADD 1 TO WS-RT-TODAY-CNT (WS-RAIL-FOUND)
                    ADD OLG-AMOUNT TO WS-RT-TODAY-AMT (WS-RAIL-FOUND)
                    ADD 1 TO WS-TOTAL-CNT
                    ADD OLG-AMOUNT TO WS-TOTAL-AMT
                ELSE
                    ADD 1 TO WS-RT-LATE-CNT (WS-RAIL-FOUND)
                    ADD OLG-AMOUNT TO WS-RT-LATE-AMT (WS-RAIL-FOUND)
                    ADD 1 TO WS-LATE-CNT
                END-IF.

        6000-PRINT-REPORT.
                MOVE 'SETTLING TODAY BY RAIL' TO RPT-TITLE.
                MOVE 1 TO RPT-PAGE-NUM.
                CALL "RPTHDR" USING RPT-HEADER-PARMS.
                DISPLAY RPT-HEADER-LINE-1.
                DISPLAY RPT-HEADER-LINE-2.
                DISPLAY RPT-HEADER-LINE-3.
                DISPLAY ' '.
                DISPLAY 'BUSINESS DATE: ' WS-BUS-DATE.
                DISPLAY ' '.
                DISPLAY 'RAIL  COUNT               AMOUNT'.
                PERFORM VARYING WS-RAIL-IDX FROM 1 BY 1
                        UNTIL WS-RAIL-IDX > WS-RAIL-COUNT
                    MOVE WS-RT-TODAY-CNT (WS-RAIL-IDX) TO WS-COUNT-DISP
                    MOVE WS-RT-TODAY-AMT (WS-RAIL-IDX)
                            TO WS-EDIT-AMOUNT
                    PERFORM 6100-PRINT-RAIL-LINE
                END-PERFORM.
                MOVE WS-TOTAL-CNT TO WS-COUNT-DISP.
                MOVE WS-TOTAL-AMT TO WS-EDIT-AMOUNT.
                MOVE SPACES TO WS-DETAIL-LINE.
                STRING 'TOTL  '       DELIMITED BY SIZE
                       WS-COUNT-DISP  DELIMITED BY SIZE
                       ' '            DELIMITED BY SIZE
                       WS-EDIT-AMOUNT DELIMITED BY SIZE
                       INTO WS-DETAIL-LINE.
                DISPLAY WS-DETAIL-LINE.
                DISPLAY ' '.
                IF WS-LATE-CNT > 0
                    DISPLAY 'CAUGHT UP - SETTLEMENT DATE BEFORE TODAY'
                    DISPLAY 'RAIL  COUNT               AMOUNT'
                    PERFORM VARYING WS-RAIL-IDX FROM 1 BY 1
                            UNTIL WS-RAIL-IDX > WS-RAIL-COUNT
                        IF WS-RT-LATE-CNT (WS-RAIL-IDX) > 0
                            MOVE WS-RT-LATE-CNT (WS-RAIL-IDX)
                                    TO WS-COUNT-DISP
                            MOVE WS-RT-LATE-AMT (WS-RAIL-IDX)
                                    TO WS-EDIT-AMOUNT
                            PERFORM 6100-PRINT-RAIL-LINE
                        END-IF
                    END-PERFORM
                    DISPLAY ' '
                END-IF.
                DISPLAY 'DUE TO SETTLE NEXT BUSINESS DAY'.
                DISPLAY 'RAIL  COUNT               AMOUNT  ON'.
                PERFORM VARYING WS-RAIL-IDX FROM 1 BY 1
                        UNTIL WS-RAIL-IDX > WS-RAIL-COUNT
                    MOVE WS-RT-DUE-CNT (WS-RAIL-IDX) TO WS-COUNT-DISP
                    MOVE WS-RT-DUE-AMT (WS-RAIL-IDX) TO WS-EDIT-AMOUNT
                    MOVE SPACES TO WS-DETAIL-LINE
                    STRING WS-RAIL-NAME (WS-RAIL-IDX)
                                          DELIMITED BY SIZE
                           '   '          DELIMITED BY SIZE
                           WS-COUNT-DISP  DELIMITED BY SIZE
                           ' '            DELIMITED BY SIZE
                           WS-EDIT-AMOUNT DELIMITED BY SIZE
                           '  '           DELIMITED BY SIZE
                           WS-RT-NEXT-BUS (WS-RAIL-IDX)
                                          DELIMITED BY SIZE
                           INTO WS-DETAIL-LINE
                    DISPLAY WS-DETAIL-LINE
                END-PERFORM.
                DISPLAY ' '.
                MOVE WS-READ-COUNT TO WS-COUNT-DISP.
                DISPLAY 'LEDGER ROWS READ:    ' WS-COUNT-DISP.
                MOVE WS-OPEN-COUNT TO WS-COUNT-DISP.
                DISPLAY 'OPEN ROWS CHECKED:   ' WS-COUNT-DISP.
                COMPUTE WS-TOTAL-CNT = WS-TOTAL-CNT + WS-LATE-CNT.
                MOVE WS-TOTAL-CNT TO WS-COUNT-DISP.
                DISPLAY 'ROWS SETTLED:        ' WS-COUNT-DISP.
                MOVE WS-DUE-CNT TO WS-COUNT-DISP.
                DISPLAY 'ROWS MARKED DUE:     ' WS-COUNT-DISP.

        6100-PRINT-RAIL-LINE.
                MOVE SPACES TO WS-DETAIL-LINE.
                STRING WS-RAIL-NAME (WS-RAIL-IDX) DELIMITED BY SIZE
                       '   '          DELIMITED BY SIZE
                       WS-COUNT-DISP  DELIMITED BY SIZE
                       ' '            DELIMITED BY SIZE
                       WS-EDIT-AMOUNT DELIMITED BY SIZE
                       INTO WS-DETAIL-LINE.
                DISPLAY WS-DETAIL-LINE.

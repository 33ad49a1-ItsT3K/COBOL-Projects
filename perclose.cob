      / run was actually for; rows older than that field fall back to
      / the timestamp date.
      /
      / The close also reports the period's settlements for finance,
      / on the same period boundaries, from OBLIGATION-LEDGER.DAT
      / (copybook COBLLDG - cancelled obligations left out).  Per
      / rail, with counts and amounts: obligations traded and
      / settled inside the period, traded inside it but settling
      / after it, and traded before it but settling inside it.  When
      / the period closes the crossing obligations go to the general
      / ledger feed PERIOD-ACCRUAL.DAT (copybook CACCREXT) - accrue
      / the first kind, reverse the second - with a header and a
      / balancing trailer.
      /
      / The close is refused while that night's OBLSTAMP rejects
      / (OBLIGATION-REJECTS.DAT, copybook COBLREJ) still hold an
      / obligation traded in the period, or one whose trade date is
      / too bad to place, since its money is missing from the
      / figures.  DUPLICATE REF ID rejects are not counted: the
      / original is already on the ledger and in the figures.
      /
      / RETURN-CODE: 0 period closed (or was already closed), 8
      / reconciliation failed, rejects are outstanding, the ledger
      / is there but could not be opened, the accrual extract could
      / not be written, or the control file is missing/bad.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. PERCLOSE.
        AUTHOR. JDM.
            SELECT FISCAL-CTL-FILE ASSIGN TO "FISCAL-CALENDAR.CTL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FIS-FS.
            SELECT OBL-LEDGER-FILE
                ASSIGN TO "OBLIGATION-LEDGER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS OLG-REF-ID
                FILE STATUS IS WS-OLG-FS.
            SELECT OBL-REJECT-FILE
                ASSIGN TO "OBLIGATION-REJECTS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ORJ-FS.
            SELECT ACCRUAL-EXTRACT-FILE
                ASSIGN TO "PERIOD-ACCRUAL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ACR-FS.
      / ------------------------------
        DATA DIVISION.
        FILE SECTION.
            COPY "cholmast.cpy".
        FD  FISCAL-CTL-FILE.
            COPY "cfisctl.cpy".
        FD  OBL-LEDGER-FILE.
            COPY "coblldg.cpy".
        FD  OBL-REJECT-FILE.
            COPY "coblrej.cpy".
        FD  ACCRUAL-EXTRACT-FILE.
            COPY "caccrext.cpy".
      / ------------------------------
        WORKING-STORAGE SECTION.
        01 WS-PCL-FS                                     PIC XX.
        01 WS-PER-FS                                     PIC XX.
        01 WS-AUD-FS                                     PIC XX.
        01 WS-HOM-FS                                     PIC XX.
        01 WS-OLG-FS                                     PIC XX.
        01 WS-ORJ-FS                                     PIC XX.
        01 WS-ACR-FS                                     PIC XX.
        01 WS-DATETIME                                   PIC X(21).
        01 WS-CTL-OK                                     PIC X
                                                          VALUE 'N'.
        01 WS-ALREADY-CLOSED                       PIC X
                                                    VALUE 'N'.
      / ------------------------------
      / Settlement figures by rail.  SAME traded and settled in the
      / period, LATER traded in it and settling after, EARLIER
      / traded before it and settling in it.
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
                        10      WS-RT-SAME-CNT   PIC 9(5) COMP.
                        10      WS-RT-SAME-AMT   PIC S9(13)V99 COMP-3.
                        10      WS-RT-LATER-CNT  PIC 9(5) COMP.
                        10      WS-RT-LATER-AMT  PIC S9(13)V99 COMP-3.
                        10      WS-RT-EARLY-CNT  PIC 9(5) COMP.
                        10      WS-RT-EARLY-AMT  PIC S9(13)V99 COMP-3.
        01 WS-TOTAL-CNT                            PIC 9(5) COMP.
        01 WS-TOTAL-AMT                            PIC S9(13)V99 COMP-3.
        01 WS-OTHER-RAIL-CNT                       PIC 9(5) COMP
                                                    VALUE 0.
        01 WS-CROSSING-TYPE                        PIC X.
        01 WS-EXTRACT-PASS                         PIC X
                                                    VALUE 'N'.
        01 WS-LEDGER-ERROR                         PIC X
                                                    VALUE 'N'.
        01 WS-ACR-DETAIL-CNT                       PIC 9(7) COMP
                                                    VALUE 0.
        01 WS-ACR-ACCRUE-AMT                       PIC S9(13)V99 COMP-3
                                                    VALUE 0.
        01 WS-ACR-REVERSE-AMT                      PIC S9(13)V99 COMP-3
                                                    VALUE 0.
        01 WS-REJECT-COUNT                         PIC 9(5) COMP
                                                    VALUE 0.
        01 WS-DUP-REJECT-COUNT                     PIC 9(5) COMP
                                                    VALUE 0.
        01 WS-REJ-TRADE-DATE                       PIC 9(8).
        01 WS-EDIT-COUNT                           PIC ZZZZ9.
        01 WS-EDIT-AMOUNT                    PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
        01 WS-DETAIL-LINE                          PIC X(80).
      / ------------------------------
      / PERIOD-STATUS.DAT held in storage while the close row is
      / added or updated, then written back.  600 rows is 50 years of
      / monthly periods.
                            PERFORM 3000-SCAN-AUDIT-LOG
                            PERFORM 4000-RECONCILE-PERIOD
                            PERFORM 2060-CLOSE-HOLIDAY-MASTER
                            PERFORM 6000-SETTLEMENT-REPORT
                            PERFORM 4500-CHECK-OBLSTAMP-REJECTS
                            PERFORM 5000-CLOSE-OR-REFUSE
                        END-IF
                    END-IF
                    END-IF
                END-PERFORM.

      / Tonight's rejects are the money the ledger does not have
      / yet.  A reject whose trade date is not a date cannot be
      / placed outside the period, so it holds the close too.
        4500-CHECK-OBLSTAMP-REJECTS.
                MOVE 0 TO WS-REJECT-COUNT.
                MOVE 0 TO WS-DUP-REJECT-COUNT.
                OPEN INPUT OBL-REJECT-FILE.
                IF WS-ORJ-FS = '00'
                    PERFORM UNTIL WS-ORJ-FS NOT = '00'
                        READ OBL-REJECT-FILE NEXT RECORD
                            AT END
                                MOVE '10' TO WS-ORJ-FS
                            NOT AT END
                                PERFORM 4510-TEST-ONE-REJECT
                        END-READ
                    END-PERFORM
                    CLOSE OBL-REJECT-FILE
                END-IF.
                IF WS-REJECT-COUNT > 0
                    DISPLAY ' '
                END-IF.

        4510-TEST-ONE-REJECT.
                IF ORJ-REASON = 'DUPLICATE REF ID'
                    ADD 1 TO WS-DUP-REJECT-COUNT
                ELSE
                    IF ORJ-TRADE-DATE NUMERIC
                        MOVE ORJ-TRADE-DATE TO WS-REJ-TRADE-DATE
                    ELSE
                        MOVE 0 TO WS-REJ-TRADE-DATE
                    END-IF
                    IF WS-REJ-TRADE-DATE = 0
                       OR (WS-REJ-TRADE-DATE >= WS-PERIOD-FIRST-DATE
                           AND WS-REJ-TRADE-DATE
                               <= WS-PERIOD-LAST-DATE)
                        ADD 1 TO WS-REJECT-COUNT
                        DISPLAY 'OUTSTANDING OBLSTAMP REJECT: '
                                ORJ-REF-ID ' ' ORJ-TRADE-DATE ' '
                                ORJ-REASON
                    END-IF
                END-IF.

        5000-CLOSE-OR-REFUSE.
                MOVE WS-BUS-DAY-COUNT TO WS-COUNT-DISP.
                DISPLAY 'BUSINESS DAYS IN PERIOD: ' WS-COUNT-DISP.
                MOVE WS-MISSING-COUNT TO WS-COUNT-DISP.
                DISPLAY 'DAYS WITHOUT DAY-START:  ' WS-COUNT-DISP.
                MOVE WS-REJECT-COUNT TO WS-COUNT-DISP.
                DISPLAY 'OUTSTANDING REJECTS:     ' WS-COUNT-DISP.
                IF WS-DUP-REJECT-COUNT > 0
                    MOVE WS-DUP-REJECT-COUNT TO WS-COUNT-DISP
                    DISPLAY 'DUPLICATES NOT COUNTED:  ' WS-COUNT-DISP
                END-IF.
                DISPLAY ' '.
                IF WS-MISSING-COUNT > 0
                   OR WS-REJECT-COUNT > 0
                   OR WS-LEDGER-ERROR = 'Y'
                    DISPLAY 'PERIOD ' WS-CLOSE-YEAR '-'
                            WS-CLOSE-PERIOD ' NOT CLOSED'
                    MOVE 8 TO RETURN-CODE
                ELSE
                    PERFORM 6500-WRITE-ACCRUAL-EXTRACT
                    IF RETURN-CODE = 0
                        PERFORM 5100-MARK-PERIOD-CLOSED
                    END-IF
                END-IF.

        5100-MARK-PERIOD-CLOSED.
                    END-PERFORM
                    CLOSE PERIOD-STATUS-FILE
                END-IF.

      / One pass over the ledger for the report; the close makes a
      / second pass with WS-EXTRACT-PASS set to write the crossing
      / obligations to the GL extract.
        6000-SETTLEMENT-REPORT.
                PERFORM VARYING WS-RAIL-IDX FROM 1 BY 1
                        UNTIL WS-RAIL-IDX > WS-RAIL-COUNT
                    MOVE 0 TO WS-RT-SAME-CNT (WS-RAIL-IDX)
                    MOVE 0 TO WS-RT-SAME-AMT (WS-RAIL-IDX)
                    MOVE 0 TO WS-RT-LATER-CNT (WS-RAIL-IDX)
                    MOVE 0 TO WS-RT-LATER-AMT (WS-RAIL-IDX)
                    MOVE 0 TO WS-RT-EARLY-CNT (WS-RAIL-IDX)
                    MOVE 0 TO WS-RT-EARLY-AMT (WS-RAIL-IDX)
                END-PERFORM.
                MOVE 'N' TO WS-EXTRACT-PASS.
                PERFORM 6100-SCAN-LEDGER.
                PERFORM 6300-PRINT-SETTLEMENTS.

      / Only a ledger that does not exist yet means nothing to
      / report; one that is there but cannot be opened must not
      / close the period on an empty GL feed.
        6100-SCAN-LEDGER.
                OPEN INPUT OBL-LEDGER-FILE.
                IF WS-OLG-FS NOT = '00'
                    IF WS-OLG-FS = '35'
                        IF WS-EXTRACT-PASS NOT = 'Y'
                            DISPLAY 'PERCLOSE: NO OBLIGATION-LEDGER.DAT'
                                    ' - NO SETTLEMENTS TO REPORT'
                        END-IF
                    ELSE
                        DISPLAY 'PERCLOSE: ERROR ' WS-OLG-FS
                                ' opening OBLIGATION-LEDGER.DAT'
                        MOVE 8 TO RETURN-CODE
                        MOVE 'Y' TO WS-LEDGER-ERROR
                    END-IF
                ELSE
                    PERFORM UNTIL WS-OLG-FS NOT = '00'
                        READ OBL-LEDGER-FILE NEXT RECORD
                            AT END
                                MOVE '10' TO WS-OLG-FS
                            NOT AT END
                                IF NOT OLG-CANCELLED
                                    PERFORM 6200-CLASSIFY-OBLIGATION
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE OBL-LEDGER-FILE
                END-IF.

      / S same period, A traded in and settling after (accrue), R
      / traded before and settling in (reverse), blank untouched.
        6200-CLASSIFY-OBLIGATION.
                MOVE SPACE TO WS-CROSSING-TYPE.
                IF OLG-TRADE-DATE >= WS-PERIOD-FIRST-DATE
                   AND OLG-TRADE-DATE <= WS-PERIOD-LAST-DATE
                    IF OLG-SETTLE-DATE > WS-PERIOD-LAST-DATE
                        MOVE 'A' TO WS-CROSSING-TYPE
                    ELSE
                        MOVE 'S' TO WS-CROSSING-TYPE
                    END-IF
                ELSE
                    IF OLG-TRADE-DATE < WS-PERIOD-FIRST-DATE
                       AND OLG-SETTLE-DATE >= WS-PERIOD-FIRST-DATE
                       AND OLG-SETTLE-DATE <= WS-PERIOD-LAST-DATE
                        MOVE 'R' TO WS-CROSSING-TYPE
                    END-IF
                END-IF.
                IF WS-CROSSING-TYPE NOT = SPACE
                    IF WS-EXTRACT-PASS = 'Y'
                        IF WS-CROSSING-TYPE NOT = 'S'
                            PERFORM 6600-WRITE-ACCRUAL-DETAIL
                        END-IF
                    ELSE
                        PERFORM 6210-TALLY-OBLIGATION
                    END-IF
                END-IF.

        6210-TALLY-OBLIGATION.
                MOVE 0 TO WS-RAIL-FOUND.
                PERFORM VARYING WS-RAIL-IDX FROM 1 BY 1
                        UNTIL WS-RAIL-IDX > WS-RAIL-COUNT
                    IF WS-RAIL-NAME (WS-RAIL-IDX) = OLG-RAIL
                        MOVE WS-RAIL-IDX TO WS-RAIL-FOUND
                    END-IF
                END-PERFORM.
                IF WS-RAIL-FOUND = 0
                    ADD 1 TO WS-OTHER-RAIL-CNT
                ELSE
                    EVALUATE WS-CROSSING-TYPE
                        WHEN 'S'
                            ADD 1 TO WS-RT-SAME-CNT (WS-RAIL-FOUND)
                            ADD OLG-AMOUNT
                                    TO WS-RT-SAME-AMT (WS-RAIL-FOUND)
                        WHEN 'A'
                            ADD 1 TO WS-RT-LATER-CNT (WS-RAIL-FOUND)
                            ADD OLG-AMOUNT
                                    TO WS-RT-LATER-AMT (WS-RAIL-FOUND)
                        WHEN 'R'
                            ADD 1 TO WS-RT-EARLY-CNT (WS-RAIL-FOUND)
                            ADD OLG-AMOUNT
                                    TO WS-RT-EARLY-AMT (WS-RAIL-FOUND)
                    END-EVALUATE
                END-IF.

        6300-PRINT-SETTLEMENTS.
                DISPLAY ' '.
                DISPLAY 'PERIOD SETTLEMENTS BY RAIL'.
                DISPLAY ' '.
                DISPLAY 'TRADED AND SETTLED IN PERIOD'.
                MOVE 'S' TO WS-CROSSING-TYPE.
                PERFORM 6310-PRINT-ONE-SECTION.
                DISPLAY 'TRADED IN PERIOD - SETTLES AFTER '
                        WS-PERIOD-LAST-DATE.
                MOVE 'A' TO WS-CROSSING-TYPE.
                PERFORM 6310-PRINT-ONE-SECTION.
                DISPLAY 'TRADED BEFORE ' WS-PERIOD-FIRST-DATE
                        ' - SETTLES IN PERIOD'.
                MOVE 'R' TO WS-CROSSING-TYPE.
                PERFORM 6310-PRINT-ONE-SECTION.
                IF WS-OTHER-RAIL-CNT > 0
                    MOVE WS-OTHER-RAIL-CNT TO WS-EDIT-COUNT
                    DISPLAY 'LEDGER ROWS ON AN UNKNOWN RAIL: '
                            WS-EDIT-COUNT
                    DISPLAY ' '
                END-IF.

        6310-PRINT-ONE-SECTION.
                DISPLAY 'RAIL  COUNT               AMOUNT'.
                MOVE 0 TO WS-TOTAL-CNT.
                MOVE 0 TO WS-TOTAL-AMT.
                PERFORM VARYING WS-RAIL-IDX FROM 1 BY 1
                        UNTIL WS-RAIL-IDX > WS-RAIL-COUNT
                    EVALUATE WS-CROSSING-TYPE
                        WHEN 'S'
                            MOVE WS-RT-SAME-CNT (WS-RAIL-IDX)
                                    TO WS-EDIT-COUNT
                            MOVE WS-RT-SAME-AMT (WS-RAIL-IDX)
                                    TO WS-EDIT-AMOUNT
                            ADD WS-RT-SAME-CNT (WS-RAIL-IDX)
                                    TO WS-TOTAL-CNT
                            ADD WS-RT-SAME-AMT (WS-RAIL-IDX)
                                    TO WS-TOTAL-AMT
                        WHEN 'A'
                            MOVE WS-RT-LATER-CNT (WS-RAIL-IDX)
                                    TO WS-EDIT-COUNT
                            MOVE WS-RT-LATER-AMT (WS-RAIL-IDX)
                                    TO WS-EDIT-AMOUNT
                            ADD WS-RT-LATER-CNT (WS-RAIL-IDX)
                                    TO WS-TOTAL-CNT
                            ADD WS-RT-LATER-AMT (WS-RAIL-IDX)
                                    TO WS-TOTAL-AMT
                        WHEN 'R'
                            MOVE WS-RT-EARLY-CNT (WS-RAIL-IDX)
                                    TO WS-EDIT-COUNT
                            MOVE WS-RT-EARLY-AMT (WS-RAIL-IDX)
                                    TO WS-EDIT-AMOUNT
                            ADD WS-RT-EARLY-CNT (WS-RAIL-IDX)
                                    TO WS-TOTAL-CNT
                            ADD WS-RT-EARLY-AMT (WS-RAIL-IDX)
                                    TO WS-TOTAL-AMT
                    END-EVALUATE
                    MOVE SPACES TO WS-DETAIL-LINE
                    STRING WS-RAIL-NAME (WS-RAIL-IDX)
                                          DELIMITED BY SIZE
                           '   '          DELIMITED BY SIZE
                           WS-EDIT-COUNT  DELIMITED BY SIZE
                           ' '            DELIMITED BY SIZE
                           WS-EDIT-AMOUNT DELIMITED BY SIZE
                           INTO WS-DETAIL-LINE
                    DISPLAY WS-DETAIL-LINE
                END-PERFORM.
                MOVE WS-TOTAL-CNT TO WS-EDIT-COUNT.
                MOVE WS-TOTAL-AMT TO WS-EDIT-AMOUNT.
                MOVE SPACES TO WS-DETAIL-LINE.
                STRING 'TOTL  '       DELIMITED BY SIZE
                       WS-EDIT-COUNT  DELIMITED BY SIZE
                       ' '            DELIMITED BY SIZE
                       WS-EDIT-AMOUNT DELIMITED BY SIZE
                       INTO WS-DETAIL-LINE.
                DISPLAY WS-DETAIL-LINE.
                DISPLAY ' '.

      / The extract is only cut for a period that is closing, so the
      / GL never books a period finance could still reopen by rerun.
        6500-WRITE-ACCRUAL-EXTRACT.
                OPEN OUTPUT ACCRUAL-EXTRACT-FILE.
                IF WS-ACR-FS NOT = '00'
                    DISPLAY 'PERCLOSE: ERROR ' WS-ACR-FS
                            ' opening PERIOD-ACCRUAL.DAT'
                    MOVE 8 TO RETURN-CODE
                ELSE
                    MOVE SPACES TO ACCRUAL-EXTRACT-RECORD
                    MOVE 'H' TO ACR-REC-TYPE
                    MOVE WS-CLOSE-YEAR TO ACR-HDR-FISCAL-YEAR
                    MOVE WS-CLOSE-PERIOD TO ACR-HDR-FISCAL-PERIOD
                    MOVE WS-PERIOD-FIRST-DATE TO ACR-HDR-START-DATE
                    MOVE WS-PERIOD-LAST-DATE TO ACR-HDR-END-DATE
                    MOVE WS-DATETIME TO ACR-HDR-CREATED-TS
                    PERFORM 6700-WRITE-ACCRUAL-RECORD
                    MOVE 0 TO WS-ACR-DETAIL-CNT
                    MOVE 0 TO WS-ACR-ACCRUE-AMT
                    MOVE 0 TO WS-ACR-REVERSE-AMT
                    MOVE 'Y' TO WS-EXTRACT-PASS
                    PERFORM 6100-SCAN-LEDGER
                    MOVE SPACES TO ACCRUAL-EXTRACT-RECORD
                    MOVE 'T' TO ACR-REC-TYPE
                    MOVE WS-ACR-DETAIL-CNT TO ACR-TRL-DETAIL-COUNT
                    MOVE WS-ACR-ACCRUE-AMT TO ACR-TRL-ACCRUE-AMT
                    MOVE WS-ACR-REVERSE-AMT TO ACR-TRL-REVERSE-AMT
                    PERFORM 6700-WRITE-ACCRUAL-RECORD
                    CLOSE ACCRUAL-EXTRACT-FILE
                    MOVE WS-ACR-DETAIL-CNT TO WS-EDIT-COUNT
                    DISPLAY 'ACCRUAL EXTRACT ROWS:    ' WS-EDIT-COUNT
                END-IF.

        6600-WRITE-ACCRUAL-DETAIL.
                MOVE SPACES TO ACCRUAL-EXTRACT-RECORD.
                MOVE 'D' TO ACR-REC-TYPE.
                MOVE WS-CROSSING-TYPE TO ACR-ENTRY-TYPE.
                MOVE OLG-REF-ID TO ACR-REF-ID.
                MOVE OLG-RAIL TO ACR-RAIL.
                MOVE OLG-TRADE-DATE TO ACR-TRADE-DATE.
                MOVE OLG-SETTLE-DATE TO ACR-SETTLE-DATE.
                MOVE OLG-AMOUNT TO ACR-AMOUNT.
                MOVE WS-CLOSE-YEAR TO ACR-FISCAL-YEAR.
                MOVE WS-CLOSE-PERIOD TO ACR-FISCAL-PERIOD.
                PERFORM 6700-WRITE-ACCRUAL-RECORD.
                ADD 1 TO WS-ACR-DETAIL-CNT.
                IF ACR-ACCRUE
                    ADD OLG-AMOUNT TO WS-ACR-ACCRUE-AMT
                ELSE
                    ADD OLG-AMOUNT TO WS-ACR-REVERSE-AMT
                END-IF.

        6700-WRITE-ACCRUAL-RECORD.
                WRITE ACCRUAL-EXTRACT-RECORD.
                IF WS-ACR-FS NOT = '00'
                    DISPLAY 'PERCLOSE: ERROR ' WS-ACR-FS
                            ' writing PERIOD-ACCRUAL.DAT'
                    MOVE 8 TO RETURN-CODE
                END-IF.

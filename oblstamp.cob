      / report grouped by settlement date so treasury sees what
      / lands on each forward business day.
      /
      / Every stamped record is also posted to the keyed obligations
      / ledger OBLIGATION-LEDGER.DAT (copybook COBLLDG) under its
      / ref id, so the step remembers what earlier nights stamped.
      / A ref id already on the ledger - a re-dropped file, or the
      / same ref twice in one file - is rejected as a duplicate
      / unless its amount, rail, or tenor changed: then it is an
      / amendment, restamped and rewritten over the ledger row.  A
      / repeat with a zero amount cancels an obligation that has not
      / yet settled.  Only new and amended obligations reach
      / SETTLED-OBLIGATIONS.DAT and the projection, so nothing is
      / counted twice: a ref id stamped earlier in the same file and
      / then amended or cancelled has its first figures taken back
      / out of the projection, and SETTLED-OBLIGATIONS.DAT is written
      / at the end of the run from what was stamped, one row per ref
      / id.  OBLMATUR moves the ledger rows on to due and settled as
      / their dates arrive.
      /
      / RETURN-CODE: 0 clean (including no obligations file - a
      / quiet night is not an error), 4 amendments or cancellations
      / posted (listed above), 8 one or more records rejected
      / (duplicates included) or an output file or the ledger could
      / not be written.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. OBLSTAMP.
        AUTHOR. JDM.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT BUS-DATE-FILE ASSIGN TO "CURRENT-BUS-DATE.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-BD-FS.
            SELECT OBLIGATIONS-FILE ASSIGN TO "OBLIGATIONS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OBL-FS.
                ASSIGN TO "OBLIGATION-REJECTS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ORJ-FS.
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
        FD  OBLIGATIONS-FILE.
            COPY "cobligat.cpy".
        FD  SETTLED-OBL-FILE.
            COPY "csetlobl.cpy".
        FD  OBL-REJECT-FILE.
            COPY "coblrej.cpy".
        FD  OBL-LEDGER-FILE.
            COPY "coblldg.cpy".
      / ------------------------------
        WORKING-STORAGE SECTION.
        01 WS-OBL-FS                                     PIC XX.
        01 WS-SOB-FS                                     PIC XX.
        01 WS-ORJ-FS                                     PIC XX.
        01 WS-BD-FS                                      PIC XX.
        01 WS-OLG-FS                                     PIC XX.
        01 WS-BUS-DATE                                   PIC 9(8).
        01 WS-LEDGER-ERRORS                        PIC 9(5) COMP
                                                    VALUE 0.
        01 WS-SOB-ERRORS                           PIC 9(5) COMP
                                                    VALUE 0.
      / ------------------------------
      / Record tallies for the run summary.
      / ------------------------------
                                                    VALUE 0.
        01 WS-REJECT-COUNT                         PIC 9(5) COMP
                                                    VALUE 0.
        01 WS-DUPLICATE-COUNT                      PIC 9(5) COMP
                                                    VALUE 0.
        01 WS-AMEND-COUNT                          PIC 9(5) COMP
                                                    VALUE 0.
        01 WS-CANCEL-COUNT                         PIC 9(5) COMP
                                                    VALUE 0.
        01 WS-COUNT-DISP                           PIC ZZZZ9.
      / ------------------------------
      / Shared calendar-date validation (CDATEVAL) caller fields.
      / ------------------------------
        01 WS-REJECT-REASON                        PIC X(30).
      / ------------------------------
      / Ledger lookup outcome: N new ref id, A amendment, X
      / cancellation.  The old settlement date rides along so the
      / amendment line shows what moved.
      / ------------------------------
        01 WS-LEDGER-ACTION                        PIC X.
        01 WS-CHANGED-FIELDS                       PIC X(20).
        01 WS-CHANGED-PTR                          PIC 9(3) COMP.
        01 WS-OLD-SETTLE-DATE                      PIC 9(8).
      / ------------------------------
      / The rows stamped this run, held so a ref id repeated later in
      / the same file replaces its own row instead of adding one,
      / and written to SETTLED-OBLIGATIONS.DAT in stamping order at
      / the end.  Each slot carries the SETTLED-OBL-RECORD image.  A
      / night past the table's size writes the rest straight
      / through, and says so.
      / ------------------------------
        01 WS-RUN-COUNT                            PIC 9(5) COMP
                                                    VALUE 0.
        01 WS-RUN-MAX                              PIC 9(5) COMP
                                                    VALUE 10000.
        01 WS-RUN-IDX                              PIC 9(5) COMP.
        01 WS-RUN-FOUND                            PIC 9(5) COMP.
        01 WS-RUN-OVERFLOW                         PIC X VALUE 'N'.
        01 WS-RUN-TABLE.
                05      WS-RUN-ENTRY OCCURS 10000 TIMES.
                        10      WS-RN-ACTIVE     PIC X.
                        10      WS-RN-ROW.
                                15 WS-RN-REF-ID PIC X(10).
                                15 FILLER       PIC X(18).
                                15 WS-RN-AMOUNT PIC 9(11)V99.
                                15 FILLER       PIC X.
                                15 WS-RN-SETTLE PIC 9(8).
      / ------------------------------
      / Projection accumulators, one slot per distinct settlement
      / date seen tonight.  A year of forward business days tops out
      / well under 300 slots.
      / ------------------------------
        PROCEDURE DIVISION.
        0000-MAIN-PARA.
                PERFORM 1050-READ-BUS-DATE.
                PERFORM 1000-OPEN-OUTPUTS.
                IF RETURN-CODE = 0
                    PERFORM 2000-PROCESS-OBLIGATIONS
                    PERFORM 3800-WRITE-SETTLED-FILE
                    CLOSE SETTLED-OBL-FILE
                    CLOSE OBL-REJECT-FILE
                    CLOSE OBL-LEDGER-FILE
                    PERFORM 6000-PRINT-REPORT
                    IF (WS-AMEND-COUNT > 0 OR WS-CANCEL-COUNT > 0)
                       AND RETURN-CODE < 4
                        MOVE 4 TO RETURN-CODE
                    END-IF
                END-IF.
                IF WS-REJECT-COUNT > 0 OR WS-LEDGER-ERRORS > 0
                   OR WS-SOB-ERRORS > 0
                    MOVE 8 TO RETURN-CODE
                END-IF.
                STOP RUN.
                                ' opening OBLIGATION-REJECTS.DAT'
                        MOVE 8 TO RETURN-CODE
                        CLOSE SETTLED-OBL-FILE
                    ELSE
                        PERFORM 1100-OPEN-LEDGER
                    END-IF
                END-IF.

      / The ledger dates rows by the batch business date; a run
      / before day-start falls back to the system date.
        1050-READ-BUS-DATE.
                MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUS-DATE.
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

      / The first night there is no ledger yet; it is created empty
      / the way HOLMAINT creates its master.
        1100-OPEN-LEDGER.
                OPEN I-O OBL-LEDGER-FILE.
                IF WS-OLG-FS = '35'
                    OPEN OUTPUT OBL-LEDGER-FILE
                    IF WS-OLG-FS = '00'
                        CLOSE OBL-LEDGER-FILE
                        OPEN I-O OBL-LEDGER-FILE
                    END-IF
                END-IF.
                IF WS-OLG-FS NOT = '00'
                    DISPLAY 'OBLSTAMP: ERROR ' WS-OLG-FS
                            ' opening OBLIGATION-LEDGER.DAT'
                    MOVE 8 TO RETURN-CODE
                    CLOSE SETTLED-OBL-FILE
                    CLOSE OBL-REJECT-FILE
                END-IF.

        2000-PROCESS-OBLIGATIONS.
                OPEN INPUT OBLIGATIONS-FILE.
                IF WS-OBL-FS NOT = '00'
                    END-IF
                END-IF.
                IF WS-REJECT-REASON = SPACES
                    PERFORM 2400-CHECK-LEDGER
                END-IF.
                IF WS-REJECT-REASON = SPACES
                   AND WS-LEDGER-ACTION NOT = 'X'
                    PERFORM 2300-CALL-DATECALC
                END-IF.
                IF WS-REJECT-REASON = SPACES
                    IF WS-LEDGER-ACTION = 'X'
                        PERFORM 3300-CANCEL-LEDGER-ROW
                    ELSE
                        PERFORM 3000-WRITE-STAMPED-RECORD
                        PERFORM 3100-POST-LEDGER-ROW
                        PERFORM 4000-ACCUMULATE-PROJECTION
                    END-IF
                ELSE
                    PERFORM 5000-WRITE-REJECT-RECORD
                END-IF.
                           INTO WS-REJECT-REASON
                END-IF.

      / A ref id not on the ledger is new.  One already there with
      / the same trade date is a duplicate unless the amount, rail,
      / or tenor changed; a zero amount cancels it.  Only an open
      / row (stamped or due) can be amended or cancelled - once
      / settled the money has moved.
        2400-CHECK-LEDGER.
                MOVE 'N' TO WS-LEDGER-ACTION.
                MOVE OBL-REF-ID TO OLG-REF-ID.
                READ OBL-LEDGER-FILE
                    INVALID KEY
                        MOVE 'N' TO WS-LEDGER-ACTION
                    NOT INVALID KEY
                        PERFORM 2410-COMPARE-TO-LEDGER
                END-READ.

        2410-COMPARE-TO-LEDGER.
                MOVE OLG-SETTLE-DATE TO WS-OLD-SETTLE-DATE.
                MOVE SPACES TO WS-CHANGED-FIELDS.
                MOVE 1 TO WS-CHANGED-PTR.
                IF OBL-AMOUNT NOT = OLG-AMOUNT
                    STRING 'AMOUNT ' DELIMITED BY SIZE
                           INTO WS-CHANGED-FIELDS
                           WITH POINTER WS-CHANGED-PTR
                END-IF.
                IF OBL-RAIL NOT = OLG-RAIL
                    STRING 'RAIL ' DELIMITED BY SIZE
                           INTO WS-CHANGED-FIELDS
                           WITH POINTER WS-CHANGED-PTR
                END-IF.
                IF OBL-TENOR NOT = OLG-TENOR
                    STRING 'TENOR ' DELIMITED BY SIZE
                           INTO WS-CHANGED-FIELDS
                           WITH POINTER WS-CHANGED-PTR
                END-IF.
                EVALUATE TRUE
                    WHEN OBL-TRADE-DATE NOT = OLG-TRADE-DATE
                        MOVE 'REF ID REUSED - NEW TRADE DATE'
                                TO WS-REJECT-REASON
                    WHEN WS-CHANGED-FIELDS = SPACES
                        MOVE 'DUPLICATE REF ID' TO WS-REJECT-REASON
                    WHEN OLG-SETTLED
                        MOVE 'REF ID ALREADY SETTLED'
                                TO WS-REJECT-REASON
                    WHEN OLG-CANCELLED
                        MOVE 'REF ID ALREADY CANCELLED'
                                TO WS-REJECT-REASON
                    WHEN OBL-AMOUNT = 0
                        MOVE 'X' TO WS-LEDGER-ACTION
                    WHEN OTHER
                        MOVE 'A' TO WS-LEDGER-ACTION
                END-EVALUATE.

        3000-WRITE-STAMPED-RECORD.
                MOVE OBL-REF-ID     TO SOB-REF-ID.
                MOVE SPACE          TO SOB-SEP1.
                MOVE OBL-AMOUNT     TO SOB-AMOUNT.
                MOVE SPACE          TO SOB-SEP5.
                MOVE DCP-RESULT-DATE TO SOB-SETTLE-DATE.
                PERFORM 3050-FIND-RUN-ROW.
                EVALUATE TRUE
                    WHEN WS-RUN-FOUND > 0
                        IF WS-RN-ACTIVE (WS-RUN-FOUND) = 'Y'
                            PERFORM 4100-BACK-OUT-PROJECTION
                        END-IF
                    WHEN WS-RUN-COUNT < WS-RUN-MAX
                        ADD 1 TO WS-RUN-COUNT
                        MOVE WS-RUN-COUNT TO WS-RUN-FOUND
                    WHEN OTHER
                        IF WS-RUN-OVERFLOW NOT = 'Y'
                            DISPLAY 'OBLSTAMP: MORE THAN ' WS-RUN-MAX
                                    ' OBLIGATIONS - THE REST ARE '
                                    'WRITTEN AS STAMPED'
                            MOVE 'Y' TO WS-RUN-OVERFLOW
                        END-IF
                        PERFORM 3850-WRITE-SETTLED-ROW
                END-EVALUATE.
                IF WS-RUN-FOUND > 0
                    MOVE 'Y' TO WS-RN-ACTIVE (WS-RUN-FOUND)
                    MOVE SETTLED-OBL-RECORD TO WS-RN-ROW (WS-RUN-FOUND)
                END-IF.

        3050-FIND-RUN-ROW.
                MOVE 0 TO WS-RUN-FOUND.
                PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                        UNTIL WS-RUN-IDX > WS-RUN-COUNT
                           OR WS-RUN-FOUND > 0
                    IF WS-RN-REF-ID (WS-RUN-IDX) = OBL-REF-ID
                        MOVE WS-RUN-IDX TO WS-RUN-FOUND
                    END-IF
                END-PERFORM.

      / A new row is written; an amendment rewrites the row it
      / read, keeping the date it was first posted.
        3100-POST-LEDGER-ROW.
                MOVE OBL-REF-ID      TO OLG-REF-ID.
                MOVE OBL-RAIL        TO OLG-RAIL.
                MOVE OBL-TRADE-DATE  TO OLG-TRADE-DATE.
                MOVE OBL-TENOR       TO OLG-TENOR.
                MOVE OBL-AMOUNT      TO OLG-AMOUNT.
                MOVE DCP-RESULT-DATE TO OLG-SETTLE-DATE.
                MOVE 'ST'            TO OLG-STATUS.
                MOVE WS-BUS-DATE     TO OLG-CHANGED-DATE.
                IF WS-LEDGER-ACTION = 'A'
                    IF OLG-AMEND-COUNT < 999
                        ADD 1 TO OLG-AMEND-COUNT
                    END-IF
                    REWRITE OBL-LEDGER-RECORD
                        INVALID KEY
                            PERFORM 3900-LEDGER-WRITE-ERROR
                        NOT INVALID KEY
                            ADD 1 TO WS-AMEND-COUNT
                            DISPLAY 'OBLSTAMP: AMENDED ' OBL-REF-ID
                                    ' - ' WS-CHANGED-FIELDS
                                    'SETTLE ' WS-OLD-SETTLE-DATE
                                    ' NOW ' OLG-SETTLE-DATE
                    END-REWRITE
                ELSE
                    MOVE WS-BUS-DATE TO OLG-POSTED-DATE
                    MOVE 0 TO OLG-AMEND-COUNT
                    WRITE OBL-LEDGER-RECORD
                        INVALID KEY
                            PERFORM 3900-LEDGER-WRITE-ERROR
                    END-WRITE
                END-IF.

        3300-CANCEL-LEDGER-ROW.
                MOVE 'CN' TO OLG-STATUS.
                MOVE WS-BUS-DATE TO OLG-CHANGED-DATE.
                REWRITE OBL-LEDGER-RECORD
                    INVALID KEY
                        PERFORM 3900-LEDGER-WRITE-ERROR
                    NOT INVALID KEY
                        ADD 1 TO WS-CANCEL-COUNT
                        DISPLAY 'OBLSTAMP: CANCELLED ' OBL-REF-ID
                                ' - WAS DUE ' OLG-SETTLE-DATE
                END-REWRITE.
      / Cancelling a ref id stamped earlier tonight takes its row
      / out of the settled file and the projection as well.
                PERFORM 3050-FIND-RUN-ROW.
                IF WS-RUN-FOUND > 0
                    IF WS-RN-ACTIVE (WS-RUN-FOUND) = 'Y'
                        PERFORM 4100-BACK-OUT-PROJECTION
                        MOVE 'N' TO WS-RN-ACTIVE (WS-RUN-FOUND)
                    END-IF
                END-IF.

        3800-WRITE-SETTLED-FILE.
                PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                        UNTIL WS-RUN-IDX > WS-RUN-COUNT
                    IF WS-RN-ACTIVE (WS-RUN-IDX) = 'Y'
                        MOVE WS-RN-ROW (WS-RUN-IDX)
                                TO SETTLED-OBL-RECORD
                        PERFORM 3850-WRITE-SETTLED-ROW
                    END-IF
                END-PERFORM.

        3850-WRITE-SETTLED-ROW.
                WRITE SETTLED-OBL-RECORD.
                IF WS-SOB-FS NOT = '00'
                    DISPLAY 'OBLSTAMP: ERROR ' WS-SOB-FS
                            ' writing SETTLED-OBLIGATIONS.DAT'
                    ADD 1 TO WS-SOB-ERRORS
                ELSE
                    ADD 1 TO WS-STAMPED-COUNT
                END-IF.

        3900-LEDGER-WRITE-ERROR.
                DISPLAY 'OBLSTAMP: ERROR ' WS-OLG-FS
                        ' posting ' OBL-REF-ID
                        ' to OBLIGATION-LEDGER.DAT'.
                ADD 1 TO WS-LEDGER-ERRORS.

        4000-ACCUMULATE-PROJECTION.
                MOVE 0 TO WS-PROJ-FOUND.
                PERFORM VARYING WS-PROJ-IDX FROM 1 BY 1
                            TO WS-PJ-AMOUNT (WS-PROJ-FOUND)
                END-IF.

      / Takes a row stamped earlier tonight back out of its
      / settlement date's slot before it is replaced or cancelled.
        4100-BACK-OUT-PROJECTION.
                PERFORM VARYING WS-PROJ-IDX FROM 1 BY 1
                        UNTIL WS-PROJ-IDX > WS-PROJ-COUNT
                    IF WS-PJ-DATE (WS-PROJ-IDX)
                            = WS-RN-SETTLE (WS-RUN-FOUND)
                       AND WS-PJ-COUNT (WS-PROJ-IDX) > 0
                        SUBTRACT 1 FROM WS-PJ-COUNT (WS-PROJ-IDX)
                        SUBTRACT WS-RN-AMOUNT (WS-RUN-FOUND)
                                FROM WS-PJ-AMOUNT (WS-PROJ-IDX)
                    END-IF
                END-PERFORM.

        5000-WRITE-REJECT-RECORD.
                MOVE OBL-REF-ID     TO ORJ-REF-ID.
                MOVE SPACE          TO ORJ-SEP1.
                    MOVE 8 TO RETURN-CODE
                END-IF.
                ADD 1 TO WS-REJECT-COUNT.
                IF WS-REJECT-REASON = 'DUPLICATE REF ID'
                    ADD 1 TO WS-DUPLICATE-COUNT
                END-IF.
                DISPLAY 'OBLSTAMP: REJECTED ' OBL-REF-ID ' - '
                        WS-REJECT-REASON.

                DISPLAY 'OBLIGATIONS STAMPED: ' WS-COUNT-DISP.
                MOVE WS-REJECT-COUNT TO WS-COUNT-DISP.
                DISPLAY 'OBLIGATIONS REJECTED:' WS-COUNT-DISP.
                MOVE WS-DUPLICATE-COUNT TO WS-COUNT-DISP.
                DISPLAY '  OF WHICH DUPLICATE:' WS-COUNT-DISP.
                MOVE WS-AMEND-COUNT TO WS-COUNT-DISP.
                DISPLAY 'OBLIGATIONS AMENDED: ' WS-COUNT-DISP.
                MOVE WS-CANCEL-COUNT TO WS-COUNT-DISP.
                DISPLAY 'OBLIGATIONS CANCELLED:' WS-COUNT-DISP.

        6100-SORT-PROJECTION.
                IF WS-PROJ-COUNT > 1
                    END-PERFORM
                END-IF.

      / A date whose only rows were amended away or cancelled
      / tonight is left empty in the table and not printed.
        6200-PRINT-PROJECTION-LINE.
                IF WS-PJ-COUNT (WS-PROJ-IDX) > 0
                    MOVE WS-PJ-COUNT (WS-PROJ-IDX) TO WS-COUNT-DISP
                    MOVE WS-PJ-AMOUNT (WS-PROJ-IDX) TO WS-EDIT-AMOUNT
                    MOVE SPACES TO WS-DETAIL-LINE
                    STRING WS-PJ-DATE (WS-PROJ-IDX) DELIMITED BY SIZE
                           '      '        DELIMITED BY SIZE
                           WS-COUNT-DISP   DELIMITED BY SIZE
                           ' '             DELIMITED BY SIZE
                           WS-EDIT-AMOUNT  DELIMITED BY SIZE
                           INTO WS-DETAIL-LINE
                    DISPLAY WS-DETAIL-LINE
                END-IF.

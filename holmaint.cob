      / half-updated.  A headerless deck is still applied line by
      / line the old way, so hand-keyed singles work unchanged.
      /
      / Every add, change, and delete that actually lands on the
      / master is also appended to the calendar change log
      / CALENDAR-CHANGE-LOG.DAT (copybook CCALCHG) with its calendar
      / id and date, marked pending; CALIMPCT reads the pending rows
      / to find the settlement and due dates stamped against the old
      / calendar.  A log that cannot be opened is reported and the
      / maintenance still runs - the master is the record, the log
      / is the follow-up.
      /
      / RETURN-CODE: 0 clean, 4 warnings only (weekend dates or short
      / coverage), 8 one or more transactions rejected or the batch
      / refused.
            SELECT COVERAGE-CTL-FILE ASSIGN TO "HOLIDAY-COVERAGE.CTL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-COV-FS.
            SELECT CAL-CHANGE-FILE
                ASSIGN TO "CALENDAR-CHANGE-LOG.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CCL-FS.
      / ------------------------------
        DATA DIVISION.
        FILE SECTION.
            COPY "choltrn.cpy".
        FD  COVERAGE-CTL-FILE.
            COPY "ccovctl.cpy".
        FD  CAL-CHANGE-FILE.
            COPY "ccalchg.cpy".
      / ------------------------------
        WORKING-STORAGE SECTION.
        01 WS-HOM-FS                                     PIC XX.
        01 WS-TRN-FS                                     PIC XX.
        01 WS-COV-FS                                     PIC XX.
        01 WS-CCL-FS                                     PIC XX.
        01 WS-CHANGE-LOG-OPEN                            PIC X
                                                          VALUE 'N'.
      / The description the change log records - the new text on an
      / add or change, the text being removed on a delete.
        01 WS-LOG-DESC                             PIC X(30).
        01 WS-CURRENT-DATE-RAW                           PIC X(21).
        01 WS-TODAY-YYYYMMDD                             PIC 9(8).
        01 WS-TODAY-PARTS REDEFINES WS-TODAY-YYYYMMDD.
        01 WS-LIST-REQUESTED                       PIC X VALUE 'N'.
        01 WS-ENTRY-COUNT                          PIC 9(6) COMP
                                                    VALUE 0.
        01 WS-CHANGES-LOGGED                       PIC 9(5) COMP
                                                    VALUE 0.
        01 WS-COUNT-DISP                           PIC ZZZZZ9.
      / ------------------------------
      / Coverage report working fields.
                PERFORM 1000-INITIALIZE.
                PERFORM 1100-OPEN-MASTER.
                IF WS-MASTER-OPEN = 'Y'
                    PERFORM 1200-OPEN-CHANGE-LOG
                    PERFORM 2000-PROCESS-TRANSACTIONS
                    IF WS-CHANGE-LOG-OPEN = 'Y'
                        CLOSE CAL-CHANGE-FILE
                    END-IF
                    PERFORM 6000-PRINT-REPORT
                    CLOSE HOLIDAY-MASTER-FILE
                ELSE
                    ADD 1 TO WS-TRANS-REJECTED
                END-IF.

      / Appended to, never replaced: pending rows from a run CALIMPCT
      / has not yet reviewed must survive the next maintenance run.
        1200-OPEN-CHANGE-LOG.
                MOVE 'N' TO WS-CHANGE-LOG-OPEN.
                OPEN INPUT CAL-CHANGE-FILE.
                IF WS-CCL-FS = '00'
                    CLOSE CAL-CHANGE-FILE
                    OPEN EXTEND CAL-CHANGE-FILE
                ELSE
                    OPEN OUTPUT CAL-CHANGE-FILE
                END-IF.
                IF WS-CCL-FS = '00'
                    MOVE 'Y' TO WS-CHANGE-LOG-OPEN
                ELSE
                    DISPLAY 'HOLMAINT: ERROR ' WS-CCL-FS
                            ' opening CALENDAR-CHANGE-LOG.DAT - '
                            'CHANGES WILL NOT BE LOGGED'
                    ADD 1 TO WS-WARNING-COUNT
                END-IF.

      / The first record decides the mode: a batch header means the
      / deck is balanced and validated as a whole before anything is
      / applied; anything else is the original line-by-line path.
                                ADD 1 TO WS-TRANS-REJECTED
                            NOT INVALID KEY
                                ADD 1 TO WS-TRANS-APPLIED
                                MOVE HTR-DESCRIPTION TO WS-LOG-DESC
                                PERFORM 2900-LOG-CALENDAR-CHANGE
                        END-WRITE
                    END-IF
                END-IF.
                            ADD 1 TO WS-TRANS-REJECTED
                        NOT INVALID KEY
                            ADD 1 TO WS-TRANS-APPLIED
                            MOVE HTR-DESCRIPTION TO WS-LOG-DESC
                            PERFORM 2900-LOG-CALENDAR-CHANGE
                    END-REWRITE
                END-IF.

                            ' NOT ON THE CALENDAR TO DELETE'
                    ADD 1 TO WS-TRANS-REJECTED
                ELSE
                    MOVE HOM-DESCRIPTION TO WS-LOG-DESC
                    DELETE HOLIDAY-MASTER-FILE
                        INVALID KEY
                            DISPLAY 'HOLMAINT: REJECTED - '
                            ADD 1 TO WS-TRANS-REJECTED
                        NOT INVALID KEY
                            ADD 1 TO WS-TRANS-APPLIED
                            PERFORM 2900-LOG-CALENDAR-CHANGE
                    END-DELETE
                END-IF.

      / One row per applied change, calendar normalized the same way
      / the master key was.  A failed append only DISPLAYs - the
      / change itself has already landed.
        2900-LOG-CALENDAR-CHANGE.
                IF WS-CHANGE-LOG-OPEN = 'Y'
                    MOVE WS-CURRENT-DATE-RAW TO CCL-TIMESTAMP
                    MOVE SPACE          TO CCL-SEP1
                    MOVE HTR-ACTION     TO CCL-ACTION
                    MOVE SPACE          TO CCL-SEP2
                    MOVE WS-TRN-CAL     TO CCL-CALENDAR
                    MOVE SPACE          TO CCL-SEP3
                    MOVE HTR-DATE       TO CCL-DATE
                    MOVE SPACE          TO CCL-SEP4
                    MOVE WS-LOG-DESC    TO CCL-DESCRIPTION
                    MOVE SPACE          TO CCL-SEP5
                    MOVE 'P'            TO CCL-IMPACT-STATUS
                    WRITE CAL-CHANGE-RECORD
                    IF WS-CCL-FS NOT = '00'
                        DISPLAY 'HOLMAINT: ERROR ' WS-CCL-FS
                                ' writing CALENDAR-CHANGE-LOG.DAT'
                    ELSE
                        ADD 1 TO WS-CHANGES-LOGGED
                    END-IF
                END-IF.

      / ------------------------------
      / Batched apply.  Load the whole deck, balance it against the
      / trailer count, validate every transaction against the master
                DISPLAY 'WARNINGS:              ' WS-COUNT-DISP.
                MOVE WS-ENTRY-COUNT TO WS-COUNT-DISP.
                DISPLAY 'CALENDAR ENTRIES:      ' WS-COUNT-DISP.
                MOVE WS-CHANGES-LOGGED TO WS-COUNT-DISP.
                DISPLAY 'CHANGES LOGGED:        ' WS-COUNT-DISP.
                IF WS-CHANGES-LOGGED > 0
                    DISPLAY 'RUN CALIMPCT FOR THE IMPACT ON DATES '
                            'ALREADY STAMPED'
                END-IF.

      / One sequential pass over the master in key order (calendar,
      / then date) drives both the requested list and the per-

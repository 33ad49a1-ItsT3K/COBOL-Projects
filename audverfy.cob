      / AUDVERFY proves AUDIT-LOG.DAT has not been edited since TODAY
      / wrote it.  Every audit row carries a sequence number and a
      / check value chained from the row before it (see CAUDIT and
      / CAUDCMP), so deleting, inserting, reordering or altering a
      / row anywhere in the history breaks the chain from that point.
      /
      / The chain is walked the way it was written: the AUDIT
      / generations in ARCHIVE-CATALOG.DAT order, then the live log.
      / A purged generation is gone, but its catalog row still holds
      / where its chain ended, so the first surviving generation is
      / linked to it; each active generation must still end where
      / the catalog says the cut ended it.  An active generation
      / whose file is missing or unreadable is reported as a gap.
      / Rows written before chaining began are counted as legacy and
      / not tested.
      /
      / Findings (shared paragraphs in CAUDVFY):
      /
      /   GAP          sequence numbers missing, or a generation that
      /                no longer ends where it was cut
      /   BROKEN LINK  a sequence repeated or backwards, a check value
      /                that does not follow from the row before, or
      /                an unchained row after the chain began
      /   BUS DATE     a row's business date earlier than the row
      /                before it
      /
      / Any gap or broken link fails the chain and appends one F row
      / to EXCEPTIONS.DAT so EODGATE holds the day; out-of-order
      / business dates alone append a W, since a date-override
      / catch-up run can legitimately cause one.
      /
      / RETURN-CODE: 0 chain verified, 4 out-of-order business dates
      / only, 8 the chain failed.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. AUDVERFY.
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
            SELECT ARCHIVE-CAT-FILE ASSIGN TO "ARCHIVE-CATALOG.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CAT-FS.
            SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AUD-FS.
            SELECT EXCEPTIONS-FILE ASSIGN TO "EXCEPTIONS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EXC-FS.
      / ------------------------------
        DATA DIVISION.
        FILE SECTION.
        FD  BUS-DATE-FILE.
            COPY "cbusdate.cpy".
        FD  ARCHIVE-CAT-FILE.
            COPY "carchcat.cpy".
      / Generations and the live log are read as plain lines so a
      / row is hashed exactly as it sits in the file.
        FD  AUDIT-FILE.
        01  AUDIT-LINE                           PIC X(132).
        FD  EXCEPTIONS-FILE.
            COPY "cexcept.cpy".
      / ------------------------------
        WORKING-STORAGE SECTION.
        01 WS-BD-FS                                      PIC XX.
        01 WS-CAT-FS                                     PIC XX.
        01 WS-AUD-FS                                     PIC XX.
        01 WS-EXC-FS                                     PIC XX.
        01 WS-DATETIME                                   PIC X(21).
        01 WS-BUS-DATE                                   PIC 9(8).
        01 WS-AUDIT-NAME                                 PIC X(30).
        01 WS-LIVE-AUDIT-NAME                            PIC X(30)
                                                    VALUE
                                                    'AUDIT-LOG.DAT'.
        01 WS-GEN-COUNT                            PIC 9(5) COMP
                                                    VALUE 0.
        01 WS-PURGED-COUNT                         PIC 9(5) COMP
                                                    VALUE 0.
        01 WS-MISSING-COUNT                        PIC 9(5) COMP
                                                    VALUE 0.
        01 WS-FAIL-COUNT                           PIC 9(5) COMP
                                                    VALUE 0.
        01 WS-EXC-TEXT                                   PIC X(40).
        01 WS-EXC-SEVERITY                               PIC X.
        01 WS-EXC-PGM                                    PIC X(8)
                                                    VALUE 'AUDVERFY'.
        01 WS-EXC-BUS-DATE                               PIC 9(8).
        01 WS-COUNT-DISP                           PIC ZZZZZZ9.
        01 WS-COUNT-DISP2                          PIC ZZZZZZ9.
                COPY "caudchn.cpy".
                COPY "crpthdr.cpy".
      / ------------------------------
        PROCEDURE DIVISION.
        0000-MAIN-PARA.
                PERFORM 1000-READ-BUS-DATE.
                PERFORM 2000-PRINT-HEADER.
                PERFORM 3000-WALK-CATALOG.
                MOVE WS-LIVE-AUDIT-NAME TO WS-AUDIT-NAME.
                PERFORM 3200-VERIFY-ONE-FILE.
                IF WS-AUD-FS = '35'
                    DISPLAY 'AUDVERFY: NO ' WS-LIVE-AUDIT-NAME
                            ' - LIVE LOG EMPTY SINCE LAST CUT'
                END-IF.
                PERFORM 6000-PRINT-SUMMARY.
                PERFORM 7000-WRITE-EXCEPTION.
                PERFORM 9000-SET-RETURN-CODE.
                STOP RUN.

        1000-READ-BUS-DATE.
                MOVE FUNCTION CURRENT-DATE TO WS-DATETIME.
                MOVE WS-DATETIME(1:8) TO WS-BUS-DATE.
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
                MOVE WS-BUS-DATE TO WS-EXC-BUS-DATE.

        2000-PRINT-HEADER.
                MOVE 'AUDIT LOG CHAIN VERIFICATION' TO RPT-TITLE.
                MOVE 1 TO RPT-PAGE-NUM.
                CALL "RPTHDR" USING RPT-HEADER-PARMS.
                DISPLAY RPT-HEADER-LINE-1.
                DISPLAY RPT-HEADER-LINE-2.
                DISPLAY RPT-HEADER-LINE-3.
                DISPLAY ' '.
                DISPLAY 'BUSINESS DATE: ' WS-BUS-DATE.
                DISPLAY ' '.

      / Catalog order is cut order, so the AUDIT rows come oldest
      / generation first.  A missing catalog only means nothing has
      / been cut yet - the live log is then the whole chain.
        3000-WALK-CATALOG.
                OPEN INPUT ARCHIVE-CAT-FILE.
                IF WS-CAT-FS = '00'
                    PERFORM UNTIL WS-CAT-FS NOT = '00'
                        READ ARCHIVE-CAT-FILE NEXT RECORD
                            AT END
                                MOVE '10' TO WS-CAT-FS
                            NOT AT END
                                IF CAT-FILE-ID = 'AUDIT'
                                    PERFORM 3100-VERIFY-GENERATION
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE ARCHIVE-CAT-FILE
                ELSE
                    DISPLAY 'AUDVERFY: NO ARCHIVE-CATALOG.DAT - '
                            'LIVE LOG ONLY'
                END-IF.

      / Rows cataloged before the chain began carry spaces in the
      / chain fields and are walked without an end check.
        3100-VERIFY-GENERATION.
                MOVE 0 TO WS-VFY-CAT-LAST-SEQ.
                MOVE 0 TO WS-VFY-CAT-LAST-CHAIN.
                IF CAT-LAST-SEQ NUMERIC AND CAT-LAST-CHAIN NUMERIC
                    MOVE CAT-LAST-SEQ TO WS-VFY-CAT-LAST-SEQ
                    MOVE CAT-LAST-CHAIN TO WS-VFY-CAT-LAST-CHAIN
                END-IF.
                IF CAT-IS-PURGED
                    ADD 1 TO WS-PURGED-COUNT
                    IF WS-VFY-CAT-LAST-SEQ > 0
                        PERFORM 8270-SEED-FROM-CATALOG
                    END-IF
                ELSE
                    ADD 1 TO WS-GEN-COUNT
                    MOVE CAT-FILE-NAME TO WS-AUDIT-NAME
                    PERFORM 3200-VERIFY-ONE-FILE
                    IF WS-AUD-FS NOT = '10'
                        PERFORM 3300-GENERATION-MISSING
                    END-IF
                    IF WS-VFY-CAT-LAST-SEQ > 0
                        PERFORM 3400-CHECK-OR-SEED-END
                    END-IF
                END-IF.

        3200-VERIFY-ONE-FILE.
                MOVE WS-AUDIT-NAME TO WS-VFY-SOURCE.
                OPEN INPUT AUDIT-FILE.
                IF WS-AUD-FS = '00'
                    PERFORM UNTIL WS-AUD-FS NOT = '00'
                        READ AUDIT-FILE NEXT RECORD
                            AT END
                                MOVE '10' TO WS-AUD-FS
                            NOT AT END
                                MOVE AUDIT-LINE TO WS-VFY-ROW
                                PERFORM 8260-VERIFY-AUDIT-ROW
                        END-READ
                    END-PERFORM
                    CLOSE AUDIT-FILE
                END-IF.

        3300-GENERATION-MISSING.
                ADD 1 TO WS-MISSING-COUNT.
                MOVE 'GAP - ACTIVE GENERATION FILE MISSING'
                        TO WS-VFY-FINDING.
                ADD 1 TO WS-VFY-GAPS.
                PERFORM 8290-REPORT-FINDING.

      / A generation that could not be read has nothing to check
      / its end against; its catalog row still says where the chain
      / resumes, so the next generation is judged on its own link.
        3400-CHECK-OR-SEED-END.
                IF WS-VFY-CHAINED = 'Y'
                    IF WS-AUD-FS NOT = '10'
                        MOVE WS-VFY-CAT-LAST-SEQ TO WS-VFY-EXPECT-SEQ
                        ADD 1 TO WS-VFY-EXPECT-SEQ
                        MOVE WS-VFY-CAT-LAST-CHAIN
                                TO WS-VFY-PREV-CHAIN
                    ELSE
                        PERFORM 8280-CHECK-GEN-END
                    END-IF
                ELSE
                    PERFORM 8270-SEED-FROM-CATALOG
                END-IF.

                COPY "caudcmp.cpy".

                COPY "caudvfy.cpy".

        6000-PRINT-SUMMARY.
                DISPLAY ' '.
                MOVE WS-GEN-COUNT TO WS-COUNT-DISP.
                MOVE WS-PURGED-COUNT TO WS-COUNT-DISP2.
                DISPLAY 'GENERATIONS READ:    ' WS-COUNT-DISP
                        '   PURGED, LINKED BY CATALOG: '
                        WS-COUNT-DISP2.
                MOVE WS-MISSING-COUNT TO WS-COUNT-DISP.
                DISPLAY 'GENERATIONS MISSING: ' WS-COUNT-DISP.
                MOVE WS-VFY-ROWS TO WS-COUNT-DISP.
                DISPLAY 'ROWS READ:           ' WS-COUNT-DISP.
                MOVE WS-VFY-LEGACY TO WS-COUNT-DISP.
                DISPLAY 'ROWS BEFORE CHAINING:' WS-COUNT-DISP.
                MOVE WS-VFY-GAPS TO WS-COUNT-DISP.
                DISPLAY 'GAPS:                ' WS-COUNT-DISP.
                MOVE WS-VFY-BREAKS TO WS-COUNT-DISP.
                DISPLAY 'BROKEN LINKS:        ' WS-COUNT-DISP.
                MOVE WS-VFY-ORDER TO WS-COUNT-DISP.
                DISPLAY 'BUS DATES OUT OF ORDER:' WS-COUNT-DISP.
                DISPLAY ' '.
                COMPUTE WS-FAIL-COUNT = WS-VFY-GAPS + WS-VFY-BREAKS.
                EVALUATE TRUE
                    WHEN WS-FAIL-COUNT > 0
                        DISPLAY 'AUDIT CHAIN FAILED - THE LOG HAS BEEN '
                                'ALTERED OR LOST ROWS'
                    WHEN WS-VFY-ORDER > 0
                        DISPLAY 'AUDIT CHAIN VERIFIED - BUSINESS DATES '
                                'OUT OF ORDER FOR REVIEW'
                    WHEN WS-VFY-CHAINED NOT = 'Y'
                        DISPLAY 'NO CHAINED AUDIT ROWS YET - NOTHING '
                                'TO VERIFY'
                    WHEN OTHER
                        DISPLAY 'AUDIT CHAIN VERIFIED CLEAN'
                END-EVALUATE.

      / One row per run, naming the counts; the console has the rows.
        7000-WRITE-EXCEPTION.
                MOVE SPACES TO WS-EXC-TEXT.
                IF WS-FAIL-COUNT > 0
                    MOVE WS-VFY-GAPS TO WS-COUNT-DISP
                    MOVE WS-VFY-BREAKS TO WS-COUNT-DISP2
                    STRING 'AUDIT CHAIN FAILED' WS-COUNT-DISP ' GAP'
                           WS-COUNT-DISP2 ' BRK'
                           DELIMITED BY SIZE INTO WS-EXC-TEXT
                    MOVE 'F' TO WS-EXC-SEVERITY
                    PERFORM 8610-APPEND-EXCEPTION
                ELSE
                    IF WS-VFY-ORDER > 0
                        MOVE WS-VFY-ORDER TO WS-COUNT-DISP
                        STRING 'AUDIT BUS DATES OUT OF ORDER'
                               WS-COUNT-DISP
                               DELIMITED BY SIZE INTO WS-EXC-TEXT
                        MOVE 'W' TO WS-EXC-SEVERITY
                        PERFORM 8610-APPEND-EXCEPTION
                    END-IF
                END-IF.

                COPY "cexcapnd.cpy".

        9000-SET-RETURN-CODE.
                EVALUATE TRUE
                    WHEN WS-FAIL-COUNT > 0
                        MOVE 8 TO RETURN-CODE
                    WHEN WS-VFY-ORDER > 0
                        MOVE 4 TO RETURN-CODE
                    WHEN OTHER
                        MOVE 0 TO RETURN-CODE
                END-EVALUATE.

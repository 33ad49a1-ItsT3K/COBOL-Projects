      / business date, so overridden catch-up runs are found under
      / the date they were FOR as well as the date they ran.
      /
      / The audit log's tamper-evident chain (see CAUDIT) crosses
      / every cut: the catalog row for an AUDIT generation records
      / the first and last sequence numbers cut and the last check
      / value, which is where TODAY picks the chain up once the live
      / log is empty and where AUDVERFY links across a purge.  A
      / retrieval re-verifies the chain through every generation it
      / reads (the shared CAUDVFY paragraphs) and closes the extract
      / with a VERIFY line saying whether the audit rows in the range
      / verified clean.
      /
      / RETURN-CODE: 0 good, 4 the retrieved range did not verify
      / clean, 8 control file unreadable/bad or a generation could
      / not be written.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. AUDARCH.
        AUTHOR. JDM.
                        10      WS-CT-GEN-DATE   PIC 9(8).
                        10      WS-CT-STATUS     PIC X.
                        10      WS-CT-NAME       PIC X(30).
                        10      WS-CT-CHAIN-INFO PIC X(28).
      / ------------------------------
      / Archive-pass working fields.
      / ------------------------------
        01 WS-OLDEST-GEN                           PIC 9(4).
        01 WS-DOT-POS                              PIC 9(2) COMP.
        01 WS-BASE-NAME                            PIC X(30).
        01 WS-CUT-CHAIN-INFO.
                05      WS-CUT-FIRST-SEQ         PIC 9(8).
                05      FILLER                   PIC X VALUE SPACE.
                05      WS-CUT-LAST-SEQ          PIC 9(8).
                05      FILLER                   PIC X VALUE SPACE.
                05      WS-CUT-LAST-CHAIN        PIC 9(10).
      / ------------------------------
      / Retrieval-pass working fields.
      / ------------------------------
        01 WS-EXTRACT-COUNT                        PIC 9(7) COMP
                                                    VALUE 0.
        01 WS-COUNT-DISP                           PIC ZZZZZZ9.
      / ------------------------------
      / Retrieval chain check: failures are charged to the range when
      / the row that showed them, or the audit row before it, was
      / extracted - a row deleted from the end of the range only
      / shows as a gap on the row after.
      / ------------------------------
        01 WS-FAILS-BEFORE                         PIC 9(5) COMP.
        01 WS-PREV-AUD-WANTED                      PIC X VALUE 'N'.
        01 WS-RANGE-AUD-ROWS                       PIC 9(7) COMP
                                                    VALUE 0.
        01 WS-RANGE-FAILS                          PIC 9(5) COMP
                                                    VALUE 0.
                COPY "caudchn.cpy".
                COPY "crpthdr.cpy".
      / ------------------------------
        PROCEDURE DIVISION.
                                        (WS-CAT-COUNT)
                                    MOVE CAT-FILE-NAME TO WS-CT-NAME
                                        (WS-CAT-COUNT)
                                    MOVE CAT-CHAIN-INFO TO
                                        WS-CT-CHAIN-INFO
                                        (WS-CAT-COUNT)
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE LIVE-LOG-FILE
                ELSE
                    MOVE 0 TO WS-COPY-COUNT
                    MOVE 0 TO WS-CUT-FIRST-SEQ
                    MOVE 0 TO WS-CUT-LAST-SEQ
                    MOVE 0 TO WS-CUT-LAST-CHAIN
                    MOVE 'N' TO WS-COPY-BAD
                    PERFORM UNTIL WS-LIVE-FS NOT = '00'
                            OR WS-COPY-BAD = 'Y'
                            MOVE 'Y' TO WS-COPY-BAD
                        ELSE
                            ADD 1 TO WS-COPY-COUNT
                            IF WS-LOG-ID (WS-LOG-IDX) = 'AUDIT'
                                PERFORM 3250-NOTE-AUDIT-CHAIN
                            END-IF
                            READ LIVE-LOG-FILE
                                AT END
                                    MOVE '10' TO WS-LIVE-FS
                    END-IF
                END-IF.

      / Chained audit rows carry the sequence in columns 76-83 and
      / the check value in 85-94; rows from before chaining do not.
        3250-NOTE-AUDIT-CHAIN.
                IF LIVE-LOG-RECORD (76:8) NUMERIC
                   AND LIVE-LOG-RECORD (85:10) NUMERIC
                    IF WS-CUT-FIRST-SEQ = 0
                        MOVE LIVE-LOG-RECORD (76:8)
                                TO WS-CUT-FIRST-SEQ
                    END-IF
                    MOVE LIVE-LOG-RECORD (76:8) TO WS-CUT-LAST-SEQ
                    MOVE LIVE-LOG-RECORD (85:10) TO WS-CUT-LAST-CHAIN
                END-IF.

      / Generation names splice .Gnnnn ahead of the live file's .DAT:
      / AUDIT-LOG.DAT generation 3 is AUDIT-LOG.G0003.DAT.
        3300-BUILD-GEN-NAME.
                            WS-CT-GEN-DATE (WS-CAT-COUNT)
                    MOVE 'A' TO WS-CT-STATUS (WS-CAT-COUNT)
                    MOVE WS-GEN-NAME TO WS-CT-NAME (WS-CAT-COUNT)
                    MOVE WS-CUT-CHAIN-INFO
                            TO WS-CT-CHAIN-INFO (WS-CAT-COUNT)
                END-IF.

      / Retention: while a log holds more active generations than the
                ELSE
                    PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                            UNTIL WS-CAT-IDX > WS-CAT-COUNT
                        IF WS-CT-FILE-ID (WS-CAT-IDX) = 'AUDIT'
                            PERFORM 4050-STAGE-CATALOG-CHAIN
                        END-IF
                        IF WS-CT-STATUS (WS-CAT-IDX) = 'A'
                            PERFORM 4100-EXTRACT-ONE-GEN
                        ELSE
                            IF WS-CT-FILE-ID (WS-CAT-IDX) = 'AUDIT'
                               AND WS-VFY-CAT-LAST-SEQ > 0
                                PERFORM 8270-SEED-FROM-CATALOG
                            END-IF
                        END-IF
                    END-PERFORM
                    PERFORM VARYING WS-LOG-IDX FROM 1 BY 1
                            UNTIL WS-LOG-IDX > 3
                        PERFORM 4200-EXTRACT-LIVE-LOG
                    END-PERFORM
                    PERFORM 4500-WRITE-VERIFY-LINE
                    CLOSE EXTRACT-FILE
                    MOVE WS-EXTRACT-COUNT TO WS-COUNT-DISP
                    DISPLAY 'RECORDS EXTRACTED: ' WS-COUNT-DISP
                END-IF.

      / Rows cataloged before the chain began carry spaces here and
      / stage as zero - nothing to seed from or check against.
        4050-STAGE-CATALOG-CHAIN.
                MOVE 0 TO WS-VFY-CAT-LAST-SEQ.
                MOVE 0 TO WS-VFY-CAT-LAST-CHAIN.
                MOVE WS-CT-CHAIN-INFO (WS-CAT-IDX)
                        TO WS-CUT-CHAIN-INFO.
                IF WS-CUT-LAST-SEQ NUMERIC
                   AND WS-CUT-LAST-CHAIN NUMERIC
                    MOVE WS-CUT-LAST-SEQ TO WS-VFY-CAT-LAST-SEQ
                    MOVE WS-CUT-LAST-CHAIN TO WS-VFY-CAT-LAST-CHAIN
                END-IF.

        4100-EXTRACT-ONE-GEN.
                MOVE WS-CT-NAME (WS-CAT-IDX) TO WS-GEN-NAME.
                OPEN INPUT GEN-FILE.
                                MOVE WS-CT-FILE-ID (WS-CAT-IDX)
                                        TO EXT-FILE-ID
                                PERFORM 4300-EXTRACT-IF-IN-RANGE
                                IF EXT-FILE-ID = 'AUDIT'
                                    MOVE WS-GEN-NAME TO WS-VFY-SOURCE
                                    PERFORM 4400-VERIFY-AUDIT-ROW
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE GEN-FILE
                    IF WS-CT-FILE-ID (WS-CAT-IDX) = 'AUDIT'
                       AND WS-VFY-CAT-LAST-SEQ > 0
                        COMPUTE WS-FAILS-BEFORE =
                                WS-VFY-GAPS + WS-VFY-BREAKS
                        PERFORM 8280-CHECK-GEN-END
                        PERFORM 4410-CHARGE-RANGE
                    END-IF
                END-IF.

        4200-EXTRACT-LIVE-LOG.
                                MOVE WS-LOG-ID (WS-LOG-IDX)
                                        TO EXT-FILE-ID
                                PERFORM 4300-EXTRACT-IF-IN-RANGE
                                IF EXT-FILE-ID = 'AUDIT'
                                    MOVE WS-LIVE-NAME TO WS-VFY-SOURCE
                                    PERFORM 4400-VERIFY-AUDIT-ROW
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE LIVE-LOG-FILE
                    ADD 1 TO WS-EXTRACT-COUNT
                END-IF.

        4400-VERIFY-AUDIT-ROW.
                MOVE LIVE-LOG-RECORD TO WS-VFY-ROW.
                COMPUTE WS-FAILS-BEFORE = WS-VFY-GAPS + WS-VFY-BREAKS.
                PERFORM 8260-VERIFY-AUDIT-ROW.
                PERFORM 4410-CHARGE-RANGE.
                IF WS-ROW-WANTED = 'Y'
                    ADD 1 TO WS-RANGE-AUD-ROWS
                END-IF.
                MOVE WS-ROW-WANTED TO WS-PREV-AUD-WANTED.

        4410-CHARGE-RANGE.
                IF WS-VFY-GAPS + WS-VFY-BREAKS > WS-FAILS-BEFORE
                   AND (WS-ROW-WANTED = 'Y'
                        OR WS-PREV-AUD-WANTED = 'Y')
                    ADD 1 TO WS-RANGE-FAILS
                END-IF.

      / The statement rides in the extract itself, so the evidence
      / handed over says whether it can be trusted.
        4500-WRITE-VERIFY-LINE.
                MOVE 'VERIFY' TO EXT-FILE-ID.
                MOVE SPACE TO EXT-SEP1.
                MOVE SPACES TO EXT-DATA.
                MOVE WS-RANGE-AUD-ROWS TO WS-COUNT-DISP.
                EVALUATE TRUE
                    WHEN WS-RANGE-FAILS > 0
                        MOVE WS-RANGE-FAILS TO WS-COUNT-DISP
                        STRING 'AUDIT CHAIN FOR RANGE DID NOT VERIFY - '
                               WS-COUNT-DISP
                               ' FAILURES - RUN AUDVERFY'
                               DELIMITED BY SIZE INTO EXT-DATA
                        MOVE 4 TO RETURN-CODE
                    WHEN WS-RANGE-AUD-ROWS = 0
                        MOVE 'NO AUDIT ROWS IN RANGE - NOTHING TO CHECK'
                                TO EXT-DATA
                    WHEN OTHER
                        STRING 'AUDIT CHAIN FOR RANGE VERIFIED CLEAN - '
                               WS-COUNT-DISP ' AUDIT ROWS'
                               DELIMITED BY SIZE INTO EXT-DATA
                END-EVALUATE.
                WRITE EXTRACT-RECORD.
                DISPLAY ' '.
                DISPLAY EXT-DATA (1:72).

                COPY "caudcmp.cpy".

                COPY "caudvfy.cpy".

        5000-REWRITE-CATALOG.
                OPEN OUTPUT ARCHIVE-CAT-FILE.
                IF WS-CAT-FS NOT = '00'
                                TO CAT-STATUS
                        MOVE WS-CT-NAME (WS-CAT-IDX)
                                TO CAT-FILE-NAME
                        MOVE SPACE TO CAT-SEP5
                        MOVE WS-CT-CHAIN-INFO (WS-CAT-IDX)
                                TO CAT-CHAIN-INFO
                        WRITE ARCHIVE-CAT-RECORD
                        IF WS-CAT-FS NOT = '00'
                            DISPLAY 'AUDARCH: ERROR ' WS-CAT-FS

      / ------------------------------
      / CAUDVFY - AUDIT-LOG.DAT chain verification, shared by AUDVERFY
      / (the whole chain) and AUDARCH mode R (the retrieved range).
      / The caller walks the AUDIT generations in catalog order and
      / then the live log, and for each row stages it in WS-VFY-ROW
      / (with the file name in WS-VFY-SOURCE for the findings) and
      / PERFORMs 8260-VERIFY-AUDIT-ROW.  WS-VFY-ROW-FLAGGED comes
      / back 'Y' when the row drew a finding.
      /
      / A purged generation's catalog row still carries where its
      / chain ended: the caller stages CAT-LAST-SEQ/CAT-LAST-CHAIN
      / in WS-VFY-CAT-LAST-SEQ/-CHAIN and PERFORMs 8270 so the first
      / surviving row is linked to it.  After each active generation
      / the caller stages the same two fields and PERFORMs 8280 to
      / prove the file still ends where the cut ended it.
      /
      / Findings: a gap (sequence numbers missing), a broken link
      / (sequence repeated or backwards, a row whose check value
      / does not follow from the one before, an unchained row after
      / the chain began, or a generation cut short), and a business
      / date earlier than the row before it.  Gaps and broken links
      / fail the chain; an out-of-order business date is reported
      / for review, since a date-override catch-up run can cause one.
      /
      / Caller COPYs CAUDCHN for the fields and CAUDCMP for 8250.
      / ------------------------------
        8260-VERIFY-AUDIT-ROW.
                ADD 1 TO WS-VFY-ROWS.
                MOVE 'N' TO WS-VFY-ROW-FLAGGED.
                IF WS-VFY-ROW (76:8) NOT NUMERIC
                   OR WS-VFY-ROW (85:10) NOT NUMERIC
                    IF WS-VFY-CHAINED = 'Y'
                        MOVE 'BROKEN LINK - UNCHAINED ROW AFTER CHAIN '
                             TO WS-VFY-FINDING
                        ADD 1 TO WS-VFY-BREAKS
                        PERFORM 8290-REPORT-FINDING
                    ELSE
                        ADD 1 TO WS-VFY-LEGACY
                    END-IF
                ELSE
                    MOVE WS-VFY-ROW (76:8) TO WS-VFY-ROW-SEQ
                    MOVE WS-VFY-ROW (85:10) TO WS-VFY-ROW-CHAIN
                    PERFORM 8265-CHECK-LINK
                    MOVE WS-VFY-ROW-SEQ TO WS-VFY-EXPECT-SEQ
                    ADD 1 TO WS-VFY-EXPECT-SEQ
                    MOVE WS-VFY-ROW-CHAIN TO WS-VFY-PREV-CHAIN
                    MOVE 'Y' TO WS-VFY-CHAINED
                END-IF.
                IF WS-VFY-ROW (65:8) NUMERIC
                    MOVE WS-VFY-ROW (65:8) TO WS-VFY-ROW-BUS-DATE
                    IF WS-VFY-ROW-BUS-DATE < WS-VFY-PREV-BUS-DATE
                        MOVE SPACES TO WS-VFY-FINDING
                        STRING 'BUS DATE ' WS-VFY-ROW-BUS-DATE
                               ' EARLIER THAN ' WS-VFY-PREV-BUS-DATE
                               DELIMITED BY SIZE INTO WS-VFY-FINDING
                        ADD 1 TO WS-VFY-ORDER
                        PERFORM 8290-REPORT-FINDING
                    END-IF
                    MOVE WS-VFY-ROW-BUS-DATE TO WS-VFY-PREV-BUS-DATE
                END-IF.

      / The very first chained row links to zero.  A chain first met
      / part-way (its start cut and purged before the catalog kept
      / chain ends) is picked up from that row without a finding.
      / After a gap the link is not tested - it cannot hold, and the
      / gap is the finding - and checking resumes from the row.
        8265-CHECK-LINK.
                IF WS-VFY-CHAINED NOT = 'Y'
                    IF WS-VFY-ROW-SEQ = 1
                        MOVE 1 TO WS-VFY-EXPECT-SEQ
                        MOVE 0 TO WS-VFY-PREV-CHAIN
                    ELSE
                        MOVE WS-VFY-ROW-SEQ TO WS-VFY-SEQ-DISP
                        DISPLAY WS-VFY-SOURCE ' CHAIN PICKED UP AT SEQ'
                                WS-VFY-SEQ-DISP
                        MOVE WS-VFY-ROW-SEQ TO WS-VFY-EXPECT-SEQ
                        MOVE WS-VFY-ROW-CHAIN TO WS-VFY-PREV-CHAIN
                    END-IF
                END-IF.
                EVALUATE TRUE
                    WHEN WS-VFY-CHAINED NOT = 'Y'
                         AND WS-VFY-ROW-SEQ NOT = 1
                        CONTINUE
                    WHEN WS-VFY-ROW-SEQ > WS-VFY-EXPECT-SEQ
                        MOVE WS-VFY-EXPECT-SEQ TO WS-VFY-SEQ-DISP
                        COMPUTE WS-VFY-SEQ-DISP2 = WS-VFY-ROW-SEQ - 1
                        MOVE SPACES TO WS-VFY-FINDING
                        STRING 'GAP - SEQ' WS-VFY-SEQ-DISP ' THRU'
                               WS-VFY-SEQ-DISP2 ' MISSING'
                               DELIMITED BY SIZE INTO WS-VFY-FINDING
                        ADD 1 TO WS-VFY-GAPS
                        PERFORM 8290-REPORT-FINDING
                    WHEN WS-VFY-ROW-SEQ < WS-VFY-EXPECT-SEQ
                        MOVE WS-VFY-ROW-SEQ TO WS-VFY-SEQ-DISP
                        MOVE SPACES TO WS-VFY-FINDING
                        STRING 'BROKEN LINK - SEQ' WS-VFY-SEQ-DISP
                               ' REPEATED OR BACKWARDS'
                               DELIMITED BY SIZE INTO WS-VFY-FINDING
                        ADD 1 TO WS-VFY-BREAKS
                        PERFORM 8290-REPORT-FINDING
                    WHEN OTHER
                        MOVE WS-VFY-ROW (1:83) TO WS-CHN-DATA
                        MOVE WS-VFY-PREV-CHAIN TO WS-CHN-PREV
                        PERFORM 8250-COMPUTE-AUDIT-CHAIN
                        IF WS-CHN-VALUE NOT = WS-VFY-ROW-CHAIN
                            MOVE WS-VFY-ROW-SEQ TO WS-VFY-SEQ-DISP
                            MOVE SPACES TO WS-VFY-FINDING
                            STRING 'BROKEN LINK - SEQ' WS-VFY-SEQ-DISP
                                   ' CHECK VALUE MISMATCH'
                                   DELIMITED BY SIZE
                                   INTO WS-VFY-FINDING
                            ADD 1 TO WS-VFY-BREAKS
                            PERFORM 8290-REPORT-FINDING
                        END-IF
                END-EVALUATE.

      / Only before any row has been read - a purged generation is
      / always older than every surviving one.
        8270-SEED-FROM-CATALOG.
                IF WS-VFY-CHAINED NOT = 'Y'
                    MOVE WS-VFY-CAT-LAST-SEQ TO WS-VFY-EXPECT-SEQ
                    ADD 1 TO WS-VFY-EXPECT-SEQ
                    MOVE WS-VFY-CAT-LAST-CHAIN TO WS-VFY-PREV-CHAIN
                    MOVE 'Y' TO WS-VFY-CHAINED
                END-IF.

      / A generation that no longer ends where the cut recorded has
      / lost its tail, or had rows appended after the cut.
        8280-CHECK-GEN-END.
                MOVE 'N' TO WS-VFY-ROW-FLAGGED.
                IF WS-VFY-CHAINED = 'Y'
                   AND (WS-VFY-EXPECT-SEQ NOT = WS-VFY-CAT-LAST-SEQ + 1
                        OR WS-VFY-PREV-CHAIN
                           NOT = WS-VFY-CAT-LAST-CHAIN)
                    COMPUTE WS-VFY-SEQ-DISP = WS-VFY-EXPECT-SEQ - 1
                    MOVE WS-VFY-CAT-LAST-SEQ TO WS-VFY-SEQ-DISP2
                    MOVE SPACES TO WS-VFY-FINDING
                    STRING 'GAP - ENDS AT SEQ' WS-VFY-SEQ-DISP
                           ', CATALOG SAYS' WS-VFY-SEQ-DISP2
                           DELIMITED BY SIZE INTO WS-VFY-FINDING
                    ADD 1 TO WS-VFY-GAPS
                    PERFORM 8290-REPORT-FINDING
      / Carry on from the catalog's end so the next generation is
      / judged on its own link, not on this one's loss.
                    MOVE WS-VFY-CAT-LAST-SEQ TO WS-VFY-EXPECT-SEQ
                    ADD 1 TO WS-VFY-EXPECT-SEQ
                    MOVE WS-VFY-CAT-LAST-CHAIN TO WS-VFY-PREV-CHAIN
                END-IF.

        8290-REPORT-FINDING.
                MOVE 'Y' TO WS-VFY-ROW-FLAGGED.
                DISPLAY WS-VFY-SOURCE ' ' WS-VFY-FINDING.

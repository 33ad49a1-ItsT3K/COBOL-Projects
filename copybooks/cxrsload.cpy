      / ------------------------------
      / CXRSLOAD - shared resolution load and lookup paragraphs, so
      / EODGATE, EXCMON, and EXCAGE agree on which exceptions have
      / been handled.  PERFORM 8700 once, then for each
      / EXCEPTIONS.DAT row stage its timestamp, source program,
      / business date, and message in WS-XRS-LOOKUP-KEY and PERFORM
      / 8750.
      /
      / Caller must have in WORKING-STORAGE: WS-XRS-FS PIC XX and
      / COPY cxrstab.cpy; and an FD EXC-RESOLUTION-FILE COPYing
      / cexcres.cpy, SELECTed LINE SEQUENTIAL on
      / "EXCEPTION-RESOLUTIONS.DAT" with FILE STATUS WS-XRS-FS.  An
      / absent file means nothing is handled yet.  Entries past the
      / table's size are reported and left out, which can only ever
      / leave a handled exception still counting - never the
      / reverse.
      / ------------------------------
        8700-LOAD-RESOLUTIONS.
                MOVE 0 TO WS-XRS-COUNT.
                MOVE 'N' TO WS-XRS-OVERFLOW.
                OPEN INPUT EXC-RESOLUTION-FILE.
                IF WS-XRS-FS = '00'
                    PERFORM UNTIL WS-XRS-FS NOT = '00'
                        READ EXC-RESOLUTION-FILE NEXT RECORD
                            AT END
                                MOVE '10' TO WS-XRS-FS
                            NOT AT END
                                IF XRS-ACKNOWLEDGE OR XRS-RESOLVE
                                    PERFORM 8710-HOLD-RESOLUTION
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE EXC-RESOLUTION-FILE
                END-IF.
                IF WS-XRS-OVERFLOW = 'Y'
                    DISPLAY 'MORE THAN ' WS-XRS-MAX
                            ' EXCEPTIONS ACKNOWLEDGED OR RESOLVED - '
                            'THE REST ARE NOT APPLIED'
                END-IF.

        8710-HOLD-RESOLUTION.
                MOVE XRS-EXC-TIMESTAMP TO WS-XRS-LOOKUP-TS.
                MOVE XRS-EXC-PGM TO WS-XRS-LOOKUP-PGM.
                IF XRS-EXC-BUS-DATE NUMERIC
                    MOVE XRS-EXC-BUS-DATE TO WS-XRS-LOOKUP-DATE
                ELSE
                    MOVE 0 TO WS-XRS-LOOKUP-DATE
                END-IF.
                MOVE XRS-EXC-MESSAGE TO WS-XRS-LOOKUP-MSG.
                PERFORM 8760-SEARCH-RESOLUTIONS.
                IF WS-XRS-FOUND = 0
                    IF WS-XRS-COUNT < WS-XRS-MAX
                        ADD 1 TO WS-XRS-COUNT
                        MOVE WS-XRS-COUNT TO WS-XRS-FOUND
                        MOVE WS-XRS-LOOKUP-KEY
                                TO WS-XR-KEY (WS-XRS-FOUND)
                        MOVE SPACE TO WS-XR-STATE (WS-XRS-FOUND)
                        MOVE 'N' TO WS-XR-MATCHED (WS-XRS-FOUND)
                    ELSE
                        MOVE 'Y' TO WS-XRS-OVERFLOW
                    END-IF
                END-IF.
                IF WS-XRS-FOUND > 0
                   AND WS-XR-STATE (WS-XRS-FOUND) NOT = 'R'
                    MOVE XRS-ACTION TO WS-XR-STATE (WS-XRS-FOUND)
                    MOVE XRS-USER-ID TO WS-XR-USER (WS-XRS-FOUND)
                    MOVE XRS-REASON-CODE
                            TO WS-XR-REASON (WS-XRS-FOUND)
                END-IF.

        8750-FIND-RESOLUTION.
                MOVE SPACE TO WS-XRS-STATE.
                MOVE SPACES TO WS-XRS-USER.
                MOVE SPACES TO WS-XRS-REASON.
                PERFORM 8760-SEARCH-RESOLUTIONS.
                IF WS-XRS-FOUND > 0
                    MOVE WS-XR-STATE (WS-XRS-FOUND) TO WS-XRS-STATE
                    MOVE WS-XR-USER (WS-XRS-FOUND) TO WS-XRS-USER
                    MOVE WS-XR-REASON (WS-XRS-FOUND) TO WS-XRS-REASON
                    MOVE 'Y' TO WS-XR-MATCHED (WS-XRS-FOUND)
                END-IF.

        8760-SEARCH-RESOLUTIONS.
                MOVE 0 TO WS-XRS-FOUND.
                PERFORM VARYING WS-XRS-IDX FROM 1 BY 1
                        UNTIL WS-XRS-IDX > WS-XRS-COUNT
                           OR WS-XRS-FOUND > 0
                    IF WS-XR-KEY (WS-XRS-IDX) = WS-XRS-LOOKUP-KEY
                        MOVE WS-XRS-IDX TO WS-XRS-FOUND
                    END-IF
                END-PERFORM.

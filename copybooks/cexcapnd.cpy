      / ------------------------------
      / CEXCAPND - shared EXCEPTIONS.DAT append paragraph, the same
      / shape as TODAY's 8610 so every step that raises an operations
      / exception writes the row the way EXCMON and EODGATE expect to
      / grade it: the run timestamp, zero drift, the caller's text
      / and severity, the caller's program name, and the business
      / date the run was for.  An append that itself fails only
      / DISPLAYs - the exception file being down is not allowed to
      / recurse into more exceptions.
      /
      / Caller must have in WORKING-STORAGE: WS-EXC-FS PIC XX;
      / WS-DATETIME PIC X(21) holding the run timestamp;
      / WS-EXC-TEXT PIC X(40); WS-EXC-SEVERITY PIC X (I/W/E/F);
      / WS-EXC-PGM PIC X(8); WS-EXC-BUS-DATE PIC 9(8); and an FD
      / EXCEPTIONS-FILE COPYing cexcept.cpy, SELECTed LINE
      / SEQUENTIAL on "EXCEPTIONS.DAT" with FILE STATUS WS-EXC-FS.
      / ------------------------------
        8610-APPEND-EXCEPTION.
                MOVE WS-DATETIME     TO EXC-TIMESTAMP.
                MOVE SPACE           TO EXC-SEP1.
                MOVE 0               TO EXC-DRIFT-SEC.
                MOVE SPACE           TO EXC-SEP2.
                MOVE WS-EXC-TEXT     TO EXC-MESSAGE.
                MOVE SPACE           TO EXC-SEP3.
                MOVE WS-EXC-SEVERITY TO EXC-SEVERITY.
                MOVE SPACE           TO EXC-SEP4.
                MOVE WS-EXC-PGM      TO EXC-SOURCE-PGM.
                MOVE SPACE           TO EXC-SEP5.
                MOVE WS-EXC-BUS-DATE TO EXC-BUS-DATE.
                OPEN INPUT EXCEPTIONS-FILE.
                IF WS-EXC-FS = '00'
                    CLOSE EXCEPTIONS-FILE
                    OPEN EXTEND EXCEPTIONS-FILE
                ELSE
                    OPEN OUTPUT EXCEPTIONS-FILE
                END-IF.
                IF WS-EXC-FS NOT = '00'
                    DISPLAY WS-EXC-PGM ': ERROR ' WS-EXC-FS
                            ' opening EXCEPTIONS.DAT for append'
                ELSE
                    WRITE EXCEPTION-RECORD
                    IF WS-EXC-FS NOT = '00'
                        DISPLAY WS-EXC-PGM ': ERROR ' WS-EXC-FS
                                ' writing EXCEPTIONS.DAT'
                    END-IF
                    CLOSE EXCEPTIONS-FILE
                END-IF.

      / STEPPLAN is the restart plan for the 2am abend.  STEPREG's
      / action 'Q' names the first step that did not finish, but a
      / restart also has to know which of the rest may safely go
      / again and which must not.  This step reads tonight's rows from
      / STEP-STATUS.DAT (copybook CSTEPFIL) and the prerequisite
      / master STEP-PREREQS.DAT (copybook CSTEPPRQ) and sorts every
      / step either one knows about into three lists:
      /
      /   COMPLETE - DO NOT RERUN  registered complete tonight
      /   SAFE TO RERUN NOW        started and never ended, or not
      /                            yet run, with every prerequisite
      /                            complete
      /   BLOCKED                  a prerequisite is still open or
      /                            never ran - the blocking steps are
      /                            named on the line
      /
      / in registry sequence order, steps never registered tonight
      / following by name.  It changes nothing; STEPREG still refuses
      / a blocked start on its own.
      /
      / RETURN-CODE: 0 plan printed, 8 no CURRENT-BUS-DATE.DAT to key
      / tonight's rows against.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. STEPPLAN.
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
            SELECT STEP-STATUS-FILE ASSIGN TO "STEP-STATUS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SS-FS.
            SELECT STEP-PREREQ-FILE ASSIGN TO "STEP-PREREQS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SPQ-FS.
      / ------------------------------
        DATA DIVISION.
        FILE SECTION.
        FD  BUS-DATE-FILE.
            COPY "cbusdate.cpy".
        FD  STEP-STATUS-FILE.
            COPY "cstepfil.cpy".
        FD  STEP-PREREQ-FILE.
            COPY "cstepprq.cpy".
      / ------------------------------
        WORKING-STORAGE SECTION.
        01 WS-BD-FS                                      PIC XX.
        01 WS-SS-FS                                      PIC XX.
        01 WS-SPQ-FS                                     PIC XX.
        01 WS-BUS-DATE                                   PIC 9(8)
                                                          VALUE 0.
      / ------------------------------
      / Every step named by tonight's registry or by the master, one
      / slot each.  A step the registry has not seen carries status
      / N and sequence 999 so it sorts after the registered ones.
      / ------------------------------
        01 WS-STEP-COUNT                           PIC 9(3) COMP
                                                    VALUE 0.
        01 WS-STEP-MAX                             PIC 9(3) COMP
                                                    VALUE 300.
        01 WS-STEP-IDX                             PIC 9(3) COMP.
        01 WS-STEP-IDX2                            PIC 9(3) COMP.
        01 WS-FOUND-IDX                            PIC 9(3) COMP.
        01 WS-STEP-TABLE.
                05      WS-STEP-ENTRY OCCURS 300 TIMES.
                        10      WS-ST-SEQUENCE   PIC 9(3).
                        10      WS-ST-STEP-NAME  PIC X(8).
                        10      WS-ST-STATUS     PIC X.
                        10      WS-ST-PLAN       PIC X.
                        10      WS-ST-BLOCKERS   PIC X(36).
        01 WS-SWAP-ENTRY                           PIC X(49).
        01 WS-LOOKUP-NAME                          PIC X(8).
      / ------------------------------
      / The prerequisite master held as pairs.
      / ------------------------------
        01 WS-PRQ-COUNT                            PIC 9(3) COMP
                                                    VALUE 0.
        01 WS-PRQ-MAX                              PIC 9(3) COMP
                                                    VALUE 500.
        01 WS-PRQ-IDX                              PIC 9(3) COMP.
        01 WS-PRQ-TABLE.
                05      WS-PRQ-ENTRY OCCURS 500 TIMES.
                        10      WS-PQ-STEP-NAME  PIC X(8).
                        10      WS-PQ-PREREQ     PIC X(8).
      / ------------------------------
      / Plan building.
      / ------------------------------
        01 WS-BLOCKER-PTR                          PIC 9(3) COMP.
        01 WS-PREREQ-STATUS                        PIC X.
        01 WS-SECTION-PLAN                         PIC X.
        01 WS-SECTION-LINES                        PIC 9(3) COMP.
        01 WS-COMPLETE-COUNT                       PIC 9(3) COMP
                                                    VALUE 0.
        01 WS-SAFE-COUNT                           PIC 9(3) COMP
                                                    VALUE 0.
        01 WS-BLOCKED-COUNT                        PIC 9(3) COMP
                                                    VALUE 0.
        01 WS-STATE-TEXT                           PIC X(8).
        01 WS-SEQ-TEXT                             PIC X(3).
        01 WS-COUNT-DISP                           PIC ZZZZ9.
        01 WS-DETAIL-LINE                          PIC X(80).
                COPY "crpthdr.cpy".
      / ------------------------------
        PROCEDURE DIVISION.
        0000-MAIN-PARA.
                PERFORM 1000-READ-BUS-DATE.
                IF WS-BUS-DATE = 0
                    DISPLAY 'STEPPLAN: ERROR ' WS-BD-FS
                            ' reading CURRENT-BUS-DATE.DAT'
                    MOVE 8 TO RETURN-CODE
                ELSE
                    PERFORM 1100-LOAD-REGISTRY
                    PERFORM 1200-LOAD-PREREQS
                    PERFORM 2000-BUILD-PLAN
                    PERFORM 2500-SORT-STEPS
                    PERFORM 6000-PRINT-PLAN
                    MOVE 0 TO RETURN-CODE
                END-IF.
                STOP RUN.

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

      / Only tonight's rows count - a prior window's rows are the
      / ones STEPREG purges on the next start.
        1100-LOAD-REGISTRY.
                OPEN INPUT STEP-STATUS-FILE.
                IF WS-SS-FS = '00'
                    PERFORM UNTIL WS-SS-FS NOT = '00'
                        READ STEP-STATUS-FILE NEXT RECORD
                            AT END
                                MOVE '10' TO WS-SS-FS
                            NOT AT END
                                IF SS-BUS-DATE = WS-BUS-DATE
                                    MOVE SS-STEP-NAME
                                            TO WS-LOOKUP-NAME
                                    PERFORM 1300-FIND-OR-ADD-STEP
                                    IF WS-FOUND-IDX > 0
                                        MOVE SS-SEQUENCE TO
                                            WS-ST-SEQUENCE
                                            (WS-FOUND-IDX)
                                        MOVE SS-STATUS TO
                                            WS-ST-STATUS
                                            (WS-FOUND-IDX)
                                    END-IF
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE STEP-STATUS-FILE
                ELSE
                    DISPLAY 'STEPPLAN: NO STEP-STATUS.DAT - NOTHING '
                            'REGISTERED TONIGHT'
                END-IF.

        1200-LOAD-PREREQS.
                OPEN INPUT STEP-PREREQ-FILE.
                IF WS-SPQ-FS = '00'
                    PERFORM UNTIL WS-SPQ-FS NOT = '00'
                        READ STEP-PREREQ-FILE NEXT RECORD
                            AT END
                                MOVE '10' TO WS-SPQ-FS
                            NOT AT END
                                PERFORM 1210-HOLD-ONE-PREREQ
                        END-READ
                    END-PERFORM
                    CLOSE STEP-PREREQ-FILE
                ELSE
                    DISPLAY 'STEPPLAN: NO STEP-PREREQS.DAT - NO STEP '
                            'IS HELD'
                END-IF.

        1210-HOLD-ONE-PREREQ.
                IF SPQ-STEP-NAME NOT = SPACES
                   AND SPQ-PREREQ-NAME NOT = SPACES
                   AND WS-PRQ-COUNT < WS-PRQ-MAX
                    ADD 1 TO WS-PRQ-COUNT
                    MOVE SPQ-STEP-NAME
                            TO WS-PQ-STEP-NAME (WS-PRQ-COUNT)
                    MOVE SPQ-PREREQ-NAME
                            TO WS-PQ-PREREQ (WS-PRQ-COUNT)
                    MOVE SPQ-STEP-NAME TO WS-LOOKUP-NAME
                    PERFORM 1300-FIND-OR-ADD-STEP
                    MOVE SPQ-PREREQ-NAME TO WS-LOOKUP-NAME
                    PERFORM 1300-FIND-OR-ADD-STEP
                END-IF.

        1300-FIND-OR-ADD-STEP.
                PERFORM 1310-FIND-STEP.
                IF WS-FOUND-IDX = 0
                   AND WS-STEP-COUNT < WS-STEP-MAX
                    ADD 1 TO WS-STEP-COUNT
                    MOVE WS-STEP-COUNT TO WS-FOUND-IDX
                    MOVE 999 TO WS-ST-SEQUENCE (WS-FOUND-IDX)
                    MOVE WS-LOOKUP-NAME
                            TO WS-ST-STEP-NAME (WS-FOUND-IDX)
                    MOVE 'N' TO WS-ST-STATUS (WS-FOUND-IDX)
                    MOVE SPACE TO WS-ST-PLAN (WS-FOUND-IDX)
                    MOVE SPACES TO WS-ST-BLOCKERS (WS-FOUND-IDX)
                END-IF.

        1310-FIND-STEP.
                MOVE 0 TO WS-FOUND-IDX.
                PERFORM VARYING WS-STEP-IDX2 FROM 1 BY 1
                        UNTIL WS-STEP-IDX2 > WS-STEP-COUNT
                    IF WS-ST-STEP-NAME (WS-STEP-IDX2) = WS-LOOKUP-NAME
                        MOVE WS-STEP-IDX2 TO WS-FOUND-IDX
                    END-IF
                END-PERFORM.

      / Plan C complete, S safe, B blocked.
        2000-BUILD-PLAN.
                PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                        UNTIL WS-STEP-IDX > WS-STEP-COUNT
                    IF WS-ST-STATUS (WS-STEP-IDX) = 'C'
                        MOVE 'C' TO WS-ST-PLAN (WS-STEP-IDX)
                        ADD 1 TO WS-COMPLETE-COUNT
                    ELSE
                        PERFORM 2100-CHECK-STEP-PREREQS
                    END-IF
                END-PERFORM.

        2100-CHECK-STEP-PREREQS.
                MOVE 'S' TO WS-ST-PLAN (WS-STEP-IDX).
                MOVE SPACES TO WS-ST-BLOCKERS (WS-STEP-IDX).
                MOVE 1 TO WS-BLOCKER-PTR.
                PERFORM VARYING WS-PRQ-IDX FROM 1 BY 1
                        UNTIL WS-PRQ-IDX > WS-PRQ-COUNT
                    IF WS-PQ-STEP-NAME (WS-PRQ-IDX)
                       = WS-ST-STEP-NAME (WS-STEP-IDX)
                        PERFORM 2200-TEST-ONE-PREREQ
                    END-IF
                END-PERFORM.
                IF WS-ST-PLAN (WS-STEP-IDX) = 'B'
                    ADD 1 TO WS-BLOCKED-COUNT
                ELSE
                    ADD 1 TO WS-SAFE-COUNT
                END-IF.

      / Blockers are strung onto the line as far as it holds; the
      / console of a step's own refused start names the rest.
        2200-TEST-ONE-PREREQ.
                MOVE WS-PQ-PREREQ (WS-PRQ-IDX) TO WS-LOOKUP-NAME.
                PERFORM 1310-FIND-STEP.
                MOVE 'N' TO WS-PREREQ-STATUS.
                IF WS-FOUND-IDX > 0
                    MOVE WS-ST-STATUS (WS-FOUND-IDX)
                            TO WS-PREREQ-STATUS
                END-IF.
                IF WS-PREREQ-STATUS NOT = 'C'
                    MOVE 'B' TO WS-ST-PLAN (WS-STEP-IDX)
                    IF WS-BLOCKER-PTR < 30
                        STRING WS-PQ-PREREQ (WS-PRQ-IDX)
                                   DELIMITED BY SPACE
                               ' '  DELIMITED BY SIZE
                               INTO WS-ST-BLOCKERS (WS-STEP-IDX)
                               WITH POINTER WS-BLOCKER-PTR
                    END-IF
                END-IF.

      / Straight exchange sort on sequence then name, the same shape
      / as the other registry reports.
        2500-SORT-STEPS.
                IF WS-STEP-COUNT > 1
                    PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                            UNTIL WS-STEP-IDX >= WS-STEP-COUNT
                        PERFORM VARYING WS-STEP-IDX2
                                FROM WS-STEP-IDX BY 1
                                UNTIL WS-STEP-IDX2 > WS-STEP-COUNT
                            IF WS-ST-SEQUENCE (WS-STEP-IDX2) <
                               WS-ST-SEQUENCE (WS-STEP-IDX)
                               OR (WS-ST-SEQUENCE (WS-STEP-IDX2) =
                                   WS-ST-SEQUENCE (WS-STEP-IDX)
                                   AND WS-ST-STEP-NAME (WS-STEP-IDX2)
                                   < WS-ST-STEP-NAME (WS-STEP-IDX))
                                MOVE WS-STEP-ENTRY (WS-STEP-IDX)
                                        TO WS-SWAP-ENTRY
                                MOVE WS-STEP-ENTRY (WS-STEP-IDX2) TO
                                        WS-STEP-ENTRY (WS-STEP-IDX)
                                MOVE WS-SWAP-ENTRY TO
                                        WS-STEP-ENTRY (WS-STEP-IDX2)
                            END-IF
                        END-PERFORM
                    END-PERFORM
                END-IF.

        6000-PRINT-PLAN.
                MOVE 'RESTART PLAN' TO RPT-TITLE.
                MOVE 1 TO RPT-PAGE-NUM.
                CALL "RPTHDR" USING RPT-HEADER-PARMS.
                DISPLAY RPT-HEADER-LINE-1.
                DISPLAY RPT-HEADER-LINE-2.
                DISPLAY RPT-HEADER-LINE-3.
                DISPLAY ' '.
                DISPLAY 'BUSINESS DATE: ' WS-BUS-DATE.
                DISPLAY ' '.
                DISPLAY 'SAFE TO RERUN NOW'.
                MOVE 'S' TO WS-SECTION-PLAN.
                PERFORM 6100-PRINT-SECTION.
                DISPLAY 'BLOCKED - DO NOT START'.
                MOVE 'B' TO WS-SECTION-PLAN.
                PERFORM 6100-PRINT-SECTION.
                DISPLAY 'COMPLETE - DO NOT RERUN'.
                MOVE 'C' TO WS-SECTION-PLAN.
                PERFORM 6100-PRINT-SECTION.
                MOVE WS-SAFE-COUNT TO WS-COUNT-DISP.
                DISPLAY 'SAFE TO RERUN:       ' WS-COUNT-DISP.
                MOVE WS-BLOCKED-COUNT TO WS-COUNT-DISP.
                DISPLAY 'BLOCKED:             ' WS-COUNT-DISP.
                MOVE WS-COMPLETE-COUNT TO WS-COUNT-DISP.
                DISPLAY 'COMPLETE:            ' WS-COUNT-DISP.

        6100-PRINT-SECTION.
                DISPLAY 'SEQ STEP     STATE    BLOCKED BY'.
                MOVE 0 TO WS-SECTION-LINES.
                PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                        UNTIL WS-STEP-IDX > WS-STEP-COUNT
                    IF WS-ST-PLAN (WS-STEP-IDX) = WS-SECTION-PLAN
                        ADD 1 TO WS-SECTION-LINES
                        PERFORM 6200-PRINT-STEP-LINE
                    END-IF
                END-PERFORM.
                IF WS-SECTION-LINES = 0
                    DISPLAY '    (NONE)'
                END-IF.
                DISPLAY ' '.

        6200-PRINT-STEP-LINE.
                EVALUATE WS-ST-STATUS (WS-STEP-IDX)
                    WHEN 'C'
                        MOVE 'COMPLETE' TO WS-STATE-TEXT
                    WHEN 'S'
                        MOVE 'STARTED' TO WS-STATE-TEXT
                    WHEN OTHER
                        MOVE 'NOT RUN' TO WS-STATE-TEXT
                END-EVALUATE.
                IF WS-ST-SEQUENCE (WS-STEP-IDX) = 999
                    MOVE '---' TO WS-SEQ-TEXT
                ELSE
                    MOVE WS-ST-SEQUENCE (WS-STEP-IDX) TO WS-SEQ-TEXT
                END-IF.
                MOVE SPACES TO WS-DETAIL-LINE.
                STRING WS-SEQ-TEXT     DELIMITED BY SIZE
                       ' '             DELIMITED BY SIZE
                       WS-ST-STEP-NAME (WS-STEP-IDX)
                                       DELIMITED BY SIZE
                       ' '             DELIMITED BY SIZE
                       WS-STATE-TEXT   DELIMITED BY SIZE
                       ' '             DELIMITED BY SIZE
                       WS-ST-BLOCKERS (WS-STEP-IDX)
                                       DELIMITED BY SIZE
                       INTO WS-DETAIL-LINE.
                DISPLAY WS-DETAIL-LINE.

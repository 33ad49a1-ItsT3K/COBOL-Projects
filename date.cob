            SELECT CUTOFF-CTL-FILE ASSIGN TO "VALUE-CUTOFF.CTL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CUT-FS.
            SELECT ARCHIVE-CAT-FILE ASSIGN TO "ARCHIVE-CATALOG.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CAT-FS.
      / ------------------------------
        DATA DIVISION.
        FILE SECTION.
            COPY "cfisctl.cpy".
        FD  CUTOFF-CTL-FILE.
            COPY "ccutoff.cpy".
        FD  ARCHIVE-CAT-FILE.
            COPY "carchcat.cpy".
      / ------------------------------
      / Formatted date and time to display on the terminal
      / ------------------------------
        01 WS-FIS-QUARTER                          PIC 9.
        01 WS-FIS-FOUND                            PIC X.
      / ------------------------------
      / Audit chain tail: where the last row written left the
      / sequence and check value, found in the live log or, just
      / after an AUDARCH cut, on the newest AUDIT catalog row.
      / ------------------------------
        01 WS-CAT-FS                               PIC XX.
        01 WS-AUD-LAST-SEQ                         PIC 9(8).
        01 WS-AUD-LAST-CHAIN                       PIC 9(10).
        01 WS-AUD-TAIL-FOUND                       PIC X.
        01 WS-CAT-BEST-GEN                         PIC 9(4).
                COPY "caudchn.cpy".
      / ------------------------------
      / LINKAGE used only when TODAY is CALLed as a subroutine; when
      / TODAY is run directly as a JCL step these fields are simply
      / unused.
                    CLOSE BUS-DATE-FILE
                END-IF.

      / Each row takes the next sequence number and a check value
      / chained from the row before it (see CAUDIT), so an edited or
      / removed row shows up in AUDVERFY.  The tail is found first,
      / because finding it reads through the record area.
        8200-WRITE-AUDIT-LOG.
                PERFORM 8210-FIND-AUDIT-CHAIN-TAIL.
                DISPLAY 'USER' UPON ENVIRONMENT-NAME.
                ACCEPT WS-RUN-USERID FROM ENVIRONMENT-VALUE.
                DISPLAY 'JOB_NAME' UPON ENVIRONMENT-NAME.
                MOVE WS-DATE-YYYYMMDD TO AUD-BUS-DATE.
                MOVE SPACE         TO AUD-SEP4.
                MOVE WS-CUTOFF-APPLIED TO AUD-CUTOFF-FLAG.
                MOVE SPACE         TO AUD-SEP5.
                COMPUTE AUD-SEQUENCE = WS-AUD-LAST-SEQ + 1.
                MOVE SPACE         TO AUD-SEP6.
                MOVE AUDIT-LOG-RECORD (1:83) TO WS-CHN-DATA.
                MOVE WS-AUD-LAST-CHAIN TO WS-CHN-PREV.
                PERFORM 8250-COMPUTE-AUDIT-CHAIN.
                MOVE WS-CHN-VALUE  TO AUD-CHAIN-VALUE.
                OPEN INPUT AUDIT-LOG-FILE.
                IF WS-AUD-FS = '00'
                    CLOSE AUDIT-LOG-FILE
                    CLOSE AUDIT-LOG-FILE
                END-IF.

      / The last chained row in the live log is the tail.  A log
      / AUDARCH has just emptied (or one still holding only rows from
      / before chaining) continues from the highest AUDIT generation
      / on the catalog; with neither, the chain starts at 1 from 0.
        8210-FIND-AUDIT-CHAIN-TAIL.
                MOVE 0 TO WS-AUD-LAST-SEQ.
                MOVE 0 TO WS-AUD-LAST-CHAIN.
                MOVE 'N' TO WS-AUD-TAIL-FOUND.
                OPEN INPUT AUDIT-LOG-FILE.
                IF WS-AUD-FS = '00'
                    PERFORM UNTIL WS-AUD-FS NOT = '00'
                        READ AUDIT-LOG-FILE NEXT RECORD
                            AT END
                                MOVE '10' TO WS-AUD-FS
                            NOT AT END
                                IF AUD-SEQUENCE NUMERIC
                                   AND AUD-CHAIN-VALUE NUMERIC
                                    MOVE AUD-SEQUENCE
                                            TO WS-AUD-LAST-SEQ
                                    MOVE AUD-CHAIN-VALUE
                                            TO WS-AUD-LAST-CHAIN
                                    MOVE 'Y' TO WS-AUD-TAIL-FOUND
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE AUDIT-LOG-FILE
                END-IF.
                IF WS-AUD-TAIL-FOUND NOT = 'Y'
                    PERFORM 8220-FIND-CATALOG-CHAIN-TAIL
                END-IF.
                INITIALIZE AUDIT-LOG-RECORD.

        8220-FIND-CATALOG-CHAIN-TAIL.
                MOVE 0 TO WS-CAT-BEST-GEN.
                OPEN INPUT ARCHIVE-CAT-FILE.
                IF WS-CAT-FS = '00'
                    PERFORM UNTIL WS-CAT-FS NOT = '00'
                        READ ARCHIVE-CAT-FILE NEXT RECORD
                            AT END
                                MOVE '10' TO WS-CAT-FS
                            NOT AT END
                                IF CAT-FILE-ID = 'AUDIT'
                                   AND CAT-LAST-SEQ NUMERIC
                                   AND CAT-LAST-CHAIN NUMERIC
                                   AND CAT-LAST-SEQ > 0
                                   AND CAT-GEN-NUM > WS-CAT-BEST-GEN
                                    MOVE CAT-GEN-NUM
                                            TO WS-CAT-BEST-GEN
                                    MOVE CAT-LAST-SEQ
                                            TO WS-AUD-LAST-SEQ
                                    MOVE CAT-LAST-CHAIN
                                            TO WS-AUD-LAST-CHAIN
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE ARCHIVE-CAT-FILE
                END-IF.

                COPY "caudcmp.cpy".

        8300-WRITE-LOCK-FILE.
                MOVE WS-SYSTEM-DATE-YYYYMMDD TO LOCK-DATE.
                MOVE SPACE                   TO LOCK-SEP1.

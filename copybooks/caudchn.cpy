      / ------------------------------
      / CAUDCHN - working storage for the AUDIT-LOG.DAT chain: the
      / check-value computation in CAUDCMP and the row verification
      / in CAUDVFY.  The row being verified is staged in
      / AUDIT-CHAIN-ROW with the CAUDIT column positions:
      / business date 65-72, sequence 76-83, check value 85-94.
      / ------------------------------
        01  AUDIT-CHAIN-WORK.
                05      WS-CHN-DATA             PIC X(83).
                05      WS-CHN-PREV             PIC 9(10).
                05      WS-CHN-VALUE            PIC 9(10).
                05      WS-CHN-IDX              PIC 9(3) COMP.
                05      WS-CHN-WORK             PIC 9(18) COMP.
                05      WS-CHN-MODULUS          PIC 9(10) COMP
                                                VALUE 9999999967.
        01  AUDIT-CHAIN-ROW.
                05      WS-VFY-ROW              PIC X(132).
                05      WS-VFY-SOURCE           PIC X(30).
        01  AUDIT-CHAIN-STATE.
                05      WS-VFY-CHAINED          PIC X VALUE 'N'.
                05      WS-VFY-EXPECT-SEQ       PIC 9(8) VALUE 0.
                05      WS-VFY-PREV-CHAIN       PIC 9(10) VALUE 0.
                05      WS-VFY-PREV-BUS-DATE    PIC 9(8) VALUE 0.
                05      WS-VFY-ROW-SEQ          PIC 9(8).
                05      WS-VFY-ROW-CHAIN        PIC 9(10).
                05      WS-VFY-ROW-BUS-DATE     PIC 9(8).
                05      WS-VFY-CAT-LAST-SEQ     PIC 9(8).
                05      WS-VFY-CAT-LAST-CHAIN   PIC 9(10).
                05      WS-VFY-ROW-FLAGGED      PIC X.
                05      WS-VFY-FINDING          PIC X(48).
                05      WS-VFY-SEQ-DISP         PIC Z(7)9.
                05      WS-VFY-SEQ-DISP2        PIC Z(7)9.
        01  AUDIT-CHAIN-TALLIES.
                05      WS-VFY-ROWS             PIC 9(7) COMP VALUE 0.
                05      WS-VFY-LEGACY           PIC 9(7) COMP VALUE 0.
                05      WS-VFY-GAPS             PIC 9(5) COMP VALUE 0.
                05      WS-VFY-BREAKS           PIC 9(5) COMP VALUE 0.
                05      WS-VFY-ORDER            PIC 9(5) COMP VALUE 0.

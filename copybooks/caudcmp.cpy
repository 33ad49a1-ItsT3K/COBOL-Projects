      / ------------------------------
      / CAUDCMP - the AUDIT-LOG.DAT check value.  Folds the 83
      / characters of WS-CHN-DATA into the previous row's value in
      / WS-CHN-PREV, a character at a time, as a polynomial hash
      / modulo the prime 9999999967, leaving the answer in
      / WS-CHN-VALUE.  TODAY computes it for each row it appends;
      / AUDVERFY and AUDARCH recompute it to prove nothing changed.
      / Caller COPYs CAUDCHN for the fields.
      / ------------------------------
        8250-COMPUTE-AUDIT-CHAIN.
                MOVE WS-CHN-PREV TO WS-CHN-WORK.
                PERFORM VARYING WS-CHN-IDX FROM 1 BY 1
                        UNTIL WS-CHN-IDX > 83
                    COMPUTE WS-CHN-WORK =
                            FUNCTION MOD(WS-CHN-WORK * 131
                            + FUNCTION ORD(WS-CHN-DATA (WS-CHN-IDX:1)),
                            WS-CHN-MODULUS)
                END-PERFORM.
                MOVE WS-CHN-WORK TO WS-CHN-VALUE.

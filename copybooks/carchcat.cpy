      / catalog is how the retrieval mode knows which generation
      / files exist and which have been purged (purged generations
      / keep their row, status P, so the numbering never repeats).
      /
      / CAT-CHAIN-INFO carries the audit chain across the cut: for an
      / AUDIT generation it holds the first and last AUD-SEQUENCE in
      / the generation and the last row's AUD-CHAIN-VALUE, so TODAY
      / continues the chain after the live log is emptied and
      / AUDVERFY can still link across a generation since purged.
      / Other logs carry zeros; rows cut before chaining began carry
      / spaces.
      / ------------------------------
        01  ARCHIVE-CAT-RECORD.
                05      CAT-FILE-ID             PIC X(8).
                        88      CAT-IS-PURGED   VALUE 'P'.
                05      CAT-SEP4                PIC X VALUE SPACE.
                05      CAT-FILE-NAME           PIC X(30).
                05      CAT-SEP5                PIC X VALUE SPACE.
                05      CAT-CHAIN-INFO.
                        10      CAT-FIRST-SEQ   PIC 9(8).
                        10      CAT-SEP6        PIC X VALUE SPACE.
                        10      CAT-LAST-SEQ    PIC 9(8).
                        10      CAT-SEP7        PIC X VALUE SPACE.
                        10      CAT-LAST-CHAIN  PIC 9(10).

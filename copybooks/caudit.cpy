      / the value-dating cutoff pushed the answer to the next
      / business day - the trace a mis-dated payment dispute starts
      / from.  Rows written before the field existed carry spaces.
      /
      / AUD-SEQUENCE and AUD-CHAIN-VALUE make the log tamper-evident.
      / Every row TODAY appends takes the next sequence number after
      / the last row written - in the live log, or when AUDARCH has
      / just emptied it, the last row of the newest AUDIT generation
      / in ARCHIVE-CATALOG.DAT - and a check value computed by the
      / shared CAUDCMP paragraph over columns 1-83 (everything up to
      / and including the sequence number) seeded with the previous
      / row's check value.  Editing, deleting, inserting, or
      / reordering a row breaks the run of numbers or the chain of
      / values from that row on, which AUDVERFY reports.  Rows
      / written before chaining began carry spaces in both fields.
      / ------------------------------
        01  AUDIT-LOG-RECORD.
                05      AUD-TIMESTAMP           PIC X(21).
                05      AUD-BUS-DATE            PIC 9(8).
                05      AUD-SEP4                PIC X VALUE SPACE.
                05      AUD-CUTOFF-FLAG         PIC X.
                05      AUD-SEP5                PIC X VALUE SPACE.
                05      AUD-SEQUENCE            PIC 9(8).
                05      AUD-SEP6                PIC X VALUE SPACE.
                05      AUD-CHAIN-VALUE         PIC 9(10).

      / ------------------------------
      / COBLLDG - keyed obligations ledger (OBLIGATION-LEDGER.DAT),
      / the memory OBLSTAMP never had.  One record per obligation
      / reference ever stamped, keyed on the payments team's own
      / OBL-REF-ID, so a re-dropped file or a ref id repeated inside
      / one file is caught instead of stamped and projected twice.
      /
      / The status lifecycle:
      /
      /   ST  stamped       - OBLSTAMP posted (or amended) the row
      /   DU  due to settle - OBLMATUR found the settlement date is
      /                       the rail's next business day
      /   SE  settled       - OBLMATUR found the settlement date has
      /                       arrived on the business date
      /   CN  cancelled     - the ref id came back with a zero
      /                       amount before it settled
      /
      / OLG-POSTED-DATE is the business date the row was first
      / stamped; OLG-CHANGED-DATE the business date of the last
      / amendment, cancellation, or status move, with
      / OLG-AMEND-COUNT counting the amendments.
      /
      / Callers SELECT the file like this:
      /
      /     SELECT OBL-LEDGER-FILE
      /         ASSIGN TO "OBLIGATION-LEDGER.DAT"
      /         ORGANIZATION IS INDEXED
      /         ACCESS IS DYNAMIC
      /         RECORD KEY IS OLG-REF-ID
      /         FILE STATUS IS WS-OLG-FS.
      / ------------------------------
        01  OBL-LEDGER-RECORD.
                05      OLG-REF-ID              PIC X(10).
                05      OLG-RAIL                PIC X(3).
                05      OLG-TRADE-DATE          PIC 9(8).
                05      OLG-TENOR               PIC X(3).
                05      OLG-AMOUNT              PIC 9(11)V99.
                05      OLG-SETTLE-DATE         PIC 9(8).
                05      OLG-STATUS              PIC X(2).
                        88      OLG-STAMPED        VALUE 'ST'.
                        88      OLG-DUE-TO-SETTLE  VALUE 'DU'.
                        88      OLG-SETTLED        VALUE 'SE'.
                        88      OLG-CANCELLED      VALUE 'CN'.
                        88      OLG-OPEN           VALUE 'ST' 'DU'.
                05      OLG-POSTED-DATE         PIC 9(8).
                05      OLG-CHANGED-DATE        PIC 9(8).
                05      OLG-AMEND-COUNT         PIC 9(3).

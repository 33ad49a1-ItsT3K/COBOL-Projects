      / ------------------------------
      / CACCREXT - period-end settlement accrual extract
      / (PERIOD-ACCRUAL.DAT), written by PERCLOSE when a fiscal period
      / closes, for the general ledger feed.  Fixed positions, no
      / separators, 80 bytes.
      /
      / ACR-REC-TYPE H = header (the period closed and its boundary
      / dates), D = detail, T = trailer (detail count and the two
      / amount totals, for the GL side to balance the transfer).
      /
      / A detail is one obligation crossing a period boundary:
      / ACR-ENTRY-TYPE A (accrue) traded in the closing period but
      / settling in a later one, R (reverse) traded in an earlier
      / period and settling in this one.  Obligations that traded
      / and settled inside the period need no accrual and are only
      / counted on the report.
      / ------------------------------
        01  ACCRUAL-EXTRACT-RECORD.
                05      ACR-REC-TYPE            PIC X.
                        88      ACR-REC-HEADER  VALUE 'H'.
                        88      ACR-REC-DETAIL  VALUE 'D'.
                        88      ACR-REC-TRAILER VALUE 'T'.
                05      ACR-ENTRY-TYPE          PIC X.
                        88      ACR-ACCRUE      VALUE 'A'.
                        88      ACR-REVERSE     VALUE 'R'.
                05      ACR-REF-ID              PIC X(10).
                05      ACR-RAIL                PIC X(3).
                05      ACR-TRADE-DATE          PIC 9(8).
                05      ACR-SETTLE-DATE         PIC 9(8).
                05      ACR-AMOUNT              PIC 9(11)V99.
                05      ACR-FISCAL-YEAR         PIC 9(4).
                05      ACR-FISCAL-PERIOD       PIC 9(2).
                05      FILLER                  PIC X(30).
      / Header view: the period closed, its boundaries, and when.
        01  ACCRUAL-EXTRACT-HEADER REDEFINES ACCRUAL-EXTRACT-RECORD.
                05      FILLER                  PIC X.
                05      ACR-HDR-FISCAL-YEAR     PIC 9(4).
                05      ACR-HDR-FISCAL-PERIOD   PIC 9(2).
                05      ACR-HDR-START-DATE      PIC 9(8).
                05      ACR-HDR-END-DATE        PIC 9(8).
                05      ACR-HDR-CREATED-TS      PIC X(21).
                05      FILLER                  PIC X(36).
      / Trailer view: detail count and totals by entry type.
        01  ACCRUAL-EXTRACT-TRAILER REDEFINES ACCRUAL-EXTRACT-RECORD.
                05      FILLER                  PIC X.
                05      ACR-TRL-DETAIL-COUNT    PIC 9(7).
                05      ACR-TRL-ACCRUE-AMT      PIC 9(13)V99.
                05      ACR-TRL-REVERSE-AMT     PIC 9(13)V99.
                05      FILLER                  PIC X(42).

       DATA DIVISION.
       FILE SECTION.
       FD  OFFLINE-CAPTURE.
       01 OFFLINE-CAPTURE-RECORD PIC X(146).
       FD  SALES-LEDGER.
       COPY SALELEDG.
       FD  RECEIPT-COUNTER.

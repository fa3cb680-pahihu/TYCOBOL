       DATA DIVISION.
       FILE SECTION.
       FD  TENANT-MASTER-BACKUP.
       01 TENANT-MASTER-BACKUP-RECORD  PIC X(468).
       FD  TENANT-MASTER.
       COPY TENTMAST.
       FD  SALES-LEDGER-BACKUP.
       01 SALES-LEDGER-BACKUP-RECORD   PIC X(146).
       FD  SALES-LEDGER.
       COPY SALELEDG.
       FD  TM-JOURNAL.

       FD  TENANT-MASTER.
       COPY TENTMAST.
       FD  TENANT-MASTER-BACKUP.
       01 TENANT-MASTER-BACKUP-RECORD  PIC X(468).
       FD  SALES-LEDGER.
       COPY SALELEDG.
       FD  SALES-LEDGER-BACKUP.
       01 SALES-LEDGER-BACKUP-RECORD   PIC X(146).
       WORKING-STORAGE SECTION.
       01 WS-TM-STATUS          PIC XX VALUE '00'.
       01 WS-TB-STATUS          PIC XX VALUE '00'.

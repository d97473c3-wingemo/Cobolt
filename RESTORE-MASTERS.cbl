       FD CUST-BACKUP.
       01  CUST_BACKUP_RECORD   PIC X(90).
       FD AUDIT-BACKUP.
       01  AUDIT_BACKUP_RECORD  PIC X(88).
       FD BACKUP-CATALOG.
       01  CATALOG_RECORD.
           02  CAT_GENERATION   PIC 9.

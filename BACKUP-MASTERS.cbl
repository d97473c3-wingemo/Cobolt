       FD CUST-BACKUP.
       01  CUST_BACKUP_RECORD   PIC X(90).
       FD AUDIT-BACKUP.
       01  AUDIT_BACKUP_RECORD  PIC X(88).
       FD GEN-COUNT-FILE.
       01  GEN_COUNT_RECORD.
           02  GEN_COUNT_LIMIT  PIC 9.

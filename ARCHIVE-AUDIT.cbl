       FD AUDIT-LOG.
       COPY "AUDITREC.cpy".
       FD AUDIT-ARCHIVE.
       01  ARCHIVE_ENTRY       PIC X(88).
       FD ARCH-WORK.
       01  ARCH_WORK_RECORD    PIC X(88).
       FD AUDIT-WORK.
       01  WORK_ENTRY.
           02  WORK_ACCOUNT_ID    PIC 9(8).
           02  WORK_TIMESTAMP     PIC X(14).
           02  WORK_REFERENCE     PIC 9(8).
           02  WORK_REASON        PIC X(20).
           02  WORK_OPERATOR      PIC X(8).
       WORKING-STORAGE SECTION.
       01  WS_AUDIT_STATUS     PIC XX.
       01  WS_ARCHIVE_STATUS   PIC XX.
           MOVE WS_CUTOFF_STAMP           TO WORK_TIMESTAMP.
           MOVE ZERO                      TO WORK_REFERENCE.
           MOVE SPACES                    TO WORK_REASON.
           MOVE "BATCH"                   TO WORK_OPERATOR.
           WRITE WORK_ENTRY.
           IF WS_WORK_STATUS NOT = "00"
               DISPLAY "UNABLE TO WRITE BROUGHT-FORWARD ENTRY"

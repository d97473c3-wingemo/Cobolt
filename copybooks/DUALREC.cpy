      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shared DUALCTL.DAT record layout - the dual-control
      *          settings, one record. DUAL_LIMIT_THRESHOLD is the
      *          overdraft limit above which a raise must be approved
      *          by a second operator (OVERDRAFT-MAINT); with no
      *          DUALCTL.DAT every raise is held for approval.
      *          DUAL_PENDING_DAYS is how long a request may wait on
      *          PENDING.DAT before MORNING-REPORT lists it as
      *          overdue; three days when no file is on disk.
      ******************************************************************
       01  DUAL_CONTROL_RECORD.
           02  DUAL_LIMIT_THRESHOLD PIC 9(8)V99.
           02  DUAL_PENDING_DAYS    PIC 9(3).

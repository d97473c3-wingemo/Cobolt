      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shared HOLIDAYS.DAT record layout, keyed on the
      *          holiday date. COPY this into every program with a
      *          business-date rule. A banking day is a Monday to
      *          Friday that is not on this file; the file holds the
      *          Swedish bank holidays entered each year through
      *          HOLIDAY-MAINT, including the eves (midsummer,
      *          Christmas, New Year) on which no clearing runs.
      ******************************************************************
       01  HOLIDAY_RECORD.
           02  HOL_DATE          PIC 9(8).
           02  HOL_DESCRIPTION   PIC X(30).

      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shared SANCTIONS.DAT record layout - one name from the
      *          consolidated sanctions list, as delivered. A new list
      *          replaces the whole file and SANCTION-SCREEN is run to
      *          rescreen every customer against it. SANC_ENTRY_ID is
      *          the list's own reference for the listed person, so a
      *          compliance decision on a hit stays tied to the same
      *          entry from one list to the next. Aliases come as
      *          further records under the same entry id.
      ******************************************************************
       01  SANCTION_ENTRY.
           02  SANC_ENTRY_ID      PIC X(10).
           02  SANC_LIST_CODE     PIC X(4).
           02  SANC_NAME          PIC X(60).

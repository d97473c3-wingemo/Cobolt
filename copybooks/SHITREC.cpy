      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shared SANCHITS.DAT record layout - a customer whose
      *          name matched a sanctions list entry, keyed on identity
      *          number and list entry id so each pairing carries its
      *          own compliance decision. Written by CUSTOMER-MAINT
      *          and SANCTION-SCREEN, decided in SANCTION-REVIEW and
      *          never deleted, so every decision is kept.
      *          SANCHIT_STATUS: U = unresolved, waiting for compliance
      *                          F = false positive, customer cleared
      *                          C = confirmed, accounts are frozen
      *          While a customer has an unresolved or confirmed hit
      *          CREATE-BANK-ACCOUNT refuses to open an account. A
      *          false positive stays cleared until the customer's
      *          name is changed, which reopens it.
      ******************************************************************
       01  SANCTION_HIT.
           02  SANCHIT_KEY.
               03  SANCHIT_PNR        PIC 9(12).
               03  SANCHIT_ENTRY_ID   PIC X(10).
           02  SANCHIT_CUST_NAME  PIC X(30).
           02  SANCHIT_LIST_NAME  PIC X(60).
           02  SANCHIT_STATUS     PIC X.
               88  HIT-UNRESOLVED        VALUE "U".
               88  HIT-FALSE-POSITIVE    VALUE "F".
               88  HIT-CONFIRMED         VALUE "C".
           02  SANCHIT_FOUND_AT   PIC X(14).
           02  SANCHIT_DECIDED_BY PIC X(8).
           02  SANCHIT_DECIDED_AT PIC X(14).
           02  SANCHIT_REASON     PIC X(20).

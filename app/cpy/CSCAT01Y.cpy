01 CATEGORY-RECORD.
   05 CAT-CODE                          PIC X(10).
   05 CAT-DESCRIPTION                   PIC X(30).
   05 CAT-CASH-LIKE                     PIC X(01).
      88 CAT-IS-CASH-LIKE               VALUE "Y".
   05 CAT-HIGH-RISK                     PIC X(01).
      88 CAT-IS-HIGH-RISK               VALUE "Y".
   05 CAT-SYSTEM-ONLY                   PIC X(01).
      88 CAT-IS-SYSTEM-ONLY             VALUE "Y".
   05 CAT-STATUS                        PIC X(01).
      88 CAT-STATUS-ACTIVE              VALUE "A".
      88 CAT-STATUS-INACTIVE            VALUE "I".
      88 CAT-STATUS-VALID               VALUES "A" "I".
   05 CAT-UPDATED-BY                    PIC X(08).
   05 CAT-UPDATED-DATE                  PIC X(08).

      *>----------------------------------------------------------
      *> POSPAY.CPY
      *> Record layout for the positive-pay issue file (POSPAY.DAT)
      *> sent to the bank each night, in the bank's fixed 80-byte
      *> format: one record per check we issued, so the bank pays
      *> only a check whose account, number and amount it finds
      *> here and returns anything else as not issued by us.
      *> Every program that cuts a check appends to the one file
      *> (OPEN EXTEND); operations transmit it after the cycle
      *> and clear it once the bank confirms receipt. Numbers are
      *> zero-filled, the amount is in cents with no decimal
      *> point, the date is YYYYMMDD.
      *> PP-ISSUE-CODE "I" issues a check, "V" voids one already
      *> sent. PP-ADDL-DATA is ours - the bank hands it back on
      *> its exception report - and carries the paying system:
      *> "SREF" a student refund, "APAY" a vendor payment from
      *> the accounts payable check run.
      *>----------------------------------------------------------
       01  POSITIVE-PAY-RECORD.
           02  PP-ACCOUNT-NO       PIC X(12).
           02  PP-CHECK-NO         PIC 9(10).
           02  PP-ISSUE-DATE       PIC 9(8).
           02  PP-AMOUNT           PIC 9(8)V99.
           02  PP-ISSUE-CODE       PIC X.
               88 PP-IS-ISSUE      VALUE "I".
               88 PP-IS-VOID       VALUE "V".
           02  PP-PAYEE-NAME       PIC X(35).
           02  PP-ADDL-DATA        PIC X(4).

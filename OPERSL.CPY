      *>----------------------------------------------------------
      *> OPERSL.CPY
      *> SELECT clause for the shared OPERATOR-MASTER-FILE. COPY
      *> into FILE-CONTROL in any maintenance program that checks
      *> who submitted a transaction, alongside OPERM.CPY's FD and
      *> OPERLD.CPY's load/check paragraphs, so every program
      *> judges "may BKOWALSK change a tax rate" off the one file.
      *>----------------------------------------------------------
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOR-MASTER-STATUS.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. Coa-Maint.
       AUTHOR. Mike Korolevsky.
       DATE-WRITTEN. 15 Oct 2026.

      *> Maintains GLCOA.DAT, the chart of accounts. GLACCTS.DAT
      *> only says which accounts a source key debits and credits;
      *> the chart says what each account is - its name, whether
      *> it is an asset, liability, equity, revenue or expense
      *> account, the side its balance normally sits on, and the
      *> financial statement line it rolls up to. Fin-Stmt builds
      *> the income statement and balance sheet off it, Gl-Ledger
      *> names the accounts on the trial balance from it, and
      *> Je-Post accepts journal entries only to its active
      *> accounts. COATXN.DAT transactions, in the Rate-Maint
      *> mold:
      *>   A - add an account: the name, the type and the
      *>       statement line are required. A blank normal
      *>       balance takes the type's (debit for assets and
      *>       expenses, credit for the rest); a contra account -
      *>       accumulated depreciation, say - keys its own. A
      *>       blank caption takes the one the line already has.
      *>       The account starts active.
      *>   C - change an account: any column keyed replaces what
      *>       is on file, a blank column keeps it. A new type
      *>       with no normal balance keyed takes the new type's.
      *>   X - inactivate an account: it takes no new journal
      *>       entries; the row stays for the ledger history.
      *>   R - reactivate an inactive account.
      *> The department code, when keyed, must be on DEPTBUD.DAT;
      *> on a change "*" takes the account off its department.
      *> A statement line belongs to one account type - a revenue
      *> account cannot share a line with an expense - and to one
      *> caption: a caption keyed against a line renames the line
      *> for every account on it. Every applied change writes a
      *> COAAUDT.DAT audit record with the before and after name,
      *> type, normal balance, line, status and department, since a
      *> reclassified account restates every statement printed
      *> after it. Rejected transactions go to the shared error
      *> log with the record image. Run on demand.
      *> 15 Oct 2026 MK - Accounts carry the department they belong to,
      *> checked against DEPTBUD.DAT and kept on the audit trail, so
      *> budgets roll up to the department.
      *> 15 Oct 2026 MK - The user id on each transaction must belong to
      *> an active operator on OPERM.DAT holding the chart-of-accounts
      *> authority; anyone else's transaction is rejected to the error
      *> log.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-CHART-FILE ASSIGN TO "GLCOA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-CHART-STATUS.

           SELECT COA-TXN-FILE ASSIGN TO "COATXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COA-TXN-STATUS.

           SELECT DEPT-BUDGET-FILE ASSIGN TO "DEPTBUD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DB-DEPT-CODE
               FILE STATUS IS DEPT-BUDGET-STATUS.

           SELECT COA-AUDIT-FILE ASSIGN TO "COAAUDT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COA-AUDIT-STATUS.

           COPY OPERSL.
           COPY ERRLOGSL.

       DATA DIVISION.
       FILE SECTION.
           COPY GLCOA.

       FD  COA-TXN-FILE.
       01  COA-TXN-RECORD.
           02  COX-TXN-CODE        PIC X.
               88 IS-ACCOUNT-ADD   VALUE "A".
               88 IS-ACCOUNT-CHANGE VALUE "C".
               88 IS-ACCOUNT-INACTIVATE VALUE "X".
               88 IS-ACCOUNT-REACTIVATE VALUE "R".
           02  COX-ACCOUNT         PIC X(8).
           02  COX-NAME            PIC X(30).
           02  COX-TYPE            PIC X.
           02  COX-NORMAL-BALANCE  PIC X.
           02  COX-LINE-NO         PIC X(3).
           02  COX-LINE-CAPTION    PIC X(24).
           02  COX-USER-ID         PIC X(8).
           02  COX-DEPT-CODE       PIC X(4).

       FD  DEPT-BUDGET-FILE.
       01  DEPT-BUDGET-RECORD.
           02  DB-DEPT-CODE        PIC X(4).
           02  DB-FISCAL-YEAR      PIC 9(4).
           02  DB-BUDGET-MEMBERS   PIC 9(5).
           02  DB-BUDGET-TOTAL     PIC 9(7).
           02  DB-DEPT-NAME        PIC X(15).

       FD  COA-AUDIT-FILE.
       01  COA-AUDIT-RECORD.
           02  CAU-DATE            PIC 9(8).
           02  FILLER              PIC X(1).
           02  CAU-TIME            PIC 9(8).
           02  FILLER              PIC X(1).
           02  CAU-USER-ID         PIC X(8).
           02  FILLER              PIC X(1).
           02  CAU-ACTION          PIC X.
           02  FILLER              PIC X(1).
           02  CAU-ACCOUNT         PIC X(8).
           02  FILLER              PIC X(1).
           02  CAU-OLD-NAME        PIC X(30).
           02  FILLER              PIC X(1).
           02  CAU-OLD-TYPE        PIC X.
           02  CAU-OLD-NORMAL      PIC X.
           02  FILLER              PIC X(1).
           02  CAU-OLD-LINE-NO     PIC 9(3).
           02  FILLER              PIC X(1).
           02  CAU-OLD-STATUS      PIC X.
           02  FILLER              PIC X(1).
           02  CAU-NEW-NAME        PIC X(30).
           02  FILLER              PIC X(1).
           02  CAU-NEW-TYPE        PIC X.
           02  CAU-NEW-NORMAL      PIC X.
           02  FILLER              PIC X(1).
           02  CAU-NEW-LINE-NO     PIC 9(3).
           02  FILLER              PIC X(1).
           02  CAU-NEW-STATUS      PIC X.
           02  FILLER              PIC X(1).
           02  CAU-OLD-DEPT-CODE   PIC X(4).
           02  FILLER              PIC X(1).
           02  CAU-NEW-DEPT-CODE   PIC X(4).

           COPY OPERM.
           COPY ERRLOG.

       WORKING-STORAGE SECTION.
       01 GL-CHART-STATUS      PIC XX.
       01 COA-TXN-STATUS       PIC XX.
       01 COA-AUDIT-STATUS     PIC XX.
       01 DEPT-BUDGET-STATUS   PIC XX.

           COPY FILESTAT.
           COPY OPERTB.

       01 WS-CHART-EOF-SWITCH  PIC X VALUE "N".
           88 END-OF-CHART     VALUE "Y".
       01 WS-TXN-EOF-SWITCH    PIC X VALUE "N".
           88 END-OF-COA-TXNS  VALUE "Y".

      *> One row per account, held in a table for the run and
      *> rewritten to the file once at end.
       01 WS-ROW-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-ROW-SUB           PIC 9(3) VALUE ZERO.
       01 WS-ROW-LIMIT         PIC 9(3) VALUE 500.
       01 WS-CHART-ROW-TABLE.
           02 WS-CHART-ROW OCCURS 500 TIMES.
               03 WS-ROW-ACCOUNT      PIC X(8).
               03 WS-ROW-NAME         PIC X(30).
               03 WS-ROW-TYPE         PIC X.
               03 WS-ROW-NORMAL       PIC X.
               03 WS-ROW-LINE-NO      PIC 9(3).
               03 WS-ROW-CAPTION      PIC X(24).
               03 WS-ROW-STATUS       PIC X.
               03 WS-ROW-UPDATED-DATE PIC 9(8).
               03 WS-ROW-UPDATED-BY   PIC X(8).
               03 WS-ROW-DEPT-CODE    PIC X(4).

       01 WS-MATCH-SUB         PIC 9(3) VALUE ZERO.
       01 WS-MATCH-FOUND       PIC X VALUE "N".
           88 ACCOUNT-FOUND    VALUE "Y" FALSE "N".

      *> The account as the transaction would leave it, edited
      *> whole before anything on file changes.
       01 WS-NEW-NAME          PIC X(30) VALUE SPACES.
       01 WS-NEW-TYPE          PIC X VALUE SPACE.
           88 NEW-TYPE-VALID   VALUE "A" "L" "E" "R" "X".
           88 NEW-TYPE-DEBIT   VALUE "A" "X".
       01 WS-NEW-NORMAL        PIC X VALUE SPACE.
           88 NEW-NORMAL-VALID VALUE "D" "C".
       01 WS-NEW-LINE-NO       PIC 9(3) VALUE ZERO.
       01 WS-NEW-CAPTION       PIC X(24) VALUE SPACES.
       01 WS-NEW-DEPT-CODE     PIC X(4) VALUE SPACES.
       01 WS-DEPT-KNOWN        PIC X VALUE "Y".
           88 DEPT-CODE-KNOWN  VALUE "Y" FALSE "N".
       01 WS-LINE-CAPTION      PIC X(24) VALUE SPACES.
       01 WS-LINE-CONFLICT     PIC X VALUE "N".
           88 LINE-TYPE-CONFLICT VALUE "Y" FALSE "N".
       01 WS-EDIT-FAILED       PIC X VALUE "N".
           88 ACCOUNT-EDIT-FAILED VALUE "Y" FALSE "N".

       01 WS-APPLIED-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-REJECT-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-TODAY-DATE        PIC 9(8).
       01 WS-TIME-OF-DAY       PIC 9(8).
       01 WS-AUD-OLD-NAME      PIC X(30) VALUE SPACES.
       01 WS-AUD-OLD-TYPE      PIC X VALUE SPACE.
       01 WS-AUD-OLD-NORMAL    PIC X VALUE SPACE.
       01 WS-AUD-OLD-LINE-NO   PIC 9(3) VALUE ZERO.
       01 WS-AUD-OLD-STATUS    PIC X VALUE SPACE.
       01 WS-AUD-OLD-DEPT-CODE PIC X(4) VALUE SPACES.

       PROCEDURE DIVISION.
       Begin.
           MOVE "COAMAINT" TO ERR-PROGRAM-ID
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-OF-DAY FROM TIME
           PERFORM Load-Operator-Table
           PERFORM Load-Chart
           PERFORM Apply-Coa-Txns
           PERFORM Rewrite-Chart
           DISPLAY "Coa-Maint: " WS-APPLIED-COUNT
               " applied, " WS-REJECT-COUNT " rejected"
           STOP RUN.

      *> A missing GLCOA.DAT is the first account ever loaded, not
      *> an error; the file is built from scratch.
       Load-Chart.
           MOVE ZERO TO WS-ROW-COUNT
           OPEN INPUT GL-CHART-FILE
           IF GL-CHART-STATUS = "00"
               PERFORM Read-Chart-Row
               PERFORM UNTIL END-OF-CHART
                   IF WS-ROW-COUNT < WS-ROW-LIMIT
                       ADD 1 TO WS-ROW-COUNT
                       MOVE GLC-ACCOUNT TO
                           WS-ROW-ACCOUNT (WS-ROW-COUNT)
                       MOVE GLC-NAME TO WS-ROW-NAME (WS-ROW-COUNT)
                       MOVE GLC-TYPE TO WS-ROW-TYPE (WS-ROW-COUNT)
                       MOVE GLC-NORMAL-BALANCE TO
                           WS-ROW-NORMAL (WS-ROW-COUNT)
                       MOVE GLC-LINE-NO TO
                           WS-ROW-LINE-NO (WS-ROW-COUNT)
                       MOVE GLC-LINE-CAPTION TO
                           WS-ROW-CAPTION (WS-ROW-COUNT)
                       MOVE GLC-STATUS TO WS-ROW-STATUS (WS-ROW-COUNT)
                       MOVE GLC-UPDATED-DATE TO
                           WS-ROW-UPDATED-DATE (WS-ROW-COUNT)
                       MOVE GLC-UPDATED-BY TO
                           WS-ROW-UPDATED-BY (WS-ROW-COUNT)
                       MOVE GLC-DEPT-CODE TO
                           WS-ROW-DEPT-CODE (WS-ROW-COUNT)
                   ELSE
                       DISPLAY "GLCOA.DAT: more than "
                           WS-ROW-LIMIT " rows, extras dropped"
                   END-IF
                   PERFORM Read-Chart-Row
               END-PERFORM
               CLOSE GL-CHART-FILE
           ELSE
               DISPLAY "GLCOA.DAT: status " GL-CHART-STATUS
                   ", starting an empty chart of accounts"
           END-IF.

       Read-Chart-Row.
           READ GL-CHART-FILE
               AT END
                   SET END-OF-CHART TO TRUE
           END-READ.

       Apply-Coa-Txns.
           OPEN INPUT COA-TXN-FILE
           IF COA-TXN-STATUS = "00"
               PERFORM Read-Coa-Txn
               PERFORM UNTIL END-OF-COA-TXNS
                   PERFORM Apply-One-Coa-Txn
                   PERFORM Read-Coa-Txn
               END-PERFORM
               CLOSE COA-TXN-FILE
           ELSE
               DISPLAY "COATXN.DAT: status " COA-TXN-STATUS
                   ", no chart transactions to apply"
           END-IF.

       Read-Coa-Txn.
           READ COA-TXN-FILE
               AT END
                   SET END-OF-COA-TXNS TO TRUE
           END-READ.

       Apply-One-Coa-Txn.
           MOVE "COATXN.DAT" TO ERR-SOURCE-FILE
           MOVE COA-TXN-RECORD TO ERR-RECORD-IMAGE
           MOVE COX-USER-ID TO WS-OPM-CHECK-ID
           MOVE WS-OPM-FN-COA TO WS-OPM-CHECK-SLOT
           PERFORM Check-Operator-Authority
           IF OPERATOR-AUTHORIZED
               PERFORM Apply-Authorized-Coa-Txn
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               MOVE "COX-USER-ID     " TO ERR-FIELD-NAME
               MOVE COX-USER-ID TO ERR-INCOMING-VALUE
               MOVE WS-OPM-REJECT-MSG TO ERR-MESSAGE
               PERFORM Write-Error-Log
           END-IF.

       Apply-Authorized-Coa-Txn.
           PERFORM Find-Chart-Row
           EVALUATE TRUE
               WHEN COX-ACCOUNT = SPACES
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "COX-ACCOUNT     " TO ERR-FIELD-NAME
                   MOVE COX-ACCOUNT TO ERR-INCOMING-VALUE
                   MOVE "Chart txn missing account" TO ERR-MESSAGE
                   PERFORM Write-Error-Log
               WHEN IS-ACCOUNT-ADD
                   PERFORM Add-Account
               WHEN IS-ACCOUNT-CHANGE
                   PERFORM Change-Account
               WHEN IS-ACCOUNT-INACTIVATE
                   PERFORM Inactivate-Account
               WHEN IS-ACCOUNT-REACTIVATE
                   PERFORM Reactivate-Account
               WHEN OTHER
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "COX-TXN-CODE    " TO ERR-FIELD-NAME
                   MOVE COX-TXN-CODE TO ERR-INCOMING-VALUE
                   MOVE "Unknown chart txn code, txn skipped" TO
                       ERR-MESSAGE
                   PERFORM Write-Error-Log
           END-EVALUATE.

       Find-Chart-Row.
           SET ACCOUNT-FOUND TO FALSE
           MOVE ZERO TO WS-MATCH-SUB
           PERFORM VARYING WS-ROW-SUB FROM 1 BY 1
               UNTIL WS-ROW-SUB > WS-ROW-COUNT
               IF WS-ROW-ACCOUNT (WS-ROW-SUB) = COX-ACCOUNT
                   SET ACCOUNT-FOUND TO TRUE
                   MOVE WS-ROW-SUB TO WS-MATCH-SUB
               END-IF
           END-PERFORM
           IF ACCOUNT-FOUND
               MOVE WS-ROW-NAME (WS-MATCH-SUB) TO WS-AUD-OLD-NAME
               MOVE WS-ROW-TYPE (WS-MATCH-SUB) TO WS-AUD-OLD-TYPE
               MOVE WS-ROW-NORMAL (WS-MATCH-SUB) TO WS-AUD-OLD-NORMAL
               MOVE WS-ROW-LINE-NO (WS-MATCH-SUB)
                   TO WS-AUD-OLD-LINE-NO
               MOVE WS-ROW-STATUS (WS-MATCH-SUB) TO WS-AUD-OLD-STATUS
               MOVE WS-ROW-DEPT-CODE (WS-MATCH-SUB)
                   TO WS-AUD-OLD-DEPT-CODE
           ELSE
               MOVE SPACES TO WS-AUD-OLD-NAME
               MOVE SPACE TO WS-AUD-OLD-TYPE
               MOVE SPACE TO WS-AUD-OLD-NORMAL
               MOVE ZERO TO WS-AUD-OLD-LINE-NO
               MOVE SPACE TO WS-AUD-OLD-STATUS
               MOVE SPACES TO WS-AUD-OLD-DEPT-CODE
           END-IF.

       Add-Account.
           MOVE COX-NAME TO WS-NEW-NAME
           MOVE COX-TYPE TO WS-NEW-TYPE
           MOVE COX-NORMAL-BALANCE TO WS-NEW-NORMAL
           IF COX-LINE-NO NUMERIC
               MOVE COX-LINE-NO TO WS-NEW-LINE-NO
           ELSE
               MOVE ZERO TO WS-NEW-LINE-NO
           END-IF
           MOVE COX-LINE-CAPTION TO WS-NEW-CAPTION
           MOVE COX-DEPT-CODE TO WS-NEW-DEPT-CODE
           IF WS-NEW-DEPT-CODE = "*"
               MOVE SPACES TO WS-NEW-DEPT-CODE
           END-IF
           IF WS-NEW-NORMAL = SPACE
               PERFORM Default-Normal-Balance
           END-IF
           PERFORM Check-Statement-Line
           EVALUATE TRUE
               WHEN ACCOUNT-FOUND
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "COX-ACCOUNT     " TO ERR-FIELD-NAME
                   MOVE COX-ACCOUNT TO ERR-INCOMING-VALUE
                   MOVE "Account already on the chart" TO ERR-MESSAGE
                   PERFORM Write-Error-Log
               WHEN WS-NEW-NAME = SPACES
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "COX-NAME        " TO ERR-FIELD-NAME
                   MOVE COX-ACCOUNT TO ERR-INCOMING-VALUE
                   MOVE "New account missing name" TO ERR-MESSAGE
                   PERFORM Write-Error-Log
               WHEN WS-ROW-COUNT >= WS-ROW-LIMIT
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "WS-ROW-COUNT    " TO ERR-FIELD-NAME
                   MOVE COX-ACCOUNT TO ERR-INCOMING-VALUE
                   MOVE "Chart of accounts full, txn skipped" TO
                       ERR-MESSAGE
                   PERFORM Write-Error-Log
               WHEN OTHER
                   PERFORM Edit-New-Account
                   IF NOT ACCOUNT-EDIT-FAILED
                       ADD 1 TO WS-ROW-COUNT
                       MOVE WS-ROW-COUNT TO WS-MATCH-SUB
                       MOVE COX-ACCOUNT TO
                           WS-ROW-ACCOUNT (WS-MATCH-SUB)
                       MOVE "A" TO WS-ROW-STATUS (WS-MATCH-SUB)
                       PERFORM Store-New-Account
                       DISPLAY "Account " COX-ACCOUNT " added"
                   END-IF
           END-EVALUATE.

       Change-Account.
           IF NOT ACCOUNT-FOUND
               ADD 1 TO WS-REJECT-COUNT
               MOVE "COX-ACCOUNT     " TO ERR-FIELD-NAME
               MOVE COX-ACCOUNT TO ERR-INCOMING-VALUE
               MOVE "No account on the chart to change" TO
                   ERR-MESSAGE
               PERFORM Write-Error-Log
           ELSE
               MOVE WS-ROW-NAME (WS-MATCH-SUB) TO WS-NEW-NAME
               MOVE WS-ROW-TYPE (WS-MATCH-SUB) TO WS-NEW-TYPE
               MOVE WS-ROW-NORMAL (WS-MATCH-SUB) TO WS-NEW-NORMAL
               MOVE WS-ROW-LINE-NO (WS-MATCH-SUB) TO WS-NEW-LINE-NO
               MOVE SPACES TO WS-NEW-CAPTION
               MOVE WS-ROW-DEPT-CODE (WS-MATCH-SUB)
                   TO WS-NEW-DEPT-CODE
               EVALUATE TRUE
                   WHEN COX-DEPT-CODE = "*"
                       MOVE SPACES TO WS-NEW-DEPT-CODE
                   WHEN COX-DEPT-CODE NOT = SPACES
                       MOVE COX-DEPT-CODE TO WS-NEW-DEPT-CODE
               END-EVALUATE
               IF COX-NAME NOT = SPACES
                   MOVE COX-NAME TO WS-NEW-NAME
               END-IF
               IF COX-TYPE NOT = SPACE
                   MOVE COX-TYPE TO WS-NEW-TYPE
                   IF COX-NORMAL-BALANCE = SPACE
                       PERFORM Default-Normal-Balance
                   END-IF
               END-IF
               IF COX-NORMAL-BALANCE NOT = SPACE
                   MOVE COX-NORMAL-BALANCE TO WS-NEW-NORMAL
               END-IF
               EVALUATE TRUE
                   WHEN COX-LINE-NO = SPACES
                       CONTINUE
                   WHEN COX-LINE-NO NUMERIC
                       MOVE COX-LINE-NO TO WS-NEW-LINE-NO
                   WHEN OTHER
                       MOVE ZERO TO WS-NEW-LINE-NO
               END-EVALUATE
               MOVE COX-LINE-CAPTION TO WS-NEW-CAPTION
               PERFORM Check-Statement-Line
               PERFORM Edit-New-Account
               IF NOT ACCOUNT-EDIT-FAILED
                   PERFORM Store-New-Account
                   DISPLAY "Account " COX-ACCOUNT " changed"
               END-IF
           END-IF.

       Default-Normal-Balance.
           IF NEW-TYPE-DEBIT
               MOVE "D" TO WS-NEW-NORMAL
           ELSE
               MOVE "C" TO WS-NEW-NORMAL
           END-IF.

      *> What the line already carries: its caption, and whether
      *> any other account on it is of another type.
       Check-Statement-Line.
           MOVE SPACES TO WS-LINE-CAPTION
           SET LINE-TYPE-CONFLICT TO FALSE
           PERFORM VARYING WS-ROW-SUB FROM 1 BY 1
               UNTIL WS-ROW-SUB > WS-ROW-COUNT
               IF WS-ROW-LINE-NO (WS-ROW-SUB) = WS-NEW-LINE-NO
               AND WS-ROW-ACCOUNT (WS-ROW-SUB) NOT = COX-ACCOUNT
                   MOVE WS-ROW-CAPTION (WS-ROW-SUB) TO WS-LINE-CAPTION
                   IF WS-ROW-TYPE (WS-ROW-SUB) NOT = WS-NEW-TYPE
                       SET LINE-TYPE-CONFLICT TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-NEW-CAPTION = SPACES
               IF WS-LINE-CAPTION NOT = SPACES
                   MOVE WS-LINE-CAPTION TO WS-NEW-CAPTION
               ELSE
                   IF ACCOUNT-FOUND
                       IF WS-ROW-LINE-NO (WS-MATCH-SUB)
                           = WS-NEW-LINE-NO
                           MOVE WS-ROW-CAPTION (WS-MATCH-SUB)
                               TO WS-NEW-CAPTION
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *> The first failure found is the reason given.
       Edit-New-Account.
           SET ACCOUNT-EDIT-FAILED TO FALSE
           PERFORM Check-Department
           MOVE SPACES TO ERR-MESSAGE
           MOVE COX-ACCOUNT TO ERR-INCOMING-VALUE
           EVALUATE TRUE
               WHEN NOT NEW-TYPE-VALID
                   MOVE "COX-TYPE        " TO ERR-FIELD-NAME
                   MOVE "Account type must be A, L, E, R or X" TO
                       ERR-MESSAGE
               WHEN NOT NEW-NORMAL-VALID
                   MOVE "COX-NORMAL-BAL  " TO ERR-FIELD-NAME
                   MOVE "Normal balance must be D or C" TO
                       ERR-MESSAGE
               WHEN WS-NEW-LINE-NO = ZERO
                   MOVE "COX-LINE-NO     " TO ERR-FIELD-NAME
                   MOVE "Statement line must be 001 to 999" TO
                       ERR-MESSAGE
               WHEN LINE-TYPE-CONFLICT
                   MOVE "COX-LINE-NO     " TO ERR-FIELD-NAME
                   MOVE "Statement line holds another type" TO
                       ERR-MESSAGE
               WHEN WS-NEW-CAPTION = SPACES
                   MOVE "COX-LINE-CAPTION" TO ERR-FIELD-NAME
                   MOVE "New statement line needs a caption" TO
                       ERR-MESSAGE
               WHEN NOT DEPT-CODE-KNOWN
                   MOVE "COX-DEPT-CODE   " TO ERR-FIELD-NAME
                   MOVE "Department not on DEPTBUD.DAT" TO
                       ERR-MESSAGE
           END-EVALUATE
           IF ERR-MESSAGE NOT = SPACES
               SET ACCOUNT-EDIT-FAILED TO TRUE
               ADD 1 TO WS-REJECT-COUNT
               PERFORM Write-Error-Log
           END-IF.

      *> A department left as it was is not checked again.
       Check-Department.
           SET DEPT-CODE-KNOWN TO TRUE
           IF WS-NEW-DEPT-CODE NOT = SPACES
           AND COX-DEPT-CODE NOT = SPACES
               OPEN INPUT DEPT-BUDGET-FILE
               IF DEPT-BUDGET-STATUS = "00"
                   MOVE WS-NEW-DEPT-CODE TO DB-DEPT-CODE
                   READ DEPT-BUDGET-FILE
                       INVALID KEY
                           SET DEPT-CODE-KNOWN TO FALSE
                   END-READ
                   CLOSE DEPT-BUDGET-FILE
               ELSE
                   SET DEPT-CODE-KNOWN TO FALSE
               END-IF
           END-IF.

      *> A caption keyed against a line renames the whole line.
       Store-New-Account.
           MOVE WS-NEW-NAME    TO WS-ROW-NAME (WS-MATCH-SUB)
           MOVE WS-NEW-TYPE    TO WS-ROW-TYPE (WS-MATCH-SUB)
           MOVE WS-NEW-NORMAL  TO WS-ROW-NORMAL (WS-MATCH-SUB)
           MOVE WS-NEW-LINE-NO TO WS-ROW-LINE-NO (WS-MATCH-SUB)
           MOVE WS-NEW-CAPTION TO WS-ROW-CAPTION (WS-MATCH-SUB)
           MOVE WS-NEW-DEPT-CODE TO WS-ROW-DEPT-CODE (WS-MATCH-SUB)
           PERFORM VARYING WS-ROW-SUB FROM 1 BY 1
               UNTIL WS-ROW-SUB > WS-ROW-COUNT
               IF WS-ROW-LINE-NO (WS-ROW-SUB) = WS-NEW-LINE-NO
                   MOVE WS-NEW-CAPTION TO WS-ROW-CAPTION (WS-ROW-SUB)
               END-IF
           END-PERFORM
           PERFORM Stamp-Chart-Row.

       Inactivate-Account.
           EVALUATE TRUE
               WHEN NOT ACCOUNT-FOUND
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "COX-ACCOUNT     " TO ERR-FIELD-NAME
                   MOVE COX-ACCOUNT TO ERR-INCOMING-VALUE
                   MOVE "No account on the chart to inactivate" TO
                       ERR-MESSAGE
                   PERFORM Write-Error-Log
               WHEN WS-ROW-STATUS (WS-MATCH-SUB) = "I"
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "COX-ACCOUNT     " TO ERR-FIELD-NAME
                   MOVE COX-ACCOUNT TO ERR-INCOMING-VALUE
                   MOVE "Account is already inactive" TO ERR-MESSAGE
                   PERFORM Write-Error-Log
               WHEN OTHER
                   MOVE "I" TO WS-ROW-STATUS (WS-MATCH-SUB)
                   PERFORM Stamp-Chart-Row
                   DISPLAY "Account " COX-ACCOUNT " inactivated"
           END-EVALUATE.

       Reactivate-Account.
           EVALUATE TRUE
               WHEN NOT ACCOUNT-FOUND
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "COX-ACCOUNT     " TO ERR-FIELD-NAME
                   MOVE COX-ACCOUNT TO ERR-INCOMING-VALUE
                   MOVE "No account on the chart to reactivate" TO
                       ERR-MESSAGE
                   PERFORM Write-Error-Log
               WHEN WS-ROW-STATUS (WS-MATCH-SUB) = "A"
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "COX-ACCOUNT     " TO ERR-FIELD-NAME
                   MOVE COX-ACCOUNT TO ERR-INCOMING-VALUE
                   MOVE "Account is already active" TO ERR-MESSAGE
                   PERFORM Write-Error-Log
               WHEN OTHER
                   MOVE "A" TO WS-ROW-STATUS (WS-MATCH-SUB)
                   PERFORM Stamp-Chart-Row
                   DISPLAY "Account " COX-ACCOUNT " reactivated"
           END-EVALUATE.

       Stamp-Chart-Row.
           MOVE WS-TODAY-DATE TO WS-ROW-UPDATED-DATE (WS-MATCH-SUB)
           MOVE COX-USER-ID   TO WS-ROW-UPDATED-BY (WS-MATCH-SUB)
           ADD 1 TO WS-APPLIED-COUNT
           PERFORM Write-Chart-Audit.

       Write-Chart-Audit.
           OPEN EXTEND COA-AUDIT-FILE
           IF COA-AUDIT-STATUS = "35"
               OPEN OUTPUT COA-AUDIT-FILE
               CLOSE COA-AUDIT-FILE
               OPEN EXTEND COA-AUDIT-FILE
           END-IF
           MOVE SPACES             TO COA-AUDIT-RECORD
           MOVE WS-TODAY-DATE      TO CAU-DATE
           MOVE WS-TIME-OF-DAY     TO CAU-TIME
           MOVE COX-USER-ID        TO CAU-USER-ID
           MOVE COX-TXN-CODE       TO CAU-ACTION
           MOVE COX-ACCOUNT        TO CAU-ACCOUNT
           MOVE WS-AUD-OLD-NAME    TO CAU-OLD-NAME
           MOVE WS-AUD-OLD-TYPE    TO CAU-OLD-TYPE
           MOVE WS-AUD-OLD-NORMAL  TO CAU-OLD-NORMAL
           MOVE WS-AUD-OLD-LINE-NO TO CAU-OLD-LINE-NO
           MOVE WS-AUD-OLD-STATUS  TO CAU-OLD-STATUS
           MOVE WS-AUD-OLD-DEPT-CODE TO CAU-OLD-DEPT-CODE
           MOVE WS-ROW-NAME (WS-MATCH-SUB)    TO CAU-NEW-NAME
           MOVE WS-ROW-TYPE (WS-MATCH-SUB)    TO CAU-NEW-TYPE
           MOVE WS-ROW-NORMAL (WS-MATCH-SUB)  TO CAU-NEW-NORMAL
           MOVE WS-ROW-LINE-NO (WS-MATCH-SUB) TO CAU-NEW-LINE-NO
           MOVE WS-ROW-STATUS (WS-MATCH-SUB)  TO CAU-NEW-STATUS
           MOVE WS-ROW-DEPT-CODE (WS-MATCH-SUB) TO CAU-NEW-DEPT-CODE
           WRITE COA-AUDIT-RECORD
           CLOSE COA-AUDIT-FILE.

       Rewrite-Chart.
           OPEN OUTPUT GL-CHART-FILE
           PERFORM VARYING WS-ROW-SUB FROM 1 BY 1
               UNTIL WS-ROW-SUB > WS-ROW-COUNT
               MOVE SPACES TO GL-CHART-RECORD
               MOVE WS-ROW-ACCOUNT (WS-ROW-SUB) TO GLC-ACCOUNT
               MOVE WS-ROW-NAME (WS-ROW-SUB)    TO GLC-NAME
               MOVE WS-ROW-TYPE (WS-ROW-SUB)    TO GLC-TYPE
               MOVE WS-ROW-NORMAL (WS-ROW-SUB)  TO GLC-NORMAL-BALANCE
               MOVE WS-ROW-LINE-NO (WS-ROW-SUB) TO GLC-LINE-NO
               MOVE WS-ROW-CAPTION (WS-ROW-SUB) TO GLC-LINE-CAPTION
               MOVE WS-ROW-STATUS (WS-ROW-SUB)  TO GLC-STATUS
               MOVE WS-ROW-UPDATED-DATE (WS-ROW-SUB)
                   TO GLC-UPDATED-DATE
               MOVE WS-ROW-UPDATED-BY (WS-ROW-SUB) TO GLC-UPDATED-BY
               MOVE WS-ROW-DEPT-CODE (WS-ROW-SUB) TO GLC-DEPT-CODE
               WRITE GL-CHART-RECORD
           END-PERFORM
           CLOSE GL-CHART-FILE.

           COPY OPERLD.
           COPY ERRLOGWR.
       END PROGRAM Coa-Maint.

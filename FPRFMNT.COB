       IDENTIFICATION DIVISION.
       PROGRAM-ID. Filing-Prof-Maint.
       AUTHOR. Mike Korolevsky.
       DATE-WRITTEN. 15 Oct 2026.

      *> Maintains TAXFPROF.DAT, the filing profile Tax-Efile reads
      *> to build each jurisdiction's electronic sales-tax return:
      *> our account number with the state, the return form it
      *> names, and the file layout its portal accepts (F fixed or
      *> D delimited - see TAXFPROF.CPY). A state that changes its
      *> portal or reissues our account number is a transaction
      *> here, not a program change. FPRFTXN.DAT transactions, in
      *> the Rate-Maint mold:
      *>   A - add a profile for a jurisdiction not yet on file;
      *>       the account number and a valid layout are required.
      *>   C - change a profile: account, layout and form keyed
      *>       replace what is on file; a column left blank keeps
      *>       the value on file.
      *>   D - drop the profile of a jurisdiction we no longer
      *>       file with.
      *> The user id on each transaction must belong to an active
      *> operator on OPERM.DAT holding the filing-profile
      *> authority; anyone else's transaction is rejected.
      *> Every applied change writes an FPRFAUDT.DAT audit record
      *> carrying the before and after account and layout, since
      *> "who changed our account number with the state" is the
      *> first thing asked when a return goes astray. Rejected
      *> transactions go to the shared error log with the record
      *> image, resubmittable through Err-Repair. Run on demand.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAX-FPROFILE-FILE ASSIGN TO "TAXFPROF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TAX-FPROFILE-STATUS.

           SELECT FPROF-TXN-FILE ASSIGN TO "FPRFTXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FPROF-TXN-STATUS.

           SELECT FPROF-AUDIT-FILE ASSIGN TO "FPRFAUDT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FPROF-AUDIT-STATUS.

           COPY OPERSL.
           COPY ERRLOGSL.

       DATA DIVISION.
       FILE SECTION.
           COPY TAXFPROF.

       FD  FPROF-TXN-FILE.
       01  FPROF-TXN-RECORD.
           02  FPX-TXN-CODE        PIC X.
               88 IS-FPROF-ADD     VALUE "A".
               88 IS-FPROF-CHANGE  VALUE "C".
               88 IS-FPROF-DELETE  VALUE "D".
           02  FPX-JURISDICTION    PIC X(2).
           02  FPX-ACCOUNT-NO      PIC X(15).
           02  FPX-LAYOUT          PIC X.
               88 FPX-LAYOUT-VALID VALUE "F" "D".
           02  FPX-FORM-ID         PIC X(10).
           02  FPX-USER-ID         PIC X(8).

       FD  FPROF-AUDIT-FILE.
       01  FPROF-AUDIT-RECORD.
           02  FAU-DATE            PIC 9(8).
           02  FILLER              PIC X(1).
           02  FAU-TIME            PIC 9(8).
           02  FILLER              PIC X(1).
           02  FAU-USER-ID         PIC X(8).
           02  FILLER              PIC X(1).
           02  FAU-ACTION          PIC X.
           02  FILLER              PIC X(1).
           02  FAU-JURISDICTION    PIC X(2).
           02  FILLER              PIC X(1).
           02  FAU-OLD-ACCOUNT     PIC X(15).
           02  FILLER              PIC X(1).
           02  FAU-OLD-LAYOUT      PIC X.
           02  FILLER              PIC X(1).
           02  FAU-NEW-ACCOUNT     PIC X(15).
           02  FILLER              PIC X(1).
           02  FAU-NEW-LAYOUT      PIC X.
           02  FILLER              PIC X(1).
           02  FAU-NEW-FORM-ID     PIC X(10).

           COPY OPERM.
           COPY ERRLOG.

       WORKING-STORAGE SECTION.
       01 TAX-FPROFILE-STATUS  PIC XX.
       01 FPROF-TXN-STATUS     PIC XX.
       01 FPROF-AUDIT-STATUS   PIC XX.

           COPY FILESTAT.
           COPY OPERTB.

       01 WS-PROF-EOF-SWITCH   PIC X VALUE "N".
           88 END-OF-PROFILES  VALUE "Y".
       01 WS-TXN-EOF-SWITCH    PIC X VALUE "N".
           88 END-OF-FPROF-TXNS VALUE "Y".

      *> One row per jurisdiction, held in a table for the run and
      *> rewritten to the file once at end.
       01 WS-ROW-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-ROW-SUB           PIC 9(3) VALUE ZERO.
       01 WS-ROW-LIMIT         PIC 9(3) VALUE 050.
       01 WS-PROF-ROW-TABLE.
           02 WS-PROF-ROW OCCURS 50 TIMES.
               03 WS-ROW-JURISDICTION PIC X(2).
               03 WS-ROW-ACCOUNT-NO   PIC X(15).
               03 WS-ROW-LAYOUT       PIC X.
               03 WS-ROW-FORM-ID      PIC X(10).
               03 WS-ROW-UPDATED-DATE PIC 9(8).
               03 WS-ROW-UPDATED-BY   PIC X(8).
               03 WS-ROW-DROPPED      PIC X.

       01 WS-MATCH-SUB         PIC 9(3) VALUE ZERO.
       01 WS-MATCH-FOUND       PIC X VALUE "N".
           88 PROFILE-FOUND    VALUE "Y" FALSE "N".

       01 WS-APPLIED-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-REJECT-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-TODAY-DATE        PIC 9(8).
       01 WS-TIME-OF-DAY       PIC 9(8).
       01 WS-AUD-OLD-ACCOUNT   PIC X(15) VALUE SPACES.
       01 WS-AUD-OLD-LAYOUT    PIC X VALUE SPACE.

       PROCEDURE DIVISION.
       Begin.
           MOVE "FPRFMNT" TO ERR-PROGRAM-ID
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-OF-DAY FROM TIME
           PERFORM Load-Operator-Table
           PERFORM Load-Profile-Master
           PERFORM Apply-Profile-Txns
           PERFORM Rewrite-Profile-Master
           DISPLAY "Filing-Prof-Maint: " WS-APPLIED-COUNT
               " applied, " WS-REJECT-COUNT " rejected"
           STOP RUN.

      *> A missing TAXFPROF.DAT is the first profile ever loaded,
      *> not an error; the file is built from scratch.
       Load-Profile-Master.
           MOVE ZERO TO WS-ROW-COUNT
           OPEN INPUT TAX-FPROFILE-FILE
           IF TAX-FPROFILE-STATUS = "00"
               PERFORM Read-Profile-Row
               PERFORM UNTIL END-OF-PROFILES
                   IF WS-ROW-COUNT < WS-ROW-LIMIT
                       ADD 1 TO WS-ROW-COUNT
                       MOVE TFP-JURISDICTION TO
                           WS-ROW-JURISDICTION (WS-ROW-COUNT)
                       MOVE TFP-ACCOUNT-NO TO
                           WS-ROW-ACCOUNT-NO (WS-ROW-COUNT)
                       MOVE TFP-LAYOUT TO WS-ROW-LAYOUT (WS-ROW-COUNT)
                       MOVE TFP-FORM-ID TO
                           WS-ROW-FORM-ID (WS-ROW-COUNT)
                       MOVE TFP-UPDATED-DATE TO
                           WS-ROW-UPDATED-DATE (WS-ROW-COUNT)
                       MOVE TFP-UPDATED-BY TO
                           WS-ROW-UPDATED-BY (WS-ROW-COUNT)
                       MOVE "N" TO WS-ROW-DROPPED (WS-ROW-COUNT)
                   ELSE
                       DISPLAY "TAXFPROF.DAT: more than "
                           WS-ROW-LIMIT " rows, extras dropped"
                   END-IF
                   PERFORM Read-Profile-Row
               END-PERFORM
               CLOSE TAX-FPROFILE-FILE
           ELSE
               DISPLAY "TAXFPROF.DAT: status " TAX-FPROFILE-STATUS
                   ", starting an empty filing-profile master"
           END-IF.

       Read-Profile-Row.
           READ TAX-FPROFILE-FILE
               AT END
                   SET END-OF-PROFILES TO TRUE
           END-READ.

       Apply-Profile-Txns.
           OPEN INPUT FPROF-TXN-FILE
           IF FPROF-TXN-STATUS = "00"
               PERFORM Read-Profile-Txn
               PERFORM UNTIL END-OF-FPROF-TXNS
                   PERFORM Apply-One-Profile-Txn
                   PERFORM Read-Profile-Txn
               END-PERFORM
               CLOSE FPROF-TXN-FILE
           ELSE
               DISPLAY "FPRFTXN.DAT: status " FPROF-TXN-STATUS
                   ", no filing-profile transactions to apply"
           END-IF.

       Read-Profile-Txn.
           READ FPROF-TXN-FILE
               AT END
                   SET END-OF-FPROF-TXNS TO TRUE
           END-READ.

       Apply-One-Profile-Txn.
           MOVE "FPRFTXN.DAT" TO ERR-SOURCE-FILE
           MOVE FPROF-TXN-RECORD TO ERR-RECORD-IMAGE
           MOVE FPX-USER-ID TO WS-OPM-CHECK-ID
           MOVE WS-OPM-FN-FILING-PROF TO WS-OPM-CHECK-SLOT
           PERFORM Check-Operator-Authority
           IF OPERATOR-AUTHORIZED
               PERFORM Apply-Authorized-Profile-Txn
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               MOVE "FPX-USER-ID     " TO ERR-FIELD-NAME
               MOVE FPX-USER-ID TO ERR-INCOMING-VALUE
               MOVE WS-OPM-REJECT-MSG TO ERR-MESSAGE
               PERFORM Write-Error-Log
           END-IF.

       Apply-Authorized-Profile-Txn.
           PERFORM Find-Profile-Row
           EVALUATE TRUE
               WHEN FPX-JURISDICTION = SPACES
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "FPX-JURISDICTION" TO ERR-FIELD-NAME
                   MOVE FPX-JURISDICTION TO ERR-INCOMING-VALUE
                   MOVE "Profile txn missing jurisdiction" TO
                       ERR-MESSAGE
                   PERFORM Write-Error-Log
               WHEN IS-FPROF-ADD
                   PERFORM Add-Profile
               WHEN IS-FPROF-CHANGE
                   PERFORM Change-Profile
               WHEN IS-FPROF-DELETE
                   PERFORM Drop-Profile
               WHEN OTHER
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "FPX-TXN-CODE    " TO ERR-FIELD-NAME
                   MOVE FPX-TXN-CODE TO ERR-INCOMING-VALUE
                   MOVE "Unknown profile txn code, txn skipped" TO
                       ERR-MESSAGE
                   PERFORM Write-Error-Log
           END-EVALUATE.

       Find-Profile-Row.
           SET PROFILE-FOUND TO FALSE
           MOVE ZERO TO WS-MATCH-SUB
           PERFORM VARYING WS-ROW-SUB FROM 1 BY 1
               UNTIL WS-ROW-SUB > WS-ROW-COUNT
               IF WS-ROW-JURISDICTION (WS-ROW-SUB) = FPX-JURISDICTION
               AND WS-ROW-DROPPED (WS-ROW-SUB) NOT = "Y"
                   SET PROFILE-FOUND TO TRUE
                   MOVE WS-ROW-SUB TO WS-MATCH-SUB
               END-IF
           END-PERFORM.

       Add-Profile.
           EVALUATE TRUE
               WHEN PROFILE-FOUND
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "FPX-JURISDICTION" TO ERR-FIELD-NAME
                   MOVE FPX-JURISDICTION TO ERR-INCOMING-VALUE
                   MOVE "Jurisdiction already has a profile" TO
                       ERR-MESSAGE
                   PERFORM Write-Error-Log
               WHEN FPX-ACCOUNT-NO = SPACES
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "FPX-ACCOUNT-NO  " TO ERR-FIELD-NAME
                   MOVE FPX-JURISDICTION TO ERR-INCOMING-VALUE
                   MOVE "Profile missing state account number" TO
                       ERR-MESSAGE
                   PERFORM Write-Error-Log
               WHEN NOT FPX-LAYOUT-VALID
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "FPX-LAYOUT      " TO ERR-FIELD-NAME
                   MOVE FPX-LAYOUT TO ERR-INCOMING-VALUE
                   MOVE "Return layout not F or D" TO ERR-MESSAGE
                   PERFORM Write-Error-Log
               WHEN WS-ROW-COUNT >= WS-ROW-LIMIT
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "WS-ROW-COUNT    " TO ERR-FIELD-NAME
                   MOVE FPX-JURISDICTION TO ERR-INCOMING-VALUE
                   MOVE "Profile master full, txn skipped" TO
                       ERR-MESSAGE
                   PERFORM Write-Error-Log
               WHEN OTHER
                   ADD 1 TO WS-ROW-COUNT
                   MOVE WS-ROW-COUNT TO WS-MATCH-SUB
                   MOVE FPX-JURISDICTION TO
                       WS-ROW-JURISDICTION (WS-MATCH-SUB)
                   MOVE "N" TO WS-ROW-DROPPED (WS-MATCH-SUB)
                   MOVE SPACES TO WS-AUD-OLD-ACCOUNT
                   MOVE SPACE TO WS-AUD-OLD-LAYOUT
                   MOVE FPX-ACCOUNT-NO TO
                       WS-ROW-ACCOUNT-NO (WS-MATCH-SUB)
                   MOVE FPX-LAYOUT TO WS-ROW-LAYOUT (WS-MATCH-SUB)
                   MOVE FPX-FORM-ID TO WS-ROW-FORM-ID (WS-MATCH-SUB)
                   PERFORM Stamp-Profile-Row
                   DISPLAY "Profile " FPX-JURISDICTION " added"
           END-EVALUATE.

       Change-Profile.
           EVALUATE TRUE
               WHEN NOT PROFILE-FOUND
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "FPX-JURISDICTION" TO ERR-FIELD-NAME
                   MOVE FPX-JURISDICTION TO ERR-INCOMING-VALUE
                   MOVE "No profile on file to change" TO
                       ERR-MESSAGE
                   PERFORM Write-Error-Log
               WHEN FPX-LAYOUT NOT = SPACE AND NOT FPX-LAYOUT-VALID
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "FPX-LAYOUT      " TO ERR-FIELD-NAME
                   MOVE FPX-LAYOUT TO ERR-INCOMING-VALUE
                   MOVE "Return layout not F or D" TO ERR-MESSAGE
                   PERFORM Write-Error-Log
               WHEN OTHER
                   MOVE WS-ROW-ACCOUNT-NO (WS-MATCH-SUB)
                       TO WS-AUD-OLD-ACCOUNT
                   MOVE WS-ROW-LAYOUT (WS-MATCH-SUB)
                       TO WS-AUD-OLD-LAYOUT
                   IF FPX-ACCOUNT-NO NOT = SPACES
                       MOVE FPX-ACCOUNT-NO TO
                           WS-ROW-ACCOUNT-NO (WS-MATCH-SUB)
                   END-IF
                   IF FPX-LAYOUT NOT = SPACE
                       MOVE FPX-LAYOUT TO WS-ROW-LAYOUT (WS-MATCH-SUB)
                   END-IF
                   IF FPX-FORM-ID NOT = SPACES
                       MOVE FPX-FORM-ID TO
                           WS-ROW-FORM-ID (WS-MATCH-SUB)
                   END-IF
                   PERFORM Stamp-Profile-Row
                   DISPLAY "Profile " FPX-JURISDICTION " changed"
           END-EVALUATE.

       Drop-Profile.
           IF NOT PROFILE-FOUND
               ADD 1 TO WS-REJECT-COUNT
               MOVE "FPX-JURISDICTION" TO ERR-FIELD-NAME
               MOVE FPX-JURISDICTION TO ERR-INCOMING-VALUE
               MOVE "No profile on file to drop" TO ERR-MESSAGE
               PERFORM Write-Error-Log
           ELSE
               MOVE WS-ROW-ACCOUNT-NO (WS-MATCH-SUB)
                   TO WS-AUD-OLD-ACCOUNT
               MOVE WS-ROW-LAYOUT (WS-MATCH-SUB) TO WS-AUD-OLD-LAYOUT
               MOVE "Y" TO WS-ROW-DROPPED (WS-MATCH-SUB)
               MOVE SPACES TO WS-ROW-ACCOUNT-NO (WS-MATCH-SUB)
               MOVE SPACE TO WS-ROW-LAYOUT (WS-MATCH-SUB)
               MOVE SPACES TO WS-ROW-FORM-ID (WS-MATCH-SUB)
               ADD 1 TO WS-APPLIED-COUNT
               PERFORM Write-Profile-Audit
               DISPLAY "Profile " FPX-JURISDICTION " dropped"
           END-IF.

       Stamp-Profile-Row.
           MOVE WS-TODAY-DATE TO WS-ROW-UPDATED-DATE (WS-MATCH-SUB)
           MOVE FPX-USER-ID   TO WS-ROW-UPDATED-BY (WS-MATCH-SUB)
           ADD 1 TO WS-APPLIED-COUNT
           PERFORM Write-Profile-Audit.

       Write-Profile-Audit.
           OPEN EXTEND FPROF-AUDIT-FILE
           IF FPROF-AUDIT-STATUS = "35"
               OPEN OUTPUT FPROF-AUDIT-FILE
               CLOSE FPROF-AUDIT-FILE
               OPEN EXTEND FPROF-AUDIT-FILE
           END-IF
           MOVE SPACES             TO FPROF-AUDIT-RECORD
           MOVE WS-TODAY-DATE      TO FAU-DATE
           MOVE WS-TIME-OF-DAY     TO FAU-TIME
           MOVE FPX-USER-ID        TO FAU-USER-ID
           MOVE FPX-TXN-CODE       TO FAU-ACTION
           MOVE FPX-JURISDICTION   TO FAU-JURISDICTION
           MOVE WS-AUD-OLD-ACCOUNT TO FAU-OLD-ACCOUNT
           MOVE WS-AUD-OLD-LAYOUT  TO FAU-OLD-LAYOUT
           MOVE WS-ROW-ACCOUNT-NO (WS-MATCH-SUB) TO FAU-NEW-ACCOUNT
           MOVE WS-ROW-LAYOUT (WS-MATCH-SUB)     TO FAU-NEW-LAYOUT
           MOVE WS-ROW-FORM-ID (WS-MATCH-SUB)    TO FAU-NEW-FORM-ID
           WRITE FPROF-AUDIT-RECORD
           CLOSE FPROF-AUDIT-FILE.

      *> Dropped rows are simply not written back.
       Rewrite-Profile-Master.
           OPEN OUTPUT TAX-FPROFILE-FILE
           PERFORM VARYING WS-ROW-SUB FROM 1 BY 1
               UNTIL WS-ROW-SUB > WS-ROW-COUNT
               IF WS-ROW-DROPPED (WS-ROW-SUB) NOT = "Y"
                   MOVE SPACES TO TAX-FPROFILE-RECORD
                   MOVE WS-ROW-JURISDICTION (WS-ROW-SUB)
                       TO TFP-JURISDICTION
                   MOVE WS-ROW-ACCOUNT-NO (WS-ROW-SUB)
                       TO TFP-ACCOUNT-NO
                   MOVE WS-ROW-LAYOUT (WS-ROW-SUB)  TO TFP-LAYOUT
                   MOVE WS-ROW-FORM-ID (WS-ROW-SUB) TO TFP-FORM-ID
                   MOVE WS-ROW-UPDATED-DATE (WS-ROW-SUB)
                       TO TFP-UPDATED-DATE
                   MOVE WS-ROW-UPDATED-BY (WS-ROW-SUB)
                       TO TFP-UPDATED-BY
                   WRITE TAX-FPROFILE-RECORD
               END-IF
           END-PERFORM
           CLOSE TAX-FPROFILE-FILE.

           COPY OPERLD.
           COPY ERRLOGWR.
       END PROGRAM Filing-Prof-Maint.

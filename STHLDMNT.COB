       IDENTIFICATION DIVISION.
       PROGRAM-ID. Stu-Hold-Maint.
       AUTHOR. Mike Korolevsky.
       DATE-WRITTEN. 15 Oct 2026.

      *> Student account holds. Until now the only sanction the
      *> system had for an unpaid or unresolved student was
      *> Dereg's term-end withdrawal; an office could not say "do
      *> not enroll this student until the library fine is paid"
      *> or "do not release a transcript while the balance is
      *> open". HOLDS.DAT (STUHOLD copybooks) now carries one row
      *> per hold - type, placing office, placed and release dates
      *> - and Class-Enroll, Transcript, Draft's graduation audit
      *> and Grad-Audit all refuse a student with one in force.
      *> HOLDTXN.DAT transactions, in the Cert-Maint mold:
      *>   P - place a hold: the student must be on STUDENT-MASTER,
      *>       the type one of F financial, R registrar, L library,
      *>       D disciplinary, and the office and user keyed; the
      *>       same student/type/office cannot be held twice at
      *>       once. The date keyed is the placed date, blank or
      *>       ZERO meaning the run date.
      *>   R - release a hold: the open hold of that student, type
      *>       and office is stamped with the release date (again
      *>       blank meaning the run date, and never before the day
      *>       it was placed) and the releasing user. The row stays
      *>       on file as the account's hold history.
      *> The user id on each transaction must belong to an active
      *> operator on OPERM.DAT holding the student-hold authority.
      *> Every applied change writes a HOLDAUDT.DAT audit record;
      *> rejects go to the shared error log with the record image,
      *> resubmittable through Err-Repair. After maintenance the
      *> run prints HOLDOPEN.RPT, every hold in force grouped by
      *> placing office with its age in days, so each office can
      *> work its own list. Callable from Master-Driver ahead of
      *> Class-Enroll, so a hold keyed today bites tonight; no
      *> HOLDTXN.DAT is a quiet day and still prints the report.
      *> A HOLDS.DAT too big for the table is left untouched and
      *> the run ends RC 8, since rewriting it would drop rows.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-TXN-FILE ASSIGN TO "HOLDTXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLD-TXN-STATUS.

           SELECT HOLD-AUDIT-FILE ASSIGN TO "HOLDAUDT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLD-AUDIT-STATUS.

           COPY STUHLDSL.

           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUDENTM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STM-STUDENT-ID
               ALTERNATE RECORD KEY IS STM-STUDENT-NAME
                   WITH DUPLICATES
               FILE STATUS IS STUDENT-MASTER-STATUS.

           SELECT PRINT-REPORT-FILE ASSIGN TO "HOLDOPEN.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-REPORT-STATUS.

           COPY OPERSL.
           COPY ERRLOGSL.
           COPY CTLHDSL.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-TXN-FILE.
       01  HOLD-TXN-RECORD.
           02  HX-TXN-CODE         PIC X.
               88 IS-HOLD-PLACE    VALUE "P".
               88 IS-HOLD-RELEASE  VALUE "R".
           02  HX-STUDENT-ID       PIC 9(7).
           02  HX-HOLD-TYPE        PIC X.
               88 HX-TYPE-VALID    VALUE "F" "R" "L" "D".
           02  HX-OFFICE           PIC X(10).
           02  HX-EFF-DATE         PIC 9(8).
           02  HX-REASON           PIC X(20).
           02  HX-USER-ID          PIC X(8).

       FD  HOLD-AUDIT-FILE.
       01  HOLD-AUDIT-RECORD.
           02  HAU-DATE            PIC 9(8).
           02  FILLER              PIC X(1).
           02  HAU-TIME            PIC 9(8).
           02  FILLER              PIC X(1).
           02  HAU-USER-ID         PIC X(8).
           02  FILLER              PIC X(1).
           02  HAU-ACTION          PIC X.
           02  FILLER              PIC X(1).
           02  HAU-STUDENT-ID      PIC 9(7).
           02  FILLER              PIC X(1).
           02  HAU-HOLD-TYPE       PIC X.
           02  FILLER              PIC X(1).
           02  HAU-OFFICE          PIC X(10).
           02  FILLER              PIC X(1).
           02  HAU-EFF-DATE        PIC 9(8).
           02  FILLER              PIC X(1).
           02  HAU-REASON          PIC X(20).

           COPY STUHOLD.

       FD  STUDENT-MASTER-FILE.
           COPY STUDENTM.

       FD  PRINT-REPORT-FILE.
       01  PRINT-REPORT-LINE   PIC X(132).

           COPY OPERM.
           COPY ERRLOG.
           COPY CTLHD.

       WORKING-STORAGE SECTION.
       01 HOLD-TXN-STATUS       PIC XX.
       01 HOLD-AUDIT-STATUS     PIC XX.
       01 STUDENT-MASTER-STATUS PIC XX.

           COPY FILESTAT.
           COPY OPERTB.
           COPY Y2KDATE.
           COPY PRTCTL.

       01 WS-HOLD-EOF           PIC X VALUE "N".
           88 END-OF-HOLD-ROWS  VALUE "Y".
       01 WS-TXN-EOF            PIC X VALUE "N".
           88 END-OF-HOLD-TXNS  VALUE "Y".
       01 WS-HOLD-OVERFLOW      PIC X VALUE "N".
           88 HOLD-TABLE-OVERFLOW VALUE "Y".

      *> The whole hold file, history and all, in one table and
      *> rewritten at end of run.
       01 WS-ROW-COUNT          PIC 9(4) VALUE ZERO.
       01 WS-ROW-SUB            PIC 9(4) VALUE ZERO.
       01 WS-ROW-LIMIT          PIC 9(4) VALUE 2000.
       01 WS-ROW-TABLE-AREA.
           02 WS-ROW-ENTRY OCCURS 2000 TIMES.
               03 WS-ROW-STUDENT   PIC 9(7).
               03 WS-ROW-TYPE      PIC X.
               03 WS-ROW-OFFICE    PIC X(10).
               03 WS-ROW-PLACED    PIC 9(8).
               03 WS-ROW-RELEASED  PIC 9(8).
               03 WS-ROW-REASON    PIC X(20).
               03 WS-ROW-PLACED-BY PIC X(8).
               03 WS-ROW-RLSD-BY   PIC X(8).
       01 WS-ROW-FOUND          PIC X VALUE "N".
           88 OPEN-HOLD-FOUND   VALUE "Y" FALSE "N".
       01 WS-ROW-IN-FORCE       PIC X VALUE "N".
           88 HOLD-IN-FORCE     VALUE "Y" FALSE "N".
       01 WS-MATCH-SUB          PIC 9(4) VALUE ZERO.

      *> Placing offices for the open-holds report, kept in name
      *> order as they are found.
       01 WS-OFF-COUNT          PIC 99 VALUE ZERO.
       01 WS-OFF-SUB            PIC 99 VALUE ZERO.
       01 WS-OFF-INS            PIC 99 VALUE ZERO.
       01 WS-OFF-TABLE-AREA.
           02 WS-OFF-ENTRY OCCURS 50 TIMES.
               03 WS-OFF-NAME      PIC X(10).
       01 WS-OFF-FOUND          PIC X VALUE "N".
           88 OFFICE-LISTED     VALUE "Y" FALSE "N".

       01 WS-EFF-DATE           PIC 9(8) VALUE ZERO.
       01 WS-DATE-VALID         PIC X.
       01 WS-TIME-OF-DAY        PIC 9(8).
       01 WS-DAYS-OPEN          PIC S9(7) VALUE ZERO.
       01 WS-FROM-DATE          PIC 9(8) VALUE ZERO.

       01 WS-TXN-READ-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-PLACED-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-RELEASED-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-REJECT-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-OPEN-COUNT         PIC 9(5) VALUE ZERO.
       01 WS-OFFICE-OPEN-COUNT  PIC 9(5) VALUE ZERO.

       01 HOLD-DETAIL-LINE.
           02 FILLER           PIC X(1)  VALUE SPACE.
           02 HD-STUDENT-ID    PIC 9(7).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 HD-STUDENT-NAME  PIC X(21).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 HD-TYPE-NAME     PIC X(12).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 HD-PLACED        PIC 9(8).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 HD-DAYS-OPEN     PIC ZZZZ9.
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 HD-REASON        PIC X(20).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 HD-PLACED-BY     PIC X(8).
           02 FILLER           PIC X(38) VALUE SPACES.

       01 OFFICE-TOTAL-LINE.
           02 FILLER           PIC X(3)  VALUE SPACES.
           02 FILLER           PIC X(11) VALUE "OFFICE    ".
           02 OT-OFFICE        PIC X(10).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 OT-COUNT         PIC ZZZZ9.
           02 FILLER           PIC X(16) VALUE " HOLDS IN FORCE".
           02 FILLER           PIC X(85) VALUE SPACES.

       01 WS-TOTAL-EDIT         PIC ZZZZ9.

           COPY STUHLDTB.

       LINKAGE SECTION.
       01 LK-TODAY-DATE         PIC 9(8).

       PROCEDURE DIVISION USING OPTIONAL LK-TODAY-DATE.
       Begin.
           MOVE "STHLDMNT" TO ERR-PROGRAM-ID
           IF LK-TODAY-DATE NUMERIC AND LK-TODAY-DATE NOT = ZERO
               MOVE LK-TODAY-DATE TO Y2KDate
           ELSE
               ACCEPT Y2KDate FROM DATE YYYYMMDD
           END-IF
           ACCEPT WS-TIME-OF-DAY FROM TIME
           PERFORM Load-Operator-Table
           DISPLAY "Stu-Hold-Maint run date [" Y2KDate "]"

           PERFORM Load-Hold-Rows
           IF HOLD-TABLE-OVERFLOW
               DISPLAY "HOLDS.DAT: more than " WS-ROW-LIMIT
                   " rows - file left as is, no holds maintained"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM Open-Student-Master
           IF ABEND-OCCURRED
               GOBACK
           END-IF
           PERFORM Apply-Hold-Txns
           PERFORM Rewrite-Hold-Rows
           PERFORM Print-Open-Holds-Report
           CLOSE STUDENT-MASTER-FILE
           DISPLAY "Stu-Hold-Maint: " WS-PLACED-COUNT " placed, "
               WS-RELEASED-COUNT " released, " WS-REJECT-COUNT
               " rejected, " WS-OPEN-COUNT " holds in force"
           PERFORM Handoff-Control-Totals
           GOBACK.

       Load-Hold-Rows.
           MOVE ZERO TO WS-ROW-COUNT
           OPEN INPUT STUDENT-HOLD-FILE
           IF STUDENT-HOLD-STATUS = "00"
               PERFORM Read-Hold-Row
               PERFORM UNTIL END-OF-HOLD-ROWS
                   IF SHD-STUDENT-ID NUMERIC
                       IF WS-ROW-COUNT < WS-ROW-LIMIT
                           ADD 1 TO WS-ROW-COUNT
                           PERFORM Store-Hold-Row
                       ELSE
                           SET HOLD-TABLE-OVERFLOW TO TRUE
                       END-IF
                   END-IF
                   PERFORM Read-Hold-Row
               END-PERFORM
               CLOSE STUDENT-HOLD-FILE
           ELSE
               DISPLAY "HOLDS.DAT: status " STUDENT-HOLD-STATUS
                   ", starting an empty hold file"
           END-IF.

       Read-Hold-Row.
           READ STUDENT-HOLD-FILE
               AT END
                   SET END-OF-HOLD-ROWS TO TRUE
           END-READ.

       Store-Hold-Row.
           MOVE SHD-STUDENT-ID  TO WS-ROW-STUDENT (WS-ROW-COUNT)
           MOVE SHD-HOLD-TYPE   TO WS-ROW-TYPE (WS-ROW-COUNT)
           MOVE SHD-OFFICE      TO WS-ROW-OFFICE (WS-ROW-COUNT)
           MOVE SHD-PLACED-DATE TO WS-ROW-PLACED (WS-ROW-COUNT)
           MOVE SHD-RELEASE-DATE TO WS-ROW-RELEASED (WS-ROW-COUNT)
           MOVE SHD-REASON      TO WS-ROW-REASON (WS-ROW-COUNT)
           MOVE SHD-PLACED-BY   TO WS-ROW-PLACED-BY (WS-ROW-COUNT)
           MOVE SHD-RELEASED-BY TO WS-ROW-RLSD-BY (WS-ROW-COUNT).

      *> The student master is read-only here, for the existence
      *> check on a place and the name on the report.
       Open-Student-Master.
           MOVE "STUDENTM.DAT" TO WS-ABEND-FILE-NAME
           MOVE ZERO TO WS-ABEND-RETRY-COUNT
           PERFORM Try-Open-Student-Master
               UNTIL STUDENT-MASTER-STATUS = "00"
                  OR WS-ABEND-RETRY-COUNT >= 3.

       Try-Open-Student-Master.
           OPEN INPUT STUDENT-MASTER-FILE
           MOVE STUDENT-MASTER-STATUS TO WS-ABEND-STATUS
           PERFORM Check-File-Status.

       Apply-Hold-Txns.
           OPEN INPUT HOLD-TXN-FILE
           IF HOLD-TXN-STATUS = "00"
               PERFORM Read-Hold-Txn
               PERFORM UNTIL END-OF-HOLD-TXNS
                   ADD 1 TO WS-TXN-READ-COUNT
                   PERFORM Apply-One-Hold-Txn
                   PERFORM Read-Hold-Txn
               END-PERFORM
               CLOSE HOLD-TXN-FILE
           ELSE
               DISPLAY "HOLDTXN.DAT: status " HOLD-TXN-STATUS
                   ", no hold transactions to apply"
           END-IF.

       Read-Hold-Txn.
           READ HOLD-TXN-FILE
               AT END
                   SET END-OF-HOLD-TXNS TO TRUE
           END-READ.

      *> The keyer must be an active operator holding the hold
      *> authority. Edits common to both codes come next: who it
      *> is, what kind of hold, whose hold and on what date.
       Apply-One-Hold-Txn.
           MOVE HX-USER-ID TO WS-OPM-CHECK-ID
           MOVE WS-OPM-FN-STU-HOLD TO WS-OPM-CHECK-SLOT
           PERFORM Check-Operator-Authority
           IF OPERATOR-AUTHORIZED
               PERFORM Apply-Authorized-Hold-Txn
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               MOVE "HX-USER-ID      " TO ERR-FIELD-NAME
               MOVE HX-USER-ID TO ERR-INCOMING-VALUE
               MOVE WS-OPM-REJECT-MSG TO ERR-MESSAGE
               PERFORM Log-Hold-Txn-Error
           END-IF.

       Apply-Authorized-Hold-Txn.
           IF HX-EFF-DATE NUMERIC AND HX-EFF-DATE NOT = ZERO
               MOVE HX-EFF-DATE TO WS-EFF-DATE
           ELSE
               MOVE Y2KDate TO WS-EFF-DATE
           END-IF
           CALL "DATE-CHECK" USING WS-EFF-DATE WS-DATE-VALID
           EVALUATE TRUE
               WHEN NOT IS-HOLD-PLACE AND NOT IS-HOLD-RELEASE
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "HX-TXN-CODE     " TO ERR-FIELD-NAME
                   MOVE HX-TXN-CODE TO ERR-INCOMING-VALUE
                   MOVE "Unknown hold txn code, txn skipped" TO
                       ERR-MESSAGE
                   PERFORM Log-Hold-Txn-Error
               WHEN HX-STUDENT-ID NOT NUMERIC
               OR HX-STUDENT-ID = ZERO
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "HX-STUDENT-ID   " TO ERR-FIELD-NAME
                   MOVE HX-STUDENT-ID TO ERR-INCOMING-VALUE
                   MOVE "StudentId missing or not numeric" TO
                       ERR-MESSAGE
                   PERFORM Log-Hold-Txn-Error
               WHEN NOT HX-TYPE-VALID
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "HX-HOLD-TYPE    " TO ERR-FIELD-NAME
                   MOVE HX-HOLD-TYPE TO ERR-INCOMING-VALUE
                   MOVE "Hold type not F, R, L or D" TO ERR-MESSAGE
                   PERFORM Log-Hold-Txn-Error
               WHEN HX-OFFICE = SPACES
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "HX-OFFICE       " TO ERR-FIELD-NAME
                   MOVE HX-STUDENT-ID TO ERR-INCOMING-VALUE
                   MOVE "Hold txn missing placing office" TO
                       ERR-MESSAGE
                   PERFORM Log-Hold-Txn-Error
               WHEN WS-DATE-VALID NOT = "Y"
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "HX-EFF-DATE     " TO ERR-FIELD-NAME
                   MOVE HX-EFF-DATE TO ERR-INCOMING-VALUE
                   MOVE "Hold date not a calendar date" TO
                       ERR-MESSAGE
                   PERFORM Log-Hold-Txn-Error
               WHEN IS-HOLD-PLACE
                   PERFORM Place-Hold
               WHEN OTHER
                   PERFORM Release-Hold
           END-EVALUATE.

      *> An open hold is one with no release date yet; the same
      *> office holding the same student for the same reason twice
      *> is a double key, and releasing one would leave the other.
       Find-Open-Hold.
           SET OPEN-HOLD-FOUND TO FALSE
           MOVE ZERO TO WS-MATCH-SUB
           PERFORM VARYING WS-ROW-SUB FROM 1 BY 1
               UNTIL WS-ROW-SUB > WS-ROW-COUNT
               IF WS-ROW-STUDENT (WS-ROW-SUB) = HX-STUDENT-ID
               AND WS-ROW-TYPE (WS-ROW-SUB) = HX-HOLD-TYPE
               AND WS-ROW-OFFICE (WS-ROW-SUB) = HX-OFFICE
               AND WS-ROW-RELEASED (WS-ROW-SUB) = ZERO
                   SET OPEN-HOLD-FOUND TO TRUE
                   MOVE WS-ROW-SUB TO WS-MATCH-SUB
               END-IF
           END-PERFORM.

       Place-Hold.
           PERFORM Find-Open-Hold
           MOVE HX-STUDENT-ID TO STM-STUDENT-ID
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   MOVE "23" TO STUDENT-MASTER-STATUS
           END-READ
           EVALUATE TRUE
               WHEN STUDENT-MASTER-STATUS NOT = "00"
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "HX-STUDENT-ID   " TO ERR-FIELD-NAME
                   MOVE HX-STUDENT-ID TO ERR-INCOMING-VALUE
                   MOVE "Student not on master, hold rejected" TO
                       ERR-MESSAGE
                   PERFORM Log-Hold-Txn-Error
               WHEN OPEN-HOLD-FOUND
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "HX-OFFICE       " TO ERR-FIELD-NAME
                   MOVE HX-STUDENT-ID TO ERR-INCOMING-VALUE
                   MOVE "Office already holds student, same type"
                       TO ERR-MESSAGE
                   PERFORM Log-Hold-Txn-Error
               WHEN WS-ROW-COUNT >= WS-ROW-LIMIT
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "WS-ROW-COUNT    " TO ERR-FIELD-NAME
                   MOVE HX-STUDENT-ID TO ERR-INCOMING-VALUE
                   MOVE "Hold file full, hold not placed" TO
                       ERR-MESSAGE
                   PERFORM Log-Hold-Txn-Error
               WHEN OTHER
                   ADD 1 TO WS-ROW-COUNT
                   MOVE HX-STUDENT-ID TO WS-ROW-STUDENT (WS-ROW-COUNT)
                   MOVE HX-HOLD-TYPE  TO WS-ROW-TYPE (WS-ROW-COUNT)
                   MOVE HX-OFFICE     TO WS-ROW-OFFICE (WS-ROW-COUNT)
                   MOVE WS-EFF-DATE   TO WS-ROW-PLACED (WS-ROW-COUNT)
                   MOVE ZERO        TO WS-ROW-RELEASED (WS-ROW-COUNT)
                   MOVE HX-REASON     TO WS-ROW-REASON (WS-ROW-COUNT)
                   MOVE HX-USER-ID  TO WS-ROW-PLACED-BY (WS-ROW-COUNT)
                   MOVE SPACES        TO WS-ROW-RLSD-BY (WS-ROW-COUNT)
                   ADD 1 TO WS-PLACED-COUNT
                   PERFORM Write-Hold-Audit
                   DISPLAY "  Hold " HX-HOLD-TYPE " placed on "
                       HX-STUDENT-ID " by " HX-OFFICE
                       " effective " WS-EFF-DATE
           END-EVALUATE.

       Release-Hold.
           PERFORM Find-Open-Hold
           EVALUATE TRUE
               WHEN NOT OPEN-HOLD-FOUND
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "HX-STUDENT-ID   " TO ERR-FIELD-NAME
                   MOVE HX-STUDENT-ID TO ERR-INCOMING-VALUE
                   MOVE "No open hold of that type and office" TO
                       ERR-MESSAGE
                   PERFORM Log-Hold-Txn-Error
               WHEN WS-EFF-DATE < WS-ROW-PLACED (WS-MATCH-SUB)
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "HX-EFF-DATE     " TO ERR-FIELD-NAME
                   MOVE WS-EFF-DATE TO ERR-INCOMING-VALUE
                   MOVE "Release date before hold was placed" TO
                       ERR-MESSAGE
                   PERFORM Log-Hold-Txn-Error
               WHEN OTHER
                   MOVE WS-EFF-DATE TO WS-ROW-RELEASED (WS-MATCH-SUB)
                   MOVE HX-USER-ID  TO WS-ROW-RLSD-BY (WS-MATCH-SUB)
                   ADD 1 TO WS-RELEASED-COUNT
                   PERFORM Write-Hold-Audit
                   DISPLAY "  Hold " HX-HOLD-TYPE " on "
                       HX-STUDENT-ID " released by " HX-OFFICE
                       " effective " WS-EFF-DATE
           END-EVALUATE.

       Write-Hold-Audit.
           OPEN EXTEND HOLD-AUDIT-FILE
           IF HOLD-AUDIT-STATUS = "35"
               OPEN OUTPUT HOLD-AUDIT-FILE
               CLOSE HOLD-AUDIT-FILE
               OPEN EXTEND HOLD-AUDIT-FILE
           END-IF
           MOVE SPACES          TO HOLD-AUDIT-RECORD
           MOVE Y2KDate         TO HAU-DATE
           MOVE WS-TIME-OF-DAY  TO HAU-TIME
           MOVE HX-USER-ID      TO HAU-USER-ID
           MOVE HX-TXN-CODE     TO HAU-ACTION
           MOVE HX-STUDENT-ID   TO HAU-STUDENT-ID
           MOVE HX-HOLD-TYPE    TO HAU-HOLD-TYPE
           MOVE HX-OFFICE       TO HAU-OFFICE
           MOVE WS-EFF-DATE     TO HAU-EFF-DATE
           MOVE HX-REASON       TO HAU-REASON
           WRITE HOLD-AUDIT-RECORD
           CLOSE HOLD-AUDIT-FILE.

       Rewrite-Hold-Rows.
           OPEN OUTPUT STUDENT-HOLD-FILE
           PERFORM VARYING WS-ROW-SUB FROM 1 BY 1
               UNTIL WS-ROW-SUB > WS-ROW-COUNT
               MOVE SPACES TO STUDENT-HOLD-RECORD
               MOVE WS-ROW-STUDENT (WS-ROW-SUB)  TO SHD-STUDENT-ID
               MOVE WS-ROW-TYPE (WS-ROW-SUB)     TO SHD-HOLD-TYPE
               MOVE WS-ROW-OFFICE (WS-ROW-SUB)   TO SHD-OFFICE
               MOVE WS-ROW-PLACED (WS-ROW-SUB)   TO SHD-PLACED-DATE
               MOVE WS-ROW-RELEASED (WS-ROW-SUB) TO SHD-RELEASE-DATE
               MOVE WS-ROW-REASON (WS-ROW-SUB)   TO SHD-REASON
               MOVE WS-ROW-PLACED-BY (WS-ROW-SUB) TO SHD-PLACED-BY
               MOVE WS-ROW-RLSD-BY (WS-ROW-SUB)  TO SHD-RELEASED-BY
               WRITE STUDENT-HOLD-RECORD
           END-PERFORM
           CLOSE STUDENT-HOLD-FILE.

      *> A hold is in force on the run date when it was placed on
      *> or before it and not yet released as of it.
       Check-Hold-In-Force.
           SET HOLD-IN-FORCE TO FALSE
           IF WS-ROW-PLACED (WS-ROW-SUB) NOT > Y2KDate
           AND (WS-ROW-RELEASED (WS-ROW-SUB) = ZERO
             OR WS-ROW-RELEASED (WS-ROW-SUB) > Y2KDate)
               SET HOLD-IN-FORCE TO TRUE
           END-IF.

      *> Every office with a hold in force gets its own block -
      *> offices in name order, holds in the order placed - and a
      *> count, so each office works its own list.
       Print-Open-Holds-Report.
           PERFORM List-One-Office
               VARYING WS-ROW-SUB FROM 1 BY 1
               UNTIL WS-ROW-SUB > WS-ROW-COUNT
           OPEN OUTPUT PRINT-REPORT-FILE
           MOVE "OPEN STUDENT HOLDS BY OFFICE" TO RH-TITLE
           MOVE "STHLDMNT" TO RH-PROGRAM-ID
           MOVE Y2KDate TO RH-RUN-DATE
           MOVE " STUDENT  NAME                   TYPE         " &
               "PLACED      DAYS  REASON                PLACED BY"
               TO RH-COLUMN-HEADS
           PERFORM Print-One-Office
               VARYING WS-OFF-SUB FROM 1 BY 1
               UNTIL WS-OFF-SUB > WS-OFF-COUNT
           IF WS-OPEN-COUNT = ZERO
               MOVE "  (no student holds in force)" TO WS-PRINT-LINE
               PERFORM Write-Print-Line
           ELSE
               MOVE WS-OPEN-COUNT TO WS-TOTAL-EDIT
               MOVE SPACES TO WS-PRINT-LINE
               STRING "  TOTAL HOLDS IN FORCE: " WS-TOTAL-EDIT
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM Write-Print-Line
           END-IF
           MOVE "  *** END OF REPORT ***" TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           CLOSE PRINT-REPORT-FILE.

       List-One-Office.
           PERFORM Check-Hold-In-Force
           IF HOLD-IN-FORCE
               SET OFFICE-LISTED TO FALSE
               PERFORM VARYING WS-OFF-SUB FROM 1 BY 1
                   UNTIL WS-OFF-SUB > WS-OFF-COUNT
                   IF WS-OFF-NAME (WS-OFF-SUB) =
                       WS-ROW-OFFICE (WS-ROW-SUB)
                       SET OFFICE-LISTED TO TRUE
                   END-IF
               END-PERFORM
               IF NOT OFFICE-LISTED
                   IF WS-OFF-COUNT < 50
                       PERFORM Insert-Office-Name
                   ELSE
                       DISPLAY "HOLDOPEN.RPT: over 50 offices, "
                           WS-ROW-OFFICE (WS-ROW-SUB) " not listed"
                   END-IF
               END-IF
           END-IF.

       Insert-Office-Name.
           MOVE 1 TO WS-OFF-INS
           PERFORM VARYING WS-OFF-SUB FROM 1 BY 1
               UNTIL WS-OFF-SUB > WS-OFF-COUNT
               IF WS-OFF-NAME (WS-OFF-SUB) <
                   WS-ROW-OFFICE (WS-ROW-SUB)
                   COMPUTE WS-OFF-INS = WS-OFF-SUB + 1
               END-IF
           END-PERFORM
           PERFORM VARYING WS-OFF-SUB FROM WS-OFF-COUNT BY -1
               UNTIL WS-OFF-SUB < WS-OFF-INS
               MOVE WS-OFF-NAME (WS-OFF-SUB)
                   TO WS-OFF-NAME (WS-OFF-SUB + 1)
           END-PERFORM
           MOVE WS-ROW-OFFICE (WS-ROW-SUB) TO WS-OFF-NAME (WS-OFF-INS)
           ADD 1 TO WS-OFF-COUNT.

       Print-One-Office.
           MOVE ZERO TO WS-OFFICE-OPEN-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  PLACING OFFICE: " WS-OFF-NAME (WS-OFF-SUB)
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM Write-Print-Line
           PERFORM Print-Office-Hold
               VARYING WS-ROW-SUB FROM 1 BY 1
               UNTIL WS-ROW-SUB > WS-ROW-COUNT
           MOVE WS-OFF-NAME (WS-OFF-SUB) TO OT-OFFICE
           MOVE WS-OFFICE-OPEN-COUNT TO OT-COUNT
           MOVE OFFICE-TOTAL-LINE TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM Write-Print-Line.

       Print-Office-Hold.
           IF WS-ROW-OFFICE (WS-ROW-SUB) = WS-OFF-NAME (WS-OFF-SUB)
               PERFORM Check-Hold-In-Force
               IF HOLD-IN-FORCE
                   ADD 1 TO WS-OFFICE-OPEN-COUNT
                   ADD 1 TO WS-OPEN-COUNT
                   MOVE SPACES TO HOLD-DETAIL-LINE
                   MOVE WS-ROW-STUDENT (WS-ROW-SUB) TO HD-STUDENT-ID
                   MOVE WS-ROW-STUDENT (WS-ROW-SUB) TO STM-STUDENT-ID
                   READ STUDENT-MASTER-FILE
                       INVALID KEY
                           MOVE "(NOT ON MASTER)" TO STM-STUDENT-NAME
                   END-READ
                   MOVE STM-STUDENT-NAME TO HD-STUDENT-NAME
                   MOVE WS-ROW-TYPE (WS-ROW-SUB) TO WS-HLD-HIT-TYPE
                   PERFORM Name-Hold-Type
                   MOVE WS-HLD-TYPE-NAME TO HD-TYPE-NAME
                   MOVE WS-ROW-PLACED (WS-ROW-SUB) TO HD-PLACED
                   MOVE WS-ROW-PLACED (WS-ROW-SUB) TO WS-FROM-DATE
                   CALL "DAYS-BETWEEN" USING WS-FROM-DATE Y2KDate
                       WS-DAYS-OPEN
                   MOVE WS-DAYS-OPEN TO HD-DAYS-OPEN
                   MOVE WS-ROW-REASON (WS-ROW-SUB) TO HD-REASON
                   MOVE WS-ROW-PLACED-BY (WS-ROW-SUB) TO HD-PLACED-BY
                   MOVE HOLD-DETAIL-LINE TO WS-PRINT-LINE
                   PERFORM Write-Print-Line
               END-IF
           END-IF.

       Log-Hold-Txn-Error.
           MOVE "HOLDTXN.DAT" TO ERR-SOURCE-FILE
           MOVE HOLD-TXN-RECORD TO ERR-RECORD-IMAGE
           PERFORM Write-Error-Log.

       Handoff-Control-Totals.
           MOVE SPACES TO CONTROL-HANDOFF-RECORD
           MOVE "STHLDMNT"       TO CH-PROGRAM-ID
           MOVE WS-TXN-READ-COUNT TO CH-RECORDS-READ
           COMPUTE CH-RECORDS-PROCESSED =
               WS-PLACED-COUNT + WS-RELEASED-COUNT
           MOVE WS-REJECT-COUNT  TO CH-RECORDS-REJECTED
           MOVE ZERO             TO CH-AMOUNT-TOTAL
           MOVE Y2KDate TO CH-RUN-DATE
           PERFORM Write-Control-Handoff.

           COPY STUHLDLD.
           COPY OPERLD.
           COPY ERRLOGWR.
           COPY CTLHDWR.
           COPY FILERTRY.
           COPY PRTWR.
       END PROGRAM Stu-Hold-Maint.

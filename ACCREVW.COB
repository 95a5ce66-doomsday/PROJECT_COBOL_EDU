       IDENTIFICATION DIVISION.
       PROGRAM-ID. Access-Review.
       AUTHOR. Mike Korolevsky.
       DATE-WRITTEN. 15 Oct 2026.

      *> Quarterly access review of the operator master. Each
      *> department head signs off that the people on OPERM.DAT
      *> still need the maintenance authorities they hold, so the
      *> report is laid out for that conversation:
      *>   - every operator, department by department, with the
      *>     functions they may maintain marked Y, and a note
      *>     against anyone inactive who still holds an authority
      *>     (the master was edited by hand - Oper-Maint strips
      *>     them) or anyone active who holds none;
      *>   - each authority with the active operators holding it,
      *>     the "who can change a tax rate" view;
      *>   - every OPERAUDT.DAT change from the start of the
      *>     quarter just ended through the run date, so nothing
      *>     granted and taken back between reviews goes unseen;
      *>   - a sign-off block.
      *> Printed to ACCREVW.RPT. RETURN-CODE 4 when an inactive
      *> operator holds an authority, 8 when there is no operator
      *> master to review. Run on demand at each quarter end.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CURRENCY SIGN IS "$".
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY OPERSL.

           SELECT OPERATOR-AUDIT-FILE ASSIGN TO "OPERAUDT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOR-AUDIT-STATUS.

           SELECT PRINT-REPORT-FILE ASSIGN TO "ACCREVW.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY OPERM.

       FD  OPERATOR-AUDIT-FILE.
       01  OPERATOR-AUDIT-RECORD.
           02  OAU-DATE            PIC 9(8).
           02  FILLER              PIC X(1).
           02  OAU-TIME            PIC 9(8).
           02  FILLER              PIC X(1).
           02  OAU-SUBMIT-ID       PIC X(8).
           02  FILLER              PIC X(1).
           02  OAU-ACTION          PIC X.
           02  FILLER              PIC X(1).
           02  OAU-USER-ID         PIC X(8).
           02  FILLER              PIC X(1).
           02  OAU-DEPT-CODE       PIC X(4).
           02  FILLER              PIC X(1).
           02  OAU-OLD-STATUS      PIC X.
           02  FILLER              PIC X(1).
           02  OAU-NEW-STATUS      PIC X.
           02  FILLER              PIC X(1).
           02  OAU-OLD-AUTHORITIES PIC X(10).
           02  FILLER              PIC X(1).
           02  OAU-NEW-AUTHORITIES PIC X(10).
           02  FILLER              PIC X(1).
           02  OAU-OLD-MORE-AUTH   PIC X(10).
           02  FILLER              PIC X(1).
           02  OAU-NEW-MORE-AUTH   PIC X(10).

       FD  PRINT-REPORT-FILE.
       01  PRINT-REPORT-LINE   PIC X(132).

       WORKING-STORAGE SECTION.
       01 OPERATOR-MASTER-STATUS PIC XX.
       01 OPERATOR-AUDIT-STATUS PIC XX.

           COPY Y2KDATE.
           COPY PRTCTL.

       01 WS-OPERATOR-EOF      PIC X VALUE "N".
           88 END-OF-OPERATORS VALUE "Y".
       01 WS-AUDIT-EOF         PIC X VALUE "N".
           88 END-OF-AUDIT     VALUE "Y".

      *> The master in department and user-id order.
       01 WS-OP-COUNT          PIC 9(3) VALUE ZERO.
       01 WS-OP-SUB            PIC 9(3) VALUE ZERO.
       01 WS-OP-TABLE-AREA.
           02 WS-OP-ENTRY OCCURS 200 TIMES.
               03 WS-OP-SORT-KEY.
                   04 WS-OP-DEPT-CODE PIC X(4).
                   04 WS-OP-USER-ID   PIC X(8).
               03 WS-OP-NAME       PIC X(20).
               03 WS-OP-STATUS     PIC X.
               03 WS-OP-AUTHORITIES.
                   04 WS-OP-AUTH   PIC X OCCURS 20 TIMES.
               03 WS-OP-ADDED      PIC 9(8).
               03 WS-OP-CHANGED    PIC 9(8).
       01 WS-OP-OVERFLOW       PIC 9(3) VALUE ZERO.
       01 WS-NEW-OPERATOR.
           02 WS-NEW-SORT-KEY.
               03 WS-NEW-DEPT-CODE PIC X(4).
               03 WS-NEW-USER-ID   PIC X(8).
           02 WS-NEW-NAME       PIC X(20).
           02 WS-NEW-STATUS     PIC X.
           02 WS-NEW-AUTHORITIES PIC X(20).
           02 WS-NEW-ADDED      PIC 9(8).
           02 WS-NEW-CHANGED    PIC 9(8).
       01 WS-PLACED            PIC X VALUE "N".
           88 OPERATOR-PLACED  VALUE "Y" FALSE "N".

      *> The functions in OPERM.CPY's slot order.
       01 WS-FUNCTION-COUNT    PIC 99 VALUE 14.
       01 WS-FUNCTION-VALUES.
           02 FILLER PIC X(24) VALUE "BR BRANCH-MAINT".
           02 FILLER PIC X(24) VALUE "GL GLA-MAINT".
           02 FILLER PIC X(24) VALUE "RT RATE-MAINT".
           02 FILLER PIC X(24) VALUE "CE CERT-MAINT".
           02 FILLER PIC X(24) VALUE "HO HOLIDAY-MAINT".
           02 FILLER PIC X(24) VALUE "CT CONTACT-MAINT".
           02 FILLER PIC X(24) VALUE "OP OPER-MAINT".
           02 FILLER PIC X(24) VALUE "VN VENDOR-MAINT".
           02 FILLER PIC X(24) VALUE "PY PAY-RATE-MAINT".
           02 FILLER PIC X(24) VALUE "CO COA-MAINT".
           02 FILLER PIC X(24) VALUE "FP FILING-PROF-MAINT".
           02 FILLER PIC X(24) VALUE "CN CONSENT-MAINT".
           02 FILLER PIC X(24) VALUE "SH STU-HOLD-MAINT".
           02 FILLER PIC X(24) VALUE "BU BUD-LOAD".
       01 WS-FUNCTION-AREA REDEFINES WS-FUNCTION-VALUES.
           02 WS-FUNCTION-LABEL PIC X(24) OCCURS 14 TIMES.
       01 WS-FN-SUB            PIC 99 VALUE ZERO.

       01 WS-HOLDS-ANY         PIC X VALUE "N".
           88 HOLDS-ANY-AUTHORITY VALUE "Y" FALSE "N".
       01 WS-AUTH-SUB          PIC 99 VALUE ZERO.
       01 WS-PREV-DEPT         PIC X(4) VALUE SPACES.
       01 WS-DEPT-OPERATORS    PIC 9(3) VALUE ZERO.
       01 WS-DEPT-ACTIVE       PIC 9(3) VALUE ZERO.
       01 WS-HOLDER-COUNT      PIC 9(3) VALUE ZERO.
       01 WS-IDS-ON-LINE       PIC 99 VALUE ZERO.
       01 WS-ID-POINTER        PIC 999 VALUE 1.
       01 WS-INACTIVE-HOLDERS  PIC 9(3) VALUE ZERO.
       01 WS-AUDIT-LISTED      PIC 9(5) VALUE ZERO.

      *> The quarter just ended, worked back from the run date.
       01 WS-QTR-START-MONTH   PIC 99 VALUE ZERO.
       01 WS-QTR-QUOTIENT      PIC 99 VALUE ZERO.
       01 WS-REVIEW-FROM.
           02 WS-FROM-YEAR     PIC 9(4).
           02 WS-FROM-MONTH    PIC 99.
           02 WS-FROM-DAY      PIC 99.
       01 WS-REVIEW-FROM-NUM REDEFINES WS-REVIEW-FROM PIC 9(8).

       01 AL-LINE.
           02 FILLER           PIC X(1).
           02 AL-USER-ID       PIC X(8).
           02 FILLER           PIC X(1).
           02 AL-NAME          PIC X(20).
           02 FILLER           PIC X(1).
           02 AL-DEPT-CODE     PIC X(4).
           02 FILLER           PIC X(1).
           02 AL-STATUS        PIC X(8).
           02 FILLER           PIC X(1).
           02 AL-AUTH-CELL OCCURS 14 TIMES.
               03 FILLER       PIC X(1).
               03 AL-AUTH-MARK PIC X.
               03 FILLER       PIC X(1).
           02 FILLER           PIC X(1).
           02 AL-ADDED         PIC 9(8).
           02 FILLER           PIC X(2).
           02 AL-CHANGED       PIC 9(8).
           02 FILLER           PIC X(1).
           02 AL-NOTE          PIC X(25).

       01 CL-LINE.
           02 FILLER           PIC X(1).
           02 CL-DATE          PIC 9(8).
           02 FILLER           PIC X(2).
           02 CL-SUBMIT-ID     PIC X(8).
           02 FILLER           PIC X(2).
           02 CL-ACTION        PIC X(10).
           02 FILLER           PIC X(2).
           02 CL-USER-ID       PIC X(8).
           02 FILLER           PIC X(2).
           02 CL-DEPT-CODE     PIC X(4).
           02 FILLER           PIC X(2).
           02 CL-OLD-STATUS    PIC X.
           02 CL-STATUS-ARROW  PIC X(4).
           02 CL-NEW-STATUS    PIC X.
           02 FILLER           PIC X(2).
           02 CL-OLD-AUTH      PIC X(20).
           02 CL-ARROW         PIC X(4).
           02 CL-NEW-AUTH      PIC X(20).
           02 FILLER           PIC X(29).

       PROCEDURE DIVISION.
       Begin.
           ACCEPT Y2KDate FROM DATE YYYYMMDD
           PERFORM Set-Review-Period
           PERFORM Load-Operators
           IF OPERATOR-MASTER-STATUS NOT = "00"
               DISPLAY "OPERM.DAT: status " OPERATOR-MASTER-STATUS
                   ", no operator master to review"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT PRINT-REPORT-FILE
           MOVE "QUARTERLY OPERATOR ACCESS REVIEW" TO RH-TITLE
           MOVE "ACCESS-REVW" TO RH-PROGRAM-ID
           MOVE Y2KDate TO RH-RUN-DATE
           PERFORM Print-Operators
           PERFORM Print-Holders
           PERFORM Print-Changes
           PERFORM Print-Sign-Off
           MOVE "  *** END OF REPORT ***" TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           CLOSE PRINT-REPORT-FILE

           DISPLAY "Access-Review: " WS-OP-COUNT " operators, "
               WS-INACTIVE-HOLDERS " inactive holding authority, "
               WS-AUDIT-LISTED " changes since " WS-REVIEW-FROM-NUM
           IF WS-INACTIVE-HOLDERS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *> The changes listed run from the first day of the quarter
      *> before the one the run date falls in: a review run in
      *> the first days of January covers October onwards.
       Set-Review-Period.
           COMPUTE WS-QTR-QUOTIENT = (Y2KMonth - 1) / 3
           COMPUTE WS-QTR-START-MONTH = (WS-QTR-QUOTIENT * 3) + 1
           MOVE Y2KYear TO WS-FROM-YEAR
           MOVE 1 TO WS-FROM-DAY
           IF WS-QTR-START-MONTH = 1
               MOVE 10 TO WS-FROM-MONTH
               SUBTRACT 1 FROM WS-FROM-YEAR
           ELSE
               COMPUTE WS-FROM-MONTH = WS-QTR-START-MONTH - 3
           END-IF.

       Load-Operators.
           OPEN INPUT OPERATOR-MASTER-FILE
           IF OPERATOR-MASTER-STATUS = "00"
               PERFORM Read-Operator
               PERFORM UNTIL END-OF-OPERATORS
                   IF OP-USER-ID NOT = SPACES
                       PERFORM Place-Operator
                   END-IF
                   PERFORM Read-Operator
               END-PERFORM
               CLOSE OPERATOR-MASTER-FILE
               MOVE "00" TO OPERATOR-MASTER-STATUS
           END-IF.

       Read-Operator.
           READ OPERATOR-MASTER-FILE
               AT END
                   SET END-OF-OPERATORS TO TRUE
           END-READ.

       Place-Operator.
           IF WS-OP-COUNT < 200
               MOVE OP-DEPT-CODE TO WS-NEW-DEPT-CODE
               MOVE OP-USER-ID TO WS-NEW-USER-ID
               MOVE OP-OPERATOR-NAME TO WS-NEW-NAME
               MOVE OP-STATUS TO WS-NEW-STATUS
               MOVE OP-AUTHORITIES TO WS-NEW-AUTHORITIES (1:10)
               MOVE OP-MORE-AUTHORITIES
                   TO WS-NEW-AUTHORITIES (11:10)
               MOVE OP-ADDED-DATE TO WS-NEW-ADDED
               MOVE OP-CHANGED-DATE TO WS-NEW-CHANGED
               MOVE WS-OP-COUNT TO WS-OP-SUB
               SET OPERATOR-PLACED TO FALSE
               PERFORM UNTIL OPERATOR-PLACED
                   IF WS-OP-SUB = ZERO
                       SET OPERATOR-PLACED TO TRUE
                   ELSE
                       IF WS-OP-SORT-KEY (WS-OP-SUB)
                           <= WS-NEW-SORT-KEY
                           SET OPERATOR-PLACED TO TRUE
                       ELSE
                           MOVE WS-OP-ENTRY (WS-OP-SUB)
                               TO WS-OP-ENTRY (WS-OP-SUB + 1)
                           SUBTRACT 1 FROM WS-OP-SUB
                       END-IF
                   END-IF
               END-PERFORM
               ADD 1 TO WS-OP-SUB
               MOVE WS-NEW-OPERATOR TO WS-OP-ENTRY (WS-OP-SUB)
               ADD 1 TO WS-OP-COUNT
           ELSE
               ADD 1 TO WS-OP-OVERFLOW
           END-IF.

       Print-Operators.
           MOVE " USER ID  NAME                 DEPT STAT" &
               "US    BR GL RT CE HO CT OP VN PY CO FP C" &
               "N SH BU ADDED     CHANGED  NOTE"
               TO RH-COLUMN-HEADS
           MOVE 999 TO WS-PRINT-LINE-COUNT
           MOVE SPACES TO WS-PREV-DEPT
           MOVE ZERO TO WS-DEPT-OPERATORS
           MOVE ZERO TO WS-DEPT-ACTIVE
           PERFORM Print-One-Operator
               VARYING WS-OP-SUB FROM 1 BY 1
               UNTIL WS-OP-SUB > WS-OP-COUNT
           IF WS-OP-COUNT > ZERO
               PERFORM Print-Dept-Total
           ELSE
               MOVE "  (no operators on file)" TO WS-PRINT-LINE
               PERFORM Write-Print-Line
           END-IF
           IF WS-OP-OVERFLOW > ZERO
               MOVE SPACES TO WS-PRINT-LINE
               STRING "  (and " WS-OP-OVERFLOW " more operators past "
                   "the 200 listed)" DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               PERFORM Write-Print-Line
           END-IF.

       Print-One-Operator.
           IF WS-OP-SUB > 1
           AND WS-OP-DEPT-CODE (WS-OP-SUB) NOT = WS-PREV-DEPT
               PERFORM Print-Dept-Total
           END-IF
           MOVE WS-OP-DEPT-CODE (WS-OP-SUB) TO WS-PREV-DEPT
           ADD 1 TO WS-DEPT-OPERATORS
           MOVE SPACES TO AL-LINE
           MOVE WS-OP-USER-ID (WS-OP-SUB) TO AL-USER-ID
           MOVE WS-OP-NAME (WS-OP-SUB) TO AL-NAME
           MOVE WS-OP-DEPT-CODE (WS-OP-SUB) TO AL-DEPT-CODE
           IF WS-OP-STATUS (WS-OP-SUB) = "A"
               MOVE "ACTIVE" TO AL-STATUS
               ADD 1 TO WS-DEPT-ACTIVE
           ELSE
               MOVE "INACTIVE" TO AL-STATUS
           END-IF
           SET HOLDS-ANY-AUTHORITY TO FALSE
           PERFORM VARYING WS-AUTH-SUB FROM 1 BY 1
               UNTIL WS-AUTH-SUB > WS-FUNCTION-COUNT
               IF WS-OP-AUTH (WS-OP-SUB WS-AUTH-SUB) = "Y"
                   MOVE "Y" TO AL-AUTH-MARK (WS-AUTH-SUB)
                   SET HOLDS-ANY-AUTHORITY TO TRUE
               END-IF
           END-PERFORM
           MOVE WS-OP-ADDED (WS-OP-SUB) TO AL-ADDED
           MOVE WS-OP-CHANGED (WS-OP-SUB) TO AL-CHANGED
           EVALUATE TRUE
               WHEN WS-OP-STATUS (WS-OP-SUB) NOT = "A"
               AND HOLDS-ANY-AUTHORITY
                   MOVE "** INACTIVE, HOLDS RIGHTS" TO AL-NOTE
                   ADD 1 TO WS-INACTIVE-HOLDERS
               WHEN WS-OP-STATUS (WS-OP-SUB) = "A"
               AND NOT HOLDS-ANY-AUTHORITY
                   MOVE "ACTIVE, NO AUTHORITY" TO AL-NOTE
           END-EVALUATE
           MOVE AL-LINE TO WS-PRINT-LINE
           PERFORM Write-Print-Line.

       Print-Dept-Total.
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  DEPARTMENT " WS-PREV-DEPT ": " WS-DEPT-OPERATORS
               " OPERATORS, " WS-DEPT-ACTIVE " ACTIVE"
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE ZERO TO WS-DEPT-OPERATORS
           MOVE ZERO TO WS-DEPT-ACTIVE.

      *> Inactive operators are left out here: they cannot use an
      *> authority, and the operator page already flags them.
       Print-Holders.
           MOVE " AUTHORITY               ACTIVE HOLDERS"
               TO RH-COLUMN-HEADS
           MOVE 999 TO WS-PRINT-LINE-COUNT
           PERFORM Print-One-Authority
               VARYING WS-FN-SUB FROM 1 BY 1
               UNTIL WS-FN-SUB > WS-FUNCTION-COUNT.

       Print-One-Authority.
           MOVE ZERO TO WS-HOLDER-COUNT
           PERFORM VARYING WS-OP-SUB FROM 1 BY 1
               UNTIL WS-OP-SUB > WS-OP-COUNT
               IF WS-OP-STATUS (WS-OP-SUB) = "A"
               AND WS-OP-AUTH (WS-OP-SUB WS-FN-SUB) = "Y"
                   ADD 1 TO WS-HOLDER-COUNT
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-PRINT-LINE
           STRING " " WS-FUNCTION-LABEL (WS-FN-SUB) WS-HOLDER-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE SPACES TO WS-PRINT-LINE
           MOVE ZERO TO WS-IDS-ON-LINE
           MOVE 7 TO WS-ID-POINTER
           PERFORM VARYING WS-OP-SUB FROM 1 BY 1
               UNTIL WS-OP-SUB > WS-OP-COUNT
               IF WS-OP-STATUS (WS-OP-SUB) = "A"
               AND WS-OP-AUTH (WS-OP-SUB WS-FN-SUB) = "Y"
                   STRING WS-OP-USER-ID (WS-OP-SUB) "  "
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                       WITH POINTER WS-ID-POINTER
                   ADD 1 TO WS-IDS-ON-LINE
                   IF WS-IDS-ON-LINE = 10
                       PERFORM Write-Print-Line
                       MOVE SPACES TO WS-PRINT-LINE
                       MOVE ZERO TO WS-IDS-ON-LINE
                       MOVE 7 TO WS-ID-POINTER
                   END-IF
               END-IF
           END-PERFORM
           IF WS-IDS-ON-LINE > ZERO
               PERFORM Write-Print-Line
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM Write-Print-Line.

       Print-Changes.
           MOVE " DATE      SUBMITTED ACTION      USER ID" &
               "   DEPT  STATUS  AUTHORITIES BEFORE -> A" &
               "FTER" TO RH-COLUMN-HEADS
           MOVE 999 TO WS-PRINT-LINE-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  OPERATOR MASTER CHANGES FROM "
               WS-REVIEW-FROM-NUM " THROUGH " Y2KDate
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           OPEN INPUT OPERATOR-AUDIT-FILE
           IF OPERATOR-AUDIT-STATUS = "00"
               PERFORM Read-Operator-Audit
               PERFORM UNTIL END-OF-AUDIT
                   IF OAU-DATE >= WS-REVIEW-FROM-NUM
                       PERFORM Print-One-Change
                   END-IF
                   PERFORM Read-Operator-Audit
               END-PERFORM
               CLOSE OPERATOR-AUDIT-FILE
           END-IF
           IF WS-AUDIT-LISTED = ZERO
               MOVE "  (no operator master changes in the period)"
                   TO WS-PRINT-LINE
               PERFORM Write-Print-Line
           END-IF.

       Read-Operator-Audit.
           READ OPERATOR-AUDIT-FILE
               AT END
                   SET END-OF-AUDIT TO TRUE
           END-READ.

       Print-One-Change.
           MOVE SPACES TO CL-LINE
           MOVE OAU-DATE TO CL-DATE
           MOVE OAU-SUBMIT-ID TO CL-SUBMIT-ID
           EVALUATE OAU-ACTION
               WHEN "A"
                   MOVE "ADD" TO CL-ACTION
               WHEN "C"
                   MOVE "CHANGE" TO CL-ACTION
               WHEN "I"
                   MOVE "INACTIVATE" TO CL-ACTION
               WHEN "R"
                   MOVE "REACTIVATE" TO CL-ACTION
               WHEN OTHER
                   MOVE OAU-ACTION TO CL-ACTION
           END-EVALUATE
           MOVE OAU-USER-ID TO CL-USER-ID
           MOVE OAU-DEPT-CODE TO CL-DEPT-CODE
           MOVE OAU-OLD-STATUS TO CL-OLD-STATUS
           MOVE " -> " TO CL-STATUS-ARROW
           MOVE OAU-NEW-STATUS TO CL-NEW-STATUS
           MOVE OAU-OLD-AUTHORITIES TO CL-OLD-AUTH (1:10)
           MOVE OAU-OLD-MORE-AUTH TO CL-OLD-AUTH (11:10)
           MOVE " -> " TO CL-ARROW
           MOVE OAU-NEW-AUTHORITIES TO CL-NEW-AUTH (1:10)
           MOVE OAU-NEW-MORE-AUTH TO CL-NEW-AUTH (11:10)
           MOVE CL-LINE TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           ADD 1 TO WS-AUDIT-LISTED.

       Print-Sign-Off.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           PERFORM Write-Print-Line
           MOVE "  REVIEWED AND CONFIRMED - EACH AUTHORITY ABOVE IS "
               & "STILL REQUIRED BY THE OPERATOR HOLDING IT"
               TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE "  DEPARTMENT HEAD ______________________________   "
               & "DATE ____________"
               TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE "  SECURITY ADMINISTRATOR _______________________   "
               & "DATE ____________"
               TO WS-PRINT-LINE
           PERFORM Write-Print-Line.

           COPY PRTWR.
       END PROGRAM Access-Review.

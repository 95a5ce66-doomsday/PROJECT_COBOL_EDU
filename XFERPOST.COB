       IDENTIFICATION DIVISION.
       PROGRAM-ID. Xfer-Post.
       AUTHOR. Mike Korolevsky.
       DATE-WRITTEN. 15 Oct 2026.

      *> Transfer credit. COURSHIS.DAT held only grades earned
      *> through our own CLASSENR.DAT enrollments, so a student
      *> arriving with coursework from another school looked to
      *> Class-Enroll's prerequisite check and to the graduation
      *> audit as if they had never taken it, and the registrar
      *> overrode both by hand. XFERTXN.DAT transactions:
      *>   P - post transfer credit: the student, the sending
      *>       institution and its course number, the equivalent
      *>       course on our COURSEM.DAT, the term it was taken and
      *>       the grade (A-F with an optional +/-). The row goes on
      *>       COURSHIS.DAT with completion T, the institution and
      *>       its course alongside; credits are those keyed, else
      *>       our catalog's, else the standard three. Transfer rows
      *>       satisfy prerequisites and graduation requirements like
      *>       our own completions but never enter a GPA - Transcript
      *>       prints them in a section of their own.
      *>       Our course may be left blank when XFEREQV.DAT, the
      *>       equivalency table, already maps the institution's
      *>       course; keyed against a course with no mapping yet,
      *>       the mapping is filed for the next student from the
      *>       same school. Keyed against a different mapping it is
      *>       refused - the table is changed with an E first. The
      *>       same course from the same school is not posted twice.
      *>   E - set an equivalency: map the institution's course to
      *>       ours, adding the mapping or replacing the one there.
      *>   D - drop an equivalency no longer honoured. Credit
      *>       already posted under it stays posted.
      *> Rejects go to the shared error log with the record image,
      *> resubmittable through Err-Repair; XFERPOST.RPT lists what
      *> was posted and every change to the table. Run on demand by
      *> the registrar, like Grade-Post. An equivalency table or
      *> transfer history too big for the tables here ends the run
      *> RC 8 before anything is posted.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT XFER-TXN-FILE ASSIGN TO "XFERTXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XFER-TXN-STATUS.

           SELECT XFER-EQUIV-FILE ASSIGN TO "XFEREQV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XFER-EQUIV-STATUS.

           SELECT COURSE-HISTORY-FILE ASSIGN TO "COURSHIS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COURSE-HISTORY-STATUS.

           SELECT COURSE-MASTER-FILE ASSIGN TO "COURSEM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRS-COURSE-CODE
               FILE STATUS IS COURSE-MASTER-STATUS.

           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUDENTM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STM-STUDENT-ID
               ALTERNATE RECORD KEY IS STM-STUDENT-NAME
                   WITH DUPLICATES
               FILE STATUS IS STUDENT-MASTER-STATUS.

           SELECT PRINT-REPORT-FILE ASSIGN TO "XFERPOST.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-REPORT-STATUS.

           COPY ERRLOGSL.
           COPY CTLHDSL.

       DATA DIVISION.
       FILE SECTION.
       FD  XFER-TXN-FILE.
       01  XFER-TXN-RECORD.
           02  XT-TXN-CODE         PIC X.
               88 IS-XFER-POST     VALUE "P".
               88 IS-EQUIV-SET     VALUE "E".
               88 IS-EQUIV-DROP    VALUE "D".
           02  FILLER              PIC X(1).
           02  XT-STUDENT-ID       PIC 9(7).
           02  FILLER              PIC X(1).
           02  XT-INST-CODE        PIC X(8).
           02  FILLER              PIC X(1).
           02  XT-THEIR-COURSE     PIC X(10).
           02  FILLER              PIC X(1).
           02  XT-OUR-COURSE       PIC X(6).
           02  FILLER              PIC X(1).
           02  XT-TERM-CODE        PIC X(6).
           02  FILLER              PIC X(1).
           02  XT-GRADE            PIC X(2).
           02  FILLER              PIC X(1).
           02  XT-CREDIT-HOURS     PIC 9(2)V9.
           02  FILLER              PIC X(1).
           02  XT-USER-ID          PIC X(8).

      *> One mapping per sending institution and course.
       FD  XFER-EQUIV-FILE.
       01  XFER-EQUIV-RECORD.
           02  EQ-INST-CODE        PIC X(8).
           02  FILLER              PIC X(1).
           02  EQ-THEIR-COURSE     PIC X(10).
           02  FILLER              PIC X(1).
           02  EQ-OUR-COURSE       PIC X(6).
           02  FILLER              PIC X(1).
           02  EQ-SET-DATE         PIC 9(8).
           02  FILLER              PIC X(1).
           02  EQ-SET-BY           PIC X(8).

       FD  COURSE-HISTORY-FILE.
           COPY COURSHIS.

       FD  COURSE-MASTER-FILE.
           COPY COURSEM.

       FD  STUDENT-MASTER-FILE.
           COPY STUDENTM.

       FD  PRINT-REPORT-FILE.
       01  PRINT-REPORT-LINE   PIC X(132).

           COPY ERRLOG.
           COPY CTLHD.

       WORKING-STORAGE SECTION.
       01 XFER-TXN-STATUS       PIC XX.
       01 XFER-EQUIV-STATUS     PIC XX.
       01 COURSE-HISTORY-STATUS PIC XX.
       01 COURSE-MASTER-STATUS  PIC XX.
       01 STUDENT-MASTER-STATUS PIC XX.

           COPY FILESTAT.
           COPY Y2KDATE.
           COPY PRTCTL.

       01 WS-TXN-EOF           PIC X VALUE "N".
           88 END-OF-XFER-TXNS VALUE "Y".
       01 WS-EQV-EOF           PIC X VALUE "N".
           88 END-OF-EQUIVS    VALUE "Y".
       01 WS-HIST-EOF          PIC X VALUE "N".
           88 END-OF-HISTORY   VALUE "Y".
       01 WS-TABLE-OVERFLOW    PIC X VALUE "N".
           88 TABLE-OVERFLOWED VALUE "Y".
       01 WS-EQV-CHANGED       PIC X VALUE "N".
           88 EQUIV-TABLE-CHANGED VALUE "Y".

       01 WS-READ-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-POSTED-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-EQUIV-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-REJECT-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-COUNT-EDIT        PIC ZZZZ9.

       01 WS-GRADE-LETTER      PIC X.
           88 GRADE-LETTER-GOOD VALUE "A" "B" "C" "D" "F".
       01 WS-GRADE-SIGN        PIC X.
           88 GRADE-SIGN-GOOD  VALUE "+" "-" SPACE.

      *> The equivalency table, held whole and written back after
      *> the run when anything in it changed.
       01 WS-EQV-COUNT         PIC 9(4) VALUE ZERO.
       01 WS-EQV-SUB           PIC 9(4) VALUE ZERO.
       01 WS-EQV-LIMIT         PIC 9(4) VALUE 1000.
       01 WS-EQV-FOUND-SUB     PIC 9(4) VALUE ZERO.
       01 WS-EQV-TABLE-AREA.
           02 WS-EQV-ENTRY OCCURS 1000 TIMES.
               03 WS-EV-INST         PIC X(8).
               03 WS-EV-THEIR-COURSE PIC X(10).
               03 WS-EV-OUR-COURSE   PIC X(6).
               03 WS-EV-SET-DATE     PIC 9(8).
               03 WS-EV-SET-BY       PIC X(8).

      *> Transfer credit already on the history, for the
      *> posted-twice check; this run's postings are added as they
      *> are written.
       01 WS-XFR-COUNT         PIC 9(5) VALUE ZERO.
       01 WS-XFR-SUB           PIC 9(5) VALUE ZERO.
       01 WS-XFR-LIMIT         PIC 9(5) VALUE 5000.
       01 WS-XFR-TABLE-AREA.
           02 WS-XFR-ENTRY OCCURS 5000 TIMES.
               03 WS-XF-STUDENT      PIC 9(7).
               03 WS-XF-INST         PIC X(8).
               03 WS-XF-THEIR-COURSE PIC X(10).
       01 WS-ALREADY-POSTED    PIC X VALUE "N".
           88 CREDIT-ALREADY-POSTED VALUE "Y".

       01 WS-POST-COURSE       PIC X(6) VALUE SPACES.
       01 WS-POST-CREDITS      PIC 9(2)V9 VALUE ZERO.
       01 WS-ACTION            PIC X(16) VALUE SPACES.

       01 XFER-DETAIL-LINE.
           02 FILLER           PIC X(1)  VALUE SPACE.
           02 XD-ACTION        PIC X(16).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 XD-STUDENT-ID    PIC X(7).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 XD-INST-CODE     PIC X(8).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 XD-THEIR-COURSE  PIC X(10).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 XD-OUR-COURSE    PIC X(6).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 XD-TERM-CODE     PIC X(6).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 XD-GRADE         PIC X(2).
           02 FILLER           PIC X(3)  VALUE SPACES.
           02 XD-CREDITS       PIC Z9.9.
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 XD-USER-ID       PIC X(8).
           02 FILLER           PIC X(47) VALUE SPACES.

       PROCEDURE DIVISION.
       Begin.
           MOVE "XFERPOST" TO ERR-PROGRAM-ID
           ACCEPT Y2KDate FROM DATE YYYYMMDD
           DISPLAY "Xfer-Post run date [" Y2KDate "]"

           PERFORM Load-Equivalencies
           PERFORM Load-Posted-Transfers
           IF TABLE-OVERFLOWED
               DISPLAY "Xfer-Post: equivalency table or transfer "
                   "history past what a run holds - nothing posted"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "STUDENTM.DAT" TO WS-ABEND-FILE-NAME
           MOVE ZERO TO WS-ABEND-RETRY-COUNT
           PERFORM Try-Open-Student-Master
               UNTIL STUDENT-MASTER-STATUS = "00"
                  OR WS-ABEND-RETRY-COUNT >= 3
           IF ABEND-OCCURRED
               STOP RUN
           END-IF
           OPEN INPUT COURSE-MASTER-FILE
           IF COURSE-MASTER-STATUS NOT = "00"
               DISPLAY "COURSEM.DAT: status " COURSE-MASTER-STATUS
                   " - no catalog, nothing posted"
               CLOSE STUDENT-MASTER-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND COURSE-HISTORY-FILE
           IF COURSE-HISTORY-STATUS = "35"
               OPEN OUTPUT COURSE-HISTORY-FILE
               CLOSE COURSE-HISTORY-FILE
               OPEN EXTEND COURSE-HISTORY-FILE
           END-IF
           OPEN OUTPUT PRINT-REPORT-FILE
           MOVE "TRANSFER CREDIT POSTING" TO RH-TITLE
           MOVE "XFERPOST" TO RH-PROGRAM-ID
           MOVE Y2KDate TO RH-RUN-DATE
           MOVE " ACTION            STUD-ID  INST      THEIR COURS" &
               "E  OURS    TERM    GRADE  CRED  USER" TO
               RH-COLUMN-HEADS

           PERFORM Apply-Xfer-Txns
           IF EQUIV-TABLE-CHANGED
               PERFORM Rewrite-Equivalencies
           END-IF

           MOVE SPACES TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE WS-POSTED-COUNT TO WS-COUNT-EDIT
           STRING "  TRANSFER CREDITS POSTED:   " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE WS-EQUIV-COUNT TO WS-COUNT-EDIT
           STRING "  EQUIVALENCIES CHANGED:     " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE WS-REJECT-COUNT TO WS-COUNT-EDIT
           STRING "  TRANSACTIONS REJECTED:     " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE "  *** END OF REPORT ***" TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           CLOSE PRINT-REPORT-FILE
           CLOSE COURSE-HISTORY-FILE
           CLOSE COURSE-MASTER-FILE
           CLOSE STUDENT-MASTER-FILE
           DISPLAY "Xfer-Post: " WS-POSTED-COUNT " posted, "
               WS-EQUIV-COUNT " equivalencies changed, "
               WS-REJECT-COUNT " rejected"
           PERFORM Handoff-Control-Totals
           STOP RUN.

       Load-Equivalencies.
           MOVE ZERO TO WS-EQV-COUNT
           OPEN INPUT XFER-EQUIV-FILE
           IF XFER-EQUIV-STATUS = "00"
               PERFORM Read-Equivalency
               PERFORM UNTIL END-OF-EQUIVS
                   IF EQ-INST-CODE NOT = SPACES
                       IF WS-EQV-COUNT < WS-EQV-LIMIT
                           ADD 1 TO WS-EQV-COUNT
                           MOVE EQ-INST-CODE
                               TO WS-EV-INST (WS-EQV-COUNT)
                           MOVE EQ-THEIR-COURSE
                               TO WS-EV-THEIR-COURSE (WS-EQV-COUNT)
                           MOVE EQ-OUR-COURSE
                               TO WS-EV-OUR-COURSE (WS-EQV-COUNT)
                           MOVE EQ-SET-DATE
                               TO WS-EV-SET-DATE (WS-EQV-COUNT)
                           MOVE EQ-SET-BY
                               TO WS-EV-SET-BY (WS-EQV-COUNT)
                       ELSE
                           SET TABLE-OVERFLOWED TO TRUE
                       END-IF
                   END-IF
                   PERFORM Read-Equivalency
               END-PERFORM
               CLOSE XFER-EQUIV-FILE
           ELSE
               DISPLAY "XFEREQV.DAT: status " XFER-EQUIV-STATUS
                   ", starting an empty equivalency table"
           END-IF.

       Read-Equivalency.
           READ XFER-EQUIV-FILE
               AT END
                   SET END-OF-EQUIVS TO TRUE
           END-READ.

       Load-Posted-Transfers.
           MOVE ZERO TO WS-XFR-COUNT
           OPEN INPUT COURSE-HISTORY-FILE
           IF COURSE-HISTORY-STATUS = "00"
               PERFORM Read-History-Row
               PERFORM UNTIL END-OF-HISTORY
                   IF CHS-IS-TRANSFER AND CHS-STUDENT-ID NUMERIC
                       IF WS-XFR-COUNT < WS-XFR-LIMIT
                           ADD 1 TO WS-XFR-COUNT
                           MOVE CHS-STUDENT-ID
                               TO WS-XF-STUDENT (WS-XFR-COUNT)
                           MOVE CHS-XFER-INST
                               TO WS-XF-INST (WS-XFR-COUNT)
                           MOVE CHS-XFER-COURSE
                               TO WS-XF-THEIR-COURSE (WS-XFR-COUNT)
                       ELSE
                           SET TABLE-OVERFLOWED TO TRUE
                       END-IF
                   END-IF
                   PERFORM Read-History-Row
               END-PERFORM
               CLOSE COURSE-HISTORY-FILE
           END-IF.

       Read-History-Row.
           READ COURSE-HISTORY-FILE
               AT END
                   SET END-OF-HISTORY TO TRUE
           END-READ.

       Try-Open-Student-Master.
           OPEN INPUT STUDENT-MASTER-FILE
           MOVE STUDENT-MASTER-STATUS TO WS-ABEND-STATUS
           PERFORM Check-File-Status.

       Apply-Xfer-Txns.
           OPEN INPUT XFER-TXN-FILE
           IF XFER-TXN-STATUS = "00"
               PERFORM Read-Xfer-Txn
               PERFORM UNTIL END-OF-XFER-TXNS
                   ADD 1 TO WS-READ-COUNT
                   PERFORM Apply-One-Xfer-Txn
                   PERFORM Read-Xfer-Txn
               END-PERFORM
               CLOSE XFER-TXN-FILE
           ELSE
               DISPLAY "XFERTXN.DAT: status " XFER-TXN-STATUS
                   ", no transfer transactions to apply"
           END-IF.

       Read-Xfer-Txn.
           READ XFER-TXN-FILE
               AT END
                   SET END-OF-XFER-TXNS TO TRUE
           END-READ.

      *> Edits common to every code: which school's course, and
      *> who keyed it.
       Apply-One-Xfer-Txn.
           PERFORM Find-Equivalency
           EVALUATE TRUE
               WHEN NOT IS-XFER-POST AND NOT IS-EQUIV-SET
               AND NOT IS-EQUIV-DROP
                   MOVE "XT-TXN-CODE     " TO ERR-FIELD-NAME
                   MOVE XT-TXN-CODE TO ERR-INCOMING-VALUE
                   MOVE "Unknown transfer txn code, txn skipped" TO
                       ERR-MESSAGE
                   PERFORM Log-Xfer-Txn-Error
               WHEN XT-INST-CODE = SPACES
               OR XT-THEIR-COURSE = SPACES
                   MOVE "XT-INST-CODE    " TO ERR-FIELD-NAME
                   MOVE XT-INST-CODE TO ERR-INCOMING-VALUE
                   MOVE "Institution and their course required" TO
                       ERR-MESSAGE
                   PERFORM Log-Xfer-Txn-Error
               WHEN XT-USER-ID = SPACES
                   MOVE "XT-USER-ID      " TO ERR-FIELD-NAME
                   MOVE SPACES TO ERR-INCOMING-VALUE
                   MOVE "User id missing" TO ERR-MESSAGE
                   PERFORM Log-Xfer-Txn-Error
               WHEN IS-XFER-POST
                   PERFORM Post-Transfer-Credit
               WHEN IS-EQUIV-SET
                   PERFORM Set-Equivalency
               WHEN OTHER
                   PERFORM Drop-Equivalency
           END-EVALUATE.

       Find-Equivalency.
           MOVE ZERO TO WS-EQV-FOUND-SUB
           PERFORM VARYING WS-EQV-SUB FROM 1 BY 1
               UNTIL WS-EQV-SUB > WS-EQV-COUNT
                  OR WS-EQV-FOUND-SUB > ZERO
               IF WS-EV-INST (WS-EQV-SUB) = XT-INST-CODE
               AND WS-EV-THEIR-COURSE (WS-EQV-SUB) = XT-THEIR-COURSE
                   MOVE WS-EQV-SUB TO WS-EQV-FOUND-SUB
               END-IF
           END-PERFORM.

      *> Our course comes off the transaction or the table; when
      *> both are there they must agree.
       Post-Transfer-Credit.
           MOVE XT-OUR-COURSE TO WS-POST-COURSE
           IF WS-POST-COURSE = SPACES AND WS-EQV-FOUND-SUB > ZERO
               MOVE WS-EV-OUR-COURSE (WS-EQV-FOUND-SUB)
                   TO WS-POST-COURSE
           END-IF
           MOVE XT-GRADE (1:1) TO WS-GRADE-LETTER
           MOVE XT-GRADE (2:1) TO WS-GRADE-SIGN
           PERFORM Check-Already-Posted
           EVALUATE TRUE
               WHEN XT-STUDENT-ID NOT NUMERIC
               OR XT-STUDENT-ID = ZERO
                   MOVE "XT-STUDENT-ID   " TO ERR-FIELD-NAME
                   MOVE XT-STUDENT-ID TO ERR-INCOMING-VALUE
                   MOVE "StudentId missing or not numeric" TO
                       ERR-MESSAGE
                   PERFORM Log-Xfer-Txn-Error
               WHEN XT-TERM-CODE = SPACES
                   MOVE "XT-TERM-CODE    " TO ERR-FIELD-NAME
                   MOVE SPACES TO ERR-INCOMING-VALUE
                   MOVE "Term taken missing" TO ERR-MESSAGE
                   PERFORM Log-Xfer-Txn-Error
               WHEN NOT GRADE-LETTER-GOOD OR NOT GRADE-SIGN-GOOD
                   MOVE "XT-GRADE        " TO ERR-FIELD-NAME
                   MOVE XT-GRADE TO ERR-INCOMING-VALUE
                   MOVE "Grade not a letter grade A-F" TO
                       ERR-MESSAGE
                   PERFORM Log-Xfer-Txn-Error
               WHEN WS-POST-COURSE = SPACES
                   MOVE "XT-OUR-COURSE   " TO ERR-FIELD-NAME
                   MOVE XT-THEIR-COURSE TO ERR-INCOMING-VALUE
                   MOVE "No equivalency on file, course needed"
                       TO ERR-MESSAGE
                   PERFORM Log-Xfer-Txn-Error
               WHEN WS-EQV-FOUND-SUB > ZERO
               AND WS-EV-OUR-COURSE (WS-EQV-FOUND-SUB)
                   NOT = WS-POST-COURSE
                   MOVE "XT-OUR-COURSE   " TO ERR-FIELD-NAME
                   MOVE WS-EV-OUR-COURSE (WS-EQV-FOUND-SUB)
                       TO ERR-INCOMING-VALUE
                   MOVE "Course differs from equivalency on file"
                       TO ERR-MESSAGE
                   PERFORM Log-Xfer-Txn-Error
               WHEN WS-EQV-FOUND-SUB = ZERO
               AND WS-EQV-COUNT NOT < WS-EQV-LIMIT
                   MOVE "XT-THEIR-COURSE " TO ERR-FIELD-NAME
                   MOVE XT-THEIR-COURSE TO ERR-INCOMING-VALUE
                   MOVE "Equivalency table full, not posted"
                       TO ERR-MESSAGE
                   PERFORM Log-Xfer-Txn-Error
               WHEN CREDIT-ALREADY-POSTED
                   MOVE "XT-THEIR-COURSE " TO ERR-FIELD-NAME
                   MOVE XT-THEIR-COURSE TO ERR-INCOMING-VALUE
                   MOVE "Transfer already posted for this course"
                       TO ERR-MESSAGE
                   PERFORM Log-Xfer-Txn-Error
               WHEN WS-XFR-COUNT NOT < WS-XFR-LIMIT
                   MOVE "XT-STUDENT-ID   " TO ERR-FIELD-NAME
                   MOVE XT-STUDENT-ID TO ERR-INCOMING-VALUE
                   MOVE "Transfer history table full, not posted"
                       TO ERR-MESSAGE
                   PERFORM Log-Xfer-Txn-Error
               WHEN OTHER
                   PERFORM Post-Check-Masters
           END-EVALUATE.

       Check-Already-Posted.
           MOVE "N" TO WS-ALREADY-POSTED
           PERFORM VARYING WS-XFR-SUB FROM 1 BY 1
               UNTIL WS-XFR-SUB > WS-XFR-COUNT
                  OR CREDIT-ALREADY-POSTED
               IF WS-XF-STUDENT (WS-XFR-SUB) = XT-STUDENT-ID
               AND WS-XF-INST (WS-XFR-SUB) = XT-INST-CODE
               AND WS-XF-THEIR-COURSE (WS-XFR-SUB) = XT-THEIR-COURSE
                   SET CREDIT-ALREADY-POSTED TO TRUE
               END-IF
           END-PERFORM.

       Post-Check-Masters.
           MOVE XT-STUDENT-ID TO STM-STUDENT-ID
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   MOVE "XT-STUDENT-ID   " TO ERR-FIELD-NAME
                   MOVE XT-STUDENT-ID TO ERR-INCOMING-VALUE
                   MOVE "Student not on master, credit not posted"
                       TO ERR-MESSAGE
                   PERFORM Log-Xfer-Txn-Error
               NOT INVALID KEY
                   MOVE WS-POST-COURSE TO CRS-COURSE-CODE
                   READ COURSE-MASTER-FILE
                       INVALID KEY
                           MOVE "XT-OUR-COURSE   " TO ERR-FIELD-NAME
                           MOVE WS-POST-COURSE TO ERR-INCOMING-VALUE
                           MOVE "Equivalent course not on catalog"
                               TO ERR-MESSAGE
                           PERFORM Log-Xfer-Txn-Error
                       NOT INVALID KEY
                           PERFORM Write-Transfer-Row
                   END-READ
           END-READ.

       Write-Transfer-Row.
           IF XT-CREDIT-HOURS NUMERIC AND XT-CREDIT-HOURS > ZERO
               MOVE XT-CREDIT-HOURS TO WS-POST-CREDITS
           ELSE
               MOVE 3.0 TO WS-POST-CREDITS
               IF CRS-CREDIT-HOURS NUMERIC
                   MOVE CRS-CREDIT-HOURS TO WS-POST-CREDITS
               END-IF
           END-IF
           MOVE SPACES TO COURSE-HISTORY-RECORD
           MOVE XT-STUDENT-ID   TO CHS-STUDENT-ID
           MOVE WS-POST-COURSE  TO CHS-COURSE-CODE
           MOVE XT-TERM-CODE    TO CHS-TERM-CODE
           MOVE XT-GRADE        TO CHS-GRADE
           MOVE "T"             TO CHS-COMPLETION
           MOVE Y2KDate         TO CHS-POSTED-DATE
           MOVE WS-POST-CREDITS TO CHS-CREDIT-HOURS
           MOVE XT-INST-CODE    TO CHS-XFER-INST
           MOVE XT-THEIR-COURSE TO CHS-XFER-COURSE
           WRITE COURSE-HISTORY-RECORD
           ADD 1 TO WS-POSTED-COUNT
           ADD 1 TO WS-XFR-COUNT
           MOVE XT-STUDENT-ID   TO WS-XF-STUDENT (WS-XFR-COUNT)
           MOVE XT-INST-CODE    TO WS-XF-INST (WS-XFR-COUNT)
           MOVE XT-THEIR-COURSE TO WS-XF-THEIR-COURSE (WS-XFR-COUNT)
           MOVE "CREDIT POSTED" TO WS-ACTION
           PERFORM Print-Xfer-Line
           IF WS-EQV-FOUND-SUB = ZERO
               PERFORM Add-Equivalency
               MOVE "EQUIV ADDED" TO WS-ACTION
               PERFORM Print-Xfer-Line
           END-IF.

       Set-Equivalency.
           MOVE XT-OUR-COURSE TO CRS-COURSE-CODE
           IF XT-OUR-COURSE = SPACES
               MOVE "XT-OUR-COURSE   " TO ERR-FIELD-NAME
               MOVE SPACES TO ERR-INCOMING-VALUE
               MOVE "Our course required to set equivalency" TO
                   ERR-MESSAGE
               PERFORM Log-Xfer-Txn-Error
           ELSE
               READ COURSE-MASTER-FILE
                   INVALID KEY
                       MOVE "XT-OUR-COURSE   " TO ERR-FIELD-NAME
                       MOVE XT-OUR-COURSE TO ERR-INCOMING-VALUE
                       MOVE "Equivalent course not on catalog" TO
                           ERR-MESSAGE
                       PERFORM Log-Xfer-Txn-Error
                   NOT INVALID KEY
                       PERFORM Store-Equivalency
               END-READ
           END-IF.

       Store-Equivalency.
           MOVE XT-OUR-COURSE TO WS-POST-COURSE
           EVALUATE TRUE
               WHEN WS-EQV-FOUND-SUB > ZERO
                   MOVE XT-OUR-COURSE
                       TO WS-EV-OUR-COURSE (WS-EQV-FOUND-SUB)
                   MOVE Y2KDate TO WS-EV-SET-DATE (WS-EQV-FOUND-SUB)
                   MOVE XT-USER-ID TO WS-EV-SET-BY (WS-EQV-FOUND-SUB)
                   SET EQUIV-TABLE-CHANGED TO TRUE
                   ADD 1 TO WS-EQUIV-COUNT
                   MOVE "EQUIV CHANGED" TO WS-ACTION
                   PERFORM Print-Xfer-Line
               WHEN WS-EQV-COUNT < WS-EQV-LIMIT
                   PERFORM Add-Equivalency
                   MOVE "EQUIV ADDED" TO WS-ACTION
                   PERFORM Print-Xfer-Line
               WHEN OTHER
                   MOVE "XT-THEIR-COURSE " TO ERR-FIELD-NAME
                   MOVE XT-THEIR-COURSE TO ERR-INCOMING-VALUE
                   MOVE "Equivalency table full" TO ERR-MESSAGE
                   PERFORM Log-Xfer-Txn-Error
           END-EVALUATE.

       Add-Equivalency.
           ADD 1 TO WS-EQV-COUNT
           MOVE XT-INST-CODE    TO WS-EV-INST (WS-EQV-COUNT)
           MOVE XT-THEIR-COURSE TO WS-EV-THEIR-COURSE (WS-EQV-COUNT)
           MOVE WS-POST-COURSE  TO WS-EV-OUR-COURSE (WS-EQV-COUNT)
           MOVE Y2KDate         TO WS-EV-SET-DATE (WS-EQV-COUNT)
           MOVE XT-USER-ID      TO WS-EV-SET-BY (WS-EQV-COUNT)
           SET EQUIV-TABLE-CHANGED TO TRUE
           ADD 1 TO WS-EQUIV-COUNT.

       Drop-Equivalency.
           IF WS-EQV-FOUND-SUB = ZERO
               MOVE "XT-THEIR-COURSE " TO ERR-FIELD-NAME
               MOVE XT-THEIR-COURSE TO ERR-INCOMING-VALUE
               MOVE "No equivalency on file to drop" TO ERR-MESSAGE
               PERFORM Log-Xfer-Txn-Error
           ELSE
               MOVE WS-EV-OUR-COURSE (WS-EQV-FOUND-SUB)
                   TO WS-POST-COURSE
               PERFORM VARYING WS-EQV-SUB FROM WS-EQV-FOUND-SUB BY 1
                   UNTIL WS-EQV-SUB >= WS-EQV-COUNT
                   MOVE WS-EQV-ENTRY (WS-EQV-SUB + 1)
                       TO WS-EQV-ENTRY (WS-EQV-SUB)
               END-PERFORM
               SUBTRACT 1 FROM WS-EQV-COUNT
               SET EQUIV-TABLE-CHANGED TO TRUE
               ADD 1 TO WS-EQUIV-COUNT
               MOVE "EQUIV DROPPED" TO WS-ACTION
               PERFORM Print-Xfer-Line
           END-IF.

       Rewrite-Equivalencies.
           OPEN OUTPUT XFER-EQUIV-FILE
           PERFORM Write-One-Equivalency
               VARYING WS-EQV-SUB FROM 1 BY 1
               UNTIL WS-EQV-SUB > WS-EQV-COUNT
           CLOSE XFER-EQUIV-FILE.

       Write-One-Equivalency.
           MOVE SPACES TO XFER-EQUIV-RECORD
           MOVE WS-EV-INST (WS-EQV-SUB)         TO EQ-INST-CODE
           MOVE WS-EV-THEIR-COURSE (WS-EQV-SUB) TO EQ-THEIR-COURSE
           MOVE WS-EV-OUR-COURSE (WS-EQV-SUB)   TO EQ-OUR-COURSE
           MOVE WS-EV-SET-DATE (WS-EQV-SUB)     TO EQ-SET-DATE
           MOVE WS-EV-SET-BY (WS-EQV-SUB)       TO EQ-SET-BY
           WRITE XFER-EQUIV-RECORD.

      *> One line per change made: credit posted (with the mapping
      *> it filed, when it was the first from that course), or a
      *> mapping set or dropped.
       Print-Xfer-Line.
           MOVE SPACES TO XFER-DETAIL-LINE
           MOVE WS-ACTION       TO XD-ACTION
           MOVE XT-INST-CODE    TO XD-INST-CODE
           MOVE XT-THEIR-COURSE TO XD-THEIR-COURSE
           MOVE WS-POST-COURSE  TO XD-OUR-COURSE
           MOVE XT-USER-ID      TO XD-USER-ID
           IF IS-XFER-POST AND WS-ACTION = "CREDIT POSTED"
               MOVE XT-STUDENT-ID   TO XD-STUDENT-ID
               MOVE XT-TERM-CODE    TO XD-TERM-CODE
               MOVE XT-GRADE        TO XD-GRADE
               MOVE WS-POST-CREDITS TO XD-CREDITS
           END-IF
           MOVE XFER-DETAIL-LINE TO WS-PRINT-LINE
           PERFORM Write-Print-Line.

       Log-Xfer-Txn-Error.
           ADD 1 TO WS-REJECT-COUNT
           MOVE "XFERTXN.DAT" TO ERR-SOURCE-FILE
           MOVE XFER-TXN-RECORD TO ERR-RECORD-IMAGE
           PERFORM Write-Error-Log.

       Handoff-Control-Totals.
           MOVE SPACES TO CONTROL-HANDOFF-RECORD
           MOVE "XFERPOST"      TO CH-PROGRAM-ID
           MOVE WS-READ-COUNT   TO CH-RECORDS-READ
           COMPUTE CH-RECORDS-PROCESSED =
               WS-POSTED-COUNT + WS-EQUIV-COUNT
           MOVE WS-REJECT-COUNT TO CH-RECORDS-REJECTED
           MOVE ZERO            TO CH-AMOUNT-TOTAL
           MOVE Y2KDate TO CH-RUN-DATE
           PERFORM Write-Control-Handoff.

           COPY ERRLOGWR.
           COPY CTLHDWR.
           COPY FILERTRY.
           COPY PRTWR.
       END PROGRAM Xfer-Post.

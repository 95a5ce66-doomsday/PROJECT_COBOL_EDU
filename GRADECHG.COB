       IDENTIFICATION DIVISION.
       PROGRAM-ID. Grade-Change.
       AUTHOR. Mike Korolevsky.
       DATE-WRITTEN. 15 Oct 2026.

      *> Grade changes against COURSHIS.DAT. Grade-Post only
      *> appends, so a mis-keyed B- that should have been a B+, or
      *> an incomplete finished months later, used to be fixed by
      *> editing the history file by hand - with no record of who
      *> changed a grade or why, which is the first thing an
      *> accreditor asks. This run files GRCHGTXN.DAT grade-change
      *> transactions: student, course, term, the grade and
      *> completion code as they stand, the grade and completion
      *> code they should be, a reason and who authorised it.
      *>   - the new grade is edited as Grade-Post edits a grade
      *>     (A-F with an optional +/-, completion C, I or W), and
      *>     must differ from the old; a transfer-credit row (T)
      *>     has its grade corrected as a T row and no other row
      *>     becomes one - transfer credit is Xfer-Post's to file;
      *>   - the old grade and completion must match the history
      *>     row on file for the student, course and term - a
      *>     change keyed against a stale copy of the transcript
      *>     is refused, not applied over the top;
      *>   - changes apply in file order, so a second change to
      *>     the same row in one run starts from the first's
      *>     result.
      *> Each change applied writes the row before and after to
      *> GRDHIST.DAT with the reason and changed-by, in the spirit
      *> of STUHIST.DAT. The history file is rebuilt from a copy
      *> taken first as COURSPRV.DAT, which doubles as the prior
      *> generation if a change has to be backed out. The
      *> registrar gets GRADECHG.RPT, the change list and what was
      *> refused, and every student whose record changed is queued
      *> once onto TRNSREQ.DAT so the next Transcript run sends the
      *> corrected copy. Refusals go to the shared error log with
      *> the transaction image, resubmittable through Err-Repair.
      *> Run on demand by the registrar, like Grade-Post.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRADE-CHANGE-FILE ASSIGN TO "GRCHGTXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRADE-CHANGE-STATUS.

           SELECT COURSE-HISTORY-FILE ASSIGN TO "COURSHIS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COURSE-HISTORY-STATUS.

           SELECT COURSE-PREV-FILE ASSIGN TO "COURSPRV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COURSE-PREV-STATUS.

           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUDENTM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STM-STUDENT-ID
               ALTERNATE RECORD KEY IS STM-STUDENT-NAME
                   WITH DUPLICATES
               FILE STATUS IS STUDENT-MASTER-STATUS.

           SELECT TRANSCRIPT-REQ-FILE ASSIGN TO "TRNSREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANSCRIPT-REQ-STATUS.

           SELECT PRINT-REPORT-FILE ASSIGN TO "GRADECHG.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-REPORT-STATUS.

           COPY ERRLOGSL.
           COPY CTLHDSL.
           COPY GRDHISSL.

       DATA DIVISION.
       FILE SECTION.
       FD  GRADE-CHANGE-FILE.
       01  GRADE-CHANGE-RECORD.
           02  GC-STUDENT-ID       PIC 9(7).
           02  FILLER              PIC X(1).
           02  GC-COURSE-CODE      PIC X(6).
           02  FILLER              PIC X(1).
           02  GC-TERM-CODE        PIC X(6).
           02  FILLER              PIC X(1).
           02  GC-OLD-GRADE        PIC X(2).
           02  FILLER              PIC X(1).
           02  GC-OLD-COMPLETION   PIC X.
           02  FILLER              PIC X(1).
           02  GC-NEW-GRADE        PIC X(2).
           02  FILLER              PIC X(1).
           02  GC-NEW-COMPLETION   PIC X.
           02  FILLER              PIC X(1).
           02  GC-REASON           PIC X(20).
           02  FILLER              PIC X(1).
           02  GC-CHANGED-BY       PIC X(8).

       FD  COURSE-HISTORY-FILE.
           COPY COURSHIS.

       FD  COURSE-PREV-FILE.
       01  COURSE-PREV-RECORD      PIC X(59).

       FD  STUDENT-MASTER-FILE.
           COPY STUDENTM.

       FD  TRANSCRIPT-REQ-FILE.
       01  TRANSCRIPT-REQ-RECORD.
           02  TR-STUDENT-ID       PIC 9(7).

       FD  PRINT-REPORT-FILE.
       01  PRINT-REPORT-LINE   PIC X(132).

           COPY ERRLOG.
           COPY CTLHD.
           COPY GRDHIST.

       WORKING-STORAGE SECTION.
       01 GRADE-CHANGE-STATUS   PIC XX.
       01 COURSE-HISTORY-STATUS PIC XX.
       01 COURSE-PREV-STATUS    PIC XX.
       01 STUDENT-MASTER-STATUS PIC XX.
       01 TRANSCRIPT-REQ-STATUS PIC XX.
       01 WS-MASTER-OPEN        PIC X VALUE "N".
           88 MASTER-IS-OPEN    VALUE "Y".

           COPY FILESTAT.
           COPY Y2KDATE.
           COPY PRTCTL.

       01 WS-CHANGE-EOF        PIC X VALUE "N".
           88 END-OF-CHANGES   VALUE "Y".
       01 WS-HIST-EOF          PIC X VALUE "N".
           88 END-OF-HISTORY   VALUE "Y".

       01 WS-READ-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-APPLIED-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-REJECT-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-QUEUED-COUNT      PIC 9(5) VALUE ZERO.

       01 WS-GRADE-LETTER      PIC X.
           88 GRADE-LETTER-GOOD VALUE "A" "B" "C" "D" "F".
       01 WS-GRADE-SIGN        PIC X.
           88 GRADE-SIGN-GOOD  VALUE "+" "-" SPACE.
       01 WS-COMPLETION-WORK   PIC X.
           88 COMPLETION-GOOD  VALUE "C" "I" "W" "T".

      *> The run's changes that passed the edits, held until the
      *> pass over the history has shown which rows they hit.
      *> WS-GX-STATE: P pending, A applied, M the row was found
      *> but not at the old grade, and the pass is done with it.
       01 WS-GX-COUNT          PIC 9(4) VALUE ZERO.
       01 WS-GX-SUB            PIC 9(4) VALUE ZERO.
       01 WS-GX-LIMIT          PIC 9(4) VALUE 500.
       01 WS-GX-TABLE-AREA.
           02 WS-GX-ENTRY OCCURS 500 TIMES.
               03 WS-GX-IMAGE        PIC X(61).
               03 WS-GX-STATE        PIC X.
               03 WS-GX-ON-FILE      PIC X(3).
               03 WS-GX-QUEUED       PIC X.
       01 WS-GX-OVERFLOW       PIC 9(5) VALUE ZERO.
       01 WS-QUEUE-SUB         PIC 9(4) VALUE ZERO.
       01 WS-QUEUE-ID          PIC 9(7) VALUE ZERO.
       01 WS-ALREADY-QUEUED    PIC X VALUE "N".
           88 STUDENT-ALREADY-QUEUED VALUE "Y".

       01 WS-HIST-BEFORE       PIC X(60) VALUE SPACES.
       01 WS-COUNT-EDIT        PIC ZZZZ9.

       01 CHANGE-DETAIL-LINE.
           02 FILLER           PIC X(1)  VALUE SPACE.
           02 CD-STUDENT-ID    PIC 9(7).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 CD-STUDENT-NAME  PIC X(21).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 CD-COURSE-CODE   PIC X(6).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 CD-TERM-CODE     PIC X(6).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 CD-OLD-GRADE     PIC X(2).
           02 FILLER           PIC X(1)  VALUE SPACE.
           02 CD-OLD-COMPLETION PIC X.
           02 FILLER           PIC X(4)  VALUE " -> ".
           02 CD-NEW-GRADE     PIC X(2).
           02 FILLER           PIC X(1)  VALUE SPACE.
           02 CD-NEW-COMPLETION PIC X.
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 CD-REASON        PIC X(20).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 CD-CHANGED-BY    PIC X(8).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 CD-NOTE          PIC X(30).
           02 FILLER           PIC X(5)  VALUE SPACES.

       PROCEDURE DIVISION.
       Begin.
           MOVE "GRADECHG" TO ERR-PROGRAM-ID
           ACCEPT Y2KDate FROM DATE YYYYMMDD
           DISPLAY "Grade-Change run date [" Y2KDate "]"

           MOVE "GRCHGTXN.DAT" TO WS-ABEND-FILE-NAME
           MOVE ZERO TO WS-ABEND-RETRY-COUNT
           PERFORM Try-Open-Grade-Change
               UNTIL GRADE-CHANGE-STATUS = "00"
                  OR WS-ABEND-RETRY-COUNT >= 3
           IF ABEND-OCCURRED
               STOP RUN
           END-IF
           PERFORM Read-Grade-Change
           PERFORM UNTIL END-OF-CHANGES
               ADD 1 TO WS-READ-COUNT
               PERFORM Edit-One-Change
               PERFORM Read-Grade-Change
           END-PERFORM
           CLOSE GRADE-CHANGE-FILE
           IF WS-GX-OVERFLOW > ZERO
               DISPLAY "Grade-Change: " WS-GX-OVERFLOW
                   " changes past the " WS-GX-LIMIT
                   " a run holds - nothing applied"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-GX-COUNT > ZERO
               PERFORM Apply-Changes-To-History
           END-IF
           PERFORM Settle-Unapplied-Changes
               VARYING WS-GX-SUB FROM 1 BY 1
               UNTIL WS-GX-SUB > WS-GX-COUNT
           PERFORM Queue-Corrected-Transcripts
           PERFORM Print-Change-List
           DISPLAY "Grade-Change: " WS-APPLIED-COUNT " applied, "
               WS-REJECT-COUNT " rejected, " WS-QUEUED-COUNT
               " transcripts queued"
           PERFORM Handoff-Control-Totals
           STOP RUN.

       Try-Open-Grade-Change.
           OPEN INPUT GRADE-CHANGE-FILE
           MOVE GRADE-CHANGE-STATUS TO WS-ABEND-STATUS
           PERFORM Check-File-Status.

       Read-Grade-Change.
           READ GRADE-CHANGE-FILE
               AT END
                   SET END-OF-CHANGES TO TRUE
           END-READ.

       Edit-One-Change.
           MOVE GC-NEW-GRADE (1:1) TO WS-GRADE-LETTER
           MOVE GC-NEW-GRADE (2:1) TO WS-GRADE-SIGN
           MOVE GC-NEW-COMPLETION  TO WS-COMPLETION-WORK
           EVALUATE TRUE
               WHEN GC-STUDENT-ID NOT NUMERIC
                   MOVE "GC-STUDENT-ID   " TO ERR-FIELD-NAME
                   MOVE GC-STUDENT-ID TO ERR-INCOMING-VALUE
                   MOVE "StudentId missing or not numeric" TO
                       ERR-MESSAGE
                   PERFORM Reject-Change-Txn
               WHEN NOT COMPLETION-GOOD
                   MOVE "GC-NEW-COMPLETN " TO ERR-FIELD-NAME
                   MOVE GC-NEW-COMPLETION TO ERR-INCOMING-VALUE
                   MOVE "Completion code not C, I, W or T" TO
                       ERR-MESSAGE
                   PERFORM Reject-Change-Txn
               WHEN (GC-OLD-COMPLETION = "T"
                     AND GC-NEW-COMPLETION NOT = "T")
               OR (GC-OLD-COMPLETION NOT = "T"
                     AND GC-NEW-COMPLETION = "T")
                   MOVE "GC-NEW-COMPLETN " TO ERR-FIELD-NAME
                   MOVE GC-NEW-COMPLETION TO ERR-INCOMING-VALUE
                   MOVE "Transfer rows change only as transfer" TO
                       ERR-MESSAGE
                   PERFORM Reject-Change-Txn
               WHEN NOT GRADE-LETTER-GOOD OR NOT GRADE-SIGN-GOOD
                   MOVE "GC-NEW-GRADE    " TO ERR-FIELD-NAME
                   MOVE GC-NEW-GRADE TO ERR-INCOMING-VALUE
                   MOVE "Grade not a letter grade A-F" TO
                       ERR-MESSAGE
                   PERFORM Reject-Change-Txn
               WHEN GC-NEW-GRADE = GC-OLD-GRADE
               AND GC-NEW-COMPLETION = GC-OLD-COMPLETION
                   MOVE "GC-NEW-GRADE    " TO ERR-FIELD-NAME
                   MOVE GC-NEW-GRADE TO ERR-INCOMING-VALUE
                   MOVE "New grade same as old, nothing to change"
                       TO ERR-MESSAGE
                   PERFORM Reject-Change-Txn
               WHEN GC-REASON = SPACES OR GC-CHANGED-BY = SPACES
                   MOVE "GC-REASON       " TO ERR-FIELD-NAME
                   MOVE GC-CHANGED-BY TO ERR-INCOMING-VALUE
                   MOVE "Reason and changed-by are both required"
                       TO ERR-MESSAGE
                   PERFORM Reject-Change-Txn
               WHEN WS-GX-COUNT < WS-GX-LIMIT
                   ADD 1 TO WS-GX-COUNT
                   MOVE GRADE-CHANGE-RECORD
                       TO WS-GX-IMAGE (WS-GX-COUNT)
                   MOVE "P" TO WS-GX-STATE (WS-GX-COUNT)
                   MOVE SPACES TO WS-GX-ON-FILE (WS-GX-COUNT)
                   MOVE "N" TO WS-GX-QUEUED (WS-GX-COUNT)
               WHEN OTHER
                   ADD 1 TO WS-GX-OVERFLOW
           END-EVALUATE.

       Reject-Change-Txn.
           ADD 1 TO WS-REJECT-COUNT
           MOVE "GRCHGTXN.DAT" TO ERR-SOURCE-FILE
           MOVE GRADE-CHANGE-RECORD TO ERR-RECORD-IMAGE
           PERFORM Write-Error-Log.

      *> The history as it stands is copied aside first; the live
      *> file is then written back from the copy with each row
      *> offered to every pending change in turn.
       Apply-Changes-To-History.
           OPEN INPUT COURSE-HISTORY-FILE
           IF COURSE-HISTORY-STATUS NOT = "00"
               DISPLAY "COURSHIS.DAT: status " COURSE-HISTORY-STATUS
                   " - no course history to change"
           ELSE
               OPEN OUTPUT COURSE-PREV-FILE
               MOVE "N" TO WS-HIST-EOF
               PERFORM Read-History-Row
               PERFORM UNTIL END-OF-HISTORY
                   WRITE COURSE-PREV-RECORD
                       FROM COURSE-HISTORY-RECORD
                   PERFORM Read-History-Row
               END-PERFORM
               CLOSE COURSE-HISTORY-FILE
               CLOSE COURSE-PREV-FILE
               OPEN INPUT COURSE-PREV-FILE
               OPEN OUTPUT COURSE-HISTORY-FILE
               MOVE "N" TO WS-HIST-EOF
               PERFORM Read-Prev-Row
               PERFORM UNTIL END-OF-HISTORY
                   MOVE COURSE-PREV-RECORD TO COURSE-HISTORY-RECORD
                   PERFORM Offer-Row-To-Change
                       VARYING WS-GX-SUB FROM 1 BY 1
                       UNTIL WS-GX-SUB > WS-GX-COUNT
                   WRITE COURSE-HISTORY-RECORD
                   PERFORM Read-Prev-Row
               END-PERFORM
               CLOSE COURSE-PREV-FILE
               CLOSE COURSE-HISTORY-FILE
           END-IF.

       Read-History-Row.
           READ COURSE-HISTORY-FILE
               AT END
                   SET END-OF-HISTORY TO TRUE
           END-READ.

       Read-Prev-Row.
           READ COURSE-PREV-FILE
               AT END
                   SET END-OF-HISTORY TO TRUE
           END-READ.

       Offer-Row-To-Change.
           MOVE WS-GX-IMAGE (WS-GX-SUB) TO GRADE-CHANGE-RECORD
           IF WS-GX-STATE (WS-GX-SUB) NOT = "A"
           AND CHS-STUDENT-ID = GC-STUDENT-ID
           AND CHS-COURSE-CODE = GC-COURSE-CODE
           AND CHS-TERM-CODE = GC-TERM-CODE
               IF CHS-GRADE = GC-OLD-GRADE
               AND CHS-COMPLETION = GC-OLD-COMPLETION
                   PERFORM Apply-One-Change
               ELSE
                   MOVE "M" TO WS-GX-STATE (WS-GX-SUB)
                   MOVE CHS-GRADE TO WS-GX-ON-FILE (WS-GX-SUB) (1:2)
                   MOVE CHS-COMPLETION
                       TO WS-GX-ON-FILE (WS-GX-SUB) (3:1)
               END-IF
           END-IF.

       Apply-One-Change.
           MOVE COURSE-HISTORY-RECORD TO WS-HIST-BEFORE
           MOVE GC-NEW-GRADE TO CHS-GRADE
           MOVE GC-NEW-COMPLETION TO CHS-COMPLETION
           MOVE "A" TO WS-GX-STATE (WS-GX-SUB)
           ADD 1 TO WS-APPLIED-COUNT
           MOVE SPACES TO GRADE-HISTORY-RECORD
           MOVE Y2KDate           TO GRH-RUN-DATE
           MOVE "GRADECHG"        TO GRH-PROGRAM-ID
           MOVE GC-STUDENT-ID     TO GRH-STUDENT-ID
           MOVE GC-CHANGED-BY     TO GRH-CHANGED-BY
           MOVE GC-REASON         TO GRH-REASON
           MOVE WS-HIST-BEFORE    TO GRH-BEFORE-IMAGE
           MOVE COURSE-HISTORY-RECORD TO GRH-AFTER-IMAGE
           PERFORM Write-Grade-History.

      *> A change the pass never applied either met its row at a
      *> different grade or found no row at all.
       Settle-Unapplied-Changes.
           MOVE WS-GX-IMAGE (WS-GX-SUB) TO GRADE-CHANGE-RECORD
           EVALUATE WS-GX-STATE (WS-GX-SUB)
               WHEN "A"
                   CONTINUE
               WHEN "M"
                   MOVE "GC-OLD-GRADE    " TO ERR-FIELD-NAME
                   MOVE WS-GX-ON-FILE (WS-GX-SUB)
                       TO ERR-INCOMING-VALUE
                   MOVE "Old grade does not match history on file"
                       TO ERR-MESSAGE
                   PERFORM Reject-Change-Txn
               WHEN OTHER
                   MOVE "GC-COURSE-CODE  " TO ERR-FIELD-NAME
                   MOVE GC-COURSE-CODE TO ERR-INCOMING-VALUE
                   MOVE "No history row for student, course, term"
                       TO ERR-MESSAGE
                   PERFORM Reject-Change-Txn
           END-EVALUATE.

      *> One request per student however many of their grades
      *> moved; the queue is appended to, never replaced, since
      *> the counter may have requests of its own waiting.
       Queue-Corrected-Transcripts.
           IF WS-APPLIED-COUNT > ZERO
               OPEN EXTEND TRANSCRIPT-REQ-FILE
               IF TRANSCRIPT-REQ-STATUS = "35"
                   OPEN OUTPUT TRANSCRIPT-REQ-FILE
                   CLOSE TRANSCRIPT-REQ-FILE
                   OPEN EXTEND TRANSCRIPT-REQ-FILE
               END-IF
               PERFORM Queue-One-Student
                   VARYING WS-GX-SUB FROM 1 BY 1
                   UNTIL WS-GX-SUB > WS-GX-COUNT
               CLOSE TRANSCRIPT-REQ-FILE
           END-IF.

       Queue-One-Student.
           IF WS-GX-STATE (WS-GX-SUB) = "A"
               MOVE WS-GX-IMAGE (WS-GX-SUB) (1:7) TO WS-QUEUE-ID
               MOVE "N" TO WS-ALREADY-QUEUED
               PERFORM VARYING WS-QUEUE-SUB FROM 1 BY 1
                   UNTIL WS-QUEUE-SUB >= WS-GX-SUB
                   IF WS-GX-QUEUED (WS-QUEUE-SUB) = "Y"
                   AND WS-GX-IMAGE (WS-QUEUE-SUB) (1:7) = WS-QUEUE-ID
                       SET STUDENT-ALREADY-QUEUED TO TRUE
                   END-IF
               END-PERFORM
               IF NOT STUDENT-ALREADY-QUEUED
                   MOVE WS-QUEUE-ID TO TR-STUDENT-ID
                   WRITE TRANSCRIPT-REQ-RECORD
                   MOVE "Y" TO WS-GX-QUEUED (WS-GX-SUB)
                   ADD 1 TO WS-QUEUED-COUNT
               END-IF
           END-IF.

       Print-Change-List.
           OPEN INPUT STUDENT-MASTER-FILE
           IF STUDENT-MASTER-STATUS = "00"
               SET MASTER-IS-OPEN TO TRUE
           END-IF
           OPEN OUTPUT PRINT-REPORT-FILE
           MOVE "GRADE CHANGE LIST" TO RH-TITLE
           MOVE "GRADECHG" TO RH-PROGRAM-ID
           MOVE Y2KDate TO RH-RUN-DATE
           MOVE " STUD-ID  NAME                   COURSE  TERM  " &
               "  OLD     NEW   REASON                CHANGED-BY" &
               "  NOTE" TO RH-COLUMN-HEADS
           PERFORM Print-Change-Line
               VARYING WS-GX-SUB FROM 1 BY 1
               UNTIL WS-GX-SUB > WS-GX-COUNT
           IF WS-GX-COUNT = ZERO
               MOVE "  (no grade changes)" TO WS-PRINT-LINE
               PERFORM Write-Print-Line
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE WS-APPLIED-COUNT TO WS-COUNT-EDIT
           STRING "  CHANGES APPLIED:      " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE WS-REJECT-COUNT TO WS-COUNT-EDIT
           STRING "  CHANGES REFUSED:      " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE WS-QUEUED-COUNT TO WS-COUNT-EDIT
           STRING "  TRANSCRIPTS QUEUED:   " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE "  *** END OF REPORT ***" TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           CLOSE PRINT-REPORT-FILE
           IF MASTER-IS-OPEN
               CLOSE STUDENT-MASTER-FILE
           END-IF.

      *> Changes refused at the edit never reach the table and
      *> show only in the refused count; their detail is on the
      *> error log.
       Print-Change-Line.
           MOVE WS-GX-IMAGE (WS-GX-SUB) TO GRADE-CHANGE-RECORD
           MOVE GC-STUDENT-ID     TO CD-STUDENT-ID
           MOVE GC-COURSE-CODE    TO CD-COURSE-CODE
           MOVE GC-TERM-CODE      TO CD-TERM-CODE
           MOVE GC-OLD-GRADE      TO CD-OLD-GRADE
           MOVE GC-OLD-COMPLETION TO CD-OLD-COMPLETION
           MOVE GC-NEW-GRADE      TO CD-NEW-GRADE
           MOVE GC-NEW-COMPLETION TO CD-NEW-COMPLETION
           MOVE GC-REASON         TO CD-REASON
           MOVE GC-CHANGED-BY     TO CD-CHANGED-BY
           MOVE "(not on master)" TO CD-STUDENT-NAME
           IF MASTER-IS-OPEN
               MOVE GC-STUDENT-ID TO STM-STUDENT-ID
               READ STUDENT-MASTER-FILE
                   NOT INVALID KEY
                       MOVE STM-STUDENT-NAME TO CD-STUDENT-NAME
               END-READ
           END-IF
           MOVE SPACES TO CD-NOTE
           EVALUATE WS-GX-STATE (WS-GX-SUB)
               WHEN "A"
                   MOVE "CHANGED" TO CD-NOTE
               WHEN "M"
                   STRING "REFUSED - ON FILE "
                       WS-GX-ON-FILE (WS-GX-SUB) (1:2) " "
                       WS-GX-ON-FILE (WS-GX-SUB) (3:1)
                       DELIMITED BY SIZE INTO CD-NOTE
               WHEN OTHER
                   MOVE "REFUSED - NO HISTORY ROW" TO CD-NOTE
           END-EVALUATE
           MOVE CHANGE-DETAIL-LINE TO WS-PRINT-LINE
           PERFORM Write-Print-Line.

       Handoff-Control-Totals.
           MOVE SPACES TO CONTROL-HANDOFF-RECORD
           MOVE "GRADECHG"       TO CH-PROGRAM-ID
           MOVE WS-READ-COUNT    TO CH-RECORDS-READ
           MOVE WS-APPLIED-COUNT TO CH-RECORDS-PROCESSED
           MOVE WS-REJECT-COUNT  TO CH-RECORDS-REJECTED
           MOVE ZERO             TO CH-AMOUNT-TOTAL
           MOVE Y2KDate TO CH-RUN-DATE
           PERFORM Write-Control-Handoff.

           COPY ERRLOGWR.
           COPY CTLHDWR.
           COPY GRDHISWR.
           COPY FILERTRY.
           COPY PRTWR.
       END PROGRAM Grade-Change.

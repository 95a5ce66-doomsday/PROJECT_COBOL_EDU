       IDENTIFICATION DIVISION.
       PROGRAM-ID. Eval-Rpt.
       AUTHOR. Mike Korolevsky.
       DATE-WRITTEN. 15 Oct 2026.

      *> End-of-term course evaluation results. The forms used to
      *> be tallied in a spreadsheet that never said who taught
      *> what; this run ties every answer back to the section and
      *> its instructors. EVALRESP.DAT carries one anonymous
      *> record per answer (course, term, question, score 1-5).
      *> The EVALCTL.DAT card names the term (columns 1-6), the
      *> response-rate floor in whole percent (8-10, 30 when
      *> blank) and the number of questions on the form (12-13,
      *> 10 when blank, at most 20). An answer is rejected to the
      *> shared error log when it is for another term, for a
      *> course not offered that term on COURSEOFF.DAT, for a
      *> question not on the form, or with a score outside 1-5.
      *> The answers carry no form number, so a section's response
      *> count is the most answers any one of its questions drew -
      *> a form with a question skipped still counts once. The
      *> response rate is that count over the section's CLASSENR.DAT
      *> headcount for the term; a section under the floor, with
      *> nobody enrolled, or with more forms than students, prints
      *> flagged NOT STATISTICALLY REPORTABLE and stays out of the
      *> instructor and department figures. EVALRPT.RPT prints:
      *>   - per section, the instructors on INSTASGN.DAT, the
      *>     response rate and, per question, the mean and the
      *>     count and percent at each score;
      *>   - per instructor, the pooled mean per question over
      *>     their reportable sections beside their department's;
      *>   - per department (the instructor's department on
      *>     EMPDETL.DAT), the department's overall mean and each
      *>     instructor's overall mean against it.
      *> A co-taught section counts once for each of its
      *> instructors. A missing card or COURSEOFF.DAT ends the run
      *> RC 8; rejected answers end it RC 4. Run on demand after
      *> the forms are keyed, like Grade-Roster.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVAL-CONTROL-FILE ASSIGN TO "EVALCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EVAL-CONTROL-STATUS.

           SELECT EVAL-RESPONSE-FILE ASSIGN TO "EVALRESP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EVAL-RESPONSE-STATUS.

           SELECT COURSE-OFFER-FILE ASSIGN TO "COURSEOFF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OFF-OFFER-KEY
               FILE STATUS IS COURSE-OFFER-STATUS.

           SELECT CLASS-ENROLL-FILE ASSIGN TO "CLASSENR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CE-ENROLL-KEY
               ALTERNATE RECORD KEY IS CE-COURSE-CODE
                   WITH DUPLICATES
               FILE STATUS IS CLASS-ENROLL-STATUS.

           SELECT INSTRUCTOR-ASGN-FILE ASSIGN TO "INSTASGN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INSTRUCTOR-ASGN-STATUS.

           SELECT EMP-DETAIL-FILE ASSIGN TO "EMPDETL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS EMP-DETAIL-STATUS.

           SELECT PRINT-REPORT-FILE ASSIGN TO "EVALRPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-REPORT-STATUS.

           COPY ERRLOGSL.

       DATA DIVISION.
       FILE SECTION.
       FD  EVAL-CONTROL-FILE.
       01  EVAL-CONTROL-RECORD.
           02  EC-TERM-CODE        PIC X(6).
           02  FILLER              PIC X(1).
           02  EC-RATE-FLOOR       PIC 9(3).
           02  FILLER              PIC X(1).
           02  EC-QUESTION-COUNT   PIC 99.

           COPY EVALRESP.

       FD  COURSE-OFFER-FILE.
           COPY COURSEOF.

       FD  CLASS-ENROLL-FILE.
           COPY CLASSENR.

       FD  INSTRUCTOR-ASGN-FILE.
           COPY INSTASGN.

       FD  EMP-DETAIL-FILE.
       01  EMP-DETAIL-RECORD.
           02  ED-EMPLOYEE-ID      PIC 9(6).
           02  ED-DEPT-CODE        PIC X(4).
           02  ED-FTE              PIC 9V99.
           02  ED-AMOUNT           PIC 9(7)V99.

       FD  PRINT-REPORT-FILE.
       01  PRINT-REPORT-LINE   PIC X(132).

           COPY ERRLOG.

       WORKING-STORAGE SECTION.
       01 EVAL-CONTROL-STATUS    PIC XX.
       01 EVAL-RESPONSE-STATUS   PIC XX.
       01 COURSE-OFFER-STATUS    PIC XX.
       01 CLASS-ENROLL-STATUS    PIC XX.
       01 INSTRUCTOR-ASGN-STATUS PIC XX.
       01 EMP-DETAIL-STATUS      PIC XX.

           COPY FILESTAT.
           COPY Y2KDATE.
           COPY PRTCTL.

       01 WS-EOF-SWITCH        PIC X VALUE "N".
           88 END-OF-FILE      VALUE "Y" FALSE "N".
       01 WS-SCAN-EOF          PIC X VALUE "N".
           88 END-OF-SCAN      VALUE "Y" FALSE "N".

       01 WS-TERM-CODE         PIC X(6) VALUE SPACES.
       01 WS-RATE-FLOOR        PIC 9(3) VALUE 30.
       01 WS-QUESTION-COUNT    PIC 99 VALUE 10.

      *> The term's sections off COURSEOFF.DAT and, per question,
      *> how many answers drew each score.
       01 WS-SEC-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-SEC-SUB           PIC 9(3) VALUE ZERO.
       01 WS-SEC-OVERFLOW      PIC 9(3) VALUE ZERO.
       01 WS-SEC-TABLE-AREA.
           02 WS-SEC-ENTRY OCCURS 300 TIMES.
               03 WS-SC-COURSE       PIC X(6).
               03 WS-SC-HEADCOUNT    PIC 9(4).
               03 WS-SC-RESPONSES    PIC 9(4).
               03 WS-SC-RATE         PIC 9(3)V9.
               03 WS-SC-REPORTABLE   PIC X.
                   88 SECTION-REPORTABLE VALUE "Y".
               03 WS-SC-QUESTION OCCURS 20 TIMES.
                   04 WS-SC-SCORE-COUNT OCCURS 5 TIMES PIC 9(4).

      *> The term's instructor assignments, and each instructor
      *> once with their pooled answers.
       01 WS-ASG-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-ASG-SUB           PIC 9(3) VALUE ZERO.
       01 WS-ASG-TABLE-AREA.
           02 WS-ASG-ENTRY OCCURS 300 TIMES.
               03 WS-AS-EMP        PIC 9(6).
               03 WS-AS-COURSE     PIC X(6).
       01 WS-ASG-NAMED         PIC 9(3) VALUE ZERO.

       01 WS-INS-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-INS-SUB           PIC 9(3) VALUE ZERO.
       01 WS-INS-FOUND         PIC X VALUE "N".
           88 INSTRUCTOR-FOUND VALUE "Y" FALSE "N".
       01 WS-INS-TABLE-AREA.
           02 WS-INS-ENTRY OCCURS 200 TIMES.
               03 WS-IN-EMP          PIC 9(6).
               03 WS-IN-DEPT         PIC X(4).
               03 WS-IN-SECTIONS     PIC 9(3).
               03 WS-IN-REPORTABLE   PIC 9(3).
               03 WS-IN-RESPONSES    PIC 9(5).
               03 WS-IN-SUM          PIC 9(7).
               03 WS-IN-ANSWERS      PIC 9(6).
               03 WS-IN-QUESTION OCCURS 20 TIMES.
                   04 WS-IN-Q-SUM    PIC 9(7).
                   04 WS-IN-Q-COUNT  PIC 9(6).

      *> Departments as their instructors turn up.
       01 WS-DEPT-COUNT        PIC 99 VALUE ZERO.
       01 WS-DEPT-SUB          PIC 99 VALUE ZERO.
       01 WS-DEPT-FOUND        PIC X VALUE "N".
           88 DEPT-SLOT-FOUND  VALUE "Y" FALSE "N".
       01 WS-DEPT-TABLE-AREA.
           02 WS-DEPT-ENTRY OCCURS 30 TIMES.
               03 WS-DT-CODE         PIC X(4).
               03 WS-DT-INSTRUCTORS  PIC 9(3).
               03 WS-DT-SUM          PIC 9(8).
               03 WS-DT-ANSWERS      PIC 9(7).
               03 WS-DT-QUESTION OCCURS 20 TIMES.
                   04 WS-DT-Q-SUM    PIC 9(8).
                   04 WS-DT-Q-COUNT  PIC 9(7).

       01 WS-Q-SUB             PIC 99 VALUE ZERO.
       01 WS-SCORE-SUB         PIC 9 VALUE ZERO.
       01 WS-Q-SUM             PIC 9(8) VALUE ZERO.
       01 WS-Q-COUNT           PIC 9(7) VALUE ZERO.
       01 WS-MEAN              PIC 9V99 VALUE ZERO.
       01 WS-DEPT-MEAN         PIC 9V99 VALUE ZERO.
       01 WS-MEAN-DIFF         PIC S9V99 VALUE ZERO.
       01 WS-PCT               PIC 9(3)V9 VALUE ZERO.

       01 WS-ANSWER-COUNT      PIC 9(6) VALUE ZERO.
       01 WS-REJECT-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-REPORTABLE-COUNT  PIC 9(3) VALUE ZERO.
       01 WS-FLAGGED-COUNT     PIC 9(3) VALUE ZERO.
       01 WS-COUNT-EDIT        PIC ZZZZ9.
       01 WS-COUNT-EDIT-2      PIC ZZZZ9.
       01 WS-RATE-EDIT         PIC ZZ9.9.
       01 WS-MEAN-EDIT         PIC 9.99.
       01 WS-MEAN-EDIT-2       PIC 9.99.
       01 WS-DIFF-EDIT         PIC +9.99.

       01 QUESTION-DETAIL-LINE.
           02 FILLER           PIC X(6)  VALUE "     Q".
           02 QDL-QUESTION     PIC 99.
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 QDL-ANSWERS      PIC ZZZZ9.
           02 FILLER           PIC X(3)  VALUE SPACES.
           02 QDL-MEAN         PIC 9.99.
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 QDL-SCORE OCCURS 5 TIMES.
               03 FILLER       PIC X(2).
               03 QDL-COUNT    PIC ZZZ9.
               03 FILLER       PIC X(1).
               03 QDL-PCT      PIC ZZ9.9.
               03 QDL-PCT-SIGN PIC X(1).
           02 FILLER           PIC X(43) VALUE SPACES.

       01 INSTRUCTOR-QUESTION-LINE.
           02 FILLER           PIC X(6)  VALUE "     Q".
           02 IQL-QUESTION     PIC 99.
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 IQL-ANSWERS      PIC ZZZZ9.
           02 FILLER           PIC X(3)  VALUE SPACES.
           02 IQL-MEAN         PIC 9.99.
           02 FILLER           PIC X(7)  VALUE SPACES.
           02 IQL-DEPT-MEAN    PIC 9.99.
           02 FILLER           PIC X(5)  VALUE SPACES.
           02 IQL-DIFF         PIC +9.99.
           02 FILLER           PIC X(89) VALUE SPACES.

       PROCEDURE DIVISION.
       Begin.
           MOVE "EVALRPT" TO ERR-PROGRAM-ID
           ACCEPT Y2KDate FROM DATE YYYYMMDD
           PERFORM Get-Eval-Card
           IF WS-TERM-CODE = SPACES
               DISPLAY "EVALCTL.DAT: no term card supplied, "
                   "no evaluation report"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM Load-Term-Sections
           IF COURSE-OFFER-STATUS NOT = "00"
           AND COURSE-OFFER-STATUS NOT = "10"
               DISPLAY "COURSEOFF.DAT: status " COURSE-OFFER-STATUS
                   " - no offerings, no evaluation report"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "Eval-Rpt: term " WS-TERM-CODE ", "
               WS-SEC-COUNT " sections offered"
           PERFORM Count-Headcounts
           PERFORM Tally-Responses
           PERFORM Figure-Section-Rate
               VARYING WS-SEC-SUB FROM 1 BY 1
               UNTIL WS-SEC-SUB > WS-SEC-COUNT
           PERFORM Load-Term-Assignments
           PERFORM Assign-Departments
           PERFORM Pool-Assignment
               VARYING WS-ASG-SUB FROM 1 BY 1
               UNTIL WS-ASG-SUB > WS-ASG-COUNT
           PERFORM Pool-Department
               VARYING WS-INS-SUB FROM 1 BY 1
               UNTIL WS-INS-SUB > WS-INS-COUNT

           OPEN OUTPUT PRINT-REPORT-FILE
           MOVE "COURSE EVALUATION RESULTS" TO RH-TITLE
           MOVE "EVALRPT" TO RH-PROGRAM-ID
           MOVE Y2KDate TO RH-RUN-DATE
           MOVE "     QUES  ANSWERS  MEAN    SCORE 1        SCORE 2   "
               & "     SCORE 3        SCORE 4        SCORE 5"
               TO RH-COLUMN-HEADS
           PERFORM Print-Section-Results
               VARYING WS-SEC-SUB FROM 1 BY 1
               UNTIL WS-SEC-SUB > WS-SEC-COUNT
           MOVE 999 TO WS-PRINT-LINE-COUNT
           MOVE "     QUES  ANSWERS  MEAN    DEPT MEAN   DIFF"
               TO RH-COLUMN-HEADS
           PERFORM Print-Instructor-Results
               VARYING WS-INS-SUB FROM 1 BY 1
               UNTIL WS-INS-SUB > WS-INS-COUNT
           IF WS-INS-COUNT = ZERO
               MOVE "  (no instructors assigned for the term)"
                   TO WS-PRINT-LINE
               PERFORM Write-Print-Line
           END-IF
           MOVE 999 TO WS-PRINT-LINE-COUNT
           MOVE "  DEPT  INSTRUCTOR  REPORTABLE SECTIONS  ANSWERS  MEA"
               & "N   DEPT MEAN   DIFF" TO RH-COLUMN-HEADS
           PERFORM Print-Department-Rollup
               VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
           PERFORM Print-Report-Foot
           CLOSE PRINT-REPORT-FILE
           DISPLAY "Eval-Rpt: " WS-ANSWER-COUNT " answers tallied, "
               WS-REJECT-COUNT " rejected, " WS-FLAGGED-COUNT
               " sections not reportable"
           IF WS-REJECT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       Get-Eval-Card.
           OPEN INPUT EVAL-CONTROL-FILE
           IF EVAL-CONTROL-STATUS = "00"
               READ EVAL-CONTROL-FILE
                   NOT AT END
                       MOVE EC-TERM-CODE TO WS-TERM-CODE
                       IF EC-RATE-FLOOR NUMERIC
                       AND EC-RATE-FLOOR NOT > 100
                           MOVE EC-RATE-FLOOR TO WS-RATE-FLOOR
                       END-IF
                       IF EC-QUESTION-COUNT NUMERIC
                       AND EC-QUESTION-COUNT > ZERO
                       AND EC-QUESTION-COUNT NOT > 20
                           MOVE EC-QUESTION-COUNT TO WS-QUESTION-COUNT
                       END-IF
               END-READ
               CLOSE EVAL-CONTROL-FILE
           END-IF.

       Load-Term-Sections.
           OPEN INPUT COURSE-OFFER-FILE
           IF COURSE-OFFER-STATUS = "00"
               MOVE LOW-VALUES TO OFF-OFFER-KEY
               SET END-OF-SCAN TO FALSE
               START COURSE-OFFER-FILE KEY IS NOT LESS THAN
                       OFF-OFFER-KEY
                   INVALID KEY
                       SET END-OF-SCAN TO TRUE
               END-START
               PERFORM UNTIL END-OF-SCAN
                   READ COURSE-OFFER-FILE NEXT
                       AT END
                           SET END-OF-SCAN TO TRUE
                       NOT AT END
                           IF OFF-TERM-CODE = WS-TERM-CODE
                               PERFORM Add-Section
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COURSE-OFFER-FILE
               MOVE "00" TO COURSE-OFFER-STATUS
           END-IF.

       Add-Section.
           IF WS-SEC-COUNT >= 300
               ADD 1 TO WS-SEC-OVERFLOW
           ELSE
               ADD 1 TO WS-SEC-COUNT
               INITIALIZE WS-SEC-ENTRY (WS-SEC-COUNT)
               MOVE OFF-COURSE-CODE TO WS-SC-COURSE (WS-SEC-COUNT)
               MOVE "N" TO WS-SC-REPORTABLE (WS-SEC-COUNT)
           END-IF.

      *> The term's seats per section, the way Grade-Roster walks
      *> the course code key.
       Count-Headcounts.
           OPEN INPUT CLASS-ENROLL-FILE
           IF CLASS-ENROLL-STATUS = "00"
               PERFORM Count-One-Headcount
                   VARYING WS-SEC-SUB FROM 1 BY 1
                   UNTIL WS-SEC-SUB > WS-SEC-COUNT
               CLOSE CLASS-ENROLL-FILE
           ELSE
               DISPLAY "CLASSENR.DAT: status " CLASS-ENROLL-STATUS
                   " - no headcounts, no section is reportable"
           END-IF.

       Count-One-Headcount.
           MOVE WS-SC-COURSE (WS-SEC-SUB) TO CE-COURSE-CODE
           SET END-OF-SCAN TO FALSE
           START CLASS-ENROLL-FILE KEY IS = CE-COURSE-CODE
               INVALID KEY
                   SET END-OF-SCAN TO TRUE
           END-START
           PERFORM UNTIL END-OF-SCAN
               READ CLASS-ENROLL-FILE NEXT
                   AT END
                       SET END-OF-SCAN TO TRUE
                   NOT AT END
                       IF CE-COURSE-CODE NOT = WS-SC-COURSE (WS-SEC-SUB)
                           SET END-OF-SCAN TO TRUE
                       ELSE
                           IF CE-TERM-CODE = WS-TERM-CODE
                               ADD 1 TO WS-SC-HEADCOUNT (WS-SEC-SUB)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       Tally-Responses.
           MOVE "EVALRESP.DAT" TO ERR-SOURCE-FILE
           OPEN INPUT EVAL-RESPONSE-FILE
           IF EVAL-RESPONSE-STATUS = "00"
               SET END-OF-FILE TO FALSE
               PERFORM UNTIL END-OF-FILE
                   READ EVAL-RESPONSE-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM Tally-One-Answer
                   END-READ
               END-PERFORM
               CLOSE EVAL-RESPONSE-FILE
           ELSE
               DISPLAY "EVALRESP.DAT: status " EVAL-RESPONSE-STATUS
                   " - no answers to tally"
           END-IF.

       Tally-One-Answer.
           MOVE ZERO TO WS-SEC-SUB
           IF ER-TERM-CODE = WS-TERM-CODE
               PERFORM VARYING WS-SEC-SUB FROM 1 BY 1
                   UNTIL WS-SEC-SUB > WS-SEC-COUNT
                      OR WS-SC-COURSE (WS-SEC-SUB) = ER-COURSE-CODE
                   CONTINUE
               END-PERFORM
           END-IF
           EVALUATE TRUE
               WHEN ER-TERM-CODE NOT = WS-TERM-CODE
                   MOVE "ER-TERM-CODE    " TO ERR-FIELD-NAME
                   MOVE ER-TERM-CODE TO ERR-INCOMING-VALUE
                   MOVE "Answer is not for the term on the card"
                       TO ERR-MESSAGE
                   PERFORM Reject-Answer
               WHEN WS-SEC-SUB > WS-SEC-COUNT
                   MOVE "ER-COURSE-CODE  " TO ERR-FIELD-NAME
                   MOVE ER-COURSE-CODE TO ERR-INCOMING-VALUE
                   MOVE "Course not offered in the term"
                       TO ERR-MESSAGE
                   PERFORM Reject-Answer
               WHEN ER-QUESTION-NO NOT NUMERIC
               OR ER-QUESTION-NO = ZERO
               OR ER-QUESTION-NO > WS-QUESTION-COUNT
                   MOVE "ER-QUESTION-NO  " TO ERR-FIELD-NAME
                   MOVE ER-QUESTION-NO TO ERR-INCOMING-VALUE
                   MOVE "Question not on the evaluation form"
                       TO ERR-MESSAGE
                   PERFORM Reject-Answer
               WHEN ER-SCORE NOT NUMERIC
               OR NOT ER-SCORE-VALID
                   MOVE "ER-SCORE        " TO ERR-FIELD-NAME
                   MOVE ER-SCORE TO ERR-INCOMING-VALUE
                   MOVE "Score must be 1 through 5" TO ERR-MESSAGE
                   PERFORM Reject-Answer
               WHEN OTHER
                   ADD 1 TO WS-SC-SCORE-COUNT
                       (WS-SEC-SUB, ER-QUESTION-NO, ER-SCORE)
                   ADD 1 TO WS-ANSWER-COUNT
           END-EVALUATE.

       Reject-Answer.
           ADD 1 TO WS-REJECT-COUNT
           MOVE EVAL-RESPONSE-RECORD TO ERR-RECORD-IMAGE
           PERFORM Write-Error-Log.

      *> Responses are the most answers any one question drew.
       Figure-Section-Rate.
           MOVE ZERO TO WS-SC-RESPONSES (WS-SEC-SUB)
           PERFORM VARYING WS-Q-SUB FROM 1 BY 1
               UNTIL WS-Q-SUB > WS-QUESTION-COUNT
               PERFORM Sum-Section-Question
               IF WS-Q-COUNT > WS-SC-RESPONSES (WS-SEC-SUB)
                   MOVE WS-Q-COUNT TO WS-SC-RESPONSES (WS-SEC-SUB)
               END-IF
           END-PERFORM
           MOVE ZERO TO WS-SC-RATE (WS-SEC-SUB)
           IF WS-SC-HEADCOUNT (WS-SEC-SUB) > ZERO
           AND WS-SC-RESPONSES (WS-SEC-SUB)
               NOT > WS-SC-HEADCOUNT (WS-SEC-SUB)
               COMPUTE WS-SC-RATE (WS-SEC-SUB) ROUNDED =
                   WS-SC-RESPONSES (WS-SEC-SUB) * 100
                   / WS-SC-HEADCOUNT (WS-SEC-SUB)
               IF WS-SC-RESPONSES (WS-SEC-SUB) > ZERO
               AND WS-SC-RATE (WS-SEC-SUB) NOT < WS-RATE-FLOOR
                   MOVE "Y" TO WS-SC-REPORTABLE (WS-SEC-SUB)
               END-IF
           END-IF
           IF SECTION-REPORTABLE (WS-SEC-SUB)
               ADD 1 TO WS-REPORTABLE-COUNT
           ELSE
               ADD 1 TO WS-FLAGGED-COUNT
           END-IF.

      *> One section's question WS-Q-SUB: answers and score total.
       Sum-Section-Question.
           MOVE ZERO TO WS-Q-COUNT WS-Q-SUM
           PERFORM VARYING WS-SCORE-SUB FROM 1 BY 1
               UNTIL WS-SCORE-SUB > 5
               ADD WS-SC-SCORE-COUNT (WS-SEC-SUB, WS-Q-SUB,
                   WS-SCORE-SUB) TO WS-Q-COUNT
               COMPUTE WS-Q-SUM = WS-Q-SUM + WS-SCORE-SUB *
                   WS-SC-SCORE-COUNT (WS-SEC-SUB, WS-Q-SUB,
                   WS-SCORE-SUB)
           END-PERFORM.

       Load-Term-Assignments.
           MOVE ZERO TO WS-ASG-COUNT
           OPEN INPUT INSTRUCTOR-ASGN-FILE
           IF INSTRUCTOR-ASGN-STATUS = "00"
               SET END-OF-FILE TO FALSE
               PERFORM UNTIL END-OF-FILE
                   READ INSTRUCTOR-ASGN-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF ASG-TERM-CODE = WS-TERM-CODE
                           AND WS-ASG-COUNT < 300
                               ADD 1 TO WS-ASG-COUNT
                               MOVE ASG-EMPLOYEE-ID
                                   TO WS-AS-EMP (WS-ASG-COUNT)
                               MOVE ASG-COURSE-CODE
                                   TO WS-AS-COURSE (WS-ASG-COUNT)
                               PERFORM Slot-Instructor
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INSTRUCTOR-ASGN-FILE
           ELSE
               DISPLAY "INSTASGN.DAT: status " INSTRUCTOR-ASGN-STATUS
                   " - sections print without instructors"
           END-IF.

       Slot-Instructor.
           SET INSTRUCTOR-FOUND TO FALSE
           PERFORM VARYING WS-INS-SUB FROM 1 BY 1
               UNTIL WS-INS-SUB > WS-INS-COUNT
                  OR INSTRUCTOR-FOUND
               IF WS-IN-EMP (WS-INS-SUB) = ASG-EMPLOYEE-ID
                   SET INSTRUCTOR-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT INSTRUCTOR-FOUND AND WS-INS-COUNT < 200
               ADD 1 TO WS-INS-COUNT
               INITIALIZE WS-INS-ENTRY (WS-INS-COUNT)
               MOVE ASG-EMPLOYEE-ID TO WS-IN-EMP (WS-INS-COUNT)
               MOVE "????" TO WS-IN-DEPT (WS-INS-COUNT)
           END-IF.

      *> An instructor not on EMPDETL.DAT rolls up under "????".
       Assign-Departments.
           OPEN INPUT EMP-DETAIL-FILE
           IF EMP-DETAIL-STATUS = "00"
               SET END-OF-FILE TO FALSE
               PERFORM UNTIL END-OF-FILE
                   READ EMP-DETAIL-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM VARYING WS-INS-SUB FROM 1 BY 1
                               UNTIL WS-INS-SUB > WS-INS-COUNT
                               IF WS-IN-EMP (WS-INS-SUB) =
                                  ED-EMPLOYEE-ID
                                   MOVE ED-DEPT-CODE
                                       TO WS-IN-DEPT (WS-INS-SUB)
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE EMP-DETAIL-FILE
           ELSE
               DISPLAY "EMPDETL.DAT: status " EMP-DETAIL-STATUS
                   " - instructors roll up with no department"
           END-IF.

      *> One assignment's section into its instructor's totals.
       Pool-Assignment.
           PERFORM VARYING WS-INS-SUB FROM 1 BY 1
               UNTIL WS-INS-SUB > WS-INS-COUNT
                  OR WS-IN-EMP (WS-INS-SUB) = WS-AS-EMP (WS-ASG-SUB)
               CONTINUE
           END-PERFORM
           PERFORM VARYING WS-SEC-SUB FROM 1 BY 1
               UNTIL WS-SEC-SUB > WS-SEC-COUNT
                  OR WS-SC-COURSE (WS-SEC-SUB) =
                     WS-AS-COURSE (WS-ASG-SUB)
               CONTINUE
           END-PERFORM
           IF WS-INS-SUB NOT > WS-INS-COUNT
           AND WS-SEC-SUB NOT > WS-SEC-COUNT
               ADD 1 TO WS-IN-SECTIONS (WS-INS-SUB)
               IF SECTION-REPORTABLE (WS-SEC-SUB)
                   ADD 1 TO WS-IN-REPORTABLE (WS-INS-SUB)
                   ADD WS-SC-RESPONSES (WS-SEC-SUB)
                       TO WS-IN-RESPONSES (WS-INS-SUB)
                   PERFORM VARYING WS-Q-SUB FROM 1 BY 1
                       UNTIL WS-Q-SUB > WS-QUESTION-COUNT
                       PERFORM Sum-Section-Question
                       ADD WS-Q-SUM TO WS-IN-Q-SUM (WS-INS-SUB,
                           WS-Q-SUB)
                       ADD WS-Q-COUNT TO WS-IN-Q-COUNT (WS-INS-SUB,
                           WS-Q-SUB)
                       ADD WS-Q-SUM TO WS-IN-SUM (WS-INS-SUB)
                       ADD WS-Q-COUNT TO WS-IN-ANSWERS (WS-INS-SUB)
                   END-PERFORM
               END-IF
           END-IF.

      *> One instructor's pooled answers into their department.
       Pool-Department.
           SET DEPT-SLOT-FOUND TO FALSE
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
                  OR DEPT-SLOT-FOUND
               IF WS-DT-CODE (WS-DEPT-SUB) = WS-IN-DEPT (WS-INS-SUB)
                   SET DEPT-SLOT-FOUND TO TRUE
               END-IF
           END-PERFORM
      *> the VARYING has already stepped one past the matching slot
      *> by the time the UNTIL sees the found flag
           IF DEPT-SLOT-FOUND
               SUBTRACT 1 FROM WS-DEPT-SUB
           ELSE
               IF WS-DEPT-COUNT < 30
                   ADD 1 TO WS-DEPT-COUNT
                   MOVE WS-DEPT-COUNT TO WS-DEPT-SUB
                   INITIALIZE WS-DEPT-ENTRY (WS-DEPT-SUB)
                   MOVE WS-IN-DEPT (WS-INS-SUB)
                       TO WS-DT-CODE (WS-DEPT-SUB)
               ELSE
                   MOVE ZERO TO WS-DEPT-SUB
               END-IF
           END-IF
           IF WS-DEPT-SUB > ZERO
               ADD 1 TO WS-DT-INSTRUCTORS (WS-DEPT-SUB)
               ADD WS-IN-SUM (WS-INS-SUB) TO WS-DT-SUM (WS-DEPT-SUB)
               ADD WS-IN-ANSWERS (WS-INS-SUB)
                   TO WS-DT-ANSWERS (WS-DEPT-SUB)
               PERFORM VARYING WS-Q-SUB FROM 1 BY 1
                   UNTIL WS-Q-SUB > WS-QUESTION-COUNT
                   ADD WS-IN-Q-SUM (WS-INS-SUB, WS-Q-SUB)
                       TO WS-DT-Q-SUM (WS-DEPT-SUB, WS-Q-SUB)
                   ADD WS-IN-Q-COUNT (WS-INS-SUB, WS-Q-SUB)
                       TO WS-DT-Q-COUNT (WS-DEPT-SUB, WS-Q-SUB)
               END-PERFORM
           END-IF.

       Find-Instructor-Dept.
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
                  OR WS-DT-CODE (WS-DEPT-SUB) = WS-IN-DEPT (WS-INS-SUB)
               CONTINUE
           END-PERFORM.

       Print-Section-Results.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE WS-SC-HEADCOUNT (WS-SEC-SUB) TO WS-COUNT-EDIT
           MOVE WS-SC-RESPONSES (WS-SEC-SUB) TO WS-COUNT-EDIT-2
           MOVE WS-SC-RATE (WS-SEC-SUB) TO WS-RATE-EDIT
           STRING "  COURSE " WS-SC-COURSE (WS-SEC-SUB)
               "  TERM " WS-TERM-CODE
               "  ENROLLED " WS-COUNT-EDIT
               "  RESPONSES " WS-COUNT-EDIT-2
               "  RATE " WS-RATE-EDIT "%"
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE ZERO TO WS-ASG-NAMED
           PERFORM Print-Section-Instructor
               VARYING WS-ASG-SUB FROM 1 BY 1
               UNTIL WS-ASG-SUB > WS-ASG-COUNT
           IF WS-ASG-NAMED = ZERO
               MOVE "    INSTRUCTOR: (none assigned)" TO WS-PRINT-LINE
               PERFORM Write-Print-Line
           END-IF
           IF NOT SECTION-REPORTABLE (WS-SEC-SUB)
               EVALUATE TRUE
                   WHEN WS-SC-HEADCOUNT (WS-SEC-SUB) = ZERO
                       MOVE "    *** NOT STATISTICALLY REPORTABLE - "
                           & "NOBODY ENROLLED" TO WS-PRINT-LINE
                   WHEN WS-SC-RESPONSES (WS-SEC-SUB) >
                        WS-SC-HEADCOUNT (WS-SEC-SUB)
                       MOVE "    *** NOT STATISTICALLY REPORTABLE - "
                           & "MORE RESPONSES THAN STUDENTS ENROLLED"
                           TO WS-PRINT-LINE
                   WHEN OTHER
                       MOVE WS-RATE-FLOOR TO WS-COUNT-EDIT
                       STRING "    *** NOT STATISTICALLY REPORTABLE "
                           "- RESPONSE RATE UNDER THE "
                           WS-COUNT-EDIT "% FLOOR"
                           DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-EVALUATE
               PERFORM Write-Print-Line
           END-IF
           IF WS-SC-RESPONSES (WS-SEC-SUB) > ZERO
               PERFORM Print-Section-Question
                   VARYING WS-Q-SUB FROM 1 BY 1
                   UNTIL WS-Q-SUB > WS-QUESTION-COUNT
           END-IF.

       Print-Section-Instructor.
           IF WS-AS-COURSE (WS-ASG-SUB) = WS-SC-COURSE (WS-SEC-SUB)
               ADD 1 TO WS-ASG-NAMED
               STRING "    INSTRUCTOR: EMPLOYEE "
                   WS-AS-EMP (WS-ASG-SUB)
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM Write-Print-Line
           END-IF.

       Print-Section-Question.
           PERFORM Sum-Section-Question
           MOVE SPACES TO QUESTION-DETAIL-LINE
           MOVE WS-Q-SUB   TO QDL-QUESTION
           MOVE WS-Q-COUNT TO QDL-ANSWERS
           MOVE ZERO TO WS-MEAN
           IF WS-Q-COUNT > ZERO
               COMPUTE WS-MEAN ROUNDED = WS-Q-SUM / WS-Q-COUNT
           END-IF
           MOVE WS-MEAN TO QDL-MEAN
           PERFORM VARYING WS-SCORE-SUB FROM 1 BY 1
               UNTIL WS-SCORE-SUB > 5
               MOVE WS-SC-SCORE-COUNT (WS-SEC-SUB, WS-Q-SUB,
                   WS-SCORE-SUB) TO QDL-COUNT (WS-SCORE-SUB)
               MOVE ZERO TO WS-PCT
               IF WS-Q-COUNT > ZERO
                   COMPUTE WS-PCT ROUNDED = WS-SC-SCORE-COUNT
                       (WS-SEC-SUB, WS-Q-SUB, WS-SCORE-SUB) * 100
                       / WS-Q-COUNT
               END-IF
               MOVE WS-PCT TO QDL-PCT (WS-SCORE-SUB)
               MOVE "%" TO QDL-PCT-SIGN (WS-SCORE-SUB)
           END-PERFORM
           MOVE QUESTION-DETAIL-LINE TO WS-PRINT-LINE
           PERFORM Write-Print-Line.

       Print-Instructor-Results.
           PERFORM Find-Instructor-Dept
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE WS-IN-SECTIONS (WS-INS-SUB) TO WS-COUNT-EDIT
           MOVE WS-IN-REPORTABLE (WS-INS-SUB) TO WS-COUNT-EDIT-2
           STRING "  INSTRUCTOR " WS-IN-EMP (WS-INS-SUB)
               "  DEPT " WS-IN-DEPT (WS-INS-SUB)
               "  SECTIONS " WS-COUNT-EDIT
               "  REPORTABLE " WS-COUNT-EDIT-2
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM Write-Print-Line
           IF WS-IN-ANSWERS (WS-INS-SUB) = ZERO
               MOVE "    (no reportable sections - no results)"
                   TO WS-PRINT-LINE
               PERFORM Write-Print-Line
           ELSE
               PERFORM Print-Instructor-Question
                   VARYING WS-Q-SUB FROM 1 BY 1
                   UNTIL WS-Q-SUB > WS-QUESTION-COUNT
           END-IF.

       Print-Instructor-Question.
           MOVE SPACES TO INSTRUCTOR-QUESTION-LINE
           MOVE WS-Q-SUB TO IQL-QUESTION
           MOVE WS-IN-Q-COUNT (WS-INS-SUB, WS-Q-SUB) TO IQL-ANSWERS
           MOVE ZERO TO WS-MEAN WS-DEPT-MEAN
           IF WS-IN-Q-COUNT (WS-INS-SUB, WS-Q-SUB) > ZERO
               COMPUTE WS-MEAN ROUNDED =
                   WS-IN-Q-SUM (WS-INS-SUB, WS-Q-SUB)
                   / WS-IN-Q-COUNT (WS-INS-SUB, WS-Q-SUB)
           END-IF
           IF WS-DEPT-SUB NOT > WS-DEPT-COUNT
               IF WS-DT-Q-COUNT (WS-DEPT-SUB, WS-Q-SUB) > ZERO
                   COMPUTE WS-DEPT-MEAN ROUNDED =
                       WS-DT-Q-SUM (WS-DEPT-SUB, WS-Q-SUB)
                       / WS-DT-Q-COUNT (WS-DEPT-SUB, WS-Q-SUB)
               END-IF
           END-IF
           COMPUTE WS-MEAN-DIFF = WS-MEAN - WS-DEPT-MEAN
           MOVE WS-MEAN      TO IQL-MEAN
           MOVE WS-DEPT-MEAN TO IQL-DEPT-MEAN
           MOVE WS-MEAN-DIFF TO IQL-DIFF
           MOVE INSTRUCTOR-QUESTION-LINE TO WS-PRINT-LINE
           PERFORM Write-Print-Line.

       Print-Department-Rollup.
           MOVE ZERO TO WS-DEPT-MEAN
           IF WS-DT-ANSWERS (WS-DEPT-SUB) > ZERO
               COMPUTE WS-DEPT-MEAN ROUNDED =
                   WS-DT-SUM (WS-DEPT-SUB) / WS-DT-ANSWERS (WS-DEPT-SUB)
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE WS-DT-INSTRUCTORS (WS-DEPT-SUB) TO WS-COUNT-EDIT
           MOVE WS-DEPT-MEAN TO WS-MEAN-EDIT
           STRING "  " WS-DT-CODE (WS-DEPT-SUB)
               "  DEPARTMENT - " WS-COUNT-EDIT " INSTRUCTORS, "
               "OVERALL MEAN " WS-MEAN-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM Write-Print-Line
           PERFORM Print-Rollup-Instructor
               VARYING WS-INS-SUB FROM 1 BY 1
               UNTIL WS-INS-SUB > WS-INS-COUNT.

       Print-Rollup-Instructor.
           IF WS-IN-DEPT (WS-INS-SUB) = WS-DT-CODE (WS-DEPT-SUB)
               MOVE WS-IN-REPORTABLE (WS-INS-SUB) TO WS-COUNT-EDIT
               MOVE WS-IN-ANSWERS (WS-INS-SUB) TO WS-COUNT-EDIT-2
               IF WS-IN-ANSWERS (WS-INS-SUB) = ZERO
                   STRING "        " WS-IN-EMP (WS-INS-SUB)
                       "          " WS-COUNT-EDIT
                       "        " WS-COUNT-EDIT-2
                       "  (no reportable results)"
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
               ELSE
                   COMPUTE WS-MEAN ROUNDED =
                       WS-IN-SUM (WS-INS-SUB)
                       / WS-IN-ANSWERS (WS-INS-SUB)
                   COMPUTE WS-MEAN-DIFF = WS-MEAN - WS-DEPT-MEAN
                   MOVE WS-MEAN TO WS-MEAN-EDIT
                   MOVE WS-DEPT-MEAN TO WS-MEAN-EDIT-2
                   MOVE WS-MEAN-DIFF TO WS-DIFF-EDIT
                   STRING "        " WS-IN-EMP (WS-INS-SUB)
                       "          " WS-COUNT-EDIT
                       "        " WS-COUNT-EDIT-2
                       "  " WS-MEAN-EDIT
                       "   " WS-MEAN-EDIT-2
                       "       " WS-DIFF-EDIT
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-IF
               PERFORM Write-Print-Line
           END-IF.

       Print-Report-Foot.
           MOVE 999 TO WS-PRINT-LINE-COUNT
           MOVE SPACES TO RH-COLUMN-HEADS
           MOVE WS-SEC-COUNT TO WS-COUNT-EDIT
           STRING "  SECTIONS OFFERED IN THE TERM:     " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE WS-REPORTABLE-COUNT TO WS-COUNT-EDIT
           STRING "  SECTIONS REPORTABLE:              " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE WS-FLAGGED-COUNT TO WS-COUNT-EDIT
           STRING "  SECTIONS NOT REPORTABLE:          " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE WS-RATE-FLOOR TO WS-COUNT-EDIT
           STRING "  RESPONSE-RATE FLOOR (PERCENT):    " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE WS-ANSWER-COUNT TO WS-COUNT-EDIT
           STRING "  ANSWERS TALLIED:                  " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE WS-REJECT-COUNT TO WS-COUNT-EDIT
           STRING "  ANSWERS REJECTED (SEE ERROR LOG): " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM Write-Print-Line
           IF WS-SEC-OVERFLOW > ZERO
               MOVE WS-SEC-OVERFLOW TO WS-COUNT-EDIT
               STRING "  SECTIONS PAST THE 300 TRACKED:    "
                   WS-COUNT-EDIT
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM Write-Print-Line
           END-IF
           MOVE "  *** END OF REPORT ***" TO WS-PRINT-LINE
           PERFORM Write-Print-Line.

           COPY ERRLOGWR.
           COPY PRTWR.
       END PROGRAM Eval-Rpt.

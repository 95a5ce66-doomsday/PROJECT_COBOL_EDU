       IDENTIFICATION DIVISION.
       PROGRAM-ID. Notify-Format.
       AUTHOR. Mike Korolevsky.
       DATE-WRITTEN. 15 Oct 2026.

      *> Nightly notice formatting. Attend (absence runs),
      *> Plan-Assess (late fees), Class-Enroll (waitlist
      *> promotions), Dereg (withdrawals) and Class-Cancel
      *> (cancelled classes) each append what a family should hear
      *> about to the NOTIFYQ.DAT queue (NOTIFYQ.CPY); this run
      *> turns the queue into the notices themselves:
      *>   - each row is looked up on the sent-notices history
      *>     NOTIFHST.DAT (NOTIFHST.CPY) first - an event the
      *>     family was already told about is counted and dropped,
      *>     so nobody hears the same thing twice however many
      *>     nights it is queued;
      *>   - the rest are worded from the queued facts and go out
      *>     by whichever channels the family's STUCONT.DAT record
      *>     allows: a letter to the NOTMERGE.DAT mail merge when
      *>     SCT-MAIL-FLAG permits, a message to the vendor's
      *>     NOTVEND.DAT extract when SCT-PHONE-FLAG does;
      *>   - a student with no contact record, or whose flags rule
      *>     out both, is told nothing: the row is filed on the
      *>     history as not sent with the reason, listed on the
      *>     console for the office, and tried again if the event
      *>     is queued again once the contact record is put right;
      *>   - every notice, sent or not, is filed on the history
      *>     with the date and the channels used, so "we were never
      *>     told" is answered from the file;
      *>   - the register prints to NOTIFY.RPT: one line per
      *>     notice with its disposition, then the totals.
      *> The queue is consumed whole: its rows are kept in the
      *> dated NOTIFYQ.DAT.<date>.USED copy, as Feed-Asm keeps its
      *> inputs, and the live queue is emptied in place. A row
      *> that cannot be read as a notice is listed and skipped
      *> with RETURN-CODE 4. If the USED copy, the history, the
      *> merge or the vendor extract will not open (a missing one
      *> is created), nothing is read and the run ends
      *> RETURN-CODE 8. A channel counts as used only once its
      *> record is written; any write that fails ends the run
      *> RETURN-CODE 8 with the queue left in place, so the rerun
      *> tries again and the notices that did go out are
      *> suppressed then as already sent (the USED copy holds
      *> those rows twice). A failed USED copy or history write
      *> stops the run at that row. Callable from Master-Driver
      *> with the run date after the term-end jobs; ACCEPTs its
      *> own date standalone.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CURRENCY SIGN IS "$".

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTIFY-QUEUE-FILE ASSIGN TO "NOTIFYQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOTIFY-QUEUE-STATUS.

           SELECT USED-COPY-FILE ASSIGN TO DYNAMIC WS-USED-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS USED-COPY-STATUS.

           SELECT NOTICE-HISTORY-FILE ASSIGN TO "NOTIFHST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NH-NOTICE-KEY
               FILE STATUS IS NOTICE-HISTORY-STATUS.

           SELECT STUDENT-CONTACT-FILE ASSIGN TO "STUCONT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCT-STUDENT-ID
               FILE STATUS IS STUDENT-CONTACT-STATUS.

           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUDENTM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STM-STUDENT-ID
               ALTERNATE RECORD KEY IS STM-STUDENT-NAME
                   WITH DUPLICATES
               FILE STATUS IS STUDENT-MASTER-STATUS.

           SELECT NOTICE-MERGE-FILE ASSIGN TO "NOTMERGE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOTICE-MERGE-STATUS.

           SELECT NOTICE-VENDOR-FILE ASSIGN TO "NOTVEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOTICE-VENDOR-STATUS.

           SELECT PRINT-REPORT-FILE ASSIGN TO "NOTIFY.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NOTIFY-QUEUE-FILE.
           COPY NOTIFYQ.

       FD  USED-COPY-FILE.
       01  USED-COPY-RECORD        PIC X(105).

       FD  NOTICE-HISTORY-FILE.
           COPY NOTIFHST.

       FD  STUDENT-CONTACT-FILE.
           COPY STUCONT.

       FD  STUDENT-MASTER-FILE.
           COPY STUDENTM.

       FD  NOTICE-MERGE-FILE.
           COPY NOTMERGE.

       FD  NOTICE-VENDOR-FILE.
           COPY NOTVEND.

       FD  PRINT-REPORT-FILE.
       01  PRINT-REPORT-LINE   PIC X(132).

       WORKING-STORAGE SECTION.
       01 NOTIFY-QUEUE-STATUS    PIC XX.
       01 USED-COPY-STATUS       PIC XX.
       01 NOTICE-HISTORY-STATUS  PIC XX.
       01 STUDENT-CONTACT-STATUS PIC XX.
       01 STUDENT-MASTER-STATUS  PIC XX.
       01 NOTICE-MERGE-STATUS    PIC XX.
       01 NOTICE-VENDOR-STATUS   PIC XX.
       01 WS-CONTACT-OPEN        PIC X VALUE "N".
           88 CONTACT-IS-OPEN    VALUE "Y".
       01 WS-MASTER-OPEN         PIC X VALUE "N".
           88 MASTER-IS-OPEN     VALUE "Y".
       01 WS-USED-OPEN           PIC X VALUE "N".
           88 USED-IS-OPEN       VALUE "Y".
       01 WS-HISTORY-OPEN        PIC X VALUE "N".
           88 HISTORY-IS-OPEN    VALUE "Y".
       01 WS-MERGE-OPEN          PIC X VALUE "N".
           88 MERGE-IS-OPEN      VALUE "Y".
       01 WS-VENDOR-OPEN         PIC X VALUE "N".
           88 VENDOR-IS-OPEN     VALUE "Y".

           COPY Y2KDATE.
           COPY PRTCTL.

       01 WS-QUEUE-EOF         PIC X VALUE "N".
           88 END-OF-QUEUE     VALUE "Y".
       01 WS-QUEUE-STOP        PIC X VALUE "N".
           88 QUEUE-STOPPED    VALUE "Y".
       01 WS-RUN-DATE-X        PIC X(8).
       01 WS-USED-NAME         PIC X(30) VALUE SPACES.

       01 WS-HISTORY-NEW       PIC X VALUE "N".
           88 HISTORY-IS-NEW   VALUE "Y" FALSE "N".
       01 WS-CONTACT-FOUND     PIC X VALUE "N".
           88 CONTACT-FOUND    VALUE "Y" FALSE "N".
       01 WS-SEND-LETTER       PIC X VALUE "N".
           88 SEND-LETTER      VALUE "Y" FALSE "N".
       01 WS-SEND-MESSAGE      PIC X VALUE "N".
           88 SEND-MESSAGE     VALUE "Y" FALSE "N".

       01 WS-QUEUED-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-LETTER-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-MESSAGE-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-NOT-SENT-COUNT    PIC 9(5) VALUE ZERO.
       01 WS-DUPLICATE-COUNT   PIC 9(5) VALUE ZERO.
       01 WS-REJECT-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-WRITE-FAILED      PIC 9(5) VALUE ZERO.

      *> The notice as worded for this row: a subject and three
      *> body lines, shared by the letter and the message.
       01 WS-SUBJECT           PIC X(30) VALUE SPACES.
       01 WS-BODY-AREA.
           02 WS-BODY-LINE OCCURS 3 TIMES PIC X(66).
       01 WS-BODY-SUB          PIC 9 VALUE ZERO.

      *> Dates print MM/DD/YYYY; amounts and counts print with
      *> their leading spaces taken off.
       01 WS-DATE-WORK         PIC 9(8) VALUE ZERO.
       01 WS-DATE-PARTS REDEFINES WS-DATE-WORK.
           02 WS-DATE-YYYY     PIC 9(4).
           02 WS-DATE-MM       PIC 99.
           02 WS-DATE-DD       PIC 99.
       01 WS-DATE-TEXT         PIC X(10) VALUE SPACES.
       01 WS-LETTER-DATE       PIC X(10) VALUE SPACES.
       01 WS-AMOUNT-EDIT       PIC $$,$$$,$$9.99.
       01 WS-AMOUNT-TEXT       PIC X(13) VALUE SPACES.
       01 WS-COUNT-EDIT        PIC ZZ9.
       01 WS-COUNT-TEXT        PIC X(3) VALUE SPACES.
       01 WS-LEADING           PIC 99 VALUE ZERO.
       01 WS-NOT-SENT-REASON   PIC X(20) VALUE SPACES.

       01 NOTICE-DETAIL-LINE.
           02 FILLER           PIC X(1)  VALUE SPACE.
           02 ND-STUDENT-ID    PIC 9(7).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 ND-TYPE          PIC X(2).
           02 FILLER           PIC X(3)  VALUE SPACES.
           02 ND-COURSE        PIC X(6).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 ND-TERM          PIC X(6).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 ND-EVENT-DATE    PIC 9(8).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 ND-QUEUED-DATE   PIC 9(8).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 ND-MAILED        PIC X(4).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 ND-MESSAGED      PIC X(4).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 ND-NOTE          PIC X(30).
           02 FILLER           PIC X(39) VALUE SPACES.

       01 NOTICE-TOTAL-LINE.
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 NT-LABEL         PIC X(30).
           02 NT-COUNT         PIC ZZ,ZZ9.
           02 FILLER           PIC X(94) VALUE SPACES.

       LINKAGE SECTION.
       01 LK-TODAY-DATE        PIC 9(8).

       PROCEDURE DIVISION USING OPTIONAL LK-TODAY-DATE.
       Begin.
           IF LK-TODAY-DATE NUMERIC AND LK-TODAY-DATE NOT = ZERO
               MOVE LK-TODAY-DATE TO Y2KDate
           ELSE
               ACCEPT Y2KDate FROM DATE YYYYMMDD
           END-IF
           DISPLAY "Notify-Format run date [" Y2KDate "]"
           MOVE Y2KDate TO WS-RUN-DATE-X
           MOVE Y2KDate TO WS-DATE-WORK
           PERFORM Edit-Date-Text
           MOVE WS-DATE-TEXT TO WS-LETTER-DATE

           OPEN INPUT NOTIFY-QUEUE-FILE
           IF NOTIFY-QUEUE-STATUS NOT = "00"
               DISPLAY "NOTIFYQ.DAT: status " NOTIFY-QUEUE-STATUS
                   " - no notices queued"
               GOBACK
           END-IF
           PERFORM Open-Notice-Files
           IF NOT USED-IS-OPEN OR NOT HISTORY-IS-OPEN
           OR NOT MERGE-IS-OPEN OR NOT VENDOR-IS-OPEN
               DISPLAY "Notify-Format: notice files not ready - "
                   "NOTIFYQ.DAT left as it was"
               CLOSE NOTIFY-QUEUE-FILE
               PERFORM Close-Notice-Files
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT PRINT-REPORT-FILE
           MOVE "FAMILY NOTICE REGISTER" TO RH-TITLE
           MOVE "NOTIFY" TO RH-PROGRAM-ID
           MOVE Y2KDate TO RH-RUN-DATE
           MOVE " STUD-ID  TY   COURSE  TERM    EVENT-DT " &
               " QUEUED    MAIL  VEND  NOTE" TO RH-COLUMN-HEADS

           PERFORM Read-Queue
           PERFORM UNTIL END-OF-QUEUE OR QUEUE-STOPPED
               ADD 1 TO WS-QUEUED-COUNT
               MOVE NOTIFY-QUEUE-RECORD TO USED-COPY-RECORD
               WRITE USED-COPY-RECORD
               IF USED-COPY-STATUS = "00"
                   PERFORM Format-One-Notice
                   PERFORM Read-Queue
               ELSE
                   DISPLAY WS-USED-NAME ": status " USED-COPY-STATUS
                       " - stopped at queue row " WS-QUEUED-COUNT
                   ADD 1 TO WS-WRITE-FAILED
                   SET QUEUE-STOPPED TO TRUE
               END-IF
           END-PERFORM
           CLOSE NOTIFY-QUEUE-FILE
           IF WS-WRITE-FAILED = ZERO
               PERFORM Empty-Queue
           ELSE
               DISPLAY "Notify-Format: " WS-WRITE-FAILED
                   " writes failed - NOTIFYQ.DAT kept for the rerun"
           END-IF

           IF WS-LETTER-COUNT + WS-MESSAGE-COUNT + WS-NOT-SENT-COUNT
               + WS-REJECT-COUNT = ZERO
               MOVE "  (no new notices tonight)" TO WS-PRINT-LINE
               PERFORM Write-Print-Line
           END-IF
           PERFORM Print-Notice-Totals
           MOVE "  *** END OF REPORT ***" TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           CLOSE PRINT-REPORT-FILE
           PERFORM Close-Notice-Files
           DISPLAY "Notify-Format: " WS-QUEUED-COUNT " queued, "
               WS-LETTER-COUNT " letters, " WS-MESSAGE-COUNT
               " vendor messages"
           DISPLAY "Notify-Format: " WS-NOT-SENT-COUNT " not sent, "
               WS-DUPLICATE-COUNT " already sent, "
               WS-REJECT-COUNT " unreadable"
           IF WS-REJECT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-WRITE-FAILED > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

      *> The dated USED copy is appended to, so a second pass on
      *> the same date adds to it rather than replacing it. Only
      *> "35" - not there yet - lets a file be created; any other
      *> status leaves it shut and the run is refused.
       Open-Notice-Files.
           MOVE "N" TO WS-USED-OPEN WS-HISTORY-OPEN WS-MERGE-OPEN
               WS-VENDOR-OPEN WS-CONTACT-OPEN WS-MASTER-OPEN
               WS-QUEUE-EOF WS-QUEUE-STOP
           MOVE ZERO TO WS-WRITE-FAILED
           MOVE SPACES TO WS-USED-NAME
           STRING "NOTIFYQ.DAT." WS-RUN-DATE-X ".USED"
               DELIMITED BY SIZE INTO WS-USED-NAME
           OPEN EXTEND USED-COPY-FILE
           IF USED-COPY-STATUS = "35"
               OPEN OUTPUT USED-COPY-FILE
               CLOSE USED-COPY-FILE
               OPEN EXTEND USED-COPY-FILE
           END-IF
           IF USED-COPY-STATUS = "00"
               SET USED-IS-OPEN TO TRUE
           ELSE
               DISPLAY WS-USED-NAME ": status " USED-COPY-STATUS
           END-IF
           OPEN I-O NOTICE-HISTORY-FILE
           IF NOTICE-HISTORY-STATUS = "35"
               OPEN OUTPUT NOTICE-HISTORY-FILE
               CLOSE NOTICE-HISTORY-FILE
               OPEN I-O NOTICE-HISTORY-FILE
           END-IF
           IF NOTICE-HISTORY-STATUS = "00"
               SET HISTORY-IS-OPEN TO TRUE
           ELSE
               DISPLAY "NOTIFHST.DAT: status " NOTICE-HISTORY-STATUS
           END-IF
           OPEN EXTEND NOTICE-MERGE-FILE
           IF NOTICE-MERGE-STATUS = "35"
               OPEN OUTPUT NOTICE-MERGE-FILE
               CLOSE NOTICE-MERGE-FILE
               OPEN EXTEND NOTICE-MERGE-FILE
           END-IF
           IF NOTICE-MERGE-STATUS = "00"
               SET MERGE-IS-OPEN TO TRUE
           ELSE
               DISPLAY "NOTMERGE.DAT: status " NOTICE-MERGE-STATUS
           END-IF
           OPEN EXTEND NOTICE-VENDOR-FILE
           IF NOTICE-VENDOR-STATUS = "35"
               OPEN OUTPUT NOTICE-VENDOR-FILE
               CLOSE NOTICE-VENDOR-FILE
               OPEN EXTEND NOTICE-VENDOR-FILE
           END-IF
           IF NOTICE-VENDOR-STATUS = "00"
               SET VENDOR-IS-OPEN TO TRUE
           ELSE
               DISPLAY "NOTVEND.DAT: status " NOTICE-VENDOR-STATUS
           END-IF
           OPEN INPUT STUDENT-CONTACT-FILE
           IF STUDENT-CONTACT-STATUS = "00"
               SET CONTACT-IS-OPEN TO TRUE
           ELSE
               DISPLAY "STUCONT.DAT: status " STUDENT-CONTACT-STATUS
                   " - no notices can be addressed"
           END-IF
           OPEN INPUT STUDENT-MASTER-FILE
           IF STUDENT-MASTER-STATUS = "00"
               SET MASTER-IS-OPEN TO TRUE
           END-IF.

       Close-Notice-Files.
           IF USED-IS-OPEN
               CLOSE USED-COPY-FILE
           END-IF
           IF HISTORY-IS-OPEN
               CLOSE NOTICE-HISTORY-FILE
           END-IF
           IF MERGE-IS-OPEN
               CLOSE NOTICE-MERGE-FILE
           END-IF
           IF VENDOR-IS-OPEN
               CLOSE NOTICE-VENDOR-FILE
           END-IF
           IF CONTACT-IS-OPEN
               CLOSE STUDENT-CONTACT-FILE
           END-IF
           IF MASTER-IS-OPEN
               CLOSE STUDENT-MASTER-FILE
           END-IF
           MOVE "N" TO WS-USED-OPEN WS-HISTORY-OPEN WS-MERGE-OPEN
               WS-VENDOR-OPEN WS-CONTACT-OPEN WS-MASTER-OPEN.

       Read-Queue.
           READ NOTIFY-QUEUE-FILE
               AT END
                   SET END-OF-QUEUE TO TRUE
           END-READ.

      *> Emptied in place, as Feed-Asm empties a consumed input:
      *> the producers' next appends land where they always did.
       Empty-Queue.
           OPEN OUTPUT NOTIFY-QUEUE-FILE
           CLOSE NOTIFY-QUEUE-FILE.

      *> A notice already sent by either channel is a duplicate;
      *> one on file as not sent is tried again.
       Format-One-Notice.
           IF NQ-STUDENT-ID NOT NUMERIC
           OR NQ-EVENT-DATE NOT NUMERIC
           OR NOT (NQ-ABSENCE OR NQ-LATE-FEE
                   OR NQ-WAITLIST-PROMOTED OR NQ-WITHDRAWN
                   OR NQ-CLASS-CANCELLED)
               PERFORM Reject-Queue-Row
           ELSE
               PERFORM Set-History-Key
               SET HISTORY-IS-NEW TO FALSE
               READ NOTICE-HISTORY-FILE
                   INVALID KEY
                       SET HISTORY-IS-NEW TO TRUE
               END-READ
               IF NOT HISTORY-IS-NEW
               AND (NH-WAS-MAILED OR NH-WAS-MESSAGED)
                   ADD 1 TO WS-DUPLICATE-COUNT
               ELSE
                   PERFORM Send-Notice
               END-IF
           END-IF.

       Set-History-Key.
           MOVE NQ-STUDENT-ID  TO NH-STUDENT-ID
           MOVE NQ-NOTICE-TYPE TO NH-NOTICE-TYPE
           MOVE NQ-COURSE-CODE TO NH-COURSE-CODE
           MOVE NQ-TERM-CODE   TO NH-TERM-CODE
           MOVE NQ-EVENT-DATE  TO NH-EVENT-DATE
           MOVE NQ-REFERENCE   TO NH-REFERENCE.

       Reject-Queue-Row.
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  UNREADABLE QUEUE ROW: "
               NOTIFY-QUEUE-RECORD (1:60)
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM Write-Print-Line
           DISPLAY "  NOTIFYQ.DAT row " WS-QUEUED-COUNT
               " is not a notice - skipped".

       Send-Notice.
           PERFORM Fetch-Contact
           SET SEND-LETTER TO FALSE
           SET SEND-MESSAGE TO FALSE
           MOVE SPACES TO WS-NOT-SENT-REASON
           IF NOT CONTACT-FOUND
               MOVE "NO CONTACT RECORD" TO WS-NOT-SENT-REASON
           ELSE
               IF SCT-MAIL-OK
                   SET SEND-LETTER TO TRUE
               END-IF
               IF SCT-PHONE-OK
                   SET SEND-MESSAGE TO TRUE
               END-IF
               IF NOT SEND-LETTER AND NOT SEND-MESSAGE
                   MOVE "FAMILY OPTED OUT" TO WS-NOT-SENT-REASON
               END-IF
           END-IF
           PERFORM Word-Notice
           IF SEND-LETTER
               PERFORM Write-Merge-Record
           END-IF
           IF SEND-MESSAGE
               PERFORM Write-Vendor-Record
           END-IF
           IF NOT SEND-LETTER AND NOT SEND-MESSAGE
               ADD 1 TO WS-NOT-SENT-COUNT
               DISPLAY "  Notice " NQ-NOTICE-TYPE " for "
                   NQ-STUDENT-ID " not sent - " WS-NOT-SENT-REASON
           END-IF
           PERFORM File-Notice-History
           PERFORM Print-Notice-Line.

       Fetch-Contact.
           SET CONTACT-FOUND TO FALSE
           IF CONTACT-IS-OPEN
               MOVE NQ-STUDENT-ID TO SCT-STUDENT-ID
               READ STUDENT-CONTACT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET CONTACT-FOUND TO TRUE
               END-READ
           END-IF
           IF NOT CONTACT-FOUND
               MOVE SPACES TO STUDENT-CONTACT-RECORD
               MOVE NQ-STUDENT-ID TO SCT-STUDENT-ID
           END-IF
           MOVE "(not on master)" TO STM-STUDENT-NAME
           IF MASTER-IS-OPEN
               MOVE NQ-STUDENT-ID TO STM-STUDENT-ID
               READ STUDENT-MASTER-FILE
                   INVALID KEY
                       MOVE "(not on master)" TO STM-STUDENT-NAME
               END-READ
           END-IF.

      *> The wording is built from the queued facts alone, so the
      *> history's copy of them says exactly what the family was
      *> told.
       Word-Notice.
           MOVE SPACES TO WS-SUBJECT
           MOVE SPACES TO WS-BODY-AREA
           MOVE NQ-EVENT-DATE TO WS-DATE-WORK
           PERFORM Edit-Date-Text
           MOVE NQ-AMOUNT TO WS-AMOUNT-EDIT
           MOVE ZERO TO WS-LEADING
           INSPECT WS-AMOUNT-EDIT TALLYING WS-LEADING
               FOR LEADING SPACES
           MOVE WS-AMOUNT-EDIT (WS-LEADING + 1:) TO WS-AMOUNT-TEXT
           MOVE NQ-COUNT TO WS-COUNT-EDIT
           MOVE ZERO TO WS-LEADING
           INSPECT WS-COUNT-EDIT TALLYING WS-LEADING
               FOR LEADING SPACES
           MOVE WS-COUNT-EDIT (WS-LEADING + 1:) TO WS-COUNT-TEXT
           EVALUATE TRUE
               WHEN NQ-ABSENCE
                   PERFORM Word-Absence
               WHEN NQ-LATE-FEE
                   PERFORM Word-Late-Fee
               WHEN NQ-WAITLIST-PROMOTED
                   PERFORM Word-Waitlist-Promotion
               WHEN NQ-WITHDRAWN
                   PERFORM Word-Withdrawal
               WHEN OTHER
                   PERFORM Word-Class-Cancelled
           END-EVALUATE.

       Word-Absence.
           MOVE "ATTENDANCE NOTICE" TO WS-SUBJECT
           STRING STM-STUDENT-NAME DELIMITED BY "  "
               " has been absent from " DELIMITED BY SIZE
               NQ-COURSE-CODE DELIMITED BY SPACE
               " (term " DELIMITED BY SIZE
               NQ-TERM-CODE DELIMITED BY SPACE
               ")" DELIMITED BY SIZE
               INTO WS-BODY-LINE (1)
           STRING WS-COUNT-TEXT DELIMITED BY SPACE
               " class meetings in a row, starting "
               WS-DATE-TEXT "." DELIMITED BY SIZE
               INTO WS-BODY-LINE (2)
           MOVE "Please contact the school office."
               TO WS-BODY-LINE (3).

       Word-Late-Fee.
           MOVE "LATE FEE CHARGED" TO WS-SUBJECT
           STRING "Installment " DELIMITED BY SIZE
               WS-COUNT-TEXT DELIMITED BY SPACE
               " of the payment plan, due " WS-DATE-TEXT
               ", was not paid" DELIMITED BY SIZE
               INTO WS-BODY-LINE (1)
           STRING "in time. A late fee of " DELIMITED BY SIZE
               WS-AMOUNT-TEXT DELIMITED BY SPACE
               " has been charged to the" DELIMITED BY SIZE
               INTO WS-BODY-LINE (2)
           STRING "student account (invoice " DELIMITED BY SIZE
               NQ-DETAIL DELIMITED BY SPACE
               ")." DELIMITED BY SIZE
               INTO WS-BODY-LINE (3).

       Word-Waitlist-Promotion.
           MOVE "WAITLIST - SEAT AVAILABLE" TO WS-SUBJECT
           STRING "A seat has opened in " DELIMITED BY SIZE
               NQ-COURSE-CODE DELIMITED BY SPACE
               " for term " DELIMITED BY SIZE
               NQ-TERM-CODE DELIMITED BY SPACE
               ", and" DELIMITED BY SIZE
               INTO WS-BODY-LINE (1)
           STRING STM-STUDENT-NAME DELIMITED BY "  "
               " has been enrolled from the waitlist"
               DELIMITED BY SIZE
               INTO WS-BODY-LINE (2)
           STRING "(waiting since " WS-DATE-TEXT "). Call the "
               "registrar if not wanted." DELIMITED BY SIZE
               INTO WS-BODY-LINE (3).

       Word-Withdrawal.
           MOVE "WITHDRAWAL FOR NON-PAYMENT" TO WS-SUBJECT
           STRING STM-STUDENT-NAME DELIMITED BY "  "
               " has been withdrawn for non-payment."
               DELIMITED BY SIZE
               INTO WS-BODY-LINE (1)
           STRING "Unpaid balance " DELIMITED BY SIZE
               WS-AMOUNT-TEXT DELIMITED BY SPACE
               ", outstanding since " WS-DATE-TEXT "."
               DELIMITED BY SIZE
               INTO WS-BODY-LINE (2)
           STRING WS-COUNT-TEXT DELIMITED BY SPACE
               " class enrollments were dropped. Please call the "
               "Bursar." DELIMITED BY SIZE
               INTO WS-BODY-LINE (3).

       Word-Class-Cancelled.
           MOVE "CLASS CANCELLED" TO WS-SUBJECT
           STRING NQ-COURSE-CODE DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               NQ-DETAIL DELIMITED BY "  "
               " (term " DELIMITED BY SIZE
               NQ-TERM-CODE DELIMITED BY SPACE
               ")" DELIMITED BY SIZE
               INTO WS-BODY-LINE (1)
           MOVE "has been cancelled for low enrollment. Any tuition"
               TO WS-BODY-LINE (2)
           MOVE "difference is credited to the student account."
               TO WS-BODY-LINE (3).

       Edit-Date-Text.
           MOVE SPACES TO WS-DATE-TEXT
           STRING WS-DATE-MM "/" WS-DATE-DD "/" WS-DATE-YYYY
               DELIMITED BY SIZE INTO WS-DATE-TEXT.

       Write-Merge-Record.
           MOVE SPACES TO NOTICE-MERGE-RECORD
           MOVE NQ-STUDENT-ID     TO NM-STUDENT-ID
           MOVE NQ-NOTICE-TYPE    TO NM-NOTICE-TYPE
           MOVE WS-LETTER-DATE    TO NM-LETTER-DATE
           MOVE STM-STUDENT-NAME  TO NM-STUDENT-NAME
           IF SCT-GUARDIAN-NAME NOT = SPACES
               STRING "C/O " SCT-GUARDIAN-NAME
                   DELIMITED BY SIZE INTO NM-CARE-OF
           END-IF
           MOVE SCT-ADDR-LINE     TO NM-ADDR-LINE
           MOVE SCT-CITY          TO NM-CITY
           MOVE SCT-STATE         TO NM-STATE
           MOVE SCT-ZIP           TO NM-ZIP
           MOVE WS-SUBJECT        TO NM-SUBJECT
           PERFORM VARYING WS-BODY-SUB FROM 1 BY 1
               UNTIL WS-BODY-SUB > 3
               MOVE WS-BODY-LINE (WS-BODY-SUB)
                   TO NM-BODY-LINE (WS-BODY-SUB)
           END-PERFORM
           WRITE NOTICE-MERGE-RECORD
           IF NOTICE-MERGE-STATUS = "00"
               ADD 1 TO WS-LETTER-COUNT
           ELSE
               SET SEND-LETTER TO FALSE
               MOVE "MERGE WRITE FAILED" TO WS-NOT-SENT-REASON
               ADD 1 TO WS-WRITE-FAILED
               DISPLAY "NOTMERGE.DAT: status " NOTICE-MERGE-STATUS
                   " - letter for " NQ-STUDENT-ID " not written"
           END-IF.

      *> The vendor's message is the subject and the body run
      *> together, cut at the 160 characters it carries.
       Write-Vendor-Record.
           MOVE SPACES TO NOTICE-VENDOR-RECORD
           SET NV-IS-MESSAGE TO TRUE
           MOVE NQ-STUDENT-ID     TO NV-CLIENT-REF
           MOVE NQ-NOTICE-TYPE    TO NV-NOTICE-TYPE
           MOVE Y2KDate           TO NV-SEND-DATE
           IF SCT-GUARDIAN-NAME NOT = SPACES
               MOVE SCT-GUARDIAN-NAME TO NV-RECIPIENT
           ELSE
               MOVE STM-STUDENT-NAME TO NV-RECIPIENT
           END-IF
           STRING WS-SUBJECT DELIMITED BY "  "
               ": " DELIMITED BY SIZE
               WS-BODY-LINE (1) DELIMITED BY "  "
               " " DELIMITED BY SIZE
               WS-BODY-LINE (2) DELIMITED BY "  "
               " " DELIMITED BY SIZE
               WS-BODY-LINE (3) DELIMITED BY "  "
               INTO NV-MESSAGE
           WRITE NOTICE-VENDOR-RECORD
           IF NOTICE-VENDOR-STATUS = "00"
               ADD 1 TO WS-MESSAGE-COUNT
           ELSE
               SET SEND-MESSAGE TO FALSE
               MOVE "VENDOR WRITE FAILED" TO WS-NOT-SENT-REASON
               ADD 1 TO WS-WRITE-FAILED
               DISPLAY "NOTVEND.DAT: status " NOTICE-VENDOR-STATUS
                   " - message for " NQ-STUDENT-ID " not written"
           END-IF.

      *> A new row starts from a clean record under the key; a
      *> retried one is the not-sent row just read, brought up
      *> to date.
       File-Notice-History.
           IF HISTORY-IS-NEW
               MOVE SPACES TO NOTICE-HISTORY-RECORD
               PERFORM Set-History-Key
           END-IF
           MOVE NQ-RUN-DATE    TO NH-QUEUED-DATE
           MOVE NQ-PROGRAM-ID  TO NH-PROGRAM-ID
           MOVE Y2KDate        TO NH-SENT-DATE
           MOVE "N" TO NH-MAILED-FLAG
           MOVE "N" TO NH-VENDOR-FLAG
           IF SEND-LETTER
               MOVE "Y" TO NH-MAILED-FLAG
           END-IF
           IF SEND-MESSAGE
               MOVE "Y" TO NH-VENDOR-FLAG
           END-IF
           MOVE WS-NOT-SENT-REASON TO NH-REASON
           MOVE NQ-AMOUNT      TO NH-AMOUNT
           MOVE NQ-COUNT       TO NH-COUNT
           MOVE NQ-DETAIL      TO NH-DETAIL
           IF HISTORY-IS-NEW
               WRITE NOTICE-HISTORY-RECORD
           ELSE
               REWRITE NOTICE-HISTORY-RECORD
           END-IF
           IF NOTICE-HISTORY-STATUS NOT = "00"
               DISPLAY "NOTIFHST.DAT: status " NOTICE-HISTORY-STATUS
                   " filing notice for " NH-STUDENT-ID
               ADD 1 TO WS-WRITE-FAILED
               SET QUEUE-STOPPED TO TRUE
           END-IF.

       Print-Notice-Line.
           MOVE SPACES TO NOTICE-DETAIL-LINE
           MOVE NQ-STUDENT-ID  TO ND-STUDENT-ID
           MOVE NQ-NOTICE-TYPE TO ND-TYPE
           MOVE NQ-COURSE-CODE TO ND-COURSE
           MOVE NQ-TERM-CODE   TO ND-TERM
           MOVE NQ-EVENT-DATE  TO ND-EVENT-DATE
           MOVE NQ-RUN-DATE    TO ND-QUEUED-DATE
           MOVE "NO" TO ND-MAILED
           MOVE "NO" TO ND-MESSAGED
           IF SEND-LETTER
               MOVE "YES" TO ND-MAILED
           END-IF
           IF SEND-MESSAGE
               MOVE "YES" TO ND-MESSAGED
           END-IF
           EVALUATE TRUE
               WHEN NOT SEND-LETTER AND NOT SEND-MESSAGE
                   STRING "NOT SENT - " WS-NOT-SENT-REASON
                       DELIMITED BY SIZE INTO ND-NOTE
               WHEN NOT HISTORY-IS-NEW
                   MOVE "SENT ON RETRY" TO ND-NOTE
               WHEN OTHER
                   MOVE "SENT" TO ND-NOTE
           END-EVALUATE
           MOVE NOTICE-DETAIL-LINE TO WS-PRINT-LINE
           PERFORM Write-Print-Line.

       Print-Notice-Totals.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE "Rows queued" TO NT-LABEL
           MOVE WS-QUEUED-COUNT TO NT-COUNT
           PERFORM Write-Total-Line
           MOVE "Letters to the mail merge" TO NT-LABEL
           MOVE WS-LETTER-COUNT TO NT-COUNT
           PERFORM Write-Total-Line
           MOVE "Messages to the vendor" TO NT-LABEL
           MOVE WS-MESSAGE-COUNT TO NT-COUNT
           PERFORM Write-Total-Line
           MOVE "Not sent" TO NT-LABEL
           MOVE WS-NOT-SENT-COUNT TO NT-COUNT
           PERFORM Write-Total-Line
           MOVE "Already sent, suppressed" TO NT-LABEL
           MOVE WS-DUPLICATE-COUNT TO NT-COUNT
           PERFORM Write-Total-Line
           MOVE "Unreadable rows" TO NT-LABEL
           MOVE WS-REJECT-COUNT TO NT-COUNT
           PERFORM Write-Total-Line.

       Write-Total-Line.
           MOVE NOTICE-TOTAL-LINE TO WS-PRINT-LINE
           PERFORM Write-Print-Line.

           COPY PRTWR.
       END PROGRAM Notify-Format.

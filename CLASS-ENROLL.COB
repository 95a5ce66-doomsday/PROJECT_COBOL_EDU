      *> offerings existed, so a half-loaded site keeps running.
      *> The waitlist queues per course-and-term now. The catalog
      *> count still tracks total live seats across terms.
      *> 15 Oct 2026 MK - Rooms and meeting times: ROOMTXN.DAT
      *> maintains a room master (ROOMM.DAT, the seats each room
      *> holds) and SCHEDTXN.DAT the section schedule
      *> (SECTSCHD.DAT: meeting days, start and end time and room
      *> for each offering). A schedule is refused when another
      *> section of the term already holds the room on a shared
      *> day at an overlapping hour, or when the offering sells
      *> more seats than the room holds; an offering change past
      *> its room's seats and a room change shrinking below a
      *> section scheduled into it are refused the same way. An E
      *> transaction is refused when the section meets at the
      *> same hour as one the student already holds in the term,
      *> and a waitlisted student whose freed seat would clash
      *> comes off the list with an E image on the error log, so
      *> Err-Repair resubmits the enrollment once the timetable
      *> is sorted out. Deleting an offering releases its room.
      *> 15 Oct 2026 MK - Credit hours: COURSETXN.DAT carries the
      *> course's credit value (hours and tenths) after the
      *> prerequisites, filed to CRS-CREDIT-HOURS. An add left
      *> blank files the standard three hours and a change left
      *> blank keeps what is on file, so transactions keyed in
      *> the old layout still apply; anything else not numeric
      *> rejects.
      *> 15 Oct 2026 MK - Student holds: an E transaction for a student
      *> with a hold in force on HOLDS.DAT (kept by Stu-Hold-Maint)
      *> rejects to the error log naming the hold's type and placing
      *> office. A held student at the head of a waitlist is passed
      *> over for the freed seat but keeps their place, so they are
      *> promoted once the hold is released.
      *> 15 Oct 2026 MK - Enrollment refused for a student suspended by
      *> the term-end standing run.
      *> 15 Oct 2026 MK - Transfer credit on the course history
      *> satisfies a prerequisite.
      *> 15 Oct 2026 MK - A term transaction may carry the term's census
      *> date (blank for none), which must fall within the term; it is
      *> filed on TERMM.DAT for the Term-Census snapshot.
      *> 15 Oct 2026 MK - An E transaction for a student under eighteen
      *> on the run date rejects to the error log unless a guardian
      *> consent current that day is on GCONSENT.DAT (kept by Consent-
      *> Maint); such a minor at the head of a waitlist is passed over
      *> but keeps their place.
      *> 15 Oct 2026 MK - A student promoted off a waitlist has a notice
      *> queued on NOTIFYQ.DAT for Notify-Format to send.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS OFF-OFFER-KEY
               FILE STATUS IS COURSE-OFFER-STATUS.

           SELECT ROOM-TXN-FILE ASSIGN TO "ROOMTXN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ROOM-TXN-STATUS.

           SELECT ROOM-MASTER-FILE ASSIGN TO "ROOMM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-ROOM-CODE
               FILE STATUS IS ROOM-MASTER-STATUS.

           SELECT SCHED-TXN-FILE ASSIGN TO "SCHEDTXN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SCHED-TXN-STATUS.

           SELECT SECTION-SCHED-FILE ASSIGN TO "SECTSCHD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCH-SECTION-KEY
               ALTERNATE RECORD KEY IS SCH-ROOM-CODE
                   WITH DUPLICATES
               FILE STATUS IS SECTION-SCHED-STATUS.

           SELECT NOTIFY-QUEUE-FILE ASSIGN TO "NOTIFYQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOTIFY-QUEUE-STATUS.

           COPY STUHLDSL.
           COPY GCONSL.
           COPY ERRLOGSL.

       DATA DIVISION.
           02  CTX-PREREQ-1        PIC X(6).
           02  CTX-PREREQ-2        PIC X(6).
           02  CTX-PREREQ-3        PIC X(6).
           02  CTX-CREDIT-HOURS    PIC 9(2)V9.
           02  CTX-CREDIT-HOURS-X REDEFINES CTX-CREDIT-HOURS
                                   PIC X(3).

       FD  ENROLL-TXN-FILE.
       01  ENROLL-TXN-RECORD.
           02  TT-TERM-CODE        PIC X(6).
           02  TT-START-DATE       PIC 9(8).
           02  TT-END-DATE         PIC 9(8).
           02  TT-CENSUS-DATE      PIC 9(8).
           02  TT-CENSUS-DATE-X REDEFINES TT-CENSUS-DATE
                                   PIC X(8).

       FD  TERM-MASTER-FILE.
           COPY TERMM.
       FD  COURSE-OFFER-FILE.
           COPY COURSEOF.

       FD  ROOM-TXN-FILE.
       01  ROOM-TXN-RECORD.
           02  RT-TXN-CODE         PIC X.
               88 IS-ROOM-ADD      VALUE "A".
               88 IS-ROOM-CHANGE   VALUE "C".
               88 IS-ROOM-DELETE   VALUE "D".
           02  RT-ROOM-CODE        PIC X(6).
           02  RT-BUILDING         PIC X(12).
           02  RT-SEATS            PIC 9(3).

       FD  ROOM-MASTER-FILE.
           COPY ROOMM.

       FD  SCHED-TXN-FILE.
       01  SCHED-TXN-RECORD.
           02  SX-TXN-CODE         PIC X.
               88 IS-SCHED-ADD     VALUE "A".
               88 IS-SCHED-CHANGE  VALUE "C".
               88 IS-SCHED-DELETE  VALUE "D".
           02  SX-COURSE-CODE      PIC X(6).
           02  SX-TERM-CODE        PIC X(6).
           02  SX-MEET-DAYS        PIC X(7).
           02  SX-DAY-TABLE REDEFINES SX-MEET-DAYS.
               03  SX-MEET-DAY OCCURS 7 TIMES PIC X.
           02  SX-START-TIME       PIC 9(4).
           02  SX-END-TIME         PIC 9(4).
           02  SX-ROOM-CODE        PIC X(6).

       FD  SECTION-SCHED-FILE.
           COPY SECTSCHD.

       FD  NOTIFY-QUEUE-FILE.
           COPY NOTIFYQ.

           COPY STUHOLD.

           COPY GCONSENT.

           COPY ERRLOG.

       WORKING-STORAGE SECTION.

           COPY FILESTAT.
           COPY Y2KDATE.
           COPY STUHLDTB.
           COPY GCONTB.

       01 WS-COURSE-TXN-EOF     PIC X VALUE "N".
           88 END-OF-COURSE-TXN VALUE "Y".
       01 WS-PROMOTE-ID         PIC 9(7) VALUE ZERO.

      *> Promotions made this run, echoed under the course's
      *> roster block; the student's notice is queued for
      *> Notify-Format as the seat is taken.
       01 NOTIFY-QUEUE-STATUS   PIC XX.
       01 WS-PROM-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-PROM-SUB           PIC 9(3) VALUE ZERO.
       01 WS-PROM-TABLE-AREA.
       01 WS-OFFER-ON-FILE      PIC X VALUE "N".
           88 OFFERING-ON-FILE  VALUE "Y" FALSE "N".

      *> Rooms and the section meeting schedule.
       01 ROOM-TXN-STATUS       PIC XX.
       01 ROOM-MASTER-STATUS    PIC XX.
       01 SCHED-TXN-STATUS      PIC XX.
       01 SECTION-SCHED-STATUS  PIC XX.
       01 WS-ROOM-TXN-EOF       PIC X VALUE "N".
           88 END-OF-ROOM-TXN   VALUE "Y".
       01 WS-SCHED-TXN-EOF      PIC X VALUE "N".
           88 END-OF-SCHED-TXN  VALUE "Y".
       01 WS-ROOM-SCAN-EOF      PIC X VALUE "N".
           88 END-OF-ROOM-SCAN  VALUE "Y" FALSE "N".
       01 WS-LOAD-SCAN-EOF      PIC X VALUE "N".
           88 END-OF-LOAD-SCAN  VALUE "Y" FALSE "N".
       01 WS-ROOM-MAINT-COUNT   PIC 9(5) VALUE ZERO.
       01 WS-ROOM-ERR-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-SCHED-MAINT-COUNT  PIC 9(5) VALUE ZERO.
       01 WS-SCHED-ERR-COUNT    PIC 9(5) VALUE ZERO.
       01 WS-CLASH-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-HOLD-REFUSED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-CONSENT-REFUSED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-CONSENT-AGE-EDIT   PIC ZZ9.
       01 WS-SCHED-EDIT         PIC X VALUE "Y".
           88 SCHED-EDIT-OK     VALUE "Y" FALSE "N".
       01 WS-SCAN-ROOM          PIC X(6) VALUE SPACES.
       01 WS-DAY-SUB            PIC 9 VALUE ZERO.
       01 WS-DAY-COUNT          PIC 9 VALUE ZERO.
       01 WS-DAY-LETTERS        PIC X(7) VALUE "MTWRFSU".
       01 WS-DAY-LETTER-TABLE REDEFINES WS-DAY-LETTERS.
           02 WS-DAY-LETTER OCCURS 7 TIMES PIC X.
       01 WS-CHECK-TIME         PIC 9(4) VALUE ZERO.
       01 WS-CHECK-TIME-PARTS REDEFINES WS-CHECK-TIME.
           02 WS-CHECK-HH       PIC 99.
           02 WS-CHECK-MM       PIC 99.

      *> The meeting pattern under test, held apart from the
      *> record area while a scan reads other sections over it.
       01 WS-NEW-SECTION-KEY.
           02 WS-NEW-COURSE     PIC X(6).
           02 WS-NEW-TERM       PIC X(6).
       01 WS-NEW-MEET-DAYS      PIC X(7) VALUE SPACES.
       01 WS-NEW-DAY-TABLE REDEFINES WS-NEW-MEET-DAYS.
           02 WS-NEW-MEET-DAY OCCURS 7 TIMES PIC X.
       01 WS-NEW-START-TIME     PIC 9(4) VALUE ZERO.
       01 WS-NEW-END-TIME       PIC 9(4) VALUE ZERO.
       01 WS-MEETING-OVERLAP    PIC X VALUE "N".
           88 MEETINGS-OVERLAP  VALUE "Y" FALSE "N".
       01 WS-CLASH-WITH         PIC X(6) VALUE SPACES.
       01 WS-CLASH-STUDENT-ID   PIC 9(7) VALUE ZERO.
       01 WS-CLASH-COURSE       PIC X(6) VALUE SPACES.
       01 WS-CLASH-TERM         PIC X(6) VALUE SPACES.

      *> A waitlisted student passed over for a clash goes to the
      *> error log as the E transaction Err-Repair would resubmit.
       01 WS-PROMOTE-IMAGE.
           02 WS-PI-TXN-CODE    PIC X VALUE "E".
           02 WS-PI-STUDENT-ID  PIC 9(7).
           02 WS-PI-COURSE-CODE PIC X(6).
           02 WS-PI-TERM-CODE   PIC X(6).

       01 WS-COURSE-ADD-COUNT   PIC 9(5) VALUE ZERO.
       01 WS-COURSE-CHG-COUNT   PIC 9(5) VALUE ZERO.
       01 WS-COURSE-DEL-COUNT   PIC 9(5) VALUE ZERO.
               GOBACK
           END-IF
           PERFORM Load-Waitlist
           PERFORM Open-Notify-Queue
           MOVE Y2KDate TO WS-HLD-AS-OF-DATE
           PERFORM Load-Hold-Table
           PERFORM Open-Consent-File
           PERFORM Maintain-Term-Master
           PERFORM Maintain-Room-Master
           PERFORM Maintain-Course-Master
           PERFORM Maintain-Course-Offerings
           PERFORM Maintain-Section-Schedule
           PERFORM Apply-Enrollment-Txns
           PERFORM Print-Class-Rosters
           PERFORM Rewrite-Waitlist
           CLOSE NOTIFY-QUEUE-FILE
           CLOSE COURSE-MASTER-FILE
           CLOSE CLASS-ENROLL-FILE
           CLOSE STUDENT-MASTER-FILE
           CLOSE TERM-MASTER-FILE
           CLOSE COURSE-OFFER-FILE
           CLOSE ROOM-MASTER-FILE
           CLOSE SECTION-SCHED-FILE
           PERFORM Close-Consent-File
           DISPLAY "Term maintenance: " WS-TERM-MAINT-COUNT
               " applied, " WS-TERM-ERR-COUNT " rejected"
           DISPLAY "Room maintenance: " WS-ROOM-MAINT-COUNT
               " applied, " WS-ROOM-ERR-COUNT " rejected"
           DISPLAY "Course maintenance: " WS-COURSE-ADD-COUNT
               " added, " WS-COURSE-CHG-COUNT " changed, "
               WS-COURSE-DEL-COUNT " deleted, "
               WS-COURSE-ERR-COUNT " rejected"
           DISPLAY "Offering maintenance: " WS-OFFER-MAINT-COUNT
               " applied, " WS-OFFER-ERR-COUNT " rejected"
           DISPLAY "Schedule maintenance: " WS-SCHED-MAINT-COUNT
               " applied, " WS-SCHED-ERR-COUNT " rejected"
           DISPLAY "Enrollment: " WS-ENROLL-COUNT " enrolled, "
               WS-DROP-COUNT " dropped, "
               WS-ENROLL-ERR-COUNT " rejected"
           DISPLAY "Waitlist: " WS-WAITLISTED-COUNT " added, "
               WS-PROMOTED-COUNT " promoted"
           DISPLAY "Timetable clashes refused: " WS-CLASH-COUNT
           DISPLAY "Enrollments refused on hold: "
               WS-HOLD-REFUSED-COUNT
           DISPLAY "Minors refused without guardian consent: "
               WS-CONSENT-REFUSED-COUNT
           GOBACK.

       Load-Waitlist.
                   SET END-OF-WAITLIST TO TRUE
           END-READ.

       Open-Notify-Queue.
           OPEN EXTEND NOTIFY-QUEUE-FILE
           IF NOTIFY-QUEUE-STATUS = "35"
               OPEN OUTPUT NOTIFY-QUEUE-FILE
               CLOSE NOTIFY-QUEUE-FILE
               OPEN EXTEND NOTIFY-QUEUE-FILE
           END-IF.

       Rewrite-Waitlist.
           OPEN OUTPUT WAITLIST-FILE
           PERFORM VARYING WS-WAIT-SUB FROM 1 BY 1
                   CLOSE COURSE-OFFER-FILE
                   OPEN I-O COURSE-OFFER-FILE
               END-IF
               OPEN I-O ROOM-MASTER-FILE
               IF ROOM-MASTER-STATUS = "35"
                   OPEN OUTPUT ROOM-MASTER-FILE
                   CLOSE ROOM-MASTER-FILE
                   OPEN I-O ROOM-MASTER-FILE
               END-IF
               OPEN I-O SECTION-SCHED-FILE
               IF SECTION-SCHED-STATUS = "35"
                   OPEN OUTPUT SECTION-SCHED-FILE
                   CLOSE SECTION-SCHED-FILE
                   OPEN I-O SECTION-SCHED-FILE
               END-IF
           END-IF.

       Try-Open-Student-Master.
               MOVE "Term dates not a valid calendar range" TO
                   ERR-MESSAGE
               PERFORM Log-Term-Txn-Error
           ELSE
               PERFORM Edit-Census-Date
           END-IF.

      *> The census date is optional - blank or zero leaves the
      *> term without one - but when given it must fall inside the
      *> term it counts.
       Edit-Census-Date.
           IF TT-CENSUS-DATE-X = SPACES
               MOVE ZERO TO TT-CENSUS-DATE
           END-IF
           IF TT-CENSUS-DATE NOT NUMERIC
               MOVE "N" TO WS-DATE-VALID
           ELSE
               IF TT-CENSUS-DATE NOT = ZERO
                   CALL "DATE-CHECK" USING TT-CENSUS-DATE
                       WS-DATE-VALID
                   IF WS-DATE-VALID = "Y"
                   AND (TT-CENSUS-DATE < TT-START-DATE
                     OR TT-CENSUS-DATE > TT-END-DATE)
                       MOVE "N" TO WS-DATE-VALID
                   END-IF
               END-IF
           END-IF
           IF WS-DATE-VALID NOT = "Y"
               ADD 1 TO WS-TERM-ERR-COUNT
               MOVE "TT-CENSUS-DATE  " TO ERR-FIELD-NAME
               MOVE TT-TERM-CODE TO ERR-INCOMING-VALUE
               MOVE "Census date not a date within the term" TO
                   ERR-MESSAGE
               PERFORM Log-Term-Txn-Error
           END-IF.

       File-Term.
                       MOVE TT-TERM-CODE  TO TM-TERM-CODE
                       MOVE TT-START-DATE TO TM-START-DATE
                       MOVE TT-END-DATE   TO TM-END-DATE
                       MOVE TT-CENSUS-DATE TO TM-CENSUS-DATE
                       WRITE TERM-MASTER-RECORD
                       ADD 1 TO WS-TERM-MAINT-COUNT
                   ELSE
                   ELSE
                       MOVE TT-START-DATE TO TM-START-DATE
                       MOVE TT-END-DATE   TO TM-END-DATE
                       MOVE TT-CENSUS-DATE TO TM-CENSUS-DATE
                       REWRITE TERM-MASTER-RECORD
                       ADD 1 TO WS-TERM-MAINT-COUNT
                   END-IF
                   NOT INVALID KEY
                       CONTINUE
               END-READ
           END-IF
           IF WS-DATE-VALID = "Y"
               PERFORM Check-Offer-Room-Size
           END-IF.

      *> A scheduled section may not sell more seats than its room
      *> holds; an offering not yet scheduled has no room to test.
       Check-Offer-Room-Size.
           MOVE OT-COURSE-CODE TO SCH-COURSE-CODE
           MOVE OT-TERM-CODE   TO SCH-TERM-CODE
           READ SECTION-SCHED-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SCH-ROOM-CODE TO RM-ROOM-CODE
                   READ ROOM-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF OT-CAPACITY > RM-SEATS
                               MOVE "N" TO WS-DATE-VALID
                               ADD 1 TO WS-OFFER-ERR-COUNT
                               MOVE "OT-CAPACITY     " TO
                                   ERR-FIELD-NAME
                               MOVE SCH-ROOM-CODE TO ERR-INCOMING-VALUE
                               MOVE "Offering capacity over room seats"
                                   TO ERR-MESSAGE
                               PERFORM Log-Offer-Txn-Error
                           END-IF
                   END-READ
           END-READ.

       File-Offering.
           MOVE OT-COURSE-CODE TO OFF-COURSE-CODE
           MOVE OT-TERM-CODE   TO OFF-TERM-CODE
                   ELSE
                       DELETE COURSE-OFFER-FILE
                       ADD 1 TO WS-OFFER-MAINT-COUNT
                       PERFORM Release-Offering-Schedule
                   END-IF
           END-READ.

      *> The offering's schedule row goes with it, or the room
      *> would stay booked for a section that no longer runs.
       Release-Offering-Schedule.
           MOVE OT-COURSE-CODE TO SCH-COURSE-CODE
           MOVE OT-TERM-CODE   TO SCH-TERM-CODE
           DELETE SECTION-SCHED-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "  Room released with offering "
                       OT-COURSE-CODE " term " OT-TERM-CODE
           END-DELETE.

       Log-Offer-Txn-Error.
           MOVE "OFFERTXN.DAT" TO ERR-SOURCE-FILE
           MOVE OFFER-TXN-RECORD TO ERR-RECORD-IMAGE
           PERFORM Write-Error-Log.

      *> Rooms maintain like the term calendar: A files a room, C
      *> moves its building or seats, D removes it. A room must
      *> seat someone; a change may not shrink it below an
      *> offering already scheduled into it, and a room with any
      *> section still scheduled cannot be deleted.
       Maintain-Room-Master.
           OPEN INPUT ROOM-TXN-FILE
           IF ROOM-TXN-STATUS = "00"
               PERFORM Read-Room-Txn
               PERFORM UNTIL END-OF-ROOM-TXN
                   PERFORM Apply-Room-Txn
                   PERFORM Read-Room-Txn
               END-PERFORM
               CLOSE ROOM-TXN-FILE
           ELSE
               DISPLAY "ROOMTXN.DAT: status " ROOM-TXN-STATUS
                   ", no room maintenance today"
           END-IF.

       Read-Room-Txn.
           READ ROOM-TXN-FILE
               AT END
                   SET END-OF-ROOM-TXN TO TRUE
           END-READ.

       Apply-Room-Txn.
           EVALUATE TRUE
               WHEN IS-ROOM-DELETE
                   PERFORM Delete-Room
               WHEN IS-ROOM-ADD OR IS-ROOM-CHANGE
                   IF RT-SEATS NUMERIC AND RT-SEATS > ZERO
                       PERFORM File-Room
                   ELSE
                       ADD 1 TO WS-ROOM-ERR-COUNT
                       MOVE "RT-SEATS        " TO ERR-FIELD-NAME
                       MOVE RT-SEATS TO ERR-INCOMING-VALUE
                       MOVE "Room seat count missing or zero" TO
                           ERR-MESSAGE
                       PERFORM Log-Room-Txn-Error
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-ROOM-ERR-COUNT
                   MOVE "RT-TXN-CODE     " TO ERR-FIELD-NAME
                   MOVE RT-TXN-CODE TO ERR-INCOMING-VALUE
                   MOVE "Unknown room txn code, txn skipped" TO
                       ERR-MESSAGE
                   PERFORM Log-Room-Txn-Error
           END-EVALUATE.

       File-Room.
           MOVE RT-ROOM-CODE TO RM-ROOM-CODE
           READ ROOM-MASTER-FILE
               INVALID KEY
                   IF IS-ROOM-ADD
                       MOVE RT-ROOM-CODE TO RM-ROOM-CODE
                       MOVE RT-BUILDING  TO RM-BUILDING
                       MOVE RT-SEATS     TO RM-SEATS
                       WRITE ROOM-MASTER-RECORD
                       ADD 1 TO WS-ROOM-MAINT-COUNT
                   ELSE
                       ADD 1 TO WS-ROOM-ERR-COUNT
                       MOVE "RT-ROOM-CODE    " TO ERR-FIELD-NAME
                       MOVE RT-ROOM-CODE TO ERR-INCOMING-VALUE
                       MOVE "Room not on file for change" TO
                           ERR-MESSAGE
                       PERFORM Log-Room-Txn-Error
                   END-IF
               NOT INVALID KEY
                   IF IS-ROOM-ADD
                       ADD 1 TO WS-ROOM-ERR-COUNT
                       MOVE "RT-ROOM-CODE    " TO ERR-FIELD-NAME
                       MOVE RT-ROOM-CODE TO ERR-INCOMING-VALUE
                       MOVE "Duplicate room code on add" TO
                           ERR-MESSAGE
                       PERFORM Log-Room-Txn-Error
                   ELSE
                       PERFORM Check-Room-Shrink
                       IF WS-CLASH-WITH = SPACES
                           MOVE RT-BUILDING TO RM-BUILDING
                           MOVE RT-SEATS    TO RM-SEATS
                           REWRITE ROOM-MASTER-RECORD
                           ADD 1 TO WS-ROOM-MAINT-COUNT
                       ELSE
                           ADD 1 TO WS-ROOM-ERR-COUNT
                           MOVE "RT-SEATS        " TO ERR-FIELD-NAME
                           MOVE WS-CLASH-WITH TO ERR-INCOMING-VALUE
                           MOVE "Seats below an offering in the room"
                               TO ERR-MESSAGE
                           PERFORM Log-Room-Txn-Error
                       END-IF
                   END-IF
           END-READ.

      *> The first section in the room whose offering sells more
      *> seats than the changed room would hold names the reject.
       Check-Room-Shrink.
           MOVE SPACES TO WS-CLASH-WITH
           MOVE RT-ROOM-CODE TO WS-SCAN-ROOM
           PERFORM Start-Room-Scan
           PERFORM UNTIL END-OF-ROOM-SCAN
               PERFORM Read-Room-Scan
               IF NOT END-OF-ROOM-SCAN
               AND WS-CLASH-WITH = SPACES
                   MOVE SCH-COURSE-CODE TO OFF-COURSE-CODE
                   MOVE SCH-TERM-CODE   TO OFF-TERM-CODE
                   READ COURSE-OFFER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF OFF-CAPACITY > RT-SEATS
                               MOVE SCH-COURSE-CODE TO WS-CLASH-WITH
                           END-IF
                   END-READ
               END-IF
           END-PERFORM.

       Delete-Room.
           MOVE RT-ROOM-CODE TO RM-ROOM-CODE
           READ ROOM-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-ROOM-ERR-COUNT
                   MOVE "RT-ROOM-CODE    " TO ERR-FIELD-NAME
                   MOVE RT-ROOM-CODE TO ERR-INCOMING-VALUE
                   MOVE "Room not on file for delete" TO ERR-MESSAGE
                   PERFORM Log-Room-Txn-Error
               NOT INVALID KEY
                   MOVE RT-ROOM-CODE TO WS-SCAN-ROOM
                   PERFORM Start-Room-Scan
                   IF NOT END-OF-ROOM-SCAN
                       PERFORM Read-Room-Scan
                   END-IF
                   IF END-OF-ROOM-SCAN
                       DELETE ROOM-MASTER-FILE
                       ADD 1 TO WS-ROOM-MAINT-COUNT
                   ELSE
                       ADD 1 TO WS-ROOM-ERR-COUNT
                       MOVE "RT-ROOM-CODE    " TO ERR-FIELD-NAME
                       MOVE SCH-COURSE-CODE TO ERR-INCOMING-VALUE
                       MOVE "Room still has sections scheduled" TO
                           ERR-MESSAGE
                       PERFORM Log-Room-Txn-Error
                   END-IF
           END-READ.

      *> Every section booked into one room, pulled through the
      *> schedule's room alternate key.
       Start-Room-Scan.
           SET END-OF-ROOM-SCAN TO FALSE
           MOVE WS-SCAN-ROOM TO SCH-ROOM-CODE
           START SECTION-SCHED-FILE KEY IS = SCH-ROOM-CODE
               INVALID KEY
                   SET END-OF-ROOM-SCAN TO TRUE
           END-START.

       Read-Room-Scan.
           READ SECTION-SCHED-FILE NEXT
               AT END
                   SET END-OF-ROOM-SCAN TO TRUE
               NOT AT END
                   IF SCH-ROOM-CODE NOT = WS-SCAN-ROOM
                       SET END-OF-ROOM-SCAN TO TRUE
                   END-IF
           END-READ.

       Log-Room-Txn-Error.
           MOVE "ROOMTXN.DAT" TO ERR-SOURCE-FILE
           MOVE ROOM-TXN-RECORD TO ERR-RECORD-IMAGE
           PERFORM Write-Error-Log.

      *> A section schedule hangs off its offering: the offering
      *> and the room must be on file, each meeting day must be
      *> its own letter in its own position, and the times real
      *> HHMM with the start before the end. The room must seat
      *> the offering's capacity, and no other section of the
      *> term may hold the room on a shared day at an overlapping
      *> hour.
       Maintain-Section-Schedule.
           OPEN INPUT SCHED-TXN-FILE
           IF SCHED-TXN-STATUS = "00"
               PERFORM Read-Sched-Txn
               PERFORM UNTIL END-OF-SCHED-TXN
                   PERFORM Apply-Sched-Txn
                   PERFORM Read-Sched-Txn
               END-PERFORM
               CLOSE SCHED-TXN-FILE
           ELSE
               DISPLAY "SCHEDTXN.DAT: status " SCHED-TXN-STATUS
                   ", no schedule maintenance today"
           END-IF.

       Read-Sched-Txn.
           READ SCHED-TXN-FILE
               AT END
                   SET END-OF-SCHED-TXN TO TRUE
           END-READ.

       Apply-Sched-Txn.
           EVALUATE TRUE
               WHEN IS-SCHED-DELETE
                   PERFORM Delete-Section-Schedule
               WHEN IS-SCHED-ADD OR IS-SCHED-CHANGE
                   PERFORM Edit-Sched-Txn
                   IF SCHED-EDIT-OK
                       PERFORM Check-Room-Double-Booking
                   END-IF
                   IF SCHED-EDIT-OK
                       PERFORM File-Section-Schedule
                   ELSE
                       ADD 1 TO WS-SCHED-ERR-COUNT
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-SCHED-ERR-COUNT
                   MOVE "SX-TXN-CODE     " TO ERR-FIELD-NAME
                   MOVE SX-TXN-CODE TO ERR-INCOMING-VALUE
                   MOVE "Unknown schedule txn code, txn skipped" TO
                       ERR-MESSAGE
                   PERFORM Log-Sched-Txn-Error
           END-EVALUATE.

       Edit-Sched-Txn.
           SET SCHED-EDIT-OK TO TRUE
           MOVE SX-COURSE-CODE TO OFF-COURSE-CODE
           MOVE SX-TERM-CODE   TO OFF-TERM-CODE
           READ COURSE-OFFER-FILE
               INVALID KEY
                   SET SCHED-EDIT-OK TO FALSE
                   MOVE "SX-COURSE-CODE  " TO ERR-FIELD-NAME
                   MOVE SX-COURSE-CODE TO ERR-INCOMING-VALUE
                   MOVE "No offering on file for this section" TO
                       ERR-MESSAGE
                   PERFORM Log-Sched-Txn-Error
               NOT INVALID KEY
                   CONTINUE
           END-READ
           IF SCHED-EDIT-OK
               MOVE SX-ROOM-CODE TO RM-ROOM-CODE
               READ ROOM-MASTER-FILE
                   INVALID KEY
                       SET SCHED-EDIT-OK TO FALSE
                       MOVE "SX-ROOM-CODE    " TO ERR-FIELD-NAME
                       MOVE SX-ROOM-CODE TO ERR-INCOMING-VALUE
                       MOVE "Room not on the room master" TO
                           ERR-MESSAGE
                       PERFORM Log-Sched-Txn-Error
                   NOT INVALID KEY
                       CONTINUE
               END-READ
           END-IF
           IF SCHED-EDIT-OK
               PERFORM Edit-Meeting-Days
           END-IF
           IF SCHED-EDIT-OK
               PERFORM Edit-Meeting-Times
           END-IF
           IF SCHED-EDIT-OK
           AND OFF-CAPACITY > RM-SEATS
               SET SCHED-EDIT-OK TO FALSE
               MOVE "OFF-CAPACITY    " TO ERR-FIELD-NAME
               MOVE SX-ROOM-CODE TO ERR-INCOMING-VALUE
               MOVE "Offering capacity over room seats" TO
                   ERR-MESSAGE
               PERFORM Log-Sched-Txn-Error
           END-IF.

       Edit-Meeting-Days.
           MOVE ZERO TO WS-DAY-COUNT
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > 7
               IF SX-MEET-DAY (WS-DAY-SUB) NOT = SPACE
                   IF SX-MEET-DAY (WS-DAY-SUB) =
                       WS-DAY-LETTER (WS-DAY-SUB)
                       ADD 1 TO WS-DAY-COUNT
                   ELSE
                       SET SCHED-EDIT-OK TO FALSE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-DAY-COUNT = ZERO
               SET SCHED-EDIT-OK TO FALSE
           END-IF
           IF NOT SCHED-EDIT-OK
               MOVE "SX-MEET-DAYS    " TO ERR-FIELD-NAME
               MOVE SX-MEET-DAYS TO ERR-INCOMING-VALUE
               MOVE "Meeting days not MTWRFSU by position" TO
                   ERR-MESSAGE
               PERFORM Log-Sched-Txn-Error
           END-IF.

       Edit-Meeting-Times.
           IF SX-START-TIME NOT NUMERIC
           OR SX-END-TIME NOT NUMERIC
               SET SCHED-EDIT-OK TO FALSE
           ELSE
               MOVE SX-START-TIME TO WS-CHECK-TIME
               PERFORM Check-Clock-Time
               MOVE SX-END-TIME TO WS-CHECK-TIME
               PERFORM Check-Clock-Time
               IF SX-START-TIME NOT < SX-END-TIME
                   SET SCHED-EDIT-OK TO FALSE
               END-IF
           END-IF
           IF NOT SCHED-EDIT-OK
               MOVE "SX-START-TIME   " TO ERR-FIELD-NAME
               MOVE SX-START-TIME TO ERR-INCOMING-VALUE
               MOVE "Meeting times not a valid HHMM range" TO
                   ERR-MESSAGE
               PERFORM Log-Sched-Txn-Error
           END-IF.

       Check-Clock-Time.
           IF WS-CHECK-HH > 23 OR WS-CHECK-MM > 59
               SET SCHED-EDIT-OK TO FALSE
           END-IF.

      *> The section's own row is skipped on a change, so moving a
      *> class by half an hour in its own room is not a clash with
      *> itself.
       Check-Room-Double-Booking.
           PERFORM Hold-Txn-Pattern
           MOVE SPACES TO WS-CLASH-WITH
           MOVE SX-ROOM-CODE TO WS-SCAN-ROOM
           PERFORM Start-Room-Scan
           PERFORM UNTIL END-OF-ROOM-SCAN
               PERFORM Read-Room-Scan
               IF NOT END-OF-ROOM-SCAN
               AND SCH-TERM-CODE = SX-TERM-CODE
               AND SCH-SECTION-KEY NOT = WS-NEW-SECTION-KEY
               AND WS-CLASH-WITH = SPACES
                   PERFORM Test-Meeting-Overlap
                   IF MEETINGS-OVERLAP
                       MOVE SCH-COURSE-CODE TO WS-CLASH-WITH
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CLASH-WITH NOT = SPACES
               SET SCHED-EDIT-OK TO FALSE
               ADD 1 TO WS-CLASH-COUNT
               MOVE "SX-ROOM-CODE    " TO ERR-FIELD-NAME
               MOVE WS-CLASH-WITH TO ERR-INCOMING-VALUE
               MOVE "Room already booked by the section shown" TO
                   ERR-MESSAGE
               PERFORM Log-Sched-Txn-Error
           END-IF.

       Hold-Txn-Pattern.
           MOVE SX-COURSE-CODE TO WS-NEW-COURSE
           MOVE SX-TERM-CODE   TO WS-NEW-TERM
           MOVE SX-MEET-DAYS   TO WS-NEW-MEET-DAYS
           MOVE SX-START-TIME  TO WS-NEW-START-TIME
           MOVE SX-END-TIME    TO WS-NEW-END-TIME.

       Hold-Sched-Pattern.
           MOVE SCH-SECTION-KEY TO WS-NEW-SECTION-KEY
           MOVE SCH-MEET-DAYS   TO WS-NEW-MEET-DAYS
           MOVE SCH-START-TIME  TO WS-NEW-START-TIME
           MOVE SCH-END-TIME    TO WS-NEW-END-TIME.

      *> Two meetings clash when they share a day and each starts
      *> before the other ends; back-to-back hours do not clash.
       Test-Meeting-Overlap.
           SET MEETINGS-OVERLAP TO FALSE
           IF SCH-START-TIME < WS-NEW-END-TIME
           AND WS-NEW-START-TIME < SCH-END-TIME
               PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > 7
                   IF SCH-MEET-DAY (WS-DAY-SUB) NOT = SPACE
                   AND WS-NEW-MEET-DAY (WS-DAY-SUB) NOT = SPACE
                       SET MEETINGS-OVERLAP TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

       File-Section-Schedule.
           MOVE SX-COURSE-CODE TO SCH-COURSE-CODE
           MOVE SX-TERM-CODE   TO SCH-TERM-CODE
           READ SECTION-SCHED-FILE
               INVALID KEY
                   IF IS-SCHED-ADD
                       PERFORM Move-Sched-Txn-Fields
                       WRITE SECTION-SCHED-RECORD
                       ADD 1 TO WS-SCHED-MAINT-COUNT
                   ELSE
                       ADD 1 TO WS-SCHED-ERR-COUNT
                       MOVE "SX-COURSE-CODE  " TO ERR-FIELD-NAME
                       MOVE SX-COURSE-CODE TO ERR-INCOMING-VALUE
                       MOVE "Schedule not on file for change" TO
                           ERR-MESSAGE
                       PERFORM Log-Sched-Txn-Error
                   END-IF
               NOT INVALID KEY
                   IF IS-SCHED-ADD
                       ADD 1 TO WS-SCHED-ERR-COUNT
                       MOVE "SX-COURSE-CODE  " TO ERR-FIELD-NAME
                       MOVE SX-COURSE-CODE TO ERR-INCOMING-VALUE
                       MOVE "Duplicate section schedule on add" TO
                           ERR-MESSAGE
                       PERFORM Log-Sched-Txn-Error
                   ELSE
                       PERFORM Move-Sched-Txn-Fields
                       REWRITE SECTION-SCHED-RECORD
                       ADD 1 TO WS-SCHED-MAINT-COUNT
                   END-IF
           END-READ.

       Move-Sched-Txn-Fields.
           MOVE SX-COURSE-CODE TO SCH-COURSE-CODE
           MOVE SX-TERM-CODE   TO SCH-TERM-CODE
           MOVE SX-MEET-DAYS   TO SCH-MEET-DAYS
           MOVE SX-START-TIME  TO SCH-START-TIME
           MOVE SX-END-TIME    TO SCH-END-TIME
           MOVE SX-ROOM-CODE   TO SCH-ROOM-CODE.

       Delete-Section-Schedule.
           MOVE SX-COURSE-CODE TO SCH-COURSE-CODE
           MOVE SX-TERM-CODE   TO SCH-TERM-CODE
           DELETE SECTION-SCHED-FILE
               INVALID KEY
                   ADD 1 TO WS-SCHED-ERR-COUNT
                   MOVE "SX-COURSE-CODE  " TO ERR-FIELD-NAME
                   MOVE SX-COURSE-CODE TO ERR-INCOMING-VALUE
                   MOVE "Schedule not on file for delete" TO
                       ERR-MESSAGE
                   PERFORM Log-Sched-Txn-Error
               NOT INVALID KEY
                   ADD 1 TO WS-SCHED-MAINT-COUNT
           END-DELETE.

       Log-Sched-Txn-Error.
           MOVE "SCHEDTXN.DAT" TO ERR-SOURCE-FILE
           MOVE SCHED-TXN-RECORD TO ERR-RECORD-IMAGE
           PERFORM Write-Error-Log.

      *> COURSE-TXN-FILE is optional on any given day; most days
      *> only enrollments move, so a missing catalog-maintenance
      *> file is a normal quiet day, not an abend.

       Apply-Course-Txn.
           EVALUATE TRUE
               WHEN (IS-COURSE-ADD OR IS-COURSE-CHANGE)
               AND CTX-CREDIT-HOURS NOT NUMERIC
               AND CTX-CREDIT-HOURS-X NOT = SPACES
                   ADD 1 TO WS-COURSE-ERR-COUNT
                   MOVE "CTX-CREDIT-HOURS" TO ERR-FIELD-NAME
                   MOVE CTX-CREDIT-HOURS-X TO ERR-INCOMING-VALUE
                   MOVE "Credit hours not numeric, txn skipped" TO
                       ERR-MESSAGE
                   PERFORM Log-Course-Txn-Error
               WHEN IS-COURSE-ADD
                   PERFORM Add-Course
               WHEN IS-COURSE-CHANGE
           MOVE CTX-PREREQ-1    TO CRS-PREREQ-1
           MOVE CTX-PREREQ-2    TO CRS-PREREQ-2
           MOVE CTX-PREREQ-3    TO CRS-PREREQ-3
           IF CTX-CREDIT-HOURS NUMERIC
               MOVE CTX-CREDIT-HOURS TO CRS-CREDIT-HOURS
           ELSE
               MOVE 3.0 TO CRS-CREDIT-HOURS
           END-IF
           WRITE COURSE-MASTER-RECORD
               INVALID KEY
                   ADD 1 TO WS-COURSE-ERR-COUNT
                   MOVE CTX-PREREQ-1 TO CRS-PREREQ-1
                   MOVE CTX-PREREQ-2 TO CRS-PREREQ-2
                   MOVE CTX-PREREQ-3 TO CRS-PREREQ-3
                   IF CTX-CREDIT-HOURS NUMERIC
                       MOVE CTX-CREDIT-HOURS TO CRS-CREDIT-HOURS
                   END-IF
                   REWRITE COURSE-MASTER-RECORD
                   ADD 1 TO WS-COURSE-CHG-COUNT
           END-READ.
                       TO ERR-MESSAGE
                   PERFORM Log-Enroll-Txn-Error
               NOT INVALID KEY
                   MOVE EN-STUDENT-ID TO WS-HLD-CHECK-ID
                   PERFORM Check-Student-Holds
                   PERFORM Check-Student-Consent
                   EVALUATE TRUE
                       WHEN STM-IS-SUSPENDED
                           PERFORM Log-Enroll-Suspended
                       WHEN STUDENT-IS-HELD
                           PERFORM Log-Enroll-Hold
                       WHEN MINOR-LACKS-CONSENT
                           PERFORM Log-Enroll-Consent
                       WHEN OTHER
                           PERFORM Enroll-Check-Course
                   END-EVALUATE
           END-READ.

      *> A student suspended at term end sits out until Draft
      *> reinstates them; the standing run, not a hold, says so.
       Log-Enroll-Suspended.
           ADD 1 TO WS-ENROLL-ERR-COUNT
           MOVE "STM-STATUS-CODE " TO ERR-FIELD-NAME
           MOVE STM-STATUS-CODE TO ERR-INCOMING-VALUE
           MOVE "Student suspended, enrollment rejected" TO
               ERR-MESSAGE
           PERFORM Log-Enroll-Txn-Error.

      *> A student with a hold in force is refused at the door; the
      *> first hold found (type and placing office) rides the
      *> reject so the registrar knows whom to send them to.
       Log-Enroll-Hold.
           ADD 1 TO WS-ENROLL-ERR-COUNT
           ADD 1 TO WS-HOLD-REFUSED-COUNT
           MOVE "EN-STUDENT-ID   " TO ERR-FIELD-NAME
           MOVE SPACES TO ERR-INCOMING-VALUE
           STRING WS-HLD-HIT-TYPE " " WS-HLD-HIT-OFFICE
               DELIMITED BY SIZE INTO ERR-INCOMING-VALUE
           MOVE "Student has a hold, enrollment rejected" TO
               ERR-MESSAGE
           PERFORM Log-Enroll-Txn-Error
           DISPLAY "  Enrollment refused, hold " WS-HLD-HIT-TYPE
               " by " WS-HLD-HIT-OFFICE ": " EN-STUDENT-ID.

      *> A student under the age of majority on the day the seat
      *> is filed needs a guardian consent current that day, the
      *> same test Enter-Name makes on the way in; it is judged
      *> off the master record just read.
       Check-Student-Consent.
           MOVE STM-STUDENT-ID TO WS-GCN-CHECK-ID
           MOVE STM-BIRTH-DATE TO WS-GCN-BIRTH-DATE
           MOVE Y2KDate        TO WS-GCN-AS-OF-DATE
           PERFORM Check-Minor-Consent.

       Log-Enroll-Consent.
           ADD 1 TO WS-ENROLL-ERR-COUNT
           ADD 1 TO WS-CONSENT-REFUSED-COUNT
           MOVE "STM-BIRTH-DATE  " TO ERR-FIELD-NAME
           MOVE WS-GCN-AGE TO WS-CONSENT-AGE-EDIT
           MOVE SPACES TO ERR-INCOMING-VALUE
           STRING "AGE " WS-CONSENT-AGE-EDIT
               DELIMITED BY SIZE INTO ERR-INCOMING-VALUE
           IF CONSENT-ON-FILE
               MOVE "Minor's guardian consent not current" TO
                   ERR-MESSAGE
           ELSE
               MOVE "Minor with no guardian consent on file" TO
                   ERR-MESSAGE
           END-IF
           PERFORM Log-Enroll-Txn-Error
           DISPLAY "  Enrollment refused, minor without current "
               "guardian consent: " EN-STUDENT-ID.

       Enroll-Check-Course.
           MOVE EN-COURSE-CODE TO CRS-COURSE-CODE
           READ COURSE-MASTER-FILE
                           ERR-MESSAGE
                       PERFORM Log-Enroll-Txn-Error
                   ELSE
                       PERFORM Check-Enroll-Clash
                       IF WS-CLASH-WITH = SPACES
                           PERFORM Enroll-Seat-Or-Waitlist
                       END-IF
                   END-IF
           END-READ.

      *> A section that meets when the student is already sitting
      *> in another class of the term is refused outright, before
      *> it can take a seat or a waitlist place.
       Check-Enroll-Clash.
           MOVE EN-STUDENT-ID  TO WS-CLASH-STUDENT-ID
           MOVE EN-COURSE-CODE TO WS-CLASH-COURSE
           MOVE EN-TERM-CODE   TO WS-CLASH-TERM
           PERFORM Check-Student-Clash
           IF WS-CLASH-WITH NOT = SPACES
               ADD 1 TO WS-ENROLL-ERR-COUNT
               ADD 1 TO WS-CLASH-COUNT
               MOVE "SCH-MEET-DAYS   " TO ERR-FIELD-NAME
               MOVE WS-CLASH-WITH TO ERR-INCOMING-VALUE
               MOVE "Time clash with an enrolled section" TO
                   ERR-MESSAGE
               PERFORM Log-Enroll-Txn-Error
           END-IF.

       Enroll-Seat-Or-Waitlist.
           PERFORM Read-Offering-Row
           IF OFFERING-ON-FILE
               IF OFF-ENROLLED-COUNT >= OFF-CAPACITY
                   PERFORM Add-To-Waitlist
               ELSE
                   PERFORM Write-Class-Enrollment
               END-IF
           ELSE
               IF CRS-ENROLLED-COUNT >= CRS-CAPACITY
                   PERFORM Add-To-Waitlist
               ELSE
                   PERFORM Write-Class-Enrollment
               END-IF
           END-IF.

      *> A section with no schedule row has no meeting time to
      *> clash on. Otherwise every other section the student holds
      *> in the same term comes off CLASS-ENROLLMENT by the
      *> primary key and is tested against this one's pattern;
      *> the first clash found is the one reported.
       Check-Student-Clash.
           MOVE SPACES TO WS-CLASH-WITH
           MOVE WS-CLASH-COURSE TO SCH-COURSE-CODE
           MOVE WS-CLASH-TERM   TO SCH-TERM-CODE
           READ SECTION-SCHED-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM Hold-Sched-Pattern
                   PERFORM Scan-Student-Sections
           END-READ.

       Scan-Student-Sections.
           MOVE WS-CLASH-STUDENT-ID TO CE-STUDENT-ID
           MOVE LOW-VALUES          TO CE-COURSE-CODE
           MOVE LOW-VALUES          TO CE-TERM-CODE
           SET END-OF-LOAD-SCAN TO FALSE
           START CLASS-ENROLL-FILE KEY IS NOT LESS THAN
                   CE-ENROLL-KEY
               INVALID KEY
                   SET END-OF-LOAD-SCAN TO TRUE
           END-START
           PERFORM UNTIL END-OF-LOAD-SCAN
               READ CLASS-ENROLL-FILE NEXT
                   AT END
                       SET END-OF-LOAD-SCAN TO TRUE
                   NOT AT END
                       IF CE-STUDENT-ID NOT = WS-CLASH-STUDENT-ID
                           SET END-OF-LOAD-SCAN TO TRUE
                       ELSE
                           IF CE-TERM-CODE = WS-CLASH-TERM
                           AND CE-COURSE-CODE NOT = WS-CLASH-COURSE
                           AND WS-CLASH-WITH = SPACES
                               PERFORM Test-Enrolled-Section
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       Test-Enrolled-Section.
           MOVE CE-COURSE-CODE TO SCH-COURSE-CODE
           MOVE CE-TERM-CODE   TO SCH-TERM-CODE
           READ SECTION-SCHED-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM Test-Meeting-Overlap
                   IF MEETINGS-OVERLAP
                       MOVE CE-COURSE-CODE TO WS-CLASH-WITH
                   END-IF
           END-READ.

               PERFORM UNTIL END-OF-COURSE-HIST
                   IF CHS-STUDENT-ID NUMERIC
                   AND CHS-STUDENT-ID = EN-STUDENT-ID
                   AND CHS-COUNTS-AS-DONE
                   AND CHS-GRADE (1:1) NOT = "F"
                   AND WS-DONE-COUNT < 30
                       ADD 1 TO WS-DONE-COUNT
                   DISPLAY "  Waitlist entry stale (not on master): "
                       WS-PROMOTE-ID
               NOT INVALID KEY
                   MOVE WS-PROMOTE-ID TO WS-HLD-CHECK-ID
                   PERFORM Check-Student-Holds
                   PERFORM Check-Student-Consent
                   IF STM-IS-ACTIVE AND STUDENT-IS-HELD
                       DISPLAY "  Waitlist entry passed over (hold "
                           WS-HLD-HIT-TYPE " by " WS-HLD-HIT-OFFICE
                           "), place kept: " WS-PROMOTE-ID
                   END-IF
                   IF STM-IS-ACTIVE AND NOT STUDENT-IS-HELD
                   AND MINOR-LACKS-CONSENT
                       DISPLAY "  Waitlist entry passed over (minor, "
                           "no current guardian consent), place "
                           "kept: " WS-PROMOTE-ID
                   END-IF
                   IF STM-IS-ACTIVE AND NOT STUDENT-IS-HELD
                   AND NOT MINOR-LACKS-CONSENT
                       MOVE WS-PROMOTE-ID  TO WS-CLASH-STUDENT-ID
                       MOVE EN-COURSE-CODE TO WS-CLASH-COURSE
                       MOVE EN-TERM-CODE   TO WS-CLASH-TERM
                       PERFORM Check-Student-Clash
                       IF WS-CLASH-WITH = SPACES
                           PERFORM Promote-Write-Enrollment
                       ELSE
                           PERFORM Log-Promote-Clash
                       END-IF
                   END-IF
                   IF NOT STM-IS-ACTIVE
                       MOVE "Y" TO WS-WT-USED (WS-WAIT-SUB)
                       DISPLAY "  Waitlist entry stale (inactive): "
                           WS-PROMOTE-ID
                   DISPLAY "  Promoted " WS-PROMOTE-ID
                       " from waitlist into " EN-COURSE-CODE
                       " term " EN-TERM-CODE
                   PERFORM Queue-Promotion-Notice
           END-WRITE.

      *> The date the student joined the waitlist names the
      *> notice, so a student who drops and waits again is told
      *> about the second seat too.
       Queue-Promotion-Notice.
           MOVE SPACES TO NOTIFY-QUEUE-RECORD
           MOVE WS-PROMOTE-ID  TO NQ-STUDENT-ID
           SET NQ-WAITLIST-PROMOTED TO TRUE
           MOVE EN-COURSE-CODE TO NQ-COURSE-CODE
           MOVE EN-TERM-CODE   TO NQ-TERM-CODE
           MOVE WS-WT-DATE (WS-WAIT-SUB) TO NQ-EVENT-DATE
           MOVE Y2KDate        TO NQ-RUN-DATE
           MOVE "CLASSENR"     TO NQ-PROGRAM-ID
           MOVE ZERO           TO NQ-AMOUNT
           MOVE ZERO           TO NQ-COUNT
           WRITE NOTIFY-QUEUE-RECORD.

      *> The waiting student comes off the list and the seat
      *> passes on; the enrollment they were waiting for goes to
      *> the log as an E image for Err-Repair to resubmit.
       Log-Promote-Clash.
           MOVE "Y" TO WS-WT-USED (WS-WAIT-SUB)
           ADD 1 TO WS-CLASH-COUNT
           MOVE WS-PROMOTE-ID  TO WS-PI-STUDENT-ID
           MOVE EN-COURSE-CODE TO WS-PI-COURSE-CODE
           MOVE EN-TERM-CODE   TO WS-PI-TERM-CODE
           MOVE "SCH-MEET-DAYS   " TO ERR-FIELD-NAME
           MOVE WS-CLASH-WITH TO ERR-INCOMING-VALUE
           MOVE "Freed seat clashes with enrolled class" TO
               ERR-MESSAGE
           MOVE "ENROLLTXN.DAT" TO ERR-SOURCE-FILE
           MOVE WS-PROMOTE-IMAGE TO ERR-RECORD-IMAGE
           PERFORM Write-Error-Log
           DISPLAY "  Waitlist entry passed over (time clash with "
               WS-CLASH-WITH "): " WS-PROMOTE-ID.

       Log-Enroll-Txn-Error.
           MOVE "ENROLLTXN.DAT" TO ERR-SOURCE-FILE
           MOVE ENROLL-TXN-RECORD TO ERR-RECORD-IMAGE
               UNTIL WS-PROM-SUB > WS-PROM-COUNT
               IF WS-PM-COURSE (WS-PROM-SUB) = CRS-COURSE-CODE
                   DISPLAY "  * promoted from waitlist this run: "
                       WS-PM-ID (WS-PROM-SUB) " - notice queued"
               END-IF
           END-PERFORM.

                       " term " CE-TERM-CODE
           END-READ.

           COPY STUHLDLD.
           COPY GCONCK.
           COPY ERRLOGWR.
           COPY FILERTRY.
       END PROGRAM Class-Enroll.

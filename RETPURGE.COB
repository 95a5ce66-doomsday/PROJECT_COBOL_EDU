       IDENTIFICATION DIVISION.
       PROGRAM-ID. Retain-Purge.
       AUTHOR. Mike Korolevsky.
       DATE-WRITTEN. 15 Oct 2026.

      *> Record-retention purge of long-inactive students.
      *> STUDENTM.DAT, STUCONT.DAT, CLASSENR.DAT, ATTDHIST.DAT and
      *> STUHIST.DAT only ever grew: students who withdrew or
      *> graduated a decade ago slowed every full-file pass from
      *> Xfaudit through Puzzle and kept personal data past the
      *> retention policy. This run picks the students in W, G or
      *> M status whose STM-STATUS-DATE is older than the
      *> retention period PURGCTL.DAT sets for that status, and
      *> moves every record they have on those five files out to a
      *> dated retention archive. A student still owing (a non-zero
      *> ARLEDGER.DAT balance) or with a hold in force on HOLDS.DAT
      *> is eligible but blocked: nothing of theirs is touched and
      *> the report says why, so the office that owns the block
      *> can clear it. Suspended, on-leave and active students are
      *> never candidates, however old their status date.
      *> The academic and money records - COURSHIS.DAT, INVOICE,
      *> PAYMENTS, OPENITEM and the ledger - stay where they are:
      *> transcripts and the balancing reports depend on them and
      *> they have retention rules of their own.
      *> PURGCTL.DAT carries the retention in years for W, G and M
      *> (zero or blank leaves that status alone) and a run mode:
      *> "P" purges, anything else only reports what a purge would
      *> take and what is blocked, so the registrar can review the
      *> list first. No card at all ends the run RETURN-CODE 8.
      *> The archive is one generation per file per run date,
      *> <file>.R<date>, each record copied as it stood; a second
      *> run the same day adds to that day's generations rather
      *> than writing over them. Every generation written is
      *> catalogued on the PURGMAN.DAT manifest with its record
      *> and student counts. PURGE.RPT is the purge register (who
      *> left, their status and status date, and how many records
      *> went from each file), the eligible-but-blocked list with
      *> the reason, and the manifest rows of this run.
      *> Keyed records go one student at a time by key; the two
      *> flat history files are rewritten whole through
      *> PURGHOLD.DAT. The student master goes last, and only for
      *> a student whose every other record went: candidates come
      *> off STUDENTM.DAT, so a master left on file is what brings
      *> a half-purged student back to the next run. More eligible
      *> students than the table holds leaves the rest for the
      *> next run and ends RETURN-CODE 4, as does a master record
      *> that would not delete. Nothing is deleted before its
      *> archive copy is written: an archive generation or
      *> PURGHOLD.DAT that will not open or take a record stops
      *> the purge where it stands, leaves the files not yet
      *> reached as they were, keeps every master and ends
      *> RETURN-CODE 8, as does a file that will not open.
      *> Run on demand.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CURRENCY SIGN IS "$".

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PURGE-CONTROL-FILE ASSIGN TO "PURGCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PURGE-CONTROL-STATUS.

           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUDENTM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STM-STUDENT-ID
               ALTERNATE RECORD KEY IS STM-STUDENT-NAME
                   WITH DUPLICATES
               FILE STATUS IS STUDENT-MASTER-STATUS.

           SELECT STUDENT-CONTACT-FILE ASSIGN TO "STUCONT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCT-STUDENT-ID
               FILE STATUS IS STUDENT-CONTACT-STATUS.

           SELECT CLASS-ENROLL-FILE ASSIGN TO "CLASSENR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CE-ENROLL-KEY
               ALTERNATE RECORD KEY IS CE-COURSE-CODE
                   WITH DUPLICATES
               FILE STATUS IS CLASS-ENROLL-STATUS.

           SELECT ATTEND-HISTORY-FILE ASSIGN TO "ATTDHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ATTEND-HISTORY-STATUS.

           COPY STUHISSL.

           SELECT AR-LEDGER-FILE ASSIGN TO "ARLEDGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AR-LEDGER-STATUS.

           COPY STUHLDSL.

           SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-STATUS.

           SELECT PURGE-MANIFEST-FILE ASSIGN TO "PURGMAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PURGE-MANIFEST-STATUS.

           SELECT PURGE-HOLD-FILE ASSIGN TO "PURGHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PURGE-HOLD-STATUS.

           SELECT PRINT-REPORT-FILE ASSIGN TO "PURGE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PURGE-CONTROL-FILE.
       01  PURGE-CONTROL-RECORD.
           02  PC-WITHDRAWN-YEARS  PIC 99.
           02  FILLER              PIC X(1).
           02  PC-GRADUATED-YEARS  PIC 99.
           02  FILLER              PIC X(1).
           02  PC-MERGED-YEARS     PIC 99.
           02  FILLER              PIC X(1).
           02  PC-RUN-MODE         PIC X.
               88 PC-PURGE-MODE    VALUE "P".

       FD  STUDENT-MASTER-FILE.
           COPY STUDENTM.

       FD  STUDENT-CONTACT-FILE.
           COPY STUCONT.

       FD  CLASS-ENROLL-FILE.
           COPY CLASSENR.

       FD  ATTEND-HISTORY-FILE.
       01  ATTEND-HISTORY-RECORD.
           02  AH-STUDENT-ID       PIC 9(7).
           02  FILLER              PIC X(1).
           02  AH-COURSE-CODE      PIC X(6).
           02  FILLER              PIC X(1).
           02  AH-TERM-CODE        PIC X(6).
           02  FILLER              PIC X(1).
           02  AH-CLASS-DATE       PIC 9(8).
           02  FILLER              PIC X(1).
           02  AH-PRESENT-CODE     PIC X.

           COPY STUHIST.

       FD  AR-LEDGER-FILE.
           COPY ARLEDGER.

           COPY STUHOLD.

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD          PIC X(160).

       FD  PURGE-MANIFEST-FILE.
       01  PURGE-MANIFEST-RECORD.
           02  PM-RUN-DATE         PIC 9(8).
           02  FILLER              PIC X(1).
           02  PM-FILE-NAME        PIC X(14).
           02  FILLER              PIC X(1).
           02  PM-ARCHIVE-NAME     PIC X(30).
           02  FILLER              PIC X(1).
           02  PM-RECORD-COUNT     PIC 9(7).
           02  FILLER              PIC X(1).
           02  PM-STUDENT-COUNT    PIC 9(5).

       FD  PURGE-HOLD-FILE.
       01  PURGE-HOLD-RECORD       PIC X(160).

       FD  PRINT-REPORT-FILE.
       01  PRINT-REPORT-LINE   PIC X(132).

       WORKING-STORAGE SECTION.
       01 PURGE-CONTROL-STATUS  PIC XX.
       01 STUDENT-MASTER-STATUS PIC XX.
       01 STUDENT-CONTACT-STATUS PIC XX.
       01 CLASS-ENROLL-STATUS   PIC XX.
       01 ATTEND-HISTORY-STATUS PIC XX.
       01 STUDENT-HISTORY-STATUS PIC XX.
       01 AR-LEDGER-STATUS      PIC XX.
       01 ARCHIVE-STATUS        PIC XX.
       01 PURGE-MANIFEST-STATUS PIC XX.
       01 PURGE-HOLD-STATUS     PIC XX.

           COPY Y2KDATE.
           COPY PRTCTL.
           COPY STUHLDTB.

       01 WS-RUN-DATE          PIC 9(8) VALUE ZERO.
       01 WS-RUN-DATE-X        PIC X(8).
       01 WS-CARD-GOOD         PIC X VALUE "N".
           88 CONTROL-CARD-GOOD VALUE "Y".
       01 WS-PURGE-MODE        PIC X VALUE "N".
           88 PURGE-FOR-REAL   VALUE "Y".

      *> Retention per status in years, and the status date each
      *> one has to be older than; zero years leaves the status
      *> out of the run.
       01 WS-WITHDRAWN-YEARS   PIC 99 VALUE ZERO.
       01 WS-GRADUATED-YEARS   PIC 99 VALUE ZERO.
       01 WS-MERGED-YEARS      PIC 99 VALUE ZERO.
       01 WS-WITHDRAWN-CUTOFF  PIC 9(8) VALUE ZERO.
       01 WS-GRADUATED-CUTOFF  PIC 9(8) VALUE ZERO.
       01 WS-MERGED-CUTOFF     PIC 9(8) VALUE ZERO.
       01 WS-CUTOFF-YEARS      PIC 99 VALUE ZERO.
       01 WS-CUTOFF-DATE.
           02 WS-CUTOFF-YEAR       PIC 9(4).
           02 WS-CUTOFF-MONTH      PIC 99.
           02 WS-CUTOFF-DAY        PIC 99.
       01 WS-CUTOFF-NUM REDEFINES WS-CUTOFF-DATE PIC 9(8).
       01 WS-STUDENT-CUTOFF    PIC 9(8) VALUE ZERO.

       01 WS-FILE-EOF          PIC X VALUE "N".
           88 END-OF-FILE-READ VALUE "Y".
       01 WS-ENROLL-SCAN-EOF   PIC X VALUE "N".
           88 END-OF-ENROLL-SCAN VALUE "Y" FALSE "N".

      *> Every student past retention, blocked or not. WS-PG-BLOCK
      *> is blank for one that goes; otherwise B (balance), H
      *> (hold) or 2 (both).
       01 WS-PG-COUNT          PIC 9(4) VALUE ZERO.
       01 WS-PG-SUB            PIC 9(4) VALUE ZERO.
       01 WS-PG-TABLE-AREA.
           02 WS-PG-ENTRY OCCURS 1000 TIMES.
               03 WS-PG-ID         PIC 9(7).
               03 WS-PG-NAME       PIC X(21).
               03 WS-PG-STATUS     PIC X.
               03 WS-PG-STAT-DATE  PIC 9(8).
               03 WS-PG-BALANCE    PIC S9(7)V99.
               03 WS-PG-BLOCK      PIC X.
                   88 PG-GOES      VALUE SPACE.
               03 WS-PG-HOLD-TYPE  PIC X.
               03 WS-PG-HOLD-OFFICE PIC X(10).
               03 WS-PG-HOLD-COUNT PIC 99.
               03 WS-PG-KEPT       PIC X.
                   88 PG-ROWS-KEPT VALUE "Y".
               03 WS-PG-MASTER     PIC 9.
               03 WS-PG-CONTACT    PIC 9.
               03 WS-PG-ENROLL     PIC 9(3).
               03 WS-PG-ATTEND     PIC 9(5).
               03 WS-PG-HISTORY    PIC 9(5).
       01 WS-PG-OVERFLOW       PIC 9(5) VALUE ZERO.
       01 WS-FIND-ID           PIC 9(7) VALUE ZERO.
       01 WS-FIND-SUB          PIC 9(4) VALUE ZERO.
       01 WS-SCAN-SUB          PIC 9(4) VALUE ZERO.
       01 WS-FIND-FLAG         PIC X VALUE "N".
           88 ID-FOUND         VALUE "Y" FALSE "N".

       01 WS-GOING-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-BLOCKED-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-DELETE-FAILED     PIC 9(5) VALUE ZERO.

      *> One student's enrollment rows, held so the deletes never
      *> run under the read position, the way Dereg does it; a
      *> student with more rows than the table is taken in passes.
       01 WS-ENR-COUNT         PIC 99 VALUE ZERO.
       01 WS-ENR-SUB           PIC 99 VALUE ZERO.
       01 WS-ENR-TABLE-AREA.
           02 WS-ENR-ROW OCCURS 60 TIMES PIC X(27).
       01 WS-ENR-FULL          PIC X VALUE "N".
           88 ENROLL-TABLE-FULL VALUE "Y" FALSE "N".
       01 WS-ENR-MORE          PIC X VALUE "N".
           88 MORE-ENROLLMENTS VALUE "Y" FALSE "N".

      *> The current archive generation and its counts, and this
      *> run's manifest rows for the report.
       01 WS-ARCHIVE-NAME      PIC X(30) VALUE SPACES.
       01 WS-FILE-NAME         PIC X(14) VALUE SPACES.
       01 WS-ARCH-RECORDS      PIC 9(7) VALUE ZERO.
       01 WS-ARCH-STUDENTS     PIC 9(5) VALUE ZERO.
       01 WS-LAST-ARCH-ID      PIC 9(7) VALUE ZERO.
       01 WS-MAN-COUNT         PIC 9 VALUE ZERO.
       01 WS-MAN-SUB           PIC 9 VALUE ZERO.
       01 WS-MAN-TABLE-AREA.
           02 WS-MAN-ENTRY OCCURS 5 TIMES.
               03 WS-MAN-FILE      PIC X(14).
               03 WS-MAN-ARCHIVE   PIC X(30).
               03 WS-MAN-RECORDS   PIC 9(7).
               03 WS-MAN-STUDENTS  PIC 9(5).

       01 WS-HOLD-EOF          PIC X VALUE "N".
           88 END-OF-PURGE-HOLD VALUE "Y".
       01 WS-KEPT-COUNT        PIC 9(7) VALUE ZERO.
       01 WS-RELOAD-COUNT      PIC 9(7) VALUE ZERO.

      *> The first archive or hold file that would not open or
      *> take a record, and its status; once set, no step after
      *> it deletes anything.
       01 WS-ARCHIVE-OPEN      PIC X VALUE "N".
           88 ARCHIVE-IS-OPEN  VALUE "Y" FALSE "N".
       01 WS-PURGE-STOP        PIC X VALUE "N".
           88 PURGE-STOPPED    VALUE "Y".
       01 WS-STOP-FILE         PIC X(30) VALUE SPACES.
       01 WS-STOP-STATUS       PIC XX VALUE SPACES.
       01 WS-OPEN-FAILED       PIC 9 VALUE ZERO.

       01 PURGE-DETAIL-LINE.
           02 FILLER           PIC X(1)  VALUE SPACE.
           02 PD-STUDENT-ID    PIC 9(7).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 PD-STUDENT-NAME  PIC X(21).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 PD-STATUS        PIC X.
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 PD-STAT-DATE     PIC 9(8).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 PD-MASTER        PIC Z(5)9.
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 PD-CONTACT       PIC Z(6)9.
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 PD-ENROLL        PIC Z(5)9.
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 PD-ATTEND        PIC ZZZ,ZZ9.
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 PD-HISTORY       PIC ZZZ,ZZ9.
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 PD-NOTE          PIC X(25).
           02 FILLER           PIC X(20) VALUE SPACES.

       01 BLOCKED-DETAIL-LINE.
           02 FILLER           PIC X(1)  VALUE SPACE.
           02 BD-STUDENT-ID    PIC 9(7).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 BD-STUDENT-NAME  PIC X(21).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 BD-STATUS        PIC X.
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 BD-STAT-DATE     PIC 9(8).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 BD-BALANCE       PIC $ZZZ,ZZ9.99-.
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 BD-REASON        PIC X(60).
           02 FILLER           PIC X(12) VALUE SPACES.

       01 MANIFEST-DETAIL-LINE.
           02 FILLER           PIC X(1)  VALUE SPACE.
           02 MD-FILE-NAME     PIC X(14).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 MD-ARCHIVE-NAME  PIC X(30).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 MD-RECORDS       PIC Z,ZZZ,ZZ9.
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 MD-STUDENTS      PIC Z(7)9.
           02 FILLER           PIC X(64) VALUE SPACES.

       01 WS-REASON-WORK       PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
       Begin.
           ACCEPT Y2KDate FROM DATE YYYYMMDD
           MOVE Y2KDate TO WS-RUN-DATE
           MOVE WS-RUN-DATE TO WS-RUN-DATE-X
           PERFORM Get-Purge-Control
           IF NOT CONTROL-CARD-GOOD
               DISPLAY "PURGCTL.DAT: no retention card supplied, "
                   "nothing purged"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "Retain-Purge: retention W " WS-WITHDRAWN-YEARS
               " G " WS-GRADUATED-YEARS " M " WS-MERGED-YEARS
               " years"
           IF PURGE-FOR-REAL
               DISPLAY "Retain-Purge: purge mode"
           ELSE
               DISPLAY "Retain-Purge: report only, nothing moved"
           END-IF

           MOVE WS-RUN-DATE TO WS-HLD-AS-OF-DATE
           PERFORM Load-Hold-Table
           PERFORM Pick-Retention-Candidates
           PERFORM Check-Ledger-Balances
           PERFORM Check-Candidate-Holds
               VARYING WS-PG-SUB FROM 1 BY 1
               UNTIL WS-PG-SUB > WS-PG-COUNT

           IF PURGE-FOR-REAL AND WS-GOING-COUNT > ZERO
               PERFORM Purge-Student-Contact
               IF NOT PURGE-STOPPED
                   PERFORM Purge-Class-Enroll
               END-IF
               IF NOT PURGE-STOPPED
                   PERFORM Purge-Attend-History
               END-IF
               IF NOT PURGE-STOPPED
                   PERFORM Purge-Student-History
               END-IF
               IF PURGE-STOPPED OR WS-OPEN-FAILED > ZERO
                   PERFORM Block-Unarchived-Going
               ELSE
                   PERFORM Purge-Student-Master
               END-IF
               PERFORM Write-Purge-Manifest
           END-IF

           PERFORM Print-Purge-Report
           DISPLAY "Retain-Purge: " WS-GOING-COUNT " students "
               "eligible and clear, " WS-BLOCKED-COUNT " blocked"
           IF WS-PG-OVERFLOW > ZERO
               DISPLAY "Retain-Purge: WARNING - " WS-PG-OVERFLOW
                   " more eligible students past the table, left "
                   "for the next run"
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-DELETE-FAILED > ZERO
               DISPLAY "Retain-Purge: WARNING - " WS-DELETE-FAILED
                   " master records would not delete, see PURGE.RPT"
               MOVE 4 TO RETURN-CODE
           END-IF
           IF PURGE-STOPPED
               DISPLAY "Retain-Purge: " WS-STOP-FILE " status "
                   WS-STOP-STATUS " - purge stopped, files after it "
                   "not purged and every master kept"
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-OPEN-FAILED > ZERO
               DISPLAY "Retain-Purge: a file would not open - every "
                   "master kept for the next run"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       Get-Purge-Control.
           OPEN INPUT PURGE-CONTROL-FILE
           IF PURGE-CONTROL-STATUS = "00"
               READ PURGE-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE "Y" TO WS-CARD-GOOD
                       IF PC-WITHDRAWN-YEARS NUMERIC
                           MOVE PC-WITHDRAWN-YEARS
                               TO WS-WITHDRAWN-YEARS
                       END-IF
                       IF PC-GRADUATED-YEARS NUMERIC
                           MOVE PC-GRADUATED-YEARS
                               TO WS-GRADUATED-YEARS
                       END-IF
                       IF PC-MERGED-YEARS NUMERIC
                           MOVE PC-MERGED-YEARS TO WS-MERGED-YEARS
                       END-IF
                       IF PC-PURGE-MODE
                           MOVE "Y" TO WS-PURGE-MODE
                       END-IF
               END-READ
               CLOSE PURGE-CONTROL-FILE
           END-IF
           MOVE WS-WITHDRAWN-YEARS TO WS-CUTOFF-YEARS
           PERFORM Compute-Cutoff-Date
           MOVE WS-CUTOFF-NUM TO WS-WITHDRAWN-CUTOFF
           MOVE WS-GRADUATED-YEARS TO WS-CUTOFF-YEARS
           PERFORM Compute-Cutoff-Date
           MOVE WS-CUTOFF-NUM TO WS-GRADUATED-CUTOFF
           MOVE WS-MERGED-YEARS TO WS-CUTOFF-YEARS
           PERFORM Compute-Cutoff-Date
           MOVE WS-CUTOFF-NUM TO WS-MERGED-CUTOFF.

      *> The run date that many years back; 29 February falls back
      *> to the 28th, which every year has. Zero years gives a
      *> zero cutoff, and no status date is older than that.
       Compute-Cutoff-Date.
           IF WS-CUTOFF-YEARS = ZERO
               MOVE ZERO TO WS-CUTOFF-NUM
           ELSE
               MOVE WS-RUN-DATE TO WS-CUTOFF-NUM
               SUBTRACT WS-CUTOFF-YEARS FROM WS-CUTOFF-YEAR
               IF WS-CUTOFF-MONTH = 2 AND WS-CUTOFF-DAY = 29
                   MOVE 28 TO WS-CUTOFF-DAY
               END-IF
           END-IF.

       Pick-Retention-Candidates.
           OPEN INPUT STUDENT-MASTER-FILE
           IF STUDENT-MASTER-STATUS NOT = "00"
               DISPLAY "STUDENTM.DAT: status " STUDENT-MASTER-STATUS
                   ", no students to consider"
           ELSE
               MOVE "N" TO WS-FILE-EOF
               PERFORM Read-Student-Master-Next
               PERFORM UNTIL END-OF-FILE-READ
                   EVALUATE TRUE
                       WHEN STM-IS-WITHDRAWN
                           MOVE WS-WITHDRAWN-CUTOFF
                               TO WS-STUDENT-CUTOFF
                       WHEN STM-IS-GRADUATED
                           MOVE WS-GRADUATED-CUTOFF
                               TO WS-STUDENT-CUTOFF
                       WHEN STM-IS-MERGED
                           MOVE WS-MERGED-CUTOFF TO WS-STUDENT-CUTOFF
                       WHEN OTHER
                           MOVE ZERO TO WS-STUDENT-CUTOFF
                   END-EVALUATE
                   IF STM-STATUS-DATE NUMERIC
                   AND STM-STATUS-DATE NOT = ZERO
                   AND STM-STATUS-DATE < WS-STUDENT-CUTOFF
                       PERFORM Add-Retention-Candidate
                   END-IF
                   PERFORM Read-Student-Master-Next
               END-PERFORM
               CLOSE STUDENT-MASTER-FILE
           END-IF.

       Read-Student-Master-Next.
           READ STUDENT-MASTER-FILE NEXT RECORD
               AT END
                   SET END-OF-FILE-READ TO TRUE
           END-READ.

       Add-Retention-Candidate.
           IF WS-PG-COUNT < 1000
               ADD 1 TO WS-PG-COUNT
               INITIALIZE WS-PG-ENTRY (WS-PG-COUNT)
               MOVE STM-STUDENT-ID   TO WS-PG-ID (WS-PG-COUNT)
               MOVE STM-STUDENT-NAME TO WS-PG-NAME (WS-PG-COUNT)
               MOVE STM-STATUS-CODE  TO WS-PG-STATUS (WS-PG-COUNT)
               MOVE STM-STATUS-DATE  TO WS-PG-STAT-DATE (WS-PG-COUNT)
               MOVE SPACE            TO WS-PG-BLOCK (WS-PG-COUNT)
           ELSE
               ADD 1 TO WS-PG-OVERFLOW
           END-IF.

      *> WS-FIND-ID in; WS-FIND-SUB and ID-FOUND out.
       Find-Candidate.
           SET ID-FOUND TO FALSE
           MOVE ZERO TO WS-FIND-SUB
           PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
               UNTIL WS-SCAN-SUB > WS-PG-COUNT OR ID-FOUND
               IF WS-PG-ID (WS-SCAN-SUB) = WS-FIND-ID
                   SET ID-FOUND TO TRUE
                   MOVE WS-SCAN-SUB TO WS-FIND-SUB
               END-IF
           END-PERFORM.

      *> A student with no ledger row was never billed and owes
      *> nothing; one with several rows owes their sum.
       Check-Ledger-Balances.
           OPEN INPUT AR-LEDGER-FILE
           IF AR-LEDGER-STATUS = "00"
               MOVE "N" TO WS-FILE-EOF
               PERFORM Read-Ar-Ledger
               PERFORM UNTIL END-OF-FILE-READ
                   IF ARL-STUDENT-ID NUMERIC
                   AND ARL-BALANCE NUMERIC
                       MOVE ARL-STUDENT-ID TO WS-FIND-ID
                       PERFORM Find-Candidate
                       IF ID-FOUND
                           ADD ARL-BALANCE
                               TO WS-PG-BALANCE (WS-FIND-SUB)
                       END-IF
                   END-IF
                   PERFORM Read-Ar-Ledger
               END-PERFORM
               CLOSE AR-LEDGER-FILE
           ELSE
               DISPLAY "ARLEDGER.DAT: status " AR-LEDGER-STATUS
                   ", no balances owing"
           END-IF.

       Read-Ar-Ledger.
           READ AR-LEDGER-FILE
               AT END
                   SET END-OF-FILE-READ TO TRUE
           END-READ.

       Check-Candidate-Holds.
           IF WS-PG-BALANCE (WS-PG-SUB) NOT = ZERO
               MOVE "B" TO WS-PG-BLOCK (WS-PG-SUB)
           END-IF
           MOVE WS-PG-ID (WS-PG-SUB) TO WS-HLD-CHECK-ID
           PERFORM Check-Student-Holds
           IF STUDENT-IS-HELD
               MOVE WS-HLD-HIT-TYPE TO WS-PG-HOLD-TYPE (WS-PG-SUB)
               MOVE WS-HLD-HIT-OFFICE
                   TO WS-PG-HOLD-OFFICE (WS-PG-SUB)
               MOVE WS-HLD-HIT-COUNT
                   TO WS-PG-HOLD-COUNT (WS-PG-SUB)
               IF WS-PG-BLOCK (WS-PG-SUB) = "B"
                   MOVE "2" TO WS-PG-BLOCK (WS-PG-SUB)
               ELSE
                   MOVE "H" TO WS-PG-BLOCK (WS-PG-SUB)
               END-IF
           END-IF
           IF PG-GOES (WS-PG-SUB)
               ADD 1 TO WS-GOING-COUNT
           ELSE
               ADD 1 TO WS-BLOCKED-COUNT
           END-IF.

      *> The archive generation for WS-FILE-NAME on this run date,
      *> opened to add to, so a second run the same day keeps the
      *> first run's records in it.
       Open-Archive-Generation.
           MOVE SPACES TO WS-ARCHIVE-NAME
           STRING WS-FILE-NAME DELIMITED BY "."
               ".R" WS-RUN-DATE-X DELIMITED BY SIZE
               INTO WS-ARCHIVE-NAME
           MOVE ZERO TO WS-ARCH-RECORDS WS-ARCH-STUDENTS
               WS-LAST-ARCH-ID
           SET ARCHIVE-IS-OPEN TO FALSE
           OPEN EXTEND ARCHIVE-FILE
           IF ARCHIVE-STATUS = "35"
               OPEN OUTPUT ARCHIVE-FILE
               CLOSE ARCHIVE-FILE
               OPEN EXTEND ARCHIVE-FILE
           END-IF
           IF ARCHIVE-STATUS = "00"
               SET ARCHIVE-IS-OPEN TO TRUE
           ELSE
               MOVE WS-ARCHIVE-NAME TO WS-STOP-FILE
               MOVE ARCHIVE-STATUS TO WS-STOP-STATUS
               MOVE "Y" TO WS-PURGE-STOP
           END-IF.

      *> Caller has the record image in ARCHIVE-RECORD and the
      *> student in WS-FIND-ID, and deletes the original only if
      *> the purge is not stopped on return.
       Write-Archive-Record.
           WRITE ARCHIVE-RECORD
           IF ARCHIVE-STATUS NOT = "00"
               MOVE WS-ARCHIVE-NAME TO WS-STOP-FILE
               MOVE ARCHIVE-STATUS TO WS-STOP-STATUS
               MOVE "Y" TO WS-PURGE-STOP
           ELSE
               ADD 1 TO WS-ARCH-RECORDS
               IF WS-FIND-ID NOT = WS-LAST-ARCH-ID
                   ADD 1 TO WS-ARCH-STUDENTS
                   MOVE WS-FIND-ID TO WS-LAST-ARCH-ID
               END-IF
           END-IF.

       Close-Archive-Generation.
           IF ARCHIVE-IS-OPEN
               CLOSE ARCHIVE-FILE
               SET ARCHIVE-IS-OPEN TO FALSE
               PERFORM Catalog-Archive-Generation
           END-IF.

       Catalog-Archive-Generation.
           IF WS-MAN-COUNT < 5
               ADD 1 TO WS-MAN-COUNT
               MOVE WS-FILE-NAME     TO WS-MAN-FILE (WS-MAN-COUNT)
               MOVE WS-ARCHIVE-NAME  TO WS-MAN-ARCHIVE (WS-MAN-COUNT)
               MOVE WS-ARCH-RECORDS  TO WS-MAN-RECORDS (WS-MAN-COUNT)
               MOVE WS-ARCH-STUDENTS
                   TO WS-MAN-STUDENTS (WS-MAN-COUNT)
           END-IF
           DISPLAY "  " WS-FILE-NAME ": " WS-ARCH-RECORDS
               " records archived to " WS-ARCHIVE-NAME.

      *> The master goes last, once every other file is through:
      *> archived first, then deleted, and only for a student
      *> whose other records all went. One with a row that would
      *> not delete keeps the master, blocked, so the next run
      *> finds the student again and finishes the job.
       Purge-Student-Master.
           MOVE "STUDENTM.DAT" TO WS-FILE-NAME
           PERFORM Open-Archive-Generation
           IF PURGE-STOPPED
               PERFORM Block-Unarchived-Going
           ELSE
               OPEN I-O STUDENT-MASTER-FILE
               IF STUDENT-MASTER-STATUS = "00"
                   PERFORM Purge-One-Master
                       VARYING WS-PG-SUB FROM 1 BY 1
                       UNTIL WS-PG-SUB > WS-PG-COUNT
                       OR PURGE-STOPPED
                   CLOSE STUDENT-MASTER-FILE
                   IF PURGE-STOPPED
                       PERFORM Block-Unarchived-Going
                   END-IF
               ELSE
                   DISPLAY "STUDENTM.DAT: status "
                       STUDENT-MASTER-STATUS ", nothing purged"
                   PERFORM Block-All-Going
               END-IF
           END-IF
           PERFORM Close-Archive-Generation.

       Purge-One-Master.
           IF PG-GOES (WS-PG-SUB)
           AND PG-ROWS-KEPT (WS-PG-SUB)
               MOVE "A" TO WS-PG-BLOCK (WS-PG-SUB)
               ADD 1 TO WS-BLOCKED-COUNT
               SUBTRACT 1 FROM WS-GOING-COUNT
           END-IF
           IF PG-GOES (WS-PG-SUB)
               MOVE WS-PG-ID (WS-PG-SUB) TO STM-STUDENT-ID
               MOVE WS-PG-ID (WS-PG-SUB) TO WS-FIND-ID
               READ STUDENT-MASTER-FILE
                   INVALID KEY
                       MOVE "D" TO WS-PG-BLOCK (WS-PG-SUB)
                   NOT INVALID KEY
                       MOVE SPACES TO ARCHIVE-RECORD
                       MOVE STUDENT-MASTER-RECORD TO ARCHIVE-RECORD
                       PERFORM Write-Archive-Record
                       IF NOT PURGE-STOPPED
                           DELETE STUDENT-MASTER-FILE
                               INVALID KEY
                                   MOVE "D" TO WS-PG-BLOCK (WS-PG-SUB)
                               NOT INVALID KEY
                                   MOVE 1 TO WS-PG-MASTER (WS-PG-SUB)
                           END-DELETE
                       END-IF
               END-READ
               IF WS-PG-BLOCK (WS-PG-SUB) = "D"
                   ADD 1 TO WS-DELETE-FAILED
                   ADD 1 TO WS-BLOCKED-COUNT
                   SUBTRACT 1 FROM WS-GOING-COUNT
               END-IF
           END-IF.

      *> With the purge stopped or a file left unopened, every
      *> student whose master is still on file stays, blocked
      *> with the reason.
       Block-Unarchived-Going.
           PERFORM VARYING WS-PG-SUB FROM 1 BY 1
               UNTIL WS-PG-SUB > WS-PG-COUNT
               IF PG-GOES (WS-PG-SUB)
               AND WS-PG-MASTER (WS-PG-SUB) = ZERO
                   MOVE "A" TO WS-PG-BLOCK (WS-PG-SUB)
                   ADD 1 TO WS-BLOCKED-COUNT
                   SUBTRACT 1 FROM WS-GOING-COUNT
               END-IF
           END-PERFORM.

       Block-All-Going.
           PERFORM VARYING WS-PG-SUB FROM 1 BY 1
               UNTIL WS-PG-SUB > WS-PG-COUNT
               IF PG-GOES (WS-PG-SUB)
                   MOVE "D" TO WS-PG-BLOCK (WS-PG-SUB)
                   ADD 1 TO WS-DELETE-FAILED
                   ADD 1 TO WS-BLOCKED-COUNT
               END-IF
           END-PERFORM
           MOVE ZERO TO WS-GOING-COUNT.

       Purge-Student-Contact.
           MOVE "STUCONT.DAT" TO WS-FILE-NAME
           PERFORM Open-Archive-Generation
           IF NOT PURGE-STOPPED
               OPEN I-O STUDENT-CONTACT-FILE
               IF STUDENT-CONTACT-STATUS = "00"
                   PERFORM Purge-One-Contact
                       VARYING WS-PG-SUB FROM 1 BY 1
                       UNTIL WS-PG-SUB > WS-PG-COUNT
                       OR PURGE-STOPPED
                   CLOSE STUDENT-CONTACT-FILE
               ELSE
                   DISPLAY "STUCONT.DAT: status "
                       STUDENT-CONTACT-STATUS
                       ", contact records not purged"
                   ADD 1 TO WS-OPEN-FAILED
               END-IF
           END-IF
           PERFORM Close-Archive-Generation.

       Purge-One-Contact.
           IF PG-GOES (WS-PG-SUB)
               MOVE WS-PG-ID (WS-PG-SUB) TO SCT-STUDENT-ID
               MOVE WS-PG-ID (WS-PG-SUB) TO WS-FIND-ID
               READ STUDENT-CONTACT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO ARCHIVE-RECORD
                       MOVE STUDENT-CONTACT-RECORD TO ARCHIVE-RECORD
                       PERFORM Write-Archive-Record
                       IF NOT PURGE-STOPPED
                           DELETE STUDENT-CONTACT-FILE
                               INVALID KEY
                                   MOVE "Y" TO WS-PG-KEPT (WS-PG-SUB)
                               NOT INVALID KEY
                                   MOVE 1 TO WS-PG-CONTACT (WS-PG-SUB)
                           END-DELETE
                       END-IF
               END-READ
           END-IF.

       Purge-Class-Enroll.
           MOVE "CLASSENR.DAT" TO WS-FILE-NAME
           PERFORM Open-Archive-Generation
           IF NOT PURGE-STOPPED
               OPEN I-O CLASS-ENROLL-FILE
               IF CLASS-ENROLL-STATUS = "00"
                   PERFORM Purge-One-Enrollment-Set
                       VARYING WS-PG-SUB FROM 1 BY 1
                       UNTIL WS-PG-SUB > WS-PG-COUNT
                       OR PURGE-STOPPED
                   CLOSE CLASS-ENROLL-FILE
               ELSE
                   DISPLAY "CLASSENR.DAT: status " CLASS-ENROLL-STATUS
                       ", enrollment records not purged"
                   ADD 1 TO WS-OPEN-FAILED
               END-IF
           END-IF
           PERFORM Close-Archive-Generation.

      *> A full table means the student has rows still to come,
      *> so the set is collected again from the student's first
      *> key once the pass is deleted, until none is left. A row
      *> that would not delete ends the passes, since it would
      *> only be collected again.
       Purge-One-Enrollment-Set.
           IF PG-GOES (WS-PG-SUB)
               MOVE WS-PG-ID (WS-PG-SUB) TO WS-FIND-ID
               SET MORE-ENROLLMENTS TO TRUE
               PERFORM Drop-Enrollment-Pass
                   UNTIL NOT MORE-ENROLLMENTS OR PURGE-STOPPED
           END-IF.

       Drop-Enrollment-Pass.
           PERFORM Collect-Student-Enrollments
           PERFORM Drop-One-Enrollment
               VARYING WS-ENR-SUB FROM 1 BY 1
               UNTIL WS-ENR-SUB > WS-ENR-COUNT
               OR PURGE-STOPPED
           IF NOT ENROLL-TABLE-FULL
           OR PG-ROWS-KEPT (WS-PG-SUB)
               SET MORE-ENROLLMENTS TO FALSE
           END-IF.

       Collect-Student-Enrollments.
           MOVE ZERO TO WS-ENR-COUNT
           SET ENROLL-TABLE-FULL TO FALSE
           MOVE WS-FIND-ID TO CE-STUDENT-ID
           MOVE LOW-VALUES TO CE-COURSE-CODE
           MOVE LOW-VALUES TO CE-TERM-CODE
           SET END-OF-ENROLL-SCAN TO FALSE
           START CLASS-ENROLL-FILE KEY IS NOT LESS THAN CE-ENROLL-KEY
               INVALID KEY
                   SET END-OF-ENROLL-SCAN TO TRUE
           END-START
           PERFORM UNTIL END-OF-ENROLL-SCAN
               READ CLASS-ENROLL-FILE NEXT
                   AT END
                       SET END-OF-ENROLL-SCAN TO TRUE
                   NOT AT END
                       IF CE-STUDENT-ID = WS-FIND-ID
                           IF WS-ENR-COUNT < 60
                               ADD 1 TO WS-ENR-COUNT
                               MOVE CLASS-ENROLL-RECORD
                                   TO WS-ENR-ROW (WS-ENR-COUNT)
                           ELSE
                               SET ENROLL-TABLE-FULL TO TRUE
                               SET END-OF-ENROLL-SCAN TO TRUE
                           END-IF
                       ELSE
                           SET END-OF-ENROLL-SCAN TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

      *> Copied first, deleted after; a row that then will not
      *> delete stays on file with its copy in the archive, and
      *> keeps the student's master.
       Drop-One-Enrollment.
           MOVE SPACES TO ARCHIVE-RECORD
           MOVE WS-ENR-ROW (WS-ENR-SUB) TO ARCHIVE-RECORD
           PERFORM Write-Archive-Record
           IF NOT PURGE-STOPPED
               MOVE WS-ENR-ROW (WS-ENR-SUB) TO CLASS-ENROLL-RECORD
               DELETE CLASS-ENROLL-FILE
                   INVALID KEY
                       MOVE "Y" TO WS-PG-KEPT (WS-PG-SUB)
                   NOT INVALID KEY
                       ADD 1 TO WS-PG-ENROLL (WS-PG-SUB)
               END-DELETE
           END-IF.

      *> The two flat history files are rewritten whole through
      *> the hold file: a purged student's rows go to the archive,
      *> everyone else's go back in the order they were written.
       Purge-Attend-History.
           MOVE "ATTDHIST.DAT" TO WS-FILE-NAME
           PERFORM Open-Archive-Generation
           IF NOT PURGE-STOPPED
               OPEN INPUT ATTEND-HISTORY-FILE
               IF ATTEND-HISTORY-STATUS = "00"
                   OPEN OUTPUT PURGE-HOLD-FILE
                   IF PURGE-HOLD-STATUS = "00"
                       MOVE ZERO TO WS-KEPT-COUNT
                       MOVE "N" TO WS-FILE-EOF
                       PERFORM Read-Attend-History
                       PERFORM UNTIL END-OF-FILE-READ
                           OR PURGE-STOPPED
                           PERFORM Route-Attend-History-Row
                           PERFORM Read-Attend-History
                       END-PERFORM
                       CLOSE PURGE-HOLD-FILE
                   ELSE
                       PERFORM Stop-On-Purge-Hold
                   END-IF
                   CLOSE ATTEND-HISTORY-FILE
                   IF WS-ARCH-RECORDS > ZERO
                   AND NOT PURGE-STOPPED
                       PERFORM Reload-Attend-History
                   END-IF
               ELSE
                   IF ATTEND-HISTORY-STATUS NOT = "35"
                       DISPLAY "ATTDHIST.DAT: status "
                           ATTEND-HISTORY-STATUS
                           ", attendance records not purged"
                       ADD 1 TO WS-OPEN-FAILED
                   END-IF
               END-IF
           END-IF
           PERFORM Close-Archive-Generation.

      *> A purged student's row to the archive, anyone else's to
      *> the hold file.
       Route-Attend-History-Row.
           SET ID-FOUND TO FALSE
           IF AH-STUDENT-ID NUMERIC
               MOVE AH-STUDENT-ID TO WS-FIND-ID
               PERFORM Find-Going-Student
           END-IF
           IF ID-FOUND
               MOVE SPACES TO ARCHIVE-RECORD
               MOVE ATTEND-HISTORY-RECORD TO ARCHIVE-RECORD
               PERFORM Write-Archive-Record
               IF NOT PURGE-STOPPED
                   ADD 1 TO WS-PG-ATTEND (WS-FIND-SUB)
               END-IF
           ELSE
               MOVE SPACES TO PURGE-HOLD-RECORD
               MOVE ATTEND-HISTORY-RECORD TO PURGE-HOLD-RECORD
               WRITE PURGE-HOLD-RECORD
               IF PURGE-HOLD-STATUS = "00"
                   ADD 1 TO WS-KEPT-COUNT
               ELSE
                   PERFORM Stop-On-Purge-Hold
               END-IF
           END-IF.

       Read-Attend-History.
           READ ATTEND-HISTORY-FILE
               AT END
                   SET END-OF-FILE-READ TO TRUE
           END-READ.

      *> The live file is opened over only once the hold file it
      *> comes back from has opened; a reload that comes up short
      *> of the rows held leaves the hold file to copy back.
       Reload-Attend-History.
           OPEN INPUT PURGE-HOLD-FILE
           IF PURGE-HOLD-STATUS NOT = "00"
               PERFORM Stop-On-Purge-Hold
           ELSE
               OPEN OUTPUT ATTEND-HISTORY-FILE
               IF ATTEND-HISTORY-STATUS NOT = "00"
                   CLOSE PURGE-HOLD-FILE
                   MOVE WS-FILE-NAME TO WS-STOP-FILE
                   MOVE ATTEND-HISTORY-STATUS TO WS-STOP-STATUS
                   MOVE "Y" TO WS-PURGE-STOP
               ELSE
                   PERFORM Reload-Attend-History-Rows
               END-IF
           END-IF.

       Reload-Attend-History-Rows.
           MOVE ZERO TO WS-RELOAD-COUNT
           MOVE "N" TO WS-HOLD-EOF
           PERFORM Read-Purge-Hold
           PERFORM UNTIL END-OF-PURGE-HOLD
               OR ATTEND-HISTORY-STATUS NOT = "00"
               MOVE PURGE-HOLD-RECORD TO ATTEND-HISTORY-RECORD
               WRITE ATTEND-HISTORY-RECORD
               IF ATTEND-HISTORY-STATUS = "00"
                   ADD 1 TO WS-RELOAD-COUNT
               END-IF
               PERFORM Read-Purge-Hold
           END-PERFORM
           CLOSE PURGE-HOLD-FILE
           CLOSE ATTEND-HISTORY-FILE
           IF WS-RELOAD-COUNT NOT = WS-KEPT-COUNT
               DISPLAY "Retain-Purge: " WS-FILE-NAME " reloaded "
                   WS-RELOAD-COUNT " of " WS-KEPT-COUNT
                   " rows - COPY PURGHOLD.DAT OVER " WS-FILE-NAME
               MOVE WS-FILE-NAME TO WS-STOP-FILE
               MOVE ATTEND-HISTORY-STATUS TO WS-STOP-STATUS
               MOVE "Y" TO WS-PURGE-STOP
           END-IF.

       Read-Purge-Hold.
           READ PURGE-HOLD-FILE
               AT END
                   SET END-OF-PURGE-HOLD TO TRUE
           END-READ.

       Stop-On-Purge-Hold.
           MOVE "PURGHOLD.DAT" TO WS-STOP-FILE
           MOVE PURGE-HOLD-STATUS TO WS-STOP-STATUS
           MOVE "Y" TO WS-PURGE-STOP.

       Purge-Student-History.
           MOVE "STUHIST.DAT" TO WS-FILE-NAME
           PERFORM Open-Archive-Generation
           IF NOT PURGE-STOPPED
               OPEN INPUT STUDENT-HISTORY-FILE
               IF STUDENT-HISTORY-STATUS = "00"
                   OPEN OUTPUT PURGE-HOLD-FILE
                   IF PURGE-HOLD-STATUS = "00"
                       MOVE ZERO TO WS-KEPT-COUNT
                       MOVE "N" TO WS-FILE-EOF
                       PERFORM Read-Student-History
                       PERFORM UNTIL END-OF-FILE-READ
                           OR PURGE-STOPPED
                           PERFORM Route-Student-History-Row
                           PERFORM Read-Student-History
                       END-PERFORM
                       CLOSE PURGE-HOLD-FILE
                   ELSE
                       PERFORM Stop-On-Purge-Hold
                   END-IF
                   CLOSE STUDENT-HISTORY-FILE
                   IF WS-ARCH-RECORDS > ZERO
                   AND NOT PURGE-STOPPED
                       PERFORM Reload-Student-History
                   END-IF
               ELSE
                   IF STUDENT-HISTORY-STATUS NOT = "35"
                       DISPLAY "STUHIST.DAT: status "
                           STUDENT-HISTORY-STATUS
                           ", history records not purged"
                       ADD 1 TO WS-OPEN-FAILED
                   END-IF
               END-IF
           END-IF
           PERFORM Close-Archive-Generation.

      *> A purged student's row to the archive, anyone else's to
      *> the hold file.
       Route-Student-History-Row.
           SET ID-FOUND TO FALSE
           IF STH-STUDENT-ID NUMERIC
               MOVE STH-STUDENT-ID TO WS-FIND-ID
               PERFORM Find-Going-Student
           END-IF
           IF ID-FOUND
               MOVE SPACES TO ARCHIVE-RECORD
               MOVE STUDENT-HISTORY-RECORD TO ARCHIVE-RECORD
               PERFORM Write-Archive-Record
               IF NOT PURGE-STOPPED
                   ADD 1 TO WS-PG-HISTORY (WS-FIND-SUB)
               END-IF
           ELSE
               MOVE SPACES TO PURGE-HOLD-RECORD
               MOVE STUDENT-HISTORY-RECORD TO PURGE-HOLD-RECORD
               WRITE PURGE-HOLD-RECORD
               IF PURGE-HOLD-STATUS = "00"
                   ADD 1 TO WS-KEPT-COUNT
               ELSE
                   PERFORM Stop-On-Purge-Hold
               END-IF
           END-IF.

       Read-Student-History.
           READ STUDENT-HISTORY-FILE
               AT END
                   SET END-OF-FILE-READ TO TRUE
           END-READ.

      *> The live file is opened over only once the hold file it
      *> comes back from has opened; a reload that comes up short
      *> of the rows held leaves the hold file to copy back.
       Reload-Student-History.
           OPEN INPUT PURGE-HOLD-FILE
           IF PURGE-HOLD-STATUS NOT = "00"
               PERFORM Stop-On-Purge-Hold
           ELSE
               OPEN OUTPUT STUDENT-HISTORY-FILE
               IF STUDENT-HISTORY-STATUS NOT = "00"
                   CLOSE PURGE-HOLD-FILE
                   MOVE WS-FILE-NAME TO WS-STOP-FILE
                   MOVE STUDENT-HISTORY-STATUS TO WS-STOP-STATUS
                   MOVE "Y" TO WS-PURGE-STOP
               ELSE
                   PERFORM Reload-Student-History-Rows
               END-IF
           END-IF.

       Reload-Student-History-Rows.
           MOVE ZERO TO WS-RELOAD-COUNT
           MOVE "N" TO WS-HOLD-EOF
           PERFORM Read-Purge-Hold
           PERFORM UNTIL END-OF-PURGE-HOLD
               OR STUDENT-HISTORY-STATUS NOT = "00"
               MOVE PURGE-HOLD-RECORD TO STUDENT-HISTORY-RECORD
               WRITE STUDENT-HISTORY-RECORD
               IF STUDENT-HISTORY-STATUS = "00"
                   ADD 1 TO WS-RELOAD-COUNT
               END-IF
               PERFORM Read-Purge-Hold
           END-PERFORM
           CLOSE PURGE-HOLD-FILE
           CLOSE STUDENT-HISTORY-FILE
           IF WS-RELOAD-COUNT NOT = WS-KEPT-COUNT
               DISPLAY "Retain-Purge: " WS-FILE-NAME " reloaded "
                   WS-RELOAD-COUNT " of " WS-KEPT-COUNT
                   " rows - COPY PURGHOLD.DAT OVER " WS-FILE-NAME
               MOVE WS-FILE-NAME TO WS-STOP-FILE
               MOVE STUDENT-HISTORY-STATUS TO WS-STOP-STATUS
               MOVE "Y" TO WS-PURGE-STOP
           END-IF.

       Find-Going-Student.
           PERFORM Find-Candidate
           IF ID-FOUND
               IF NOT PG-GOES (WS-FIND-SUB)
                   SET ID-FOUND TO FALSE
               END-IF
           END-IF.

      *> The manifest is appended to, one row per generation, so
      *> it is the catalog of everything the purge has ever moved.
       Write-Purge-Manifest.
           OPEN EXTEND PURGE-MANIFEST-FILE
           IF PURGE-MANIFEST-STATUS = "35"
               OPEN OUTPUT PURGE-MANIFEST-FILE
               CLOSE PURGE-MANIFEST-FILE
               OPEN EXTEND PURGE-MANIFEST-FILE
           END-IF
           PERFORM Write-One-Manifest-Row
               VARYING WS-MAN-SUB FROM 1 BY 1
               UNTIL WS-MAN-SUB > WS-MAN-COUNT
           CLOSE PURGE-MANIFEST-FILE.

       Write-One-Manifest-Row.
           MOVE SPACES TO PURGE-MANIFEST-RECORD
           MOVE WS-RUN-DATE                TO PM-RUN-DATE
           MOVE WS-MAN-FILE (WS-MAN-SUB)    TO PM-FILE-NAME
           MOVE WS-MAN-ARCHIVE (WS-MAN-SUB) TO PM-ARCHIVE-NAME
           MOVE WS-MAN-RECORDS (WS-MAN-SUB) TO PM-RECORD-COUNT
           MOVE WS-MAN-STUDENTS (WS-MAN-SUB) TO PM-STUDENT-COUNT
           WRITE PURGE-MANIFEST-RECORD.

       Print-Purge-Report.
           OPEN OUTPUT PRINT-REPORT-FILE
           MOVE "RETENTION PURGE REGISTER" TO RH-TITLE
           MOVE "RETAIN-PURGE" TO RH-PROGRAM-ID
           MOVE WS-RUN-DATE TO RH-RUN-DATE
           MOVE " STUDENT  NAME                   S  SINC"
             & "E     MASTER  CONTACT  ENROLL   ATTEND  "
             & "HISTORY  NOTE" TO RH-COLUMN-HEADS
           IF PURGE-FOR-REAL
               MOVE "  STUDENTS PURGED TO THE RETENTION ARCHIVE"
                   TO WS-PRINT-LINE
           ELSE
               MOVE "  REPORT ONLY - STUDENTS A PURGE RUN WOULD TAKE"
                   TO WS-PRINT-LINE
           END-IF
           PERFORM Write-Print-Line
           PERFORM Write-Print-Line
           PERFORM Print-One-Purged
               VARYING WS-PG-SUB FROM 1 BY 1
               UNTIL WS-PG-SUB > WS-PG-COUNT
           PERFORM Write-Print-Line
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  STUDENTS: " WS-GOING-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM Write-Print-Line

           MOVE "RETENTION PURGE - ELIGIBLE BUT BLOCKED" TO RH-TITLE
           MOVE " STUDENT  NAME                   S  SINC"
             & "E       AR BALANCE  REASON" TO RH-COLUMN-HEADS
           MOVE 999 TO WS-PRINT-LINE-COUNT
           PERFORM Print-One-Blocked
               VARYING WS-PG-SUB FROM 1 BY 1
               UNTIL WS-PG-SUB > WS-PG-COUNT
           PERFORM Write-Print-Line
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  STUDENTS BLOCKED: " WS-BLOCKED-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM Write-Print-Line
           IF WS-PG-OVERFLOW > ZERO
               MOVE SPACES TO WS-PRINT-LINE
               STRING "  MORE ELIGIBLE STUDENTS THAN THE RUN HOLDS, "
                   "LEFT FOR THE NEXT RUN: " WS-PG-OVERFLOW
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM Write-Print-Line
           END-IF

           IF PURGE-FOR-REAL AND WS-MAN-COUNT > ZERO
               MOVE "RETENTION PURGE - ARCHIVE MANIFEST" TO RH-TITLE
               MOVE " FILE            ARCHIVE GENERATION     "
                 & "           RECORDS  STUDENTS" TO RH-COLUMN-HEADS
               MOVE 999 TO WS-PRINT-LINE-COUNT
               PERFORM Print-One-Manifest-Row
                   VARYING WS-MAN-SUB FROM 1 BY 1
                   UNTIL WS-MAN-SUB > WS-MAN-COUNT
           END-IF
           PERFORM Write-Print-Line
           MOVE "  *** END OF REPORT ***" TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           CLOSE PRINT-REPORT-FILE.

       Print-One-Purged.
           IF PG-GOES (WS-PG-SUB)
               MOVE WS-PG-ID (WS-PG-SUB)        TO PD-STUDENT-ID
               MOVE WS-PG-NAME (WS-PG-SUB)      TO PD-STUDENT-NAME
               MOVE WS-PG-STATUS (WS-PG-SUB)    TO PD-STATUS
               MOVE WS-PG-STAT-DATE (WS-PG-SUB) TO PD-STAT-DATE
               MOVE WS-PG-MASTER (WS-PG-SUB)    TO PD-MASTER
               MOVE WS-PG-CONTACT (WS-PG-SUB)   TO PD-CONTACT
               MOVE WS-PG-ENROLL (WS-PG-SUB)    TO PD-ENROLL
               MOVE WS-PG-ATTEND (WS-PG-SUB)    TO PD-ATTEND
               MOVE WS-PG-HISTORY (WS-PG-SUB)   TO PD-HISTORY
               IF PURGE-FOR-REAL
                   MOVE "PURGED" TO PD-NOTE
               ELSE
                   MOVE "WOULD BE PURGED" TO PD-NOTE
               END-IF
               MOVE PURGE-DETAIL-LINE TO WS-PRINT-LINE
               PERFORM Write-Print-Line
           END-IF.

       Print-One-Blocked.
           IF NOT PG-GOES (WS-PG-SUB)
               MOVE WS-PG-ID (WS-PG-SUB)        TO BD-STUDENT-ID
               MOVE WS-PG-NAME (WS-PG-SUB)      TO BD-STUDENT-NAME
               MOVE WS-PG-STATUS (WS-PG-SUB)    TO BD-STATUS
               MOVE WS-PG-STAT-DATE (WS-PG-SUB) TO BD-STAT-DATE
               MOVE WS-PG-BALANCE (WS-PG-SUB)   TO BD-BALANCE
               PERFORM Build-Block-Reason
               MOVE WS-REASON-WORK TO BD-REASON
               MOVE BLOCKED-DETAIL-LINE TO WS-PRINT-LINE
               PERFORM Write-Print-Line
           END-IF.

       Build-Block-Reason.
           MOVE SPACES TO WS-REASON-WORK
           MOVE WS-PG-HOLD-TYPE (WS-PG-SUB) TO WS-HLD-HIT-TYPE
           PERFORM Name-Hold-Type
           EVALUATE WS-PG-BLOCK (WS-PG-SUB)
               WHEN "B"
                   MOVE "AR BALANCE NOT ZERO" TO WS-REASON-WORK
               WHEN "H"
                   STRING "HOLD IN FORCE - " DELIMITED BY SIZE
                       WS-HLD-TYPE-NAME DELIMITED BY SPACE
                       " (" DELIMITED BY SIZE
                       WS-PG-HOLD-OFFICE (WS-PG-SUB)
                           DELIMITED BY SPACE
                       ")" DELIMITED BY SIZE
                       INTO WS-REASON-WORK
               WHEN "2"
                   STRING "AR BALANCE NOT ZERO AND HOLD IN FORCE - "
                       DELIMITED BY SIZE
                       WS-HLD-TYPE-NAME DELIMITED BY SPACE
                       " (" DELIMITED BY SIZE
                       WS-PG-HOLD-OFFICE (WS-PG-SUB)
                           DELIMITED BY SPACE
                       ")" DELIMITED BY SIZE
                       INTO WS-REASON-WORK
               WHEN "D"
                   MOVE "MASTER RECORD WOULD NOT DELETE - NOT PURGED"
                       TO WS-REASON-WORK
               WHEN "A"
                   MOVE "NOT ALL RECORDS ARCHIVED AND REMOVED - "
                     & "MASTER KEPT" TO WS-REASON-WORK
           END-EVALUATE.

       Print-One-Manifest-Row.
           MOVE WS-MAN-FILE (WS-MAN-SUB)     TO MD-FILE-NAME
           MOVE WS-MAN-ARCHIVE (WS-MAN-SUB)  TO MD-ARCHIVE-NAME
           MOVE WS-MAN-RECORDS (WS-MAN-SUB)  TO MD-RECORDS
           MOVE WS-MAN-STUDENTS (WS-MAN-SUB) TO MD-STUDENTS
           MOVE MANIFEST-DETAIL-LINE TO WS-PRINT-LINE
           PERFORM Write-Print-Line.

           COPY STUHLDLD.
           COPY PRTWR.

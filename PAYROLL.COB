       IDENTIFICATION DIVISION.
       PROGRAM-ID. Payroll-Calc.
       AUTHOR. Mike Korolevsky.
       DATE-WRITTEN. 15 Oct 2026.

      *> Pay-period run, gross to net, off EMPDETL.DAT. The amount
      *> on each employee's row is the full-time annual pay rate;
      *> a pay's gross is that rate times the employee's FTE over
      *> the number of pays in the year. From gross, in order:
      *>   - pretax deductions (PAYDEDN.DAT kind D, pretax Y) come
      *>     off the wages income tax is withheld on;
      *>   - statutory withholdings (kind W) are taken off gross,
      *>     each to its yearly wage cap;
      *>   - federal income tax (PAYWHTB.DAT table FED) and the
      *>     work state's income tax (table named by the state
      *>     code) are withheld by the percentage method on the
      *>     taxable wages annualized;
      *>   - post-tax deductions (kind D, pretax N) come off last;
      *>   - employer costs (kind E) are figured alongside and are
      *>     not part of the employee's pay.
      *> A state with no income tax still needs a PAYWHTB.DAT table
      *> - one bracket at floor zero and rate zero - so a state
      *> with no table at all stops the run instead of silently
      *> withholding nothing. The rate files are maintained by
      *> Pay-Rate-Maint; the rows in force on the pay date apply.
      *> The PAYCTL.DAT card names the pay (period end in columns
      *> 1-8, pay date 10-17, pays per year 19-20 - 12, 24, 26 or
      *> 52 - and the work state in 22-23). The pay date must be a
      *> business day later than the run date, since Gl-Extract
      *> posts the staging rows only on the night's cycle that
      *> carries the pay date, and a pay run on or after that day
      *> could miss it; a pay date already on PAYHIST.DAT is
      *> refused outright - no one is paid twice.
      *> Each employee paid gets a PAYHIST.DAT row and the pay
      *> added into the calendar year's PAYYTD.DAT record, the
      *> figures the year-end wage statements are printed from.
      *> PAYREG.RPT is the pay register with department totals;
      *> it proves gross to net plus withholdings per department
      *> and in total. The pays are figured onto PAYHOLD.DAT first
      *> and go to PAYHIST.DAT and PAYYTD.DAT only once the
      *> register proves, so a register out of balance leaves
      *> history and year-to-date as they were (RC 8) and the pay
      *> can be rerun once put right. Only a register that proves
      *> stages its per-department net pay, withholdings and
      *> employer costs on PAYGLSTG.DAT for Gl-Extract, and only
      *> for the pays that reached PAYHIST.DAT. A history or
      *> year-to-date write that fails during posting ends the
      *> run RC 8 with the pay date part posted: the pay date
      *> cannot be rerun, so the employees named on the console
      *> have their PAYHIST.DAT row, or their PAYYTD.DAT figures,
      *> put in by hand from the PAYHOLD.DAT image, and the pays
      *> missing from history go to the GL as a journal entry on
      *> JETXN.DAT. An employee who
      *> cannot be paid (bad row, deductions past gross) goes to
      *> the shared error log and the run ends RC 4. Run on
      *> demand.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CURRENCY SIGN IS "$".

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-CONTROL-FILE ASSIGN TO "PAYCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAY-CONTROL-STATUS.

           SELECT EMP-DETAIL-FILE ASSIGN TO "EMPDETL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS EMP-DETAIL-STATUS.

           SELECT PAY-WHTABLE-FILE ASSIGN TO "PAYWHTB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAY-WHTABLE-STATUS.

           SELECT PAY-DEDUCTION-FILE ASSIGN TO "PAYDEDN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAY-DEDUCTION-STATUS.

           SELECT PAY-YTD-FILE ASSIGN TO "PAYYTD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PY-YTD-KEY
               FILE STATUS IS PAY-YTD-STATUS.

           SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAY-HISTORY-STATUS.

           SELECT PAY-HOLD-FILE ASSIGN TO "PAYHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAY-HOLD-STATUS.

           SELECT PAY-GLSTAGE-FILE ASSIGN TO "PAYGLSTG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAY-GLSTAGE-STATUS.

           SELECT PRINT-REPORT-FILE ASSIGN TO "PAYREG.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-REPORT-STATUS.

           COPY ERRLOGSL.

       DATA DIVISION.
       FILE SECTION.
       FD  PAY-CONTROL-FILE.
       01  PAY-CONTROL-RECORD.
           02  PC-PERIOD-END       PIC 9(8).
           02  FILLER              PIC X(1).
           02  PC-PAY-DATE         PIC 9(8).
           02  FILLER              PIC X(1).
           02  PC-PAYS-PER-YEAR    PIC 99.
           02  FILLER              PIC X(1).
           02  PC-WORK-STATE       PIC X(2).

       FD  EMP-DETAIL-FILE.
       01  EMP-DETAIL-RECORD.
           02  ED-EMPLOYEE-ID      PIC 9(6).
           02  ED-DEPT-CODE        PIC X(4).
           02  ED-FTE              PIC 9V99.
           02  ED-AMOUNT           PIC 9(7)V99.

           COPY PAYWHTB.

           COPY PAYDEDN.

           COPY PAYYTD.

           COPY PAYHIST.

      *> One employee's pay as figured, held until the register
      *> proves: the history row as it will be written, and what
      *> each deduction code in force (in the run's code order)
      *> took and on what wages, for the year-to-date record.
       FD  PAY-HOLD-FILE.
       01  PAY-HOLD-RECORD.
           02  PHD-HISTORY-IMAGE   PIC X(133).
           02  PHD-CODE-ENTRY OCCURS 12 TIMES.
               03  PHD-CODE-WAGES  PIC 9(7)V99.
               03  PHD-CODE-AMOUNT PIC 9(7)V99.

           COPY PAYGLSTG.

       FD  PRINT-REPORT-FILE.
       01  PRINT-REPORT-LINE   PIC X(132).

           COPY ERRLOG.

       WORKING-STORAGE SECTION.
       01 PAY-CONTROL-STATUS    PIC XX.
       01 EMP-DETAIL-STATUS     PIC XX.
       01 PAY-WHTABLE-STATUS    PIC XX.
       01 PAY-DEDUCTION-STATUS  PIC XX.
       01 PAY-YTD-STATUS        PIC XX.
       01 PAY-HISTORY-STATUS    PIC XX.
       01 PAY-HOLD-STATUS       PIC XX.
       01 PAY-GLSTAGE-STATUS    PIC XX.

           COPY FILESTAT.
           COPY Y2KDATE.
           COPY PRTCTL.

       01 WS-EOF-SWITCH         PIC X VALUE "N".
           88 END-OF-FILE       VALUE "Y" FALSE "N".
       01 WS-RUN-RC             PIC 9 VALUE ZERO.

       01 WS-PERIOD-END         PIC 9(8) VALUE ZERO.
       01 WS-PAY-DATE           PIC 9(8) VALUE ZERO.
       01 WS-PAY-DATE-X REDEFINES WS-PAY-DATE.
           02 WS-PAY-YEAR       PIC 9(4).
           02 FILLER            PIC 9(4).
       01 WS-PAYS-PER-YEAR      PIC 99 VALUE ZERO.
           88 PAYS-PER-YEAR-VALID VALUE 12 24 26 52.
       01 WS-WORK-STATE         PIC X(2) VALUE SPACES.
       01 WS-DATE-VALID         PIC X VALUE "N".
       01 WS-NEXT-BUS-DATE      PIC 9(8) VALUE ZERO.
       01 WS-ALREADY-PAID       PIC X VALUE "N".
           88 PAY-DATE-ALREADY-PAID VALUE "Y" FALSE "N".

      *> Withholding brackets, all tables and dates; the run picks
      *> the set in force per table.
       01 WS-WT-COUNT           PIC 9(3) VALUE ZERO.
       01 WS-WT-SUB             PIC 9(3) VALUE ZERO.
       01 WS-WT-TABLE-AREA.
           02 WS-WT-ENTRY OCCURS 300 TIMES.
               03 WS-WT-TABLE-ID    PIC X(4).
               03 WS-WT-EFF-FROM    PIC 9(8).
               03 WS-WT-FLOOR       PIC 9(7)V99.
               03 WS-WT-BASE-TAX    PIC 9(7)V99.
               03 WS-WT-RATE        PIC 9V9999.
       01 WS-FED-TABLE-ID       PIC X(4) VALUE "FED ".
       01 WS-STATE-TABLE-ID     PIC X(4) VALUE SPACES.
       01 WS-FED-EFF-FROM       PIC 9(8) VALUE ZERO.
       01 WS-STATE-EFF-FROM     PIC 9(8) VALUE ZERO.
       01 WS-LOOK-TABLE-ID      PIC X(4) VALUE SPACES.
       01 WS-LOOK-EFF-FROM      PIC 9(8) VALUE ZERO.

      *> Deduction codes in force on the pay date, one row each.
       01 WS-DC-COUNT           PIC 99 VALUE ZERO.
       01 WS-DC-SUB             PIC 99 VALUE ZERO.
       01 WS-DC-FOUND           PIC X VALUE "N".
           88 DC-SLOT-FOUND     VALUE "Y" FALSE "N".
       01 WS-DC-TABLE-AREA.
           02 WS-DC-ENTRY OCCURS 12 TIMES.
               03 WS-DC-CODE        PIC X(6).
               03 WS-DC-EFF-FROM    PIC 9(8).
               03 WS-DC-KIND        PIC X.
               03 WS-DC-METHOD      PIC X.
               03 WS-DC-PRETAX      PIC X.
               03 WS-DC-RATE        PIC 9V9999.
               03 WS-DC-FLAT        PIC 9(5)V99.
               03 WS-DC-CAP         PIC 9(7)V99.

      *> One employee's pay, gross to net, and what each deduction
      *> code took and on what wages.
       01 WS-GROSS              PIC S9(7)V99 VALUE ZERO.
       01 WS-PRETAX             PIC S9(7)V99 VALUE ZERO.
       01 WS-TAXABLE            PIC S9(7)V99 VALUE ZERO.
       01 WS-FED-WH             PIC S9(7)V99 VALUE ZERO.
       01 WS-STATE-WH           PIC S9(7)V99 VALUE ZERO.
       01 WS-STATUTORY          PIC S9(7)V99 VALUE ZERO.
       01 WS-POSTTAX            PIC S9(7)V99 VALUE ZERO.
       01 WS-NET                PIC S9(7)V99 VALUE ZERO.
       01 WS-EMPLOYER           PIC S9(7)V99 VALUE ZERO.
       01 WS-CODE-WAGES         PIC S9(7)V99 VALUE ZERO.
       01 WS-CODE-AMOUNT        PIC S9(7)V99 VALUE ZERO.
       01 WS-CAP-ROOM           PIC S9(9)V99 VALUE ZERO.
       01 WS-EC-TABLE-AREA.
           02 WS-EC-ENTRY OCCURS 12 TIMES.
               03 WS-EC-WAGES       PIC 9(7)V99.
               03 WS-EC-AMOUNT      PIC 9(7)V99.
       01 WS-YTD-SUB            PIC 99 VALUE ZERO.
       01 WS-YTD-ON-FILE        PIC X VALUE "N".
           88 YTD-RECORD-ON-FILE VALUE "Y" FALSE "N".

      *> Percentage-method withholding work.
       01 WS-WH-WAGES           PIC S9(7)V99 VALUE ZERO.
       01 WS-WH-AMOUNT          PIC S9(7)V99 VALUE ZERO.
       01 WS-ANNUAL-WAGES       PIC S9(9)V99 VALUE ZERO.
       01 WS-ANNUAL-TAX         PIC S9(9)V99 VALUE ZERO.
       01 WS-BRACKET-SUB        PIC 9(3) VALUE ZERO.

      *> Department totals, in order of first appearance.
       01 WS-DEPT-COUNT         PIC 99 VALUE ZERO.
       01 WS-DEPT-SUB           PIC 99 VALUE ZERO.
       01 WS-DEPT-FOUND         PIC X VALUE "N".
           88 DEPT-SLOT-FOUND   VALUE "Y" FALSE "N".
       01 WS-DEPT-TABLE-AREA.
           02 WS-DEPT-ENTRY OCCURS 30 TIMES.
               03 WS-DP-CODE        PIC X(4).
               03 WS-DP-PAID        PIC 9(5).
               03 WS-DP-GROSS       PIC 9(9)V99.
               03 WS-DP-PRETAX      PIC 9(9)V99.
               03 WS-DP-FED-WH      PIC 9(9)V99.
               03 WS-DP-STATE-WH    PIC 9(9)V99.
               03 WS-DP-STATUTORY   PIC 9(9)V99.
               03 WS-DP-POSTTAX     PIC 9(9)V99.
               03 WS-DP-NET         PIC 9(9)V99.
               03 WS-DP-EMPLOYER    PIC 9(9)V99.
               03 WS-DP-POST-COUNT  PIC 9(5).
               03 WS-DP-POST-GROSS  PIC 9(9)V99.
               03 WS-DP-POST-NET    PIC 9(9)V99.
               03 WS-DP-POST-WHELD  PIC 9(9)V99.
               03 WS-DP-POST-EMPLR  PIC 9(9)V99.

      *> Run totals, footed off the employee lines independently of
      *> the department table so the two can prove to each other.
       01 WS-TOT-GROSS          PIC 9(9)V99 VALUE ZERO.
       01 WS-TOT-PRETAX         PIC 9(9)V99 VALUE ZERO.
       01 WS-TOT-FED-WH         PIC 9(9)V99 VALUE ZERO.
       01 WS-TOT-STATE-WH       PIC 9(9)V99 VALUE ZERO.
       01 WS-TOT-STATUTORY      PIC 9(9)V99 VALUE ZERO.
       01 WS-TOT-POSTTAX        PIC 9(9)V99 VALUE ZERO.
       01 WS-TOT-NET            PIC 9(9)V99 VALUE ZERO.
       01 WS-TOT-EMPLOYER       PIC 9(9)V99 VALUE ZERO.
       01 WS-DEPT-WITHHELD      PIC 9(9)V99 VALUE ZERO.
       01 WS-DEPT-GROSS-SUM     PIC 9(9)V99 VALUE ZERO.
       01 WS-PROOF-OK           PIC X VALUE "Y".
           88 REGISTER-PROVES   VALUE "Y" FALSE "N".

       01 WS-PAID-COUNT         PIC 9(5) VALUE ZERO.
       01 WS-REJECT-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-UNPAID-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-STAGED-COUNT       PIC 99 VALUE ZERO.
       01 WS-HELD-COUNT         PIC 9(5) VALUE ZERO.
       01 WS-HOLD-FAILED        PIC 9(5) VALUE ZERO.
       01 WS-POSTED-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-POST-OK            PIC X VALUE "N".
           88 PAY-POSTED        VALUE "Y" FALSE "N".

      *> Day-before arithmetic for the business-day check, the way
      *> Rate-Maint closes a superseded row.
       01 WS-WALK-DATE.
           02 WS-WALK-YEAR     PIC 9(4).
           02 WS-WALK-MONTH    PIC 99.
           02 WS-WALK-DAY      PIC 99.
       01 WS-WALK-DATE-N REDEFINES WS-WALK-DATE PIC 9(8).
       01 WS-LEAP-FLAG         PIC X VALUE "N".
           88 IS-LEAP-YEAR     VALUE "Y" FALSE "N".
       01 WS-LEAP-QUOTIENT     PIC 9(4).
       01 WS-LEAP-REMAINDER    PIC 999.

       01 DAYS-IN-MONTH-VALUES.
           02 FILLER PIC 99 VALUE 31.
           02 FILLER PIC 99 VALUE 29.
           02 FILLER PIC 99 VALUE 31.
           02 FILLER PIC 99 VALUE 30.
           02 FILLER PIC 99 VALUE 31.
           02 FILLER PIC 99 VALUE 30.
           02 FILLER PIC 99 VALUE 31.
           02 FILLER PIC 99 VALUE 31.
           02 FILLER PIC 99 VALUE 30.
           02 FILLER PIC 99 VALUE 31.
           02 FILLER PIC 99 VALUE 30.
           02 FILLER PIC 99 VALUE 31.

       01 DAYS-IN-MONTH-AREA REDEFINES DAYS-IN-MONTH-VALUES.
           02 DAYS-IN-MONTH OCCURS 12 TIMES PIC 99.

       01 COLUMN-HEAD-LINE.
           02 FILLER           PIC X(1)  VALUE SPACE.
           02 FILLER           PIC X(6)  VALUE "EMPL".
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 FILLER           PIC X(4)  VALUE "DEPT".
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 FILLER           PIC X(4)  VALUE " FTE".
           02 FILLER           PIC X(14) VALUE "         GROSS".
           02 FILLER           PIC X(14) VALUE "        PRETAX".
           02 FILLER           PIC X(14) VALUE "   FEDERAL TAX".
           02 FILLER           PIC X(14) VALUE "     STATE TAX".
           02 FILLER           PIC X(14) VALUE "     STATUTORY".
           02 FILLER           PIC X(14) VALUE "      POST-TAX".
           02 FILLER           PIC X(14) VALUE "       NET PAY".
           02 FILLER           PIC X(14) VALUE "  EMPLOYER CST".
           02 FILLER           PIC X(1)  VALUE SPACE.

       01 REGISTER-DETAIL-LINE.
           02 FILLER           PIC X(1)  VALUE SPACE.
           02 RG-EMPLOYEE      PIC X(6).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 RG-DEPT          PIC X(4).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 RG-FTE           PIC 9.99.
           02 FILLER           PIC X(1)  VALUE SPACE.
           02 RG-GROSS         PIC ZZ,ZZZ,ZZ9.99.
           02 FILLER           PIC X(1)  VALUE SPACE.
           02 RG-PRETAX        PIC ZZ,ZZZ,ZZ9.99.
           02 FILLER           PIC X(1)  VALUE SPACE.
           02 RG-FED-WH        PIC ZZ,ZZZ,ZZ9.99.
           02 FILLER           PIC X(1)  VALUE SPACE.
           02 RG-STATE-WH      PIC ZZ,ZZZ,ZZ9.99.
           02 FILLER           PIC X(1)  VALUE SPACE.
           02 RG-STATUTORY     PIC ZZ,ZZZ,ZZ9.99.
           02 FILLER           PIC X(1)  VALUE SPACE.
           02 RG-POSTTAX       PIC ZZ,ZZZ,ZZ9.99.
           02 FILLER           PIC X(1)  VALUE SPACE.
           02 RG-NET           PIC ZZ,ZZZ,ZZ9.99.
           02 FILLER           PIC X(1)  VALUE SPACE.
           02 RG-EMPLOYER      PIC ZZ,ZZZ,ZZ9.99.
           02 FILLER           PIC X(1)  VALUE SPACE.

       01 WS-AMOUNT-EDIT        PIC $ZZZ,ZZZ,ZZ9.99.
       01 WS-AMOUNT-EDIT-2      PIC $ZZZ,ZZZ,ZZ9.99.
       01 WS-COUNT-EDIT         PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       Begin.
           MOVE "PAYROLL" TO ERR-PROGRAM-ID
           ACCEPT Y2KDate FROM DATE YYYYMMDD
           PERFORM Get-Pay-Card
           IF WS-PAY-DATE = ZERO
               DISPLAY "PAYCTL.DAT: no usable pay card, "
                   "nothing paid"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM Check-Pay-Business-Day
           IF WS-NEXT-BUS-DATE NOT = WS-PAY-DATE
               DISPLAY "Payroll-Calc: pay date " WS-PAY-DATE
                   " is not a business day, nothing paid"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PAY-DATE NOT > Y2KDate
               DISPLAY "Payroll-Calc: pay date " WS-PAY-DATE
                   " is not after today - Gl-Extract would not "
                   "post it, nothing paid"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM Check-Already-Paid
           IF PAY-DATE-ALREADY-PAID
               DISPLAY "Payroll-Calc: pay date " WS-PAY-DATE
                   " already on PAYHIST.DAT, nothing paid"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM Load-Withholding-Tables
           PERFORM Load-Deductions-In-Force
           MOVE WS-FED-TABLE-ID TO WS-LOOK-TABLE-ID
           PERFORM Find-Table-In-Force
           MOVE WS-LOOK-EFF-FROM TO WS-FED-EFF-FROM
           MOVE WS-STATE-TABLE-ID TO WS-LOOK-TABLE-ID
           PERFORM Find-Table-In-Force
           MOVE WS-LOOK-EFF-FROM TO WS-STATE-EFF-FROM
           IF WS-FED-EFF-FROM = ZERO OR WS-STATE-EFF-FROM = ZERO
               DISPLAY "Payroll-Calc: no FED or " WS-WORK-STATE
                   " withholding table in force on " WS-PAY-DATE
                   ", nothing paid"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O PAY-YTD-FILE
           IF PAY-YTD-STATUS = "35"
               OPEN OUTPUT PAY-YTD-FILE
               CLOSE PAY-YTD-FILE
               OPEN I-O PAY-YTD-FILE
           END-IF
           IF PAY-YTD-STATUS NOT = "00"
               DISPLAY "PAYYTD.DAT: status " PAY-YTD-STATUS
                   ", nothing paid"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT PAY-HOLD-FILE
           IF PAY-HOLD-STATUS NOT = "00"
               DISPLAY "PAYHOLD.DAT: status " PAY-HOLD-STATUS
                   ", nothing paid"
               CLOSE PAY-YTD-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT PRINT-REPORT-FILE
           MOVE "PAY REGISTER" TO RH-TITLE
           MOVE "PAYROLL" TO RH-PROGRAM-ID
           MOVE Y2KDate TO RH-RUN-DATE
           MOVE COLUMN-HEAD-LINE TO RH-COLUMN-HEADS
           STRING " PAY DATE " WS-PAY-DATE
               "  PERIOD ENDING " WS-PERIOD-END
               "  PAYS PER YEAR " WS-PAYS-PER-YEAR
               "  WORK STATE " WS-WORK-STATE
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM Write-Print-Line
           PERFORM Write-Print-Line
           PERFORM Pay-Employees
           CLOSE PAY-HOLD-FILE
           PERFORM Print-Department-Totals
           PERFORM Prove-Register
           IF WS-HOLD-FAILED > ZERO
               SET REGISTER-PROVES TO FALSE
           END-IF
           IF REGISTER-PROVES
               PERFORM Post-Held-Pays
           ELSE
               DISPLAY "Payroll-Calc: register does not prove - "
                   "nothing written to PAYHIST.DAT or PAYYTD.DAT"
           END-IF
           CLOSE PAY-YTD-FILE
           IF WS-POSTED-COUNT > ZERO
               PERFORM Stage-Payroll-For-GL
           END-IF
           IF NOT PAY-POSTED
               MOVE 8 TO WS-RUN-RC
           END-IF
           IF NOT PAY-POSTED AND WS-POSTED-COUNT > ZERO
               DISPLAY "Payroll-Calc: pay date " WS-PAY-DATE
                   " PART POSTED - the " WS-POSTED-COUNT " pays on "
                   "PAYHIST.DAT are staged for GL; the employees "
                   "named above need PAYHIST.DAT/PAYYTD.DAT put "
                   "right by hand from PAYHOLD.DAT and any pay "
                   "missing from PAYHIST.DAT entered on JETXN.DAT "
                   "- the pay date cannot be rerun"
           END-IF
           PERFORM Print-Register-Footing
           CLOSE PRINT-REPORT-FILE
           IF WS-REJECT-COUNT > ZERO AND WS-RUN-RC < 4
               MOVE 4 TO WS-RUN-RC
           END-IF
           DISPLAY "Payroll-Calc: " WS-PAID-COUNT " paid, "
               WS-REJECT-COUNT " rejected, " WS-UNPAID-COUNT
               " at zero FTE, " WS-STAGED-COUNT
               " departments staged for GL"
           MOVE WS-RUN-RC TO RETURN-CODE
           STOP RUN.

       Get-Pay-Card.
           OPEN INPUT PAY-CONTROL-FILE
           IF PAY-CONTROL-STATUS = "00"
               READ PAY-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM Check-Pay-Card
               END-READ
               CLOSE PAY-CONTROL-FILE
           END-IF.

       Check-Pay-Card.
           IF PC-PERIOD-END NUMERIC AND PC-PAY-DATE NUMERIC
           AND PC-PAYS-PER-YEAR NUMERIC
           AND PC-WORK-STATE NOT = SPACES
               MOVE PC-PAYS-PER-YEAR TO WS-PAYS-PER-YEAR
               CALL "DATE-CHECK" USING PC-PERIOD-END WS-DATE-VALID
               IF WS-DATE-VALID = "Y"
                   CALL "DATE-CHECK" USING PC-PAY-DATE WS-DATE-VALID
               END-IF
               IF WS-DATE-VALID = "Y"
               AND PAYS-PER-YEAR-VALID
               AND PC-PAY-DATE NOT < PC-PERIOD-END
                   MOVE PC-PERIOD-END TO WS-PERIOD-END
                   MOVE PC-PAY-DATE   TO WS-PAY-DATE
                   MOVE PC-WORK-STATE TO WS-WORK-STATE
                   MOVE PC-WORK-STATE TO WS-STATE-TABLE-ID
               END-IF
           END-IF.

      *> The pay date is a business day when the next business day
      *> after the day before it is the pay date itself.
       Check-Pay-Business-Day.
           MOVE WS-PAY-DATE TO WS-WALK-DATE-N
           PERFORM Back-One-Day
           CALL "NEXT-BUS-DAY" USING WS-WALK-DATE-N WS-NEXT-BUS-DATE.

       Check-Already-Paid.
           SET PAY-DATE-ALREADY-PAID TO FALSE
           OPEN INPUT PAY-HISTORY-FILE
           IF PAY-HISTORY-STATUS = "00"
               SET END-OF-FILE TO FALSE
               PERFORM UNTIL END-OF-FILE
                   READ PAY-HISTORY-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF PH-PAY-DATE = WS-PAY-DATE
                               SET PAY-DATE-ALREADY-PAID TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAY-HISTORY-FILE
           END-IF.

       Load-Withholding-Tables.
           MOVE ZERO TO WS-WT-COUNT
           OPEN INPUT PAY-WHTABLE-FILE
           IF PAY-WHTABLE-STATUS = "00"
               SET END-OF-FILE TO FALSE
               PERFORM UNTIL END-OF-FILE
                   READ PAY-WHTABLE-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF WS-WT-COUNT < 300
                           AND PWT-EFF-FROM NUMERIC
                           AND PWT-WAGE-FLOOR NUMERIC
                           AND PWT-BASE-TAX NUMERIC
                           AND PWT-RATE NUMERIC
                               ADD 1 TO WS-WT-COUNT
                               MOVE PWT-TABLE-ID TO
                                   WS-WT-TABLE-ID (WS-WT-COUNT)
                               MOVE PWT-EFF-FROM TO
                                   WS-WT-EFF-FROM (WS-WT-COUNT)
                               MOVE PWT-WAGE-FLOOR TO
                                   WS-WT-FLOOR (WS-WT-COUNT)
                               MOVE PWT-BASE-TAX TO
                                   WS-WT-BASE-TAX (WS-WT-COUNT)
                               MOVE PWT-RATE TO
                                   WS-WT-RATE (WS-WT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAY-WHTABLE-FILE
           ELSE
               DISPLAY "PAYWHTB.DAT: status " PAY-WHTABLE-STATUS
                   ", no withholding tables on file"
           END-IF.

      *> The latest effective-from on or before the pay date for
      *> WS-LOOK-TABLE-ID; zero when the table has none.
       Find-Table-In-Force.
           MOVE ZERO TO WS-LOOK-EFF-FROM
           PERFORM VARYING WS-WT-SUB FROM 1 BY 1
               UNTIL WS-WT-SUB > WS-WT-COUNT
               IF WS-WT-TABLE-ID (WS-WT-SUB) = WS-LOOK-TABLE-ID
               AND WS-WT-EFF-FROM (WS-WT-SUB) NOT > WS-PAY-DATE
               AND WS-WT-EFF-FROM (WS-WT-SUB) > WS-LOOK-EFF-FROM
                   MOVE WS-WT-EFF-FROM (WS-WT-SUB) TO WS-LOOK-EFF-FROM
               END-IF
           END-PERFORM.

      *> Per code, the row with the latest effective-from on or
      *> before the pay date.
       Load-Deductions-In-Force.
           MOVE ZERO TO WS-DC-COUNT
           OPEN INPUT PAY-DEDUCTION-FILE
           IF PAY-DEDUCTION-STATUS = "00"
               SET END-OF-FILE TO FALSE
               PERFORM UNTIL END-OF-FILE
                   READ PAY-DEDUCTION-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF PDD-EFF-FROM NUMERIC
                           AND PDD-EFF-FROM NOT > WS-PAY-DATE
                           AND PDD-KIND-VALID
                           AND PDD-METHOD-VALID
                           AND PDD-RATE NUMERIC
                           AND PDD-FLAT-AMOUNT NUMERIC
                           AND PDD-WAGE-CAP NUMERIC
                               PERFORM Keep-Deduction-Row
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAY-DEDUCTION-FILE
           ELSE
               DISPLAY "PAYDEDN.DAT: status " PAY-DEDUCTION-STATUS
                   ", no standard deductions applied"
           END-IF.

       Keep-Deduction-Row.
           SET DC-SLOT-FOUND TO FALSE
           PERFORM VARYING WS-DC-SUB FROM 1 BY 1
               UNTIL WS-DC-SUB > WS-DC-COUNT
                  OR DC-SLOT-FOUND
               IF WS-DC-CODE (WS-DC-SUB) = PDD-CODE
                   SET DC-SLOT-FOUND TO TRUE
               END-IF
           END-PERFORM
      *> the VARYING has already stepped one past the matching slot
      *> by the time the UNTIL sees the found flag
           IF DC-SLOT-FOUND
               SUBTRACT 1 FROM WS-DC-SUB
               IF PDD-EFF-FROM NOT > WS-DC-EFF-FROM (WS-DC-SUB)
                   MOVE ZERO TO WS-DC-SUB
               END-IF
           ELSE
               IF WS-DC-COUNT < 12
                   ADD 1 TO WS-DC-COUNT
                   MOVE WS-DC-COUNT TO WS-DC-SUB
               ELSE
                   DISPLAY "PAYDEDN.DAT: more than 12 codes, "
                       PDD-CODE " not applied"
                   MOVE ZERO TO WS-DC-SUB
               END-IF
           END-IF
           IF WS-DC-SUB > ZERO
               MOVE PDD-CODE        TO WS-DC-CODE (WS-DC-SUB)
               MOVE PDD-EFF-FROM    TO WS-DC-EFF-FROM (WS-DC-SUB)
               MOVE PDD-KIND        TO WS-DC-KIND (WS-DC-SUB)
               MOVE PDD-METHOD      TO WS-DC-METHOD (WS-DC-SUB)
               MOVE PDD-PRETAX      TO WS-DC-PRETAX (WS-DC-SUB)
               MOVE PDD-RATE        TO WS-DC-RATE (WS-DC-SUB)
               MOVE PDD-FLAT-AMOUNT TO WS-DC-FLAT (WS-DC-SUB)
               MOVE PDD-WAGE-CAP    TO WS-DC-CAP (WS-DC-SUB)
           END-IF.

       Pay-Employees.
           OPEN INPUT EMP-DETAIL-FILE
           IF EMP-DETAIL-STATUS = "00"
               SET END-OF-FILE TO FALSE
               PERFORM UNTIL END-OF-FILE
                   READ EMP-DETAIL-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM Pay-One-Employee
                   END-READ
               END-PERFORM
               CLOSE EMP-DETAIL-FILE
           ELSE
               DISPLAY "EMPDETL.DAT: status " EMP-DETAIL-STATUS
                   ", nobody paid"
               MOVE 8 TO WS-RUN-RC
           END-IF.

       Pay-One-Employee.
           MOVE "EMPDETL.DAT" TO ERR-SOURCE-FILE
           MOVE EMP-DETAIL-RECORD TO ERR-RECORD-IMAGE
           EVALUATE TRUE
               WHEN ED-EMPLOYEE-ID NOT NUMERIC
               OR ED-FTE NOT NUMERIC
               OR ED-AMOUNT NOT NUMERIC
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "ED-EMPLOYEE-ID  " TO ERR-FIELD-NAME
                   MOVE ED-EMPLOYEE-ID TO ERR-INCOMING-VALUE
                   MOVE "Employee row not numeric, not paid" TO
                       ERR-MESSAGE
                   PERFORM Write-Error-Log
               WHEN ED-FTE = ZERO OR ED-AMOUNT = ZERO
                   ADD 1 TO WS-UNPAID-COUNT
               WHEN OTHER
                   PERFORM Find-Dept-Slot
                   IF WS-DEPT-SUB = ZERO
                       ADD 1 TO WS-REJECT-COUNT
                       MOVE "ED-DEPT-CODE    " TO ERR-FIELD-NAME
                       MOVE ED-DEPT-CODE TO ERR-INCOMING-VALUE
                       MOVE "Department table full, not paid" TO
                           ERR-MESSAGE
                       PERFORM Write-Error-Log
                   ELSE
                       PERFORM Figure-Gross-To-Net
                       IF WS-NET < ZERO
                           ADD 1 TO WS-REJECT-COUNT
                           MOVE "ED-EMPLOYEE-ID  " TO ERR-FIELD-NAME
                           MOVE ED-EMPLOYEE-ID TO ERR-INCOMING-VALUE
                           MOVE "Deductions exceed gross, not paid"
                               TO ERR-MESSAGE
                           PERFORM Write-Error-Log
                       ELSE
                           PERFORM Record-Employee-Pay
                       END-IF
                   END-IF
           END-EVALUATE.

       Find-Dept-Slot.
           SET DEPT-SLOT-FOUND TO FALSE
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
                  OR DEPT-SLOT-FOUND
               IF WS-DP-CODE (WS-DEPT-SUB) = ED-DEPT-CODE
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
                   MOVE ED-DEPT-CODE TO WS-DP-CODE (WS-DEPT-SUB)
               ELSE
                   MOVE ZERO TO WS-DEPT-SUB
               END-IF
           END-IF.

      *> Gross to net in the order the header describes. The YTD
      *> record is read first: its code wages drive the caps.
       Figure-Gross-To-Net.
           COMPUTE WS-GROSS ROUNDED =
               ED-AMOUNT * ED-FTE / WS-PAYS-PER-YEAR
           PERFORM Read-Year-To-Date
           MOVE ZERO TO WS-PRETAX WS-FED-WH WS-STATE-WH
               WS-STATUTORY WS-POSTTAX WS-EMPLOYER
           INITIALIZE WS-EC-TABLE-AREA
           PERFORM VARYING WS-DC-SUB FROM 1 BY 1
               UNTIL WS-DC-SUB > WS-DC-COUNT
               IF WS-DC-KIND (WS-DC-SUB) = "D"
               AND WS-DC-PRETAX (WS-DC-SUB) = "Y"
                   PERFORM Figure-Code-Amount
                   ADD WS-CODE-AMOUNT TO WS-PRETAX
               END-IF
           END-PERFORM
           COMPUTE WS-TAXABLE = WS-GROSS - WS-PRETAX
           PERFORM VARYING WS-DC-SUB FROM 1 BY 1
               UNTIL WS-DC-SUB > WS-DC-COUNT
               IF WS-DC-KIND (WS-DC-SUB) = "W"
                   PERFORM Figure-Code-Amount
                   ADD WS-CODE-AMOUNT TO WS-STATUTORY
               END-IF
           END-PERFORM
           MOVE WS-TAXABLE TO WS-WH-WAGES
           MOVE WS-FED-TABLE-ID TO WS-LOOK-TABLE-ID
           MOVE WS-FED-EFF-FROM TO WS-LOOK-EFF-FROM
           PERFORM Figure-Withholding
           MOVE WS-WH-AMOUNT TO WS-FED-WH
           MOVE WS-STATE-TABLE-ID TO WS-LOOK-TABLE-ID
           MOVE WS-STATE-EFF-FROM TO WS-LOOK-EFF-FROM
           PERFORM Figure-Withholding
           MOVE WS-WH-AMOUNT TO WS-STATE-WH
           PERFORM VARYING WS-DC-SUB FROM 1 BY 1
               UNTIL WS-DC-SUB > WS-DC-COUNT
               IF WS-DC-KIND (WS-DC-SUB) = "D"
               AND WS-DC-PRETAX (WS-DC-SUB) NOT = "Y"
                   PERFORM Figure-Code-Amount
                   ADD WS-CODE-AMOUNT TO WS-POSTTAX
               END-IF
           END-PERFORM
           PERFORM VARYING WS-DC-SUB FROM 1 BY 1
               UNTIL WS-DC-SUB > WS-DC-COUNT
               IF WS-DC-KIND (WS-DC-SUB) = "E"
                   PERFORM Figure-Code-Amount
                   ADD WS-CODE-AMOUNT TO WS-EMPLOYER
               END-IF
           END-PERFORM
           COMPUTE WS-NET = WS-GROSS - WS-PRETAX - WS-STATUTORY
               - WS-FED-WH - WS-STATE-WH - WS-POSTTAX.

       Read-Year-To-Date.
           MOVE WS-PAY-YEAR    TO PY-CALENDAR-YEAR
           MOVE ED-EMPLOYEE-ID TO PY-EMPLOYEE-ID
           READ PAY-YTD-FILE
               INVALID KEY
                   SET YTD-RECORD-ON-FILE TO FALSE
                   INITIALIZE PAY-YTD-RECORD
                   MOVE WS-PAY-YEAR    TO PY-CALENDAR-YEAR
                   MOVE ED-EMPLOYEE-ID TO PY-EMPLOYEE-ID
               NOT INVALID KEY
                   SET YTD-RECORD-ON-FILE TO TRUE
           END-READ.

      *> One code on this pay's gross. A percent code with a cap
      *> only applies to the wages left under it for the year.
       Figure-Code-Amount.
           MOVE WS-GROSS TO WS-CODE-WAGES
           IF WS-DC-METHOD (WS-DC-SUB) = "F"
               MOVE WS-DC-FLAT (WS-DC-SUB) TO WS-CODE-AMOUNT
           ELSE
               IF WS-DC-CAP (WS-DC-SUB) > ZERO
                   PERFORM Find-Ytd-Code
                   IF WS-YTD-SUB > ZERO
                       COMPUTE WS-CAP-ROOM = WS-DC-CAP (WS-DC-SUB)
                           - PY-CODE-WAGES (WS-YTD-SUB)
                   ELSE
                       MOVE WS-DC-CAP (WS-DC-SUB) TO WS-CAP-ROOM
                   END-IF
                   IF WS-CAP-ROOM < ZERO
                       MOVE ZERO TO WS-CAP-ROOM
                   END-IF
                   IF WS-CAP-ROOM < WS-CODE-WAGES
                       MOVE WS-CAP-ROOM TO WS-CODE-WAGES
                   END-IF
               END-IF
               COMPUTE WS-CODE-AMOUNT ROUNDED =
                   WS-CODE-WAGES * WS-DC-RATE (WS-DC-SUB)
           END-IF
           MOVE WS-CODE-WAGES  TO WS-EC-WAGES (WS-DC-SUB)
           MOVE WS-CODE-AMOUNT TO WS-EC-AMOUNT (WS-DC-SUB).

       Find-Ytd-Code.
           MOVE ZERO TO WS-YTD-SUB
           PERFORM VARYING WS-BRACKET-SUB FROM 1 BY 1
               UNTIL WS-BRACKET-SUB > PY-CODE-COUNT
                  OR WS-BRACKET-SUB > 12
               IF PY-CODE (WS-BRACKET-SUB) = WS-DC-CODE (WS-DC-SUB)
                   MOVE WS-BRACKET-SUB TO WS-YTD-SUB
               END-IF
           END-PERFORM.

      *> Percentage method: annualize the wages, find the highest
      *> bracket floor they reach in the set in force, tax them at
      *> that bracket's base plus rate on the excess, and bring the
      *> year's tax back to one pay.
       Figure-Withholding.
           MOVE ZERO TO WS-WH-AMOUNT
           COMPUTE WS-ANNUAL-WAGES = WS-WH-WAGES * WS-PAYS-PER-YEAR
           MOVE ZERO TO WS-BRACKET-SUB
           PERFORM VARYING WS-WT-SUB FROM 1 BY 1
               UNTIL WS-WT-SUB > WS-WT-COUNT
               IF WS-WT-TABLE-ID (WS-WT-SUB) = WS-LOOK-TABLE-ID
               AND WS-WT-EFF-FROM (WS-WT-SUB) = WS-LOOK-EFF-FROM
               AND WS-WT-FLOOR (WS-WT-SUB) NOT > WS-ANNUAL-WAGES
                   IF WS-BRACKET-SUB = ZERO
                       MOVE WS-WT-SUB TO WS-BRACKET-SUB
                   ELSE
                       IF WS-WT-FLOOR (WS-WT-SUB) >
                          WS-WT-FLOOR (WS-BRACKET-SUB)
                           MOVE WS-WT-SUB TO WS-BRACKET-SUB
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-BRACKET-SUB > ZERO AND WS-ANNUAL-WAGES > ZERO
               COMPUTE WS-ANNUAL-TAX =
                   WS-WT-BASE-TAX (WS-BRACKET-SUB)
                 + (WS-ANNUAL-WAGES - WS-WT-FLOOR (WS-BRACKET-SUB))
                 * WS-WT-RATE (WS-BRACKET-SUB)
               COMPUTE WS-WH-AMOUNT ROUNDED =
                   WS-ANNUAL-TAX / WS-PAYS-PER-YEAR
           END-IF.

      *> Held pay, register line and department and run totals
      *> for one employee paid.
       Record-Employee-Pay.
           MOVE SPACES TO PAY-HISTORY-RECORD
           MOVE WS-PAY-DATE    TO PH-PAY-DATE
           MOVE WS-PERIOD-END  TO PH-PERIOD-END
           MOVE ED-EMPLOYEE-ID TO PH-EMPLOYEE-ID
           MOVE ED-DEPT-CODE   TO PH-DEPT-CODE
           MOVE ED-FTE         TO PH-FTE
           MOVE WS-GROSS       TO PH-GROSS
           MOVE WS-PRETAX      TO PH-PRETAX
           MOVE WS-TAXABLE     TO PH-TAXABLE
           MOVE WS-FED-WH      TO PH-FED-WH
           MOVE WS-STATE-WH    TO PH-STATE-WH
           MOVE WS-STATUTORY   TO PH-STATUTORY
           MOVE WS-POSTTAX     TO PH-POSTTAX
           MOVE WS-NET         TO PH-NET
           MOVE WS-EMPLOYER    TO PH-EMPLOYER
           MOVE PAY-HISTORY-RECORD TO PHD-HISTORY-IMAGE
           PERFORM VARYING WS-DC-SUB FROM 1 BY 1
               UNTIL WS-DC-SUB > 12
               MOVE WS-EC-WAGES (WS-DC-SUB)
                   TO PHD-CODE-WAGES (WS-DC-SUB)
               MOVE WS-EC-AMOUNT (WS-DC-SUB)
                   TO PHD-CODE-AMOUNT (WS-DC-SUB)
           END-PERFORM
           WRITE PAY-HOLD-RECORD
           IF PAY-HOLD-STATUS = "00"
               ADD 1 TO WS-HELD-COUNT
           ELSE
               DISPLAY "PAYHOLD.DAT: status " PAY-HOLD-STATUS
                   " on employee " ED-EMPLOYEE-ID
               ADD 1 TO WS-HOLD-FAILED
           END-IF
           MOVE SPACES TO REGISTER-DETAIL-LINE
           MOVE ED-EMPLOYEE-ID TO RG-EMPLOYEE
           MOVE ED-DEPT-CODE   TO RG-DEPT
           MOVE ED-FTE         TO RG-FTE
           MOVE WS-GROSS       TO RG-GROSS
           MOVE WS-PRETAX      TO RG-PRETAX
           MOVE WS-FED-WH      TO RG-FED-WH
           MOVE WS-STATE-WH    TO RG-STATE-WH
           MOVE WS-STATUTORY   TO RG-STATUTORY
           MOVE WS-POSTTAX     TO RG-POSTTAX
           MOVE WS-NET         TO RG-NET
           MOVE WS-EMPLOYER    TO RG-EMPLOYER
           MOVE REGISTER-DETAIL-LINE TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           ADD 1            TO WS-DP-PAID (WS-DEPT-SUB)
           ADD WS-GROSS     TO WS-DP-GROSS (WS-DEPT-SUB)
           ADD WS-PRETAX    TO WS-DP-PRETAX (WS-DEPT-SUB)
           ADD WS-FED-WH    TO WS-DP-FED-WH (WS-DEPT-SUB)
           ADD WS-STATE-WH  TO WS-DP-STATE-WH (WS-DEPT-SUB)
           ADD WS-STATUTORY TO WS-DP-STATUTORY (WS-DEPT-SUB)
           ADD WS-POSTTAX   TO WS-DP-POSTTAX (WS-DEPT-SUB)
           ADD WS-NET       TO WS-DP-NET (WS-DEPT-SUB)
           ADD WS-EMPLOYER  TO WS-DP-EMPLOYER (WS-DEPT-SUB)
           ADD WS-GROSS     TO WS-TOT-GROSS
           ADD WS-PRETAX    TO WS-TOT-PRETAX
           ADD WS-FED-WH    TO WS-TOT-FED-WH
           ADD WS-STATE-WH  TO WS-TOT-STATE-WH
           ADD WS-STATUTORY TO WS-TOT-STATUTORY
           ADD WS-POSTTAX   TO WS-TOT-POSTTAX
           ADD WS-NET       TO WS-TOT-NET
           ADD WS-EMPLOYER  TO WS-TOT-EMPLOYER
           ADD 1 TO WS-PAID-COUNT.

       Update-Year-To-Date.
           MOVE ED-DEPT-CODE TO PY-DEPT-CODE
           MOVE WS-WORK-STATE TO PY-WORK-STATE
           ADD 1 TO PY-PAY-COUNT
           MOVE WS-PAY-DATE TO PY-LAST-PAY-DATE
           ADD WS-GROSS     TO PY-GROSS
           ADD WS-PRETAX    TO PY-PRETAX
           ADD WS-TAXABLE   TO PY-TAXABLE
           ADD WS-FED-WH    TO PY-FED-WH
           ADD WS-STATE-WH  TO PY-STATE-WH
           ADD WS-STATUTORY TO PY-STATUTORY
           ADD WS-POSTTAX   TO PY-POSTTAX
           ADD WS-NET       TO PY-NET
           ADD WS-EMPLOYER  TO PY-EMPLOYER
           PERFORM VARYING WS-DC-SUB FROM 1 BY 1
               UNTIL WS-DC-SUB > WS-DC-COUNT
               PERFORM Find-Ytd-Code
               IF WS-YTD-SUB = ZERO AND PY-CODE-COUNT < 12
                   ADD 1 TO PY-CODE-COUNT
                   MOVE PY-CODE-COUNT TO WS-YTD-SUB
                   MOVE WS-DC-CODE (WS-DC-SUB) TO PY-CODE (WS-YTD-SUB)
                   MOVE ZERO TO PY-CODE-WAGES (WS-YTD-SUB)
                   MOVE ZERO TO PY-CODE-AMOUNT (WS-YTD-SUB)
               END-IF
               IF WS-YTD-SUB > ZERO
                   ADD WS-EC-WAGES (WS-DC-SUB)
                       TO PY-CODE-WAGES (WS-YTD-SUB)
                   ADD WS-EC-AMOUNT (WS-DC-SUB)
                       TO PY-CODE-AMOUNT (WS-YTD-SUB)
               END-IF
           END-PERFORM
           IF YTD-RECORD-ON-FILE
               REWRITE PAY-YTD-RECORD
           ELSE
               WRITE PAY-YTD-RECORD
           END-IF
           IF PAY-YTD-STATUS NOT = "00"
               DISPLAY "PAYYTD.DAT: status " PAY-YTD-STATUS
                   " on employee " ED-EMPLOYEE-ID
               SET PAY-POSTED TO FALSE
           END-IF.

      *> The register has proved: each held pay becomes its
      *> PAYHIST.DAT row and is added into PAYYTD.DAT, read afresh
      *> so an employee held twice adds up both pays.
       Post-Held-Pays.
           SET PAY-POSTED TO FALSE
           OPEN INPUT PAY-HOLD-FILE
           IF PAY-HOLD-STATUS NOT = "00"
               DISPLAY "PAYHOLD.DAT: status " PAY-HOLD-STATUS
                   " - nothing written to PAYHIST.DAT or PAYYTD.DAT"
           ELSE
               OPEN EXTEND PAY-HISTORY-FILE
               IF PAY-HISTORY-STATUS = "35"
                   OPEN OUTPUT PAY-HISTORY-FILE
                   CLOSE PAY-HISTORY-FILE
                   OPEN EXTEND PAY-HISTORY-FILE
               END-IF
               IF PAY-HISTORY-STATUS NOT = "00"
                   DISPLAY "PAYHIST.DAT: status " PAY-HISTORY-STATUS
                       " - nothing written to PAYHIST.DAT or "
                       "PAYYTD.DAT"
               ELSE
                   SET PAY-POSTED TO TRUE
                   SET END-OF-FILE TO FALSE
                   PERFORM UNTIL END-OF-FILE
                       READ PAY-HOLD-FILE
                           AT END
                               SET END-OF-FILE TO TRUE
                           NOT AT END
                               PERFORM Post-One-Pay
                       END-READ
                   END-PERFORM
                   CLOSE PAY-HISTORY-FILE
                   IF WS-POSTED-COUNT NOT = WS-HELD-COUNT
                       SET PAY-POSTED TO FALSE
                       DISPLAY "Payroll-Calc: " WS-POSTED-COUNT
                           " of " WS-HELD-COUNT " pays written to "
                           "PAYHIST.DAT - see PAYHOLD.DAT"
                   END-IF
               END-IF
               CLOSE PAY-HOLD-FILE
           END-IF.

      *> What reaches PAYHIST.DAT is what was paid, so it is what
      *> each department stages for the GL.
       Post-One-Pay.
           MOVE PHD-HISTORY-IMAGE TO PAY-HISTORY-RECORD
           MOVE PH-EMPLOYEE-ID TO ED-EMPLOYEE-ID
           MOVE PH-DEPT-CODE   TO ED-DEPT-CODE
           WRITE PAY-HISTORY-RECORD
           IF PAY-HISTORY-STATUS = "00"
               ADD 1 TO WS-POSTED-COUNT
               PERFORM Find-Dept-Slot
               IF WS-DEPT-SUB > ZERO
                   ADD 1 TO WS-DP-POST-COUNT (WS-DEPT-SUB)
                   ADD PH-GROSS TO WS-DP-POST-GROSS (WS-DEPT-SUB)
                   ADD PH-NET TO WS-DP-POST-NET (WS-DEPT-SUB)
                   COMPUTE WS-DP-POST-WHELD (WS-DEPT-SUB) =
                       WS-DP-POST-WHELD (WS-DEPT-SUB) + PH-PRETAX
                     + PH-FED-WH + PH-STATE-WH + PH-STATUTORY
                     + PH-POSTTAX
                   ADD PH-EMPLOYER TO WS-DP-POST-EMPLR (WS-DEPT-SUB)
               END-IF
           ELSE
               DISPLAY "PAYHIST.DAT: status " PAY-HISTORY-STATUS
                   " on employee " PH-EMPLOYEE-ID
                   " - not in history, not staged"
           END-IF
           MOVE PH-GROSS       TO WS-GROSS
           MOVE PH-PRETAX      TO WS-PRETAX
           MOVE PH-TAXABLE     TO WS-TAXABLE
           MOVE PH-FED-WH      TO WS-FED-WH
           MOVE PH-STATE-WH    TO WS-STATE-WH
           MOVE PH-STATUTORY   TO WS-STATUTORY
           MOVE PH-POSTTAX     TO WS-POSTTAX
           MOVE PH-NET         TO WS-NET
           MOVE PH-EMPLOYER    TO WS-EMPLOYER
           PERFORM VARYING WS-DC-SUB FROM 1 BY 1
               UNTIL WS-DC-SUB > 12
               MOVE PHD-CODE-WAGES (WS-DC-SUB)
                   TO WS-EC-WAGES (WS-DC-SUB)
               MOVE PHD-CODE-AMOUNT (WS-DC-SUB)
                   TO WS-EC-AMOUNT (WS-DC-SUB)
           END-PERFORM
           PERFORM Read-Year-To-Date
           PERFORM Update-Year-To-Date.

       Print-Department-Totals.
           PERFORM Write-Print-Line
           MOVE " -- DEPARTMENT TOTALS --" TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
               MOVE SPACES TO REGISTER-DETAIL-LINE
               MOVE WS-DP-PAID (WS-DEPT-SUB) TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO RG-EMPLOYEE
               MOVE WS-DP-CODE (WS-DEPT-SUB)      TO RG-DEPT
               MOVE ZERO TO RG-FTE
               MOVE WS-DP-GROSS (WS-DEPT-SUB)     TO RG-GROSS
               MOVE WS-DP-PRETAX (WS-DEPT-SUB)    TO RG-PRETAX
               MOVE WS-DP-FED-WH (WS-DEPT-SUB)    TO RG-FED-WH
               MOVE WS-DP-STATE-WH (WS-DEPT-SUB)  TO RG-STATE-WH
               MOVE WS-DP-STATUTORY (WS-DEPT-SUB) TO RG-STATUTORY
               MOVE WS-DP-POSTTAX (WS-DEPT-SUB)   TO RG-POSTTAX
               MOVE WS-DP-NET (WS-DEPT-SUB)       TO RG-NET
               MOVE WS-DP-EMPLOYER (WS-DEPT-SUB)  TO RG-EMPLOYER
               MOVE REGISTER-DETAIL-LINE TO WS-PRINT-LINE
               PERFORM Write-Print-Line
           END-PERFORM
           MOVE SPACES TO REGISTER-DETAIL-LINE
           MOVE WS-PAID-COUNT TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT    TO RG-EMPLOYEE
           MOVE "ALL "           TO RG-DEPT
           MOVE ZERO             TO RG-FTE
           MOVE WS-TOT-GROSS     TO RG-GROSS
           MOVE WS-TOT-PRETAX    TO RG-PRETAX
           MOVE WS-TOT-FED-WH    TO RG-FED-WH
           MOVE WS-TOT-STATE-WH  TO RG-STATE-WH
           MOVE WS-TOT-STATUTORY TO RG-STATUTORY
           MOVE WS-TOT-POSTTAX   TO RG-POSTTAX
           MOVE WS-TOT-NET       TO RG-NET
           MOVE WS-TOT-EMPLOYER  TO RG-EMPLOYER
           MOVE REGISTER-DETAIL-LINE TO WS-PRINT-LINE
           PERFORM Write-Print-Line
           PERFORM Write-Print-Line.

      *> Every department's gross must be its net plus what was
      *> withheld from it, and the departments must sum to the run
      *> totals footed off the employee lines. Nothing is posted
      *> to history or year-to-date, or staged for the GL, from a
      *> register that does not prove.
       Prove-Register.
           SET REGISTER-PROVES TO TRUE
           MOVE ZERO TO WS-DEPT-GROSS-SUM
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
               PERFORM Figure-Dept-Withheld
               IF WS-DP-NET (WS-DEPT-SUB) + WS-DEPT-WITHHELD NOT =
                  WS-DP-GROSS (WS-DEPT-SUB)
                   SET REGISTER-PROVES TO FALSE
                   DISPLAY "Payroll-Calc: department "
                       WS-DP-CODE (WS-DEPT-SUB)
                       " gross does not foot to net plus withheld"
               END-IF
               ADD WS-DP-GROSS (WS-DEPT-SUB) TO WS-DEPT-GROSS-SUM
           END-PERFORM
           IF WS-DEPT-GROSS-SUM NOT = WS-TOT-GROSS
           OR WS-TOT-NET + WS-TOT-PRETAX + WS-TOT-FED-WH
              + WS-TOT-STATE-WH + WS-TOT-STATUTORY + WS-TOT-POSTTAX
              NOT = WS-TOT-GROSS
               SET REGISTER-PROVES TO FALSE
               DISPLAY "Payroll-Calc: register totals do not foot"
           END-IF.

       Figure-Dept-Withheld.
           COMPUTE WS-DEPT-WITHHELD =
               WS-DP-PRETAX (WS-DEPT-SUB)
             + WS-DP-FED-WH (WS-DEPT-SUB)
             + WS-DP-STATE-WH (WS-DEPT-SUB)
             + WS-DP-STATUTORY (WS-DEPT-SUB)
             + WS-DP-POSTTAX (WS-DEPT-SUB).

       Stage-Payroll-For-GL.
           OPEN EXTEND PAY-GLSTAGE-FILE
           IF PAY-GLSTAGE-STATUS = "35"
               OPEN OUTPUT PAY-GLSTAGE-FILE
               CLOSE PAY-GLSTAGE-FILE
               OPEN EXTEND PAY-GLSTAGE-FILE
           END-IF
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
               IF WS-DP-POST-COUNT (WS-DEPT-SUB) > ZERO
                   MOVE SPACES TO PAY-GLSTAGE-RECORD
                   MOVE WS-PAY-DATE TO PGS-PAY-DATE
                   MOVE WS-DP-CODE (WS-DEPT-SUB) TO PGS-DEPT-CODE
                   MOVE WS-DP-POST-GROSS (WS-DEPT-SUB) TO PGS-GROSS
                   MOVE WS-DP-POST-NET (WS-DEPT-SUB) TO PGS-NET-PAY
                   MOVE WS-DP-POST-WHELD (WS-DEPT-SUB)
                       TO PGS-WITHHELD
                   MOVE WS-DP-POST-EMPLR (WS-DEPT-SUB)
                       TO PGS-EMPLOYER
                   WRITE PAY-GLSTAGE-RECORD
                   ADD 1 TO WS-STAGED-COUNT
               END-IF
           END-PERFORM
           CLOSE PAY-GLSTAGE-FILE.

       Print-Register-Footing.
           MOVE WS-TOT-GROSS TO WS-AMOUNT-EDIT
           COMPUTE WS-DEPT-GROSS-SUM = WS-TOT-NET + WS-TOT-PRETAX
               + WS-TOT-FED-WH + WS-TOT-STATE-WH + WS-TOT-STATUTORY
               + WS-TOT-POSTTAX
           MOVE WS-DEPT-GROSS-SUM TO WS-AMOUNT-EDIT-2
           STRING " PROOF: GROSS " WS-AMOUNT-EDIT
               "  NET PLUS WITHHELD " WS-AMOUNT-EDIT-2
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           EVALUATE TRUE
               WHEN PAY-POSTED
                   MOVE "  OK - STAGED FOR GL" TO WS-PRINT-LINE (83:)
               WHEN WS-POSTED-COUNT > ZERO
                   MOVE "  *** PART POSTED - SEE CONSOLE ***"
                       TO WS-PRINT-LINE (83:)
               WHEN REGISTER-PROVES
                   MOVE "  *** NOT POSTED - NOT STAGED ***"
                       TO WS-PRINT-LINE (83:)
               WHEN OTHER
                   MOVE "  *** OUT OF BALANCE - NOT POSTED ***"
                       TO WS-PRINT-LINE (83:)
           END-EVALUATE
           PERFORM Write-Print-Line
           MOVE WS-REJECT-COUNT TO WS-COUNT-EDIT
           STRING " EMPLOYEES NOT PAID (SEE ERROR LOG) " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM Write-Print-Line
           MOVE WS-UNPAID-COUNT TO WS-COUNT-EDIT
           STRING " EMPLOYEES AT ZERO FTE OR RATE   " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM Write-Print-Line
           PERFORM Write-Print-Line
           MOVE "  *** END OF REPORT ***" TO WS-PRINT-LINE
           PERFORM Write-Print-Line.

       Back-One-Day.
           IF WS-WALK-DAY > 1
               SUBTRACT 1 FROM WS-WALK-DAY
           ELSE
               IF WS-WALK-MONTH = 1
                   MOVE 12 TO WS-WALK-MONTH
                   SUBTRACT 1 FROM WS-WALK-YEAR
               ELSE
                   SUBTRACT 1 FROM WS-WALK-MONTH
               END-IF
               MOVE DAYS-IN-MONTH (WS-WALK-MONTH) TO WS-WALK-DAY
               IF WS-WALK-MONTH = 2
                   PERFORM Check-Leap-Year
                   IF NOT IS-LEAP-YEAR
                       MOVE 28 TO WS-WALK-DAY
                   END-IF
               END-IF
           END-IF.

      *> Standard Gregorian leap-year rule: divisible by 4, except
      *> centuries, which must divide evenly by 400.
       Check-Leap-Year.
           SET IS-LEAP-YEAR TO FALSE
           DIVIDE WS-WALK-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER
           IF WS-LEAP-REMAINDER = 0
               SET IS-LEAP-YEAR TO TRUE
           ELSE
               DIVIDE WS-WALK-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER NOT = 0
                   DIVIDE WS-WALK-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = 0
                       SET IS-LEAP-YEAR TO TRUE
                   END-IF
               END-IF
           END-IF.

           COPY ERRLOGWR.
           COPY PRTWR.
       END PROGRAM Payroll-Calc.

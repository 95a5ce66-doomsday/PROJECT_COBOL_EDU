      *> the RPTROUTE.DAT routing file, with every release (and
      *> every routed report that was not produced) on the
      *> DISTREG.DAT register.
      *> 15 Oct 2026 MK - Tuition-Rebill joins the cycle after
      *> Tuition-Bill: students already invoiced are charged or
      *> credited for the day's course-load changes before Ar-Post
      *> rebuilds the position, and the taxable difference rides
      *> the same day's remittance.
      *> 15 Oct 2026 MK - Open-Items follows Ar-Post, listing every open
      *> invoice with its applications off the OPENITEM.DAT position
      *> Ar-Post just rewrote.
      *> 15 Oct 2026 MK - Dunning-Run joins the cycle after Plan-Assess,
      *> so the night's past-due notices and collection placements come
      *> off the position Ar-Post and the late-fee pass just left.
      *> 15 Oct 2026 MK - Write-Off joins the cycle ahead of Ar-Post, so
      *> the night's approved bad-debt write-offs come off that night's
      *> receivables position.
      *> 15 Oct 2026 MK - Refund-Disburse follows Open-Items, paying out
      *> the credit balances Ar-Post just left as checks with a
      *> positive-pay issue file for the bank.
      *> 15 Oct 2026 MK - Bank-Recon follows Refund-Disburse, matching
      *> the night's posted deposits against the bank's statement file.
      *> 15 Oct 2026 MK - Stu-Hold-Maint joins the cycle between
      *> Contact-Maint and Class-Enroll, so a hold keyed today refuses
      *> tonight's enrollments; the step tables grow from 24 to 48 slots
      *> to leave the cycle room to grow.
      *> 15 Oct 2026 MK - Consent-Maint joins the cycle between Roster-
      *> Edit and Enter-Name, so a guardian consent keyed today admits
      *> tonight's minors.
      *> 15 Oct 2026 MK - The term-end jobs join the cycle: Job-Calendar
      *> reads TERMCAL.DAT against the TERMM.DAT dates after the day's
      *> postings, checks the due jobs' control cards and prints the
      *> 14-day look-ahead, and Class-Cancel, Dereg, Grade-Post, Acad-
      *> Standing and Period-Close then run on the nights it finds them
      *> due, instead of whenever the operator remembers.
      *> 15 Oct 2026 MK - Feed-Check runs ahead of every other step: the
      *> inbound feeds are checked against FEEDSCHD.DAT, and a missing
      *> mandatory feed ends it RC 8, holding the cycle until the feed
      *> arrives and the cycle is rerun.
      *> 15 Oct 2026 MK - New NOTIFY step runs Notify-Format after the
      *> term-end jobs and ahead of report distribution, turning the
      *> night's NOTIFYQ.DAT queue into family letters and vendor
      *> messages.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-CTL-COUNT    PIC 99 VALUE ZERO.
       01 WS-CTL-SUB      PIC 99 VALUE ZERO.
       01 WS-CTL-TABLE-AREA.
           02 WS-CTL-ENTRY OCCURS 48 TIMES.
               03 WS-CTL-STEP      PIC X(12).
               03 WS-CTL-BUSINESS  PIC X.
               03 WS-CTL-WEEKEND   PIC X.
       01 WS-DONE-COUNT   PIC 99 VALUE ZERO.
       01 WS-DONE-SUB     PIC 99 VALUE ZERO.
       01 WS-DONE-TABLE-AREA.
           02 WS-DONE-ENTRY OCCURS 48 TIMES.
               03 WS-DONE-STEP PIC X(12).
       01 WS-STEP-DONE    PIC X VALUE "N".
           88 STEP-ALREADY-DONE VALUE "Y" FALSE "N".
       01 WS-END-SECS     PIC 9(7).
       01 WS-ELAPSED-SECS PIC S9(7).

      *> The term-end jobs Job-Calendar found due tonight.
           COPY JOBDUE.
       01 WS-JD-SUB       PIC 99 VALUE ZERO.
       01 WS-TERM-JOB-SW  PIC X VALUE "N".
           88 TERM-JOB-DUE    VALUE "Y" FALSE "N".

       PROCEDURE DIVISION.
       Begin.
           DISPLAY "==== Master-Driver: daily cycle starting ===="
           PERFORM Load-Run-Control
           PERFORM Load-Completed-Steps

      *> The inbound feeds are checked against their schedule
      *> before anything backs up or updates: a missing mandatory
      *> feed ends the step RC 8 and holds the whole cycle, and
      *> the rerun once it arrives checks again from here.
           MOVE "FEEDCHK" TO WS-STEP-NAME
           PERFORM Check-Step-Wanted
           PERFORM Check-Step-Done
           IF STEP-WANTED AND NOT STEP-ALREADY-DONE
           AND NOT CYCLE-HALTED
               MOVE ZERO TO RETURN-CODE
               ACCEPT WS-START-TIME FROM TIME
               CALL "Feed-Check" USING WS-TODAYS-DATE
               IF RETURN-CODE >= 8
                   DISPLAY "Feed-Check: mandatory inbound feed "
                       "missing - see FEEDCHK.RPT"
               END-IF
               PERFORM Journal-Step-End
           END-IF
           MOVE "SETBKUP" TO WS-STEP-NAME
           PERFORM Check-Step-Wanted
           PERFORM Check-Step-Done
               CALL "Roster-Edit" USING WS-TODAYS-DATE
               PERFORM Journal-Step-End
           END-IF
           MOVE "CONSMNT" TO WS-STEP-NAME
           PERFORM Check-Step-Wanted
           PERFORM Check-Step-Done
           IF STEP-WANTED AND NOT STEP-ALREADY-DONE
           AND NOT CYCLE-HALTED
               MOVE ZERO TO RETURN-CODE
               ACCEPT WS-START-TIME FROM TIME
               CALL "Consent-Maint" USING WS-TODAYS-DATE
               PERFORM Journal-Step-End
           END-IF
           MOVE "ENTRNAME" TO WS-STEP-NAME
           PERFORM Check-Step-Wanted
           PERFORM Check-Step-Done
               CALL "Contact-Maint" USING WS-TODAYS-DATE
               PERFORM Journal-Step-End
           END-IF
           MOVE "STHLDMNT" TO WS-STEP-NAME
           PERFORM Check-Step-Wanted
           PERFORM Check-Step-Done
           IF STEP-WANTED AND NOT STEP-ALREADY-DONE
           AND NOT CYCLE-HALTED
               MOVE ZERO TO RETURN-CODE
               ACCEPT WS-START-TIME FROM TIME
               CALL "Stu-Hold-Maint" USING WS-TODAYS-DATE
               PERFORM Journal-Step-End
           END-IF
           MOVE "CLASSENR" TO WS-STEP-NAME
           PERFORM Check-Step-Wanted
           PERFORM Check-Step-Done
               CALL "Tuition-Bill" USING WS-TODAYS-DATE
               PERFORM Journal-Step-End
           END-IF
           MOVE "REBILL" TO WS-STEP-NAME
           PERFORM Check-Step-Wanted
           PERFORM Check-Step-Done
           IF STEP-WANTED AND NOT STEP-ALREADY-DONE
           AND NOT CYCLE-HALTED
               MOVE ZERO TO RETURN-CODE
               ACCEPT WS-START-TIME FROM TIME
               CALL "Tuition-Rebill" USING WS-TODAYS-DATE
               PERFORM Journal-Step-End
           END-IF
           MOVE "WRITEOFF" TO WS-STEP-NAME
           PERFORM Check-Step-Wanted
           PERFORM Check-Step-Done
           IF STEP-WANTED AND NOT STEP-ALREADY-DONE
           AND NOT CYCLE-HALTED
               MOVE ZERO TO RETURN-CODE
               ACCEPT WS-START-TIME FROM TIME
               CALL "Write-Off" USING WS-TODAYS-DATE
               PERFORM Journal-Step-End
           END-IF
           MOVE "ARPOST" TO WS-STEP-NAME
           PERFORM Check-Step-Wanted
           PERFORM Check-Step-Done
               CALL "Ar-Post" USING WS-TODAYS-DATE
               PERFORM Journal-Step-End
           END-IF
           MOVE "OPENITM" TO WS-STEP-NAME
           PERFORM Check-Step-Wanted
           PERFORM Check-Step-Done
           IF STEP-WANTED AND NOT STEP-ALREADY-DONE
           AND NOT CYCLE-HALTED
               MOVE ZERO TO RETURN-CODE
               ACCEPT WS-START-TIME FROM TIME
               CALL "Open-Items" USING WS-TODAYS-DATE
               PERFORM Journal-Step-End
           END-IF
           MOVE "REFUND" TO WS-STEP-NAME
           PERFORM Check-Step-Wanted
           PERFORM Check-Step-Done
           IF STEP-WANTED AND NOT STEP-ALREADY-DONE
           AND NOT CYCLE-HALTED
               MOVE ZERO TO RETURN-CODE
               ACCEPT WS-START-TIME FROM TIME
               CALL "Refund-Disburse" USING WS-TODAYS-DATE
               PERFORM Journal-Step-End
           END-IF
           MOVE "BANKREC" TO WS-STEP-NAME
           PERFORM Check-Step-Wanted
           PERFORM Check-Step-Done
           IF STEP-WANTED AND NOT STEP-ALREADY-DONE
           AND NOT CYCLE-HALTED
               MOVE ZERO TO RETURN-CODE
               ACCEPT WS-START-TIME FROM TIME
               CALL "Bank-Recon" USING WS-TODAYS-DATE
               PERFORM Journal-Step-End
           END-IF
           MOVE "PLANASSE" TO WS-STEP-NAME
           PERFORM Check-Step-Wanted
           PERFORM Check-Step-Done
               CALL "Plan-Assess" USING WS-TODAYS-DATE
               PERFORM Journal-Step-End
           END-IF
           MOVE "DUNNING" TO WS-STEP-NAME
           PERFORM Check-Step-Wanted
           PERFORM Check-Step-Done
           IF STEP-WANTED AND NOT STEP-ALREADY-DONE
           AND NOT CYCLE-HALTED
               MOVE ZERO TO RETURN-CODE
               ACCEPT WS-START-TIME FROM TIME
               CALL "Dunning-Run" USING WS-TODAYS-DATE
               PERFORM Journal-Step-End
           END-IF
           MOVE "FEEDASM" TO WS-STEP-NAME
           PERFORM Check-Step-Wanted
           PERFORM Check-Step-Done
               CALL "Remit-Pay" USING WS-TODAYS-DATE
               PERFORM Journal-Step-End
           END-IF
      *> Term-end jobs run after the day's postings, so Dereg and
      *> Class-Cancel see tonight's payments and enrollments. The
      *> calendar step always runs (it only reads and reports) and
      *> says which of them are due; each due job is then a step
      *> like any other - RUNCTL.DAT, restart and halt apply.
           MOVE "JOBCAL" TO WS-STEP-NAME
           MOVE ZERO TO JD-DUE-COUNT
           PERFORM Check-Step-Wanted
           IF STEP-WANTED AND NOT CYCLE-HALTED
               MOVE ZERO TO RETURN-CODE
               ACCEPT WS-START-TIME FROM TIME
               CALL "Job-Calendar" USING WS-TODAYS-DATE JOB-DUE-AREA
               PERFORM Journal-Step-End
           END-IF
           MOVE "CLSCANCL" TO WS-STEP-NAME
           PERFORM Check-Term-Job-Due
           IF TERM-JOB-DUE
               PERFORM Check-Step-Wanted
               PERFORM Check-Step-Done
           END-IF
           IF TERM-JOB-DUE AND STEP-WANTED AND NOT STEP-ALREADY-DONE
           AND NOT CYCLE-HALTED
               MOVE ZERO TO RETURN-CODE
               ACCEPT WS-START-TIME FROM TIME
               CALL "Class-Cancel" USING WS-TODAYS-DATE
               PERFORM Journal-Step-End
           END-IF
           MOVE "DEREG" TO WS-STEP-NAME
           PERFORM Check-Term-Job-Due
           IF TERM-JOB-DUE
               PERFORM Check-Step-Wanted
               PERFORM Check-Step-Done
           END-IF
           IF TERM-JOB-DUE AND STEP-WANTED AND NOT STEP-ALREADY-DONE
           AND NOT CYCLE-HALTED
               MOVE ZERO TO RETURN-CODE
               ACCEPT WS-START-TIME FROM TIME
               CALL "Dereg" USING WS-TODAYS-DATE
               PERFORM Journal-Step-End
           END-IF
           MOVE "GRADPOST" TO WS-STEP-NAME
           PERFORM Check-Term-Job-Due
           IF TERM-JOB-DUE
               PERFORM Check-Step-Wanted
               PERFORM Check-Step-Done
           END-IF
           IF TERM-JOB-DUE AND STEP-WANTED AND NOT STEP-ALREADY-DONE
           AND NOT CYCLE-HALTED
               MOVE ZERO TO RETURN-CODE
               ACCEPT WS-START-TIME FROM TIME
               CALL "Grade-Post" USING WS-TODAYS-DATE
               PERFORM Journal-Step-End
           END-IF
           MOVE "STANDING" TO WS-STEP-NAME
           PERFORM Check-Term-Job-Due
           IF TERM-JOB-DUE
               PERFORM Check-Step-Wanted
               PERFORM Check-Step-Done
           END-IF
           IF TERM-JOB-DUE AND STEP-WANTED AND NOT STEP-ALREADY-DONE
           AND NOT CYCLE-HALTED
               MOVE ZERO TO RETURN-CODE
               ACCEPT WS-START-TIME FROM TIME
               CALL "Acad-Standing" USING WS-TODAYS-DATE
               PERFORM Journal-Step-End
           END-IF
           MOVE "PERDCLOS" TO WS-STEP-NAME
           PERFORM Check-Term-Job-Due
           IF TERM-JOB-DUE
               PERFORM Check-Step-Wanted
               PERFORM Check-Step-Done
           END-IF
           IF TERM-JOB-DUE AND STEP-WANTED AND NOT STEP-ALREADY-DONE
           AND NOT CYCLE-HALTED
               MOVE ZERO TO RETURN-CODE
               ACCEPT WS-START-TIME FROM TIME
               CALL "Period-Close"
               PERFORM Journal-Step-End
           END-IF
      *> Family notices go out after every job that can queue
      *> one, term-end jobs included, so tonight's events are all
      *> worded and sent tonight.
           MOVE "NOTIFY" TO WS-STEP-NAME
           PERFORM Check-Step-Wanted
           PERFORM Check-Step-Done
           IF STEP-WANTED AND NOT STEP-ALREADY-DONE
           AND NOT CYCLE-HALTED
               MOVE ZERO TO RETURN-CODE
               ACCEPT WS-START-TIME FROM TIME
               CALL "Notify-Format" USING WS-TODAYS-DATE
               PERFORM Journal-Step-End
           END-IF
           MOVE "RPTDIST" TO WS-STEP-NAME
           PERFORM Check-Step-Wanted
           PERFORM Check-Step-Done
           IF RUN-CONTROL-STATUS = "00"
               PERFORM Read-Run-Control
               PERFORM UNTIL END-OF-RUN-CONTROL
                   IF WS-CTL-COUNT < 48
                       ADD 1 TO WS-CTL-COUNT
                       MOVE RC-STEP-NAME TO
                           WS-CTL-STEP (WS-CTL-COUNT)
                   PERFORM UNTIL END-OF-JOURNAL
                       IF DC-RUN-DATE = WS-TODAYS-DATE
                       AND DC-RETURN-CODE < 8
                       AND WS-DONE-COUNT < 48
                           ADD 1 TO WS-DONE-COUNT
                           MOVE DC-STEP-NAME TO
                               WS-DONE-STEP (WS-DONE-COUNT)
                   "rerun"
           END-IF.

      *> A term-end step runs only on the nights Job-Calendar
      *> hands it back as due.
       Check-Term-Job-Due.
           SET TERM-JOB-DUE TO FALSE
           PERFORM VARYING WS-JD-SUB FROM 1 BY 1
               UNTIL WS-JD-SUB > JD-DUE-COUNT
               IF JD-JOB-NAME (WS-JD-SUB) = WS-STEP-NAME
                   SET TERM-JOB-DUE TO TRUE
                   DISPLAY "Step " WS-STEP-NAME " due for term "
                       JD-TERM-CODE (WS-JD-SUB) " (term calendar "
                       "date " JD-DUE-DATE (WS-JD-SUB) ")"
               END-IF
           END-PERFORM.

      *> A step with no control row runs; a row with "N" under
      *> today's day type skips the step with one printed line
      *> saying why, so the operator knows it was the calendar,

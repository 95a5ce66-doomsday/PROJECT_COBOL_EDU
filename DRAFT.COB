      *> copybooks): a batch already consumed refuses like a
      *> control failure unless the operator's RESEND card lets
      *> it through; a clean run files its batch on the registry.
      *> 15 Oct 2026 MK - Each refund credit line takes its number from
      *> the shared NEXT-INVOICE-NO counter in INV-INVOICE-NO.
      *> 15 Oct 2026 MK - A G transaction for a student with a hold in
      *> force on HOLDS.DAT (kept by Stu-Hold-Maint) is refused to the
      *> error log naming the hold's type and placing office; the
      *> graduation audit does not run for a held student.
      *> 15 Oct 2026 MK - Transfer credit on the course history counts
      *> toward the graduation audit.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           COPY STUHISSL.
           COPY BRANCHSL.
           COPY BATCHRGS.
           COPY STUHLDSL.

       DATA DIVISION.
       FILE SECTION.
           COPY STUHIST.
           COPY BRANCHM.
           COPY BATCHRG.
           COPY STUHOLD.

       WORKING-STORAGE SECTION.
       01 Surname         PIC X(8)  VALUE "COUGHLAN".
           COPY BATCHHT.
           COPY BRCHTBL.
           COPY BATCHRGT.
           COPY STUHLDTB.

      *> Columnar detail for the printed department report.
       01 DEPT-DETAIL-LINE.
           END-IF
           DISPLAY VDate.
           PERFORM Load-Branch-Table
           MOVE VDate TO WS-HLD-AS-OF-DATE
           PERFORM Load-Hold-Table
           PERFORM Maintain-Student-Master.
           IF ABEND-OCCURRED
               GOBACK
               NOT INVALID KEY
                   MOVE STUDENT-MASTER-RECORD TO WS-HIST-BEFORE
                   SET GRAD-REQS-MET TO TRUE
                   SET STUDENT-IS-HELD TO FALSE
                   IF IS-GRADUATE-TXN
                       MOVE STU-TXN-ID TO WS-HLD-CHECK-ID
                       PERFORM Check-Student-Holds
                   END-IF
                   IF IS-GRADUATE-TXN AND NOT STUDENT-IS-HELD
                       PERFORM Audit-Graduation
                   END-IF
                   EVALUATE TRUE
                       WHEN STUDENT-IS-HELD
                           PERFORM Refuse-Held-Graduate
                       WHEN NOT GRAD-REQS-MET
                           ADD 1 TO WS-STUDENT-ERROR-COUNT
                           DISPLAY "  G rejected for " STM-STUDENT-NAME
                               ": " WS-GRAD-MISSING
                           MOVE "STU-TXN-CODE    " TO ERR-FIELD-NAME
                           MOVE WS-GRAD-MISSING TO ERR-INCOMING-VALUE
                           MOVE "Graduation requirements not met" TO
                               ERR-MESSAGE
                           PERFORM Log-Student-Txn-Error
                       WHEN OTHER
                           PERFORM Apply-Status-Move
                   END-EVALUATE
           END-READ.

      *> A hold in force on HOLDS.DAT refuses the G before the
      *> audit runs: no office's open hold graduates with the
      *> student. The first hold found rides the reject.
       Refuse-Held-Graduate.
           ADD 1 TO WS-STUDENT-ERROR-COUNT
           DISPLAY "  G refused for " STM-STUDENT-NAME ": hold "
               WS-HLD-HIT-TYPE " by " WS-HLD-HIT-OFFICE
           MOVE "STU-TXN-CODE    " TO ERR-FIELD-NAME
           MOVE SPACES TO ERR-INCOMING-VALUE
           STRING WS-HLD-HIT-TYPE " " WS-HLD-HIT-OFFICE
               DELIMITED BY SIZE INTO ERR-INCOMING-VALUE
           MOVE "Student has a hold, graduation refused" TO
               ERR-MESSAGE
           PERFORM Log-Student-Txn-Error.

       Apply-Status-Move.
           EVALUATE TRUE
               WHEN IS-WITHDRAW-TXN
               PERFORM UNTIL END-OF-COURSE-HIST
                   IF CHS-STUDENT-ID NUMERIC
                   AND CHS-STUDENT-ID = STU-TXN-ID
                   AND CHS-COUNTS-AS-DONE
                   AND CHS-GRADE (1:1) NOT = "F"
                   AND WS-GCOMP-COUNT < 60
                       ADD 1 TO WS-GCOMP-COUNT
           MOVE WS-RFD-CREDIT     TO INV-TUITION
           MOVE WS-RFD-TAX-CREDIT TO INV-TAXABLE
           MOVE "R"               TO INV-LINE-TYPE
           CALL "NEXT-INVOICE-NO" USING INV-INVOICE-NO
           WRITE INVOICE-RECORD.

       Pick-Refund-Jurisdiction.
           COPY BATCHHTV.
           COPY BATCHRGV.
           COPY BRCHLOAD.
           COPY STUHLDLD.
           COPY PRTWR.
           COPY FILERTRY.

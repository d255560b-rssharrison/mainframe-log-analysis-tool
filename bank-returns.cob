           by printed check instead of re-sending the same dead
           deposit. Every returned item lands on the REISSUE.RPT
           worklist with its amount so payroll staff can re-issue
           the money. A returned zero-dollar item is a prenote
           ADVANCED-PAYROLL sent to prove new bank details: no
           money moved, so it is listed as a bad account for
           payroll to get correct details from the employee (who
           is still being paid by check), never as a failed
           payment to re-issue. Processed as a step of the pay
           group's period on CYCLECTL.DAT, once that period's
           ledger posting has completed.

       ENVIRONMENT DIVISION.
      *--------------------------------------------------------
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO "EMPAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

      * Pay-period run control, read for the pay group's current
      * period - the one this run is a step of
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.

      * Payroll cycle control, keyed on pay group, period and
      * step - returns follow the ledger posting. OPTIONAL so a
      * missing file reads as nothing run yet
           SELECT OPTIONAL CYCLE-FILE ASSIGN TO "CYCLECTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CYC-KEY
               FILE STATUS IS WS-CYCLE-FILE-STATUS.

       DATA DIVISION.
      *--------------------------------------------------------
      * Defines the structure of all data used by the program
           05 RET-ACCOUNT PIC X(17).  *> Account number that failed
           05 RET-EMP-ID  PIC 9(5).   *> Employee the deposit was for
           05 RET-AMOUNT  PIC 9(7)V99.
                                      *> Amount that bounced back;
                                      *> ZEROS = a returned prenote
           05 RET-REASON  PIC X(2).   *> Bank reason code, e.g.
                                      *> "CL" closed account,
                                      *> "BR" bad routing

           COPY AUDITREC.

      *--------------------------------------------------------
      * Pay-Period Run Control File Layout
      * Same record ADVANCED-PAYROLL maintains, one per pay
      * group - keep this layout in step with that program's
      *--------------------------------------------------------
       FD RUNCTL-FILE.
       01 RUNCTL-REC.
           05 RC-PERIOD-ID    PIC X(6).  *> Pay period id (YYYYMM)
           05 RC-PERIOD-START PIC 9(8).  *> Period start date (YYYYMMDD)
           05 RC-PERIOD-END   PIC 9(8).  *> Period end date (YYYYMMDD)
           05 RC-RUN-STATUS   PIC X(1).  *> "O" = open, "C" = complete
           05 RC-PAY-GROUP    PIC X(2).  *> Pay group this record
                                         *> controls
           05 RC-RUN-TYPE     PIC X(1).  *> "T" = trial / else live
                                         *> (not used here)

      *--------------------------------------------------------
      * Payroll Cycle Control File Layout
      *--------------------------------------------------------
       FD CYCLE-FILE.

           COPY CYCLREC.

       WORKING-STORAGE SECTION.
      *--------------------------------------------------------
      * Temporary variables used during program execution
       01 WS-CLEARED-COUNT PIC 9(5) VALUE ZEROS.
           *> Employees whose dead bank details were cleared

       01 WS-PRENOTE-COUNT PIC 9(5) VALUE ZEROS.
           *> Returned prenotes - bad accounts, not failed payments

       01 WS-RETURN-TOTAL  PIC 9(9)V99 VALUE ZEROS.
           *> Total amount bounced back - wider than one deposit
           *> so a whole file of returns can't overflow it
           *> Edited (human-readable) fields used to build the
           *> worklist lines and completion messages

       01 WS-RUNCTL-FILE-STATUS PIC X(2) VALUE "00".
           *> File status for RUNCTL-FILE; anything other than "00"
           *> on OPEN halts the run - without the group's period
           *> there is no telling which cycle this run belongs to

       01 EOF-RUNCTL PIC X VALUE "N".
           *> End-of-file indicator for the run-control file

       01 WS-RUN-PAY-GROUP PIC X(2) VALUE SPACES.
           *> Pay group this run is for, typed at the console and
           *> matched against RC-PAY-GROUP - an empty reply (SPACES)
           *> is the blank default group

       01 WS-RUN-PERIOD-ID PIC X(6) VALUE SPACES.
           *> The group's current period from RUNCTL.DAT

       01 WS-CYCLE-FILE-STATUS PIC X(2) VALUE "00".
           *> ISAM file status for CYCLE-FILE (indexed); "05" on
           *> OPEN just means the file did not exist yet

       01 WS-CYCLE-STEP PIC 9(2) VALUE 07.
           *> This program's step of the pay group's cycle
       01 WS-CYCLE-PREREQ PIC 9(2) VALUE 06.
           *> The step that must have completed before it
       01 WS-CYCLE-PREREQ-NAME PIC X(24) VALUE "GL-POSTING".
           *> That step's name for the halt message

       01 WS-CYCLE-ON-FILE PIC X VALUE "N".
           *> "Y" if the step's record is already on CYCLECTL.DAT
           *> (a rerun), so it is rewritten rather than added

       01 WS-CYCLE-CLOCK.
           *> ACCEPT ... FROM TIME target (HHMMSS plus hundredths)
           05 WS-CYCLE-HHMMSS PIC 9(6).
           05 FILLER          PIC 9(2).

       01 WS-CYCLE-OUTCOME PIC X VALUE "C".
           *> Outcome recorded at the finish

       01 WS-CYCLE-NOTE PIC X(40) VALUE SPACES.
           *> Finish note recorded for the status board


       PROCEDURE DIVISION.
      *--------------------------------------------------------
           STOP RUN.

       INITIALIZE-RUN.
      * The bank's returns belong to the deposits the group's
      * period sent, so nothing is touched until that period has
      * been posted to the ledger
           PERFORM LOAD-RUN-CONTROL
           PERFORM CHECK-CYCLE-PREREQUISITE
           PERFORM RECORD-CYCLE-START

           OPEN INPUT RETURN-FILE
           OPEN I-O EMP-FILE
           OPEN OUTPUT WORKLIST-FILE

           PERFORM READ-RETURN-RECORD.

       LOAD-RUN-CONTROL.
      * The operator names the pay group, and that group's record
      * on RUNCTL.DAT names the period this run is a step of, the
      * same way ADVANCED-PAYROLL picks the period it pays
           DISPLAY "Enter the pay group the returns are for (blank = "
               "default group):"
           ACCEPT WS-RUN-PAY-GROUP

           OPEN INPUT RUNCTL-FILE
           IF WS-RUNCTL-FILE-STATUS NOT = "00"
               DISPLAY "RUN HALTED: RUNCTL.DAT could not be opened "
                   "(STATUS " WS-RUNCTL-FILE-STATUS ") - set up the "
                   "pay-period run-control record first"
               STOP RUN
           END-IF
           PERFORM UNTIL EOF-RUNCTL = "Y"
               READ RUNCTL-FILE
                   AT END
                       MOVE "Y" TO EOF-RUNCTL
                   NOT AT END
                       IF RC-PAY-GROUP = WS-RUN-PAY-GROUP
                           MOVE RC-PERIOD-ID TO WS-RUN-PERIOD-ID
                           MOVE "Y" TO EOF-RUNCTL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RUNCTL-FILE
           IF WS-RUN-PERIOD-ID = SPACES
               DISPLAY "RUN HALTED: RUNCTL.DAT has no record for "
                   "pay group '" WS-RUN-PAY-GROUP "' - set one up "
                   "first"
               STOP RUN
           END-IF.

       CHECK-CYCLE-PREREQUISITE.
      * GL-POSTING must have completed on CYCLECTL.DAT for the
      * same pay group and period
           OPEN I-O CYCLE-FILE
           IF WS-CYCLE-FILE-STATUS NOT = "00"
                   AND WS-CYCLE-FILE-STATUS NOT = "05"
               DISPLAY "RUN HALTED: CYCLECTL.DAT could not be opened "
                   "(STATUS " WS-CYCLE-FILE-STATUS ")"
               STOP RUN
           END-IF
           MOVE WS-RUN-PAY-GROUP TO CYC-PAY-GROUP
           MOVE WS-RUN-PERIOD-ID TO CYC-PERIOD-ID
           MOVE WS-CYCLE-PREREQ  TO CYC-STEP
           READ CYCLE-FILE
               INVALID KEY
                   MOVE SPACE TO CYC-OUTCOME
           END-READ
           EVALUATE TRUE
               WHEN CYC-OUTCOME-COMPLETE
                   CONTINUE
               WHEN CYC-OUTCOME-FAILED
                   DISPLAY "RUN HALTED: " WS-CYCLE-PREREQ-NAME
                       " FAILED for period " WS-RUN-PERIOD-ID
                       " pay group '" WS-RUN-PAY-GROUP "' - "
                       CYC-NOTE
                   STOP RUN
               WHEN CYC-OUTCOME-STARTED
                   DISPLAY "RUN HALTED: " WS-CYCLE-PREREQ-NAME
                       " started for period " WS-RUN-PERIOD-ID
                       " pay group '" WS-RUN-PAY-GROUP "' but never "
                       "finished - run it again first"
                   STOP RUN
               WHEN OTHER
                   DISPLAY "RUN HALTED: " WS-CYCLE-PREREQ-NAME
                       " has not been run for period "
                       WS-RUN-PERIOD-ID " pay group '"
                       WS-RUN-PAY-GROUP "' - run it first"
                   STOP RUN
           END-EVALUATE
           CLOSE CYCLE-FILE.

       RECORD-CYCLE-START.
      * Mark this step started on CYCLECTL.DAT; a run that halts
      * part way is left showing "started" on the status board
           OPEN I-O CYCLE-FILE
           MOVE WS-RUN-PAY-GROUP TO CYC-PAY-GROUP
           MOVE WS-RUN-PERIOD-ID TO CYC-PERIOD-ID
           MOVE WS-CYCLE-STEP    TO CYC-STEP
           READ CYCLE-FILE
               INVALID KEY
                   MOVE "N" TO WS-CYCLE-ON-FILE
               NOT INVALID KEY
                   MOVE "Y" TO WS-CYCLE-ON-FILE
           END-READ

           MOVE WS-RUN-PAY-GROUP TO CYC-PAY-GROUP
           MOVE WS-RUN-PERIOD-ID TO CYC-PERIOD-ID
           MOVE WS-CYCLE-STEP    TO CYC-STEP
           MOVE "BANK-RETURNS" TO CYC-PROGRAM
           ACCEPT CYC-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CYCLE-CLOCK FROM TIME
           MOVE WS-CYCLE-HHMMSS  TO CYC-START-TIME
           MOVE ZEROS            TO CYC-FINISH-DATE
           MOVE ZEROS            TO CYC-FINISH-TIME
           MOVE "R"              TO CYC-OUTCOME
           MOVE SPACES           TO CYC-NOTE
           IF WS-CYCLE-ON-FILE = "Y"
               REWRITE CYCLE-REC
           ELSE
               WRITE CYCLE-REC
           END-IF
           IF WS-CYCLE-FILE-STATUS NOT = "00"
               DISPLAY "RUN HALTED: CYCLECTL.DAT could not be "
                   "updated (STATUS " WS-CYCLE-FILE-STATUS ")"
               STOP RUN
           END-IF
           CLOSE CYCLE-FILE.

       PROCESS-ONE-RETURN.
           IF RET-AMOUNT = ZEROS
               ADD 1 TO WS-PRENOTE-COUNT
           ELSE
               ADD 1 TO WS-RETURN-COUNT
               ADD RET-AMOUNT TO WS-RETURN-TOTAL
           END-IF

           MOVE RET-EMP-ID TO EMP-ID
           READ EMP-FILE
      * the ones that failed - if maintenance already put new
      * details on since the transmission, those are presumed good
      * and left alone, and the worklist says so
      * A returned prenote clears them the same way, so the
      * account can never go live
           IF BANK-ROUTING OF EMP-REC = RET-ROUTING
                   AND BANK-ACCOUNT OF EMP-REC = RET-ACCOUNT
               MOVE ZEROS TO BANK-ROUTING OF EMP-REC
               MOVE SPACES TO BANK-ACCOUNT OF EMP-REC
               MOVE SPACE TO BANK-PRENOTE-STATUS
               MOVE ZEROS TO BANK-PRENOTE-DATE
               REWRITE EMP-REC
                   INVALID KEY
                       PERFORM LIST-REWRITE-FAILED
                   NOT INVALID KEY
                       ADD 1 TO WS-CLEARED-COUNT
                       PERFORM WRITE-AUDIT-RECORD
                       IF RET-AMOUNT = ZEROS
                           PERFORM LIST-BAD-PRENOTE-ACCOUNT
                       ELSE
                           PERFORM LIST-CLEARED-EMPLOYEE
                       END-IF
               END-REWRITE
           ELSE
               PERFORM LIST-CHANGED-DETAILS
           ACCEPT AUD-DATE FROM DATE YYYYMMDD
           ACCEPT AUD-TIME FROM TIME
           MOVE "BANK-RETURNS"  TO AUD-PROGRAM
           IF RET-AMOUNT = ZEROS
               MOVE "PRENOTE-RJ" TO AUD-ACTION
           ELSE
               MOVE "BANK-CLEAR" TO AUD-ACTION
           END-IF
           MOVE WS-AUDIT-BEFORE TO AUD-BEFORE
           MOVE EMP-REC         TO AUD-AFTER
           WRITE AUDIT-REC.
               DELIMITED BY SIZE INTO WORKLIST-REC
           WRITE WORKLIST-REC.

       LIST-BAD-PRENOTE-ACCOUNT.
           MOVE SPACES TO WORKLIST-REC
           STRING "EMPLOYEE " RET-EMP-ID " " EMP-NAME
               DELIMITED BY SIZE INTO WORKLIST-REC
           WRITE WORKLIST-REC
           MOVE SPACES TO WORKLIST-REC
           STRING "    BAD ACCOUNT - PRENOTE RETURNED (REASON "
               RET-REASON ") ROUTING " RET-ROUTING
               DELIMITED BY SIZE INTO WORKLIST-REC
           WRITE WORKLIST-REC
           MOVE SPACES TO WORKLIST-REC
           STRING "    ACCOUNT " RET-ACCOUNT
               " CLEARED - GET CORRECT DETAILS, NOTHING TO RE-ISSUE"
               DELIMITED BY SIZE INTO WORKLIST-REC
           WRITE WORKLIST-REC.

       LIST-CHANGED-DETAILS.
           MOVE SPACES TO WORKLIST-REC
           STRING "EMPLOYEE " RET-EMP-ID " " EMP-NAME
               DELIMITED BY SIZE INTO WORKLIST-REC
           WRITE WORKLIST-REC
           IF RET-AMOUNT = ZEROS
               MOVE SPACES TO WORKLIST-REC
               STRING "    PRENOTE RETURNED (REASON " RET-REASON
                   ") BUT DETAILS ALREADY CHANGED - VERIFY"
                   DELIMITED BY SIZE INTO WORKLIST-REC
               WRITE WORKLIST-REC
               EXIT PARAGRAPH
           END-IF
           PERFORM LIST-RETURN-AMOUNT
           MOVE SPACES TO WORKLIST-REC
           STRING "    BANK DETAILS ALREADY CHANGED (REASON "
               DELIMITED BY SIZE INTO WORKLIST-REC
           WRITE WORKLIST-REC

           MOVE WS-PRENOTE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WORKLIST-REC
           STRING "RETURNED PRENOTES (BAD ACCOUNTS): " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WORKLIST-REC
           WRITE WORKLIST-REC

           CLOSE RETURN-FILE EMP-FILE WORKLIST-FILE AUDIT-FILE

           MOVE WS-RETURN-COUNT TO WS-EDIT-COUNT
               "processed onto REISSUE.RPT."
           MOVE WS-CLEARED-COUNT TO WS-EDIT-COUNT
           DISPLAY "DONE: " WS-EDIT-COUNT " employee(s) had dead "
               "bank details cleared."
           IF WS-PRENOTE-COUNT > ZEROS
               MOVE WS-PRENOTE-COUNT TO WS-EDIT-COUNT
               DISPLAY "WARNING: " WS-EDIT-COUNT " prenote(s) returned "
                   "- bad accounts listed on REISSUE.RPT."
           END-IF

           MOVE WS-RETURN-COUNT TO WS-EDIT-COUNT
           STRING WS-EDIT-COUNT " RETURN(S) PROCESSED"
               DELIMITED BY SIZE INTO WS-CYCLE-NOTE
           PERFORM RECORD-CYCLE-FINISH.

       RECORD-CYCLE-FINISH.
      * Close the step off on CYCLECTL.DAT with its outcome. The
      * record is put back even if it has gone missing since the
      * start, so the finish is never lost
           OPEN I-O CYCLE-FILE
           MOVE WS-RUN-PAY-GROUP TO CYC-PAY-GROUP
           MOVE WS-RUN-PERIOD-ID TO CYC-PERIOD-ID
           MOVE WS-CYCLE-STEP    TO CYC-STEP
           READ CYCLE-FILE
               INVALID KEY
                   MOVE "N" TO WS-CYCLE-ON-FILE
                   MOVE WS-RUN-PAY-GROUP TO CYC-PAY-GROUP
                   MOVE WS-RUN-PERIOD-ID TO CYC-PERIOD-ID
                   MOVE WS-CYCLE-STEP    TO CYC-STEP
                   MOVE "BANK-RETURNS" TO CYC-PROGRAM
                   MOVE ZEROS            TO CYC-START-DATE
                   MOVE ZEROS            TO CYC-START-TIME
               NOT INVALID KEY
                   MOVE "Y" TO WS-CYCLE-ON-FILE
           END-READ

           ACCEPT CYC-FINISH-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CYCLE-CLOCK FROM TIME
           MOVE WS-CYCLE-HHMMSS  TO CYC-FINISH-TIME
           MOVE WS-CYCLE-OUTCOME TO CYC-OUTCOME
           MOVE WS-CYCLE-NOTE    TO CYC-NOTE
           IF WS-CYCLE-ON-FILE = "Y"
               REWRITE CYCLE-REC
           ELSE
               WRITE CYCLE-REC
           END-IF
           IF WS-CYCLE-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: CYCLECTL.DAT could not be updated "
                   "(STATUS " WS-CYCLE-FILE-STATUS ") - record this "
                   "step's finish by hand"
           END-IF
           CLOSE CYCLE-FILE.

           employee into PAYSTUBS.RPT: this period's GROSS-PAY,
           TAX-AMT, DEDUCTIONS and NET-PAY alongside the YTD-GROSS,
           YTD-TAX and YTD-DEDUCT totals ADVANCED-PAYROLL maintains
           on the employee master. Printed as a step of the pay
           group's period on CYCLECTL.DAT, once that period's live
           payroll run has completed.

       ENVIRONMENT DIVISION.
      *--------------------------------------------------------
           SELECT STUB-FILE ASSIGN TO "PAYSTUBS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

      * Pay-period run control, read for the pay group's current
      * period - the one this run is a step of
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.

      * Payroll cycle control, keyed on pay group, period and
      * step - the stubs follow the live payroll run. OPTIONAL
      * so a missing file reads as nothing run yet
           SELECT OPTIONAL CYCLE-FILE ASSIGN TO "CYCLECTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CYC-KEY
               FILE STATUS IS WS-CYCLE-FILE-STATUS.

       DATA DIVISION.
      *--------------------------------------------------------
      * Defines the structure of all data used by the program
       01 STUB-REC PIC X(80).
           *> One printed line of a pay advice

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
       01 WS-EDIT-COUNT  PIC ZZZZ9.
           *> Edited count for the completion message

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

       01 WS-CYCLE-STEP PIC 9(2) VALUE 04.
           *> This program's step of the pay group's cycle
       01 WS-CYCLE-PREREQ PIC 9(2) VALUE 03.
           *> The step that must have completed before it
       01 WS-CYCLE-PREREQ-NAME PIC X(24) VALUE "THE LIVE PAYROLL RUN".
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
      * Nothing is printed until the group's live run has
      * completed for its period and PAYROLL.DAT is proved to be
      * that run's output
           PERFORM LOAD-RUN-CONTROL
           PERFORM CHECK-CYCLE-PREREQUISITE

           OPEN INPUT PAY-FILE
           PERFORM READ-PAY-RECORD
           PERFORM CHECK-PAYROLL-PERIOD
           PERFORM RECORD-CYCLE-START

           OPEN INPUT EMP-FILE
           OPEN OUTPUT STUB-FILE.

       LOAD-RUN-CONTROL.
      * The operator names the pay group, and that group's record
      * on RUNCTL.DAT names the period this run is a step of, the
      * same way ADVANCED-PAYROLL picks the period it pays
           DISPLAY "Enter the pay group to print (blank = "
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
      * The live payroll run must have completed on CYCLECTL.DAT
      * for the same pay group and period
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
           MOVE "PAY-STUB" TO CYC-PROGRAM
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

       CHECK-PAYROLL-PERIOD.
      * PAYROLL.DAT is rewritten by every live run of any group, so
      * the file in hand must be the one the completed live run
      * wrote for this group's period - anything else is left over
      * from another run. An empty file paid nobody and passes
           IF EOF-PAY NOT = "Y"
               IF PAY-PERIOD NOT = WS-RUN-PERIOD-ID
                       OR PAY-GROUP NOT = WS-RUN-PAY-GROUP
                   DISPLAY "RUN HALTED: PAYROLL.DAT holds period "
                       PAY-PERIOD " pay group '" PAY-GROUP "', not "
                       "period " WS-RUN-PERIOD-ID " pay group '"
                       WS-RUN-PAY-GROUP "' - rerun the live payroll "
                       "for this period first"
                   STOP RUN
               END-IF
           END-IF.


       PRINT-ONE-STUB.
           PERFORM LOOK-UP-EMPLOYEE
               DISPLAY "WARNING: " WS-EDIT-COUNT " employee(s) not "
                   "found on EMPLOYEE.DAT - stubs printed without "
                   "YTD figures."
           END-IF

           MOVE WS-STUB-COUNT TO WS-EDIT-COUNT
           STRING WS-EDIT-COUNT " PAY ADVICE(S) PRINTED"
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
                   MOVE "PAY-STUB" TO CYC-PROGRAM
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

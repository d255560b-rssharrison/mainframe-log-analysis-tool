           suspense only by matching or by a manual purge request
           on SUSPPURGE.DAT. Everything - batch results, passes,
           suspensions, recycles and purges - is accounted for on
           TRANSEDIT.RPT. The edit is run for one pay group at a
           time, named at the console, and opens that group's
           period on CYCLECTL.DAT: a batch failing its control
           totals marks the edit FAILED there, and ADVANCED-PAYROLL
           will not run for the period until an edit finishes
           clean.

       ENVIRONMENT DIVISION.
      *--------------------------------------------------------
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.

      * Payroll cycle control, keyed on pay group, period and
      * step - the edit is the first step of a group's period.
      * OPTIONAL so the very first step run creates it
           SELECT OPTIONAL CYCLE-FILE ASSIGN TO "CYCLECTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CYC-KEY
               FILE STATUS IS WS-CYCLE-FILE-STATUS.

      * Edit report accounting for every record read this run
           SELECT REPORT-FILE ASSIGN TO "TRANSEDIT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           05 RC-RUN-TYPE     PIC X(1).  *> "T" = trial / else live
                                         *> (not used here)

      *--------------------------------------------------------
      * Payroll Cycle Control File Layout
      *--------------------------------------------------------
       FD CYCLE-FILE.

           COPY CYCLREC.

      *--------------------------------------------------------
      * Edit Report File Layout
      *--------------------------------------------------------
       01 EOF-RUNCTL PIC X VALUE "N".
           *> End-of-file indicator for the run-control file

       01 WS-RUN-PAY-GROUP PIC X(2) VALUE SPACES.
           *> Pay group this edit feeds, typed at the console and
           *> matched against RC-PAY-GROUP - an empty reply (SPACES)
           *> edits for the blank default group

       01 WS-RUN-PERIOD-ID PIC X(6) VALUE SPACES.
           *> Pay period id stamped on new suspense items: the id
           *> on that group's RUNCTL.DAT record, the period its
           *> payroll run will pay these transactions in

       01 WS-CYCLE-FILE-STATUS PIC X(2) VALUE "00".
           *> ISAM file status for CYCLE-FILE (indexed); "05" on
           *> OPEN just means this run created the file

       01 WS-CYCLE-STEP PIC 9(2) VALUE 01.
           *> This program's step of the pay group's cycle

       01 WS-CYCLE-ON-FILE PIC X VALUE "N".
           *> "Y" if the step's record is already on CYCLECTL.DAT
           *> (a rerun), so it is rewritten rather than added

       01 WS-CYCLE-CLEAR-DONE PIC X VALUE "N".
           *> "Y" once every later step of the period has been
           *> cleared off CYCLECTL.DAT

       01 WS-CYCLE-CLEARED PIC 9(2) VALUE ZEROS.
           *> Later steps cleared because this edit re-ran under
           *> them

       01 WS-CYCLE-CLOCK.
           *> ACCEPT ... FROM TIME target (HHMMSS plus hundredths)
           05 WS-CYCLE-HHMMSS PIC 9(6).
           05 FILLER          PIC 9(2).

       01 WS-CYCLE-OUTCOME PIC X VALUE "C".
           *> Outcome recorded at the finish - "F" when a batch
           *> failed its control totals or a line was dropped

       01 WS-CYCLE-NOTE PIC X(40) VALUE SPACES.
           *> Finish note recorded for the status board

       01 WS-FAILED-BATCH-COUNT PIC 9(5) VALUE ZEROS.
           *> Batches that failed their record-count or amount-
           *> hash control this run

       01 WS-EDIT-EMP-ID PIC 9(5) VALUE ZEROS.
       01 WS-EDIT-TYPE   PIC X(2) VALUE SPACES.
       INITIALIZE-RUN.
           PERFORM LOAD-RUN-CONTROL

      * The cycle control check comes before any file is
      * truncated - TRANSACTIONS.DAT is written fresh below
           PERFORM CHECK-CYCLE-PERIOD-OPEN
           PERFORM RECORD-CYCLE-START

           OPEN INPUT EMP-FILE
           OPEN INPUT BATCH-FILE
           OPEN OUTPUT CLEAN-FILE
      * first failed in so their age can be chased, so a missing
      * run-control record halts the edit the same way it halts
      * the payroll run itself. RUNCTL.DAT holds one record per
      * pay group; the operator names the group this edit feeds
      * and its record names the period, the same way
      * ADVANCED-PAYROLL picks the period it pays
           DISPLAY "Enter the pay group this edit is for (blank = "
               "default group):"
           ACCEPT WS-RUN-PAY-GROUP

           OPEN INPUT RUNCTL-FILE
           IF WS-RUNCTL-FILE-STATUS NOT = "00"
               DISPLAY "RUN HALTED: RUNCTL.DAT could not be opened "
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

       CHECK-CYCLE-PERIOD-OPEN.
      * The edit starts the group's period, so it needs nothing
      * ahead of it on CYCLECTL.DAT - but once the live payroll
      * has paid the period, a fresh TRANSACTIONS.DAT could only
      * belong to the next one, and RUNCTL.DAT must be rolled
      * forward before it is edited
           OPEN I-O CYCLE-FILE
           IF WS-CYCLE-FILE-STATUS NOT = "00"
                   AND WS-CYCLE-FILE-STATUS NOT = "05"
               DISPLAY "RUN HALTED: CYCLECTL.DAT could not be opened "
                   "(STATUS " WS-CYCLE-FILE-STATUS ")"
               STOP RUN
           END-IF
           MOVE WS-RUN-PAY-GROUP TO CYC-PAY-GROUP
           MOVE WS-RUN-PERIOD-ID TO CYC-PERIOD-ID
           MOVE 03               TO CYC-STEP
           READ CYCLE-FILE
               INVALID KEY
                   MOVE SPACE TO CYC-OUTCOME
           END-READ
           IF CYC-OUTCOME-COMPLETE
               DISPLAY "RUN HALTED: period " WS-RUN-PERIOD-ID
                   " for pay group '" WS-RUN-PAY-GROUP "' has "
                   "already been paid live - roll RUNCTL.DAT "
                   "forward to the next period first"
               STOP RUN
           END-IF
           CLOSE CYCLE-FILE.

       RECORD-CYCLE-START.
      * Mark the edit started on CYCLECTL.DAT. A re-edit changes
      * what the payroll run will pay, so any trial already run
      * for the period is cleared and has to be run again
           OPEN I-O CYCLE-FILE
           PERFORM CLEAR-LATER-CYCLE-STEPS

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
           MOVE "TRANS-EDIT"     TO CYC-PROGRAM
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
           CLOSE CYCLE-FILE

           IF WS-CYCLE-CLEARED > ZEROS
               DISPLAY "WARNING: " WS-CYCLE-CLEARED " later step(s) "
                   "of period " WS-RUN-PERIOD-ID " cleared on "
                   "CYCLECTL.DAT - they must be run again"
           END-IF.

       CLEAR-LATER-CYCLE-STEPS.
      * Every record after this step's key with the same pay group
      * and period is deleted; the key order keeps them together
           MOVE WS-RUN-PAY-GROUP TO CYC-PAY-GROUP
           MOVE WS-RUN-PERIOD-ID TO CYC-PERIOD-ID
           MOVE WS-CYCLE-STEP    TO CYC-STEP
           MOVE "N" TO WS-CYCLE-CLEAR-DONE
           START CYCLE-FILE KEY IS GREATER THAN CYC-KEY
               INVALID KEY
                   MOVE "Y" TO WS-CYCLE-CLEAR-DONE
           END-START
           PERFORM UNTIL WS-CYCLE-CLEAR-DONE = "Y"
               READ CYCLE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-CYCLE-CLEAR-DONE
                   NOT AT END
                       IF CYC-PAY-GROUP NOT = WS-RUN-PAY-GROUP
                               OR CYC-PERIOD-ID NOT = WS-RUN-PERIOD-ID
                           MOVE "Y" TO WS-CYCLE-CLEAR-DONE
                       ELSE
                           DELETE CYCLE-FILE RECORD
                           ADD 1 TO WS-CYCLE-CLEARED
                       END-IF
               END-READ
           END-PERFORM.

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
                   MOVE "TRANS-EDIT"     TO CYC-PROGRAM
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

       LOAD-PURGE-REQUESTS.
      * SUSPPURGE.DAT is OPTIONAL - an absent file just means no
      * one asked for anything to be purged
      * is silently lost either way
           MOVE "N" TO WS-BATCH-OPEN

           IF WS-BATCH-ACTUAL-COUNT NOT = WS-BATCH-STATED-COUNT
                   OR WS-BATCH-ACTUAL-HASH NOT = WS-BATCH-STATED-HASH
               ADD 1 TO WS-FAILED-BATCH-COUNT
           END-IF

           MOVE WS-BATCH-ACTUAL-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-REC
           STRING "  DETAILS READ: " WS-EDIT-COUNT
               "clean to TRANSACTIONS.DAT."
           MOVE WS-NEW-SUSP-COUNT TO WS-EDIT-COUNT
           DISPLAY "DONE: " WS-EDIT-COUNT " item(s) newly suspended - "
               "see TRANSEDIT.RPT."

      * A batch that failed its control totals, or a line that
      * could not even be read as one, means the feed is not what
      * the departments sent - the payroll run waits for a clean
      * re-edit
           IF WS-FAILED-BATCH-COUNT > ZEROS
                   OR WS-BAD-REC-COUNT > ZEROS
               MOVE "F" TO WS-CYCLE-OUTCOME
               MOVE WS-FAILED-BATCH-COUNT TO WS-EDIT-COUNT
               STRING WS-EDIT-COUNT " BATCH(ES) FAILED CONTROL"
                   DELIMITED BY SIZE INTO WS-CYCLE-NOTE
               DISPLAY "WARNING: edit marked FAILED on CYCLECTL.DAT "
                   "- correct TRANSBATCH.DAT and run the edit again"
           ELSE
               MOVE WS-PASS-COUNT TO WS-EDIT-COUNT
               STRING WS-EDIT-COUNT " PASSED CLEAN"
                   DELIMITED BY SIZE INTO WS-CYCLE-NOTE
           END-IF
           PERFORM RECORD-CYCLE-FINISH.

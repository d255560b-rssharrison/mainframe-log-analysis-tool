      *========================================================
      * PAYROLL SCREENING SIGN-OFF
      * Demonstrates:
      * - Supervisor release of a held step on an indexed
      *   control file
      * - Appending an approval to an existing report
      *========================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCREEN-SIGNOFF.       *> Name of the COBOL program
       AUTHOR. RAYMOND SUNG-SEH HARRISON.*> Program author
       INSTALLATION. Personal COBOL Portfolio Project.
       DATE-WRITTEN. 2026-10-15.         *> Date the program was created
       DATE-COMPILED.
       SECURITY. PUBLIC.
       REMARKS.
           A trial ADVANCED-PAYROLL run screens the payroll for
           exceptions onto SCREEN.RPT, and a trial that finds any
           ends HELD on CYCLECTL.DAT instead of complete, so the
           live run refuses to start. Once a supervisor has
           reviewed every exception, this program releases the
           trial: the operator names the pay group, and that
           group's current period on RUNCTL.DAT must have a HELD
           trial whose report is the one on SCREEN.RPT (a later
           trial of another group overwrites it, and cannot be
           signed off in its place). The supervisor's name and a
           typed SIGNOFF confirmation are required. The trial is
           then marked complete with the supervisor's name as its
           note, and the sign-off is added to the foot of
           SCREEN.RPT with its date and time. A rerun trial is
           screened afresh and must be signed off again.

       ENVIRONMENT DIVISION.
      *--------------------------------------------------------
      * Defines external files and how the program interacts
      * with the operating system.
      *--------------------------------------------------------

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      * Pay-period run control, read for the pay group's current
      * period - the one whose trial is being signed off
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.

      * Payroll cycle control, keyed on pay group, period and
      * step - the trial's record is released here. OPTIONAL so
      * a missing file reads as nothing run yet
           SELECT OPTIONAL CYCLE-FILE ASSIGN TO "CYCLECTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CYC-KEY
               FILE STATUS IS WS-CYCLE-FILE-STATUS.

      * The trial's exception screening report - its title is
      * checked, and the sign-off added to its foot
           SELECT SCREEN-FILE ASSIGN TO "SCREEN.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCREEN-FILE-STATUS.

       DATA DIVISION.
      *--------------------------------------------------------
      * Defines the structure of all data used by the program
      *--------------------------------------------------------

       FILE SECTION.
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

      *--------------------------------------------------------
      * Exception Screening Report File Layout
      *--------------------------------------------------------
       FD SCREEN-FILE.
       01 SCREEN-REC PIC X(80).
           *> One printed line of the exception screening report

       WORKING-STORAGE SECTION.
      *--------------------------------------------------------
      * Temporary variables used during program execution
      *--------------------------------------------------------

       01 EOF-RUNCTL PIC X VALUE "N".
           *> End-of-file indicator for the run-control file

       01 WS-RUNCTL-FILE-STATUS PIC X(2) VALUE "00".
           *> File status for RUNCTL-FILE; anything other than "00"
           *> on OPEN halts the run

       01 WS-CYCLE-FILE-STATUS PIC X(2) VALUE "00".
           *> ISAM file status for CYCLE-FILE (indexed)

       01 WS-SCREEN-FILE-STATUS PIC X(2) VALUE "00".
           *> File status for SCREEN-FILE; anything other than "00"
           *> on OPEN means there is no report to sign off

       01 WS-RUN-PAY-GROUP PIC X(2) VALUE SPACES.
           *> Pay group whose trial is being signed off
       01 WS-RUN-PERIOD-ID PIC X(6) VALUE SPACES.
           *> Its current period, from RUNCTL.DAT

       01 WS-SCREEN-TITLE PIC X(80) VALUE SPACES.
           *> The title ADVANCED-PAYROLL puts on SCREEN.RPT for this
           *> group's period - keep in step with that program's

       01 WS-TRIAL-START-DATE PIC 9(8) VALUE ZEROS.
       01 WS-TRIAL-START-TIME PIC 9(6) VALUE ZEROS.
           *> When the held trial under review started - a trial
           *> rerun since then carries a new start and a new report

       01 WS-SUPERVISOR-NAME PIC X(20) VALUE SPACES.
           *> Supervisor signing the exceptions off, as typed
       01 WS-SIGNOFF-REPLY PIC X(10) VALUE SPACES.
           *> Must be SIGNOFF for the trial to be released

       01 WS-TODAY-DATE PIC 9(8) VALUE ZEROS.
       01 WS-NOW-CLOCK.
           *> ACCEPT ... FROM TIME target (HHMMSS plus hundredths)
           05 WS-NOW-HHMMSS PIC 9(6).
           05 FILLER        PIC 9(2).


       PROCEDURE DIVISION.
      *--------------------------------------------------------
      * This section contains the executable program logic
      *--------------------------------------------------------

       MAIN-PROCEDURE.
           PERFORM INITIALIZE-RUN
           PERFORM TAKE-SIGNOFF
           PERFORM RECORD-SIGNOFF
           PERFORM FINALIZE-RUN

           STOP RUN.

       INITIALIZE-RUN.
      * Nothing is asked of the supervisor until there is a held
      * trial for the group's period and SCREEN.RPT is its report
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-CLOCK FROM TIME

           PERFORM LOAD-RUN-CONTROL
           PERFORM CHECK-TRIAL-HELD
           PERFORM CHECK-SCREEN-REPORT.

       LOAD-RUN-CONTROL.
      * The operator names the pay group, and that group's record
      * on RUNCTL.DAT names the period, the same way
      * ADVANCED-PAYROLL picks the period it pays
           DISPLAY "Enter the pay group to sign off (blank = "
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

       CHECK-TRIAL-HELD.
      * Only a HELD trial has anything to sign off; a completed
      * one is already released
           OPEN I-O CYCLE-FILE
           IF WS-CYCLE-FILE-STATUS NOT = "00"
                   AND WS-CYCLE-FILE-STATUS NOT = "05"
               DISPLAY "RUN HALTED: CYCLECTL.DAT could not be opened "
                   "(STATUS " WS-CYCLE-FILE-STATUS ")"
               STOP RUN
           END-IF
           MOVE WS-RUN-PAY-GROUP TO CYC-PAY-GROUP
           MOVE WS-RUN-PERIOD-ID TO CYC-PERIOD-ID
           MOVE 02               TO CYC-STEP
           READ CYCLE-FILE
               INVALID KEY
                   MOVE SPACE TO CYC-OUTCOME
           END-READ
           EVALUATE TRUE
               WHEN CYC-OUTCOME-HELD
                   CONTINUE
               WHEN CYC-OUTCOME-COMPLETE
                   DISPLAY "DONE: the trial for period "
                       WS-RUN-PERIOD-ID " pay group '"
                       WS-RUN-PAY-GROUP "' is not held - nothing to "
                       "sign off (" CYC-NOTE ")"
                   CLOSE CYCLE-FILE
                   STOP RUN
               WHEN CYC-OUTCOME-STARTED
                   DISPLAY "RUN HALTED: the trial for period "
                       WS-RUN-PERIOD-ID " pay group '"
                       WS-RUN-PAY-GROUP "' started but never "
                       "finished - run it again first"
                   STOP RUN
               WHEN OTHER
                   DISPLAY "RUN HALTED: no trial has been run for "
                       "period " WS-RUN-PERIOD-ID " pay group '"
                       WS-RUN-PAY-GROUP "' - run it first"
                   STOP RUN
           END-EVALUATE
           MOVE CYC-START-DATE TO WS-TRIAL-START-DATE
           MOVE CYC-START-TIME TO WS-TRIAL-START-TIME
           DISPLAY "Trial for period " WS-RUN-PERIOD-ID
               " pay group '" WS-RUN-PAY-GROUP "': " CYC-NOTE
           CLOSE CYCLE-FILE.

       CHECK-SCREEN-REPORT.
      * SCREEN.RPT is rewritten by every trial of any group, so
      * its title must name this group's period - signing off
      * some other run's exceptions would release this one blind
           MOVE SPACES TO WS-SCREEN-TITLE
           STRING "PAYROLL EXCEPTION SCREENING - PERIOD "
               WS-RUN-PERIOD-ID " PAY GROUP '" WS-RUN-PAY-GROUP "'"
               DELIMITED BY SIZE INTO WS-SCREEN-TITLE

           OPEN INPUT SCREEN-FILE
           IF WS-SCREEN-FILE-STATUS NOT = "00"
               DISPLAY "RUN HALTED: SCREEN.RPT could not be opened "
                   "(STATUS " WS-SCREEN-FILE-STATUS ") - rerun the "
                   "trial to reproduce it"
               STOP RUN
           END-IF
           READ SCREEN-FILE
               AT END
                   MOVE SPACES TO SCREEN-REC
           END-READ
           CLOSE SCREEN-FILE

           IF SCREEN-REC NOT = WS-SCREEN-TITLE
               DISPLAY "RUN HALTED: SCREEN.RPT is not the report for "
                   "period " WS-RUN-PERIOD-ID " pay group '"
                   WS-RUN-PAY-GROUP "' - rerun the trial to "
                   "reproduce it"
               STOP RUN
           END-IF.

       TAKE-SIGNOFF.
      * The supervisor's name goes on the record; the typed word
      * makes the release deliberate
           DISPLAY "Review every exception on SCREEN.RPT before "
               "signing off."
           DISPLAY "Enter the signing supervisor's name:"
           ACCEPT WS-SUPERVISOR-NAME
           IF WS-SUPERVISOR-NAME = SPACES
               DISPLAY "RUN HALTED: a supervisor's name is required "
                   "- the live run stays held"
               STOP RUN
           END-IF

           DISPLAY "Type SIGNOFF to release the live run for period "
               WS-RUN-PERIOD-ID ", or anything else to stop:"
           ACCEPT WS-SIGNOFF-REPLY
           IF WS-SIGNOFF-REPLY NOT = "SIGNOFF"
               DISPLAY "RUN HALTED: not signed off - the live run "
                   "for period " WS-RUN-PERIOD-ID " stays held"
               STOP RUN
           END-IF.

       RECORD-SIGNOFF.
      * The trial is read again under the update, in case it was
      * rerun while the supervisor was reviewing - a rerun trial
      * has a new report and must be signed off on its own, so it
      * must still be held and still carry the start it had when
      * the review began
           OPEN I-O CYCLE-FILE
           MOVE WS-RUN-PAY-GROUP TO CYC-PAY-GROUP
           MOVE WS-RUN-PERIOD-ID TO CYC-PERIOD-ID
           MOVE 02               TO CYC-STEP
           READ CYCLE-FILE
               INVALID KEY
                   MOVE SPACE TO CYC-OUTCOME
           END-READ
           IF NOT CYC-OUTCOME-HELD
                   OR CYC-START-DATE NOT = WS-TRIAL-START-DATE
                   OR CYC-START-TIME NOT = WS-TRIAL-START-TIME
               DISPLAY "RUN HALTED: the trial for period "
                   WS-RUN-PERIOD-ID " was rerun during the review "
                   "- review the new SCREEN.RPT and sign it off"
               STOP RUN
           END-IF

           MOVE "C" TO CYC-OUTCOME
           MOVE SPACES TO CYC-NOTE
           STRING "SIGNED OFF BY " WS-SUPERVISOR-NAME
               DELIMITED BY SIZE INTO CYC-NOTE
           REWRITE CYCLE-REC
           IF WS-CYCLE-FILE-STATUS NOT = "00"
               DISPLAY "RUN HALTED: CYCLECTL.DAT could not be "
                   "updated (STATUS " WS-CYCLE-FILE-STATUS ") - the "
                   "live run stays held"
               STOP RUN
           END-IF
           CLOSE CYCLE-FILE

           OPEN EXTEND SCREEN-FILE
           MOVE SPACES TO SCREEN-REC
           WRITE SCREEN-REC
           MOVE SPACES TO SCREEN-REC
           STRING "SIGNED OFF BY " WS-SUPERVISOR-NAME " ON "
               WS-TODAY-DATE " " WS-NOW-HHMMSS
               " - LIVE RUN RELEASED"
               DELIMITED BY SIZE INTO SCREEN-REC
           WRITE SCREEN-REC
           CLOSE SCREEN-FILE.

       FINALIZE-RUN.
           DISPLAY "DONE: screening exceptions for period "
               WS-RUN-PERIOD-ID " pay group '" WS-RUN-PAY-GROUP
               "' signed off by " WS-SUPERVISOR-NAME
           DISPLAY "DONE: the live run may now be started.".

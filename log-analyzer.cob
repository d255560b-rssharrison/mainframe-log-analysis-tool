           against that group's own RUNCTL.DAT record, so a weekly
           hourly run and a monthly salaried run stay out of each
           other's YTD totals, checkpoints and bank files.
           The trial and the live run are steps of the group's
           period on CYCLECTL.DAT: a trial waits for a clean
           TRANS-EDIT, the live run waits for a completed trial,
           and each records its own start and finish there.
           A trial also screens the payroll for the exceptions
           auditors look for (shared deposit accounts, accounts
           changed just before payday, outsized net pay, hourly
           hours missing or excessive, transactions against
           inactive employees) on SCREEN.RPT; a trial with any
           exception ends HELD, and the live run stays refused
           until a supervisor signs it off with SCREEN-SIGNOFF.
           Interfaces with tax and benefits systems.

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL.

      * Permanent payroll history - every PAY-REC ever written,
      * added run after run (never truncated), so a pay dispute
      * months later can be answered from PAYHIST.DAT after
      * PAYROLL.DAT has been overwritten by the next period's run.
      * Indexed on period + employee + sequence, with employee and
      * period end date as alternate keys. OPTIONAL so the very
      * first run creates the file instead of failing on OPEN
           SELECT OPTIONAL PAYHIST-FILE ASSIGN TO "PAYHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-EMP-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS HIST-PERIOD-END
                   WITH DUPLICATES
               FILE STATUS IS WS-PAYHIST-FILE-STATUS.

      * Check-print file for employees with no direct deposit on
      * file - one record per check with the amount in words, fed
           SELECT GARNREMIT-FILE ASSIGN TO "GARNREMIT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

      * Deduction arrears carried run to run: one record per
      * employee and deduction type still owed because the pay
      * could not cover it, recovered automatically from later
      * periods. Loaded at start-up and written back with each
      * checkpoint. OPTIONAL - no file simply means nothing is owed
           SELECT OPTIONAL ARREARS-FILE ASSIGN TO "ARREARS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

      * Register of every deduction short-taken, carried into
      * arrears or recovered from arrears this run
           SELECT ARREARSRPT-FILE ASSIGN TO "ARREARS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

      * Permanent employee-master audit trail - a before-and-after
      * image of every EMP-REC this program rewrites with posted
      * YTD totals, appended run after run (never truncated) so an
           SELECT TRIALVAR-FILE ASSIGN TO "TRIALVAR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

      * Trial-run exception screening report - the patterns that
      * hold the live run until a supervisor signs them off,
      * written only on a trial run
           SELECT SCREEN-FILE ASSIGN TO "SCREEN.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

      * Pay-period run control - one record naming the period being
      * paid and whether it has already been run to completion, so
      * an accidental second run of a finished period is refused
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.

      * Payroll cycle control, keyed on pay group, period and
      * step - the trial and the live run are the second and
      * third steps of a group's period. OPTIONAL so the very
      * first step run creates it
           SELECT OPTIONAL CYCLE-FILE ASSIGN TO "CYCLECTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CYC-KEY
               FILE STATUS IS WS-CYCLE-FILE-STATUS.

       DATA DIVISION.
      *--------------------------------------------------------
      * Defines the structure of all data used by the program

      *--------------------------------------------------------
      * Payroll History File Layout
      * Each record is a byte-for-byte image of a PAY-REC behind
      * the key WRITE-HISTORY-RECORD builds from it
      *--------------------------------------------------------

       FD PAYHIST-FILE.

           COPY HISTREC.

      *--------------------------------------------------------
      * Bank Direct-Deposit File Layout
       01 GARNREMIT-REC PIC X(80).
           *> One printed line of the remittance register

      *--------------------------------------------------------
      * Deduction Arrears File Layout
      * One record per employee, deduction type and (for a
      * standing order) case number with an amount still owed
      *--------------------------------------------------------

       FD ARREARS-FILE.
       01 ARREARS-REC.
           05 AR-EMP-ID       PIC 9(5).  *> Employee who owes it
           05 AR-TYPE         PIC X(2).  *> Deduction type:
                                         *> "GO" standing order,
                                         *> "BN" benefit,
                                         *> "LV" leave deduction,
                                         *> "GN" one-off garnishment
           05 AR-REF          PIC X(15). *> Order case number for a
                                         *> "GO" arrear, else spaces
           05 AR-BALANCE      PIC 9(9)V99.
                                         *> Amount still owed
           05 AR-SINCE-PERIOD PIC X(6).  *> Pay period (YYYYMM) the
                                         *> amount first fell short

      *--------------------------------------------------------
      * Deduction Arrears Register File Layout
      *--------------------------------------------------------

       FD ARREARSRPT-FILE.
       01 ARREARSRPT-REC PIC X(80).
           *> One printed line of the arrears register

      *--------------------------------------------------------
      * Check-Print File Layout
      * One record per check cut for an employee without direct
       01 TRIALVAR-REC PIC X(80).
           *> One printed line of the trial variance report

      *--------------------------------------------------------
      * Exception Screening Report File Layout
      *--------------------------------------------------------

       FD SCREEN-FILE.
       01 SCREEN-REC PIC X(80).
           *> One printed line of the exception screening report

      *--------------------------------------------------------
      * Pay-Period Run Control File Layout
      * One record per pay group, maintained by operations with
                                         *> (SPACE, "L") = live run
               88 RC-TRIAL-RUN VALUE "T".

      *--------------------------------------------------------
      * Payroll Cycle Control File Layout
      *--------------------------------------------------------
       FD CYCLE-FILE.

           COPY CYCLREC.


       WORKING-STORAGE SECTION.
      *--------------------------------------------------------
       01 WS-EMPLOYER-CONTRIB PIC 9(7)V99 VALUE ZEROS.
           *> The employer's matching benefit contribution for the
           *> employee being processed - accrued for finance, never
           *> part of the employee's own pay. Matches the benefit
           *> contribution actually taken this period

       01 WS-LEAVE-DED-TAKEN  PIC 9(9)V99 VALUE ZEROS.
           *> Leave deduction money actually taken from this period's
           *> pay, arrears recovered included. WS-LEAVE-DEDUCT-TOTAL
           *> still drives the leave balance - the leave was used
           *> whether or not the pay could cover it

       01 WS-GARNISH-TAKEN    PIC 9(9)V99 VALUE ZEROS.
           *> One-off "GN" garnishment money actually taken from this
           *> period's pay, arrears recovered included

       01 WS-PROTECTED-NET-PAY PIC 9(7)V99 VALUE 300.00.
           *> Minimum net pay every employee keeps each period - no
           *> deduction is taken that would leave less (reimbursements
           *> are paid on top of it)

       01 WS-PRENOTE-WAIT-DAYS PIC 9(3) VALUE 10.
           *> Calendar days a prenote must stand with no return from
           *> the bank before its account takes deposits - BANK-
           *> RETURNS clears the details if one comes back

       01 WS-TODAY-DATE     PIC 9(8) VALUE ZEROS.
           *> Today's date (YYYYMMDD), stamped on prenotes sent and
           *> measured against the wait on prenotes outstanding
       01 WS-TODAY-DAYNUM   PIC 9(7) VALUE ZEROS.
           *> Today as a day number, figured once at start-up

       01 WS-DAYNUM-DATE.
           *> Date handed to COMPUTE-DAY-NUMBER
           05 WS-DAYNUM-YYYY PIC 9(4).
           05 WS-DAYNUM-MM   PIC 9(2).
           05 WS-DAYNUM-DD   PIC 9(2).
       01 WS-DAYNUM-YEAR    PIC 9(4) VALUE ZEROS.
       01 WS-DAYNUM-MONTH   PIC 9(2) VALUE ZEROS.
       01 WS-DAYNUM-WORK    PIC 9(7) VALUE ZEROS.
           *> Working fields - each division is its own step so the
           *> quotient is truncated the way the day count needs
       01 WS-DAYNUM-RESULT  PIC 9(7) VALUE ZEROS.
           *> Days from a fixed origin to WS-DAYNUM-DATE, so two
           *> dates can be subtracted across month and year ends

       01 WS-PRENOTE-COUNT  PIC 9(5) VALUE ZEROS.
           *> Zero-dollar prenotes sent on BANKFILE.DAT this run
       01 WS-PRENOTE-LIVE-COUNT PIC 9(5) VALUE ZEROS.
           *> Accounts whose prenote stood and went live this run

       01 EOF-TAX PIC X VALUE "N".
           *> End-of-file indicator for the tax rate file
           *> trial run reads it back for the variance report,
           *> reset before each scan

       01 EOF-AUDIT PIC X VALUE "N".
           *> End-of-file indicator for EMPAUDIT.DAT, read back by
           *> a trial's recent-account-change screening

       01 WS-TAX-TABLE.
           *> Graduated bands for each bracket, subscripted directly
           *> by TAX-BRACKET (1-9) so no search is needed at lookup
       01 WS-EMP-FILE-STATUS PIC X(2) VALUE "00".
           *> ISAM file status for EMP-FILE (indexed)

       01 WS-PAYHIST-FILE-STATUS PIC X(2) VALUE "00".
           *> ISAM file status for PAYHIST-FILE (indexed); "05" on
           *> OPEN just means this run created the file, "22" on
           *> WRITE that the sequence number is already taken

       01 WS-HIST-WRITTEN PIC X VALUE "N".
           *> "Y" once WRITE-HISTORY-RECORD has found the record a
           *> free sequence number

       01 WS-CKPT-FILE-STATUS PIC X(2) VALUE "00".
           *> File status for CHECKPOINT-FILE; "35" means the
           *> checkpoint file does not exist yet (first-ever run)
           *> advance, no check number, no bank file, no history,
           *> no checkpoint, and the period is not marked complete

       01 WS-CYCLE-FILE-STATUS PIC X(2) VALUE "00".
           *> ISAM file status for CYCLE-FILE (indexed); "05" on
           *> OPEN just means this run created the file

       01 WS-CYCLE-STEP PIC 9(2) VALUE 03.
           *> This run's step of the pay group's cycle - 02 for a
           *> trial, 03 for the live run
       01 WS-CYCLE-PREREQ PIC 9(2) VALUE 02.
           *> The step that must have completed before it - the
           *> edit ahead of a trial, the trial ahead of a live run
       01 WS-CYCLE-PREREQ-NAME PIC X(24)
               VALUE "THE TRIAL PAYROLL RUN".
           *> That step's name for the halt message

       01 WS-CYCLE-ON-FILE PIC X VALUE "N".
           *> "Y" if the step's record is already on CYCLECTL.DAT
           *> (a rerun or restart), so it is rewritten, not added

       01 WS-CYCLE-CLEAR-DONE PIC X VALUE "N".
           *> "Y" once every later step of the period has been
           *> cleared off CYCLECTL.DAT

       01 WS-CYCLE-CLEARED PIC 9(2) VALUE ZEROS.
           *> Later steps cleared because this run re-ran under
           *> them

       01 WS-CYCLE-CLOCK.
           *> ACCEPT ... FROM TIME target (HHMMSS plus hundredths)
           05 WS-CYCLE-HHMMSS PIC 9(6).
           05 FILLER          PIC 9(2).

       01 WS-CYCLE-NOTE PIC X(40) VALUE SPACES.
           *> Finish note recorded for the status board

       01 WS-CYCLE-OUTCOME PIC X(1) VALUE "C".
           *> Outcome recorded at the finish - "C" complete, or "H"
           *> for a trial whose screening found exceptions, which
           *> holds the live run until they are signed off

       01 WS-VARIANCE-THRESHOLD PIC 9(5)V99 VALUE 500.00.
           *> Net-pay movement against the prior period that gets
           *> an employee flagged on the trial variance report -
                   *> "Y" once ANY history record for this employee
                   *> in this pay group has been seen - "N" at the
                   *> end marks a first-time payee
               10 WS-TRIAL-HOURLY    PIC X(1).
                   *> "Y" for an hourly employee
               10 WS-TRIAL-REG-HOURS PIC 9(7)V99.
               10 WS-TRIAL-OT-HOURS  PIC 9(7)V99.
                   *> "HR" and "OT" hours applied this period, for
                   *> the screening hours rules

       01 WS-PRIOR-PERIOD-END PIC 9(8) VALUE ZEROS.
           *> Latest PAY-PERIOD-END in PAYHIST.DAT for this pay
       01 WS-VARIANCE-COUNT PIC 9(4) VALUE ZEROS.
           *> Employees the variance report flagged for review

       01 WS-SCREEN-NET-CEILING PIC 9(7)V99 VALUE 10000.00.
           *> Net pay above this is a screening exception whatever
           *> the employee's history says
       01 WS-SCREEN-AVG-MULTIPLE PIC 9(2) VALUE 3.
           *> Net pay more than this many times the employee's
           *> average regular net in PAYHIST.DAT is an exception
       01 WS-SCREEN-WEEKLY-HOURS PIC 9(3)V99 VALUE 60.00.
           *> Most hours ("HR" plus "OT") an hourly employee may
           *> work in a week - prorated to the period's length
       01 WS-SCREEN-BANK-DAYS PIC 9(3) VALUE 5.
           *> A deposit account set or changed on EMPAUDIT.DAT this
           *> many days or fewer before payday is an exception
           *> - adjust any of these four here

       01 WS-SCREEN-START-DAYNUM PIC 9(7) VALUE ZEROS.
           *> Day number of the period's start date
       01 WS-SCREEN-PERIOD-DAYS PIC 9(5) VALUE ZEROS.
           *> Days in the period being trialed
       01 WS-SCREEN-MAX-HOURS PIC 9(7)V99 VALUE ZEROS.
           *> WS-SCREEN-WEEKLY-HOURS prorated over those days
       01 WS-SCREEN-CUTOFF-DAYNUM PIC 9(7) VALUE ZEROS.
           *> Day number from which an account change is recent -
           *> payday (the period end date) less
           *> WS-SCREEN-BANK-DAYS

       01 WS-SCREEN-COUNT PIC 9(5) VALUE ZEROS.
           *> Exceptions listed on SCREEN.RPT
       01 WS-SCREEN-RULE-COUNT PIC 9(5) VALUE ZEROS.
           *> Exceptions listed under the rule being screened

       01 WS-SCREEN-HIST-COUNT PIC S9(5) VALUE ZEROS.
       01 WS-SCREEN-HIST-NET   PIC S9(9)V99 VALUE ZEROS.
           *> Regular payments on the employee's history, less
           *> those reversed, and their net pay
       01 WS-SCREEN-AVERAGE    PIC 9(7)V99 VALUE ZEROS.
           *> Average regular net pay from that history
       01 WS-SCREEN-AVG-LIMIT  PIC 9(9)V99 VALUE ZEROS.
           *> WS-SCREEN-AVG-MULTIPLE times the average

       01 WS-SCREEN-TOTAL-HOURS PIC 9(7)V99 VALUE ZEROS.
           *> "HR" plus "OT" hours for the employee in hand

       01 WS-SCREEN-EMP-ID  PIC 9(5) VALUE ZEROS.
       01 WS-SCREEN-NAME    PIC X(20) VALUE SPACES.
       01 WS-SCREEN-RULE    PIC X(16) VALUE SPACES.
       01 WS-SCREEN-FIGURES PIC X(36) VALUE SPACES.
           *> One exception line's employee, rule and figures, put
           *> out by WRITE-SCREEN-LINE

       01 WS-SCREEN-BANK-COUNT PIC 9(4) VALUE ZEROS.
       01 WS-SCREEN-BANK-SUB   PIC 9(4) VALUE ZEROS.
       01 WS-SCREEN-BANK-SUB2  PIC 9(4) VALUE ZEROS.
       01 WS-SCREEN-BANK-LIST  PIC 9(4) VALUE ZEROS.
           *> Entries in WS-SCREEN-BANK-TABLE, subscripts over it,
           *> and the entry WRITE-SHARED-ACCOUNT-LINE lists
       01 WS-SCREEN-BANK-TABLE.
           *> Every active employee with deposit details on
           *> EMPLOYEE.DAT, whatever their pay group - an account
           *> shared across groups is just as suspect
           05 WS-SCREEN-BANK-ENTRY OCCURS 3000 TIMES.
               10 WS-SBK-EMP-ID  PIC 9(5).
               10 WS-SBK-NAME    PIC X(20).
               10 WS-SBK-ROUTING PIC 9(9).
               10 WS-SBK-ACCOUNT PIC X(17).
               10 WS-SBK-LISTED  PIC X(1).
                   *> "Y" once listed as sharing an account

       01 WS-SCREEN-TXN-COUNT PIC 9(4) VALUE ZEROS.
       01 WS-SCREEN-TXN-SUB   PIC 9(4) VALUE ZEROS.
           *> Entries in WS-SCREEN-TXN-TABLE, and a subscript
       01 WS-SCREEN-TXN-TABLE.
           *> Transactions this run found against inactive or
           *> terminated employees of the pay group
           05 WS-SCREEN-TXN-ENTRY OCCURS 500 TIMES.
               10 WS-STX-EMP-ID PIC 9(5).
               10 WS-STX-NAME   PIC X(20).
               10 WS-STX-TYPE   PIC X(2).
               10 WS-STX-AMOUNT PIC 9(7)V99.

       01 WS-SCREEN-OLD-ROUTING PIC 9(9) VALUE ZEROS.
       01 WS-SCREEN-OLD-ACCOUNT PIC X(17) VALUE SPACES.
           *> Deposit details before an EMPAUDIT.DAT change

       01 WS-SCREEN-EDIT-AMT    PIC Z,ZZZ,ZZ9.99.
       01 WS-SCREEN-EDIT-AMT-2  PIC Z,ZZZ,ZZ9.99.
       01 WS-SCREEN-EDIT-HOURS   PIC ZZ,ZZ9.99.
       01 WS-SCREEN-EDIT-HOURS-2 PIC ZZ,ZZ9.99.
           *> Edited figures for the screening report

       01 WS-NET-SWING PIC S9(8)V99 VALUE ZEROS.
           *> This trial's net minus the prior period's net, signed

       01 WS-GARN-CUR-AGENCY PIC X(20) VALUE SPACES.
           *> Agency whose orders the register is grouping now

       01 EOF-ARREARS PIC X VALUE "N".
           *> End-of-file indicator for the arrears file

       01 WS-ARR-COUNT PIC 9(3) VALUE ZEROS.
           *> Number of arrears entries in WS-ARR-TABLE

       01 WS-ARR-SUB   PIC 9(3) VALUE ZEROS.
           *> Working subscript over WS-ARR-TABLE
       01 WS-ARR-FOUND PIC 9(3) VALUE ZEROS.
           *> Entry FIND-ARREARS-ENTRY matched, ZEROS for none

       01 WS-ARR-TABLE.
           *> Amounts owed, held in storage for the whole run and
           *> written back to ARREARS.DAT with each checkpoint and
           *> at end of run
           05 WS-ARR-ENTRY OCCURS 500 TIMES.
               10 WS-ARR-EMP-ID    PIC 9(5).
               10 WS-ARR-TYPE      PIC X(2).
               10 WS-ARR-REF       PIC X(15).
               10 WS-ARR-BALANCE   PIC 9(9)V99.
               10 WS-ARR-SINCE     PIC X(6).
               10 WS-ARR-STAGED    PIC X(1).
                   *> "Y" once the employee now being processed has
                   *> figured a new balance - only posted onto
                   *> BALANCE once the PAY-REC actually writes
               10 WS-ARR-NEW-BAL   PIC 9(9)V99.
               10 WS-ARR-TAKEN     PIC 9(9)V99.
               10 WS-ARR-CARRIED   PIC 9(9)V99.
               10 WS-ARR-RECOVERED PIC 9(9)V99.
                   *> This period's figures for the register

       01 WS-DEDUCT-ROOM PIC S9(8)V99 VALUE ZEROS.
           *> Pay still free to take deductions from for the
           *> employee being processed: GROSS-PAY less TAX-AMT less
           *> the protected minimum net, less each deduction as it
           *> is taken in priority order

       01 WS-PRI-TYPE        PIC X(2) VALUE SPACES.
       01 WS-PRI-REF         PIC X(15) VALUE SPACES.
       01 WS-PRI-CURRENT     PIC 9(9)V99 VALUE ZEROS.
       01 WS-PRI-LIMIT       PIC 9(9)V99 VALUE ZEROS.
           *> TAKE-ONE-DEDUCTION's arguments: the deduction's type
           *> and reference, this period's amount, and the most it
           *> may take in all (a standing order cannot take past
           *> what it still has outstanding)
       01 WS-PRI-ARREARS     PIC 9(9)V99 VALUE ZEROS.
       01 WS-PRI-RECOVERABLE PIC 9(9)V99 VALUE ZEROS.
       01 WS-PRI-DUE         PIC 9(9)V99 VALUE ZEROS.
       01 WS-PRI-TAKEN       PIC 9(9)V99 VALUE ZEROS.
       01 WS-PRI-CUR-TAKEN   PIC 9(9)V99 VALUE ZEROS.
       01 WS-PRI-RECOVERED   PIC 9(9)V99 VALUE ZEROS.
       01 WS-PRI-CARRIED     PIC 9(9)V99 VALUE ZEROS.
           *> ... and its results: arrears owed, how much of them
           *> can be recovered, the total due, the amount taken,
           *> the part of it that was this period's, the part that
           *> recovered arrears, and the shortfall carried

       01 WS-ARR-CARRIED-TOTAL   PIC 9(9)V99 VALUE ZEROS.
       01 WS-ARR-RECOVERED-TOTAL PIC 9(9)V99 VALUE ZEROS.
       01 WS-ARR-OWED-TOTAL      PIC 9(9)V99 VALUE ZEROS.
           *> Register totals across the run

       01 WS-ARR-EDIT-TAKEN     PIC Z,ZZZ,ZZ9.99.
       01 WS-ARR-EDIT-CARRIED   PIC Z,ZZZ,ZZ9.99.
       01 WS-ARR-EDIT-RECOVERED PIC Z,ZZZ,ZZ9.99.
       01 WS-ARR-EDIT-OWED      PIC Z,ZZZ,ZZ9.99.
           *> Edited amounts for one arrears register line

       01 WS-HAVE-CHECKPOINT     PIC X VALUE "N".
           *> "Y" if a prior run left a restart point to resume from

           *> skipped rather than paid off a silently truncated total

       01 WS-PAY-INSUFFICIENT PIC X VALUE "N".
           *> "Y" if the current employee's tax alone exceeds the
           *> pay available to take it from (GROSS-PAY +
           *> reimbursements) - deductions never can, they stop at
           *> the protected minimum net - so the employee is logged
           *> and skipped for payroll to resolve rather than paid a
           *> wrong amount

       01 WS-AUDIT-BEFORE PIC X(250) VALUE SPACES.
      * paid would disappear from the final output
           PERFORM LOAD-CHECKPOINT

      * Only a run every check has let through is marked started
      * on CYCLECTL.DAT - a run refused above, by the cycle or by
      * a pending checkpoint, leaves the cycle exactly as it was
           PERFORM RECORD-CYCLE-START

      * A trial opens only its own preview/variance reports and
      * the error log - the posting files (payroll, bank, checks,
      * history, audit, hold) are never touched, and TRANSHOLD.DAT
           EVALUATE TRUE
               WHEN WS-TRIAL-RUN = "Y"
                   OPEN OUTPUT ERROR-FILE TRIALREG-FILE
                       TRIALVAR-FILE SCREEN-FILE
                   PERFORM WRITE-TRIAL-HEADER
               WHEN WS-HAVE-CHECKPOINT = "Y"
                   OPEN EXTEND PAY-FILE BANK-FILE ERROR-FILE
                       CHECK-FILE CHECKREG-FILE TRANSHOLD-OUT-FILE
                       ARREARSRPT-FILE
               WHEN OTHER
                   OPEN OUTPUT PAY-FILE BANK-FILE ERROR-FILE
                       CHECK-FILE CHECKREG-FILE TRANSHOLD-OUT-FILE
                       ARREARSRPT-FILE
                   PERFORM WRITE-REGISTER-HEADER
                   PERFORM WRITE-ARREARS-HEADER
           END-EVALUATE

      * Pick up where the check numbering left off last run
           PERFORM LOAD-CHECK-NUMBER

      * Today's date dates the prenotes sent and times the wait on
      * those already out
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE WS-TODAY-DATE TO WS-DAYNUM-DATE
           PERFORM COMPUTE-DAY-NUMBER
           MOVE WS-DAYNUM-RESULT TO WS-TODAY-DAYNUM

      * The history file is only ever added to on every run, fresh
      * or restarted - prior periods must never be lost; the
      * open-check register likewise carries every earlier run's
      * uncleared checks, so it is only ever appended to here.
      * A trial posts nothing into any of them
           IF WS-TRIAL-RUN NOT = "Y"
               OPEN I-O PAYHIST-FILE
               IF WS-PAYHIST-FILE-STATUS NOT = "00"
                       AND WS-PAYHIST-FILE-STATUS NOT = "05"
                   DISPLAY "RUN HALTED: PAYHIST.DAT could not be "
                       "opened (status " WS-PAYHIST-FILE-STATUS ")"
                   STOP RUN
               END-IF
               OPEN EXTEND CHECKSTAT-FILE AUDIT-FILE
           END-IF

           PERFORM LOAD-TAX-TABLE
      * can be applied as each employee is paid
           PERFORM LOAD-GARNISH-ORDERS

      * Pull the deduction arrears still owed so each employee's
      * shortfalls from earlier periods are recovered as they are
      * paid
           PERFORM LOAD-ARREARS

           IF WS-HAVE-CHECKPOINT = "Y"
               PERFORM RESUME-FROM-CHECKPOINT
           END-IF
           IF WS-RCT-RUN-STATUS(WS-RUNCTL-FOUND) = "C"
                   AND WS-TRIAL-RUN NOT = "Y"
               PERFORM CONFIRM-PERIOD-OVERRIDE
           END-IF

      * A trial waits for a clean edit of the transactions it
      * previews, and is refused once the period has been paid
      * live; the live run waits for a completed trial
           IF WS-TRIAL-RUN = "Y"
               MOVE 02 TO WS-CYCLE-STEP
               MOVE 01 TO WS-CYCLE-PREREQ
               MOVE "TRANS-EDIT" TO WS-CYCLE-PREREQ-NAME
               PERFORM CHECK-CYCLE-PREREQUISITE
               PERFORM CHECK-CYCLE-PERIOD-OPEN
           ELSE
               PERFORM CHECK-CYCLE-PREREQUISITE
           END-IF.

       LOAD-ONE-RUNCTL-RECORD.
           DISPLAY "OVERRIDE accepted - rerunning period "
               WS-RUN-PERIOD-ID.

       CHECK-CYCLE-PREREQUISITE.
      * The step ahead of this run must have finished cleanly on
      * CYCLECTL.DAT for the same pay group and period before
      * anything is opened or truncated
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
               WHEN CYC-OUTCOME-HELD
                   DISPLAY "RUN HALTED: " WS-CYCLE-PREREQ-NAME
                       " for period " WS-RUN-PERIOD-ID " pay group '"
                       WS-RUN-PAY-GROUP "' is HELD - its SCREEN.RPT "
                       "exceptions must be signed off with "
                       "SCREEN-SIGNOFF first"
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

       CHECK-CYCLE-PERIOD-OPEN.
      * Once the live run has paid the period a trial previews
      * nothing that can still happen, and would clear the live
      * run's completion off CYCLECTL.DAT - RUNCTL.DAT must be
      * rolled forward to the next period first. A live run that
      * started and never finished has posted part of the period,
      * so it must be finished before any trial
           OPEN I-O CYCLE-FILE
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
           IF CYC-OUTCOME-STARTED
               DISPLAY "RUN HALTED: the live run of period "
                   WS-RUN-PERIOD-ID " for pay group '"
                   WS-RUN-PAY-GROUP "' started but never finished "
                   "- finish it before running a trial"
               STOP RUN
           END-IF
           CLOSE CYCLE-FILE.

       RECORD-CYCLE-START.
      * Mark this run started on CYCLECTL.DAT. A trial or live run
      * changes what the steps after it work from, so anything
      * already recorded after it for the period is cleared and
      * has to be run again
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

           MOVE WS-RUN-PAY-GROUP   TO CYC-PAY-GROUP
           MOVE WS-RUN-PERIOD-ID   TO CYC-PERIOD-ID
           MOVE WS-CYCLE-STEP      TO CYC-STEP
           MOVE "ADVANCED-PAYROLL" TO CYC-PROGRAM
           ACCEPT CYC-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CYCLE-CLOCK FROM TIME
           MOVE WS-CYCLE-HHMMSS    TO CYC-START-TIME
           MOVE ZEROS              TO CYC-FINISH-DATE
           MOVE ZEROS              TO CYC-FINISH-TIME
           MOVE "R"                TO CYC-OUTCOME
           MOVE SPACES             TO CYC-NOTE
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

       SORT-TRANSACTIONS.
      * SORT opens/closes its input and output files itself - none
      * is opened separately for this step. Transactions held over
           MOVE ZEROS TO WS-REIMBURSE-TOTAL
           MOVE ZEROS TO WS-RETRO-TOTAL

      * A trial notes every active employee's deposit account for
      * the shared-account screening, whatever their pay group
           IF WS-TRIAL-RUN = "Y"
               PERFORM NOTE-SCREEN-BANK-ACCOUNT
           END-IF

           PERFORM VALIDATE-EMPLOYEE
           PERFORM MATCH-TRANSACTIONS

      * employees are logged but excluded from PAYROLL.DAT rather
      * than paid on bad data - likewise an employee whose pay
      * calculation overflowed a PAY-REC field (WS-CALC-OVERFLOW)
      * or whose tax exceeds the pay available to cover it
      * (WS-PAY-INSUFFICIENT, both set by CALCULATE-PAY) is logged
      * and excluded rather than paid a wrong amount
           EVALUATE TRUE
           WRITE CHECKPOINT-REC
           CLOSE CHECKPOINT-FILE

      * Persist the garnishment withheld-to-date figures and the
      * arrears owed alongside the restart point so a resumed run
      * carries on from totals aligned with the checkpoint
           PERFORM WRITE-GARNISH-ORDERS
           PERFORM WRITE-ARREARS.

       VALIDATE-EMPLOYEE.
           MOVE "Y" TO WS-EMP-VALID
                   DELIMITED BY SIZE INTO ERROR-REC
               WRITE ERROR-REC
               ADD 1 TO WS-RECON-TRANS-INVALID-EMP
               IF EMP-INACTIVE AND WS-TRIAL-RUN = "Y"
                   PERFORM NOTE-SCREEN-INACTIVE-TXN
               END-IF
               EXIT PARAGRAPH
           END-IF

                           DELIMITED BY SIZE INTO ERROR-REC
                       WRITE ERROR-REC
               END-EVALUATE
           END-IF

      * Standing garnishment orders apply themselves each period
      * its order still has outstanding
           PERFORM STAGE-GARNISH-ORDERS

      * Take the deductions in priority order, short-taking what
      * the pay cannot cover and recovering earlier arrears
           PERFORM APPLY-DEDUCTION-PRIORITY

      * The employer matches the benefit contribution actually
      * taken this period
           IF BEN-PLAN-CODE NOT = SPACES
               COMPUTE WS-EMPLOYER-CONTRIB ROUNDED =
                       WS-BENEFIT-DEDUCT * BEN-MATCH-PCT / 100
                   ON SIZE ERROR
                       MOVE "Y" TO WS-CALC-OVERFLOW
               END-COMPUTE
           END-IF

      * DEDUCTIONS covers leave deductions, wage garnishments
      * (one-off "GN" transactions and standing orders) and the
      * recurring benefit contribution, as far as each was taken
           COMPUTE DEDUCTIONS ROUNDED =
                   WS-LEAVE-DED-TAKEN + WS-GARNISH-TAKEN
                       + WS-ORDER-GARNISH-TOTAL
                       + WS-BENEFIT-DEDUCT
               ON SIZE ERROR

      * Reimbursements are a non-taxable repayment, not pay, so they
      * are added straight to NET-PAY instead of into GROSS-PAY.
      * The net is figured in a signed work field first: an
      * unsigned COMPUTE would silently absorb the sign instead of
      * tripping ON SIZE ERROR. Deductions stop at the protected
      * minimum, so only a tax larger than the whole pay can leave
      * the net negative - the employee is then logged and skipped
      * for payroll to resolve
           COMPUTE WS-NET-PAY-WORK =
                   GROSS-PAY - TAX-AMT - DEDUCTIONS
                       + WS-REIMBURSE-TOTAL
               MOVE ZEROS TO NET-PAY
               MOVE SPACES TO ERROR-REC
               STRING "EMPLOYEE " EMP-ID
                   " - TAX EXCEEDS AVAILABLE PAY - "
                   "RECORD SKIPPED"
                   DELIMITED BY SIZE INTO ERROR-REC
               WRITE ERROR-REC
           MOVE WS-EMPLOYER-CONTRIB TO PAY-EMPLOYER-CONT
           MOVE WS-ER-TAX-TOTAL TO PAY-EMPLOYER-TAX
           MOVE WS-RUN-PERIOD-END TO PAY-PERIOD-END
           MOVE SPACE TO PAY-REC-TYPE
           MOVE SPACE TO PAY-REVERSED-TYPE
           MOVE BEN-PLAN-CLASS TO PAY-BEN-PLAN-CLASS
           MOVE WS-BASE-PAY TO PAY-BASE-PAY
           MOVE WS-REG-HRS-TOTAL TO PAY-REG-HOURS
           PERFORM BUILD-COST-SPLITS

      * The leave balance moves with the pay: this period's
      * accrual lands and the leave actually taken comes off,
      * maintained on the master the same way the YTD totals are.
      * Posted before the record is written so the amounts that
      * really moved are carried on it for REVERSE-PAY, along with
      * what each standing order withheld
           PERFORM POST-LEAVE-BALANCE
           PERFORM STAMP-GARNISH-ORDERS
           WRITE PAY-REC

      * Archive the same record into the permanent history file
           PERFORM WRITE-HISTORY-RECORD

           PERFORM WRITE-BANK-RECORD

               ADD WS-BENEFIT-DEDUCT TO YTD-PENSION
           END-IF

      * The employee is definitely being paid, so the garnishment
      * amounts staged by CALCULATE-PAY really were withheld -
      * post them onto the standing orders
           PERFORM POST-GARNISH-ORDERS

      * Likewise the shortfalls carried and arrears recovered
      * really happened - post them and list them on the register
           PERFORM POST-ARREARS
           REWRITE EMP-REC
               INVALID KEY
                   MOVE SPACES TO ERROR-REC
           MOVE EMP-REC            TO AUD-AFTER
           WRITE AUDIT-REC.

       WRITE-HISTORY-RECORD.
      * The key is built from the image itself. The sequence starts
      * at 001 and steps past any number the period and employee
      * already hold - an off-cycle payment or a reversal may have
      * taken 001 first, and a restarted run may already have
      * written this employee's record once
           MOVE PAY-PERIOD     TO HIST-PERIOD
           MOVE PAY-EMP-ID     TO HIST-EMP-ID
           MOVE PAY-PERIOD-END TO HIST-PERIOD-END
           MOVE PAY-REC        TO HIST-PAY-IMAGE
           MOVE 1 TO HIST-SEQ
           MOVE "N" TO WS-HIST-WRITTEN
           PERFORM UNTIL WS-HIST-WRITTEN = "Y"
               WRITE HIST-REC
                   INVALID KEY
                       IF WS-PAYHIST-FILE-STATUS = "22"
                               AND HIST-SEQ < 999
                           ADD 1 TO HIST-SEQ
                       ELSE
                           DISPLAY "RUN HALTED: PAYHIST.DAT write "
                               "failed for employee " PAY-EMP-ID
                               " (status " WS-PAYHIST-FILE-STATUS
                               ") - restart from the checkpoint"
                           STOP RUN
                       END-IF
                   NOT INVALID KEY
                       MOVE "Y" TO WS-HIST-WRITTEN
               END-WRITE
           END-PERFORM.

       BUILD-COST-SPLITS.
      * Stamp the employee's standing allocation onto the PAY-REC:
      * each valid line becomes one split entry charging its cost
               END-IF
           END-IF

           MOVE WS-EMP-LEAVE-RATE     TO PAY-LEAVE-ACCRUED
           MOVE WS-LEAVE-DEDUCT-TOTAL TO PAY-LEAVE-TAKEN
           COMPUTE LEAVE-BALANCE =
                   LEAVE-BALANCE + WS-EMP-LEAVE-RATE
                       - WS-LEAVE-DEDUCT-TOTAL
               ON SIZE ERROR
                   MOVE ZEROS TO PAY-LEAVE-ACCRUED
                   MOVE ZEROS TO PAY-LEAVE-TAKEN
                   MOVE SPACES TO ERROR-REC
                   STRING "EMPLOYEE " EMP-ID
                       " - LEAVE BALANCE WOULD OVERFLOW - "
           MOVE ZEROS    TO WS-TRIAL-PRIOR-NET(WS-TRIAL-COUNT)
           MOVE "N"      TO WS-TRIAL-HAVE-PRIOR(WS-TRIAL-COUNT)
           MOVE "N"      TO WS-TRIAL-SEEN-EVER(WS-TRIAL-COUNT)
           IF EMP-HOURLY
               MOVE "Y" TO WS-TRIAL-HOURLY(WS-TRIAL-COUNT)
           ELSE
               MOVE "N" TO WS-TRIAL-HOURLY(WS-TRIAL-COUNT)
           END-IF
           MOVE WS-REG-HRS-TOTAL TO WS-TRIAL-REG-HOURS(WS-TRIAL-COUNT)
           MOVE WS-OT-HRS-TOTAL  TO WS-TRIAL-OT-HOURS(WS-TRIAL-COUNT)

           ADD GROSS-PAY TO WS-TRIAL-GROSS-TOTAL
           ADD NET-PAY   TO WS-TRIAL-NET-TOTAL
           CLOSE PAYHIST-FILE.

       FIND-PRIOR-PERIOD-RECORD.
           READ PAYHIST-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO EOF-HIST
               NOT AT END
                   MOVE HIST-PAY-IMAGE TO PAY-REC
                   IF PAY-GROUP = WS-RUN-PAY-GROUP
                           AND PAY-PERIOD-END NUMERIC
                           AND PAY-PERIOD-END < WS-RUN-PERIOD-START
           CLOSE PAYHIST-FILE.

       COLLECT-PRIOR-RECORD.
           READ PAYHIST-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO EOF-HIST
               NOT AT END
                   MOVE HIST-PAY-IMAGE TO PAY-REC
      * Only the regular run's own records are compared - an
      * off-cycle payment or a reversal is not a period's pay
                   IF PAY-GROUP = WS-RUN-PAY-GROUP
                           AND PAY-REC-REGULAR
                       PERFORM MATCH-PRIOR-RECORD
                   END-IF
           END-READ.
                   WRITE TRIALVAR-REC
           END-EVALUATE.

       NOTE-SCREEN-BANK-ACCOUNT.
      * An employee in another pay group counts too - the same
      * account on a weekly and a monthly employee is as suspect
      * as two in one group. A table that cannot hold every
      * account would screen only part of the payroll, so the
      * overflow halts
           IF EMP-INACTIVE OR BANK-ROUTING OF EMP-REC = ZEROS
               EXIT PARAGRAPH
           END-IF
           IF WS-SCREEN-BANK-COUNT >= 3000
               DISPLAY "RUN HALTED: more than 3000 deposit accounts "
                   "- raise the WS-SCREEN-BANK-TABLE limit"
               STOP RUN
           END-IF
           ADD 1 TO WS-SCREEN-BANK-COUNT
           MOVE EMP-ID
               TO WS-SBK-EMP-ID(WS-SCREEN-BANK-COUNT)
           MOVE EMP-NAME
               TO WS-SBK-NAME(WS-SCREEN-BANK-COUNT)
           MOVE BANK-ROUTING OF EMP-REC
               TO WS-SBK-ROUTING(WS-SCREEN-BANK-COUNT)
           MOVE BANK-ACCOUNT OF EMP-REC
               TO WS-SBK-ACCOUNT(WS-SCREEN-BANK-COUNT)
           MOVE "N" TO WS-SBK-LISTED(WS-SCREEN-BANK-COUNT).

       NOTE-SCREEN-INACTIVE-TXN.
           IF WS-SCREEN-TXN-COUNT >= 500
               DISPLAY "RUN HALTED: more than 500 transactions for "
                   "inactive employees - raise the "
                   "WS-SCREEN-TXN-TABLE limit"
               STOP RUN
           END-IF
           ADD 1 TO WS-SCREEN-TXN-COUNT
           MOVE T-EMP-ID TO WS-STX-EMP-ID(WS-SCREEN-TXN-COUNT)
           MOVE EMP-NAME TO WS-STX-NAME(WS-SCREEN-TXN-COUNT)
           MOVE T-TYPE   TO WS-STX-TYPE(WS-SCREEN-TXN-COUNT)
           MOVE T-AMOUNT TO WS-STX-AMOUNT(WS-SCREEN-TXN-COUNT).

       WRITE-SCREENING-REPORT.
      * Screen the trial for the patterns auditors warn about, one
      * section per rule, each exception showing the employee, the
      * rule and the figures that broke it. Payday is taken as the
      * period end date on RUNCTL.DAT
           MOVE WS-RUN-PERIOD-START TO WS-DAYNUM-DATE
           PERFORM COMPUTE-DAY-NUMBER
           MOVE WS-DAYNUM-RESULT TO WS-SCREEN-START-DAYNUM
           MOVE WS-RUN-PERIOD-END TO WS-DAYNUM-DATE
           PERFORM COMPUTE-DAY-NUMBER
           COMPUTE WS-SCREEN-PERIOD-DAYS =
               WS-DAYNUM-RESULT - WS-SCREEN-START-DAYNUM + 1
           COMPUTE WS-SCREEN-CUTOFF-DAYNUM =
               WS-DAYNUM-RESULT - WS-SCREEN-BANK-DAYS
           COMPUTE WS-SCREEN-MAX-HOURS ROUNDED =
               WS-SCREEN-WEEKLY-HOURS * WS-SCREEN-PERIOD-DAYS / 7

           MOVE SPACES TO SCREEN-REC
           STRING "PAYROLL EXCEPTION SCREENING - PERIOD "
               WS-RUN-PERIOD-ID " PAY GROUP '" WS-RUN-PAY-GROUP "'"
               DELIMITED BY SIZE INTO SCREEN-REC
           WRITE SCREEN-REC
           MOVE SPACES TO SCREEN-REC
           STRING "PERIOD " WS-RUN-PERIOD-START " TO "
               WS-RUN-PERIOD-END " - PAYDAY " WS-RUN-PERIOD-END
               DELIMITED BY SIZE INTO SCREEN-REC
           WRITE SCREEN-REC
           MOVE SPACES TO SCREEN-REC
           WRITE SCREEN-REC
           MOVE SPACES TO SCREEN-REC
           STRING "EMPID NAME                 RULE             "
               "FIGURES"
               DELIMITED BY SIZE INTO SCREEN-REC
           WRITE SCREEN-REC

           PERFORM SCREEN-SHARED-ACCOUNTS
           PERFORM SCREEN-RECENT-ACCOUNT-CHANGES
           PERFORM SCREEN-NET-PAY
           PERFORM SCREEN-HOURS
           PERFORM SCREEN-INACTIVE-TRANSACTIONS

           MOVE SPACES TO SCREEN-REC
           WRITE SCREEN-REC
           MOVE WS-SCREEN-COUNT TO WS-CHECK-EDIT-COUNT
           MOVE SPACES TO SCREEN-REC
           STRING "EXCEPTIONS: " WS-CHECK-EDIT-COUNT
               DELIMITED BY SIZE INTO SCREEN-REC
           WRITE SCREEN-REC
           MOVE SPACES TO SCREEN-REC
           IF WS-SCREEN-COUNT > ZEROS
               STRING "LIVE RUN HELD UNTIL A SUPERVISOR SIGNS THESE "
                   "OFF WITH SCREEN-SIGNOFF"
                   DELIMITED BY SIZE INTO SCREEN-REC
           ELSE
               STRING "NO EXCEPTIONS - THE LIVE RUN IS NOT HELD"
                   DELIMITED BY SIZE INTO SCREEN-REC
           END-IF
           WRITE SCREEN-REC.

       WRITE-SCREEN-HEADING.
      * Start a rule's section: the caller has STRINGed the
      * heading into SCREEN-REC
           MOVE ZEROS TO WS-SCREEN-RULE-COUNT
           WRITE SCREEN-REC.

       WRITE-SCREEN-SECTION-END.
           IF WS-SCREEN-RULE-COUNT = ZEROS
               MOVE SPACES TO SCREEN-REC
               STRING "      NONE"
                   DELIMITED BY SIZE INTO SCREEN-REC
               WRITE SCREEN-REC
           END-IF.

       WRITE-SCREEN-LINE.
           MOVE SPACES TO SCREEN-REC
           STRING WS-SCREEN-EMP-ID " " WS-SCREEN-NAME " "
               WS-SCREEN-RULE " " WS-SCREEN-FIGURES
               DELIMITED BY SIZE INTO SCREEN-REC
           WRITE SCREEN-REC
           ADD 1 TO WS-SCREEN-COUNT
           ADD 1 TO WS-SCREEN-RULE-COUNT.

       SCREEN-SHARED-ACCOUNTS.
      * Every employee on an account another employee also
      * deposits to is listed, the sharers together
           MOVE SPACES TO SCREEN-REC
           WRITE SCREEN-REC
           MOVE SPACES TO SCREEN-REC
           STRING "DEPOSIT ACCOUNTS SHARED BY TWO OR MORE EMPLOYEES "
               "(ANY PAY GROUP)"
               DELIMITED BY SIZE INTO SCREEN-REC
           PERFORM WRITE-SCREEN-HEADING
           PERFORM SCREEN-ONE-BANK-ACCOUNT
               VARYING WS-SCREEN-BANK-SUB FROM 1 BY 1
               UNTIL WS-SCREEN-BANK-SUB > WS-SCREEN-BANK-COUNT
           PERFORM WRITE-SCREEN-SECTION-END.

       SCREEN-ONE-BANK-ACCOUNT.
           IF WS-SBK-LISTED(WS-SCREEN-BANK-SUB) = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SCREEN-BANK-SUB2
                   FROM WS-SCREEN-BANK-SUB BY 1
                   UNTIL WS-SCREEN-BANK-SUB2 > WS-SCREEN-BANK-COUNT
               IF WS-SBK-ROUTING(WS-SCREEN-BANK-SUB2)
                       = WS-SBK-ROUTING(WS-SCREEN-BANK-SUB)
                       AND WS-SBK-ACCOUNT(WS-SCREEN-BANK-SUB2)
                           = WS-SBK-ACCOUNT(WS-SCREEN-BANK-SUB)
                       AND WS-SBK-EMP-ID(WS-SCREEN-BANK-SUB2)
                           NOT = WS-SBK-EMP-ID(WS-SCREEN-BANK-SUB)
                       AND WS-SBK-LISTED(WS-SCREEN-BANK-SUB2) = "N"
                   IF WS-SBK-LISTED(WS-SCREEN-BANK-SUB) = "N"
                       MOVE WS-SCREEN-BANK-SUB TO WS-SCREEN-BANK-LIST
                       PERFORM WRITE-SHARED-ACCOUNT-LINE
                   END-IF
                   MOVE WS-SCREEN-BANK-SUB2 TO WS-SCREEN-BANK-LIST
                   PERFORM WRITE-SHARED-ACCOUNT-LINE
               END-IF
           END-PERFORM.

       WRITE-SHARED-ACCOUNT-LINE.
           MOVE "Y" TO WS-SBK-LISTED(WS-SCREEN-BANK-LIST)
           MOVE WS-SBK-EMP-ID(WS-SCREEN-BANK-LIST) TO WS-SCREEN-EMP-ID
           MOVE WS-SBK-NAME(WS-SCREEN-BANK-LIST)   TO WS-SCREEN-NAME
           MOVE "SHARED ACCOUNT"                   TO WS-SCREEN-RULE
           MOVE SPACES TO WS-SCREEN-FIGURES
           STRING "RT " WS-SBK-ROUTING(WS-SCREEN-BANK-LIST)
               " AC " WS-SBK-ACCOUNT(WS-SCREEN-BANK-LIST)
               DELIMITED BY SIZE INTO WS-SCREEN-FIGURES
           PERFORM WRITE-SCREEN-LINE.

       SCREEN-RECENT-ACCOUNT-CHANGES.
      * EMPAUDIT.DAT holds the master as it stood before and after
      * every change. A change that sets new deposit details - a
      * hire with an account, or an account changed - dated within
      * WS-SCREEN-BANK-DAYS of payday (or since) is listed for
      * anyone this trial pays. EMPLOYEE.DAT has been read to its
      * end and a trial rewrites nothing, so the EMP-FILE record
      * area is free to decode the images
           MOVE SPACES TO SCREEN-REC
           WRITE SCREEN-REC
           MOVE SPACES TO SCREEN-REC
           STRING "DEPOSIT ACCOUNTS SET OR CHANGED ON EMPAUDIT.DAT "
               "WITHIN " WS-SCREEN-BANK-DAYS " DAYS OF PAYDAY"
               DELIMITED BY SIZE INTO SCREEN-REC
           PERFORM WRITE-SCREEN-HEADING
           MOVE "N" TO EOF-AUDIT
           OPEN INPUT AUDIT-FILE
           PERFORM UNTIL EOF-AUDIT = "Y"
               READ AUDIT-FILE
                   AT END
                       MOVE "Y" TO EOF-AUDIT
                   NOT AT END
                       PERFORM SCREEN-ONE-AUDIT-RECORD
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE
           PERFORM WRITE-SCREEN-SECTION-END.

       SCREEN-ONE-AUDIT-RECORD.
           MOVE AUD-DATE TO WS-DAYNUM-DATE
           PERFORM COMPUTE-DAY-NUMBER
           IF WS-DAYNUM-RESULT < WS-SCREEN-CUTOFF-DAYNUM
               EXIT PARAGRAPH
           END-IF

           IF AUD-BEFORE = SPACES
               MOVE ZEROS  TO WS-SCREEN-OLD-ROUTING
               MOVE SPACES TO WS-SCREEN-OLD-ACCOUNT
           ELSE
               MOVE AUD-BEFORE TO EMP-REC
               MOVE BANK-ROUTING OF EMP-REC TO WS-SCREEN-OLD-ROUTING
               MOVE BANK-ACCOUNT OF EMP-REC TO WS-SCREEN-OLD-ACCOUNT
           END-IF
           MOVE AUD-AFTER TO EMP-REC
           IF BANK-ROUTING OF EMP-REC = ZEROS
                   OR (BANK-ROUTING OF EMP-REC = WS-SCREEN-OLD-ROUTING
                   AND BANK-ACCOUNT OF EMP-REC
                       = WS-SCREEN-OLD-ACCOUNT)
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-TRIAL-SUB FROM 1 BY 1
                   UNTIL WS-TRIAL-SUB > WS-TRIAL-COUNT
               IF WS-TRIAL-EMP-ID(WS-TRIAL-SUB) = AUD-EMP-ID
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-TRIAL-SUB > WS-TRIAL-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE AUD-EMP-ID                   TO WS-SCREEN-EMP-ID
           MOVE WS-TRIAL-NAME(WS-TRIAL-SUB)  TO WS-SCREEN-NAME
           MOVE "ACCOUNT CHANGED"            TO WS-SCREEN-RULE
           MOVE SPACES TO WS-SCREEN-FIGURES
           STRING "ON " AUD-DATE " BY " AUD-PROGRAM
               DELIMITED BY SIZE INTO WS-SCREEN-FIGURES
           PERFORM WRITE-SCREEN-LINE.

       SCREEN-NET-PAY.
      * Over the ceiling is an exception outright; otherwise the
      * net is held against the employee's own average regular
      * net on PAYHIST.DAT, read through the employee key. Someone
      * with no regular history has no average to exceed - the
      * variance report already lists first-time payees
           MOVE SPACES TO SCREEN-REC
           WRITE SCREEN-REC
           MOVE WS-SCREEN-NET-CEILING TO WS-SCREEN-EDIT-AMT
           MOVE SPACES TO SCREEN-REC
           STRING "NET PAY OVER " WS-SCREEN-EDIT-AMT " OR OVER "
               WS-SCREEN-AVG-MULTIPLE " TIMES THE EMPLOYEE'S "
               "AVERAGE NET"
               DELIMITED BY SIZE INTO SCREEN-REC
           PERFORM WRITE-SCREEN-HEADING
           OPEN INPUT PAYHIST-FILE
           PERFORM SCREEN-ONE-NET-PAY
               VARYING WS-TRIAL-SUB FROM 1 BY 1
               UNTIL WS-TRIAL-SUB > WS-TRIAL-COUNT
           CLOSE PAYHIST-FILE
           PERFORM WRITE-SCREEN-SECTION-END.

       SCREEN-ONE-NET-PAY.
           MOVE WS-TRIAL-EMP-ID(WS-TRIAL-SUB) TO WS-SCREEN-EMP-ID
           MOVE WS-TRIAL-NAME(WS-TRIAL-SUB)   TO WS-SCREEN-NAME
           MOVE WS-TRIAL-NET(WS-TRIAL-SUB)    TO WS-SCREEN-EDIT-AMT

           IF WS-TRIAL-NET(WS-TRIAL-SUB) > WS-SCREEN-NET-CEILING
               MOVE WS-SCREEN-NET-CEILING TO WS-SCREEN-EDIT-AMT-2
               MOVE "NET OVER LIMIT" TO WS-SCREEN-RULE
               MOVE SPACES TO WS-SCREEN-FIGURES
               STRING "NET " WS-SCREEN-EDIT-AMT
                   " LIMIT " WS-SCREEN-EDIT-AMT-2
                   DELIMITED BY SIZE INTO WS-SCREEN-FIGURES
               PERFORM WRITE-SCREEN-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-SCREEN-AVERAGE
           IF WS-SCREEN-HIST-COUNT > ZEROS
                   AND WS-SCREEN-HIST-NET > ZEROS
               COMPUTE WS-SCREEN-AVERAGE ROUNDED =
                   WS-SCREEN-HIST-NET / WS-SCREEN-HIST-COUNT
               COMPUTE WS-SCREEN-AVG-LIMIT =
                   WS-SCREEN-AVERAGE * WS-SCREEN-AVG-MULTIPLE
               IF WS-TRIAL-NET(WS-TRIAL-SUB) > WS-SCREEN-AVG-LIMIT
                   MOVE WS-SCREEN-AVERAGE TO WS-SCREEN-EDIT-AMT-2
                   MOVE "NET VS AVERAGE" TO WS-SCREEN-RULE
                   MOVE SPACES TO WS-SCREEN-FIGURES
                   STRING "NET " WS-SCREEN-EDIT-AMT
                       " AVG " WS-SCREEN-EDIT-AMT-2
                       DELIMITED BY SIZE INTO WS-SCREEN-FIGURES
                   PERFORM WRITE-SCREEN-LINE
               END-IF
           END-IF.

       FIND-SCREEN-AVERAGE.
      * Regular-run payments only; a reversal of one takes it back
      * out. The PAY-FILE record area decodes each image - that
      * file is never opened on a trial
           MOVE ZEROS TO WS-SCREEN-HIST-COUNT
           MOVE ZEROS TO WS-SCREEN-HIST-NET
           MOVE "N" TO EOF-HIST
           MOVE WS-TRIAL-EMP-ID(WS-TRIAL-SUB) TO HIST-EMP-ID
           START PAYHIST-FILE KEY IS EQUAL TO HIST-EMP-ID
               INVALID KEY
                   MOVE "Y" TO EOF-HIST
           END-START
           PERFORM UNTIL EOF-HIST = "Y"
               READ PAYHIST-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF-HIST
                   NOT AT END
                       IF HIST-EMP-ID
                               NOT = WS-TRIAL-EMP-ID(WS-TRIAL-SUB)
                           MOVE "Y" TO EOF-HIST
                       ELSE
                           MOVE HIST-PAY-IMAGE TO PAY-REC
                           EVALUATE TRUE
                               WHEN PAY-REC-REGULAR
                                   ADD 1 TO WS-SCREEN-HIST-COUNT
                                   ADD NET-PAY TO WS-SCREEN-HIST-NET
                               WHEN PAY-REC-REVERSAL
                                       AND PAY-REVERSED-TYPE = SPACE
                                   SUBTRACT 1
                                       FROM WS-SCREEN-HIST-COUNT
                                   SUBTRACT NET-PAY
                                       FROM WS-SCREEN-HIST-NET
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM.

       SCREEN-HOURS.
      * An hourly employee paid with no "HR" hours at all, or
      * with more hours ("HR" plus "OT") than the weekly maximum
      * allows over the period's length
           MOVE SPACES TO SCREEN-REC
           WRITE SCREEN-REC
           MOVE WS-SCREEN-MAX-HOURS TO WS-SCREEN-EDIT-HOURS
           MOVE WS-SCREEN-WEEKLY-HOURS TO WS-SCREEN-EDIT-HOURS-2
           MOVE SPACES TO SCREEN-REC
           STRING "HOURLY PAID WITH NO HR HOURS, OR OVER "
               WS-SCREEN-EDIT-HOURS " HOURS ("
               WS-SCREEN-EDIT-HOURS-2 " A WEEK)"
               DELIMITED BY SIZE INTO SCREEN-REC
           PERFORM WRITE-SCREEN-HEADING
           PERFORM SCREEN-ONE-HOURS
               VARYING WS-TRIAL-SUB FROM 1 BY 1
               UNTIL WS-TRIAL-SUB > WS-TRIAL-COUNT
           PERFORM WRITE-SCREEN-SECTION-END.

       SCREEN-ONE-HOURS.
           IF WS-TRIAL-HOURLY(WS-TRIAL-SUB) NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TRIAL-EMP-ID(WS-TRIAL-SUB) TO WS-SCREEN-EMP-ID
           MOVE WS-TRIAL-NAME(WS-TRIAL-SUB)   TO WS-SCREEN-NAME
           COMPUTE WS-SCREEN-TOTAL-HOURS =
               WS-TRIAL-REG-HOURS(WS-TRIAL-SUB)
                   + WS-TRIAL-OT-HOURS(WS-TRIAL-SUB)
           EVALUATE TRUE
               WHEN WS-TRIAL-REG-HOURS(WS-TRIAL-SUB) = ZEROS
                   MOVE WS-TRIAL-NET(WS-TRIAL-SUB)
                       TO WS-SCREEN-EDIT-AMT
                   MOVE "NO HR HOURS" TO WS-SCREEN-RULE
                   MOVE SPACES TO WS-SCREEN-FIGURES
                   STRING "PAID NET " WS-SCREEN-EDIT-AMT
                       DELIMITED BY SIZE INTO WS-SCREEN-FIGURES
                   PERFORM WRITE-SCREEN-LINE
               WHEN WS-SCREEN-TOTAL-HOURS > WS-SCREEN-MAX-HOURS
                   MOVE WS-SCREEN-TOTAL-HOURS TO WS-SCREEN-EDIT-HOURS
                   MOVE WS-SCREEN-MAX-HOURS TO WS-SCREEN-EDIT-HOURS-2
                   MOVE "HOURS OVER MAX" TO WS-SCREEN-RULE
                   MOVE SPACES TO WS-SCREEN-FIGURES
                   STRING "HOURS " WS-SCREEN-EDIT-HOURS
                       " MAX " WS-SCREEN-EDIT-HOURS-2
                       DELIMITED BY SIZE INTO WS-SCREEN-FIGURES
                   PERFORM WRITE-SCREEN-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       SCREEN-INACTIVE-TRANSACTIONS.
      * Each transaction TRANSACTIONS.DAT carried for an inactive
      * or terminated employee of the group - none is paid, but
      * someone keyed it
           MOVE SPACES TO SCREEN-REC
           WRITE SCREEN-REC
           MOVE SPACES TO SCREEN-REC
           STRING "TRANSACTIONS FOR INACTIVE OR TERMINATED EMPLOYEES"
               DELIMITED BY SIZE INTO SCREEN-REC
           PERFORM WRITE-SCREEN-HEADING
           PERFORM VARYING WS-SCREEN-TXN-SUB FROM 1 BY 1
                   UNTIL WS-SCREEN-TXN-SUB > WS-SCREEN-TXN-COUNT
               MOVE WS-STX-EMP-ID(WS-SCREEN-TXN-SUB)
                   TO WS-SCREEN-EMP-ID
               MOVE WS-STX-NAME(WS-SCREEN-TXN-SUB) TO WS-SCREEN-NAME
               MOVE "INACTIVE EMP TXN" TO WS-SCREEN-RULE
               MOVE WS-STX-AMOUNT(WS-SCREEN-TXN-SUB)
                   TO WS-SCREEN-EDIT-AMT
               MOVE SPACES TO WS-SCREEN-FIGURES
               STRING "TXN " WS-STX-TYPE(WS-SCREEN-TXN-SUB) " "
                   WS-SCREEN-EDIT-AMT " NOT PAID"
                   DELIMITED BY SIZE INTO WS-SCREEN-FIGURES
               PERFORM WRITE-SCREEN-LINE
           END-PERFORM
           PERFORM WRITE-SCREEN-SECTION-END.

       WRITE-BANK-RECORD.
      * Nothing is owed, nothing is paid: a valid employee can net
      * to zero (an hourly employee with no timesheet hours this
      * information on file, and the employee is paid by printed
      * check instead, so the run itself pays everyone one way or
      * the other
      * Bank details not yet proven by a prenote take no money -
      * the employee is paid by check until they are live
           PERFORM CHECK-BANK-PRENOTE

           EVALUATE TRUE
               WHEN NET-PAY = ZEROS
                   MOVE SPACES TO ERROR-REC
                   WRITE ERROR-REC
               WHEN BANK-ROUTING OF EMP-REC = ZEROS
                   PERFORM WRITE-CHECK-RECORD
               WHEN NOT BANK-ACCOUNT-LIVE
                   PERFORM WRITE-CHECK-RECORD
               WHEN OTHER
                   MOVE BANK-ROUTING OF EMP-REC TO BANK-REC-ROUTING
                   MOVE BANK-ACCOUNT OF EMP-REC TO BANK-REC-ACCOUNT
                   WRITE BANK-REC
           END-EVALUATE.

       CHECK-BANK-PRENOTE.
      * New or changed details get their zero-dollar prenote on
      * BANKFILE.DAT now - a 0.00 entry is the bank's own prenote
      * form, and what BANK-RETURNS recognises coming back. One
      * already out goes live once it has stood the wait with no
      * return (a return clears the details, so it never gets
      * here). The status lands on the master with the YTD rewrite
           IF BANK-ROUTING OF EMP-REC = ZEROS
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN BANK-PRENOTE-DUE
                   MOVE BANK-ROUTING OF EMP-REC TO BANK-REC-ROUTING
                   MOVE BANK-ACCOUNT OF EMP-REC TO BANK-REC-ACCOUNT
                   MOVE EMP-ID TO BANK-REC-EMP-ID
                   MOVE ZEROS TO BANK-REC-NET-PAY
                   WRITE BANK-REC
                   MOVE "S" TO BANK-PRENOTE-STATUS
                   MOVE WS-TODAY-DATE TO BANK-PRENOTE-DATE
                   ADD 1 TO WS-PRENOTE-COUNT
                   MOVE SPACES TO ERROR-REC
                   STRING "EMPLOYEE " EMP-ID
                       " PRENOTE SENT - PAID BY CHECK THIS PERIOD"
                       DELIMITED BY SIZE INTO ERROR-REC
                   WRITE ERROR-REC
               WHEN BANK-PRENOTE-SENT
                   MOVE BANK-PRENOTE-DATE TO WS-DAYNUM-DATE
                   PERFORM COMPUTE-DAY-NUMBER
                   IF WS-TODAY-DAYNUM - WS-DAYNUM-RESULT
                           NOT < WS-PRENOTE-WAIT-DAYS
                       MOVE "L" TO BANK-PRENOTE-STATUS
                       ADD 1 TO WS-PRENOTE-LIVE-COUNT
                   ELSE
                       MOVE SPACES TO ERROR-REC
                       STRING "EMPLOYEE " EMP-ID
                           " PRENOTE OF " BANK-PRENOTE-DATE
                           " STILL PENDING - PAID BY CHECK"
                           DELIMITED BY SIZE INTO ERROR-REC
                       WRITE ERROR-REC
                   END-IF
           END-EVALUATE.

       COMPUTE-DAY-NUMBER.
      * Day count of WS-DAYNUM-DATE from a fixed origin, counting
      * the year from March so the leap day falls at its end:
      * 365 a year plus the leap days, plus the days in the months
      * before this one (153 days every 5 months from March on)
           IF WS-DAYNUM-MM > 2
               MOVE WS-DAYNUM-YYYY TO WS-DAYNUM-YEAR
               COMPUTE WS-DAYNUM-MONTH = WS-DAYNUM-MM - 3
           ELSE
               COMPUTE WS-DAYNUM-YEAR = WS-DAYNUM-YYYY - 1
               COMPUTE WS-DAYNUM-MONTH = WS-DAYNUM-MM + 9
           END-IF
           COMPUTE WS-DAYNUM-RESULT = WS-DAYNUM-YEAR * 365
               + WS-DAYNUM-DD - 1
           DIVIDE WS-DAYNUM-YEAR BY 4 GIVING WS-DAYNUM-WORK
           ADD WS-DAYNUM-WORK TO WS-DAYNUM-RESULT
           DIVIDE WS-DAYNUM-YEAR BY 100 GIVING WS-DAYNUM-WORK
           SUBTRACT WS-DAYNUM-WORK FROM WS-DAYNUM-RESULT
           DIVIDE WS-DAYNUM-YEAR BY 400 GIVING WS-DAYNUM-WORK
           ADD WS-DAYNUM-WORK TO WS-DAYNUM-RESULT
           COMPUTE WS-DAYNUM-WORK = WS-DAYNUM-MONTH * 153 + 2
           DIVIDE WS-DAYNUM-WORK BY 5 GIVING WS-DAYNUM-WORK
           ADD WS-DAYNUM-WORK TO WS-DAYNUM-RESULT.

       LOAD-GARNISH-ORDERS.
      * GARNORD.DAT is OPTIONAL - a missing file just means there
      * are no standing orders to apply this run
               END-IF
           END-IF.

       STAMP-GARNISH-ORDERS.
      * Carry each standing order's staged withholding onto the
      * PAY-REC by case number, so REVERSE-PAY can hand exactly
      * that amount back to the order. The record has room for
      * four orders; a fifth is logged so its share of any later
      * reversal is put back by hand
           MOVE ZEROS TO PAY-GARN-COUNT
           PERFORM VARYING WS-GARN-SUB2 FROM 1 BY 1
                   UNTIL WS-GARN-SUB2 > 4
               MOVE SPACES TO PAY-GARN-CASE-NO(WS-GARN-SUB2)
               MOVE ZEROS  TO PAY-GARN-AMT(WS-GARN-SUB2)
           END-PERFORM

           PERFORM STAMP-ONE-GARNISH-ORDER
               VARYING WS-GARN-SUB FROM 1 BY 1
               UNTIL WS-GARN-SUB > WS-GARN-COUNT.

       STAMP-ONE-GARNISH-ORDER.
           IF WS-GARN-EMP-ID(WS-GARN-SUB) = EMP-ID
                   AND WS-GARN-STAGED(WS-GARN-SUB) > ZEROS
               IF PAY-GARN-COUNT < 4
                   ADD 1 TO PAY-GARN-COUNT
                   MOVE WS-GARN-CASE-NO(WS-GARN-SUB)
                       TO PAY-GARN-CASE-NO(PAY-GARN-COUNT)
                   MOVE WS-GARN-STAGED(WS-GARN-SUB)
                       TO PAY-GARN-AMT(PAY-GARN-COUNT)
               ELSE
                   MOVE SPACES TO ERROR-REC
                   STRING "EMPLOYEE " EMP-ID " - ORDER "
                       WS-GARN-CASE-NO(WS-GARN-SUB)
                       " NOT ON PAYHIST.DAT - OVER 4 ORDERS"
                       DELIMITED BY SIZE INTO ERROR-REC
                   WRITE ERROR-REC
               END-IF
           END-IF.

       POST-GARNISH-ORDERS.
           PERFORM POST-ONE-GARNISH-ORDER
               VARYING WS-GARN-SUB FROM 1 BY 1
                                                TO GO-PERIOD-WITHHELD
           WRITE GARN-REC.

       APPLY-DEDUCTION-PRIORITY.
      * Deductions come out of the pay left after tax in a fixed
      * order - standing court orders first, then the benefit
      * contribution, then "LV" leave deductions and one-off "GN"
      * garnishments - and never cut into the protected minimum
      * net pay. Each takes this period's amount first and then
      * whatever it is owed from earlier periods; what it cannot
      * take is carried on ARREARS.DAT instead of the whole
      * employee being skipped. Nothing here is posted until
      * WRITE-PAY-RECORD confirms the employee is actually paid
           COMPUTE WS-DEDUCT-ROOM =
                   GROSS-PAY - TAX-AMT - WS-PROTECTED-NET-PAY
           IF WS-DEDUCT-ROOM < ZEROS
               MOVE ZEROS TO WS-DEDUCT-ROOM
           END-IF

           MOVE ZEROS TO WS-ORDER-GARNISH-TOTAL
           PERFORM PRIORITIZE-ONE-GARNISH-ORDER
               VARYING WS-GARN-SUB FROM 1 BY 1
               UNTIL WS-GARN-SUB > WS-GARN-COUNT

           MOVE "BN"              TO WS-PRI-TYPE
           MOVE SPACES            TO WS-PRI-REF
           MOVE WS-BENEFIT-DEDUCT TO WS-PRI-CURRENT
           MOVE 999999999.99      TO WS-PRI-LIMIT
           PERFORM TAKE-ONE-DEDUCTION
           MOVE WS-PRI-TAKEN      TO WS-BENEFIT-DEDUCT

           MOVE "LV"                  TO WS-PRI-TYPE
           MOVE SPACES                TO WS-PRI-REF
           MOVE WS-LEAVE-DEDUCT-TOTAL TO WS-PRI-CURRENT
           MOVE 999999999.99          TO WS-PRI-LIMIT
           PERFORM TAKE-ONE-DEDUCTION
           MOVE WS-PRI-TAKEN          TO WS-LEAVE-DED-TAKEN

           MOVE "GN"             TO WS-PRI-TYPE
           MOVE SPACES           TO WS-PRI-REF
           MOVE WS-GARNISH-TOTAL TO WS-PRI-CURRENT
           MOVE 999999999.99     TO WS-PRI-LIMIT
           PERFORM TAKE-ONE-DEDUCTION
           MOVE WS-PRI-TAKEN     TO WS-GARNISH-TAKEN.

       PRIORITIZE-ONE-GARNISH-ORDER.
      * An order's arrears can only be recovered up to what the
      * order still has outstanding; once the order is satisfied
      * its arrears simply fall away
           IF WS-GARN-EMP-ID(WS-GARN-SUB) = EMP-ID
               MOVE "GO"                        TO WS-PRI-TYPE
               MOVE WS-GARN-CASE-NO(WS-GARN-SUB) TO WS-PRI-REF
               MOVE WS-GARN-STAGED(WS-GARN-SUB)  TO WS-PRI-CURRENT
               IF WS-GARN-WITHHELD(WS-GARN-SUB)
                       < WS-GARN-TOTAL-ORD(WS-GARN-SUB)
                   COMPUTE WS-PRI-LIMIT =
                       WS-GARN-TOTAL-ORD(WS-GARN-SUB)
                           - WS-GARN-WITHHELD(WS-GARN-SUB)
               ELSE
                   MOVE ZEROS TO WS-PRI-LIMIT
               END-IF
               PERFORM TAKE-ONE-DEDUCTION
               MOVE WS-PRI-TAKEN TO WS-GARN-STAGED(WS-GARN-SUB)
               ADD WS-PRI-TAKEN TO WS-ORDER-GARNISH-TOTAL
           END-IF.

       TAKE-ONE-DEDUCTION.
      * Take WS-PRI-CURRENT plus any recoverable arrears of the
      * same type out of WS-DEDUCT-ROOM, as far as the room goes.
      * This period's amount is satisfied first; any room left
      * then recovers arrears, and any of this period's amount
      * not taken is carried. The new balance is staged on the
      * arrears entry for POST-ARREARS
           PERFORM FIND-ARREARS-ENTRY
           IF WS-ARR-FOUND > ZEROS
               MOVE WS-ARR-BALANCE(WS-ARR-FOUND) TO WS-PRI-ARREARS
           ELSE
               MOVE ZEROS TO WS-PRI-ARREARS
           END-IF

           IF WS-PRI-LIMIT > WS-PRI-CURRENT
               COMPUTE WS-PRI-RECOVERABLE =
                   WS-PRI-LIMIT - WS-PRI-CURRENT
           ELSE
               MOVE ZEROS TO WS-PRI-RECOVERABLE
           END-IF
           IF WS-PRI-ARREARS < WS-PRI-RECOVERABLE
               MOVE WS-PRI-ARREARS TO WS-PRI-RECOVERABLE
           END-IF

           COMPUTE WS-PRI-DUE = WS-PRI-CURRENT + WS-PRI-RECOVERABLE
           IF WS-DEDUCT-ROOM < WS-PRI-DUE
               MOVE WS-DEDUCT-ROOM TO WS-PRI-TAKEN
           ELSE
               MOVE WS-PRI-DUE TO WS-PRI-TAKEN
           END-IF
           SUBTRACT WS-PRI-TAKEN FROM WS-DEDUCT-ROOM

           IF WS-PRI-TAKEN < WS-PRI-CURRENT
               MOVE WS-PRI-TAKEN TO WS-PRI-CUR-TAKEN
           ELSE
               MOVE WS-PRI-CURRENT TO WS-PRI-CUR-TAKEN
           END-IF
           COMPUTE WS-PRI-RECOVERED = WS-PRI-TAKEN - WS-PRI-CUR-TAKEN
           COMPUTE WS-PRI-CARRIED = WS-PRI-CURRENT - WS-PRI-CUR-TAKEN

           IF WS-ARR-FOUND = ZEROS AND WS-PRI-CARRIED > ZEROS
               PERFORM ADD-ARREARS-ENTRY
           END-IF

           IF WS-ARR-FOUND > ZEROS
               MOVE "Y" TO WS-ARR-STAGED(WS-ARR-FOUND)
               COMPUTE WS-ARR-NEW-BAL(WS-ARR-FOUND) =
                   WS-PRI-RECOVERABLE - WS-PRI-RECOVERED
                       + WS-PRI-CARRIED
               MOVE WS-PRI-TAKEN     TO WS-ARR-TAKEN(WS-ARR-FOUND)
               MOVE WS-PRI-CARRIED   TO WS-ARR-CARRIED(WS-ARR-FOUND)
               MOVE WS-PRI-RECOVERED TO WS-ARR-RECOVERED(WS-ARR-FOUND)
           END-IF.

       FIND-ARREARS-ENTRY.
           MOVE ZEROS TO WS-ARR-FOUND
           PERFORM VARYING WS-ARR-SUB FROM 1 BY 1
                   UNTIL WS-ARR-SUB > WS-ARR-COUNT
               IF WS-ARR-EMP-ID(WS-ARR-SUB) = EMP-ID
                       AND WS-ARR-TYPE(WS-ARR-SUB) = WS-PRI-TYPE
                       AND WS-ARR-REF(WS-ARR-SUB) = WS-PRI-REF
                   MOVE WS-ARR-SUB TO WS-ARR-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       ADD-ARREARS-ENTRY.
      * A shortfall with nowhere to be kept would be lost for good,
      * so a full table halts the run - it restarts from the last
      * checkpoint once the limit is raised
           IF WS-ARR-COUNT >= 500
               DISPLAY "RUN HALTED: ARREARS.DAT needs more than 500 "
                   "entries - raise the WS-ARR-TABLE limit"
               STOP RUN
           END-IF
           ADD 1 TO WS-ARR-COUNT
           MOVE WS-ARR-COUNT     TO WS-ARR-FOUND
           MOVE EMP-ID           TO WS-ARR-EMP-ID(WS-ARR-FOUND)
           MOVE WS-PRI-TYPE      TO WS-ARR-TYPE(WS-ARR-FOUND)
           MOVE WS-PRI-REF       TO WS-ARR-REF(WS-ARR-FOUND)
           MOVE ZEROS            TO WS-ARR-BALANCE(WS-ARR-FOUND)
           MOVE WS-RUN-PERIOD-ID TO WS-ARR-SINCE(WS-ARR-FOUND)
           MOVE "N"              TO WS-ARR-STAGED(WS-ARR-FOUND).

       POST-ARREARS.
           PERFORM POST-ONE-ARREARS-ENTRY
               VARYING WS-ARR-SUB FROM 1 BY 1
               UNTIL WS-ARR-SUB > WS-ARR-COUNT.

       POST-ONE-ARREARS-ENTRY.
           IF WS-ARR-EMP-ID(WS-ARR-SUB) = EMP-ID
                   AND WS-ARR-STAGED(WS-ARR-SUB) = "Y"
               IF WS-ARR-BALANCE(WS-ARR-SUB) = ZEROS
                       AND WS-ARR-NEW-BAL(WS-ARR-SUB) > ZEROS
                   MOVE WS-RUN-PERIOD-ID TO WS-ARR-SINCE(WS-ARR-SUB)
               END-IF
               MOVE WS-ARR-NEW-BAL(WS-ARR-SUB)
                   TO WS-ARR-BALANCE(WS-ARR-SUB)
               MOVE "N" TO WS-ARR-STAGED(WS-ARR-SUB)

               IF WS-ARR-CARRIED(WS-ARR-SUB) > ZEROS
                       OR WS-ARR-RECOVERED(WS-ARR-SUB) > ZEROS
                   ADD WS-ARR-CARRIED(WS-ARR-SUB)
                       TO WS-ARR-CARRIED-TOTAL
                   ADD WS-ARR-RECOVERED(WS-ARR-SUB)
                       TO WS-ARR-RECOVERED-TOTAL
                   MOVE WS-ARR-TAKEN(WS-ARR-SUB) TO WS-ARR-EDIT-TAKEN
                   MOVE WS-ARR-CARRIED(WS-ARR-SUB)
                       TO WS-ARR-EDIT-CARRIED
                   MOVE WS-ARR-RECOVERED(WS-ARR-SUB)
                       TO WS-ARR-EDIT-RECOVERED
                   MOVE WS-ARR-BALANCE(WS-ARR-SUB) TO WS-ARR-EDIT-OWED
                   MOVE SPACES TO ARREARSRPT-REC
                   STRING WS-ARR-EMP-ID(WS-ARR-SUB) " "
                       WS-ARR-TYPE(WS-ARR-SUB) " "
                       WS-ARR-REF(WS-ARR-SUB) " "
                       WS-ARR-EDIT-TAKEN " "
                       WS-ARR-EDIT-CARRIED " "
                       WS-ARR-EDIT-RECOVERED " "
                       WS-ARR-EDIT-OWED
                       DELIMITED BY SIZE INTO ARREARSRPT-REC
                   WRITE ARREARSRPT-REC
               END-IF
           END-IF.

       LOAD-ARREARS.
      * ARREARS.DAT is OPTIONAL - a missing file just means nothing
      * is owed from earlier periods
           MOVE "N" TO EOF-ARREARS
           OPEN INPUT ARREARS-FILE
           PERFORM UNTIL EOF-ARREARS = "Y"
               READ ARREARS-FILE
                   AT END
                       MOVE "Y" TO EOF-ARREARS
                   NOT AT END
                       PERFORM LOAD-ONE-ARREARS-ENTRY
               END-READ
           END-PERFORM
           CLOSE ARREARS-FILE.

       LOAD-ONE-ARREARS-ENTRY.
      * WRITE-ARREARS rewrites the file from the table, so an entry
      * that does not fit must halt the run rather than be erased
           IF WS-ARR-COUNT >= 500
               DISPLAY "RUN HALTED: ARREARS.DAT has more than 500 "
                   "entries - raise the WS-ARR-TABLE limit"
               STOP RUN
           ELSE
               ADD 1 TO WS-ARR-COUNT
               MOVE AR-EMP-ID       TO WS-ARR-EMP-ID(WS-ARR-COUNT)
               MOVE AR-TYPE         TO WS-ARR-TYPE(WS-ARR-COUNT)
               MOVE AR-REF          TO WS-ARR-REF(WS-ARR-COUNT)
               MOVE AR-BALANCE      TO WS-ARR-BALANCE(WS-ARR-COUNT)
               MOVE AR-SINCE-PERIOD TO WS-ARR-SINCE(WS-ARR-COUNT)
               MOVE "N"             TO WS-ARR-STAGED(WS-ARR-COUNT)
           END-IF.

       WRITE-ARREARS.
      * Write the table back over ARREARS.DAT - only what is still
      * owed; an arrear recovered in full drops off the file
           OPEN OUTPUT ARREARS-FILE
           PERFORM WRITE-ONE-ARREARS-ENTRY
               VARYING WS-ARR-SUB FROM 1 BY 1
               UNTIL WS-ARR-SUB > WS-ARR-COUNT
           CLOSE ARREARS-FILE.

       WRITE-ONE-ARREARS-ENTRY.
           IF WS-ARR-BALANCE(WS-ARR-SUB) > ZEROS
               MOVE WS-ARR-EMP-ID(WS-ARR-SUB)  TO AR-EMP-ID
               MOVE WS-ARR-TYPE(WS-ARR-SUB)    TO AR-TYPE
               MOVE WS-ARR-REF(WS-ARR-SUB)     TO AR-REF
               MOVE WS-ARR-BALANCE(WS-ARR-SUB) TO AR-BALANCE
               MOVE WS-ARR-SINCE(WS-ARR-SUB)   TO AR-SINCE-PERIOD
               WRITE ARREARS-REC
           END-IF.

       WRITE-ARREARS-HEADER.
           MOVE SPACES TO ARREARSRPT-REC
           STRING "DEDUCTION ARREARS REGISTER - PERIOD "
               WS-RUN-PERIOD-ID " GROUP " WS-RUN-PAY-GROUP
               DELIMITED BY SIZE INTO ARREARSRPT-REC
           WRITE ARREARSRPT-REC
           MOVE SPACES TO ARREARSRPT-REC
           STRING "EMP   TY REFERENCE              TAKEN"
               "      CARRIED    RECOVERED     NOW OWED"
               DELIMITED BY SIZE INTO ARREARSRPT-REC
           WRITE ARREARSRPT-REC.

       WRITE-ARREARS-TOTALS.
      * The amount still owed is across every employee on file,
      * paid by this run or not
           MOVE ZEROS TO WS-ARR-OWED-TOTAL
           PERFORM VARYING WS-ARR-SUB FROM 1 BY 1
                   UNTIL WS-ARR-SUB > WS-ARR-COUNT
               ADD WS-ARR-BALANCE(WS-ARR-SUB) TO WS-ARR-OWED-TOTAL
           END-PERFORM

           MOVE SPACES TO ARREARSRPT-REC
           WRITE ARREARSRPT-REC
           MOVE WS-ARR-CARRIED-TOTAL TO WS-ARR-EDIT-CARRIED
           MOVE SPACES TO ARREARSRPT-REC
           STRING "TOTAL CARRIED INTO ARREARS: " WS-ARR-EDIT-CARRIED
               DELIMITED BY SIZE INTO ARREARSRPT-REC
           WRITE ARREARSRPT-REC
           MOVE WS-ARR-RECOVERED-TOTAL TO WS-ARR-EDIT-RECOVERED
           MOVE SPACES TO ARREARSRPT-REC
           STRING "TOTAL RECOVERED FROM ARREARS: "
               WS-ARR-EDIT-RECOVERED
               DELIMITED BY SIZE INTO ARREARSRPT-REC
           WRITE ARREARSRPT-REC
           MOVE WS-ARR-OWED-TOTAL TO WS-ARR-EDIT-OWED
           MOVE SPACES TO ARREARSRPT-REC
           STRING "TOTAL STILL OWED: " WS-ARR-EDIT-OWED
               DELIMITED BY SIZE INTO ARREARSRPT-REC
           WRITE ARREARSRPT-REC.

       WRITE-GARNISH-REMIT-REGISTER.
      * Nothing was withheld on a trial, so no remittance register
      * goes out (and the live one on disk is left alone)
           END-IF.

       FINALIZE-RUN.
      * A trial finishes by writing its preview totals, the
      * variance report off PAYHIST.DAT and the exception
      * screening, then leaves everything else exactly as it found
      * it - no checkpoint, no completion mark, no posted file
      * touched. Any screening exception leaves the trial HELD on
      * CYCLECTL.DAT, which the live run will not start from until
      * SCREEN-SIGNOFF has released it
           IF WS-TRIAL-RUN = "Y"
               PERFORM WRITE-TRIAL-TOTALS
               PERFORM WRITE-VARIANCE-REPORT
               PERFORM WRITE-SCREENING-REPORT
               CLOSE EMP-FILE TRANS-FILE ERROR-FILE
                   TRIALREG-FILE TRIALVAR-FILE SCREEN-FILE
               DISPLAY "DONE: Trial run complete - nothing posted."
               DISPLAY "DONE: Review TRIALREG.RPT, TRIALVAR.RPT and "
                   "SCREEN.RPT, then set the run type to live."
               IF WS-SCREEN-COUNT > ZEROS
                   MOVE WS-SCREEN-COUNT TO WS-CHECK-EDIT-COUNT
                   DISPLAY "WARNING: " WS-CHECK-EDIT-COUNT
                       " screening exception(s) on SCREEN.RPT - the "
                       "live run is held until a supervisor signs "
                       "them off with SCREEN-SIGNOFF."
                   MOVE "H" TO WS-CYCLE-OUTCOME
                   MOVE SPACES TO WS-CYCLE-NOTE
                   STRING "HELD FOR SIGN-OFF -" WS-CHECK-EDIT-COUNT
                       " EXCEPTION(S)"
                       DELIMITED BY SIZE INTO WS-CYCLE-NOTE
               ELSE
                   MOVE "TRIAL - NOTHING POSTED" TO WS-CYCLE-NOTE
               END-IF
               PERFORM RECORD-CYCLE-FINISH
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS TO WS-CHECKPOINT-EMP-ID
           PERFORM WRITE-CHECKPOINT

           PERFORM WRITE-ARREARS-TOTALS

      * Close all files after processing is finished
           CLOSE EMP-FILE TRANS-FILE PAY-FILE PAYHIST-FILE
               BANK-FILE CHECK-FILE CHECKREG-FILE ERROR-FILE
               TRANSHOLD-OUT-FILE CHECKSTAT-FILE AUDIT-FILE
               ARREARSRPT-FILE

      * The run finished cleanly - mark the period complete on
      * RUNCTL.DAT so a second run of the same period is refused
           PERFORM MARK-RUN-COMPLETE
           MOVE "POSTED - PERIOD MARKED COMPLETE" TO WS-CYCLE-NOTE
           PERFORM RECORD-CYCLE-FINISH

      * Display completion message on the screen
           DISPLAY "DONE: Payroll processing completed successfully."
           IF WS-PRENOTE-COUNT > ZEROS OR WS-PRENOTE-LIVE-COUNT > ZEROS
               DISPLAY "DONE: " WS-PRENOTE-COUNT " prenote(s) sent, "
                   WS-PRENOTE-LIVE-COUNT " account(s) now live for "
                   "deposit."
           END-IF.

       MARK-RUN-COMPLETE.
      * Write every group's run-control record back from the table
           MOVE WS-RCT-PAY-GROUP(WS-RUNCTL-SUB)    TO RC-PAY-GROUP
           MOVE WS-RCT-RUN-TYPE(WS-RUNCTL-SUB)     TO RC-RUN-TYPE
           WRITE RUNCTL-REC.

       RECORD-CYCLE-FINISH.
      * Close the step off on CYCLECTL.DAT as complete (or held,
      * for a trial whose screening found exceptions) - a run that
      * halts part way never gets here and stays "started". The
      * record is put back even if it has gone missing since the
      * start, so the finish is never lost
           OPEN I-O CYCLE-FILE
           MOVE WS-RUN-PAY-GROUP TO CYC-PAY-GROUP
           MOVE WS-RUN-PERIOD-ID TO CYC-PERIOD-ID
           MOVE WS-CYCLE-STEP    TO CYC-STEP
           READ CYCLE-FILE
               INVALID KEY
                   MOVE "N" TO WS-CYCLE-ON-FILE
                   MOVE WS-RUN-PAY-GROUP   TO CYC-PAY-GROUP
                   MOVE WS-RUN-PERIOD-ID   TO CYC-PERIOD-ID
                   MOVE WS-CYCLE-STEP      TO CYC-STEP
                   MOVE "ADVANCED-PAYROLL" TO CYC-PROGRAM
                   MOVE ZEROS              TO CYC-START-DATE
                   MOVE ZEROS              TO CYC-START-TIME
               NOT INVALID KEY
                   MOVE "Y" TO WS-CYCLE-ON-FILE
           END-READ

           ACCEPT CYC-FINISH-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CYCLE-CLOCK FROM TIME
           MOVE WS-CYCLE-HHMMSS  TO CYC-FINISH-TIME
           MOVE WS-CYCLE-OUTCOME TO CYC-OUTCOME
           MOVE WS-CYCLE-NOTE   TO CYC-NOTE
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

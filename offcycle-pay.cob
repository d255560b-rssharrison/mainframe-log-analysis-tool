      *========================================================
      * OFF-CYCLE PAYMENT RUN
      * Demonstrates:
      * - Request-driven single-employee payments between runs
      * - Keyed update of EMPLOYEE.DAT with the same posting
      *   rules as the regular payroll run
      *========================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. OFFCYCLE-PAY.         *> Name of the COBOL program
       AUTHOR. RAYMOND SUNG-SEH HARRISON.*> Program author
       INSTALLATION. Personal COBOL Portfolio Project.
       DATE-WRITTEN. 2026-10-15.         *> Date the program was created
       DATE-COMPILED.
       SECURITY. PUBLIC.
       REMARKS.
           Pays single employees between regular ADVANCED-PAYROLL
           runs from the requests payroll staff key into
           OFFCYCLE.DAT. An "R" request re-issues a deposit that
           BANK-RETURNS put on REISSUE.RPT or a check CHECK-RECON
           voided onto CHKREISS.RPT - the money was taxed and
           posted when it was first paid, so only the net goes
           out again. An "F" request is a termination final pay:
           the final wages keyed plus the employee's whole
           LEAVE-BALANCE paid out, taxed and deducted like any
           other pay, for an employee EMP-MAINTENANCE has already
           terminated. An "M" request is a one-off manual check.
           Every payment is posted under the current RUNCTL.DAT
           period of the employee's own pay group: YTD totals and
           the leave balance on EMPLOYEE.DAT, a PAY-REC image on
           PAYHIST.DAT marked with its PAY-REC-TYPE, a deposit on
           OFFBANK.DAT or a check on OFFCHECK.DAT (opened on
           CHECKSTAT.DAT like any other check), the standing
           garnishment orders on GARNORD.DAT, and a before-and-
           after image on EMPAUDIT.DAT. OFFCYCLE.RPT registers
           every payment made and every request refused.

       ENVIRONMENT DIVISION.
      *--------------------------------------------------------
      * Defines external files and how the program interacts
      * with the operating system.
      *--------------------------------------------------------

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      * Off-cycle payment requests keyed by payroll staff, one
      * per line
           SELECT REQUEST-FILE ASSIGN TO "OFFCYCLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

      * Employee master file, read by key for each request and
      * rewritten with the posted YTD totals
           SELECT EMP-FILE ASSIGN TO "EMPLOYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-FILE-STATUS.

      * Pay-period run control - read only, to find the current
      * period of each employee's pay group
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.

      * Off-cycle direct-deposit file, transmitted on its own so
      * the regular run's BANKFILE.DAT is never disturbed
           SELECT BANK-FILE ASSIGN TO "OFFBANK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

      * Off-cycle check-print file, same layout as the regular
      * run's CHECKPRINT.DAT
           SELECT CHECK-FILE ASSIGN TO "OFFCHECK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

      * Open-check status register shared with ADVANCED-PAYROLL
      * and CHECK-RECON - every check cut here opens on it.
      * OPTIONAL so the very first run creates it
           SELECT OPTIONAL CHECKSTAT-FILE ASSIGN TO "CHECKSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

      * Persisted next check number shared with ADVANCED-PAYROLL,
      * so the two programs never hand out the same number
           SELECT CHECKNUM-FILE ASSIGN TO "CHECKNUM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHKNUM-FILE-STATUS.

      * Permanent payroll history - every off-cycle payment is
      * added beside the regular run's records, under the next
      * free sequence number for its period and employee. OPTIONAL
      * so the very first run creates the file
           SELECT OPTIONAL PAYHIST-FILE ASSIGN TO "PAYHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-EMP-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS HIST-PERIOD-END
                   WITH DUPLICATES
               FILE STATUS IS WS-PAYHIST-FILE-STATUS.

      * Standing garnishment orders - a final pay or manual check
      * is garnished the same as a regular period's pay, and the
      * withheld-to-date figures are written back. OPTIONAL - no
      * orders file simply means no standing orders
           SELECT OPTIONAL GARNORD-FILE ASSIGN TO "GARNORD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

      * Permanent employee-master audit trail. OPTIONAL so the
      * very first run creates the archive
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO "EMPAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

      * Tax band reference file, the same one ADVANCED-PAYROLL
      * withholds from
           SELECT TAX-FILE ASSIGN TO "TAXRATES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

      * Employer payroll tax reference. OPTIONAL - a missing file
      * simply means no employer taxes are accrued
           SELECT OPTIONAL EMPTAX-FILE ASSIGN TO "EMPTAX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

      * Standing cost-center allocations, stamped onto the history
      * record the same way ADVANCED-PAYROLL stamps them. OPTIONAL
      * - no file simply means nobody is split
           SELECT OPTIONAL ALLOC-FILE ASSIGN TO "COSTALLOC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

      * Off-cycle payment register
           SELECT REGISTER-FILE ASSIGN TO "OFFCYCLE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
      *--------------------------------------------------------
      * Defines the structure of all data used by the program
      *--------------------------------------------------------

       FILE SECTION.
      *--------------------------------------------------------
      * Off-Cycle Request File Layout
      *--------------------------------------------------------
       FD REQUEST-FILE.
       01 REQUEST-REC.
           05 OC-TYPE          PIC X(1).  *> Request type
               88 OC-REISSUE      VALUE "R".
                                          *> Re-issue a returned
                                          *> deposit or voided check
               88 OC-FINAL-PAY    VALUE "F".
                                          *> Termination final pay
               88 OC-MANUAL-CHECK VALUE "M".
                                          *> One-off manual check
           05 OC-EMP-ID        PIC 9(5).  *> Employee to pay
           05 OC-AMOUNT        PIC 9(7)V99.
                                          *> "R": the net amount on
                                          *> the worklist to re-issue;
                                          *> "F": final wages owed,
                                          *> gross, before the leave
                                          *> payout; "M": gross amount
                                          *> of the check
           05 OC-ORIG-PERIOD   PIC X(6).  *> "R": pay period (YYYYMM)
                                          *> the failed payment was
                                          *> made in, for the register
           05 OC-ORIG-CHECK-NO PIC 9(8).  *> "R": the voided check's
                                          *> number; ZEROS for a
                                          *> returned deposit

      *--------------------------------------------------------
      * Employee Master File Layout
      *--------------------------------------------------------
       FD EMP-FILE.

           COPY EMPREC.

      *--------------------------------------------------------
      * Pay-Period Run Control File Layout
      * Same record ADVANCED-PAYROLL maintains - keep in step
      *--------------------------------------------------------
       FD RUNCTL-FILE.
       01 RUNCTL-REC.
           05 RC-PERIOD-ID    PIC X(6).  *> Pay period id (YYYYMM)
           05 RC-PERIOD-START PIC 9(8).  *> Period start date (YYYYMMDD)
           05 RC-PERIOD-END   PIC 9(8).  *> Period end date (YYYYMMDD)
           05 RC-RUN-STATUS   PIC X(1).  *> "O" = open, "C" = complete
           05 RC-PAY-GROUP    PIC X(2).  *> Pay group this record
                                         *> controls
           05 RC-RUN-TYPE     PIC X(1).  *> "T" = trial, else live

      *--------------------------------------------------------
      * Bank Direct-Deposit File Layout
      * Same transmission record as the regular BANKFILE.DAT
      *--------------------------------------------------------
       FD BANK-FILE.
       01 BANK-REC.
           05 BANK-REC-ROUTING PIC 9(9). *> Bank ABA routing number
           05 BANK-REC-ACCOUNT PIC X(17). *> Bank account number
           05 BANK-REC-EMP-ID  PIC 9(5).  *> Employee ID
           05 BANK-REC-NET-PAY PIC 9(7)V99.
                                          *> Amount to deposit

      *--------------------------------------------------------
      * Check-Print File Layout
      * Same record as the regular CHECKPRINT.DAT
      *--------------------------------------------------------
       FD CHECK-FILE.
       01 CHECK-REC.
           05 CHK-NUMBER       PIC 9(8).  *> Check number issued
           05 CHK-PERIOD       PIC X(6).  *> Pay period (YYYYMM)
           05 CHK-EMP-ID       PIC 9(5).  *> Employee ID
           05 CHK-PAYEE        PIC X(30). *> Payee (employee name)
           05 CHK-NET-PAY      PIC 9(7)V99.
                                          *> Check amount
           05 CHK-AMOUNT-WORDS PIC X(120).
                                          *> Amount in words

      *--------------------------------------------------------
      * Open-Check Status Register File Layout
      * Same record ADVANCED-PAYROLL and CHECK-RECON use - keep
      * the three in step
      *--------------------------------------------------------
       FD CHECKSTAT-FILE.
       01 CHECKSTAT-REC.
           05 CS-CHECK-NO    PIC 9(8).  *> Check number issued
           05 CS-PERIOD      PIC X(6).  *> Pay period it was cut in
           05 CS-EMP-ID      PIC 9(5).  *> Employee paid
           05 CS-PAYEE       PIC X(30). *> Payee (employee name)
           05 CS-AMOUNT      PIC 9(7)V99.
                                        *> Check amount
           05 CS-RECON-COUNT PIC 9(3).  *> Reconciliation runs the
                                        *> check has sat through

      *--------------------------------------------------------
      * Next-Check-Number Control File Layout
      *--------------------------------------------------------
       FD CHECKNUM-FILE.
       01 CHECKNUM-REC.
           05 CKN-NEXT-CHECK-NO PIC 9(8).
               *> The number the next check cut will carry

      *--------------------------------------------------------
      * Payroll History File Layout
      * Each record is a byte-for-byte PAY-REC image, built in
      * working storage below, behind the key
      * WRITE-HISTORY-RECORD builds from it
      *--------------------------------------------------------
       FD PAYHIST-FILE.

           COPY HISTREC.

      *--------------------------------------------------------
      * Garnishment Order File Layout
      * Same record ADVANCED-PAYROLL maintains - keep in step
      *--------------------------------------------------------
       FD GARNORD-FILE.
       01 GARN-REC.
           05 GO-EMP-ID        PIC 9(5).  *> Employee the order is
                                          *> against
           05 GO-AGENCY        PIC X(20). *> Agency the money is
                                          *> owed to
           05 GO-CASE-NO       PIC X(15). *> Court/agency case number
           05 GO-PERIOD-AMT    PIC 9(7)V99.
                                          *> Amount to withhold each
                                          *> pay period
           05 GO-TOTAL-ORDERED PIC 9(9)V99.
                                          *> Total the order calls for
           05 GO-WITHHELD-TD   PIC 9(9)V99.
                                          *> Withheld to date across
                                          *> all runs
           05 GO-WITHHELD-PERIOD PIC X(6).
                                          *> Pay period the period
                                          *> figure below belongs to
           05 GO-PERIOD-WITHHELD PIC 9(9)V99.
                                          *> Withheld so far in that
                                          *> period

      *--------------------------------------------------------
      * Employee Master Audit Trail File Layout
      *--------------------------------------------------------
       FD AUDIT-FILE.

           COPY AUDITREC.

      *--------------------------------------------------------
      * Tax Band File Layout
      * Same reference file ADVANCED-PAYROLL reads - keep in step
      *--------------------------------------------------------
       FD TAX-FILE.
       01 TAX-REC.
           05 TAX-REC-BRACKET PIC 9(1).  *> Matches EMP-REC TAX-BRACKET
           05 TAX-REC-FLOOR   PIC 9(9).  *> Annual income this band
                                         *> starts at (whole dollars)
           05 TAX-REC-RATE    PIC 9V9999.
                                         *> Tax rate as a decimal
                                         *> fraction

      *--------------------------------------------------------
      * Employer Payroll Tax Reference File Layout
      *--------------------------------------------------------
       FD EMPTAX-FILE.
       01 EMPTAX-REC.
           05 ET-TAX-CODE PIC X(2).   *> Tax code
           05 ET-RATE     PIC 9V9999. *> Rate as a decimal fraction
                                      *> of taxable wages
           05 ET-WAGE-CAP PIC 9(9).   *> Annual wage-base ceiling per
                                      *> employee; ZEROS = no ceiling

      *--------------------------------------------------------
      * Cost-Center Allocation File Layout
      *--------------------------------------------------------
       FD ALLOC-FILE.
       01 ALLOC-REC.
           05 CA-EMP-ID      PIC 9(5).  *> Employee allocated
           05 CA-COST-CENTER PIC X(20). *> Cost center charged
           05 CA-PERCENT     PIC 9(3)V99.
                                        *> Percent of the employee's
                                        *> cost charged to it

      *--------------------------------------------------------
      * Off-Cycle Payment Register File Layout
      *--------------------------------------------------------
       FD REGISTER-FILE.
       01 REGISTER-REC PIC X(80).
           *> One printed line of the off-cycle register

       WORKING-STORAGE SECTION.
      *--------------------------------------------------------
      * Temporary variables used during program execution
      *--------------------------------------------------------

      * The payment being built - the same PAY-REC layout the
      * regular run writes, imaged onto PAYHIST.DAT once complete
           COPY PAYREC.

       01 EOF-REQUEST PIC X VALUE "N".
           *> End-of-file indicator for the request file

       01 EOF-RUNCTL PIC X VALUE "N".
           *> End-of-file indicator for the run-control file

       01 EOF-TAX PIC X VALUE "N".
           *> End-of-file indicator for the tax rate file

       01 EOF-EMPTAX PIC X VALUE "N".
           *> End-of-file indicator for the employer tax file

       01 EOF-ALLOC PIC X VALUE "N".
           *> End-of-file indicator for the allocation file

       01 EOF-GARN PIC X VALUE "N".
           *> End-of-file indicator for the garnishment order file

       01 WS-EMP-FILE-STATUS PIC X(2) VALUE "00".
           *> ISAM file status for EMP-FILE (indexed)

       01 WS-PAYHIST-FILE-STATUS PIC X(2) VALUE "00".
           *> ISAM file status for PAYHIST-FILE (indexed); "05" on
           *> OPEN just means this run created the file, "22" on
           *> WRITE that the sequence number is already taken

       01 WS-HIST-WRITTEN PIC X VALUE "N".
           *> "Y" once WRITE-HISTORY-RECORD has found the record a
           *> free sequence number

       01 WS-RUNCTL-FILE-STATUS PIC X(2) VALUE "00".
           *> File status for RUNCTL-FILE; anything other than "00"
           *> on OPEN halts the run - there is no period to post to

       01 WS-CHKNUM-FILE-STATUS PIC X(2) VALUE "00".
           *> File status for CHECKNUM-FILE; "35" means no check has
           *> ever been cut on this system (numbering starts at 1)

       01 WS-RUNCTL-COUNT PIC 9(2) VALUE ZEROS.
           *> Run-control records loaded from RUNCTL.DAT
       01 WS-RUNCTL-SUB   PIC 9(2) VALUE ZEROS.
           *> Working subscript over WS-RUNCTL-TABLE
       01 WS-RUNCTL-FOUND PIC 9(2) VALUE ZEROS.
           *> Table entry for the current employee's pay group, or
           *> ZEROS when RUNCTL.DAT has no record for it

       01 WS-RUNCTL-TABLE.
           *> Every group's run-control record - this program only
           *> reads it, each payment going under the current period
           *> of its own employee's group
           05 WS-RUNCTL-ENTRY OCCURS 20 TIMES.
               10 WS-RCT-PERIOD-ID    PIC X(6).
               10 WS-RCT-PERIOD-START PIC 9(8).
               10 WS-RCT-PERIOD-END   PIC 9(8).
               10 WS-RCT-RUN-STATUS   PIC X(1).
               10 WS-RCT-PAY-GROUP    PIC X(2).
               10 WS-RCT-RUN-TYPE     PIC X(1).

       01 WS-PAY-PERIOD-ID  PIC X(6) VALUE SPACES.
       01 WS-PAY-PERIOD-END PIC 9(8) VALUE ZEROS.
           *> Period the payment in hand posts under, taken from the
           *> employee's own group's run-control record

       01 WS-REJECT-REASON PIC X(60) VALUE SPACES.
           *> Why the request in hand is refused; SPACES while it
           *> is still good to pay

       01 WS-AUDIT-BEFORE PIC X(250) VALUE SPACES.
           *> Image of the employee record exactly as it was read,
           *> saved before anything touches it

       01 WS-LEAVE-PAYOUT PIC 9(7)V99 VALUE ZEROS.
           *> Leave balance paid out on a final pay - taxed as
           *> wages, and the balance comes to zero

       01 WS-BENEFIT-DEDUCT   PIC 9(7)V99 VALUE ZEROS.
           *> Benefit contribution taken from the payment
       01 WS-EMPLOYER-CONTRIB PIC 9(7)V99 VALUE ZEROS.
           *> The employer's matching contribution on it

       01 WS-CALC-OVERFLOW PIC X VALUE "N".
           *> "Y" if a pay COMPUTE overflowed its PAY-REC field

       01 WS-NET-PAY-WORK PIC S9(8)V99 VALUE ZEROS.
           *> NET-PAY figured in a signed field first, so a
           *> negative net is seen rather than silently unsigned

       01 WS-TAX-TABLE.
           *> Graduated bands for each bracket, loaded and checked
           *> exactly as ADVANCED-PAYROLL loads them
           05 WS-TAX-BRACKET-ENTRY OCCURS 9 TIMES.
               10 WS-TAX-BAND-COUNT PIC 9(2) VALUE ZEROS.
               10 WS-TAX-BAND OCCURS 8 TIMES.
                   15 WS-TAX-BAND-FLOOR PIC 9(9) VALUE ZEROS.
                   15 WS-TAX-BAND-RATE  PIC 9V9999 VALUE ZEROS.

       01 WS-BAND-SUB PIC 9(2) VALUE ZEROS.
           *> Working subscript over a bracket's bands

       01 WS-TAXCALC-AMOUNT PIC 9(11)V99 VALUE ZEROS.
           *> Annual income COMPUTE-BAND-TAX is figuring tax on
       01 WS-TAXCALC-TAX    PIC 9(11)V99 VALUE ZEROS.
           *> The graduated tax COMPUTE-BAND-TAX figured on it
       01 WS-TAXCALC-SLICE  PIC 9(11)V99 VALUE ZEROS.
           *> The part of the amount falling inside the band at hand

       01 WS-CUM-GROSS PIC 9(11)V99 VALUE ZEROS.
           *> The employee's year-to-date gross including this
           *> payment - what the cumulative withholding is figured on
       01 WS-TAX-DUE-WORK PIC S9(11)V99 VALUE ZEROS.
           *> Cumulative tax due less YTD-TAX already taken, signed

       01 WS-EMPTAX-COUNT PIC 9(2) VALUE ZEROS.
           *> Employer-side taxes loaded from EMPTAX.DAT
       01 WS-EMPTAX-SUB   PIC 9(2) VALUE ZEROS.
           *> Working subscript over WS-EMPTAX-TABLE

       01 WS-EMPTAX-TABLE.
           05 WS-EMPTAX-ENTRY OCCURS 5 TIMES.
               10 WS-EMPTAX-CODE PIC X(2).
               10 WS-EMPTAX-RATE PIC 9V9999.
               10 WS-EMPTAX-CAP  PIC 9(9).

       01 WS-ER-TAXABLE PIC 9(11)V99 VALUE ZEROS.
           *> The part of this payment still under the tax's annual
           *> wage-base ceiling
       01 WS-ER-TAX-TOTAL PIC 9(9)V99 VALUE ZEROS.
           *> Employer taxes accrued on the payment

       01 WS-ALLOC-COUNT PIC 9(3) VALUE ZEROS.
           *> Allocation lines loaded from COSTALLOC.DAT
       01 WS-ALLOC-SUB   PIC 9(3) VALUE ZEROS.
       01 WS-ALLOC-SUB2  PIC 9(3) VALUE ZEROS.
           *> Working subscripts over WS-ALLOC-TABLE

       01 WS-ALLOC-TABLE.
           *> The standing allocations, validated the same way
           *> ADVANCED-PAYROLL validates them
           05 WS-ALLOC-ENTRY OCCURS 200 TIMES.
               10 WS-ALLOC-EMP-ID PIC 9(5).
               10 WS-ALLOC-CC     PIC X(20).
               10 WS-ALLOC-PCT    PIC 9(3)V99.
               10 WS-ALLOC-STATUS PIC X(1).
                   *> SPACE = not yet validated, "V" = valid,
                   *> "D" = dropped

       01 WS-ALLOC-PCT-SUM  PIC 9(5)V99 VALUE ZEROS.
           *> One employee's percents summed during validation
       01 WS-ALLOC-LINES    PIC 9(3) VALUE ZEROS.
           *> One employee's line count during validation
       01 WS-ALLOC-VERDICT  PIC X VALUE "V".
           *> "V"/"D" verdict being stamped on those lines

       01 WS-SPLIT-ALLOCATED PIC 9(9)V99 VALUE ZEROS.
           *> Gross already apportioned to the splits
       01 WS-LAST-SPLIT-SUB PIC 9(1) VALUE ZEROS.
           *> Which split entry was filled last

       01 WS-GARN-COUNT PIC 9(3) VALUE ZEROS.
           *> Number of standing garnishment orders loaded
       01 WS-GARN-SUB   PIC 9(3) VALUE ZEROS.
           *> Working subscript over WS-GARN-TABLE

       01 WS-GARN-TABLE.
           *> The standing orders, written back to GARNORD.DAT at
           *> end of run. Each order keeps its own period figure -
           *> the payments here fall in different groups' periods
           05 WS-GARN-ENTRY OCCURS 100 TIMES.
               10 WS-GARN-EMP-ID     PIC 9(5).
               10 WS-GARN-AGENCY     PIC X(20).
               10 WS-GARN-CASE-NO    PIC X(15).
               10 WS-GARN-PERIOD-AMT PIC 9(7)V99.
               10 WS-GARN-TOTAL-ORD  PIC 9(9)V99.
               10 WS-GARN-WITHHELD   PIC 9(9)V99.
               10 WS-GARN-PERIOD-ID  PIC X(6).
               10 WS-GARN-THIS-PERIOD PIC 9(9)V99.
               10 WS-GARN-STAGED     PIC 9(7)V99.
                   *> Amount figured for the payment in hand - only
                   *> posted once the payment actually writes

       01 WS-GARN-REMAIN PIC 9(9)V99 VALUE ZEROS.
           *> How much of the order being staged is still owed

       01 WS-ORDER-GARNISH-TOTAL PIC 9(9)V99 VALUE ZEROS.
           *> Standing-order withholdings staged for the payment

       01 WS-NEXT-CHECK-NO PIC 9(8) VALUE 1.
           *> The number the next check cut will carry

       01 WS-PAID-BY-CHECK PIC X VALUE "N".
           *> "Y" when the payment in hand went out as a check

      * Working fields for spelling a check amount out in words -
      * the same technique ADVANCED-PAYROLL uses
       01 WS-AMT-WORK        PIC 9(7)V99 VALUE ZEROS.
       01 WS-AMT-DOLLARS     PIC 9(7) VALUE ZEROS.
       01 WS-AMT-DOLLARS-R REDEFINES WS-AMT-DOLLARS.
           05 WS-AMT-MILLIONS  PIC 9(1).
           05 WS-AMT-THOUSANDS PIC 9(3).
           05 WS-AMT-UNITS     PIC 9(3).
       01 WS-AMT-CENTS       PIC 9(2) VALUE ZEROS.
       01 WS-GROUP-VAL       PIC 9(3) VALUE ZEROS.
       01 WS-GROUP-VAL-R REDEFINES WS-GROUP-VAL.
           05 WS-GROUP-HUNDREDS PIC 9(1).
           05 WS-GROUP-TENS     PIC 9(1).
           05 WS-GROUP-ONES     PIC 9(1).
       01 WS-GROUP-TENS-ONES PIC 9(2) VALUE ZEROS.
       01 WS-WORD-TOKEN      PIC X(9) VALUE SPACES.
       01 WS-WORDS-PTR       PIC 9(3) VALUE 1.

       01 WS-ONES-TABLE-DEF.
           *> Number words for 1-19, subscripted directly by value
           05 FILLER PIC X(9) VALUE "ONE".
           05 FILLER PIC X(9) VALUE "TWO".
           05 FILLER PIC X(9) VALUE "THREE".
           05 FILLER PIC X(9) VALUE "FOUR".
           05 FILLER PIC X(9) VALUE "FIVE".
           05 FILLER PIC X(9) VALUE "SIX".
           05 FILLER PIC X(9) VALUE "SEVEN".
           05 FILLER PIC X(9) VALUE "EIGHT".
           05 FILLER PIC X(9) VALUE "NINE".
           05 FILLER PIC X(9) VALUE "TEN".
           05 FILLER PIC X(9) VALUE "ELEVEN".
           05 FILLER PIC X(9) VALUE "TWELVE".
           05 FILLER PIC X(9) VALUE "THIRTEEN".
           05 FILLER PIC X(9) VALUE "FOURTEEN".
           05 FILLER PIC X(9) VALUE "FIFTEEN".
           05 FILLER PIC X(9) VALUE "SIXTEEN".
           05 FILLER PIC X(9) VALUE "SEVENTEEN".
           05 FILLER PIC X(9) VALUE "EIGHTEEN".
           05 FILLER PIC X(9) VALUE "NINETEEN".
       01 WS-ONES-TABLE REDEFINES WS-ONES-TABLE-DEF.
           05 WS-ONES-WORD OCCURS 19 TIMES PIC X(9).

       01 WS-TENS-TABLE-DEF.
           *> Number words for the tens 20-90; subscript is the
           *> tens digit minus one
           05 FILLER PIC X(9) VALUE "TWENTY".
           05 FILLER PIC X(9) VALUE "THIRTY".
           05 FILLER PIC X(9) VALUE "FORTY".
           05 FILLER PIC X(9) VALUE "FIFTY".
           05 FILLER PIC X(9) VALUE "SIXTY".
           05 FILLER PIC X(9) VALUE "SEVENTY".
           05 FILLER PIC X(9) VALUE "EIGHTY".
           05 FILLER PIC X(9) VALUE "NINETY".
       01 WS-TENS-TABLE REDEFINES WS-TENS-TABLE-DEF.
           05 WS-TENS-WORD OCCURS 8 TIMES PIC X(9).

       01 WS-REQUEST-COUNT  PIC 9(5) VALUE ZEROS.
           *> Requests read from OFFCYCLE.DAT
       01 WS-PAID-COUNT     PIC 9(5) VALUE ZEROS.
           *> Requests paid
       01 WS-REJECT-COUNT   PIC 9(5) VALUE ZEROS.
           *> Requests refused
       01 WS-CHECK-COUNT    PIC 9(5) VALUE ZEROS.
           *> Checks cut this run
       01 WS-DEPOSIT-COUNT  PIC 9(5) VALUE ZEROS.
           *> Deposits written this run

       01 WS-TOTAL-GROSS   PIC 9(9)V99 VALUE ZEROS.
       01 WS-TOTAL-TAX     PIC 9(9)V99 VALUE ZEROS.
       01 WS-TOTAL-DEDUCT  PIC 9(9)V99 VALUE ZEROS.
       01 WS-TOTAL-NET     PIC 9(9)V99 VALUE ZEROS.
       01 WS-CHECK-TOTAL   PIC 9(9)V99 VALUE ZEROS.
       01 WS-DEPOSIT-TOTAL PIC 9(9)V99 VALUE ZEROS.
           *> Register totals across the run - checks plus deposits
           *> reconcile to the total net paid

       01 WS-REQUEST-DESC PIC X(20) VALUE SPACES.
           *> Printable name of the request type in hand

       01 WS-EDIT-COUNT  PIC ZZZZ9.
       01 WS-EDIT-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
           *> Edited (human-readable) fields used to build the
           *> register lines and completion messages


       PROCEDURE DIVISION.
      *--------------------------------------------------------
      * This section contains the executable program logic
      *--------------------------------------------------------

       MAIN-PROCEDURE.
           PERFORM INITIALIZE-RUN

           PERFORM PROCESS-ONE-REQUEST UNTIL EOF-REQUEST = "Y"

           PERFORM FINALIZE-RUN

           STOP RUN.

       INITIALIZE-RUN.
      * The run-control check comes before any file is opened for
      * output - with no periods on file there is nothing to post
      * a payment under
           PERFORM LOAD-RUN-CONTROL

           OPEN INPUT REQUEST-FILE
           OPEN I-O EMP-FILE
           OPEN OUTPUT BANK-FILE CHECK-FILE REGISTER-FILE

      * History, the open-check register and the audit trail are
      * only ever added to - earlier runs' records must never be
      * truncated away
           OPEN I-O PAYHIST-FILE
           IF WS-PAYHIST-FILE-STATUS NOT = "00"
                   AND WS-PAYHIST-FILE-STATUS NOT = "05"
               DISPLAY "RUN HALTED: PAYHIST.DAT could not be "
                   "opened (status " WS-PAYHIST-FILE-STATUS ")"
               STOP RUN
           END-IF
           OPEN EXTEND CHECKSTAT-FILE AUDIT-FILE

           PERFORM WRITE-REGISTER-HEADER

           PERFORM LOAD-CHECK-NUMBER
           PERFORM LOAD-TAX-TABLE
           PERFORM LOAD-EMPLOYER-TAXES
           PERFORM LOAD-COST-ALLOCS
           PERFORM VALIDATE-COST-ALLOCS
           PERFORM LOAD-GARNISH-ORDERS

           PERFORM READ-REQUEST-RECORD.

       LOAD-RUN-CONTROL.
      * Every group's run-control record is loaded - each payment
      * posts under its own employee's group's current period
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
                       PERFORM LOAD-ONE-RUNCTL-RECORD
               END-READ
           END-PERFORM
           CLOSE RUNCTL-FILE

           IF WS-RUNCTL-COUNT = ZEROS
               DISPLAY "RUN HALTED: RUNCTL.DAT is empty - set up "
                   "the pay-period run-control record first"
               STOP RUN
           END-IF.

       LOAD-ONE-RUNCTL-RECORD.
           IF WS-RUNCTL-COUNT >= 20
               DISPLAY "RUN HALTED: RUNCTL.DAT has more than 20 "
                   "records - raise the WS-RUNCTL-TABLE limit"
               STOP RUN
           ELSE
               ADD 1 TO WS-RUNCTL-COUNT
               MOVE RC-PERIOD-ID
                   TO WS-RCT-PERIOD-ID(WS-RUNCTL-COUNT)
               MOVE RC-PERIOD-START
                   TO WS-RCT-PERIOD-START(WS-RUNCTL-COUNT)
               MOVE RC-PERIOD-END
                   TO WS-RCT-PERIOD-END(WS-RUNCTL-COUNT)
               MOVE RC-RUN-STATUS
                   TO WS-RCT-RUN-STATUS(WS-RUNCTL-COUNT)
               MOVE RC-PAY-GROUP
                   TO WS-RCT-PAY-GROUP(WS-RUNCTL-COUNT)
               MOVE RC-RUN-TYPE
                   TO WS-RCT-RUN-TYPE(WS-RUNCTL-COUNT)
           END-IF.

       FIND-EMPLOYEE-PERIOD.
      * Linear search of the loaded run-control records for the
      * current employee's pay group
           MOVE ZEROS TO WS-RUNCTL-FOUND
           PERFORM VARYING WS-RUNCTL-SUB FROM 1 BY 1
                   UNTIL WS-RUNCTL-SUB > WS-RUNCTL-COUNT
               IF WS-RCT-PAY-GROUP(WS-RUNCTL-SUB) = EMP-PAY-GROUP
                   MOVE WS-RUNCTL-SUB TO WS-RUNCTL-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-RUNCTL-FOUND NOT = ZEROS
               MOVE WS-RCT-PERIOD-ID(WS-RUNCTL-FOUND)
                   TO WS-PAY-PERIOD-ID
               MOVE WS-RCT-PERIOD-END(WS-RUNCTL-FOUND)
                   TO WS-PAY-PERIOD-END
           END-IF.

       LOAD-TAX-TABLE.
      * Read TAXRATES.DAT once at start-up - the same bands, the
      * same checks as the regular run
           OPEN INPUT TAX-FILE
           PERFORM UNTIL EOF-TAX = "Y"
               READ TAX-FILE
                   AT END
                       MOVE "Y" TO EOF-TAX
                   NOT AT END
                       PERFORM LOAD-ONE-TAX-RATE
               END-READ
           END-PERFORM
           CLOSE TAX-FILE.

       LOAD-ONE-TAX-RATE.
           IF TAX-REC-BRACKET < 1 OR TAX-REC-BRACKET > 9
               MOVE SPACES TO REGISTER-REC
               STRING "WARNING: TAXRATES.DAT HAS INVALID TAX-BRACKET "
                   TAX-REC-BRACKET " - LINE SKIPPED"
                   DELIMITED BY SIZE INTO REGISTER-REC
               WRITE REGISTER-REC
               EXIT PARAGRAPH
           END-IF

           IF WS-TAX-BAND-COUNT(TAX-REC-BRACKET) >= 8
               DISPLAY "RUN HALTED: TAXRATES.DAT has more than 8 "
                   "bands for bracket " TAX-REC-BRACKET
                   " - raise the WS-TAX-BAND limit"
               STOP RUN
           END-IF

           IF WS-TAX-BAND-COUNT(TAX-REC-BRACKET) > ZEROS
                   AND TAX-REC-FLOOR NOT >
                       WS-TAX-BAND-FLOOR(TAX-REC-BRACKET,
                           WS-TAX-BAND-COUNT(TAX-REC-BRACKET))
               MOVE SPACES TO REGISTER-REC
               STRING "WARNING: TAXRATES.DAT BAND OUT OF ORDER FOR "
                   "BRACKET " TAX-REC-BRACKET " - LINE SKIPPED"
                   DELIMITED BY SIZE INTO REGISTER-REC
               WRITE REGISTER-REC
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-TAX-BAND-COUNT(TAX-REC-BRACKET)
           MOVE TAX-REC-FLOOR TO WS-TAX-BAND-FLOOR(TAX-REC-BRACKET,
               WS-TAX-BAND-COUNT(TAX-REC-BRACKET))
           MOVE TAX-REC-RATE  TO WS-TAX-BAND-RATE(TAX-REC-BRACKET,
               WS-TAX-BAND-COUNT(TAX-REC-BRACKET)).

       LOAD-EMPLOYER-TAXES.
           OPEN INPUT EMPTAX-FILE
           PERFORM UNTIL EOF-EMPTAX = "Y"
               READ EMPTAX-FILE
                   AT END
                       MOVE "Y" TO EOF-EMPTAX
                   NOT AT END
                       PERFORM LOAD-ONE-EMPLOYER-TAX
               END-READ
           END-PERFORM
           CLOSE EMPTAX-FILE.

       LOAD-ONE-EMPLOYER-TAX.
           IF WS-EMPTAX-COUNT >= 5
               DISPLAY "RUN HALTED: EMPTAX.DAT has more than 5 "
                   "taxes - raise the WS-EMPTAX-TABLE limit"
               STOP RUN
           ELSE
               ADD 1 TO WS-EMPTAX-COUNT
               MOVE ET-TAX-CODE TO WS-EMPTAX-CODE(WS-EMPTAX-COUNT)
               MOVE ET-RATE     TO WS-EMPTAX-RATE(WS-EMPTAX-COUNT)
               MOVE ET-WAGE-CAP TO WS-EMPTAX-CAP(WS-EMPTAX-COUNT)
           END-IF.

       LOAD-COST-ALLOCS.
           OPEN INPUT ALLOC-FILE
           PERFORM UNTIL EOF-ALLOC = "Y"
               READ ALLOC-FILE
                   AT END
                       MOVE "Y" TO EOF-ALLOC
                   NOT AT END
                       PERFORM LOAD-ONE-COST-ALLOC
               END-READ
           END-PERFORM
           CLOSE ALLOC-FILE.

       LOAD-ONE-COST-ALLOC.
           IF WS-ALLOC-COUNT >= 200
               DISPLAY "RUN HALTED: COSTALLOC.DAT has more than 200 "
                   "lines - raise the WS-ALLOC-TABLE limit"
               STOP RUN
           ELSE
               ADD 1 TO WS-ALLOC-COUNT
               MOVE CA-EMP-ID      TO WS-ALLOC-EMP-ID(WS-ALLOC-COUNT)
               MOVE CA-COST-CENTER TO WS-ALLOC-CC(WS-ALLOC-COUNT)
               MOVE CA-PERCENT     TO WS-ALLOC-PCT(WS-ALLOC-COUNT)
               MOVE SPACE          TO WS-ALLOC-STATUS(WS-ALLOC-COUNT)
           END-IF.

       VALIDATE-COST-ALLOCS.
           PERFORM VALIDATE-ONE-ALLOC-SET
               VARYING WS-ALLOC-SUB FROM 1 BY 1
               UNTIL WS-ALLOC-SUB > WS-ALLOC-COUNT.

       VALIDATE-ONE-ALLOC-SET.
      * Same rule as the regular run: an employee's set must total
      * exactly 100.00 in at most four lines or the employee stays
      * on single-department costing. The regular run's ERROR.LOG
      * already reports a bad set, so it is simply dropped here
           IF WS-ALLOC-STATUS(WS-ALLOC-SUB) NOT = SPACE
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS TO WS-ALLOC-PCT-SUM
           MOVE ZEROS TO WS-ALLOC-LINES
           PERFORM VARYING WS-ALLOC-SUB2 FROM 1 BY 1
                   UNTIL WS-ALLOC-SUB2 > WS-ALLOC-COUNT
               IF WS-ALLOC-EMP-ID(WS-ALLOC-SUB2) =
                       WS-ALLOC-EMP-ID(WS-ALLOC-SUB)
                   ADD WS-ALLOC-PCT(WS-ALLOC-SUB2)
                       TO WS-ALLOC-PCT-SUM
                   ADD 1 TO WS-ALLOC-LINES
               END-IF
           END-PERFORM

           IF WS-ALLOC-PCT-SUM = 100.00 AND WS-ALLOC-LINES <= 4
               MOVE "V" TO WS-ALLOC-VERDICT
           ELSE
               MOVE "D" TO WS-ALLOC-VERDICT
           END-IF

           PERFORM VARYING WS-ALLOC-SUB2 FROM 1 BY 1
                   UNTIL WS-ALLOC-SUB2 > WS-ALLOC-COUNT
               IF WS-ALLOC-EMP-ID(WS-ALLOC-SUB2) =
                       WS-ALLOC-EMP-ID(WS-ALLOC-SUB)
                   MOVE WS-ALLOC-VERDICT
                       TO WS-ALLOC-STATUS(WS-ALLOC-SUB2)
               END-IF
           END-PERFORM.

       LOAD-GARNISH-ORDERS.
      * GARNORD.DAT is OPTIONAL - a missing file just means there
      * are no standing orders to apply
           OPEN INPUT GARNORD-FILE
           PERFORM UNTIL EOF-GARN = "Y"
               READ GARNORD-FILE
                   AT END
                       MOVE "Y" TO EOF-GARN
                   NOT AT END
                       PERFORM LOAD-ONE-GARNISH-ORDER
               END-READ
           END-PERFORM
           CLOSE GARNORD-FILE.

       LOAD-ONE-GARNISH-ORDER.
      * The file is written back from this table, so an order that
      * does not fit must halt the run rather than be erased
           IF WS-GARN-COUNT >= 100
               DISPLAY "RUN HALTED: GARNORD.DAT has more than 100 "
                   "orders - raise the WS-GARN-TABLE limit"
               STOP RUN
           ELSE
               ADD 1 TO WS-GARN-COUNT
               MOVE GO-EMP-ID        TO WS-GARN-EMP-ID(WS-GARN-COUNT)
               MOVE GO-AGENCY        TO WS-GARN-AGENCY(WS-GARN-COUNT)
               MOVE GO-CASE-NO       TO WS-GARN-CASE-NO(WS-GARN-COUNT)
               MOVE GO-PERIOD-AMT
                   TO WS-GARN-PERIOD-AMT(WS-GARN-COUNT)
               MOVE GO-TOTAL-ORDERED
                   TO WS-GARN-TOTAL-ORD(WS-GARN-COUNT)
               MOVE GO-WITHHELD-TD
                   TO WS-GARN-WITHHELD(WS-GARN-COUNT)
               MOVE GO-WITHHELD-PERIOD
                   TO WS-GARN-PERIOD-ID(WS-GARN-COUNT)
               MOVE GO-PERIOD-WITHHELD
                   TO WS-GARN-THIS-PERIOD(WS-GARN-COUNT)
               MOVE ZEROS TO WS-GARN-STAGED(WS-GARN-COUNT)
           END-IF.

       PROCESS-ONE-REQUEST.
           ADD 1 TO WS-REQUEST-COUNT
           MOVE SPACES TO WS-REJECT-REASON
           MOVE "N" TO WS-PAID-BY-CHECK

           EVALUATE TRUE
               WHEN OC-REISSUE
                   MOVE "RE-ISSUE"     TO WS-REQUEST-DESC
               WHEN OC-FINAL-PAY
                   MOVE "FINAL PAY"    TO WS-REQUEST-DESC
               WHEN OC-MANUAL-CHECK
                   MOVE "MANUAL CHECK" TO WS-REQUEST-DESC
               WHEN OTHER
                   MOVE "UNKNOWN"      TO WS-REQUEST-DESC
           END-EVALUATE

           MOVE OC-EMP-ID TO EMP-ID
           READ EMP-FILE
               INVALID KEY
                   MOVE "EMPLOYEE NOT FOUND ON EMPLOYEE.DAT"
                       TO WS-REJECT-REASON
               NOT INVALID KEY
                   MOVE EMP-REC TO WS-AUDIT-BEFORE
                   PERFORM VALIDATE-REQUEST
           END-READ

           IF WS-REJECT-REASON = SPACES
               PERFORM CALCULATE-OFFCYCLE-PAY
           END-IF

           IF WS-REJECT-REASON = SPACES
               PERFORM POST-OFFCYCLE-PAYMENT
           ELSE
               PERFORM LIST-REJECTED-REQUEST
           END-IF

           PERFORM READ-REQUEST-RECORD.

       VALIDATE-REQUEST.
      * Anything wrong with the request is refused onto the
      * register rather than paid - an off-cycle payment is keyed
      * by hand and must be right before money goes out
           IF NOT OC-REISSUE AND NOT OC-FINAL-PAY
                   AND NOT OC-MANUAL-CHECK
               MOVE "UNKNOWN REQUEST TYPE - USE R, F OR M"
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-EMPLOYEE-PERIOD
           IF WS-RUNCTL-FOUND = ZEROS
               MOVE "NO RUNCTL.DAT RECORD FOR THE EMPLOYEE'S PAY GROUP"
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

      * A final pay with no wages keyed may still pay out a leave
      * balance; the other two must name an amount
           IF OC-AMOUNT = ZEROS AND NOT OC-FINAL-PAY
               MOVE "NO AMOUNT GIVEN ON THE REQUEST"
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

      * Final pay is for a leaver: the termination goes through
      * EMP-MAINTENANCE first, so a regular run can never pay the
      * employee again after their final check
           IF OC-FINAL-PAY AND NOT EMP-INACTIVE
               MOVE "EMPLOYEE STILL ACTIVE - TERMINATE BEFORE FINAL PAY"
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           IF NOT OC-REISSUE
                   AND (TAX-BRACKET < 1 OR TAX-BRACKET > 9)
               MOVE "EMPLOYEE HAS AN INVALID TAX-BRACKET"
                   TO WS-REJECT-REASON
           END-IF.

       CALCULATE-OFFCYCLE-PAY.
           MOVE "N" TO WS-CALC-OVERFLOW
           MOVE ZEROS TO WS-LEAVE-PAYOUT
           MOVE ZEROS TO WS-BENEFIT-DEDUCT
           MOVE ZEROS TO WS-EMPLOYER-CONTRIB
           MOVE ZEROS TO WS-ER-TAX-TOTAL
           MOVE ZEROS TO WS-ORDER-GARNISH-TOTAL
           MOVE ZEROS TO GROSS-PAY
           MOVE ZEROS TO TAX-AMT
           MOVE ZEROS TO DEDUCTIONS

      * A re-issue pays the net that never arrived - its gross,
      * tax and deductions were posted when it was first paid, so
      * nothing is figured or posted a second time
           IF OC-REISSUE
               MOVE OC-AMOUNT TO NET-PAY
               EXIT PARAGRAPH
           END-IF

      * A leaver is paid out the whole leave balance on top of
      * the final wages, taxed along with them
           IF OC-FINAL-PAY
               MOVE LEAVE-BALANCE TO WS-LEAVE-PAYOUT
           END-IF
           COMPUTE GROSS-PAY = OC-AMOUNT + WS-LEAVE-PAYOUT
               ON SIZE ERROR
                   MOVE "Y" TO WS-CALC-OVERFLOW
           END-COMPUTE

      * Withholding is cumulative off the year-to-date position,
      * exactly as the regular run figures it, so an off-cycle
      * payment only pushes its own amount into the higher bands
           COMPUTE WS-CUM-GROSS = YTD-GROSS + GROSS-PAY
               ON SIZE ERROR
                   MOVE "Y" TO WS-CALC-OVERFLOW
           END-COMPUTE
           MOVE WS-CUM-GROSS TO WS-TAXCALC-AMOUNT
           PERFORM COMPUTE-BAND-TAX
           COMPUTE WS-TAX-DUE-WORK ROUNDED =
               WS-TAXCALC-TAX - YTD-TAX
           IF WS-TAX-DUE-WORK < ZEROS
               MOVE ZEROS TO TAX-AMT
           ELSE
               COMPUTE TAX-AMT ROUNDED = WS-TAX-DUE-WORK
                   ON SIZE ERROR
                       MOVE "Y" TO WS-CALC-OVERFLOW
               END-COMPUTE
           END-IF

           PERFORM ACCRUE-ONE-EMPLOYER-TAX
               VARYING WS-EMPTAX-SUB FROM 1 BY 1
               UNTIL WS-EMPTAX-SUB > WS-EMPTAX-COUNT

      * A percentage benefit follows the gross wherever it is
      * paid; a flat per-period amount belongs to the regular
      * period's pay and is not taken a second time here
           IF BEN-PLAN-CODE NOT = SPACES AND BEN-CALC-PERCENT
               COMPUTE WS-BENEFIT-DEDUCT ROUNDED =
                       GROSS-PAY * BEN-EMP-PCT / 100
                   ON SIZE ERROR
                       MOVE "Y" TO WS-CALC-OVERFLOW
               END-COMPUTE
               COMPUTE WS-EMPLOYER-CONTRIB ROUNDED =
                       WS-BENEFIT-DEDUCT * BEN-MATCH-PCT / 100
                   ON SIZE ERROR
                       MOVE "Y" TO WS-CALC-OVERFLOW
               END-COMPUTE
           END-IF

      * Standing garnishment orders reach every payment of wages
           PERFORM STAGE-GARNISH-ORDERS

           COMPUTE DEDUCTIONS ROUNDED =
                   WS-ORDER-GARNISH-TOTAL + WS-BENEFIT-DEDUCT
               ON SIZE ERROR
                   MOVE "Y" TO WS-CALC-OVERFLOW
           END-COMPUTE

           COMPUTE WS-NET-PAY-WORK =
                   GROSS-PAY - TAX-AMT - DEDUCTIONS

           EVALUATE TRUE
               WHEN WS-CALC-OVERFLOW = "Y"
                   MOVE "PAY CALCULATION OVERFLOWED A PAY-REC FIELD"
                       TO WS-REJECT-REASON
               WHEN WS-NET-PAY-WORK < ZEROS
                   MOVE "DEDUCTIONS EXCEED AVAILABLE PAY"
                       TO WS-REJECT-REASON
               WHEN WS-NET-PAY-WORK = ZEROS
                   MOVE "NOTHING TO PAY - NET PAY IS ZERO"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   COMPUTE NET-PAY ROUNDED = WS-NET-PAY-WORK
                       ON SIZE ERROR
                           MOVE "NET PAY OVERFLOWED ITS PAY-REC FIELD"
                               TO WS-REJECT-REASON
                   END-COMPUTE
           END-EVALUATE

      * A refused request withholds nothing, so its staged order
      * amounts are dropped before the next request is figured
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM UNSTAGE-GARNISH-ORDERS
           END-IF.

       ACCRUE-ONE-EMPLOYER-TAX.
      * Same wage-base rule as the regular run: only the part of
      * the payment that keeps year-to-date gross under the tax's
      * ceiling is taxable. ZEROS = no ceiling
           IF WS-EMPTAX-CAP(WS-EMPTAX-SUB) = ZEROS
               MOVE GROSS-PAY TO WS-ER-TAXABLE
           ELSE
               EVALUATE TRUE
                   WHEN YTD-GROSS >= WS-EMPTAX-CAP(WS-EMPTAX-SUB)
                       MOVE ZEROS TO WS-ER-TAXABLE
                   WHEN WS-CUM-GROSS > WS-EMPTAX-CAP(WS-EMPTAX-SUB)
                       COMPUTE WS-ER-TAXABLE =
                           WS-EMPTAX-CAP(WS-EMPTAX-SUB) - YTD-GROSS
                   WHEN OTHER
                       MOVE GROSS-PAY TO WS-ER-TAXABLE
               END-EVALUATE
           END-IF

           COMPUTE WS-ER-TAX-TOTAL ROUNDED =
                   WS-ER-TAX-TOTAL
                       + WS-ER-TAXABLE * WS-EMPTAX-RATE(WS-EMPTAX-SUB)
               ON SIZE ERROR
                   MOVE "Y" TO WS-CALC-OVERFLOW
           END-COMPUTE.

       COMPUTE-BAND-TAX.
      * Graduated annual tax on WS-TAXCALC-AMOUNT for the
      * employee's TAX-BRACKET, band by band - VALIDATE-REQUEST
      * already guaranteed the bracket is 1-9
           MOVE ZEROS TO WS-TAXCALC-TAX
           PERFORM ADD-ONE-BAND-TAX
               VARYING WS-BAND-SUB FROM 1 BY 1
               UNTIL WS-BAND-SUB > WS-TAX-BAND-COUNT(TAX-BRACKET).

       ADD-ONE-BAND-TAX.
           IF WS-TAXCALC-AMOUNT >
                   WS-TAX-BAND-FLOOR(TAX-BRACKET, WS-BAND-SUB)
               IF WS-BAND-SUB < WS-TAX-BAND-COUNT(TAX-BRACKET)
                       AND WS-TAXCALC-AMOUNT >
                           WS-TAX-BAND-FLOOR(TAX-BRACKET,
                               WS-BAND-SUB + 1)
                   COMPUTE WS-TAXCALC-SLICE =
                       WS-TAX-BAND-FLOOR(TAX-BRACKET, WS-BAND-SUB + 1)
                           - WS-TAX-BAND-FLOOR(TAX-BRACKET,
                               WS-BAND-SUB)
               ELSE
                   COMPUTE WS-TAXCALC-SLICE =
                       WS-TAXCALC-AMOUNT
                           - WS-TAX-BAND-FLOOR(TAX-BRACKET,
                               WS-BAND-SUB)
               END-IF
               COMPUTE WS-TAXCALC-TAX ROUNDED =
                   WS-TAXCALC-TAX + WS-TAXCALC-SLICE
                       * WS-TAX-BAND-RATE(TAX-BRACKET, WS-BAND-SUB)
           END-IF.

       STAGE-GARNISH-ORDERS.
           PERFORM STAGE-ONE-GARNISH-ORDER
               VARYING WS-GARN-SUB FROM 1 BY 1
               UNTIL WS-GARN-SUB > WS-GARN-COUNT.

       STAGE-ONE-GARNISH-ORDER.
      * Each of the employee's orders takes its period amount,
      * capped at what the order still has outstanding
           IF WS-GARN-EMP-ID(WS-GARN-SUB) = EMP-ID
               MOVE ZEROS TO WS-GARN-STAGED(WS-GARN-SUB)
               IF WS-GARN-WITHHELD(WS-GARN-SUB)
                       < WS-GARN-TOTAL-ORD(WS-GARN-SUB)
                   COMPUTE WS-GARN-REMAIN =
                       WS-GARN-TOTAL-ORD(WS-GARN-SUB)
                           - WS-GARN-WITHHELD(WS-GARN-SUB)
                   IF WS-GARN-PERIOD-AMT(WS-GARN-SUB)
                           < WS-GARN-REMAIN
                       MOVE WS-GARN-PERIOD-AMT(WS-GARN-SUB)
                           TO WS-GARN-STAGED(WS-GARN-SUB)
                   ELSE
                       MOVE WS-GARN-REMAIN
                           TO WS-GARN-STAGED(WS-GARN-SUB)
                   END-IF
                   ADD WS-GARN-STAGED(WS-GARN-SUB)
                       TO WS-ORDER-GARNISH-TOTAL
               END-IF
           END-IF.

       UNSTAGE-GARNISH-ORDERS.
           PERFORM VARYING WS-GARN-SUB FROM 1 BY 1
                   UNTIL WS-GARN-SUB > WS-GARN-COUNT
               IF WS-GARN-EMP-ID(WS-GARN-SUB) = EMP-ID
                   MOVE ZEROS TO WS-GARN-STAGED(WS-GARN-SUB)
               END-IF
           END-PERFORM.

       STAMP-GARNISH-ORDERS.
      * Carry each order's withholding onto the PAY-REC by case
      * number, the same way the regular run does, so REVERSE-PAY
      * can hand exactly that amount back to the order
           MOVE ZEROS TO PAY-GARN-COUNT
           PERFORM VARYING WS-GARN-SUB FROM 1 BY 1
                   UNTIL WS-GARN-SUB > 4
               MOVE SPACES TO PAY-GARN-CASE-NO(WS-GARN-SUB)
               MOVE ZEROS  TO PAY-GARN-AMT(WS-GARN-SUB)
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
                   MOVE SPACES TO REGISTER-REC
                   STRING "    WARNING: ORDER "
                       WS-GARN-CASE-NO(WS-GARN-SUB)
                       " NOT ON PAYHIST.DAT - OVER 4 ORDERS"
                       DELIMITED BY SIZE INTO REGISTER-REC
                   WRITE REGISTER-REC
               END-IF
           END-IF.

       POST-GARNISH-ORDERS.
           PERFORM POST-ONE-GARNISH-ORDER
               VARYING WS-GARN-SUB FROM 1 BY 1
               UNTIL WS-GARN-SUB > WS-GARN-COUNT.

       POST-ONE-GARNISH-ORDER.
      * The period figure follows the payment's own period, so the
      * regular run's remittance register for that period picks
      * the off-cycle withholding up along with its own
           IF WS-GARN-EMP-ID(WS-GARN-SUB) = EMP-ID
                   AND WS-GARN-STAGED(WS-GARN-SUB) > ZEROS
               IF WS-GARN-PERIOD-ID(WS-GARN-SUB) NOT = WS-PAY-PERIOD-ID
                   MOVE WS-PAY-PERIOD-ID
                       TO WS-GARN-PERIOD-ID(WS-GARN-SUB)
                   MOVE ZEROS TO WS-GARN-THIS-PERIOD(WS-GARN-SUB)
               END-IF
               ADD WS-GARN-STAGED(WS-GARN-SUB)
                   TO WS-GARN-WITHHELD(WS-GARN-SUB)
               ADD WS-GARN-STAGED(WS-GARN-SUB)
                   TO WS-GARN-THIS-PERIOD(WS-GARN-SUB)
               PERFORM LIST-GARNISH-WITHHELD
               MOVE ZEROS TO WS-GARN-STAGED(WS-GARN-SUB)
           END-IF.

       POST-OFFCYCLE-PAYMENT.
      * Build the PAY-REC the same way the regular run does,
      * stamped with the employee's group period and the request
      * type, and archive it
           MOVE WS-PAY-PERIOD-ID    TO PAY-PERIOD
           MOVE EMP-PAY-GROUP       TO PAY-GROUP
           MOVE EMP-ID              TO PAY-EMP-ID
           MOVE EMP-NAME            TO PAY-EMP-NAME
           MOVE DEPARTMENT          TO PAY-DEPT
           MOVE WS-BENEFIT-DEDUCT   TO PAY-BENEFIT-DED
           MOVE WS-EMPLOYER-CONTRIB TO PAY-EMPLOYER-CONT
           MOVE WS-ER-TAX-TOTAL     TO PAY-EMPLOYER-TAX
           MOVE WS-PAY-PERIOD-END   TO PAY-PERIOD-END
           MOVE OC-TYPE             TO PAY-REC-TYPE
           MOVE SPACE               TO PAY-REVERSED-TYPE
           MOVE BEN-PLAN-CLASS      TO PAY-BEN-PLAN-CLASS
           MOVE ZEROS               TO PAY-BASE-PAY
           MOVE ZEROS               TO PAY-REG-HOURS
           MOVE ZEROS               TO PAY-LEAVE-ACCRUED
           MOVE WS-LEAVE-PAYOUT     TO PAY-LEAVE-TAKEN
           PERFORM BUILD-COST-SPLITS
           PERFORM STAMP-GARNISH-ORDERS

           PERFORM WRITE-HISTORY-RECORD

           PERFORM LIST-PAYMENT

      * A manual check is a check by definition; anything else goes
      * the way the regular run would send it - deposit when bank
      * details are on file and proven by their prenote, a printed
      * check when they are not (prenotes themselves are left to
      * the regular run)
           IF OC-MANUAL-CHECK OR BANK-ROUTING OF EMP-REC = ZEROS
                   OR NOT BANK-ACCOUNT-LIVE
               PERFORM WRITE-CHECK-RECORD
           ELSE
               PERFORM WRITE-BANK-RECORD
           END-IF

           ADD GROSS-PAY       TO YTD-GROSS
           ADD TAX-AMT         TO YTD-TAX
           ADD DEDUCTIONS      TO YTD-DEDUCT
           ADD WS-ER-TAX-TOTAL TO YTD-ER-TAX
           IF BEN-PLAN-PENSION
               ADD WS-BENEFIT-DEDUCT TO YTD-PENSION
           END-IF

      * The leaver's banked leave has just been paid out in full
           IF OC-FINAL-PAY
               MOVE ZEROS TO LEAVE-BALANCE
           END-IF

           PERFORM POST-GARNISH-ORDERS

           REWRITE EMP-REC
               INVALID KEY
                   MOVE SPACES TO REGISTER-REC
                   STRING "    WARNING: EMPLOYEE.DAT REWRITE FAILED, "
                       "STATUS " WS-EMP-FILE-STATUS
                       " - POST YTD BY HAND"
                       DELIMITED BY SIZE INTO REGISTER-REC
                   WRITE REGISTER-REC
                   END-WRITE
               NOT INVALID KEY
                   PERFORM WRITE-AUDIT-RECORD
           END-REWRITE

           ADD 1          TO WS-PAID-COUNT
           ADD GROSS-PAY  TO WS-TOTAL-GROSS
           ADD TAX-AMT    TO WS-TOTAL-TAX
           ADD DEDUCTIONS TO WS-TOTAL-DEDUCT
           ADD NET-PAY    TO WS-TOTAL-NET.

       WRITE-HISTORY-RECORD.
      * The key is built from the image itself. The sequence starts
      * at 001 and steps past any number the period and employee
      * already hold - the regular run's record, or an earlier
      * off-cycle payment, usually has 001 already
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
                               " (status " WS-PAYHIST-FILE-STATUS ")"
                           STOP RUN
                       END-IF
                   NOT INVALID KEY
                       MOVE "Y" TO WS-HIST-WRITTEN
               END-WRITE
           END-PERFORM.

       BUILD-COST-SPLITS.
      * The employee's standing allocation, stamped exactly as the
      * regular run stamps it - the last share absorbs the rounding
      * so the shares always sum to GROSS-PAY. A re-issue carries
      * no gross, so it carries no splits either
           MOVE ZEROS TO PAY-SPLIT-COUNT
           MOVE ZEROS TO WS-SPLIT-ALLOCATED
           MOVE ZEROS TO WS-LAST-SPLIT-SUB
           PERFORM VARYING WS-ALLOC-SUB FROM 1 BY 1
                   UNTIL WS-ALLOC-SUB > 4
               MOVE SPACES TO PAY-SPLIT-CC(WS-ALLOC-SUB)
               MOVE ZEROS  TO PAY-SPLIT-PCT(WS-ALLOC-SUB)
               MOVE ZEROS  TO PAY-SPLIT-GROSS(WS-ALLOC-SUB)
           END-PERFORM

           IF GROSS-PAY = ZEROS
               EXIT PARAGRAPH
           END-IF

           PERFORM FILL-ONE-COST-SPLIT
               VARYING WS-ALLOC-SUB FROM 1 BY 1
               UNTIL WS-ALLOC-SUB > WS-ALLOC-COUNT

           IF PAY-SPLIT-COUNT > ZEROS
               COMPUTE PAY-SPLIT-GROSS(WS-LAST-SPLIT-SUB) =
                   PAY-SPLIT-GROSS(WS-LAST-SPLIT-SUB)
                       + GROSS-PAY - WS-SPLIT-ALLOCATED
           END-IF.

       FILL-ONE-COST-SPLIT.
           IF WS-ALLOC-EMP-ID(WS-ALLOC-SUB) = EMP-ID
                   AND WS-ALLOC-STATUS(WS-ALLOC-SUB) = "V"
               ADD 1 TO PAY-SPLIT-COUNT
               MOVE PAY-SPLIT-COUNT TO WS-LAST-SPLIT-SUB
               MOVE WS-ALLOC-CC(WS-ALLOC-SUB)
                   TO PAY-SPLIT-CC(WS-LAST-SPLIT-SUB)
               MOVE WS-ALLOC-PCT(WS-ALLOC-SUB)
                   TO PAY-SPLIT-PCT(WS-LAST-SPLIT-SUB)
               COMPUTE PAY-SPLIT-GROSS(WS-LAST-SPLIT-SUB) ROUNDED =
                   GROSS-PAY * WS-ALLOC-PCT(WS-ALLOC-SUB) / 100
               ADD PAY-SPLIT-GROSS(WS-LAST-SPLIT-SUB)
                   TO WS-SPLIT-ALLOCATED
           END-IF.

       WRITE-BANK-RECORD.
           MOVE BANK-ROUTING OF EMP-REC TO BANK-REC-ROUTING
           MOVE BANK-ACCOUNT OF EMP-REC TO BANK-REC-ACCOUNT
           MOVE EMP-ID  TO BANK-REC-EMP-ID
           MOVE NET-PAY TO BANK-REC-NET-PAY
           WRITE BANK-REC

           ADD 1 TO WS-DEPOSIT-COUNT
           ADD NET-PAY TO WS-DEPOSIT-TOTAL

           MOVE SPACES TO REGISTER-REC
           STRING "    PAID BY DEPOSIT TO ROUTING "
               BANK-ROUTING OF EMP-REC
               DELIMITED BY SIZE INTO REGISTER-REC
           WRITE REGISTER-REC.

       WRITE-AUDIT-RECORD.
      * Land the before-and-after images on the permanent audit
      * trail - a re-issue changes no master field, but the payment
      * still lands on the trail so the auditors see it
           MOVE EMP-ID          TO AUD-EMP-ID
           ACCEPT AUD-DATE FROM DATE YYYYMMDD
           ACCEPT AUD-TIME FROM TIME
           MOVE "OFFCYCLE-PAY"  TO AUD-PROGRAM
           EVALUATE TRUE
               WHEN OC-REISSUE
                   MOVE "REISSUE"    TO AUD-ACTION
               WHEN OC-FINAL-PAY
                   MOVE "FINAL-PAY"  TO AUD-ACTION
               WHEN OTHER
                   MOVE "MANUAL-CHK" TO AUD-ACTION
           END-EVALUATE
           MOVE WS-AUDIT-BEFORE TO AUD-BEFORE
           MOVE EMP-REC         TO AUD-AFTER
           WRITE AUDIT-REC.

       LOAD-CHECK-NUMBER.
      * CHECKNUM.DAT carries the numbering across runs of both
      * payroll programs; a missing file just means numbering
      * starts at 1
           OPEN INPUT CHECKNUM-FILE
           IF WS-CHKNUM-FILE-STATUS = "00"
               READ CHECKNUM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CKN-NEXT-CHECK-NO > ZEROS
                           MOVE CKN-NEXT-CHECK-NO
                               TO WS-NEXT-CHECK-NO
                       END-IF
               END-READ
               CLOSE CHECKNUM-FILE
           END-IF.

       SAVE-CHECK-NUMBER.
      * Saved after every check so an interrupted run can never
      * hand the same number to two checks
           OPEN OUTPUT CHECKNUM-FILE
           MOVE WS-NEXT-CHECK-NO TO CKN-NEXT-CHECK-NO
           WRITE CHECKNUM-REC
           CLOSE CHECKNUM-FILE.

       WRITE-CHECK-RECORD.
      * Cut the check, open it on the status register for
      * CHECK-RECON, and advance (and persist) the numbering
           MOVE "Y" TO WS-PAID-BY-CHECK
           MOVE WS-NEXT-CHECK-NO TO CHK-NUMBER
           MOVE WS-PAY-PERIOD-ID TO CHK-PERIOD
           MOVE EMP-ID           TO CHK-EMP-ID
           MOVE EMP-NAME         TO CHK-PAYEE
           MOVE NET-PAY          TO CHK-NET-PAY
           PERFORM CONVERT-AMOUNT-TO-WORDS
           WRITE CHECK-REC

           MOVE WS-NEXT-CHECK-NO TO CS-CHECK-NO
           MOVE WS-PAY-PERIOD-ID TO CS-PERIOD
           MOVE EMP-ID           TO CS-EMP-ID
           MOVE EMP-NAME         TO CS-PAYEE
           MOVE NET-PAY          TO CS-AMOUNT
           MOVE ZEROS            TO CS-RECON-COUNT
           WRITE CHECKSTAT-REC

           MOVE SPACES TO REGISTER-REC
           STRING "    PAID BY CHECK " CHK-NUMBER
               DELIMITED BY SIZE INTO REGISTER-REC
           WRITE REGISTER-REC

           ADD 1 TO WS-CHECK-COUNT
           ADD NET-PAY TO WS-CHECK-TOTAL
           ADD 1 TO WS-NEXT-CHECK-NO
           PERFORM SAVE-CHECK-NUMBER.

       CONVERT-AMOUNT-TO-WORDS.
      * Spell CHK-NET-PAY out into CHK-AMOUNT-WORDS in the banking
      * style: whole dollars in words, cents as NN/100
           MOVE SPACES TO CHK-AMOUNT-WORDS
           MOVE 1 TO WS-WORDS-PTR
           MOVE CHK-NET-PAY TO WS-AMT-WORK
           MOVE WS-AMT-WORK TO WS-AMT-DOLLARS
           COMPUTE WS-AMT-CENTS =
               (WS-AMT-WORK - WS-AMT-DOLLARS) * 100

           IF WS-AMT-MILLIONS > ZEROS
               MOVE WS-ONES-WORD(WS-AMT-MILLIONS) TO WS-WORD-TOKEN
               PERFORM APPEND-ONE-WORD
               MOVE "MILLION" TO WS-WORD-TOKEN
               PERFORM APPEND-ONE-WORD
           END-IF

           IF WS-AMT-THOUSANDS > ZEROS
               MOVE WS-AMT-THOUSANDS TO WS-GROUP-VAL
               PERFORM CONVERT-GROUP-TO-WORDS
               MOVE "THOUSAND" TO WS-WORD-TOKEN
               PERFORM APPEND-ONE-WORD
           END-IF

           IF WS-AMT-UNITS > ZEROS
               MOVE WS-AMT-UNITS TO WS-GROUP-VAL
               PERFORM CONVERT-GROUP-TO-WORDS
           END-IF

           IF WS-AMT-DOLLARS = ZEROS
               MOVE "ZERO" TO WS-WORD-TOKEN
               PERFORM APPEND-ONE-WORD
           END-IF

           MOVE "AND" TO WS-WORD-TOKEN
           PERFORM APPEND-ONE-WORD
           STRING WS-AMT-CENTS "/100 DOLLARS"
               DELIMITED BY SIZE INTO CHK-AMOUNT-WORDS
               WITH POINTER WS-WORDS-PTR.

       CONVERT-GROUP-TO-WORDS.
      * Spell one three-digit group (001-999) into the buffer
           IF WS-GROUP-HUNDREDS > ZEROS
               MOVE WS-ONES-WORD(WS-GROUP-HUNDREDS)
                   TO WS-WORD-TOKEN
               PERFORM APPEND-ONE-WORD
               MOVE "HUNDRED" TO WS-WORD-TOKEN
               PERFORM APPEND-ONE-WORD
           END-IF

           COMPUTE WS-GROUP-TENS-ONES =
               (WS-GROUP-TENS * 10) + WS-GROUP-ONES
           IF WS-GROUP-TENS-ONES > ZEROS
                   AND WS-GROUP-TENS-ONES < 20
               MOVE WS-ONES-WORD(WS-GROUP-TENS-ONES)
                   TO WS-WORD-TOKEN
               PERFORM APPEND-ONE-WORD
           END-IF
           IF WS-GROUP-TENS-ONES >= 20
               MOVE WS-TENS-WORD(WS-GROUP-TENS - 1)
                   TO WS-WORD-TOKEN
               PERFORM APPEND-ONE-WORD
               IF WS-GROUP-ONES > ZEROS
                   MOVE WS-ONES-WORD(WS-GROUP-ONES)
                       TO WS-WORD-TOKEN
                   PERFORM APPEND-ONE-WORD
               END-IF
           END-IF.

       APPEND-ONE-WORD.
           STRING WS-WORD-TOKEN DELIMITED BY SPACE
               INTO CHK-AMOUNT-WORDS
               WITH POINTER WS-WORDS-PTR
           STRING " " DELIMITED BY SIZE
               INTO CHK-AMOUNT-WORDS
               WITH POINTER WS-WORDS-PTR.

       WRITE-REGISTER-HEADER.
           MOVE SPACES TO REGISTER-REC
           STRING "OFF-CYCLE PAYMENT REGISTER"
               DELIMITED BY SIZE INTO REGISTER-REC
           WRITE REGISTER-REC
           MOVE SPACES TO REGISTER-REC
           WRITE REGISTER-REC.

       LIST-PAYMENT.
           MOVE SPACES TO REGISTER-REC
           STRING "EMPLOYEE " EMP-ID " " EMP-NAME " - "
               WS-REQUEST-DESC
               DELIMITED BY SIZE INTO REGISTER-REC
           WRITE REGISTER-REC

           MOVE SPACES TO REGISTER-REC
           STRING "    POSTED TO PERIOD " WS-PAY-PERIOD-ID
               " PAY GROUP '" EMP-PAY-GROUP "'"
               DELIMITED BY SIZE INTO REGISTER-REC
           WRITE REGISTER-REC

           IF OC-REISSUE
               MOVE SPACES TO REGISTER-REC
               IF OC-ORIG-CHECK-NO = ZEROS
                   STRING "    RE-ISSUES RETURNED DEPOSIT OF PERIOD "
                       OC-ORIG-PERIOD
                       DELIMITED BY SIZE INTO REGISTER-REC
               ELSE
                   STRING "    RE-ISSUES VOIDED CHECK "
                       OC-ORIG-CHECK-NO " OF PERIOD " OC-ORIG-PERIOD
                       DELIMITED BY SIZE INTO REGISTER-REC
               END-IF
               WRITE REGISTER-REC
           ELSE
               IF OC-FINAL-PAY
                   MOVE WS-LEAVE-PAYOUT TO WS-EDIT-AMOUNT
                   MOVE SPACES TO REGISTER-REC
                   STRING "    LEAVE BALANCE PAID OUT: " WS-EDIT-AMOUNT
                       DELIMITED BY SIZE INTO REGISTER-REC
                   WRITE REGISTER-REC
               END-IF

               MOVE GROSS-PAY TO WS-EDIT-AMOUNT
               MOVE SPACES TO REGISTER-REC
               STRING "    GROSS: " WS-EDIT-AMOUNT
                   DELIMITED BY SIZE INTO REGISTER-REC
               WRITE REGISTER-REC

               MOVE TAX-AMT TO WS-EDIT-AMOUNT
               MOVE SPACES TO REGISTER-REC
               STRING "    TAX: " WS-EDIT-AMOUNT
                   DELIMITED BY SIZE INTO REGISTER-REC
               WRITE REGISTER-REC

               MOVE DEDUCTIONS TO WS-EDIT-AMOUNT
               MOVE SPACES TO REGISTER-REC
               STRING "    DEDUCTIONS: " WS-EDIT-AMOUNT
                   DELIMITED BY SIZE INTO REGISTER-REC
               WRITE REGISTER-REC
           END-IF

           MOVE NET-PAY TO WS-EDIT-AMOUNT
           MOVE SPACES TO REGISTER-REC
           STRING "    NET: " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO REGISTER-REC
           WRITE REGISTER-REC.

       LIST-GARNISH-WITHHELD.
      * The case each withholding belongs to, so the remittance
      * can be sent without waiting for the next regular run
           MOVE WS-GARN-STAGED(WS-GARN-SUB) TO WS-EDIT-AMOUNT
           MOVE SPACES TO REGISTER-REC
           STRING "    GARNISHED FOR " WS-GARN-AGENCY(WS-GARN-SUB)
               " CASE " WS-GARN-CASE-NO(WS-GARN-SUB)
               DELIMITED BY SIZE INTO REGISTER-REC
           WRITE REGISTER-REC
           MOVE SPACES TO REGISTER-REC
           STRING "        AMOUNT: " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO REGISTER-REC
           WRITE REGISTER-REC.

       LIST-REJECTED-REQUEST.
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO REGISTER-REC
           STRING "EMPLOYEE " OC-EMP-ID " - " WS-REQUEST-DESC
               " REQUEST REFUSED"
               DELIMITED BY SIZE INTO REGISTER-REC
           WRITE REGISTER-REC
           MOVE SPACES TO REGISTER-REC
           STRING "    " WS-REJECT-REASON
               DELIMITED BY SIZE INTO REGISTER-REC
           WRITE REGISTER-REC.

       WRITE-GARNISH-ORDERS.
      * Write the whole order table back over GARNORD.DAT with the
      * updated withheld-to-date figures. Nothing to write back if
      * no orders were loaded
           IF WS-GARN-COUNT > ZEROS
               OPEN OUTPUT GARNORD-FILE
               PERFORM WRITE-ONE-GARNISH-ORDER
                   VARYING WS-GARN-SUB FROM 1 BY 1
                   UNTIL WS-GARN-SUB > WS-GARN-COUNT
               CLOSE GARNORD-FILE
           END-IF.

       WRITE-ONE-GARNISH-ORDER.
           MOVE WS-GARN-EMP-ID(WS-GARN-SUB)     TO GO-EMP-ID
           MOVE WS-GARN-AGENCY(WS-GARN-SUB)     TO GO-AGENCY
           MOVE WS-GARN-CASE-NO(WS-GARN-SUB)    TO GO-CASE-NO
           MOVE WS-GARN-PERIOD-AMT(WS-GARN-SUB) TO GO-PERIOD-AMT
           MOVE WS-GARN-TOTAL-ORD(WS-GARN-SUB)  TO GO-TOTAL-ORDERED
           MOVE WS-GARN-WITHHELD(WS-GARN-SUB)   TO GO-WITHHELD-TD
           MOVE WS-GARN-PERIOD-ID(WS-GARN-SUB)  TO GO-WITHHELD-PERIOD
           MOVE WS-GARN-THIS-PERIOD(WS-GARN-SUB)
                                                TO GO-PERIOD-WITHHELD
           WRITE GARN-REC.

       READ-REQUEST-RECORD.
           READ REQUEST-FILE
               AT END MOVE "Y" TO EOF-REQUEST
           END-READ.

       FINALIZE-RUN.
           PERFORM WRITE-GARNISH-ORDERS

           MOVE SPACES TO REGISTER-REC
           WRITE REGISTER-REC

           MOVE WS-REQUEST-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REGISTER-REC
           STRING "REQUESTS READ: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REGISTER-REC
           WRITE REGISTER-REC
           MOVE WS-PAID-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REGISTER-REC
           STRING "REQUESTS PAID: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REGISTER-REC
           WRITE REGISTER-REC
           MOVE WS-REJECT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REGISTER-REC
           STRING "REQUESTS REFUSED: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REGISTER-REC
           WRITE REGISTER-REC

           MOVE WS-TOTAL-GROSS TO WS-EDIT-AMOUNT
           MOVE SPACES TO REGISTER-REC
           STRING "TOTAL GROSS: " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO REGISTER-REC
           WRITE REGISTER-REC
           MOVE WS-TOTAL-TAX TO WS-EDIT-AMOUNT
           MOVE SPACES TO REGISTER-REC
           STRING "TOTAL TAX: " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO REGISTER-REC
           WRITE REGISTER-REC
           MOVE WS-TOTAL-DEDUCT TO WS-EDIT-AMOUNT
           MOVE SPACES TO REGISTER-REC
           STRING "TOTAL DEDUCTIONS: " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO REGISTER-REC
           WRITE REGISTER-REC
           MOVE WS-TOTAL-NET TO WS-EDIT-AMOUNT
           MOVE SPACES TO REGISTER-REC
           STRING "TOTAL NET: " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO REGISTER-REC
           WRITE REGISTER-REC

           MOVE WS-CHECK-COUNT TO WS-EDIT-COUNT
           MOVE WS-CHECK-TOTAL TO WS-EDIT-AMOUNT
           MOVE SPACES TO REGISTER-REC
           STRING "CHECKS ISSUED: " WS-EDIT-COUNT
               "  TOTAL: " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO REGISTER-REC
           WRITE REGISTER-REC
           MOVE WS-DEPOSIT-COUNT TO WS-EDIT-COUNT
           MOVE WS-DEPOSIT-TOTAL TO WS-EDIT-AMOUNT
           MOVE SPACES TO REGISTER-REC
           STRING "DEPOSITS SENT: " WS-EDIT-COUNT
               "  TOTAL: " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO REGISTER-REC
           WRITE REGISTER-REC

           CLOSE REQUEST-FILE EMP-FILE BANK-FILE CHECK-FILE
               REGISTER-FILE PAYHIST-FILE CHECKSTAT-FILE AUDIT-FILE

           MOVE WS-PAID-COUNT TO WS-EDIT-COUNT
           DISPLAY "DONE: " WS-EDIT-COUNT " off-cycle payment(s) "
               "written to OFFCYCLE.RPT."
           IF WS-REJECT-COUNT > ZEROS
               MOVE WS-REJECT-COUNT TO WS-EDIT-COUNT
               DISPLAY "WARNING: " WS-EDIT-COUNT " request(s) "
                   "refused - see OFFCYCLE.RPT."
           END-IF.

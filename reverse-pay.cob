      *========================================================
      * PAYROLL REVERSAL
      * Demonstrates:
      * - Locating a posted payment in the PAYHIST.DAT archive
      * - Backing every posted effect out of the master files
      * - Offsetting general-ledger entries for the reversal
      *========================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVERSE-PAY.          *> Name of the COBOL program
       AUTHOR. RAYMOND SUNG-SEH HARRISON.*> Program author
       INSTALLATION. Personal COBOL Portfolio Project.
       DATE-WRITTEN. 2026-10-15.         *> Date the program was created
       DATE-COMPILED.
       SECURITY. PUBLIC.
       REMARKS.
           Voids payments that went out wrong. Each request on
           REVERSAL.DAT names a pay period, an employee, which of
           the employee's payments in that period is meant (the
           regular run's, or an OFFCYCLE-PAY re-issue, final pay
           or manual check), who asked for the reversal and why.
           The payment is found on PAYHIST.DAT - the latest one
           of that kind not already reversed - and every effect
           it posted is backed out: YTD-GROSS, YTD-TAX,
           YTD-DEDUCT, YTD-PENSION and YTD-ER-TAX and the leave
           balance on EMPLOYEE.DAT, and the withheld-to-date of
           each standing order on GARNORD.DAT it withheld for. A
           reversal record - the original image marked "V" - is
           added to PAYHIST.DAT so history nets to zero for
           the period; for a regular-run payment, the only kind
           GL-POSTING posts, offsetting debits and credits in the
           GLPOST.DAT layout go to GLREVERSE.DAT; a before-and-
           after image lands on EMPAUDIT.DAT, and REVERSAL.RPT
           registers every reversal made and every request
           refused. Deduction arrears a regular-run payment
           moved are not recorded on it, so those are listed
           from ARREARS.DAT for payroll to check by hand. A
           payment in a year YEAR-END-CLOSE has closed is
           refused - its YTD totals were already reset. The
           money itself is not recovered here; that is for
           payroll to arrange with the employee.

       ENVIRONMENT DIVISION.
      *--------------------------------------------------------
      * Defines external files and how the program interacts
      * with the operating system.
      *--------------------------------------------------------

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      * Reversal requests keyed by payroll staff, one per line
           SELECT REQUEST-FILE ASSIGN TO "REVERSAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

      * Employee master file, read by key for each request and
      * rewritten with the payment backed out
           SELECT EMP-FILE ASSIGN TO "EMPLOYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-FILE-STATUS.

      * Permanent payroll history - read by key for the period and
      * employee asked about, then re-opened to add the reversal
      * record under the next free sequence number. OPTIONAL so a
      * missing history file simply finds nothing
           SELECT OPTIONAL PAYHIST-FILE ASSIGN TO "PAYHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-EMP-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS HIST-PERIOD-END
                   WITH DUPLICATES
               FILE STATUS IS WS-PAYHIST-FILE-STATUS.

      * Standing garnishment orders, written back with the
      * reversed withholdings returned. OPTIONAL - no orders file
      * simply means there is nothing to return
           SELECT OPTIONAL GARNORD-FILE ASSIGN TO "GARNORD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

      * Deduction arrears ADVANCED-PAYROLL carries, read only to
      * list what a reversed regular-run payment may have moved.
      * OPTIONAL - no file simply means nothing is owed
           SELECT OPTIONAL ARREARS-FILE ASSIGN TO "ARREARS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

      * Last payroll year YEAR-END-CLOSE has closed
           SELECT YEARCTL-FILE ASSIGN TO "YEARCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YEARCTL-FILE-STATUS.

      * Account mapping reference shared with GL-POSTING
           SELECT GLMAP-FILE ASSIGN TO "GLACCTMAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLMAP-FILE-STATUS.

      * Offsetting postings handed to the general ledger
           SELECT GLREV-FILE ASSIGN TO "GLREVERSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

      * Permanent employee-master audit trail. OPTIONAL so the
      * very first run creates the archive
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO "EMPAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

      * Reversal register
           SELECT REGISTER-FILE ASSIGN TO "REVERSAL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
      *--------------------------------------------------------
      * Defines the structure of all data used by the program
      *--------------------------------------------------------

       FILE SECTION.
      *--------------------------------------------------------
      * Reversal Request File Layout
      *--------------------------------------------------------
       FD REQUEST-FILE.
       01 REQUEST-REC.
           05 RV-PERIOD       PIC X(6).  *> Pay period (YYYYMM) the
                                         *> payment was posted under
           05 RV-EMP-ID       PIC 9(5).  *> Employee paid
           05 RV-PAY-TYPE     PIC X(1).  *> Which payment: SPACE = the
                                         *> regular run's, "R"/"F"/"M"
                                         *> = an OFFCYCLE-PAY re-issue,
                                         *> final pay or manual check
           05 RV-REQUESTED-BY PIC X(20). *> Who asked for the reversal
           05 RV-REASON       PIC X(30). *> Why

      *--------------------------------------------------------
      * Employee Master File Layout
      *--------------------------------------------------------
       FD EMP-FILE.

           COPY EMPREC.

      *--------------------------------------------------------
      * Payroll History File Layout
      * Each record is a byte-for-byte PAY-REC image behind its
      * key, decoded through the PAY-REC in working storage below
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
      * Deduction Arrears File Layout
      * Same record ADVANCED-PAYROLL maintains - keep in step
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
      * Year Control File Layout
      * Same record YEAR-END-CLOSE maintains - keep in step
      *--------------------------------------------------------
       FD YEARCTL-FILE.
       01 YEARCTL-REC.
           05 YC-LAST-CLOSED-YEAR PIC 9(4).
               *> Last payroll year closed by YEAR-END-CLOSE

      *--------------------------------------------------------
      * Account Mapping Reference File Layout
      * Same reference file GL-POSTING reads - keep in step
      *--------------------------------------------------------
       FD GLMAP-FILE.
       01 GLMAP-REC.
           05 GLM-DEPT    PIC X(20). *> Department name, cost
                                     *> center name, or *-key
           05 GLM-ACCOUNT PIC X(8).  *> General ledger account

      *--------------------------------------------------------
      * Offsetting Posting File Layout
      * Same record GL-POSTING writes to GLPOST.DAT - keep the
      * two in step
      *--------------------------------------------------------
       FD GLREV-FILE.
       01 GLPOST-REC.
           05 GL-REC-TYPE PIC X(1).  *> "D" detail, "C" control
           05 GL-PERIOD   PIC X(6).  *> Pay period the reversed
                                     *> payment was posted under; on
                                     *> the control record, the
                                     *> month the reversals ran
           05 GL-ACCOUNT  PIC X(8).  *> Account posted to
                                     *> (spaces on the control record)
           05 GL-DR-CR    PIC X(2).  *> "DR" or "CR"
                                     *> (spaces on the control record)
           05 GL-AMOUNT   PIC 9(11)V99.
                                     *> Posting amount; on the control
                                     *> record, the total of debits
           05 GL-AMOUNT-2 PIC 9(11)V99.
                                     *> Zeros on details; on the
                                     *> control record, the total of
                                     *> credits
           05 GL-DESC     PIC X(35). *> Posting description

      *--------------------------------------------------------
      * Employee Master Audit Trail File Layout
      *--------------------------------------------------------
       FD AUDIT-FILE.

           COPY AUDITREC.

      *--------------------------------------------------------
      * Reversal Register File Layout
      *--------------------------------------------------------
       FD REGISTER-FILE.
       01 REGISTER-REC PIC X(80).
           *> One printed line of the reversal register

       WORKING-STORAGE SECTION.
      *--------------------------------------------------------
      * Temporary variables used during program execution
      *--------------------------------------------------------

      * The payment being reversed, decoded from its history image
           COPY PAYREC.

       01 EOF-REQUEST PIC X VALUE "N".
           *> End-of-file indicator for the request file

       01 EOF-HIST PIC X VALUE "N".
           *> End-of-file indicator for the history file, reset
           *> before each request's scan

       01 EOF-GARN PIC X VALUE "N".
           *> End-of-file indicator for the garnishment order file

       01 EOF-GLMAP PIC X VALUE "N".
           *> End-of-file indicator for the account map

       01 EOF-ARREARS PIC X VALUE "N".
           *> End-of-file indicator for the arrears file, reset
           *> before each reversal's scan

       01 WS-ARR-FOUND PIC X VALUE "N".
           *> "Y" once the scan has met an arrear for the employee

       01 WS-EMP-FILE-STATUS PIC X(2) VALUE "00".
           *> ISAM file status for EMP-FILE (indexed)

       01 WS-PAYHIST-FILE-STATUS PIC X(2) VALUE "00".
           *> ISAM file status for PAYHIST-FILE (indexed); "05" on
           *> OPEN just means no history exists yet, "22" on WRITE
           *> that the sequence number is already taken

       01 WS-HIST-WRITTEN PIC X VALUE "N".
           *> "Y" once WRITE-REVERSAL-HISTORY has found the record a
           *> free sequence number

       01 WS-YEARCTL-FILE-STATUS PIC X(2) VALUE "00".
           *> File status for YEARCTL-FILE; "35" means no year has
           *> ever been closed

       01 WS-GLMAP-FILE-STATUS PIC X(2) VALUE "00".
           *> File status for GLMAP-FILE; a missing map is a halt -
           *> no offsetting entry could be posted without it

       01 WS-LAST-CLOSED-YEAR PIC 9(4) VALUE ZEROS.
           *> Last year already closed, loaded from YEARCTL.DAT

       01 WS-ORIG-YEAR PIC 9(4) VALUE ZEROS.
           *> Payroll year the payment being reversed belongs to

       01 WS-ORIG-COUNT PIC 9(3) VALUE ZEROS.
           *> Payments of the requested kind found for the period
       01 WS-ORIG-SUB   PIC 9(3) VALUE ZEROS.
           *> Working subscript over WS-ORIG-TABLE
       01 WS-ORIG-PICK  PIC 9(3) VALUE ZEROS.
           *> The entry chosen for reversal - the latest not yet
           *> reversed; ZEROS when every one has been

       01 WS-ORIG-TABLE.
           *> Each payment of the requested kind the period and
           *> employee hold, in sequence order, marked off as the
           *> reversal that voids it is met
           05 WS-ORIG-ENTRY OCCURS 50 TIMES.
               10 WS-ORIG-TAB-IMAGE  PIC X(401).
               10 WS-ORIG-TAB-VOIDED PIC X.
                   *> "Y" once a reversal on file has voided it


       01 WS-REJECT-REASON PIC X(60) VALUE SPACES.
           *> Why the request in hand is refused; SPACES while it
           *> is still good to reverse

       01 WS-AUDIT-BEFORE PIC X(250) VALUE SPACES.
           *> Image of the employee record exactly as it was read,
           *> saved before anything touches it

       01 WS-HAS-DETAIL PIC X VALUE "Y".
           *> "N" when the payment's history image predates the
           *> leave and garnishment detail - those are then left
           *> for payroll to put back by hand

       01 WS-PENSION-BACKOUT PIC X VALUE "N".
           *> "Y" when the payment's benefit fed YTD-PENSION

       01 WS-LEAVE-WORK PIC S9(7)V99 VALUE ZEROS.
           *> Leave balance with the payment backed out, signed so
           *> leave used since the payment shows up as a shortfall
       01 WS-LEAVE-SHORT PIC 9(7)V99 VALUE ZEROS.
           *> Accrual that could not be taken back because the
           *> employee has since used it

       01 WS-GARN-COUNT PIC 9(3) VALUE ZEROS.
           *> Number of standing garnishment orders loaded
       01 WS-GARN-SUB   PIC 9(3) VALUE ZEROS.
           *> Working subscript over WS-GARN-TABLE
       01 WS-PAYGARN-SUB PIC 9(1) VALUE ZEROS.
           *> Working subscript over the payment's order entries

       01 WS-GARN-TABLE.
           *> The standing orders, written back to GARNORD.DAT at
           *> end of run if any reversal returned a withholding
           05 WS-GARN-ENTRY OCCURS 100 TIMES.
               10 WS-GARN-EMP-ID      PIC 9(5).
               10 WS-GARN-AGENCY      PIC X(20).
               10 WS-GARN-CASE-NO     PIC X(15).
               10 WS-GARN-PERIOD-AMT  PIC 9(7)V99.
               10 WS-GARN-TOTAL-ORD   PIC 9(9)V99.
               10 WS-GARN-WITHHELD    PIC 9(9)V99.
               10 WS-GARN-PERIOD-ID   PIC X(6).
               10 WS-GARN-THIS-PERIOD PIC 9(9)V99.

       01 WS-GARN-CHANGED PIC X VALUE "N".
           *> "Y" once a reversal has returned a withholding, so
           *> GARNORD.DAT must be written back

       01 WS-MAP-COUNT PIC 9(3) VALUE ZEROS.
           *> Number of mapping entries loaded
       01 WS-MAP-SUB   PIC 9(3) VALUE ZEROS.
           *> Working subscript used to search WS-MAP-TABLE
       01 WS-KEY-SUB   PIC 9(1) VALUE ZEROS.
           *> Subscript driving the required-*-key check

       01 WS-MAP-TABLE.
           *> The account map loaded from GLACCTMAP.DAT
           05 WS-MAP-ENTRY OCCURS 60 TIMES.
               10 WS-MAP-DEPT    PIC X(20) VALUE SPACES.
               10 WS-MAP-ACCOUNT PIC X(8) VALUE SPACES.

       01 WS-LOOKUP-KEY     PIC X(20) VALUE SPACES.
       01 WS-LOOKUP-ACCOUNT PIC X(8) VALUE SPACES.
       01 WS-LOOKUP-FOUND   PIC X VALUE "N".
           *> FIND-MAP-ACCOUNT's argument and results

       01 WS-SPLIT-SUB PIC 9(1) VALUE ZEROS.
           *> Working subscript over a PAY-REC's split entries

       01 WS-OTHER-AMOUNT PIC S9(9)V99 VALUE ZEROS.
           *> Non-taxable pay in the payment's NET beyond GROSS less
           *> TAX and DEDUCTIONS - GL-POSTING's reimbursement figure

       01 WS-DEBIT-TOTAL  PIC 9(11)V99 VALUE ZEROS.
       01 WS-CREDIT-TOTAL PIC 9(11)V99 VALUE ZEROS.
           *> Control totals accumulated as postings are written

       01 WS-RUN-DATE PIC 9(8) VALUE ZEROS.
       01 WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05 WS-RUN-MONTH PIC X(6).
           05 FILLER       PIC X(2).
           *> Today's date; its YYYYMM stamps the control record

       01 WS-REQUEST-COUNT  PIC 9(5) VALUE ZEROS.
           *> Requests read from REVERSAL.DAT
       01 WS-REVERSED-COUNT PIC 9(5) VALUE ZEROS.
           *> Payments reversed
       01 WS-REJECT-COUNT   PIC 9(5) VALUE ZEROS.
           *> Requests refused

       01 WS-TOTAL-GROSS  PIC 9(9)V99 VALUE ZEROS.
       01 WS-TOTAL-TAX    PIC 9(9)V99 VALUE ZEROS.
       01 WS-TOTAL-DEDUCT PIC 9(9)V99 VALUE ZEROS.
       01 WS-TOTAL-NET    PIC 9(9)V99 VALUE ZEROS.
           *> Register totals of everything reversed this run

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
      * The account map is checked before any file is opened for
      * output - a reversal with no ledger side must never start
           PERFORM LOAD-ACCOUNT-MAP
           PERFORM LOAD-YEAR-CONTROL

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           OPEN INPUT REQUEST-FILE
           OPEN I-O EMP-FILE
           OPEN OUTPUT GLREV-FILE REGISTER-FILE

      * The audit trail is append-only - earlier runs' records
      * must never be truncated away
           OPEN EXTEND AUDIT-FILE

           PERFORM WRITE-REGISTER-HEADER

           PERFORM LOAD-GARNISH-ORDERS

           PERFORM READ-REQUEST-RECORD.

       LOAD-ACCOUNT-MAP.
      * Same map, same required *-keys as GL-POSTING
           OPEN INPUT GLMAP-FILE
           IF WS-GLMAP-FILE-STATUS NOT = "00"
               DISPLAY "RUN HALTED: GLACCTMAP.DAT could not be "
                   "opened (STATUS " WS-GLMAP-FILE-STATUS ")"
               STOP RUN
           END-IF

           PERFORM UNTIL EOF-GLMAP = "Y"
               READ GLMAP-FILE
                   AT END
                       MOVE "Y" TO EOF-GLMAP
                   NOT AT END
                       PERFORM LOAD-ONE-MAP-ENTRY
               END-READ
           END-PERFORM
           CLOSE GLMAP-FILE

           IF WS-MAP-COUNT = ZEROS
               DISPLAY "RUN HALTED: GLACCTMAP.DAT is empty"
               STOP RUN
           END-IF

           PERFORM CHECK-ONE-REQUIRED-KEY
               VARYING WS-KEY-SUB FROM 1 BY 1
               UNTIL WS-KEY-SUB > 6.

       LOAD-ONE-MAP-ENTRY.
           IF WS-MAP-COUNT >= 60
               DISPLAY "RUN HALTED: GLACCTMAP.DAT has more than 60 "
                   "entries - raise the WS-MAP-TABLE limit"
               STOP RUN
           END-IF
           ADD 1 TO WS-MAP-COUNT
           MOVE GLM-DEPT    TO WS-MAP-DEPT(WS-MAP-COUNT)
           MOVE GLM-ACCOUNT TO WS-MAP-ACCOUNT(WS-MAP-COUNT).

       CHECK-ONE-REQUIRED-KEY.
           EVALUATE WS-KEY-SUB
               WHEN 1 MOVE "*TAX"    TO WS-LOOKUP-KEY
               WHEN 2 MOVE "*DEDUCT" TO WS-LOOKUP-KEY
               WHEN 3 MOVE "*NET"    TO WS-LOOKUP-KEY
               WHEN 4 MOVE "*OTHER"  TO WS-LOOKUP-KEY
               WHEN 5 MOVE "*BENEXP" TO WS-LOOKUP-KEY
               WHEN 6 MOVE "*BENPAY" TO WS-LOOKUP-KEY
           END-EVALUATE
           PERFORM FIND-MAP-ACCOUNT
           IF WS-LOOKUP-FOUND = "N"
               DISPLAY "RUN HALTED: GLACCTMAP.DAT is missing the "
                   WS-LOOKUP-KEY " account"
               STOP RUN
           END-IF.

       FIND-MAP-ACCOUNT.
           MOVE "N" TO WS-LOOKUP-FOUND
           MOVE SPACES TO WS-LOOKUP-ACCOUNT
           PERFORM VARYING WS-MAP-SUB FROM 1 BY 1
                   UNTIL WS-MAP-SUB > WS-MAP-COUNT
               IF WS-MAP-DEPT(WS-MAP-SUB) = WS-LOOKUP-KEY
                   MOVE WS-MAP-ACCOUNT(WS-MAP-SUB)
                       TO WS-LOOKUP-ACCOUNT
                   MOVE "Y" TO WS-LOOKUP-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       FIND-EXPENSE-ACCOUNT.
      * A department or cost center's own expense account, falling
      * back to *DEFAULT exactly as GL-POSTING does
           PERFORM FIND-MAP-ACCOUNT
           IF WS-LOOKUP-FOUND = "N"
               MOVE "*DEFAULT" TO WS-LOOKUP-KEY
               PERFORM FIND-MAP-ACCOUNT
           END-IF.

       LOAD-YEAR-CONTROL.
      * A missing YEARCTL.DAT means no year has been closed yet
           OPEN INPUT YEARCTL-FILE
           IF WS-YEARCTL-FILE-STATUS = "00"
               READ YEARCTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE YC-LAST-CLOSED-YEAR
                           TO WS-LAST-CLOSED-YEAR
               END-READ
               CLOSE YEARCTL-FILE
           END-IF.

       LOAD-GARNISH-ORDERS.
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
           END-IF.

       PROCESS-ONE-REQUEST.
           ADD 1 TO WS-REQUEST-COUNT
           MOVE SPACES TO WS-REJECT-REASON

           PERFORM FIND-ORIGINAL-PAYMENT

           IF WS-REJECT-REASON = SPACES
               MOVE RV-EMP-ID TO EMP-ID
               READ EMP-FILE
                   INVALID KEY
                       MOVE "EMPLOYEE NOT FOUND ON EMPLOYEE.DAT"
                           TO WS-REJECT-REASON
                   NOT INVALID KEY
                       MOVE EMP-REC TO WS-AUDIT-BEFORE
                       PERFORM VALIDATE-REVERSAL
               END-READ
           END-IF

           IF WS-REJECT-REASON = SPACES
               PERFORM BACK-OUT-EMPLOYEE
           END-IF

      * Nothing is posted anywhere else until the master has
      * actually taken the reversal
           IF WS-REJECT-REASON = SPACES
               PERFORM REVERSE-GARNISH-ORDERS
               PERFORM WRITE-REVERSAL-HISTORY
               PERFORM WRITE-OFFSET-POSTINGS
               PERFORM WRITE-AUDIT-RECORD
               PERFORM LIST-REVERSAL
           ELSE
               PERFORM LIST-REJECTED-REQUEST
           END-IF

           PERFORM READ-REQUEST-RECORD.

       FIND-ORIGINAL-PAYMENT.
      * Read just the period and employee's records, in sequence
      * order: table the payments of the kind asked for, and mark
      * off each one a reversal already on file voided. The latest
      * payment still unmarked is the one reversed; once every one
      * is marked there is nothing left to reverse
           MOVE ZEROS TO WS-ORIG-COUNT
           MOVE ZEROS TO WS-ORIG-PICK

           MOVE "N" TO EOF-HIST
           OPEN INPUT PAYHIST-FILE
           MOVE RV-PERIOD TO HIST-PERIOD
           MOVE RV-EMP-ID TO HIST-EMP-ID
           MOVE ZEROS     TO HIST-SEQ
           START PAYHIST-FILE KEY IS NOT LESS THAN HIST-KEY
               INVALID KEY
                   MOVE "Y" TO EOF-HIST
           END-START
           PERFORM UNTIL EOF-HIST = "Y"
               READ PAYHIST-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF-HIST
                   NOT AT END
                       IF HIST-PERIOD NOT = RV-PERIOD
                               OR HIST-EMP-ID NOT = RV-EMP-ID
                           MOVE "Y" TO EOF-HIST
                       ELSE
                           PERFORM CHECK-ONE-HISTORY-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAYHIST-FILE

           PERFORM VARYING WS-ORIG-SUB FROM WS-ORIG-COUNT BY -1
                   UNTIL WS-ORIG-SUB < 1
               IF WS-ORIG-TAB-VOIDED(WS-ORIG-SUB) = "N"
                   MOVE WS-ORIG-SUB TO WS-ORIG-PICK
                   EXIT PERFORM
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-ORIG-COUNT = ZEROS
                   MOVE "NO SUCH PAYMENT ON PAYHIST.DAT"
                       TO WS-REJECT-REASON
               WHEN WS-ORIG-PICK = ZEROS
                   MOVE "PAYMENT ALREADY REVERSED"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE WS-ORIG-TAB-IMAGE(WS-ORIG-PICK) TO PAY-REC
           END-EVALUATE.

       CHECK-ONE-HISTORY-RECORD.
      * A reversal always keys after the payment it voids, so that
      * payment is already in the table when the reversal is read
           MOVE HIST-PAY-IMAGE TO PAY-REC
           IF PAY-REC-REVERSAL
               IF PAY-REVERSED-TYPE = RV-PAY-TYPE
                   PERFORM MARK-VOIDED-PAYMENT
               END-IF
           ELSE
               IF PAY-REC-TYPE = RV-PAY-TYPE
                   IF WS-ORIG-COUNT < 50
                       ADD 1 TO WS-ORIG-COUNT
                       MOVE HIST-PAY-IMAGE
                           TO WS-ORIG-TAB-IMAGE(WS-ORIG-COUNT)
                       MOVE "N" TO WS-ORIG-TAB-VOIDED(WS-ORIG-COUNT)
                   ELSE
                       DISPLAY "RUN HALTED: more than 50 payments "
                           "of one kind for period " RV-PERIOD
                           " employee " RV-EMP-ID " - raise the "
                           "WS-ORIG-TABLE limit"
                       STOP RUN
                   END-IF
               END-IF
           END-IF.

       MARK-VOIDED-PAYMENT.
      * WRITE-REVERSAL-HISTORY changes nothing on the image but
      * the two kind bytes, so putting them back gives the voided
      * payment's image exactly; the first unmarked payment that
      * matches it is the one it voided (two identical payments
      * are interchangeable)
           MOVE PAY-REVERSED-TYPE TO PAY-REC-TYPE
           MOVE SPACE             TO PAY-REVERSED-TYPE
           PERFORM VARYING WS-ORIG-SUB FROM 1 BY 1
                   UNTIL WS-ORIG-SUB > WS-ORIG-COUNT
               IF WS-ORIG-TAB-VOIDED(WS-ORIG-SUB) = "N"
                       AND WS-ORIG-TAB-IMAGE(WS-ORIG-SUB) = PAY-REC
                   MOVE "Y" TO WS-ORIG-TAB-VOIDED(WS-ORIG-SUB)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       VALIDATE-REVERSAL.
      * A closed year's YTD totals were archived and reset, so
      * backing a payment out of them now would corrupt the new
      * year
           IF PAY-PERIOD-END NUMERIC
               COMPUTE WS-ORIG-YEAR = PAY-PERIOD-END / 10000
           ELSE
               MOVE PAY-PERIOD(1:4) TO WS-ORIG-YEAR
           END-IF
           IF WS-ORIG-YEAR NOT > WS-LAST-CLOSED-YEAR
               MOVE "PAYMENT IS IN A YEAR YEAR-END-CLOSE HAS CLOSED"
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

      * Images written before the leave and order detail existed
      * still reverse their YTD figures; the rest is left to
      * payroll and said so on the register
           IF PAY-LEAVE-ACCRUED NUMERIC AND PAY-LEAVE-TAKEN NUMERIC
                   AND PAY-GARN-COUNT NUMERIC
               MOVE "Y" TO WS-HAS-DETAIL
           ELSE
               MOVE "N" TO WS-HAS-DETAIL
           END-IF

           MOVE "N" TO WS-PENSION-BACKOUT
           IF WS-HAS-DETAIL = "Y"
               IF PAY-BEN-PENSION
                   MOVE "Y" TO WS-PENSION-BACKOUT
               END-IF
           ELSE
               IF BEN-PLAN-PENSION
                   MOVE "Y" TO WS-PENSION-BACKOUT
               END-IF
           END-IF

      * The accumulators can only give back what they hold - one
      * short of the payment means the master has already drifted
      * and must be put right before anything is reversed
           IF YTD-GROSS < GROSS-PAY OR YTD-TAX < TAX-AMT
                   OR YTD-DEDUCT < DEDUCTIONS
                   OR YTD-ER-TAX < PAY-EMPLOYER-TAX
               MOVE "YTD TOTALS LESS THAN THE PAYMENT - CHECK MASTER"
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-PENSION-BACKOUT = "Y"
                   AND YTD-PENSION < PAY-BENEFIT-DED
               MOVE "YTD-PENSION LESS THAN THE PAYMENT - CHECK MASTER"
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           IF WS-HAS-DETAIL = "Y"
               COMPUTE WS-LEAVE-WORK =
                   LEAVE-BALANCE + PAY-LEAVE-TAKEN - PAY-LEAVE-ACCRUED
               IF WS-LEAVE-WORK > 99999.99
                   MOVE "LEAVE BALANCE WOULD OVERFLOW ON REVERSAL"
                       TO WS-REJECT-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF

      * Every expense account the offsetting entries need must be
      * mapped before the master is touched
           IF PAY-SPLIT-COUNT NUMERIC AND PAY-SPLIT-COUNT > ZEROS
               PERFORM VARYING WS-SPLIT-SUB FROM 1 BY 1
                       UNTIL WS-SPLIT-SUB > PAY-SPLIT-COUNT
                   MOVE PAY-SPLIT-CC(WS-SPLIT-SUB) TO WS-LOOKUP-KEY
                   PERFORM FIND-EXPENSE-ACCOUNT
                   IF WS-LOOKUP-FOUND = "N"
                       MOVE "COST CENTER NOT MAPPED IN GLACCTMAP.DAT"
                           TO WS-REJECT-REASON
                   END-IF
               END-PERFORM
           ELSE
               MOVE PAY-DEPT TO WS-LOOKUP-KEY
               PERFORM FIND-EXPENSE-ACCOUNT
               IF WS-LOOKUP-FOUND = "N"
                   MOVE "DEPARTMENT NOT MAPPED IN GLACCTMAP.DAT"
                       TO WS-REJECT-REASON
               END-IF
           END-IF.

       BACK-OUT-EMPLOYEE.
      * Take the payment's figures back off the accumulators and
      * undo its leave movement, then rewrite the master
           SUBTRACT GROSS-PAY        FROM YTD-GROSS
           SUBTRACT TAX-AMT          FROM YTD-TAX
           SUBTRACT DEDUCTIONS       FROM YTD-DEDUCT
           SUBTRACT PAY-EMPLOYER-TAX FROM YTD-ER-TAX
           IF WS-PENSION-BACKOUT = "Y"
               SUBTRACT PAY-BENEFIT-DED FROM YTD-PENSION
           END-IF

      * Leave the employee has used since the payment cannot be
      * taken back; the balance stops at zero and the shortfall is
      * registered
           MOVE ZEROS TO WS-LEAVE-SHORT
           IF WS-HAS-DETAIL = "Y"
               IF WS-LEAVE-WORK < ZEROS
                   COMPUTE WS-LEAVE-SHORT = ZEROS - WS-LEAVE-WORK
                   MOVE ZEROS TO LEAVE-BALANCE
               ELSE
                   MOVE WS-LEAVE-WORK TO LEAVE-BALANCE
               END-IF
           END-IF

           REWRITE EMP-REC
               INVALID KEY
                   MOVE SPACES TO WS-REJECT-REASON
                   STRING "EMPLOYEE.DAT REWRITE FAILED, STATUS "
                       WS-EMP-FILE-STATUS
                       DELIMITED BY SIZE INTO WS-REJECT-REASON
           END-REWRITE.

       REVERSE-GARNISH-ORDERS.
           IF WS-HAS-DETAIL = "Y" AND PAY-GARN-COUNT > ZEROS
               PERFORM REVERSE-ONE-GARNISH-ORDER
                   VARYING WS-PAYGARN-SUB FROM 1 BY 1
                   UNTIL WS-PAYGARN-SUB > PAY-GARN-COUNT
           END-IF.

       REVERSE-ONE-GARNISH-ORDER.
      * Hand the withholding back to the order it was taken for -
      * the order will take it again from a later pay. The period
      * figure only comes down while it still belongs to the
      * reversed payment's period
           MOVE ZEROS TO WS-GARN-SUB
           PERFORM VARYING WS-GARN-SUB FROM 1 BY 1
                   UNTIL WS-GARN-SUB > WS-GARN-COUNT
               IF WS-GARN-EMP-ID(WS-GARN-SUB) = PAY-EMP-ID
                       AND WS-GARN-CASE-NO(WS-GARN-SUB)
                           = PAY-GARN-CASE-NO(WS-PAYGARN-SUB)
                   EXIT PERFORM
               END-IF
           END-PERFORM

           MOVE PAY-GARN-AMT(WS-PAYGARN-SUB) TO WS-EDIT-AMOUNT
           IF WS-GARN-SUB > WS-GARN-COUNT
               MOVE SPACES TO REGISTER-REC
               STRING "    WARNING: ORDER "
                   PAY-GARN-CASE-NO(WS-PAYGARN-SUB)
                   " NO LONGER ON GARNORD.DAT"
                   DELIMITED BY SIZE INTO REGISTER-REC
               WRITE REGISTER-REC
               MOVE SPACES TO REGISTER-REC
               STRING "        RETURN " WS-EDIT-AMOUNT " BY HAND"
                   DELIMITED BY SIZE INTO REGISTER-REC
               WRITE REGISTER-REC
               EXIT PARAGRAPH
           END-IF

           IF WS-GARN-WITHHELD(WS-GARN-SUB)
                   < PAY-GARN-AMT(WS-PAYGARN-SUB)
               MOVE ZEROS TO WS-GARN-WITHHELD(WS-GARN-SUB)
           ELSE
               SUBTRACT PAY-GARN-AMT(WS-PAYGARN-SUB)
                   FROM WS-GARN-WITHHELD(WS-GARN-SUB)
           END-IF
           IF WS-GARN-PERIOD-ID(WS-GARN-SUB) = PAY-PERIOD
               IF WS-GARN-THIS-PERIOD(WS-GARN-SUB)
                       < PAY-GARN-AMT(WS-PAYGARN-SUB)
                   MOVE ZEROS TO WS-GARN-THIS-PERIOD(WS-GARN-SUB)
               ELSE
                   SUBTRACT PAY-GARN-AMT(WS-PAYGARN-SUB)
                       FROM WS-GARN-THIS-PERIOD(WS-GARN-SUB)
               END-IF
           END-IF
           MOVE "Y" TO WS-GARN-CHANGED

           MOVE SPACES TO REGISTER-REC
           STRING "    RETURNED TO ORDER "
               PAY-GARN-CASE-NO(WS-PAYGARN-SUB) ": " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO REGISTER-REC
           WRITE REGISTER-REC.

       WRITE-REVERSAL-HISTORY.
      * The reversal record is the original image marked "V" with
      * the original's kind kept beside it, so every history reader
      * can net the two and a second reversal is refused. It keys
      * under the original's period and employee at the next free
      * sequence number, so it sorts after the payment it voids
           MOVE PAY-REC-TYPE TO PAY-REVERSED-TYPE
           MOVE "V" TO PAY-REC-TYPE
           MOVE PAY-PERIOD     TO HIST-PERIOD
           MOVE PAY-EMP-ID     TO HIST-EMP-ID
           MOVE PAY-PERIOD-END TO HIST-PERIOD-END
           MOVE PAY-REC        TO HIST-PAY-IMAGE
           MOVE 1 TO HIST-SEQ
           OPEN I-O PAYHIST-FILE
           IF WS-PAYHIST-FILE-STATUS NOT = "00"
               DISPLAY "RUN HALTED: PAYHIST.DAT could not be "
                   "opened (status " WS-PAYHIST-FILE-STATUS
                   ") - employee " PAY-EMP-ID " is backed out but "
                   "has no reversal record"
               STOP RUN
           END-IF
           MOVE "N" TO WS-HIST-WRITTEN
           PERFORM UNTIL WS-HIST-WRITTEN = "Y"
               WRITE HIST-REC
                   INVALID KEY
                       IF WS-PAYHIST-FILE-STATUS = "22"
                               AND HIST-SEQ < 999
                           ADD 1 TO HIST-SEQ
                       ELSE
                           DISPLAY "RUN HALTED: PAYHIST.DAT write "
                               "failed (status "
                               WS-PAYHIST-FILE-STATUS ") - employee "
                               PAY-EMP-ID " is backed out but has no "
                               "reversal record"
                           STOP RUN
                       END-IF
                   NOT INVALID KEY
                       MOVE "Y" TO WS-HIST-WRITTEN
               END-WRITE
           END-PERFORM
           CLOSE PAYHIST-FILE.

       WRITE-OFFSET-POSTINGS.
      * The payment's postings exactly as GL-POSTING made them,
      * with debit and credit swapped. A re-issue paid only the
      * net of a payment already costed, so it carries no ledger
      * side of its own. GL-POSTING posts only the regular run's
      * PAYROLL.DAT, so a final pay or manual check never reached
      * the ledger either - any entries made for it were made by
      * hand, and are adjusted by hand
           IF PAY-REVERSED-TYPE = "R"
               MOVE SPACES TO REGISTER-REC
               STRING "    RE-ISSUE - NO OFFSETTING LEDGER ENTRIES"
                   DELIMITED BY SIZE INTO REGISTER-REC
               WRITE REGISTER-REC
               EXIT PARAGRAPH
           END-IF
           IF PAY-REVERSED-TYPE NOT = SPACE
               MOVE SPACES TO REGISTER-REC
               STRING "    NO LEDGER ENTRIES WERE POSTED - ADJUST BY "
                   "HAND"
                   DELIMITED BY SIZE INTO REGISTER-REC
               WRITE REGISTER-REC
               EXIT PARAGRAPH
           END-IF

           IF PAY-SPLIT-COUNT NUMERIC AND PAY-SPLIT-COUNT > ZEROS
               PERFORM WRITE-ONE-SPLIT-CREDIT
                   VARYING WS-SPLIT-SUB FROM 1 BY 1
                   UNTIL WS-SPLIT-SUB > PAY-SPLIT-COUNT
           ELSE
               MOVE PAY-DEPT TO WS-LOOKUP-KEY
               PERFORM FIND-EXPENSE-ACCOUNT
               MOVE GROSS-PAY TO GL-AMOUNT
               MOVE "CR" TO GL-DR-CR
               MOVE SPACES TO GL-DESC
               STRING "REV SALARY EXP " PAY-DEPT
                   DELIMITED BY SIZE INTO GL-DESC
               PERFORM WRITE-ONE-POSTING
           END-IF

           COMPUTE WS-OTHER-AMOUNT =
               NET-PAY + TAX-AMT + DEDUCTIONS - GROSS-PAY
           IF WS-OTHER-AMOUNT > ZEROS
               MOVE "*OTHER" TO WS-LOOKUP-KEY
               PERFORM FIND-MAP-ACCOUNT
               MOVE WS-OTHER-AMOUNT TO GL-AMOUNT
               MOVE "CR" TO GL-DR-CR
               MOVE "REV REIMBURSEMENT EXPENSE" TO GL-DESC
               PERFORM WRITE-ONE-POSTING
           END-IF

           MOVE "*BENEXP" TO WS-LOOKUP-KEY
           PERFORM FIND-MAP-ACCOUNT
           MOVE PAY-EMPLOYER-CONT TO GL-AMOUNT
           MOVE "CR" TO GL-DR-CR
           MOVE "REV EMPLOYER BENEFIT EXPENSE" TO GL-DESC
           PERFORM WRITE-ONE-POSTING

           MOVE "*TAX" TO WS-LOOKUP-KEY
           PERFORM FIND-MAP-ACCOUNT
           MOVE TAX-AMT TO GL-AMOUNT
           MOVE "DR" TO GL-DR-CR
           MOVE "REV TAX WITHHELD PAYABLE" TO GL-DESC
           PERFORM WRITE-ONE-POSTING

           MOVE "*DEDUCT" TO WS-LOOKUP-KEY
           PERFORM FIND-MAP-ACCOUNT
           MOVE DEDUCTIONS TO GL-AMOUNT
           MOVE "DR" TO GL-DR-CR
           MOVE "REV DEDUCTIONS PAYABLE" TO GL-DESC
           PERFORM WRITE-ONE-POSTING

           MOVE "*NET" TO WS-LOOKUP-KEY
           PERFORM FIND-MAP-ACCOUNT
           MOVE NET-PAY TO GL-AMOUNT
           MOVE "DR" TO GL-DR-CR
           MOVE "REV NET PAY CLEARING" TO GL-DESC
           PERFORM WRITE-ONE-POSTING

           MOVE "*BENPAY" TO WS-LOOKUP-KEY
           PERFORM FIND-MAP-ACCOUNT
           MOVE PAY-EMPLOYER-CONT TO GL-AMOUNT
           MOVE "DR" TO GL-DR-CR
           MOVE "REV EMPLOYER BENEFIT PAYABLE" TO GL-DESC
           PERFORM WRITE-ONE-POSTING.

       WRITE-ONE-SPLIT-CREDIT.
           MOVE PAY-SPLIT-CC(WS-SPLIT-SUB) TO WS-LOOKUP-KEY
           PERFORM FIND-EXPENSE-ACCOUNT
           MOVE PAY-SPLIT-GROSS(WS-SPLIT-SUB) TO GL-AMOUNT
           MOVE "CR" TO GL-DR-CR
           MOVE SPACES TO GL-DESC
           STRING "REV SALARY EXP " PAY-SPLIT-CC(WS-SPLIT-SUB)
               DELIMITED BY SIZE INTO GL-DESC
           PERFORM WRITE-ONE-POSTING.

       WRITE-ONE-POSTING.
      * The caller set GL-AMOUNT, GL-DR-CR and GL-DESC and left
      * the account in WS-LOOKUP-ACCOUNT; zero postings are
      * skipped so the ledger never sees an empty line
           IF GL-AMOUNT = ZEROS
               CONTINUE
           ELSE
               MOVE "D" TO GL-REC-TYPE
               MOVE PAY-PERIOD TO GL-PERIOD
               MOVE WS-LOOKUP-ACCOUNT TO GL-ACCOUNT
               MOVE ZEROS TO GL-AMOUNT-2
               IF GL-DR-CR = "DR"
                   ADD GL-AMOUNT TO WS-DEBIT-TOTAL
               ELSE
                   ADD GL-AMOUNT TO WS-CREDIT-TOTAL
               END-IF
               WRITE GLPOST-REC
           END-IF.

       WRITE-AUDIT-RECORD.
      * Land the before-and-after images of the rewrite that just
      * succeeded on the permanent audit trail
           MOVE EMP-ID          TO AUD-EMP-ID
           ACCEPT AUD-DATE FROM DATE YYYYMMDD
           ACCEPT AUD-TIME FROM TIME
           MOVE "REVERSE-PAY"   TO AUD-PROGRAM
           MOVE "REVERSAL"      TO AUD-ACTION
           MOVE WS-AUDIT-BEFORE TO AUD-BEFORE
           MOVE EMP-REC         TO AUD-AFTER
           WRITE AUDIT-REC.

       WRITE-REGISTER-HEADER.
           MOVE SPACES TO REGISTER-REC
           STRING "PAYROLL REVERSAL REGISTER - RUN " WS-RUN-DATE
               DELIMITED BY SIZE INTO REGISTER-REC
           WRITE REGISTER-REC
           MOVE SPACES TO REGISTER-REC
           WRITE REGISTER-REC.

       LIST-REVERSAL.
           ADD 1          TO WS-REVERSED-COUNT
           ADD GROSS-PAY  TO WS-TOTAL-GROSS
           ADD TAX-AMT    TO WS-TOTAL-TAX
           ADD DEDUCTIONS TO WS-TOTAL-DEDUCT
           ADD NET-PAY    TO WS-TOTAL-NET

           MOVE SPACES TO REGISTER-REC
           STRING "EMPLOYEE " PAY-EMP-ID " " PAY-EMP-NAME
               " PERIOD " PAY-PERIOD " TYPE '" PAY-REVERSED-TYPE
               "' REVERSED"
               DELIMITED BY SIZE INTO REGISTER-REC
           WRITE REGISTER-REC

           MOVE SPACES TO REGISTER-REC
           STRING "    REQUESTED BY " RV-REQUESTED-BY
               " - " RV-REASON
               DELIMITED BY SIZE INTO REGISTER-REC
           WRITE REGISTER-REC

           MOVE GROSS-PAY TO WS-EDIT-AMOUNT
           MOVE SPACES TO REGISTER-REC
           STRING "    GROSS BACKED OUT: " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO REGISTER-REC
           WRITE REGISTER-REC
           MOVE TAX-AMT TO WS-EDIT-AMOUNT
           MOVE SPACES TO REGISTER-REC
           STRING "    TAX BACKED OUT: " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO REGISTER-REC
           WRITE REGISTER-REC
           MOVE DEDUCTIONS TO WS-EDIT-AMOUNT
           MOVE SPACES TO REGISTER-REC
           STRING "    DEDUCTIONS BACKED OUT: " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO REGISTER-REC
           WRITE REGISTER-REC
           MOVE PAY-EMPLOYER-TAX TO WS-EDIT-AMOUNT
           MOVE SPACES TO REGISTER-REC
           STRING "    EMPLOYER TAX BACKED OUT: " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO REGISTER-REC
           WRITE REGISTER-REC
           IF WS-PENSION-BACKOUT = "Y"
               MOVE PAY-BENEFIT-DED TO WS-EDIT-AMOUNT
               MOVE SPACES TO REGISTER-REC
               STRING "    PENSION BACKED OUT: " WS-EDIT-AMOUNT
                   DELIMITED BY SIZE INTO REGISTER-REC
               WRITE REGISTER-REC
           END-IF
           MOVE NET-PAY TO WS-EDIT-AMOUNT
           MOVE SPACES TO REGISTER-REC
           STRING "    NET PAID ON THE ORIGINAL: " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO REGISTER-REC
           WRITE REGISTER-REC

           IF WS-HAS-DETAIL = "N"
               MOVE SPACES TO REGISTER-REC
               STRING "    WARNING: PAYMENT PREDATES LEAVE/ORDER "
                   "DETAIL - ADJUST THOSE BY HAND"
                   DELIMITED BY SIZE INTO REGISTER-REC
               WRITE REGISTER-REC
           END-IF
           IF WS-LEAVE-SHORT > ZEROS
               MOVE WS-LEAVE-SHORT TO WS-EDIT-AMOUNT
               MOVE SPACES TO REGISTER-REC
               STRING "    WARNING: LEAVE ACCRUAL ALREADY USED - "
                   "SHORT " WS-EDIT-AMOUNT
                   DELIMITED BY SIZE INTO REGISTER-REC
               WRITE REGISTER-REC
           END-IF

           IF PAY-REVERSED-TYPE = SPACE
               PERFORM LIST-EMPLOYEE-ARREARS
           END-IF.

       LIST-EMPLOYEE-ARREARS.
      * Only the regular run takes deductions short into arrears or
      * recovers them, and the payment does not record what it
      * moved, so nothing on ARREARS.DAT is changed here - every
      * arrear still owed is listed for payroll to put right by
      * hand. One the payment recovered in full has left the file,
      * so with none left the run's ARREARS.RPT is the place to look
           MOVE "N" TO WS-ARR-FOUND
           MOVE "N" TO EOF-ARREARS
           OPEN INPUT ARREARS-FILE
           PERFORM UNTIL EOF-ARREARS = "Y"
               READ ARREARS-FILE
                   AT END
                       MOVE "Y" TO EOF-ARREARS
                   NOT AT END
                       IF AR-EMP-ID = PAY-EMP-ID
                           PERFORM LIST-ONE-ARREAR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARREARS-FILE

           IF WS-ARR-FOUND = "N"
               MOVE SPACES TO REGISTER-REC
               STRING "    CHECK ARREARS BY HAND - NONE LEFT ON "
                   "ARREARS.DAT, SEE THE RUN ARREARS.RPT"
                   DELIMITED BY SIZE INTO REGISTER-REC
               WRITE REGISTER-REC
           END-IF.

       LIST-ONE-ARREAR.
           IF WS-ARR-FOUND = "N"
               MOVE "Y" TO WS-ARR-FOUND
               MOVE SPACES TO REGISTER-REC
               STRING "    CHECK ARREARS BY HAND - STILL OWED ON "
                   "ARREARS.DAT:"
                   DELIMITED BY SIZE INTO REGISTER-REC
               WRITE REGISTER-REC
           END-IF
           MOVE AR-BALANCE TO WS-EDIT-AMOUNT
           MOVE SPACES TO REGISTER-REC
           STRING "        " AR-TYPE " " AR-REF " " WS-EDIT-AMOUNT
               " SINCE " AR-SINCE-PERIOD
               DELIMITED BY SIZE INTO REGISTER-REC
           WRITE REGISTER-REC.

       LIST-REJECTED-REQUEST.
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO REGISTER-REC
           STRING "EMPLOYEE " RV-EMP-ID " PERIOD " RV-PERIOD
               " TYPE '" RV-PAY-TYPE "' - REVERSAL REFUSED"
               DELIMITED BY SIZE INTO REGISTER-REC
           WRITE REGISTER-REC
           MOVE SPACES TO REGISTER-REC
           STRING "    " WS-REJECT-REASON
               DELIMITED BY SIZE INTO REGISTER-REC
           WRITE REGISTER-REC.

       WRITE-CONTROL-RECORD.
      * The file always ends in the control record carrying both
      * sides' totals, the same as GLPOST.DAT
           MOVE "C" TO GL-REC-TYPE
           MOVE WS-RUN-MONTH TO GL-PERIOD
           MOVE SPACES TO GL-ACCOUNT
           MOVE SPACES TO GL-DR-CR
           MOVE WS-DEBIT-TOTAL  TO GL-AMOUNT
           MOVE WS-CREDIT-TOTAL TO GL-AMOUNT-2
           MOVE "CONTROL TOTALS DR/CR" TO GL-DESC
           WRITE GLPOST-REC

           IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
               DISPLAY "ERROR: GLREVERSE.DAT IS OUT OF BALANCE - DO "
                   "NOT POST"
           END-IF.

       WRITE-GARNISH-ORDERS.
      * Only written back when a reversal actually returned a
      * withholding to an order
           IF WS-GARN-CHANGED = "Y"
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
           PERFORM WRITE-CONTROL-RECORD
           PERFORM WRITE-GARNISH-ORDERS

           MOVE SPACES TO REGISTER-REC
           WRITE REGISTER-REC
           MOVE WS-REQUEST-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REGISTER-REC
           STRING "REQUESTS READ: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REGISTER-REC
           WRITE REGISTER-REC
           MOVE WS-REVERSED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REGISTER-REC
           STRING "PAYMENTS REVERSED: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REGISTER-REC
           WRITE REGISTER-REC
           MOVE WS-REJECT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REGISTER-REC
           STRING "REQUESTS REFUSED: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REGISTER-REC
           WRITE REGISTER-REC
           MOVE WS-TOTAL-GROSS TO WS-EDIT-AMOUNT
           MOVE SPACES TO REGISTER-REC
           STRING "TOTAL GROSS REVERSED: " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO REGISTER-REC
           WRITE REGISTER-REC
           MOVE WS-TOTAL-TAX TO WS-EDIT-AMOUNT
           MOVE SPACES TO REGISTER-REC
           STRING "TOTAL TAX REVERSED: " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO REGISTER-REC
           WRITE REGISTER-REC
           MOVE WS-TOTAL-DEDUCT TO WS-EDIT-AMOUNT
           MOVE SPACES TO REGISTER-REC
           STRING "TOTAL DEDUCTIONS REVERSED: " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO REGISTER-REC
           WRITE REGISTER-REC
           MOVE WS-TOTAL-NET TO WS-EDIT-AMOUNT
           MOVE SPACES TO REGISTER-REC
           STRING "TOTAL NET REVERSED: " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO REGISTER-REC
           WRITE REGISTER-REC

           CLOSE REQUEST-FILE EMP-FILE GLREV-FILE REGISTER-FILE
               AUDIT-FILE

           MOVE WS-REVERSED-COUNT TO WS-EDIT-COUNT
           DISPLAY "DONE: " WS-EDIT-COUNT " payment(s) reversed - "
               "see REVERSAL.RPT and GLREVERSE.DAT."
           IF WS-REJECT-COUNT > ZEROS
               MOVE WS-REJECT-COUNT TO WS-EDIT-COUNT
               DISPLAY "WARNING: " WS-EDIT-COUNT " request(s) "
                   "refused - see REVERSAL.RPT."
           END-IF.

      *========================================================
      * YEAR-TO-DATE PROOF
      * Demonstrates:
      * - Recomputing master-file accumulators from history
      * - Three-way control checks across payroll files
      * - A pass/fail return code for the job stream
      *========================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. YTD-PROOF.            *> Name of the COBOL program
       AUTHOR. RAYMOND SUNG-SEH HARRISON.*> Program author
       INSTALLATION. Personal COBOL Portfolio Project.
       DATE-WRITTEN. 2026-10-15.         *> Date the program was created
       DATE-COMPILED.
       SECURITY. PUBLIC.
       REMARKS.
           Proves the employee master's year-to-date accumulators
           against the permanent payroll history. Four programs
           rewrite EMPLOYEE.DAT and YEAR-END-CLOSE prints the tax
           certificates straight from its YTD-GROSS, YTD-TAX,
           YTD-DEDUCT and YTD-ER-TAX, so this is run any time and
           always before year-end close. Every PAYHIST.DAT record
           of the open year - any period after the last year
           YEARCTL.DAT shows closed - is summed per employee
           (reversals counting negative) and each accumulator that
           differs is listed with both figures. GARNORD.DAT's
           withheld-to-date for each case is proved against the
           case amounts carried on history - those in years
           PAYHIST-PURGE has since moved off PAYHIST.DAT are
           brought back from the per-case totals it leaves on
           GARNPURGE.DAT, so a purge never breaks the proof - and
           every check still open on CHECKSTAT.DAT must match a
           history payment of the same period, employee and amount
           that has not been reversed. Everything goes to
           YTDPROOF.RPT, which ends PASS or FAIL; RETURN-CODE is 0
           on a pass and 8 on a fail so the year-end job stream
           can stop before the close.

       ENVIRONMENT DIVISION.
      *--------------------------------------------------------
      * Defines external files and how the program interacts
      * with the operating system.
      *--------------------------------------------------------

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      * Employee master file - read only, in key order
           SELECT EMP-FILE ASSIGN TO "EMPLOYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-FILE-STATUS.

      * Permanent payroll history the accumulators are proved
      * against, read end to end in key order. OPTIONAL so a
      * system with no history yet proves against nothing rather
      * than failing to open
           SELECT OPTIONAL PAYHIST-FILE ASSIGN TO "PAYHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-EMP-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS HIST-PERIOD-END
                   WITH DUPLICATES
               FILE STATUS IS WS-PAYHIST-FILE-STATUS.

      * Garnishment case amounts withheld in purged years, left by
      * PAYHIST-PURGE. OPTIONAL - no file means nothing purged
           SELECT OPTIONAL GARNPURGE-FILE ASSIGN TO "GARNPURGE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

      * Year-close control - which years are already closed and
      * so out of the accumulators
           SELECT YEARCTL-FILE ASSIGN TO "YEARCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YEARCTL-FILE-STATUS.

      * Standing garnishment orders with their withheld-to-date.
      * OPTIONAL - no file simply means no orders to prove
           SELECT OPTIONAL GARNORD-FILE ASSIGN TO "GARNORD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

      * Open-check register CHECK-RECON keeps. OPTIONAL - no file
      * means no checks outstanding
           SELECT OPTIONAL CHECKSTAT-FILE ASSIGN TO "CHECKSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

      * The proof report
           SELECT REPORT-FILE ASSIGN TO "YTDPROOF.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
      *--------------------------------------------------------
      * Defines the structure of all data used by the program
      *--------------------------------------------------------

       FILE SECTION.
      *--------------------------------------------------------
      * Employee Master File Layout
      *--------------------------------------------------------
       FD EMP-FILE.

           COPY EMPREC.

      *--------------------------------------------------------
      * Payroll History File Layout
      *--------------------------------------------------------
       FD PAYHIST-FILE.

           COPY HISTREC.

      *--------------------------------------------------------
      * Purged Garnishment Amounts File Layout
      * Same record PAYHIST-PURGE writes - keep in step
      *--------------------------------------------------------
       FD GARNPURGE-FILE.
       01 GARNPURGE-REC.
           05 GP-YEAR     PIC 9(4).   *> Payroll year purged
           05 GP-EMP-ID   PIC 9(5).   *> Employee withheld from
           05 GP-CASE-NO  PIC X(15).  *> GARNORD.DAT case withheld
                                      *> for; SPACES marks an
                                      *> employee some of whose
                                      *> purged history predates the
                                      *> case amounts
           05 GP-AMOUNT   PIC 9(9)V99.
                                      *> Withheld for the case in
                                      *> that year, net of reversals

      *--------------------------------------------------------
      * Year-Close Control File Layout
      *--------------------------------------------------------
       FD YEARCTL-FILE.
       01 YEARCTL-REC.
           05 YC-LAST-CLOSED-YEAR PIC 9(4).
               *> The most recent payroll year already closed

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
                                          *> Period the figure below
                                          *> belongs to
           05 GO-PERIOD-WITHHELD PIC 9(9)V99.
                                          *> Withheld so far in that
                                          *> period

      *--------------------------------------------------------
      * Open-Check Register File Layout
      * Same record CHECK-RECON maintains - keep in step
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
      * Proof Report File Layout
      *--------------------------------------------------------
       FD REPORT-FILE.
       01 REPORT-REC PIC X(80).
           *> One printed line of the proof report

       WORKING-STORAGE SECTION.
      *--------------------------------------------------------
      * Temporary variables used during program execution
      *--------------------------------------------------------

       01 EOF-EMP PIC X VALUE "N".
           *> End-of-file indicator for the employee file

       01 EOF-HIST PIC X VALUE "N".
           *> End-of-file indicator for the history file

       01 EOF-GARN PIC X VALUE "N".
           *> End-of-file indicator for the garnishment orders

       01 EOF-CHECK PIC X VALUE "N".
           *> End-of-file indicator for the open-check register

       01 EOF-GARNPURGE PIC X VALUE "N".
           *> End-of-file indicator for the purged case amounts

       01 WS-PAYHIST-FILE-STATUS PIC X(2) VALUE "00".
           *> ISAM file status for PAYHIST-FILE (indexed)

      * The history record being proved, decoded from its image
           COPY PAYREC.

       01 WS-EMP-FILE-STATUS PIC X(2) VALUE "00".
           *> ISAM file status for EMP-FILE (indexed)

       01 WS-YEARCTL-FILE-STATUS PIC X(2) VALUE "00".
           *> File status for YEARCTL-FILE; anything but "00" means
           *> no year has been closed yet

       01 WS-LAST-CLOSED-YEAR PIC 9(4) VALUE ZEROS.
           *> Last year closed - history after it is the open year

       01 WS-HIST-YEAR PIC X(4) VALUE SPACES.
           *> Payroll year of the history record in hand

       01 WS-HIST-SIGN PIC S9(1) VALUE +1.
           *> +1 for a payment, -1 for a reversal of one

       01 WS-PROOF-COUNT PIC 9(4) VALUE ZEROS.
           *> Employees loaded from EMPLOYEE.DAT
       01 WS-PROOF-SUB   PIC 9(4) VALUE ZEROS.
       01 WS-PROOF-FOUND PIC 9(4) VALUE ZEROS.
           *> Working subscript, and the entry FIND-PROOF-ENTRY
           *> matched (ZEROS for none)

       01 WS-FIND-EMP-ID PIC 9(5) VALUE ZEROS.
           *> Employee FIND-PROOF-ENTRY looks for

       01 WS-PROOF-TABLE.
           *> Each employee's accumulators beside the same figures
           *> rebuilt from history
           05 WS-PROOF-ENTRY OCCURS 2000 TIMES.
               10 WS-PRF-EMP-ID     PIC 9(5).
               10 WS-PRF-NAME       PIC X(30).
               10 WS-PRF-ON-MASTER  PIC X(1).
                   *> "N" for history of an employee not on the
                   *> master
               10 WS-PRF-YTD-GROSS  PIC S9(9)V99.
               10 WS-PRF-YTD-TAX    PIC S9(9)V99.
               10 WS-PRF-YTD-DEDUCT PIC S9(9)V99.
               10 WS-PRF-YTD-ER-TAX PIC S9(9)V99.
               10 WS-PRF-HST-GROSS  PIC S9(9)V99.
               10 WS-PRF-HST-TAX    PIC S9(9)V99.
               10 WS-PRF-HST-DEDUCT PIC S9(9)V99.
               10 WS-PRF-HST-ER-TAX PIC S9(9)V99.
               10 WS-PRF-NO-DETAIL  PIC X(1).
                   *> "Y" if any of the employee's history predates
                   *> the case amounts carried on PAY-REC

       01 WS-GARN-COUNT PIC 9(3) VALUE ZEROS.
           *> Garnishment orders loaded
       01 WS-GARN-SUB   PIC 9(3) VALUE ZEROS.
       01 WS-GARN-SUB2  PIC 9(1) VALUE ZEROS.
           *> Subscripts over the order table and over the case
           *> amounts on a history record

       01 WS-GARN-TABLE.
           *> Each order's withheld-to-date beside the same figure
           *> rebuilt from history
           05 WS-GARN-ENTRY OCCURS 100 TIMES.
               10 WS-GRN-EMP-ID   PIC 9(5).
               10 WS-GRN-CASE-NO  PIC X(15).
               10 WS-GRN-WITHHELD PIC 9(9)V99.
               10 WS-GRN-HISTORY  PIC S9(9)V99.

       01 WS-CHECK-COUNT PIC 9(4) VALUE ZEROS.
           *> Open checks loaded
       01 WS-CHECK-SUB   PIC 9(4) VALUE ZEROS.

       01 WS-CHECK-TABLE.
           *> Each open check with the history payments and
           *> reversals found to match it
           05 WS-CHECK-ENTRY OCCURS 3000 TIMES.
               10 WS-CHK-NUMBER   PIC 9(8).
               10 WS-CHK-PERIOD   PIC X(6).
               10 WS-CHK-EMP-ID   PIC 9(5).
               10 WS-CHK-AMOUNT   PIC 9(7)V99.
               10 WS-CHK-PAID     PIC 9(3).
               10 WS-CHK-REVERSED PIC 9(3).

       01 WS-FIELD-NAME PIC X(10) VALUE SPACES.
       01 WS-MASTER-FIG PIC S9(9)V99 VALUE ZEROS.
       01 WS-HISTORY-FIG PIC S9(9)V99 VALUE ZEROS.
           *> The accumulator being compared and its two figures

       01 WS-HIST-READ     PIC 9(7) VALUE ZEROS.
           *> History records read
       01 WS-PURGED-CARRIED PIC 9(5) VALUE ZEROS.
           *> Purged-year case amounts added in from GARNPURGE.DAT
       01 WS-HIST-IN-YEAR  PIC 9(7) VALUE ZEROS.
           *> ... of which fell in the open year
       01 WS-YTD-ERRORS    PIC 9(5) VALUE ZEROS.
           *> Accumulator mismatches found
       01 WS-GARN-ERRORS   PIC 9(5) VALUE ZEROS.
           *> Garnishment withheld-to-date mismatches found
       01 WS-CHECK-ERRORS  PIC 9(5) VALUE ZEROS.
           *> Open checks with no matching live payment
       01 WS-TOTAL-ERRORS  PIC 9(5) VALUE ZEROS.
           *> Everything above, deciding PASS or FAIL

       01 WS-EDIT-COUNT  PIC ZZZZ9.
       01 WS-EDIT-MASTER PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-EDIT-HIST   PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-EDIT-DIFF   PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-EDIT-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
           *> Edited (human-readable) fields used to build the
           *> report lines and completion messages


       PROCEDURE DIVISION.
      *--------------------------------------------------------
      * This section contains the executable program logic
      *--------------------------------------------------------

       MAIN-PROCEDURE.
           PERFORM INITIALIZE-RUN

           PERFORM LOAD-EMPLOYEES
           PERFORM LOAD-GARNISH-ORDERS
           PERFORM LOAD-PURGED-CASE-AMOUNTS
           PERFORM LOAD-OPEN-CHECKS

           PERFORM SCAN-HISTORY

           PERFORM PROVE-YTD-TOTALS
           PERFORM PROVE-GARNISH-ORDERS
           PERFORM PROVE-OPEN-CHECKS

           PERFORM FINALIZE-RUN

           STOP RUN.

       INITIALIZE-RUN.
      * The open year is everything after the last close; with no
      * close on record yet the whole history is the open year
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
           END-IF

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-REC
           STRING "YEAR-TO-DATE PROOF - HISTORY AFTER CLOSED YEAR "
               WS-LAST-CLOSED-YEAR
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC.

       LOAD-EMPLOYEES.
           OPEN INPUT EMP-FILE
           PERFORM UNTIL EOF-EMP = "Y"
               READ EMP-FILE
                   AT END
                       MOVE "Y" TO EOF-EMP
                   NOT AT END
                       PERFORM LOAD-ONE-EMPLOYEE
               END-READ
           END-PERFORM
           CLOSE EMP-FILE.

       LOAD-ONE-EMPLOYEE.
           PERFORM ADD-PROOF-ENTRY
           MOVE EMP-ID     TO WS-PRF-EMP-ID(WS-PROOF-COUNT)
           MOVE EMP-NAME   TO WS-PRF-NAME(WS-PROOF-COUNT)
           MOVE "Y"        TO WS-PRF-ON-MASTER(WS-PROOF-COUNT)
           MOVE YTD-GROSS  TO WS-PRF-YTD-GROSS(WS-PROOF-COUNT)
           MOVE YTD-TAX    TO WS-PRF-YTD-TAX(WS-PROOF-COUNT)
           MOVE YTD-DEDUCT TO WS-PRF-YTD-DEDUCT(WS-PROOF-COUNT)
           MOVE YTD-ER-TAX TO WS-PRF-YTD-ER-TAX(WS-PROOF-COUNT).

       ADD-PROOF-ENTRY.
      * An employee left out of the table would go unproved, so
      * overflow halts rather than passing a partial proof
           IF WS-PROOF-COUNT >= 2000
               DISPLAY "RUN HALTED: more than 2000 employees to "
                   "prove - raise the WS-PROOF-TABLE limit"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-PROOF-COUNT
           MOVE ZEROS  TO WS-PRF-EMP-ID(WS-PROOF-COUNT)
           MOVE SPACES TO WS-PRF-NAME(WS-PROOF-COUNT)
           MOVE "N"    TO WS-PRF-ON-MASTER(WS-PROOF-COUNT)
           MOVE ZEROS  TO WS-PRF-YTD-GROSS(WS-PROOF-COUNT)
           MOVE ZEROS  TO WS-PRF-YTD-TAX(WS-PROOF-COUNT)
           MOVE ZEROS  TO WS-PRF-YTD-DEDUCT(WS-PROOF-COUNT)
           MOVE ZEROS  TO WS-PRF-YTD-ER-TAX(WS-PROOF-COUNT)
           MOVE ZEROS  TO WS-PRF-HST-GROSS(WS-PROOF-COUNT)
           MOVE ZEROS  TO WS-PRF-HST-TAX(WS-PROOF-COUNT)
           MOVE ZEROS  TO WS-PRF-HST-DEDUCT(WS-PROOF-COUNT)
           MOVE ZEROS  TO WS-PRF-HST-ER-TAX(WS-PROOF-COUNT)
           MOVE "N"    TO WS-PRF-NO-DETAIL(WS-PROOF-COUNT).

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
           IF WS-GARN-COUNT >= 100
               DISPLAY "RUN HALTED: GARNORD.DAT has more than 100 "
                   "orders - raise the WS-GARN-TABLE limit"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-GARN-COUNT
           MOVE GO-EMP-ID      TO WS-GRN-EMP-ID(WS-GARN-COUNT)
           MOVE GO-CASE-NO     TO WS-GRN-CASE-NO(WS-GARN-COUNT)
           MOVE GO-WITHHELD-TD TO WS-GRN-WITHHELD(WS-GARN-COUNT)
           MOVE ZEROS          TO WS-GRN-HISTORY(WS-GARN-COUNT).

       LOAD-PURGED-CASE-AMOUNTS.
      * Withheld-to-date never resets, but the history behind it
      * may since have been purged; what the purge took off for
      * each case starts the case's history figure. A marker line
      * carries over the verify-by-hand note for its employee
           OPEN INPUT GARNPURGE-FILE
           PERFORM UNTIL EOF-GARNPURGE = "Y"
               READ GARNPURGE-FILE
                   AT END
                       MOVE "Y" TO EOF-GARNPURGE
                   NOT AT END
                       PERFORM LOAD-ONE-PURGED-AMOUNT
               END-READ
           END-PERFORM
           CLOSE GARNPURGE-FILE.

       LOAD-ONE-PURGED-AMOUNT.
           IF GP-CASE-NO = SPACES
               MOVE GP-EMP-ID TO WS-FIND-EMP-ID
               PERFORM FIND-PROOF-ENTRY
               IF WS-PROOF-FOUND NOT = ZEROS
                   MOVE "Y" TO WS-PRF-NO-DETAIL(WS-PROOF-FOUND)
               END-IF
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-GARN-SUB FROM 1 BY 1
                   UNTIL WS-GARN-SUB > WS-GARN-COUNT
               IF WS-GRN-EMP-ID(WS-GARN-SUB) = GP-EMP-ID
                       AND WS-GRN-CASE-NO(WS-GARN-SUB) = GP-CASE-NO
                   ADD GP-AMOUNT TO WS-GRN-HISTORY(WS-GARN-SUB)
                   ADD 1 TO WS-PURGED-CARRIED
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOAD-OPEN-CHECKS.
           OPEN INPUT CHECKSTAT-FILE
           PERFORM UNTIL EOF-CHECK = "Y"
               READ CHECKSTAT-FILE
                   AT END
                       MOVE "Y" TO EOF-CHECK
                   NOT AT END
                       PERFORM LOAD-ONE-OPEN-CHECK
               END-READ
           END-PERFORM
           CLOSE CHECKSTAT-FILE.

       LOAD-ONE-OPEN-CHECK.
           IF WS-CHECK-COUNT >= 3000
               DISPLAY "RUN HALTED: CHECKSTAT.DAT has more than 3000 "
                   "open checks - raise the WS-CHECK-TABLE limit"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-CHECK-COUNT
           MOVE CS-CHECK-NO TO WS-CHK-NUMBER(WS-CHECK-COUNT)
           MOVE CS-PERIOD   TO WS-CHK-PERIOD(WS-CHECK-COUNT)
           MOVE CS-EMP-ID   TO WS-CHK-EMP-ID(WS-CHECK-COUNT)
           MOVE CS-AMOUNT   TO WS-CHK-AMOUNT(WS-CHECK-COUNT)
           MOVE ZEROS       TO WS-CHK-PAID(WS-CHECK-COUNT)
           MOVE ZEROS       TO WS-CHK-REVERSED(WS-CHECK-COUNT).

       SCAN-HISTORY.
      * One pass of the archive feeds all three proofs: the open
      * year's amounts into the accumulators, every year's case
      * amounts into the orders (withheld-to-date never resets),
      * and every payment against the open checks
           OPEN INPUT PAYHIST-FILE
           PERFORM UNTIL EOF-HIST = "Y"
               READ PAYHIST-FILE
                   AT END
                       MOVE "Y" TO EOF-HIST
                   NOT AT END
                       ADD 1 TO WS-HIST-READ
                       MOVE HIST-PAY-IMAGE TO PAY-REC
                       PERFORM APPLY-ONE-HISTORY-RECORD
               END-READ
           END-PERFORM
           CLOSE PAYHIST-FILE.

       APPLY-ONE-HISTORY-RECORD.
      * A reversal carries the original's amounts and counts as
      * their negative, exactly as REVERSE-PAY backed them out
           IF PAY-REC-REVERSAL
               MOVE -1 TO WS-HIST-SIGN
           ELSE
               MOVE +1 TO WS-HIST-SIGN
           END-IF

           MOVE PAY-EMP-ID TO WS-FIND-EMP-ID
           PERFORM FIND-PROOF-ENTRY
           IF WS-PROOF-FOUND = ZEROS
               PERFORM ADD-PROOF-ENTRY
               MOVE WS-PROOF-COUNT TO WS-PROOF-FOUND
               MOVE PAY-EMP-ID   TO WS-PRF-EMP-ID(WS-PROOF-FOUND)
               MOVE PAY-EMP-NAME TO WS-PRF-NAME(WS-PROOF-FOUND)
           END-IF

      * The period end dates the payment; images older than that
      * field fall back on the period id, whose first four
      * characters are the year
           IF PAY-PERIOD-END NUMERIC
               MOVE PAY-PERIOD-END(1:4) TO WS-HIST-YEAR
           ELSE
               MOVE PAY-PERIOD(1:4) TO WS-HIST-YEAR
           END-IF
           IF WS-HIST-YEAR NUMERIC
                   AND WS-HIST-YEAR > WS-LAST-CLOSED-YEAR
               ADD 1 TO WS-HIST-IN-YEAR
               COMPUTE WS-PRF-HST-GROSS(WS-PROOF-FOUND) =
                   WS-PRF-HST-GROSS(WS-PROOF-FOUND)
                       + GROSS-PAY * WS-HIST-SIGN
               COMPUTE WS-PRF-HST-TAX(WS-PROOF-FOUND) =
                   WS-PRF-HST-TAX(WS-PROOF-FOUND)
                       + TAX-AMT * WS-HIST-SIGN
               COMPUTE WS-PRF-HST-DEDUCT(WS-PROOF-FOUND) =
                   WS-PRF-HST-DEDUCT(WS-PROOF-FOUND)
                       + DEDUCTIONS * WS-HIST-SIGN
               COMPUTE WS-PRF-HST-ER-TAX(WS-PROOF-FOUND) =
                   WS-PRF-HST-ER-TAX(WS-PROOF-FOUND)
                       + PAY-EMPLOYER-TAX * WS-HIST-SIGN
           END-IF

           IF PAY-GARN-COUNT NUMERIC
               PERFORM APPLY-ONE-CASE-AMOUNT
                   VARYING WS-GARN-SUB2 FROM 1 BY 1
                   UNTIL WS-GARN-SUB2 > PAY-GARN-COUNT
           ELSE
               MOVE "Y" TO WS-PRF-NO-DETAIL(WS-PROOF-FOUND)
           END-IF

           PERFORM APPLY-ONE-CHECK-MATCH
               VARYING WS-CHECK-SUB FROM 1 BY 1
               UNTIL WS-CHECK-SUB > WS-CHECK-COUNT.

       FIND-PROOF-ENTRY.
           MOVE ZEROS TO WS-PROOF-FOUND
           PERFORM VARYING WS-PROOF-SUB FROM 1 BY 1
                   UNTIL WS-PROOF-SUB > WS-PROOF-COUNT
               IF WS-PRF-EMP-ID(WS-PROOF-SUB) = WS-FIND-EMP-ID
                   MOVE WS-PROOF-SUB TO WS-PROOF-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       APPLY-ONE-CASE-AMOUNT.
           PERFORM VARYING WS-GARN-SUB FROM 1 BY 1
                   UNTIL WS-GARN-SUB > WS-GARN-COUNT
               IF WS-GRN-EMP-ID(WS-GARN-SUB) = PAY-EMP-ID
                       AND WS-GRN-CASE-NO(WS-GARN-SUB)
                           = PAY-GARN-CASE-NO(WS-GARN-SUB2)
                   COMPUTE WS-GRN-HISTORY(WS-GARN-SUB) =
                       WS-GRN-HISTORY(WS-GARN-SUB)
                           + PAY-GARN-AMT(WS-GARN-SUB2) * WS-HIST-SIGN
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       APPLY-ONE-CHECK-MATCH.
           IF WS-CHK-PERIOD(WS-CHECK-SUB) = PAY-PERIOD
                   AND WS-CHK-EMP-ID(WS-CHECK-SUB) = PAY-EMP-ID
                   AND WS-CHK-AMOUNT(WS-CHECK-SUB) = NET-PAY
               IF PAY-REC-REVERSAL
                   ADD 1 TO WS-CHK-REVERSED(WS-CHECK-SUB)
               ELSE
                   ADD 1 TO WS-CHK-PAID(WS-CHECK-SUB)
               END-IF
           END-IF.

       PROVE-YTD-TOTALS.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "YTD ACCUMULATORS   FIELD              MASTER"
               "         HISTORY      DIFFERENCE"
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC

           PERFORM PROVE-ONE-EMPLOYEE
               VARYING WS-PROOF-SUB FROM 1 BY 1
               UNTIL WS-PROOF-SUB > WS-PROOF-COUNT

           MOVE WS-YTD-ERRORS TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-REC
           STRING "    ACCUMULATOR MISMATCHES: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC.

       PROVE-ONE-EMPLOYEE.
      * History for an employee no longer on the master has no
      * accumulators to prove and cannot reach a certificate
           IF WS-PRF-ON-MASTER(WS-PROOF-SUB) = "N"
               MOVE SPACES TO REPORT-REC
               STRING "EMP " WS-PRF-EMP-ID(WS-PROOF-SUB) " "
                   WS-PRF-NAME(WS-PROOF-SUB)
                   " HAS HISTORY BUT NO MASTER RECORD"
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
               ADD 1 TO WS-YTD-ERRORS
               EXIT PARAGRAPH
           END-IF

           MOVE "YTD-GROSS" TO WS-FIELD-NAME
           MOVE WS-PRF-YTD-GROSS(WS-PROOF-SUB) TO WS-MASTER-FIG
           MOVE WS-PRF-HST-GROSS(WS-PROOF-SUB) TO WS-HISTORY-FIG
           PERFORM COMPARE-ONE-FIGURE

           MOVE "YTD-TAX" TO WS-FIELD-NAME
           MOVE WS-PRF-YTD-TAX(WS-PROOF-SUB) TO WS-MASTER-FIG
           MOVE WS-PRF-HST-TAX(WS-PROOF-SUB) TO WS-HISTORY-FIG
           PERFORM COMPARE-ONE-FIGURE

           MOVE "YTD-DEDUCT" TO WS-FIELD-NAME
           MOVE WS-PRF-YTD-DEDUCT(WS-PROOF-SUB) TO WS-MASTER-FIG
           MOVE WS-PRF-HST-DEDUCT(WS-PROOF-SUB) TO WS-HISTORY-FIG
           PERFORM COMPARE-ONE-FIGURE

           MOVE "YTD-ER-TAX" TO WS-FIELD-NAME
           MOVE WS-PRF-YTD-ER-TAX(WS-PROOF-SUB) TO WS-MASTER-FIG
           MOVE WS-PRF-HST-ER-TAX(WS-PROOF-SUB) TO WS-HISTORY-FIG
           PERFORM COMPARE-ONE-FIGURE.

       COMPARE-ONE-FIGURE.
           IF WS-MASTER-FIG = WS-HISTORY-FIG
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-YTD-ERRORS
           MOVE WS-MASTER-FIG  TO WS-EDIT-MASTER
           MOVE WS-HISTORY-FIG TO WS-EDIT-HIST
           COMPUTE WS-EDIT-DIFF = WS-MASTER-FIG - WS-HISTORY-FIG
           MOVE SPACES TO REPORT-REC
           STRING "EMP " WS-PRF-EMP-ID(WS-PROOF-SUB) "          "
               WS-FIELD-NAME " " WS-EDIT-MASTER " " WS-EDIT-HIST
               " " WS-EDIT-DIFF
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC.

       PROVE-GARNISH-ORDERS.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "GARNISHED CASE               WITHHELD-TD"
               "         HISTORY"
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC

           PERFORM PROVE-ONE-GARNISH-ORDER
               VARYING WS-GARN-SUB FROM 1 BY 1
               UNTIL WS-GARN-SUB > WS-GARN-COUNT

           MOVE WS-GARN-ERRORS TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-REC
           STRING "    ORDER MISMATCHES: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC

           IF WS-PURGED-CARRIED > ZEROS
               MOVE WS-PURGED-CARRIED TO WS-EDIT-COUNT
               MOVE SPACES TO REPORT-REC
               STRING "    HISTORY INCLUDES " WS-EDIT-COUNT
                   " PURGED-YEAR CASE AMOUNT(S) FROM GARNPURGE.DAT"
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
           END-IF.

       PROVE-ONE-GARNISH-ORDER.
           IF WS-GRN-WITHHELD(WS-GARN-SUB) = WS-GRN-HISTORY(WS-GARN-SUB)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-GARN-ERRORS
           MOVE WS-GRN-WITHHELD(WS-GARN-SUB) TO WS-EDIT-MASTER
           MOVE WS-GRN-HISTORY(WS-GARN-SUB)  TO WS-EDIT-HIST
           MOVE SPACES TO REPORT-REC
           STRING "EMP " WS-GRN-EMP-ID(WS-GARN-SUB) " "
               WS-GRN-CASE-NO(WS-GARN-SUB) " " WS-EDIT-MASTER " "
               WS-EDIT-HIST
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC

      * Withholding paid before history carried case amounts is
      * real but cannot be seen here - say so, so the difference
      * is worked rather than assumed wrong
           MOVE WS-GRN-EMP-ID(WS-GARN-SUB) TO WS-FIND-EMP-ID
           PERFORM FIND-PROOF-ENTRY
           IF WS-PROOF-FOUND NOT = ZEROS
               IF WS-PRF-NO-DETAIL(WS-PROOF-FOUND) = "Y"
                   MOVE SPACES TO REPORT-REC
                   STRING "    SOME HISTORY PREDATES CASE AMOUNTS - "
                       "VERIFY BY HAND"
                       DELIMITED BY SIZE INTO REPORT-REC
                   WRITE REPORT-REC
               END-IF
           END-IF.

       PROVE-OPEN-CHECKS.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "OPEN CHECKS"
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC

           PERFORM PROVE-ONE-OPEN-CHECK
               VARYING WS-CHECK-SUB FROM 1 BY 1
               UNTIL WS-CHECK-SUB > WS-CHECK-COUNT

           MOVE WS-CHECK-ERRORS TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-REC
           STRING "    CHECKS NOT PROVED: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC.

       PROVE-ONE-OPEN-CHECK.
      * Proved when history holds a payment for it that has not
      * been reversed since; a reversed payment's check should
      * have been voided
           IF WS-CHK-PAID(WS-CHECK-SUB) > WS-CHK-REVERSED(WS-CHECK-SUB)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CHECK-ERRORS
           MOVE WS-CHK-AMOUNT(WS-CHECK-SUB) TO WS-EDIT-AMOUNT
           MOVE SPACES TO REPORT-REC
           STRING "CHECK " WS-CHK-NUMBER(WS-CHECK-SUB) " PERIOD "
               WS-CHK-PERIOD(WS-CHECK-SUB) " EMP "
               WS-CHK-EMP-ID(WS-CHECK-SUB) " AMOUNT " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           IF WS-CHK-PAID(WS-CHECK-SUB) = ZEROS
               STRING "    NO HISTORY PAYMENT OF THIS AMOUNT"
                   DELIMITED BY SIZE INTO REPORT-REC
           ELSE
               STRING "    PAYMENT REVERSED BUT CHECK STILL OPEN"
                   DELIMITED BY SIZE INTO REPORT-REC
           END-IF
           WRITE REPORT-REC.

       FINALIZE-RUN.
           COMPUTE WS-TOTAL-ERRORS =
               WS-YTD-ERRORS + WS-GARN-ERRORS + WS-CHECK-ERRORS

           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-HIST-READ TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-REC
           STRING "HISTORY RECORDS READ: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-HIST-IN-YEAR TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-REC
           STRING "IN THE OPEN YEAR: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-TOTAL-ERRORS TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-REC
           IF WS-TOTAL-ERRORS = ZEROS
               STRING "RESULT: PASS"
                   DELIMITED BY SIZE INTO REPORT-REC
           ELSE
               STRING "RESULT: FAIL - " WS-EDIT-COUNT " EXCEPTION(S)"
                   DELIMITED BY SIZE INTO REPORT-REC
           END-IF
           WRITE REPORT-REC

           CLOSE REPORT-FILE

      * The job stream tests the return code before the close
           IF WS-TOTAL-ERRORS = ZEROS
               MOVE 0 TO RETURN-CODE
               DISPLAY "DONE: YTD proof PASSED - see YTDPROOF.RPT."
           ELSE
               MOVE 8 TO RETURN-CODE
               DISPLAY "WARNING: YTD proof FAILED with " WS-EDIT-COUNT
                   " exception(s) - see YTDPROOF.RPT."
           END-IF.

                                         *> Percent allocated to it
               10 PAY-SPLIT-GROSS PIC 9(7)V99.
                                         *> Gross pay share charged
           05 PAY-REC-TYPE   PIC X(1).   *> What kind of payment the
                                         *> record is: SPACE = the
                                         *> regular ADVANCED-PAYROLL
                                         *> run (and every image
                                         *> written before this field
                                         *> existed), otherwise an
                                         *> OFFCYCLE-PAY payment or a
                                         *> REVERSE-PAY reversal
               88 PAY-REC-REGULAR     VALUE SPACE.
               88 PAY-REC-REISSUE     VALUE "R".
                                         *> Re-issue of a returned
                                         *> deposit or voided check -
                                         *> net only, nothing taxed
               88 PAY-REC-FINAL-PAY   VALUE "F".
                                         *> Termination final pay,
                                         *> leave balance paid out
               88 PAY-REC-MANUAL      VALUE "M".
                                         *> One-off manual check
               88 PAY-REC-REVERSAL    VALUE "V".
                                         *> REVERSE-PAY voiding an
                                         *> earlier record - every
                                         *> amount on it counts as a
                                         *> negative of the original
           05 PAY-REVERSED-TYPE PIC X(1).
                                         *> On a "V" record, the
                                         *> PAY-REC-TYPE of the record
                                         *> it reverses; SPACE on
                                         *> every other record
           05 PAY-BEN-PLAN-CLASS PIC X(1).
                                         *> The employee's plan class
                                         *> when paid, so a reversal
                                         *> knows whether the benefit
                                         *> fed YTD-PENSION
               88 PAY-BEN-PENSION     VALUE "P".
           05 PAY-LEAVE-ACCRUED PIC 9(3)V99.
                                         *> Leave value accrued onto
                                         *> LEAVE-BALANCE by this
                                         *> payment
           05 PAY-LEAVE-TAKEN PIC 9(5)V99.
                                         *> Leave value drawn off
                                         *> LEAVE-BALANCE by it ("LV"
                                         *> deductions, or the balance
                                         *> paid out on a final pay)
           05 PAY-GARN-COUNT PIC 9(1).   *> Standing garnishment orders
                                         *> withheld from below. The
                                         *> four fields above and this
                                         *> group read back SPACES (not
                                         *> numeric) on images written
                                         *> before they existed
           05 PAY-GARN-ENTRY OCCURS 4 TIMES.
               10 PAY-GARN-CASE-NO PIC X(15).
                                         *> GARNORD.DAT case withheld
                                         *> for
               10 PAY-GARN-AMT     PIC 9(7)V99.
                                         *> Amount withheld for it
           05 PAY-BASE-PAY   PIC 9(7)V99.
                                         *> Base pay in GROSS-PAY:
                                         *> BASIC-SALARY, or the
                                         *> HOURLY-RATE times the hours
                                         *> below - ZEROS on off-cycle
                                         *> payments. This field and
                                         *> the next read back SPACES
                                         *> on images written before
                                         *> they existed
           05 PAY-REG-HOURS  PIC 9(7)V99.
                                         *> Regular timesheet hours
                                         *> paid ("HR" transactions) -
                                         *> ZEROS for salaried staff

      *--------------------------------------------------------
      * Payroll Cycle Control Record Layout
      * Shared by every program that runs as a step of a pay
      * group's period (TRANS-EDIT, ADVANCED-PAYROLL, PAY-STUB,
      * PAYROLL-SUMMARY, GL-POSTING, BANK-RETURNS, CHECK-RECON),
      * by SCREEN-SIGNOFF and by CYCLE-STATUS, so the steps and
      * the status board always agree on the CYCLECTL.DAT record
      * shape. One record per step run for a pay group's period,
      * keyed on all three
      *--------------------------------------------------------
       01 CYCLE-REC.
           05 CYC-KEY.
               10 CYC-PAY-GROUP  PIC X(2).  *> Pay group, as on
                                            *> RC-PAY-GROUP
               10 CYC-PERIOD-ID  PIC X(6).  *> Pay period (YYYYMM),
                                            *> as on RC-PERIOD-ID
               10 CYC-STEP       PIC 9(2).  *> Step of the cycle, in
                                            *> the order they run
                   88 CYC-STEP-TRANS-EDIT   VALUE 01.
                   88 CYC-STEP-TRIAL-PAY    VALUE 02.
                   88 CYC-STEP-LIVE-PAY     VALUE 03.
                   88 CYC-STEP-PAY-STUB     VALUE 04.
                   88 CYC-STEP-SUMMARY      VALUE 05.
                   88 CYC-STEP-GL-POSTING   VALUE 06.
                   88 CYC-STEP-BANK-RETURNS VALUE 07.
                   88 CYC-STEP-CHECK-RECON  VALUE 08.
                                            *> 07 and 08 both follow
                                            *> GL-POSTING, in either
                                            *> order, as the bank's
                                            *> files arrive
           05 CYC-PROGRAM     PIC X(16).    *> PROGRAM-ID that ran
                                            *> the step - wide enough
                                            *> for ADVANCED-PAYROLL
           05 CYC-START-DATE  PIC 9(8).     *> Started (YYYYMMDD)
           05 CYC-START-TIME  PIC 9(6).     *> Started (HHMMSS)
           05 CYC-FINISH-DATE PIC 9(8).     *> Finished (YYYYMMDD);
                                            *> ZEROS until it does
           05 CYC-FINISH-TIME PIC 9(6).     *> Finished (HHMMSS)
           05 CYC-OUTCOME     PIC X(1).     *> How the step ended:
               88 CYC-OUTCOME-STARTED  VALUE "R".
                                            *> Started and never
                                            *> finished - still
                                            *> running, or halted
               88 CYC-OUTCOME-COMPLETE VALUE "C".
                                            *> Finished cleanly - the
                                            *> next step may run
               88 CYC-OUTCOME-FAILED   VALUE "F".
                                            *> Ran to the end but its
                                            *> output is not fit to
                                            *> carry on from
               88 CYC-OUTCOME-HELD     VALUE "H".
                                            *> A trial whose exception
                                            *> screening found
                                            *> something - the live
                                            *> run waits until
                                            *> SCREEN-SIGNOFF releases
                                            *> it as complete
           05 CYC-NOTE        PIC X(40).    *> What the step reported
                                            *> at the finish, for the
                                            *> status board

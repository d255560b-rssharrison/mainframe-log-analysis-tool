      *--------------------------------------------------------
      * Payroll History Record Layout
      * Shared by every program that reads or writes the indexed
      * PAYHIST.DAT (ADVANCED-PAYROLL, OFFCYCLE-PAY, REVERSE-PAY,
      * RETRO-PAY, PAY-HISTORY, QUARTERLY-TAX, YTD-PROOF,
      * PAYHIST-LOAD and PAYHIST-PURGE) so they all agree on the
      * key. Each record is a PAY-REC image behind a key built
      * from it: period + employee is not unique on its own (an
      * off-cycle payment or a reversal shares both with the
      * regular run's record), so a sequence number completes the
      * prime key. Employee and period end date are alternate
      * keys so a reader can go straight to the records it needs
      *--------------------------------------------------------
       01 HIST-REC.
           05 HIST-KEY.
               10 HIST-PERIOD    PIC X(6).  *> PAY-PERIOD of the image
               10 HIST-EMP-ID    PIC 9(5).  *> PAY-EMP-ID of the image
                                            *> - also the alternate
                                            *> key by employee
               10 HIST-SEQ       PIC 9(3).  *> 001 for the first record
                                            *> of the period and
                                            *> employee, next free
                                            *> number for each one
                                            *> after it
           05 HIST-PERIOD-END    PIC X(8).  *> PAY-PERIOD-END of the
                                            *> image - the alternate
                                            *> key by date. Held as
                                            *> text because images
                                            *> written before the date
                                            *> existed carry SPACES,
                                            *> which sort ahead of
                                            *> every real date
           05 HIST-PAY-IMAGE     PIC X(401).
                                            *> The PAY-REC itself -
                                            *> keep this width in step
                                            *> with PAYREC

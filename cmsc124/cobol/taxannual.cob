      * under-withholding that uneven cutoffs cause is settled. The
      * difference goes out as an adjustment payslip (refund or
      * collection) for the final December cutoff, with a summary
      * listing on TAXANNRPT for the accountant to file from. Coded
      * earnings whose pay code is not taxable are left out of the
      * gross, the same way the payroll run leaves them out of the
      * base it withholds on.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          02 Det-Tax pic 9(5)V99.
          02 Det-Net pic 9(7)V99.
          02 Det-Site pic X(10).
          02 Det-Earn-Taxable pic 9(7)V99.
          02 Det-Earn-Exempt pic 9(7)V99.
          02 Det-Earn-13th pic 9(7)V99.
          02 Det-Other-Ded pic 9(7)V99.
          02 Det-Cost-Center pic X(4).
      * same bracket layout the payroll run prices deductions from
       FD Deduct-File.
       01 Ded-Record.
            IF Found-Ix > 0
               MOVE Det-Name TO Tbl-Emp-Name(Found-Ix)
               ADD Det-Gross TO Tbl-Emp-Gross(Found-Ix)
               SUBTRACT Det-Earn-Exempt FROM Tbl-Emp-Gross(Found-Ix)
               ADD Det-Tax TO Tbl-Emp-Tax(Found-Ix)
               ADD 1 TO Tbl-Emp-Cutoffs(Found-Ix)
            END-IF

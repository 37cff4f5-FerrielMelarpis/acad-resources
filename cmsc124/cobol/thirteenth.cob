      * walks every REGDETAIL record the payroll run left behind for
      * the requested calendar year, totals each employee's basic pay
      * (normal pay only - overtime and premiums are excluded by law),
      * plus the coded earnings whose pay code puts them in the
      * 13th-month base, and pays out one-twelfth of it through the
      * same PAYSLIPS output the regular run uses
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
       FD Payslip-File.
       01 Payslip-Record pic X(200).
       WORKING-STORAGE SECTION.
            IF Found-Ix > 0
               MOVE Det-Name TO Tbl-Emp-Name(Found-Ix)
               ADD Det-Normal TO Tbl-Emp-Basic(Found-Ix)
               ADD Det-Earn-13th TO Tbl-Emp-Basic(Found-Ix)
            END-IF
         END-IF.
       EXIT.

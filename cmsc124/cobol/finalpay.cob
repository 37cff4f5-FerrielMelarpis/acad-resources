          02 Emp-Acct-No pic 9(6).
          02 Emp-Bank-Code pic X(4).
          02 Emp-Bank-Acct pic 9(12).
          02 Emp-Pay-Basis pic X.
          02 Emp-Cost-Center pic X(4).
       FD DTR-File.
       01 DTR-Record.
          02 DTR-Key.
          02 Det-Tax pic 9(5)V99.
          02 Det-Net pic 9(7)V99.
          02 Det-Site pic X(10).
          02 Det-Earn-Taxable pic 9(7)V99.
          02 Det-Earn-Exempt pic 9(7)V99.
          02 Det-Earn-13th pic 9(7)V99.
          02 Det-Other-Ded pic 9(7)V99.
          02 Det-Cost-Center pic X(4).
       FD Leave-File.
       01 Leave-Record.
          02 Lv-Emp-No pic 9(5).
          02 Rate-Emp-No pic 9(5).
          02 Rate-Normal pic 9(3)V99.
          02 Rate-Overtime pic 9(3)V99.
          02 Rate-Monthly pic 9(6)V99.
       FD Payslip-File.
       01 Payslip-Record pic X(300).
       FD Report-File.
       77 Cont pic X.
       77 Leave-Day-Minutes pic 9(4) VALUE 480.
       77 Normal-Rate pic 9(3)V99 VALUE 65.00.
      * a monthly salary prices by the hour at twelve months over the
      * paid days in a year, eight hours a day - the payroll run's
      * equivalent rate for monthly-rated staff
       77 Annual-Work-Days pic 9(3) VALUE 261.
       01 Term-Split.
          02 Term-Year pic 9(4).
          02 Term-MD pic 9(4).
                  DISPLAY "No rate on file; using the house default."
               NOT INVALID KEY
                  MOVE Rate-Normal TO Normal-Rate
                  IF Rate-Monthly > 0
                     COMPUTE Normal-Rate ROUNDED =
                         Rate-Monthly * 12 / Annual-Work-Days / 8
                  END-IF
            END-READ
         END-IF.
       EXIT.

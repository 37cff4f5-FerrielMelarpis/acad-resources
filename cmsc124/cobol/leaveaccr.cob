      * path the payroll run uses, at the employee's PAYRATES rate.
      * Each accrual date is recorded on LEAVECTL the way RUNCONTROL
      * records cutoffs, so running mode A twice for the same date
      * cannot double-grant without the operator saying so. Both
      * modes post as of a date that must fall in an open period on
      * PAYCAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Lac-Date
               FILE STATUS IS Lac-Status.
           SELECT Cal-File ASSIGN TO "PAYCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Cal-Cutoff
               FILE STATUS IS Cal-Status.
       DATA DIVISION.
       FILE SECTION.
       FD Emp-File.
          02 Emp-Acct-No pic 9(6).
          02 Emp-Bank-Code pic X(4).
          02 Emp-Bank-Acct pic 9(12).
          02 Emp-Pay-Basis pic X.
          02 Emp-Cost-Center pic X(4).
       FD Leave-File.
       01 Leave-Record.
          02 Lv-Emp-No pic 9(5).
          02 Rate-Emp-No pic 9(5).
          02 Rate-Normal pic 9(3)V99.
          02 Rate-Overtime pic 9(3)V99.
          02 Rate-Monthly pic 9(6)V99.
       FD Payslip-File.
       01 Payslip-Record pic X(200).
       FD Accr-Ctl-File.
          02 Lac-Run-No pic 9(3).
          02 Lac-Count pic 9(5).
          02 Lac-Time pic 9(8).
       FD Cal-File.
       01 Cal-Record.
          02 Cal-Cutoff pic 9(8).
          02 Cal-Start pic 9(8).
          02 Cal-End pic 9(8).
          02 Cal-Pay-Date pic 9(8).
          02 Cal-State pic X.
          02 Cal-Closed-Date pic 9(8).
          02 Cal-Reopen-Count pic 9(2).
       WORKING-STORAGE SECTION.
       77 Emp-Status pic XX.
       77 Lv-Status pic XX.
       77 Emp-Eof pic 9 VALUE 0.
       77 Run-Mode pic X.
       77 Accrual-Date pic 9(8).
       77 Cal-Status pic XX.
       77 Cal-Eof pic 9 VALUE 0.
       77 Period-Open pic 9 VALUE 0.
       77 Period-Closed pic 9 VALUE 0.
      * the leave policy, named-constant style like the pay multipliers
       77 Annual-Vacation-Days pic 9(2)V99 VALUE 10.00.
       77 Annual-Sick-Days pic 9(2)V99 VALUE 10.00.
       77 Skipped-Count pic 9(5) VALUE 0.
      * year-end conversion work fields
       77 Normal-Rate pic 9(3)V99.
      * a monthly salary prices by the hour at twelve months over the
      * paid days in a year, eight hours a day - the payroll run's
      * equivalent rate for monthly-rated staff
       77 Annual-Work-Days pic 9(3) VALUE 261.
       77 Excess-Days pic 9(3)V99.
       77 Convert-Pay pic 9(7)V99.
       77 Convert-Count pic 9(5) VALUE 0.
             WITH NO ADVANCING.
         ACCEPT Accrual-Date.
         MOVE Accrual-Date TO Accr-Split.
         PERFORM CHECK-OPEN-PERIOD.
         IF Period-Open = 0
            MOVE 1 TO Abort-Run
         ELSE
            PERFORM CHECK-ACCRUAL-CONTROL
         END-IF.
         IF Abort-Run = 1
            DISPLAY "Accrual cancelled; nothing was granted."
         ELSE
      * eight hours a day on the employee's normal rate, through the
      * same PAYSLIPS file every other pay does
       CONVERT-RUN.
         DISPLAY "Conversion date (YYYYMMDD): " WITH NO ADVANCING.
         ACCEPT Accrual-Date.
         PERFORM CHECK-OPEN-PERIOD.
         IF Period-Open = 0
            DISPLAY "Conversion cancelled; nothing was paid."
         ELSE
            PERFORM CONVERT-CREDITS
         END-IF.
       EXIT.
       CONVERT-CREDITS.
         OPEN EXTEND Payslip-File.
         IF Slip-Status = "35"
            OPEN OUTPUT Payslip-File
         DISPLAY "Converted excess vacation for " Convert-Count
             " employee(s), totalling " Convert-Total " pesos.".
       EXIT.
      * the posting date must fall in a period on PAYCAL that is
      * open or reopened; periods are few, so a plain pass finds it
       CHECK-OPEN-PERIOD.
         MOVE 0 TO Period-Open.
         MOVE 0 TO Period-Closed.
         OPEN INPUT Cal-File.
         IF Cal-Status NOT = "00"
            DISPLAY "PAYCAL not available; define the pay periods "
                "with CalMaint first."
         ELSE
            MOVE 0 TO Cal-Eof
            PERFORM UNTIL Cal-Eof = 1
               READ Cal-File NEXT RECORD
                  AT END
                     MOVE 1 TO Cal-Eof
                  NOT AT END
                     IF Accrual-Date >= Cal-Start
                        AND Accrual-Date <= Cal-End
                        MOVE 1 TO Cal-Eof
                        IF Cal-State = "C"
                           MOVE 1 TO Period-Closed
                           DISPLAY "The period for cutoff " Cal-Cutoff
                               " holding " Accrual-Date " is closed."
                        ELSE
                           MOVE 1 TO Period-Open
                        END-IF
                     END-IF
               END-READ
            END-PERFORM
            CLOSE Cal-File
            IF Period-Open = 0 AND Period-Closed = 0
               DISPLAY Accrual-Date " falls in no open pay period on "
                   "PAYCAL."
            END-IF
         END-IF.
       EXIT.
       CONVERT-ONE-EMPLOYEE.
         COMPUTE Excess-Days = Lv-Vacation - Carryover-Cap-Days.
         MOVE 65.00 TO Normal-Rate.
                  CONTINUE
               NOT INVALID KEY
                  MOVE Rate-Normal TO Normal-Rate
                  IF Rate-Monthly > 0
                     COMPUTE Normal-Rate ROUNDED =
                         Rate-Monthly * 12 / Annual-Work-Days / 8
                  END-IF
            END-READ
         END-IF.
         COMPUTE Convert-Pay ROUNDED =
         MOVE SPACES TO Payslip-Record.
         STRING "Emp: " Lv-Emp-No
                " Name: " Conv-Name
                " Date: " Accrual-Date
                " Leave Conversion: " Excess-Days
                " vacation day(s) = " Convert-Pay " pesos"
             DELIMITED BY SIZE INTO Payslip-Record

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EmpMaint.
      * adds hires, terminates employees, and changes position, rest
      * day, member account number, pay basis and cost center on
      * EMPMASTER with confirmation
      * and an append-only change log, the way RATECHLOG covers
      * PAYRATES. A termination keeps the record (the batch run
      * rejects Emp-Active "T" cards) and the reason and date land on
          02 Emp-Acct-No pic 9(6).
          02 Emp-Bank-Code pic X(4).
          02 Emp-Bank-Acct pic 9(12).
          02 Emp-Pay-Basis pic X.
          02 Emp-Cost-Center pic X(4).
       FD Log-File.
       01 Log-Record pic X(130).
       WORKING-STORAGE SECTION.
       77 New-Acct-No pic 9(6).
       77 New-Bank-Code pic X(4).
       77 New-Bank-Acct pic 9(12).
       77 New-Pay-Basis pic X.
       77 New-Cost-Center pic X(4).
       77 Today-Date pic 9(8).
       77 Log-Action pic X(5).
       77 Log-Date pic 9(8).
         DISPLAY "[4] Change rest day.".
         DISPLAY "[5] Change member account number.".
         DISPLAY "[6] Change external bank details.".
         DISPLAY "[7] Change pay basis.".
         DISPLAY "[8] Change cost center.".
         DISPLAY "[0] Exit.".
         DISPLAY "=============================================".
         DISPLAY "Enter choice: " WITH NO ADVANCING.
         IF Choice = 6
            PERFORM CHANGE-BANK-DETAILS
         END-IF.
         IF Choice = 7
            PERFORM CHANGE-PAY-BASIS
         END-IF.
         IF Choice = 8
            PERFORM CHANGE-COST-CENTER
         END-IF.
       EXIT.
      * a new hire goes on file active; the rest day is edited here so
      * SET-DAY-MULT never sees a value outside 1-7 again
         DISPLAY "External bank account (0 = none): "
             WITH NO ADVANCING.
         ACCEPT Emp-Bank-Acct.
         PERFORM TAKE-PAY-BASIS.
         MOVE New-Pay-Basis TO Emp-Pay-Basis.
         PERFORM TAKE-COST-CENTER.
         MOVE New-Cost-Center TO Emp-Cost-Center.
         MOVE "A" TO Emp-Active.
         DISPLAY "Add " Emp-Name " as employee " Work-Emp-No
             "? (Y/n): " WITH NO ADVANCING.
            END-IF
         END-IF.
       EXIT.
      * hourly and daily staff are paid from their DTR minutes, the
      * monthly-rated from the salary on PAYRATES less absences
       CHANGE-PAY-BASIS.
         PERFORM FIND-EMPLOYEE.
         IF Emp-Status = "00"
            DISPLAY "Current pay basis: " Emp-Pay-Basis
            PERFORM TAKE-PAY-BASIS
            DISPLAY "Change " Emp-Name "'s pay basis from "
                Emp-Pay-Basis " to " New-Pay-Basis "? (Y/n): "
                WITH NO ADVANCING
            ACCEPT Cont
            IF Cont = "n"
               DISPLAY "Change cancelled."
            ELSE
               MOVE Emp-Pay-Basis TO Old-Value
               MOVE New-Pay-Basis TO Emp-Pay-Basis
               MOVE New-Pay-Basis TO New-Value
               REWRITE Emp-Record
               MOVE "BASIS" TO Log-Action
               PERFORM WRITE-LOG
               DISPLAY "Pay basis changed; key a monthly salary "
                   "through RateMaint for monthly-rated staff."
            END-IF
         END-IF.
       EXIT.
       TAKE-PAY-BASIS.
         MOVE SPACE TO New-Pay-Basis.
         PERFORM UNTIL New-Pay-Basis = "H" OR New-Pay-Basis = "D"
            OR New-Pay-Basis = "M"
            DISPLAY "Pay basis (H=hourly, D=daily, M=monthly): "
                WITH NO ADVANCING
            ACCEPT New-Pay-Basis
            IF New-Pay-Basis = "h"
               MOVE "H" TO New-Pay-Basis
            END-IF
            IF New-Pay-Basis = "d"
               MOVE "D" TO New-Pay-Basis
            END-IF
            IF New-Pay-Basis = "m"
               MOVE "M" TO New-Pay-Basis
            END-IF
            IF New-Pay-Basis NOT = "H" AND New-Pay-Basis NOT = "D"
               AND New-Pay-Basis NOT = "M"
               DISPLAY "Pay basis must be H, D or M."
            END-IF
         END-PERFORM.
       EXIT.
      * the home cost center the payroll run charges the employee's
      * labor to; a timecard may still charge a day elsewhere
       CHANGE-COST-CENTER.
         PERFORM FIND-EMPLOYEE.
         IF Emp-Status = "00"
            DISPLAY "Current cost center: " Emp-Cost-Center
            PERFORM TAKE-COST-CENTER
            DISPLAY "Move " Emp-Name " from cost center "
                Emp-Cost-Center " to " New-Cost-Center "? (Y/n): "
                WITH NO ADVANCING
            ACCEPT Cont
            IF Cont = "n"
               DISPLAY "Change cancelled."
            ELSE
               MOVE Emp-Cost-Center TO Old-Value
               MOVE New-Cost-Center TO Emp-Cost-Center
               MOVE New-Cost-Center TO New-Value
               REWRITE Emp-Record
               MOVE "CCTR " TO Log-Action
               PERFORM WRITE-LOG
               DISPLAY "Cost center changed; payslips already posted "
                   "stay charged where they were."
            END-IF
         END-IF.
       EXIT.
       TAKE-COST-CENTER.
         MOVE SPACES TO New-Cost-Center.
         PERFORM UNTIL New-Cost-Center NOT = SPACES
            DISPLAY "Cost center (4 characters): " WITH NO ADVANCING
            ACCEPT New-Cost-Center
            IF New-Cost-Center = SPACES
               DISPLAY "A cost center is required."
            END-IF
         END-PERFORM.
       EXIT.
      * keyed read shared by every change option; a miss leaves
      * Emp-Status nonzero so the caller just falls through
       FIND-EMPLOYEE.

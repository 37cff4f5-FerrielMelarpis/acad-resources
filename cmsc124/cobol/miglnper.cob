      * one-time migration adding the installment fields to LOANMAST
      * Copyright (C) 2014 Ferriel Lisandro B. Melarpis
      * This program is free software: you can redistribute it and/or modify
      * it under the terms of the GNU General Public License as published by
      * the Free Software Foundation, either version 3 of the License, or (at
      * your option) any later version.
      * This program is distributed in the hope that it will be useful, but
      * WITHOUT ANY WARRANTY; without even the implied warranty of
      * MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.  See the GNU
      * General Public License for more details.
      * You should have received a copy of the GNU General Public License
      * along with this program.  If not, see <http://www.gnu.org/licenses/>.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MigLoanPeriod.
      * widens LOANMAST with the interest already taken and the
      * amount already paid toward the installment due on
      * Ln-Next-Due, which MemberLoan and LoanDebit now keep so the
      * month's interest is charged once however the installment is
      * paid. Nothing on file says what part payments went before,
      * so every loan comes across with both at zero. Run once with
      * MemberLoan and LoanDebit idle, then copy LOANMAST.NEW over
      * LOANMAST - the same hand-off MigPayBasis uses.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Old-Loan-File ASSIGN TO "LOANMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Old-Ln-No
               ALTERNATE RECORD KEY IS Old-Ln-Acct WITH DUPLICATES
               FILE STATUS IS Old-Loan-Status.
           SELECT New-Loan-File ASSIGN TO "LOANMAST.NEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Ln-No
               ALTERNATE RECORD KEY IS Ln-Acct WITH DUPLICATES
               FILE STATUS IS New-Loan-Status.
       DATA DIVISION.
       FILE SECTION.
      * the layout every program read before the period fields
       FD Old-Loan-File.
       01 Old-Loan-Record.
          02 Old-Ln-No pic 9(6).
          02 Old-Ln-Acct pic 9(6).
          02 Old-Ln-Body pic X(74).
       FD New-Loan-File.
       01 Loan-Record.
          02 Ln-No pic 9(6).
          02 Ln-Acct pic 9(6).
          02 Ln-Principal pic 9(7)V99.
          02 Ln-Rate pic 9V9999.
          02 Ln-Term pic 9(3).
          02 Ln-Amort pic 9(7)V99.
          02 Ln-Release-Date pic 9(8).
          02 Ln-Next-Due pic 9(8).
          02 Ln-Due-Day pic 99.
          02 Ln-Balance pic 9(7)V99.
          02 Ln-Paid-Count pic 9(3).
          02 Ln-Auto-Debit pic X.
          02 Ln-State pic X.
          02 Ln-Op pic X(8).
          02 Ln-Approved pic X(8).
          02 Ln-Int-Taken pic 9(7)V99.
          02 Ln-Paid-Toward pic 9(7)V99.
       WORKING-STORAGE SECTION.
       77 Old-Loan-Status pic XX.
       77 New-Loan-Status pic XX.
       77 Eof pic 9 VALUE 0.
       77 Loans-Moved pic 9(6) VALUE 0.
       PROCEDURE DIVISION.
       OPEN INPUT Old-Loan-File.
       IF Old-Loan-Status NOT = "00"
          DISPLAY "LOANMAST not available; nothing migrated."
          STOP RUN
       END-IF.
       PERFORM MIGRATE-LOANS.
       DISPLAY "Migrated " Loans-Moved " loan(s) to LOANMAST.NEW.".
       DISPLAY "Copy LOANMAST.NEW over LOANMAST before MemberLoan or "
           "LoanDebit runs again.".
       STOP RUN.
       MIGRATE-LOANS.
         OPEN OUTPUT New-Loan-File.
         PERFORM UNTIL Eof = 1
            READ Old-Loan-File NEXT RECORD
               AT END MOVE 1 TO Eof
               NOT AT END
                  MOVE Old-Loan-Record TO Loan-Record
                  MOVE 0 TO Ln-Int-Taken
                  MOVE 0 TO Ln-Paid-Toward
                  WRITE Loan-Record
                  ADD 1 TO Loans-Moved
            END-READ
         END-PERFORM.
         CLOSE Old-Loan-File.
         CLOSE New-Loan-File.
       EXIT.
      * END OF PROGRAM

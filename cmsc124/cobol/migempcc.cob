      * one-time migration adding the cost center to the payroll files
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
       PROGRAM-ID. MigEmpCostCtr.
      * widens EMPMASTER with the employee's home cost center and
      * REGDETAIL with the cost center each payslip posted under.
      * Nobody was assigned one before, so both come across blank;
      * EmpMaint option 8 assigns the home cost centers afterwards,
      * and cutoffs paid before then simply show no cost center on
      * the labor distribution. Run once, then copy EMPMASTER.NEW and
      * REGDETAIL.NEW over the live files - the same hand-off
      * MigPayBasis uses. A file that does not exist yet is skipped.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Old-Emp-File ASSIGN TO "EMPMASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Old-Number
               FILE STATUS IS Old-Emp-Status.
           SELECT New-Emp-File ASSIGN TO "EMPMASTER.NEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Emp-Number
               FILE STATUS IS New-Emp-Status.
           SELECT Old-Det-File ASSIGN TO "REGDETAIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Old-Det-Key
               FILE STATUS IS Old-Det-Status.
           SELECT New-Det-File ASSIGN TO "REGDETAIL.NEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Det-Key
               FILE STATUS IS New-Det-Status.
       DATA DIVISION.
       FILE SECTION.
      * the layouts every program read before the cost center existed
       FD Old-Emp-File.
       01 Old-Emp-Record.
          02 Old-Number pic 9(5).
          02 Old-Name pic X(20).
          02 Old-Birthdate pic 9(8).
          02 Old-Hire-Date pic 9(8).
          02 Old-Position pic X(15).
          02 Old-Active pic X.
          02 Old-Rest-Day pic 9.
          02 Old-Acct-No pic 9(6).
          02 Old-Bank-Code pic X(4).
          02 Old-Bank-Acct pic 9(12).
          02 Old-Pay-Basis pic X.
       FD New-Emp-File.
       01 Emp-Record.
          02 Emp-Number pic 9(5).
          02 Emp-Name pic X(20).
          02 Emp-Birthdate pic 9(8).
          02 Emp-Hire-Date pic 9(8).
          02 Emp-Position pic X(15).
          02 Emp-Active pic X.
          02 Emp-Rest-Day pic 9.
          02 Emp-Acct-No pic 9(6).
          02 Emp-Bank-Code pic X(4).
          02 Emp-Bank-Acct pic 9(12).
          02 Emp-Pay-Basis pic X.
          02 Emp-Cost-Center pic X(4).
       FD Old-Det-File.
       01 Old-Det-Record.
          02 Old-Det-Key.
             03 Old-Det-Cutoff pic 9(8).
             03 Old-Det-Emp-No pic 9(5).
          02 Old-Det-Name pic X(20).
          02 Old-Det-Normal pic 9(7)V99.
          02 Old-Det-Overtime pic 9(7)V99.
          02 Old-Det-Premium pic 9(7)V99.
          02 Old-Det-Night pic 9(7)V99.
          02 Old-Det-Gross pic 9(7)V99.
          02 Old-Det-SSS pic 9(5)V99.
          02 Old-Det-PhilH pic 9(5)V99.
          02 Old-Det-PagIbig pic 9(5)V99.
          02 Old-Det-Tax pic 9(5)V99.
          02 Old-Det-Net pic 9(7)V99.
          02 Old-Det-Site pic X(10).
          02 Old-Det-Earn-Taxable pic 9(7)V99.
          02 Old-Det-Earn-Exempt pic 9(7)V99.
          02 Old-Det-Earn-13th pic 9(7)V99.
          02 Old-Det-Other-Ded pic 9(7)V99.
       FD New-Det-File.
       01 Detail-Record.
          02 Det-Key.
             03 Det-Cutoff-Date pic 9(8).
             03 Det-Emp-No pic 9(5).
          02 Det-Name pic X(20).
          02 Det-Normal pic 9(7)V99.
          02 Det-Overtime pic 9(7)V99.
          02 Det-Premium pic 9(7)V99.
          02 Det-Night pic 9(7)V99.
          02 Det-Gross pic 9(7)V99.
          02 Det-SSS pic 9(5)V99.
          02 Det-PhilH pic 9(5)V99.
          02 Det-PagIbig pic 9(5)V99.
          02 Det-Tax pic 9(5)V99.
          02 Det-Net pic 9(7)V99.
          02 Det-Site pic X(10).
          02 Det-Earn-Taxable pic 9(7)V99.
          02 Det-Earn-Exempt pic 9(7)V99.
          02 Det-Earn-13th pic 9(7)V99.
          02 Det-Other-Ded pic 9(7)V99.
          02 Det-Cost-Center pic X(4).
       WORKING-STORAGE SECTION.
       77 Old-Emp-Status pic XX.
       77 New-Emp-Status pic XX.
       77 Old-Det-Status pic XX.
       77 New-Det-Status pic XX.
       77 Eof pic 9 VALUE 0.
       77 Emp-Moved pic 9(5) VALUE 0.
       77 Det-Moved pic 9(7) VALUE 0.
       PROCEDURE DIVISION.
       OPEN INPUT Old-Emp-File.
       IF Old-Emp-Status NOT = "00"
          DISPLAY "EMPMASTER not available; nothing migrated."
          STOP RUN
       END-IF.
       PERFORM MIGRATE-EMPLOYEES.
       PERFORM MIGRATE-DETAIL.
       DISPLAY "Migrated " Emp-Moved " employee(s) and " Det-Moved
           " detail record(s).".
       DISPLAY "Nobody has a cost center yet - assign each employee's "
           "home cost center with EmpMaint option 8.".
       DISPLAY "Copy EMPMASTER.NEW and REGDETAIL.NEW over the live "
           "files before the next run.".
       STOP RUN.
       MIGRATE-EMPLOYEES.
         OPEN OUTPUT New-Emp-File.
         MOVE 0 TO Eof.
         PERFORM UNTIL Eof = 1
            READ Old-Emp-File NEXT RECORD
               AT END MOVE 1 TO Eof
               NOT AT END
                  MOVE Old-Emp-Record TO Emp-Record
                  MOVE SPACES TO Emp-Cost-Center
                  WRITE Emp-Record
                  ADD 1 TO Emp-Moved
            END-READ
         END-PERFORM.
         CLOSE Old-Emp-File.
         CLOSE New-Emp-File.
       EXIT.
       MIGRATE-DETAIL.
         OPEN INPUT Old-Det-File.
         IF Old-Det-Status NOT = "00"
            DISPLAY "REGDETAIL not on file; no detail to migrate."
         ELSE
            OPEN OUTPUT New-Det-File
            MOVE 0 TO Eof
            PERFORM UNTIL Eof = 1
               READ Old-Det-File NEXT RECORD
                  AT END MOVE 1 TO Eof
                  NOT AT END
                     MOVE Old-Det-Record TO Detail-Record
                     MOVE SPACES TO Det-Cost-Center
                     WRITE Detail-Record
                     ADD 1 TO Det-Moved
               END-READ
            END-PERFORM
            CLOSE Old-Det-File
            CLOSE New-Det-File
         END-IF.
       EXIT.
      * END OF PROGRAM

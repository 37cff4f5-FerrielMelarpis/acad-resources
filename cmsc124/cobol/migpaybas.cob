      * one-time migration adding the pay basis and monthly salary
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
       PROGRAM-ID. MigPayBasis.
      * widens EMPMASTER with the pay basis (H hourly, D daily, M
      * monthly), PAYRATES and PENDRATES with the monthly salary, and
      * ATTENDLOG with the night minutes the semi-monthly rollup
      * prices a monthly-rated employee's night differential from.
      * Everyone on file was paid by the hour until now, so every
      * employee comes across hourly with no salary; EmpMaint option 7
      * and RateMaint move the office staff onto a monthly salary
      * afterwards. Run once, then copy each .NEW file over the live
      * one - the same hand-off MigEmpBank uses for EMPMASTER.NEW. A
      * file that does not exist yet is simply skipped.
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
           SELECT Old-Rate-File ASSIGN TO "PAYRATES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Old-Rate-Emp-No
               FILE STATUS IS Old-Rate-Status.
           SELECT New-Rate-File ASSIGN TO "PAYRATES.NEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Rate-Emp-No
               FILE STATUS IS New-Rate-Status.
           SELECT Old-Pend-File ASSIGN TO "PENDRATES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Old-Pend-Key
               FILE STATUS IS Old-Pend-Status.
           SELECT New-Pend-File ASSIGN TO "PENDRATES.NEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Pend-Key
               FILE STATUS IS New-Pend-Status.
           SELECT Old-Att-File ASSIGN TO "ATTENDLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Old-Att-Key
               FILE STATUS IS Old-Att-Status.
           SELECT New-Att-File ASSIGN TO "ATTENDLOG.NEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Att-Key
               FILE STATUS IS New-Att-Status.
       DATA DIVISION.
       FILE SECTION.
      * the layouts every program read before the pay basis existed
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
       FD Old-Rate-File.
       01 Old-Rate-Record.
          02 Old-Rate-Emp-No pic 9(5).
          02 Old-Rate-Normal pic 9(3)V99.
          02 Old-Rate-Overtime pic 9(3)V99.
       FD New-Rate-File.
       01 Rate-Record.
          02 Rate-Emp-No pic 9(5).
          02 Rate-Normal pic 9(3)V99.
          02 Rate-Overtime pic 9(3)V99.
          02 Rate-Monthly pic 9(6)V99.
       FD Old-Pend-File.
       01 Old-Pend-Record.
          02 Old-Pend-Key.
             03 Old-Pend-Emp-No pic 9(5).
             03 Old-Pend-Effective pic 9(8).
          02 Old-Pend-Normal pic 9(3)V99.
          02 Old-Pend-Overtime pic 9(3)V99.
       FD New-Pend-File.
       01 Pend-Record.
          02 Pend-Key.
             03 Pend-Emp-No pic 9(5).
             03 Pend-Effective pic 9(8).
          02 Pend-Normal pic 9(3)V99.
          02 Pend-Overtime pic 9(3)V99.
          02 Pend-Monthly pic 9(6)V99.
       FD Old-Att-File.
       01 Old-Att-Record.
          02 Old-Att-Key.
             03 Old-Att-Emp-No pic 9(5).
             03 Old-Att-Date pic 9(8).
          02 Old-Att-Sched-In pic 9(4).
          02 Old-Att-Sched-Out pic 9(4).
          02 Old-Att-Tardy-Minutes pic 9(4).
          02 Old-Att-Under-Minutes pic 9(4).
       FD New-Att-File.
       01 Att-Record.
          02 Att-Key.
             03 Att-Emp-No pic 9(5).
             03 Att-Date pic 9(8).
          02 Att-Sched-In pic 9(4).
          02 Att-Sched-Out pic 9(4).
          02 Att-Tardy-Minutes pic 9(4).
          02 Att-Under-Minutes pic 9(4).
          02 Att-Night-Minutes pic 9(4).
       WORKING-STORAGE SECTION.
       77 Old-Emp-Status pic XX.
       77 New-Emp-Status pic XX.
       77 Old-Rate-Status pic XX.
       77 New-Rate-Status pic XX.
       77 Old-Pend-Status pic XX.
       77 New-Pend-Status pic XX.
       77 Old-Att-Status pic XX.
       77 New-Att-Status pic XX.
       77 Eof pic 9 VALUE 0.
       77 Emp-Moved pic 9(5) VALUE 0.
       77 Rates-Moved pic 9(5) VALUE 0.
       77 Pend-Moved pic 9(5) VALUE 0.
       77 Att-Moved pic 9(7) VALUE 0.
       PROCEDURE DIVISION.
       OPEN INPUT Old-Emp-File.
       IF Old-Emp-Status NOT = "00"
          DISPLAY "EMPMASTER not available; nothing migrated."
          STOP RUN
       END-IF.
       PERFORM MIGRATE-EMPLOYEES.
       PERFORM MIGRATE-RATES.
       PERFORM MIGRATE-PENDING.
       PERFORM MIGRATE-ATTENDANCE.
       DISPLAY "Migrated " Emp-Moved " employee(s), " Rates-Moved
           " rate(s), " Pend-Moved " pending change(s) and "
           Att-Moved " attendance record(s).".
       DISPLAY "Everyone came across hourly - set the office staff "
           "monthly with EmpMaint option 7 and key their salaries "
           "through RateMaint.".
       DISPLAY "Copy EMPMASTER.NEW, PAYRATES.NEW, PENDRATES.NEW and "
           "ATTENDLOG.NEW over the live files before the next run.".
       STOP RUN.
       MIGRATE-EMPLOYEES.
         OPEN OUTPUT New-Emp-File.
         MOVE 0 TO Eof.
         PERFORM UNTIL Eof = 1
            READ Old-Emp-File NEXT RECORD
               AT END MOVE 1 TO Eof
               NOT AT END
                  MOVE Old-Emp-Record TO Emp-Record
                  MOVE "H" TO Emp-Pay-Basis
                  WRITE Emp-Record
                  ADD 1 TO Emp-Moved
            END-READ
         END-PERFORM.
         CLOSE Old-Emp-File.
         CLOSE New-Emp-File.
       EXIT.
       MIGRATE-RATES.
         OPEN INPUT Old-Rate-File.
         IF Old-Rate-Status NOT = "00"
            DISPLAY "PAYRATES not available; no rates migrated."
         ELSE
            OPEN OUTPUT New-Rate-File
            MOVE 0 TO Eof
            PERFORM UNTIL Eof = 1
               READ Old-Rate-File NEXT RECORD
                  AT END MOVE 1 TO Eof
                  NOT AT END
                     MOVE Old-Rate-Record TO Rate-Record
                     MOVE 0 TO Rate-Monthly
                     WRITE Rate-Record
                     ADD 1 TO Rates-Moved
               END-READ
            END-PERFORM
            CLOSE Old-Rate-File
            CLOSE New-Rate-File
         END-IF.
       EXIT.
       MIGRATE-PENDING.
         OPEN INPUT Old-Pend-File.
         IF Old-Pend-Status NOT = "00"
            DISPLAY "PENDRATES not on file; nothing pending to migrate."
         ELSE
            OPEN OUTPUT New-Pend-File
            MOVE 0 TO Eof
            PERFORM UNTIL Eof = 1
               READ Old-Pend-File NEXT RECORD
                  AT END MOVE 1 TO Eof
                  NOT AT END
                     MOVE Old-Pend-Record TO Pend-Record
                     MOVE 0 TO Pend-Monthly
                     WRITE Pend-Record
                     ADD 1 TO Pend-Moved
               END-READ
            END-PERFORM
            CLOSE Old-Pend-File
            CLOSE New-Pend-File
         END-IF.
       EXIT.
       MIGRATE-ATTENDANCE.
         OPEN INPUT Old-Att-File.
         IF Old-Att-Status NOT = "00"
            DISPLAY "ATTENDLOG not on file; no attendance to migrate."
         ELSE
            OPEN OUTPUT New-Att-File
            MOVE 0 TO Eof
            PERFORM UNTIL Eof = 1
               READ Old-Att-File NEXT RECORD
                  AT END MOVE 1 TO Eof
                  NOT AT END
                     MOVE Old-Att-Record TO Att-Record
                     MOVE 0 TO Att-Night-Minutes
                     WRITE Att-Record
                     ADD 1 TO Att-Moved
               END-READ
            END-PERFORM
            CLOSE Old-Att-File
            CLOSE New-Att-File
         END-IF.
       EXIT.
      * END OF PROGRAM

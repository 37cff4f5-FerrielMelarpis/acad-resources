      * payroll period calendar maintenance for PAYCAL
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
       PROGRAM-ID. CalMaint.
      * defines the pay periods on PAYCAL, keyed by cutoff date: the
      * first and last day the period pays for, the cutoff, and the
      * pay date, with the period's state - O open, C closed by
      * PerClose, R reopened by a supervisor. A new period may not
      * overlap another, its end may not fall after its cutoff nor
      * its cutoff after its pay date. The payroll run, TCEntry,
      * LeaveAccrue and PayVoid only post into an open or reopened
      * period, so the next periods are defined here ahead of time.
      * A period's dates may be changed, or the period withdrawn,
      * only while it is open and nothing has been posted to the
      * PAYROLL-REGISTER for its cutoff; closing and reopening are
      * PerClose's.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Cal-File ASSIGN TO "PAYCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Cal-Cutoff
               FILE STATUS IS Cal-Status.
           SELECT Register-File ASSIGN TO "PAYROLL-REGISTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Reg-Cutoff-Date
               FILE STATUS IS Reg-Status.
       DATA DIVISION.
       FILE SECTION.
       FD Cal-File.
       01 Cal-Record.
          02 Cal-Cutoff pic 9(8).
          02 Cal-Start pic 9(8).
          02 Cal-End pic 9(8).
          02 Cal-Pay-Date pic 9(8).
          02 Cal-State pic X.
          02 Cal-Closed-Date pic 9(8).
          02 Cal-Reopen-Count pic 9(2).
      * the register record the payroll run maintains per cutoff
       FD Register-File.
       01 Register-Record.
          02 Reg-Cutoff-Date pic 9(8).
          02 Reg-Emp-Count pic 9(5).
          02 Reg-Total-Normal pic 9(7)V99.
          02 Reg-Total-Overtime pic 9(7)V99.
          02 Reg-Total-Pay pic 9(7)V99.
          02 Reg-Total-SSS pic 9(7)V99.
          02 Reg-Total-PhilH pic 9(7)V99.
          02 Reg-Total-PagIbig pic 9(7)V99.
          02 Reg-Total-Tax pic 9(7)V99.
          02 Reg-Total-Net pic 9(7)V99.
          02 Reg-Site pic X(10).
       WORKING-STORAGE SECTION.
       77 Cal-Status pic XX.
       77 Reg-Status pic XX.
       77 Reg-Unavail pic 9 VALUE 0.
       77 Choice pic 9 VALUE 9.
       77 Cont pic X.
       77 Cal-Eof pic 9 VALUE 0.
       77 Cal-Listed pic 9(4) VALUE 0.
       77 Work-Cutoff pic 9(8).
       77 Work-Start pic 9(8).
       77 Work-End pic 9(8).
       77 Work-Pay-Date pic 9(8).
       77 Work-Ok pic 9.
       77 Overlap-Cutoff pic 9(8).
       77 Posted-Found pic 9.
       PROCEDURE DIVISION.
       PERFORM OPEN-FILES.
       PERFORM MAIN-MENU UNTIL Choice = 0.
       CLOSE Cal-File.
       IF Reg-Unavail NOT = 1
          CLOSE Register-File
       END-IF.
       STOP RUN.
       OPEN-FILES.
         OPEN I-O Cal-File.
         IF Cal-Status = "35"
            OPEN OUTPUT Cal-File
            CLOSE Cal-File
            OPEN I-O Cal-File
         END-IF.
         IF Cal-Status NOT = "00"
            DISPLAY "PAYCAL not available; cannot run maintenance."
            STOP RUN
         END-IF.
         OPEN INPUT Register-File.
         IF Reg-Status NOT = "00"
            MOVE 1 TO Reg-Unavail
         END-IF.
       EXIT.
       MAIN-MENU.
         DISPLAY " ".
         DISPLAY "====== payroll period calendar (PAYCAL) ======".
         DISPLAY "[1] Define a new pay period.".
         DISPLAY "[2] Change an open period's dates.".
         DISPLAY "[3] Withdraw an open period.".
         DISPLAY "[4] List the pay periods.".
         DISPLAY "[0] Exit.".
         DISPLAY "==============================================".
         DISPLAY "Enter choice: " WITH NO ADVANCING.
         ACCEPT Choice.
         IF Choice = 1
            PERFORM DEFINE-PERIOD
         END-IF.
         IF Choice = 2
            PERFORM CHANGE-PERIOD
         END-IF.
         IF Choice = 3
            PERFORM WITHDRAW-PERIOD
         END-IF.
         IF Choice = 4
            PERFORM LIST-PERIODS
         END-IF.
       EXIT.
       DEFINE-PERIOD.
         DISPLAY "Cutoff date (YYYYMMDD): " WITH NO ADVANCING.
         ACCEPT Work-Cutoff.
         MOVE Work-Cutoff TO Cal-Cutoff.
         READ Cal-File KEY IS Cal-Cutoff
            INVALID KEY
               PERFORM KEY-PERIOD-DATES
               IF Work-Ok = 1
                  PERFORM CONFIRM-NEW-PERIOD
               END-IF
            NOT INVALID KEY
               DISPLAY "Cutoff " Work-Cutoff " is already on PAYCAL ("
                   Cal-Start " to " Cal-End "); change it instead."
         END-READ.
       EXIT.
       CONFIRM-NEW-PERIOD.
         DISPLAY "Open period " Work-Start " to " Work-End
             " cutoff " Work-Cutoff " pay date " Work-Pay-Date
             "? (Y/n): " WITH NO ADVANCING.
         ACCEPT Cont.
         IF Cont = "n"
            DISPLAY "Period not defined."
         ELSE
            MOVE Work-Cutoff TO Cal-Cutoff
            MOVE Work-Start TO Cal-Start
            MOVE Work-End TO Cal-End
            MOVE Work-Pay-Date TO Cal-Pay-Date
            MOVE "O" TO Cal-State
            MOVE 0 TO Cal-Closed-Date
            MOVE 0 TO Cal-Reopen-Count
            WRITE Cal-Record
               INVALID KEY
                  DISPLAY "Cutoff " Work-Cutoff " could not be "
                      "written; status " Cal-Status "."
               NOT INVALID KEY
                  DISPLAY "Period open."
            END-WRITE
         END-IF.
       EXIT.
      * the period's own dates in order, and no other period may
      * share a day with it
       KEY-PERIOD-DATES.
         MOVE 1 TO Work-Ok.
         DISPLAY "First day of the period (YYYYMMDD): "
             WITH NO ADVANCING.
         ACCEPT Work-Start.
         DISPLAY "Last day of the period (YYYYMMDD): "
             WITH NO ADVANCING.
         ACCEPT Work-End.
         DISPLAY "Pay date (YYYYMMDD): " WITH NO ADVANCING.
         ACCEPT Work-Pay-Date.
         IF Work-Start > Work-End
            DISPLAY "The period ends before it starts."
            MOVE 0 TO Work-Ok
         END-IF.
         IF Work-End > Work-Cutoff
            DISPLAY "The period runs past its cutoff " Work-Cutoff "."
            MOVE 0 TO Work-Ok
         END-IF.
         IF Work-Cutoff > Work-Pay-Date
            DISPLAY "The pay date falls before the cutoff."
            MOVE 0 TO Work-Ok
         END-IF.
         IF Work-Ok = 1
            PERFORM CHECK-OVERLAP
         END-IF.
       EXIT.
       CHECK-OVERLAP.
         MOVE 0 TO Overlap-Cutoff.
         MOVE 0 TO Cal-Eof.
         MOVE 0 TO Cal-Cutoff.
         START Cal-File KEY IS NOT LESS THAN Cal-Cutoff
            INVALID KEY MOVE 1 TO Cal-Eof
         END-START.
         PERFORM UNTIL Cal-Eof = 1
            READ Cal-File NEXT RECORD
               AT END
                  MOVE 1 TO Cal-Eof
               NOT AT END
                  IF Cal-Cutoff NOT = Work-Cutoff
                     AND Cal-Start <= Work-End
                     AND Cal-End >= Work-Start
                     MOVE Cal-Cutoff TO Overlap-Cutoff
                     MOVE 1 TO Cal-Eof
                  END-IF
            END-READ
         END-PERFORM.
         IF Overlap-Cutoff > 0
            DISPLAY "Those dates overlap the period for cutoff "
                Overlap-Cutoff " (" Cal-Start " to " Cal-End ")."
            MOVE 0 TO Work-Ok
         END-IF.
       EXIT.
      * once the register carries the cutoff, its cards were priced
      * against these dates and they stay as they are
       CHECK-NOTHING-POSTED.
         MOVE 0 TO Posted-Found.
         IF Reg-Unavail NOT = 1
            MOVE Work-Cutoff TO Reg-Cutoff-Date
            READ Register-File KEY IS Reg-Cutoff-Date
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE 1 TO Posted-Found
            END-READ
         END-IF.
       EXIT.
       CHANGE-PERIOD.
         DISPLAY "Cutoff date (YYYYMMDD): " WITH NO ADVANCING.
         ACCEPT Work-Cutoff.
         MOVE Work-Cutoff TO Cal-Cutoff.
         READ Cal-File KEY IS Cal-Cutoff
            INVALID KEY
               DISPLAY "No period for cutoff " Work-Cutoff
                   " on PAYCAL."
            NOT INVALID KEY
               PERFORM CHANGE-ONE-PERIOD
         END-READ.
       EXIT.
       CHANGE-ONE-PERIOD.
         PERFORM CHECK-NOTHING-POSTED.
         IF Cal-State NOT = "O"
            DISPLAY "Period for cutoff " Work-Cutoff " is not open "
                "(state " Cal-State "); its dates stay."
         ELSE
         IF Posted-Found = 1
            DISPLAY "Cutoff " Work-Cutoff " already has postings on "
                "PAYROLL-REGISTER; its dates stay."
         ELSE
            DISPLAY "Now " Cal-Start " to " Cal-End " pay date "
                Cal-Pay-Date
            PERFORM KEY-PERIOD-DATES
            IF Work-Ok = 1
               MOVE Work-Cutoff TO Cal-Cutoff
               READ Cal-File KEY IS Cal-Cutoff
               END-READ
               MOVE Work-Start TO Cal-Start
               MOVE Work-End TO Cal-End
               MOVE Work-Pay-Date TO Cal-Pay-Date
               REWRITE Cal-Record
               DISPLAY "Period changed."
            END-IF
         END-IF
         END-IF.
       EXIT.
       WITHDRAW-PERIOD.
         DISPLAY "Cutoff date (YYYYMMDD): " WITH NO ADVANCING.
         ACCEPT Work-Cutoff.
         MOVE Work-Cutoff TO Cal-Cutoff.
         READ Cal-File KEY IS Cal-Cutoff
            INVALID KEY
               DISPLAY "No period for cutoff " Work-Cutoff
                   " on PAYCAL."
            NOT INVALID KEY
               PERFORM WITHDRAW-ONE-PERIOD
         END-READ.
       EXIT.
       WITHDRAW-ONE-PERIOD.
         PERFORM CHECK-NOTHING-POSTED.
         IF Cal-State NOT = "O" OR Posted-Found = 1
            DISPLAY "Period for cutoff " Work-Cutoff " has been "
                "posted to or closed; it cannot be withdrawn."
         ELSE
            DISPLAY "Withdraw period " Cal-Start " to " Cal-End
                "? (Y/n): " WITH NO ADVANCING
            ACCEPT Cont
            IF Cont = "n"
               DISPLAY "Period kept."
            ELSE
               DELETE Cal-File RECORD
               DISPLAY "Period withdrawn."
            END-IF
         END-IF.
       EXIT.
       LIST-PERIODS.
         MOVE 0 TO Cal-Eof.
         MOVE 0 TO Cal-Listed.
         MOVE 0 TO Cal-Cutoff.
         START Cal-File KEY IS NOT LESS THAN Cal-Cutoff
            INVALID KEY MOVE 1 TO Cal-Eof
         END-START.
         DISPLAY "Cutoff   Start    End      Pay date St Closed   "
             "Reopened".
         PERFORM UNTIL Cal-Eof = 1
            READ Cal-File NEXT RECORD
               AT END
                  MOVE 1 TO Cal-Eof
               NOT AT END
                  DISPLAY Cal-Cutoff " " Cal-Start " " Cal-End " "
                      Cal-Pay-Date " " Cal-State "  " Cal-Closed-Date
                      " " Cal-Reopen-Count
                  ADD 1 TO Cal-Listed
            END-READ
         END-PERFORM.
         DISPLAY Cal-Listed " period(s) on PAYCAL.".
       EXIT.
      * END OF PROGRAM

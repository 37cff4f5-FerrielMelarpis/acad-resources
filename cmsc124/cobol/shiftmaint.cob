      * maintenance program for the SHIFTSCHED work-shift schedules
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
       PROGRAM-ID. ShiftMaint.
      * keys an employee's weekly shift onto SHIFTSCHED: for each day
      * Monday through Sunday whether it is a workday and, if so, the
      * scheduled time in and time out, in force from an effective
      * date until a later schedule for the same employee takes over.
      * A schedule change is keyed as a new effective date rather
      * than overwriting the old one, so a rerun of a past cutoff
      * still measures tardiness against the shift that applied then.
      * The payroll run and AttendCheck read the schedule in force
      * on each date worked; confirmation prompts like OTMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Sched-File ASSIGN TO "SHIFTSCHED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Sch-Key
               FILE STATUS IS Sch-Status.
           SELECT Emp-File ASSIGN TO "EMPMASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Emp-Number
               FILE STATUS IS Emp-Status.
       DATA DIVISION.
       FILE SECTION.
      * one employee's week from one effective date; Sch-Day runs
      * 1=Monday through 7=Sunday like Dow-Day in the payroll run,
      * and a day with Sch-Works "N" is a scheduled day off
       FD Sched-File.
       01 Sched-Record.
          02 Sch-Key.
             03 Sch-Emp-No pic 9(5).
             03 Sch-Effective pic 9(8).
          02 Sch-Days.
             03 Sch-Day OCCURS 7 TIMES.
                04 Sch-Works pic X.
                04 Sch-In-Hour pic 9(2).
                04 Sch-In-Minute pic 9(2).
                04 Sch-Out-Hour pic 9(2).
                04 Sch-Out-Minute pic 9(2).
       FD Emp-File.
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
       WORKING-STORAGE SECTION.
       77 Sch-Status pic XX.
       77 Emp-Status pic XX.
       77 Emp-Unavail pic 9 VALUE 0.
       77 Choice pic 9 VALUE 9.
       77 Cont pic X.
       77 Sch-Eof pic 9 VALUE 0.
       77 Sch-Listed pic 9(3) VALUE 0.
       77 Work-Emp-No pic 9(5).
       77 Work-Date pic 9(8).
       77 Work-Name pic X(20).
       77 Day-Ix pic 9.
       77 Valid-Time pic 9 VALUE 0.
       77 Copy-Ans pic X.
       01 Day-Names.
          02 FILLER pic X(9) VALUE "Monday".
          02 FILLER pic X(9) VALUE "Tuesday".
          02 FILLER pic X(9) VALUE "Wednesday".
          02 FILLER pic X(9) VALUE "Thursday".
          02 FILLER pic X(9) VALUE "Friday".
          02 FILLER pic X(9) VALUE "Saturday".
          02 FILLER pic X(9) VALUE "Sunday".
       01 Day-Name-Table REDEFINES Day-Names.
          02 Day-Name pic X(9) OCCURS 7 TIMES.
      * the day just keyed, offered to the next so a five-day week
      * of the same shift is keyed once
       01 Last-Day.
          02 Last-Works pic X.
          02 Last-In-Hour pic 9(2).
          02 Last-In-Minute pic 9(2).
          02 Last-Out-Hour pic 9(2).
          02 Last-Out-Minute pic 9(2).
       PROCEDURE DIVISION.
       PERFORM OPEN-FILES.
       PERFORM MAIN-MENU UNTIL Choice = 0.
       CLOSE Sched-File.
       IF Emp-Unavail NOT = 1
          CLOSE Emp-File
       END-IF.
       STOP RUN.
       OPEN-FILES.
         OPEN I-O Sched-File.
         IF Sch-Status = "35"
            OPEN OUTPUT Sched-File
            CLOSE Sched-File
            OPEN I-O Sched-File
         END-IF.
         IF Sch-Status NOT = "00"
            DISPLAY "SHIFTSCHED not available; cannot run maintenance."
            STOP RUN
         END-IF.
         OPEN INPUT Emp-File.
         IF Emp-Status NOT = "00"
            MOVE 1 TO Emp-Unavail
         END-IF.
       EXIT.
       MAIN-MENU.
         DISPLAY " ".
         DISPLAY "====== work-shift schedules (SHIFTSCHED) ======".
         DISPLAY "[1] Key a schedule from an effective date.".
         DISPLAY "[2] List an employee's schedules.".
         DISPLAY "[3] Withdraw a schedule.".
         DISPLAY "[0] Exit.".
         DISPLAY "===============================================".
         DISPLAY "Enter choice: " WITH NO ADVANCING.
         ACCEPT Choice.
         IF Choice = 1
            PERFORM KEY-SCHEDULE
         END-IF.
         IF Choice = 2
            PERFORM LIST-SCHEDULES
         END-IF.
         IF Choice = 3
            PERFORM WITHDRAW-SCHEDULE
         END-IF.
       EXIT.
      * only employees on the master get a schedule; keying the same
      * employee and effective date again replaces that week
       KEY-SCHEDULE.
         DISPLAY "Employee number: " WITH NO ADVANCING.
         ACCEPT Work-Emp-No.
         PERFORM FIND-EMPLOYEE.
         IF Work-Name = SPACES
            DISPLAY "Employee " Work-Emp-No " is not on EMPMASTER; "
                "schedule not keyed."
         ELSE
            DISPLAY "Schedule for " Work-Name
            DISPLAY "Effective from (YYYYMMDD): " WITH NO ADVANCING
            ACCEPT Work-Date
            MOVE SPACES TO Last-Works
            MOVE 1 TO Day-Ix
            PERFORM KEY-ONE-DAY UNTIL Day-Ix > 7
            DISPLAY "File this schedule for employee " Work-Emp-No
                " from " Work-Date "? (Y/n): " WITH NO ADVANCING
            ACCEPT Cont
            IF Cont = "n"
               DISPLAY "Schedule cancelled."
            ELSE
               PERFORM FILE-SCHEDULE
            END-IF
         END-IF.
       EXIT.
       FIND-EMPLOYEE.
         MOVE SPACES TO Work-Name.
         IF Emp-Unavail = 1
            MOVE "(EMPMASTER DOWN)" TO Work-Name
         ELSE
            MOVE Work-Emp-No TO Emp-Number
            READ Emp-File KEY IS Emp-Number
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE Emp-Name TO Work-Name
            END-READ
         END-IF.
       EXIT.
       KEY-ONE-DAY.
         MOVE "N" TO Copy-Ans.
         IF Last-Works NOT = SPACES
            DISPLAY Day-Name(Day-Ix) ": same as the day before? "
                "(y/N): " WITH NO ADVANCING
            ACCEPT Copy-Ans
         END-IF.
         IF Copy-Ans = "y" OR Copy-Ans = "Y"
            MOVE Last-Day TO Sch-Day(Day-Ix)
         ELSE
            DISPLAY Day-Name(Day-Ix) ": a workday? (Y/n): "
                WITH NO ADVANCING
            ACCEPT Sch-Works(Day-Ix)
            IF Sch-Works(Day-Ix) = "n" OR Sch-Works(Day-Ix) = "N"
               MOVE "N" TO Sch-Works(Day-Ix)
               MOVE 0 TO Sch-In-Hour(Day-Ix)
               MOVE 0 TO Sch-In-Minute(Day-Ix)
               MOVE 0 TO Sch-Out-Hour(Day-Ix)
               MOVE 0 TO Sch-Out-Minute(Day-Ix)
            ELSE
               MOVE "Y" TO Sch-Works(Day-Ix)
               PERFORM KEY-DAY-TIMES
            END-IF
         END-IF.
         MOVE Sch-Day(Day-Ix) TO Last-Day.
         ADD 1 TO Day-Ix.
       EXIT.
      * the same time edits SCAN puts on a walk-in's clock times
       KEY-DAY-TIMES.
         MOVE 0 TO Valid-Time.
         PERFORM UNTIL Valid-Time = 1
            DISPLAY "  Time in  - hours (0-23): " WITH NO ADVANCING
            ACCEPT Sch-In-Hour(Day-Ix)
            DISPLAY "             minutes (0-59): " WITH NO ADVANCING
            ACCEPT Sch-In-Minute(Day-Ix)
            DISPLAY "  Time out - hours (0-23): " WITH NO ADVANCING
            ACCEPT Sch-Out-Hour(Day-Ix)
            DISPLAY "             minutes (0-59): " WITH NO ADVANCING
            ACCEPT Sch-Out-Minute(Day-Ix)
            IF Sch-In-Hour(Day-Ix) <= 23
               AND Sch-In-Minute(Day-Ix) <= 59
               AND Sch-Out-Hour(Day-Ix) <= 23
               AND Sch-Out-Minute(Day-Ix) <= 59
               MOVE 1 TO Valid-Time
            ELSE
               DISPLAY "Invalid time entered; please re-enter."
            END-IF
         END-PERFORM.
       EXIT.
       FILE-SCHEDULE.
         MOVE Work-Emp-No TO Sch-Emp-No.
         MOVE Work-Date TO Sch-Effective.
         WRITE Sched-Record
            INVALID KEY
               REWRITE Sched-Record
               DISPLAY "Schedule from " Work-Date " replaced."
            NOT INVALID KEY
               DISPLAY "Schedule recorded."
         END-WRITE.
       EXIT.
       LIST-SCHEDULES.
         DISPLAY "Employee number: " WITH NO ADVANCING.
         ACCEPT Work-Emp-No.
         MOVE 0 TO Sch-Eof.
         MOVE 0 TO Sch-Listed.
         CLOSE Sched-File.
         OPEN INPUT Sched-File.
         PERFORM UNTIL Sch-Eof = 1
            READ Sched-File NEXT RECORD
               AT END
                  MOVE 1 TO Sch-Eof
               NOT AT END
                  IF Sch-Emp-No = Work-Emp-No
                     PERFORM LIST-ONE-SCHEDULE
                  END-IF
            END-READ
         END-PERFORM.
         CLOSE Sched-File.
         OPEN I-O Sched-File.
         IF Sch-Listed = 0
            DISPLAY "No schedule on file for employee " Work-Emp-No
                "."
         END-IF.
       EXIT.
       LIST-ONE-SCHEDULE.
         ADD 1 TO Sch-Listed.
         DISPLAY "Effective " Sch-Effective ":".
         MOVE 1 TO Day-Ix.
         PERFORM UNTIL Day-Ix > 7
            IF Sch-Works(Day-Ix) = "Y"
               DISPLAY "  " Day-Name(Day-Ix) " "
                   Sch-In-Hour(Day-Ix) ":" Sch-In-Minute(Day-Ix)
                   " - " Sch-Out-Hour(Day-Ix) ":"
                   Sch-Out-Minute(Day-Ix)
            ELSE
               DISPLAY "  " Day-Name(Day-Ix) " day off"
            END-IF
            ADD 1 TO Day-Ix
         END-PERFORM.
       EXIT.
       WITHDRAW-SCHEDULE.
         DISPLAY "Employee number: " WITH NO ADVANCING.
         ACCEPT Work-Emp-No.
         DISPLAY "Effective date (YYYYMMDD): " WITH NO ADVANCING.
         ACCEPT Work-Date.
         MOVE Work-Emp-No TO Sch-Emp-No.
         MOVE Work-Date TO Sch-Effective.
         READ Sched-File KEY IS Sch-Key
            INVALID KEY
               DISPLAY "No schedule on file for employee "
                   Work-Emp-No " from " Work-Date "."
            NOT INVALID KEY
               DISPLAY "Withdraw the schedule for employee "
                   Work-Emp-No " from " Work-Date
                   "? (Y/n): " WITH NO ADVANCING
               ACCEPT Cont
               IF Cont = "n"
                  DISPLAY "Withdrawal cancelled."
               ELSE
                  DELETE Sched-File RECORD
                  DISPLAY "Schedule withdrawn; the one before it "
                      "applies again."
               END-IF
         END-READ.
       EXIT.
      * END OF PROGRAM

      * cutoff-end attendance check: unexplained absences and lateness
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
       PROGRAM-ID. AttendCheck.
      * run at the end of each cutoff, before HouseKeep purges the
      * period's posted WEEKLYDTR entries. For every active employee
      * on EMPMASTER it walks the period a day at a time and, on each
      * day the SHIFTSCHED schedule in force makes a workday (and the
      * HOLIDAYS calendar does not make a holiday), looks for the
      * day's WEEKLYDTR entry: worked minutes explain the day, leave
      * minutes posted through LEAVE-ENTRY (drawn from LEAVECRED)
      * explain it, and anything else is an unexplained absence,
      * listed on ABSENCERPT with the employee's remaining leave
      * credits so HR can decide whether to charge it. Employees with
      * no schedule are listed once, since nothing can be checked for
      * them. A second pass over ATTENDLOG counts each employee's
      * tardy days in the month the cutoff ends in; anyone at or
      * over the habitual count (keyed at run time, default 3) goes
      * on TARDYRPT for HR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Emp-File ASSIGN TO "EMPMASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Emp-Number
               FILE STATUS IS Emp-Status.
           SELECT Sched-File ASSIGN TO "SHIFTSCHED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Sch-Key
               FILE STATUS IS Sch-Status.
           SELECT DTR-File ASSIGN TO "WEEKLYDTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DTR-Key
               FILE STATUS IS DTR-Status.
           SELECT Leave-File ASSIGN TO "LEAVECRED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Lv-Emp-No
               FILE STATUS IS Lv-Status.
           SELECT Att-File ASSIGN TO "ATTENDLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Att-Key
               FILE STATUS IS Att-Status.
           SELECT Holiday-File ASSIGN TO "HOLIDAYS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Hol-Status.
           SELECT Absence-File ASSIGN TO "ABSENCERPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT Tardy-File ASSIGN TO "TARDYRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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
       FD DTR-File.
       01 DTR-Record.
          02 DTR-Key.
             03 DTR-Emp-No pic 9(5).
             03 DTR-Date pic 9(8).
          02 DTR-Minutes pic 9(5).
          02 DTR-Leave-Minutes pic 9(5).
          02 DTR-Posted pic X.
       FD Leave-File.
       01 Leave-Record.
          02 Lv-Emp-No pic 9(5).
          02 Lv-Vacation pic 9(3)V99.
          02 Lv-Sick pic 9(3)V99.
       FD Att-File.
       01 Att-Record.
          02 Att-Key.
             03 Att-Emp-No pic 9(5).
             03 Att-Date pic 9(8).
          02 Att-Sched-In pic 9(4).
          02 Att-Sched-Out pic 9(4).
          02 Att-Tardy-Minutes pic 9(4).
          02 Att-Under-Minutes pic 9(4).
          02 Att-Night-Minutes pic 9(4).
       FD Holiday-File.
       01 Hol-Record.
          02 Hol-Date pic 9(8).
          02 Hol-Type pic X.
       FD Absence-File.
       01 Absence-Record pic X(120).
       FD Tardy-File.
       01 Tardy-Record pic X(120).
       WORKING-STORAGE SECTION.
       77 Emp-Status pic XX.
       77 Sch-Status pic XX.
       77 DTR-Status pic XX.
       77 Lv-Status pic XX.
       77 Att-Status pic XX.
       77 Hol-Status pic XX.
       77 DTR-Unavail pic 9 VALUE 0.
       77 Lv-Unavail pic 9 VALUE 0.
       77 Emp-Eof pic 9 VALUE 0.
       77 Sch-Eof pic 9 VALUE 0.
       77 Att-Eof pic 9 VALUE 0.
       77 Hol-Eof pic 9 VALUE 0.
       77 Period-Start pic 9(8).
       77 Period-End pic 9(8).
       77 Month-Start pic 9(8).
       77 Habitual-Count pic 9(2).
      * the schedule table, loaded in key order like the payroll run
      * loads it, so the last entry for an employee dated on or
      * before a day is the shift in force that day
       77 Sch-Count pic 9(3) VALUE 0.
       77 Sch-Ix pic 9(3).
       77 Sch-Found pic 9(3) VALUE 0.
       77 Sch-Any pic 9 VALUE 0.
       01 Sched-Table.
          02 Sch-Entry OCCURS 500 TIMES.
             03 Tbl-Sch-Emp-No pic 9(5).
             03 Tbl-Sch-Effective pic 9(8).
             03 Tbl-Sch-Days.
                04 Tbl-Sch-Day OCCURS 7 TIMES.
                   05 Tbl-Sch-Works pic X.
                   05 Tbl-Sch-In-Hour pic 9(2).
                   05 Tbl-Sch-In-Minute pic 9(2).
                   05 Tbl-Sch-Out-Hour pic 9(2).
                   05 Tbl-Sch-Out-Minute pic 9(2).
       77 Hol-Count pic 9(3) VALUE 0.
       77 Hol-Ix pic 9(3).
       77 Is-Holiday pic 9 VALUE 0.
       01 Holiday-Table.
          02 Hol-Entry OCCURS 100 TIMES.
             03 Tbl-Hol-Date pic 9(8).
             03 Tbl-Hol-Type pic X.
      * the day being checked, walked forward a day at a time the way
      * WalkCalendar walks a maturity date
       01 Work-Date-Split.
          02 Wk-Year pic 9(4).
          02 Wk-Month pic 9(2).
          02 Wk-Day pic 9(2).
       77 Work-Date pic 9(8).
       77 Wk-Month-Days pic 9(2).
       77 Wk-Work pic 9(4).
      * scratch fields for the day-of-week arithmetic, the payroll
      * run's COMPUTE-DOW (Dow-Day runs 1=Monday through 7=Sunday)
       77 Dow-Day pic 9.
       77 Zel-Month pic 9(4).
       77 Zel-Year pic 9(4).
       77 Zel-Cent pic 9(4).
       77 Zel-Yr pic 9(4).
       77 Zel-H pic 9(4).
       77 Zel-T1 pic 9(4).
       77 Zel-T2 pic 9(4).
       77 Zel-T3 pic 9(4).
       01 Day-Names.
          02 FILLER pic X(3) VALUE "MON".
          02 FILLER pic X(3) VALUE "TUE".
          02 FILLER pic X(3) VALUE "WED".
          02 FILLER pic X(3) VALUE "THU".
          02 FILLER pic X(3) VALUE "FRI".
          02 FILLER pic X(3) VALUE "SAT".
          02 FILLER pic X(3) VALUE "SUN".
       01 Day-Name-Table REDEFINES Day-Names.
          02 Day-Name pic X(3) OCCURS 7 TIMES.
      * the employee's leave credits, shown beside each absence
       77 Vac-Left pic 9(3)V99.
       77 Sick-Left pic 9(3)V99.
      * habitual-tardiness break on employee number
       77 Last-Emp pic 9(5) VALUE 0.
       77 Tardy-Days pic 9(3) VALUE 0.
       77 Tardy-Total pic 9(6) VALUE 0.
       77 Tardy-Name pic X(20).
      * run totals
       77 Emp-Checked pic 9(5) VALUE 0.
       77 Emp-No-Sched pic 9(5) VALUE 0.
       77 Days-Scheduled pic 9(7) VALUE 0.
       77 Days-Worked pic 9(7) VALUE 0.
       77 Days-On-Leave pic 9(7) VALUE 0.
       77 Days-Absent pic 9(7) VALUE 0.
       77 Habitual-Listed pic 9(5) VALUE 0.
       PROCEDURE DIVISION.
       DISPLAY "Period start (YYYYMMDD): " WITH NO ADVANCING.
       ACCEPT Period-Start.
       DISPLAY "Period end (YYYYMMDD): " WITH NO ADVANCING.
       ACCEPT Period-End.
       DISPLAY "Tardy days in a month that make it habitual "
           "(0 = 3): " WITH NO ADVANCING.
       ACCEPT Habitual-Count.
       IF Habitual-Count = 0
          MOVE 3 TO Habitual-Count
       END-IF.
       PERFORM OPEN-FILES.
       PERFORM CHECK-ONE-EMPLOYEE UNTIL Emp-Eof = 1.
       PERFORM WRITE-ABSENCE-TOTALS.
       PERFORM HABITUAL-TARDINESS.
       PERFORM CLOSE-FILES.
       STOP RUN.
       OPEN-FILES.
         OPEN INPUT Emp-File.
         IF Emp-Status NOT = "00"
            DISPLAY "EMPMASTER not available; cannot run."
            STOP RUN
         END-IF.
         PERFORM LOAD-SCHEDULE-TABLE.
         PERFORM LOAD-HOLIDAY-TABLE.
         OPEN INPUT DTR-File.
         IF DTR-Status NOT = "00"
            DISPLAY "WEEKLYDTR not available; every scheduled day "
                "will list as absent."
            MOVE 1 TO DTR-Unavail
         END-IF.
         OPEN INPUT Leave-File.
         IF Lv-Status NOT = "00"
            MOVE 1 TO Lv-Unavail
         END-IF.
         OPEN OUTPUT Absence-File.
         OPEN OUTPUT Tardy-File.
         MOVE SPACES TO Absence-Record.
         STRING "UNEXPLAINED ABSENCES " Period-Start " TO "
                Period-End
             DELIMITED BY SIZE INTO Absence-Record
         END-STRING.
         WRITE Absence-Record.
         MOVE SPACES TO Absence-Record.
         STRING "EMP   NAME                 DATE     DAY "
                "REASON                     VAC LEFT SICK LEFT"
             DELIMITED BY SIZE INTO Absence-Record
         END-STRING.
         WRITE Absence-Record.
       EXIT.
       CLOSE-FILES.
         CLOSE Emp-File.
         IF DTR-Unavail NOT = 1
            CLOSE DTR-File
         END-IF.
         IF Lv-Unavail NOT = 1
            CLOSE Leave-File
         END-IF.
         CLOSE Absence-File.
         CLOSE Tardy-File.
       EXIT.
       LOAD-SCHEDULE-TABLE.
         OPEN INPUT Sched-File.
         IF Sch-Status NOT = "00"
            DISPLAY "SHIFTSCHED not available; no workdays to check."
         ELSE
            PERFORM UNTIL Sch-Eof = 1 OR Sch-Count >= 500
               READ Sched-File NEXT RECORD
                  AT END MOVE 1 TO Sch-Eof
                  NOT AT END
                     ADD 1 TO Sch-Count
                     MOVE Sch-Emp-No TO Tbl-Sch-Emp-No(Sch-Count)
                     MOVE Sch-Effective
                         TO Tbl-Sch-Effective(Sch-Count)
                     MOVE Sch-Days TO Tbl-Sch-Days(Sch-Count)
               END-READ
            END-PERFORM
            CLOSE Sched-File
         END-IF.
       EXIT.
       LOAD-HOLIDAY-TABLE.
         OPEN INPUT Holiday-File.
         IF Hol-Status = "00"
            PERFORM UNTIL Hol-Eof = 1 OR Hol-Count >= 100
               READ Holiday-File
                  AT END MOVE 1 TO Hol-Eof
                  NOT AT END
                     ADD 1 TO Hol-Count
                     MOVE Hol-Date TO Tbl-Hol-Date(Hol-Count)
                     MOVE Hol-Type TO Tbl-Hol-Type(Hol-Count)
               END-READ
            END-PERFORM
            CLOSE Holiday-File
         END-IF.
       EXIT.
       CHECK-ONE-EMPLOYEE.
         READ Emp-File NEXT RECORD
            AT END
               MOVE 1 TO Emp-Eof
            NOT AT END
               IF Emp-Active NOT = "T"
                  PERFORM CHECK-EMPLOYEE-PERIOD
               END-IF
         END-READ.
       EXIT.
      * one active employee across the period; days before the hire
      * date are not the employee's to have missed
       CHECK-EMPLOYEE-PERIOD.
         ADD 1 TO Emp-Checked.
         MOVE 0 TO Sch-Any.
         MOVE 1 TO Sch-Ix.
         PERFORM UNTIL Sch-Ix > Sch-Count
            IF Tbl-Sch-Emp-No(Sch-Ix) = Emp-Number
               MOVE 1 TO Sch-Any
            END-IF
            ADD 1 TO Sch-Ix
         END-PERFORM.
         IF Sch-Any = 0
            ADD 1 TO Emp-No-Sched
            MOVE SPACES TO Absence-Record
            STRING Emp-Number " " Emp-Name
                   " NO SCHEDULE on SHIFTSCHED - not checked"
                DELIMITED BY SIZE INTO Absence-Record
            END-STRING
            WRITE Absence-Record
         ELSE
            PERFORM LOAD-LEAVE-LEFT
            MOVE Period-Start TO Work-Date
            PERFORM CHECK-ONE-DAY UNTIL Work-Date > Period-End
         END-IF.
       EXIT.
       LOAD-LEAVE-LEFT.
         MOVE 0 TO Vac-Left.
         MOVE 0 TO Sick-Left.
         IF Lv-Unavail NOT = 1
            MOVE Emp-Number TO Lv-Emp-No
            READ Leave-File KEY IS Lv-Emp-No
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE Lv-Vacation TO Vac-Left
                  MOVE Lv-Sick TO Sick-Left
            END-READ
         END-IF.
       EXIT.
       CHECK-ONE-DAY.
         IF Work-Date >= Emp-Hire-Date
            PERFORM FIND-SCHEDULE
            PERFORM CHECK-HOLIDAY
            IF Sch-Found > 0 AND Is-Holiday = 0
               IF Tbl-Sch-Works(Sch-Found, Dow-Day) = "Y"
                  ADD 1 TO Days-Scheduled
                  PERFORM CHECK-DTR
               END-IF
            END-IF
         END-IF.
         PERFORM NEXT-DATE.
       EXIT.
       FIND-SCHEDULE.
         MOVE 0 TO Sch-Found.
         MOVE 1 TO Sch-Ix.
         PERFORM UNTIL Sch-Ix > Sch-Count
            IF Tbl-Sch-Emp-No(Sch-Ix) = Emp-Number
               AND Tbl-Sch-Effective(Sch-Ix) <= Work-Date
               MOVE Sch-Ix TO Sch-Found
            END-IF
            ADD 1 TO Sch-Ix
         END-PERFORM.
         MOVE Work-Date TO Work-Date-Split.
         PERFORM COMPUTE-DOW.
       EXIT.
       CHECK-HOLIDAY.
         MOVE 0 TO Is-Holiday.
         MOVE 1 TO Hol-Ix.
         PERFORM UNTIL Hol-Ix > Hol-Count
            IF Tbl-Hol-Date(Hol-Ix) = Work-Date
               MOVE 1 TO Is-Holiday
            END-IF
            ADD 1 TO Hol-Ix
         END-PERFORM.
       EXIT.
      * worked minutes or posted leave explain the day; a day with
      * neither is what HR needs to chase
       CHECK-DTR.
         MOVE 0 TO DTR-Minutes.
         MOVE 0 TO DTR-Leave-Minutes.
         IF DTR-Unavail NOT = 1
            MOVE Emp-Number TO DTR-Emp-No
            MOVE Work-Date TO DTR-Date
            READ DTR-File KEY IS DTR-Key
               INVALID KEY
                  MOVE 0 TO DTR-Minutes
                  MOVE 0 TO DTR-Leave-Minutes
            END-READ
         END-IF.
         IF DTR-Minutes > 0
            ADD 1 TO Days-Worked
         ELSE
            IF DTR-Leave-Minutes > 0
               ADD 1 TO Days-On-Leave
            ELSE
               PERFORM WRITE-ABSENCE
            END-IF
         END-IF.
       EXIT.
       WRITE-ABSENCE.
         ADD 1 TO Days-Absent.
         MOVE SPACES TO Absence-Record.
         STRING Emp-Number " " Emp-Name " " Work-Date " "
                Day-Name(Dow-Day) " ABSENT - no DTR, no leave    "
                Vac-Left "   " Sick-Left
             DELIMITED BY SIZE INTO Absence-Record
         END-STRING.
         WRITE Absence-Record.
       EXIT.
       NEXT-DATE.
         MOVE Work-Date TO Work-Date-Split.
         ADD 1 TO Wk-Day.
         MOVE 31 TO Wk-Month-Days.
         IF Wk-Month = 4 OR Wk-Month = 6 OR Wk-Month = 9
            OR Wk-Month = 11
            MOVE 30 TO Wk-Month-Days
         END-IF.
         IF Wk-Month = 2
            COMPUTE Wk-Work = Wk-Year / 4
            IF Wk-Year = Wk-Work * 4
               MOVE 29 TO Wk-Month-Days
            ELSE
               MOVE 28 TO Wk-Month-Days
            END-IF
         END-IF.
         IF Wk-Day > Wk-Month-Days
            MOVE 1 TO Wk-Day
            ADD 1 TO Wk-Month
            IF Wk-Month > 12
               MOVE 1 TO Wk-Month
               ADD 1 TO Wk-Year
            END-IF
         END-IF.
         MOVE Work-Date-Split TO Work-Date.
       EXIT.
      * day of the week for Work-Date-Split by Zeller's congruence,
      * folded so Dow-Day runs 1=Monday through 7=Sunday
       COMPUTE-DOW.
         MOVE Wk-Month TO Zel-Month.
         MOVE Wk-Year TO Zel-Year.
         IF Zel-Month < 3
            ADD 12 TO Zel-Month
            SUBTRACT 1 FROM Zel-Year
         END-IF.
         COMPUTE Zel-Cent = Zel-Year / 100.
         COMPUTE Zel-Yr = Zel-Year - (Zel-Cent * 100).
         COMPUTE Zel-T1 = (13 * (Zel-Month + 1)) / 5.
         COMPUTE Zel-T2 = Zel-Yr / 4.
         COMPUTE Zel-T3 = Zel-Cent / 4.
         COMPUTE Zel-H = Wk-Day + Zel-T1 + Zel-Yr + Zel-T2
             + Zel-T3 + (5 * Zel-Cent).
         COMPUTE Zel-T1 = Zel-H / 7.
         COMPUTE Zel-H = Zel-H - (Zel-T1 * 7).
         COMPUTE Zel-H = Zel-H + 5.
         COMPUTE Zel-T1 = Zel-H / 7.
         COMPUTE Dow-Day = Zel-H - (Zel-T1 * 7) + 1.
       EXIT.
       WRITE-ABSENCE-TOTALS.
         MOVE SPACES TO Absence-Record.
         STRING "TOTAL employees " Emp-Checked
                " no schedule " Emp-No-Sched
                " days scheduled " Days-Scheduled
                " worked " Days-Worked
                " on leave " Days-On-Leave
                " absent " Days-Absent
             DELIMITED BY SIZE INTO Absence-Record
         END-STRING.
         WRITE Absence-Record.
         DISPLAY Days-Absent " unexplained absence(s) for "
             Emp-Checked " employee(s); see ABSENCERPT.".
       EXIT.
      * tardy days from the first of the cutoff's month through the
      * cutoff end, counted per employee off ATTENDLOG's key order
       HABITUAL-TARDINESS.
         MOVE Period-End TO Work-Date-Split.
         MOVE 1 TO Wk-Day.
         MOVE Work-Date-Split TO Month-Start.
         MOVE SPACES TO Tardy-Record.
         STRING "HABITUAL TARDINESS " Month-Start " TO " Period-End
                " - " Habitual-Count " or more tardy days"
             DELIMITED BY SIZE INTO Tardy-Record
         END-STRING.
         WRITE Tardy-Record.
         MOVE SPACES TO Tardy-Record.
         STRING "EMP   NAME                 TARDY DAYS  TARDY MINUTES"
             DELIMITED BY SIZE INTO Tardy-Record
         END-STRING.
         WRITE Tardy-Record.
         OPEN INPUT Att-File.
         IF Att-Status NOT = "00"
            DISPLAY "ATTENDLOG not available; no tardiness to count."
         ELSE
            PERFORM UNTIL Att-Eof = 1
               READ Att-File NEXT RECORD
                  AT END
                     MOVE 1 TO Att-Eof
                  NOT AT END
                     PERFORM COUNT-TARDY-DAY
               END-READ
            END-PERFORM
            PERFORM CLOSE-TARDY-EMPLOYEE
            CLOSE Att-File
         END-IF.
         MOVE SPACES TO Tardy-Record.
         STRING "TOTAL employees listed " Habitual-Listed
             DELIMITED BY SIZE INTO Tardy-Record
         END-STRING.
         WRITE Tardy-Record.
         DISPLAY Habitual-Listed " employee(s) habitually tardy; "
             "see TARDYRPT.".
       EXIT.
       COUNT-TARDY-DAY.
         IF Att-Emp-No NOT = Last-Emp
            PERFORM CLOSE-TARDY-EMPLOYEE
            MOVE Att-Emp-No TO Last-Emp
         END-IF.
         IF Att-Date >= Month-Start AND Att-Date <= Period-End
            AND Att-Tardy-Minutes > 0
            ADD 1 TO Tardy-Days
            ADD Att-Tardy-Minutes TO Tardy-Total
         END-IF.
       EXIT.
       CLOSE-TARDY-EMPLOYEE.
         IF Last-Emp > 0 AND Tardy-Days >= Habitual-Count
            MOVE "** NOT ON FILE **" TO Tardy-Name
            MOVE Last-Emp TO Emp-Number
            READ Emp-File KEY IS Emp-Number
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE Emp-Name TO Tardy-Name
            END-READ
            ADD 1 TO Habitual-Listed
            MOVE SPACES TO Tardy-Record
            STRING Last-Emp " " Tardy-Name " " Tardy-Days
                   "         " Tardy-Total
                DELIMITED BY SIZE INTO Tardy-Record
            END-STRING
            WRITE Tardy-Record
         END-IF.
         MOVE 0 TO Tardy-Days.
         MOVE 0 TO Tardy-Total.
       EXIT.
      * END OF PROGRAM

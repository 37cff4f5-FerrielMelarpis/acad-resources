      * biometric punch import: pairs raw punches into a TIMECARDS batch
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
       PROGRAM-ID. PunchImport.
      * the biometric readers export every punch on its own -
      * employee, date, time and reader - with no in or out to it.
      * This reads PUNCHES, plus any punches a supervisor keyed onto
      * PUNCHFIX for a missed punch, puts each employee's punches in
      * time order, and pairs them: the first open punch is the in,
      * the next one within a shift's length is the out, across
      * midnight if need be (the card carries the in date, and
      * COMPUTE-SHIFT-MINUTES prices the wrap). A punch within a few
      * minutes of the one before it is a double punch and dropped.
      * A punch left without a partner, a shift too short to be
      * real, an employee not on EMPMASTER, a shift starting outside
      * the PAYCAL period, and a punch that cannot be read all go to
      * PUNCHEXC in the TCREJECTS shape, with a note saying why.
      * The paired cards are held on TCHOLD and released to
      * TIMECARDS as an "H"/"D"/"T" batch with the count and
      * worked-minutes hash VERIFY-BATCH proves - at once when there
      * are no exceptions; otherwise only when a supervisor on
      * OPERATORS.DAT releases it, the exceptions then being fixed
      * and refed through TCREWORK and run mode R. Left held, the
      * missed punches go onto PUNCHFIX and the import is rerun.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Punch-File ASSIGN TO "PUNCHES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Pn-Status.
           SELECT Fix-File ASSIGN TO "PUNCHFIX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Fix-Status.
      * the punches in employee, date and time order; rebuilt each run
           SELECT Work-File ASSIGN TO "PUNCHWORK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Pw-Key
               FILE STATUS IS Pw-Status.
           SELECT Hold-File ASSIGN TO "TCHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Hold-Status.
           SELECT Exc-File ASSIGN TO "PUNCHEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Exc-Status.
           SELECT Timecard-File ASSIGN TO "TIMECARDS"
               FILE STATUS IS TC-Status.
           SELECT Emp-File ASSIGN TO "EMPMASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Emp-Number
               FILE STATUS IS Emp-Status.
           SELECT Cal-File ASSIGN TO "PAYCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Cal-Cutoff
               FILE STATUS IS Cal-Status.
           SELECT Oper-File ASSIGN TO "OPERATORS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Oper-Status.
       DATA DIVISION.
       FILE SECTION.
      * one raw punch as the readers export it (HHMMSS, 24-hour)
       FD Punch-File.
       01 Punch-Record pic X(27).
       FD Fix-File.
       01 Fix-Record pic X(27).
       FD Work-File.
       01 Pw-Record.
          02 Pw-Key.
             03 Pw-Emp-No pic 9(5).
             03 Pw-Date pic 9(8).
             03 Pw-Time.
                04 Pw-Hour pic 9(2).
                04 Pw-Minute pic 9(2).
                04 Pw-Second pic 9(2).
             03 Pw-Seq pic 9(6).
          02 Pw-Reader pic X(6).
      * a paired card waiting for release, in the TIMECARDS shape
       FD Hold-File.
       01 Hold-Record pic X(48).
      * an exception in the TCREJECTS shape - reason, then the card -
      * so a corrected copy feeds straight into TCREWORK; the note
      * after it says what the supervisor has to resolve
       FD Exc-File.
       01 Exc-Record.
          02 Exc-Reason pic X(4).
          02 Exc-Card.
             03 Exc-Rec-Type pic X.
             03 Exc-Emp-No pic 9(5).
             03 Exc-Name pic X(20).
             03 Exc-Age pic 9(2).
             03 Exc-Date pic 9(8).
             03 Exc-In-Hour pic 9(2).
             03 Exc-In-Minute pic 9(2).
             03 Exc-Out-Hour pic 9(2).
             03 Exc-Out-Minute pic 9(2).
             03 Exc-Cost-Center pic X(4).
          02 Exc-Note pic X(40).
      * same control-record shapes the payroll batch run reads back
       FD Timecard-File.
       01 TC-Record.
          02 TC-Rec-Type pic X.
          02 TC-Emp-No pic 9(5).
          02 TC-Name pic X(20).
          02 TC-Age pic 9(2).
          02 TC-Date pic 9(8).
          02 TC-In-Hour pic 9(2).
          02 TC-In-Minute pic 9(2).
          02 TC-Out-Hour pic 9(2).
          02 TC-Out-Minute pic 9(2).
          02 TC-Cost-Center pic X(4).
       01 TC-Header-Rec.
          02 TC-H-Type pic X.
          02 TC-H-Cutoff pic 9(8).
          02 TC-H-Site pic X(10).
       01 TC-Trailer-Rec.
          02 TC-T-Type pic X.
          02 TC-T-Count pic 9(5).
          02 TC-T-Hash pic 9(9).
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
       FD Cal-File.
       01 Cal-Record.
          02 Cal-Cutoff pic 9(8).
          02 Cal-Start pic 9(8).
          02 Cal-End pic 9(8).
          02 Cal-Pay-Date pic 9(8).
          02 Cal-State pic X.
          02 Cal-Closed-Date pic 9(8).
          02 Cal-Reopen-Count pic 9(2).
       FD Oper-File.
       01 Oper-Record.
          02 Opr-ID pic X(8).
          02 Opr-Pin pic 9(4).
          02 Opr-Role pic X.
          02 Opr-Active pic X.
          02 Opr-Branch pic X(3).
       WORKING-STORAGE SECTION.
       77 Pn-Status pic XX.
       77 Fix-Status pic XX.
       77 Pw-Status pic XX.
       77 Hold-Status pic XX.
       77 Exc-Status pic XX.
       77 TC-Status pic XX.
       77 Emp-Status pic XX.
       77 Cal-Status pic XX.
       77 Oper-Status pic XX.
       77 Emp-Unavail pic 9 VALUE 0.
       77 Eof-Flag pic 9 VALUE 0.
       77 Cont pic X.
       77 Cutoff-Date pic 9(8).
       77 Batch-Site pic X(10).
       77 Open-Start pic 9(8).
       77 Open-End pic 9(8).
      * how close two punches may fall and still be one double
      * punch, and the shortest and longest a real shift runs
       77 Dup-Window pic 9(2) VALUE 5.
       77 Min-Shift pic 9(4) VALUE 30.
       77 Max-Shift pic 9(4) VALUE 960.
      * one punch as read, from either file
       01 Raw-Punch.
          02 Rp-Emp-No pic 9(5).
          02 Rp-Date.
             03 Rp-Year pic 9(4).
             03 Rp-Month pic 9(2).
             03 Rp-Day pic 9(2).
          02 Rp-Time.
             03 Rp-Hour pic 9(2).
             03 Rp-Minute pic 9(2).
             03 Rp-Second pic 9(2).
          02 Rp-Reader pic X(6).
       01 Raw-Punch-Text REDEFINES Raw-Punch pic X(27).
       77 Punch-Ok pic 9.
       77 Punch-Seq pic 9(6) VALUE 0.
      * the employee being paired
       77 Cur-Emp pic 9(5) VALUE 0.
       77 Emp-Known pic 9 VALUE 0.
       77 Work-Name pic X(20).
       77 Work-Age pic 9(2).
       77 Have-In pic 9 VALUE 0.
       77 In-Date pic 9(8).
       77 In-Clock pic 9(4).
       77 In-Reader pic X(6).
       01 In-Time.
          02 In-Hour pic 9(2).
          02 In-Minute pic 9(2).
       77 Have-Last pic 9 VALUE 0.
       77 Last-Date pic 9(8).
       77 Last-Clock pic 9(4).
       77 Punch-Clock pic 9(4).
      * the minutes between two punches; Gap-Minutes stays at its
      * ceiling when they are more than a day apart
       77 Gap-From-Date pic 9(8).
       77 Gap-From-Clock pic 9(4).
       77 Gap-To-Date pic 9(8).
       77 Gap-To-Clock pic 9(4).
       77 Gap-Minutes pic 9(5).
       01 Work-Date-Split.
          02 Wk-Year pic 9(4).
          02 Wk-Month pic 9(2).
          02 Wk-Day pic 9(2).
       77 Month-Days pic 9(2).
       77 Year-Work pic 9(4).
       77 Next-Date pic 9(8).
      * age as of the cutoff, the way the payroll run computes it
       01 Cutoff-Split.
          02 Cutoff-Year pic 9(4).
          02 Cutoff-Month pic 9(2).
          02 Cutoff-Day pic 9(2).
       01 Birth-Split.
          02 Birth-Year pic 9(4).
          02 Birth-Month pic 9(2).
          02 Birth-Day pic 9(2).
      * the card being written, and the same worked-minutes
      * arithmetic the payroll run hashes with
       01 Card-Work.
          02 Cw-Rec-Type pic X.
          02 Cw-Emp-No pic 9(5).
          02 Cw-Name pic X(20).
          02 Cw-Age pic 9(2).
          02 Cw-Date pic 9(8).
          02 Cw-In-Hour pic 9(2).
          02 Cw-In-Minute pic 9(2).
          02 Cw-Out-Hour pic 9(2).
          02 Cw-Out-Minute pic 9(2).
          02 Cw-Cost-Center pic X(4).
       01 Working-Hour.
          02 Time-In.
             03 Shift-In-Hour pic 9(2).
             03 Shift-In-Minute pic 9(2).
          02 Time-Out.
             03 Shift-Out-Hour pic 9(2).
             03 Shift-Out-Minute pic 9(2).
       77 hours pic S9(2).
       77 minutes pic S9(2).
       77 Total-Minutes pic 9(4).
       77 Exc-Why pic X(4).
       77 Exc-Text pic X(40).
      * the run's counts, and the controls the trailer will carry
       77 Punch-Count pic 9(6) VALUE 0.
       77 Fix-Count pic 9(6) VALUE 0.
       77 Dup-Count pic 9(6) VALUE 0.
       77 Pair-Count pic 9(5) VALUE 0.
       77 Exc-Count pic 9(5) VALUE 0.
       77 Card-Count pic 9(5) VALUE 0.
       77 Minutes-Hash pic 9(9) VALUE 0.
       77 Release-Ok pic 9 VALUE 0.
      * the supervisor a release with exceptions needs, off
      * OPERATORS.DAT role "S"
       77 Op-Count pic 9(2) VALUE 0.
       77 Op-Ix pic 9(2).
       77 Op-Found-Ix pic 9(2).
       01 Oper-Table.
          02 Op-Entry OCCURS 20 TIMES.
             03 OT-ID pic X(8).
             03 OT-Pin pic 9(4).
             03 OT-Role pic X.
       77 Op-Try-ID pic X(8).
       77 Op-Try-Pin pic 9(4).
       77 Op-Tries pic 9 VALUE 0.
       77 Super-Op pic X(8) VALUE SPACES.
       PROCEDURE DIVISION.
       DISPLAY "Cutoff date (YYYYMMDD): " WITH NO ADVANCING.
       ACCEPT Cutoff-Date.
       PERFORM CHECK-OPEN-PERIOD.
       DISPLAY "Site code: " WITH NO ADVANCING.
       ACCEPT Batch-Site.
       PERFORM OPEN-FILES.
       PERFORM LOAD-PUNCHES.
       PERFORM PAIR-PUNCHES.
       CLOSE Hold-File.
       CLOSE Exc-File.
       IF Emp-Unavail NOT = 1
          CLOSE Emp-File
       END-IF.
       DISPLAY Punch-Count " punch(es) read, " Fix-Count
           " from PUNCHFIX; " Dup-Count " double punch(es) dropped.".
       DISPLAY Pair-Count " shift(s) paired; " Exc-Count
           " exception(s) written to PUNCHEXC.".
       IF Pair-Count = 0
          DISPLAY "No cards to release; TIMECARDS left as it was."
       ELSE
          PERFORM DECIDE-RELEASE
          IF Release-Ok = 1
             PERFORM RELEASE-BATCH
          ELSE
             DISPLAY "Batch held on TCHOLD; TIMECARDS left as it was. "
                 "Add the missed punches to PUNCHFIX and rerun."
          END-IF
       END-IF.
       STOP RUN.
      * checked before anything is written, so a refused cutoff
      * leaves the last batch on file untouched
       CHECK-OPEN-PERIOD.
         OPEN INPUT Cal-File.
         IF Cal-Status NOT = "00"
            DISPLAY "PAYCAL not available; define the pay periods "
                "with CalMaint first."
            STOP RUN
         END-IF.
         MOVE Cutoff-Date TO Cal-Cutoff.
         READ Cal-File KEY IS Cal-Cutoff
            INVALID KEY
               DISPLAY "Cutoff " Cutoff-Date " is not a pay period on "
                   "PAYCAL."
               CLOSE Cal-File
               STOP RUN
         END-READ.
         CLOSE Cal-File.
         IF Cal-State = "C"
            DISPLAY "The period for cutoff " Cutoff-Date " is closed; "
                "no punches can be imported for it."
            STOP RUN
         END-IF.
         MOVE Cal-Start TO Open-Start.
         MOVE Cal-End TO Open-End.
         MOVE Cutoff-Date TO Cutoff-Split.
         DISPLAY "Period " Open-Start " to " Open-End ".".
       EXIT.
       OPEN-FILES.
         OPEN INPUT Punch-File.
         IF Pn-Status NOT = "00"
            DISPLAY "PUNCHES not available; nothing to import."
            STOP RUN
         END-IF.
         OPEN OUTPUT Work-File.
         CLOSE Work-File.
         OPEN I-O Work-File.
         IF Pw-Status NOT = "00"
            DISPLAY "PUNCHWORK cannot be built; nothing imported."
            CLOSE Punch-File
            STOP RUN
         END-IF.
         OPEN OUTPUT Hold-File.
         OPEN OUTPUT Exc-File.
         OPEN INPUT Emp-File.
         IF Emp-Status NOT = "00"
            DISPLAY "EMPMASTER not available; every shift goes to "
                "PUNCHEXC."
            MOVE 1 TO Emp-Unavail
         END-IF.
       EXIT.
      * every readable punch onto PUNCHWORK, whose key puts them in
      * employee, date and time order; the read sequence keeps two
      * punches at the same second apart
       LOAD-PUNCHES.
         MOVE 0 TO Eof-Flag.
         PERFORM UNTIL Eof-Flag = 1
            READ Punch-File
               AT END MOVE 1 TO Eof-Flag
               NOT AT END
                  ADD 1 TO Punch-Count
                  MOVE Punch-Record TO Raw-Punch
                  PERFORM STORE-PUNCH
            END-READ
         END-PERFORM.
         CLOSE Punch-File.
         OPEN INPUT Fix-File.
         IF Fix-Status = "00"
            MOVE 0 TO Eof-Flag
            PERFORM UNTIL Eof-Flag = 1
               READ Fix-File
                  AT END MOVE 1 TO Eof-Flag
                  NOT AT END
                     ADD 1 TO Punch-Count
                     ADD 1 TO Fix-Count
                     MOVE Fix-Record TO Raw-Punch
                     PERFORM STORE-PUNCH
               END-READ
            END-PERFORM
            CLOSE Fix-File
         END-IF.
       EXIT.
       STORE-PUNCH.
         MOVE 1 TO Punch-Ok.
         IF Rp-Emp-No NOT NUMERIC OR Rp-Date NOT NUMERIC
            OR Rp-Time NOT NUMERIC
            MOVE 0 TO Punch-Ok
         ELSE
            IF Rp-Emp-No = 0 OR Rp-Hour > 23 OR Rp-Minute > 59
               OR Rp-Second > 59 OR Rp-Month < 1 OR Rp-Month > 12
               OR Rp-Day < 1 OR Rp-Day > 31
               MOVE 0 TO Punch-Ok
            END-IF
         END-IF.
         IF Punch-Ok = 0
            MOVE "TIME" TO Exc-Why
            MOVE SPACES TO Card-Work
            MOVE "D" TO Cw-Rec-Type
            MOVE 0 TO Cw-Emp-No
            IF Rp-Emp-No NUMERIC
               MOVE Rp-Emp-No TO Cw-Emp-No
            END-IF
            MOVE 0 TO Cw-Age
            MOVE 0 TO Cw-Date
            MOVE 99 TO Cw-In-Hour
            MOVE 99 TO Cw-In-Minute
            MOVE 99 TO Cw-Out-Hour
            MOVE 99 TO Cw-Out-Minute
            MOVE SPACES TO Exc-Text
            STRING "unreadable punch " Raw-Punch-Text
                DELIMITED BY SIZE INTO Exc-Text
            END-STRING
            PERFORM WRITE-EXCEPTION
         ELSE
            ADD 1 TO Punch-Seq
            MOVE Rp-Emp-No TO Pw-Emp-No
            MOVE Rp-Date TO Pw-Date
            MOVE Rp-Time TO Pw-Time
            MOVE Punch-Seq TO Pw-Seq
            MOVE Rp-Reader TO Pw-Reader
            WRITE Pw-Record
               INVALID KEY
                  CONTINUE
            END-WRITE
         END-IF.
       EXIT.
      * one employee at a time, punch by punch in time order
       PAIR-PUNCHES.
         CLOSE Work-File.
         OPEN INPUT Work-File.
         MOVE 0 TO Eof-Flag.
         MOVE 0 TO Cur-Emp.
         PERFORM UNTIL Eof-Flag = 1
            READ Work-File NEXT RECORD
               AT END MOVE 1 TO Eof-Flag
               NOT AT END
                  IF Pw-Emp-No NOT = Cur-Emp
                     PERFORM END-EMPLOYEE
                     PERFORM START-EMPLOYEE
                  END-IF
                  PERFORM TAKE-PUNCH
            END-READ
         END-PERFORM.
         PERFORM END-EMPLOYEE.
         CLOSE Work-File.
       EXIT.
       START-EMPLOYEE.
         MOVE Pw-Emp-No TO Cur-Emp.
         MOVE 0 TO Have-In.
         MOVE 0 TO Have-Last.
         MOVE 0 TO Emp-Known.
         MOVE SPACES TO Work-Name.
         MOVE 0 TO Work-Age.
         IF Emp-Unavail NOT = 1
            MOVE Cur-Emp TO Emp-Number
            READ Emp-File KEY IS Emp-Number
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  IF Emp-Active NOT = "T"
                     MOVE 1 TO Emp-Known
                     MOVE Emp-Name TO Work-Name
                     PERFORM COMPUTE-AGE
                  END-IF
            END-READ
         END-IF.
       EXIT.
      * an in punch still open when the employee's punches run out
      * never got its out
       END-EMPLOYEE.
         IF Cur-Emp > 0 AND Have-In = 1
            PERFORM WRITE-ORPHAN
            MOVE 0 TO Have-In
         END-IF.
       EXIT.
       TAKE-PUNCH.
         COMPUTE Punch-Clock = Pw-Hour * 60 + Pw-Minute.
         MOVE 99999 TO Gap-Minutes.
         IF Have-Last = 1
            MOVE Last-Date TO Gap-From-Date
            MOVE Last-Clock TO Gap-From-Clock
            MOVE Pw-Date TO Gap-To-Date
            MOVE Punch-Clock TO Gap-To-Clock
            PERFORM MEASURE-GAP
         END-IF.
         IF Gap-Minutes <= Dup-Window
            ADD 1 TO Dup-Count
         ELSE
            MOVE 1 TO Have-Last
            MOVE Pw-Date TO Last-Date
            MOVE Punch-Clock TO Last-Clock
            IF Have-In = 0
               PERFORM OPEN-SHIFT
            ELSE
               MOVE In-Date TO Gap-From-Date
               MOVE In-Clock TO Gap-From-Clock
               MOVE Pw-Date TO Gap-To-Date
               MOVE Punch-Clock TO Gap-To-Clock
               PERFORM MEASURE-GAP
               IF Gap-Minutes > Max-Shift
                  PERFORM WRITE-ORPHAN
                  PERFORM OPEN-SHIFT
               ELSE
                  PERFORM CLOSE-SHIFT
                  MOVE 0 TO Have-In
               END-IF
            END-IF
         END-IF.
       EXIT.
       OPEN-SHIFT.
         MOVE 1 TO Have-In.
         MOVE Pw-Date TO In-Date.
         MOVE Punch-Clock TO In-Clock.
         MOVE Pw-Hour TO In-Hour.
         MOVE Pw-Minute TO In-Minute.
         MOVE Pw-Reader TO In-Reader.
       EXIT.
      * the punch just read is the out of the open in: a card, unless
      * the employee, the date or the length says otherwise
       CLOSE-SHIFT.
         MOVE SPACES TO Card-Work.
         MOVE "D" TO Cw-Rec-Type.
         MOVE Cur-Emp TO Cw-Emp-No.
         MOVE Work-Name TO Cw-Name.
         MOVE Work-Age TO Cw-Age.
         MOVE In-Date TO Cw-Date.
         MOVE In-Hour TO Cw-In-Hour.
         MOVE In-Minute TO Cw-In-Minute.
         MOVE Pw-Hour TO Cw-Out-Hour.
         MOVE Pw-Minute TO Cw-Out-Minute.
         MOVE SPACES TO Exc-Why.
         MOVE SPACES TO Exc-Text.
         IF Emp-Known = 0
            MOVE "EMP " TO Exc-Why
            MOVE "not an active employee on EMPMASTER" TO Exc-Text
         ELSE
         IF In-Date < Open-Start OR In-Date > Open-End
            MOVE "PER " TO Exc-Why
            MOVE "shift starts outside the period" TO Exc-Text
         ELSE
         IF Gap-Minutes < Min-Shift
            MOVE "SHRT" TO Exc-Why
            STRING "only " Gap-Minutes " minute(s) between punches"
                DELIMITED BY SIZE INTO Exc-Text
            END-STRING
         END-IF
         END-IF
         END-IF.
         IF Exc-Why = SPACES
            MOVE Card-Work TO Hold-Record
            WRITE Hold-Record
            ADD 1 TO Pair-Count
         ELSE
            PERFORM WRITE-EXCEPTION
         END-IF.
       EXIT.
      * an in with no out: the out time goes on as 99:99 so a card
      * refed without the supervisor keying the real one is refused
       WRITE-ORPHAN.
         MOVE SPACES TO Card-Work.
         MOVE "D" TO Cw-Rec-Type.
         MOVE Cur-Emp TO Cw-Emp-No.
         MOVE Work-Name TO Cw-Name.
         MOVE Work-Age TO Cw-Age.
         MOVE In-Date TO Cw-Date.
         MOVE In-Hour TO Cw-In-Hour.
         MOVE In-Minute TO Cw-In-Minute.
         MOVE 99 TO Cw-Out-Hour.
         MOVE 99 TO Cw-Out-Minute.
         IF Emp-Known = 0
            MOVE "EMP " TO Exc-Why
         ELSE
            MOVE "MISS" TO Exc-Why
         END-IF.
         MOVE SPACES TO Exc-Text.
         STRING "no partner punch; reader " In-Reader
             DELIMITED BY SIZE INTO Exc-Text
         END-STRING.
         PERFORM WRITE-EXCEPTION.
       EXIT.
       WRITE-EXCEPTION.
         MOVE SPACES TO Exc-Record.
         MOVE Exc-Why TO Exc-Reason.
         MOVE Card-Work TO Exc-Card.
         MOVE Exc-Text TO Exc-Note.
         WRITE Exc-Record.
         ADD 1 TO Exc-Count.
       EXIT.
      * minutes from one punch to a later one, on the same day or
      * the next; anything further apart is more than any shift
       MEASURE-GAP.
         MOVE 99999 TO Gap-Minutes.
         IF Gap-To-Date = Gap-From-Date
            COMPUTE Gap-Minutes = Gap-To-Clock - Gap-From-Clock
         ELSE
            MOVE Gap-From-Date TO Work-Date-Split
            PERFORM NEXT-CALENDAR-DATE
            IF Gap-To-Date = Next-Date
               COMPUTE Gap-Minutes = 1440 - Gap-From-Clock
                   + Gap-To-Clock
            END-IF
         END-IF.
       EXIT.
       NEXT-CALENDAR-DATE.
         ADD 1 TO Wk-Day.
         MOVE 31 TO Month-Days.
         IF Wk-Month = 4 OR Wk-Month = 6 OR Wk-Month = 9
            OR Wk-Month = 11
            MOVE 30 TO Month-Days
         END-IF.
         IF Wk-Month = 2
            COMPUTE Year-Work = Wk-Year / 4
            IF Wk-Year = Year-Work * 4
               MOVE 29 TO Month-Days
            ELSE
               MOVE 28 TO Month-Days
            END-IF
         END-IF.
         IF Wk-Day > Month-Days
            MOVE 1 TO Wk-Day
            ADD 1 TO Wk-Month
            IF Wk-Month > 12
               MOVE 1 TO Wk-Month
               ADD 1 TO Wk-Year
            END-IF
         END-IF.
         MOVE Work-Date-Split TO Next-Date.
       EXIT.
       COMPUTE-AGE.
         MOVE Emp-Birthdate TO Birth-Split.
         COMPUTE Work-Age = Cutoff-Year - Birth-Year.
         IF Cutoff-Month < Birth-Month
            OR (Cutoff-Month = Birth-Month
                AND Cutoff-Day < Birth-Day)
            COMPUTE Work-Age = Work-Age - 1
         END-IF.
       EXIT.
      * a clean import releases at once; one with exceptions waits
      * for a supervisor to release it knowing they go through
      * TCREWORK afterwards
       DECIDE-RELEASE.
         MOVE 0 TO Release-Ok.
         IF Exc-Count = 0
            MOVE 1 TO Release-Ok
         ELSE
            DISPLAY "Resolve the exceptions on PUNCHEXC first, or "
                "release the batch now and refeed them, corrected, "
                "through TCREWORK."
            DISPLAY "Release the batch now? (y/N): " WITH NO ADVANCING
            ACCEPT Cont
            IF Cont = "y" OR Cont = "Y"
               PERFORM SIGN-ON-SUPERVISOR
               IF Super-Op NOT = SPACES
                  MOVE 1 TO Release-Ok
                  DISPLAY "Released by " Super-Op " with " Exc-Count
                      " exception(s) outstanding."
               END-IF
            END-IF
         END-IF.
       EXIT.
      * the held cards copied behind an "H" header and ahead of a "T"
      * trailer whose hash is summed card by card exactly as
      * VERIFY-BATCH will sum it
       RELEASE-BATCH.
         OPEN OUTPUT Timecard-File.
         IF TC-Status NOT = "00"
            DISPLAY "Cannot open TIMECARDS for output; batch held on "
                "TCHOLD."
         ELSE
            MOVE "H" TO TC-H-Type
            MOVE Cutoff-Date TO TC-H-Cutoff
            MOVE Batch-Site TO TC-H-Site
            WRITE TC-Header-Rec
            OPEN INPUT Hold-File
            MOVE 0 TO Eof-Flag
            PERFORM UNTIL Eof-Flag = 1
               READ Hold-File
                  AT END MOVE 1 TO Eof-Flag
                  NOT AT END
                     PERFORM RELEASE-ONE-CARD
               END-READ
            END-PERFORM
            CLOSE Hold-File
            MOVE "T" TO TC-T-Type
            MOVE Card-Count TO TC-T-Count
            MOVE Minutes-Hash TO TC-T-Hash
            WRITE TC-Trailer-Rec
            CLOSE Timecard-File
            DISPLAY "TIMECARDS written: " Card-Count " card(s), "
                "minutes hash " Minutes-Hash "; feed it through run "
                "mode B."
         END-IF.
       EXIT.
       RELEASE-ONE-CARD.
         MOVE Hold-Record TO Card-Work.
         MOVE Card-Work TO TC-Record.
         WRITE TC-Record.
         MOVE Cw-In-Hour TO Shift-In-Hour.
         MOVE Cw-In-Minute TO Shift-In-Minute.
         MOVE Cw-Out-Hour TO Shift-Out-Hour.
         MOVE Cw-Out-Minute TO Shift-Out-Minute.
         PERFORM COMPUTE-SHIFT-MINUTES.
         ADD 1 TO Card-Count.
         ADD Total-Minutes TO Minutes-Hash.
       EXIT.
      * the same worked-minutes arithmetic the payroll run hashes
      * with, wrap past midnight and all, so both sides of the control
      * total always agree
       COMPUTE-SHIFT-MINUTES.
         COMPUTE hours = Shift-Out-Hour - Shift-In-Hour.
         COMPUTE minutes = Shift-Out-Minute - Shift-In-Minute.
         IF minutes < 0
            COMPUTE minutes = minutes + 60
            COMPUTE hours = hours - 1
         END-IF.
         IF hours < 0
            COMPUTE hours = hours + 24
         END-IF.
         COMPUTE Total-Minutes = hours * 60 + minutes.
       EXIT.
      * the teller sign-on's three tries, and only role "S"
       SIGN-ON-SUPERVISOR.
         IF Op-Count = 0
            PERFORM LOAD-OPERATORS
         END-IF.
         MOVE 0 TO Op-Tries.
         PERFORM UNTIL Super-Op NOT = SPACES OR Op-Tries >= 3
            OR Op-Count = 0
            DISPLAY "Supervisor ID: " WITH NO ADVANCING
            ACCEPT Op-Try-ID
            DISPLAY "Supervisor PIN: " WITH NO ADVANCING
            ACCEPT Op-Try-Pin WITH NO ECHO
            MOVE 0 TO Op-Found-Ix
            MOVE 1 TO Op-Ix
            PERFORM UNTIL Op-Ix > Op-Count
               IF OT-ID(Op-Ix) = Op-Try-ID
                  MOVE Op-Ix TO Op-Found-Ix
                  MOVE Op-Count TO Op-Ix
               END-IF
               ADD 1 TO Op-Ix
            END-PERFORM
            IF Op-Found-Ix > 0
               AND Op-Try-Pin = OT-Pin(Op-Found-Ix)
               AND OT-Role(Op-Found-Ix) = "S"
               MOVE Op-Try-ID TO Super-Op
            ELSE
               ADD 1 TO Op-Tries
               DISPLAY "Unknown supervisor or wrong PIN."
            END-IF
         END-PERFORM.
         IF Super-Op = SPACES
            DISPLAY "Supervisor sign-on failed; batch not released."
         END-IF.
       EXIT.
       LOAD-OPERATORS.
         OPEN INPUT Oper-File.
         IF Oper-Status NOT = "00"
            DISPLAY "OPERATORS.DAT not available; no supervisor can "
                "sign on."
         ELSE
            MOVE 0 TO Eof-Flag
            PERFORM UNTIL Eof-Flag = 1 OR Op-Count >= 20
               READ Oper-File
                  AT END MOVE 1 TO Eof-Flag
                  NOT AT END
                     IF Opr-Active NOT = "N"
                        ADD 1 TO Op-Count
                        MOVE Opr-ID TO OT-ID(Op-Count)
                        MOVE Opr-Pin TO OT-Pin(Op-Count)
                        MOVE Opr-Role TO OT-Role(Op-Count)
                     END-IF
               END-READ
            END-PERFORM
            CLOSE Oper-File
         END-IF.
       EXIT.
      * END OF PROGRAM

      * payroll variance review of a cutoff against the ones before
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
       PROGRAM-ID. PayVariance.
      * compares each employee's gross, overtime, deductions and net
      * for a cutoff - off the PROOFREG a proof run left, or off
      * REGDETAIL once posted - against the average of their pay in
      * the cutoffs before it on REGDETAIL, and flags:
      *   - a change past the percent or the peso threshold in any
      *     of the four (a threshold of zero is not tested);
      *   - a new name with no pay in those cutoffs;
      *   - an employee paid last cutoff and missing from this one
      *     (off a proof run, monthly-rated employees are left out -
      *     the semi-monthly rollup pays them, not the batch);
      *   - overtime pay above the ceiling.
      * The thresholds, and how many cutoffs back are averaged, live
      * on VARPARMS; the house values stand until it is first
      * written. The flags go on VARRPT and on VARFLAGS, where a
      * supervisor on OPERATORS.DAT marks each one reviewed with a
      * finding; the payroll run asks before posting a batch while
      * the cutoff was never reviewed or a flag is still open.
      * Reviewing the cutoff again keeps the sign-off on any flag
      * whose amounts did not change and drops flags no longer
      * raised. Reviews and threshold changes land on VARLOG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Var-File ASSIGN TO "VARFLAGS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Vf-Key
               FILE STATUS IS Var-Status.
           SELECT Proof-File ASSIGN TO "PROOFREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Prf-Status.
           SELECT Detail-File ASSIGN TO "REGDETAIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Det-Key
               FILE STATUS IS Det-Status.
           SELECT Emp-File ASSIGN TO "EMPMASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Emp-Number
               FILE STATUS IS Emp-Status.
           SELECT Parm-File ASSIGN TO "VARPARMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Parm-Status.
           SELECT Oper-File ASSIGN TO "OPERATORS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Oper-Status.
           SELECT Report-File ASSIGN TO "VARRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      * append-only log of every review and threshold change
           SELECT Var-Log-File ASSIGN TO "VARLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Vlg-Status.
       DATA DIVISION.
       FILE SECTION.
      * one flagged employee for one cutoff: what raised the flag,
      * this cutoff's amounts against the prior average, and the
      * supervisor's sign-off (O open, R reviewed)
       FD Var-File.
       01 Var-Record.
          02 Vf-Key.
             03 Vf-Cutoff pic 9(8).
             03 Vf-Emp-No pic 9(5).
          02 Vf-Name pic X(20).
          02 Vf-Run-Date pic 9(8).
          02 Vf-Run-Time pic 9(8).
          02 Vf-Flags.
             03 Vf-F-Gross pic X.
             03 Vf-F-OT pic X.
             03 Vf-F-Ded pic X.
             03 Vf-F-Net pic X.
             03 Vf-F-New pic X.
             03 Vf-F-Missing pic X.
             03 Vf-F-Ceiling pic X.
          02 Vf-Cur-Gross pic 9(7)V99.
          02 Vf-Cur-OT pic 9(7)V99.
          02 Vf-Cur-Ded pic 9(7)V99.
          02 Vf-Cur-Net pic 9(7)V99.
          02 Vf-Prior-Gross pic 9(7)V99.
          02 Vf-Prior-OT pic 9(7)V99.
          02 Vf-Prior-Ded pic 9(7)V99.
          02 Vf-Prior-Net pic 9(7)V99.
          02 Vf-State pic X.
          02 Vf-Reviewed-By pic X(8).
          02 Vf-Review-Date pic 9(8).
          02 Vf-Note pic X(40).
      * employee 0 records the review run itself: where the amounts
      * came from, when, and the thresholds it used
       01 Var-Header.
          02 Vh-Key.
             03 Vh-Cutoff pic 9(8).
             03 Vh-Emp-No pic 9(5).
          02 Vh-Source pic X.
          02 Vh-Run-Date pic 9(8).
          02 Vh-Run-Time pic 9(8).
          02 Vh-Emp-Count pic 9(5).
          02 Vh-Flag-Count pic 9(5).
          02 Vh-Prior-Cutoffs pic 9.
          02 Vh-Pct pic 9(3).
          02 Vh-Peso pic 9(7)V99.
          02 Vh-OT-Ceiling pic 9(7)V99.
          02 FILLER pic X(123).
      * a proof line as the payroll run writes it, and its totals
      * line
       FD Proof-File.
       01 Proof-Record.
          02 Prf-Tag pic X(5).
          02 Prf-Emp-No pic 9(5).
          02 FILLER pic X(7).
          02 Prf-Name pic X(20).
          02 FILLER pic X(10).
          02 Prf-Minutes pic 9(4).
          02 FILLER pic X(8).
          02 Prf-Base-Gross pic 9(5)V99.
          02 FILLER pic X(11).
          02 Prf-Overtime pic 9(5)V99.
          02 FILLER pic X(13).
          02 Prf-Gross pic 9(5)V99.
          02 FILLER pic X(13).
          02 Prf-Ded pic 9(5)V99.
          02 FILLER pic X(6).
          02 Prf-Net pic 9(5)V99.
          02 FILLER pic X(3).
       01 Proof-Totals.
          02 Prt-Tag pic X(20).
          02 Prt-Cutoff pic 9(8).
          02 FILLER pic X(112).
       FD Detail-File.
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
       FD Parm-File.
       01 Parm-Record.
          02 Vp-Pct pic 9(3).
          02 Vp-Peso pic 9(7)V99.
          02 Vp-OT-Ceiling pic 9(7)V99.
          02 Vp-Prior-Cutoffs pic 9.
       FD Oper-File.
       01 Oper-Record.
          02 Opr-ID pic X(8).
          02 Opr-Pin pic 9(4).
          02 Opr-Role pic X.
          02 Opr-Active pic X.
          02 Opr-Branch pic X(3).
       FD Report-File.
       01 Report-Record pic X(200).
       FD Var-Log-File.
       01 Var-Log-Record pic X(150).
       WORKING-STORAGE SECTION.
       77 Var-Status pic XX.
       77 Prf-Status pic XX.
       77 Det-Status pic XX.
       77 Emp-Status pic XX.
       77 Parm-Status pic XX.
       77 Oper-Status pic XX.
       77 Vlg-Status pic XX.
       77 Emp-Unavail pic 9 VALUE 0.
       77 Det-Unavail pic 9 VALUE 0.
       77 Choice pic 9 VALUE 9.
       77 Cont pic X.
       77 Eof-Flag pic 9 VALUE 0.
       77 Work-Cutoff pic 9(8).
       77 Work-Emp-No pic 9(5).
       77 Work-Name pic X(20).
       77 Work-Note pic X(40).
       77 Review-Source pic X.
       77 Review-Ok pic 9.
       77 Proof-Cutoff pic 9(8).
       77 Proof-Lines pic 9(5).
       77 Run-Date pic 9(8).
       77 Run-Time pic 9(8).
       77 Today pic 9(8).
      * the thresholds in force, and the set being keyed; the house
      * values stand until VARPARMS is first written
       01 Cur-Parms.
          02 CP-Pct pic 9(3) VALUE 25.
          02 CP-Peso pic 9(7)V99 VALUE 2000.00.
          02 CP-OT-Ceiling pic 9(7)V99 VALUE 5000.00.
          02 CP-Prior-Cutoffs pic 9 VALUE 2.
       01 New-Parms.
          02 NP-Pct pic 9(3).
          02 NP-Peso pic 9(7)V99.
          02 NP-OT-Ceiling pic 9(7)V99.
          02 NP-Prior-Cutoffs pic 9.
       77 Parms-Ok pic 9.
      * the cutoffs averaged, oldest first: the last CP-Prior-Cutoffs
      * cutoffs on REGDETAIL before the one under review
       77 Prior-Count pic 9 VALUE 0.
       77 Prior-Ix pic 9.
       77 Last-Seen-Cutoff pic 9(8).
       01 Prior-Dates.
          02 Prior-Date pic 9(8) OCCURS 9 TIMES.
      * one entry per employee paid this cutoff or in the cutoffs
      * averaged, kept in employee-number order for the report
       77 ET-Count pic 9(3) VALUE 0.
       77 ET-Ix pic 9(3).
       77 ET-Found pic 9(3).
       77 ET-Move pic 9(3).
       77 ET-Table-Warned pic 9 VALUE 0.
       01 Emp-Table.
          02 ET-Entry OCCURS 500 TIMES.
             03 ET-Emp-No pic 9(5).
             03 ET-Name pic X(20).
             03 ET-In-Cutoff pic 9.
             03 ET-Paid-Last pic 9.
             03 ET-Prior-Count pic 9.
             03 ET-Cur-Gross pic 9(7)V99.
             03 ET-Cur-OT pic 9(7)V99.
             03 ET-Cur-Ded pic 9(7)V99.
             03 ET-Cur-Net pic 9(7)V99.
             03 ET-Sum-Gross pic 9(8)V99.
             03 ET-Sum-OT pic 9(8)V99.
             03 ET-Sum-Ded pic 9(8)V99.
             03 ET-Sum-Net pic 9(8)V99.
       01 ET-Hold.
          02 EH-Emp-No pic 9(5).
          02 EH-Name pic X(20).
          02 EH-In-Cutoff pic 9.
          02 EH-Paid-Last pic 9.
          02 EH-Prior-Count pic 9.
          02 EH-Cur-Gross pic 9(7)V99.
          02 EH-Cur-OT pic 9(7)V99.
          02 EH-Cur-Ded pic 9(7)V99.
          02 EH-Cur-Net pic 9(7)V99.
          02 EH-Sum-Gross pic 9(8)V99.
          02 EH-Sum-OT pic 9(8)V99.
          02 EH-Sum-Ded pic 9(8)V99.
          02 EH-Sum-Net pic 9(8)V99.
      * the employee being judged
       77 Avg-Gross pic 9(7)V99.
       77 Avg-OT pic 9(7)V99.
       77 Avg-Ded pic 9(7)V99.
       77 Avg-Net pic 9(7)V99.
       77 Work-Ded pic 9(7)V99.
       77 Test-Cur pic 9(7)V99.
       77 Test-Avg pic 9(7)V99.
       77 Test-Diff pic 9(7)V99.
       77 Test-Hit pic 9.
       77 Skip-Missing pic 9.
       01 Work-Flags.
          02 WF-Gross pic X.
          02 WF-OT pic X.
          02 WF-Ded pic X.
          02 WF-Net pic X.
          02 WF-New pic X.
          02 WF-Missing pic X.
          02 WF-Ceiling pic X.
       01 Flag-Text.
          02 FT-Gross pic X(6).
          02 FT-OT pic X(3).
          02 FT-Ded pic X(4).
          02 FT-Net pic X(4).
          02 FT-New pic X(4).
          02 FT-Missing pic X(8).
          02 FT-Ceiling pic X(7).
       77 Keep-Review pic 9.
       77 Var-Found pic 9.
       77 State-Text pic X(8).
       77 Cur-Count pic 9(5).
       77 Flag-Count pic 9(5).
       77 New-Count pic 9(5).
       77 Missing-Count pic 9(5).
       77 Kept-Count pic 9(5).
       77 Dropped-Count pic 9(5).
       77 Open-Count pic 9(5).
       77 Log-Action pic X(6).
       77 Log-Detail pic X(80).
       77 Log-Date pic 9(8).
       77 Log-Time pic 9(8).
      * the supervisor a sign-off needs, off OPERATORS.DAT role "S"
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
       PERFORM LOAD-PARMS.
       PERFORM OPEN-FILES.
       PERFORM MAIN-MENU UNTIL Choice = 0.
       CLOSE Var-File.
       CLOSE Var-Log-File.
       STOP RUN.
       LOAD-PARMS.
         OPEN INPUT Parm-File.
         IF Parm-Status = "00"
            READ Parm-File
               AT END
                  CONTINUE
               NOT AT END
                  MOVE Parm-Record TO Cur-Parms
            END-READ
            CLOSE Parm-File
         END-IF.
       EXIT.
       OPEN-FILES.
         OPEN I-O Var-File.
         IF Var-Status = "35"
            OPEN OUTPUT Var-File
            CLOSE Var-File
            OPEN I-O Var-File
         END-IF.
         IF Var-Status NOT = "00"
            DISPLAY "VARFLAGS not available; nothing can be reviewed."
            STOP RUN
         END-IF.
         OPEN EXTEND Var-Log-File.
         IF Vlg-Status = "35"
            OPEN OUTPUT Var-Log-File
            CLOSE Var-Log-File
            OPEN EXTEND Var-Log-File
         END-IF.
         ACCEPT Today FROM DATE YYYYMMDD.
       EXIT.
       MAIN-MENU.
         DISPLAY " ".
         DISPLAY "========= payroll variance review =============".
         DISPLAY "[1] Review a cutoff against the ones before.".
         DISPLAY "[2] List a cutoff's flags.".
         DISPLAY "[3] Mark a flagged employee reviewed (supervisor).".
         DISPLAY "[4] Show the thresholds.".
         DISPLAY "[5] Change the thresholds (supervisor).".
         DISPLAY "[0] Exit.".
         DISPLAY "===============================================".
         DISPLAY "Enter choice: " WITH NO ADVANCING.
         ACCEPT Choice.
         IF Choice = 1
            PERFORM REVIEW-CUTOFF
         END-IF.
         IF Choice = 2
            PERFORM LIST-FLAGS
         END-IF.
         IF Choice = 3
            PERFORM MARK-REVIEWED
         END-IF.
         IF Choice = 4
            PERFORM SHOW-PARMS
         END-IF.
         IF Choice = 5
            PERFORM CHANGE-PARMS
         END-IF.
       EXIT.
      * gather the cutoff and its history, judge every employee, and
      * leave the flags on VARRPT and VARFLAGS
       REVIEW-CUTOFF.
         DISPLAY "Cutoff date (YYYYMMDD): " WITH NO ADVANCING.
         ACCEPT Work-Cutoff.
         DISPLAY "Review the (P)roof register or the (R)egister as "
             "posted: " WITH NO ADVANCING.
         ACCEPT Review-Source.
         INSPECT Review-Source CONVERTING "pr" TO "PR".
         MOVE 1 TO Review-Ok.
         MOVE 0 TO ET-Count.
         MOVE 0 TO ET-Table-Warned.
         MOVE 0 TO Prior-Count.
         MOVE 1 TO Det-Unavail.
         IF Review-Source NOT = "P" AND Review-Source NOT = "R"
            DISPLAY "Choose P or R; nothing reviewed."
            MOVE 0 TO Review-Ok
         END-IF.
         IF Review-Ok = 1
            OPEN INPUT Detail-File
            IF Det-Status = "00"
               MOVE 0 TO Det-Unavail
            ELSE
               IF Review-Source = "R"
                  DISPLAY "REGDETAIL not available; nothing reviewed."
                  MOVE 0 TO Review-Ok
               ELSE
                  DISPLAY "REGDETAIL not available; every employee "
                      "shows as new."
               END-IF
            END-IF
         END-IF.
         IF Review-Ok = 1
            IF Review-Source = "P"
               PERFORM GATHER-PROOF
            ELSE
               PERFORM GATHER-POSTED
            END-IF
         END-IF.
         IF Review-Ok = 1 AND Det-Unavail = 0
            PERFORM FIND-PRIOR-CUTOFFS
            PERFORM GATHER-PRIOR
         END-IF.
         IF Det-Unavail = 0
            CLOSE Detail-File
         END-IF.
         IF Review-Ok = 1
            PERFORM JUDGE-CUTOFF
         END-IF.
       EXIT.
      * the proof lines are per card; an employee with several cards
      * is summed back into one payslip's worth
       GATHER-PROOF.
         MOVE 0 TO Proof-Cutoff.
         MOVE 0 TO Proof-Lines.
         OPEN INPUT Proof-File.
         IF Prf-Status NOT = "00"
            DISPLAY "PROOFREG not available; run the payroll in "
                "proof mode first."
            MOVE 0 TO Review-Ok
         ELSE
            MOVE 0 TO Eof-Flag
            PERFORM UNTIL Eof-Flag = 1
               READ Proof-File
                  AT END MOVE 1 TO Eof-Flag
                  NOT AT END
                     PERFORM TAKE-PROOF-LINE
               END-READ
            END-PERFORM
            CLOSE Proof-File
            IF Review-Ok = 1 AND Proof-Cutoff NOT = Work-Cutoff
               DISPLAY "PROOFREG is the proof of cutoff " Proof-Cutoff
                   ", not " Work-Cutoff "; nothing reviewed."
               MOVE 0 TO Review-Ok
            END-IF
         END-IF.
       EXIT.
       TAKE-PROOF-LINE.
         IF Prt-Tag = "PROOF TOTALS cutoff "
            MOVE Prt-Cutoff TO Proof-Cutoff
         ELSE
         IF Prf-Tag = "Emp: " AND Prf-Emp-No > 0
            IF Prf-Gross NOT NUMERIC OR Prf-Net NOT NUMERIC
               IF Review-Ok = 1
                  DISPLAY "PROOFREG carries no slip gross, deductions "
                      "or net; run the proof again."
               END-IF
               MOVE 0 TO Review-Ok
            ELSE
               ADD 1 TO Proof-Lines
               MOVE Prf-Emp-No TO Work-Emp-No
               MOVE Prf-Name TO Work-Name
               PERFORM FIND-EMPLOYEE
               IF ET-Found > 0
                  MOVE 1 TO ET-In-Cutoff(ET-Found)
                  ADD Prf-Gross TO ET-Cur-Gross(ET-Found)
                  ADD Prf-Overtime TO ET-Cur-OT(ET-Found)
                  ADD Prf-Ded TO ET-Cur-Ded(ET-Found)
                  ADD Prf-Net TO ET-Cur-Net(ET-Found)
               END-IF
            END-IF
         END-IF
         END-IF.
       EXIT.
       GATHER-POSTED.
         MOVE Work-Cutoff TO Det-Cutoff-Date.
         MOVE 1 TO Det-Emp-No.
         MOVE 0 TO Eof-Flag.
         START Detail-File KEY IS NOT LESS THAN Det-Key
            INVALID KEY MOVE 1 TO Eof-Flag
         END-START.
         PERFORM UNTIL Eof-Flag = 1
            READ Detail-File NEXT RECORD
               AT END MOVE 1 TO Eof-Flag
               NOT AT END
                  IF Det-Cutoff-Date NOT = Work-Cutoff
                     MOVE 1 TO Eof-Flag
                  ELSE
                     MOVE Det-Emp-No TO Work-Emp-No
                     MOVE Det-Name TO Work-Name
                     PERFORM FIND-EMPLOYEE
                     IF ET-Found > 0
                        COMPUTE Work-Ded = Det-Gross - Det-Net
                        MOVE 1 TO ET-In-Cutoff(ET-Found)
                        ADD Det-Gross TO ET-Cur-Gross(ET-Found)
                        ADD Det-Overtime TO ET-Cur-OT(ET-Found)
                        ADD Work-Ded TO ET-Cur-Ded(ET-Found)
                        ADD Det-Net TO ET-Cur-Net(ET-Found)
                     END-IF
                  END-IF
            END-READ
         END-PERFORM.
         IF ET-Count = 0
            DISPLAY "Nothing on REGDETAIL for cutoff " Work-Cutoff
                "; nothing reviewed."
            MOVE 0 TO Review-Ok
         END-IF.
       EXIT.
      * REGDETAIL runs in cutoff order, so the last cutoffs before
      * this one are the last distinct dates read before reaching it
       FIND-PRIOR-CUTOFFS.
         MOVE 0 TO Last-Seen-Cutoff.
         MOVE 0 TO Det-Cutoff-Date.
         MOVE 0 TO Det-Emp-No.
         MOVE 0 TO Eof-Flag.
         START Detail-File KEY IS NOT LESS THAN Det-Key
            INVALID KEY MOVE 1 TO Eof-Flag
         END-START.
         PERFORM UNTIL Eof-Flag = 1
            READ Detail-File NEXT RECORD
               AT END MOVE 1 TO Eof-Flag
               NOT AT END
                  IF Det-Cutoff-Date NOT < Work-Cutoff
                     MOVE 1 TO Eof-Flag
                  ELSE
                     IF Det-Cutoff-Date NOT = Last-Seen-Cutoff
                        MOVE Det-Cutoff-Date TO Last-Seen-Cutoff
                        PERFORM KEEP-PRIOR-DATE
                     END-IF
                  END-IF
            END-READ
         END-PERFORM.
       EXIT.
       KEEP-PRIOR-DATE.
         IF Prior-Count < CP-Prior-Cutoffs
            ADD 1 TO Prior-Count
         ELSE
            MOVE 1 TO Prior-Ix
            PERFORM UNTIL Prior-Ix >= Prior-Count
               MOVE Prior-Date(Prior-Ix + 1) TO Prior-Date(Prior-Ix)
               ADD 1 TO Prior-Ix
            END-PERFORM
         END-IF.
         MOVE Last-Seen-Cutoff TO Prior-Date(Prior-Count).
       EXIT.
       GATHER-PRIOR.
         IF Prior-Count > 0
            MOVE Prior-Date(1) TO Det-Cutoff-Date
            MOVE 1 TO Det-Emp-No
            MOVE 0 TO Eof-Flag
            START Detail-File KEY IS NOT LESS THAN Det-Key
               INVALID KEY MOVE 1 TO Eof-Flag
            END-START
            PERFORM UNTIL Eof-Flag = 1
               READ Detail-File NEXT RECORD
                  AT END MOVE 1 TO Eof-Flag
                  NOT AT END
                     IF Det-Cutoff-Date NOT < Work-Cutoff
                        MOVE 1 TO Eof-Flag
                     ELSE
                        IF Det-Emp-No > 0
                           PERFORM TAKE-PRIOR-DETAIL
                        END-IF
                     END-IF
               END-READ
            END-PERFORM
         END-IF.
       EXIT.
       TAKE-PRIOR-DETAIL.
         MOVE Det-Emp-No TO Work-Emp-No.
         MOVE Det-Name TO Work-Name.
         PERFORM FIND-EMPLOYEE.
         IF ET-Found > 0
            COMPUTE Work-Ded = Det-Gross - Det-Net
            ADD 1 TO ET-Prior-Count(ET-Found)
            ADD Det-Gross TO ET-Sum-Gross(ET-Found)
            ADD Det-Overtime TO ET-Sum-OT(ET-Found)
            ADD Work-Ded TO ET-Sum-Ded(ET-Found)
            ADD Det-Net TO ET-Sum-Net(ET-Found)
            IF Det-Cutoff-Date = Prior-Date(Prior-Count)
               MOVE 1 TO ET-Paid-Last(ET-Found)
            END-IF
         END-IF.
       EXIT.
      * find the employee's entry, or open one in employee-number
      * order by moving the higher ones up a slot
       FIND-EMPLOYEE.
         MOVE 0 TO ET-Found.
         MOVE 1 TO ET-Ix.
         PERFORM UNTIL ET-Ix > ET-Count OR ET-Found > 0
            IF ET-Emp-No(ET-Ix) = Work-Emp-No
               MOVE ET-Ix TO ET-Found
            END-IF
            ADD 1 TO ET-Ix
         END-PERFORM.
         IF ET-Found = 0
            IF ET-Count >= 500
               IF ET-Table-Warned = 0
                  DISPLAY "More than 500 employees to compare; "
                      "raise the table and rerun."
                  MOVE 1 TO ET-Table-Warned
               END-IF
            ELSE
               PERFORM OPEN-EMPLOYEE
            END-IF
         END-IF.
       EXIT.
       OPEN-EMPLOYEE.
         MOVE 1 TO ET-Found.
         MOVE 1 TO ET-Ix.
         PERFORM UNTIL ET-Ix > ET-Count
            IF ET-Emp-No(ET-Ix) < Work-Emp-No
               COMPUTE ET-Found = ET-Ix + 1
            END-IF
            ADD 1 TO ET-Ix
         END-PERFORM.
         MOVE ET-Count TO ET-Move.
         PERFORM UNTIL ET-Move < ET-Found
            MOVE ET-Entry(ET-Move) TO ET-Hold
            MOVE ET-Hold TO ET-Entry(ET-Move + 1)
            SUBTRACT 1 FROM ET-Move
         END-PERFORM.
         ADD 1 TO ET-Count.
         MOVE Work-Emp-No TO ET-Emp-No(ET-Found).
         MOVE Work-Name TO ET-Name(ET-Found).
         MOVE 0 TO ET-In-Cutoff(ET-Found).
         MOVE 0 TO ET-Paid-Last(ET-Found).
         MOVE 0 TO ET-Prior-Count(ET-Found).
         MOVE 0 TO ET-Cur-Gross(ET-Found).
         MOVE 0 TO ET-Cur-OT(ET-Found).
         MOVE 0 TO ET-Cur-Ded(ET-Found).
         MOVE 0 TO ET-Cur-Net(ET-Found).
         MOVE 0 TO ET-Sum-Gross(ET-Found).
         MOVE 0 TO ET-Sum-OT(ET-Found).
         MOVE 0 TO ET-Sum-Ded(ET-Found).
         MOVE 0 TO ET-Sum-Net(ET-Found).
       EXIT.
      * every employee judged, the flags written under one run stamp,
      * then any flag of this cutoff not raised again is dropped
       JUDGE-CUTOFF.
         ACCEPT Run-Date FROM DATE YYYYMMDD.
         ACCEPT Run-Time FROM TIME.
         MOVE 0 TO Cur-Count.
         MOVE 0 TO Flag-Count.
         MOVE 0 TO New-Count.
         MOVE 0 TO Missing-Count.
         MOVE 0 TO Kept-Count.
         MOVE 0 TO Dropped-Count.
         IF Review-Source = "P"
            OPEN INPUT Emp-File
            IF Emp-Status NOT = "00"
               MOVE 1 TO Emp-Unavail
            ELSE
               MOVE 0 TO Emp-Unavail
            END-IF
         END-IF.
         OPEN OUTPUT Report-File.
         PERFORM WRITE-REPORT-HEADING.
         MOVE 1 TO ET-Ix.
         PERFORM UNTIL ET-Ix > ET-Count
            PERFORM JUDGE-EMPLOYEE
            ADD 1 TO ET-Ix
         END-PERFORM.
         IF Review-Source = "P" AND Emp-Unavail = 0
            CLOSE Emp-File
         END-IF.
         PERFORM WRITE-RUN-RECORD.
         PERFORM DROP-STALE-FLAGS.
         PERFORM WRITE-REPORT-TOTALS.
         CLOSE Report-File.
         MOVE "RUN" TO Log-Action.
         MOVE SPACES TO Log-Detail.
         STRING "cutoff " Work-Cutoff " source " Review-Source
                " employees " Cur-Count " flagged " Flag-Count
             DELIMITED BY SIZE INTO Log-Detail
         END-STRING.
         PERFORM WRITE-VAR-LOG.
         DISPLAY Cur-Count " employee(s) compared against " Prior-Count
             " prior cutoff(s); " Flag-Count " flagged, "
             Kept-Count " keep an earlier sign-off.".
         DISPLAY "Variance review written to VARRPT; mark each flag "
             "reviewed before the posting run.".
       EXIT.
       JUDGE-EMPLOYEE.
         MOVE SPACES TO Work-Flags.
         MOVE 0 TO Avg-Gross.
         MOVE 0 TO Avg-OT.
         MOVE 0 TO Avg-Ded.
         MOVE 0 TO Avg-Net.
         IF ET-In-Cutoff(ET-Ix) = 1
            ADD 1 TO Cur-Count
         END-IF.
         IF ET-Prior-Count(ET-Ix) > 0
            COMPUTE Avg-Gross ROUNDED =
                ET-Sum-Gross(ET-Ix) / ET-Prior-Count(ET-Ix)
            COMPUTE Avg-OT ROUNDED =
                ET-Sum-OT(ET-Ix) / ET-Prior-Count(ET-Ix)
            COMPUTE Avg-Ded ROUNDED =
                ET-Sum-Ded(ET-Ix) / ET-Prior-Count(ET-Ix)
            COMPUTE Avg-Net ROUNDED =
                ET-Sum-Net(ET-Ix) / ET-Prior-Count(ET-Ix)
         END-IF.
         IF ET-In-Cutoff(ET-Ix) = 1
            IF ET-Prior-Count(ET-Ix) = 0
               MOVE "Y" TO WF-New
            ELSE
               MOVE ET-Cur-Gross(ET-Ix) TO Test-Cur
               MOVE Avg-Gross TO Test-Avg
               PERFORM TEST-CHANGE
               IF Test-Hit = 1
                  MOVE "Y" TO WF-Gross
               END-IF
               MOVE ET-Cur-OT(ET-Ix) TO Test-Cur
               MOVE Avg-OT TO Test-Avg
               PERFORM TEST-CHANGE
               IF Test-Hit = 1
                  MOVE "Y" TO WF-OT
               END-IF
               MOVE ET-Cur-Ded(ET-Ix) TO Test-Cur
               MOVE Avg-Ded TO Test-Avg
               PERFORM TEST-CHANGE
               IF Test-Hit = 1
                  MOVE "Y" TO WF-Ded
               END-IF
               MOVE ET-Cur-Net(ET-Ix) TO Test-Cur
               MOVE Avg-Net TO Test-Avg
               PERFORM TEST-CHANGE
               IF Test-Hit = 1
                  MOVE "Y" TO WF-Net
               END-IF
            END-IF
            IF CP-OT-Ceiling > 0
               AND ET-Cur-OT(ET-Ix) > CP-OT-Ceiling
               MOVE "Y" TO WF-Ceiling
            END-IF
         ELSE
            IF ET-Paid-Last(ET-Ix) = 1
               PERFORM CHECK-SKIP-MISSING
               IF Skip-Missing = 0
                  MOVE "Y" TO WF-Missing
               END-IF
            END-IF
         END-IF.
         IF Work-Flags NOT = SPACES
            ADD 1 TO Flag-Count
            IF WF-New = "Y"
               ADD 1 TO New-Count
            END-IF
            IF WF-Missing = "Y"
               ADD 1 TO Missing-Count
            END-IF
            PERFORM POST-FLAG
            PERFORM WRITE-FLAG-LINE
         END-IF.
       EXIT.
      * a change counts when it passes either threshold; with no
      * prior amount to measure a percent against, only the peso
      * threshold applies
       TEST-CHANGE.
         MOVE 0 TO Test-Hit.
         IF Test-Cur > Test-Avg
            COMPUTE Test-Diff = Test-Cur - Test-Avg
         ELSE
            COMPUTE Test-Diff = Test-Avg - Test-Cur
         END-IF.
         IF CP-Peso > 0 AND Test-Diff > CP-Peso
            MOVE 1 TO Test-Hit
         END-IF.
         IF CP-Pct > 0 AND Test-Avg > 0
            AND Test-Diff * 100 > Test-Avg * CP-Pct
            MOVE 1 TO Test-Hit
         END-IF.
       EXIT.
      * a proof run only pays the batch; a monthly-rated employee
      * missing from it is paid by the semi-monthly rollup instead
       CHECK-SKIP-MISSING.
         MOVE 0 TO Skip-Missing.
         IF Review-Source = "P" AND Emp-Unavail = 0
            MOVE ET-Emp-No(ET-Ix) TO Emp-Number
            READ Emp-File KEY IS Emp-Number
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  IF Emp-Pay-Basis = "M"
                     MOVE 1 TO Skip-Missing
                  END-IF
            END-READ
         END-IF.
       EXIT.
      * a flag already signed off keeps its sign-off only while what
      * raised it and this cutoff's amounts are unchanged
       POST-FLAG.
         MOVE Work-Cutoff TO Vf-Cutoff.
         MOVE ET-Emp-No(ET-Ix) TO Vf-Emp-No.
         MOVE 0 TO Keep-Review.
         READ Var-File KEY IS Vf-Key
            INVALID KEY
               MOVE 0 TO Var-Found
            NOT INVALID KEY
               MOVE 1 TO Var-Found
         END-READ.
         IF Var-Found = 1 AND Vf-State = "R"
            AND Vf-Flags = Work-Flags
            AND Vf-Cur-Gross = ET-Cur-Gross(ET-Ix)
            AND Vf-Cur-OT = ET-Cur-OT(ET-Ix)
            AND Vf-Cur-Ded = ET-Cur-Ded(ET-Ix)
            AND Vf-Cur-Net = ET-Cur-Net(ET-Ix)
            MOVE 1 TO Keep-Review
            ADD 1 TO Kept-Count
         END-IF.
         IF Var-Found = 0
            MOVE SPACES TO Var-Record
            MOVE Work-Cutoff TO Vf-Cutoff
            MOVE ET-Emp-No(ET-Ix) TO Vf-Emp-No
         END-IF.
         MOVE ET-Name(ET-Ix) TO Vf-Name.
         MOVE Run-Date TO Vf-Run-Date.
         MOVE Run-Time TO Vf-Run-Time.
         MOVE Work-Flags TO Vf-Flags.
         MOVE ET-Cur-Gross(ET-Ix) TO Vf-Cur-Gross.
         MOVE ET-Cur-OT(ET-Ix) TO Vf-Cur-OT.
         MOVE ET-Cur-Ded(ET-Ix) TO Vf-Cur-Ded.
         MOVE ET-Cur-Net(ET-Ix) TO Vf-Cur-Net.
         MOVE Avg-Gross TO Vf-Prior-Gross.
         MOVE Avg-OT TO Vf-Prior-OT.
         MOVE Avg-Ded TO Vf-Prior-Ded.
         MOVE Avg-Net TO Vf-Prior-Net.
         IF Keep-Review = 0
            MOVE "O" TO Vf-State
            MOVE SPACES TO Vf-Reviewed-By
            MOVE 0 TO Vf-Review-Date
            MOVE SPACES TO Vf-Note
         END-IF.
         IF Var-Found = 1
            REWRITE Var-Record
         ELSE
            WRITE Var-Record
         END-IF.
       EXIT.
       WRITE-RUN-RECORD.
         MOVE Work-Cutoff TO Vh-Cutoff.
         MOVE 0 TO Vh-Emp-No.
         READ Var-File KEY IS Vh-Key
            INVALID KEY
               MOVE 0 TO Var-Found
            NOT INVALID KEY
               MOVE 1 TO Var-Found
         END-READ.
         MOVE SPACES TO Var-Header.
         MOVE Work-Cutoff TO Vh-Cutoff.
         MOVE 0 TO Vh-Emp-No.
         MOVE Review-Source TO Vh-Source.
         MOVE Run-Date TO Vh-Run-Date.
         MOVE Run-Time TO Vh-Run-Time.
         MOVE Cur-Count TO Vh-Emp-Count.
         MOVE Flag-Count TO Vh-Flag-Count.
         MOVE Prior-Count TO Vh-Prior-Cutoffs.
         MOVE CP-Pct TO Vh-Pct.
         MOVE CP-Peso TO Vh-Peso.
         MOVE CP-OT-Ceiling TO Vh-OT-Ceiling.
         IF Var-Found = 1
            REWRITE Var-Header
         ELSE
            WRITE Var-Header
         END-IF.
       EXIT.
       DROP-STALE-FLAGS.
         MOVE Work-Cutoff TO Vf-Cutoff.
         MOVE 1 TO Vf-Emp-No.
         MOVE 0 TO Eof-Flag.
         START Var-File KEY IS NOT LESS THAN Vf-Key
            INVALID KEY MOVE 1 TO Eof-Flag
         END-START.
         PERFORM UNTIL Eof-Flag = 1
            READ Var-File NEXT RECORD
               AT END MOVE 1 TO Eof-Flag
               NOT AT END
                  IF Vf-Cutoff NOT = Work-Cutoff
                     MOVE 1 TO Eof-Flag
                  ELSE
                     IF Vf-Run-Date NOT = Run-Date
                        OR Vf-Run-Time NOT = Run-Time
                        DELETE Var-File RECORD
                        END-DELETE
                        ADD 1 TO Dropped-Count
                     END-IF
                  END-IF
            END-READ
         END-PERFORM.
       EXIT.
       WRITE-REPORT-HEADING.
         MOVE SPACES TO Report-Record.
         IF Review-Source = "P"
            STRING "PAYROLL VARIANCE REVIEW cutoff " Work-Cutoff
                   " from PROOFREG (" Proof-Lines " card(s))"
                DELIMITED BY SIZE INTO Report-Record
            END-STRING
         ELSE
            STRING "PAYROLL VARIANCE REVIEW cutoff " Work-Cutoff
                   " from REGDETAIL as posted"
                DELIMITED BY SIZE INTO Report-Record
            END-STRING
         END-IF.
         WRITE Report-Record.
         MOVE SPACES TO Report-Record.
         IF Prior-Count = 0
            MOVE "No earlier cutoff on REGDETAIL to compare against."
                TO Report-Record
         ELSE
            STRING "Against the average of " Prior-Count
                   " cutoff(s) from " Prior-Date(1)
                   " to " Prior-Date(Prior-Count)
                   "; flagged past " CP-Pct "% or " CP-Peso
                   " pesos, overtime past " CP-OT-Ceiling
                DELIMITED BY SIZE INTO Report-Record
            END-STRING
         END-IF.
         WRITE Report-Record.
       EXIT.
       WRITE-FLAG-LINE.
         MOVE SPACES TO Flag-Text.
         IF WF-Gross = "Y"
            MOVE "GROSS" TO FT-Gross
         END-IF.
         IF WF-OT = "Y"
            MOVE "OT" TO FT-OT
         END-IF.
         IF WF-Ded = "Y"
            MOVE "DED" TO FT-Ded
         END-IF.
         IF WF-Net = "Y"
            MOVE "NET" TO FT-Net
         END-IF.
         IF WF-New = "Y"
            MOVE "NEW" TO FT-New
         END-IF.
         IF WF-Missing = "Y"
            MOVE "MISSING" TO FT-Missing
         END-IF.
         IF WF-Ceiling = "Y"
            MOVE "OT-CEIL" TO FT-Ceiling
         END-IF.
         IF Keep-Review = 1
            MOVE "REVIEWED" TO State-Text
         ELSE
            MOVE "OPEN" TO State-Text
         END-IF.
         MOVE SPACES TO Report-Record.
         STRING "Emp: " ET-Emp-No(ET-Ix)
                " " ET-Name(ET-Ix)
                " " Flag-Text
                " Gross: " ET-Cur-Gross(ET-Ix) "/" Avg-Gross
                " OT: " ET-Cur-OT(ET-Ix) "/" Avg-OT
                " Ded: " ET-Cur-Ded(ET-Ix) "/" Avg-Ded
                " Net: " ET-Cur-Net(ET-Ix) "/" Avg-Net
                " " State-Text
             DELIMITED BY SIZE INTO Report-Record
         END-STRING.
         WRITE Report-Record.
       EXIT.
       WRITE-REPORT-TOTALS.
         MOVE SPACES TO Report-Record.
         STRING "TOTAL employees: " Cur-Count
                " flagged: " Flag-Count
                " new: " New-Count
                " missing: " Missing-Count
                " signed off already: " Kept-Count
                " earlier flags dropped: " Dropped-Count
             DELIMITED BY SIZE INTO Report-Record
         END-STRING.
         WRITE Report-Record.
         MOVE SPACES TO Report-Record.
         MOVE "Amounts read this cutoff/prior average." TO
             Report-Record.
         WRITE Report-Record.
       EXIT.
       LIST-FLAGS.
         DISPLAY "Cutoff date (YYYYMMDD): " WITH NO ADVANCING.
         ACCEPT Work-Cutoff.
         MOVE Work-Cutoff TO Vh-Cutoff.
         MOVE 0 TO Vh-Emp-No.
         READ Var-File KEY IS Vh-Key
            INVALID KEY
               MOVE 0 TO Var-Found
            NOT INVALID KEY
               MOVE 1 TO Var-Found
         END-READ.
         IF Var-Found = 0
            DISPLAY "Cutoff " Work-Cutoff " has not been reviewed."
         ELSE
            DISPLAY "Reviewed " Vh-Run-Date " " Vh-Run-Time
                " from " Vh-Source " against " Vh-Prior-Cutoffs
                " prior cutoff(s): " Vh-Emp-Count " employee(s), "
                Vh-Flag-Count " flagged."
            MOVE 0 TO Open-Count
            MOVE 0 TO Eof-Flag
            START Var-File KEY IS GREATER THAN Vf-Key
               INVALID KEY MOVE 1 TO Eof-Flag
            END-START
            PERFORM UNTIL Eof-Flag = 1
               READ Var-File NEXT RECORD
                  AT END MOVE 1 TO Eof-Flag
                  NOT AT END
                     IF Vf-Cutoff NOT = Work-Cutoff
                        MOVE 1 TO Eof-Flag
                     ELSE
                        PERFORM SHOW-FLAG
                     END-IF
               END-READ
            END-PERFORM
            DISPLAY Open-Count " flag(s) still open."
         END-IF.
       EXIT.
       SHOW-FLAG.
         MOVE Vf-Flags TO Work-Flags.
         MOVE SPACES TO Flag-Text.
         IF WF-Gross = "Y"
            MOVE "GROSS" TO FT-Gross
         END-IF.
         IF WF-OT = "Y"
            MOVE "OT" TO FT-OT
         END-IF.
         IF WF-Ded = "Y"
            MOVE "DED" TO FT-Ded
         END-IF.
         IF WF-Net = "Y"
            MOVE "NET" TO FT-Net
         END-IF.
         IF WF-New = "Y"
            MOVE "NEW" TO FT-New
         END-IF.
         IF WF-Missing = "Y"
            MOVE "MISSING" TO FT-Missing
         END-IF.
         IF WF-Ceiling = "Y"
            MOVE "OT-CEIL" TO FT-Ceiling
         END-IF.
         DISPLAY "  " Vf-Emp-No " " Vf-Name " " Flag-Text.
         DISPLAY "     gross " Vf-Cur-Gross "/" Vf-Prior-Gross
             " OT " Vf-Cur-OT "/" Vf-Prior-OT
             " ded " Vf-Cur-Ded "/" Vf-Prior-Ded
             " net " Vf-Cur-Net "/" Vf-Prior-Net.
         IF Vf-State = "R"
            DISPLAY "     reviewed by " Vf-Reviewed-By " on "
                Vf-Review-Date ": " Vf-Note
         ELSE
            DISPLAY "     OPEN"
            ADD 1 TO Open-Count
         END-IF.
       EXIT.
      * the sign-off: a supervisor, a finding, and a log line
       MARK-REVIEWED.
         IF Super-Op = SPACES
            PERFORM SIGN-ON-SUPERVISOR
         END-IF.
         IF Super-Op NOT = SPACES
            DISPLAY "Cutoff date (YYYYMMDD): " WITH NO ADVANCING
            ACCEPT Work-Cutoff
            DISPLAY "Employee number: " WITH NO ADVANCING
            ACCEPT Work-Emp-No
            MOVE Work-Cutoff TO Vf-Cutoff
            MOVE Work-Emp-No TO Vf-Emp-No
            MOVE 0 TO Var-Found
            IF Work-Emp-No > 0
               READ Var-File KEY IS Vf-Key
                  INVALID KEY
                     MOVE 0 TO Var-Found
                  NOT INVALID KEY
                     MOVE 1 TO Var-Found
               END-READ
            END-IF
            IF Var-Found = 0
               DISPLAY "Employee " Work-Emp-No " is not flagged for "
                   "cutoff " Work-Cutoff "."
            ELSE
            IF Vf-State = "R"
               DISPLAY "Already reviewed by " Vf-Reviewed-By " on "
                   Vf-Review-Date "."
            ELSE
               PERFORM SHOW-FLAG
               DISPLAY "Finding (40 characters): " WITH NO ADVANCING
               ACCEPT Work-Note
               IF Work-Note = SPACES
                  DISPLAY "A review needs its finding; nothing saved."
               ELSE
                  DISPLAY "Mark this employee reviewed? (Y/n): "
                      WITH NO ADVANCING
                  ACCEPT Cont
                  IF Cont = "n"
                     DISPLAY "Review cancelled."
                  ELSE
                     MOVE "R" TO Vf-State
                     MOVE Super-Op TO Vf-Reviewed-By
                     MOVE Today TO Vf-Review-Date
                     MOVE Work-Note TO Vf-Note
                     REWRITE Var-Record
                     MOVE "REVIEW" TO Log-Action
                     MOVE SPACES TO Log-Detail
                     STRING "cutoff " Work-Cutoff " emp " Work-Emp-No
                            " " Work-Note
                         DELIMITED BY SIZE INTO Log-Detail
                     END-STRING
                     PERFORM WRITE-VAR-LOG
                     DISPLAY "Marked reviewed."
                  END-IF
               END-IF
            END-IF
            END-IF
         END-IF.
       EXIT.
       SHOW-PARMS.
         DISPLAY "Flag a change past " CP-Pct "% or " CP-Peso
             " pesos (zero = not tested)".
         DISPLAY "Flag overtime pay past " CP-OT-Ceiling
             " (zero = not tested)".
         DISPLAY "Compare against the average of the last "
             CP-Prior-Cutoffs " cutoff(s)".
       EXIT.
       CHANGE-PARMS.
         IF Super-Op = SPACES
            PERFORM SIGN-ON-SUPERVISOR
         END-IF.
         IF Super-Op NOT = SPACES
            PERFORM SHOW-PARMS
            MOVE 1 TO Parms-Ok
            DISPLAY "Percent change that raises a flag: "
                WITH NO ADVANCING
            ACCEPT NP-Pct
            DISPLAY "Peso change that raises a flag: "
                WITH NO ADVANCING
            ACCEPT NP-Peso
            DISPLAY "Overtime pay ceiling: " WITH NO ADVANCING
            ACCEPT NP-OT-Ceiling
            DISPLAY "Cutoffs back to average (1-9): "
                WITH NO ADVANCING
            ACCEPT NP-Prior-Cutoffs
            IF NP-Prior-Cutoffs = 0
               MOVE 0 TO Parms-Ok
            END-IF
            IF NP-Pct = 0 AND NP-Peso = 0
               MOVE 0 TO Parms-Ok
            END-IF
            IF Parms-Ok = 0
               DISPLAY "At least one cutoff back, and a percent or a "
                   "peso threshold, are needed; nothing saved."
            ELSE
               DISPLAY "Save these thresholds? (Y/n): "
                   WITH NO ADVANCING
               ACCEPT Cont
               IF Cont = "n"
                  DISPLAY "Change cancelled."
               ELSE
                  MOVE "PARMS" TO Log-Action
                  MOVE SPACES TO Log-Detail
                  STRING "OLD:" CP-Pct "/" CP-Peso "/" CP-OT-Ceiling
                         "/" CP-Prior-Cutoffs " NEW:" NP-Pct "/"
                         NP-Peso "/" NP-OT-Ceiling "/"
                         NP-Prior-Cutoffs
                      DELIMITED BY SIZE INTO Log-Detail
                  END-STRING
                  MOVE New-Parms TO Cur-Parms
                  OPEN OUTPUT Parm-File
                  MOVE Cur-Parms TO Parm-Record
                  WRITE Parm-Record
                  CLOSE Parm-File
                  PERFORM WRITE-VAR-LOG
                  DISPLAY "Thresholds saved; they apply to the next "
                      "review."
               END-IF
            END-IF
         END-IF.
       EXIT.
      * the teller sign-on's three tries, and only role "S"; the
      * supervisor stays signed on for the rest of the session
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
            DISPLAY "Supervisor sign-on failed; nothing signed off."
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
       WRITE-VAR-LOG.
         ACCEPT Log-Date FROM DATE YYYYMMDD.
         ACCEPT Log-Time FROM TIME.
         MOVE SPACES TO Var-Log-Record.
         STRING Log-Date " " Log-Time
                " " Log-Action
                " " Log-Detail
                " by " Super-Op
             DELIMITED BY SIZE INTO Var-Log-Record
         END-STRING.
         WRITE Var-Log-Record.
       EXIT.
      * END OF PROGRAM

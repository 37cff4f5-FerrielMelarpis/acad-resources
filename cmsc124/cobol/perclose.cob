      * proves and closes a payroll period, and reopens one
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
       PROGRAM-ID. PerClose.
      * closes a PAYCAL period once it proves complete, so nothing
      * more can post into it:
      *   - the PAYROLL-REGISTER carries the cutoff and its RUNCONTROL
      *     record, if a batch ran for it, is complete;
      *   - every card posted: TCREJECTS holds no rejected card dated
      *     in the period, and every WEEKLYDTR day in the period with
      *     worked or leave minutes was either paid on the spot or is
      *     covered by the employee's REGDETAIL for the cutoff;
      *   - PayCredit posted the cutoff's net-pay credits: PAYCRLOG
      *     carries the cutoff whenever REGDETAIL holds net pay for
      *     an employee with a member account on EMPMASTER, and a
      *     PAYCREDIT still on hand for the cutoff is the last file
      *     it logged.
      * Every failing test is listed, and the period stays open until
      * all pass. A closed period is reopened only by a supervisor on
      * OPERATORS.DAT, with a reason; closes and reopens alike land
      * on PAYCALLOG.
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
           SELECT Control-File ASSIGN TO "RUNCONTROL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Ctl-Cutoff-Date
               FILE STATUS IS Ctl-Status.
           SELECT Detail-File ASSIGN TO "REGDETAIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Det-Key
               FILE STATUS IS Det-Status.
           SELECT DTR-File ASSIGN TO "WEEKLYDTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DTR-Key
               FILE STATUS IS DTR-Status.
           SELECT Reject-File ASSIGN TO "TCREJECTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rej-Status.
           SELECT Credit-File ASSIGN TO "PAYCREDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Cr-Status.
           SELECT Post-Log-File ASSIGN TO "PAYCRLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Pl-Cutoff
               FILE STATUS IS Pl-Status.
           SELECT Emp-File ASSIGN TO "EMPMASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Emp-Number
               FILE STATUS IS Emp-Status.
           SELECT Oper-File ASSIGN TO "OPERATORS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Oper-Status.
      * append-only log of every close and reopen
           SELECT Cal-Log-File ASSIGN TO "PAYCALLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Clg-Status.
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
       FD Control-File.
       01 Ctl-Record.
          02 Ctl-Cutoff-Date pic 9(8).
          02 Ctl-Run-No pic 9(3).
          02 Ctl-Last-Card pic 9(5).
          02 Ctl-Complete pic X.
          02 Ctl-Count pic 9(5).
          02 Ctl-Normal pic 9(7)V99.
          02 Ctl-OT pic 9(7)V99.
          02 Ctl-Pay pic 9(7)V99.
          02 Ctl-SSS pic 9(7)V99.
          02 Ctl-PhilH pic 9(7)V99.
          02 Ctl-PagIbig pic 9(7)V99.
          02 Ctl-Tax pic 9(7)V99.
          02 Ctl-Net pic 9(7)V99.
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
       FD DTR-File.
       01 DTR-Record.
          02 DTR-Key.
             03 DTR-Emp-No pic 9(5).
             03 DTR-Date pic 9(8).
          02 DTR-Minutes pic 9(5).
          02 DTR-Leave-Minutes pic 9(5).
          02 DTR-Posted pic X.
      * a rejected card as the payroll run leaves it
       FD Reject-File.
       01 Reject-Record.
          02 Rej-Reason pic X(4).
          02 Rej-Card.
             03 Rej-Rec-Type pic X.
             03 Rej-Emp-No pic 9(5).
             03 Rej-Name pic X(20).
             03 Rej-Age pic 9(2).
             03 Rej-Date pic 9(8).
             03 Rej-In-Hour pic 9(2).
             03 Rej-In-Minute pic 9(2).
             03 Rej-Out-Hour pic 9(2).
             03 Rej-Out-Minute pic 9(2).
             03 Rej-Cost-Center pic X(4).
       FD Credit-File.
       01 Credit-Record.
          02 Cr-Rec-Type pic X.
          02 Cr-Emp-No pic 9(5).
          02 Cr-Acct-No pic 9(6).
          02 Cr-Net pic 9(7)V99.
          02 Cr-Cutoff pic 9(8).
       01 Credit-Trailer.
          02 Ct-Rec-Type pic X.
          02 Ct-Count pic 9(5).
          02 Ct-Total pic 9(9)V99.
          02 Ct-Cutoff pic 9(8).
       FD Post-Log-File.
       01 Post-Log-Record.
          02 Pl-Cutoff pic 9(8).
          02 Pl-Files pic 9(3).
          02 Pl-Posted-Count pic 9(5).
          02 Pl-Posted-Total pic 9(9)V99.
          02 Pl-Except-Count pic 9(5).
          02 Pl-Last-Count pic 9(5).
          02 Pl-Last-Total pic 9(9)V99.
          02 Pl-Last-Date pic 9(8).
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
       FD Oper-File.
       01 Oper-Record.
          02 Opr-ID pic X(8).
          02 Opr-Pin pic 9(4).
          02 Opr-Role pic X.
          02 Opr-Active pic X.
          02 Opr-Branch pic X(3).
       FD Cal-Log-File.
       01 Cal-Log-Record pic X(120).
       WORKING-STORAGE SECTION.
       77 Cal-Status pic XX.
       77 Reg-Status pic XX.
       77 Ctl-Status pic XX.
       77 Det-Status pic XX.
       77 DTR-Status pic XX.
       77 Rej-Status pic XX.
       77 Cr-Status pic XX.
       77 Pl-Status pic XX.
       77 Emp-Status pic XX.
       77 Oper-Status pic XX.
       77 Clg-Status pic XX.
       77 Choice pic 9 VALUE 9.
       77 Cont pic X.
       77 Eof-Flag pic 9 VALUE 0.
       77 Work-Cutoff pic 9(8).
       77 Proof-Fail pic 9.
       77 Reject-Count pic 9(5).
       77 Unpaid-Count pic 9(5).
       77 Trl-Seen pic 9.
       77 Trl-Count pic 9(5).
       77 Trl-Total pic 9(9)V99.
       77 Trl-Cutoff pic 9(8).
       77 Trl-Here pic 9.
       77 Pl-Found pic 9.
       77 Banked-Count pic 9(5).
       77 Banked-Total pic 9(9)V99.
      * REGDETAIL open for lookups; Det-Status moves with every READ
       77 Det-Open pic 9 VALUE 0.
       77 Log-Action pic X(6).
       77 Log-Reason pic X(40).
       77 Log-Date pic 9(8).
       77 Log-Time pic 9(8).
      * the supervisor a reopen needs, off OPERATORS.DAT role "S"
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
       PERFORM OPEN-FILES.
       PERFORM MAIN-MENU UNTIL Choice = 0.
       CLOSE Cal-File.
       CLOSE Cal-Log-File.
       STOP RUN.
       OPEN-FILES.
         OPEN I-O Cal-File.
         IF Cal-Status NOT = "00"
            DISPLAY "PAYCAL not available; define the periods with "
                "CalMaint first."
            STOP RUN
         END-IF.
         OPEN EXTEND Cal-Log-File.
         IF Clg-Status = "35"
            OPEN OUTPUT Cal-Log-File
            CLOSE Cal-Log-File
            OPEN EXTEND Cal-Log-File
         END-IF.
       EXIT.
       MAIN-MENU.
         DISPLAY " ".
         DISPLAY "======== payroll period close (PAYCAL) ========".
         DISPLAY "[1] Prove and close a period.".
         DISPLAY "[2] Prove a period without closing it.".
         DISPLAY "[3] Reopen a closed period (supervisor).".
         DISPLAY "[0] Exit.".
         DISPLAY "===============================================".
         DISPLAY "Enter choice: " WITH NO ADVANCING.
         ACCEPT Choice.
         IF Choice = 1 OR Choice = 2
            PERFORM CLOSE-PERIOD
         END-IF.
         IF Choice = 3
            PERFORM REOPEN-PERIOD
         END-IF.
       EXIT.
       CLOSE-PERIOD.
         DISPLAY "Cutoff date (YYYYMMDD): " WITH NO ADVANCING.
         ACCEPT Work-Cutoff.
         MOVE Work-Cutoff TO Cal-Cutoff.
         READ Cal-File KEY IS Cal-Cutoff
            INVALID KEY
               DISPLAY "No period for cutoff " Work-Cutoff
                   " on PAYCAL."
            NOT INVALID KEY
               IF Cal-State = "C"
                  DISPLAY "Period for cutoff " Work-Cutoff
                      " was closed on " Cal-Closed-Date "."
               ELSE
                  PERFORM PROVE-PERIOD
                  PERFORM CLOSE-PROVED-PERIOD
               END-IF
         END-READ.
       EXIT.
       CLOSE-PROVED-PERIOD.
         IF Proof-Fail = 1
            DISPLAY "Period " Cal-Start " to " Cal-End
                " does not prove; it stays open."
         ELSE
            DISPLAY "Period " Cal-Start " to " Cal-End
                " proves complete."
            IF Choice = 1
               DISPLAY "Close it? (Y/n): " WITH NO ADVANCING
               ACCEPT Cont
               IF Cont = "n"
                  DISPLAY "Period left open."
               ELSE
                  MOVE Work-Cutoff TO Cal-Cutoff
                  READ Cal-File KEY IS Cal-Cutoff
                  END-READ
                  MOVE "C" TO Cal-State
                  ACCEPT Cal-Closed-Date FROM DATE YYYYMMDD
                  REWRITE Cal-Record
                  MOVE "CLOSE" TO Log-Action
                  MOVE SPACES TO Log-Reason
                  PERFORM WRITE-CAL-LOG
                  DISPLAY "Period closed."
               END-IF
            END-IF
         END-IF.
       EXIT.
      * every test runs, so the operator sees the whole list of what
      * still stands between the period and its close
       PROVE-PERIOD.
         MOVE 0 TO Proof-Fail.
         PERFORM PROVE-REGISTER.
         PERFORM PROVE-REJECTS.
         PERFORM PROVE-DTR.
         PERFORM PROVE-CREDITS.
       EXIT.
       PROVE-REGISTER.
         OPEN INPUT Register-File.
         IF Reg-Status NOT = "00"
            DISPLAY "PAYROLL-REGISTER not available."
            MOVE 1 TO Proof-Fail
         ELSE
            MOVE Work-Cutoff TO Reg-Cutoff-Date
            READ Register-File KEY IS Reg-Cutoff-Date
               INVALID KEY
                  DISPLAY "Nothing is posted to PAYROLL-REGISTER for "
                      "cutoff " Work-Cutoff "."
                  MOVE 1 TO Proof-Fail
            END-READ
            CLOSE Register-File
         END-IF.
         OPEN INPUT Control-File.
         IF Ctl-Status = "00"
            MOVE Work-Cutoff TO Ctl-Cutoff-Date
            READ Control-File KEY IS Ctl-Cutoff-Date
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  IF Ctl-Complete NOT = "Y"
                     DISPLAY "RUNCONTROL: run " Ctl-Run-No
                         " for the cutoff stopped after card "
                         Ctl-Last-Card "; resume it first."
                     MOVE 1 TO Proof-Fail
                  END-IF
            END-READ
            CLOSE Control-File
         END-IF.
       EXIT.
       PROVE-REJECTS.
         MOVE 0 TO Reject-Count.
         OPEN INPUT Reject-File.
         IF Rej-Status = "00"
            MOVE 0 TO Eof-Flag
            PERFORM UNTIL Eof-Flag = 1
               READ Reject-File
                  AT END MOVE 1 TO Eof-Flag
                  NOT AT END
                     IF Rej-Date IS NUMERIC
                        AND Rej-Date >= Cal-Start
                        AND Rej-Date <= Cal-End
                        ADD 1 TO Reject-Count
                     END-IF
               END-READ
            END-PERFORM
            CLOSE Reject-File
         END-IF.
         IF Reject-Count > 0
            DISPLAY Reject-Count " rejected card(s) dated in the "
                "period wait on TCREJECTS; correct and refeed them "
                "through mode R."
            MOVE 1 TO Proof-Fail
         END-IF.
       EXIT.
      * a day not paid on the spot must be on the employee's rollup
      * payslip for the cutoff
       PROVE-DTR.
         MOVE 0 TO Unpaid-Count.
         OPEN INPUT DTR-File.
         OPEN INPUT Detail-File.
         IF Det-Status = "00"
            MOVE 1 TO Det-Open
         END-IF.
         IF DTR-Status = "00"
            MOVE 0 TO Eof-Flag
            PERFORM UNTIL Eof-Flag = 1
               READ DTR-File NEXT RECORD
                  AT END MOVE 1 TO Eof-Flag
                  NOT AT END
                     IF DTR-Date >= Cal-Start
                        AND DTR-Date <= Cal-End
                        AND DTR-Posted NOT = "Y"
                        AND DTR-Minutes + DTR-Leave-Minutes > 0
                        PERFORM CHECK-DTR-PAID
                     END-IF
               END-READ
            END-PERFORM
            CLOSE DTR-File
         END-IF.
         IF Det-Open = 1
            CLOSE Detail-File
            MOVE 0 TO Det-Open
         END-IF.
         IF Unpaid-Count > 0
            DISPLAY Unpaid-Count " DTR day(s) in the period are not "
                "paid yet; run the mode S rollup for them."
            MOVE 1 TO Proof-Fail
         END-IF.
       EXIT.
       CHECK-DTR-PAID.
         IF Det-Open = 0
            ADD 1 TO Unpaid-Count
         ELSE
            MOVE Work-Cutoff TO Det-Cutoff-Date
            MOVE DTR-Emp-No TO Det-Emp-No
            READ Detail-File KEY IS Det-Key
               INVALID KEY
                  ADD 1 TO Unpaid-Count
                  DISPLAY "Unpaid: employee " DTR-Emp-No " on "
                      DTR-Date "."
            END-READ
         END-IF.
       EXIT.
      * PayCredit must have logged the cutoff on PAYCRLOG whenever
      * there was account-credited pay to post, whatever PAYCREDIT
      * now holds; the credit file on hand, when it is still this
      * cutoff's, must also be the last one PayCredit logged for it
       PROVE-CREDITS.
         MOVE 0 TO Trl-Seen.
         OPEN INPUT Credit-File.
         IF Cr-Status = "00"
            MOVE 0 TO Eof-Flag
            PERFORM UNTIL Eof-Flag = 1
               READ Credit-File
                  AT END MOVE 1 TO Eof-Flag
                  NOT AT END
                     IF Cr-Rec-Type = "T"
                        MOVE 1 TO Trl-Seen
                        MOVE Ct-Count TO Trl-Count
                        MOVE Ct-Total TO Trl-Total
                        MOVE Ct-Cutoff TO Trl-Cutoff
                     END-IF
               END-READ
            END-PERFORM
            CLOSE Credit-File
         END-IF.
         MOVE 0 TO Trl-Here.
         IF Trl-Seen = 1 AND Trl-Cutoff = Work-Cutoff
            AND Trl-Count > 0
            MOVE 1 TO Trl-Here
         END-IF.
         PERFORM COUNT-BANKED-PAY.
         PERFORM CHECK-CREDITS-LOGGED.
       EXIT.
      * payslips on REGDETAIL for the cutoff whose net pay the run
      * credited to a member account - the master's account number,
      * the same test the run writes PAYCREDIT by
       COUNT-BANKED-PAY.
         MOVE 0 TO Banked-Count.
         MOVE 0 TO Banked-Total.
         OPEN INPUT Detail-File.
         IF Det-Status = "00"
            MOVE 1 TO Det-Open
            OPEN INPUT Emp-File
            IF Emp-Status NOT = "00"
               DISPLAY "EMPMASTER not available; cannot tell which "
                   "pay was credited to member accounts."
               MOVE 1 TO Proof-Fail
            ELSE
               MOVE Work-Cutoff TO Det-Cutoff-Date
               MOVE 0 TO Det-Emp-No
               MOVE 0 TO Eof-Flag
               START Detail-File KEY IS NOT LESS THAN Det-Key
                  INVALID KEY MOVE 1 TO Eof-Flag
               END-START
               PERFORM UNTIL Eof-Flag = 1
                  READ Detail-File NEXT RECORD
                     AT END MOVE 1 TO Eof-Flag
                     NOT AT END
                        IF Det-Cutoff-Date NOT = Work-Cutoff
                           MOVE 1 TO Eof-Flag
                        ELSE
                           PERFORM CHECK-BANKED-SLIP
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE Emp-File
            END-IF
            CLOSE Detail-File
            MOVE 0 TO Det-Open
         END-IF.
       EXIT.
       CHECK-BANKED-SLIP.
         IF Det-Net > 0
            MOVE Det-Emp-No TO Emp-Number
            READ Emp-File KEY IS Emp-Number
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  IF Emp-Acct-No > 0
                     ADD 1 TO Banked-Count
                     ADD Det-Net TO Banked-Total
                  END-IF
            END-READ
         END-IF.
       EXIT.
       CHECK-CREDITS-LOGGED.
         MOVE 0 TO Pl-Found.
         OPEN INPUT Post-Log-File.
         IF Pl-Status = "00"
            MOVE Work-Cutoff TO Pl-Cutoff
            READ Post-Log-File KEY IS Pl-Cutoff
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE 1 TO Pl-Found
            END-READ
            CLOSE Post-Log-File
         END-IF.
         IF Pl-Found = 0
            IF Banked-Count > 0 OR Trl-Here = 1
               DISPLAY "PayCredit has not posted the cutoff's "
                   "net-pay credits: PAYCRLOG has no record of "
                   "cutoff " Work-Cutoff "."
               IF Banked-Count > 0
                  DISPLAY "REGDETAIL credits " Banked-Count
                      " payslip(s) totalling " Banked-Total
                      " to member accounts."
               END-IF
               MOVE 1 TO Proof-Fail
            END-IF
         ELSE
            IF Trl-Here = 1
               IF Pl-Last-Count NOT = Trl-Count
                  OR Pl-Last-Total NOT = Trl-Total
                  DISPLAY "PAYCREDIT on hand (" Trl-Count " / "
                      Trl-Total ") is not the last file PayCredit "
                      "posted for the cutoff (" Pl-Last-Count
                      " / " Pl-Last-Total ")."
                  MOVE 1 TO Proof-Fail
               END-IF
            END-IF
         END-IF.
       EXIT.
       REOPEN-PERIOD.
         DISPLAY "Cutoff date (YYYYMMDD): " WITH NO ADVANCING.
         ACCEPT Work-Cutoff.
         MOVE Work-Cutoff TO Cal-Cutoff.
         READ Cal-File KEY IS Cal-Cutoff
            INVALID KEY
               DISPLAY "No period for cutoff " Work-Cutoff
                   " on PAYCAL."
            NOT INVALID KEY
               IF Cal-State NOT = "C"
                  DISPLAY "Period for cutoff " Work-Cutoff
                      " is not closed."
               ELSE
                  PERFORM REOPEN-CLOSED-PERIOD
               END-IF
         END-READ.
       EXIT.
       REOPEN-CLOSED-PERIOD.
         IF Super-Op = SPACES
            PERFORM SIGN-ON-SUPERVISOR
         END-IF.
         IF Super-Op NOT = SPACES
            DISPLAY "Reason for reopening: " WITH NO ADVANCING
            ACCEPT Log-Reason
            IF Log-Reason = SPACES
               DISPLAY "A reason is required; period stays closed."
            ELSE
               MOVE Work-Cutoff TO Cal-Cutoff
               READ Cal-File KEY IS Cal-Cutoff
               END-READ
               MOVE "R" TO Cal-State
               ADD 1 TO Cal-Reopen-Count
               REWRITE Cal-Record
               MOVE "REOPEN" TO Log-Action
               PERFORM WRITE-CAL-LOG
               DISPLAY "Period reopened; close it again once the "
                   "correction is posted."
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
            DISPLAY "Supervisor sign-on failed; period stays closed."
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
       WRITE-CAL-LOG.
         ACCEPT Log-Date FROM DATE YYYYMMDD.
         ACCEPT Log-Time FROM TIME.
         MOVE SPACES TO Cal-Log-Record.
         STRING Log-Date " " Log-Time
                " " Log-Action
                " cutoff " Work-Cutoff
                " period " Cal-Start " " Cal-End
                " by " Super-Op
                " " Log-Reason
             DELIMITED BY SIZE INTO Cal-Log-Record
         END-STRING.
         WRITE Cal-Log-Record.
       EXIT.
      * END OF PROGRAM

      * supervisor-run void of one employee's posted payslip
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
       PROGRAM-ID. PayVoid.
      * backs one employee's payslip for a posted cutoff out of the
      * payroll so it can be paid again right: the REGDETAIL record
      * is removed and its amounts come off the PAYROLL-REGISTER
      * totals; the loan amortization it took (gross less statutory,
      * coded deductions and net) goes back on EMPLOANS; its coded
      * earnings and deductions come off PAYADJHIST and fall due on
      * PAYADJ again; its cost-center split comes off LABORDIST;
      * leave minutes a semi-monthly rollup paid go back on
      * LEAVECRED. Dates a pay-now batch posted are reopened
      * on WEEKLYDTR and their ATTENDLOG records dropped, so the
      * corrected cards can be keyed into TCREWORK and refed through
      * mode R (a rollup is simply rerun through mode S). The net is
      * pulled back through PAYDEBIT for PayCredit's debit mode when
      * it went to a member account, or BANKRECALL when it went to a
      * commercial bank; a cash payslip is recovered at the counter.
      * Only a supervisor on
      * OPERATORS.DAT can sign on, and every void lands on VOIDREG
      * with the supervisor and the reason. PAYDEBIT and BANKRECALL
      * are started over each session, so post them before the next.
      * A void posts into the cutoff like any other run, so the
      * cutoff's period must be open on PAYCAL; its first day is
      * where the DTR scan starts.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Oper-File ASSIGN TO "OPERATORS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Oper-Status.
           SELECT Emp-File ASSIGN TO "EMPMASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Emp-Number
               FILE STATUS IS Emp-Status.
           SELECT Detail-File ASSIGN TO "REGDETAIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Det-Key
               FILE STATUS IS Det-Status.
           SELECT Register-File ASSIGN TO "PAYROLL-REGISTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Reg-Cutoff-Date
               FILE STATUS IS Reg-Status.
           SELECT Loan-File ASSIGN TO "EMPLOANS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Loan-Emp-No
               FILE STATUS IS Loan-Status.
           SELECT Leave-File ASSIGN TO "LEAVECRED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Lv-Emp-No
               FILE STATUS IS Lv-Status.
           SELECT DTR-File ASSIGN TO "WEEKLYDTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DTR-Key
               FILE STATUS IS DTR-Status.
           SELECT Att-File ASSIGN TO "ATTENDLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Att-Key
               FILE STATUS IS Att-Status.
           SELECT Adj-File ASSIGN TO "PAYADJ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Adj-Key
               FILE STATUS IS Adj-Status.
           SELECT Adj-Hist-File ASSIGN TO "PAYADJHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Ph-Key
               FILE STATUS IS Ph-Status.
           SELECT Labor-File ASSIGN TO "LABORDIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Ld-Key
               FILE STATUS IS Ld-Status.
      * member-account recalls, PAYCREDIT's layout, for PayCredit's
      * debit mode
           SELECT Debit-File ASSIGN TO "PAYDEBIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Db-Status.
      * commercial-bank recalls, BANKPAY's layout
           SELECT Recall-File ASSIGN TO "BANKRECALL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rc-Status.
           SELECT Cal-File ASSIGN TO "PAYCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Cal-Cutoff
               FILE STATUS IS Cal-Status.
      * append-only register of every void
           SELECT Void-File ASSIGN TO "VOIDREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Void-Status.
       DATA DIVISION.
       FILE SECTION.
       FD Oper-File.
       01 Oper-Record.
          02 Opr-ID pic X(8).
          02 Opr-Pin pic 9(4).
          02 Opr-Role pic X.
          02 Opr-Active pic X.
          02 Opr-Branch pic X(3).
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
      * same layouts the payroll run posts
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
       FD Loan-File.
       01 Loan-Record.
          02 Loan-Emp-No pic 9(5).
          02 Loan-Principal pic 9(7)V99.
          02 Loan-Amort pic 9(5)V99.
          02 Loan-Balance pic 9(7)V99.
       FD Leave-File.
       01 Leave-Record.
          02 Lv-Emp-No pic 9(5).
          02 Lv-Vacation pic 9(3)V99.
          02 Lv-Sick pic 9(3)V99.
       FD DTR-File.
       01 DTR-Record.
          02 DTR-Key.
             03 DTR-Emp-No pic 9(5).
             03 DTR-Date pic 9(8).
          02 DTR-Minutes pic 9(5).
          02 DTR-Leave-Minutes pic 9(5).
          02 DTR-Posted pic X.
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
       FD Adj-File.
       01 Adj-Record.
          02 Adj-Key.
             03 Adj-Emp-No pic 9(5).
             03 Adj-Seq pic 9(3).
          02 Adj-Code pic X(4).
          02 Adj-Type pic X.
          02 Adj-Start pic 9(8).
          02 Adj-End pic 9(8).
          02 Adj-Amount pic 9(5)V99.
          02 Adj-Applied pic 9(8).
       FD Adj-Hist-File.
       01 Adj-Hist-Record.
          02 Ph-Key.
             03 Ph-Cutoff-Date pic 9(8).
             03 Ph-Emp-No pic 9(5).
             03 Ph-Code pic X(4).
          02 Ph-Kind pic X.
          02 Ph-GL-Acct pic X(3).
          02 Ph-Amount pic 9(7)V99.
       FD Labor-File.
       01 Labor-Record.
          02 Ld-Key.
             03 Ld-Cutoff pic 9(8).
             03 Ld-Emp-No pic 9(5).
             03 Ld-Cost-Center pic X(4).
          02 Ld-Normal pic 9(7)V99.
          02 Ld-Overtime pic 9(7)V99.
          02 Ld-Premium pic 9(7)V99.
          02 Ld-Night pic 9(7)V99.
          02 Ld-SSS pic 9(5)V99.
          02 Ld-PhilH pic 9(5)V99.
          02 Ld-PagIbig pic 9(5)V99.
       FD Debit-File.
       01 Debit-Record.
          02 Db-Rec-Type pic X.
          02 Db-Emp-No pic 9(5).
          02 Db-Acct-No pic 9(6).
          02 Db-Net pic 9(7)V99.
          02 Db-Cutoff pic 9(8).
       01 Debit-Trailer.
          02 Dt-Rec-Type pic X.
          02 Dt-Count pic 9(5).
          02 Dt-Total pic 9(9)V99.
          02 Dt-Cutoff pic 9(8).
       FD Recall-File.
       01 Recall-Record.
          02 Rc-Rec-Type pic X.
          02 Rc-Emp-No pic 9(5).
          02 Rc-Bank-Code pic X(4).
          02 Rc-Bank-Acct pic 9(12).
          02 Rc-Net pic 9(7)V99.
          02 Rc-Cutoff pic 9(8).
       01 Recall-Trailer.
          02 Rct-Rec-Type pic X.
          02 Rct-Count pic 9(5).
          02 Rct-Total pic 9(9)V99.
          02 Rct-Cutoff pic 9(8).
       FD Cal-File.
       01 Cal-Record.
          02 Cal-Cutoff pic 9(8).
          02 Cal-Start pic 9(8).
          02 Cal-End pic 9(8).
          02 Cal-Pay-Date pic 9(8).
          02 Cal-State pic X.
          02 Cal-Closed-Date pic 9(8).
          02 Cal-Reopen-Count pic 9(2).
       FD Void-File.
       01 Void-Record pic X(250).
       WORKING-STORAGE SECTION.
       77 Oper-Status pic XX.
       77 Emp-Status pic XX.
       77 Det-Status pic XX.
       77 Reg-Status pic XX.
       77 Loan-Status pic XX.
       77 Lv-Status pic XX.
       77 DTR-Status pic XX.
       77 Att-Status pic XX.
       77 Adj-Status pic XX.
       77 Ph-Status pic XX.
       77 Ld-Status pic XX.
       77 Db-Status pic XX.
       77 Rc-Status pic XX.
       77 Void-Status pic XX.
       77 Cal-Status pic XX.
       77 Emp-Unavail pic 9 VALUE 0.
       77 Loan-Unavail pic 9 VALUE 0.
       77 Lv-Unavail pic 9 VALUE 0.
       77 Att-Unavail pic 9 VALUE 0.
       77 Adj-Unavail pic 9 VALUE 0.
       77 Ph-Unavail pic 9 VALUE 0.
       77 Ld-Unavail pic 9 VALUE 0.
       77 Choice pic 9 VALUE 9.
       77 Cont pic X.
       77 Eof-Flag pic 9 VALUE 0.
      * the supervisor signing on, off OPERATORS.DAT role "S"
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
      * the payslip being voided
       77 Void-Cutoff pic 9(8) VALUE 0.
       77 Void-Emp-No pic 9(5).
       77 Void-Name pic X(20).
       77 Void-Start pic 9(8).
       77 Void-Reason pic X(40).
       77 Void-Ok pic 9.
       77 Void-Pay pic 9(7)V99.
       77 Void-Stat pic 9(7)V99.
       77 Void-Loan pic S9(7)V99.
       77 Void-Slips pic 9(5).
       77 Void-Paid-By pic X(8).
       77 Posted-Dates pic 9(3).
       77 Leave-Found-Minutes pic 9(5).
       77 Leave-Back-Days pic 9(3)V99.
       77 Leave-Vac-Days pic 9(3)V99.
       77 Leave-Sick-Days pic 9(3)V99.
       77 Leave-Day-Minutes pic 9(4) VALUE 480.
       77 Adj-Back-Count pic 9(3).
       77 Today-Date pic 9(8).
       77 Now-Time pic 9(8).
      * the session's recall files and their trailers
       77 Db-Count pic 9(5) VALUE 0.
       77 Db-Total pic 9(9)V99 VALUE 0.
       77 Rc-Count pic 9(5) VALUE 0.
       77 Rc-Total pic 9(9)V99 VALUE 0.
       77 Void-Count pic 9(3) VALUE 0.
       PROCEDURE DIVISION.
       PERFORM LOAD-OPERATORS.
       PERFORM SIGN-ON-SUPERVISOR.
       PERFORM OPEN-FILES.
       PERFORM MAIN-MENU UNTIL Choice = 0.
       PERFORM CLOSE-FILES.
       STOP RUN.
       LOAD-OPERATORS.
         OPEN INPUT Oper-File.
         IF Oper-Status NOT = "00"
            DISPLAY "OPERATORS.DAT not available; a void needs a "
                "supervisor sign-on."
            STOP RUN
         END-IF.
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
         END-PERFORM.
         CLOSE Oper-File.
       EXIT.
      * three tries, like the teller sign-on, and only role "S"
       SIGN-ON-SUPERVISOR.
         PERFORM UNTIL Super-Op NOT = SPACES OR Op-Tries >= 3
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
               DISPLAY "Signed on as " Super-Op "."
            ELSE
               ADD 1 TO Op-Tries
               DISPLAY "Unknown supervisor or wrong PIN."
            END-IF
         END-PERFORM.
         IF Super-Op = SPACES
            DISPLAY "Supervisor sign-on failed; nothing voided."
            STOP RUN
         END-IF.
       EXIT.
       OPEN-FILES.
         OPEN I-O Detail-File.
         IF Det-Status NOT = "00"
            DISPLAY "REGDETAIL not available; nothing to void."
            STOP RUN
         END-IF.
         OPEN I-O Register-File.
         IF Reg-Status NOT = "00"
            DISPLAY "PAYROLL-REGISTER not available; nothing to void."
            CLOSE Detail-File
            STOP RUN
         END-IF.
         OPEN I-O DTR-File.
         IF DTR-Status NOT = "00"
            DISPLAY "WEEKLYDTR not available; nothing to void."
            CLOSE Detail-File
            CLOSE Register-File
            STOP RUN
         END-IF.
         OPEN INPUT Emp-File.
         IF Emp-Status NOT = "00"
            DISPLAY "EMPMASTER not available; every net is taken as "
                "paid in cash."
            MOVE 1 TO Emp-Unavail
         END-IF.
         OPEN I-O Loan-File.
         IF Loan-Status NOT = "00"
            MOVE 1 TO Loan-Unavail
         END-IF.
         OPEN I-O Leave-File.
         IF Lv-Status NOT = "00"
            MOVE 1 TO Lv-Unavail
         END-IF.
         OPEN I-O Att-File.
         IF Att-Status NOT = "00"
            MOVE 1 TO Att-Unavail
         END-IF.
         OPEN I-O Adj-File.
         IF Adj-Status NOT = "00"
            MOVE 1 TO Adj-Unavail
         END-IF.
         OPEN I-O Adj-Hist-File.
         IF Ph-Status NOT = "00"
            MOVE 1 TO Ph-Unavail
         END-IF.
         OPEN I-O Labor-File.
         IF Ld-Status NOT = "00"
            MOVE 1 TO Ld-Unavail
         END-IF.
         OPEN OUTPUT Debit-File.
         OPEN OUTPUT Recall-File.
         OPEN EXTEND Void-File.
         IF Void-Status = "35"
            OPEN OUTPUT Void-File
            CLOSE Void-File
            OPEN EXTEND Void-File
         END-IF.
       EXIT.
      * both recall files close with their proving trailer, even
      * empty, so PayCredit and the bank see a complete file
       CLOSE-FILES.
         MOVE "T" TO Dt-Rec-Type.
         MOVE Db-Count TO Dt-Count.
         MOVE Db-Total TO Dt-Total.
         MOVE Void-Cutoff TO Dt-Cutoff.
         WRITE Debit-Trailer.
         MOVE "T" TO Rct-Rec-Type.
         MOVE Rc-Count TO Rct-Count.
         MOVE Rc-Total TO Rct-Total.
         MOVE Void-Cutoff TO Rct-Cutoff.
         WRITE Recall-Trailer.
         CLOSE Debit-File.
         CLOSE Recall-File.
         CLOSE Void-File.
         CLOSE Detail-File.
         CLOSE Register-File.
         CLOSE DTR-File.
         IF Emp-Unavail NOT = 1
            CLOSE Emp-File
         END-IF.
         IF Loan-Unavail NOT = 1
            CLOSE Loan-File
         END-IF.
         IF Lv-Unavail NOT = 1
            CLOSE Leave-File
         END-IF.
         IF Att-Unavail NOT = 1
            CLOSE Att-File
         END-IF.
         IF Adj-Unavail NOT = 1
            CLOSE Adj-File
         END-IF.
         IF Ld-Unavail NOT = 1
            CLOSE Labor-File
         END-IF.
         IF Ph-Unavail NOT = 1
            CLOSE Adj-Hist-File
         END-IF.
         DISPLAY Void-Count " payslip(s) voided; " Db-Count
             " member recall(s) totalling " Db-Total " on PAYDEBIT, "
             Rc-Count " bank recall(s) totalling " Rc-Total
             " on BANKRECALL.".
       EXIT.
       MAIN-MENU.
         DISPLAY " ".
         DISPLAY "========== payslip void (VOIDREG) ==========".
         DISPLAY "[1] Void an employee's payslip for a cutoff.".
         DISPLAY "[0] Exit.".
         DISPLAY "============================================".
         DISPLAY "Enter choice: " WITH NO ADVANCING.
         ACCEPT Choice.
         IF Choice = 1
            PERFORM VOID-PAYSLIP
         END-IF.
       EXIT.
       VOID-PAYSLIP.
         MOVE 1 TO Void-Ok.
         DISPLAY "Cutoff date (YYYYMMDD): " WITH NO ADVANCING.
         ACCEPT Void-Cutoff.
         DISPLAY "Employee number: " WITH NO ADVANCING.
         ACCEPT Void-Emp-No.
         MOVE Void-Cutoff TO Det-Cutoff-Date.
         MOVE Void-Emp-No TO Det-Emp-No.
         READ Detail-File KEY IS Det-Key
            INVALID KEY
               DISPLAY "No payslip on REGDETAIL for employee "
                   Void-Emp-No " cutoff " Void-Cutoff "."
               MOVE 0 TO Void-Ok
         END-READ.
         IF Void-Ok = 1
            PERFORM CHECK-OPEN-PERIOD
         END-IF.
         IF Void-Ok = 1
            PERFORM CHECK-REGISTER
         END-IF.
         IF Void-Ok = 1
            PERFORM LOOKUP-PAYEE
            PERFORM SCAN-PERIOD-DTR
            PERFORM SHOW-VOID
            DISPLAY "Reason for the void: " WITH NO ADVANCING
            ACCEPT Void-Reason
            IF Void-Reason = SPACES
               DISPLAY "A reason is required; nothing voided."
               MOVE 0 TO Void-Ok
            END-IF
         END-IF.
         IF Void-Ok = 1 AND Leave-Found-Minutes > 0
            AND Posted-Dates = 0
            PERFORM TAKE-LEAVE-SPLIT
         END-IF.
         IF Void-Ok = 1
            DISPLAY "Void this payslip? (Y/n): " WITH NO ADVANCING
            ACCEPT Cont
            IF Cont = "n"
               DISPLAY "Void cancelled."
            ELSE
               PERFORM APPLY-VOID
            END-IF
         END-IF.
       EXIT.
       CHECK-OPEN-PERIOD.
         OPEN INPUT Cal-File.
         IF Cal-Status NOT = "00"
            DISPLAY "PAYCAL not available; nothing voided."
            MOVE 0 TO Void-Ok
         ELSE
            MOVE Void-Cutoff TO Cal-Cutoff
            READ Cal-File KEY IS Cal-Cutoff
               INVALID KEY
                  DISPLAY "Cutoff " Void-Cutoff " is not a pay period "
                      "on PAYCAL; nothing voided."
                  MOVE 0 TO Void-Ok
               NOT INVALID KEY
                  IF Cal-State = "C"
                     DISPLAY "The period for cutoff " Void-Cutoff
                         " is closed; have it reopened through "
                         "PerClose first."
                     MOVE 0 TO Void-Ok
                  ELSE
                     MOVE Cal-Start TO Void-Start
                  END-IF
            END-READ
            CLOSE Cal-File
         END-IF.
       EXIT.
      * the register must still carry what the detail says was paid;
      * if it does not, the two have drifted and a void would only
      * make it worse
       CHECK-REGISTER.
         COMPUTE Void-Pay = Det-Gross - Det-Earn-Taxable
             - Det-Earn-Exempt.
         COMPUTE Void-Stat = Det-SSS + Det-PhilH + Det-PagIbig
             + Det-Tax.
         COMPUTE Void-Loan = Det-Gross - Void-Stat - Det-Other-Ded
             - Det-Net.
         IF Void-Loan < 0
            MOVE 0 TO Void-Loan
         END-IF.
         MOVE Void-Cutoff TO Reg-Cutoff-Date.
         READ Register-File KEY IS Reg-Cutoff-Date
            INVALID KEY
               DISPLAY "No register record for cutoff " Void-Cutoff
                   "; nothing voided."
               MOVE 0 TO Void-Ok
            NOT INVALID KEY
               IF Reg-Total-Pay < Void-Pay
                  OR Reg-Total-Net < Det-Net
                  OR Reg-Total-Normal < Det-Normal
                  OR Reg-Total-Overtime < Det-Overtime
                  DISPLAY "Register for cutoff " Void-Cutoff
                      " carries less than this payslip; check it "
                      "with RegReport before voiding."
                  MOVE 0 TO Void-Ok
               END-IF
         END-READ.
       EXIT.
      * where the net went: the member account first, then the
      * commercial bank, else cash - the order the payroll run pays
       LOOKUP-PAYEE.
         MOVE Det-Name TO Void-Name.
         MOVE "CASH" TO Void-Paid-By.
         IF Emp-Unavail NOT = 1
            MOVE Void-Emp-No TO Emp-Number
            READ Emp-File KEY IS Emp-Number
               INVALID KEY
                  MOVE 0 TO Emp-Acct-No
                  MOVE 0 TO Emp-Bank-Acct
               NOT INVALID KEY
                  IF Emp-Acct-No > 0
                     MOVE "PAYDEBIT" TO Void-Paid-By
                  ELSE
                     IF Emp-Bank-Acct > 0
                        MOVE "BANK" TO Void-Paid-By
                     END-IF
                  END-IF
            END-READ
         END-IF.
       EXIT.
      * dates a pay-now batch posted for the employee in the period,
      * and the leave minutes a rollup would have paid
       SCAN-PERIOD-DTR.
         MOVE 0 TO Posted-Dates.
         MOVE 0 TO Leave-Found-Minutes.
         MOVE 0 TO Eof-Flag.
         MOVE Void-Emp-No TO DTR-Emp-No.
         MOVE Void-Start TO DTR-Date.
         START DTR-File KEY IS NOT LESS THAN DTR-Key
            INVALID KEY MOVE 1 TO Eof-Flag
         END-START.
         PERFORM UNTIL Eof-Flag = 1
            READ DTR-File NEXT RECORD
               AT END MOVE 1 TO Eof-Flag
               NOT AT END
                  IF DTR-Emp-No NOT = Void-Emp-No
                     OR DTR-Date > Void-Cutoff
                     MOVE 1 TO Eof-Flag
                  ELSE
                     IF DTR-Posted = "Y"
                        ADD 1 TO Posted-Dates
                     END-IF
                     ADD DTR-Leave-Minutes TO Leave-Found-Minutes
                  END-IF
            END-READ
         END-PERFORM.
       EXIT.
       SHOW-VOID.
         DISPLAY "Employee " Void-Emp-No " " Void-Name
             " cutoff " Void-Cutoff.
         DISPLAY "Gross " Det-Gross " statutory " Void-Stat
             " coded deductions " Det-Other-Ded.
         DISPLAY "Loan amortization to restore " Void-Loan
             " net to recover " Det-Net " (" Void-Paid-By ")".
         IF Posted-Dates > 0
            DISPLAY Posted-Dates " pay-now date(s) will reopen; key "
                "the corrected cards into TCREWORK and run mode R."
         ELSE
            DISPLAY "Paid by a semi-monthly rollup; rerun it through "
                "mode S after the void."
         END-IF.
       EXIT.
      * the DTR does not record which credit a leave day came from,
      * so the supervisor splits the days being given back
       TAKE-LEAVE-SPLIT.
         COMPUTE Leave-Back-Days ROUNDED =
             Leave-Found-Minutes / Leave-Day-Minutes.
         DISPLAY Leave-Back-Days " leave day(s) were paid in the "
             "period; how many were vacation? " WITH NO ADVANCING.
         ACCEPT Leave-Vac-Days.
         IF Leave-Vac-Days > Leave-Back-Days
            DISPLAY "More vacation than leave paid; nothing voided."
            MOVE 0 TO Void-Ok
         ELSE
            COMPUTE Leave-Sick-Days = Leave-Back-Days - Leave-Vac-Days
         END-IF.
       EXIT.
       APPLY-VOID.
         PERFORM REOPEN-PERIOD-DTR.
         PERFORM RESTORE-LOAN.
         IF Leave-Found-Minutes > 0 AND Posted-Dates = 0
            PERFORM RESTORE-LEAVE
         END-IF.
         PERFORM BACK-OUT-ADJUSTMENTS.
         PERFORM BACK-OUT-LABOR.
         PERFORM BACK-OUT-REGISTER.
         DELETE Detail-File RECORD.
         PERFORM WRITE-RECALL.
         PERFORM WRITE-VOID-LINE.
         ADD 1 TO Void-Count.
         DISPLAY "Payslip voided.".
       EXIT.
      * a pay-now date goes back to unposted with its worked minutes
      * cleared, so the refed card posts them again; a rollup's
      * leave minutes are cleared once given back to LEAVECRED
       REOPEN-PERIOD-DTR.
         MOVE 0 TO Eof-Flag.
         MOVE Void-Emp-No TO DTR-Emp-No.
         MOVE Void-Start TO DTR-Date.
         START DTR-File KEY IS NOT LESS THAN DTR-Key
            INVALID KEY MOVE 1 TO Eof-Flag
         END-START.
         PERFORM UNTIL Eof-Flag = 1
            READ DTR-File NEXT RECORD
               AT END MOVE 1 TO Eof-Flag
               NOT AT END
                  IF DTR-Emp-No NOT = Void-Emp-No
                     OR DTR-Date > Void-Cutoff
                     MOVE 1 TO Eof-Flag
                  ELSE
                     PERFORM REOPEN-ONE-DATE
                  END-IF
            END-READ
         END-PERFORM.
       EXIT.
       REOPEN-ONE-DATE.
         IF DTR-Posted = "Y"
            MOVE 0 TO DTR-Minutes
            MOVE "N" TO DTR-Posted
            PERFORM DROP-ATTENDANCE
         END-IF.
         IF Posted-Dates = 0
            MOVE 0 TO DTR-Leave-Minutes
         END-IF.
         IF DTR-Minutes = 0 AND DTR-Leave-Minutes = 0
            DELETE DTR-File RECORD
         ELSE
            REWRITE DTR-Record
         END-IF.
       EXIT.
       DROP-ATTENDANCE.
         IF Att-Unavail NOT = 1
            MOVE Void-Emp-No TO Att-Emp-No
            MOVE DTR-Date TO Att-Date
            READ Att-File KEY IS Att-Key
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  DELETE Att-File RECORD
            END-READ
         END-IF.
       EXIT.
       RESTORE-LOAN.
         IF Void-Loan > 0
            IF Loan-Unavail = 1
               DISPLAY "EMPLOANS not available; put " Void-Loan
                   " back on the cash advance by hand."
            ELSE
               MOVE Void-Emp-No TO Loan-Emp-No
               READ Loan-File KEY IS Loan-Emp-No
                  INVALID KEY
                     DISPLAY "No cash advance on file; " Void-Loan
                         " not restored."
                  NOT INVALID KEY
                     ADD Void-Loan TO Loan-Balance
                     REWRITE Loan-Record
               END-READ
            END-IF
         END-IF.
       EXIT.
       RESTORE-LEAVE.
         IF Lv-Unavail = 1
            DISPLAY "LEAVECRED not available; give back "
                Leave-Back-Days " leave day(s) by hand."
         ELSE
            MOVE Void-Emp-No TO Lv-Emp-No
            READ Leave-File KEY IS Lv-Emp-No
               INVALID KEY
                  DISPLAY "No leave credits on file; "
                      Leave-Back-Days " day(s) not restored."
               NOT INVALID KEY
                  ADD Leave-Vac-Days TO Lv-Vacation
                  ADD Leave-Sick-Days TO Lv-Sick
                  REWRITE Leave-Record
            END-READ
         END-IF.
       EXIT.
      * the codes this payslip paid or took come off PAYADJHIST, and
      * every entry stamped with this cutoff falls due again
       BACK-OUT-ADJUSTMENTS.
         MOVE 0 TO Adj-Back-Count.
         IF Ph-Unavail NOT = 1
            MOVE 0 TO Eof-Flag
            MOVE Void-Cutoff TO Ph-Cutoff-Date
            MOVE Void-Emp-No TO Ph-Emp-No
            MOVE LOW-VALUES TO Ph-Code
            START Adj-Hist-File KEY IS NOT LESS THAN Ph-Key
               INVALID KEY MOVE 1 TO Eof-Flag
            END-START
            PERFORM UNTIL Eof-Flag = 1
               READ Adj-Hist-File NEXT RECORD
                  AT END MOVE 1 TO Eof-Flag
                  NOT AT END
                     IF Ph-Cutoff-Date NOT = Void-Cutoff
                        OR Ph-Emp-No NOT = Void-Emp-No
                        MOVE 1 TO Eof-Flag
                     ELSE
                        DELETE Adj-Hist-File RECORD
                     END-IF
               END-READ
            END-PERFORM
         END-IF.
         IF Adj-Unavail NOT = 1
            MOVE 0 TO Eof-Flag
            MOVE Void-Emp-No TO Adj-Emp-No
            MOVE 0 TO Adj-Seq
            START Adj-File KEY IS NOT LESS THAN Adj-Key
               INVALID KEY MOVE 1 TO Eof-Flag
            END-START
            PERFORM UNTIL Eof-Flag = 1
               READ Adj-File NEXT RECORD
                  AT END MOVE 1 TO Eof-Flag
                  NOT AT END
                     IF Adj-Emp-No NOT = Void-Emp-No
                        MOVE 1 TO Eof-Flag
                     ELSE
                        IF Adj-Applied = Void-Cutoff
                           MOVE 0 TO Adj-Applied
                           REWRITE Adj-Record
                           ADD 1 TO Adj-Back-Count
                        END-IF
                     END-IF
               END-READ
            END-PERFORM
         END-IF.
       EXIT.
      * every cost center the payslip was charged to; the rerun
      * charges them again from the cards
       BACK-OUT-LABOR.
         IF Ld-Unavail NOT = 1
            MOVE 0 TO Eof-Flag
            MOVE Void-Cutoff TO Ld-Cutoff
            MOVE Void-Emp-No TO Ld-Emp-No
            MOVE LOW-VALUES TO Ld-Cost-Center
            START Labor-File KEY IS NOT LESS THAN Ld-Key
               INVALID KEY MOVE 1 TO Eof-Flag
            END-START
            PERFORM UNTIL Eof-Flag = 1
               READ Labor-File NEXT RECORD
                  AT END MOVE 1 TO Eof-Flag
                  NOT AT END
                     IF Ld-Cutoff NOT = Void-Cutoff
                        OR Ld-Emp-No NOT = Void-Emp-No
                        MOVE 1 TO Eof-Flag
                     ELSE
                        DELETE Labor-File RECORD
                     END-IF
               END-READ
            END-PERFORM
         END-IF.
       EXIT.
      * one payslip per reopened pay-now date, one for a rollup
       BACK-OUT-REGISTER.
         MOVE Posted-Dates TO Void-Slips.
         IF Void-Slips = 0
            MOVE 1 TO Void-Slips
         END-IF.
         IF Void-Slips > Reg-Emp-Count
            MOVE Reg-Emp-Count TO Void-Slips
         END-IF.
         SUBTRACT Void-Slips FROM Reg-Emp-Count.
         SUBTRACT Det-Normal FROM Reg-Total-Normal.
         SUBTRACT Det-Overtime FROM Reg-Total-Overtime.
         SUBTRACT Void-Pay FROM Reg-Total-Pay.
         SUBTRACT Det-Net FROM Reg-Total-Net.
         IF Reg-Total-SSS < Det-SSS
            MOVE 0 TO Reg-Total-SSS
         ELSE
            SUBTRACT Det-SSS FROM Reg-Total-SSS
         END-IF.
         IF Reg-Total-PhilH < Det-PhilH
            MOVE 0 TO Reg-Total-PhilH
         ELSE
            SUBTRACT Det-PhilH FROM Reg-Total-PhilH
         END-IF.
         IF Reg-Total-PagIbig < Det-PagIbig
            MOVE 0 TO Reg-Total-PagIbig
         ELSE
            SUBTRACT Det-PagIbig FROM Reg-Total-PagIbig
         END-IF.
         IF Reg-Total-Tax < Det-Tax
            MOVE 0 TO Reg-Total-Tax
         ELSE
            SUBTRACT Det-Tax FROM Reg-Total-Tax
         END-IF.
         REWRITE Register-Record.
       EXIT.
       WRITE-RECALL.
         IF Void-Paid-By = "PAYDEBIT"
            MOVE "D" TO Db-Rec-Type
            MOVE Void-Emp-No TO Db-Emp-No
            MOVE Emp-Acct-No TO Db-Acct-No
            MOVE Det-Net TO Db-Net
            MOVE Void-Cutoff TO Db-Cutoff
            WRITE Debit-Record
            ADD 1 TO Db-Count
            ADD Det-Net TO Db-Total
         END-IF.
         IF Void-Paid-By = "BANK"
            MOVE "D" TO Rc-Rec-Type
            MOVE Void-Emp-No TO Rc-Emp-No
            MOVE Emp-Bank-Code TO Rc-Bank-Code
            MOVE Emp-Bank-Acct TO Rc-Bank-Acct
            MOVE Det-Net TO Rc-Net
            MOVE Void-Cutoff TO Rc-Cutoff
            WRITE Recall-Record
            ADD 1 TO Rc-Count
            ADD Det-Net TO Rc-Total
         END-IF.
         IF Void-Paid-By = "CASH"
            DISPLAY "Net " Det-Net " was paid in cash; recover it "
                "at the counter."
         END-IF.
       EXIT.
       WRITE-VOID-LINE.
         ACCEPT Today-Date FROM DATE YYYYMMDD.
         ACCEPT Now-Time FROM TIME.
         MOVE SPACES TO Void-Record.
         STRING Today-Date " " Now-Time
                " VOID cutoff " Void-Cutoff
                " emp " Void-Emp-No
                " " Void-Name
                " gross " Det-Gross
                " net " Det-Net
                " recall " Void-Paid-By
                " loan back " Void-Loan
                " leave back " Leave-Back-Days
                " codes reopened " Adj-Back-Count
                " by " Super-Op
                " reason " Void-Reason
             DELIMITED BY SIZE INTO Void-Record
         END-STRING.
         WRITE Void-Record.
       EXIT.
      * END OF PROGRAM

      * book to fee income, INTEREST to interest expense, PAYROLL
      * credits draw down the net-pay payable the register entry set
      * up (salaries expense against statutory payables, net-pay
      * payable, and the loan-repayment plug to employee advances)
      * and a voided payslip's PAYVOID recall puts it back;
      * the coded earnings and deductions PAYADJHIST keeps for the
      * cutoff are moved off salaries expense onto the GL account
      * their pay code names. Where LABORDIST carries the cutoff,
      * salaries expense is debited per cost center - one line for
      * each cost center against each payable its pay went to - and
      * not as one lump; coded earnings ride a line of their own.
      * Time-deposit placements move member deposits into time
      * deposits and maturities move them back; their interest,
      * paid out or kept in a rollover, is interest expense.
      * Member loan releases book a loan receivable against member
      * deposits; repayments draw it down and the interest taken
      * with them is loan interest income.
      * Final tax withheld off posted interest comes out of member
      * deposits into the withholding tax payable until remitted.
      * Teller corrections are journalized as corrections, not as
      * fresh deposits and withdrawals: a deposit reversed takes the
      * cash back out of member deposits, a withdrawal reversed puts
      * it back in.
      * Member checks the clearing house presents and we pay come
      * out of member deposits into the clearing settlement account
      * the clearing house draws on; the fee on a check returned for
      * insufficient funds is fee income like any other.
      * Transfers move money inside member deposits and net to
      * nothing, so they are not journalized. The journal goes to
      * GLJOURNAL and the trial balance to GLTRIALRPT; the day does
      * not close until the trial balance proves to zero.
      * The same legs are then spread over the branches onto
      * GLBRANCHRPT, one trial balance per branch: cash sits at the
      * branch whose teller handled it (the "@" stamp behind Op:),
      * the member's side of an entry at the account's home branch
      * off ACCOUNTS.DAT, and payroll, partner, escheat and clearing
      * settlement accounts at the head office. Where the two legs of
      * an entry land on different branches, the branch that took
      * the value owes the other through 207 DUE TO BRANCHES / 105
      * DUE FROM BRANCHES, so every branch proves on its own and the
      * due-to and due-from across the branches settle to zero.
      * A transfer is the one entry whose two legs are both member
      * deposits: its XFEROUT leg debits 201 at the source account's
      * home and the XFERIN leg behind it credits 201 at the
      * destination's, settled the same way when the homes differ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Reg-Cutoff-Date
           FILE STATUS IS Reg-Status.
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
       SELECT Journal-File ASSIGN TO "GLJOURNAL"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT Report-File ASSIGN TO "GLTRIALRPT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT Branch-File ASSIGN TO "GLBRANCHRPT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT fp ASSIGN TO "ACCOUNTS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS faccountno
           ALTERNATE RECORD KEY IS fusername WITH DUPLICATES
           FILE STATUS IS Fp-Status.
       DATA DIVISION.
       FILE SECTION.
       FD Audit-File.
          02 Reg-Total-Tax pic 9(7)V99.
          02 Reg-Total-Net pic 9(7)V99.
          02 Reg-Site pic X(10).
      * one pay code's total for one employee and cutoff, with the
      * kind (E earning, D deduction) and GL account off PAYCODES
       FD Adj-Hist-File.
       01 Adj-Hist-Record.
          02 Ph-Key.
             03 Ph-Cutoff-Date pic 9(8).
             03 Ph-Emp-No pic 9(5).
             03 Ph-Code pic X(4).
          02 Ph-Kind pic X.
          02 Ph-GL-Acct pic X(3).
          02 Ph-Amount pic 9(7)V99.
      * the cutoff's pay by employee and cost center, as the
      * payroll run charged it
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
       FD Journal-File.
       01 Journal-Record pic X(120).
       FD Report-File.
       01 Report-Record pic X(120).
       FD Branch-File.
       01 Branch-Record pic X(120).
       FD fp.
       01 fuser.
          02 faccountno pic 9(6).
          02 fusername pic X(20).
          02 fbirthday.
             03 fbmonth pic X(10).
             03 fbday pic 99.
             03 fbyear pic 9(4).
          02 fuserpin pic 9(4).
          02 fusermoney pic 9(7)V99.
          02 ffailcount pic 9.
          02 flocked pic X.
          02 flastact pic 9(8).
          02 fdormant pic X.
          02 fholds pic 9(7)V99.
          02 fproduct pic XX.
          02 fbranch pic X(3).
       WORKING-STORAGE SECTION.
       77 Audit-Status pic XX.
       77 Reg-Status pic XX.
       77 Fee-Income pic 9(11)V99 VALUE 0.
       77 Interest-Posted pic 9(11)V99 VALUE 0.
       77 Payroll-Credits pic 9(11)V99 VALUE 0.
       77 Payroll-Recalls pic 9(11)V99 VALUE 0.
       77 TD-Placed pic 9(11)V99 VALUE 0.
       77 TD-Paid-Out pic 9(11)V99 VALUE 0.
       77 TD-Capitalized pic 9(11)V99 VALUE 0.
       77 Loans-Released pic 9(11)V99 VALUE 0.
       77 Loans-Repaid pic 9(11)V99 VALUE 0.
       77 Loan-Interest pic 9(11)V99 VALUE 0.
       77 Tax-Withheld pic 9(11)V99 VALUE 0.
       77 Escheated pic 9(11)V99 VALUE 0.
       77 Reclaimed pic 9(11)V99 VALUE 0.
       77 Checks-Paid pic 9(11)V99 VALUE 0.
       77 Collections pic 9(11)V99 VALUE 0.
       77 Deposit-Corrections pic 9(11)V99 VALUE 0.
       77 Withdrawal-Corrections pic 9(11)V99 VALUE 0.
      * the register entry's legs
       77 Stat-Payable pic 9(9)V99 VALUE 0.
       77 Loan-Plug pic S9(9)V99 VALUE 0.
      * the cutoff's coded earnings and deductions by chart account;
      * an account not on the chart falls back to salaries expense
      * for an earning and employee advances for a deduction
       77 Ph-Status pic XX.
       77 Ph-Eof pic 9 VALUE 0.
       77 Adj-Ix pic 9(2).
       77 Adj-Earn-Total pic 9(11)V99 VALUE 0.
       77 Adj-Ded-Total pic 9(11)V99 VALUE 0.
       01 Adj-GL-Table.
          02 Adj-GL-Entry OCCURS 16 TIMES.
             03 Adj-GL-Earn pic 9(11)V99.
             03 Adj-GL-Ded pic 9(11)V99.
      * salaries expense by cost center off LABORDIST, and the
      * credits the register entry and the coded deductions give it;
      * the two lists are walked side by side so each cost center's
      * debit is spread over the credits in order and every journal
      * line still balances on its own. Whatever the register
      * carries beyond LABORDIST - the coded earnings - is the last
      * bucket, with no cost center.
       77 Ld-Status pic XX.
       77 Ld-Eof pic 9 VALUE 0.
       77 Cc-Split pic 9 VALUE 0.
       77 Cc-Count pic 9(2) VALUE 0.
       77 Cc-Ix pic 9(2).
       77 Cc-Found pic 9(2).
       77 Cc-Total pic 9(11)V99 VALUE 0.
       77 Cc-Residual pic S9(11)V99 VALUE 0.
       77 Cc-Work pic X(4).
       01 Cc-Table.
          02 Cc-Entry OCCURS 51 TIMES.
             03 Cc-Center pic X(4).
             03 Cc-Amount pic 9(11)V99.
       77 Leg-Count pic 9(2) VALUE 0.
       77 Leg-Total pic 9(11)V99 VALUE 0.
       01 Leg-Table.
          02 Leg-Entry OCCURS 20 TIMES.
             03 Leg-Credit-Ix pic 9(2).
             03 Leg-Amount pic 9(11)V99.
             03 Leg-Text pic X(30).
       77 Mg-Leg-Ix pic 9(2).
       77 Mg-Cc-Ix pic 9(2).
       77 Mg-Leg-Left pic 9(11)V99.
       77 Mg-Cc-Left pic 9(11)V99.
      * the chart of accounts and the trial-balance buckets
       77 Acct-Count pic 9(2) VALUE 16.
       77 Acct-Ix pic 9(2).
       01 Chart-Table.
          02 FILLER pic X(24) VALUE "101 CASH ON HAND".
          02 FILLER pic X(24) VALUE "103 CHECKS IN CLEARING".
          02 FILLER pic X(24) VALUE "203 NET PAY PAYABLE".
          02 FILLER pic X(24) VALUE "401 FEE INCOME".
          02 FILLER pic X(24) VALUE "501 INTEREST EXPENSE".
          02 FILLER pic X(24) VALUE "502 SALARIES EXPENSE".
          02 FILLER pic X(24) VALUE "204 TIME DEPOSITS".
          02 FILLER pic X(24) VALUE "130 LOANS RECEIVABLE".
          02 FILLER pic X(24) VALUE "402 LOAN INTEREST INCOME".
          02 FILLER pic X(24) VALUE "205 WITHHOLDING TAX PAYB".
          02 FILLER pic X(24) VALUE "206 UNCLAIMED BALANCES".
          02 FILLER pic X(24) VALUE "104 DUE FROM COLL PARTNR".
          02 FILLER pic X(24) VALUE "208 CLEARING SETTLEMENT".
       01 Chart-List REDEFINES Chart-Table.
          02 Chart-Name pic X(24) OCCURS 16 TIMES.
       01 TB-Table.
          02 TB-Entry OCCURS 16 TIMES.
             03 TB-Debit pic 9(11)V99.
             03 TB-Credit pic 9(11)V99.
       77 Jrn-Debit-Ix pic 9(2).
       77 Jrn-Credit-Ix pic 9(2).
       77 Jrn-Amount pic 9(11)V99.
       77 Jrn-Text pic X(40).
       77 Total-Debits pic 9(12)V99 VALUE 0.
       77 Total-Credits pic 9(12)V99 VALUE 0.
      * the branch books: the house chart plus the two inter-branch
      * accounts, 17 = due from and 18 = due to other branches
       77 Fp-Status pic XX.
       77 Fp-Open pic 9 VALUE 0.
       77 House-Branch pic X(3) VALUE "001".
       77 Line-Acct pic 9(6).
       77 Line-Home pic X(3).
       77 Line-Serve pic X(3).
       77 Scan-Ix pic 9(3).
       77 Leg-Ix pic 9(2).
       77 Leg-Branch pic X(3).
       77 Dr-Branch pic X(3).
       77 Cr-Branch pic X(3).
       77 Dr-Bx pic 9(2).
       77 Cr-Bx pic 9(2).
       77 Br-Debit-Ix pic 9(2).
       77 Br-Credit-Ix pic 9(2).
       77 Br-Amount pic 9(11)V99.
       77 Br-Count pic 9(2) VALUE 0.
       77 Br-Ix pic 9(2).
       77 Br-Found-Ix pic 9(2).
       77 Br-Want pic X(3).
       77 Br-Full-Warned pic 9 VALUE 0.
       77 Br-Acct-Count pic 9(2) VALUE 18.
       77 Br-Debits pic 9(12)V99.
       77 Br-Credits pic 9(12)V99.
       77 Br-Net-Due pic S9(12)V99.
       77 Br-Unproved pic 9(2) VALUE 0.
       77 Due-From-Total pic 9(12)V99 VALUE 0.
       77 Due-To-Total pic 9(12)V99 VALUE 0.
      * the XFEROUT leg waiting for the XFERIN leg written behind it
       77 Xfer-Pending pic 9 VALUE 0.
       77 Xfer-From-Home pic X(3).
       77 Xfer-Amount pic 9(7)V99.
       77 Xfer-Unmatched pic 9(4) VALUE 0.
       01 Inter-Chart.
          02 FILLER pic X(24) VALUE "105 DUE FROM BRANCHES".
          02 FILLER pic X(24) VALUE "207 DUE TO BRANCHES".
       01 Inter-List REDEFINES Inter-Chart.
          02 Inter-Name pic X(24) OCCURS 2 TIMES.
       77 Br-Acct-Name pic X(24).
       01 Branch-Table.
          02 BT-Branch OCCURS 20 TIMES.
             03 BT-Code pic X(3).
             03 BT-Entry OCCURS 18 TIMES.
                04 BT-Debit pic 9(11)V99.
                04 BT-Credit pic 9(11)V99.
       PROCEDURE DIVISION.
       DISPLAY "Extract for business date (YYYYMMDD): "
           WITH NO ADVANCING.
          END-READ
       END-PERFORM.
       CLOSE Audit-File.
       IF Xfer-Pending = 1
          ADD 1 TO Xfer-Unmatched
       END-IF.
       IF Xfer-Unmatched > 0
          DISPLAY Xfer-Unmatched " transfer leg(s) without a partner "
              "on " GL-Date "; left off the branch books."
       END-IF.
       IF Cutoff-Date > 0
          PERFORM READ-REGISTER
       END-IF.
       IF Have-Register = 1
          PERFORM READ-LABOR-DIST
       END-IF.
       IF Have-Register = 1
          PERFORM BRANCH-REGISTER
       END-IF.
       PERFORM WRITE-JOURNAL.
       PERFORM WRITE-TRIAL-BALANCE.
       PERFORM WRITE-BRANCH-BALANCES.
       IF Fp-Open = 1
          CLOSE fp
       END-IF.
       CLOSE Journal-File.
       CLOSE Report-File.
       CLOSE Branch-File.
       STOP RUN.
       OPEN-FILES.
         OPEN INPUT Audit-File.
         END-IF.
         OPEN OUTPUT Journal-File.
         OPEN OUTPUT Report-File.
         OPEN OUTPUT Branch-File.
         OPEN INPUT fp.
         IF Fp-Status = "00"
            MOVE 1 TO Fp-Open
         ELSE
            DISPLAY "ACCOUNTS.DAT not available; every account is "
                "taken as homed at the head office."
         END-IF.
       EXIT.
       INIT-BUCKETS.
         MOVE 1 TO Acct-Ix.
         PERFORM UNTIL Acct-Ix > Acct-Count
            MOVE 0 TO TB-Debit(Acct-Ix)
            MOVE 0 TO TB-Credit(Acct-Ix)
            ADD 1 TO Acct-Ix
               ADD AL-Amount TO Check-Returns
            END-IF
            IF AL-Type = "FEE" OR AL-Type = "RETNFEE"
               OR AL-Type = "NSFFEE"
               ADD AL-Amount TO Fee-Income
            END-IF
            IF AL-Type = "INTEREST" OR AL-Type = "TDINTRST"
               ADD AL-Amount TO Interest-Posted
            END-IF
            IF AL-Type = "TDPLACE"
               ADD AL-Amount TO TD-Placed
            END-IF
            IF AL-Type = "TDMATURE" OR AL-Type = "TDBREAK"
               ADD AL-Amount TO TD-Paid-Out
            END-IF
            IF AL-Type = "PAYROLL"
               ADD AL-Amount TO Payroll-Credits
            END-IF
            IF AL-Type = "PAYVOID"
               ADD AL-Amount TO Payroll-Recalls
            END-IF
            IF AL-Type = "LOANREL"
               ADD AL-Amount TO Loans-Released
            END-IF
            IF AL-Type = "LOANPAY"
               ADD AL-Amount TO Loans-Repaid
            END-IF
            IF AL-Type = "LOANINT"
               ADD AL-Amount TO Loan-Interest
            END-IF
            IF AL-Type = "WHTAX"
               ADD AL-Amount TO Tax-Withheld
            END-IF
            IF AL-Type = "ESCHEAT"
               ADD AL-Amount TO Escheated
            END-IF
            IF AL-Type = "RECLAIM"
               ADD AL-Amount TO Reclaimed
            END-IF
            IF AL-Type = "COLLECT"
               ADD AL-Amount TO Collections
            END-IF
            IF AL-Type = "CHKPAID"
               ADD AL-Amount TO Checks-Paid
            END-IF
            IF AL-Type = "CORRECT-"
               ADD AL-Amount TO Deposit-Corrections
            END-IF
            IF AL-Type = "CORRECT+"
               ADD AL-Amount TO Withdrawal-Corrections
            END-IF
            PERFORM BRANCH-SIFT-MONEY
         ELSE
      * not a money-shaped line; a CLEARED entry relieves the
      * clearing account into cash the day the drawee bank pays
               AND CL-Amount IS NUMERIC
               AND CL-Date = GL-Date
               ADD CL-Amount TO Check-Cleared
               MOVE 1 TO Br-Debit-Ix
               MOVE 2 TO Br-Credit-Ix
               PERFORM BRANCH-SIFT-CLEARED
            END-IF
      * a TDROLL line has the same shape; its amount is interest kept
      * in a rolled-over placement
            IF CL-Tag = " TDROLL   "
               AND CL-Date IS NUMERIC
               AND CL-Amount IS NUMERIC
               AND CL-Date = GL-Date
               ADD CL-Amount TO TD-Capitalized
               MOVE 8 TO Br-Debit-Ix
               MOVE 10 TO Br-Credit-Ix
               PERFORM BRANCH-SIFT-CLEARED
            END-IF
         END-IF.
       EXIT.
                  COMPUTE Stat-Payable = Reg-Total-SSS
                      + Reg-Total-PhilH + Reg-Total-PagIbig
                      + Reg-Total-Tax
                  PERFORM READ-ADJ-HISTORY
      * pay plus coded earnings, less statutory, coded deductions
      * and net, is the loan amortization the run collected; it
      * credits the employee-advances asset
                  COMPUTE Loan-Plug = Reg-Total-Pay + Adj-Earn-Total
                      - Stat-Payable - Adj-Ded-Total - Reg-Total-Net
            END-READ
            CLOSE Register-File
         END-IF.
       EXIT.
      * every code's total for the cutoff, summed by the chart
      * account it books to
       READ-ADJ-HISTORY.
         MOVE 1 TO Adj-Ix.
         PERFORM UNTIL Adj-Ix > Acct-Count
            MOVE 0 TO Adj-GL-Earn(Adj-Ix)
            MOVE 0 TO Adj-GL-Ded(Adj-Ix)
            ADD 1 TO Adj-Ix
         END-PERFORM.
         OPEN INPUT Adj-Hist-File.
         IF Ph-Status = "00"
            MOVE Cutoff-Date TO Ph-Cutoff-Date
            MOVE 0 TO Ph-Emp-No
            MOVE LOW-VALUES TO Ph-Code
            MOVE 0 TO Ph-Eof
            START Adj-Hist-File KEY IS NOT LESS THAN Ph-Key
               INVALID KEY MOVE 1 TO Ph-Eof
            END-START
            PERFORM UNTIL Ph-Eof = 1
               READ Adj-Hist-File NEXT RECORD
                  AT END MOVE 1 TO Ph-Eof
                  NOT AT END
                     IF Ph-Cutoff-Date NOT = Cutoff-Date
                        MOVE 1 TO Ph-Eof
                     ELSE
                        PERFORM ADD-ADJ-HISTORY
                     END-IF
               END-READ
            END-PERFORM
            CLOSE Adj-Hist-File
         END-IF.
       EXIT.
       ADD-ADJ-HISTORY.
         MOVE 0 TO Adj-Ix.
         MOVE 1 TO Acct-Ix.
         PERFORM UNTIL Acct-Ix > Acct-Count
            IF Chart-Name(Acct-Ix)(1:3) = Ph-GL-Acct
               MOVE Acct-Ix TO Adj-Ix
               MOVE Acct-Count TO Acct-Ix
            END-IF
            ADD 1 TO Acct-Ix
         END-PERFORM.
         IF Ph-Kind = "D"
            IF Adj-Ix = 0
               DISPLAY "GL account " Ph-GL-Acct " of pay code "
                   Ph-Code " not on the chart; booked to 120."
               MOVE 3 TO Adj-Ix
            END-IF
            ADD Ph-Amount TO Adj-GL-Ded(Adj-Ix)
            ADD Ph-Amount TO Adj-Ded-Total
         ELSE
            IF Adj-Ix = 0
               DISPLAY "GL account " Ph-GL-Acct " of pay code "
                   Ph-Code " not on the chart; booked to 502."
               MOVE 9 TO Adj-Ix
            END-IF
            ADD Ph-Amount TO Adj-GL-Earn(Adj-Ix)
            ADD Ph-Amount TO Adj-Earn-Total
         END-IF.
       EXIT.
      * the cutoff's pay per cost center; the split only goes ahead
      * when the register's salaries-expense debit covers it, or the
      * entry posts as one lump like before
       READ-LABOR-DIST.
         OPEN INPUT Labor-File.
         IF Ld-Status NOT = "00"
            DISPLAY "LABORDIST not available; salaries expense posts "
                "as one amount."
         ELSE
            MOVE Cutoff-Date TO Ld-Cutoff
            MOVE 0 TO Ld-Emp-No
            MOVE LOW-VALUES TO Ld-Cost-Center
            START Labor-File KEY IS NOT LESS THAN Ld-Key
               INVALID KEY MOVE 1 TO Ld-Eof
            END-START
            PERFORM UNTIL Ld-Eof = 1
               READ Labor-File NEXT RECORD
                  AT END MOVE 1 TO Ld-Eof
                  NOT AT END
                     IF Ld-Cutoff NOT = Cutoff-Date
                        MOVE 1 TO Ld-Eof
                     ELSE
                        PERFORM ADD-LABOR-CENTER
                     END-IF
               END-READ
            END-PERFORM
            CLOSE Labor-File
            PERFORM BUILD-EXPENSE-LEGS
            COMPUTE Cc-Residual = Leg-Total - Cc-Total
            IF Cc-Count = 0
               CONTINUE
            ELSE
            IF Cc-Residual < 0
               DISPLAY "LABORDIST carries more than the register for "
                   "cutoff " Cutoff-Date "; salaries expense posts "
                   "as one amount."
            ELSE
               MOVE 1 TO Cc-Split
               IF Cc-Residual > 0
                  ADD 1 TO Cc-Count
                  MOVE SPACES TO Cc-Center(Cc-Count)
                  MOVE Cc-Residual TO Cc-Amount(Cc-Count)
               END-IF
            END-IF
            END-IF
         END-IF.
       EXIT.
       ADD-LABOR-CENTER.
         IF Ld-Cost-Center = SPACES
            MOVE "NONE" TO Cc-Work
         ELSE
            MOVE Ld-Cost-Center TO Cc-Work
         END-IF.
         MOVE 0 TO Cc-Found.
         MOVE 1 TO Cc-Ix.
         PERFORM UNTIL Cc-Ix > Cc-Count
            IF Cc-Center(Cc-Ix) = Cc-Work
               MOVE Cc-Ix TO Cc-Found
            END-IF
            ADD 1 TO Cc-Ix
         END-PERFORM.
         IF Cc-Found = 0
            IF Cc-Count < 50
               ADD 1 TO Cc-Count
               MOVE Cc-Count TO Cc-Found
               MOVE Cc-Work TO Cc-Center(Cc-Found)
               MOVE 0 TO Cc-Amount(Cc-Found)
            ELSE
               MOVE 1 TO Cc-Found
               DISPLAY "More than 50 cost centers on LABORDIST; "
                   Cc-Work " is journalized with " Cc-Center(1) "."
            END-IF
         END-IF.
         ADD Ld-Normal TO Cc-Amount(Cc-Found).
         ADD Ld-Overtime TO Cc-Amount(Cc-Found).
         ADD Ld-Premium TO Cc-Amount(Cc-Found).
         ADD Ld-Night TO Cc-Amount(Cc-Found).
         ADD Ld-Normal Ld-Overtime Ld-Premium Ld-Night TO Cc-Total.
       EXIT.
      * every credit salaries expense is debited against: the three
      * register legs, then each coded deduction's account
       BUILD-EXPENSE-LEGS.
         MOVE 0 TO Leg-Count.
         MOVE 0 TO Leg-Total.
         MOVE 5 TO Jrn-Credit-Ix.
         MOVE Stat-Payable TO Jrn-Amount.
         MOVE "cutoff statutory withholdings" TO Jrn-Text.
         PERFORM ADD-EXPENSE-LEG.
         MOVE 6 TO Jrn-Credit-Ix.
         MOVE Reg-Total-Net TO Jrn-Amount.
         MOVE "cutoff net pay accrued" TO Jrn-Text.
         PERFORM ADD-EXPENSE-LEG.
         IF Loan-Plug > 0
            MOVE 3 TO Jrn-Credit-Ix
            MOVE Loan-Plug TO Jrn-Amount
            MOVE "loan amortizations collected" TO Jrn-Text
            PERFORM ADD-EXPENSE-LEG
         END-IF.
         MOVE 1 TO Adj-Ix.
         PERFORM UNTIL Adj-Ix > Acct-Count
            IF Adj-GL-Ded(Adj-Ix) > 0 AND Adj-Ix NOT = 9
               MOVE Adj-Ix TO Jrn-Credit-Ix
               MOVE Adj-GL-Ded(Adj-Ix) TO Jrn-Amount
               MOVE "cutoff coded deductions" TO Jrn-Text
               PERFORM ADD-EXPENSE-LEG
            END-IF
            ADD 1 TO Adj-Ix
         END-PERFORM.
       EXIT.
       ADD-EXPENSE-LEG.
         IF Jrn-Amount > 0
            ADD 1 TO Leg-Count
            MOVE Jrn-Credit-Ix TO Leg-Credit-Ix(Leg-Count)
            MOVE Jrn-Amount TO Leg-Amount(Leg-Count)
            MOVE Jrn-Text TO Leg-Text(Leg-Count)
            ADD Jrn-Amount TO Leg-Total
         END-IF.
       EXIT.
      * the same debit and credit accounts WRITE-JOURNAL uses for the
      * line's category, posted to the branch books line by line
       BRANCH-SIFT-MONEY.
         MOVE 0 TO Br-Debit-Ix.
         MOVE 0 TO Br-Credit-Ix.
         IF AL-Type = "DEPOSIT" OR AL-Type = "CORRECT+"
            MOVE 1 TO Br-Debit-Ix
            MOVE 4 TO Br-Credit-Ix
         END-IF.
         IF AL-Type = "WITHDRAW" OR AL-Type = "WDRAPPRV"
            OR AL-Type = "CORRECT-"
            MOVE 4 TO Br-Debit-Ix
            MOVE 1 TO Br-Credit-Ix
         END-IF.
         IF AL-Type = "CHECKDEP"
            MOVE 2 TO Br-Debit-Ix
            MOVE 4 TO Br-Credit-Ix
         END-IF.
         IF AL-Type = "RETURNED"
            MOVE 4 TO Br-Debit-Ix
            MOVE 2 TO Br-Credit-Ix
         END-IF.
         IF AL-Type = "FEE" OR AL-Type = "RETNFEE"
            OR AL-Type = "NSFFEE"
            MOVE 4 TO Br-Debit-Ix
            MOVE 7 TO Br-Credit-Ix
         END-IF.
         IF AL-Type = "INTEREST" OR AL-Type = "TDINTRST"
            MOVE 8 TO Br-Debit-Ix
            MOVE 4 TO Br-Credit-Ix
         END-IF.
         IF AL-Type = "TDPLACE"
            MOVE 4 TO Br-Debit-Ix
            MOVE 10 TO Br-Credit-Ix
         END-IF.
         IF AL-Type = "TDMATURE" OR AL-Type = "TDBREAK"
            MOVE 10 TO Br-Debit-Ix
            MOVE 4 TO Br-Credit-Ix
         END-IF.
         IF AL-Type = "PAYROLL"
            MOVE 6 TO Br-Debit-Ix
            MOVE 4 TO Br-Credit-Ix
         END-IF.
         IF AL-Type = "PAYVOID"
            MOVE 4 TO Br-Debit-Ix
            MOVE 6 TO Br-Credit-Ix
         END-IF.
         IF AL-Type = "LOANREL"
            MOVE 11 TO Br-Debit-Ix
            MOVE 4 TO Br-Credit-Ix
         END-IF.
         IF AL-Type = "LOANPAY"
            MOVE 4 TO Br-Debit-Ix
            MOVE 11 TO Br-Credit-Ix
         END-IF.
         IF AL-Type = "LOANINT"
            MOVE 4 TO Br-Debit-Ix
            MOVE 12 TO Br-Credit-Ix
         END-IF.
         IF AL-Type = "WHTAX"
            MOVE 4 TO Br-Debit-Ix
            MOVE 13 TO Br-Credit-Ix
         END-IF.
         IF AL-Type = "ESCHEAT"
            MOVE 4 TO Br-Debit-Ix
            MOVE 14 TO Br-Credit-Ix
         END-IF.
         IF AL-Type = "RECLAIM"
            MOVE 14 TO Br-Debit-Ix
            MOVE 4 TO Br-Credit-Ix
         END-IF.
         IF AL-Type = "COLLECT"
            MOVE 15 TO Br-Debit-Ix
            MOVE 4 TO Br-Credit-Ix
         END-IF.
         IF AL-Type = "CHKPAID"
            MOVE 4 TO Br-Debit-Ix
            MOVE 16 TO Br-Credit-Ix
         END-IF.
         IF Br-Debit-Ix > 0
            MOVE AL-Acct TO Line-Acct
            MOVE AL-Amount TO Br-Amount
            PERFORM FIND-LINE-BRANCHES
            PERFORM BRANCH-POST
         END-IF.
         IF AL-Type = "XFEROUT" OR AL-Type = "XFERIN"
            PERFORM BRANCH-SIFT-TRANSFER
         END-IF.
       EXIT.
      * ApplyTransfer and StandingOrders write the out leg and then
      * the in leg straight behind it, so the two are paired here;
      * a leg without its partner moved nothing between branches
      * and is only counted, as the house journal leaves it too
       BRANCH-SIFT-TRANSFER.
         MOVE AL-Acct TO Line-Acct.
         PERFORM FIND-LINE-BRANCHES.
         IF AL-Type = "XFEROUT"
            IF Xfer-Pending = 1
               ADD 1 TO Xfer-Unmatched
            END-IF
            MOVE 1 TO Xfer-Pending
            MOVE Line-Home TO Xfer-From-Home
            MOVE AL-Amount TO Xfer-Amount
         ELSE
            IF Xfer-Pending = 1 AND Xfer-Amount = AL-Amount
               MOVE 4 TO Br-Debit-Ix
               MOVE 4 TO Br-Credit-Ix
               MOVE AL-Amount TO Br-Amount
               MOVE Xfer-From-Home TO Dr-Branch
               MOVE Line-Home TO Cr-Branch
               PERFORM BRANCH-POST-LEGS
            ELSE
               ADD 1 TO Xfer-Unmatched
               IF Xfer-Pending = 1
                  ADD 1 TO Xfer-Unmatched
               END-IF
            END-IF
            MOVE 0 TO Xfer-Pending
         END-IF.
       EXIT.
      * CLEARED and TDROLL come from batch runs with no teller, so
      * both legs follow the account home
       BRANCH-SIFT-CLEARED.
         IF CL-Acct IS NUMERIC
            MOVE CL-Acct TO Line-Acct
            MOVE CL-Amount TO Br-Amount
            PERFORM FIND-LINE-BRANCHES
            PERFORM BRANCH-POST
         END-IF.
       EXIT.
      * home branch off the account (head office when it is gone or
      * was never given one); serving branch off the stamp behind the
      * Op: ID, or the home branch when no teller keyed the line
       FIND-LINE-BRANCHES.
         MOVE House-Branch TO Line-Home.
         IF Fp-Open = 1
            MOVE Line-Acct TO faccountno
            READ fp
               INVALID KEY
                  MOVE SPACES TO fbranch
               NOT INVALID KEY
                  IF fbranch NOT = SPACES
                     MOVE fbranch TO Line-Home
                  END-IF
            END-READ
         END-IF.
         MOVE Line-Home TO Line-Serve.
         MOVE 84 TO Scan-Ix.
         PERFORM UNTIL Scan-Ix > 122
            IF Audit-Record(Scan-Ix:5) = " Op: "
               IF Audit-Record(Scan-Ix + 13:1) = "@"
                  AND Audit-Record(Scan-Ix + 14:3) NOT = SPACES
                  MOVE Audit-Record(Scan-Ix + 14:3) TO Line-Serve
               END-IF
               MOVE 122 TO Scan-Ix
            END-IF
            ADD 1 TO Scan-Ix
         END-PERFORM.
       EXIT.
      * the payroll register's legs are all head-office accounts
       BRANCH-REGISTER.
         MOVE House-Branch TO Line-Home.
         MOVE House-Branch TO Line-Serve.
         MOVE 9 TO Br-Debit-Ix.
         MOVE 5 TO Br-Credit-Ix.
         MOVE Stat-Payable TO Br-Amount.
         PERFORM BRANCH-POST.
         MOVE 9 TO Br-Debit-Ix.
         MOVE 6 TO Br-Credit-Ix.
         MOVE Reg-Total-Net TO Br-Amount.
         PERFORM BRANCH-POST.
         IF Loan-Plug > 0
            MOVE 9 TO Br-Debit-Ix
            MOVE 3 TO Br-Credit-Ix
            MOVE Loan-Plug TO Br-Amount
            PERFORM BRANCH-POST
         END-IF.
         MOVE 1 TO Adj-Ix.
         PERFORM UNTIL Adj-Ix > Acct-Count
            IF Adj-GL-Earn(Adj-Ix) > 0 AND Adj-Ix NOT = 9
               MOVE Adj-Ix TO Br-Debit-Ix
               MOVE 9 TO Br-Credit-Ix
               MOVE Adj-GL-Earn(Adj-Ix) TO Br-Amount
               PERFORM BRANCH-POST
            END-IF
            IF Adj-GL-Ded(Adj-Ix) > 0 AND Adj-Ix NOT = 9
               MOVE 9 TO Br-Debit-Ix
               MOVE Adj-Ix TO Br-Credit-Ix
               MOVE Adj-GL-Ded(Adj-Ix) TO Br-Amount
               PERFORM BRANCH-POST
            END-IF
            ADD 1 TO Adj-Ix
         END-PERFORM.
       EXIT.
      * each leg goes to the branch that keeps its account; legs on
      * two branches settle through due-to on the branch that took
      * the debit and due-from on the branch that gave the credit
       BRANCH-POST.
         MOVE Br-Debit-Ix TO Leg-Ix.
         PERFORM FIND-LEG-BRANCH.
         MOVE Leg-Branch TO Dr-Branch.
         MOVE Br-Credit-Ix TO Leg-Ix.
         PERFORM FIND-LEG-BRANCH.
         MOVE Leg-Branch TO Cr-Branch.
         PERFORM BRANCH-POST-LEGS.
       EXIT.
       BRANCH-POST-LEGS.
         MOVE Dr-Branch TO Br-Want.
         PERFORM FIND-BRANCH.
         MOVE Br-Found-Ix TO Dr-Bx.
         MOVE Cr-Branch TO Br-Want.
         PERFORM FIND-BRANCH.
         MOVE Br-Found-Ix TO Cr-Bx.
         IF Dr-Bx > 0 AND Cr-Bx > 0
            ADD Br-Amount TO BT-Debit(Dr-Bx, Br-Debit-Ix)
            ADD Br-Amount TO BT-Credit(Cr-Bx, Br-Credit-Ix)
            IF Dr-Bx NOT = Cr-Bx
               ADD Br-Amount TO BT-Credit(Dr-Bx, 18)
               ADD Br-Amount TO BT-Debit(Cr-Bx, 17)
               ADD Br-Amount TO Due-To-Total
               ADD Br-Amount TO Due-From-Total
            END-IF
         END-IF.
       EXIT.
       FIND-LEG-BRANCH.
         MOVE Line-Home TO Leg-Branch.
         IF Leg-Ix = 1
            MOVE Line-Serve TO Leg-Branch
         END-IF.
         IF Leg-Ix = 3 OR Leg-Ix = 5 OR Leg-Ix = 6 OR Leg-Ix = 9
            OR Leg-Ix = 14 OR Leg-Ix = 15 OR Leg-Ix = 16
            MOVE House-Branch TO Leg-Branch
         END-IF.
       EXIT.
       FIND-BRANCH.
         MOVE 0 TO Br-Found-Ix.
         MOVE 1 TO Br-Ix.
         PERFORM UNTIL Br-Ix > Br-Count
            IF BT-Code(Br-Ix) = Br-Want
               MOVE Br-Ix TO Br-Found-Ix
               MOVE Br-Count TO Br-Ix
            END-IF
            ADD 1 TO Br-Ix
         END-PERFORM.
         IF Br-Found-Ix = 0
            IF Br-Count >= 20
               IF Br-Full-Warned = 0
                  DISPLAY "More than 20 branches on the day; raise "
                      "the branch table and rerun."
                  MOVE 1 TO Br-Full-Warned
               END-IF
            ELSE
               ADD 1 TO Br-Count
               MOVE Br-Count TO Br-Found-Ix
               MOVE Br-Want TO BT-Code(Br-Found-Ix)
               MOVE 1 TO Leg-Ix
               PERFORM UNTIL Leg-Ix > Br-Acct-Count
                  MOVE 0 TO BT-Debit(Br-Found-Ix, Leg-Ix)
                  MOVE 0 TO BT-Credit(Br-Found-Ix, Leg-Ix)
                  ADD 1 TO Leg-Ix
               END-PERFORM
            END-IF
         END-IF.
       EXIT.
      * one balanced journal entry per category that moved; account
      * indexes follow the chart table, 9 = salaries expense,
      * 10 = time deposits
       WRITE-JOURNAL.
         MOVE SPACES TO Journal-Record.
         STRING "GL JOURNAL for " GL-Date
            MOVE "interest on deposits" TO Jrn-Text
            PERFORM POST-JOURNAL-ENTRY
         END-IF.
         IF TD-Placed > 0
            MOVE 4 TO Jrn-Debit-Ix
            MOVE 10 TO Jrn-Credit-Ix
            MOVE TD-Placed TO Jrn-Amount
            MOVE "time deposits placed" TO Jrn-Text
            PERFORM POST-JOURNAL-ENTRY
         END-IF.
         IF TD-Paid-Out > 0
            MOVE 10 TO Jrn-Debit-Ix
            MOVE 4 TO Jrn-Credit-Ix
            MOVE TD-Paid-Out TO Jrn-Amount
            MOVE "time deposits paid out" TO Jrn-Text
            PERFORM POST-JOURNAL-ENTRY
         END-IF.
         IF TD-Capitalized > 0
            MOVE 8 TO Jrn-Debit-Ix
            MOVE 10 TO Jrn-Credit-Ix
            MOVE TD-Capitalized TO Jrn-Amount
            MOVE "interest rolled into time deposits" TO Jrn-Text
            PERFORM POST-JOURNAL-ENTRY
         END-IF.
         IF Loans-Released > 0
            MOVE 11 TO Jrn-Debit-Ix
            MOVE 4 TO Jrn-Credit-Ix
            MOVE Loans-Released TO Jrn-Amount
            MOVE "member loans released" TO Jrn-Text
            PERFORM POST-JOURNAL-ENTRY
         END-IF.
         IF Loans-Repaid > 0
            MOVE 4 TO Jrn-Debit-Ix
            MOVE 11 TO Jrn-Credit-Ix
            MOVE Loans-Repaid TO Jrn-Amount
            MOVE "member loan principal repaid" TO Jrn-Text
            PERFORM POST-JOURNAL-ENTRY
         END-IF.
         IF Loan-Interest > 0
            MOVE 4 TO Jrn-Debit-Ix
            MOVE 12 TO Jrn-Credit-Ix
            MOVE Loan-Interest TO Jrn-Amount
            MOVE "member loan interest" TO Jrn-Text
            PERFORM POST-JOURNAL-ENTRY
         END-IF.
         IF Tax-Withheld > 0
            MOVE 4 TO Jrn-Debit-Ix
            MOVE 13 TO Jrn-Credit-Ix
            MOVE Tax-Withheld TO Jrn-Amount
            MOVE "final tax withheld on interest" TO Jrn-Text
            PERFORM POST-JOURNAL-ENTRY
         END-IF.
         IF Escheated > 0
            MOVE 4 TO Jrn-Debit-Ix
            MOVE 14 TO Jrn-Credit-Ix
            MOVE Escheated TO Jrn-Amount
            MOVE "unclaimed balances escheated" TO Jrn-Text
            PERFORM POST-JOURNAL-ENTRY
         END-IF.
         IF Reclaimed > 0
            MOVE 14 TO Jrn-Debit-Ix
            MOVE 4 TO Jrn-Credit-Ix
            MOVE Reclaimed TO Jrn-Amount
            MOVE "escheated balances reclaimed" TO Jrn-Text
            PERFORM POST-JOURNAL-ENTRY
         END-IF.
         IF Collections > 0
            MOVE 15 TO Jrn-Debit-Ix
            MOVE 4 TO Jrn-Credit-Ix
            MOVE Collections TO Jrn-Amount
            MOVE "partner collections posted" TO Jrn-Text
            PERFORM POST-JOURNAL-ENTRY
         END-IF.
         IF Checks-Paid > 0
            MOVE 4 TO Jrn-Debit-Ix
            MOVE 16 TO Jrn-Credit-Ix
            MOVE Checks-Paid TO Jrn-Amount
            MOVE "member checks paid in clearing" TO Jrn-Text
            PERFORM POST-JOURNAL-ENTRY
         END-IF.
         IF Deposit-Corrections > 0
            MOVE 4 TO Jrn-Debit-Ix
            MOVE 1 TO Jrn-Credit-Ix
            MOVE Deposit-Corrections TO Jrn-Amount
            MOVE "teller corrections - deposits" TO Jrn-Text
            PERFORM POST-JOURNAL-ENTRY
         END-IF.
         IF Withdrawal-Corrections > 0
            MOVE 1 TO Jrn-Debit-Ix
            MOVE 4 TO Jrn-Credit-Ix
            MOVE Withdrawal-Corrections TO Jrn-Amount
            MOVE "teller corrections - withdrawals" TO Jrn-Text
            PERFORM POST-JOURNAL-ENTRY
         END-IF.
         IF Payroll-Credits > 0
            MOVE 6 TO Jrn-Debit-Ix
            MOVE 4 TO Jrn-Credit-Ix
            MOVE "payroll credits posted" TO Jrn-Text
            PERFORM POST-JOURNAL-ENTRY
         END-IF.
         IF Payroll-Recalls > 0
            MOVE 4 TO Jrn-Debit-Ix
            MOVE 6 TO Jrn-Credit-Ix
            MOVE Payroll-Recalls TO Jrn-Amount
            MOVE "payroll credits recalled" TO Jrn-Text
            PERFORM POST-JOURNAL-ENTRY
         END-IF.
         IF Have-Register = 1
            IF Cc-Split = 1
               PERFORM JOURNAL-BY-COST-CENTER
            ELSE
            MOVE 9 TO Jrn-Debit-Ix
            MOVE 5 TO Jrn-Credit-Ix
            MOVE Stat-Payable TO Jrn-Amount
               MOVE "loan amortizations collected" TO Jrn-Text
               PERFORM POST-JOURNAL-ENTRY
            END-IF
            END-IF
            PERFORM JOURNAL-ADJUSTMENTS
         END-IF.
       EXIT.
      * each cost center's salaries expense against the credits in
      * order: a line runs until either the cost center or the credit
      * is used up, then the next one of that list takes over
       JOURNAL-BY-COST-CENTER.
         MOVE 9 TO Jrn-Debit-Ix.
         MOVE 1 TO Mg-Leg-Ix.
         MOVE 1 TO Mg-Cc-Ix.
         MOVE Leg-Amount(1) TO Mg-Leg-Left.
         MOVE Cc-Amount(1) TO Mg-Cc-Left.
         PERFORM UNTIL Mg-Leg-Ix > Leg-Count OR Mg-Cc-Ix > Cc-Count
            IF Mg-Cc-Left = 0
               ADD 1 TO Mg-Cc-Ix
               IF Mg-Cc-Ix <= Cc-Count
                  MOVE Cc-Amount(Mg-Cc-Ix) TO Mg-Cc-Left
               END-IF
            ELSE
            IF Mg-Leg-Left = 0
               ADD 1 TO Mg-Leg-Ix
               IF Mg-Leg-Ix <= Leg-Count
                  MOVE Leg-Amount(Mg-Leg-Ix) TO Mg-Leg-Left
               END-IF
            ELSE
               PERFORM POST-COST-CENTER-LINE
            END-IF
            END-IF
         END-PERFORM.
       EXIT.
       POST-COST-CENTER-LINE.
         IF Mg-Cc-Left < Mg-Leg-Left
            MOVE Mg-Cc-Left TO Jrn-Amount
         ELSE
            MOVE Mg-Leg-Left TO Jrn-Amount
         END-IF.
         MOVE Leg-Credit-Ix(Mg-Leg-Ix) TO Jrn-Credit-Ix.
         MOVE SPACES TO Jrn-Text.
         IF Cc-Center(Mg-Cc-Ix) = SPACES
            STRING Leg-Text(Mg-Leg-Ix) DELIMITED BY "  "
                   ", coded pay" DELIMITED BY SIZE
                INTO Jrn-Text
            END-STRING
         ELSE
            STRING Leg-Text(Mg-Leg-Ix) DELIMITED BY "  "
                   " CC " Cc-Center(Mg-Cc-Ix) DELIMITED BY SIZE
                INTO Jrn-Text
            END-STRING
         END-IF.
         PERFORM POST-JOURNAL-ENTRY.
         SUBTRACT Jrn-Amount FROM Mg-Cc-Left.
         SUBTRACT Jrn-Amount FROM Mg-Leg-Left.
       EXIT.
      * net pay above carries the coded earnings and is short the
      * coded deductions, both charged to salaries expense; each is
      * moved onto its own account (nothing to move for 502 itself,
      * and the deductions already rode the cost-center split)
       JOURNAL-ADJUSTMENTS.
         MOVE 1 TO Adj-Ix.
         PERFORM UNTIL Adj-Ix > Acct-Count
            IF Adj-GL-Earn(Adj-Ix) > 0 AND Adj-Ix NOT = 9
               MOVE Adj-Ix TO Jrn-Debit-Ix
               MOVE 9 TO Jrn-Credit-Ix
               MOVE Adj-GL-Earn(Adj-Ix) TO Jrn-Amount
               MOVE "cutoff coded earnings" TO Jrn-Text
               PERFORM POST-JOURNAL-ENTRY
            END-IF
            IF Adj-GL-Ded(Adj-Ix) > 0 AND Adj-Ix NOT = 9
               AND Cc-Split = 0
               MOVE 9 TO Jrn-Debit-Ix
               MOVE Adj-Ix TO Jrn-Credit-Ix
               MOVE Adj-GL-Ded(Adj-Ix) TO Jrn-Amount
               MOVE "cutoff coded deductions" TO Jrn-Text
               PERFORM POST-JOURNAL-ENTRY
            END-IF
            ADD 1 TO Adj-Ix
         END-PERFORM.
       EXIT.
       POST-JOURNAL-ENTRY.
         ADD Jrn-Amount TO TB-Debit(Jrn-Debit-Ix).
         END-STRING.
         WRITE Report-Record.
         MOVE 1 TO Acct-Ix.
         PERFORM UNTIL Acct-Ix > Acct-Count
            ADD TB-Debit(Acct-Ix) TO Total-Debits
            ADD TB-Credit(Acct-Ix) TO Total-Credits
            MOVE SPACES TO Report-Record
            STRING Chart-Name(Acct-Ix)
                   " DR " TB-Debit(Acct-Ix)
                   " CR " TB-Credit(Acct-Ix)
                DELIMITED BY SIZE INTO Report-Record
            END-STRING
            WRITE Report-Record
            ADD 1 TO Acct-Ix
         END-PERFORM.
         END-IF.
         WRITE Report-Record.
       EXIT.
      * one trial balance per branch, accounts that moved only, each
      * proved on its own, then the inter-branch settlement
       WRITE-BRANCH-BALANCES.
         MOVE 1 TO Br-Ix.
         PERFORM UNTIL Br-Ix > Br-Count
            PERFORM WRITE-ONE-BRANCH
            ADD 1 TO Br-Ix
         END-PERFORM.
         MOVE SPACES TO Branch-Record.
         IF Due-To-Total = Due-From-Total
            STRING "INTER-BRANCH SETTLEMENT BALANCED: DUE TO "
                   Due-To-Total " = DUE FROM " Due-From-Total
                DELIMITED BY SIZE INTO Branch-Record
            END-STRING
         ELSE
            STRING "INTER-BRANCH SETTLEMENT OUT OF BALANCE: DUE TO "
                   Due-To-Total " DUE FROM " Due-From-Total
                DELIMITED BY SIZE INTO Branch-Record
            END-STRING
         END-IF.
         WRITE Branch-Record.
         IF Br-Unproved > 0
            DISPLAY Br-Unproved " branch trial balance(s) do not "
                "prove; see GLBRANCHRPT."
         END-IF.
       EXIT.
       WRITE-ONE-BRANCH.
         MOVE 0 TO Br-Debits.
         MOVE 0 TO Br-Credits.
         MOVE SPACES TO Branch-Record.
         STRING "BRANCH " BT-Code(Br-Ix)
                " TRIAL BALANCE for " GL-Date
             DELIMITED BY SIZE INTO Branch-Record
         END-STRING.
         WRITE Branch-Record.
         MOVE 1 TO Leg-Ix.
         PERFORM UNTIL Leg-Ix > Br-Acct-Count
            IF BT-Debit(Br-Ix, Leg-Ix) > 0
               OR BT-Credit(Br-Ix, Leg-Ix) > 0
               ADD BT-Debit(Br-Ix, Leg-Ix) TO Br-Debits
               ADD BT-Credit(Br-Ix, Leg-Ix) TO Br-Credits
               IF Leg-Ix > Acct-Count
                  MOVE Inter-Name(Leg-Ix - Acct-Count)
                      TO Br-Acct-Name
               ELSE
                  MOVE Chart-Name(Leg-Ix) TO Br-Acct-Name
               END-IF
               MOVE SPACES TO Branch-Record
               STRING Br-Acct-Name
                      " DR " BT-Debit(Br-Ix, Leg-Ix)
                      " CR " BT-Credit(Br-Ix, Leg-Ix)
                   DELIMITED BY SIZE INTO Branch-Record
               END-STRING
               WRITE Branch-Record
            END-IF
            ADD 1 TO Leg-Ix
         END-PERFORM.
         COMPUTE Br-Net-Due = BT-Debit(Br-Ix, 17)
             - BT-Credit(Br-Ix, 18).
         MOVE SPACES TO Branch-Record.
         STRING "NET DUE FROM (DUE TO) OTHER BRANCHES " Br-Net-Due
             DELIMITED BY SIZE INTO Branch-Record
         END-STRING.
         WRITE Branch-Record.
         MOVE SPACES TO Branch-Record.
         STRING "BRANCH TOTALS DR " Br-Debits
                " CR " Br-Credits
             DELIMITED BY SIZE INTO Branch-Record
         END-STRING.
         WRITE Branch-Record.
         MOVE SPACES TO Branch-Record.
         IF Br-Debits = Br-Credits
            MOVE "BRANCH TRIAL BALANCE PROVES TO ZERO"
                TO Branch-Record
         ELSE
            MOVE "BRANCH TRIAL BALANCE DOES NOT PROVE"
                TO Branch-Record
            ADD 1 TO Br-Unproved
         END-IF.
         WRITE Branch-Record.
       EXIT.
      * END OF PROGRAM

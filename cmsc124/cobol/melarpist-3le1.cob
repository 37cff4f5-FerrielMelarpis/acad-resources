               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Exc-Status.
      * the proof register a proof run leaves for supervisor sign-off:
      * one line per payable card, then the batch totals; PayVariance
      * reads it back to compare the cutoff against the ones before
           SELECT Proof-File ASSIGN TO "PROOFREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Prf-Status.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DTR-Key
               FILE STATUS IS DTR-Status.
      * each employee's weekly shift by effective date, kept by
      * ShiftMaint; loaded whole like HOLIDAYS so a card finds the
      * shift in force on its date without a keyed search
           SELECT Sched-File ASSIGN TO "SHIFTSCHED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Sch-Key
               FILE STATUS IS Sch-Status.
      * tardiness and undertime per employee and date worked, what
      * the payslip shows and AttendCheck counts habitual lateness by
           SELECT Att-File ASSIGN TO "ATTENDLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Att-Key
               FILE STATUS IS Att-Status.
      * earning and deduction codes kept by AdjMaint, loaded whole
      * like SHIFTSCHED: taxable or not, in the 13th-month base or
      * not, and the GL account each books to
           SELECT Code-File ASSIGN TO "PAYCODES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Pc-Code
               FILE STATUS IS Pc-Status.
      * each employee's recurring and one-time entries against those
      * codes, applied by COMPUTE-DEDUCTIONS
           SELECT Adj-File ASSIGN TO "PAYADJ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Adj-Key
               FILE STATUS IS Adj-Status.
      * what each code paid or took per cutoff and employee, with the
      * GL account it books to, for GLExtract
           SELECT Adj-Hist-File ASSIGN TO "PAYADJHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Ph-Key
               FILE STATUS IS Ph-Status.
      * the pay period calendar kept by CalMaint and closed by
      * PerClose; nothing posts to a cutoff that is not open on it
           SELECT Cal-File ASSIGN TO "PAYCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Cal-Cutoff
               FILE STATUS IS Cal-Status.
      * labor cost by cost center, keyed by cutoff, employee and cost
      * center: what each payslip paid, split wherever its cards
      * charged another cost center, for the labor distribution and
      * GLExtract's salaries-expense split
           SELECT Labor-File ASSIGN TO "LABORDIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Ld-Key
               FILE STATUS IS Ld-Status.
      * worked minutes a card charged away from the employee's home
      * cost center, keyed by employee, date and cost center, so a
      * semi-monthly rollup splits the period's pay the same way
           SELECT Charge-File ASSIGN TO "DTRCHARGE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Chg-Key
               FILE STATUS IS Chg-Status.
      * PayVariance's review of the cutoff against the ones before,
      * keyed by cutoff and employee; a posting batch looks here for
      * the supervisor's sign-off before paying
           SELECT Var-File ASSIGN TO "VARFLAGS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Vf-Key
               FILE STATUS IS Var-Status.
      * variable declarations
       DATA DIVISION.
       FILE SECTION.
          02 TC-In-Minute pic 9(2).
          02 TC-Out-Hour pic 9(2).
          02 TC-Out-Minute pic 9(2).
      * blank charges the hours to the employee's home cost center
          02 TC-Cost-Center pic X(4).
       01 TC-Header-Rec.
          02 TC-H-Type pic X.
          02 TC-H-Cutoff pic 9(8).
             03 Rej-In-Minute pic 9(2).
             03 Rej-Out-Hour pic 9(2).
             03 Rej-Out-Minute pic 9(2).
             03 Rej-Cost-Center pic X(4).
       FD Rework-File.
       01 Rework-Record.
          02 Rwk-Reason pic X(4).
          02 Rwk-Card pic X(48).
       FD Except-File.
       01 Except-Record pic X(100).
       FD Proof-File.
       01 Proof-Record pic X(140).
      * "D" details carry one employee's credit; the "T" trailer
      * carries the count and net total the posting side must prove
       FD Credit-File.
          02 Emp-Acct-No pic 9(6).
          02 Emp-Bank-Code pic X(4).
          02 Emp-Bank-Acct pic 9(12).
      * H hourly and D daily are paid from their DTR minutes, M
      * monthly from the salary on PAYRATES by the semi-monthly run
          02 Emp-Pay-Basis pic X.
      * the cost center the employee's labor is charged to unless a
      * timecard names another
          02 Emp-Cost-Center pic X(4).
      * pay-rate table keyed by employee number (the same key every
      * timecard is proved by), so two crew members sharing a name no
      * longer share a rate and a rename never orphans one
          02 Rate-Emp-No pic 9(5).
          02 Rate-Normal pic 9(3)V99.
          02 Rate-Overtime pic 9(3)V99.
      * monthly salary of a monthly-rated employee, zero otherwise
          02 Rate-Monthly pic 9(6)V99.
       FD Leave-File.
       01 Leave-Record.
          02 Lv-Emp-No pic 9(5).
          02 Ded-Rate pic 9V9999.
      * printable payslip left behind for each employee on every run
       FD Payslip-File.
       01 Payslip-Record pic X(400).
      * period-to-date payroll totals, keyed by cutoff date
       FD Register-File.
       01 Register-Record.
          02 Det-Tax pic 9(5)V99.
          02 Det-Net pic 9(7)V99.
          02 Det-Site pic X(10).
      * coded earnings and deductions off PAYADJ: taxable and exempt
      * earnings apart so TaxAnnual can leave the exempt out, the
      * part of them that counts toward the 13th month, and the other
      * deductions taken below the statutory ones
          02 Det-Earn-Taxable pic 9(7)V99.
          02 Det-Earn-Exempt pic 9(7)V99.
          02 Det-Earn-13th pic 9(7)V99.
          02 Det-Other-Ded pic 9(7)V99.
      * the employee's home cost center when the payslip posted; the
      * split across cost centers a card charged lives on LABORDIST
          02 Det-Cost-Center pic X(4).
      * one employee's accumulated worked minutes for one DTR date;
      * DTR-Posted = "Y" once those minutes were paid out immediately
      * (Batch-Post-Mode "P"), so SEMI-MONTHLY-RUN knows to skip them
          02 DTR-Minutes pic 9(5).
          02 DTR-Leave-Minutes pic 9(5).
          02 DTR-Posted pic X.
      * one employee's week from one effective date, Sch-Day
      * 1=Monday through 7=Sunday like Dow-Day; Sch-Works "N" is a
      * scheduled day off
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
      * the first card of the day sets the tardiness, the last one's
      * time out the undertime; the scheduled times are kept with
      * them so a later schedule change does not rewrite history;
      * night minutes ride along for the monthly-rated, whose night
      * differential the semi-monthly run pays from here
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
      * one pay code: Pc-Kind E earning or D deduction, Pc-Taxable
      * and Pc-13th Y/N, Pc-GL-Acct the chart account it books to
       FD Code-File.
       01 Code-Record.
          02 Pc-Code pic X(4).
          02 Pc-Desc pic X(20).
          02 Pc-Kind pic X.
          02 Pc-Taxable pic X.
          02 Pc-13th pic X.
          02 Pc-GL-Acct pic X(3).
      * Adj-Type R recurring from Adj-Start through Adj-End, O
      * one-time for the Adj-Start cutoff; Adj-Applied is the last
      * cutoff that paid or took the entry
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
      * one pay period: O open, C closed, R reopened by a supervisor
       FD Cal-File.
       01 Cal-Record.
          02 Cal-Cutoff pic 9(8).
          02 Cal-Start pic 9(8).
          02 Cal-End pic 9(8).
          02 Cal-Pay-Date pic 9(8).
          02 Cal-State pic X.
          02 Cal-Closed-Date pic 9(8).
          02 Cal-Reopen-Count pic 9(2).
      * one employee's pay for one cutoff charged to one cost center;
      * leave pay rides with normal pay, and the statutory amounts
      * are the employee's share the employer counterpart is priced
      * from, the way RemitSched prices it
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
       FD Charge-File.
       01 Charge-Record.
          02 Chg-Key.
             03 Chg-Emp-No pic 9(5).
             03 Chg-Date pic 9(8).
             03 Chg-Cost-Center pic X(4).
          02 Chg-Minutes pic 9(5).
      * one flagged employee as PayVariance leaves it; employee 0 is
      * the record of the review run itself
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
       WORKING-STORAGE SECTION.
       77 Name pic X(20).
       77 Age pic 9(2).
      * gross-to-net figures for the current employee, filled in by
      * COMPUTE-DEDUCTIONS from the bracket table after pay is computed
       77 Gross-Pay pic 9(5)V9(2).
       77 Proof-Ded pic 9(5)V9(2).
       77 SSS-Ded pic 9(5)V9(2).
       77 PhilH-Ded pic 9(5)V9(2).
       77 PagIbig-Ded pic 9(5)V9(2).
       77 Minor-Max-Minutes pic 9(4) VALUE 240.
       77 Senior-Age-Limit pic 9(2) VALUE 60.
       77 Senior-Differential pic 9V99 VALUE 1.10.
      * the shift schedule table, loaded once from SHIFTSCHED in key
      * order, so the last entry for an employee dated on or before
      * the card is the shift in force; no schedule on file means no
      * tardiness or undertime is measured for that card
       77 Sch-Status pic XX.
       77 Sch-Unavail pic 9 VALUE 0.
       77 Sch-Eof pic 9 VALUE 0.
       77 Sch-Count pic 9(3) VALUE 0.
       77 Sch-Ix pic 9(3).
       77 Sch-Found pic 9(3) VALUE 0.
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
      * tardiness and undertime for the payslip: one card's minutes
      * on a batch run, the period's sum on a semi-monthly rollup;
      * clock differences past twelve hours wrap across midnight so
      * a night shift starting at 22:00 measures right
       77 Att-Status pic XX.
       77 Att-Unavail pic 9 VALUE 0.
       77 Att-Eof pic 9 VALUE 0.
       77 Tardy-Minutes pic 9(5) VALUE 0.
       77 Under-Minutes pic 9(5) VALUE 0.
       77 Sched-In-Clock pic 9(4).
       77 Sched-Workday pic 9 VALUE 0.
       77 Sched-Out-Clock pic 9(4).
       77 Clock-Diff pic S9(5).
      * monthly-rated pay: half the salary a cutoff, the day rate
      * twelve months over Annual-Work-Days paid days and the hour
      * rate an eighth of that, so absences and tardiness come off
      * at the same equivalent rates the hourly crew are paid at;
      * daily-rated staff are priced by the minute like the hourly
       77 Pay-Basis pic X VALUE "H".
       77 Monthly-Rate pic 9(6)V99 VALUE 0.
       77 Annual-Work-Days pic 9(3) VALUE 261.
       77 Daily-Equiv pic 9(5)V99 VALUE 0.
       77 Salary-Half pic 9(5)V99 VALUE 0.
       77 Absent-Days pic 9(2) VALUE 0.
       77 Absence-Ded pic 9(5)V99 VALUE 0.
       77 Absent-Date pic 9(8).
       77 Is-Holiday pic 9 VALUE 0.
       77 Sch-Any pic 9 VALUE 0.
       77 Month-Days pic 9(2).
       77 Year-Work pic 9(4).
       77 Period-Premium-Minutes pic 9(6)V99 VALUE 0.
       77 Period-Night-Minutes pic 9(5) VALUE 0.
      * the all-monthly-staff pass of the semi-monthly run
       77 Salary-Run-Active pic 9 VALUE 0.
       77 Salary-Count pic 9(5) VALUE 0.
       77 Emp-Eof pic 9 VALUE 0.
      * coded earnings and deductions: the pay-code table loaded from
      * PAYCODES, and the entries due on this payslip. Taxable
      * earnings join the pay the brackets are priced on, exempt ones
      * only the gross; other deductions come out of net above the
      * floor like the loan, and one that does not fit is held
       77 Pc-Status pic XX.
       77 Pc-Unavail pic 9 VALUE 0.
       77 Pc-Eof pic 9 VALUE 0.
       77 Code-Count pic 9(3) VALUE 0.
       77 Code-Ix pic 9(3).
       77 Code-Found pic 9(3) VALUE 0.
       01 Code-Table.
          02 Pc-Entry OCCURS 100 TIMES.
             03 Tbl-Pc-Code pic X(4).
             03 Tbl-Pc-Desc pic X(20).
             03 Tbl-Pc-Kind pic X.
             03 Tbl-Pc-Taxable pic X.
             03 Tbl-Pc-13th pic X.
             03 Tbl-Pc-GL-Acct pic X(3).
       77 Adj-Status pic XX.
       77 Adj-Unavail pic 9 VALUE 0.
       77 Adj-Eof pic 9 VALUE 0.
       77 Adj-Due pic 9 VALUE 0.
       77 Ph-Status pic XX.
       77 Ph-Unavail pic 9 VALUE 0.
      * the keyed cutoff's period, proved open on PAYCAL before any
      * mode posts; cards and leave dated outside it are refused
       77 Cal-Status pic XX.
       77 Period-Open pic 9 VALUE 0.
      * the cutoff's variance review, looked up before a posting batch
       77 Var-Status pic XX.
       77 Var-Eof pic 9 VALUE 0.
       77 Var-Reviewed pic 9 VALUE 0.
       77 Var-Open-Count pic 9(5) VALUE 0.
       77 Open-Start pic 9(8) VALUE 0.
       77 Open-End pic 9(8) VALUE 0.
       77 Earn-Taxable pic 9(5)V99 VALUE 0.
       77 Earn-Exempt pic 9(5)V99 VALUE 0.
       77 Earn-13th pic 9(5)V99 VALUE 0.
       77 Other-Ded pic 9(5)V99 VALUE 0.
       77 Ded-Base pic 9(5)V99 VALUE 0.
       77 Adj-Room pic 9(5)V99.
       77 Slip-Adj-Count pic 9(2) VALUE 0.
       77 Slip-Adj-Ix pic 9(2).
       01 Slip-Adj-Table.
          02 Slip-Adj OCCURS 20 TIMES.
             03 Slip-Adj-Seq pic 9(3).
             03 Slip-Adj-Code-Ix pic 9(3).
             03 Slip-Adj-Amount pic 9(5)V99.
             03 Slip-Adj-Taken pic X.
      * cost-center charging: the home cost center off the master,
      * the one the current card names (blank = home), and the
      * minutes this payslip charged elsewhere; the payslip's pay
      * splits in proportion to those minutes over Chg-Basis-Minutes
      * and the home cost center takes whatever is left
       77 Ld-Status pic XX.
       77 Ld-Unavail pic 9 VALUE 0.
       77 Chg-Status pic XX.
       77 Chg-Unavail pic 9 VALUE 0.
       77 Chg-Eof pic 9 VALUE 0.
       77 Home-Center pic X(4) VALUE SPACES.
       77 Card-Center pic X(4) VALUE SPACES.
       77 Chg-Count pic 9(2) VALUE 0.
       77 Chg-Ix pic 9(2).
       77 Chg-Found pic 9(2).
       77 Chg-Basis-Minutes pic 9(5) VALUE 0.
       01 Charge-Table.
          02 Chg-Entry OCCURS 10 TIMES.
             03 Tbl-Chg-Center pic X(4).
             03 Tbl-Chg-Minutes pic 9(5).
      * normal (with leave), overtime, premium, night, then the SSS,
      * PhilHealth and Pag-IBIG shares, as POST-LABOR splits them
       77 Part-Ix pic 9.
       77 Part-Sum pic 9(8)V99.
       01 Labor-Parts.
          02 Labor-Part OCCURS 7 TIMES.
             03 Part-Whole pic 9(7)V99.
             03 Part-Left pic 9(7)V99.
             03 Part-Share pic 9(7)V99.
      * main procedure of the program
       PROCEDURE DIVISION.
       PERFORM OPEN-FILES.
       DISPLAY "(S)emi-monthly DTR rollup, or (L)eave entry: "
           WITH NO ADVANCING.
       ACCEPT Run-Mode.
       PERFORM CHECK-OPEN-PERIOD.
       IF Period-Open NOT = 1
          DISPLAY "Nothing was posted."
       ELSE
       IF Run-Mode = "B" OR Run-Mode = "b"
          OR Run-Mode = "R" OR Run-Mode = "r"
          OR Run-Mode = "P" OR Run-Mode = "p"
             PERFORM POST-REGISTER
          END-IF
          END-IF
       END-IF
       END-IF.
       PERFORM CLOSE-FILES.
       STOP RUN.
      * the keyed cutoff must be a period on PAYCAL that is open, or
      * reopened by a supervisor through PerClose
       CHECK-OPEN-PERIOD.
         MOVE 0 TO Period-Open.
         OPEN INPUT Cal-File.
         IF Cal-Status NOT = "00"
            DISPLAY "PAYCAL not available; define the pay periods "
                "with CalMaint before posting."
         ELSE
            MOVE Cutoff-Date TO Cal-Cutoff
            READ Cal-File KEY IS Cal-Cutoff
               INVALID KEY
                  DISPLAY "Cutoff " Cutoff-Date " is not a pay period "
                      "on PAYCAL."
               NOT INVALID KEY
                  IF Cal-State = "C"
                     DISPLAY "The period for cutoff " Cutoff-Date
                         " was closed on " Cal-Closed-Date
                         "; a supervisor must reopen it through "
                         "PerClose."
                  ELSE
                     MOVE 1 TO Period-Open
                     MOVE Cal-Start TO Open-Start
                     MOVE Cal-End TO Open-End
                  END-IF
            END-READ
            CLOSE Cal-File
         END-IF.
       EXIT.
      * open the rate table, payslip file and payroll register for the run
       OPEN-FILES.
         OPEN INPUT Emp-File.
         END-IF.
         PERFORM LOAD-HOLIDAY-TABLE.
         PERFORM LOAD-DEDUCT-TABLE.
         PERFORM LOAD-SCHEDULE-TABLE.
         PERFORM LOAD-PAYCODE-TABLE.
         IF Pc-Unavail = 1
            MOVE 1 TO Adj-Unavail
         ELSE
            OPEN I-O Adj-File
            IF Adj-Status NOT = "00"
               MOVE 1 TO Adj-Unavail
            END-IF
         END-IF.
         OPEN I-O Adj-Hist-File.
         IF Ph-Status = "35"
            OPEN OUTPUT Adj-Hist-File
            CLOSE Adj-Hist-File
            OPEN I-O Adj-Hist-File
         END-IF.
         IF Ph-Status NOT = "00"
            MOVE 1 TO Ph-Unavail
         END-IF.
         OPEN I-O Att-File.
         IF Att-Status = "35"
            OPEN OUTPUT Att-File
            CLOSE Att-File
            OPEN I-O Att-File
         END-IF.
         IF Att-Status NOT = "00"
            MOVE 1 TO Att-Unavail
         END-IF.
         OPEN I-O Register-File.
         IF Reg-Status = "35"
            OPEN OUTPUT Register-File
            CLOSE DTR-File
            OPEN I-O DTR-File
         END-IF.
         OPEN I-O Labor-File.
         IF Ld-Status = "35"
            OPEN OUTPUT Labor-File
            CLOSE Labor-File
            OPEN I-O Labor-File
         END-IF.
         IF Ld-Status NOT = "00"
            DISPLAY "LABORDIST not available; labor cost will not be "
                "distributed this run."
            MOVE 1 TO Ld-Unavail
         END-IF.
         OPEN I-O Charge-File.
         IF Chg-Status = "35"
            OPEN OUTPUT Charge-File
            CLOSE Charge-File
            OPEN I-O Charge-File
         END-IF.
         IF Chg-Status NOT = "00"
            MOVE 1 TO Chg-Unavail
         END-IF.
       EXIT.
      * open the payslip file for whichever run path is about to
      * write slips: fresh for a normal run, appending when resuming
            CLOSE Deduct-File
         END-IF.
       EXIT.
      * the whole schedule file into working storage, in key order;
      * without it the run pays as before and measures no lateness
       LOAD-SCHEDULE-TABLE.
         OPEN INPUT Sched-File.
         IF Sch-Status NOT = "00"
            DISPLAY "SHIFTSCHED not available; no tardiness or "
                "undertime this run."
            MOVE 1 TO Sch-Unavail
         ELSE
            MOVE 0 TO Sch-Eof
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
      * the pay codes into working storage; without them no PAYADJ
      * entry can be classified, so none is applied and one-time
      * entries wait for the next run
       LOAD-PAYCODE-TABLE.
         OPEN INPUT Code-File.
         IF Pc-Status NOT = "00"
            DISPLAY "PAYCODES not available; no coded earnings or "
                "deductions this run."
            MOVE 1 TO Pc-Unavail
         ELSE
            MOVE 0 TO Pc-Eof
            PERFORM UNTIL Pc-Eof = 1 OR Code-Count >= 100
               READ Code-File NEXT RECORD
                  AT END MOVE 1 TO Pc-Eof
                  NOT AT END
                     ADD 1 TO Code-Count
                     MOVE Pc-Code TO Tbl-Pc-Code(Code-Count)
                     MOVE Pc-Desc TO Tbl-Pc-Desc(Code-Count)
                     MOVE Pc-Kind TO Tbl-Pc-Kind(Code-Count)
                     MOVE Pc-Taxable TO Tbl-Pc-Taxable(Code-Count)
                     MOVE Pc-13th TO Tbl-Pc-13th(Code-Count)
                     MOVE Pc-GL-Acct TO Tbl-Pc-GL-Acct(Code-Count)
               END-READ
            END-PERFORM
            CLOSE Code-File
         END-IF.
       EXIT.
      * close whatever OPEN-FILES managed to open
       CLOSE-FILES.
         IF Emp-Unavail NOT = 1
         CLOSE Control-File.
         CLOSE Detail-File.
         CLOSE DTR-File.
         IF Att-Unavail NOT = 1
            CLOSE Att-File
         END-IF.
         IF Adj-Unavail NOT = 1
            CLOSE Adj-File
         END-IF.
         IF Ph-Unavail NOT = 1
            CLOSE Adj-Hist-File
         END-IF.
         IF Ld-Unavail NOT = 1
            CLOSE Labor-File
         END-IF.
         IF Chg-Unavail NOT = 1
            CLOSE Charge-File
         END-IF.
       EXIT.
      * function for scanning the user's input
       SCAN.
         MOVE 1.00 TO Day-Mult.
         MOVE 0 TO Emp-No.
         MOVE 0 TO Tardy-Minutes.
         MOVE 0 TO Under-Minutes.
         DISPLAY "Name: " WITH NO ADVANCING.
         ACCEPT Name.
         DISPLAY "Age: " WITH NO ADVANCING.
            MOVE 0 TO Checkpoint-Active
            MOVE 0 TO Resume-After
            IF Proof-Mode = 0 AND Reprocess-Mode = 0
               AND Batch-Post-Mode NOT = "D"
               AND Batch-Post-Mode NOT = "d"
               PERFORM CHECK-VARIANCE-REVIEW
            END-IF
            IF Proof-Mode = 0 AND Reprocess-Mode = 0
               AND Abort-Run = 0
               PERFORM SETUP-RUN-CONTROL
            END-IF
            IF Abort-Run = 1
            MOVE 1 TO Checkpoint-Active
         END-IF.
       EXIT.
      * the supervisor's sign-off on the cutoff's variance review:
      * a batch that pays asks before going ahead when PayVariance
      * never reviewed the cutoff, or an employee it flagged has not
      * been marked reviewed
       CHECK-VARIANCE-REVIEW.
         MOVE 0 TO Var-Reviewed.
         MOVE 0 TO Var-Open-Count.
         OPEN INPUT Var-File.
         IF Var-Status = "00"
            MOVE Cutoff-Date TO Vf-Cutoff
            MOVE 0 TO Vf-Emp-No
            READ Var-File KEY IS Vf-Key
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE 1 TO Var-Reviewed
            END-READ
            IF Var-Reviewed = 1
               MOVE 0 TO Var-Eof
               START Var-File KEY IS GREATER THAN Vf-Key
                  INVALID KEY MOVE 1 TO Var-Eof
               END-START
               PERFORM UNTIL Var-Eof = 1
                  READ Var-File NEXT RECORD
                     AT END MOVE 1 TO Var-Eof
                     NOT AT END
                        IF Vf-Cutoff NOT = Cutoff-Date
                           MOVE 1 TO Var-Eof
                        ELSE
                           IF Vf-State = "O"
                              ADD 1 TO Var-Open-Count
                           END-IF
                        END-IF
                  END-READ
               END-PERFORM
            END-IF
            CLOSE Var-File
         END-IF.
         IF Var-Reviewed = 0
            DISPLAY "No variance review on VARFLAGS for cutoff "
                Cutoff-Date "; run PayVariance on the proof "
                "register first."
         END-IF.
         IF Var-Open-Count > 0
            DISPLAY Var-Open-Count " employee(s) flagged for cutoff "
                Cutoff-Date " not yet marked reviewed in "
                "PayVariance."
         END-IF.
         IF Var-Reviewed = 0 OR Var-Open-Count > 0
            DISPLAY "Post anyway? (y/N): " WITH NO ADVANCING
            ACCEPT Confirm-Ans
            IF Confirm-Ans NOT = "y" AND Confirm-Ans NOT = "Y"
               MOVE 1 TO Abort-Run
            END-IF
         END-IF.
       EXIT.
      * write the card just finished as the new safe point, with the
      * batch totals as they stand, so a rerun restores both
       CHECKPOINT-RUN.
             Credit-Total " written to PAYCREDIT.".
       EXIT.
      * one proof line per payable card: who, how long, how much, so
      * the supervisor can sign off on totals before the posting run;
      * every field sits at a fixed column for PayVariance to read
       WRITE-PROOF-LINE.
         COMPUTE Proof-Ded = Gross-Pay - Net-Pay.
         MOVE SPACES TO Proof-Record.
         STRING "Emp: " Emp-No
                " Name: " Name
                " Minutes: " Total-Minutes
                " Gross: " Total-Pay
                " Overtime: " OverTime-Pay
                " Slip gross: " Gross-Pay
                " Deductions: " Proof-Ded
                " Net: " Net-Pay
             DELIMITED BY SIZE INTO Proof-Record
         END-STRING.
         WRITE Proof-Record.
         MOVE TC-In-Minute TO In-Minute.
         MOVE TC-Out-Hour TO Out-Hour.
         MOVE TC-Out-Minute TO Out-Minute.
         MOVE TC-Cost-Center TO Card-Center.
         IF Card-Center = Home-Center
            MOVE SPACES TO Card-Center
         END-IF.
         MOVE 0 TO Chg-Count.
         IF Card-Center NOT = SPACES
            MOVE 1 TO Chg-Count
            MOVE Card-Center TO Tbl-Chg-Center(1)
            MOVE 1 TO Tbl-Chg-Minutes(1)
            MOVE 1 TO Chg-Basis-Minutes
         END-IF.
         IF Emp-Found NOT = 1
            MOVE "EMP " TO Rej-Reason
            PERFORM REJECT-TIMECARD
            MOVE "TIME" TO Rej-Reason
            PERFORM REJECT-TIMECARD
         ELSE
         IF TC-Date < Open-Start OR TC-Date > Open-End
            MOVE "PER " TO Rej-Reason
            PERFORM REJECT-TIMECARD
         ELSE
         PERFORM CHECK-DUPLICATE
         IF Dup-Found = 1
            MOVE "DUP " TO Rej-Reason
            PERFORM WRITE-OT-EXCEPTION
         ELSE
            PERFORM CALCULATE
            PERFORM CHECK-SCHEDULE
            IF Proof-Mode = 0
               PERFORM POST-DTR
               PERFORM POST-ATTENDANCE
               IF Card-Center NOT = SPACES
                  PERFORM POST-CHARGE
               END-IF
            END-IF
            IF Batch-Post-Mode = "D" OR Batch-Post-Mode = "d"
               OR Pay-Basis = "M"
               ADD 1 TO Cards-Deferred
               DISPLAY "DTR accumulated for " Name
                   "; pay deferred to semi-monthly rollup."
         END-IF
         END-IF
         END-IF
         END-IF
         END-IF.
         IF Checkpoint-Active = 1
            PERFORM CHECKPOINT-RUN
      * and birthdate-derived age replace whatever the timecard said
       LOOKUP-EMPLOYEE.
         MOVE 0 TO Emp-Found.
         MOVE "H" TO Pay-Basis.
         MOVE SPACES TO Home-Center.
         MOVE Emp-No TO Emp-Number.
         READ Emp-File KEY IS Emp-Number
            INVALID KEY
               ELSE
                  MOVE 1 TO Emp-Found
                  MOVE Emp-Name TO Name
                  MOVE Emp-Cost-Center TO Home-Center
                  IF Emp-Pay-Basis = "M" OR Emp-Pay-Basis = "D"
                     MOVE Emp-Pay-Basis TO Pay-Basis
                  END-IF
                  PERFORM COMPUTE-AGE
               END-IF
         END-READ.
         END-IF.
       EXIT.
      * accumulate today's worked minutes into the weekly DTR file so a
      * later semi-monthly rollup can total several days at once; a
      * monthly-rated employee's minutes always wait for that rollup
       POST-DTR.
         MOVE Emp-No TO DTR-Emp-No.
         MOVE TC-Date TO DTR-Date.
            INVALID KEY
               MOVE Total-Minutes TO DTR-Minutes
               MOVE 0 TO DTR-Leave-Minutes
               IF (Batch-Post-Mode = "P" OR Batch-Post-Mode = "p")
                  AND Pay-Basis NOT = "M"
                  MOVE "Y" TO DTR-Posted
               ELSE
                  MOVE "N" TO DTR-Posted
               END-WRITE
            NOT INVALID KEY
               ADD Total-Minutes TO DTR-Minutes
               IF (Batch-Post-Mode = "P" OR Batch-Post-Mode = "p")
                  AND Pay-Basis NOT = "M"
                  MOVE "Y" TO DTR-Posted
               END-IF
               REWRITE DTR-Record
         END-READ.
       EXIT.
      * the card's minutes on the cost center it charged, so the
      * rollup that pays them - or repays them after a void - splits
      * the period the same way; a day fed twice accumulates
       POST-CHARGE.
         IF Chg-Unavail NOT = 1
            MOVE Emp-No TO Chg-Emp-No
            MOVE TC-Date TO Chg-Date
            MOVE Card-Center TO Chg-Cost-Center
            READ Charge-File KEY IS Chg-Key
               INVALID KEY
                  MOVE Total-Minutes TO Chg-Minutes
                  WRITE Charge-Record
                  END-WRITE
               NOT INVALID KEY
                  ADD Total-Minutes TO Chg-Minutes
                  REWRITE Charge-Record
            END-READ
         END-IF.
       EXIT.
      * measure the card against the shift in force on its date: late
      * past the scheduled time in is tardiness, gone before the
      * scheduled time out is undertime; a card on a scheduled day
      * off, or with no schedule, measures neither
       CHECK-SCHEDULE.
         MOVE 0 TO Tardy-Minutes.
         MOVE 0 TO Under-Minutes.
         MOVE 0 TO Sched-Workday.
         MOVE 0 TO Sch-Found.
         MOVE 1 TO Sch-Ix.
         PERFORM UNTIL Sch-Ix > Sch-Count
            IF Tbl-Sch-Emp-No(Sch-Ix) = Emp-No
               AND Tbl-Sch-Effective(Sch-Ix) <= TC-Date
               MOVE Sch-Ix TO Sch-Found
            END-IF
            ADD 1 TO Sch-Ix
         END-PERFORM.
         IF Sch-Found > 0
            MOVE TC-Date TO Work-Date-Split
            PERFORM COMPUTE-DOW
            IF Tbl-Sch-Works(Sch-Found, Dow-Day) = "Y"
               MOVE 1 TO Sched-Workday
               PERFORM MEASURE-SHIFT
            END-IF
         END-IF.
       EXIT.
       MEASURE-SHIFT.
         COMPUTE Sched-In-Clock =
             Tbl-Sch-In-Hour(Sch-Found, Dow-Day) * 60
             + Tbl-Sch-In-Minute(Sch-Found, Dow-Day).
         COMPUTE Sched-Out-Clock =
             Tbl-Sch-Out-Hour(Sch-Found, Dow-Day) * 60
             + Tbl-Sch-Out-Minute(Sch-Found, Dow-Day).
         COMPUTE Clock-Diff =
             (In-Hour * 60 + In-Minute) - Sched-In-Clock.
         PERFORM WRAP-CLOCK-DIFF.
         IF Clock-Diff > 0
            MOVE Clock-Diff TO Tardy-Minutes
         END-IF.
         COMPUTE Clock-Diff =
             Sched-Out-Clock - (Out-Hour * 60 + Out-Minute).
         PERFORM WRAP-CLOCK-DIFF.
         IF Clock-Diff > 0
            MOVE Clock-Diff TO Under-Minutes
         END-IF.
       EXIT.
       WRAP-CLOCK-DIFF.
         IF Clock-Diff > 720
            COMPUTE Clock-Diff = Clock-Diff - 1440
         END-IF.
         IF Clock-Diff < -720
            COMPUTE Clock-Diff = Clock-Diff + 1440
         END-IF.
       EXIT.
      * a second card the same day (a split shift) keeps the first
      * card's tardiness and takes its own undertime; night work off
      * the schedule is logged too, with no scheduled times
       POST-ATTENDANCE.
         IF Att-Unavail NOT = 1
            AND (Sched-Workday = 1 OR Night-Minutes > 0)
            IF Sched-Workday = 0
               MOVE 0 TO Sched-In-Clock
               MOVE 0 TO Sched-Out-Clock
            END-IF
            MOVE Emp-No TO Att-Emp-No
            MOVE TC-Date TO Att-Date
            READ Att-File KEY IS Att-Key
               INVALID KEY
                  MOVE Sched-In-Clock TO Att-Sched-In
                  MOVE Sched-Out-Clock TO Att-Sched-Out
                  MOVE Tardy-Minutes TO Att-Tardy-Minutes
                  MOVE Under-Minutes TO Att-Under-Minutes
                  MOVE Night-Minutes TO Att-Night-Minutes
                  WRITE Att-Record
                  END-WRITE
               NOT INVALID KEY
                  MOVE Att-Tardy-Minutes TO Tardy-Minutes
                  MOVE Under-Minutes TO Att-Under-Minutes
                  ADD Night-Minutes TO Att-Night-Minutes
                  REWRITE Att-Record
            END-READ
         END-IF.
       EXIT.
      * post an approved leave as paid non-worked minutes into the
      * period's DTR, drawing the vacation or sick balance down; the
      * semi-monthly rollup pays it as its own payslip line
         END-READ.
       EXIT.
       POST-LEAVE.
         IF Leave-Date < Open-Start OR Leave-Date > Open-End
            DISPLAY "Leave date " Leave-Date " is outside the open "
                "period " Open-Start " to " Open-End "; leave entry "
                "cancelled."
         ELSE
         IF Leave-Type NOT = "V" AND Leave-Type NOT = "v"
            AND Leave-Type NOT = "S" AND Leave-Type NOT = "s"
            DISPLAY "Leave type must be V or S; leave entry cancelled."
               PERFORM POST-LEAVE-DTR
            END-IF
         END-IF
         END-IF
         END-IF.
       EXIT.
       POST-LEAVE-DTR.
       EXIT.
      * roll one employee's weekly DTR entries for a period into a
      * single semi-monthly payslip instead of paying one shift at a time
      * - the period rolled up is the keyed cutoff's, off PAYCAL
       SEMI-MONTHLY-RUN.
         IF Emp-Unavail = 1
      * the DTR file is keyed by employee number, so the rollup still
            DISPLAY "Age: " WITH NO ADVANCING
            ACCEPT Age
         ELSE
            DISPLAY "Employee number (0 = every monthly-rated "
                "employee): " WITH NO ADVANCING
            ACCEPT Emp-No
            IF Emp-No NOT = 0
               PERFORM LOOKUP-EMPLOYEE
               IF Emp-Found NOT = 1
                  DISPLAY "Not an active employee on EMPMASTER; "
                      "rollup cancelled."
               END-IF
            END-IF
         END-IF.
         IF Emp-Unavail NOT = 1 AND Emp-No = 0
            PERFORM SALARY-RUN
         ELSE
         IF Emp-Unavail NOT = 1 AND Emp-Found NOT = 1
            CONTINUE
         ELSE
            PERFORM SEMI-ROLLUP
         END-IF
         END-IF.
       EXIT.
      * every active monthly-rated employee for one period in a single
      * pass, each through the same rollup, deductions, register and
      * payslip as a one-employee rollup, with net pay credited on
      * PAYCREDIT/BANKPAY the way a paying batch run credits it -
      * apply them through PayCredit before the next paying run
      * rewrites them
       SALARY-RUN.
         MOVE Open-Start TO Period-Start.
         MOVE Open-End TO Period-End.
         MOVE 1 TO Salary-Run-Active.
         MOVE 0 TO Salary-Count.
         OPEN OUTPUT Credit-File.
         MOVE 1 TO Credit-Active.
         MOVE 0 TO Credit-Count.
         MOVE 0 TO Credit-Total.
         OPEN OUTPUT Bank-File.
         MOVE 0 TO Bank-Count.
         MOVE 0 TO Bank-Total.
         MOVE 0 TO Emp-Eof.
         PERFORM UNTIL Emp-Eof = 1
            READ Emp-File NEXT RECORD
               AT END
                  MOVE 1 TO Emp-Eof
               NOT AT END
                  IF Emp-Active NOT = "T" AND Emp-Pay-Basis = "M"
                     PERFORM PAY-ONE-SALARY
                  END-IF
            END-READ
         END-PERFORM.
         PERFORM WRITE-CREDIT-TRAILER.
         CLOSE Credit-File.
         PERFORM WRITE-BANK-TRAILER.
         CLOSE Bank-File.
         MOVE 0 TO Credit-Active.
         MOVE 0 TO Salary-Run-Active.
         DISPLAY Salary-Count " monthly-rated employee(s) paid for "
             Period-Start " to " Period-End ".".
       EXIT.
       PAY-ONE-SALARY.
         MOVE Emp-Number TO Emp-No.
         PERFORM LOOKUP-EMPLOYEE.
         PERFORM SEMI-ROLLUP.
         ADD 1 TO Salary-Count.
       EXIT.
      * the rollup itself, once the employee is known to be payable
       SEMI-ROLLUP.
         PERFORM OPEN-PAYSLIPS.
         IF Salary-Run-Active = 0
            MOVE Open-Start TO Period-Start
            MOVE Open-End TO Period-End
            DISPLAY "Rolling up " Period-Start " to " Period-End
                " for cutoff " Cutoff-Date "."
         END-IF.
         MOVE 0 TO Period-Total-Minutes.
         MOVE 0 TO Period-Leave-Minutes.
         MOVE 0 TO Period-Premium-Minutes.
         MOVE 0 TO Chg-Count.
         MOVE 0 TO DTR-Eof.
         CLOSE DTR-File.
         OPEN INPUT DTR-File.
                     AND DTR-Posted NOT = "Y"
                     ADD DTR-Minutes TO Period-Total-Minutes
                     ADD DTR-Leave-Minutes TO Period-Leave-Minutes
                     IF Pay-Basis = "M"
                        PERFORM WEIGH-PREMIUM-MINUTES
                     END-IF
                     PERFORM GATHER-DATE-CHARGES
                  END-IF
            END-READ
         END-PERFORM.
         CLOSE DTR-File.
         OPEN I-O DTR-File.
         MOVE Period-Total-Minutes TO Chg-Basis-Minutes.
         PERFORM SUM-PERIOD-ATTENDANCE.
         PERFORM SEMI-CALCULATE.
         PERFORM COMPUTE-DEDUCTIONS.
         PERFORM PRINT.
         MOVE 1 TO Run-Count.
         MOVE Normal-Pay TO Run-Normal.
         MOVE Tax-Ded TO Run-Tax.
         MOVE Net-Pay TO Run-Net.
         PERFORM POST-REGISTER.
         IF Credit-Active = 1 AND Emp-Acct-No > 0
            PERFORM WRITE-CREDIT-DETAIL
         ELSE
            IF Credit-Active = 1 AND Emp-Bank-Acct > 0
               PERFORM WRITE-BANK-DETAIL
            END-IF
         END-IF.
       EXIT.
      * the minutes each card of this date charged away from home,
      * summed per cost center over the period being rolled up
       GATHER-DATE-CHARGES.
         IF Chg-Unavail NOT = 1
            MOVE DTR-Emp-No TO Chg-Emp-No
            MOVE DTR-Date TO Chg-Date
            MOVE LOW-VALUES TO Chg-Cost-Center
            MOVE 0 TO Chg-Eof
            START Charge-File KEY IS NOT LESS THAN Chg-Key
               INVALID KEY MOVE 1 TO Chg-Eof
            END-START
            PERFORM UNTIL Chg-Eof = 1
               READ Charge-File NEXT RECORD
                  AT END MOVE 1 TO Chg-Eof
                  NOT AT END
                     IF Chg-Emp-No NOT = DTR-Emp-No
                        OR Chg-Date NOT = DTR-Date
                        MOVE 1 TO Chg-Eof
                     ELSE
                        PERFORM ADD-DATE-CHARGE
                     END-IF
               END-READ
            END-PERFORM
         END-IF.
       EXIT.
       ADD-DATE-CHARGE.
         MOVE 0 TO Chg-Found.
         MOVE 1 TO Chg-Ix.
         PERFORM UNTIL Chg-Ix > Chg-Count
            IF Tbl-Chg-Center(Chg-Ix) = Chg-Cost-Center
               MOVE Chg-Ix TO Chg-Found
            END-IF
            ADD 1 TO Chg-Ix
         END-PERFORM.
         IF Chg-Found = 0
            IF Chg-Cost-Center = Home-Center
               CONTINUE
            ELSE
            IF Chg-Count < 10
               ADD 1 TO Chg-Count
               MOVE Chg-Count TO Chg-Found
               MOVE Chg-Cost-Center TO Tbl-Chg-Center(Chg-Found)
               MOVE 0 TO Tbl-Chg-Minutes(Chg-Found)
            ELSE
               DISPLAY "More than 10 cost centers charged for " Name
                   "; " Chg-Cost-Center " stays on the home cost "
                   "center."
            END-IF
            END-IF
         END-IF.
         IF Chg-Found > 0
            ADD Chg-Minutes TO Tbl-Chg-Minutes(Chg-Found)
         END-IF.
       EXIT.
      * a monthly-rated employee's holiday and rest-day premium is
      * priced per date, so each DTR date's minutes are weighed by
      * the premium portion of that date's multiplier
       WEIGH-PREMIUM-MINUTES.
         MOVE DTR-Date TO TC-Date.
         PERFORM SET-DAY-MULT.
         COMPUTE Period-Premium-Minutes = Period-Premium-Minutes
             + DTR-Minutes * (Day-Mult - 1.00).
       EXIT.
      * the period's tardiness, undertime and night minutes for the
      * rollup payslip, off the same ATTENDLOG the batch cards posted
       SUM-PERIOD-ATTENDANCE.
         MOVE 0 TO Tardy-Minutes.
         MOVE 0 TO Under-Minutes.
         MOVE 0 TO Period-Night-Minutes.
         IF Att-Unavail NOT = 1
            MOVE 0 TO Att-Eof
            CLOSE Att-File
            OPEN INPUT Att-File
            PERFORM UNTIL Att-Eof = 1
               READ Att-File NEXT RECORD
                  AT END
                     MOVE 1 TO Att-Eof
                  NOT AT END
                     IF Att-Emp-No = Emp-No
                        AND Att-Date >= Period-Start
                        AND Att-Date <= Period-End
                        ADD Att-Tardy-Minutes TO Tardy-Minutes
                        ADD Att-Under-Minutes TO Under-Minutes
                        ADD Att-Night-Minutes TO Period-Night-Minutes
                     END-IF
               END-READ
            END-PERFORM
            CLOSE Att-File
            OPEN I-O Att-File
         END-IF.
       EXIT.
      * same pay-rate math as CALCULATE, but against a whole period's
      * accumulated DTR minutes instead of one day's Time-In/Time-Out
       SEMI-CALCULATE.
         MOVE 0 TO Absent-Days.
         MOVE 0 TO Absence-Ded.
         PERFORM LOOKUP-RATE.
         COMPUTE Period-Normal-Minutes = Period-Normal-Hours * 60.
         IF Period-Total-Minutes <= Period-Normal-Minutes
         MOVE 0 TO Premium-Pay.
         MOVE 0 TO Night-Pay.
         COMPUTE Total-Pay = Normal-Pay + OverTime-Pay + Leave-Pay.
         IF Pay-Basis = "M"
            PERFORM SALARY-ADJUST
         END-IF.
       EXIT.
      * a monthly-rated employee earns half the salary a cutoff; the
      * minutes priced above only count for the overtime past the
      * period's normal hours. Unexplained absences come off at the
      * day-rate equivalent and tardiness and undertime at the hour
      * rate, and paid leave is already inside the salary. Holiday
      * and rest-day premium and night differential still come from
      * the DTR, weighed per date and summed off ATTENDLOG.
       SALARY-ADJUST.
         COMPUTE Salary-Half ROUNDED = Monthly-Rate / 2.
         PERFORM COUNT-ABSENT-DAYS.
         COMPUTE Absence-Ded ROUNDED = Absent-Days * Daily-Equiv
             + (Tardy-Minutes + Under-Minutes) * Normal-Rate / 60.00.
         IF Absence-Ded > Salary-Half
            MOVE Salary-Half TO Absence-Ded
         END-IF.
         COMPUTE Normal-Pay = Salary-Half - Absence-Ded.
         MOVE 0 TO Leave-Pay.
         COMPUTE Premium-Pay ROUNDED =
             Period-Premium-Minutes * Normal-Rate / 60.00.
         COMPUTE Night-Pay ROUNDED =
             Period-Night-Minutes * Normal-Rate / 60.00
             * (Night-Diff-Mult - 1.00).
         IF Age >= Senior-Age-Limit
            COMPUTE Premium-Pay ROUNDED =
                Premium-Pay * Senior-Differential
            COMPUTE Night-Pay ROUNDED = Night-Pay * Senior-Differential
         END-IF.
         COMPUTE Total-Pay = Normal-Pay + OverTime-Pay + Premium-Pay
             + Night-Pay.
       EXIT.
      * scheduled workdays in the period, from the hire date on and
      * off the holiday calendar, with neither worked minutes nor
      * posted leave on WEEKLYDTR - the test AttendCheck lists
      * unexplained absences by; with no schedule nothing is missed
       COUNT-ABSENT-DAYS.
         MOVE 0 TO Absent-Days.
         MOVE 0 TO Sch-Any.
         MOVE 1 TO Sch-Ix.
         PERFORM UNTIL Sch-Ix > Sch-Count
            IF Tbl-Sch-Emp-No(Sch-Ix) = Emp-No
               MOVE 1 TO Sch-Any
            END-IF
            ADD 1 TO Sch-Ix
         END-PERFORM.
         IF Sch-Any = 0
            DISPLAY "No schedule on SHIFTSCHED for " Name
                "; no absences deducted."
         ELSE
            MOVE Period-Start TO Absent-Date
            PERFORM CHECK-ABSENT-DAY UNTIL Absent-Date > Period-End
         END-IF.
       EXIT.
       CHECK-ABSENT-DAY.
         IF Absent-Date >= Emp-Hire-Date
            MOVE 0 TO Sch-Found
            MOVE 1 TO Sch-Ix
            PERFORM UNTIL Sch-Ix > Sch-Count
               IF Tbl-Sch-Emp-No(Sch-Ix) = Emp-No
                  AND Tbl-Sch-Effective(Sch-Ix) <= Absent-Date
                  MOVE Sch-Ix TO Sch-Found
               END-IF
               ADD 1 TO Sch-Ix
            END-PERFORM
            MOVE 0 TO Is-Holiday
            MOVE 1 TO Hol-Ix
            PERFORM UNTIL Hol-Ix > Hol-Count
               IF Tbl-Hol-Date(Hol-Ix) = Absent-Date
                  MOVE 1 TO Is-Holiday
               END-IF
               ADD 1 TO Hol-Ix
            END-PERFORM
            IF Sch-Found > 0 AND Is-Holiday = 0
               MOVE Absent-Date TO Work-Date-Split
               PERFORM COMPUTE-DOW
               IF Tbl-Sch-Works(Sch-Found, Dow-Day) = "Y"
                  PERFORM CHECK-ABSENT-DTR
               END-IF
            END-IF
         END-IF.
         PERFORM NEXT-ABSENT-DATE.
       EXIT.
       CHECK-ABSENT-DTR.
         MOVE Emp-No TO DTR-Emp-No.
         MOVE Absent-Date TO DTR-Date.
         READ DTR-File KEY IS DTR-Key
            INVALID KEY
               ADD 1 TO Absent-Days
            NOT INVALID KEY
               IF DTR-Minutes = 0 AND DTR-Leave-Minutes = 0
                  ADD 1 TO Absent-Days
               END-IF
         END-READ.
       EXIT.
       NEXT-ABSENT-DATE.
         MOVE Absent-Date TO Work-Date-Split.
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
         MOVE Work-Date-Split TO Absent-Date.
       EXIT.
      * price the date worked: a regular holiday or special non-working
      * day from the calendar wins, then the employee's rest day; a
         COMPUTE Dow-Day = Zel-H - (Zel-T1 * 7) + 1.
       EXIT.
      * gross to net: find the bracket each statutory deduction says
      * this gross falls in and take Amount plus Rate over the floor;
      * taxable coded earnings are priced with the pay, exempt ones
      * only swell the gross
       COMPUTE-DEDUCTIONS.
         PERFORM GATHER-ADJUSTMENTS.
         COMPUTE Ded-Base = Total-Pay + Earn-Taxable.
         COMPUTE Gross-Pay = Ded-Base + Earn-Exempt.
         MOVE 0 TO SSS-Ded.
         MOVE 0 TO PhilH-Ded.
         MOVE 0 TO PagIbig-Ded.
         MOVE 0 TO Tax-Ded.
         MOVE 1 TO Ded-Ix.
         PERFORM UNTIL Ded-Ix > Ded-Count
            IF Ded-Base >= Tbl-Ded-Floor(Ded-Ix)
               AND Ded-Base <= Tbl-Ded-Ceiling(Ded-Ix)
               COMPUTE Ded-Work ROUNDED = Tbl-Ded-Amount(Ded-Ix)
                   + (Ded-Base - Tbl-Ded-Floor(Ded-Ix))
                   * Tbl-Ded-Rate(Ded-Ix)
               IF Tbl-Ded-Type(Ded-Ix) = "S"
                  MOVE Ded-Work TO SSS-Ded
            MOVE Gross-Pay TO Deduct-Total
         END-IF.
         COMPUTE Net-Pay = Gross-Pay - Deduct-Total.
         PERFORM TAKE-OTHER-DEDUCTIONS.
         PERFORM COMPUTE-LOAN-DEDUCTION.
         IF Proof-Mode = 0
            PERFORM POST-ADJUSTMENTS
         END-IF.
       EXIT.
      * the employee's PAYADJ entries due this cutoff: a one-time
      * entry not yet applied whose cutoff has come, a recurring one
      * inside its dates not yet applied this cutoff - so a second
      * payslip in the same cutoff never pays an allowance twice
       GATHER-ADJUSTMENTS.
         MOVE 0 TO Earn-Taxable.
         MOVE 0 TO Earn-Exempt.
         MOVE 0 TO Earn-13th.
         MOVE 0 TO Other-Ded.
         MOVE 0 TO Slip-Adj-Count.
         IF Adj-Unavail NOT = 1 AND Emp-No > 0
            MOVE Emp-No TO Adj-Emp-No
            MOVE 0 TO Adj-Seq
            MOVE 0 TO Adj-Eof
            START Adj-File KEY IS NOT LESS THAN Adj-Key
               INVALID KEY MOVE 1 TO Adj-Eof
            END-START
            PERFORM UNTIL Adj-Eof = 1
               READ Adj-File NEXT RECORD
                  AT END MOVE 1 TO Adj-Eof
                  NOT AT END
                     IF Adj-Emp-No NOT = Emp-No
                        MOVE 1 TO Adj-Eof
                     ELSE
                        PERFORM CHECK-ADJ-ENTRY
                     END-IF
               END-READ
            END-PERFORM
         END-IF.
       EXIT.
       CHECK-ADJ-ENTRY.
         MOVE 0 TO Adj-Due.
         IF Adj-Type = "O" AND Adj-Start <= Cutoff-Date
            AND Adj-Applied = 0
            MOVE 1 TO Adj-Due
         END-IF.
         IF Adj-Type = "R" AND Adj-Start <= Cutoff-Date
            AND Adj-End >= Cutoff-Date AND Adj-Applied < Cutoff-Date
            MOVE 1 TO Adj-Due
         END-IF.
         IF Adj-Due = 1
            MOVE 0 TO Code-Found
            MOVE 1 TO Code-Ix
            PERFORM UNTIL Code-Ix > Code-Count
               IF Tbl-Pc-Code(Code-Ix) = Adj-Code
                  MOVE Code-Ix TO Code-Found
                  MOVE Code-Count TO Code-Ix
               END-IF
               ADD 1 TO Code-Ix
            END-PERFORM
            IF Code-Found = 0
               DISPLAY "Pay code " Adj-Code " on PAYADJ entry "
                   Adj-Seq " for " Name " is not on PAYCODES; "
                   "entry skipped."
            ELSE
            IF Slip-Adj-Count >= 20
               DISPLAY "More than 20 PAYADJ entries due for " Name
                   "; entry " Adj-Seq " waits for the next cutoff."
            ELSE
               PERFORM ADD-SLIP-ADJ
            END-IF
            END-IF
         END-IF.
       EXIT.
       ADD-SLIP-ADJ.
         ADD 1 TO Slip-Adj-Count.
         MOVE Adj-Seq TO Slip-Adj-Seq(Slip-Adj-Count).
         MOVE Code-Found TO Slip-Adj-Code-Ix(Slip-Adj-Count).
         MOVE Adj-Amount TO Slip-Adj-Amount(Slip-Adj-Count).
         MOVE "N" TO Slip-Adj-Taken(Slip-Adj-Count).
         IF Tbl-Pc-Kind(Code-Found) = "E"
            MOVE "Y" TO Slip-Adj-Taken(Slip-Adj-Count)
            IF Tbl-Pc-Taxable(Code-Found) = "Y"
               ADD Adj-Amount TO Earn-Taxable
            ELSE
               ADD Adj-Amount TO Earn-Exempt
            END-IF
            IF Tbl-Pc-13th(Code-Found) = "Y"
               ADD Adj-Amount TO Earn-13th
            END-IF
         END-IF.
       EXIT.
      * other deductions in entry order, whole or not at all: one
      * that would push net below the floor is held, and a one-time
      * entry held this way stays due for the next cutoff
       TAKE-OTHER-DEDUCTIONS.
         MOVE 1 TO Slip-Adj-Ix.
         PERFORM UNTIL Slip-Adj-Ix > Slip-Adj-Count
            MOVE Slip-Adj-Code-Ix(Slip-Adj-Ix) TO Code-Ix
            IF Tbl-Pc-Kind(Code-Ix) = "D"
               PERFORM TAKE-ONE-DEDUCTION
            END-IF
            ADD 1 TO Slip-Adj-Ix
         END-PERFORM.
       EXIT.
       TAKE-ONE-DEDUCTION.
         IF Net-Pay > Net-Pay-Floor
            COMPUTE Adj-Room = Net-Pay - Net-Pay-Floor
         ELSE
            MOVE 0 TO Adj-Room
         END-IF.
         IF Slip-Adj-Amount(Slip-Adj-Ix) > Adj-Room
            DISPLAY Tbl-Pc-Desc(Code-Ix) " for " Name " held: net "
                "pay at the floor this cutoff."
         ELSE
            COMPUTE Net-Pay = Net-Pay - Slip-Adj-Amount(Slip-Adj-Ix)
            ADD Slip-Adj-Amount(Slip-Adj-Ix) TO Other-Ded
            MOVE "Y" TO Slip-Adj-Taken(Slip-Adj-Ix)
         END-IF.
       EXIT.
      * on a posting run each entry paid or taken is stamped with the
      * cutoff and its amount rolled into PAYADJHIST under its code
       POST-ADJUSTMENTS.
         MOVE 1 TO Slip-Adj-Ix.
         PERFORM UNTIL Slip-Adj-Ix > Slip-Adj-Count
            IF Slip-Adj-Taken(Slip-Adj-Ix) = "Y"
               PERFORM POST-ONE-ADJUSTMENT
            END-IF
            ADD 1 TO Slip-Adj-Ix
         END-PERFORM.
       EXIT.
       POST-ONE-ADJUSTMENT.
         MOVE Slip-Adj-Code-Ix(Slip-Adj-Ix) TO Code-Ix.
         MOVE Emp-No TO Adj-Emp-No.
         MOVE Slip-Adj-Seq(Slip-Adj-Ix) TO Adj-Seq.
         READ Adj-File KEY IS Adj-Key
            INVALID KEY
               CONTINUE
            NOT INVALID KEY
               MOVE Cutoff-Date TO Adj-Applied
               REWRITE Adj-Record
         END-READ.
         IF Ph-Unavail NOT = 1
            MOVE Cutoff-Date TO Ph-Cutoff-Date
            MOVE Emp-No TO Ph-Emp-No
            MOVE Tbl-Pc-Code(Code-Ix) TO Ph-Code
            READ Adj-Hist-File KEY IS Ph-Key
               INVALID KEY
                  MOVE Tbl-Pc-Kind(Code-Ix) TO Ph-Kind
                  MOVE Tbl-Pc-GL-Acct(Code-Ix) TO Ph-GL-Acct
                  MOVE Slip-Adj-Amount(Slip-Adj-Ix) TO Ph-Amount
                  WRITE Adj-Hist-Record
                  END-WRITE
               NOT INVALID KEY
                  ADD Slip-Adj-Amount(Slip-Adj-Ix) TO Ph-Amount
                  REWRITE Adj-Hist-Record
            END-READ
         END-IF.
       EXIT.
      * amortize any outstanding cash advance out of this net pay:
      * never more than the balance, never past the net-pay floor,
         MOVE Emp-No TO Rate-Emp-No.
         MOVE 65.00 TO Normal-Rate.
         MOVE 115.00 TO OT-Rate.
         MOVE 0 TO Monthly-Rate.
         IF Rate-Unavail NOT = 1
            READ Rate-File KEY IS Rate-Emp-No
               INVALID KEY
               NOT INVALID KEY
                  MOVE Rate-Normal TO Normal-Rate
                  MOVE Rate-Overtime TO OT-Rate
                  MOVE Rate-Monthly TO Monthly-Rate
            END-READ
         END-IF.
         IF Pay-Basis = "M"
            PERFORM SET-SALARY-RATES
         END-IF.
       EXIT.
      * the monthly salary's day and hour equivalents; with no salary
      * keyed the employee is paid by the hour like the crew, not
      * sent home with nothing
       SET-SALARY-RATES.
         IF Monthly-Rate = 0
            DISPLAY "No monthly salary on PAYRATES for " Name
                "; paid by the hour this cutoff."
            MOVE "H" TO Pay-Basis
         ELSE
            COMPUTE Daily-Equiv ROUNDED =
                Monthly-Rate * 12 / Annual-Work-Days
            COMPUTE Normal-Rate ROUNDED = Daily-Equiv / 8
            IF OT-Rate = 0
               COMPUTE OT-Rate ROUNDED = Normal-Rate * 1.25
            END-IF
         END-IF.
       EXIT.
      * function for computing the salary
       CALCULATE.
         MOVE 0 TO Absent-Days.
         MOVE 0 TO Absence-Ded.
         PERFORM LOOKUP-RATE.
         PERFORM COMPUTE-SHIFT-MINUTES.
         IF Age < Minor-Age-Limit
         IF Leave-Pay > 0
            DISPLAY "Leave Pay: "Leave-Pay" pesos"
         END-IF.
         IF Tardy-Minutes > 0 OR Under-Minutes > 0
            DISPLAY "Tardiness: "Tardy-Minutes" min Undertime: "
                Under-Minutes" min"
         END-IF.
         IF Absence-Ded > 0
            DISPLAY "Monthly salary less "Absent-Days" absent day(s) "
                "and tardiness: "Absence-Ded" pesos"
         END-IF.
         MOVE 1 TO Slip-Adj-Ix.
         PERFORM UNTIL Slip-Adj-Ix > Slip-Adj-Count
            MOVE Slip-Adj-Code-Ix(Slip-Adj-Ix) TO Code-Ix
            IF Tbl-Pc-Kind(Code-Ix) = "E"
               DISPLAY Tbl-Pc-Desc(Code-Ix)": "
                   Slip-Adj-Amount(Slip-Adj-Ix)" pesos"
            END-IF
            ADD 1 TO Slip-Adj-Ix
         END-PERFORM.
         DISPLAY "Gross Pay: "Gross-Pay" pesos".
         DISPLAY "SSS: "SSS-Ded" PhilHealth: "PhilH-Ded.
         DISPLAY "Pag-IBIG: "PagIbig-Ded" W/Tax: "Tax-Ded.
         MOVE 1 TO Slip-Adj-Ix.
         PERFORM UNTIL Slip-Adj-Ix > Slip-Adj-Count
            MOVE Slip-Adj-Code-Ix(Slip-Adj-Ix) TO Code-Ix
            IF Tbl-Pc-Kind(Code-Ix) = "D"
               AND Slip-Adj-Taken(Slip-Adj-Ix) = "Y"
               DISPLAY "Less "Tbl-Pc-Desc(Code-Ix)": "
                   Slip-Adj-Amount(Slip-Adj-Ix)" pesos"
            END-IF
            ADD 1 TO Slip-Adj-Ix
         END-PERFORM.
         IF Loan-Ded > 0
            DISPLAY "Loan Amortization: "Loan-Ded" pesos "
                "(balance "Loan-Balance")"
                " W/Tax: " Tax-Ded
                " Loan: " Loan-Ded
                " Net Pay: " Net-Pay " pesos"
                " Tardy: " Tardy-Minutes
                " Under: " Under-Minutes
                " Basis: " Pay-Basis
                " Absent: " Absent-Days
                " Less: " Absence-Ded
                " Allow-Tax: " Earn-Taxable
                " Allow-Exempt: " Earn-Exempt
                " Other Ded: " Other-Ded
             DELIMITED BY SIZE INTO Payslip-Record
         END-STRING.
       EXIT.
               MOVE Tax-Ded TO Det-Tax
               MOVE Net-Pay TO Det-Net
               MOVE Batch-Site TO Det-Site
               MOVE Earn-Taxable TO Det-Earn-Taxable
               MOVE Earn-Exempt TO Det-Earn-Exempt
               MOVE Earn-13th TO Det-Earn-13th
               MOVE Other-Ded TO Det-Other-Ded
               MOVE Home-Center TO Det-Cost-Center
               WRITE Detail-Record
               END-WRITE
            NOT INVALID KEY
               ADD PagIbig-Ded TO Det-PagIbig
               ADD Tax-Ded TO Det-Tax
               ADD Net-Pay TO Det-Net
               ADD Earn-Taxable TO Det-Earn-Taxable
               ADD Earn-Exempt TO Det-Earn-Exempt
               ADD Earn-13th TO Det-Earn-13th
               ADD Other-Ded TO Det-Other-Ded
               MOVE Home-Center TO Det-Cost-Center
               IF Batch-Site NOT = SPACES
                  IF Det-Site = SPACES
                     MOVE Batch-Site TO Det-Site
               END-IF
               REWRITE Detail-Record
         END-READ.
         IF Emp-No > 0 AND Ld-Unavail NOT = 1
            PERFORM POST-LABOR
         END-IF.
       EXIT.
      * the payslip's pay and statutory shares by cost center: each
      * cost center a card charged takes its minutes' proportion of
      * every part, and the home cost center takes what is left - so
      * leave pay, and rounding, always land at home and the parts
      * always add back to the payslip
       POST-LABOR.
         MOVE Normal-Pay TO Part-Whole(1).
         MOVE OverTime-Pay TO Part-Whole(2).
         MOVE Premium-Pay TO Part-Whole(3).
         MOVE Night-Pay TO Part-Whole(4).
         MOVE SSS-Ded TO Part-Whole(5).
         MOVE PhilH-Ded TO Part-Whole(6).
         MOVE PagIbig-Ded TO Part-Whole(7).
         MOVE 1 TO Part-Ix.
         PERFORM UNTIL Part-Ix > 7
            MOVE Part-Whole(Part-Ix) TO Part-Left(Part-Ix)
            ADD 1 TO Part-Ix
         END-PERFORM.
         IF Chg-Basis-Minutes > 0
            MOVE 1 TO Chg-Ix
            PERFORM UNTIL Chg-Ix > Chg-Count
               PERFORM SPLIT-ONE-CHARGE
               MOVE Tbl-Chg-Center(Chg-Ix) TO Ld-Cost-Center
               PERFORM ADD-LABOR-RECORD
               ADD 1 TO Chg-Ix
            END-PERFORM
         END-IF.
         ADD Leave-Pay TO Part-Left(1).
         MOVE 0 TO Part-Sum.
         MOVE 1 TO Part-Ix.
         PERFORM UNTIL Part-Ix > 7
            MOVE Part-Left(Part-Ix) TO Part-Share(Part-Ix)
            ADD Part-Left(Part-Ix) TO Part-Sum
            ADD 1 TO Part-Ix
         END-PERFORM.
         IF Part-Sum > 0 OR Chg-Count = 0
            MOVE Home-Center TO Ld-Cost-Center
            PERFORM ADD-LABOR-RECORD
         END-IF.
       EXIT.
       SPLIT-ONE-CHARGE.
         MOVE 1 TO Part-Ix.
         PERFORM UNTIL Part-Ix > 7
            COMPUTE Part-Share(Part-Ix) ROUNDED = Part-Whole(Part-Ix)
                * Tbl-Chg-Minutes(Chg-Ix) / Chg-Basis-Minutes
            IF Part-Share(Part-Ix) > Part-Left(Part-Ix)
               MOVE Part-Left(Part-Ix) TO Part-Share(Part-Ix)
            END-IF
            SUBTRACT Part-Share(Part-Ix) FROM Part-Left(Part-Ix)
            ADD 1 TO Part-Ix
         END-PERFORM.
       EXIT.
      * a second payslip for the same cutoff, employee and cost
      * center accumulates, like REGDETAIL
       ADD-LABOR-RECORD.
         MOVE Cutoff-Date TO Ld-Cutoff.
         MOVE Emp-No TO Ld-Emp-No.
         READ Labor-File KEY IS Ld-Key
            INVALID KEY
               MOVE Part-Share(1) TO Ld-Normal
               MOVE Part-Share(2) TO Ld-Overtime
               MOVE Part-Share(3) TO Ld-Premium
               MOVE Part-Share(4) TO Ld-Night
               MOVE Part-Share(5) TO Ld-SSS
               MOVE Part-Share(6) TO Ld-PhilH
               MOVE Part-Share(7) TO Ld-PagIbig
               WRITE Labor-Record
               END-WRITE
            NOT INVALID KEY
               ADD Part-Share(1) TO Ld-Normal
               ADD Part-Share(2) TO Ld-Overtime
               ADD Part-Share(3) TO Ld-Premium
               ADD Part-Share(4) TO Ld-Night
               ADD Part-Share(5) TO Ld-SSS
               ADD Part-Share(6) TO Ld-PhilH
               ADD Part-Share(7) TO Ld-PagIbig
               REWRITE Labor-Record
         END-READ.
       EXIT.
      * END OF PROGRAM

      * the bank side's answer to the payroll run's RUNCONTROL: a
      * business-date run-control file (BANKRUNCTL) recording each
      * nightly job's completion. The operator clears a job before
      * running it - the agreed order CheckClear, InwardClear,
      * Dormancy, StandingOrders, PostInterest, TDMature, LoanDebit,
      * Reconcile, AmlWatch, MemberNotices, AcctBackup is enforced,
      * and a second run of a completed job needs a supervisor
      * override against OPERATORS.DAT (PostInterest run twice
      * credits interest twice).
      * The morning status option prints one line per job on
      * RUNSTATRPT so the first person in can see what actually ran.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
          02 Opr-Pin pic 9(4).
          02 Opr-Role pic X.
          02 Opr-Active pic X.
          02 Opr-Branch pic X(3).
       FD Report-File.
       01 Report-Record pic X(100).
       WORKING-STORAGE SECTION.
       77 Oper-ID-In pic X(8).
      * the agreed nightly order; a job may only run once every job
      * ahead of it on this list is complete for the date
       77 Job-Count pic 9(2) VALUE 11.
       77 Job-Ix pic 9(2).
       77 Pick-Ix pic 9(2).
       77 Dep-Ix pic 9(2).
       01 Job-Table.
          02 FILLER pic X(10) VALUE "CHECKCLEAR".
          02 FILLER pic X(10) VALUE "INWCLEAR".
          02 FILLER pic X(10) VALUE "DORMANCY".
          02 FILLER pic X(10) VALUE "STANDORD".
          02 FILLER pic X(10) VALUE "POSTINT".
          02 FILLER pic X(10) VALUE "TDMATURE".
          02 FILLER pic X(10) VALUE "LOANDEBIT".
          02 FILLER pic X(10) VALUE "RECONCILE".
          02 FILLER pic X(10) VALUE "AMLWATCH".
          02 FILLER pic X(10) VALUE "NOTICES".
          02 FILLER pic X(10) VALUE "ACCTBKP".
       01 Job-List REDEFINES Job-Table.
          02 Job-Name pic X(10) OCCURS 11 TIMES.
       77 Dep-Ok pic 9.
       77 Job-State pic X.
       77 State-Run-Count pic 9(3).

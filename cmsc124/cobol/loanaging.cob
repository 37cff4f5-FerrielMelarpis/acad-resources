      * monthly member-loan delinquency aging report
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
       PROGRAM-ID. LoanAging.
       AUTHOR. FerrielMelarpis.
      * ages every active loan on LOANMAST as of a date by how many
      * days its oldest unpaid installment (the next due date) is
      * past due, and buckets them current / 1-30 / 31-60 / 61-90 /
      * over 90 days. Each past-due loan gets a detail line on
      * LNAGERPT; the report closes with the count and outstanding
      * principal per bucket. Days are counted off a day number
      * worked from the calendar date, so no intrinsic is needed.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT Loan-File ASSIGN TO "LOANMAST"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS Ln-No
           ALTERNATE RECORD KEY IS Ln-Acct WITH DUPLICATES
           FILE STATUS IS Loan-Status.
       SELECT Report-File ASSIGN TO "LNAGERPT"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD Loan-File.
       01 Loan-Record.
          02 Ln-No pic 9(6).
          02 Ln-Acct pic 9(6).
          02 Ln-Principal pic 9(7)V99.
          02 Ln-Rate pic 9V9999.
          02 Ln-Term pic 9(3).
          02 Ln-Amort pic 9(7)V99.
          02 Ln-Release-Date pic 9(8).
          02 Ln-Next-Due pic 9(8).
          02 Ln-Due-Day pic 99.
          02 Ln-Balance pic 9(7)V99.
          02 Ln-Paid-Count pic 9(3).
          02 Ln-Auto-Debit pic X.
          02 Ln-State pic X.
          02 Ln-Op pic X(8).
          02 Ln-Approved pic X(8).
          02 Ln-Int-Taken pic 9(7)V99.
          02 Ln-Paid-Toward pic 9(7)V99.
       FD Report-File.
       01 Report-Record pic X(120).
       WORKING-STORAGE SECTION.
       77 Loan-Status pic XX.
       77 Loan-Eof pic 9 VALUE 0.
       77 As-Of-Date pic 9(8).
       77 As-Of-Day-No pic 9(7).
       77 Days-Late pic S9(7).
       77 Days-Late-Out pic 9(5).
       77 Bucket-Ix pic 9.
      * one slot per aging bucket, in report order
       01 Bucket-Names.
          02 FILLER pic X(12) VALUE "CURRENT".
          02 FILLER pic X(12) VALUE "1-30 DAYS".
          02 FILLER pic X(12) VALUE "31-60 DAYS".
          02 FILLER pic X(12) VALUE "61-90 DAYS".
          02 FILLER pic X(12) VALUE "OVER 90 DAYS".
       01 Bucket-List REDEFINES Bucket-Names.
          02 Bucket-Name pic X(12) OCCURS 5 TIMES.
       01 Bucket-Table.
          02 Bucket-Entry OCCURS 5 TIMES.
             03 Bk-Count pic 9(5).
             03 Bk-Balance pic 9(9)V99.
       77 Total-Count pic 9(5) VALUE 0.
       77 Total-Balance pic 9(9)V99 VALUE 0.
      * day number of a calendar date, counted from a March-first
      * year so February's length falls at the end of the year
       01 Dn-Date.
          02 Dn-Year pic 9(4).
          02 Dn-Month pic 9(2).
          02 Dn-Day pic 9(2).
       77 Dn-Y pic 9(4).
       77 Dn-M pic 9(2).
       77 Dn-Work pic 9(7).
       77 Dn-Result pic 9(7).
       PROCEDURE DIVISION.
       DISPLAY "Age loans as of (YYYYMMDD): " WITH NO ADVANCING.
       ACCEPT As-Of-Date.
       PERFORM OpenFiles.
       MOVE As-Of-Date TO Dn-Date.
       PERFORM DayNumber.
       MOVE Dn-Result TO As-Of-Day-No.
       PERFORM InitBuckets.
       PERFORM AgeOne UNTIL Loan-Eof = 1.
       PERFORM WriteBucketTotals.
       CLOSE Loan-File.
       CLOSE Report-File.
       STOP RUN.
       OpenFiles.
         OPEN INPUT Loan-File.
         IF Loan-Status NOT = "00"
            DISPLAY "LOANMAST not available; nothing to age."
            STOP RUN
         END-IF.
         OPEN OUTPUT Report-File.
         MOVE SPACES TO Report-Record.
         STRING "MEMBER LOAN AGING as of " As-Of-Date
             DELIMITED BY SIZE INTO Report-Record
         END-STRING.
         WRITE Report-Record.
       EXIT.
       InitBuckets.
         MOVE 1 TO Bucket-Ix.
         PERFORM UNTIL Bucket-Ix > 5
            MOVE 0 TO Bk-Count(Bucket-Ix)
            MOVE 0 TO Bk-Balance(Bucket-Ix)
            ADD 1 TO Bucket-Ix
         END-PERFORM.
       EXIT.
       AgeOne.
         READ Loan-File NEXT RECORD
            AT END
               MOVE 1 TO Loan-Eof
            NOT AT END
               IF Ln-State = "A"
                  PERFORM AgeLoan
               END-IF
         END-READ.
       EXIT.
       AgeLoan.
         MOVE Ln-Next-Due TO Dn-Date.
         PERFORM DayNumber.
         COMPUTE Days-Late = As-Of-Day-No - Dn-Result.
         IF Days-Late <= 0
            MOVE 1 TO Bucket-Ix
         ELSE
            IF Days-Late <= 30
               MOVE 2 TO Bucket-Ix
            ELSE
               IF Days-Late <= 60
                  MOVE 3 TO Bucket-Ix
               ELSE
                  IF Days-Late <= 90
                     MOVE 4 TO Bucket-Ix
                  ELSE
                     MOVE 5 TO Bucket-Ix
                  END-IF
               END-IF
            END-IF
         END-IF.
         ADD 1 TO Bk-Count(Bucket-Ix).
         ADD Ln-Balance TO Bk-Balance(Bucket-Ix).
         ADD 1 TO Total-Count.
         ADD Ln-Balance TO Total-Balance.
         IF Bucket-Ix > 1
            MOVE Days-Late TO Days-Late-Out
            MOVE SPACES TO Report-Record
            STRING "PAST DUE loan " Ln-No
                   " account " Ln-Acct
                   " due " Ln-Next-Due
                   " days late " Days-Late-Out
                   " " Bucket-Name(Bucket-Ix)
                   " installment " Ln-Amort
                   " balance " Ln-Balance
                DELIMITED BY SIZE INTO Report-Record
            END-STRING
            WRITE Report-Record
         END-IF.
       EXIT.
      * days since a fixed origin: 365 a year plus the leap days,
      * plus the days in the months gone by in a March-first year;
      * each step is its own COMPUTE so every division truncates
       DayNumber.
         MOVE Dn-Year TO Dn-Y.
         MOVE Dn-Month TO Dn-M.
         IF Dn-M < 3
            SUBTRACT 1 FROM Dn-Y
            ADD 12 TO Dn-M
         END-IF.
         COMPUTE Dn-Result = Dn-Y * 365.
         COMPUTE Dn-Work = Dn-Y / 4.
         ADD Dn-Work TO Dn-Result.
         COMPUTE Dn-Work = Dn-Y / 100.
         SUBTRACT Dn-Work FROM Dn-Result.
         COMPUTE Dn-Work = Dn-Y / 400.
         ADD Dn-Work TO Dn-Result.
         COMPUTE Dn-Work = (153 * (Dn-M - 3) + 2) / 5.
         ADD Dn-Work TO Dn-Result.
         ADD Dn-Day TO Dn-Result.
       EXIT.
       WriteBucketTotals.
         MOVE 1 TO Bucket-Ix.
         PERFORM UNTIL Bucket-Ix > 5
            MOVE SPACES TO Report-Record
            STRING Bucket-Name(Bucket-Ix)
                   " loans " Bk-Count(Bucket-Ix)
                   " outstanding " Bk-Balance(Bucket-Ix)
                DELIMITED BY SIZE INTO Report-Record
            END-STRING
            WRITE Report-Record
            ADD 1 TO Bucket-Ix
         END-PERFORM.
         MOVE SPACES TO Report-Record.
         STRING "TOTAL active loans " Total-Count
                " outstanding " Total-Balance
             DELIMITED BY SIZE INTO Report-Record
         END-STRING.
         WRITE Report-Record.
         DISPLAY "Aged " Total-Count " active loan(s); see LNAGERPT.".
       EXIT.
      * END OF PROGRAM

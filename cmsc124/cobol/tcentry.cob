      * header, "D" details and "T" trailer with the card count and
      * the worked-minutes hash computed by the same arithmetic
      * COMPUTE-SHIFT-MINUTES feeds Ver-Hash - so a hand-keyed batch
      * passes VERIFY-BATCH exactly like a clock-produced one. The
      * cutoff must be an open period on PAYCAL, and a card dated
      * outside that period is not taken. A card may charge its
      * hours to a cost center other than the employee's home one.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Emp-Number
               FILE STATUS IS Emp-Status.
           SELECT Cal-File ASSIGN TO "PAYCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Cal-Cutoff
               FILE STATUS IS Cal-Status.
       DATA DIVISION.
       FILE SECTION.
      * same control-record shapes the payroll batch run reads back
          02 TC-In-Minute pic 9(2).
          02 TC-Out-Hour pic 9(2).
          02 TC-Out-Minute pic 9(2).
          02 TC-Cost-Center pic X(4).
       01 TC-Header-Rec.
          02 TC-H-Type pic X.
          02 TC-H-Cutoff pic 9(8).
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
       WORKING-STORAGE SECTION.
       77 TC-Status pic XX.
       77 Emp-Status pic XX.
       77 Emp-Unavail pic 9 VALUE 0.
       77 Cal-Status pic XX.
       77 Open-Start pic 9(8).
       77 Open-End pic 9(8).
       77 Cutoff-Date pic 9(8).
       77 Batch-Site pic X(10).
       77 Cont pic X.
       77 Work-Name pic X(20).
       77 Work-Age pic 9(2).
       77 Work-Date pic 9(8).
       77 Work-Cost-Center pic X(4).
       01 Working-Hour.
          02 Time-In.
             03 In-Hour pic 9(2).
       77 Card-Count pic 9(5) VALUE 0.
       77 Minutes-Hash pic 9(9) VALUE 0.
       PROCEDURE DIVISION.
       DISPLAY "Cutoff date (YYYYMMDD): " WITH NO ADVANCING.
       ACCEPT Cutoff-Date.
       PERFORM CHECK-OPEN-PERIOD.
       PERFORM OPEN-FILES.
       DISPLAY "Site code: " WITH NO ADVANCING.
       ACCEPT Batch-Site.
       PERFORM WRITE-HEADER.
       DISPLAY "TIMECARDS written: " Card-Count " card(s), minutes "
           "hash " Minutes-Hash "; feed it through run mode B.".
       STOP RUN.
      * checked before TIMECARDS is opened, so a refused cutoff
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
                "no cards can be keyed for it."
            STOP RUN
         END-IF.
         MOVE Cal-Start TO Open-Start.
         MOVE Cal-End TO Open-End.
         DISPLAY "Period " Open-Start " to " Open-End ".".
       EXIT.
       OPEN-FILES.
         OPEN OUTPUT Timecard-File.
         IF TC-Status NOT = "00"
                     MOVE 0 TO Card-Ok
                  ELSE
                     MOVE Emp-Name TO Work-Name
                     DISPLAY "Employee: " Emp-Name " cost center "
                         Emp-Cost-Center
                  END-IF
            END-READ
         END-IF.
            ACCEPT Work-Age
            DISPLAY "Work date (YYYYMMDD): " WITH NO ADVANCING
            ACCEPT Work-Date
            IF Work-Date < Open-Start OR Work-Date > Open-End
               DISPLAY "Work date is outside the period; card not "
                   "taken."
               MOVE 0 TO Card-Ok
            END-IF
         END-IF.
         IF Card-Ok = 1
            DISPLAY "Charge to cost center (blank = home): "
                WITH NO ADVANCING
            ACCEPT Work-Cost-Center
            IF Emp-Unavail NOT = 1
               AND Work-Cost-Center = Emp-Cost-Center
               MOVE SPACES TO Work-Cost-Center
            END-IF
            DISPLAY "Time In"
            MOVE 0 TO Valid-Time
            PERFORM UNTIL Valid-Time = 1
         DISPLAY "Card: " Work-Emp-No " " Work-Name " " Work-Date
             " " In-Hour ":" In-Minute "-" Out-Hour ":" Out-Minute
             " (" Total-Minutes " minute(s))".
         IF Work-Cost-Center NOT = SPACES
            DISPLAY "Hours charged to cost center " Work-Cost-Center
                "."
         END-IF.
         DISPLAY "Write this card? (Y/n): " WITH NO ADVANCING.
         ACCEPT Cont.
         IF Cont = "n"
            MOVE In-Minute TO TC-In-Minute
            MOVE Out-Hour TO TC-Out-Hour
            MOVE Out-Minute TO TC-Out-Minute
            MOVE Work-Cost-Center TO TC-Cost-Center
            WRITE TC-Record
            ADD 1 TO Card-Count
            ADD Total-Minutes TO Minutes-Hash

      * date parks on PENDRATES and only reaches the live table when
      * the apply-pending option runs at (or after) that date, so a
      * raise keyed today takes effect at the next cutoff instead of
      * the moment it's typed. A monthly-rated employee's salary
      * rides on the same record and the same effective dating.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          02 Rate-Emp-No pic 9(5).
          02 Rate-Normal pic 9(3)V99.
          02 Rate-Overtime pic 9(3)V99.
      * monthly salary for staff EMPMASTER marks monthly-rated (zero
      * for the hourly and daily crew, who are paid by the minute)
          02 Rate-Monthly pic 9(6)V99.
       FD Pend-File.
       01 Pend-Record.
          02 Pend-Key.
             03 Pend-Effective pic 9(8).
          02 Pend-Normal pic 9(3)V99.
          02 Pend-Overtime pic 9(3)V99.
          02 Pend-Monthly pic 9(6)V99.
       FD Log-File.
       01 Log-Record pic X(130).
       WORKING-STORAGE SECTION.
       77 New-Overtime pic 9(3)V99.
       77 Old-Normal pic 9(3)V99.
       77 Old-Overtime pic 9(3)V99.
       77 New-Monthly pic 9(6)V99.
       77 Old-Monthly pic 9(6)V99.
       77 Eff-Date pic 9(8).
       77 Today-Date pic 9(8).
       77 Log-Action pic X(5).
               ACCEPT New-Normal
               DISPLAY "Overtime rate: " WITH NO ADVANCING
               ACCEPT New-Overtime
               DISPLAY "Monthly salary (0 = hourly/daily): "
                   WITH NO ADVANCING
               ACCEPT New-Monthly
               DISPLAY "Add employee " Work-Emp-No " at " New-Normal
                   "/" New-Overtime " salary " New-Monthly
                   "? (Y/n): " WITH NO ADVANCING
               ACCEPT Cont
               IF Cont = "n"
                  DISPLAY "Add cancelled."
                  MOVE Work-Emp-No TO Rate-Emp-No
                  MOVE New-Normal TO Rate-Normal
                  MOVE New-Overtime TO Rate-Overtime
                  MOVE New-Monthly TO Rate-Monthly
                  WRITE Rate-Record
                  MOVE 0 TO Old-Normal
                  MOVE 0 TO Old-Overtime
                  MOVE 0 TO Old-Monthly
                  MOVE Today-Date TO Eff-Date
                  MOVE "ADD  " TO Log-Action
                  PERFORM WRITE-LOG
            NOT INVALID KEY
               MOVE Rate-Normal TO Old-Normal
               MOVE Rate-Overtime TO Old-Overtime
               MOVE Rate-Monthly TO Old-Monthly
               DISPLAY "Current rate is " Old-Normal "/" Old-Overtime
                   " salary " Old-Monthly
               DISPLAY "New normal rate: " WITH NO ADVANCING
               ACCEPT New-Normal
               DISPLAY "New overtime rate: " WITH NO ADVANCING
               ACCEPT New-Overtime
               DISPLAY "New monthly salary (0 = hourly/daily): "
                   WITH NO ADVANCING
               ACCEPT New-Monthly
               DISPLAY "Effective from (YYYYMMDD): " WITH NO ADVANCING
               ACCEPT Eff-Date
               DISPLAY "Change employee " Work-Emp-No " to "
                   New-Normal "/" New-Overtime " salary " New-Monthly
                   " from " Eff-Date "? (Y/n): " WITH NO ADVANCING
               ACCEPT Cont
               IF Cont = "n"
                  DISPLAY "Change cancelled."
         IF Eff-Date <= Today-Date
            MOVE New-Normal TO Rate-Normal
            MOVE New-Overtime TO Rate-Overtime
            MOVE New-Monthly TO Rate-Monthly
            REWRITE Rate-Record
            MOVE "CHG  " TO Log-Action
            PERFORM WRITE-LOG
               INVALID KEY
                  MOVE New-Normal TO Pend-Normal
                  MOVE New-Overtime TO Pend-Overtime
                  MOVE New-Monthly TO Pend-Monthly
                  WRITE Pend-Record
                  END-WRITE
               NOT INVALID KEY
                  MOVE New-Normal TO Pend-Normal
                  MOVE New-Overtime TO Pend-Overtime
                  MOVE New-Monthly TO Pend-Monthly
                  REWRITE Pend-Record
            END-READ
            MOVE "PEND " TO Log-Action
            NOT INVALID KEY
               MOVE Rate-Normal TO Old-Normal
               MOVE Rate-Overtime TO Old-Overtime
               MOVE Rate-Monthly TO Old-Monthly
               DISPLAY "Delete the " Old-Normal "/" Old-Overtime
                   " rate for employee " Work-Emp-No "? (Y/n): "
                   WITH NO ADVANCING
                  DELETE Rate-File RECORD
                  MOVE 0 TO New-Normal
                  MOVE 0 TO New-Overtime
                  MOVE 0 TO New-Monthly
                  MOVE Today-Date TO Eff-Date
                  MOVE "DEL  " TO Log-Action
                  PERFORM WRITE-LOG
         MOVE Pend-Effective TO Eff-Date.
         MOVE Pend-Normal TO New-Normal.
         MOVE Pend-Overtime TO New-Overtime.
         MOVE Pend-Monthly TO New-Monthly.
         MOVE Pend-Emp-No TO Rate-Emp-No.
         READ Rate-File KEY IS Rate-Emp-No
            INVALID KEY
               MOVE 0 TO Old-Normal
               MOVE 0 TO Old-Overtime
               MOVE 0 TO Old-Monthly
               MOVE Pend-Emp-No TO Rate-Emp-No
               MOVE New-Normal TO Rate-Normal
               MOVE New-Overtime TO Rate-Overtime
               MOVE New-Monthly TO Rate-Monthly
               WRITE Rate-Record
               END-WRITE
            NOT INVALID KEY
               MOVE Rate-Normal TO Old-Normal
               MOVE Rate-Overtime TO Old-Overtime
               MOVE Rate-Monthly TO Old-Monthly
               MOVE New-Normal TO Rate-Normal
               MOVE New-Overtime TO Rate-Overtime
               MOVE New-Monthly TO Rate-Monthly
               REWRITE Rate-Record
         END-READ.
         MOVE "APPLY" TO Log-Action.
         ACCEPT Log-Time FROM TIME.
         MOVE SPACES TO Log-Record.
         STRING Work-Emp-No " " Log-Action
                " OLD:" Old-Normal "/" Old-Overtime "/" Old-Monthly
                " NEW:" New-Normal "/" New-Overtime "/" New-Monthly
                " EFF:" Eff-Date
                " " Log-Date " " Log-Time
             DELIMITED BY SIZE INTO Log-Record

      * labor cost distribution by cost center, per cutoff or month
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
       PROGRAM-ID. LaborDist.
      * walks LABORDIST for one cutoff or one calendar month and
      * writes LABORRPT: one line per cost center with its normal,
      * overtime, holiday/rest-day premium and night differential
      * pay, the employer's SSS, PhilHealth and Pag-IBIG counterpart
      * and the total labor cost, then a grand total. The employer
      * share is the same multiple of the employee contribution
      * RemitSched prices it at. The pay distributed is proved
      * against the PAYROLL-REGISTER totals for the same cutoffs;
      * walk-in pay, and cutoffs paid before cost centers were kept,
      * show up as the difference.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Labor-File ASSIGN TO "LABORDIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Ld-Key
               FILE STATUS IS Ld-Status.
           SELECT Register-File ASSIGN TO "PAYROLL-REGISTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Reg-Cutoff-Date
               FILE STATUS IS Reg-Status.
           SELECT Report-File ASSIGN TO "LABORRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * same record the payroll run posts per cutoff, employee and
      * cost center
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
       FD Report-File.
       01 Report-Record pic X(250).
       WORKING-STORAGE SECTION.
       77 Ld-Status pic XX.
       77 Reg-Status pic XX.
       77 Ld-Eof pic 9 VALUE 0.
       77 Reg-Eof pic 9 VALUE 0.
       77 Report-Kind pic X VALUE SPACE.
       77 Want-Cutoff pic 9(8) VALUE 0.
       77 Want-Month pic 9(6) VALUE 0.
       77 Range-From pic 9(8).
       77 Range-To pic 9(8).
       77 Range-Text pic X(20).
       77 Records-Read pic 9(7) VALUE 0.
      * employer counterpart multiples, as RemitSched keeps them
       77 SSS-Emplr-Mult pic 9V99 VALUE 2.00.
       77 PhilH-Emplr-Mult pic 9V99 VALUE 1.00.
       77 PagIbig-Emplr-Mult pic 9V99 VALUE 1.00.
       77 Line-SSS-ER pic 9(7)V99.
       77 Line-PhilH-ER pic 9(7)V99.
       77 Line-PagIbig-ER pic 9(7)V99.
      * one bucket per cost center, kept in cost-center order so the
      * report lists them that way; a blank cost center (employees
      * never assigned one) reports as NONE
       77 CC-Count pic 9(2) VALUE 0.
       77 CC-Ix pic 9(2).
       77 CC-Found pic 9(2).
       77 CC-Move pic 9(2).
       77 CC-Table-Warned pic 9 VALUE 0.
       77 Work-Center pic X(4).
       01 CC-Table.
          02 CC-Entry OCCURS 50 TIMES.
             03 CT-Center pic X(4).
             03 CT-Slips pic 9(7).
             03 CT-Normal pic 9(9)V99.
             03 CT-Overtime pic 9(9)V99.
             03 CT-Premium pic 9(9)V99.
             03 CT-Night pic 9(9)V99.
             03 CT-SSS-ER pic 9(9)V99.
             03 CT-PhilH-ER pic 9(9)V99.
             03 CT-PagIbig-ER pic 9(9)V99.
       01 CC-Hold.
          02 CH-Center pic X(4).
          02 CH-Slips pic 9(7).
          02 CH-Normal pic 9(9)V99.
          02 CH-Overtime pic 9(9)V99.
          02 CH-Premium pic 9(9)V99.
          02 CH-Night pic 9(9)V99.
          02 CH-SSS-ER pic 9(9)V99.
          02 CH-PhilH-ER pic 9(9)V99.
          02 CH-PagIbig-ER pic 9(9)V99.
       77 Line-Cost pic 9(9)V99.
       77 Tot-Slips pic 9(7) VALUE 0.
       77 Tot-Normal pic 9(9)V99 VALUE 0.
       77 Tot-Overtime pic 9(9)V99 VALUE 0.
       77 Tot-Premium pic 9(9)V99 VALUE 0.
       77 Tot-Night pic 9(9)V99 VALUE 0.
       77 Tot-SSS-ER pic 9(9)V99 VALUE 0.
       77 Tot-PhilH-ER pic 9(9)V99 VALUE 0.
       77 Tot-PagIbig-ER pic 9(9)V99 VALUE 0.
       77 Tot-Cost pic 9(9)V99 VALUE 0.
       77 Tot-Pay pic 9(9)V99 VALUE 0.
       77 Reg-Pay pic 9(9)V99 VALUE 0.
       77 Pay-Diff pic S9(9)V99 VALUE 0.
       77 Pay-Diff-Out pic -(9)9.99.
       PROCEDURE DIVISION.
       DISPLAY "Labor distribution for one (C)utoff or one "
           "(M)onth: " WITH NO ADVANCING.
       ACCEPT Report-Kind.
       IF Report-Kind = "c"
          MOVE "C" TO Report-Kind
       END-IF.
       IF Report-Kind = "m"
          MOVE "M" TO Report-Kind
       END-IF.
       IF Report-Kind = "C"
          DISPLAY "Cutoff date (YYYYMMDD): " WITH NO ADVANCING
          ACCEPT Want-Cutoff
          MOVE Want-Cutoff TO Range-From
          MOVE Want-Cutoff TO Range-To
          MOVE SPACES TO Range-Text
          STRING "CUTOFF " Want-Cutoff
              DELIMITED BY SIZE INTO Range-Text
          END-STRING
       ELSE
       IF Report-Kind = "M"
          DISPLAY "Month (YYYYMM): " WITH NO ADVANCING
          ACCEPT Want-Month
          COMPUTE Range-From = Want-Month * 100 + 1
          COMPUTE Range-To = Want-Month * 100 + 31
          MOVE SPACES TO Range-Text
          STRING "MONTH " Want-Month
              DELIMITED BY SIZE INTO Range-Text
          END-STRING
       ELSE
          DISPLAY "Choose C or M; nothing reported."
          STOP RUN
       END-IF
       END-IF.
       PERFORM OPEN-FILES.
       PERFORM GATHER-LABOR.
       PERFORM GATHER-REGISTER.
       PERFORM WRITE-REPORT.
       PERFORM CLOSE-FILES.
       DISPLAY "Labor distribution written to LABORRPT (" CC-Count
           " cost center(s), " Records-Read " record(s)).".
       STOP RUN.
       OPEN-FILES.
         OPEN INPUT Labor-File.
         IF Ld-Status NOT = "00"
            DISPLAY "LABORDIST not available; cannot report."
            STOP RUN
         END-IF.
         OPEN INPUT Register-File.
         OPEN OUTPUT Report-File.
       EXIT.
       CLOSE-FILES.
         CLOSE Labor-File.
         IF Reg-Status = "00"
            CLOSE Register-File
         END-IF.
         CLOSE Report-File.
       EXIT.
      * the key leads with the cutoff, so the range is one START and
      * a read forward until the cutoff passes its end
       GATHER-LABOR.
         MOVE Range-From TO Ld-Cutoff.
         MOVE 0 TO Ld-Emp-No.
         MOVE LOW-VALUES TO Ld-Cost-Center.
         START Labor-File KEY IS NOT LESS THAN Ld-Key
            INVALID KEY MOVE 1 TO Ld-Eof
         END-START.
         PERFORM UNTIL Ld-Eof = 1
            READ Labor-File NEXT RECORD
               AT END MOVE 1 TO Ld-Eof
               NOT AT END
                  IF Ld-Cutoff > Range-To
                     MOVE 1 TO Ld-Eof
                  ELSE
                     ADD 1 TO Records-Read
                     PERFORM ACCUM-CENTER
                  END-IF
            END-READ
         END-PERFORM.
       EXIT.
       ACCUM-CENTER.
         IF Ld-Cost-Center = SPACES
            MOVE "NONE" TO Work-Center
         ELSE
            MOVE Ld-Cost-Center TO Work-Center
         END-IF.
         PERFORM FIND-CENTER.
         IF CC-Found > 0
            COMPUTE Line-SSS-ER ROUNDED = Ld-SSS * SSS-Emplr-Mult
            COMPUTE Line-PhilH-ER ROUNDED = Ld-PhilH * PhilH-Emplr-Mult
            COMPUTE Line-PagIbig-ER ROUNDED =
                Ld-PagIbig * PagIbig-Emplr-Mult
            ADD 1 TO CT-Slips(CC-Found)
            ADD Ld-Normal TO CT-Normal(CC-Found)
            ADD Ld-Overtime TO CT-Overtime(CC-Found)
            ADD Ld-Premium TO CT-Premium(CC-Found)
            ADD Ld-Night TO CT-Night(CC-Found)
            ADD Line-SSS-ER TO CT-SSS-ER(CC-Found)
            ADD Line-PhilH-ER TO CT-PhilH-ER(CC-Found)
            ADD Line-PagIbig-ER TO CT-PagIbig-ER(CC-Found)
         END-IF.
       EXIT.
      * find the cost center's bucket, or open one in its sorted
      * place by moving the higher ones up a slot
       FIND-CENTER.
         MOVE 0 TO CC-Found.
         MOVE 1 TO CC-Ix.
         PERFORM UNTIL CC-Ix > CC-Count OR CC-Found > 0
            IF CT-Center(CC-Ix) = Work-Center
               MOVE CC-Ix TO CC-Found
            END-IF
            ADD 1 TO CC-Ix
         END-PERFORM.
         IF CC-Found = 0
            IF CC-Count >= 50
               IF CC-Table-Warned = 0
                  DISPLAY "More than 50 cost centers on LABORDIST; "
                      "raise the table and rerun."
                  MOVE 1 TO CC-Table-Warned
               END-IF
            ELSE
               PERFORM OPEN-CENTER
            END-IF
         END-IF.
       EXIT.
       OPEN-CENTER.
         MOVE 1 TO CC-Found.
         MOVE 1 TO CC-Ix.
         PERFORM UNTIL CC-Ix > CC-Count
            IF CT-Center(CC-Ix) < Work-Center
               COMPUTE CC-Found = CC-Ix + 1
            END-IF
            ADD 1 TO CC-Ix
         END-PERFORM.
         MOVE CC-Count TO CC-Move.
         PERFORM UNTIL CC-Move < CC-Found
            MOVE CC-Entry(CC-Move) TO CC-Hold
            MOVE CC-Hold TO CC-Entry(CC-Move + 1)
            SUBTRACT 1 FROM CC-Move
         END-PERFORM.
         ADD 1 TO CC-Count.
         MOVE Work-Center TO CT-Center(CC-Found).
         MOVE 0 TO CT-Slips(CC-Found).
         MOVE 0 TO CT-Normal(CC-Found).
         MOVE 0 TO CT-Overtime(CC-Found).
         MOVE 0 TO CT-Premium(CC-Found).
         MOVE 0 TO CT-Night(CC-Found).
         MOVE 0 TO CT-SSS-ER(CC-Found).
         MOVE 0 TO CT-PhilH-ER(CC-Found).
         MOVE 0 TO CT-PagIbig-ER(CC-Found).
       EXIT.
      * total pay the register carries for the same cutoffs
       GATHER-REGISTER.
         IF Reg-Status = "00"
            MOVE Range-From TO Reg-Cutoff-Date
            START Register-File KEY IS NOT LESS THAN Reg-Cutoff-Date
               INVALID KEY MOVE 1 TO Reg-Eof
            END-START
            PERFORM UNTIL Reg-Eof = 1
               READ Register-File NEXT RECORD
                  AT END MOVE 1 TO Reg-Eof
                  NOT AT END
                     IF Reg-Cutoff-Date > Range-To
                        MOVE 1 TO Reg-Eof
                     ELSE
                        ADD Reg-Total-Pay TO Reg-Pay
                     END-IF
               END-READ
            END-PERFORM
         END-IF.
       EXIT.
       WRITE-REPORT.
         MOVE SPACES TO Report-Record.
         STRING "LABOR COST DISTRIBUTION " Range-Text
             DELIMITED BY SIZE INTO Report-Record
         END-STRING.
         WRITE Report-Record.
         MOVE 1 TO CC-Ix.
         PERFORM UNTIL CC-Ix > CC-Count
            PERFORM WRITE-CENTER-LINE
            ADD 1 TO CC-Ix
         END-PERFORM.
         COMPUTE Tot-Cost = Tot-Normal + Tot-Overtime + Tot-Premium
             + Tot-Night + Tot-SSS-ER + Tot-PhilH-ER + Tot-PagIbig-ER.
         MOVE SPACES TO Report-Record.
         STRING "TOTAL payslips: " Tot-Slips
                " normal: " Tot-Normal
                " overtime: " Tot-Overtime
                " premium: " Tot-Premium
                " night: " Tot-Night
                " SSS-ER: " Tot-SSS-ER
                " PhilH-ER: " Tot-PhilH-ER
                " PagIbig-ER: " Tot-PagIbig-ER
                " cost: " Tot-Cost
             DELIMITED BY SIZE INTO Report-Record
         END-STRING.
         WRITE Report-Record.
         COMPUTE Tot-Pay = Tot-Normal + Tot-Overtime + Tot-Premium
             + Tot-Night.
         MOVE SPACES TO Report-Record.
         IF Reg-Status NOT = "00"
            MOVE "PAYROLL-REGISTER not available; pay not proved."
                TO Report-Record
         ELSE
            IF Tot-Pay = Reg-Pay
               STRING "PROVED against PAYROLL-REGISTER: pay " Tot-Pay
                   DELIMITED BY SIZE INTO Report-Record
               END-STRING
            ELSE
               COMPUTE Pay-Diff = Reg-Pay - Tot-Pay
               MOVE Pay-Diff TO Pay-Diff-Out
               STRING "NOT PROVED: distributed " Tot-Pay
                      " register " Reg-Pay
                      " undistributed " Pay-Diff-Out
                      " (walk-in pay or pay posted before cost "
                      "centers)"
                   DELIMITED BY SIZE INTO Report-Record
               END-STRING
            END-IF
         END-IF.
         WRITE Report-Record.
       EXIT.
       WRITE-CENTER-LINE.
         COMPUTE Line-Cost = CT-Normal(CC-Ix) + CT-Overtime(CC-Ix)
             + CT-Premium(CC-Ix) + CT-Night(CC-Ix) + CT-SSS-ER(CC-Ix)
             + CT-PhilH-ER(CC-Ix) + CT-PagIbig-ER(CC-Ix).
         MOVE SPACES TO Report-Record.
         STRING "CC " CT-Center(CC-Ix)
                " payslips: " CT-Slips(CC-Ix)
                " normal: " CT-Normal(CC-Ix)
                " overtime: " CT-Overtime(CC-Ix)
                " premium: " CT-Premium(CC-Ix)
                " night: " CT-Night(CC-Ix)
                " SSS-ER: " CT-SSS-ER(CC-Ix)
                " PhilH-ER: " CT-PhilH-ER(CC-Ix)
                " PagIbig-ER: " CT-PagIbig-ER(CC-Ix)
                " cost: " Line-Cost
             DELIMITED BY SIZE INTO Report-Record
         END-STRING.
         WRITE Report-Record.
         ADD CT-Slips(CC-Ix) TO Tot-Slips.
         ADD CT-Normal(CC-Ix) TO Tot-Normal.
         ADD CT-Overtime(CC-Ix) TO Tot-Overtime.
         ADD CT-Premium(CC-Ix) TO Tot-Premium.
         ADD CT-Night(CC-Ix) TO Tot-Night.
         ADD CT-SSS-ER(CC-Ix) TO Tot-SSS-ER.
         ADD CT-PhilH-ER(CC-Ix) TO Tot-PhilH-ER.
         ADD CT-PagIbig-ER(CC-Ix) TO Tot-PagIbig-ER.
       EXIT.
      * END OF PROGRAM

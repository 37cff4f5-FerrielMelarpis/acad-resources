      * one-time migration adding coded earnings to REGDETAIL
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
       PROGRAM-ID. MigRegEarn.
      * widens REGDETAIL with the PAYADJ totals the payroll run now
      * posts per employee and cutoff: taxable and exempt earnings,
      * the earnings that count toward the 13th month, and the other
      * deductions. Nothing was paid or taken through a code before,
      * so all four come across as zero. Run once, then copy
      * REGDETAIL.NEW over REGDETAIL - the same hand-off MigPayReg
      * uses.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Old-Det-File ASSIGN TO "REGDETAIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Old-Det-Key
               FILE STATUS IS Old-Det-Status.
           SELECT New-Det-File ASSIGN TO "REGDETAIL.NEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Det-Key
               FILE STATUS IS New-Det-Status.
       DATA DIVISION.
       FILE SECTION.
      * the layout every program read before the earnings codes
       FD Old-Det-File.
       01 Old-Det-Record.
          02 Old-Det-Key.
             03 Old-Det-Cutoff pic 9(8).
             03 Old-Det-Emp-No pic 9(5).
          02 Old-Det-Name pic X(20).
          02 Old-Det-Normal pic 9(7)V99.
          02 Old-Det-Overtime pic 9(7)V99.
          02 Old-Det-Premium pic 9(7)V99.
          02 Old-Det-Night pic 9(7)V99.
          02 Old-Det-Gross pic 9(7)V99.
          02 Old-Det-SSS pic 9(5)V99.
          02 Old-Det-PhilH pic 9(5)V99.
          02 Old-Det-PagIbig pic 9(5)V99.
          02 Old-Det-Tax pic 9(5)V99.
          02 Old-Det-Net pic 9(7)V99.
          02 Old-Det-Site pic X(10).
       FD New-Det-File.
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
       WORKING-STORAGE SECTION.
       77 Old-Det-Status pic XX.
       77 New-Det-Status pic XX.
       77 Det-Eof pic 9 VALUE 0.
       77 Det-Count pic 9(7) VALUE 0.
       PROCEDURE DIVISION.
       OPEN INPUT Old-Det-File.
       IF Old-Det-Status NOT = "00"
          DISPLAY "REGDETAIL not available; nothing migrated."
          STOP RUN
       END-IF.
       OPEN OUTPUT New-Det-File.
       PERFORM UNTIL Det-Eof = 1
          READ Old-Det-File NEXT RECORD
             AT END MOVE 1 TO Det-Eof
             NOT AT END
                MOVE Old-Det-Record TO Detail-Record
                MOVE 0 TO Det-Earn-Taxable
                MOVE 0 TO Det-Earn-Exempt
                MOVE 0 TO Det-Earn-13th
                MOVE 0 TO Det-Other-Ded
                WRITE Detail-Record
                ADD 1 TO Det-Count
          END-READ
       END-PERFORM.
       CLOSE Old-Det-File.
       CLOSE New-Det-File.
       DISPLAY "Migrated " Det-Count " detail record(s) to "
           "REGDETAIL.NEW; coded earnings and deductions came across "
           "as zero.".
       DISPLAY "Copy REGDETAIL.NEW over REGDETAIL before the next run.".
       STOP RUN.
      * END OF PROGRAM

      * one-time build of the indexed account history from the log
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
       PROGRAM-ID. HistBuild.
       AUTHOR. FerrielMelarpis.
      * loads ACCTHIST, the keyed copy of every money line, from the
      * AUDITARCH archives for a month range and then the live
      * AUDITLOG.DAT, oldest first like AuditVerify. Every posting
      * program writes its ACCTHIST record alongside the audit line
      * from here on; this run seeds the file with what was posted
      * before, and rebuilds it from scratch if it is ever lost or
      * AuditVerify finds it has drifted. Only sequenced money lines
      * are loaded - the sequence is the record key - so lines from
      * before the " Seq: " stamps are counted and skipped, as are
      * informational lines and a sequence met a second time. The
      * run's totals land on HISTBLDRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT Audit-File ASSIGN TO "AUDITLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Audit-Status.
       SELECT Arch-File ASSIGN TO DYNAMIC Arch-Name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Arch-Status.
       SELECT AH-File ASSIGN TO "ACCTHIST"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AH-Seq
           ALTERNATE RECORD KEY IS AH-Acct WITH DUPLICATES
           ALTERNATE RECORD KEY IS AH-Date WITH DUPLICATES
           FILE STATUS IS AH-Status.
       SELECT Report-File ASSIGN TO "HISTBLDRPT"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD Audit-File.
       01 Audit-Record pic X(140).
       FD Arch-File.
       01 Arch-Record pic X(140).
      * one money line: its audit sequence, account, date and time,
      * type, amount, the balance it left, the operator (spaces for
      * batch lines) and, on a correction, the sequence it reverses
       FD AH-File.
       01 AH-Record.
          02 AH-Seq pic 9(9).
          02 AH-Acct pic 9(6).
          02 AH-Date pic 9(8).
          02 AH-Time pic 9(8).
          02 AH-Type pic X(8).
          02 AH-Amount pic 9(7)V99.
          02 AH-Balance pic 9(7)V99.
          02 AH-Op pic X(8).
          02 AH-Rev-Seq pic 9(9).
       FD Report-File.
       01 Report-Record pic X(130).
       WORKING-STORAGE SECTION.
       77 Audit-Status pic XX.
       77 Arch-Status pic XX.
       77 AH-Status pic XX.
       77 Audit-Eof pic 9 VALUE 0.
       77 Arch-Eof pic 9 VALUE 0.
       77 Arch-Name pic X(16).
       77 From-YM pic 9(6).
       77 To-YM pic 9(6).
       77 Cur-YM pic 9(6).
       77 Cur-MM pic 9(2).
       77 YM-Work pic 9(6).
      * same fixed money-line positions the other readers use
       01 Audit-Line.
          02 AL-Acct pic 9(6).
          02 FILLER pic X.
          02 AL-User pic X(20).
          02 FILLER pic X.
          02 AL-Type pic X(8).
          02 FILLER pic X.
          02 AL-Amount pic 9(7)V99.
          02 FILLER pic X(10).
          02 AL-Balance pic 9(7)V99.
          02 FILLER pic X.
          02 AL-Date pic 9(8).
          02 FILLER pic X.
          02 AL-Time pic 9(8).
          02 AL-Rest pic X(57).
      * the stamps behind the fixed part float behind fields of
      * varying width, so they are scanned for from the end of it
       77 Scan-Ix pic 9(3).
       77 Seq-Found pic 9.
       77 Line-Seq pic 9(9).
       77 Seq-Text pic X(9).
       77 Line-Op pic X(8).
       77 Line-Rev pic 9(9).
      * run totals
       77 Lines-Read pic 9(7) VALUE 0.
       77 Loaded-Count pic 9(7) VALUE 0.
       77 Info-Lines pic 9(7) VALUE 0.
       77 Unseq-Lines pic 9(7) VALUE 0.
       77 Dup-Lines pic 9(5) VALUE 0.
       77 Missing-Archives pic 9(3) VALUE 0.
       PROCEDURE DIVISION.
       DISPLAY "Load archives from month (YYYYMM, 0 = none): "
           WITH NO ADVANCING.
       ACCEPT From-YM.
       DISPLAY "Through month (YYYYMM): " WITH NO ADVANCING.
       ACCEPT To-YM.
       OPEN OUTPUT AH-File.
       IF AH-Status NOT = "00"
          DISPLAY "ACCTHIST cannot be created (status " AH-Status
              "); nothing loaded."
          STOP RUN
       END-IF.
       OPEN OUTPUT Report-File.
       IF From-YM > 0
          MOVE From-YM TO Cur-YM
          PERFORM LOAD-ONE-ARCHIVE UNTIL Cur-YM > To-YM
       END-IF.
       PERFORM LOAD-LIVE-LOG.
       PERFORM CLOSE-OUT.
       STOP RUN.
       LOAD-ONE-ARCHIVE.
         MOVE SPACES TO Arch-Name.
         STRING "AUDITARCH." Cur-YM
             DELIMITED BY SIZE INTO Arch-Name
         END-STRING.
         OPEN INPUT Arch-File.
         IF Arch-Status = "00"
            MOVE 0 TO Arch-Eof
            PERFORM UNTIL Arch-Eof = 1
               READ Arch-File
                  AT END MOVE 1 TO Arch-Eof
                  NOT AT END
                     MOVE Arch-Record TO Audit-Record
                     PERFORM LOAD-ONE-LINE
               END-READ
            END-PERFORM
            CLOSE Arch-File
         ELSE
            ADD 1 TO Missing-Archives
            MOVE SPACES TO Report-Record
            STRING "No archive " Arch-Name " on file"
                DELIMITED BY SIZE INTO Report-Record
            END-STRING
            WRITE Report-Record
         END-IF.
         ADD 1 TO Cur-YM.
         COMPUTE YM-Work = Cur-YM / 100.
         COMPUTE Cur-MM = Cur-YM - (YM-Work * 100).
         IF Cur-MM > 12
            ADD 88 TO Cur-YM
         END-IF.
       EXIT.
       LOAD-LIVE-LOG.
         OPEN INPUT Audit-File.
         IF Audit-Status NOT = "00"
            DISPLAY "AUDITLOG.DAT not available; live log skipped."
         ELSE
            PERFORM UNTIL Audit-Eof = 1
               READ Audit-File
                  AT END MOVE 1 TO Audit-Eof
                  NOT AT END
                     PERFORM LOAD-ONE-LINE
               END-READ
            END-PERFORM
            CLOSE Audit-File
         END-IF.
       EXIT.
      * money lines only, told apart from informational lines and
      * archive trailers the way AuditVerify folds them into a day
       LOAD-ONE-LINE.
         ADD 1 TO Lines-Read.
         MOVE Audit-Record TO Audit-Line.
         IF AL-Acct IS NUMERIC AND AL-Amount IS NUMERIC
            AND AL-Balance IS NUMERIC AND AL-Date IS NUMERIC
            AND AL-Time IS NUMERIC
            PERFORM SCAN-STAMPS
            IF Seq-Found = 0
               ADD 1 TO Unseq-Lines
            ELSE
               PERFORM WRITE-HIST-RECORD
            END-IF
         ELSE
            ADD 1 TO Info-Lines
         END-IF.
       EXIT.
      * Op: and Rev: are taken where they first appear past the
      * fixed part; Seq: is the line's last stamp
       SCAN-STAMPS.
         MOVE 0 TO Seq-Found.
         MOVE SPACES TO Line-Op.
         MOVE 0 TO Line-Rev.
         MOVE 84 TO Scan-Ix.
         PERFORM UNTIL Scan-Ix > 126 OR Seq-Found = 1
            IF Audit-Record(Scan-Ix:6) = " Seq: "
               MOVE Audit-Record(Scan-Ix + 6:9) TO Seq-Text
               IF Seq-Text IS NUMERIC
                  MOVE Seq-Text TO Line-Seq
                  MOVE 1 TO Seq-Found
               END-IF
            END-IF
            IF Audit-Record(Scan-Ix:5) = " Op: "
               AND Line-Op = SPACES
               MOVE Audit-Record(Scan-Ix + 5:8) TO Line-Op
            END-IF
            IF Audit-Record(Scan-Ix:6) = " Rev: "
               MOVE Audit-Record(Scan-Ix + 6:9) TO Seq-Text
               IF Seq-Text IS NUMERIC
                  MOVE Seq-Text TO Line-Rev
               END-IF
            END-IF
            ADD 1 TO Scan-Ix
         END-PERFORM.
       EXIT.
       WRITE-HIST-RECORD.
         MOVE Line-Seq TO AH-Seq.
         MOVE AL-Acct TO AH-Acct.
         MOVE AL-Date TO AH-Date.
         MOVE AL-Time TO AH-Time.
         MOVE AL-Type TO AH-Type.
         MOVE AL-Amount TO AH-Amount.
         MOVE AL-Balance TO AH-Balance.
         MOVE Line-Op TO AH-Op.
         MOVE Line-Rev TO AH-Rev-Seq.
         WRITE AH-Record
            INVALID KEY
               PERFORM REPORT-DUPLICATE
            NOT INVALID KEY
               ADD 1 TO Loaded-Count
         END-WRITE.
       EXIT.
       REPORT-DUPLICATE.
         ADD 1 TO Dup-Lines.
         MOVE SPACES TO Report-Record.
         STRING "DUPLICATE sequence " Line-Seq
                " skipped: account " AL-Acct " " AL-Type
                " " AL-Date
             DELIMITED BY SIZE INTO Report-Record
         END-STRING.
         WRITE Report-Record.
       EXIT.
       CLOSE-OUT.
         CLOSE AH-File.
         MOVE SPACES TO Report-Record.
         STRING "CONTROL lines read: " Lines-Read
                " loaded: " Loaded-Count
                " informational: " Info-Lines
                " unsequenced: " Unseq-Lines
                " duplicates: " Dup-Lines
                " archives missing: " Missing-Archives
             DELIMITED BY SIZE INTO Report-Record
         END-STRING.
         WRITE Report-Record.
         CLOSE Report-File.
         DISPLAY "ACCTHIST built: " Loaded-Count " money line(s) "
             "loaded, " Unseq-Lines " unsequenced and " Dup-Lines
             " duplicate(s) skipped; see HISTBLDRPT.".
       EXIT.
      * END OF PROGRAM

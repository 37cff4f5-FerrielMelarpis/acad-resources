      * still match the DAYCTL line AuditSeal closed it with (an
      * altered amount breaks the hash). Lines written before the
      * stamps existed are counted as unsequenced, not failed.
      * It also proves ACCTHIST, the keyed copy of the money lines,
      * against the log sequence for sequence: a sequenced money line
      * with no history record is MISSING, a history record no line
      * accounts for is an ORPHAN, and one whose account, date, time,
      * type, amount, balance, operator or reversed sequence differs
      * from its line is a MISMATCH. History older than the first
      * money line in the range is not looked at.
      * Findings land on AUDITVRRPT with a control line.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
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
       SELECT Report-File ASSIGN TO "AUDITVRRPT"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       01 Audit-Record pic X(140).
       FD Arch-File.
       01 Arch-Record pic X(140).
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
       77 Line-Known pic 9.
       77 Ctl-Mismatches pic 9(5) VALUE 0.
       77 Unsealed-Days pic 9(5) VALUE 0.
      * the history walk, in sequence order alongside the log
       77 AH-Status pic XX.
       77 Hist-Open pic 9 VALUE 0.
       77 Hist-Eof pic 9 VALUE 0.
       77 Hist-Started pic 9 VALUE 0.
       77 Line-Op pic X(8).
       77 Line-Rev pic 9(9).
       77 Hist-Matched pic 9(7) VALUE 0.
       77 Hist-Missing pic 9(5) VALUE 0.
       77 Hist-Orphans pic 9(5) VALUE 0.
       77 Hist-Mismatches pic 9(5) VALUE 0.
       PROCEDURE DIVISION.
       DISPLAY "Verify archives from month (YYYYMM, 0 = none): "
           WITH NO ADVANCING.
       DISPLAY "Through month (YYYYMM): " WITH NO ADVANCING.
       ACCEPT To-YM.
       OPEN OUTPUT Report-File.
       PERFORM OPEN-HISTORY.
       IF From-YM > 0
          MOVE From-YM TO Cur-YM
          PERFORM VERIFY-ONE-ARCHIVE UNTIL Cur-YM > To-YM
            PERFORM PROVE-DAY-CONTROL
         ELSE
            PERFORM ACCUM-DAY
            IF Line-Known = 1 AND Seq-Found = 1 AND Hist-Open = 1
               PERFORM MATCH-HISTORY
            END-IF
         END-IF.
       EXIT.
      * read in its own key order ACCTHIST runs in sequence order,
      * the order the log was written in
       OPEN-HISTORY.
         OPEN INPUT AH-File.
         IF AH-Status = "00"
            MOVE 1 TO Hist-Open
            PERFORM READ-HISTORY
         ELSE
            MOVE SPACES TO Report-Record
            STRING "ACCTHIST not available (status " AH-Status
                   "); history not proved"
                DELIMITED BY SIZE INTO Report-Record
            END-STRING
            WRITE Report-Record
         END-IF.
       EXIT.
       READ-HISTORY.
         READ AH-File NEXT RECORD
            AT END MOVE 1 TO Hist-Eof
         END-READ.
       EXIT.
      * history behind the line in hand is an orphan once the walk
      * has started; the record for the line itself must be there
      * and say what the line says
       MATCH-HISTORY.
         PERFORM UNTIL Hist-Eof = 1 OR AH-Seq NOT < Line-Seq
            IF Hist-Started = 1
               PERFORM REPORT-ORPHAN
            END-IF
            PERFORM READ-HISTORY
         END-PERFORM.
         MOVE 1 TO Hist-Started.
         IF Hist-Eof = 1 OR AH-Seq > Line-Seq
            ADD 1 TO Hist-Missing
            MOVE SPACES TO Report-Record
            STRING "HISTORY MISSING for Seq " Line-Seq
                   " account " AL-Acct " " AL-Type " " AL-Date
                DELIMITED BY SIZE INTO Report-Record
            END-STRING
            WRITE Report-Record
         ELSE
            PERFORM SCAN-LINE-STAMPS
            IF AH-Acct NOT = AL-Acct OR AH-Date NOT = AL-Date
               OR AH-Time NOT = AL-Time OR AH-Type NOT = AL-Type
               OR AH-Amount NOT = AL-Amount
               OR AH-Balance NOT = AL-Balance
               OR AH-Op NOT = Line-Op OR AH-Rev-Seq NOT = Line-Rev
               ADD 1 TO Hist-Mismatches
               MOVE SPACES TO Report-Record
               STRING "HISTORY MISMATCH Seq " Line-Seq
                      ": log " AL-Acct " " AL-Type " " AL-Amount
                      " " AL-Balance " history " AH-Acct " "
                      AH-Type " " AH-Amount " " AH-Balance
                   DELIMITED BY SIZE INTO Report-Record
               END-STRING
               WRITE Report-Record
            ELSE
               ADD 1 TO Hist-Matched
            END-IF
            PERFORM READ-HISTORY
         END-IF.
       EXIT.
       REPORT-ORPHAN.
         ADD 1 TO Hist-Orphans.
         MOVE SPACES TO Report-Record.
         STRING "HISTORY ORPHAN Seq " AH-Seq " account " AH-Acct
                " " AH-Type " " AH-Date " has no line on the log"
             DELIMITED BY SIZE INTO Report-Record
         END-STRING.
         WRITE Report-Record.
       EXIT.
      * the operator and reversed sequence behind the fixed part,
      * taken the way HistBuild takes them
       SCAN-LINE-STAMPS.
         MOVE SPACES TO Line-Op.
         MOVE 0 TO Line-Rev.
         MOVE 84 TO Scan-Ix.
         PERFORM UNTIL Scan-Ix > 126
            IF Audit-Record(Scan-Ix:5) = " Op: "
               AND Line-Op = SPACES
               MOVE Audit-Record(Scan-Ix + 5:8) TO Line-Op
            END-IF
            IF Audit-Record(Scan-Ix:6) = " Rev: "
               AND Audit-Record(Scan-Ix + 6:9) IS NUMERIC
               MOVE Audit-Record(Scan-Ix + 6:9) TO Line-Rev
            END-IF
            ADD 1 TO Scan-Ix
         END-PERFORM.
       EXIT.
      * the stamp floats at the end of the line behind fields of
      * varying width, so it is scanned for like the Op: stamp
       CHECK-SEQUENCE.
      * days with entries but no seal are listed, then the control
      * line the supervisor reads first
       CLOSE-OUT.
         IF Hist-Open = 1
            PERFORM UNTIL Hist-Eof = 1
               IF Hist-Started = 1
                  PERFORM REPORT-ORPHAN
               END-IF
               PERFORM READ-HISTORY
            END-PERFORM
            CLOSE AH-File
         END-IF.
         MOVE 1 TO Day-Ix.
         PERFORM UNTIL Day-Ix > Day-Count
            IF VD-Sealed(Day-Ix) = 0
             DELIMITED BY SIZE INTO Report-Record
         END-STRING.
         WRITE Report-Record.
         MOVE SPACES TO Report-Record.
         STRING "CONTROL history matched: " Hist-Matched
                " missing: " Hist-Missing
                " orphans: " Hist-Orphans
                " mismatches: " Hist-Mismatches
             DELIMITED BY SIZE INTO Report-Record
         END-STRING.
         WRITE Report-Record.
         CLOSE Report-File.
         IF Seq-Breaks = 0 AND Ctl-Mismatches = 0
            DISPLAY "Audit trail proves clean: " Seq-Lines
                " sequence break(s), " Ctl-Mismatches
                " day mismatch(es); see AUDITVRRPT."
         END-IF.
         IF Hist-Open = 1
            IF Hist-Missing = 0 AND Hist-Orphans = 0
               AND Hist-Mismatches = 0
               DISPLAY "ACCTHIST agrees with the log: " Hist-Matched
                   " money line(s) matched."
            ELSE
               DISPLAY "ACCTHIST DOES NOT AGREE: " Hist-Missing
                   " missing, " Hist-Orphans " orphan(s), "
                   Hist-Mismatches " mismatch(es); rebuild it with "
                   "HistBuild."
            END-IF
         ELSE
            DISPLAY "ACCTHIST not available; history not proved."
         END-IF.
       EXIT.
      * END OF PROGRAM

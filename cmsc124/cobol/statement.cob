	PROGRAM-ID. Statement.
	AUTHOR. FerrielMelarpis.
      * takes an account number and a date range and turns the member's
      * money entries into a formatted STATEMENT file: opening
      * balance, each transaction in order with its running balance,
      * and the closing balance, the way AcctSummary leaves EODSUMRY.
      * The entries are read by account number off ACCTHIST, the keyed
      * copy of the audit log's money lines, so neither the live log
      * nor the closed-month archives are walked; HistBuild loads it
      * with whatever was posted before it existed. evil.cob and
      * GENIO2.cob write audit lines with no account number, so this
      * statement only covers entries in StudentRecords' format until
      * all branches share one physical layout.
      * A teller correction (CORRECT- / CORRECT+) prints against the
      * Seq it reverses, and the reversed entry is marked with the
      * Seq that corrected it off CORRECTNS; neither side of the pair
      * is counted as a customer transaction.
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
      * one record per money line, keyed by audit sequence, read
      * here by the account-number alternate key
	SELECT AH-File ASSIGN TO "ACCTHIST"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS AH-Seq
            ALTERNATE RECORD KEY IS AH-Acct WITH DUPLICATES
            ALTERNATE RECORD KEY IS AH-Date WITH DUPLICATES
            FILE STATUS IS AH-Status.
	SELECT Corr-File ASSIGN TO "CORRECTNS"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS Cx-Orig-Seq
            FILE STATUS IS Corr-Status.
	SELECT Stmt-File ASSIGN TO "STATEMENT"
            ORGANIZATION IS LINE SEQUENTIAL.
	DATA DIVISION.
	FILE SECTION.
      * one money line: its audit sequence, account, date and time,
      * type, amount, the balance it left, the operator and, on a
      * correction, the sequence it reverses
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
      * entries TellerCorrect has reversed, keyed by the original Seq
	FD Corr-File.
	01 Corr-Record.
              02 Cx-Orig-Seq pic 9(9).
              02 Cx-Acct pic 9(6).
              02 Cx-Orig-Type pic X(8).
              02 Cx-Amount pic 9(7)V99.
              02 Cx-Orig-Date pic 9(8).
              02 Cx-Corr-Seq pic 9(9).
              02 Cx-Date pic 9(8).
              02 Cx-Op pic X(8).
              02 Cx-Approved pic X(8).
	FD Stmt-File.
	01 Stmt-Record pic X(100).
	WORKING-STORAGE SECTION.
       77 AH-Status pic XX.
       77 Hist-Eof pic 9 VALUE 0.
       77 Stmt-Acct pic 9(6).
       77 Date-From pic 9(8).
       77 Date-To pic 9(8).
       77 Have-Opening pic 9 VALUE 0.
       77 Opening-Written pic 9 VALUE 0.
       77 Txn-Count pic 9(5) VALUE 0.
      * correction pairs: whether CORRECTNS exists at all
       77 Corr-Status pic XX.
       77 Corr-Open pic 9 VALUE 0.
       77 Corr-Count pic 9(5) VALUE 0.
       77 Stmt-Note pic X(30).
	PROCEDURE DIVISION.
       DISPLAY "Statement for (account number): "
           WITH NO ADVANCING.
       DISPLAY "To date (YYYYMMDD): " WITH NO ADVANCING.
       ACCEPT Date-To.
       PERFORM OpenFiles.
       PERFORM StartHistory.
       PERFORM ReadHistory UNTIL Hist-Eof = 1.
       PERFORM WriteClosing.
       PERFORM CloseFiles.
       DISPLAY "Statement written to STATEMENT (" Txn-Count
           " transaction(s), " Corr-Count " correction(s)).".
       STOP RUN.
       OpenFiles.
              OPEN INPUT AH-File.
              IF AH-Status NOT = "00"
                     DISPLAY "ACCTHIST not available; build it with "
                         "HistBuild before producing a statement."
                     STOP RUN
              END-IF.
              OPEN INPUT Corr-File.
              IF Corr-Status = "00"
                     MOVE 1 TO Corr-Open
              END-IF.
              OPEN OUTPUT Stmt-File.
              MOVE SPACES TO Stmt-Record.
              STRING "Statement for account " Stmt-Acct
              WRITE Stmt-Record.
       EXIT.
       CloseFiles.
              CLOSE AH-File.
              IF Corr-Open = 1
                     CLOSE Corr-File
              END-IF.
              CLOSE Stmt-File.
       EXIT.
      * the account's first entry, by the account-number key; its
      * entries follow one another in the order they were posted
       StartHistory.
              MOVE Stmt-Acct TO AH-Acct.
              READ AH-File KEY IS AH-Acct
                     INVALID KEY
                            MOVE 1 TO Hist-Eof
              END-READ.
       EXIT.
      * entries before the range only move the opening balance
      * along; the walk stops at the account's last entry or the
      * first one past the range
       ReadHistory.
              IF AH-Acct NOT = Stmt-Acct OR AH-Date > Date-To
                     MOVE 1 TO Hist-Eof
              ELSE
                     PERFORM TakeHistLine
                     READ AH-File NEXT RECORD
                            AT END
                                   MOVE 1 TO Hist-Eof
                     END-READ
              END-IF.
       EXIT.
       TakeHistLine.
              IF AH-Date < Date-From
                     MOVE AH-Balance TO Opening-Bal
                     MOVE 1 TO Have-Opening
              ELSE
                     PERFORM TakeStatementLine
              END-IF.
       EXIT.
      * first in-range entry fixes the opening balance: either the
       TakeStatementLine.
              IF Opening-Written = 0
                     IF Have-Opening = 0
                            IF AH-Type = "WITHDRAW"
                               OR AH-Type = "XFEROUT"
                               OR AH-Type = "WDRAPPRV"
                               OR AH-Type = "FEE"
                               OR AH-Type = "RETNFEE"
                               OR AH-Type = "RETURNED"
                               OR AH-Type = "TDPLACE"
                               OR AH-Type = "LOANPAY"
                               OR AH-Type = "LOANINT"
                               OR AH-Type = "WHTAX"
                               OR AH-Type = "ESCHEAT"
                               OR AH-Type = "CHKPAID"
                               OR AH-Type = "NSFFEE"
                               OR AH-Type = "PAYVOID"
                               OR AH-Type = "CORRECT-"
                                   COMPUTE Opening-Bal =
                                       AH-Balance + AH-Amount
                            ELSE
                                   COMPUTE Opening-Bal =
                                       AH-Balance - AH-Amount
                            END-IF
                     END-IF
                     PERFORM WriteOpening
              END-IF.
              MOVE SPACES TO Stmt-Note.
              IF AH-Type = "CORRECT-" OR AH-Type = "CORRECT+"
                     STRING " correction of Seq " AH-Rev-Seq
                         DELIMITED BY SIZE INTO Stmt-Note
                     END-STRING
              ELSE
                     PERFORM FindCorrection
              END-IF.
              MOVE SPACES TO Stmt-Record.
              STRING AH-Date " " AH-Time " " AH-Type " " AH-Amount
                     " running balance: " AH-Balance Stmt-Note
                  DELIMITED BY SIZE INTO Stmt-Record
              END-STRING.
              WRITE Stmt-Record.
              MOVE AH-Balance TO Closing-Bal.
              IF Stmt-Note = SPACES
                     ADD 1 TO Txn-Count
              ELSE
                     ADD 1 TO Corr-Count
              END-IF.
       EXIT.
      * CORRECTNS is keyed by the sequence of the entry reversed
       FindCorrection.
              IF Corr-Open = 1
                     MOVE AH-Seq TO Cx-Orig-Seq
                     READ Corr-File
                            INVALID KEY
                                   CONTINUE
                            NOT INVALID KEY
                                   STRING " corrected by Seq "
                                          Cx-Corr-Seq
                                       DELIMITED BY SIZE INTO Stmt-Note
                                   END-STRING
                     END-READ
              END-IF.
       EXIT.
       WriteOpening.
              MOVE SPACES TO Stmt-Record.

	IDENTIFICATION DIVISION.
	PROGRAM-ID. Reconcile.
	AUTHOR. FerrielMelarpis.
      * replays each account's money entries for one day,
      * proves the computed closing balance against both the balance
      * the last entry recorded and the fusermoney actually on
      * ACCOUNTS.DAT, and writes every account that fails to a
      * RECONRPT exceptions report with a control line the supervisor
      * signs off before the branch opens. Runs against StudentRecords'
      * file and audit format, like AcctSummary and PostInterest.
      * Teller corrections replay like any other movement but are
      * listed on their own CORRECTION lines against the Seq they
      * reverse and counted apart on the control line.
      * The day's entries are read by date off ACCTHIST, the keyed
      * copy of the audit log's money lines, so a closed month is
      * proved the same way as the live one without walking either
      * the log or its archives.
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
            RECORD KEY IS faccountno
            ALTERNATE RECORD KEY IS fusername WITH DUPLICATES
            FILE STATUS IS Fp-Status.
      * one record per money line, keyed by audit sequence, read
      * here by the date alternate key
	SELECT AH-File ASSIGN TO "ACCTHIST"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS AH-Seq
            ALTERNATE RECORD KEY IS AH-Acct WITH DUPLICATES
            ALTERNATE RECORD KEY IS AH-Date WITH DUPLICATES
            FILE STATUS IS AH-Status.
	SELECT Report-File ASSIGN TO "RECONRPT"
            ORGANIZATION IS LINE SEQUENTIAL.
	DATA DIVISION.
              02 flastact pic 9(8).
              02 fdormant pic X.
              02 fholds pic 9(7)V99.
              02 fproduct pic XX.
              02 fbranch pic X(3).
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
	01 Report-Record pic X(120).
	WORKING-STORAGE SECTION.
       77 Fp-Status pic XX.
       77 AH-Status pic XX.
       77 Hist-Eof pic 9 VALUE 0.
       77 Recon-Date pic 9(8).
      * one slot per account seen in the day's entries: the opening
      * implied by the first entry, the signed sum of amounts, and
      * the balance the last entry recorded
       77 Computed-Bal pic S9(9)V99.
       77 Exception-Count pic 9(3) VALUE 0.
       77 Table-Full-Warned pic 9 VALUE 0.
       77 Correction-Count pic 9(3) VALUE 0.
	PROCEDURE DIVISION.
       DISPLAY "Reconcile entries dated (YYYYMMDD): "
           WITH NO ADVANCING.
       ACCEPT Recon-Date.
       PERFORM OpenFiles.
       PERFORM StartHistory.
       PERFORM ReadHistory UNTIL Hist-Eof = 1.
       CLOSE AH-File.
       PERFORM ProveAccounts.
       PERFORM WriteControlLine.
       PERFORM CloseFiles.
                     STOP RUN
              END-IF.
              PERFORM ValidateLayout.
              OPEN INPUT AH-File.
              IF AH-Status NOT = "00"
                     DISPLAY "ACCTHIST not available; build it with "
                         "HistBuild before reconciling."
                     STOP RUN
              END-IF.
              OPEN OUTPUT Report-File.
              CLOSE fp.
              CLOSE Report-File.
       EXIT.
      * the day's first entry, by the date key; the day's entries
      * follow one another in the order they were posted
       StartHistory.
              MOVE Recon-Date TO AH-Date.
              READ AH-File KEY IS AH-Date
                     INVALID KEY
                            MOVE 1 TO Hist-Eof
              END-READ.
       EXIT.
       ReadHistory.
              IF AH-Date NOT = Recon-Date
                     MOVE 1 TO Hist-Eof
              ELSE
                     PERFORM TakeAuditLine
                     READ AH-File NEXT RECORD
                            AT END
                                   MOVE 1 TO Hist-Eof
                     END-READ
              END-IF.
       EXIT.
      * fold one entry into its account's slot, opening the slot from
              MOVE 0 TO Found-Ix.
              MOVE 1 TO Rec-Ix.
              PERFORM UNTIL Rec-Ix > Rec-Count
                     IF RT-Acct(Rec-Ix) = AH-Acct
                            MOVE Rec-Ix TO Found-Ix
                            MOVE Rec-Count TO Rec-Ix
                     END-IF
                     ELSE
                            ADD 1 TO Rec-Count
                            MOVE Rec-Count TO Found-Ix
                            MOVE AH-Acct TO RT-Acct(Found-Ix)
                            PERFORM FindAccountName
                            MOVE 0 TO RT-Sum(Found-Ix)
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
                                   COMPUTE RT-Opening(Found-Ix) =
                                       AH-Balance + AH-Amount
                            ELSE
                                   COMPUTE RT-Opening(Found-Ix) =
                                       AH-Balance - AH-Amount
                            END-IF
                     END-IF
              END-IF.
              IF Found-Ix > 0
                     IF AH-Type = "WITHDRAW" OR AH-Type = "XFEROUT"
                        OR AH-Type = "WDRAPPRV" OR AH-Type = "FEE"
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
                            SUBTRACT AH-Amount FROM RT-Sum(Found-Ix)
                     ELSE
                            ADD AH-Amount TO RT-Sum(Found-Ix)
                     END-IF
                     MOVE AH-Balance TO RT-Last-Bal(Found-Ix)
              END-IF.
              IF AH-Type = "CORRECT-" OR AH-Type = "CORRECT+"
                     PERFORM WriteCorrectionLine
              END-IF.
       EXIT.
      * a correction is not customer movement: it is shown against
      * the Seq it reverses
       WriteCorrectionLine.
              ADD 1 TO Correction-Count.
              MOVE SPACES TO Report-Record.
              STRING "CORRECTION " AH-Acct " " AH-Type
                     " " AH-Amount " reverses Seq " AH-Rev-Seq
                  DELIMITED BY SIZE INTO Report-Record
              END-STRING.
              WRITE Report-Record.
       EXIT.
      * the entries carry no name, so the slot takes it off the
      * account record; an account no longer on file stays blank
      * and is reported by number
       FindAccountName.
              MOVE AH-Acct TO faccountno.
              READ fp KEY IS faccountno
                     INVALID KEY
                            MOVE SPACES TO RT-User(Found-Ix)
                     NOT INVALID KEY
                            MOVE fusername TO RT-User(Found-Ix)
              END-READ.
       EXIT.
      * replay each account: opening plus the signed day's movement
      * must equal both the last recorded balance and the balance on
       WriteMissingException.
              ADD 1 TO Exception-Count.
              MOVE SPACES TO Report-Record.
              STRING "EXCEPTION account " RT-Acct(Rec-Ix)
                     " has audit entries but no ACCOUNTS.DAT record"
                  DELIMITED BY SIZE INTO Report-Record
              END-STRING.
              MOVE SPACES TO Report-Record.
              STRING "CONTROL accounts proved: " Rec-Count
                     " exceptions: " Exception-Count
                     " corrections: " Correction-Count
                  DELIMITED BY SIZE INTO Report-Record
              END-STRING.
              WRITE Report-Record.

       SELECT ASeq-File ASSIGN TO "AUDITSEQ"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ASeq-Status.
      * the keyed copy of every money line posted here, read by
      * the account-history inquiries in place of the whole log
       SELECT AH-File ASSIGN TO "ACCTHIST"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AH-Seq
           ALTERNATE RECORD KEY IS AH-Acct WITH DUPLICATES
           ALTERNATE RECORD KEY IS AH-Date WITH DUPLICATES
           FILE STATUS IS AH-Status.
       SELECT Oper-File ASSIGN TO "OPERATORS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Oper-Status.
          02 flastact pic 9(8).
          02 fdormant pic X.
          02 fholds pic 9(7)V99.
          02 fproduct pic XX.
          02 fbranch pic X(3).
       FD Hold-File.
       01 Hold-Record.
          02 Hold-Key.
       01 Audit-Record pic X(140).
       FD ASeq-File.
       01 ASeq-Record pic 9(9).
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
       FD Oper-File.
       01 Oper-Record.
          02 Opr-ID pic X(8).
          02 Opr-Pin pic 9(4).
          02 Opr-Role pic X.
          02 Opr-Active pic X.
          02 Opr-Branch pic X(3).
       FD Fee-File.
       01 Fee-Record.
          02 Fee-Type pic X.
       77 Hold-Status pic XX.
       77 Audit-Status pic XX.
       77 ASeq-Status pic XX.
       77 AH-Status pic XX.
       77 Audit-Seq pic 9(9).
       77 Oper-Status pic XX.
       77 Eof-Flag pic 9 VALUE 0.
             03 OT-ID pic X(8).
             03 OT-Pin pic 9(4).
             03 OT-Role pic X.
             03 OT-Branch pic X(3).
             03 OT-Active pic X.
       77 Op-Try-ID pic X(8).
       77 Op-Try-Pin pic 9(4).
       77 Current-Op pic X(8) VALUE SPACES.
       77 Super-Ok pic 9 VALUE 0.
       77 Super-Op pic X(8).
      * the branch the signed-on operator works at, stamped straight
      * after the Op: ID on every teller line as "@" and the code,
      * with "*" when the member's account is homed at another
      * branch; operators from before branches belong to head office
       77 Current-Branch pic X(3) VALUE SPACES.
       77 House-Branch pic X(3) VALUE "001".
       01 Br-Stamp.
          02 Br-At pic X VALUE "@".
          02 Br-Code pic X(3).
          02 Br-Away pic X.
      * the account's holds, listed and picked by number
       77 Work-Acct pic 9(6).
       77 Hold-Count pic 9(2) VALUE 0.
            CLOSE Audit-File
            OPEN EXTEND Audit-File
         END-IF.
         OPEN I-O AH-File.
         IF AH-Status = "35"
            OPEN OUTPUT AH-File
            CLOSE AH-File
            OPEN I-O AH-File
         END-IF.
         OPEN OUTPUT Report-File.
       EXIT.
       CloseFiles.
         CLOSE fp.
         CLOSE Hold-File.
         CLOSE Audit-File.
         CLOSE AH-File.
         CLOSE Report-File.
       EXIT.
       LoadOperators.
                     MOVE Opr-ID TO OT-ID(Op-Count)
                     MOVE Opr-Pin TO OT-Pin(Op-Count)
                     MOVE Opr-Role TO OT-Role(Op-Count)
                     MOVE Opr-Branch TO OT-Branch(Op-Count)
                     MOVE "Y" TO OT-Active(Op-Count)
                  END-IF
            END-READ
            IF Op-Found-Ix > 0
               AND Op-Try-Pin = OT-Pin(Op-Found-Ix)
               MOVE Op-Try-ID TO Current-Op
               MOVE OT-Branch(Op-Found-Ix) TO Current-Branch
               IF Current-Branch = SPACES
                  MOVE House-Branch TO Current-Branch
               END-IF
               DISPLAY "Signed on as " Current-Op "."
            ELSE
               ADD 1 TO Op-Tries
         ACCEPT Audit-Date FROM DATE YYYYMMDD.
         ACCEPT Audit-Time FROM TIME.
         PERFORM GetNextAuditSeq.
         PERFORM SetBranchStamp.
         MOVE SPACES TO Audit-Record.
         STRING faccountno " " fusername " RETURNED "
                Ret-Amount
                " Balance: " fusermoney
                " " Audit-Date " " Audit-Time
                " Op: " Current-Op Br-Stamp
                " Approved: " Super-Op
                " Seq: " Audit-Seq
             DELIMITED BY SIZE INTO Audit-Record
         END-STRING.
         WRITE Audit-Record.
         MOVE "RETURNED" TO AH-Type.
         MOVE Ret-Amount TO AH-Amount.
         PERFORM WriteAcctHist.
       EXIT.
       WriteFeeAudit.
         PERFORM GetNextAuditSeq.
         PERFORM SetBranchStamp.
         MOVE SPACES TO Audit-Record.
         STRING faccountno " " fusername " RETNFEE  " Fee-Taken
                " Balance: " fusermoney
                " " Audit-Date " " Audit-Time
                " Op: " Current-Op Br-Stamp
                " Approved: " Super-Op
                " Seq: " Audit-Seq
             DELIMITED BY SIZE INTO Audit-Record
         END-STRING.
         WRITE Audit-Record.
         MOVE "RETNFEE" TO AH-Type.
         MOVE Fee-Taken TO AH-Amount.
         PERFORM WriteAcctHist.
       EXIT.
       WriteReturnLine.
         MOVE SPACES TO Report-Record.
         DISPLAY Returned-Count " return(s) processed; see "
             "CHKRETRPT.".
       EXIT.
      * where the line was keyed: the operator's branch, flagged
      * when the account in the buffer is homed at another one
       SetBranchStamp.
         MOVE Current-Branch TO Br-Code.
         MOVE SPACE TO Br-Away.
         IF fbranch NOT = SPACES AND fbranch NOT = Current-Branch
            MOVE "*" TO Br-Away
         END-IF.
       EXIT.
      * the ACCTHIST copy of the money line just written, keyed
      * by its audit sequence; the caller has set the type and
      * amount
       WriteAcctHist.
         MOVE Audit-Seq TO AH-Seq.
         MOVE faccountno TO AH-Acct.
         MOVE Audit-Date TO AH-Date.
         MOVE Audit-Time TO AH-Time.
         MOVE fusermoney TO AH-Balance.
         MOVE Current-Op TO AH-Op.
         MOVE 0 TO AH-Rev-Seq.
         WRITE AH-Record
            INVALID KEY
               DISPLAY "ACCTHIST already holds sequence "
                   AH-Seq "; rebuild it with HistBuild."
         END-WRITE.
       EXIT.
      * next audit sequence number off the AUDITSEQ counter, the
      * same counter-file pattern StudentRecords uses; the verifier
      * proves the stamps run unbroken

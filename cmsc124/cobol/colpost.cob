      * posts a collection partner's inbound deposit file to accounts
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
	PROGRAM-ID. CollectPost.
	AUTHOR. FerrielMelarpis.
      * applies the daily COLLECT file a remittance partner sends for
      * our members, the way PayCredit applies PAYCREDIT: a header
      * naming the source and business date, one detail per deposit
      * (account, name, amount, the partner's own reference) and a
      * count/total trailer. The file must carry its header and prove
      * against its trailer before anything posts. Each deposit that
      * lands is a COLLECT audit entry carrying the partner reference;
      * a deposit for an account that is not on file, is locked or
      * dormant, or would pass the 9999999.99 ceiling goes to the
      * COLREJECT file, laid out like the inbound file, for return to
      * the partner. Every reference posted is kept on COLREFS, so a
      * reference the partner has sent before - in this file or an
      * earlier one - is refused as a duplicate. COLPOSTRPT lists what
      * posted and closes with posted plus rejected tied to the
      * trailer.
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	SELECT Coll-File ASSIGN TO "COLLECT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS Co-Status.
	SELECT Ref-File ASSIGN TO "COLREFS"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS Ref-Key
            FILE STATUS IS Ref-Status.
	SELECT fp ASSIGN TO "ACCOUNTS.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS faccountno
            ALTERNATE RECORD KEY IS fusername WITH DUPLICATES
            FILE STATUS IS Fp-Status.
	SELECT Audit-File ASSIGN TO "AUDITLOG.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS Audit-Status.
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
	SELECT Reject-File ASSIGN TO "COLREJECT"
            ORGANIZATION IS LINE SEQUENTIAL.
	SELECT Report-File ASSIGN TO "COLPOSTRPT"
            ORGANIZATION IS LINE SEQUENTIAL.
	DATA DIVISION.
	FILE SECTION.
      * H header, D detail, T trailer
	FD Coll-File.
	01 Coll-Header.
              02 Ch-Rec-Type pic X.
              02 Ch-Source pic X(10).
              02 Ch-Business-Date pic 9(8).
	01 Coll-Detail.
              02 Cd-Rec-Type pic X.
              02 Cd-Acct-No pic 9(6).
              02 Cd-Name pic X(20).
              02 Cd-Amount pic 9(7)V99.
              02 Cd-Partner-Ref pic X(16).
	01 Coll-Trailer.
              02 Ct-Rec-Type pic X.
              02 Ct-Count pic 9(5).
              02 Ct-Total pic 9(9)V99.
      * one partner reference already posted, by source
	FD Ref-File.
	01 Ref-Record.
              02 Ref-Key.
                     03 Ref-Source pic X(10).
                     03 Ref-Partner-Ref pic X(16).
              02 Ref-Business-Date pic 9(8).
              02 Ref-Acct pic 9(6).
              02 Ref-Amount pic 9(7)V99.
              02 Ref-Posted pic 9(8).
	FD fp.
	01 fuser.
              02 faccountno pic 9(6).
              02 fusername pic X(20).
              02 fbirthday.
                     03 fbmonth pic X(10).
                     03 fbday pic 99.
                     03 fbyear pic 9(4).
              02 fuserpin pic 9(4).
              02 fusermoney pic 9(7)V99.
              02 ffailcount pic 9.
              02 flocked pic X.
              02 flastact pic 9(8).
              02 fdormant pic X.
              02 fholds pic 9(7)V99.
              02 fproduct pic XX.
              02 fbranch pic X(3).
	FD Audit-File.
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
      * the inbound layout with the reason behind each detail, so
      * the partner reads its returns with the program it sends with
	FD Reject-File.
	01 Reject-Header.
              02 Rh-Rec-Type pic X.
              02 Rh-Source pic X(10).
              02 Rh-Business-Date pic 9(8).
	01 Reject-Detail.
              02 Rd-Rec-Type pic X.
              02 Rd-Acct-No pic 9(6).
              02 Rd-Name pic X(20).
              02 Rd-Amount pic 9(7)V99.
              02 Rd-Partner-Ref pic X(16).
              02 Rd-Reason pic X(12).
	01 Reject-Trailer.
              02 Rt-Rec-Type pic X.
              02 Rt-Count pic 9(5).
              02 Rt-Total pic 9(9)V99.
	FD Report-File.
	01 Report-Record pic X(120).
	WORKING-STORAGE SECTION.
       77 Co-Status pic XX.
       77 Ref-Status pic XX.
       77 Fp-Status pic XX.
       77 Audit-Status pic XX.
       77 ASeq-Status pic XX.
       77 AH-Status pic XX.
       77 Audit-Seq pic 9(9).
       77 Co-Eof pic 9 VALUE 0.
       77 Header-Seen pic 9 VALUE 0.
       77 Bad-Order pic 9 VALUE 0.
       77 File-Source pic X(10).
       77 File-Business-Date pic 9(8).
       77 File-Count pic 9(5) VALUE 0.
       77 File-Total pic 9(9)V99 VALUE 0.
       77 Trailer-Seen pic 9 VALUE 0.
       77 Trl-Count pic 9(5).
       77 Trl-Total pic 9(9)V99.
       77 Prove-Ok pic 9 VALUE 0.
       77 Posted-Count pic 9(5) VALUE 0.
       77 Posted-Total pic 9(9)V99 VALUE 0.
       77 Reject-Count pic 9(5) VALUE 0.
       77 Reject-Total pic 9(9)V99 VALUE 0.
       77 Tied-Count pic 9(5).
       77 Tied-Total pic 9(9)V99.
       77 Audit-Date pic 9(8).
       77 Audit-Time pic 9(8).
       77 Rej-Reason pic X(12).
	PROCEDURE DIVISION.
       PERFORM PROVE-COLLECT-FILE.
       IF Prove-Ok = 1
              PERFORM POST-COLLECTIONS
       END-IF.
       STOP RUN.
      * first pass: a header first, then details, then a trailer that
      * matches what the file holds
       PROVE-COLLECT-FILE.
              OPEN INPUT Coll-File.
              IF Co-Status NOT = "00"
                     DISPLAY "COLLECT not available; nothing to "
                         "post."
                     STOP RUN
              END-IF.
              PERFORM SUM-COLLECT-RECORD UNTIL Co-Eof = 1.
              CLOSE Coll-File.
              IF Header-Seen = 0 OR Bad-Order = 1
                     DISPLAY "COLLECT does not open with one header "
                         "ahead of its details, or holds a record "
                         "of no known type; refusing to post."
              ELSE
              IF Trailer-Seen = 0
                     DISPLAY "COLLECT has no trailer; refusing to "
                         "post."
              ELSE
              IF File-Count NOT = Trl-Count
                 OR File-Total NOT = Trl-Total
                     DISPLAY "COLLECT does not prove against its "
                         "trailer (" File-Count " / " File-Total
                         " vs " Trl-Count " / " Trl-Total
                         "); refusing to post."
              ELSE
                     MOVE 1 TO Prove-Ok
              END-IF
              END-IF
              END-IF.
       EXIT.
       SUM-COLLECT-RECORD.
              READ Coll-File
                     AT END
                            MOVE 1 TO Co-Eof
                     NOT AT END
                            PERFORM SUM-ONE-RECORD
              END-READ.
       EXIT.
       SUM-ONE-RECORD.
              IF Ch-Rec-Type = "H"
                     IF Header-Seen = 1 OR File-Count > 0
                            MOVE 1 TO Bad-Order
                     END-IF
                     MOVE 1 TO Header-Seen
                     MOVE Ch-Source TO File-Source
                     MOVE Ch-Business-Date TO File-Business-Date
              ELSE
              IF Ct-Rec-Type = "T"
                     MOVE 1 TO Trailer-Seen
                     MOVE Ct-Count TO Trl-Count
                     MOVE Ct-Total TO Trl-Total
              ELSE
              IF Cd-Rec-Type = "D" AND Header-Seen = 1
                     ADD 1 TO File-Count
                     ADD Cd-Amount TO File-Total
              ELSE
                     MOVE 1 TO Bad-Order
              END-IF
              END-IF
              END-IF.
       EXIT.
      * second pass: post or reject each detail, and close with the
      * totals tied back to the trailer
       POST-COLLECTIONS.
              MOVE 0 TO Co-Eof.
              OPEN INPUT Coll-File.
              OPEN I-O fp.
              IF Fp-Status NOT = "00"
                     DISPLAY "ACCOUNTS.DAT not available; nothing "
                         "was posted."
                     CLOSE Coll-File
                     STOP RUN
              END-IF.
              OPEN I-O Ref-File.
              IF Ref-Status = "35"
                     OPEN OUTPUT Ref-File
                     CLOSE Ref-File
                     OPEN I-O Ref-File
              END-IF.
              OPEN EXTEND Audit-File.
              IF Audit-Status = "35"
                     OPEN OUTPUT Audit-File
                     CLOSE Audit-File
                     OPEN EXTEND Audit-File
              END-IF.
              OPEN I-O AH-File.
              IF AH-Status = "35"
                     OPEN OUTPUT AH-File
                     CLOSE AH-File
                     OPEN I-O AH-File
              END-IF.
              OPEN OUTPUT Reject-File.
              OPEN OUTPUT Report-File.
              MOVE SPACES TO Reject-Header.
              MOVE "H" TO Rh-Rec-Type.
              MOVE File-Source TO Rh-Source.
              MOVE File-Business-Date TO Rh-Business-Date.
              WRITE Reject-Header.
              MOVE SPACES TO Report-Record.
              STRING "COLLECTIONS POSTED from " File-Source
                     " business date " File-Business-Date
                  DELIMITED BY SIZE INTO Report-Record
              END-STRING.
              WRITE Report-Record.
              PERFORM POST-ONE-RECORD UNTIL Co-Eof = 1.
              PERFORM WRITE-POSTING-TOTALS.
              CLOSE Coll-File.
              CLOSE fp.
              CLOSE Ref-File.
              CLOSE Audit-File.
              CLOSE AH-File.
              CLOSE Reject-File.
              CLOSE Report-File.
       EXIT.
       POST-ONE-RECORD.
              READ Coll-File
                     AT END
                            MOVE 1 TO Co-Eof
                     NOT AT END
                            IF Cd-Rec-Type = "D"
                                   PERFORM APPLY-COLLECTION
                            END-IF
              END-READ.
       EXIT.
      * a reference on COLREFS has posted before; the first sending
      * stands and the repeat goes back to the partner
       APPLY-COLLECTION.
              MOVE File-Source TO Ref-Source.
              MOVE Cd-Partner-Ref TO Ref-Partner-Ref.
              READ Ref-File KEY IS Ref-Key
                     INVALID KEY
                            PERFORM APPLY-TO-ACCOUNT
                     NOT INVALID KEY
                            MOVE "DUPLICATE" TO Rej-Reason
                            PERFORM WRITE-REJECT
              END-READ.
       EXIT.
       APPLY-TO-ACCOUNT.
              MOVE Cd-Acct-No TO faccountno.
              READ fp KEY IS faccountno
                     INVALID KEY
                            MOVE "NO ACCOUNT" TO Rej-Reason
                            PERFORM WRITE-REJECT
                     NOT INVALID KEY
                            PERFORM APPLY-COLLECTION-CHECKS
              END-READ.
       EXIT.
       APPLY-COLLECTION-CHECKS.
              IF flocked = "Y"
                     MOVE "LOCKED" TO Rej-Reason
                     PERFORM WRITE-REJECT
              ELSE
              IF fdormant = "Y"
                     MOVE "DORMANT" TO Rej-Reason
                     PERFORM WRITE-REJECT
              ELSE
              IF Cd-Amount > 9999999.99 - fusermoney
                     MOVE "OVER CEILING" TO Rej-Reason
                     PERFORM WRITE-REJECT
              ELSE
                     COMPUTE fusermoney = fusermoney + Cd-Amount
                     ACCEPT Audit-Date FROM DATE YYYYMMDD
                     MOVE Audit-Date TO flastact
                     REWRITE fuser
                     PERFORM WRITE-COLLECT-AUDIT
                     MOVE File-Business-Date TO Ref-Business-Date
                     MOVE Cd-Acct-No TO Ref-Acct
                     MOVE Cd-Amount TO Ref-Amount
                     MOVE Audit-Date TO Ref-Posted
                     WRITE Ref-Record
                     PERFORM WRITE-POSTED-LINE
                     ADD 1 TO Posted-Count
                     ADD Cd-Amount TO Posted-Total
              END-IF
              END-IF
              END-IF.
       EXIT.
       WRITE-REJECT.
              ADD 1 TO Reject-Count.
              ADD Cd-Amount TO Reject-Total.
              MOVE SPACES TO Reject-Detail.
              MOVE "D" TO Rd-Rec-Type.
              MOVE Cd-Acct-No TO Rd-Acct-No.
              MOVE Cd-Name TO Rd-Name.
              MOVE Cd-Amount TO Rd-Amount.
              MOVE Cd-Partner-Ref TO Rd-Partner-Ref.
              MOVE Rej-Reason TO Rd-Reason.
              WRITE Reject-Detail.
       EXIT.
       WRITE-POSTED-LINE.
              MOVE SPACES TO Report-Record.
              STRING Cd-Partner-Ref " " faccountno " " fusername
                     " " Cd-Amount " Balance: " fusermoney
                  DELIMITED BY SIZE INTO Report-Record
              END-STRING.
              WRITE Report-Record.
       EXIT.
       WRITE-COLLECT-AUDIT.
              ACCEPT Audit-Time FROM TIME.
              PERFORM GET-NEXT-AUDIT-SEQ.
              MOVE SPACES TO Audit-Record.
              STRING faccountno " " fusername " COLLECT  " Cd-Amount
                     " Balance: " fusermoney
                     " " Audit-Date " " Audit-Time
                     " Ref: " Cd-Partner-Ref
                     " Src: " File-Source
                     " Seq: " Audit-Seq
                  DELIMITED BY SIZE INTO Audit-Record
              END-STRING.
              WRITE Audit-Record.
              MOVE "COLLECT" TO AH-Type.
              MOVE Cd-Amount TO AH-Amount.
              PERFORM WRITE-ACCT-HIST.
       EXIT.
      * posted plus rejected must come back to the trailer exactly;
      * the rejects file closes with its own count/total trailer
       WRITE-POSTING-TOTALS.
              MOVE SPACES TO Reject-Trailer.
              MOVE "T" TO Rt-Rec-Type.
              MOVE Reject-Count TO Rt-Count.
              MOVE Reject-Total TO Rt-Total.
              WRITE Reject-Trailer.
              COMPUTE Tied-Count = Posted-Count + Reject-Count.
              COMPUTE Tied-Total = Posted-Total + Reject-Total.
              MOVE SPACES TO Report-Record.
              STRING "Posted   " Posted-Count " for " Posted-Total
                  DELIMITED BY SIZE INTO Report-Record
              END-STRING.
              WRITE Report-Record.
              MOVE SPACES TO Report-Record.
              STRING "Rejected " Reject-Count " for " Reject-Total
                     " (see COLREJECT)"
                  DELIMITED BY SIZE INTO Report-Record
              END-STRING.
              WRITE Report-Record.
              MOVE SPACES TO Report-Record.
              STRING "Total    " Tied-Count " for " Tied-Total
                     "  Trailer " Trl-Count " for " Trl-Total
                  DELIMITED BY SIZE INTO Report-Record
              END-STRING.
              WRITE Report-Record.
              IF Tied-Count = Trl-Count AND Tied-Total = Trl-Total
                     MOVE "POSTING TIES TO THE TRAILER"
                         TO Report-Record
              ELSE
                     MOVE "POSTING DOES NOT TIE TO THE TRAILER"
                         TO Report-Record
              END-IF.
              WRITE Report-Record.
              DISPLAY "Posted " Posted-Count " collection(s) "
                  "totalling " Posted-Total "; " Reject-Count
                  " rejected; see COLPOSTRPT.".
       EXIT.
      * the ACCTHIST copy of the money line just written, keyed
      * by its audit sequence; the caller has set the type and
      * amount
       WRITE-ACCT-HIST.
              MOVE Audit-Seq TO AH-Seq.
              MOVE faccountno TO AH-Acct.
              MOVE Audit-Date TO AH-Date.
              MOVE Audit-Time TO AH-Time.
              MOVE fusermoney TO AH-Balance.
              MOVE SPACES TO AH-Op.
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
       GET-NEXT-AUDIT-SEQ.
              OPEN INPUT ASeq-File.
              IF ASeq-Status = "00"
                     READ ASeq-File
                            AT END MOVE 0 TO ASeq-Record
                     END-READ
                     CLOSE ASeq-File
              ELSE
                     MOVE 0 TO ASeq-Record
              END-IF.
              MOVE ASeq-Record TO Audit-Seq.
              ADD 1 TO Audit-Seq.
              OPEN OUTPUT ASeq-File.
              MOVE Audit-Seq TO ASeq-Record.
              WRITE ASeq-Record.
              CLOSE ASeq-File.
       EXIT.
      * END OF PROGRAM

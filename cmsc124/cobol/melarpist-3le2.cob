	SELECT ASeq-File ASSIGN TO "AUDITSEQ"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ASeq-Status.
      * the keyed copy of every money line, one record per audit
      * sequence, so the inquiry finds an account's entries without
      * reading the whole log
	SELECT AH-File ASSIGN TO "ACCTHIST"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS AH-Seq
            ALTERNATE RECORD KEY IS AH-Acct WITH DUPLICATES
            ALTERNATE RECORD KEY IS AH-Date WITH DUPLICATES
            FILE STATUS IS AH-Status.
      * individual teller/supervisor sign-ons; every audit, archive
      * and history line is stamped with the operator who did it
	SELECT Oper-File ASSIGN TO "OPERATORS.DAT"
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS Wdr-Key
            FILE STATUS IS Wdr-Status.
      * time-deposit placements, keyed by account number and the
      * account's own placement number; the maturity batch pays them
      * out or rolls them over
	SELECT TD-File ASSIGN TO "TIMEDEP"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS TD-Key
            FILE STATUS IS TD-Status.
      * the letters MemberNotices has sent, read at the inquiry so the
      * counter can tell a member what the branch told them
	SELECT NH-File ASSIGN TO "NOTICEHIST"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS Nh-Key
            FILE STATUS IS NH-Status.
      * standing instructions: a recurring transfer out of an account,
      * keyed by account number and the account's own instruction
      * number; the nightly StandingOrders batch executes the due ones
	SELECT SO-File ASSIGN TO "STANDORD"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS SO-Key
            FILE STATUS IS SO-Status.
      * the deposit products ProdMaint keeps; an account's product
      * sets its daily withdrawal limit and check clearing days
	SELECT Prod-File ASSIGN TO "PRODUCTS"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS Prod-Status.
      * court and agency orders LegalHold places against an account:
      * an earmarked amount or a full freeze, read here only
	SELECT LH-File ASSIGN TO "LEGALHOLD"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS LH-Key
            FILE STATUS IS LH-Status.
      * accounts the annual Unclaimed run has noticed or escheated;
      * opened here only to pay an escheated balance back
	SELECT UC-File ASSIGN TO "UNCLAIMED"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS UC-Acct
            FILE STATUS IS UC-Status.
      * the withholding rates and exempt accounts TaxMaint keeps, and
      * the interest and tax accumulator PostInterest posts to; opened
      * here only to tax the interest on a broken placement
	SELECT Tax-File ASSIGN TO "TAXRATES"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS Tax-Status.
	SELECT Exempt-File ASSIGN TO "TAXEXEMPT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS TE-Acct
            FILE STATUS IS Exempt-Status.
	SELECT Ytd-File ASSIGN TO "INTTAXYTD"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS IY-Key
            FILE STATUS IS Ytd-Status.
      * the customer master: one record per member, keyed by a
      * system-assigned customer number, holding the person an
      * account record only carries a copy of
	SELECT Cust-File ASSIGN TO "CUSTOMERS"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS Cu-No
            FILE STATUS IS Cust-Status.
      * who holds which account and in what role, keyed by customer
      * number and account number
	SELECT Rel-File ASSIGN TO "CUSTREL"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS Rl-Key
            FILE STATUS IS Rel-Status.
      * the running customer-number counter, as ACCTNOCTL is for
      * account numbers
	SELECT CSeq-File ASSIGN TO "CUSTNOCTL"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CSeq-Status.
      * the know-your-customer record each member is opened with:
      * identification, address, occupation, source of funds and the
      * risk rating a supervisor gives, keyed by the customer number
	SELECT Kyc-File ASSIGN TO "KYCFILE"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS Ky-Key
            FILE STATUS IS Kyc-Status.
      * data declarations
	DATA DIVISION.
      * structure for file
              02 flastact pic 9(8).
              02 fdormant pic X.
              02 fholds pic 9(7)V99.
              02 fproduct pic XX.
              02 fbranch pic X(3).
	FD Audit-File.
	01 Audit-Record pic X(140).
	FD Archive-File.
                     03 Wdr-Acct pic 9(6).
                     03 Wdr-Date pic 9(8).
              02 Wdr-Total pic 9(7)V99.
      * one placement: principal, term in days, annual rate, dates,
      * the member's instruction at maturity (R roll principal and
      * interest, P roll principal and pay the interest out, N pay
      * everything out) and status A active, C paid out at maturity,
      * B broken early
       FD TD-File.
       01 TD-Record.
              02 TD-Key.
                     03 TD-Acct pic 9(6).
                     03 TD-Placement pic 9(3).
              02 TD-Principal pic 9(7)V99.
              02 TD-Term pic 9(3).
              02 TD-Rate pic 9V9999.
              02 TD-Place-Date pic 9(8).
              02 TD-Maturity pic 9(8).
              02 TD-Rollover pic X.
              02 TD-State pic X.
              02 TD-Closed-Date pic 9(8).
              02 TD-Op pic X(8).
      * one notice sent: the account, the notice type and its own
      * reference, what it spoke of, when it went out and, for a
      * standing condition since put right, when that was
       FD NH-File.
       01 NH-Record.
              02 Nh-Key.
                     03 Nh-Acct pic 9(6).
                     03 Nh-Type pic X(8).
                     03 Nh-Ref pic X(12).
              02 Nh-Amount pic 9(7)V99.
              02 Nh-Event-Date pic 9(8).
              02 Nh-Sent-Date pic 9(8).
              02 Nh-Cleared-Date pic 9(8).
      * one standing instruction: where the money goes and how much,
      * the frequency (W weekly, F every two weeks, S semi-monthly on
      * the 15th and the month's last day, M monthly on SO-Day), the
      * start and end dates (end 0 runs until cancelled), the
      * occurrence due next and the day the batch will next try it -
      * later than the occurrence while insufficient-funds retries
      * run - and status A active, C cancelled, E ended
       FD SO-File.
       01 SO-Record.
              02 SO-Key.
                     03 SO-Acct pic 9(6).
                     03 SO-No pic 9(3).
              02 SO-Dest pic 9(6).
              02 SO-Amount pic 9(7)V99.
              02 SO-Freq pic X.
              02 SO-Day pic 99.
              02 SO-Start pic 9(8).
              02 SO-End pic 9(8).
              02 SO-Sched pic 9(8).
              02 SO-Next-Run pic 9(8).
              02 SO-Retries pic 9.
              02 SO-State pic X.
              02 SO-Last-Run pic 9(8).
              02 SO-Op pic X(8).
       FD Prod-File.
       01 Prod-Record.
              02 Prod-Code pic XX.
              02 Prod-Name pic X(20).
              02 Prod-Rate pic 9V9999.
              02 Prod-Tier OCCURS 3 TIMES.
                     03 Prod-Tier-Floor pic 9(7)V99.
                     03 Prod-Tier-Rate pic 9V9999.
              02 Prod-Min-Bal pic 9(7)V99.
              02 Prod-Daily-Limit pic 9(7)V99.
              02 Prod-Clear-Days pic 9(2).
              02 Prod-Checks pic X.
       FD LH-File.
       01 LH-Record.
              02 LH-Key.
                     03 LH-Acct pic 9(6).
                     03 LH-No pic 9(3).
              02 LH-Order-Ref pic X(20).
              02 LH-Amount pic 9(7)V99.
              02 LH-Full-Freeze pic X.
              02 LH-Authority pic X(30).
              02 LH-Placed pic 9(8).
              02 LH-Lifted pic 9(8).
              02 LH-Placed-By pic X(8).
              02 LH-Lifted-By pic X(8).
       FD UC-File.
       01 UC-Record.
              02 UC-Acct pic 9(6).
              02 UC-Name pic X(20).
              02 UC-Birthday pic X(16).
              02 UC-Product pic XX.
              02 UC-Last-Act pic 9(8).
              02 UC-Notice-Bal pic 9(7)V99.
              02 UC-Notice-Date pic 9(8).
              02 UC-Notice-Days pic 9(3).
              02 UC-State pic X.
              02 UC-Escheat-Amt pic 9(7)V99.
              02 UC-Escheat-Date pic 9(8).
              02 UC-Reclaim-Date pic 9(8).
              02 UC-Reclaim-Op pic X(8).
              02 UC-Approved pic X(8).
       FD Tax-File.
       01 Tax-Record.
              02 Tax-Code pic XX.
              02 Tax-Effective pic 9(8).
              02 Tax-Rate pic 9V9999.
              02 Tax-Desc pic X(30).
       FD Exempt-File.
       01 Exempt-Record.
              02 TE-Acct pic 9(6).
              02 TE-Cert-Ref pic X(20).
              02 TE-From pic 9(8).
              02 TE-Until pic 9(8).
              02 TE-Op pic X(8).
              02 TE-Lift-Op pic X(8).
       FD Ytd-File.
       01 Ytd-Record.
              02 IY-Key.
                     03 IY-Acct pic 9(6).
                     03 IY-Year pic 9(4).
              02 IY-Name pic X(20).
              02 IY-Month OCCURS 12 TIMES.
                     03 IY-Mo-Interest pic 9(7)V99.
                     03 IY-Mo-Tax pic 9(7)V99.
              02 IY-Ytd-Interest pic 9(9)V99.
              02 IY-Ytd-Tax pic 9(9)V99.
              02 IY-Exempt pic X.
      * one member: name and birthdate (copied onto every account
      * the member is primary on), address, contact number, and the
      * member's own PIN for signing on to any account held
       FD Cust-File.
       01 Cust-Record.
              02 Cu-No pic 9(7).
              02 Cu-Name pic X(20).
              02 Cu-Birthday.
                     03 Cu-Bmonth pic X(10).
                     03 Cu-Bday pic 99.
                     03 Cu-Byear pic 9(4).
              02 Cu-Address pic X(40).
              02 Cu-Contact pic X(15).
              02 Cu-Pin pic 9(4).
              02 Cu-Since pic 9(8).
              02 Cu-Op pic X(8).
      * one holder of one account: role P primary, A joint-and,
      * O joint-or, T trustee
       FD Rel-File.
       01 Rel-Record.
              02 Rl-Key.
                     03 Rl-Cust pic 9(7).
                     03 Rl-Acct pic 9(6).
              02 Rl-Role pic X.
              02 Rl-Since pic 9(8).
              02 Rl-Op pic X(8).
       FD CSeq-File.
       01 CSeq-Record pic 9(7).
      * one member's KYC: kind C keys by customer number, kind N by
      * member name for the branches that keep no numbers; risk is
      * L, M or H (space until a supervisor rates it) and sets the
      * next review one, two or three years on for H, M and L
       FD Kyc-File.
       01 Kyc-Record.
              02 Ky-Key.
                     03 Ky-Kind pic X.
                     03 Ky-Member pic X(20).
              02 Ky-Name pic X(20).
              02 Ky-Id-Type pic X(15).
              02 Ky-Id-No pic X(20).
              02 Ky-Id-Expiry pic 9(8).
              02 Ky-Address pic X(40).
              02 Ky-Occupation pic X(20).
              02 Ky-Funds pic X(20).
              02 Ky-Risk pic X.
              02 Ky-Rated-By pic X(8).
              02 Ky-Rated pic 9(8).
              02 Ky-Next-Review pic 9(8).
              02 Ky-Captured pic 9(8).
              02 Ky-Op pic X(8).
       FD Seq-File.
       01 Seq-Record pic 9(6).
       FD ASeq-File.
       01 ASeq-Record pic 9(9).
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
      * Del-Data is the account record beyond its number, byte for
      * byte, so reinstatement rebuilds the record exactly
       FD Del-File.
       01 Del-Record.
              02 Del-Acct pic 9(6).
              02 Del-Data pic X(74).
              02 Del-Date pic 9(8).
              02 Del-Op pic X(8).
      * one operator: ID, PIN, role T (teller) or S (supervisor), and
              02 Opr-Pin pic 9(4).
              02 Opr-Role pic X.
              02 Opr-Active pic X.
              02 Opr-Branch pic X(3).
	WORKING-STORAGE SECTION.
      * variables
       77 choice pic 9 VALUE 3.
                     03 OT-ID pic X(8).
                     03 OT-Pin pic 9(4).
                     03 OT-Role pic X.
                     03 OT-Branch pic X(3).
       77 Op-Try-ID pic X(8).
       77 Op-Try-Pin pic 9(4).
       77 Op-Tries pic 9 VALUE 0.
       77 Current-Role pic X.
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
      * the per-account daily withdrawal cap, set from the account's
      * product by PriceAccount; amounts past it need a supervisor
      * and get a flagged audit entry naming the approver
       77 Wdr-Status pic XX.
       77 Daily-Wdr-Limit pic 9(7)V99 VALUE 5000.00.
       77 Wdr-Today pic 9(7)V99.
       77 Wdr-Allowed pic 9 VALUE 0.
       77 Wdr-Approved pic 9 VALUE 0.
       77 Hold-Status pic XX.
       77 Deposit-Type pic X.
       77 Avail-Money pic S9(9)V99.
      * legal holds in force on the account being worked: the amount
      * earmarked, and 1 when any of them freezes the whole balance
       77 LH-Status pic XX.
       77 LH-Done pic 9.
       77 Legal-Held pic 9(9)V99.
       77 Legal-Freeze pic 9.
       77 UC-Status pic XX.
       77 Clear-Days pic 9(2) VALUE 3.
      * the products table, loaded once at start-up; an account
      * whose product is not on it (or no PRODUCTS at all) gets the
      * house terms below, the terms every account had before
       77 Prod-Status pic XX.
       77 Prod-Eof pic 9 VALUE 0.
       77 Pt-Count pic 9(2) VALUE 0.
       77 Pt-Ix pic 9(2).
       77 Pt-Found-Ix pic 9(2).
       77 House-Wdr-Limit pic 9(7)V99 VALUE 5000.00.
       77 House-Clear-Days pic 9(2) VALUE 3.
       77 House-Product pic XX VALUE "RS".
       77 Product-In pic XX.
       01 Prod-Table.
              02 PT-Entry OCCURS 20 TIMES.
                     03 PT-Code pic XX.
                     03 PT-Name pic X(20).
                     03 FILLER pic X(47).
                     03 PT-Min-Bal pic 9(7)V99.
                     03 PT-Daily-Limit pic 9(7)V99.
                     03 PT-Clear-Days pic 9(2).
                     03 PT-Checks pic X.
       01 Mat-Date-Rec.
              02 Mat-Year pic 9(4).
              02 Mat-Month pic 9(2).
              02 Mat-Day pic 9(2).
       77 Mat-Month-Days pic 9(2).
       77 Mat-Add-Days pic 9(3).
       77 Mat-Count pic 9(3).
       77 Mat-Work pic 9(4).
      * balance-inquiry working fields: the pending-hold walk, the
      * daily-limit headroom, and a five-slot buffer holding the
      * account's last history entries, formatted for display
       77 Inq-Eof pic 9 VALUE 0.
       77 Inq-Hold-Count pic 9(2) VALUE 0.
       77 Inq-Headroom pic 9(7)V99.
       77 Inq-Ix pic 9.
       01 Inq-Recent-Table.
              02 Inq-Recent pic X(140) OCCURS 5 TIMES.
      * the account number whoever is logged in answers to; 0 = nobody
       77 Logged-Acct pic 9(6) VALUE 0.
       77 tmpacct pic 9(6).
       77 Seq-Status pic XX.
       77 Next-Acct pic 9(6).
       77 ASeq-Status pic XX.
       77 AH-Status pic XX.
       77 Audit-Seq pic 9(9).
       77 Del-Status pic XX.
      * customer and relationship working fields: the member an
      * account is being opened for or a holder signed on as (0 when
      * signed on with the account's own PIN), and the customer
      * inquiry's running totals
       77 Cust-Status pic XX.
       77 Rel-Status pic XX.
       77 CSeq-Status pic XX.
       77 Cust-In pic 9(7).
       77 Cust-Ok pic 9 VALUE 0.
       77 Next-Cust pic 9(7).
       77 New-Acct pic 9(6).
       77 Holder-Role pic X.
       77 Logged-Cust pic 9(7) VALUE 0.
       77 Logged-Role pic X.
       77 Edit-Cust pic 9(7).
       77 New-Cust-Pin pic 9(4).
       77 Pin-Ok pic 9 VALUE 0.
       77 Rel-Eof pic 9 VALUE 0.
       77 Role-Text pic X(9).
       77 Cinq-Count pic 9(3).
       77 Cinq-Ledger pic 9(9)V99.
       77 Cinq-Avail pic S9(9)V99.
      * KYC working fields: whether the member needs identifying
      * (none on file, or the ID on file has expired), whether a
      * record is there to be replaced, and the expiry as keyed
       77 Kyc-Status pic XX.
       77 Kyc-Need pic 9 VALUE 0.
       77 Kyc-On-File pic 9 VALUE 0.
       77 Kyc-Cust pic 9(7).
       77 Kyc-Today pic 9(8).
       01 Kyc-Expiry-In.
              02 Kyc-In-Year pic X(4).
              02 Kyc-In-Month pic X(2).
              02 Kyc-In-Day pic X(2).
       01 Kyc-Date-Work.
              02 Kyc-Work-Year pic 9(4).
              02 Kyc-Work-Month-Day pic 9(4).
      * transfer working fields: both audit legs carry the same
      * date-time reference so WriteAudit output shows one movement
       77 Xfer-Dest pic 9(6).
              02 Xfer-Ref-Date pic 9(8).
              02 Xfer-Ref-Dash pic X VALUE "-".
              02 Xfer-Ref-Time pic 9(8).
      * time-deposit working fields: the terms on offer with their
      * annual rates, and the early-break penalty rule - broken
      * before half the term the interest is forfeited whole, after
      * it the days actually run earn Td-Break-Share of the rate
       77 TD-Status pic XX.
       77 Td-Choice pic X.
       77 Td-Term-In pic 9(3).
       77 Td-Place-In pic 9(3).
       77 Td-Rate-Found pic 9V9999.
       77 Td-Minimum pic 9(7)V99 VALUE 1000.00.
       77 Td-Break-Share pic 9V99 VALUE 0.50.
       77 Td-Interest pic 9(7)V99.
       77 Td-Days-Run pic 9(3).
       77 Td-Eof pic 9 VALUE 0.
       77 Td-Count pic 9(3).
       77 NH-Status pic XX.
       77 Nh-Eof pic 9 VALUE 0.
       77 Nh-Count pic 9(3).
       77 Td-Ix pic 9.
       77 Td-Term-Count pic 9 VALUE 4.
       01 Td-Term-Table.
              02 FILLER pic X(8) VALUE "03000100".
              02 FILLER pic X(8) VALUE "09000150".
              02 FILLER pic X(8) VALUE "18000200".
              02 FILLER pic X(8) VALUE "36000250".
       01 Td-Term-List REDEFINES Td-Term-Table.
              02 Td-Term-Entry OCCURS 4 TIMES.
                     03 Tt-Days pic 9(3).
                     03 Tt-Rate pic 9V9999.
       01 Td-Ref.
              02 Td-Ref-Tag pic XX VALUE "TD".
              02 Td-Ref-Acct pic 9(6).
              02 Td-Ref-Dash pic X VALUE "-".
              02 Td-Ref-No pic 9(3).
      * final tax on a broken placement's interest, as PostInterest
      * takes it: the latest "WI" rate on TAXRATES in force on the
      * day, or the house rate without one
       77 Tax-Status pic XX.
       77 Tax-Eof pic 9 VALUE 0.
       77 Tax-Best-Date pic 9(8) VALUE 0.
       77 Tax-Found pic 9 VALUE 0.
       77 Withhold-Rate pic 9V9999.
       77 House-Tax-Rate pic 9V9999 VALUE 0.2000.
       77 Tax-Amt pic 9(7)V99.
       77 Exempt-Status pic XX.
       77 Acct-Exempt pic 9.
       77 Ytd-Status pic XX.
       77 Ytd-New pic 9.
       77 Mo-Ix pic 99.
       01 Tax-Date pic 9(8).
       01 Tax-Date-Parts REDEFINES Tax-Date.
              02 Tax-Year pic 9(4).
              02 Tax-Month pic 99.
              02 Tax-Day pic 99.
      * standing-instruction maintenance fields
       77 SO-Status pic XX.
       77 So-Choice pic X.
       77 So-No-In pic 9(3).
       77 So-Eof pic 9 VALUE 0.
       77 So-Count pic 9(3).
       77 So-Dest-Ok pic 9 VALUE 0.
       77 So-Freq-In pic X.
       77 So-Start-In pic 9(8).
       77 So-End-In pic 9(8).
       01 So-Date-Check.
              02 So-Chk-Year pic 9(4).
              02 So-Chk-Month pic 9(2).
              02 So-Chk-Day pic 9(2).
      * main process
       PROCEDURE DIVISION.
              PERFORM OpenAccounts.
              PERFORM LoadOperators.
              PERFORM LoadProducts.
              PERFORM SignOn.
              PERFORM MainMenu UNTIL choice=0.
              CLOSE fp.
              CLOSE Audit-File.
              CLOSE Archive-File.
              CLOSE History-File.
              CLOSE AH-File.
              CLOSE Wdr-File.
              CLOSE Hold-File.
              CLOSE Del-File.
              CLOSE TD-File.
              CLOSE SO-File.
              CLOSE Cust-File.
              CLOSE Rel-File.
              CLOSE Kyc-File.
       STOP RUN.
      * terminate
      * open ACCOUNTS.DAT for random access, creating it the first time
                     CLOSE History-File
                     OPEN EXTEND History-File
              END-IF.
              OPEN I-O AH-File.
              IF AH-Status = "35"
                     OPEN OUTPUT AH-File
                     CLOSE AH-File
                     OPEN I-O AH-File
              END-IF.
              OPEN I-O Wdr-File.
              IF Wdr-Status = "35"
                     OPEN OUTPUT Wdr-File
                     CLOSE Hold-File
                     OPEN I-O Hold-File
              END-IF.
              OPEN I-O TD-File.
              IF TD-Status = "35"
                     OPEN OUTPUT TD-File
                     CLOSE TD-File
                     OPEN I-O TD-File
              END-IF.
              OPEN I-O SO-File.
              IF SO-Status = "35"
                     OPEN OUTPUT SO-File
                     CLOSE SO-File
                     OPEN I-O SO-File
              END-IF.
              OPEN I-O Cust-File.
              IF Cust-Status = "35"
                     OPEN OUTPUT Cust-File
                     CLOSE Cust-File
                     OPEN I-O Cust-File
              END-IF.
              OPEN I-O Rel-File.
              IF Rel-Status = "35"
                     OPEN OUTPUT Rel-File
                     CLOSE Rel-File
                     OPEN I-O Rel-File
              END-IF.
              OPEN I-O Kyc-File.
              IF Kyc-Status = "35"
                     OPEN OUTPUT Kyc-File
                     CLOSE Kyc-File
                     OPEN I-O Kyc-File
              END-IF.
              OPEN I-O Del-File.
              IF Del-Status = "35"
                     OPEN OUTPUT Del-File
      * archive for reinstatement
              IF Del-Status NOT = "00"
                     DISPLAY "DELARCH.DAT not usable (status "
                         Del-Status "); migrate it with MIGPROD "
                         "and MIGBRCH before running."
                     CLOSE fp
                     CLOSE Audit-File
                     CLOSE Archive-File
                     CLOSE History-File
                     CLOSE AH-File
                     CLOSE Wdr-File
                     CLOSE Hold-File
                     CLOSE TD-File
                     CLOSE SO-File
                     CLOSE Cust-File
                     CLOSE Rel-File
                     CLOSE Kyc-File
                     STOP RUN
              END-IF.
       EXIT.
                     MOVE 9999 TO Opr-Pin
                     MOVE "S" TO Opr-Role
                     MOVE "Y" TO Opr-Active
                     MOVE House-Branch TO Opr-Branch
                     WRITE Oper-Record
                     CLOSE Oper-File
                     OPEN INPUT Oper-File
                                   MOVE Opr-ID TO OT-ID(Op-Count)
                                   MOVE Opr-Pin TO OT-Pin(Op-Count)
                                   MOVE Opr-Role TO OT-Role(Op-Count)
                                   MOVE Opr-Branch
                                       TO OT-Branch(Op-Count)
                            END-IF
                     END-READ
              END-PERFORM.
                     IF Op-Found-Ix > 0
                        AND Op-Try-Pin = OT-Pin(Op-Found-Ix)
                            MOVE Op-Try-ID TO Current-Op
                            MOVE OT-Branch(Op-Found-Ix)
                                TO Current-Branch
                            IF Current-Branch = SPACES
                                   MOVE House-Branch TO Current-Branch
                            END-IF
                            MOVE OT-Role(Op-Found-Ix) TO Current-Role
                            DISPLAY "Signed on as " Current-Op "."
                     ELSE
                     CLOSE Audit-File
                     CLOSE Archive-File
                     CLOSE History-File
                     CLOSE AH-File
                     CLOSE Wdr-File
                     CLOSE Hold-File
                     CLOSE Del-File
                     CLOSE TD-File
                     CLOSE SO-File
                     CLOSE Cust-File
                     CLOSE Rel-File
                     CLOSE Kyc-File
                     STOP RUN
              END-IF.
       EXIT.
              ACCEPT Audit-Date FROM DATE YYYYMMDD.
              ACCEPT Audit-Time FROM TIME.
              PERFORM GetNextAuditSeq.
              PERFORM SetBranchStamp.
              MOVE SPACES TO Audit-Record.
              STRING faccountno " " fusername " " Audit-Type " " val
                     " Balance: " fusermoney
                     " " Audit-Date " " Audit-Time
                     " Op: " Current-Op Br-Stamp
                     " Seq: " Audit-Seq
                  DELIMITED BY SIZE INTO Audit-Record
              END-STRING.
              WRITE Audit-Record.
              PERFORM WriteAcctHist.
       EXIT.
      * function for displaying the main menu
       MainMenu.
       DISPLAY "[1] Add New Account.".
       DISPLAY "[2] Log In To An Existing Account.".
       DISPLAY "[3] Reinstate A Deleted Account.".
       DISPLAY "[4] Customer Inquiry.".
       DISPLAY "[0] End Transaction.".
       DISPLAY "===========================================".
       DISPLAY "Enter choice: " WITH NO ADVANCING.
       IF choice=3
              PERFORM Reinstate
       END-IF.
       IF choice=4
              PERFORM CustomerInquiry
       END-IF.
       EXIT.
      * function for updating(increasing) user's money
       Deposit.
              ADD val TO Hold-Amount.
              REWRITE Hold-Record.
       EXIT.
      * a check matures the clearing days after its deposit date;
      * the account record must be in the buffer for its product
       ComputeMaturity.
              PERFORM PriceAccount.
              MOVE Audit-Date TO Mat-Date-Rec.
              MOVE Clear-Days TO Mat-Add-Days.
              PERFORM WalkCalendar.
              MOVE Mat-Date-Rec TO Hold-Maturity.
       EXIT.
      * walk Mat-Date-Rec forward Mat-Add-Days one day at a time so
      * month ends and leap years come out right without an
      * intrinsic function
       WalkCalendar.
              MOVE 0 TO Mat-Count.
              PERFORM UNTIL Mat-Count >= Mat-Add-Days
                     ADD 1 TO Mat-Day
                     PERFORM SetMonthDays
                     IF Mat-Day > Mat-Month-Days
                     END-IF
                     ADD 1 TO Mat-Count
              END-PERFORM.
       EXIT.
       SetMonthDays.
              MOVE 31 TO Mat-Month-Days.
       READ fp KEY IS faccountno.
       DISPLAY "Amount to withdraw : " WITH NO ADVANCING.
       ACCEPT val.
       PERFORM AvailableFunds.
       IF val <= Avail-Money
              PERFORM CheckDailyLimit
              IF Wdr-Allowed = 1
       ELSE
              DISPLAY "Insufficient available funds ("
                  Avail-Money " clear of holds)."
              PERFORM ShowLegalFreeze
       END-IF.
       EXIT.
      * the drawable balance: the ledger less uncleared checks and
      * less every legal hold in force, never below zero; a full
      * freeze leaves nothing drawable at all
       AvailableFunds.
       PERFORM SumLegalHolds.
       COMPUTE Avail-Money = fusermoney - fholds - Legal-Held.
       IF Avail-Money < 0 OR Legal-Freeze = 1
              MOVE 0 TO Avail-Money
       END-IF.
       EXIT.
      * holds are numbered 1 up per account and never deleted, so the
      * account's holds are read by key until the first gap; the file
      * is opened per call so a hold placed mid-session counts at once
       SumLegalHolds.
       MOVE 0 TO Legal-Held.
       MOVE 0 TO Legal-Freeze.
       OPEN INPUT LH-File.
       IF LH-Status = "00"
              MOVE 0 TO LH-Done
              MOVE faccountno TO LH-Acct
              MOVE 1 TO LH-No
              PERFORM UNTIL LH-Done = 1
                     READ LH-File KEY IS LH-Key
                            INVALID KEY
                            MOVE 1 TO LH-Done
                            NOT INVALID KEY
                            IF LH-Lifted = 0
                                   ADD LH-Amount TO Legal-Held
                                   IF LH-Full-Freeze = "Y"
                                          MOVE 1 TO Legal-Freeze
                                   END-IF
                            END-IF
                            ADD 1 TO LH-No
                     END-READ
              END-PERFORM
              CLOSE LH-File
       END-IF.
       EXIT.
       ShowLegalFreeze.
       IF Legal-Freeze = 1
              DISPLAY "The account is frozen by legal order."
       END-IF.
       EXIT.
      * today's withdrawals plus this one must stay inside the daily
      * limit; past it, only a supervisor can wave the amount through
       CheckDailyLimit.
              PERFORM PriceAccount.
              MOVE 1 TO Wdr-Allowed.
              MOVE 0 TO Wdr-Approved.
              ACCEPT Audit-Date FROM DATE YYYYMMDD.
              ACCEPT Audit-Date FROM DATE YYYYMMDD.
              ACCEPT Audit-Time FROM TIME.
              PERFORM GetNextAuditSeq.
              PERFORM SetBranchStamp.
              MOVE SPACES TO Audit-Record.
              STRING faccountno " " fusername " " Audit-Type " " val
                     " Balance: " fusermoney
                     " " Audit-Date " " Audit-Time
                     " Op: " Current-Op Br-Stamp
                     " Approved: " Super-Op
                     " Seq: " Audit-Seq
                  DELIMITED BY SIZE INTO Audit-Record
              END-STRING.
              WRITE Audit-Record.
              PERFORM WriteAcctHist.
       EXIT.
      * function (submenu) that processes logging in
       Transact.
       DISPLAY "[4] Withdraw"
       DISPLAY "[5] Transfer"
       DISPLAY "[6] Balance Inquiry"
       DISPLAY "[7] Time Deposits"
       DISPLAY "[8] Standing Instructions"
       DISPLAY "[9] Reclaim Unclaimed Balance"
       DISPLAY "==========================================="
       DISPLAY "Enter choice: " WITH NO ADVANCING
       ACCEPT logchoice
                     MOVE 0 TO Logged-Acct
              END-IF
       END-IF
       IF logchoice=7
              PERFORM TimeDeposit
              DISPLAY "Continue transaction? (Y/n) : " WITH NO ADVANCING
              ACCEPT cont
              IF cont="n"
                     MOVE 0 TO Logged-Acct
              END-IF
       END-IF
       IF logchoice=8
              PERFORM StandingOrders
              DISPLAY "Continue transaction? (Y/n) : " WITH NO ADVANCING
              ACCEPT cont
              IF cont="n"
                     MOVE 0 TO Logged-Acct
              END-IF
       END-IF
       IF logchoice=9
              PERFORM ReclaimUnclaimed
              DISPLAY "Continue transaction? (Y/n) : " WITH NO ADVANCING
              ACCEPT cont
              IF cont="n"
                     MOVE 0 TO Logged-Acct
              END-IF
       END-IF
       EXIT.
      * the member's commonest question answered in one screen: the
      * ledger balance, what is actually drawable clear of holds and
       Inquiry.
       MOVE Logged-Acct TO faccountno.
       READ fp KEY IS faccountno.
       PERFORM AvailableFunds.
       DISPLAY "________________________________________".
       DISPLAY "=Balance Inquiry= " fusername.
       DISPLAY "Product            : " fproduct.
       DISPLAY "Ledger balance     : " fusermoney.
       DISPLAY "Held (uncleared)   : " fholds.
       IF Legal-Freeze = 1
              DISPLAY "Legal hold         : FULL FREEZE"
       ELSE
       IF Legal-Held > 0
              DISPLAY "Legal hold         : " Legal-Held
       END-IF
       END-IF.
       DISPLAY "Available balance  : " Avail-Money.
       PERFORM ShowPendingHolds.
       PERFORM ShowDailyHeadroom.
       PERFORM ShowTimeDeposits.
       PERFORM ShowNotices.
       PERFORM ShowRecentActivity.
       DISPLAY "________________________________________".
       EXIT.
      * what is left of today's withdrawal limit before a supervisor
      * has to get involved
       ShowDailyHeadroom.
              PERFORM PriceAccount.
              ACCEPT Audit-Date FROM DATE YYYYMMDD.
              MOVE Logged-Acct TO Wdr-Acct.
              MOVE Audit-Date TO Wdr-Date.
              DISPLAY "Daily limit left   : " Inq-Headroom
                  " (withdrawn today " Wdr-Today ")".
       EXIT.
      * the account's last few money entries, read from ACCTHIST
      * by account number and kept in a five-slot shift-down buffer
       ShowRecentActivity.
              MOVE 0 TO Inq-Recent-Count.
              MOVE 0 TO Inq-Eof.
              MOVE Logged-Acct TO AH-Acct.
              READ AH-File KEY IS AH-Acct
                     INVALID KEY
                            MOVE 1 TO Inq-Eof
              END-READ.
              PERFORM UNTIL Inq-Eof = 1
                     IF AH-Acct NOT = Logged-Acct
                            MOVE 1 TO Inq-Eof
                     ELSE
                            PERFORM SiftRecentLine
                            READ AH-File NEXT RECORD
                                   AT END
                                          MOVE 1 TO Inq-Eof
                            END-READ
                     END-IF
              END-PERFORM.
              IF Inq-Recent-Count = 0
                     DISPLAY "Recent activity    : none on file"
              ELSE
                     DISPLAY "Recent activity (oldest first):"
                     MOVE 1 TO Inq-Ix
              END-IF.
       EXIT.
       SiftRecentLine.
              IF Inq-Recent-Count < 5
                     ADD 1 TO Inq-Recent-Count
              ELSE
                     MOVE 2 TO Inq-Ix
                     PERFORM UNTIL Inq-Ix > 5
                            MOVE Inq-Recent(Inq-Ix)
                                TO Inq-Recent(Inq-Ix - 1)
                            ADD 1 TO Inq-Ix
                     END-PERFORM
              END-IF.
              MOVE SPACES TO Inq-Recent(Inq-Recent-Count).
              STRING AH-Date " " AH-Time " " AH-Type " " AH-Amount
                     " Balance: " AH-Balance
                     " Op: " AH-Op
                     " Seq: " AH-Seq
                  DELIMITED BY SIZE INTO Inq-Recent(Inq-Recent-Count)
              END-STRING.
       EXIT.
      * move money to another member's account as one transaction
      * instead of a teller doing a blind withdraw-then-deposit
       Transfer.
       MOVE Logged-Acct TO faccountno.
       READ fp KEY IS faccountno.
       PERFORM AvailableFunds.
       MOVE Avail-Money TO Src-Money.
       DISPLAY "Transfer to (account number): " WITH NO ADVANCING.
       ACCEPT Xfer-Dest.
       DISPLAY "Amount to transfer : " WITH NO ADVANCING.
       IF Xfer-Ok = 1
              IF val > Src-Money
                     DISPLAY "Insufficient available funds."
                     PERFORM ShowLegalFreeze
              ELSE
              IF val > 9999999.99 - Dst-Money
                     DISPLAY "Destination account can only hold up "
      * the timestamps are taken once so both legs match
       WriteXferAudit.
              PERFORM GetNextAuditSeq.
              PERFORM SetBranchStamp.
              MOVE SPACES TO Audit-Record.
              STRING faccountno " " fusername " " Audit-Type " " val
                     " Balance: " fusermoney
                     " " Audit-Date " " Audit-Time
                     " Ref: " Xfer-Ref
                     " Op: " Current-Op Br-Stamp
                     " Seq: " Audit-Seq
                  DELIMITED BY SIZE INTO Audit-Record
              END-STRING.
              WRITE Audit-Record.
              PERFORM WriteAcctHist.
       EXIT.
      * time deposits: lock savings away for a term at a better rate,
      * list what is placed, or break a placement early
       TimeDeposit.
              DISPLAY "________________________________________".
              DISPLAY "=Time Deposits=".
              DISPLAY "(P)lace, (B)reak early or (L)ist placements: "
                  WITH NO ADVANCING.
              ACCEPT Td-Choice.
              INSPECT Td-Choice CONVERTING "pbl" TO "PBL".
              IF Td-Choice = "P"
                     PERFORM PlaceTimeDeposit
              END-IF.
              IF Td-Choice = "B"
                     PERFORM BreakTimeDeposit
              END-IF.
              IF Td-Choice = "L"
                     PERFORM ShowTimeDeposits
              END-IF.
       EXIT.
      * the placement comes out of the available balance, never out
      * of held check money; the rate is fixed for the term at the
      * rate on offer the day it is placed
       PlaceTimeDeposit.
              MOVE Logged-Acct TO faccountno.
              READ fp KEY IS faccountno.
              PERFORM AvailableFunds.
              DISPLAY "Terms on offer (days, annual rate):".
              MOVE 1 TO Td-Ix.
              PERFORM UNTIL Td-Ix > Td-Term-Count
                     DISPLAY "  " Tt-Days(Td-Ix) " days at "
                         Tt-Rate(Td-Ix)
                     ADD 1 TO Td-Ix
              END-PERFORM.
              DISPLAY "Term in days: " WITH NO ADVANCING.
              ACCEPT Td-Term-In.
              PERFORM FindTermRate.
              IF Td-Rate-Found = 0
                     DISPLAY "No such term on offer."
              ELSE
                     DISPLAY "Amount to place : " WITH NO ADVANCING
                     ACCEPT val
                     DISPLAY "At maturity (R)oll all over, roll the "
                         "(P)rincipal only, or pay (N)othing over: "
                         WITH NO ADVANCING
                     ACCEPT Td-Choice
                     INSPECT Td-Choice CONVERTING "rpn" TO "RPN"
                     PERFORM CheckPlacement
              END-IF.
       EXIT.
       FindTermRate.
              MOVE 0 TO Td-Rate-Found.
              MOVE 1 TO Td-Ix.
              PERFORM UNTIL Td-Ix > Td-Term-Count
                     IF Tt-Days(Td-Ix) = Td-Term-In
                            MOVE Tt-Rate(Td-Ix) TO Td-Rate-Found
                     END-IF
                     ADD 1 TO Td-Ix
              END-PERFORM.
       EXIT.
       CheckPlacement.
              IF Td-Choice NOT = "R" AND Td-Choice NOT = "P"
                 AND Td-Choice NOT = "N"
                     DISPLAY "Unknown maturity instruction; placement "
                         "cancelled."
              ELSE
              IF val < Td-Minimum
                     DISPLAY "The minimum placement is " Td-Minimum
                         " pesos."
              ELSE
              IF val > Avail-Money
                     DISPLAY "Insufficient available funds ("
                         Avail-Money " clear of holds)."
                     PERFORM ShowLegalFreeze
              ELSE
                     PERFORM BookPlacement
              END-IF
              END-IF
              END-IF.
       EXIT.
      * savings is debited before the placement is written, the same
      * money-missing-not-conjured order ApplyTransfer keeps
       BookPlacement.
              PERFORM NextPlacementNo.
              COMPUTE fusermoney = fusermoney - val.
              PERFORM StampActivity.
              REWRITE fuser.
              MOVE val TO TD-Principal.
              MOVE Td-Term-In TO TD-Term.
              MOVE Td-Rate-Found TO TD-Rate.
              MOVE Audit-Date TO TD-Place-Date.
              MOVE Audit-Date TO Mat-Date-Rec.
              MOVE Td-Term-In TO Mat-Add-Days.
              PERFORM WalkCalendar.
              MOVE Mat-Date-Rec TO TD-Maturity.
              MOVE Td-Choice TO TD-Rollover.
              MOVE "A" TO TD-State.
              MOVE 0 TO TD-Closed-Date.
              MOVE Current-Op TO TD-Op.
              WRITE TD-Record
                     INVALID KEY
                            DISPLAY "Placement " TD-Placement
                                " is already on TIMEDEP; see a "
                                "supervisor."
              END-WRITE.
              MOVE TD-Acct TO Td-Ref-Acct.
              MOVE TD-Placement TO Td-Ref-No.
              MOVE "TDPLACE" TO Audit-Type.
              PERFORM WriteTdAudit.
              DISPLAY "Placement " Td-Ref " booked; matures "
                  TD-Maturity ".".
       EXIT.
      * placement numbers run per account from 001; the first number
      * not on file is the next one
       NextPlacementNo.
              MOVE Logged-Acct TO TD-Acct.
              MOVE 1 TO TD-Placement.
              MOVE 0 TO Td-Eof.
              PERFORM UNTIL Td-Eof = 1
                     READ TD-File KEY IS TD-Key
                            INVALID KEY
                                   MOVE 1 TO Td-Eof
                            NOT INVALID KEY
                                   ADD 1 TO TD-Placement
                     END-READ
              END-PERFORM.
       EXIT.
      * breaking a placement before maturity needs a supervisor and
      * pays the principal back with whatever interest the penalty
      * rule leaves
       BreakTimeDeposit.
              PERFORM ShowTimeDeposits.
              DISPLAY "Placement number to break: " WITH NO ADVANCING.
              ACCEPT Td-Place-In.
              MOVE Logged-Acct TO TD-Acct.
              MOVE Td-Place-In TO TD-Placement.
              READ TD-File KEY IS TD-Key
                     INVALID KEY
                            DISPLAY "No such placement."
                     NOT INVALID KEY
                            PERFORM BreakOnePlacement
              END-READ.
       EXIT.
       BreakOnePlacement.
              ACCEPT Audit-Date FROM DATE YYYYMMDD.
              IF TD-State NOT = "A"
                     DISPLAY "Placement is no longer active."
              ELSE
              IF TD-Maturity <= Audit-Date
                     DISPLAY "Placement has matured; the maturity "
                         "batch pays it out."
              ELSE
                     DISPLAY "Breaking before maturity forfeits "
                         "interest; a supervisor must approve."
                     PERFORM VerifySupervisor
                     IF Super-Ok = 1
                            PERFORM PayBrokenPlacement
                     ELSE
                            DISPLAY "Early withdrawal denied."
                     END-IF
              END-IF
              END-IF.
       EXIT.
       PayBrokenPlacement.
              PERFORM CountDaysRun.
              IF Td-Days-Run * 2 < TD-Term
                     MOVE 0 TO Td-Interest
              ELSE
                     COMPUTE Td-Interest ROUNDED = TD-Principal
                         * TD-Rate * Td-Break-Share * Td-Days-Run / 360
              END-IF.
              MOVE Logged-Acct TO faccountno.
              READ fp KEY IS faccountno.
              IF TD-Principal + Td-Interest > 9999999.99 - fusermoney
                     DISPLAY "Your account can only hold up to "
                         "9999999.99 pesos."
              ELSE
                     MOVE "B" TO TD-State
                     MOVE Audit-Date TO TD-Closed-Date
                     REWRITE TD-Record
                     MOVE TD-Acct TO Td-Ref-Acct
                     MOVE TD-Placement TO Td-Ref-No
                     COMPUTE fusermoney = fusermoney + TD-Principal
                     PERFORM StampActivity
                     REWRITE fuser
                     MOVE TD-Principal TO val
                     MOVE "TDBREAK" TO Audit-Type
                     PERFORM WriteApprovedAudit
                     MOVE 0 TO Tax-Amt
                     IF Td-Interest > 0
                            COMPUTE fusermoney =
                                fusermoney + Td-Interest
                            REWRITE fuser
                            MOVE Td-Interest TO val
                            MOVE "TDINTRST" TO Audit-Type
                            PERFORM WriteTdAudit
                            PERFORM WithholdTax
                     END-IF
                     DISPLAY "Placement " Td-Ref " broken after "
                         Td-Days-Run " of " TD-Term " days; principal "
                         TD-Principal " and interest " Td-Interest
                         " credited."
                     IF Tax-Amt > 0
                            DISPLAY "Tax withheld on the interest: "
                                Tax-Amt "."
                     END-IF
              END-IF.
       EXIT.
      * days from placement to today, by the same one-day calendar
      * walk maturity dates are figured with
       CountDaysRun.
              MOVE TD-Place-Date TO Mat-Date-Rec.
              MOVE 0 TO Td-Days-Run.
              MOVE 1 TO Mat-Add-Days.
              PERFORM UNTIL Mat-Date-Rec >= Audit-Date
                 OR Td-Days-Run >= TD-Term
                     PERFORM WalkCalendar
                     ADD 1 TO Td-Days-Run
              END-PERFORM.
       EXIT.
      * every active placement on the account; the reopen puts the
      * scan at the first record, as ShowPendingHolds does
       ShowTimeDeposits.
              MOVE 0 TO Td-Count.
              MOVE 0 TO Td-Eof.
              CLOSE TD-File.
              OPEN I-O TD-File.
              PERFORM UNTIL Td-Eof = 1
                     READ TD-File NEXT RECORD
                            AT END
                                   MOVE 1 TO Td-Eof
                            NOT AT END
                            IF TD-Acct = Logged-Acct AND TD-State = "A"
                                   ADD 1 TO Td-Count
                                   DISPLAY "Time deposit " TD-Placement
                                       "  : " TD-Principal " at "
                                       TD-Rate " matures " TD-Maturity
                                       " (" TD-Rollover ")"
                            END-IF
                     END-READ
              END-PERFORM.
              IF Td-Count = 0
                     DISPLAY "Time deposits      : none"
              END-IF.
       EXIT.
      * every letter sent to the member on this account, oldest
      * first; the file is keyed by account so the walk stops at the
      * first record past it
       ShowNotices.
              MOVE 0 TO Nh-Count.
              MOVE 0 TO Nh-Eof.
              OPEN INPUT NH-File.
              IF NH-Status NOT = "00"
                     MOVE 1 TO Nh-Eof
              END-IF.
              PERFORM UNTIL Nh-Eof = 1
                     READ NH-File NEXT RECORD
                            AT END
                                   MOVE 1 TO Nh-Eof
                            NOT AT END
                            IF Nh-Acct > Logged-Acct
                                   MOVE 1 TO Nh-Eof
                            END-IF
                            IF Nh-Acct = Logged-Acct
                                   ADD 1 TO Nh-Count
                                   PERFORM ShowOneNotice
                            END-IF
                     END-READ
              END-PERFORM.
              IF NH-Status = "00" OR NH-Status = "10"
                     CLOSE NH-File
              END-IF.
              IF Nh-Count = 0
                     DISPLAY "Notices sent       : none"
              END-IF.
       EXIT.
       ShowOneNotice.
              IF Nh-Ref = "OPEN"
                     DISPLAY "Notice sent        : " Nh-Type " on "
                         Nh-Sent-Date " (still standing)"
              ELSE
              IF Nh-Cleared-Date > 0
                     DISPLAY "Notice sent        : " Nh-Type " on "
                         Nh-Sent-Date " (cleared " Nh-Cleared-Date ")"
              ELSE
                     DISPLAY "Notice sent        : " Nh-Type " on "
                         Nh-Sent-Date " ref " Nh-Ref
              END-IF
              END-IF.
       EXIT.
      * WriteAudit's shape plus the placement reference, so the
      * TIMEDEP record behind a savings movement can be found
       WriteTdAudit.
              ACCEPT Audit-Date FROM DATE YYYYMMDD.
              ACCEPT Audit-Time FROM TIME.
              PERFORM GetNextAuditSeq.
              PERFORM SetBranchStamp.
              MOVE SPACES TO Audit-Record.
              STRING faccountno " " fusername " " Audit-Type " " val
                     " Balance: " fusermoney
                     " " Audit-Date " " Audit-Time
                     " Ref: " Td-Ref
                     " Op: " Current-Op Br-Stamp
                     " Seq: " Audit-Seq
                  DELIMITED BY SIZE INTO Audit-Record
              END-STRING.
              WRITE Audit-Record.
              PERFORM WriteAcctHist.
       EXIT.
      * the final tax comes straight back off a broken placement's
      * interest as a WHTAX line, unless the account holds an
      * exemption in force, and the interest and tax go onto
      * INTTAXYTD for the remittance schedule and the certificate
       WithholdTax.
              ACCEPT Tax-Date FROM DATE YYYYMMDD.
              PERFORM LoadTaxRate.
              PERFORM CheckExempt.
              MOVE 0 TO Tax-Amt.
              IF Acct-Exempt = 0
                     COMPUTE Tax-Amt ROUNDED =
                             Td-Interest * Withhold-Rate
              END-IF.
              IF Tax-Amt > 0
                     SUBTRACT Tax-Amt FROM fusermoney
                     REWRITE fuser
                     MOVE Tax-Amt TO val
                     MOVE "WHTAX" TO Audit-Type
                     PERFORM WriteTdAudit
              END-IF.
              PERFORM AccumulateTax.
       EXIT.
       CheckExempt.
              MOVE 0 TO Acct-Exempt.
              OPEN INPUT Exempt-File.
              IF Exempt-Status = "00"
                     MOVE faccountno TO TE-Acct
                     READ Exempt-File KEY IS TE-Acct
                            INVALID KEY
                                   MOVE "23" TO Exempt-Status
                     END-READ
                     IF Exempt-Status = "00"
                        AND TE-From <= Tax-Date
                        AND (TE-Until = 0 OR TE-Until > Tax-Date)
                            MOVE 1 TO Acct-Exempt
                     END-IF
                     CLOSE Exempt-File
              END-IF.
       EXIT.
       AccumulateTax.
              OPEN I-O Ytd-File.
              IF Ytd-Status = "35"
                     OPEN OUTPUT Ytd-File
                     CLOSE Ytd-File
                     OPEN I-O Ytd-File
              END-IF.
              MOVE faccountno TO IY-Acct.
              MOVE Tax-Year TO IY-Year.
              MOVE 0 TO Ytd-New.
              READ Ytd-File KEY IS IY-Key
                     INVALID KEY
                            MOVE 1 TO Ytd-New
              END-READ.
              IF Ytd-New = 1
                     MOVE faccountno TO IY-Acct
                     MOVE Tax-Year TO IY-Year
                     MOVE 1 TO Mo-Ix
                     PERFORM UNTIL Mo-Ix > 12
                            MOVE 0 TO IY-Mo-Interest(Mo-Ix)
                            MOVE 0 TO IY-Mo-Tax(Mo-Ix)
                            ADD 1 TO Mo-Ix
                     END-PERFORM
                     MOVE 0 TO IY-Ytd-Interest
                     MOVE 0 TO IY-Ytd-Tax
                     MOVE "N" TO IY-Exempt
              END-IF.
              MOVE fusername TO IY-Name.
              ADD Td-Interest TO IY-Mo-Interest(Tax-Month).
              ADD Tax-Amt TO IY-Mo-Tax(Tax-Month).
              ADD Td-Interest TO IY-Ytd-Interest.
              ADD Tax-Amt TO IY-Ytd-Tax.
              IF Acct-Exempt = 1
                     MOVE "Y" TO IY-Exempt
              END-IF.
              IF Ytd-New = 1
                     WRITE Ytd-Record
              ELSE
                     REWRITE Ytd-Record
              END-IF.
              CLOSE Ytd-File.
       EXIT.
      * the latest "WI" rate whose effective date the day has reached
       LoadTaxRate.
              MOVE House-Tax-Rate TO Withhold-Rate.
              MOVE 0 TO Tax-Found.
              MOVE 0 TO Tax-Best-Date.
              MOVE 0 TO Tax-Eof.
              OPEN INPUT Tax-File.
              IF Tax-Status = "00"
                     PERFORM UNTIL Tax-Eof = 1
                            READ Tax-File
                                   AT END MOVE 1 TO Tax-Eof
                                   NOT AT END
                                   IF Tax-Code = "WI"
                                      AND Tax-Effective <= Tax-Date
                                      AND (Tax-Found = 0
                                       OR Tax-Effective >=
                                          Tax-Best-Date)
                                          MOVE Tax-Rate
                                              TO Withhold-Rate
                                          MOVE Tax-Effective
                                              TO Tax-Best-Date
                                          MOVE 1 TO Tax-Found
                                   END-IF
                            END-READ
                     END-PERFORM
                     CLOSE Tax-File
              END-IF.
       EXIT.
      * a member whose balance went to the escheat liability gets it
      * back in full on a supervisor's approval; the credit is a
      * RECLAIM entry naming both, and the UNCLAIMED record is closed
      * so the same escheat can never be paid twice
       ReclaimUnclaimed.
              MOVE Logged-Acct TO faccountno.
              READ fp KEY IS faccountno.
              OPEN I-O UC-File.
              IF UC-Status NOT = "00"
                     DISPLAY "No unclaimed balances on record."
              ELSE
                     MOVE Logged-Acct TO UC-Acct
                     READ UC-File KEY IS UC-Acct
                            INVALID KEY
                            MOVE "23" TO UC-Status
                     END-READ
                     IF UC-Status NOT = "00" OR UC-State NOT = "E"
                            DISPLAY "No escheated balance on this "
                                "account."
                     ELSE
                            PERFORM ApproveReclaim
                     END-IF
                     CLOSE UC-File
              END-IF.
       EXIT.
       ApproveReclaim.
              DISPLAY "Escheated " UC-Escheat-Date ": "
                  UC-Escheat-Amt " pesos.".
              IF UC-Escheat-Amt > 9999999.99 - fusermoney
                     DISPLAY "Account can only hold up to "
                         "9999999.99 pesos."
              ELSE
                     DISPLAY "Reclaim needs a supervisor's approval."
                     PERFORM VerifySupervisor
                     IF Super-Ok = 1
                            MOVE UC-Escheat-Amt TO val
                            COMPUTE fusermoney = fusermoney + val
                            PERFORM StampActivity
                            REWRITE fuser
                            MOVE "RECLAIM" TO Audit-Type
                            PERFORM WriteApprovedAudit
                            MOVE "R" TO UC-State
                            MOVE Audit-Date TO UC-Reclaim-Date
                            MOVE Current-Op TO UC-Reclaim-Op
                            MOVE Super-Op TO UC-Approved
                            REWRITE UC-Record
                            DISPLAY "Reclaimed " val " pesos."
                     ELSE
                            DISPLAY "Reclaim denied."
                     END-IF
              END-IF.
       EXIT.
      * standing instructions: set up a recurring transfer out of
      * the account, cancel one, or list what is standing
       StandingOrders.
              DISPLAY "________________________________________".
              DISPLAY "=Standing Instructions=".
              DISPLAY "(A)dd, (C)ancel or (L)ist instructions: "
                  WITH NO ADVANCING.
              ACCEPT So-Choice.
              INSPECT So-Choice CONVERTING "acl" TO "ACL".
              IF So-Choice = "A"
                     PERFORM AddStandingOrder
              END-IF.
              IF So-Choice = "C"
                     PERFORM CancelStandingOrder
              END-IF.
              IF So-Choice = "L"
                     PERFORM ShowStandingOrders
              END-IF.
       EXIT.
      * the destination gets the same checks Transfer makes; funds
      * are not tested here, the batch tests them on each run date
       AddStandingOrder.
              DISPLAY "Transfer to (account number): " WITH NO ADVANCING.
              ACCEPT Xfer-Dest.
              MOVE 0 TO So-Dest-Ok.
              IF Xfer-Dest = Logged-Acct
                     DISPLAY "Cannot transfer to the same account."
              ELSE
                     MOVE Xfer-Dest TO faccountno
                     READ fp KEY IS faccountno
                            INVALID KEY
                            DISPLAY "Destination account not found."
                            NOT INVALID KEY
                            IF flocked = "Y"
                                   DISPLAY "Destination account is "
                                       "locked."
                            ELSE
                            IF fdormant = "Y"
                                   DISPLAY "Destination account is "
                                       "dormant."
                            ELSE
                                   MOVE 1 TO So-Dest-Ok
                            END-IF
                            END-IF
                     END-READ
              END-IF.
              IF So-Dest-Ok = 1
                     DISPLAY "Amount per transfer : " WITH NO ADVANCING
                     ACCEPT val
                     DISPLAY "(W)eekly, (F)ortnightly, (S)emi-monthly "
                         "or (M)onthly: " WITH NO ADVANCING
                     ACCEPT So-Freq-In
                     INSPECT So-Freq-In CONVERTING "wfsm" TO "WFSM"
                     DISPLAY "First run date (YYYYMMDD): "
                         WITH NO ADVANCING
                     ACCEPT So-Start-In
                     DISPLAY "Last run date (YYYYMMDD, 0 = until "
                         "cancelled): " WITH NO ADVANCING
                     ACCEPT So-End-In
                     PERFORM CheckStandingOrder
              END-IF.
       EXIT.
       CheckStandingOrder.
              ACCEPT Audit-Date FROM DATE YYYYMMDD.
              MOVE So-Start-In TO So-Date-Check.
              IF val = 0
                     DISPLAY "The amount must be more than zero."
              ELSE
              IF So-Freq-In NOT = "W" AND So-Freq-In NOT = "F"
                 AND So-Freq-In NOT = "S" AND So-Freq-In NOT = "M"
                     DISPLAY "Unknown frequency; instruction not set "
                         "up."
              ELSE
              IF So-Chk-Month < 1 OR So-Chk-Month > 12
                 OR So-Chk-Day < 1 OR So-Chk-Day > 31
                 OR So-Start-In < Audit-Date
                     DISPLAY "The first run date must be a date from "
                         "today on."
              ELSE
              IF So-End-In NOT = 0 AND So-End-In < So-Start-In
                     DISPLAY "The last run date is before the first."
              ELSE
                     PERFORM BookStandingOrder
              END-IF
              END-IF
              END-IF
              END-IF.
       EXIT.
       BookStandingOrder.
              PERFORM NextStandingNo.
              MOVE Xfer-Dest TO SO-Dest.
              MOVE val TO SO-Amount.
              MOVE So-Freq-In TO SO-Freq.
              MOVE So-Chk-Day TO SO-Day.
              MOVE So-Start-In TO SO-Start.
              MOVE So-End-In TO SO-End.
              MOVE So-Start-In TO SO-Sched.
              MOVE So-Start-In TO SO-Next-Run.
              MOVE 0 TO SO-Retries.
              MOVE "A" TO SO-State.
              MOVE 0 TO SO-Last-Run.
              MOVE Current-Op TO SO-Op.
              WRITE SO-Record
                     INVALID KEY
                            DISPLAY "Instruction " SO-No
                                " is already on STANDORD; see a "
                                "supervisor."
                     NOT INVALID KEY
                            DISPLAY "Standing instruction " SO-No
                                " set up; first transfer "
                                SO-Next-Run "."
              END-WRITE.
       EXIT.
      * instruction numbers run per account from 001, the way
      * placement numbers do
       NextStandingNo.
              MOVE Logged-Acct TO SO-Acct.
              MOVE 1 TO SO-No.
              MOVE 0 TO So-Eof.
              PERFORM UNTIL So-Eof = 1
                     READ SO-File KEY IS SO-Key
                            INVALID KEY
                                   MOVE 1 TO So-Eof
                            NOT INVALID KEY
                                   ADD 1 TO SO-No
                     END-READ
              END-PERFORM.
       EXIT.
      * a cancelled instruction stays on file marked C, stamped with
      * the operator who cancelled it
       CancelStandingOrder.
              PERFORM ShowStandingOrders.
              DISPLAY "Instruction number to cancel: "
                  WITH NO ADVANCING.
              ACCEPT So-No-In.
              MOVE Logged-Acct TO SO-Acct.
              MOVE So-No-In TO SO-No.
              READ SO-File KEY IS SO-Key
                     INVALID KEY
                            DISPLAY "No such instruction."
                     NOT INVALID KEY
                            IF SO-State NOT = "A"
                                   DISPLAY "Instruction is no longer "
                                       "active."
                            ELSE
                                   MOVE "C" TO SO-State
                                   MOVE Current-Op TO SO-Op
                                   REWRITE SO-Record
                                   DISPLAY "Instruction " SO-No
                                       " cancelled."
                            END-IF
              END-READ.
       EXIT.
      * every active instruction on the account; the reopen puts the
      * scan at the first record, as ShowTimeDeposits does
       ShowStandingOrders.
              MOVE 0 TO So-Count.
              MOVE 0 TO So-Eof.
              CLOSE SO-File.
              OPEN I-O SO-File.
              PERFORM UNTIL So-Eof = 1
                     READ SO-File NEXT RECORD
                            AT END
                                   MOVE 1 TO So-Eof
                            NOT AT END
                            IF SO-Acct = Logged-Acct AND SO-State = "A"
                                   ADD 1 TO So-Count
                                   DISPLAY "Instruction " SO-No
                                       " : " SO-Amount " to "
                                       SO-Dest " (" SO-Freq
                                       ") next " SO-Next-Run
                                       " ends " SO-End
                            END-IF
                     END-READ
              END-PERFORM.
              IF So-Count = 0
                     DISPLAY "Standing instructions: none"
              END-IF.
       EXIT.
      * function for deleting the logged in user
       DeleteUser.
              WRITE Archive-Record.
              ACCEPT Audit-Date FROM DATE YYYYMMDD.
              MOVE faccountno TO Del-Acct.
              MOVE fuser(7:74) TO Del-Data.
              MOVE Audit-Date TO Del-Date.
              MOVE Current-Op TO Del-Op.
              WRITE Del-Record
              READ fp KEY IS faccountno
                     INVALID KEY
                            MOVE Del-Acct TO faccountno
                            MOVE Del-Data TO fuser(7:74)
                            PERFORM StampActivity
                            WRITE fuser
                            END-WRITE
              ACCEPT Audit-Date FROM DATE YYYYMMDD.
              ACCEPT Audit-Time FROM TIME.
              PERFORM GetNextAuditSeq.
              PERFORM SetBranchStamp.
              MOVE SPACES TO Audit-Record.
              STRING faccountno " " fusername " REINSTAT "
                     Audit-Date " " Audit-Time
                     " Op: " Current-Op Br-Stamp
                     " Approved: " Super-Op
                     " Seq: " Audit-Seq
                  DELIMITED BY SIZE INTO Audit-Record
              END-STRING.
              WRITE Audit-Record.
       EXIT.
      * function for editing the logged in user; a member signed on
      * with their own PIN changes that PIN, not the account's, and
      * only the primary holder may edit at all
       EditUser.
           IF Logged-Cust > 0 AND Logged-Role NOT = "P"
              DISPLAY "Only the primary holder may edit the account."
           ELSE
              MOVE Logged-Acct TO faccountno
              READ fp KEY IS faccountno
              MOVE fuserpin TO Old-Pin
              ACCEPT tmpuser
              DISPLAY "Enter new PIN: " WITH NO ADVANCING
              ACCEPT fuserpin WITH NO ECHO
              IF Logged-Cust > 0
                     MOVE fuserpin TO New-Cust-Pin
                     MOVE Old-Pin TO fuserpin
              END-IF
              DISPLAY "_Birhtday_"
              DISPLAY "Enter Month: " WITH NO ADVANCING
              ACCEPT fbmonth
                     PERFORM WriteHistory
                     MOVE tmpuser TO fusername
                     REWRITE fuser
                     PERFORM SyncCustomer
                     DISPLAY "Your account has been updated."
              END-IF
           END-IF.
       EXIT.
      * the customer master is where the person lives: the edit goes
      * onto the primary holder's CUSTOMERS record and from there
      * onto every other account that member is primary on, so one
      * member cannot carry two birthdays
       SyncCustomer.
              MOVE 0 TO Edit-Cust.
              IF Logged-Cust > 0
                     MOVE Logged-Cust TO Edit-Cust
              ELSE
                     PERFORM FindPrimary
              END-IF.
              IF Edit-Cust > 0
                     MOVE Edit-Cust TO Cu-No
                     READ Cust-File KEY IS Cu-No
                            INVALID KEY
                                   MOVE 0 TO Edit-Cust
                     END-READ
              END-IF.
              IF Edit-Cust > 0
                     MOVE tmpuser TO Cu-Name
                     MOVE fbirthday TO Cu-Birthday
                     IF Logged-Cust > 0
                            MOVE New-Cust-Pin TO Cu-Pin
                     END-IF
                     REWRITE Cust-Record
                     PERFORM CopyToOtherAccounts
                     MOVE Logged-Acct TO faccountno
                     READ fp KEY IS faccountno
              END-IF.
       EXIT.
      * the primary holder of the logged-in account; the reopen puts
      * the scan at the first record
       FindPrimary.
              MOVE 0 TO Rel-Eof.
              CLOSE Rel-File.
              OPEN I-O Rel-File.
              PERFORM UNTIL Rel-Eof = 1 OR Edit-Cust > 0
                     READ Rel-File NEXT RECORD
                            AT END
                                   MOVE 1 TO Rel-Eof
                            NOT AT END
                                   IF Rl-Acct = Logged-Acct
                                      AND Rl-Role = "P"
                                          MOVE Rl-Cust TO Edit-Cust
                                   END-IF
                     END-READ
              END-PERFORM.
       EXIT.
       CopyToOtherAccounts.
              MOVE 0 TO Rel-Eof.
              CLOSE Rel-File.
              OPEN I-O Rel-File.
              PERFORM UNTIL Rel-Eof = 1
                     READ Rel-File NEXT RECORD
                            AT END
                                   MOVE 1 TO Rel-Eof
                            NOT AT END
                                   IF Rl-Cust = Edit-Cust
                                      AND Rl-Role = "P"
                                      AND Rl-Acct NOT = Logged-Acct
                                          PERFORM CopyToAccount
                                   END-IF
                     END-READ
              END-PERFORM.
       EXIT.
       CopyToAccount.
              MOVE Rl-Acct TO faccountno.
              READ fp KEY IS faccountno
                     INVALID KEY
                            CONTINUE
                     NOT INVALID KEY
                            MOVE Cu-Name TO fusername
                            MOVE Cu-Birthday TO fbirthday
                            REWRITE fuser
              END-READ.
       EXIT.
      * append the pre-edit field values to EDITHIST.DAT before REWRITE commits
       WriteHistory.
              END-STRING.
              WRITE History-Record.
       EXIT.
      * function for checking if account is valid; any holder on
      * CUSTREL may sign on with the member's own PIN, or the
      * account's PIN still opens it as before
       Authenticate.
       MOVE 0 TO Logged-Cust
       MOVE SPACES TO Logged-Role
       DISPLAY "Account number: " WITH NO ADVANCING
       ACCEPT tmpacct
       MOVE tmpacct TO faccountno
                     PERFORM ReactivateDormant
              END-IF
              IF flocked NOT = "Y" AND fdormant NOT = "Y"
                DISPLAY "Customer number (0 = account PIN): "
                    WITH NO ADVANCING
                ACCEPT Cust-In
                IF Cust-In = 0
                  DISPLAY "PIN: " WITH NO ADVANCING
                  ACCEPT tmppin WITH NO ECHO
                  MOVE 0 TO Pin-Ok
                  IF tmppin=fuserpin
                    MOVE 1 TO Pin-Ok
                  END-IF
                ELSE
                  PERFORM CheckHolderPin
                END-IF
                IF Pin-Ok = 1
                  MOVE 0 TO ffailcount
                  PERFORM StampActivity
                  REWRITE fuser
                  IF Logged-Cust > 0
                    DISPLAY "User Authenticated: " Cu-Name
                  ELSE
                    DISPLAY "User Authenticated: " fusername
                  END-IF
                  MOVE faccountno TO Logged-Acct
                  PERFORM WarnKycExpiry
                ELSE
                  ADD 1 TO ffailcount
                  IF ffailcount >= 3
              END-IF
       END-READ
       EXIT.
      * the keyed customer must hold the account, in any role, and
      * answer with the member's own PIN; a stranger's number fails
      * like a wrong PIN and counts toward the lockout
       CheckHolderPin.
              MOVE 0 TO Pin-Ok.
              MOVE Cust-In TO Rl-Cust.
              MOVE faccountno TO Rl-Acct.
              READ Rel-File KEY IS Rl-Key
                     INVALID KEY
                            MOVE "23" TO Rel-Status
              END-READ.
              IF Rel-Status = "00"
                     MOVE Cust-In TO Cu-No
                     READ Cust-File KEY IS Cu-No
                            INVALID KEY
                                   MOVE "23" TO Cust-Status
                     END-READ
              END-IF.
              DISPLAY "PIN: " WITH NO ADVANCING.
              ACCEPT tmppin WITH NO ECHO.
              IF Rel-Status = "00" AND Cust-Status = "00"
                 AND tmppin = Cu-Pin
                     MOVE 1 TO Pin-Ok
                     MOVE Cust-In TO Logged-Cust
                     MOVE Rl-Role TO Logged-Role
              END-IF.
       EXIT.
      * supervisor override to unlock an account after repeated
      * failures; the approving supervisor is named on the audit line
       SupervisorOverride.
              ACCEPT Audit-Date FROM DATE YYYYMMDD.
              ACCEPT Audit-Time FROM TIME.
              PERFORM GetNextAuditSeq.
              PERFORM SetBranchStamp.
              MOVE SPACES TO Audit-Record.
              STRING faccountno " " fusername " REACTIVE "
                     Audit-Date " " Audit-Time
                     " Op: " Current-Op Br-Stamp
                     " Approved: " Super-Op
                     " Seq: " Audit-Seq
                  DELIMITED BY SIZE INTO Audit-Record
              ACCEPT Audit-Date FROM DATE YYYYMMDD.
              ACCEPT Audit-Time FROM TIME.
              PERFORM GetNextAuditSeq.
              PERFORM SetBranchStamp.
              MOVE SPACES TO Audit-Record.
              STRING faccountno " " fusername " OVERRIDE "
                     Audit-Date " " Audit-Time
                     " Op: " Current-Op Br-Stamp
                     " Approved: " Super-Op
                     " Seq: " Audit-Seq
                  DELIMITED BY SIZE INTO Audit-Record
              WRITE Audit-Record.
       EXIT.
      * function for adding users; the system assigns the account
      * number, so two members may share a name without colliding.
      * The account is opened for a member already on CUSTOMERS or
      * for a new one keyed here, who becomes its primary holder;
      * joint holders and trustees can be attached before it is done.
      * The account is homed at the opening operator's branch.
      * A member with no KYC on file, or whose ID on file has
      * expired, is identified before the account is opened
       AddAccount.
       DISPLAY "Customer number (0 = new member): " WITH NO ADVANCING.
       ACCEPT Cust-In.
       IF Cust-In > 0
              PERFORM AttachCustomer
       ELSE
              PERFORM KeyCustomer
       END-IF.
       IF Cust-Ok = 1
              PERFORM CheckAge
       END-IF.
       IF Cust-Ok = 1
              PERFORM PickProduct
       END-IF.
       IF Cust-Ok = 1 AND Product-In NOT = SPACES
              PERFORM KycForOpening
       END-IF.
       IF Cust-Ok = 1 AND Product-In NOT = SPACES
              DISPLAY "PIN: " WITH NO ADVANCING
              ACCEPT fuserpin WITH NO ECHO
              PERFORM GetNextAcctNo
              MOVE Next-Acct TO faccountno
              MOVE Cu-Name TO fusername
              MOVE Cu-Birthday TO fbirthday
              MOVE 500.00 TO fusermoney
              MOVE 0 TO ffailcount
              MOVE "N" TO flocked
              PERFORM StampActivity
              MOVE "N" TO fdormant
              MOVE 0 TO fholds
              MOVE Product-In TO fproduct
              MOVE Current-Branch TO fbranch
              WRITE fuser
                     INVALID KEY
                            DISPLAY "Account number " faccountno
                     NOT INVALID KEY
                            DISPLAY "Account number " faccountno
                                " opened for " fusername "."
                            PERFORM FilePrimary
                            PERFORM FileKyc
                            PERFORM WriteOpenAudit
                            PERFORM AddHolders
              END-WRITE
       END-IF.
       EXIT.
      * the opening goes on the trail in the informational shape, so
      * the month-end MIS can count the accounts opened
       WriteOpenAudit.
              ACCEPT Audit-Date FROM DATE YYYYMMDD.
              ACCEPT Audit-Time FROM TIME.
              PERFORM GetNextAuditSeq.
              PERFORM SetBranchStamp.
              MOVE SPACES TO Audit-Record.
              STRING faccountno " " fusername " OPENED   "
                     Audit-Date " " Audit-Time
                     " Op: " Current-Op Br-Stamp
                     " Seq: " Audit-Seq
                  DELIMITED BY SIZE INTO Audit-Record
              END-STRING.
              WRITE Audit-Record.
       EXIT.
      * an existing member's name and birthdate go onto the account
      * exactly as the customer master carries them
       AttachCustomer.
              MOVE 0 TO Cust-Ok.
              MOVE Cust-In TO Cu-No.
              READ Cust-File KEY IS Cu-No
                     INVALID KEY
                            DISPLAY "No customer " Cust-In
                                " on file; account not opened."
                     NOT INVALID KEY
                            DISPLAY "Opening for " Cu-Name " (born "
                                Cu-Bmonth " " Cu-Bday " " Cu-Byear ")."
                            MOVE 1 TO Cust-Ok
              END-READ.
       EXIT.
      * a new member's particulars; the number is not handed out
      * until an account is actually opened for them
       KeyCustomer.
              MOVE SPACES TO Cust-Record.
              MOVE 0 TO Cu-No.
              DISPLAY "Name: " WITH NO ADVANCING.
              ACCEPT Cu-Name.
              DISPLAY "_Birthday_".
              DISPLAY "-->Month: " WITH NO ADVANCING.
              ACCEPT Cu-Bmonth.
              DISPLAY "-->Day  : " WITH NO ADVANCING.
              ACCEPT Cu-Bday.
              DISPLAY "-->Year : " WITH NO ADVANCING.
              ACCEPT Cu-Byear.
              DISPLAY "Address: " WITH NO ADVANCING.
              ACCEPT Cu-Address.
              DISPLAY "Contact number: " WITH NO ADVANCING.
              ACCEPT Cu-Contact.
              MOVE 1 TO Cust-Ok.
       EXIT.
      * Cu-Bmonth is free-text, so the age check below only treats it
      * as a calendar month when it parses as one; otherwise it falls
      * back to a year-only comparison rather than guess a month
       CheckAge.
              ACCEPT Cur-Date-Rec FROM DATE YYYYMMDD.
              COMPUTE Age = Cur-Year - Cu-Byear.
              IF Cu-Bmonth(1:2) IS NUMERIC
                     MOVE Cu-Bmonth(1:2) TO Birth-Month
                     IF Cur-Month < Birth-Month
                        OR (Cur-Month = Birth-Month
                            AND Cur-Day < Cu-Bday)
                            COMPUTE Age = Age - 1
                     END-IF
              END-IF.
              IF Age < Min-Age
                     DISPLAY "Must be at least 18 years old to "
                         "open an account."
                     MOVE 0 TO Cust-Ok
              END-IF.
       EXIT.
      * a new member gets a customer number and keeps the account's
      * PIN as their own; either way they are the primary holder
       FilePrimary.
              MOVE faccountno TO New-Acct.
              IF Cu-No = 0
                     PERFORM GetNextCustNo
                     MOVE Next-Cust TO Cu-No
                     MOVE fuserpin TO Cu-Pin
                     PERFORM WriteCustomer
              END-IF.
              MOVE "P" TO Holder-Role.
              PERFORM WriteRelation.
       EXIT.
       WriteCustomer.
              ACCEPT Cu-Since FROM DATE YYYYMMDD.
              MOVE Current-Op TO Cu-Op.
              WRITE Cust-Record
                     INVALID KEY
                            DISPLAY "Customer number " Cu-No
                                " is already on file; the CUSTNOCTL "
                                "counter is behind - fix it and rekey."
                     NOT INVALID KEY
                            DISPLAY "Customer number " Cu-No
                                " assigned to " Cu-Name "."
              END-WRITE.
       EXIT.
       WriteRelation.
              MOVE Cu-No TO Rl-Cust.
              MOVE New-Acct TO Rl-Acct.
              MOVE Holder-Role TO Rl-Role.
              ACCEPT Rl-Since FROM DATE YYYYMMDD.
              MOVE Current-Op TO Rl-Op.
              WRITE Rel-Record
                     INVALID KEY
                            DISPLAY "Customer " Cu-No " already holds "
                                "account " New-Acct "."
              END-WRITE.
       EXIT.
      * further holders of the account just opened: joint-and (all
      * sign), joint-or (any one signs) or a trustee
       AddHolders.
              MOVE "n" TO cont.
              DISPLAY "Add a joint holder or trustee? (y/N) : "
                  WITH NO ADVANCING.
              ACCEPT cont.
              PERFORM UNTIL cont NOT = "y" AND cont NOT = "Y"
                     PERFORM AddOneHolder
                     DISPLAY "Add another holder? (y/N) : "
                         WITH NO ADVANCING
                     ACCEPT cont
              END-PERFORM.
       EXIT.
       AddOneHolder.
              DISPLAY "Role ([A] joint-and, [O] joint-or, "
                  "[T] trustee): " WITH NO ADVANCING.
              ACCEPT Holder-Role.
              INSPECT Holder-Role CONVERTING "aot" TO "AOT".
              IF Holder-Role NOT = "A" AND Holder-Role NOT = "O"
                 AND Holder-Role NOT = "T"
                     DISPLAY "No such role; holder not added."
              ELSE
                     DISPLAY "Holder's customer number "
                         "(0 = new member): " WITH NO ADVANCING
                     ACCEPT Cust-In
                     IF Cust-In > 0
                            PERFORM AttachCustomer
                     ELSE
                            PERFORM KeyCustomer
                     END-IF
                     IF Cust-Ok = 1
                            PERFORM CheckAge
                     END-IF
                     IF Cust-Ok = 1
                            PERFORM KycForOpening
                     END-IF
                     IF Cust-Ok = 1
                            IF Cu-No = 0
                                   DISPLAY "Holder's PIN: "
                                       WITH NO ADVANCING
                                   ACCEPT Cu-Pin WITH NO ECHO
                                   PERFORM GetNextCustNo
                                   MOVE Next-Cust TO Cu-No
                                   PERFORM WriteCustomer
                            END-IF
                            PERFORM WriteRelation
                            PERFORM FileKyc
                     END-IF
              END-IF.
       EXIT.
      * an existing member's KYC is looked up by customer number; a
      * new member, one opened before KYC was kept, or one whose ID
      * has expired is identified here
       KycForOpening.
              ACCEPT Kyc-Today FROM DATE YYYYMMDD.
              MOVE 1 TO Kyc-Need.
              MOVE 0 TO Kyc-On-File.
              IF Cu-No > 0
                     MOVE Cu-No TO Kyc-Cust
                     PERFORM ReadKyc
                     IF Kyc-Status = "00"
                            MOVE 1 TO Kyc-On-File
                            IF Ky-Id-Expiry NOT < Kyc-Today
                                   MOVE 0 TO Kyc-Need
                                   DISPLAY "KYC on file: " Ky-Id-Type
                                       " " Ky-Id-No " expires "
                                       Ky-Id-Expiry
                            ELSE
                                   DISPLAY "ID on file expired "
                                       Ky-Id-Expiry "; key the "
                                       "member's current ID."
                            END-IF
                     END-IF
              END-IF.
              IF Kyc-Need = 1
                     PERFORM KeyKyc
              END-IF.
       EXIT.
       ReadKyc.
              MOVE "C" TO Ky-Kind.
              MOVE Kyc-Cust TO Ky-Member.
              READ Kyc-File KEY IS Ky-Key
                     INVALID KEY
                            MOVE "23" TO Kyc-Status
              END-READ.
       EXIT.
      * an ID that has already expired cannot open an account
       KeyKyc.
              MOVE Cu-Name TO Ky-Name.
              DISPLAY "_Know your customer_".
              DISPLAY "ID type (passport, driver's licence, UMID...): "
                  WITH NO ADVANCING.
              ACCEPT Ky-Id-Type.
              DISPLAY "ID number: " WITH NO ADVANCING.
              ACCEPT Ky-Id-No.
              DISPLAY "ID expiry date (YYYYMMDD): " WITH NO ADVANCING.
              ACCEPT Kyc-Expiry-In.
              IF Kyc-Expiry-In IS NOT NUMERIC
                 OR Kyc-In-Month < "01" OR Kyc-In-Month > "12"
                 OR Kyc-In-Day < "01" OR Kyc-In-Day > "31"
                     DISPLAY "Not a valid expiry date; account not "
                         "opened."
                     MOVE 0 TO Cust-Ok
              ELSE
                     MOVE Kyc-Expiry-In TO Ky-Id-Expiry
                     IF Ky-Id-Expiry < Kyc-Today
                            DISPLAY "That ID has expired; a current ID "
                                "is needed to open an account."
                            MOVE 0 TO Cust-Ok
                     END-IF
              END-IF.
              IF Cust-Ok = 1
                     MOVE Cu-Address TO Ky-Address
                     IF Ky-Address = SPACES
                            DISPLAY "Address: " WITH NO ADVANCING
                            ACCEPT Ky-Address
                     END-IF
                     DISPLAY "Occupation: " WITH NO ADVANCING
                     ACCEPT Ky-Occupation
                     DISPLAY "Source of funds: " WITH NO ADVANCING
                     ACCEPT Ky-Funds
                     PERFORM RateKyc
                     MOVE Kyc-Today TO Ky-Captured
                     MOVE Current-Op TO Ky-Op
              END-IF.
       EXIT.
      * the risk rating is the supervisor's call; without one the
      * member stays unrated and the monthly review lists them
       RateKyc.
              MOVE SPACE TO Ky-Risk.
              MOVE SPACES TO Ky-Rated-By.
              MOVE 0 TO Ky-Rated.
              MOVE 0 TO Ky-Next-Review.
              DISPLAY "Risk rating needs a supervisor.".
              PERFORM VerifySupervisor.
              IF Super-Ok = 1
                     DISPLAY "Risk rating ([L]ow, [M]edium, [H]igh): "
                         WITH NO ADVANCING
                     ACCEPT Ky-Risk
                     INSPECT Ky-Risk CONVERTING "lmh" TO "LMH"
                     IF Ky-Risk NOT = "L" AND Ky-Risk NOT = "M"
                        AND Ky-Risk NOT = "H"
                            MOVE SPACE TO Ky-Risk
                            DISPLAY "No such rating; left unrated for "
                                "the KYC review."
                     ELSE
                            MOVE Super-Op TO Ky-Rated-By
                            MOVE Kyc-Today TO Ky-Rated
                            PERFORM SetKycReview
                     END-IF
              ELSE
                     DISPLAY "Not approved; left unrated for the KYC "
                         "review."
              END-IF.
       EXIT.
       SetKycReview.
              MOVE Ky-Rated TO Kyc-Date-Work.
              IF Ky-Risk = "H"
                     ADD 1 TO Kyc-Work-Year
              END-IF.
              IF Ky-Risk = "M"
                     ADD 2 TO Kyc-Work-Year
              END-IF.
              IF Ky-Risk = "L"
                     ADD 3 TO Kyc-Work-Year
              END-IF.
              MOVE Kyc-Date-Work TO Ky-Next-Review.
       EXIT.
      * the member now has a customer number to key the record by
       FileKyc.
              IF Kyc-Need = 1
                     MOVE "C" TO Ky-Kind
                     MOVE Cu-No TO Kyc-Cust
                     MOVE Kyc-Cust TO Ky-Member
                     IF Kyc-On-File = 1
                            REWRITE Kyc-Record
                     ELSE
                            WRITE Kyc-Record
                                   INVALID KEY
                                          DISPLAY "KYC for customer "
                                              Cu-No " already on "
                                              "file."
                            END-WRITE
                     END-IF
              END-IF.
       EXIT.
      * the teller is told at sign-on when the member at the counter
      * - the holder signed on, or the account's primary - has an
      * expired ID or none on file
       WarnKycExpiry.
              ACCEPT Kyc-Today FROM DATE YYYYMMDD.
              MOVE 0 TO Edit-Cust.
              IF Logged-Cust > 0
                     MOVE Logged-Cust TO Edit-Cust
              ELSE
                     PERFORM FindPrimary
              END-IF.
              IF Edit-Cust > 0
                     MOVE Edit-Cust TO Kyc-Cust
                     PERFORM ReadKyc
                     IF Kyc-Status NOT = "00"
                            DISPLAY "*** No KYC on file for this "
                                "member; identify them before "
                                "transacting. ***"
                     ELSE
                            IF Ky-Id-Expiry < Kyc-Today
                                   DISPLAY "*** WARNING: member's ID ("
                                       Ky-Id-Type ") expired on "
                                       Ky-Id-Expiry "; ask for a "
                                       "current ID. ***"
                            END-IF
                     END-IF
              END-IF.
       EXIT.
      * a member's accounts in every role, with the combined ledger
      * and drawable balance across them; the reopen puts the scan
      * at the first record
       CustomerInquiry.
              DISPLAY "Customer number: " WITH NO ADVANCING.
              ACCEPT Cust-In.
              MOVE Cust-In TO Cu-No.
              READ Cust-File KEY IS Cu-No
                     INVALID KEY
                            DISPLAY "No customer " Cust-In " on file."
                     NOT INVALID KEY
                            PERFORM ListCustomerAccounts
              END-READ.
       EXIT.
       ListCustomerAccounts.
              DISPLAY "________________________________________".
              DISPLAY "=Customer Inquiry= " Cu-No " " Cu-Name.
              DISPLAY "Born               : " Cu-Bmonth " " Cu-Bday
                  " " Cu-Byear.
              DISPLAY "Address            : " Cu-Address.
              DISPLAY "Contact            : " Cu-Contact.
              MOVE 0 TO Cinq-Count.
              MOVE 0 TO Cinq-Ledger.
              MOVE 0 TO Cinq-Avail.
              MOVE 0 TO Rel-Eof.
              CLOSE Rel-File.
              OPEN I-O Rel-File.
              PERFORM UNTIL Rel-Eof = 1
                     READ Rel-File NEXT RECORD
                            AT END
                                   MOVE 1 TO Rel-Eof
                            NOT AT END
                                   IF Rl-Cust = Cu-No
                                          PERFORM ShowCustomerAccount
                                   END-IF
                     END-READ
              END-PERFORM.
              IF Cinq-Count = 0
                     DISPLAY "Accounts: none"
              ELSE
                     DISPLAY "Accounts held      : " Cinq-Count
                     DISPLAY "Combined ledger    : " Cinq-Ledger
                     DISPLAY "Combined available : " Cinq-Avail
              END-IF.
              DISPLAY "________________________________________".
       EXIT.
       ShowCustomerAccount.
              MOVE Rl-Role TO Role-Text.
              IF Rl-Role = "P"
                     MOVE "PRIMARY" TO Role-Text
              END-IF.
              IF Rl-Role = "A"
                     MOVE "JOINT-AND" TO Role-Text
              END-IF.
              IF Rl-Role = "O"
                     MOVE "JOINT-OR" TO Role-Text
              END-IF.
              IF Rl-Role = "T"
                     MOVE "TRUSTEE" TO Role-Text
              END-IF.
              MOVE Rl-Acct TO faccountno.
              READ fp KEY IS faccountno
                     INVALID KEY
                            DISPLAY "  " Rl-Acct " " Role-Text
                                " account closed"
                     NOT INVALID KEY
                            PERFORM AvailableFunds
                            DISPLAY "  " faccountno " " Role-Text " "
                                fproduct " ledger " fusermoney
                                " available " Avail-Money
                            ADD 1 TO Cinq-Count
                            ADD fusermoney TO Cinq-Ledger
                            ADD Avail-Money TO Cinq-Avail
              END-READ.
       EXIT.
      * pull PRODUCTS into storage; without it every account runs on
      * the house terms until ProdMaint creates the file
       LoadProducts.
              OPEN INPUT Prod-File.
              IF Prod-Status = "00"
                     PERFORM UNTIL Prod-Eof = 1 OR Pt-Count >= 20
                            READ Prod-File
                                   AT END MOVE 1 TO Prod-Eof
                                   NOT AT END
                                   ADD 1 TO Pt-Count
                                   MOVE Prod-Record
                                       TO PT-Entry(Pt-Count)
                            END-READ
                     END-PERFORM
                     CLOSE Prod-File
              END-IF.
       EXIT.
      * the daily limit and clearing days of the product on the
      * account record in the buffer
       PriceAccount.
              MOVE fproduct TO Product-In.
              PERFORM FindProduct.
              IF Pt-Found-Ix > 0
                     MOVE PT-Daily-Limit(Pt-Found-Ix)
                         TO Daily-Wdr-Limit
                     MOVE PT-Clear-Days(Pt-Found-Ix) TO Clear-Days
              ELSE
                     MOVE House-Wdr-Limit TO Daily-Wdr-Limit
                     MOVE House-Clear-Days TO Clear-Days
              END-IF.
       EXIT.
       FindProduct.
              MOVE 0 TO Pt-Found-Ix.
              MOVE 1 TO Pt-Ix.
              PERFORM UNTIL Pt-Ix > Pt-Count
                     IF PT-Code(Pt-Ix) = Product-In
                            MOVE Pt-Ix TO Pt-Found-Ix
                            MOVE Pt-Count TO Pt-Ix
                     END-IF
                     ADD 1 TO Pt-Ix
              END-PERFORM.
       EXIT.
      * a new account must name a product on PRODUCTS; with no table
      * loaded it opens as the house product
       PickProduct.
              IF Pt-Count = 0
                     MOVE House-Product TO Product-In
              ELSE
                     DISPLAY "Products:"
                     MOVE 1 TO Pt-Ix
                     PERFORM UNTIL Pt-Ix > Pt-Count
                            DISPLAY "  " PT-Code(Pt-Ix) " "
                                PT-Name(Pt-Ix)
                            ADD 1 TO Pt-Ix
                     END-PERFORM
                     DISPLAY "Product code: " WITH NO ADVANCING
                     ACCEPT Product-In
                     INSPECT Product-In CONVERTING
                         "abcdefghijklmnopqrstuvwxyz"
                         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                     PERFORM FindProduct
                     IF Pt-Found-Ix = 0
                            DISPLAY "No such product; account not "
                                "opened."
                            MOVE SPACES TO Product-In
                     END-IF
              END-IF.
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
      * the ACCTHIST copy of the money line just written, keyed by
      * its audit sequence, for the account-history readers
       WriteAcctHist.
              MOVE Audit-Seq TO AH-Seq.
              MOVE faccountno TO AH-Acct.
              MOVE Audit-Date TO AH-Date.
              MOVE Audit-Time TO AH-Time.
              MOVE Audit-Type TO AH-Type.
              MOVE val TO AH-Amount.
              MOVE fusermoney TO AH-Balance.
              MOVE Current-Op TO AH-Op.
              MOVE 0 TO AH-Rev-Seq.
              WRITE AH-Record
                     INVALID KEY
                            DISPLAY "ACCTHIST already holds sequence "
                                AH-Seq "; rebuild it with HistBuild."
              END-WRITE.
       EXIT.
      * hand out the next audit sequence number from the AUDITSEQ
      * counter, the same counter-file pattern as GetNextAcctNo; the
      * verifier proves the stamps run unbroken
              WRITE ASeq-Record.
              CLOSE ASeq-File.
       EXIT.
      * hand out the next customer number from the CUSTNOCTL counter,
      * starting the series at 1000001 on a fresh installation
       GetNextCustNo.
              OPEN INPUT CSeq-File.
              IF CSeq-Status = "00"
                     READ CSeq-File
                            AT END MOVE 1000000 TO CSeq-Record
                     END-READ
                     CLOSE CSeq-File
              ELSE
                     MOVE 1000000 TO CSeq-Record
              END-IF.
              MOVE CSeq-Record TO Next-Cust.
              ADD 1 TO Next-Cust.
              OPEN OUTPUT CSeq-File.
              MOVE Next-Cust TO CSeq-Record.
              WRITE CSeq-Record.
              CLOSE CSeq-File.
       EXIT.
      * hand out the next account number from the ACCTNOCTL counter,
      * starting the series at 100001 on a fresh installation
       GetNextAcctNo.

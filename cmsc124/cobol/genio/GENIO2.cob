       SELECT OPERFILE ASSIGN TO "OPERATORS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS oper-status.
      *know-your-customer records shared with the other branches;
      *members here have no customer number, so they are keyed by name
       SELECT KYCFILE ASSIGN TO "KYCFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ky-key
           FILE STATUS IS kyc-status.

       DATA DIVISION.
       FILE SECTION.
        02 opr-id PIC X(8).
        02 opr-pin PIC 9(4).
        02 opr-role PIC X.
        02 opr-active PIC X.
        02 opr-branch PIC X(3).

      *ky-kind N keys by member name; risk L/M/H, space when unrated
       FD KYCFILE.
       01 kyc-record.
        02 ky-key.
         03 ky-kind PIC X.
         03 ky-member PIC X(20).
        02 ky-name PIC X(20).
        02 ky-id-type PIC X(15).
        02 ky-id-no PIC X(20).
        02 ky-id-expiry PIC 9(8).
        02 ky-address PIC X(40).
        02 ky-occupation PIC X(20).
        02 ky-funds PIC X(20).
        02 ky-risk PIC X.
        02 ky-rated-by PIC X(8).
        02 ky-rated PIC 9(8).
        02 ky-next-review PIC 9(8).
        02 ky-captured PIC 9(8).
        02 ky-op PIC X(8).

       01 ATM.
        02 account OCCURS 5 TIMES INDEXED BY counter.
         03 ot-id PIC X(8).
         03 ot-pin PIC 9(4).
         03 ot-role PIC X.
         03 ot-branch PIC X(3).
       77 op-try-id PIC X(8).
       77 op-try-pin PIC 9(4).
       77 op-tries PIC 9(1) VALUE ZERO.
       77 current-op PIC X(8) VALUE SPACES.
       77 current-role PIC X.
      *the branch the operator works from, stamped behind the Op: ID
      *on every audit line; a blank branch is the head office
       77 current-branch PIC X(3).
       77 house-branch PIC X(3) VALUE "001".
       01 br-stamp.
        02 br-at PIC X VALUE "@".
        02 br-code PIC X(3).
        02 br-away PIC X VALUE SPACE.
       77 super-ok PIC 9(1) VALUE ZERO.
       77 super-op PIC X(8).
       77 audit-status PIC XX.
        02 cur-month PIC 9(2).
        02 cur-day PIC 9(2).
       77 age-years PIC S9(3).
      *KYC for a new account: whether the member must be identified,
      *whether a record is there to replace, and the expiry as keyed
       77 kyc-status PIC XX.
       77 kyc-ok PIC 9(1).
       77 kyc-need PIC 9(1).
       77 kyc-on-file PIC 9(1).
       77 kyc-today PIC 9(8).
       01 kyc-expiry-in.
        02 kyc-in-year PIC X(4).
        02 kyc-in-month PIC X(2).
        02 kyc-in-day PIC X(2).
       01 kyc-date-work.
        02 kyc-work-year PIC 9(4).
        02 kyc-work-month-day PIC 9(4).
       77 arch-status PIC XX.
       77 delconfirm PIC X.
       77 hist-status PIC XX.
           IF age-years < min-age
            DISPLAY "Must be at least 18 years old to open an account."
           ELSE
            PERFORM KYCFOROPENING
           END-IF
           IF age-years NOT < min-age AND kyc-ok = 1
           DISPLAY "Pin: "
           ACCEPT pin(counter) WITH NO ECHO
           COMPUTE cash(counter) = 500
           MOVE 0 TO failcount(counter)
           MOVE "N" TO locked(counter)
           PERFORM FILEKYC
           COMPUTE counter = counter + 1
           PERFORM WRITEDATA
           END-IF
      * rewrites the whole of ACCOUNTS.DAT from the in-memory ATM table;
      * called after every transaction so a crash can lose at most one
      * in-flight change instead of an entire session's worth
      *a member already identified at another branch with an ID still
      *current is not asked again; otherwise the ID, address,
      *occupation and source of funds are taken, and an expired ID
      *stops the opening
       KYCFOROPENING.
        COMPUTE kyc-ok = 1.
        COMPUTE kyc-need = 1.
        COMPUTE kyc-on-file = 0.
        ACCEPT kyc-today FROM DATE YYYYMMDD.
        PERFORM OPENKYC.
        MOVE "N" TO ky-kind.
        MOVE name(counter) TO ky-member.
        READ KYCFILE KEY IS ky-key
         INVALID KEY MOVE "23" TO kyc-status
        END-READ.
        IF kyc-status = "00"
         COMPUTE kyc-on-file = 1
         IF ky-id-expiry NOT < kyc-today
          COMPUTE kyc-need = 0
          DISPLAY "KYC on file: " ky-id-type " " ky-id-no
            " expires " ky-id-expiry
         ELSE
          DISPLAY "ID on file expired " ky-id-expiry
            "; key the member's current ID."
         END-IF
        END-IF.
        IF kyc-need = 1
         PERFORM KEYKYC
        END-IF.
        IF kyc-ok = 0
         CLOSE KYCFILE
        END-IF.
        EXIT.
       OPENKYC.
        OPEN I-O KYCFILE.
        IF kyc-status = "35"
         OPEN OUTPUT KYCFILE
         CLOSE KYCFILE
         OPEN I-O KYCFILE
        END-IF.
        EXIT.
       KEYKYC.
        MOVE name(counter) TO ky-name.
        DISPLAY "_Know your customer_".
        DISPLAY "ID type (passport, driver's licence, UMID...): "
          WITH NO ADVANCING.
        ACCEPT ky-id-type.
        DISPLAY "ID number: " WITH NO ADVANCING.
        ACCEPT ky-id-no.
        DISPLAY "ID expiry date (YYYYMMDD): " WITH NO ADVANCING.
        ACCEPT kyc-expiry-in.
        IF kyc-expiry-in IS NOT NUMERIC
         OR kyc-in-month < "01" OR kyc-in-month > "12"
         OR kyc-in-day < "01" OR kyc-in-day > "31"
         DISPLAY "Not a valid expiry date; account not opened."
         COMPUTE kyc-ok = 0
        ELSE
         MOVE kyc-expiry-in TO ky-id-expiry
         IF ky-id-expiry < kyc-today
          DISPLAY "That ID has expired; a current ID is needed "
            "to open an account."
          COMPUTE kyc-ok = 0
         END-IF
        END-IF.
        IF kyc-ok = 1
         DISPLAY "Address: " WITH NO ADVANCING
         ACCEPT ky-address
         DISPLAY "Occupation: " WITH NO ADVANCING
         ACCEPT ky-occupation
         DISPLAY "Source of funds: " WITH NO ADVANCING
         ACCEPT ky-funds
         PERFORM RATEKYC
         MOVE kyc-today TO ky-captured
         MOVE current-op TO ky-op
        END-IF.
        EXIT.

      *the risk rating is the supervisor's call; without one the
      *member stays unrated and the monthly review lists them
       RATEKYC.
        MOVE SPACE TO ky-risk.
        MOVE SPACES TO ky-rated-by.
        MOVE 0 TO ky-rated.
        MOVE 0 TO ky-next-review.
        DISPLAY "Risk rating needs a supervisor.".
        PERFORM VERIFYSUPER.
        IF super-ok = 1
         DISPLAY "Risk rating ([L]ow, [M]edium, [H]igh): "
           WITH NO ADVANCING
         ACCEPT ky-risk
         INSPECT ky-risk CONVERTING "lmh" TO "LMH"
         IF ky-risk NOT = "L" AND ky-risk NOT = "M"
          AND ky-risk NOT = "H"
          MOVE SPACE TO ky-risk
          DISPLAY "No such rating; left unrated for the KYC "
            "review."
         ELSE
          MOVE super-op TO ky-rated-by
          MOVE kyc-today TO ky-rated
          MOVE ky-rated TO kyc-date-work
          IF ky-risk = "H"
           COMPUTE kyc-work-year = kyc-work-year + 1
          END-IF
          IF ky-risk = "M"
           COMPUTE kyc-work-year = kyc-work-year + 2
          END-IF
          IF ky-risk = "L"
           COMPUTE kyc-work-year = kyc-work-year + 3
          END-IF
          MOVE kyc-date-work TO ky-next-review
         END-IF
        ELSE
         DISPLAY "Not approved; left unrated for the KYC review."
        END-IF.
        EXIT.
       FILEKYC.
        IF kyc-need = 1
         MOVE "N" TO ky-kind
         MOVE name(counter) TO ky-member
         IF kyc-on-file = 1
          REWRITE kyc-record
         ELSE
          WRITE kyc-record
           INVALID KEY
            DISPLAY "KYC for " name(counter) " already on file."
          END-WRITE
         END-IF
        END-IF.
        CLOSE KYCFILE.
        EXIT.

       WRITEDATA.
        OPEN OUTPUT ATMREC.
         MOVE 1 TO temp.
        STRING name(temp) " " audit-type " " transaction
               " Balance: " cash(temp)
               " " audit-date " " audit-time
               " Op: " current-op br-stamp
            DELIMITED BY SIZE INTO audit-record
        END-STRING.
        WRITE audit-record.
         MOVE "ADMIN" TO opr-id
         MOVE 9999 TO opr-pin
         MOVE "S" TO opr-role
         MOVE "Y" TO opr-active
         MOVE house-branch TO opr-branch
         WRITE oper-record
         CLOSE OPERFILE
         OPEN INPUT OPERFILE
           MOVE opr-id TO ot-id(op-count)
           MOVE opr-pin TO ot-pin(op-count)
           MOVE opr-role TO ot-role(op-count)
           MOVE opr-branch TO ot-branch(op-count)
         END-READ
        END-PERFORM.
        CLOSE OPERFILE.
         IF op-found > 0 AND op-try-pin = ot-pin(op-found)
          MOVE op-try-id TO current-op
          MOVE ot-role(op-found) TO current-role
          MOVE ot-branch(op-found) TO current-branch
          IF current-branch = SPACES
           MOVE house-branch TO current-branch
          END-IF
          MOVE current-branch TO br-code
          DISPLAY "Signed on as " current-op
         ELSE
          COMPUTE op-tries = op-tries + 1
        ACCEPT audit-time FROM TIME.
        MOVE SPACES TO audit-record.
        STRING name(temp) " OVERRIDE " audit-date " " audit-time
               " Op: " current-op br-stamp
               " Approved: " super-op
            DELIMITED BY SIZE INTO audit-record
        END-STRING.

      * one-time migration building the customer master from
      * ACCOUNTS.DAT: every account on file becomes one member on
      * CUSTOMERS, with the name and birthdate the account carried,
      * a blank address and contact for the branch to fill in, and
      * the account's PIN as the member's own; CUSTREL gets that
      * member as the account's primary holder. Accounts are not
      * merged by name, since two members may share one - a member
      * found twice is put together by opening further accounts
      * against one customer number. CUSTNOCTL is left at the last
      * number handed out. Run once, before StudentRecords is next
      * used, against an installation with no CUSTOMERS yet.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIGCUST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ACCTFILE ASSIGN TO "ACCOUNTS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS acc-accountno
           ALTERNATE RECORD KEY IS acc-name WITH DUPLICATES
           FILE STATUS IS Acc-Status.
       SELECT CUSTFILE ASSIGN TO "CUSTOMERS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS cus-no
           FILE STATUS IS Cus-Status.
       SELECT RELFILE ASSIGN TO "CUSTREL"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS rel-key
           FILE STATUS IS Rel-Status.
       SELECT CTLFILE ASSIGN TO "CUSTNOCTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Ctl-Status.

       DATA DIVISION.
       FILE SECTION.
       FD ACCTFILE.
       01 acc-account.
        02 acc-accountno PIC 9(6).
        02 acc-name PIC X(20).
        02 acc-birthday PIC X(16).
        02 acc-pin PIC 9(4).
        02 acc-rest PIC X(31).

       FD CUSTFILE.
       01 cus-record.
        02 cus-no PIC 9(7).
        02 cus-name PIC X(20).
        02 cus-birthday PIC X(16).
        02 cus-address PIC X(40).
        02 cus-contact PIC X(15).
        02 cus-pin PIC 9(4).
        02 cus-since PIC 9(8).
        02 cus-op PIC X(8).

       FD RELFILE.
       01 rel-record.
        02 rel-key.
         03 rel-cust PIC 9(7).
         03 rel-acct PIC 9(6).
        02 rel-role PIC X.
        02 rel-since PIC 9(8).
        02 rel-op PIC X(8).

       FD CTLFILE.
       01 ctl-record PIC 9(7).

       WORKING-STORAGE SECTION.
       77 Acc-Status PIC XX.
       77 Cus-Status PIC XX.
       77 Rel-Status PIC XX.
       77 Ctl-Status PIC XX.
       77 EOF PIC 9 VALUE ZERO.
       77 next-cust PIC 9(7) VALUE 1000000.
       77 run-date PIC 9(8).
       77 cust-count PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
        OPEN INPUT ACCTFILE.
        IF Acc-Status NOT = "00"
         DISPLAY "ACCOUNTS.DAT not available; nothing migrated."
         STOP RUN
        END-IF.
        OPEN INPUT CUSTFILE.
        IF Cus-Status = "00"
         DISPLAY "CUSTOMERS already exists; nothing migrated."
         CLOSE CUSTFILE
         CLOSE ACCTFILE
         STOP RUN
        END-IF.
        ACCEPT run-date FROM DATE YYYYMMDD.
        OPEN OUTPUT CUSTFILE.
        OPEN OUTPUT RELFILE.
        PERFORM UNTIL EOF = 1
         READ ACCTFILE NEXT RECORD
         AT END MOVE 1 TO EOF
          NOT AT END
           ADD 1 TO next-cust
           MOVE next-cust TO cus-no
           MOVE acc-name TO cus-name
           MOVE acc-birthday TO cus-birthday
           MOVE SPACES TO cus-address
           MOVE SPACES TO cus-contact
           MOVE acc-pin TO cus-pin
           MOVE run-date TO cus-since
           MOVE "MIGCUST" TO cus-op
           WRITE cus-record
           MOVE next-cust TO rel-cust
           MOVE acc-accountno TO rel-acct
           MOVE "P" TO rel-role
           MOVE run-date TO rel-since
           MOVE "MIGCUST" TO rel-op
           WRITE rel-record
           ADD 1 TO cust-count
         END-READ
        END-PERFORM.
        CLOSE ACCTFILE.
        CLOSE CUSTFILE.
        CLOSE RELFILE.
        OPEN OUTPUT CTLFILE.
        MOVE next-cust TO ctl-record.
        WRITE ctl-record.
        CLOSE CTLFILE.
        DISPLAY "Migrated " cust-count " account(s) to CUSTOMERS and "
            "CUSTREL, each with its own member as primary holder.".
        DISPLAY "CUSTNOCTL now stands at " next-cust ".".
       STOP RUN.

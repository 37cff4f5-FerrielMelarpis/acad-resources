          02 Emp-Acct-No pic 9(6).
          02 Emp-Bank-Code pic X(4).
          02 Emp-Bank-Acct pic 9(12).
          02 Emp-Pay-Basis pic X.
          02 Emp-Cost-Center pic X(4).
      * StudentRecords' account layout, read-only here
       FD fp.
       01 fuser.
          02 flastact pic 9(8).
          02 fdormant pic X.
          02 fholds pic 9(7)V99.
          02 fproduct pic XX.
          02 fbranch pic X(3).
       FD Report-File.
       01 Report-Record pic X(120).
       WORKING-STORAGE SECTION.

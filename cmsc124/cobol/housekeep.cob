          02 flastact pic 9(8).
          02 fdormant pic X.
          02 fholds pic 9(7)V99.
          02 fproduct pic XX.
          02 fbranch pic X(3).
       FD Wdr-Arch.
       01 Wdr-Arch-Record pic X(30).
       FD DTR-Arch.

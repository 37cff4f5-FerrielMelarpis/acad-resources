              02 flastact pic 9(8).
              02 fdormant pic X.
              02 fholds pic 9(7)V99.
              02 fproduct pic XX.
              02 fbranch pic X(3).
	FD Audit-File.
	01 Audit-Record pic X(140).
       FD ASeq-File.

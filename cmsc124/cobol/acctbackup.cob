              02 flastact pic 9(8).
              02 fdormant pic X.
              02 fholds pic 9(7)V99.
              02 fproduct pic XX.
              02 fbranch pic X(3).
	FD Bkp-File.
	01 Bkp-Record pic X(80).
	FD Ctl-File.
	01 Ctl-Record pic X(60).
	WORKING-STORAGE SECTION.

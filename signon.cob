identification division.
program-id. signon.
environment division.
input-output section.
file-control.
	select oprFile assign to "roman.opr"
		organization is indexed
		access is random
		record key is OPR-ID
		file status is OPR-FILE-STATUS.

data division.
file section.
fd oprFile.
	01 oprFile-Record.
		02 OPR-ID     pic X(3).
		02 OPR-PIN    pic X(6).
		02 OPR-STATUS pic X(1).
			88 OPR-ACTIVE  value 'A'.
			88 OPR-REVOKED value 'R'.
		02 OPR-LEVEL  pic 9(1).
		02 OPR-FAILS  pic 9(1).
		02 OPR-LOCK   pic X(1).
			88 OPR-LOCKED value 'Y'.
		02 OPR-LDATE  pic 9(8).
		02 OPR-LAST   pic 9(8).
		02 OPR-NAME   pic X(30).

working-storage section.
77 OPR-FILE-STATUS pic X(2) value '00'.
77 TRY-CNT pic S9 usage is comp value 0.
77 MAX-TRIES pic S9 usage is comp value 3.
77 MAX-FAILS pic 9(1) value 3.
77 CUR-DATE pic 9(8) value 0.
77 ANS-ID pic X(3).
77 ANS-PIN pic X(6).
77 LOG-TYPE pic X(1) value 'S'.
77 OK-SW pic X(1) value 'N'.
	88 SIGNED-ON value 'Y'.
01 LOG-TEXT pic X(40).

linkage section.
77 SGN-PROG  pic X(9).
77 SGN-ID    pic X(3).
77 SGN-LEVEL pic 9(1).
77 ERR       pic S9 usage is comp-3.

procedure division using SGN-PROG, SGN-ID, SGN-LEVEL, ERR.
	move SPACES to SGN-ID. move 0 to SGN-LEVEL.
	move 'N' to OK-SW. move 0 to TRY-CNT.
	open i-o oprFile.
	if OPR-FILE-STATUS is not equal to '00'
		display "OPERATOR SECURITY FILE NOT AVAILABLE - STATUS " OPR-FILE-STATUS
		move 3 to ERR
		perform B8
	end-if.
	accept CUR-DATE from date yyyymmdd.
	perform S1 thru S1-EXIT
		until SIGNED-ON or TRY-CNT is not less than MAX-TRIES.
	close oprFile.
	if SIGNED-ON
		move 1 to ERR
	else
		display "SIGN-ON REFUSED"
		move 2 to ERR
	end-if.
	perform B8.
S1.	add 1 to TRY-CNT.
	display "Enter operator id".
	accept ANS-ID.
	display "Enter PIN".
	accept ANS-PIN.
	move ANS-ID to OPR-ID.
	read oprFile
		invalid key
			move 'UNKNOWN OPERATOR ID' to LOG-TEXT
			perform S2 thru S2-EXIT
			go to S1-EXIT
	end-read.
	if not OPR-ACTIVE
		move 'OPERATOR ID REVOKED' to LOG-TEXT
		perform S2 thru S2-EXIT
		go to S1-EXIT
	end-if.
	if OPR-LOCKED
		move 'OPERATOR ID LOCKED' to LOG-TEXT
		perform S2 thru S2-EXIT
		go to S1-EXIT
	end-if.
	if ANS-PIN is not equal to OPR-PIN
		add 1 to OPR-FAILS
		if OPR-FAILS is not less than MAX-FAILS
			move 'Y' to OPR-LOCK
			move CUR-DATE to OPR-LDATE
			move 'INVALID PIN - ID NOW LOCKED' to LOG-TEXT
		else
			move 'INVALID PIN' to LOG-TEXT
		end-if
		rewrite oprFile-Record
		perform S3 thru S3-EXIT
		perform S2 thru S2-EXIT
		go to S1-EXIT
	end-if.
	move 0 to OPR-FAILS.
	move CUR-DATE to OPR-LAST.
	rewrite oprFile-Record.
	perform S3 thru S3-EXIT.
	if OPR-FILE-STATUS is not equal to '00'
		go to S1-EXIT
	end-if.
	move OPR-ID to SGN-ID.
	move OPR-LEVEL to SGN-LEVEL.
	move 'Y' to OK-SW.
S1-EXIT. exit.
S2.	display "SIGN-ON FAILED".
	call "seclog" using SGN-PROG, ANS-ID, LOG-TYPE, LOG-TEXT.
S2-EXIT. exit.
S3.	if OPR-FILE-STATUS is not equal to '00'
		display "UNABLE TO UPDATE roman.opr - STATUS " OPR-FILE-STATUS
		move 'SECURITY FILE UPDATE FAILED' to LOG-TEXT
		call "seclog" using SGN-PROG, ANS-ID, LOG-TYPE, LOG-TEXT
	end-if.
S3-EXIT. exit.
B8. goback.

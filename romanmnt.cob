77	ANS-STAT  pic X(1).
77	ANS-SERIES pic X(10).
77	ANS-NOTE  pic X(30).
77	SGN-PROG  pic X(9) value 'ROMANMNT'.
77	SGN-LEVEL pic 9(1) value 0.
77	SGN-ERR   pic S9 usage is comp-3.
77	AX        pic S99 usage is comp.
77	CX        pic S99 usage is comp.
77	LOG-TYPE  pic X(1) value 'A'.
77	AUTH-SW   pic X(1) value 'N'.
	88 AUTHORISED value 'Y'.
01	LOG-TEXT pic X(40).
01	LOG-STAT-AREA.
	02 FILLER       pic X(16) value 'STATUS REFUSED: '.
	02 LOG-STAT-CD  pic X(1).
	02 FILLER       pic X(7)  value ' FOLIO '.
	02 LOG-STAT-DEC pic 9(4).
01	LOG-NOTE-AREA.
	02 FILLER       pic X(26) value 'NOTE CLEAR REFUSED: FOLIO '.
	02 LOG-NOTE-DEC pic 9(4).
01	AUTH-TAB-LIT.
	02 FILLER pic X(13) value '1NA         N'.
	02 FILLER pic X(13) value '2NARW       N'.
	02 FILLER pic X(13) value '3NARWV*     Y'.
	02 FILLER pic X(13) value '9Y          Y'.
01	AUTH-TAB redefines AUTH-TAB-LIT.
	02 AUTH-ENTRY occurs 4 times.
		03 AUTH-LEVEL pic 9(1).
		03 AUTH-ANY   pic X(1).
		03 AUTH-CODES pic X(10).
		03 AUTH-NOTE  pic X(1).
01	DIG-AREA.
	02 DIG-X pic X(1).
01	DIG-N redefines DIG-AREA pic 9(1).
		close masterFile
		stop run
	end-if.
	call "signon" using SGN-PROG, OPER-ID, SGN-LEVEL, SGN-ERR.
	if SGN-ERR is not equal to 1
		close masterFile
		close auditFile
		move 8 to RETURN-CODE
		stop run
	end-if.
	move 0 to AX.
	perform A1 thru A1-EXIT varying CX from 1 by 1
		until CX is greater than 4.
	perform M1 thru M1-EXIT until DONE.
	close masterFile.
	close auditFile.
	display "ANNOTATION UPDATED".
M3-EXIT. exit.

M4.	if ANS-STAT is equal to SPACE
		go to M4-EXIT
	end-if.
	perform A2 thru A2-EXIT.
	if not AUTHORISED
		display "NOT AUTHORISED TO SET STATUS " ANS-STAT " - STATUS KEPT"
		move ANS-STAT to LOG-STAT-CD
		move MST-DEC to LOG-STAT-DEC
		move LOG-STAT-AREA to LOG-TEXT
		call "seclog" using SGN-PROG, OPER-ID, LOG-TYPE, LOG-TEXT
		go to M4-EXIT
	end-if.
	evaluate true
		when ANS-STAT is equal to '*'
			move SPACE to MST-STAT
			move 'Y' to CHG-SW
		when ANS-NOTE is equal to SPACES
			continue
		when ANS-NOTE(1:1) is equal to '*'
			if AX is equal to 0 or AUTH-NOTE(AX) is not equal to 'Y'
				display "NOT AUTHORISED TO CLEAR NOTES - NOTE KEPT"
				move MST-DEC to LOG-NOTE-DEC
				move LOG-NOTE-AREA to LOG-TEXT
				call "seclog" using SGN-PROG, OPER-ID, LOG-TYPE, LOG-TEXT
			else
				move SPACES to MST-NOTE
				move 'Y' to CHG-SW
			end-if
		when other
			move ANS-NOTE to MST-NOTE
			move 'Y' to CHG-SW
		move 'N' to DEC-PARSE-SW
	end-if.
Q6-EXIT. exit.

A1.	if AUTH-LEVEL(CX) is not greater than SGN-LEVEL
		move CX to AX
	end-if.
A1-EXIT. exit.

A2.	move 'N' to AUTH-SW.
	if AX is equal to 0
		go to A2-EXIT
	end-if.
	if AUTH-ANY(AX) is equal to 'Y'
		move 'Y' to AUTH-SW
		go to A2-EXIT
	end-if.
	perform A3 thru A3-EXIT varying CX from 1 by 1
		until CX is greater than 10 or AUTHORISED.
A2-EXIT. exit.

A3.	if AUTH-CODES(AX)(CX:1) is equal to ANS-STAT
		and ANS-STAT is not equal to SPACE
		move 'Y' to AUTH-SW
	end-if.
A3-EXIT. exit.

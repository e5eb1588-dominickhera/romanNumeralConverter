identification division.
program-id. ROMANFEED.
environment division.
input-output section.
file-control.
	select STANDARD-OUTPUT assign to DISPLAY.
	select defFile assign to dynamic defName
		organization is line sequential
		file status is DEF-FILE-STATUS.
	select extractFile assign to dynamic extName
		organization is line sequential
		file status is EXT-FILE-STATUS.
	select workFile assign to "roman.fbw"
		organization is line sequential
		file status is WRK-FILE-STATUS.
	select outFile assign to dynamic outName
		organization is line sequential
		file status is OUT-FILE-STATUS.
	select rejectFile assign to "roman.frj"
		organization is line sequential
		file status is FRJ-FILE-STATUS.
data division.
file section.
fd STANDARD-OUTPUT.
	01 STDOUT-RECORD pic X(80).
fd defFile.
	01 defFile-Record pic X(80).
fd extractFile.
	01 extractFile-Record pic X(256).
fd workFile.
	01 workFile-Record pic X(80).
fd outFile.
	01 outFile-Record pic X(80).
fd rejectFile.
	01 rejectFile-Record pic X(140).
working-storage section.
77	DEF-FILE-STATUS pic X(2) value '00'.
77	EXT-FILE-STATUS pic X(2) value '00'.
77	WRK-FILE-STATUS pic X(2) value '00'.
77	OUT-FILE-STATUS pic X(2) value '00'.
77	FRJ-FILE-STATUS pic X(2) value '00'.
77	EOF-SW    pic X(1) value 'N'.
	88 END-OF-FILE value 'Y'.
77	DEF-OK-SW pic X(1) value 'N'.
	88 DEF-OK value 'Y'.
77	MISS-SW   pic X(1) value 'N'.
	88 FIELD-MISSING value 'Y'.
77	IO-ERR-SW pic X(1) value 'N'.
	88 IO-ERROR value 'Y'.
77	LINE-CNT  pic 9(6) usage is comp value 0.
77	SKIP-CNT  pic 9(6) usage is comp value 0.
77	DTL-CNT   pic 9(6) usage is comp value 0.
77	ROM-CNT   pic 9(6) usage is comp value 0.
77	DEC-CNT   pic 9(6) usage is comp value 0.
77	REJ-CNT   pic 9(6) usage is comp value 0.
77	COPY-CNT  pic 9(6) usage is comp value 0.
77	LINE-LEN  pic S9(4) usage is comp value 0.
77	VAL-LEN   pic S9(4) usage is comp value 0.
77	LEAD-SP   pic S9(4) usage is comp value 0.
77	ROM-CHARS pic S9(4) usage is comp value 0.
77	FLD-PTR   pic S9(4) usage is comp value 0.
77	FX        pic S9(4) usage is comp value 0.
77	K         pic S9(4) usage is comp value 0.
77	CUR-DATE  pic 9(8) value 0.
01	defName pic x(30).
01	extName pic x(30).
01	outName pic x(30).
01	EXT-LINE pic X(256).
01	FLD-VAL  pic X(256).
01	VAL-TEXT pic X(256).
01	RJ-REASON-TXT pic X(25).
01	DEF-LINE.
	02 DEF-SOURCE pic X(8).
	02 FILLER     pic X(1).
	02 DEF-FORMAT pic X(1).
		88 DEF-DELIMITED value 'D'.
		88 DEF-FIXED     value 'F'.
	02 FILLER     pic X(1).
	02 DEF-DELIM  pic X(1).
	02 FILLER     pic X(1).
	02 DEF-FIELD  pic X(2).
	02 FILLER     pic X(1).
	02 DEF-START  pic X(3).
	02 FILLER     pic X(1).
	02 DEF-LENGTH pic X(2).
	02 FILLER     pic X(1).
	02 DEF-SKIP   pic X(1).
	02 FILLER     pic X(56).
01	FLD-NO    pic 9(2) value 0.
01	FLD-START pic 9(3) value 0.
01	FLD-LEN   pic 9(2) value 0.
01	HDR-SKIP  pic 9(1) value 0.
01	FEED-DTL.
	02 FD-TAG  pic X(2).
	02 FD-TEXT pic X(30).
01	FEED-HDR.
	02 FILLER     pic X(7) value 'HEADER '.
	02 FH-DATE    pic 9(8).
	02 FH-COUNT   pic 9(6).
	02 FILLER     pic X(1) value SPACE.
	02 FH-SOURCE  pic X(8).
01	FEED-TRL.
	02 FILLER     pic X(7) value 'TRAILER'.
	02 FILLER     pic X(8) value SPACES.
	02 FT-COUNT   pic 9(6).
01	FRJ-LINE.
	02 FRJ-LINENO pic 9(6).
	02 FILLER     pic X(1) value SPACE.
	02 FRJ-REASON pic X(25).
	02 FILLER     pic X(1) value SPACE.
	02 FRJ-SOURCE pic X(100).
01	TITLE-LINE.
	02 FILLER pic X(11) value SPACES.
	02 FILLER pic X(18) value 'FEED BUILD SUMMARY'.
01	UNDERLINE-1.
	02 FILLER pic X(79) value all '-'.
01	SRC-LINE.
	02 FILLER       pic X(5)  value SPACES.
	02 FILLER       pic X(22) value 'SOURCE SYSTEM ........'.
	02 SRC-OUT      pic X(8).
01	EXT-NAME-LINE.
	02 FILLER       pic X(5)  value SPACES.
	02 FILLER       pic X(22) value 'EXTRACT FILE .........'.
	02 EXT-NAME-OUT pic X(30).
01	OUT-NAME-LINE.
	02 FILLER       pic X(5)  value SPACES.
	02 FILLER       pic X(22) value 'FEED WRITTEN TO ......'.
	02 OUT-NAME-OUT pic X(30).
01	TOT-READ-LINE.
	02 FILLER       pic X(5)  value SPACES.
	02 FILLER       pic X(22) value 'LINES READ ...........'.
	02 TOT-READ-OUT pic Z(5)9.
01	TOT-SKIP-LINE.
	02 FILLER       pic X(5)  value SPACES.
	02 FILLER       pic X(22) value 'HEADING/BLANK SKIPPED '.
	02 TOT-SKIP-OUT pic Z(5)9.
01	TOT-DTL-LINE.
	02 FILLER       pic X(5)  value SPACES.
	02 FILLER       pic X(22) value 'DETAILS BUILT ........'.
	02 TOT-DTL-OUT  pic Z(5)9.
01	TOT-ROM-LINE.
	02 FILLER       pic X(5)  value SPACES.
	02 FILLER       pic X(22) value '  ROMAN (R) ..........'.
	02 TOT-ROM-OUT  pic Z(5)9.
01	TOT-DEC-LINE.
	02 FILLER       pic X(5)  value SPACES.
	02 FILLER       pic X(22) value '  DECIMAL (D) ........'.
	02 TOT-DEC-OUT  pic Z(5)9.
01	TOT-REJ-LINE.
	02 FILLER       pic X(5)  value SPACES.
	02 FILLER       pic X(22) value 'LINES REJECTED .......'.
	02 TOT-REJ-OUT  pic Z(5)9.
01	TOT-VERDICT-LINE.
	02 FILLER       pic X(5)  value SPACES.
	02 TOT-VERDICT  pic X(45).

procedure division.
	display "Enter feed definition file name (blank for roman.fdf)"
	accept defName.
	if defName is equal to SPACES
		move 'roman.fdf' to defName
	end-if.
	display "Enter extract file name"
	accept extName.
	display "Enter output feed file name (blank for roman.txt)"
	accept outName.
	if outName is equal to SPACES
		move 'roman.txt' to outName
	end-if.
	perform F1 thru F1-EXIT.
	if not DEF-OK
		move 12 to RETURN-CODE
		stop run
	end-if.
	open input extractFile.
	if EXT-FILE-STATUS is not equal to '00'
		display "UNABLE TO OPEN " extName " - STATUS " EXT-FILE-STATUS
		move 12 to RETURN-CODE
		stop run
	end-if.
	open output workFile.
	if WRK-FILE-STATUS is not equal to '00'
		display "UNABLE TO OPEN roman.fbw - STATUS " WRK-FILE-STATUS
		close extractFile
		move 12 to RETURN-CODE
		stop run
	end-if.
	open output rejectFile.
	if FRJ-FILE-STATUS is not equal to '00'
		display "UNABLE TO OPEN roman.frj - STATUS " FRJ-FILE-STATUS
		close extractFile
		close workFile
		move 12 to RETURN-CODE
		stop run
	end-if.
	move 'N' to EOF-SW.
	read extractFile into EXT-LINE
		at end move 'Y' to EOF-SW
	end-read.
	perform F3 thru F3-EXIT until END-OF-FILE or IO-ERROR.
	close extractFile.
	close workFile.
	close rejectFile.
	if IO-ERROR
		perform F10 thru F10-EXIT
		stop run
	end-if.
	perform F8 thru F8-EXIT.
	perform F10 thru F10-EXIT.
	stop run.

F1.	move 'N' to DEF-OK-SW.
	open input defFile.
	if DEF-FILE-STATUS is not equal to '00'
		display "UNABLE TO OPEN " defName " - STATUS " DEF-FILE-STATUS
		go to F1-EXIT
	end-if.
	move SPACES to DEF-LINE.
	move 'N' to EOF-SW.
	read defFile into DEF-LINE
		at end move 'Y' to EOF-SW
	end-read.
	perform F2 thru F2-EXIT
		until END-OF-FILE or DEF-LINE(1:1) is not equal to '*'.
	close defFile.
	if END-OF-FILE
		display "NO FEED DEFINITION IN " defName
		go to F1-EXIT
	end-if.
	if DEF-SOURCE is equal to SPACES
		display "FEED DEFINITION HAS NO SOURCE SYSTEM ID"
		go to F1-EXIT
	end-if.
	if DEF-SKIP is equal to SPACE
		move 0 to HDR-SKIP
	else
		if DEF-SKIP is not numeric
			display "INVALID HEADING LINE COUNT - " DEF-SKIP
			go to F1-EXIT
		end-if
		move DEF-SKIP to HDR-SKIP
	end-if.
	evaluate true
		when DEF-DELIMITED
			if DEF-DELIM is equal to SPACE
				move ',' to DEF-DELIM
			end-if
			if DEF-FIELD is not numeric or DEF-FIELD is equal to '00'
				display "INVALID FIELD NUMBER - " DEF-FIELD
				go to F1-EXIT
			end-if
			move DEF-FIELD to FLD-NO
		when DEF-FIXED
			if DEF-START is not numeric or DEF-START is equal to '000'
				or DEF-LENGTH is not numeric or DEF-LENGTH is equal to '00'
				display "INVALID START/LENGTH - " DEF-START " " DEF-LENGTH
				go to F1-EXIT
			end-if
			move DEF-START to FLD-START
			move DEF-LENGTH to FLD-LEN
			if FLD-START + FLD-LEN - 1 is greater than 256
				display "FIELD RUNS PAST COLUMN 256"
				go to F1-EXIT
			end-if
		when other
			display "INVALID FORMAT - USE D (DELIMITED) OR F (FIXED)"
			go to F1-EXIT
	end-evaluate.
	move 'Y' to DEF-OK-SW.
F1-EXIT. exit.

F2.	read defFile into DEF-LINE
		at end move 'Y' to EOF-SW
	end-read.
F2-EXIT. exit.

F3.	add 1 to LINE-CNT.
	if LINE-CNT is not greater than HDR-SKIP or EXT-LINE is equal to SPACES
		add 1 to SKIP-CNT
	else
		perform F4 thru F4-EXIT
	end-if.
	read extractFile into EXT-LINE
		at end move 'Y' to EOF-SW
	end-read.
F3-EXIT. exit.

F4.	move SPACES to FLD-VAL.
	move SPACES to RJ-REASON-TXT.
	if DEF-FIXED
		move EXT-LINE(FLD-START:FLD-LEN) to FLD-VAL
	else
		perform F5 thru F5-EXIT
		if FIELD-MISSING
			move 'FIELD NOT PRESENT' to RJ-REASON-TXT
			perform F9 thru F9-EXIT
			go to F4-EXIT
		end-if
	end-if.
	move 0 to LEAD-SP.
	inspect FLD-VAL tallying LEAD-SP for leading SPACE.
	if LEAD-SP is not less than 256
		move 'FIELD IS EMPTY' to RJ-REASON-TXT
		perform F9 thru F9-EXIT
		go to F4-EXIT
	end-if.
	move FLD-VAL(LEAD-SP + 1:) to VAL-TEXT.
	if VAL-TEXT(1:1) is equal to '"'
		move VAL-TEXT(2:) to FLD-VAL
		move FLD-VAL to VAL-TEXT
	end-if.
	perform F7 thru F7-EXIT.
	if VAL-LEN is greater than 0 and VAL-TEXT(VAL-LEN:1) is equal to '"'
		move SPACE to VAL-TEXT(VAL-LEN:1)
		perform F7 thru F7-EXIT
	end-if.
	if VAL-LEN is equal to 0
		move 'FIELD IS EMPTY' to RJ-REASON-TXT
		perform F9 thru F9-EXIT
		go to F4-EXIT
	end-if.
	if VAL-LEN is greater than 30
		move 'VALUE LONGER THAN 30' to RJ-REASON-TXT
		perform F9 thru F9-EXIT
		go to F4-EXIT
	end-if.
	inspect VAL-TEXT(1:VAL-LEN) converting 'ivxlcdm' to 'IVXLCDM'.
	move 0 to ROM-CHARS.
	inspect VAL-TEXT(1:VAL-LEN) tallying ROM-CHARS
		for all 'I' all 'V' all 'X' all 'L' all 'C' all 'D' all 'M'.
	evaluate true
		when VAL-TEXT(1:VAL-LEN) is numeric
			move 'D ' to FD-TAG
			add 1 to DEC-CNT
		when ROM-CHARS is equal to VAL-LEN
			move 'R ' to FD-TAG
			add 1 to ROM-CNT
		when other
			move 'NOT ROMAN OR DECIMAL' to RJ-REASON-TXT
			perform F9 thru F9-EXIT
			go to F4-EXIT
	end-evaluate.
	move VAL-TEXT(1:30) to FD-TEXT.
	write workFile-Record from FEED-DTL.
	if WRK-FILE-STATUS is not equal to '00'
		display "WRITE ERROR roman.fbw - STATUS " WRK-FILE-STATUS
		move 'Y' to IO-ERR-SW
		move 12 to RETURN-CODE
		go to F4-EXIT
	end-if.
	add 1 to DTL-CNT.
F4-EXIT. exit.

F5.	move 'N' to MISS-SW.
	move 0 to LINE-LEN.
	perform F6 thru F6-EXIT varying K from 256 by -1
		until K is less than 1 or LINE-LEN is greater than 0.
	move 1 to FLD-PTR.
	perform F11 thru F11-EXIT varying FX from 1 by 1
		until FX is greater than FLD-NO or FIELD-MISSING.
F5-EXIT. exit.

F6.	if EXT-LINE(K:1) is not equal to SPACE
		move K to LINE-LEN
	end-if.
F6-EXIT. exit.

F7.	move 0 to VAL-LEN.
	perform F12 thru F12-EXIT varying K from 256 by -1
		until K is less than 1 or VAL-LEN is greater than 0.
F7-EXIT. exit.

F8.	open output outFile.
	if OUT-FILE-STATUS is not equal to '00'
		display "UNABLE TO OPEN " outName " - STATUS " OUT-FILE-STATUS
		move 12 to RETURN-CODE
		go to F8-EXIT
	end-if.
	open input workFile.
	if WRK-FILE-STATUS is not equal to '00'
		display "UNABLE TO REOPEN roman.fbw - STATUS " WRK-FILE-STATUS
		close outFile
		move 12 to RETURN-CODE
		go to F8-EXIT
	end-if.
	accept CUR-DATE from date yyyymmdd.
	move CUR-DATE to FH-DATE.
	move DTL-CNT to FH-COUNT.
	move DEF-SOURCE to FH-SOURCE.
	move 0 to COPY-CNT.
	write outFile-Record from FEED-HDR.
	if OUT-FILE-STATUS is not equal to '00'
		perform F14 thru F14-EXIT
		close workFile
		close outFile
		go to F8-EXIT
	end-if.
	move 'N' to EOF-SW.
	read workFile into FEED-DTL
		at end move 'Y' to EOF-SW
	end-read.
	perform F13 thru F13-EXIT until END-OF-FILE or IO-ERROR.
	close workFile.
	if IO-ERROR
		close outFile
		go to F8-EXIT
	end-if.
	move COPY-CNT to FT-COUNT.
	write outFile-Record from FEED-TRL.
	if OUT-FILE-STATUS is not equal to '00'
		perform F14 thru F14-EXIT
	end-if.
	close outFile.
F8-EXIT. exit.

F9.	move LINE-CNT to FRJ-LINENO.
	move RJ-REASON-TXT to FRJ-REASON.
	move EXT-LINE to FRJ-SOURCE.
	write rejectFile-Record from FRJ-LINE.
	if FRJ-FILE-STATUS is not equal to '00'
		display "WRITE ERROR roman.frj - STATUS " FRJ-FILE-STATUS
		move 'Y' to IO-ERR-SW
		move 12 to RETURN-CODE
		go to F9-EXIT
	end-if.
	add 1 to REJ-CNT.
F9-EXIT. exit.

F10.	open output STANDARD-OUTPUT.
	write STDOUT-RECORD from TITLE-LINE after advancing 0 lines.
	write STDOUT-RECORD from UNDERLINE-1 after advancing 1 line.
	move DEF-SOURCE to SRC-OUT.
	write STDOUT-RECORD from SRC-LINE after advancing 1 line.
	move extName to EXT-NAME-OUT.
	write STDOUT-RECORD from EXT-NAME-LINE after advancing 1 line.
	move outName to OUT-NAME-OUT.
	write STDOUT-RECORD from OUT-NAME-LINE after advancing 1 line.
	write STDOUT-RECORD from SPACES after advancing 1 line.
	move LINE-CNT to TOT-READ-OUT.
	write STDOUT-RECORD from TOT-READ-LINE after advancing 1 line.
	move SKIP-CNT to TOT-SKIP-OUT.
	write STDOUT-RECORD from TOT-SKIP-LINE after advancing 1 line.
	move DTL-CNT to TOT-DTL-OUT.
	write STDOUT-RECORD from TOT-DTL-LINE after advancing 1 line.
	move ROM-CNT to TOT-ROM-OUT.
	write STDOUT-RECORD from TOT-ROM-LINE after advancing 1 line.
	move DEC-CNT to TOT-DEC-OUT.
	write STDOUT-RECORD from TOT-DEC-LINE after advancing 1 line.
	move REJ-CNT to TOT-REJ-OUT.
	write STDOUT-RECORD from TOT-REJ-LINE after advancing 1 line.
	evaluate true
		when RETURN-CODE is not equal to 0
			move '** FEED NOT WRITTEN **' to TOT-VERDICT
		when SKIP-CNT + DTL-CNT + REJ-CNT is not equal to LINE-CNT
			or COPY-CNT is not equal to DTL-CNT
			move '** FEED DOES NOT BALANCE **' to TOT-VERDICT
			move 8 to RETURN-CODE
		when REJ-CNT is greater than 0
			move 'FEED BALANCES - REJECTS ON roman.frj' to TOT-VERDICT
			move 4 to RETURN-CODE
		when other
			move 'FEED BALANCES' to TOT-VERDICT
			move 0 to RETURN-CODE
	end-evaluate.
	write STDOUT-RECORD from TOT-VERDICT-LINE after advancing 1 line.
	close STANDARD-OUTPUT.
F10-EXIT. exit.

F11.	if FLD-PTR is greater than LINE-LEN
		move SPACES to FLD-VAL
		if FX is less than FLD-NO or EXT-LINE(LINE-LEN:1) is not equal to DEF-DELIM
			move 'Y' to MISS-SW
		end-if
		go to F11-EXIT
	end-if.
	move SPACES to FLD-VAL.
	unstring EXT-LINE(1:LINE-LEN) delimited by DEF-DELIM
		into FLD-VAL
		with pointer FLD-PTR
	end-unstring.
F11-EXIT. exit.

F12.	if VAL-TEXT(K:1) is not equal to SPACE
		move K to VAL-LEN
	end-if.
F12-EXIT. exit.

F13.	write outFile-Record from FEED-DTL.
	if OUT-FILE-STATUS is not equal to '00'
		perform F14 thru F14-EXIT
		go to F13-EXIT
	end-if.
	add 1 to COPY-CNT.
	read workFile into FEED-DTL
		at end move 'Y' to EOF-SW
	end-read.
F13-EXIT. exit.

F14.	display "WRITE ERROR " outName " - STATUS " OUT-FILE-STATUS.
	move 'Y' to IO-ERR-SW.
	move 12 to RETURN-CODE.
F14-EXIT. exit.

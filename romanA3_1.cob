	select trackFile assign to "roman.trk"
		organization is line sequential
		file status is TRK-FILE-STATUS.
	select heldFile assign to "roman.hld"
		organization is line sequential
		file status is HLD-FILE-STATUS.
	select masterFile assign to "roman.mst"
		organization is indexed
		access is random
		record key is MST-DEC
		alternate record key is MST-ROM
		file status is MST-FILE-STATUS.
	select registryFile assign to "roman.reg"
		organization is indexed
		access is random
		record key is REG-DEC
		file status is REG-FILE-STATUS.
	select prevFile assign to "roman.prv"
		organization is line sequential
		file status is PRV-FILE-STATUS.
data division.
file section.
fd STANDARD-INPUT.
	01 ledgerFile-Record pic X(42).
fd trackFile.
	01 trackFile-Record pic X(50).
fd heldFile.
	01 heldFile-Record pic X(90).
fd masterFile.
	01 masterFile-Record.
		02 MST-DEC pic 9(4).
		02 MST-STAT pic X(1).
		02 MST-SERIES pic X(10).
		02 MST-NOTE pic X(30).
fd registryFile.
	01 registryFile-Record.
		02 REG-DEC   pic 9(6).
		02 REG-DATE  pic 9(8).
		02 REG-TIME  pic X(8).
		02 REG-FILE  pic X(30).
		02 REG-RECNO pic 9(6).
fd prevFile.
	01 prevFile-Record pic X(102).
working-storage section.
77	N    pic S99 usage is comp.
77	TEMP pic S9(8) usage is comp.
77	GT-OK      pic 9(6) usage is comp value 0.
77	GT-ERR     pic 9(6) usage is comp value 0.
77	GT-SUM     pic S9(9) usage is comp value 0.
77	HELD-COUNT pic 9(6) usage is comp value 0.
77	GT-HELD    pic 9(6) usage is comp value 0.
77	LGR-CNT    pic 9(6) usage is comp value 0.
77	HOLD-VAL   pic S9(8) usage is comp value 0.
77	HOLD-IX    pic S99 usage is comp.
77	HOLD-SW    pic X(1) value 'N'.
	88 HOLD-ON value 'Y'.
77	HELD-SW    pic X(1) value 'N'.
	88 FOLIO-HELD value 'Y'.
77	PREV-COUNT pic 9(6) usage is comp value 0.
77	GT-PREV    pic 9(6) usage is comp value 0.
77	REG-VAL    pic S9(8) usage is comp value 0.
77	RUN-DATE   pic 9(8) value 0.
77	RUN-TIME   pic X(8).
77	REG-ANS    pic X(1) value 'W'.
	88 REG-REJECT value 'R'.
77	REG-AVAIL-SW pic X(1) value 'N'.
	88 REG-AVAIL value 'Y'.
77	REG-FOUND-SW pic X(1) value 'N'.
	88 REG-FOUND value 'Y'.
77	PREV-SW    pic X(1) value 'N'.
	88 PREV-REGISTERED value 'Y'.
77	LIST-EOF-SW pic X(1) value 'N'.
	88 END-OF-LIST value 'Y'.
77	PREV-VAL   pic S9(8) usage is comp value 0.
77	EXT-ANS    pic X(1) value 'N'.
	88 EXT-ON value 'Y'.
77	XDEC-IN    pic 9(6) value 0.
77	RD-FUNC    pic X(1) value 'R'.
77	RD-NUM     pic 9(8) value 0.
77	FRQ-IX     pic S9(4) usage is comp.
77	FRQ-DISTINCT pic 9(6) usage is comp value 0.
77	FRQ-DUPS   pic 9(6) usage is comp value 0.
77	TRK-FILE-STATUS pic X(2) value '00'.
77	OLD-FILE-STATUS pic X(2) value '00'.
77	MST-FILE-STATUS pic X(2) value '00'.
77	HLD-FILE-STATUS pic X(2) value '00'.
77	REG-FILE-STATUS pic X(2) value '00'.
77	PRV-FILE-STATUS pic X(2) value '00'.
77	MST-AVAIL-SW pic X(1) value 'N'.
	88 MST-AVAIL value 'Y'.
77	INP-FILE-STATUS pic X(2) value '00'.
01	CMD-W1 pic X(10).
01	CMD-W2 pic X(30).
01	CMD-W3 pic X(6).
01	CMD-W4 pic X(10).
01	CMD-W5 pic X(6).
01	HOLD-CODES pic X(10).
01	OPR-FILE pic X(30).
01	OPR-STATUS pic X(2).
77	OLD-EOF-SW pic X(1) value 'N'.
		88 ROMAN-DETAIL   value 'R '.
		88 DECIMAL-DETAIL value 'D '.
		88 EXPR-DETAIL    value 'E '.
		88 DATE-DETAIL    value 'T '.
	02 DTL-TEXT  pic X(30).
	02 FILLER    pic X(48).
01	OLD-AREA.
01	OLD-DTL-AREA redefines OLD-AREA.
	02 OLD-DTL-TAG  pic X(2).
		88 OLD-ROMAN-DETAIL value 'R '.
		88 OLD-DATE-DETAIL  value 'T '.
	02 OLD-DTL-TEXT pic X(30).
	02 FILLER       pic X(48).
01	TITLE-LINE.
	02 FILLER pic X(4) value SPACES.
	02 FILLER pic X(14) value 'NORMALIZED AS '.
	02 NORM-R pic X(30).
01	HELD-MSG-LINE.
	02 FILLER pic X(4) value SPACES.
	02 FILLER pic X(24) value 'HELD ON REGISTER STATUS '.
	02 HELD-MSG-STAT pic X(1).
	02 FILLER pic X(8) value ' SERIES '.
	02 HELD-MSG-SERIES pic X(10).
01	HLD-LINE.
	02 HLD-RECNO  pic 9(6).
	02 FILLER     pic X(1) value SPACE.
	02 HLD-ROMAN  pic X(30).
	02 FILLER     pic X(1) value SPACE.
	02 HLD-DEC    pic 9(4).
	02 FILLER     pic X(1) value SPACE.
	02 HLD-STAT   pic X(1).
	02 FILLER     pic X(1) value SPACE.
	02 HLD-SERIES pic X(10).
	02 FILLER     pic X(1) value SPACE.
	02 HLD-NOTE   pic X(30).
01	PREV-MSG-LINE.
	02 FILLER pic X(4) value SPACES.
	02 FILLER pic X(22) value 'PREVIOUSLY REGISTERED '.
	02 PREV-MSG-DATE pic 9(8).
	02 FILLER pic X(1) value SPACE.
	02 PREV-MSG-FILE pic X(30).
	02 FILLER pic X(5) value ' REC '.
	02 PREV-MSG-RECNO pic 9(6).
01	PRV-LINE.
	02 PRV-RECNO  pic 9(6).
	02 FILLER     pic X(1) value SPACE.
	02 PRV-TEXT   pic X(30).
	02 FILLER     pic X(1) value SPACE.
	02 PRV-DEC    pic 9(6).
	02 FILLER     pic X(1) value SPACE.
	02 PRV-FDATE  pic 9(8).
	02 FILLER     pic X(1) value SPACE.
	02 PRV-FTIME  pic X(8).
	02 FILLER     pic X(1) value SPACE.
	02 PRV-FFILE  pic X(30).
	02 FILLER     pic X(1) value SPACE.
	02 PRV-FRECNO pic 9(6).
	02 FILLER     pic X(1) value SPACE.
	02 PRV-ACTION pic X(1).
01	ERR-LOG-LINE.
	02 ERL-RECNO pic Z(5)9.
	02 FILLER    pic X(3) value SPACES.
	02 ERL-REASON pic 9(1).
	02 FILLER    pic X(1) value SPACE.
	02 ERL-RTEXT pic X(20).
	02 FILLER    pic X(1) value SPACE.
	02 ERL-DATE  pic 9(8).
01	RSN-TAB-LIT.
	02 FILLER pic X(20) value 'INVALID CHARACTER'.
	02 FILLER pic X(20) value 'TOO MANY REPEATS'.
	02 FILLER pic X(20) value 'ILLEGAL SUBTRACTION'.
	02 FILLER pic X(20) value 'OUT OF RANGE'.
	02 FILLER pic X(20) value 'ALREADY REGISTERED'.
	02 FILLER pic X(20) value 'INVALID DATE'.
01	RSN-TAB redefines RSN-TAB-LIT.
	02 RSN-TEXT pic X(20) occurs 6 times.
01	LGR-HDR.
	02 LGR-HDR-TYPE pic X(1).
	02 LGR-HDR-DATE pic X(8).
	02 FILLER     pic X(1) value SPACE.
	02 RCY-TAG    pic X(2).
	02 RCY-TEXT   pic X(30).
	02 FILLER     pic X(1) value SPACE.
	02 RCY-DATE   pic 9(8).
01	TRL-HEAD.
	02 FILLER pic X(11) value SPACES.
	02 FILLER pic X(13) value 'BATCH TOTALS'.
	02 FILLER       pic X(5)  value SPACES.
	02 FILLER       pic X(22) value 'REJECTED .............'.
	02 TRL-ERR-OUT  pic Z(5)9.
01	TRL-HELD-LINE.
	02 FILLER       pic X(5)  value SPACES.
	02 FILLER       pic X(22) value 'HELD ON REGISTER .....'.
	02 TRL-HELD-OUT pic Z(5)9.
01	TRL-PREV-LINE.
	02 FILLER       pic X(5)  value SPACES.
	02 FILLER       pic X(22) value 'PREV. REGISTERED .....'.
	02 TRL-PREV-OUT pic Z(5)9.
01	TRL-NORM-LINE.
	02 FILLER       pic X(5)  value SPACES.
	02 FILLER       pic X(22) value 'NORMALIZED ...........'.
		move SPACES to CMD-W1
		move SPACES to CMD-W2
		move SPACES to CMD-W3
		move SPACES to CMD-W4
		move SPACES to CMD-W5
		unstring CMD-ARG delimited by all ' '
			into CMD-W1, CMD-W2, CMD-W3, CMD-W4, CMD-W5
		end-unstring
		move CMD-W2 to fileName
		if fileName is equal to SPACES
		end-if
		move CMD-W3 to THRESH-TXT
		perform Z3 thru Z3-EXIT
		move CMD-W4 to HOLD-CODES
		perform Z6 thru Z6-EXIT
		move CMD-W5 to REG-ANS
	else
		perform L3 thru L3-EXIT
	end-if.
			move 8 to RETURN-CODE
		when GT-ERR is greater than 0 or ERR-COUNT is greater than 0
			move 4 to RETURN-CODE
		when GT-HELD is greater than 0 or HELD-COUNT is greater than 0
			move 4 to RETURN-CODE
		when other
			move 0 to RETURN-CODE
	end-evaluate.
		display "Enter reject-rate threshold percent (blank for none)"
		accept THRESH-TXT
		perform Z3 thru Z3-EXIT
		display "Enter folio status codes to hold, e.g. VRW (blank for none)"
		accept HOLD-CODES
		perform Z6 thru Z6-EXIT
		display "Previously registered folios - W to warn, R to reject (blank for W)"
		accept REG-ANS
	end-if.
L3-EXIT. exit.

L2.	move 0 to FILE-CTR.
	move 0 to GT-REC. move 0 to GT-OK. move 0 to GT-ERR. move 0 to GT-SUM.
	move 0 to GT-NORM. move 0 to GT-HELD. move 0 to GT-PREV.
	perform V2 thru V2-EXIT.
	if HOLD-ON and not MST-AVAIL
		move 'roman.mst' to OPR-FILE
		move MST-FILE-STATUS to OPR-STATUS
		perform Z1 thru Z1-EXIT
		display "FOLIO HOLDS CANNOT BE CHECKED - RUN STOPPED"
		go to L2-EXIT
	end-if.
	perform V3 thru V3-EXIT.
	perform F0 thru F0-EXIT varying FRQ-IX from 1 by 1
		until FRQ-IX is greater than 3999.
	if fileName(1:1) is equal to '@'
	if MST-AVAIL
		close masterFile
	end-if.
	if REG-AVAIL
		close registryFile
	end-if.
L2-EXIT. exit.

L2-FILE.
	add OK-COUNT to GT-OK.
	add ERR-COUNT to GT-ERR.
	add NORM-COUNT to GT-NORM.
	add HELD-COUNT to GT-HELD.
	add PREV-COUNT to GT-PREV.
	add SUM-EQ to GT-SUM.
L2-ONE-EXIT. exit.

	write STDOUT-RECORD from TRL-OK-LINE after advancing 1 line.
	move GT-ERR to TRL-ERR-OUT.
	write STDOUT-RECORD from TRL-ERR-LINE after advancing 1 line.
	if HOLD-ON
		move GT-HELD to TRL-HELD-OUT
		write STDOUT-RECORD from TRL-HELD-LINE after advancing 1 line
	end-if.
	if REG-AVAIL
		move GT-PREV to TRL-PREV-OUT
		write STDOUT-RECORD from TRL-PREV-LINE after advancing 1 line
	end-if.
	if ARCHIVE-ON
		move GT-NORM to TRL-NORM-OUT
		write STDOUT-RECORD from TRL-NORM-LINE after advancing 1 line

L5.	move 0 to REC-COUNT. move 0 to OK-COUNT. move 0 to ERR-COUNT.
	move 0 to SUM-EQ. move 0 to ABS-CTR. move 0 to EXP-COUNT.
	move 0 to NORM-COUNT. move 0 to HELD-COUNT. move 0 to LGR-CNT.
	move 0 to PREV-COUNT.
	move 'N' to EOF-SW. move 'N' to MISMATCH-SW.
	open input inputFile.
	if INP-FILE-STATUS is not equal to '00'
		close recycleFile
		go to L5-EXIT
	end-if.
	if HOLD-ON
		if START-REC is greater than 0 or FILE-CTR is greater than 0
			open extend heldFile
			if HLD-FILE-STATUS is equal to '35'
				open output heldFile
			end-if
		else
			open output heldFile
		end-if
		if HLD-FILE-STATUS is not equal to '00'
			move 'roman.hld' to OPR-FILE
			move HLD-FILE-STATUS to OPR-STATUS
			perform Z1 thru Z1-EXIT
			close inputFile
			close errorFile
			close recycleFile
			close trackFile
			go to L5-EXIT
		end-if
	end-if.
	if REG-AVAIL
		if START-REC is greater than 0 or FILE-CTR is greater than 0
			open extend prevFile
			if PRV-FILE-STATUS is equal to '35'
				open output prevFile
			end-if
		else
			open output prevFile
		end-if
		if PRV-FILE-STATUS is not equal to '00'
			move 'roman.prv' to OPR-FILE
			move PRV-FILE-STATUS to OPR-STATUS
			perform Z1 thru Z1-EXIT
			close inputFile
			close errorFile
			close recycleFile
			close trackFile
			if HOLD-ON
				close heldFile
			end-if
			go to L5-EXIT
		end-if
	end-if.
	accept CUR-DATE from date yyyymmdd.
	if WRITE-CSV
		if START-REC is greater than 0 or FILE-CTR is greater than 0
			close errorFile
			close recycleFile
			close trackFile
			if HOLD-ON
				close heldFile
			end-if
			if REG-AVAIL
				close prevFile
			end-if
			go to L5-EXIT
		end-if
	end-if.
			close errorFile
			close recycleFile
			close trackFile
			if HOLD-ON
				close heldFile
			end-if
			if REG-AVAIL
				close prevFile
			end-if
			if WRITE-CSV
				close csvFile
			end-if
	close errorFile.
	close recycleFile.
	close trackFile.
	if HOLD-ON
		close heldFile
	end-if.
	if REG-AVAIL
		close prevFile
	end-if.
	if WRITE-CSV
		close csvFile
	end-if.
	if WRITE-LGR
		move SPACES to LGR-TRL
		move 'T' to LGR-TRL-TYPE
		move LGR-CNT to LGR-TRL-COUNT
		move SUM-EQ to LGR-TRL-HASH
		write ledgerFile-Record from LGR-TRL
		perform Z2 thru Z2-EXIT
				perform D1 thru D1-EXIT
			when EXPR-DETAIL
				perform X2 thru X2-EXIT
			when DATE-DETAIL
				perform T1 thru T1-EXIT
			when ROMAN-DETAIL
				move SPACES to ARRAY-AREA
				move DTL-TEXT to R(1)
	write STDOUT-RECORD from TRL-OK-LINE after advancing 1 line.
	move ERR-COUNT to TRL-ERR-OUT.
	write STDOUT-RECORD from TRL-ERR-LINE after advancing 1 line.
	if HOLD-ON
		move HELD-COUNT to TRL-HELD-OUT
		write STDOUT-RECORD from TRL-HELD-LINE after advancing 1 line
	end-if.
	if REG-AVAIL
		move PREV-COUNT to TRL-PREV-OUT
		write STDOUT-RECORD from TRL-PREV-LINE after advancing 1 line
	end-if.
	if ARCHIVE-ON
		move NORM-COUNT to TRL-NORM-OUT
		write STDOUT-RECORD from TRL-NORM-LINE after advancing 1 line
	if RET is not equal to 1 and ARCHIVE-ON
		perform B3 thru B3-EXIT
	end-if.
	move 'N' to HELD-SW.
	if RET is equal to 1
		move TEMP to HOLD-VAL
		perform H2 thru H2-EXIT
	end-if.
	if FOLIO-HELD
		move TEMP to OUT-EQ
		move R(1) to OUT-R
		perform H3 thru H3-EXIT
		if NORMALIZED
			perform B4 thru B4-EXIT
		end-if
		go to B1-EXIT
	end-if.
	move 'N' to PREV-SW.
	if RET is equal to 1
		move TEMP to REG-VAL
		perform K1 thru K1-EXIT
	end-if.
	if PREV-REGISTERED and REG-REJECT
		move 6 to RET
	end-if.
	evaluate RET
		when 1
			add 1 to OK-COUNT
			move TEMP to OUT-EQ
			move R(1) to OUT-R
			perform B2 thru B2-EXIT
			if PREV-REGISTERED
				perform K2 thru K2-EXIT
			end-if
			if NORMALIZED
				perform B4 thru B4-EXIT
			end-if
			move ZERO to OUT-EQ
			move R(1) to OUT-R
			perform B2 thru B2-EXIT
			if PREV-REGISTERED
				perform K2 thru K2-EXIT
			end-if
			move RET to REJ-REASON
			if inputType is equal to 1 or inputType is equal to 4
				perform E1 thru E1-EXIT
			perform D1 thru D1-EXIT
		when EXPR-DETAIL
			perform X2 thru X2-EXIT
		when DATE-DETAIL
			perform T1 thru T1-EXIT
		when other
			move SPACES to ARRAY-AREA
			move RCY-TEXT to R(1)

L11-READ.
	if CTL-TAG is equal to 'HEADER ' or CTL-TAG is equal to 'TRAILER'
		or DATE-DETAIL
		continue
	else
		perform L12 thru L12-EXIT
	end-if.
V2-EXIT. exit.

V3.	move 'N' to REG-AVAIL-SW.
	accept RUN-DATE from date yyyymmdd.
	accept CUR-TIME from time.
	move CUR-TIME to RUN-TIME.
	open i-o registryFile.
	if REG-FILE-STATUS is equal to '35'
		open output registryFile
		if REG-FILE-STATUS is equal to '00'
			close registryFile
			open i-o registryFile
		end-if
	end-if.
	if REG-FILE-STATUS is not equal to '00'
		move 'roman.reg' to OPR-FILE
		move REG-FILE-STATUS to OPR-STATUS
		perform Z1 thru Z1-EXIT
		go to V3-EXIT
	end-if.
	move 'Y' to REG-AVAIL-SW.
V3-EXIT. exit.

A1.	open extend historyFile.
	if HIS-FILE-STATUS is equal to '35'
		open output historyFile
E1.	move ABS-CTR to ERL-RECNO.
	move R(1) to ERL-TEXT.
	move REJ-REASON to ERL-REASON.
	move CUR-DATE to ERL-DATE.
	if REJ-REASON is greater than 1 and REJ-REASON is less than 8
		move RSN-TEXT(REJ-REASON - 1) to ERL-RTEXT
	else
		move SPACES to ERL-RTEXT
	move ABS-CTR to LGR-RECNO.
	write ledgerFile-Record from LGR-DTL.
	perform Z2 thru Z2-EXIT.
	add 1 to LGR-CNT.
G1-EXIT. exit.

H2.	move 'N' to HELD-SW.
	if not HOLD-ON or not MST-AVAIL or inputType is not equal to 1
		go to H2-EXIT
	end-if.
	if HOLD-VAL is less than 1 or HOLD-VAL is greater than 3999
		go to H2-EXIT
	end-if.
	move HOLD-VAL to MST-DEC.
	read masterFile
		invalid key move SPACE to MST-STAT
	end-read.
	if MST-STAT is equal to SPACE
		go to H2-EXIT
	end-if.
	perform H4 thru H4-EXIT varying HOLD-IX from 1 by 1
		until HOLD-IX is greater than 10 or FOLIO-HELD.
H2-EXIT. exit.

H3.	add 1 to HELD-COUNT.
	perform B2 thru B2-EXIT.
	move MST-STAT to HELD-MSG-STAT.
	move MST-SERIES to HELD-MSG-SERIES.
	if LINE-CTR is greater than or equal to 60
		add 1 to PAGE-NO
		perform H1 thru H1-EXIT
	end-if.
	write STDOUT-RECORD from HELD-MSG-LINE after advancing 1 line.
	add 1 to LINE-CTR.
	move ABS-CTR to HLD-RECNO.
	move OUT-R to HLD-ROMAN.
	move HOLD-VAL to HLD-DEC.
	move MST-STAT to HLD-STAT.
	move MST-SERIES to HLD-SERIES.
	move MST-NOTE to HLD-NOTE.
	write heldFile-Record from HLD-LINE.
	if HLD-FILE-STATUS is not equal to '00'
		move 'roman.hld' to OPR-FILE
		move HLD-FILE-STATUS to OPR-STATUS
		perform Z1 thru Z1-EXIT
	end-if.
H3-EXIT. exit.

H4.	if HOLD-CODES(HOLD-IX:1) is equal to MST-STAT
		move 'Y' to HELD-SW
	end-if.
H4-EXIT. exit.

K1.	move 'N' to PREV-SW.
	if not REG-AVAIL or inputType is not equal to 1
		go to K1-EXIT
	end-if.
	move REG-VAL to REG-DEC.
	read registryFile
		invalid key move 'N' to REG-FOUND-SW
		not invalid key move 'Y' to REG-FOUND-SW
	end-read.
	if not REG-FOUND
		perform K3 thru K3-EXIT
		go to K1-EXIT
	end-if.
	if REG-DATE is equal to RUN-DATE and REG-TIME is equal to RUN-TIME
		go to K1-EXIT
	end-if.
	if START-REC is greater than 0 and REG-FILE is equal to fileName
		and REG-RECNO is equal to ABS-CTR
		go to K1-EXIT
	end-if.
	move 'Y' to PREV-SW.
	add 1 to PREV-COUNT.
	move ABS-CTR to PRV-RECNO.
	if ROMAN-DETAIL or DECIMAL-DETAIL or EXPR-DETAIL
		move DTL-TEXT to PRV-TEXT
	else
		move IN-R to PRV-TEXT
	end-if.
	move REG-DEC to PRV-DEC.
	move REG-DATE to PRV-FDATE.
	move REG-TIME to PRV-FTIME.
	move REG-FILE to PRV-FFILE.
	move REG-RECNO to PRV-FRECNO.
	if REG-REJECT
		move 'R' to PRV-ACTION
	else
		move 'W' to PRV-ACTION
	end-if.
	write prevFile-Record from PRV-LINE.
	if PRV-FILE-STATUS is not equal to '00'
		move 'roman.prv' to OPR-FILE
		move PRV-FILE-STATUS to OPR-STATUS
		perform Z1 thru Z1-EXIT
	end-if.
K1-EXIT. exit.

K2.	move REG-DATE to PREV-MSG-DATE.
	move REG-FILE to PREV-MSG-FILE.
	move REG-RECNO to PREV-MSG-RECNO.
	if LINE-CTR is greater than or equal to 60
		add 1 to PAGE-NO
		perform H1 thru H1-EXIT
	end-if.
	write STDOUT-RECORD from PREV-MSG-LINE after advancing 1 line.
	add 1 to LINE-CTR.
K2-EXIT. exit.

K3.	move REG-VAL to REG-DEC.
	move RUN-DATE to REG-DATE.
	move RUN-TIME to REG-TIME.
	move fileName to REG-FILE.
	move ABS-CTR to REG-RECNO.
	write registryFile-Record
		invalid key
			move 'roman.reg' to OPR-FILE
			move REG-FILE-STATUS to OPR-STATUS
			perform Z1 thru Z1-EXIT
	end-write.
K3-EXIT. exit.

Z1.	display "FILE ERROR " OPR-FILE " - STATUS " OPR-STATUS.
	move 'Y' to HARD-FAIL-SW.
Z1-EXIT. exit.
	end-if.
Z5-EXIT. exit.

Z6.	move 'N' to HOLD-SW.
	if HOLD-CODES(1:1) is equal to '*'
		move SPACES to HOLD-CODES
	end-if.
	if HOLD-CODES is not equal to SPACES
		move 'Y' to HOLD-SW
	end-if.
Z6-EXIT. exit.

E2.	move ABS-CTR to RCY-RECNO.
	move REJ-REASON to RCY-REASON.
	move CUR-DATE to RCY-DATE.
	if ROMAN-DETAIL or DECIMAL-DETAIL or EXPR-DETAIL or DATE-DETAIL
		move DTL-TAG to RCY-TAG
		move DTL-TEXT to RCY-TEXT
	else
	else
		move 2 to RN-ERR
	end-if.
	move 'N' to HELD-SW.
	if RN-ERR is equal to 1
		move XDEC-IN to HOLD-VAL
		perform H2 thru H2-EXIT
	end-if.
	if FOLIO-HELD
		move ROMAN-OUT to OUT-R
		move XDEC-IN to OUT-EQ
		perform H3 thru H3-EXIT
		go to D1-EXIT
	end-if.
	move 'N' to PREV-SW.
	if RN-ERR is equal to 1
		move XDEC-IN to REG-VAL
		perform K1 thru K1-EXIT
	end-if.
	if PREV-REGISTERED and REG-REJECT
		move 6 to RN-ERR
	end-if.
	evaluate RN-ERR
		when 1
			add 1 to OK-COUNT
			move ROMAN-OUT to OUT-R
			move XDEC-IN to OUT-EQ
			perform B2 thru B2-EXIT
			if PREV-REGISTERED
				perform K2 thru K2-EXIT
			end-if
			if WORDS-ON and XDEC-IN is not greater than 3999
				perform W1 thru W1-EXIT
			end-if
			move DTL-TEXT to OUT-R
			move ZERO to OUT-EQ
			perform B2 thru B2-EXIT
			if PREV-REGISTERED
				perform K2 thru K2-EXIT
			end-if
			move DTL-TEXT to R(1)
			move RN-ERR to REJ-REASON
			perform E1 thru E1-EXIT

X2.	move DTL-TEXT to EXPR-TEXT.
	perform X1 thru X1-EXIT.
	move 'N' to HELD-SW.
	if RN-ERR is equal to 1
		move EXPR-RESULT to HOLD-VAL
		perform H2 thru H2-EXIT
	end-if.
	if FOLIO-HELD
		move DTL-TEXT to OUT-R
		move EXPR-RESULT to OUT-EQ
		perform B2 thru B2-EXIT
		move ROMAN-OUT to OUT-R
		perform H3 thru H3-EXIT
		go to X2-EXIT
	end-if.
	move 'N' to PREV-SW.
	if RN-ERR is equal to 1
		move EXPR-RESULT to REG-VAL
		perform K1 thru K1-EXIT
	end-if.
	if PREV-REGISTERED and REG-REJECT
		move 6 to RN-ERR
	end-if.
	evaluate RN-ERR
		when 1
			add 1 to OK-COUNT
			perform B2 thru B2-EXIT
			move ROMAN-OUT to OUT-R
			perform B2 thru B2-EXIT
			if PREV-REGISTERED
				perform K2 thru K2-EXIT
			end-if
			if WORDS-ON
				perform W1 thru W1-EXIT
			end-if
			move DTL-TEXT to OUT-R
			move ZERO to OUT-EQ
			perform B2 thru B2-EXIT
			if PREV-REGISTERED
				perform K2 thru K2-EXIT
			end-if
			move DTL-TEXT to R(1)
			move RN-ERR to REJ-REASON
			perform E1 thru E1-EXIT
	end-evaluate.
X2-EXIT. exit.

T1.	move SPACES to ROMAN-OUT.
	move 0 to RD-NUM.
	if DTL-TEXT(1:8) is numeric and DTL-TEXT(9:) is equal to SPACES
		move 'R' to RD-FUNC
		move DTL-TEXT(1:8) to RD-NUM
	else
		move 'P' to RD-FUNC
		move DTL-TEXT to ROMAN-OUT
	end-if.
	call "rdate" using RD-FUNC, RD-NUM, RN-ERR, ROMAN-OUT.
	evaluate RN-ERR
		when 1
			add 1 to OK-COUNT
			move ROMAN-OUT to OUT-R
			move RD-NUM to OUT-EQ
			perform B2 thru B2-EXIT
			if WRITE-CSV
				move SPACES to WORDS-TXT
				move ROMAN-OUT to R(1)
				move RD-NUM to TEMP
				perform C1 thru C1-EXIT
			end-if
			if inputType is equal to 4
				perform E3 thru E3-EXIT
			end-if
		when other
			add 1 to ERR-COUNT
			move DTL-TEXT to OUT-R
			move ZERO to OUT-EQ
			perform B2 thru B2-EXIT
			move DTL-TEXT to R(1)
			move 7 to REJ-REASON
			perform E1 thru E1-EXIT
	end-evaluate.
T1-EXIT. exit.

L17.	display "Enter old register file name"
	accept oldName.
	display "Enter new register file name (blank for roman.txt)"
		go to L18-READ-EXIT
	end-if.
	if OLD-CTL-TAG is equal to 'HEADER '
		or OLD-CTL-TAG is equal to 'TRAILER' or OLD-DATE-DETAIL
		go to L18-READ-EXIT
	end-if.
	add 1 to OLD-REC.
		go to L19-READ-EXIT
	end-if.
	if CTL-TAG is equal to 'HEADER ' or CTL-TAG is equal to 'TRAILER'
		or DATE-DETAIL
		go to L19-READ-EXIT
	end-if.
	add 1 to NEW-REC.

	select certFile assign to "roman.cer"
		organization is line sequential
		file status is CER-FILE-STATUS.
	select issueFile assign to "roman.cil"
		organization is indexed
		access is dynamic
		record key is CIL-SERIAL
		alternate record key is CIL-DEC with duplicates
		file status is CIL-FILE-STATUS.
data division.
file section.
fd templateFile.
	01 detailFile-Record pic X(80).
fd certFile.
	01 certFile-Record pic X(80).
fd issueFile.
	01 issueFile-Record.
		02 CIL-SERIAL  pic 9(6).
		02 CIL-DEC     pic 9(4).
		02 CIL-ROM     pic X(30).
		02 CIL-TYPE    pic X(1).
			88 CIL-ISSUE   value 'I'.
			88 CIL-REPRINT value 'R'.
			88 CIL-CONTROL value 'H'.
		02 CIL-ORIG    pic 9(6).
		02 CIL-DATE    pic 9(8).
		02 CIL-TIME    pic X(6).
		02 CIL-OPER    pic X(3).
		02 CIL-STAT    pic X(1).
			88 CIL-LIVE value 'L'.
			88 CIL-VOID value 'V'.
		02 CIL-VDATE   pic 9(8).
		02 CIL-VOPER   pic X(3).
		02 CIL-VREASON pic X(30).
working-storage section.
77	TPL-FILE-STATUS pic X(2) value '00'.
77	DTL-FILE-STATUS pic X(2) value '00'.
77	CER-FILE-STATUS pic X(2) value '00'.
77	CIL-FILE-STATUS pic X(2) value '00'.
77	SCAN-DONE-SW pic X(1) value 'N'.
	88 SCAN-DONE value 'Y'.
77	LIVE-SW pic X(1) value 'N'.
	88 LIVE-FOUND value 'Y'.
77	DTL-EOF-SW pic X(1) value 'N'.
	88 END-OF-DETAIL value 'Y'.
77	TPL-EOF-SW pic X(1) value 'N'.
	88 END-OF-TEMPLATE value 'Y'.
77	TPL-CNT   pic S9(4) usage is comp value 0.
77	TPL-MAX   pic S9(4) usage is comp value 100.
77	TX        pic S9(4) usage is comp.
77	SUB-DONE-SW pic X(1) value 'N'.
	88 SUB-DONE value 'Y'.
77	DEC-PARSE-SW pic X(1) value 'N'.
77	WORDS-ERR pic S9 usage is comp-3.
77	WORDS-TXT pic X(60).
77	CUR-DATE  pic 9(8) value 0.
77	RD-FUNC   pic X(1) value 'R'.
77	RD-ERR    pic S9 usage is comp-3.
77	ROM-DATE  pic X(30).
77	CUR-TIME  pic 9(8) value 0.
77	OPER-ID   pic X(3).
77	CERT-CNT  pic 9(6) usage is comp value 0.
77	SKIP-CNT  pic 9(6) usage is comp value 0.
77	RPT-CNT   pic 9(6) usage is comp value 0.
77	VOID-CNT  pic 9(6) usage is comp value 0.
77	REFUSE-CNT pic 9(6) usage is comp value 0.
77	CERT-SERIAL pic 9(6) value 0.
77	ORIG-SERIAL pic 9(6) value 0.
77	LIVE-SERIAL pic 9(6) value 0.
77	SCAN-IX   pic S9(4) usage is comp.
77	TOK-POS   pic S9(4) usage is comp value 0.
77	TOK-LEN   pic S9(4) usage is comp value 0.
01	DIG-N redefines DIG-AREA pic 9(1).
01	tplName pic x(30).
01	dtlName pic x(30).
01	TOK-TEXT pic X(12).
01	SUB-TEXT pic X(60).
01	DEC-ED pic Z(5)9.
01	TPL-LINE pic X(80).
01	TPL-TAB.
	02 TPL-TXT pic X(80) occurs 100 times.
01	NEW-LINE pic X(80).
01	REPRINT-TXT pic X(40).
01	DTL-AREA.
	02 DTL-TEXT   pic X(30).
	02 FILLER     pic X(1).
	02 DTL-ACTION pic X(1).
		88 ACT-ISSUE   values 'I' ' '.
		88 ACT-REPRINT value 'R'.
		88 ACT-VOID    value 'V'.
	02 FILLER     pic X(1).
	02 DTL-SERIAL pic X(6).
	02 FILLER     pic X(1).
	02 DTL-REASON pic X(30).
	02 FILLER     pic X(10).
01	RPT-TXT-AREA.
	02 FILLER      pic X(23) value 'REPRINT OF CERTIFICATE '.
	02 RPT-TXT-ORIG pic 9(6).
01	SEP-LINE.
	02 FILLER pic X(80) value all '-'.

	if dtlName is equal to SPACES
		move 'roman.cdf' to dtlName
	end-if.
	display "Enter operator initials"
	accept OPER-ID.
	accept CUR-DATE from date yyyymmdd.
	accept CUR-TIME from time.
	move 'R' to RD-FUNC.
	call "rdate" using RD-FUNC, CUR-DATE, RD-ERR, ROM-DATE.
	if RD-ERR is not equal to 1
		move SPACES to ROM-DATE
	end-if.
	perform P5 thru P5-EXIT.
	open input detailFile.
	if DTL-FILE-STATUS is not equal to '00'
		display "UNABLE TO OPEN " dtlName " - STATUS " DTL-FILE-STATUS
		move 12 to RETURN-CODE
		stop run
	end-if.
	open output certFile.
	if CER-FILE-STATUS is not equal to '00'
		display "UNABLE TO OPEN roman.cer - STATUS " CER-FILE-STATUS
		close detailFile
		move 12 to RETURN-CODE
		stop run
	end-if.
	perform C1 thru C1-EXIT.
	read detailFile into DTL-AREA
		at end move 'Y' to DTL-EOF-SW
	end-read.
	perform P1 thru P1-EXIT until END-OF-DETAIL.
	close detailFile.
	close certFile.
	close issueFile.
	display "CERTIFICATES PRINTED " CERT-CNT.
	display "  OF WHICH REPRINTS  " RPT-CNT.
	display "SERIALS VOIDED       " VOID-CNT.
	display "REQUESTS REFUSED     " REFUSE-CNT.
	display "VALUES SKIPPED       " SKIP-CNT.
	stop run.

	end-read.
P1-EXIT. exit.

P2.	if ACT-VOID
		perform C6 thru C6-EXIT
		go to P2-EXIT
	end-if.
	if not ACT-ISSUE and not ACT-REPRINT
		add 1 to REFUSE-CNT
		display "INVALID ACTION " DTL-ACTION " - USE I, R OR V"
		go to P2-EXIT
	end-if.
	perform D2 thru D2-EXIT.
	if not DEC-PARSED
		add 1 to SKIP-CNT
		display "INVALID CERTIFICATE VALUE " DTL-TEXT
	if WORDS-ERR is not equal to 1
		move SPACES to WORDS-TXT
	end-if.
	move SPACES to REPRINT-TXT.
	move 0 to ORIG-SERIAL.
	if ACT-REPRINT
		perform C4 thru C4-EXIT
		if ORIG-SERIAL is equal to 0
			add 1 to REFUSE-CNT
			go to P2-EXIT
		end-if
		move ORIG-SERIAL to RPT-TXT-ORIG
		move RPT-TXT-AREA to REPRINT-TXT
	else
		perform C2 thru C2-EXIT
		if LIVE-FOUND
			add 1 to REFUSE-CNT
			display "LIVE CERTIFICATE " LIVE-SERIAL " ALREADY ISSUED FOR " DTL-TEXT
			go to P2-EXIT
		end-if
	end-if.
	perform C5 thru C5-EXIT.
	if CERT-SERIAL is equal to 0
		add 1 to REFUSE-CNT
		go to P2-EXIT
	end-if.
	if CERT-CNT is greater than 0
		write certFile-Record from SEP-LINE
	end-if.
	perform P3 thru P3-EXIT.
	add 1 to CERT-CNT.
	if ACT-REPRINT
		add 1 to RPT-CNT
	end-if.
P2-EXIT. exit.

P3.	perform P4 thru P4-EXIT varying TX from 1 by 1
		until TX is greater than TPL-CNT.
P3-EXIT. exit.

P4.	move TPL-TXT(TX) to TPL-LINE.
	move '<ROMAN>' to TOK-TEXT.
	move 7 to TOK-LEN.
	move ROMAN-OUT to SUB-TEXT.
	move 0 to SUB-LEN.
	move CUR-DATE to SUB-TEXT(1:8).
	move 8 to SUB-LEN.
	perform S1 thru S1-EXIT.
	move '<ROMANDATE>' to TOK-TEXT.
	move 11 to TOK-LEN.
	move ROM-DATE to SUB-TEXT.
	move 0 to SUB-LEN.
	inspect ROM-DATE tallying SUB-LEN for characters before initial " ".
	perform S1 thru S1-EXIT.
	move '<SERIAL>' to TOK-TEXT.
	move 8 to TOK-LEN.
	move SPACES to SUB-TEXT.
	move CERT-SERIAL to SUB-TEXT(1:6).
	move 6 to SUB-LEN.
	perform S1 thru S1-EXIT.
	move '<REPRINT>' to TOK-TEXT.
	move 9 to TOK-LEN.
	move REPRINT-TXT to SUB-TEXT.
	move 0 to SUB-LEN.
	inspect REPRINT-TXT tallying SUB-LEN for characters before initial "  ".
	perform S1 thru S1-EXIT.
	write certFile-Record from TPL-LINE.
P4-EXIT. exit.

P5.	open input templateFile.
	if TPL-FILE-STATUS is not equal to '00'
		display "UNABLE TO OPEN " tplName " - STATUS " TPL-FILE-STATUS
		move 12 to RETURN-CODE
		stop run
	end-if.
	move 0 to TPL-CNT.
	move 'N' to TPL-EOF-SW.
	read templateFile into TPL-LINE
		at end move 'Y' to TPL-EOF-SW
	end-read.
	perform P6 thru P6-EXIT until END-OF-TEMPLATE.
	close templateFile.
	if TPL-CNT is greater than TPL-MAX
		display "TEMPLATE " tplName " HAS MORE THAN 100 LINES"
		move 12 to RETURN-CODE
		stop run
	end-if.
	if TPL-CNT is equal to 0
		display "TEMPLATE " tplName " IS EMPTY"
		move 12 to RETURN-CODE
		stop run
	end-if.
P5-EXIT. exit.

P6.	add 1 to TPL-CNT.
	if TPL-CNT is greater than TPL-MAX
		move 'Y' to TPL-EOF-SW
		go to P6-EXIT
	end-if.
	move TPL-LINE to TPL-TXT(TPL-CNT).
	read templateFile into TPL-LINE
		at end move 'Y' to TPL-EOF-SW
	end-read.
P6-EXIT. exit.

S1.	move 'N' to SUB-DONE-SW.
	perform S2 thru S2-EXIT until SUB-DONE.
		move 'N' to DEC-PARSE-SW
	end-if.
D3-EXIT. exit.

C1.	open i-o issueFile.
	if CIL-FILE-STATUS is equal to '35'
		open output issueFile
		close issueFile
		open i-o issueFile
	end-if.
	if CIL-FILE-STATUS is not equal to '00'
		display "UNABLE TO OPEN roman.cil - STATUS " CIL-FILE-STATUS
		close detailFile
		close certFile
		move 12 to RETURN-CODE
		stop run
	end-if.
	move 0 to CIL-SERIAL.
	read issueFile
		invalid key perform C3 thru C3-EXIT
	end-read.
C1-EXIT. exit.

C2.	move 'N' to LIVE-SW.
	move 0 to LIVE-SERIAL.
	move DEC-IN to CIL-DEC.
	move 'N' to SCAN-DONE-SW.
	start issueFile key is equal to CIL-DEC
		invalid key move 'Y' to SCAN-DONE-SW
	end-start.
	perform C7 thru C7-EXIT until SCAN-DONE or LIVE-FOUND.
C2-EXIT. exit.

C3.	move SPACES to issueFile-Record.
	move 0 to CIL-SERIAL.
	move 0 to CIL-DEC.
	move 'H' to CIL-TYPE.
	move 0 to CIL-ORIG.
	move CUR-DATE to CIL-DATE.
	move 0 to CIL-VDATE.
	write issueFile-Record.
	if CIL-FILE-STATUS is not equal to '00'
		display "UNABLE TO WRITE roman.cil - STATUS " CIL-FILE-STATUS
		close detailFile
		close certFile
		close issueFile
		move 12 to RETURN-CODE
		stop run
	end-if.
C3-EXIT. exit.

C4.	move 0 to ORIG-SERIAL.
	if DTL-SERIAL is not numeric
		display "REPRINT NEEDS THE ORIGINAL SERIAL - " DTL-TEXT
		go to C4-EXIT
	end-if.
	move DTL-SERIAL to CIL-SERIAL.
	if CIL-SERIAL is equal to 0
		display "REPRINT NEEDS THE ORIGINAL SERIAL - " DTL-TEXT
		go to C4-EXIT
	end-if.
	read issueFile
		invalid key
			display "CERTIFICATE " DTL-SERIAL " NOT ON FILE"
			go to C4-EXIT
	end-read.
	if not CIL-ISSUE
		display "CERTIFICATE " DTL-SERIAL " IS NOT AN ORIGINAL ISSUE"
		go to C4-EXIT
	end-if.
	if not CIL-LIVE
		display "CERTIFICATE " DTL-SERIAL " IS VOID - REPRINT REFUSED"
		go to C4-EXIT
	end-if.
	if CIL-DEC is not equal to DEC-IN
		display "CERTIFICATE " DTL-SERIAL " WAS ISSUED FOR " CIL-ROM
		go to C4-EXIT
	end-if.
	move CIL-SERIAL to ORIG-SERIAL.
C4-EXIT. exit.

C5.	move 0 to CERT-SERIAL.
	move 0 to CIL-SERIAL.
	read issueFile
		invalid key
			display "ISSUANCE LOG CONTROL RECORD MISSING"
			go to C5-EXIT
	end-read.
	add 1 to CIL-ORIG.
	move CIL-ORIG to CERT-SERIAL.
	rewrite issueFile-Record.
	if CIL-FILE-STATUS is not equal to '00'
		display "UNABLE TO REWRITE roman.cil - STATUS " CIL-FILE-STATUS
		move 0 to CERT-SERIAL
		go to C5-EXIT
	end-if.
	move SPACES to issueFile-Record.
	move CERT-SERIAL to CIL-SERIAL.
	move DEC-IN to CIL-DEC.
	move ROMAN-OUT to CIL-ROM.
	if ACT-REPRINT
		move 'R' to CIL-TYPE
	else
		move 'I' to CIL-TYPE
	end-if.
	move ORIG-SERIAL to CIL-ORIG.
	move CUR-DATE to CIL-DATE.
	move CUR-TIME(1:6) to CIL-TIME.
	move OPER-ID to CIL-OPER.
	move 'L' to CIL-STAT.
	move 0 to CIL-VDATE.
	write issueFile-Record.
	if CIL-FILE-STATUS is not equal to '00'
		display "UNABLE TO WRITE roman.cil - STATUS " CIL-FILE-STATUS
		move 0 to CERT-SERIAL
	end-if.
C5-EXIT. exit.

C6.	if DTL-SERIAL is not numeric or DTL-SERIAL is equal to '000000'
		add 1 to REFUSE-CNT
		display "VOID NEEDS A CERTIFICATE SERIAL - " DTL-SERIAL
		go to C6-EXIT
	end-if.
	if DTL-REASON is equal to SPACES
		add 1 to REFUSE-CNT
		display "VOID NEEDS A REASON - " DTL-SERIAL
		go to C6-EXIT
	end-if.
	move DTL-SERIAL to CIL-SERIAL.
	read issueFile
		invalid key
			add 1 to REFUSE-CNT
			display "CERTIFICATE " DTL-SERIAL " NOT ON FILE"
			go to C6-EXIT
	end-read.
	if CIL-VOID
		add 1 to REFUSE-CNT
		display "CERTIFICATE " DTL-SERIAL " ALREADY VOID"
		go to C6-EXIT
	end-if.
	move 'V' to CIL-STAT.
	move CUR-DATE to CIL-VDATE.
	move OPER-ID to CIL-VOPER.
	move DTL-REASON to CIL-VREASON.
	rewrite issueFile-Record.
	if CIL-FILE-STATUS is not equal to '00'
		add 1 to REFUSE-CNT
		display "UNABLE TO REWRITE roman.cil - STATUS " CIL-FILE-STATUS
		go to C6-EXIT
	end-if.
	add 1 to VOID-CNT.
	display "CERTIFICATE " DTL-SERIAL " VOIDED".
C6-EXIT. exit.

C7.	read issueFile next record
		at end move 'Y' to SCAN-DONE-SW
	end-read.
	if SCAN-DONE
		go to C7-EXIT
	end-if.
	if CIL-DEC is not equal to DEC-IN
		move 'Y' to SCAN-DONE-SW
		go to C7-EXIT
	end-if.
	if CIL-ISSUE and CIL-LIVE
		move 'Y' to LIVE-SW
		move CIL-SERIAL to LIVE-SERIAL
	end-if.
C7-EXIT. exit.

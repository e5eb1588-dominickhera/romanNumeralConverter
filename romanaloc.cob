identification division.
program-id. ROMANALOC.
environment division.
input-output section.
file-control.
	select STANDARD-OUTPUT assign to DISPLAY.
	select requestFile assign to dynamic reqName
		organization is line sequential
		file status is REQ-FILE-STATUS.
	select masterFile assign to "roman.mst"
		organization is indexed
		access is random
		record key is MST-DEC
		alternate record key is MST-ROM
		file status is MST-FILE-STATUS.
	select auditFile assign to "roman.aud"
		organization is line sequential
		file status is AUD-FILE-STATUS.
	select confirmFile assign to "roman.alc"
		organization is line sequential
		file status is ALC-FILE-STATUS.
data division.
file section.
fd STANDARD-OUTPUT.
	01 STDOUT-RECORD pic X(80).
fd requestFile.
	01 requestFile-Record pic X(80).
fd masterFile.
	01 masterFile-Record.
		02 MST-DEC pic 9(4).
		02 MST-ROM pic X(30).
		02 MST-STAT pic X(1).
		02 MST-SERIES pic X(10).
		02 MST-NOTE pic X(30).
fd auditFile.
	01 auditFile-Record pic X(80).
fd confirmFile.
	01 confirmFile-Record pic X(100).
working-storage section.
77	MST-FILE-STATUS pic X(2) value '00'.
77	AUD-FILE-STATUS pic X(2) value '00'.
77	REQ-FILE-STATUS pic X(2) value '00'.
77	ALC-FILE-STATUS pic X(2) value '00'.
77	J         pic S99 usage is comp.
77	DIG-CNT   pic S99 usage is comp value 0.
77	BND-VAL   pic 9(4) value 0.
77	BND-SW    pic X(1) value 'N'.
	88 BND-OK value 'Y'.
77	EOF-SW    pic X(1) value 'N'.
	88 END-OF-REQUESTS value 'Y'.
77	FREE-SW   pic X(1) value 'N'.
	88 FOLIO-FREE value 'Y'.
77	SCAN-DONE-SW pic X(1) value 'N'.
	88 SCAN-DONE value 'Y'.
77	VAL-ANS   pic X(1) value 'N'.
	88 VALIDATE-ONLY value 'Y'.
77	UPD-SW    pic X(1) value 'N'.
	88 UPDATE-FAILED value 'Y'.
77	CONF-KIND pic X(1) value SPACE.
77	REQ-LO    pic 9(4) value 0.
77	REQ-HI    pic 9(4) value 0.
77	GR-LO     pic 9(4) value 0.
77	GR-HI     pic 9(4) value 0.
77	CUR-DEC   pic 9(4) value 0.
77	CONF-DEC  pic 9(4) value 0.
77	FAIL-DEC  pic 9(4) value 0.
77	REQ-CNT   pic 9(6) usage is comp value 0.
77	GRANT-CNT pic 9(6) usage is comp value 0.
77	PART-CNT  pic 9(6) usage is comp value 0.
77	REFUSE-CNT pic 9(6) usage is comp value 0.
77	FOLIO-CNT pic 9(6) usage is comp value 0.
77	RSN-PTR   pic S9(4) usage is comp.
77	CUR-DATE  pic 9(8) value 0.
77	CUR-TIME  pic 9(8) value 0.
77	OPER-ID   pic X(3).
77	SGN-PROG  pic X(9) value 'ROMANALOC'.
77	SGN-LEVEL pic 9(1) value 0.
77	SGN-ERR   pic S9 usage is comp-3.
77	ALOC-LEVEL pic 9(1) value 1.
77	LOG-TYPE  pic X(1) value 'A'.
77	DEC-IN    pic 9(4) value 0.
77	RN-ERR    pic S9 usage is comp-3.
77	ROMAN-OUT pic X(30).
01	reqName pic x(30).
01	BND-TEXT pic X(15).
01	RESULT-TXT pic X(8).
01	REASON-TXT pic X(25).
01	CONF-ED pic 9(4).
01	LOG-TEXT pic X(40).
01	DIG-AREA.
	02 DIG-X pic X(1).
01	DIG-N redefines DIG-AREA pic 9(1).
01	ALC-TAB.
	02 ALC-FLAG pic X(1) occurs 3999 times.
01	ALQ-AREA.
	02 ALQ-REQUESTER pic X(10).
	02 FILLER        pic X(1).
	02 ALQ-SERIES    pic X(10).
	02 FILLER        pic X(1).
	02 ALQ-LO        pic X(15).
	02 FILLER        pic X(1).
	02 ALQ-HI        pic X(15).
	02 FILLER        pic X(1).
	02 ALQ-PURPOSE   pic X(26).
01	AUD-LINE.
	02 AUD-DATE   pic 9(8).
	02 FILLER     pic X(1) value SPACE.
	02 AUD-TIME   pic X(6).
	02 FILLER     pic X(1) value SPACE.
	02 AUD-OPER   pic X(3).
	02 FILLER     pic X(1) value SPACE.
	02 AUD-DEC    pic 9(4).
	02 FILLER     pic X(1) value SPACE.
	02 AUD-STAT   pic X(1).
	02 FILLER     pic X(1) value SPACE.
	02 AUD-SERIES pic X(10).
	02 FILLER     pic X(1) value SPACE.
	02 AUD-NOTE   pic X(30).
01	ALC-LINE.
	02 ALC-REQUESTER pic X(10).
	02 FILLER        pic X(1) value SPACE.
	02 ALC-SERIES    pic X(10).
	02 FILLER        pic X(1) value SPACE.
	02 ALC-RESULT    pic X(1).
	02 FILLER        pic X(1) value SPACE.
	02 ALC-GLO       pic 9(4).
	02 FILLER        pic X(1) value SPACE.
	02 ALC-GHI       pic 9(4).
	02 FILLER        pic X(1) value SPACE.
	02 ALC-GLO-R     pic X(15).
	02 FILLER        pic X(1) value SPACE.
	02 ALC-GHI-R     pic X(15).
	02 FILLER        pic X(1) value SPACE.
	02 ALC-REASON    pic X(25).
01	ALC-TRL.
	02 FILLER        pic X(8) value 'TRAILER '.
	02 ALC-TRL-REQ   pic 9(6).
	02 FILLER        pic X(1) value SPACE.
	02 ALC-TRL-GRANT pic 9(6).
	02 FILLER        pic X(1) value SPACE.
	02 ALC-TRL-PART  pic 9(6).
	02 FILLER        pic X(1) value SPACE.
	02 ALC-TRL-REF   pic 9(6).
01	TITLE-LINE.
	02 FILLER pic X(11) value SPACES.
	02 FILLER pic X(25) value 'FOLIO ALLOCATION REGISTER'.
01	VAL-LINE.
	02 FILLER pic X(11) value SPACES.
	02 FILLER pic X(34) value 'VALIDATE ONLY - MASTER NOT UPDATED'.
01	UNDERLINE-1.
	02 FILLER pic X(79) value all '-'.
01	COL-HEADS.
	02 FILLER pic X(1)  value SPACE.
	02 FILLER pic X(11) value 'REQUESTER'.
	02 FILLER pic X(11) value 'SERIES'.
	02 FILLER pic X(11) value 'REQUESTED'.
	02 FILLER pic X(11) value 'GRANTED'.
	02 FILLER pic X(9)  value 'RESULT'.
	02 FILLER pic X(6)  value 'REASON'.
01	RG-LINE.
	02 FILLER       pic X(1) value SPACE.
	02 RG-REQUESTER pic X(10).
	02 FILLER       pic X(1) value SPACE.
	02 RG-SERIES    pic X(10).
	02 FILLER       pic X(1) value SPACE.
	02 RG-LO        pic Z(4).
	02 RG-DASH-1    pic X(1).
	02 RG-HI        pic Z(4).
	02 FILLER       pic X(2) value SPACES.
	02 RG-GLO       pic Z(4).
	02 RG-DASH-2    pic X(1).
	02 RG-GHI       pic Z(4).
	02 FILLER       pic X(2) value SPACES.
	02 RG-RESULT    pic X(8).
	02 FILLER       pic X(1) value SPACE.
	02 RG-REASON    pic X(25).
01	TRL-HEAD.
	02 FILLER pic X(11) value SPACES.
	02 FILLER pic X(17) value 'ALLOCATION TOTALS'.
01	TOT-REQ-LINE.
	02 FILLER        pic X(5)  value SPACES.
	02 FILLER        pic X(22) value 'REQUESTS READ ........'.
	02 TOT-REQ-OUT   pic Z(5)9.
01	TOT-GRANT-LINE.
	02 FILLER        pic X(5)  value SPACES.
	02 FILLER        pic X(22) value 'GRANTED ..............'.
	02 TOT-GRANT-OUT pic Z(5)9.
01	TOT-PART-LINE.
	02 FILLER        pic X(5)  value SPACES.
	02 FILLER        pic X(22) value 'PARTIALLY GRANTED ....'.
	02 TOT-PART-OUT  pic Z(5)9.
01	TOT-REF-LINE.
	02 FILLER        pic X(5)  value SPACES.
	02 FILLER        pic X(22) value 'REFUSED ..............'.
	02 TOT-REF-OUT   pic Z(5)9.
01	TOT-FOLIO-LINE.
	02 FILLER        pic X(5)  value SPACES.
	02 FILLER        pic X(22) value 'FOLIOS ALLOCATED .....'.
	02 TOT-FOLIO-OUT pic Z(5)9.

procedure division.
	display "Enter allocation request file name (blank for roman.alq)"
	accept reqName.
	if reqName is equal to SPACES
		move 'roman.alq' to reqName
	end-if.
	call "signon" using SGN-PROG, OPER-ID, SGN-LEVEL, SGN-ERR.
	if SGN-ERR is not equal to 1
		move 8 to RETURN-CODE
		stop run
	end-if.
	display "Validate only - no master update (Y/N)"
	accept VAL-ANS.
	if not VALIDATE-ONLY and SGN-LEVEL is less than ALOC-LEVEL
		display "NOT AUTHORISED TO ALLOCATE FOLIOS"
		move 'FOLIO ALLOCATION REFUSED' to LOG-TEXT
		call "seclog" using SGN-PROG, OPER-ID, LOG-TYPE, LOG-TEXT
		move 8 to RETURN-CODE
		stop run
	end-if.
	move SPACES to ALC-TAB.
	if VALIDATE-ONLY
		open input masterFile
	else
		open i-o masterFile
	end-if.
	if MST-FILE-STATUS is not equal to '00'
		display "MASTER NOT ON FILE - RUN ROMANXREF FIRST"
		stop run
	end-if.
	open input requestFile.
	if REQ-FILE-STATUS is not equal to '00'
		display "UNABLE TO OPEN " reqName " - STATUS " REQ-FILE-STATUS
		close masterFile
		stop run
	end-if.
	if not VALIDATE-ONLY
		perform A10 thru A10-EXIT
	end-if.
	open output STANDARD-OUTPUT.
	write STDOUT-RECORD from TITLE-LINE after advancing 0 lines.
	if VALIDATE-ONLY
		write STDOUT-RECORD from VAL-LINE after advancing 1 line
	end-if.
	write STDOUT-RECORD from UNDERLINE-1 after advancing 1 line.
	write STDOUT-RECORD from COL-HEADS after advancing 1 line.
	write STDOUT-RECORD from UNDERLINE-1 after advancing 1 line.
	move 'N' to EOF-SW.
	read requestFile into ALQ-AREA
		at end move 'Y' to EOF-SW
	end-read.
	perform A1 thru A1-EXIT until END-OF-REQUESTS.
	perform A9 thru A9-EXIT.
	close requestFile.
	close masterFile.
	if not VALIDATE-ONLY
		move REQ-CNT to ALC-TRL-REQ
		move GRANT-CNT to ALC-TRL-GRANT
		move PART-CNT to ALC-TRL-PART
		move REFUSE-CNT to ALC-TRL-REF
		write confirmFile-Record from ALC-TRL
		close auditFile
		close confirmFile
	end-if.
	close STANDARD-OUTPUT.
	stop run.

A1.	if ALQ-AREA is not equal to SPACES
		perform A2 thru A2-EXIT
	end-if.
	read requestFile into ALQ-AREA
		at end move 'Y' to EOF-SW
	end-read.
A1-EXIT. exit.

A2.	add 1 to REQ-CNT.
	move 0 to REQ-LO. move 0 to REQ-HI.
	move 0 to GR-LO. move 0 to GR-HI. move 0 to CONF-DEC.
	move SPACES to REASON-TXT.
	if ALQ-SERIES is equal to SPACES
		move 'NO SERIES GIVEN' to REASON-TXT
		perform A7 thru A7-EXIT
		go to A2-EXIT
	end-if.
	move ALQ-LO to BND-TEXT.
	perform B1 thru B1-EXIT.
	if not BND-OK
		move 'INVALID LOW BOUND' to REASON-TXT
		perform A7 thru A7-EXIT
		go to A2-EXIT
	end-if.
	move BND-VAL to REQ-LO.
	move ALQ-HI to BND-TEXT.
	perform B1 thru B1-EXIT.
	if not BND-OK
		move 'INVALID HIGH BOUND' to REASON-TXT
		perform A7 thru A7-EXIT
		go to A2-EXIT
	end-if.
	move BND-VAL to REQ-HI.
	if REQ-LO is greater than REQ-HI
		move 'LOW BOUND ABOVE HIGH' to REASON-TXT
		perform A7 thru A7-EXIT
		go to A2-EXIT
	end-if.
	move 'N' to SCAN-DONE-SW.
	perform A3 thru A3-EXIT varying CUR-DEC from REQ-LO by 1
		until CUR-DEC is greater than REQ-HI or SCAN-DONE.
	if GR-LO is greater than 0
		move 'N' to UPD-SW
		perform A5 thru A5-EXIT varying CUR-DEC from GR-LO by 1
			until CUR-DEC is greater than GR-HI or UPDATE-FAILED
		if UPDATE-FAILED
			perform A8 thru A8-EXIT
		end-if
	end-if.
	perform A7 thru A7-EXIT.
A2-EXIT. exit.

A3.	perform A4 thru A4-EXIT.
	if FOLIO-FREE
		if GR-LO is equal to 0
			move CUR-DEC to GR-LO
		end-if
		move CUR-DEC to GR-HI
	else
		if CONF-DEC is equal to 0
			move CUR-DEC to CONF-DEC
			perform A6 thru A6-EXIT
		end-if
		if GR-LO is greater than 0
			move 'Y' to SCAN-DONE-SW
		end-if
	end-if.
A3-EXIT. exit.

A4.	move 'N' to FREE-SW.
	if ALC-FLAG(CUR-DEC) is equal to 'Y'
		move 'T' to CONF-KIND
		go to A4-EXIT
	end-if.
	move CUR-DEC to MST-DEC.
	read masterFile
		invalid key
			move 'M' to CONF-KIND
		not invalid key
			if MST-SERIES is equal to SPACES and MST-STAT is equal to SPACE
				move 'Y' to FREE-SW
			else
				move 'S' to CONF-KIND
			end-if
	end-read.
A4-EXIT. exit.

A5.	if VALIDATE-ONLY
		move 'Y' to ALC-FLAG(CUR-DEC)
		add 1 to FOLIO-CNT
		go to A5-EXIT
	end-if.
	move CUR-DEC to MST-DEC.
	read masterFile
		invalid key
			display "NOT ON FILE - " CUR-DEC
			move 'Y' to UPD-SW
			move CUR-DEC to FAIL-DEC
			go to A5-EXIT
	end-read.
	move ALQ-SERIES to MST-SERIES.
	move 'A' to MST-STAT.
	if MST-NOTE is equal to SPACES
		move ALQ-PURPOSE to MST-NOTE
	end-if.
	rewrite masterFile-Record.
	if MST-FILE-STATUS is not equal to '00'
		display "MASTER REWRITE ERROR - STATUS " MST-FILE-STATUS
		move 'Y' to UPD-SW
		move CUR-DEC to FAIL-DEC
		go to A5-EXIT
	end-if.
	move 'Y' to ALC-FLAG(CUR-DEC).
	add 1 to FOLIO-CNT.
	accept CUR-DATE from date yyyymmdd.
	accept CUR-TIME from time.
	move CUR-DATE to AUD-DATE.
	move CUR-TIME(1:6) to AUD-TIME.
	move OPER-ID to AUD-OPER.
	move MST-DEC to AUD-DEC.
	move MST-STAT to AUD-STAT.
	move MST-SERIES to AUD-SERIES.
	move MST-NOTE to AUD-NOTE.
	write auditFile-Record from AUD-LINE.
	if AUD-FILE-STATUS is not equal to '00'
		display "WRITE ERROR roman.aud - STATUS " AUD-FILE-STATUS " FOLIO " MST-DEC
	end-if.
A5-EXIT. exit.

A6.	move CONF-DEC to CONF-ED.
	move SPACES to REASON-TXT.
	move 1 to RSN-PTR.
	string 'AT ' delimited by size
		CONF-ED delimited by size
		' ' delimited by size
		into REASON-TXT with pointer RSN-PTR
	end-string.
	evaluate true
		when CONF-KIND is equal to 'T'
			string 'GRANTED THIS RUN' delimited by size
				into REASON-TXT with pointer RSN-PTR
			end-string
		when CONF-KIND is equal to 'M'
			string 'NOT ON MASTER' delimited by size
				into REASON-TXT with pointer RSN-PTR
			end-string
		when MST-SERIES is not equal to SPACES
			string 'SERIES ' delimited by size
				MST-SERIES delimited by size
				into REASON-TXT with pointer RSN-PTR
			end-string
		when other
			string 'STATUS ' delimited by size
				MST-STAT delimited by size
				into REASON-TXT with pointer RSN-PTR
			end-string
	end-evaluate.
A6-EXIT. exit.

A7.	evaluate true
		when GR-LO is equal to 0
			add 1 to REFUSE-CNT
			move 'REFUSED' to RESULT-TXT
		when GR-LO is equal to REQ-LO and GR-HI is equal to REQ-HI
			add 1 to GRANT-CNT
			move 'GRANTED' to RESULT-TXT
		when other
			add 1 to PART-CNT
			move 'PARTIAL' to RESULT-TXT
	end-evaluate.
	move ALQ-REQUESTER to RG-REQUESTER.
	move ALQ-SERIES to RG-SERIES.
	move REQ-LO to RG-LO.
	move REQ-HI to RG-HI.
	move GR-LO to RG-GLO.
	move GR-HI to RG-GHI.
	move SPACE to RG-DASH-1.
	move SPACE to RG-DASH-2.
	if REQ-LO is greater than 0
		move '-' to RG-DASH-1
	end-if.
	if GR-LO is greater than 0
		move '-' to RG-DASH-2
	end-if.
	move RESULT-TXT to RG-RESULT.
	move REASON-TXT to RG-REASON.
	write STDOUT-RECORD from RG-LINE after advancing 1 line.
	if VALIDATE-ONLY
		go to A7-EXIT
	end-if.
	move ALQ-REQUESTER to ALC-REQUESTER.
	move ALQ-SERIES to ALC-SERIES.
	move RESULT-TXT(1:1) to ALC-RESULT.
	move GR-LO to ALC-GLO.
	move GR-HI to ALC-GHI.
	move SPACES to ALC-GLO-R.
	move SPACES to ALC-GHI-R.
	if GR-LO is greater than 0
		move GR-LO to DEC-IN
		call "rconv" using DEC-IN, RN-ERR, ROMAN-OUT
		move ROMAN-OUT to ALC-GLO-R
		move GR-HI to DEC-IN
		call "rconv" using DEC-IN, RN-ERR, ROMAN-OUT
		move ROMAN-OUT to ALC-GHI-R
	end-if.
	move REASON-TXT to ALC-REASON.
	write confirmFile-Record from ALC-LINE.
	if ALC-FILE-STATUS is not equal to '00'
		display "WRITE ERROR roman.alc - STATUS " ALC-FILE-STATUS
	end-if.
A7-EXIT. exit.

A8.	compute GR-HI = FAIL-DEC - 1.
	if GR-HI is less than GR-LO
		move 0 to GR-LO
		move 0 to GR-HI
	end-if.
	move FAIL-DEC to CONF-ED.
	move SPACES to REASON-TXT.
	string 'AT ' delimited by size
		CONF-ED delimited by size
		' UPDATE FAILED' delimited by size
		into REASON-TXT
	end-string.
A8-EXIT. exit.

A9.	write STDOUT-RECORD from SPACES after advancing 1 line.
	write STDOUT-RECORD from TRL-HEAD after advancing 1 line.
	move REQ-CNT to TOT-REQ-OUT.
	write STDOUT-RECORD from TOT-REQ-LINE after advancing 1 line.
	move GRANT-CNT to TOT-GRANT-OUT.
	write STDOUT-RECORD from TOT-GRANT-LINE after advancing 1 line.
	move PART-CNT to TOT-PART-OUT.
	write STDOUT-RECORD from TOT-PART-LINE after advancing 1 line.
	move REFUSE-CNT to TOT-REF-OUT.
	write STDOUT-RECORD from TOT-REF-LINE after advancing 1 line.
	move FOLIO-CNT to TOT-FOLIO-OUT.
	write STDOUT-RECORD from TOT-FOLIO-LINE after advancing 1 line.
A9-EXIT. exit.

A10.	open extend auditFile.
	if AUD-FILE-STATUS is equal to '35'
		open output auditFile
	end-if.
	if AUD-FILE-STATUS is not equal to '00'
		display "UNABLE TO OPEN roman.aud - STATUS " AUD-FILE-STATUS
		close requestFile
		close masterFile
		stop run
	end-if.
	open output confirmFile.
	if ALC-FILE-STATUS is not equal to '00'
		display "UNABLE TO OPEN roman.alc - STATUS " ALC-FILE-STATUS
		close requestFile
		close masterFile
		close auditFile
		stop run
	end-if.
A10-EXIT. exit.

B1.	move 'N' to BND-SW.
	move 0 to BND-VAL.
	inspect BND-TEXT converting 'ivxlcdm' to 'IVXLCDM'.
	move 0 to DIG-CNT.
	inspect BND-TEXT tallying DIG-CNT for characters before initial " ".
	if DIG-CNT is less than 1
		go to B1-EXIT
	end-if.
	if BND-TEXT(1:1) is numeric
		if DIG-CNT is greater than 4
			go to B1-EXIT
		end-if
		move 'Y' to BND-SW
		perform B2 thru B2-EXIT varying J from 1 by 1
			until J is greater than DIG-CNT or not BND-OK
		if BND-VAL is less than 1 or BND-VAL is greater than 3999
			move 'N' to BND-SW
		end-if
		go to B1-EXIT
	end-if.
	move SPACES to MST-ROM.
	move BND-TEXT to MST-ROM.
	read masterFile key is MST-ROM
		invalid key
			continue
		not invalid key
			move MST-DEC to BND-VAL
			move 'Y' to BND-SW
	end-read.
B1-EXIT. exit.

B2.	if BND-TEXT(J:1) is numeric
		move BND-TEXT(J:1) to DIG-X
		compute BND-VAL = BND-VAL * 10 + DIG-N
	else
		move 'N' to BND-SW
	end-if.
B2-EXIT. exit.

identification division.
program-id. ROMANHKP.
environment division.
input-output section.
file-control.
	select STANDARD-OUTPUT assign to DISPLAY.
	select hkFile assign to dynamic hkName
		organization is line sequential
		file status is HK-FILE-STATUS.
	select workFile assign to "roman.hkw"
		organization is line sequential
		file status is WRK-FILE-STATUS.
	select archFile assign to dynamic arcName
		organization is line sequential
		file status is ARC-FILE-STATUS.
	select jnlCtlFile assign to "roman.jnc"
		organization is line sequential
		file status is JNC-FILE-STATUS.
data division.
file section.
fd STANDARD-OUTPUT.
	01 STDOUT-RECORD pic X(80).
fd hkFile.
	01 hkFile-Record pic X(100).
fd workFile.
	01 workFile-Record pic X(100).
fd archFile.
	01 archFile-Record pic X(100).
fd jnlCtlFile.
	01 jnlCtlFile-Record pic X(80).
working-storage section.
77	HK-FILE-STATUS  pic X(2) value '00'.
77	WRK-FILE-STATUS pic X(2) value '00'.
77	ARC-FILE-STATUS pic X(2) value '00'.
77	JNC-FILE-STATUS pic X(2) value '00'.
77	J         pic S99 usage is comp.
77	DIG-CNT   pic S99 usage is comp value 0.
77	DEC-VAL   pic 9(4) value 0.
77	DEC-PARSE-SW pic X(1) value 'N'.
	88 DEC-PARSED value 'Y'.
77	EOF-SW    pic X(1) value 'N'.
	88 END-OF-FILE value 'Y'.
77	ARC-OPEN-SW pic X(1) value 'N'.
	88 ARC-OPEN value 'Y'.
77	ARCH-SW   pic X(1) value 'N'.
	88 TO-ARCHIVE value 'Y'.
77	IO-ERR-SW pic X(1) value 'N'.
	88 IO-ERROR value 'Y'.
77	BIG-SW    pic X(1) value 'N'.
	88 TOO-BIG value 'Y'.
77	CLOSED-SW pic X(1) value 'N'.
	88 ANY-CLOSED value 'Y'.
77	SKIP-SW   pic X(1) value 'N'.
	88 FILE-SKIPPED value 'Y'.
77	JNL-SW    pic X(1) value 'N'.
	88 JOURNAL-FILE value 'Y'.
77	HELD-SW   pic X(1) value 'N'.
	88 HELD-TO-BACKUP value 'Y'.
77	NOBKP-SW  pic X(1) value 'N'.
	88 NO-BACKUP value 'Y'.
77	JNC-ERR-SW pic X(1) value 'N'.
	88 JNC-ERROR value 'Y'.
77	ANY-ERR-SW pic X(1) value 'N'.
	88 ANY-IO-ERROR value 'Y'.
77	DATE-POS  pic S9(4) usage is comp value 1.
77	RET-DAYS  pic 9(4) value 0.
77	CUT-SERIAL pic S9(8) usage is comp value 0.
77	REC-CNT   pic 9(6) usage is comp value 0.
77	KEEP-CNT  pic 9(6) usage is comp value 0.
77	ARCH-CNT  pic 9(6) usage is comp value 0.
77	COPY-CNT  pic 9(6) usage is comp value 0.
77	GT-READ   pic 9(6) usage is comp value 0.
77	GT-KEEP   pic 9(6) usage is comp value 0.
77	GT-ARCH   pic 9(6) usage is comp value 0.
77	POS-CNT   pic 9(6) usage is comp value 0.
77	OPN-CNT   pic 9(6) usage is comp value 0.
77	FX        pic S9(4) usage is comp.
77	OX        pic S9(6) usage is comp.
77	NX        pic S9(6) usage is comp.
77	CUR-DATE  pic 9(8) value 0.
77	TODAY-SERIAL pic S9(8) usage is comp value 0.
77	WK-Y1     pic S9(8) usage is comp.
77	WK-L4     pic S9(8) usage is comp.
77	WK-L100   pic S9(8) usage is comp.
77	WK-L400   pic S9(8) usage is comp.
77	WK-Q      pic S9(8) usage is comp.
77	WK-R4     pic S9(4) usage is comp.
77	WK-R100   pic S9(4) usage is comp.
77	WK-R400   pic S9(4) usage is comp.
77	WK-SERIAL pic S9(8) usage is comp.
01	hkName pic x(30).
01	arcName pic x(30).
01	RESULT-TXT pic X(30).
01	REC-AREA pic X(100).
01	WK-DATE pic 9(8).
01	WK-DATE-X redefines WK-DATE pic X(8).
01	WK-DATE-R redefines WK-DATE.
	02 WK-YY pic 9(4).
	02 WK-MM pic 9(2).
	02 WK-DD pic 9(2).
01	CUM-TAB-LIT pic X(36) value
	'000031059090120151181212243273304334'.
01	CUM-TAB redefines CUM-TAB-LIT.
	02 CUM-DAYS pic 9(3) occurs 12 times.
01	HK-TAB-LIT.
	02 FILLER pic X(12) value 'roman.his001'.
	02 FILLER pic X(12) value 'roman.trk010'.
	02 FILLER pic X(12) value 'roman.aud001'.
	02 FILLER pic X(12) value 'roman.err066'.
	02 FILLER pic X(12) value 'roman.rcy043'.
	02 FILLER pic X(12) value 'roman.sec001'.
	02 FILLER pic X(12) value 'roman.inl001'.
01	HK-TAB redefines HK-TAB-LIT.
	02 HK-ENTRY occurs 7 times.
		03 HKT-NAME pic X(9).
		03 HKT-POS  pic 9(3).
01	RET-TAB.
	02 RET-TXT pic X(30) occurs 7 times.
01	DIG-AREA.
	02 DIG-X pic X(1).
01	DIG-N redefines DIG-AREA pic 9(1).
01	INQ-AREA.
	02 INQ-TEXT pic X(30).
01	TRK-AREA.
	02 TRK-ACTION pic X(1).
	02 FILLER     pic X(1).
	02 TRK-RECNO  pic 9(6).
	02 FILLER     pic X(1).
	02 TRK-DATE   pic 9(8).
	02 FILLER     pic X(1).
	02 TRK-REASON pic 9(1).
	02 FILLER     pic X(1).
	02 TRK-TEXT   pic X(30).
	02 FILLER     pic X(50).
01	POS-TAB.
	02 POS-FLAG pic X(1) occurs 99999 times.
01	OPN-TAB.
	02 OPN-ENTRY occurs 10000 times.
		03 OPN-RECNO pic 9(6).
		03 OPN-DATE  pic 9(8).
		03 OPN-POS   pic 9(6).
		03 OPN-OPEN  pic X(1).
01	TITLE-LINE.
	02 FILLER pic X(11) value SPACES.
	02 FILLER pic X(27) value 'HOUSEKEEPING CONTROL REPORT'.
01	UNDERLINE-1.
	02 FILLER pic X(79) value all '-'.
01	COL-HEADS.
	02 FILLER pic X(1)  value SPACE.
	02 FILLER pic X(11) value 'FILE'.
	02 FILLER pic X(6)  value ' DAYS'.
	02 FILLER pic X(8)  value '    READ'.
	02 FILLER pic X(8)  value '    KEPT'.
	02 FILLER pic X(8)  value ' ARCHVD'.
	02 FILLER pic X(2)  value SPACES.
	02 FILLER pic X(6)  value 'RESULT'.
01	HK-LINE.
	02 FILLER      pic X(1) value SPACE.
	02 HK-FILE     pic X(10).
	02 FILLER      pic X(1) value SPACE.
	02 HK-DAYS     pic Z(3)9.
	02 FILLER      pic X(2) value SPACES.
	02 HK-READ     pic Z(6)9.
	02 FILLER      pic X(1) value SPACE.
	02 HK-KEPT     pic Z(6)9.
	02 FILLER      pic X(1) value SPACE.
	02 HK-ARCH     pic Z(6)9.
	02 FILLER      pic X(2) value SPACES.
	02 HK-RESULT   pic X(30).
01	ARC-LINE.
	02 FILLER      pic X(18) value SPACES.
	02 FILLER      pic X(11) value 'ARCHIVE TO '.
	02 ARC-NAME-OUT pic X(30).
01	JNL-NOTE-LINE.
	02 FILLER      pic X(18) value SPACES.
	02 JNL-NOTE    pic X(35).
	02 JNL-NOTE-DATE pic X(8).
01	JNC-LINE.
	02 JNC-BKP-STAMP.
		03 JNC-BKP-DATE pic X(8).
		03 FILLER       pic X(1).
		03 JNC-BKP-TIME pic X(6).
	02 FILLER           pic X(1).
	02 JNC-ARC-STAMP.
		03 JNC-ARC-DATE pic X(8).
		03 FILLER       pic X(1).
		03 JNC-ARC-TIME pic X(6).
	02 FILLER           pic X(49).
01	ARC-MAX.
	02 AMX-DATE pic X(8).
	02 AMX-TIME pic X(6).
01	ARC-CUR.
	02 ACR-DATE pic X(8).
	02 ACR-TIME pic X(6).
01	ARC-OLD.
	02 AOL-DATE pic X(8).
	02 AOL-TIME pic X(6).
01	TRL-HEAD.
	02 FILLER pic X(11) value SPACES.
	02 FILLER pic X(19) value 'HOUSEKEEPING TOTALS'.
01	TOT-READ-LINE.
	02 FILLER        pic X(5)  value SPACES.
	02 FILLER        pic X(22) value 'RECORDS READ .........'.
	02 TOT-READ-OUT  pic Z(5)9.
01	TOT-KEEP-LINE.
	02 FILLER        pic X(5)  value SPACES.
	02 FILLER        pic X(22) value 'RECORDS KEPT .........'.
	02 TOT-KEEP-OUT  pic Z(5)9.
01	TOT-ARCH-LINE.
	02 FILLER        pic X(5)  value SPACES.
	02 FILLER        pic X(22) value 'RECORDS ARCHIVED .....'.
	02 TOT-ARCH-OUT  pic Z(5)9.
01	TOT-VERDICT-LINE.
	02 FILLER        pic X(5)  value SPACES.
	02 TOT-VERDICT   pic X(40).

procedure division.
	accept CUR-DATE from date yyyymmdd.
	move CUR-DATE to WK-DATE.
	perform A2 thru A2-EXIT.
	move WK-SERIAL to TODAY-SERIAL.
	perform H7 thru H7-EXIT varying FX from 1 by 1
		until FX is greater than 7.
	open output STANDARD-OUTPUT.
	write STDOUT-RECORD from TITLE-LINE after advancing 0 lines.
	write STDOUT-RECORD from UNDERLINE-1 after advancing 1 line.
	write STDOUT-RECORD from COL-HEADS after advancing 1 line.
	write STDOUT-RECORD from UNDERLINE-1 after advancing 1 line.
	perform H1 thru H1-EXIT varying FX from 1 by 1
		until FX is greater than 7.
	write STDOUT-RECORD from SPACES after advancing 1 line.
	write STDOUT-RECORD from TRL-HEAD after advancing 1 line.
	move GT-READ to TOT-READ-OUT.
	write STDOUT-RECORD from TOT-READ-LINE after advancing 1 line.
	move GT-KEEP to TOT-KEEP-OUT.
	write STDOUT-RECORD from TOT-KEEP-LINE after advancing 1 line.
	move GT-ARCH to TOT-ARCH-OUT.
	write STDOUT-RECORD from TOT-ARCH-LINE after advancing 1 line.
	if GT-KEEP + GT-ARCH is equal to GT-READ
		move 'KEPT + ARCHIVED AGREES WITH READ' to TOT-VERDICT
		move 0 to RETURN-CODE
	else
		move '** KEPT + ARCHIVED DOES NOT AGREE **' to TOT-VERDICT
		move 8 to RETURN-CODE
	end-if.
	write STDOUT-RECORD from TOT-VERDICT-LINE after advancing 1 line.
	if ANY-IO-ERROR
		move '** FILE ERRORS - SEE RESULTS ABOVE **' to TOT-VERDICT
		write STDOUT-RECORD from TOT-VERDICT-LINE after advancing 1 line
		move 12 to RETURN-CODE
	end-if.
	close STANDARD-OUTPUT.
	stop run.

H1.	move HKT-NAME(FX) to hkName.
	move HKT-POS(FX) to DATE-POS.
	perform H9 thru H9-EXIT.
	move hkName to HK-FILE.
	move RET-DAYS to HK-DAYS.
	move REC-CNT to HK-READ.
	move KEEP-CNT to HK-KEPT.
	move ARCH-CNT to HK-ARCH.
	move RESULT-TXT to HK-RESULT.
	write STDOUT-RECORD from HK-LINE after advancing 1 line.
	if ARCH-CNT is greater than 0 and not IO-ERROR
		move arcName to ARC-NAME-OUT
		write STDOUT-RECORD from ARC-LINE after advancing 1 line
	end-if.
	if JOURNAL-FILE and not FILE-SKIPPED
		perform J4 thru J4-EXIT
	end-if.
	if IO-ERROR or JNC-ERROR
		move 'Y' to ANY-ERR-SW
	end-if.
	if not FILE-SKIPPED
		add REC-CNT to GT-READ
		add KEEP-CNT to GT-KEEP
		add ARCH-CNT to GT-ARCH
	end-if.
H1-EXIT. exit.

H9.	move 0 to REC-CNT. move 0 to KEEP-CNT. move 0 to ARCH-CNT.
	move 0 to RET-DAYS.
	move 'N' to SKIP-SW.
	move 'N' to IO-ERR-SW.
	move 'N' to JNL-SW.
	move 'N' to JNC-ERR-SW.
	move SPACES to RESULT-TXT.
	move RET-TXT(FX) to INQ-TEXT.
	if INQ-TEXT is equal to SPACES
		move 'Y' to SKIP-SW
		move 'SKIPPED - NO RETENTION GIVEN' to RESULT-TXT
		go to H9-EXIT
	end-if.
	perform Q4 thru Q4-EXIT.
	if not DEC-PARSED
		move 'Y' to SKIP-SW
		move 'SKIPPED - INVALID RETENTION' to RESULT-TXT
		go to H9-EXIT
	end-if.
	move DEC-VAL to RET-DAYS.
	compute CUT-SERIAL = TODAY-SERIAL - RET-DAYS.
	if hkName is equal to 'roman.aud'
		move 'Y' to JNL-SW
		perform J1 thru J1-EXIT
	end-if.
	move SPACES to arcName.
	string hkName delimited by SPACE
		'.' delimited by size
		CUR-DATE delimited by size
		into arcName
	end-string.
	move 'N' to ARC-OPEN-SW.
	if hkName is equal to 'roman.trk'
		perform T1 thru T1-EXIT
	else
		perform H2 thru H2-EXIT
	end-if.
	if JOURNAL-FILE and RESULT-TXT is equal to 'BALANCED - FILE REPLACED'
		and ARC-MAX is greater than ARC-OLD
		move AMX-DATE to JNC-ARC-DATE
		move AMX-TIME to JNC-ARC-TIME
		perform J3 thru J3-EXIT
	end-if.
H9-EXIT. exit.

H2.	open input hkFile.
	if HK-FILE-STATUS is not equal to '00'
		move 'Y' to SKIP-SW
		move 'NOT ON FILE' to RESULT-TXT
		go to H2-EXIT
	end-if.
	open output workFile.
	if WRK-FILE-STATUS is not equal to '00'
		move 'Y' to SKIP-SW
		move 'UNABLE TO OPEN roman.hkw' to RESULT-TXT
		close hkFile
		go to H2-EXIT
	end-if.
	move 'N' to EOF-SW.
	read hkFile into REC-AREA
		at end move 'Y' to EOF-SW
	end-read.
	perform H3 thru H3-EXIT until END-OF-FILE or IO-ERROR.
	close hkFile.
	close workFile.
	if ARC-OPEN
		close archFile
	end-if.
	perform H5 thru H5-EXIT.
H2-EXIT. exit.

H3.	add 1 to REC-CNT.
	perform H4 thru H4-EXIT.
	if TO-ARCHIVE
		perform H8 thru H8-EXIT
	else
		write workFile-Record from REC-AREA
		if WRK-FILE-STATUS is not equal to '00'
			move 'Y' to IO-ERR-SW
			move 'roman.hkw WRITE ERROR' to RESULT-TXT
		end-if
		add 1 to KEEP-CNT
	end-if.
	read hkFile into REC-AREA
		at end move 'Y' to EOF-SW
	end-read.
H3-EXIT. exit.

H4.	move 'Y' to ARCH-SW.
	move REC-AREA(DATE-POS:8) to WK-DATE-X.
	if WK-DATE-X is not numeric
		go to H4-EXIT
	end-if.
	if WK-MM is less than 1 or WK-MM is greater than 12
		or WK-DD is less than 1 or WK-DD is greater than 31
		go to H4-EXIT
	end-if.
	perform A2 thru A2-EXIT.
	if WK-SERIAL is not less than CUT-SERIAL
		move 'N' to ARCH-SW
	end-if.
H4-EXIT. exit.

H5.	if IO-ERROR
		go to H5-EXIT
	end-if.
	if KEEP-CNT + ARCH-CNT is not equal to REC-CNT
		move 'OUT OF BALANCE - NOT REPLACED' to RESULT-TXT
		go to H5-EXIT
	end-if.
	if ARCH-CNT is equal to 0
		move 'BALANCED - NOTHING TO ARCHIVE' to RESULT-TXT
		go to H5-EXIT
	end-if.
	open input workFile.
	if WRK-FILE-STATUS is not equal to '00'
		move 'Y' to IO-ERR-SW
		move 'UNABLE TO REOPEN roman.hkw' to RESULT-TXT
		go to H5-EXIT
	end-if.
	open output hkFile.
	if HK-FILE-STATUS is not equal to '00'
		move 'Y' to IO-ERR-SW
		move 'UNABLE TO REPLACE FILE' to RESULT-TXT
		close workFile
		go to H5-EXIT
	end-if.
	move 0 to COPY-CNT.
	move 'N' to EOF-SW.
	read workFile into REC-AREA
		at end move 'Y' to EOF-SW
	end-read.
	perform H6 thru H6-EXIT until END-OF-FILE.
	close workFile.
	close hkFile.
	if COPY-CNT is equal to KEEP-CNT
		move 'BALANCED - FILE REPLACED' to RESULT-TXT
	else
		move 'Y' to IO-ERR-SW
		move 'COPY BACK INCOMPLETE - SEE hkw' to RESULT-TXT
	end-if.
H5-EXIT. exit.

H6.	write hkFile-Record from REC-AREA.
	if HK-FILE-STATUS is not equal to '00'
		move 'Y' to IO-ERR-SW
		move 'Y' to EOF-SW
		go to H6-EXIT
	end-if.
	add 1 to COPY-CNT.
	read workFile into REC-AREA
		at end move 'Y' to EOF-SW
	end-read.
H6-EXIT. exit.

H7.	display "Enter retention days for " HKT-NAME(FX) " (blank to skip)"
	move SPACES to RET-TXT(FX).
	accept RET-TXT(FX).
H7-EXIT. exit.

H8.	if not ARC-OPEN
		open extend archFile
		if ARC-FILE-STATUS is equal to '35'
			open output archFile
		end-if
		if ARC-FILE-STATUS is not equal to '00'
			move 'Y' to IO-ERR-SW
			move 'UNABLE TO OPEN ARCHIVE' to RESULT-TXT
			go to H8-EXIT
		end-if
		move 'Y' to ARC-OPEN-SW
	end-if.
	write archFile-Record from REC-AREA.
	if ARC-FILE-STATUS is not equal to '00'
		move 'Y' to IO-ERR-SW
		move 'ARCHIVE WRITE ERROR' to RESULT-TXT
		go to H8-EXIT
	end-if.
	add 1 to ARCH-CNT.
	if JOURNAL-FILE
		perform J2 thru J2-EXIT
	end-if.
H8-EXIT. exit.

T1.	move 0 to POS-CNT.
	move 0 to OPN-CNT.
	move 'N' to BIG-SW.
	open input hkFile.
	if HK-FILE-STATUS is not equal to '00'
		move 'Y' to SKIP-SW
		move 'NOT ON FILE' to RESULT-TXT
		go to T1-EXIT
	end-if.
	move 'N' to EOF-SW.
	read hkFile into REC-AREA
		at end move 'Y' to EOF-SW
	end-read.
	perform T2 thru T2-EXIT until END-OF-FILE or TOO-BIG.
	close hkFile.
	if TOO-BIG
		move 'Y' to SKIP-SW
		move 'TOO LARGE - NOT COMPACTED' to RESULT-TXT
		go to T1-EXIT
	end-if.
	open input hkFile.
	if HK-FILE-STATUS is not equal to '00'
		move 'Y' to SKIP-SW
		move 'UNABLE TO REOPEN FILE' to RESULT-TXT
		go to T1-EXIT
	end-if.
	open output workFile.
	if WRK-FILE-STATUS is not equal to '00'
		move 'Y' to SKIP-SW
		move 'UNABLE TO OPEN roman.hkw' to RESULT-TXT
		close hkFile
		go to T1-EXIT
	end-if.
	move 0 to POS-CNT.
	move 'N' to EOF-SW.
	read hkFile into REC-AREA
		at end move 'Y' to EOF-SW
	end-read.
	perform T7 thru T7-EXIT until END-OF-FILE or IO-ERROR.
	close hkFile.
	close workFile.
	if ARC-OPEN
		close archFile
	end-if.
	perform H5 thru H5-EXIT.
T1-EXIT. exit.

T2.	add 1 to POS-CNT.
	if POS-CNT is greater than 99999
		move 'Y' to BIG-SW
		go to T2-EXIT
	end-if.
	move REC-AREA to TRK-AREA.
	perform H4 thru H4-EXIT.
	evaluate TRK-ACTION
		when 'O'
			move 'N' to POS-FLAG(POS-CNT)
			perform T3 thru T3-EXIT
		when 'C'
			move ARCH-SW to POS-FLAG(POS-CNT)
			perform T4 thru T4-EXIT
		when other
			move ARCH-SW to POS-FLAG(POS-CNT)
	end-evaluate.
	read hkFile into REC-AREA
		at end move 'Y' to EOF-SW
	end-read.
T2-EXIT. exit.

T3.	if OPN-CNT is not less than 10000
		move 'Y' to BIG-SW
		go to T3-EXIT
	end-if.
	add 1 to OPN-CNT.
	move TRK-RECNO to OPN-RECNO(OPN-CNT).
	move TRK-DATE to OPN-DATE(OPN-CNT).
	move POS-CNT to OPN-POS(OPN-CNT).
	move 'Y' to OPN-OPEN(OPN-CNT).
T3-EXIT. exit.

T4.	move 'N' to CLOSED-SW.
	perform T5 thru T5-EXIT varying OX from 1 by 1
		until OX is greater than OPN-CNT.
	if ANY-CLOSED
		move 0 to NX
		perform T6 thru T6-EXIT varying OX from 1 by 1
			until OX is greater than OPN-CNT
		move NX to OPN-CNT
	end-if.
T4-EXIT. exit.

T5.	if OPN-OPEN(OX) is equal to 'Y'
		and OPN-RECNO(OX) is equal to TRK-RECNO
		and OPN-DATE(OX) is not greater than TRK-DATE
		move 'N' to OPN-OPEN(OX)
		move ARCH-SW to POS-FLAG(OPN-POS(OX))
		move 'Y' to CLOSED-SW
	end-if.
T5-EXIT. exit.

T6.	if OPN-OPEN(OX) is equal to 'Y'
		add 1 to NX
		if NX is less than OX
			move OPN-ENTRY(OX) to OPN-ENTRY(NX)
		end-if
	end-if.
T6-EXIT. exit.

T7.	add 1 to POS-CNT.
	add 1 to REC-CNT.
	if POS-FLAG(POS-CNT) is equal to 'Y'
		perform H8 thru H8-EXIT
	else
		write workFile-Record from REC-AREA
		if WRK-FILE-STATUS is not equal to '00'
			move 'Y' to IO-ERR-SW
			move 'roman.hkw WRITE ERROR' to RESULT-TXT
		end-if
		add 1 to KEEP-CNT
	end-if.
	read hkFile into REC-AREA
		at end move 'Y' to EOF-SW
	end-read.
T7-EXIT. exit.

J1.	move 'N' to HELD-SW.
	move 'N' to NOBKP-SW.
	move 'N' to JNC-ERR-SW.
	move '00000000' to AMX-DATE. move '000000' to AMX-TIME.
	move SPACES to JNC-LINE.
	move '00000000' to JNC-BKP-DATE. move '000000' to JNC-BKP-TIME.
	move '00000000' to JNC-ARC-DATE. move '000000' to JNC-ARC-TIME.
	open input jnlCtlFile.
	if JNC-FILE-STATUS is equal to '00'
		read jnlCtlFile into JNC-LINE
			at end continue
		end-read
		close jnlCtlFile
	end-if.
	move JNC-ARC-DATE to AOL-DATE.
	move JNC-ARC-TIME to AOL-TIME.
	move JNC-BKP-DATE to WK-DATE-X.
	if WK-DATE-X is not numeric or WK-DATE is equal to 0
		move 'Y' to NOBKP-SW
		go to J1-EXIT
	end-if.
	perform A2 thru A2-EXIT.
	if WK-SERIAL is less than CUT-SERIAL
		move WK-SERIAL to CUT-SERIAL
		move 'Y' to HELD-SW
	end-if.
J1-EXIT. exit.

J2.	move REC-AREA(1:8) to ACR-DATE.
	move REC-AREA(10:6) to ACR-TIME.
	if ACR-DATE is not numeric
		go to J2-EXIT
	end-if.
	if ARC-CUR is greater than ARC-MAX
		move ARC-CUR to ARC-MAX
	end-if.
J2-EXIT. exit.

J3.	open output jnlCtlFile.
	if JNC-FILE-STATUS is not equal to '00'
		move 'Y' to JNC-ERR-SW
		go to J3-EXIT
	end-if.
	write jnlCtlFile-Record from JNC-LINE.
	if JNC-FILE-STATUS is not equal to '00'
		move 'Y' to JNC-ERR-SW
	end-if.
	close jnlCtlFile.
J3-EXIT. exit.

J4.	move SPACES to JNL-NOTE-DATE.
	evaluate true
		when JNC-ERROR
			move 'UNABLE TO UPDATE roman.jnc' to JNL-NOTE
		when HELD-TO-BACKUP
			move 'RETENTION HELD TO MASTER BACKUP OF' to JNL-NOTE
			move JNC-BKP-DATE to JNL-NOTE-DATE
		when NO-BACKUP and ARCH-CNT is greater than 0
			move 'NO MASTER BACKUP ON RECORD' to JNL-NOTE
		when other
			go to J4-EXIT
	end-evaluate.
	write STDOUT-RECORD from JNL-NOTE-LINE after advancing 1 line.
J4-EXIT. exit.

A2.	subtract 1 from WK-YY giving WK-Y1.
	divide WK-Y1 by 4 giving WK-L4.
	divide WK-Y1 by 100 giving WK-L100.
	divide WK-Y1 by 400 giving WK-L400.
	compute WK-SERIAL = WK-Y1 * 365 + WK-L4 - WK-L100 + WK-L400
		+ CUM-DAYS(WK-MM) + WK-DD.
	if WK-MM is greater than 2
		divide WK-YY by 4 giving WK-Q remainder WK-R4
		divide WK-YY by 100 giving WK-Q remainder WK-R100
		divide WK-YY by 400 giving WK-Q remainder WK-R400
		if (WK-R4 is equal to 0 and WK-R100 is not equal to 0)
			or WK-R400 is equal to 0
			add 1 to WK-SERIAL
		end-if
	end-if.
A2-EXIT. exit.

Q4.	move 'N' to DEC-PARSE-SW.
	move 0 to DIG-CNT.
	inspect INQ-TEXT tallying DIG-CNT for characters before initial " ".
	if DIG-CNT is less than 1 or DIG-CNT is greater than 4
		go to Q4-EXIT
	end-if.
	move 0 to DEC-VAL.
	move 'Y' to DEC-PARSE-SW.
	perform Q6 thru Q6-EXIT varying J from 1 by 1
		until J is greater than DIG-CNT or not DEC-PARSED.
Q4-EXIT. exit.

Q6.	if INQ-TEXT(J:1) is numeric
		move INQ-TEXT(J:1) to DIG-X
		compute DEC-VAL = DEC-VAL * 10 + DIG-N
	else
		move 'N' to DEC-PARSE-SW
	end-if.
Q6-EXIT. exit.

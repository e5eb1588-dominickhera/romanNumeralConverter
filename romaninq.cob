		record key is MST-DEC
		alternate record key is MST-ROM
		file status is MST-FILE-STATUS.
	select registryFile assign to "roman.reg"
		organization is indexed
		access is random
		record key is REG-DEC
		file status is REG-FILE-STATUS.
	select requestFile assign to dynamic reqName
		organization is line sequential
		file status is REQ-FILE-STATUS.
	select responseFile assign to "roman.rsp"
		organization is line sequential
		file status is RSP-FILE-STATUS.
	select inqLogFile assign to "roman.inl"
		organization is line sequential
		file status is INL-FILE-STATUS.
data division.
file section.
fd masterFile.
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
fd requestFile.
	01 requestFile-Record pic X(80).
fd responseFile.
	01 responseFile-Record pic X(100).
fd inqLogFile.
	01 inqLogFile-Record pic X(80).
working-storage section.
77	MST-FILE-STATUS pic X(2) value '00'.
77	REQ-FILE-STATUS pic X(2) value '00'.
77	RSP-FILE-STATUS pic X(2) value '00'.
77	REG-FILE-STATUS pic X(2) value '00'.
77	INL-FILE-STATUS pic X(2) value '00'.
77	J         pic S99 usage is comp.
77	DIG-CNT   pic S99 usage is comp value 0.
77	DEC-VAL   pic 9(4) value 0.
77	REG-VAL   pic 9(6) value 0.
77	DONE-SW   pic X(1) value 'N'.
	88 DONE value 'Y'.
77	DEC-PARSE-SW pic X(1) value 'N'.
	88 END-OF-REQUESTS value 'Y'.
77	SCAN-DONE-SW pic X(1) value 'N'.
	88 SCAN-DONE value 'Y'.
77	REG-AVAIL-SW pic X(1) value 'N'.
	88 REG-AVAIL value 'Y'.
77	REQ-CNT   pic 9(6) usage is comp value 0.
77	FND-CNT   pic 9(6) usage is comp value 0.
77	NF-CNT    pic 9(6) usage is comp value 0.
77	RNG-HI    pic 9(4) value 0.
77	RNG-CUR   pic 9(4) value 0.
77	PFX-LEN   pic S99 usage is comp value 0.
77	SGN-PROG  pic X(9) value 'ROMANINQ'.
77	SGN-ID    pic X(3).
77	SGN-LEVEL pic 9(1) value 0.
77	SGN-ERR   pic S9 usage is comp-3.
77	CUR-DATE  pic 9(8) value 0.
77	CUR-TIME  pic 9(8) value 0.
01	RNG-LO-TXT pic X(10).
01	RNG-HI-TXT pic X(10).
01	SAV-TEXT pic X(30).
01	RSP-AREA.
	02 RSP-ROM    pic X(30).
	02 FILLER     pic X(3) value ' = '.
	02 RSP-DEC    pic 9(6).
	02 FILLER     pic X(1) value SPACE.
	02 RSP-STAT   pic X(1).
	02 FILLER     pic X(1) value SPACE.
	02 RSP-SERIES pic X(10).
	02 FILLER     pic X(1) value SPACE.
	02 RSP-NOTE   pic X(30).
01	RSP-REG-AREA.
	02 RSP-REG-ROM   pic X(30).
	02 FILLER        pic X(3) value ' = '.
	02 RSP-REG-DEC   pic 9(6).
	02 FILLER        pic X(3) value ' F '.
	02 RSP-REG-DATE  pic 9(8).
	02 FILLER        pic X(1) value SPACE.
	02 RSP-REG-TIME  pic X(8).
	02 FILLER        pic X(1) value SPACE.
	02 RSP-REG-FILE  pic X(30).
	02 FILLER        pic X(1) value SPACE.
	02 RSP-REG-RECNO pic 9(6).
01	RSP-TRL.
	02 FILLER      pic X(8) value 'TRAILER '.
	02 RSP-TRL-REQ pic 9(6).
	02 RSP-TRL-ANS pic 9(6).
	02 FILLER      pic X(1) value SPACE.
	02 RSP-TRL-NF  pic 9(6).
01	INL-LINE.
	02 INL-DATE   pic 9(8).
	02 FILLER     pic X(1) value SPACE.
	02 INL-TIME   pic X(6).
	02 FILLER     pic X(1) value SPACE.
	02 INL-OPER   pic X(3).
	02 FILLER     pic X(1) value SPACE.
	02 INL-MODE   pic X(1).
	02 FILLER     pic X(1) value SPACE.
	02 INL-TAG    pic X(1).
	02 FILLER     pic X(1) value SPACE.
	02 INL-KEY    pic X(30).

procedure division.
	call "signon" using SGN-PROG, SGN-ID, SGN-LEVEL, SGN-ERR.
	if SGN-ERR is not equal to 1
		move 8 to RETURN-CODE
		stop run
	end-if.
	display "Enter request file name (blank for keyboard)"
	accept reqName.
	if reqName is not equal to SPACES
		display "MASTER NOT ON FILE - RUN ROMANXREF FIRST"
		stop run
	end-if.
	open input registryFile.
	if REG-FILE-STATUS is equal to '00'
		move 'Y' to REG-AVAIL-SW
	end-if.
	open extend inqLogFile.
	if INL-FILE-STATUS is equal to '35'
		open output inqLogFile
	end-if.
	if INL-FILE-STATUS is not equal to '00'
		display "UNABLE TO OPEN roman.inl - STATUS " INL-FILE-STATUS
		close masterFile
		if REG-AVAIL
			close registryFile
		end-if
		move 12 to RETURN-CODE
		stop run
	end-if.
	if BATCH-REQ
		perform Q20 thru Q20-EXIT
	else
		perform Q1 thru Q1-EXIT until DONE
	end-if.
	close masterFile.
	if REG-AVAIL
		close registryFile
	end-if.
	close inqLogFile.
	stop run.

Q1.	display "Enter D <decimal>, R <roman numeral>, B <lo> <hi>, P <prefix>, F <folio>, or END"
	accept INQ-AREA.
	perform Q11 thru Q11-EXIT.
Q1-EXIT. exit.

Q11.	if INQ-TAG is equal to 'D' or 'R' or 'B' or 'P' or 'F'
		perform Q22 thru Q22-EXIT
	end-if.
	evaluate INQ-TAG
		when 'E'
			move 'Y' to DONE-SW
		when 'D'
			perform Q7 thru Q7-EXIT
		when 'P'
			perform Q8 thru Q8-EXIT
		when 'F'
			perform Q15 thru Q15-EXIT
		when other
			if BATCH-REQ
				perform Q13 thru Q13-EXIT
			else
				display "INVALID REQUEST - USE D, R, B, P, F OR END"
			end-if
	end-evaluate.
Q11-EXIT. exit.
	add 1 to NF-CNT.
Q14-EXIT. exit.

Q15.	perform Q18 thru Q18-EXIT.
	if DEC-PARSED
		move SPACES to MST-ROM
		if REG-VAL is not greater than 9999
			move REG-VAL to MST-DEC
			read masterFile
				invalid key move SPACES to MST-ROM
			end-read
		end-if
		move REG-VAL to REG-DEC
		perform Q16 thru Q16-EXIT
		go to Q15-EXIT
	end-if.
	move INQ-TEXT to MST-ROM.
	read masterFile key is MST-ROM
		invalid key
			perform Q14 thru Q14-EXIT
		not invalid key
			move MST-DEC to REG-DEC
			perform Q16 thru Q16-EXIT
	end-read.
Q15-EXIT. exit.

Q16.	if not REG-AVAIL
		perform Q14 thru Q14-EXIT
		go to Q16-EXIT
	end-if.
	read registryFile
		invalid key
			perform Q14 thru Q14-EXIT
		not invalid key
			perform Q17 thru Q17-EXIT
	end-read.
Q16-EXIT. exit.

Q17.	if BATCH-REQ
		move MST-ROM to RSP-REG-ROM
		move REG-DEC to RSP-REG-DEC
		move REG-DATE to RSP-REG-DATE
		move REG-TIME to RSP-REG-TIME
		move REG-FILE to RSP-REG-FILE
		move REG-RECNO to RSP-REG-RECNO
		write responseFile-Record from RSP-REG-AREA
		add 1 to FND-CNT
	else
		display MST-ROM " = " REG-DEC
		display "  FIRST REGISTERED " REG-DATE " " REG-TIME
		display "  FILE   " REG-FILE
		display "  RECORD " REG-RECNO
	end-if.
Q17-EXIT. exit.

Q18.	move 'N' to DEC-PARSE-SW.
	move 0 to DIG-CNT.
	inspect INQ-TEXT tallying DIG-CNT for characters before initial " ".
	if DIG-CNT is less than 1 or DIG-CNT is greater than 6
		go to Q18-EXIT
	end-if.
	move 0 to REG-VAL.
	move 'Y' to DEC-PARSE-SW.
	perform Q19 thru Q19-EXIT varying J from 1 by 1
		until J is greater than DIG-CNT or not DEC-PARSED.
Q18-EXIT. exit.

Q19.	if INQ-TEXT(J:1) is numeric
		move INQ-TEXT(J:1) to DIG-X
		compute REG-VAL = REG-VAL * 10 + DIG-N
	else
		move 'N' to DEC-PARSE-SW
	end-if.
Q19-EXIT. exit.

Q20.	open input requestFile.
	if REQ-FILE-STATUS is not equal to '00'
		display "UNABLE TO OPEN " reqName " - STATUS " REQ-FILE-STATUS
		close masterFile
		if REG-AVAIL
			close registryFile
		end-if
		close inqLogFile
		stop run
	end-if.
	open output responseFile.
		display "UNABLE TO OPEN roman.rsp - STATUS " RSP-FILE-STATUS
		close requestFile
		close masterFile
		if REG-AVAIL
			close registryFile
		end-if
		close inqLogFile
		stop run
	end-if.
	move 'N' to REQ-EOF-SW.
		at end move 'Y' to REQ-EOF-SW
	end-read.
Q21-EXIT. exit.

Q22.	accept CUR-DATE from date yyyymmdd.
	accept CUR-TIME from time.
	move CUR-DATE to INL-DATE.
	move CUR-TIME(1:6) to INL-TIME.
	move SGN-ID to INL-OPER.
	if BATCH-REQ
		move 'B' to INL-MODE
	else
		move 'K' to INL-MODE
	end-if.
	move INQ-TAG to INL-TAG.
	move INQ-TEXT to INL-KEY.
	write inqLogFile-Record from INL-LINE.
	if INL-FILE-STATUS is not equal to '00'
		display "WRITE ERROR roman.inl - STATUS " INL-FILE-STATUS
	end-if.
Q22-EXIT. exit.

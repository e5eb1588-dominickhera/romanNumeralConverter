identification division.
program-id. ROMANCREG.
environment division.
input-output section.
file-control.
	select STANDARD-OUTPUT assign to DISPLAY.
	select issueFile assign to "roman.cil"
		organization is indexed
		access is sequential
		record key is CIL-SERIAL
		alternate record key is CIL-DEC with duplicates
		file status is CIL-FILE-STATUS.
data division.
file section.
fd STANDARD-OUTPUT.
	01 STDOUT-RECORD pic X(80).
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
77	CIL-FILE-STATUS pic X(2) value '00'.
77	EOF-SW pic X(1) value 'N'.
	88 END-OF-FILE value 'Y'.
77	PICK-SW pic X(1) value 'N'.
	88 PICKED value 'Y'.
77	LIST-CNT  pic 9(6) usage is comp value 0.
77	ISS-CNT   pic 9(6) usage is comp value 0.
77	RPT-CNT   pic 9(6) usage is comp value 0.
77	VOID-CNT  pic 9(6) usage is comp value 0.
77	FROM-DATE pic X(8).
77	THRU-DATE pic X(8).
01	TITLE-LINE.
	02 FILLER pic X(11) value SPACES.
	02 FILLER pic X(20) value 'CERTIFICATE REGISTER'.
01	UNDERLINE-1.
	02 FILLER pic X(79) value all '-'.
01	COL-HEADS.
	02 FILLER pic X(1)  value SPACE.
	02 FILLER pic X(6)  value 'SERIAL'.
	02 FILLER pic X(1)  value SPACE.
	02 FILLER pic X(15) value 'FOLIO'.
	02 FILLER pic X(1)  value SPACE.
	02 FILLER pic X(4)  value ' DEC'.
	02 FILLER pic X(1)  value SPACE.
	02 FILLER pic X(1)  value 'T'.
	02 FILLER pic X(1)  value SPACE.
	02 FILLER pic X(6)  value 'ORIG'.
	02 FILLER pic X(1)  value SPACE.
	02 FILLER pic X(8)  value 'ISSUED'.
	02 FILLER pic X(1)  value SPACE.
	02 FILLER pic X(3)  value 'OPR'.
	02 FILLER pic X(1)  value SPACE.
	02 FILLER pic X(1)  value 'S'.
	02 FILLER pic X(1)  value SPACE.
	02 FILLER pic X(8)  value 'VOIDED'.
	02 FILLER pic X(1)  value SPACE.
	02 FILLER pic X(6)  value 'REASON'.
01	RPT-LINE.
	02 FILLER     pic X(1) value SPACE.
	02 RPT-SERIAL pic 9(6).
	02 FILLER     pic X(1) value SPACE.
	02 RPT-ROM    pic X(15).
	02 FILLER     pic X(1) value SPACE.
	02 RPT-DEC    pic Z(3)9.
	02 FILLER     pic X(1) value SPACE.
	02 RPT-TYPE   pic X(1).
	02 FILLER     pic X(1) value SPACE.
	02 RPT-ORIG   pic X(6).
	02 FILLER     pic X(1) value SPACE.
	02 RPT-DATE   pic 9(8).
	02 FILLER     pic X(1) value SPACE.
	02 RPT-OPER   pic X(3).
	02 FILLER     pic X(1) value SPACE.
	02 RPT-STAT   pic X(1).
	02 FILLER     pic X(1) value SPACE.
	02 RPT-VDATE  pic X(8).
	02 FILLER     pic X(1) value SPACE.
	02 RPT-REASON pic X(16).
01	TRL-HEAD.
	02 FILLER pic X(11) value SPACES.
	02 FILLER pic X(14) value 'PERIOD TOTALS'.
01	TRL-LIST-LINE.
	02 FILLER        pic X(5)  value SPACES.
	02 FILLER        pic X(22) value 'CERTIFICATES LISTED ..'.
	02 TRL-LIST-OUT  pic Z(5)9.
01	TRL-ISS-LINE.
	02 FILLER        pic X(5)  value SPACES.
	02 FILLER        pic X(22) value 'ISSUED ...............'.
	02 TRL-ISS-OUT   pic Z(5)9.
01	TRL-RPT-LINE.
	02 FILLER        pic X(5)  value SPACES.
	02 FILLER        pic X(22) value 'REPRINTED ............'.
	02 TRL-RPT-OUT   pic Z(5)9.
01	TRL-VOID-LINE.
	02 FILLER        pic X(5)  value SPACES.
	02 FILLER        pic X(22) value 'VOIDED ...............'.
	02 TRL-VOID-OUT  pic Z(5)9.

procedure division.
	open output STANDARD-OUTPUT.
	display "Enter from date YYYYMMDD (blank for earliest)"
	accept FROM-DATE.
	display "Enter thru date YYYYMMDD (blank for latest)"
	accept THRU-DATE.
	if FROM-DATE is equal to SPACES
		move '00000000' to FROM-DATE
	end-if.
	if THRU-DATE is equal to SPACES
		move '99999999' to THRU-DATE
	end-if.
	write STDOUT-RECORD from TITLE-LINE after advancing 0 lines.
	write STDOUT-RECORD from UNDERLINE-1 after advancing 1 line.
	write STDOUT-RECORD from COL-HEADS after advancing 1 line.
	write STDOUT-RECORD from UNDERLINE-1 after advancing 1 line.
	open input issueFile.
	if CIL-FILE-STATUS is equal to '35'
		display "NO CERTIFICATES ON FILE"
		close STANDARD-OUTPUT
		stop run
	end-if.
	if CIL-FILE-STATUS is not equal to '00'
		display "UNABLE TO OPEN roman.cil - STATUS " CIL-FILE-STATUS
		close STANDARD-OUTPUT
		move 12 to RETURN-CODE
		stop run
	end-if.
	read issueFile
		at end move 'Y' to EOF-SW
	end-read.
	perform R1 thru R1-EXIT until END-OF-FILE.
	close issueFile.
	perform R3 thru R3-EXIT.
	close STANDARD-OUTPUT.
	stop run.

R1.	if not CIL-CONTROL
		perform R4 thru R4-EXIT
	end-if.
	read issueFile
		at end move 'Y' to EOF-SW
	end-read.
R1-EXIT. exit.

R2.	add 1 to LIST-CNT.
	move CIL-SERIAL to RPT-SERIAL.
	move CIL-ROM to RPT-ROM.
	move CIL-DEC to RPT-DEC.
	move CIL-TYPE to RPT-TYPE.
	if CIL-REPRINT
		move CIL-ORIG to RPT-ORIG
	else
		move SPACES to RPT-ORIG
	end-if.
	move CIL-DATE to RPT-DATE.
	move CIL-OPER to RPT-OPER.
	move CIL-STAT to RPT-STAT.
	if CIL-VOID
		move CIL-VDATE to RPT-VDATE
		move CIL-VREASON to RPT-REASON
	else
		move SPACES to RPT-VDATE
		move SPACES to RPT-REASON
	end-if.
	write STDOUT-RECORD from RPT-LINE after advancing 1 line.
R2-EXIT. exit.

R3.	write STDOUT-RECORD from SPACES after advancing 1 line.
	write STDOUT-RECORD from TRL-HEAD after advancing 1 line.
	move LIST-CNT to TRL-LIST-OUT.
	write STDOUT-RECORD from TRL-LIST-LINE after advancing 1 line.
	move ISS-CNT to TRL-ISS-OUT.
	write STDOUT-RECORD from TRL-ISS-LINE after advancing 1 line.
	move RPT-CNT to TRL-RPT-OUT.
	write STDOUT-RECORD from TRL-RPT-LINE after advancing 1 line.
	move VOID-CNT to TRL-VOID-OUT.
	write STDOUT-RECORD from TRL-VOID-LINE after advancing 1 line.
R3-EXIT. exit.

R4.	move 'N' to PICK-SW.
	if CIL-DATE is not less than FROM-DATE
		and CIL-DATE is not greater than THRU-DATE
		move 'Y' to PICK-SW
		if CIL-REPRINT
			add 1 to RPT-CNT
		else
			add 1 to ISS-CNT
		end-if
	end-if.
	if CIL-VOID and CIL-VDATE is not less than FROM-DATE
		and CIL-VDATE is not greater than THRU-DATE
		move 'Y' to PICK-SW
		add 1 to VOID-CNT
	end-if.
	if PICKED
		perform R2 thru R2-EXIT
	end-if.
R4-EXIT. exit.

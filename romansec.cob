identification division.
program-id. ROMANSEC.
environment division.
input-output section.
file-control.
	select STANDARD-OUTPUT assign to DISPLAY.
	select oprFile assign to "roman.opr"
		organization is indexed
		access is random
		record key is OPR-ID
		file status is OPR-FILE-STATUS.
	select opsFile assign to "roman.ops"
		organization is line sequential
		file status is OPS-FILE-STATUS.
	select secFile assign to "roman.sec"
		organization is line sequential
		file status is SEC-FILE-STATUS.
data division.
file section.
fd STANDARD-OUTPUT.
	01 STDOUT-RECORD pic X(80).
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
fd opsFile.
	01 opsFile-Record pic X(80).
fd secFile.
	01 secFile-Record pic X(80).
working-storage section.
77	OPR-FILE-STATUS pic X(2) value '00'.
77	OPS-FILE-STATUS pic X(2) value '00'.
77	SEC-FILE-STATUS pic X(2) value '00'.
77	DONE-SW   pic X(1) value 'N'.
	88 DONE value 'Y'.
77	EOF-SW    pic X(1) value 'N'.
	88 END-OF-FILE value 'Y'.
77	ADMIN-SW  pic X(1) value 'N'.
	88 ADMIN-OK value 'Y'.
77	NEW-FILE-SW pic X(1) value 'N'.
	88 NEW-SECURITY-FILE value 'Y'.
77	SGN-PROG  pic X(9) value 'ROMANSEC'.
77	SGN-ID    pic X(3).
77	SGN-LEVEL pic 9(1) value 0.
77	SGN-ERR   pic S9 usage is comp-3.
77	LOG-TYPE  pic X(1) value 'A'.
77	ADM-TYPE  pic X(1) value 'M'.
77	ADMIN-LEVEL pic 9(1) value 9.
77	LOAD-CNT  pic 9(6) usage is comp value 0.
77	BAD-CNT   pic 9(6) usage is comp value 0.
77	LIST-CNT  pic 9(6) usage is comp value 0.
77	SGN-CNT   pic 9(6) usage is comp value 0.
77	ACT-CNT   pic 9(6) usage is comp value 0.
77	LOCK-CNT  pic 9(6) usage is comp value 0.
77	UNL-CNT   pic 9(6) usage is comp value 0.
77	FROM-DATE pic X(8).
77	THRU-DATE pic X(8).
01	LOG-TEXT pic X(40).
01	LOG-UNL-AREA.
	02 FILLER      pic X(18) value 'OPERATOR UNLOCKED '.
	02 LOG-UNL-ID  pic X(3).
	02 FILLER      pic X(19) value SPACES.
01	LOG-LOAD-AREA.
	02 FILLER      pic X(17) value 'OPERATORS LOADED '.
	02 LOG-LOAD-CNT pic Z(5)9.
	02 FILLER      pic X(17) value SPACES.
01	INQ-AREA.
	02 INQ-TAG  pic X(1).
	02 FILLER   pic X(1).
	02 INQ-TEXT pic X(30).
	02 FILLER   pic X(48).
01	OPS-LINE.
	02 OPS-ID     pic X(3).
	02 FILLER     pic X(1).
	02 OPS-PIN    pic X(6).
	02 FILLER     pic X(1).
	02 OPS-STATUS pic X(1).
	02 FILLER     pic X(1).
	02 OPS-LEVEL  pic X(1).
	02 FILLER     pic X(1).
	02 OPS-NAME   pic X(30).
	02 FILLER     pic X(35).
01	SEC-LINE.
	02 SEC-DATE pic X(8).
	02 FILLER   pic X(1).
	02 SEC-TIME pic X(6).
	02 FILLER   pic X(1).
	02 SEC-PROG pic X(9).
	02 FILLER   pic X(1).
	02 SEC-ID   pic X(3).
	02 FILLER   pic X(1).
	02 SEC-TYPE pic X(1).
		88 SEC-SIGNON value 'S'.
		88 SEC-ACTION value 'A'.
		88 SEC-ADMIN  value 'M'.
	02 FILLER   pic X(1).
	02 SEC-TEXT pic X(40).
	02 FILLER   pic X(8).
01	TITLE-LINE.
	02 FILLER pic X(11) value SPACES.
	02 FILLER pic X(25) value 'SECURITY VIOLATIONS LOG'.
01	UNDERLINE-1.
	02 FILLER pic X(79) value all '-'.
01	COL-HEADS.
	02 FILLER pic X(1)  value SPACE.
	02 FILLER pic X(8)  value 'DATE'.
	02 FILLER pic X(1)  value SPACE.
	02 FILLER pic X(6)  value 'TIME'.
	02 FILLER pic X(1)  value SPACE.
	02 FILLER pic X(9)  value 'PROGRAM'.
	02 FILLER pic X(1)  value SPACE.
	02 FILLER pic X(3)  value 'ID'.
	02 FILLER pic X(1)  value SPACE.
	02 FILLER pic X(1)  value 'T'.
	02 FILLER pic X(1)  value SPACE.
	02 FILLER pic X(6)  value 'DETAIL'.
01	RPT-LINE.
	02 FILLER   pic X(1) value SPACE.
	02 RPT-DATE pic X(8).
	02 FILLER   pic X(1) value SPACE.
	02 RPT-TIME pic X(6).
	02 FILLER   pic X(1) value SPACE.
	02 RPT-PROG pic X(9).
	02 FILLER   pic X(1) value SPACE.
	02 RPT-ID   pic X(3).
	02 FILLER   pic X(1) value SPACE.
	02 RPT-TYPE pic X(1).
	02 FILLER   pic X(1) value SPACE.
	02 RPT-TEXT pic X(40).
01	TRL-HEAD.
	02 FILLER pic X(11) value SPACES.
	02 FILLER pic X(14) value 'PERIOD TOTALS'.
01	TRL-LIST-LINE.
	02 FILLER        pic X(5)  value SPACES.
	02 FILLER        pic X(22) value 'ENTRIES LISTED .......'.
	02 TRL-LIST-OUT  pic Z(5)9.
01	TRL-SGN-LINE.
	02 FILLER        pic X(5)  value SPACES.
	02 FILLER        pic X(22) value 'SIGN-ONS REFUSED .....'.
	02 TRL-SGN-OUT   pic Z(5)9.
01	TRL-ACT-LINE.
	02 FILLER        pic X(5)  value SPACES.
	02 FILLER        pic X(22) value 'ACTIONS REFUSED ......'.
	02 TRL-ACT-OUT   pic Z(5)9.
01	TRL-LOCK-LINE.
	02 FILLER        pic X(5)  value SPACES.
	02 FILLER        pic X(22) value 'IDS LOCKED ...........'.
	02 TRL-LOCK-OUT  pic Z(5)9.
01	TRL-UNL-LINE.
	02 FILLER        pic X(5)  value SPACES.
	02 FILLER        pic X(22) value 'IDS UNLOCKED .........'.
	02 TRL-UNL-OUT   pic Z(5)9.

procedure division.
	perform M1 thru M1-EXIT until DONE.
	stop run.

M1.	display "Enter R for violations report, L to load operators from roman.ops, U <id> to unlock an operator, or END"
	accept INQ-AREA.
	evaluate INQ-TAG
		when 'E'
			move 'Y' to DONE-SW
		when 'R'
			perform V1 thru V1-EXIT
		when 'L'
			perform L1 thru L1-EXIT
		when 'U'
			perform U1 thru U1-EXIT
		when other
			display "INVALID REQUEST - USE R, L, U OR END"
	end-evaluate.
M1-EXIT. exit.

G1.	move 'N' to NEW-FILE-SW.
	if ADMIN-OK
		go to G1-EXIT
	end-if.
	open input oprFile.
	if OPR-FILE-STATUS is equal to '35'
		move 'Y' to NEW-FILE-SW
		go to G1-EXIT
	end-if.
	close oprFile.
	call "signon" using SGN-PROG, SGN-ID, SGN-LEVEL, SGN-ERR.
	if SGN-ERR is not equal to 1
		go to G1-EXIT
	end-if.
	if SGN-LEVEL is less than ADMIN-LEVEL
		display "NOT AUTHORISED FOR SECURITY ADMINISTRATION"
		move 'SECURITY ADMINISTRATION REFUSED' to LOG-TEXT
		call "seclog" using SGN-PROG, SGN-ID, LOG-TYPE, LOG-TEXT
		go to G1-EXIT
	end-if.
	move 'Y' to ADMIN-SW.
G1-EXIT. exit.

L1.	perform G1 thru G1-EXIT.
	if not ADMIN-OK and not NEW-SECURITY-FILE
		go to L1-EXIT
	end-if.
	open input opsFile.
	if OPS-FILE-STATUS is not equal to '00'
		display "UNABLE TO OPEN roman.ops - STATUS " OPS-FILE-STATUS
		go to L1-EXIT
	end-if.
	open i-o oprFile.
	if OPR-FILE-STATUS is equal to '35'
		open output oprFile
		close oprFile
		open i-o oprFile
	end-if.
	if OPR-FILE-STATUS is not equal to '00'
		display "UNABLE TO OPEN roman.opr - STATUS " OPR-FILE-STATUS
		close opsFile
		go to L1-EXIT
	end-if.
	move 0 to LOAD-CNT. move 0 to BAD-CNT.
	move 'N' to EOF-SW.
	read opsFile into OPS-LINE
		at end move 'Y' to EOF-SW
	end-read.
	perform L2 thru L2-EXIT until END-OF-FILE.
	close opsFile.
	close oprFile.
	display "OPERATORS LOADED  " LOAD-CNT.
	display "LINES REJECTED    " BAD-CNT.
	move LOAD-CNT to LOG-LOAD-CNT.
	move LOG-LOAD-AREA to LOG-TEXT.
	call "seclog" using SGN-PROG, SGN-ID, ADM-TYPE, LOG-TEXT.
L1-EXIT. exit.

L2.	if OPS-LINE(1:1) is not equal to '*' and OPS-LINE is not equal to SPACES
		perform L3 thru L3-EXIT
	end-if.
	read opsFile into OPS-LINE
		at end move 'Y' to EOF-SW
	end-read.
L2-EXIT. exit.

L3.	if OPS-ID is equal to SPACES or OPS-PIN is equal to SPACES
		or (OPS-STATUS is not equal to 'A' and OPS-STATUS is not equal to 'R')
		or OPS-LEVEL is not numeric
		add 1 to BAD-CNT
		display "INVALID OPERATOR LINE - " OPS-LINE(1:45)
		go to L3-EXIT
	end-if.
	move OPS-ID to OPR-ID.
	read oprFile
		invalid key
			move 0 to OPR-LAST
	end-read.
	move OPS-ID to OPR-ID.
	move OPS-PIN to OPR-PIN.
	move OPS-STATUS to OPR-STATUS.
	move OPS-LEVEL to OPR-LEVEL.
	move OPS-NAME to OPR-NAME.
	move 0 to OPR-FAILS.
	move 'N' to OPR-LOCK.
	move 0 to OPR-LDATE.
	if OPR-FILE-STATUS is equal to '00'
		rewrite oprFile-Record
	else
		write oprFile-Record
	end-if.
	if OPR-FILE-STATUS is not equal to '00'
		add 1 to BAD-CNT
		display "UNABLE TO UPDATE roman.opr - STATUS " OPR-FILE-STATUS
		go to L3-EXIT
	end-if.
	add 1 to LOAD-CNT.
L3-EXIT. exit.

U1.	perform G1 thru G1-EXIT.
	if not ADMIN-OK
		go to U1-EXIT
	end-if.
	open i-o oprFile.
	if OPR-FILE-STATUS is not equal to '00'
		display "UNABLE TO OPEN roman.opr - STATUS " OPR-FILE-STATUS
		go to U1-EXIT
	end-if.
	move INQ-TEXT(1:3) to OPR-ID.
	read oprFile
		invalid key
			display "OPERATOR " INQ-TEXT(1:3) " NOT ON FILE"
			close oprFile
			go to U1-EXIT
	end-read.
	move 0 to OPR-FAILS.
	move 'N' to OPR-LOCK.
	move 0 to OPR-LDATE.
	rewrite oprFile-Record.
	if OPR-FILE-STATUS is not equal to '00'
		display "UNABLE TO UPDATE roman.opr - STATUS " OPR-FILE-STATUS
		close oprFile
		go to U1-EXIT
	end-if.
	close oprFile.
	display "OPERATOR " OPR-ID " UNLOCKED".
	move OPR-ID to LOG-UNL-ID.
	move LOG-UNL-AREA to LOG-TEXT.
	call "seclog" using SGN-PROG, SGN-ID, ADM-TYPE, LOG-TEXT.
U1-EXIT. exit.

V1.	perform G1 thru G1-EXIT.
	if not ADMIN-OK
		go to V1-EXIT
	end-if.
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
	open input secFile.
	if SEC-FILE-STATUS is equal to '35'
		display "NO SECURITY VIOLATIONS ON FILE"
		go to V1-EXIT
	end-if.
	if SEC-FILE-STATUS is not equal to '00'
		display "UNABLE TO OPEN roman.sec - STATUS " SEC-FILE-STATUS
		go to V1-EXIT
	end-if.
	move 0 to LIST-CNT. move 0 to SGN-CNT.
	move 0 to ACT-CNT. move 0 to LOCK-CNT.
	move 0 to UNL-CNT.
	open output STANDARD-OUTPUT.
	write STDOUT-RECORD from TITLE-LINE after advancing 0 lines.
	write STDOUT-RECORD from UNDERLINE-1 after advancing 1 line.
	write STDOUT-RECORD from COL-HEADS after advancing 1 line.
	write STDOUT-RECORD from UNDERLINE-1 after advancing 1 line.
	move 'N' to EOF-SW.
	read secFile into SEC-LINE
		at end move 'Y' to EOF-SW
	end-read.
	perform V2 thru V2-EXIT until END-OF-FILE.
	close secFile.
	write STDOUT-RECORD from SPACES after advancing 1 line.
	write STDOUT-RECORD from TRL-HEAD after advancing 1 line.
	move LIST-CNT to TRL-LIST-OUT.
	write STDOUT-RECORD from TRL-LIST-LINE after advancing 1 line.
	move SGN-CNT to TRL-SGN-OUT.
	write STDOUT-RECORD from TRL-SGN-LINE after advancing 1 line.
	move ACT-CNT to TRL-ACT-OUT.
	write STDOUT-RECORD from TRL-ACT-LINE after advancing 1 line.
	move LOCK-CNT to TRL-LOCK-OUT.
	write STDOUT-RECORD from TRL-LOCK-LINE after advancing 1 line.
	move UNL-CNT to TRL-UNL-OUT.
	write STDOUT-RECORD from TRL-UNL-LINE after advancing 1 line.
	close STANDARD-OUTPUT.
V1-EXIT. exit.

V2.	if SEC-DATE is not less than FROM-DATE
		and SEC-DATE is not greater than THRU-DATE
		perform V3 thru V3-EXIT
	end-if.
	read secFile into SEC-LINE
		at end move 'Y' to EOF-SW
	end-read.
V2-EXIT. exit.

V3.	add 1 to LIST-CNT.
	evaluate true
		when SEC-SIGNON
			add 1 to SGN-CNT
		when SEC-ACTION
			add 1 to ACT-CNT
		when SEC-ADMIN and SEC-TEXT(1:18) is equal to 'OPERATOR UNLOCKED '
			add 1 to UNL-CNT
	end-evaluate.
	if SEC-TEXT is equal to 'INVALID PIN - ID NOW LOCKED'
		add 1 to LOCK-CNT
	end-if.
	move SEC-DATE to RPT-DATE.
	move SEC-TIME to RPT-TIME.
	move SEC-PROG to RPT-PROG.
	move SEC-ID to RPT-ID.
	move SEC-TYPE to RPT-TYPE.
	move SEC-TEXT to RPT-TEXT.
	write STDOUT-RECORD from RPT-LINE after advancing 1 line.
V3-EXIT. exit.

identification division.
program-id. ROMANRCVR.
environment division.
input-output section.
file-control.
	select STANDARD-OUTPUT assign to DISPLAY.
	select masterFile assign to "roman.mst"
		organization is indexed
		access is dynamic
		record key is MST-DEC
		alternate record key is MST-ROM
		file status is MST-FILE-STATUS.
	select auditFile assign to "roman.aud"
		organization is line sequential
		file status is AUD-FILE-STATUS.
	select backupFile assign to dynamic bkpName
		organization is line sequential
		file status is BKP-FILE-STATUS.
	select jnlCtlFile assign to "roman.jnc"
		organization is line sequential
		file status is JNC-FILE-STATUS.
data division.
file section.
fd STANDARD-OUTPUT.
	01 STDOUT-RECORD pic X(80).
fd masterFile.
	01 masterFile-Record.
		02 MST-DEC pic 9(4).
		02 MST-ROM pic X(30).
		02 MST-STAT pic X(1).
		02 MST-SERIES pic X(10).
		02 MST-NOTE pic X(30).
fd auditFile.
	01 auditFile-Record pic X(80).
fd backupFile.
	01 backupFile-Record pic X(80).
fd jnlCtlFile.
	01 jnlCtlFile-Record pic X(80).
working-storage section.
77	MST-FILE-STATUS pic X(2) value '00'.
77	AUD-FILE-STATUS pic X(2) value '00'.
77	BKP-FILE-STATUS pic X(2) value '00'.
77	JNC-FILE-STATUS pic X(2) value '00'.
77	J         pic S99 usage is comp.
77	DIG-CNT   pic S99 usage is comp value 0.
77	DEC-VAL   pic 9(4) value 0.
77	DONE-SW   pic X(1) value 'N'.
	88 DONE value 'Y'.
77	DEC-PARSE-SW pic X(1) value 'N'.
	88 DEC-PARSED value 'Y'.
77	EOF-SW    pic X(1) value 'N'.
	88 END-OF-FILE value 'Y'.
77	SCAN-DONE-SW pic X(1) value 'N'.
	88 SCAN-DONE value 'Y'.
77	BKP-OK-SW pic X(1) value 'N'.
	88 BKP-OK value 'Y'.
77	LOAD-OK-SW pic X(1) value 'N'.
	88 LOAD-OK value 'Y'.
77	TRL-SEEN-SW pic X(1) value 'N'.
	88 TRL-SEEN value 'Y'.
77	SEED-SW   pic X(1) value 'N'.
	88 SEED-PENDING value 'Y'.
77	PICK-SW   pic X(1) value 'N'.
	88 PICKED value 'Y'.
77	CONF-ANS  pic X(1) value 'N'.
	88 CONFIRMED value 'Y'.
77	BKP-ERR-SW pic X(1) value 'N'.
	88 BKP-ERROR value 'Y'.
77	GAP-SW    pic X(1) value 'N'.
	88 JOURNAL-GAP value 'Y'.
77	ADMIN-SW  pic X(1) value 'N'.
	88 ADMIN-OK value 'Y'.
77	SGN-PROG  pic X(9) value 'ROMANRCVR'.
77	SGN-ID    pic X(3).
77	SGN-LEVEL pic 9(1) value 0.
77	SGN-ERR   pic S9 usage is comp-3.
77	RSTR-LEVEL pic 9(1) value 9.
77	LOG-TYPE  pic X(1) value 'A'.
77	CUR-DATE  pic 9(8) value 0.
77	CUR-TIME  pic 9(8) value 0.
77	EXCL-OPER pic X(3).
77	RPT-OPER  pic X(3).
77	RPT-LO    pic 9(4) value 0.
77	RPT-HI    pic 9(4) value 0.
77	BKP-CNT   pic 9(6) usage is comp value 0.
77	BKP-TRL-CNT pic 9(6) value 0.
77	LOAD-CNT  pic 9(6) usage is comp value 0.
77	JNL-CNT   pic 9(6) usage is comp value 0.
77	PRE-CNT   pic 9(6) usage is comp value 0.
77	POST-CNT  pic 9(6) usage is comp value 0.
77	EXCL-CNT  pic 9(6) usage is comp value 0.
77	APPLY-CNT pic 9(6) usage is comp value 0.
77	MISS-CNT  pic 9(6) usage is comp value 0.
77	LIST-CNT  pic 9(6) usage is comp value 0.
01	bkpName pic x(30).
01	LOG-TEXT pic X(40).
01	ANS-NAME pic X(30).
01	DIG-AREA.
	02 DIG-X pic X(1).
01	DIG-N redefines DIG-AREA pic 9(1).
01	INQ-AREA.
	02 INQ-TAG  pic X(1).
	02 FILLER   pic X(1).
	02 INQ-TEXT pic X(30).
	02 FILLER   pic X(48).
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
01	AUD-STAMP.
	02 AST-DATE pic X(8).
	02 AST-TIME pic X(6).
01	BKP-STAMP.
	02 BST-DATE pic X(8).
	02 BST-TIME pic X(6).
01	CUT-STAMP.
	02 CST-DATE pic X(8).
	02 CST-TIME pic X(6).
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
01	ARC-STAMP.
	02 ARS-DATE pic X(8).
	02 ARS-TIME pic X(6).
01	RPT-FROM pic X(8).
01	RPT-TO   pic X(8).
01	BKP-HDR.
	02 BKH-TAG  pic X(7) value 'HEADER '.
	02 BKH-DATE pic X(8).
	02 BKH-TIME pic X(6).
01	BKP-TRL.
	02 BKT-TAG  pic X(8) value 'TRAILER '.
	02 BKT-CNT  pic 9(6).
01	BKP-IN.
	02 BKI-TAG  pic X(7).
	02 FILLER   pic X(73).
01	BKP-IN-HDR redefines BKP-IN.
	02 FILLER   pic X(7).
	02 BKI-DATE pic X(8).
	02 BKI-TIME pic X(6).
	02 FILLER   pic X(59).
01	BKP-IN-TRL redefines BKP-IN.
	02 FILLER   pic X(8).
	02 BKI-CNT  pic 9(6).
	02 FILLER   pic X(66).
01	FOL-TAB.
	02 FOL-ENTRY occurs 3999 times.
		03 FOL-KNOWN  pic X(1).
		03 FOL-STAT   pic X(1).
		03 FOL-SERIES pic X(10).
		03 FOL-NOTE   pic X(30).
01	TITLE-LINE.
	02 FILLER pic X(11) value SPACES.
	02 FILLER pic X(26) value 'ANNOTATION CHANGE REPORT'.
01	SEL-LINE.
	02 FILLER    pic X(1)  value SPACE.
	02 FILLER    pic X(9)  value 'OPERATOR '.
	02 SEL-OPER  pic X(3).
	02 FILLER    pic X(8)  value '  DATES '.
	02 SEL-FROM  pic X(8).
	02 FILLER    pic X(1)  value '-'.
	02 SEL-TO    pic X(8).
	02 FILLER    pic X(9)  value '  FOLIOS '.
	02 SEL-LO    pic Z(3)9.
	02 FILLER    pic X(1)  value '-'.
	02 SEL-HI    pic Z(3)9.
01	UNDERLINE-1.
	02 FILLER pic X(79) value all '-'.
01	COL-HEADS.
	02 FILLER pic X(1)  value SPACE.
	02 FILLER pic X(9)  value 'DATE'.
	02 FILLER pic X(7)  value 'TIME'.
	02 FILLER pic X(4)  value 'OPR'.
	02 FILLER pic X(5)  value 'FOLIO'.
	02 FILLER pic X(7)  value SPACES.
	02 FILLER pic X(2)  value 'S'.
	02 FILLER pic X(11) value 'SERIES'.
	02 FILLER pic X(4)  value 'NOTE'.
01	CHG-LINE.
	02 FILLER     pic X(1) value SPACE.
	02 CHG-DATE   pic X(8).
	02 FILLER     pic X(1) value SPACE.
	02 CHG-TIME   pic X(6).
	02 FILLER     pic X(1) value SPACE.
	02 CHG-OPER   pic X(3).
	02 FILLER     pic X(1) value SPACE.
	02 CHG-DEC    pic Z(3)9.
	02 FILLER     pic X(1) value SPACE.
	02 CHG-LABEL  pic X(6).
	02 FILLER     pic X(1) value SPACE.
	02 CHG-STAT   pic X(1).
	02 FILLER     pic X(1) value SPACE.
	02 CHG-SERIES pic X(10).
	02 FILLER     pic X(1) value SPACE.
	02 CHG-NOTE   pic X(30).
01	AFT-LINE.
	02 FILLER     pic X(26) value SPACES.
	02 FILLER     pic X(6)  value 'AFTER'.
	02 FILLER     pic X(1)  value SPACE.
	02 AFT-STAT   pic X(1).
	02 FILLER     pic X(1)  value SPACE.
	02 AFT-SERIES pic X(10).
	02 FILLER     pic X(1)  value SPACE.
	02 AFT-NOTE   pic X(30).
01	TRL-HEAD.
	02 FILLER pic X(11) value SPACES.
	02 FILLER pic X(13) value 'REPORT TOTALS'.
01	TOT-JNL-LINE.
	02 FILLER        pic X(5)  value SPACES.
	02 FILLER        pic X(22) value 'JOURNAL ENTRIES READ .'.
	02 TOT-JNL-OUT   pic Z(5)9.
01	TOT-LIST-LINE.
	02 FILLER        pic X(5)  value SPACES.
	02 FILLER        pic X(22) value 'CHANGES LISTED .......'.
	02 TOT-LIST-OUT  pic Z(5)9.

procedure division.
	perform R1 thru R1-EXIT until DONE.
	stop run.

R1.	display "Enter B to back up the master, R to restore and replay, C for change report, or END"
	accept INQ-AREA.
	evaluate INQ-TAG
		when 'E'
			move 'Y' to DONE-SW
		when 'B'
			perform B1 thru B1-EXIT
		when 'R'
			perform S1 thru S1-EXIT
		when 'C'
			perform C1 thru C1-EXIT
		when other
			display "INVALID REQUEST - USE B, R, C OR END"
	end-evaluate.
R1-EXIT. exit.

B1.	accept CUR-DATE from date yyyymmdd.
	accept CUR-TIME from time.
	move SPACES to bkpName.
	string 'roman.mbk.' delimited by size
		CUR-DATE delimited by size
		into bkpName
	end-string.
	display "Enter backup file name (blank for roman.mbk.YYYYMMDD)"
	accept ANS-NAME.
	if ANS-NAME is not equal to SPACES
		move ANS-NAME to bkpName
	end-if.
	open input masterFile.
	if MST-FILE-STATUS is not equal to '00'
		display "MASTER NOT ON FILE - RUN ROMANXREF FIRST"
		go to B1-EXIT
	end-if.
	open output backupFile.
	if BKP-FILE-STATUS is not equal to '00'
		display "UNABLE TO OPEN " bkpName " - STATUS " BKP-FILE-STATUS
		close masterFile
		go to B1-EXIT
	end-if.
	move CUR-DATE to BKH-DATE.
	move CUR-TIME(1:6) to BKH-TIME.
	move 'N' to BKP-ERR-SW.
	write backupFile-Record from BKP-HDR.
	if BKP-FILE-STATUS is not equal to '00'
		display "BACKUP WRITE ERROR - STATUS " BKP-FILE-STATUS
		move 'Y' to BKP-ERR-SW
	end-if.
	move 0 to BKP-CNT.
	move 0 to MST-DEC.
	move 'N' to SCAN-DONE-SW.
	start masterFile key is not less than MST-DEC
		invalid key move 'Y' to SCAN-DONE-SW
	end-start.
	perform B2 thru B2-EXIT until SCAN-DONE.
	move BKP-CNT to BKT-CNT.
	write backupFile-Record from BKP-TRL.
	if BKP-FILE-STATUS is not equal to '00'
		display "BACKUP WRITE ERROR - STATUS " BKP-FILE-STATUS
		move 'Y' to BKP-ERR-SW
	end-if.
	close masterFile.
	close backupFile.
	display "BACKUP WRITTEN " bkpName.
	display "RECORDS COPIED " BKP-CNT.
	if not BKP-ERROR
		perform J1 thru J1-EXIT
		move BKH-DATE to JNC-BKP-DATE
		move BKH-TIME to JNC-BKP-TIME
		perform J2 thru J2-EXIT
	end-if.
B1-EXIT. exit.

B2.	read masterFile next record
		at end move 'Y' to SCAN-DONE-SW
	end-read.
	if SCAN-DONE
		go to B2-EXIT
	end-if.
	move SPACES to backupFile-Record.
	move masterFile-Record to backupFile-Record.
	write backupFile-Record.
	if BKP-FILE-STATUS is not equal to '00'
		display "BACKUP WRITE ERROR - STATUS " BKP-FILE-STATUS
		move 'Y' to SCAN-DONE-SW
		move 'Y' to BKP-ERR-SW
		go to B2-EXIT
	end-if.
	add 1 to BKP-CNT.
B2-EXIT. exit.

S1.	perform G1 thru G1-EXIT.
	if not ADMIN-OK
		go to S1-EXIT
	end-if.
	display "Enter backup file name to restore from"
	accept bkpName.
	if bkpName is equal to SPACES
		display "NO BACKUP FILE GIVEN"
		go to S1-EXIT
	end-if.
	perform S2 thru S2-EXIT.
	if not BKP-OK
		go to S1-EXIT
	end-if.
	display "Enter replay cutoff date YYYYMMDD (blank for no cutoff)"
	accept CST-DATE.
	display "Enter replay cutoff time HHMMSS (blank for 235959)"
	accept CST-TIME.
	if CST-DATE is equal to SPACES
		move '99999999' to CST-DATE
	end-if.
	if CST-TIME is equal to SPACES
		move '235959' to CST-TIME
	end-if.
	if CST-DATE is not numeric or CST-TIME is not numeric
		display "INVALID CUTOFF DATE/TIME"
		go to S1-EXIT
	end-if.
	display "Enter operator initials to leave out of the replay (blank for none)"
	accept EXCL-OPER.
	perform J3 thru J3-EXIT.
	display "Restore replaces roman.mst from the backup - continue (Y/N)"
	accept CONF-ANS.
	if not CONFIRMED
		display "RESTORE CANCELLED"
		go to S1-EXIT
	end-if.
	perform S4 thru S4-EXIT.
	if not LOAD-OK
		go to S1-EXIT
	end-if.
	move SPACES to FOL-TAB.
	perform C5 thru C5-EXIT.
	perform S6 thru S6-EXIT.
	display "BACKUP RECORDS LOADED  " LOAD-CNT.
	display "JOURNAL ENTRIES READ   " JNL-CNT.
	display "  BEFORE BACKUP        " PRE-CNT.
	display "  AFTER CUTOFF         " POST-CNT.
	display "  OPERATOR LEFT OUT    " EXCL-CNT.
	display "  NOT ON MASTER        " MISS-CNT.
	display "  REPLAYED             " APPLY-CNT.
	if JOURNAL-GAP
		display "** REPLAY INCOMPLETE - JOURNAL ARCHIVED THROUGH " JNC-ARC-DATE " " JNC-ARC-TIME " **"
	end-if.
S1-EXIT. exit.

S2.	move 'N' to BKP-OK-SW.
	move 'N' to TRL-SEEN-SW.
	move 0 to BKP-CNT.
	open input backupFile.
	if BKP-FILE-STATUS is not equal to '00'
		display "UNABLE TO OPEN " bkpName " - STATUS " BKP-FILE-STATUS
		go to S2-EXIT
	end-if.
	move 'N' to EOF-SW.
	read backupFile into BKP-IN
		at end move 'Y' to EOF-SW
	end-read.
	if END-OF-FILE or BKI-TAG is not equal to 'HEADER '
		display "NOT A MASTER BACKUP - " bkpName
		close backupFile
		go to S2-EXIT
	end-if.
	move BKI-DATE to BST-DATE.
	move BKI-TIME to BST-TIME.
	perform S3 thru S3-EXIT until END-OF-FILE or TRL-SEEN.
	close backupFile.
	if not TRL-SEEN
		display "BACKUP HAS NO TRAILER - " bkpName
		go to S2-EXIT
	end-if.
	if BKP-TRL-CNT is not equal to BKP-CNT
		display "BACKUP OUT OF BALANCE - TRAILER " BKP-TRL-CNT " RECORDS " BKP-CNT
		go to S2-EXIT
	end-if.
	move 'Y' to BKP-OK-SW.
S2-EXIT. exit.

S3.	read backupFile into BKP-IN
		at end move 'Y' to EOF-SW
	end-read.
	if END-OF-FILE
		go to S3-EXIT
	end-if.
	if BKP-IN(1:8) is equal to 'TRAILER '
		move 'Y' to TRL-SEEN-SW
		move BKI-CNT to BKP-TRL-CNT
	else
		add 1 to BKP-CNT
	end-if.
S3-EXIT. exit.

S4.	move 'N' to LOAD-OK-SW.
	move 0 to LOAD-CNT.
	open output masterFile.
	if MST-FILE-STATUS is not equal to '00'
		display "UNABLE TO OPEN roman.mst - STATUS " MST-FILE-STATUS
		go to S4-EXIT
	end-if.
	open input backupFile.
	if BKP-FILE-STATUS is not equal to '00'
		display "UNABLE TO OPEN " bkpName " - STATUS " BKP-FILE-STATUS
		close masterFile
		go to S4-EXIT
	end-if.
	move 'N' to EOF-SW.
	read backupFile into BKP-IN
		at end move 'Y' to EOF-SW
	end-read.
	perform S5 thru S5-EXIT until END-OF-FILE.
	close backupFile.
	close masterFile.
	if LOAD-CNT is equal to BKP-CNT
		move 'Y' to LOAD-OK-SW
	else
		display "RESTORE INCOMPLETE - LOADED " LOAD-CNT " OF " BKP-CNT
	end-if.
S4-EXIT. exit.

S5.	read backupFile into BKP-IN
		at end move 'Y' to EOF-SW
	end-read.
	if END-OF-FILE
		go to S5-EXIT
	end-if.
	if BKP-IN(1:8) is equal to 'TRAILER '
		move 'Y' to EOF-SW
		go to S5-EXIT
	end-if.
	move BKP-IN to masterFile-Record.
	write masterFile-Record
		invalid key
			display "MASTER WRITE ERROR - STATUS " MST-FILE-STATUS " FOLIO " MST-DEC
		not invalid key
			add 1 to LOAD-CNT
	end-write.
S5-EXIT. exit.

S6.	move 0 to JNL-CNT. move 0 to PRE-CNT. move 0 to POST-CNT.
	move 0 to EXCL-CNT. move 0 to MISS-CNT. move 0 to APPLY-CNT.
	open input auditFile.
	if AUD-FILE-STATUS is not equal to '00'
		display "NO JOURNAL ENTRIES TO REPLAY - roman.aud STATUS " AUD-FILE-STATUS
		go to S6-EXIT
	end-if.
	open i-o masterFile.
	if MST-FILE-STATUS is not equal to '00'
		display "UNABLE TO OPEN roman.mst - STATUS " MST-FILE-STATUS
		close auditFile
		go to S6-EXIT
	end-if.
	move 'N' to EOF-SW.
	perform S7 thru S7-EXIT until END-OF-FILE.
	close auditFile.
	close masterFile.
S6-EXIT. exit.

S7.	read auditFile into AUD-LINE
		at end move 'Y' to EOF-SW
	end-read.
	if END-OF-FILE
		go to S7-EXIT
	end-if.
	add 1 to JNL-CNT.
	move AUD-LINE(1:8) to AST-DATE.
	move AUD-TIME to AST-TIME.
	if AUD-STAMP is less than BKP-STAMP
		add 1 to PRE-CNT
		go to S7-EXIT
	end-if.
	if AUD-STAMP is greater than CUT-STAMP
		add 1 to POST-CNT
		go to S7-EXIT
	end-if.
	if AUD-DEC is not numeric
		add 1 to MISS-CNT
		go to S7-EXIT
	end-if.
	if AUD-DEC is less than 1 or AUD-DEC is greater than 3999
		add 1 to MISS-CNT
		go to S7-EXIT
	end-if.
	perform S8 thru S8-EXIT.
	move 'Y' to FOL-KNOWN(AUD-DEC).
	move AUD-STAT to FOL-STAT(AUD-DEC).
	move AUD-SERIES to FOL-SERIES(AUD-DEC).
	move AUD-NOTE to FOL-NOTE(AUD-DEC).
S7-EXIT. exit.

S8.	if EXCL-OPER is not equal to SPACES and AUD-OPER is equal to EXCL-OPER
		add 1 to EXCL-CNT
		go to S8-EXIT
	end-if.
	move AUD-DEC to MST-DEC.
	read masterFile
		invalid key
			add 1 to MISS-CNT
			go to S8-EXIT
	end-read.
	if FOL-KNOWN(AUD-DEC) is equal to 'Y'
		if AUD-STAT is not equal to FOL-STAT(AUD-DEC)
			move AUD-STAT to MST-STAT
		end-if
		if AUD-SERIES is not equal to FOL-SERIES(AUD-DEC)
			move AUD-SERIES to MST-SERIES
		end-if
		if AUD-NOTE is not equal to FOL-NOTE(AUD-DEC)
			move AUD-NOTE to MST-NOTE
		end-if
	else
		move AUD-STAT to MST-STAT
		move AUD-SERIES to MST-SERIES
		move AUD-NOTE to MST-NOTE
	end-if.
	rewrite masterFile-Record.
	if MST-FILE-STATUS is not equal to '00'
		display "MASTER REWRITE ERROR - STATUS " MST-FILE-STATUS " FOLIO " MST-DEC
		go to S8-EXIT
	end-if.
	add 1 to APPLY-CNT.
S8-EXIT. exit.

G1.	if ADMIN-OK
		go to G1-EXIT
	end-if.
	call "signon" using SGN-PROG, SGN-ID, SGN-LEVEL, SGN-ERR.
	if SGN-ERR is not equal to 1
		go to G1-EXIT
	end-if.
	if SGN-LEVEL is less than RSTR-LEVEL
		display "NOT AUTHORISED TO RESTORE THE MASTER"
		move 'MASTER RESTORE REFUSED' to LOG-TEXT
		call "seclog" using SGN-PROG, SGN-ID, LOG-TYPE, LOG-TEXT
		go to G1-EXIT
	end-if.
	move 'Y' to ADMIN-SW.
G1-EXIT. exit.

J1.	move SPACES to JNC-LINE.
	move '00000000' to JNC-BKP-DATE. move '000000' to JNC-BKP-TIME.
	move '00000000' to JNC-ARC-DATE. move '000000' to JNC-ARC-TIME.
	open input jnlCtlFile.
	if JNC-FILE-STATUS is not equal to '00'
		go to J1-EXIT
	end-if.
	read jnlCtlFile into JNC-LINE
		at end continue
	end-read.
	close jnlCtlFile.
J1-EXIT. exit.

J2.	open output jnlCtlFile.
	if JNC-FILE-STATUS is not equal to '00'
		display "UNABLE TO OPEN roman.jnc - STATUS " JNC-FILE-STATUS
		go to J2-EXIT
	end-if.
	write jnlCtlFile-Record from JNC-LINE.
	if JNC-FILE-STATUS is not equal to '00'
		display "WRITE ERROR roman.jnc - STATUS " JNC-FILE-STATUS
	end-if.
	close jnlCtlFile.
J2-EXIT. exit.

J3.	move 'N' to GAP-SW.
	perform J1 thru J1-EXIT.
	move JNC-ARC-DATE to ARS-DATE.
	move JNC-ARC-TIME to ARS-TIME.
	if ARC-STAMP is not less than BKP-STAMP
		move 'Y' to GAP-SW
		display "JOURNAL ARCHIVED THROUGH " JNC-ARC-DATE " " JNC-ARC-TIME " - AFTER THE BACKUP OF " BST-DATE " " BST-TIME
		display "CHANGES IN THE ARCHIVED JOURNAL WILL NOT BE REPLAYED"
	end-if.
J3-EXIT. exit.

C1.	display "Enter operator initials to report (blank for all)"
	accept RPT-OPER.
	display "Enter from date YYYYMMDD (blank for earliest)"
	accept RPT-FROM.
	display "Enter to date YYYYMMDD (blank for latest)"
	accept RPT-TO.
	if RPT-FROM is equal to SPACES
		move '00000000' to RPT-FROM
	end-if.
	if RPT-TO is equal to SPACES
		move '99999999' to RPT-TO
	end-if.
	if RPT-FROM is not numeric or RPT-TO is not numeric
		display "INVALID DATE RANGE"
		go to C1-EXIT
	end-if.
	display "Enter from folio (blank for 1)"
	move SPACES to INQ-TEXT.
	accept INQ-TEXT.
	move 1 to RPT-LO.
	if INQ-TEXT is not equal to SPACES
		perform Q4 thru Q4-EXIT
		if not DEC-PARSED
			display "INVALID DECIMAL VALUE - MUST BE 1-3999"
			go to C1-EXIT
		end-if
		move DEC-VAL to RPT-LO
	end-if.
	display "Enter to folio (blank for 3999)"
	move SPACES to INQ-TEXT.
	accept INQ-TEXT.
	move 3999 to RPT-HI.
	if INQ-TEXT is not equal to SPACES
		perform Q4 thru Q4-EXIT
		if not DEC-PARSED
			display "INVALID DECIMAL VALUE - MUST BE 1-3999"
			go to C1-EXIT
		end-if
		move DEC-VAL to RPT-HI
	end-if.
	display "Enter backup file to take before values from (blank for none)"
	accept bkpName.
	move 'N' to SEED-SW.
	if bkpName is not equal to SPACES
		perform S2 thru S2-EXIT
		if not BKP-OK
			go to C1-EXIT
		end-if
		move 'Y' to SEED-SW
	end-if.
	open input auditFile.
	if AUD-FILE-STATUS is not equal to '00'
		display "NO JOURNAL ENTRIES - roman.aud STATUS " AUD-FILE-STATUS
		go to C1-EXIT
	end-if.
	move SPACES to FOL-TAB.
	move 0 to JNL-CNT.
	move 0 to LIST-CNT.
	open output STANDARD-OUTPUT.
	write STDOUT-RECORD from TITLE-LINE after advancing 0 lines.
	move RPT-OPER to SEL-OPER.
	move RPT-FROM to SEL-FROM.
	move RPT-TO to SEL-TO.
	move RPT-LO to SEL-LO.
	move RPT-HI to SEL-HI.
	write STDOUT-RECORD from SEL-LINE after advancing 1 line.
	write STDOUT-RECORD from UNDERLINE-1 after advancing 1 line.
	write STDOUT-RECORD from COL-HEADS after advancing 1 line.
	write STDOUT-RECORD from UNDERLINE-1 after advancing 1 line.
	move 'N' to EOF-SW.
	perform C2 thru C2-EXIT until END-OF-FILE.
	close auditFile.
	write STDOUT-RECORD from SPACES after advancing 1 line.
	write STDOUT-RECORD from TRL-HEAD after advancing 1 line.
	move JNL-CNT to TOT-JNL-OUT.
	write STDOUT-RECORD from TOT-JNL-LINE after advancing 1 line.
	move LIST-CNT to TOT-LIST-OUT.
	write STDOUT-RECORD from TOT-LIST-LINE after advancing 1 line.
	close STANDARD-OUTPUT.
C1-EXIT. exit.

C2.	read auditFile into AUD-LINE
		at end move 'Y' to EOF-SW
	end-read.
	if END-OF-FILE
		go to C2-EXIT
	end-if.
	add 1 to JNL-CNT.
	if AUD-DEC is not numeric
		go to C2-EXIT
	end-if.
	if AUD-DEC is less than 1 or AUD-DEC is greater than 3999
		go to C2-EXIT
	end-if.
	move AUD-LINE(1:8) to AST-DATE.
	move AUD-TIME to AST-TIME.
	if SEED-PENDING and AUD-STAMP is not less than BKP-STAMP
		perform C5 thru C5-EXIT
		move 'N' to SEED-SW
	end-if.
	perform C4 thru C4-EXIT.
	if PICKED
		perform C3 thru C3-EXIT
	end-if.
	move 'Y' to FOL-KNOWN(AUD-DEC).
	move AUD-STAT to FOL-STAT(AUD-DEC).
	move AUD-SERIES to FOL-SERIES(AUD-DEC).
	move AUD-NOTE to FOL-NOTE(AUD-DEC).
C2-EXIT. exit.

C3.	move AST-DATE to CHG-DATE.
	move AUD-TIME to CHG-TIME.
	move AUD-OPER to CHG-OPER.
	move AUD-DEC to CHG-DEC.
	move 'BEFORE' to CHG-LABEL.
	if FOL-KNOWN(AUD-DEC) is equal to 'Y'
		move FOL-STAT(AUD-DEC) to CHG-STAT
		move FOL-SERIES(AUD-DEC) to CHG-SERIES
		move FOL-NOTE(AUD-DEC) to CHG-NOTE
	else
		move SPACE to CHG-STAT
		move SPACES to CHG-SERIES
		move '(NO EARLIER RECORD)' to CHG-NOTE
	end-if.
	write STDOUT-RECORD from CHG-LINE after advancing 1 line.
	move AUD-STAT to AFT-STAT.
	move AUD-SERIES to AFT-SERIES.
	move AUD-NOTE to AFT-NOTE.
	write STDOUT-RECORD from AFT-LINE after advancing 1 line.
	add 1 to LIST-CNT.
C3-EXIT. exit.

C4.	move 'N' to PICK-SW.
	if RPT-OPER is not equal to SPACES and AUD-OPER is not equal to RPT-OPER
		go to C4-EXIT
	end-if.
	if AST-DATE is less than RPT-FROM or AST-DATE is greater than RPT-TO
		go to C4-EXIT
	end-if.
	if AUD-DEC is less than RPT-LO or AUD-DEC is greater than RPT-HI
		go to C4-EXIT
	end-if.
	move 'Y' to PICK-SW.
C4-EXIT. exit.

C5.	open input backupFile.
	if BKP-FILE-STATUS is not equal to '00'
		display "UNABLE TO OPEN " bkpName " - STATUS " BKP-FILE-STATUS
		go to C5-EXIT
	end-if.
	move 'N' to SCAN-DONE-SW.
	read backupFile into BKP-IN
		at end move 'Y' to SCAN-DONE-SW
	end-read.
	perform C6 thru C6-EXIT until SCAN-DONE.
	close backupFile.
C5-EXIT. exit.

C6.	read backupFile into BKP-IN
		at end move 'Y' to SCAN-DONE-SW
	end-read.
	if SCAN-DONE
		go to C6-EXIT
	end-if.
	if BKP-IN(1:8) is equal to 'TRAILER '
		move 'Y' to SCAN-DONE-SW
		go to C6-EXIT
	end-if.
	move BKP-IN to masterFile-Record.
	if MST-DEC is not numeric
		go to C6-EXIT
	end-if.
	if MST-DEC is less than 1 or MST-DEC is greater than 3999
		go to C6-EXIT
	end-if.
	move 'Y' to FOL-KNOWN(MST-DEC).
	move MST-STAT to FOL-STAT(MST-DEC).
	move MST-SERIES to FOL-SERIES(MST-DEC).
	move MST-NOTE to FOL-NOTE(MST-DEC).
C6-EXIT. exit.

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

identification division.
program-id. ROMANCYCL.
environment division.
input-output section.
file-control.
	select controlFile assign to dynamic cycName
		organization is line sequential
		file status is CYC-FILE-STATUS.
	select cycleLog assign to "roman.cyl"
		organization is line sequential
		file status is CYL-FILE-STATUS.
	select answerFile assign to "roman.cyw"
		organization is line sequential
		file status is CYW-FILE-STATUS.
	select checkFile assign to dynamic chkName
		organization is line sequential
		file status is CHK-FILE-STATUS.
data division.
file section.
fd controlFile.
	01 controlFile-Record pic X(80).
fd cycleLog.
	01 cycleLog-Record pic X(80).
fd answerFile.
	01 answerFile-Record pic X(57).
fd checkFile.
	01 checkFile-Record pic X(80).
working-storage section.
77	CYC-FILE-STATUS pic X(2) value '00'.
77	CYL-FILE-STATUS pic X(2) value '00'.
77	CYW-FILE-STATUS pic X(2) value '00'.
77	CHK-FILE-STATUS pic X(2) value '00'.
77	EOF-SW    pic X(1) value 'N'.
	88 END-OF-FILE value 'Y'.
77	RESTART-SW pic X(1) value 'N'.
	88 RESTART-RUN value 'Y'.
77	CTL-ERR-SW pic X(1) value 'N'.
	88 CTL-ERROR value 'Y'.
77	STOP-SW   pic X(1) value 'N'.
	88 CYCLE-STOPPED value 'Y'.
77	LOG-ERR-SW pic X(1) value 'N'.
	88 LOG-ERROR value 'Y'.
77	ANS-ERR-SW pic X(1) value 'N'.
	88 ANS-ERROR value 'Y'.
77	START-SW  pic X(1) value 'N'.
	88 START-FOUND value 'Y'.
77	CMPL-SW   pic X(1) value 'N'.
	88 LAST-COMPLETE value 'Y'.
77	SX        pic 9(3) usage is comp value 0.
77	STEP-CNT  pic 9(3) usage is comp value 0.
77	LINE-CNT  pic 9(6) usage is comp value 0.
77	LAST-STEP pic 9(2) value 0.
77	RUN-CNT   pic 9(3) usage is comp value 0.
77	SKIP-CNT  pic 9(3) usage is comp value 0.
77	STEP-RC   pic S9(9) usage is comp value 0.
77	PARM-LEN  pic S9(4) usage is comp value 0.
77	PARM-PTR  pic S9(4) usage is comp value 0.
77	K         pic S9(4) usage is comp value 0.
77	CMD-PTR   pic S9(4) usage is comp value 0.
77	CUR-DATE  pic 9(8) value 0.
77	CUR-TIME  pic 9(8) value 0.
77	RUN-ANS   pic X(1).
01	CMD-ARG pic X(50).
01	CMD-W1 pic X(10).
01	CMD-W2 pic X(30).
01	cycName pic x(30).
01	chkName pic x(57).
01	ANS-PIECE pic X(57).
01	CMD-LINE pic X(200).
01	CTL-LINE.
	02 CTL-STEP   pic X(2).
	02 FILLER     pic X(1).
	02 CTL-PROG   pic X(14).
	02 FILLER     pic X(1).
	02 CTL-MAXRC  pic X(2).
	02 FILLER     pic X(1).
	02 CTL-HOW    pic X(1).
	02 FILLER     pic X(1).
	02 CTL-PARM   pic X(57).
01	STEP-TAB.
	02 STEP-ENTRY occurs 99 times.
		03 ST-NO    pic 9(2).
		03 ST-PROG  pic X(14).
		03 ST-MAXRC pic 9(2).
		03 ST-HOW   pic X(1).
		03 ST-PARM  pic X(57).
01	DONE-TAB.
	02 STEP-DONE pic X(1) occurs 99 times.
01	CYL-LINE.
	02 CYL-DATE   pic 9(8).
	02 FILLER     pic X(1) value SPACE.
	02 CYL-TIME   pic X(6).
	02 FILLER     pic X(1) value SPACE.
	02 CYL-TYPE   pic X(1).
	02 FILLER     pic X(1) value SPACE.
	02 CYL-STEP   pic 9(2).
	02 FILLER     pic X(1) value SPACE.
	02 CYL-PROG   pic X(14).
	02 FILLER     pic X(1) value SPACE.
	02 CYL-RC     pic 9(3).
	02 FILLER     pic X(1) value SPACE.
	02 CYL-MAXRC  pic 9(2).
	02 FILLER     pic X(1) value SPACE.
	02 CYL-TEXT   pic X(30).
01	CYL-IN.
	02 FILLER     pic X(16).
	02 CYI-TYPE   pic X(1).
	02 FILLER     pic X(1).
	02 CYI-STEP   pic 9(2).
	02 FILLER     pic X(23).
	02 CYI-TEXT   pic X(30).
	02 FILLER     pic X(7).

procedure division.
	accept CMD-ARG from command-line.
	move SPACES to CMD-W1.
	move SPACES to CMD-W2.
	if CMD-ARG is equal to SPACES
		display "Enter R to restart the last cycle (blank to start a new cycle)"
		accept RUN-ANS
		if RUN-ANS is equal to 'R'
			move 'RESTART' to CMD-W1
		end-if
		display "Enter cycle control file name (blank for roman.cyc)"
		accept CMD-W2
	else
		unstring CMD-ARG delimited by all ' '
			into CMD-W1, CMD-W2
		end-unstring
	end-if.
	if CMD-W1 is equal to 'RESTART'
		move 'Y' to RESTART-SW
	end-if.
	move CMD-W2 to cycName.
	move SPACES to DONE-TAB.
	open extend cycleLog.
	if CYL-FILE-STATUS is equal to '35'
		open output cycleLog
	end-if.
	if CYL-FILE-STATUS is not equal to '00'
		display "UNABLE TO OPEN roman.cyl - STATUS " CYL-FILE-STATUS
		move 12 to RETURN-CODE
		stop run
	end-if.
	if RESTART-RUN
		close cycleLog
		perform Y3 thru Y3-EXIT
		if LAST-COMPLETE
			move 0 to RETURN-CODE
			stop run
		end-if
		if CTL-ERROR
			move 12 to RETURN-CODE
			stop run
		end-if
		open extend cycleLog
	end-if.
	if cycName is equal to SPACES
		move 'roman.cyc' to cycName
	end-if.
	perform Y1 thru Y1-EXIT.
	if CTL-ERROR
		close cycleLog
		move 12 to RETURN-CODE
		stop run
	end-if.
	move SPACES to CYL-LINE.
	move 0 to CYL-STEP. move 0 to CYL-RC. move 0 to CYL-MAXRC.
	move SPACES to CYL-PROG.
	move cycName to CYL-TEXT.
	if RESTART-RUN
		move 'R' to CYL-TYPE
	else
		move 'S' to CYL-TYPE
	end-if.
	perform Y9 thru Y9-EXIT.
	perform Y5 thru Y5-EXIT varying SX from 1 by 1
		until SX is greater than STEP-CNT or CYCLE-STOPPED.
	move 0 to CYL-STEP. move 0 to CYL-RC. move 0 to CYL-MAXRC.
	move SPACES to CYL-PROG.
	if CYCLE-STOPPED
		move 'F' to CYL-TYPE
		move 'CYCLE STOPPED' to CYL-TEXT
		move LAST-STEP to CYL-STEP
	else
		move 'C' to CYL-TYPE
		move 'CYCLE COMPLETE' to CYL-TEXT
	end-if.
	if not LOG-ERROR
		perform Y9 thru Y9-EXIT
	end-if.
	close cycleLog.
	display "STEPS RUN     " RUN-CNT.
	display "STEPS SKIPPED " SKIP-CNT.
	if LOG-ERROR
		display "CYCLE STOPPED - roman.cyl WRITE ERROR - CHECK THE LOG BEFORE RESTART"
		move 12 to RETURN-CODE
		stop run
	end-if.
	if CYCLE-STOPPED
		display "CYCLE STOPPED AT STEP " LAST-STEP " - RESTART AFTER CORRECTION"
		move 8 to RETURN-CODE
	else
		display "CYCLE COMPLETE"
		move 0 to RETURN-CODE
	end-if.
	stop run.

Y1.	move 0 to STEP-CNT.
	move 0 to LINE-CNT.
	move 0 to LAST-STEP.
	open input controlFile.
	if CYC-FILE-STATUS is not equal to '00'
		display "UNABLE TO OPEN " cycName " - STATUS " CYC-FILE-STATUS
		move 'Y' to CTL-ERR-SW
		go to Y1-EXIT
	end-if.
	move 'N' to EOF-SW.
	read controlFile into CTL-LINE
		at end move 'Y' to EOF-SW
	end-read.
	perform Y2 thru Y2-EXIT until END-OF-FILE or CTL-ERROR.
	close controlFile.
	if STEP-CNT is equal to 0 and not CTL-ERROR
		display "NO STEPS IN " cycName
		move 'Y' to CTL-ERR-SW
	end-if.
Y1-EXIT. exit.

Y2.	add 1 to LINE-CNT.
	if CTL-LINE is not equal to SPACES and CTL-LINE(1:1) is not equal to '*'
		perform Y12 thru Y12-EXIT
	end-if.
	read controlFile into CTL-LINE
		at end move 'Y' to EOF-SW
	end-read.
Y2-EXIT. exit.

Y3.	move 'N' to START-SW.
	move 'N' to CMPL-SW.
	open input cycleLog.
	if CYL-FILE-STATUS is not equal to '00'
		display "NO CYCLE LOG - NOTHING TO RESTART"
		move 'Y' to CTL-ERR-SW
		go to Y3-EXIT
	end-if.
	move 'N' to EOF-SW.
	perform Y4 thru Y4-EXIT until END-OF-FILE.
	close cycleLog.
	if not START-FOUND
		display "NO CYCLE START ON roman.cyl - NOTHING TO RESTART"
		move 'Y' to CTL-ERR-SW
		go to Y3-EXIT
	end-if.
	if LAST-COMPLETE
		display "LAST CYCLE COMPLETED - NOTHING TO RESTART"
	end-if.
Y3-EXIT. exit.

Y4.	read cycleLog into CYL-IN
		at end move 'Y' to EOF-SW
	end-read.
	if END-OF-FILE
		go to Y4-EXIT
	end-if.
	evaluate CYI-TYPE
		when 'S'
			move 'Y' to START-SW
			move 'N' to CMPL-SW
			move SPACES to DONE-TAB
			if CMD-W2 is equal to SPACES
				move CYI-TEXT to cycName
			end-if
		when 'E'
			if CYI-STEP is numeric and CYI-STEP is greater than 0
				and CYI-TEXT(1:2) is equal to 'OK'
				move 'Y' to STEP-DONE(CYI-STEP)
			end-if
		when 'C'
			move 'Y' to CMPL-SW
	end-evaluate.
Y4-EXIT. exit.

Y5.	move ST-NO(SX) to CYL-STEP.
	move ST-PROG(SX) to CYL-PROG.
	move ST-MAXRC(SX) to CYL-MAXRC.
	move 0 to CYL-RC.
	if STEP-DONE(ST-NO(SX)) is equal to 'Y'
		move 'K' to CYL-TYPE
		move 'COMPLETED EARLIER - SKIPPED' to CYL-TEXT
		perform Y9 thru Y9-EXIT
		display "STEP " ST-NO(SX) " " ST-PROG(SX) " COMPLETED EARLIER - SKIPPED"
		add 1 to SKIP-CNT
		go to Y5-EXIT
	end-if.
	move 'B' to CYL-TYPE.
	move 'STARTED' to CYL-TEXT.
	perform Y9 thru Y9-EXIT.
	if LOG-ERROR
		go to Y5-EXIT
	end-if.
	display "STEP " ST-NO(SX) " " ST-PROG(SX) " STARTED".
	add 1 to RUN-CNT.
	if ST-HOW(SX) is equal to 'X'
		perform Y8 thru Y8-EXIT
	else
		perform Y6 thru Y6-EXIT
	end-if.
	move ST-NO(SX) to CYL-STEP.
	move ST-PROG(SX) to CYL-PROG.
	move ST-MAXRC(SX) to CYL-MAXRC.
	move STEP-RC to CYL-RC.
	move 'E' to CYL-TYPE.
	if STEP-RC is greater than ST-MAXRC(SX)
		move 'FAILED - RC ABOVE MAXIMUM' to CYL-TEXT
		move 'Y' to STOP-SW
		move ST-NO(SX) to LAST-STEP
	else
		move 'OK' to CYL-TEXT
	end-if.
	perform Y9 thru Y9-EXIT.
	display "STEP " ST-NO(SX) " " ST-PROG(SX) " ENDED RC " CYL-RC " " CYL-TEXT.
Y5-EXIT. exit.

Y6.	move SPACES to CMD-LINE.
	move 1 to CMD-PTR.
	string ST-PROG(SX) delimited by SPACE
		into CMD-LINE with pointer CMD-PTR
	end-string.
	if ST-HOW(SX) is equal to 'P'
		perform Y7 thru Y7-EXIT
		if ANS-ERROR
			move 12 to STEP-RC
			go to Y6-EXIT
		end-if
		string ' < roman.cyw' delimited by size
			into CMD-LINE with pointer CMD-PTR
		end-string
	else
		string ' ' delimited by size
			ST-PARM(SX) delimited by size
			into CMD-LINE with pointer CMD-PTR
		end-string
	end-if.
	call "SYSTEM" using CMD-LINE.
	move RETURN-CODE to STEP-RC.
	if STEP-RC is greater than 255
		divide STEP-RC by 256 giving STEP-RC
	end-if.
	if STEP-RC is less than 0 or STEP-RC is greater than 999
		move 999 to STEP-RC
	end-if.
	move 0 to RETURN-CODE.
Y6-EXIT. exit.

Y7.	move 'N' to ANS-ERR-SW.
	open output answerFile.
	if CYW-FILE-STATUS is not equal to '00'
		display "UNABLE TO OPEN roman.cyw - STATUS " CYW-FILE-STATUS
		move 'Y' to ANS-ERR-SW
		go to Y7-EXIT
	end-if.
	move 0 to PARM-LEN.
	perform Y10 thru Y10-EXIT varying K from 57 by -1
		until K is less than 1 or PARM-LEN is greater than 0.
	move 1 to PARM-PTR.
	if PARM-LEN is equal to 0
		write answerFile-Record from SPACES
		perform Y13 thru Y13-EXIT
	else
		perform Y11 thru Y11-EXIT
			until PARM-PTR is greater than PARM-LEN or ANS-ERROR
		if ST-PARM(SX)(PARM-LEN:1) is equal to ';' and not ANS-ERROR
			write answerFile-Record from SPACES
			perform Y13 thru Y13-EXIT
		end-if
	end-if.
	close answerFile.
Y7-EXIT. exit.

Y8.	move ST-PARM(SX) to chkName.
	move 0 to STEP-RC.
	open input checkFile.
	if CHK-FILE-STATUS is equal to '00'
		close checkFile
	else
		display "FILE NOT FOUND - " chkName
		move 8 to STEP-RC
	end-if.
Y8-EXIT. exit.

Y9.	accept CUR-DATE from date yyyymmdd.
	accept CUR-TIME from time.
	move CUR-DATE to CYL-DATE.
	move CUR-TIME(1:6) to CYL-TIME.
	write cycleLog-Record from CYL-LINE.
	if CYL-FILE-STATUS is not equal to '00'
		display "WRITE ERROR roman.cyl - STATUS " CYL-FILE-STATUS
		move 'Y' to LOG-ERR-SW
		move 'Y' to STOP-SW
	end-if.
Y9-EXIT. exit.

Y10.	if ST-PARM(SX)(K:1) is not equal to SPACE
		move K to PARM-LEN
	end-if.
Y10-EXIT. exit.

Y11.	move SPACES to ANS-PIECE.
	unstring ST-PARM(SX)(1:PARM-LEN) delimited by ';'
		into ANS-PIECE
		with pointer PARM-PTR
	end-unstring.
	write answerFile-Record from ANS-PIECE.
	perform Y13 thru Y13-EXIT.
Y11-EXIT. exit.

Y12.	if CTL-STEP is not numeric or CTL-MAXRC is not numeric
		or CTL-PROG is equal to SPACES
		display "INVALID CONTROL LINE " LINE-CNT " - " CTL-LINE
		move 'Y' to CTL-ERR-SW
		go to Y12-EXIT
	end-if.
	if CTL-HOW is not equal to 'A' and CTL-HOW is not equal to 'P'
		and CTL-HOW is not equal to 'X'
		display "INVALID STEP TYPE ON LINE " LINE-CNT " - USE A, P OR X"
		move 'Y' to CTL-ERR-SW
		go to Y12-EXIT
	end-if.
	if CTL-STEP is not greater than LAST-STEP
		display "STEP NUMBERS OUT OF SEQUENCE ON LINE " LINE-CNT
		move 'Y' to CTL-ERR-SW
		go to Y12-EXIT
	end-if.
	add 1 to STEP-CNT.
	move CTL-STEP to ST-NO(STEP-CNT).
	move CTL-STEP to LAST-STEP.
	move CTL-PROG to ST-PROG(STEP-CNT).
	move CTL-MAXRC to ST-MAXRC(STEP-CNT).
	move CTL-HOW to ST-HOW(STEP-CNT).
	move CTL-PARM to ST-PARM(STEP-CNT).
Y12-EXIT. exit.

Y13.	if CYW-FILE-STATUS is not equal to '00'
		display "WRITE ERROR roman.cyw - STATUS " CYW-FILE-STATUS
		move 'Y' to ANS-ERR-SW
	end-if.
Y13-EXIT. exit.

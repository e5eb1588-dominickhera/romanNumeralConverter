identification division.
program-id. rdate.
environment division.
input-output section.
file-control.
	select STANDARD-OUTPUT assign to display.

data division.
file section.
fd STANDARD-OUTPUT.
	01 STDOUT-RECORD pic X(80).

working-storage section.
77 I pic S99 usage is comp.
77 K pic S99 usage is comp.
77 RPTR pic S9(4) usage is comp.
77 D pic S9(4) usage is comp.
77 CUR-D pic S9(4) usage is comp.
77 PART-VAL pic S9(8) usage is comp.
77 QUOT pic S9(4) usage is comp.
77 REM-4 pic S9(4) usage is comp.
77 REM-100 pic S9(4) usage is comp.
77 REM-400 pic S9(4) usage is comp.
77 MAX-DAY pic S99 usage is comp.
77 SUB-ERR pic S9 usage is comp-3.
77 SUB-NUM pic 9(4).
77 SUB-ROM pic X(30).
77 BAD-SW pic X(1) value 'N'.
	88 DATE-BAD value 'Y'.
01 ERROR-MESS.
	02 FILLER pic X(22) value ' ILLEGAL DATE VALUE'.
01 DT-AREA.
	02 DT-YEAR pic 9(4).
	02 DT-MON  pic 9(2).
	02 DT-DAY  pic 9(2).
01 DT-NUM redefines DT-AREA pic 9(8).
01 DT-PARTS.
	02 DT-PART pic X(15) occurs 4 times.
01 PART-AREA.
	02 PC pic X(1) occurs 15 times.
01 MON-DAYS-LIT pic X(24) value '312831303130313130313031'.
01 MON-DAYS redefines MON-DAYS-LIT.
	02 MON-LEN pic 99 occurs 12 times.

linkage section.
77 DATE-FUNC pic X(1).
77 DATE-NUM  pic 9(8).
77 ERR       pic S9 usage is comp-3.
01 DATE-ROM  pic X(30).

procedure division using DATE-FUNC, DATE-NUM, ERR, DATE-ROM.
	move 'N' to BAD-SW.
	if DATE-FUNC is equal to 'P'
		perform P1 thru P1-EXIT
		if DATE-BAD
			perform B7
			perform B8
		end-if
	else
		move SPACES to DATE-ROM
		if DATE-NUM is not numeric
			perform B7
			perform B8
		end-if
		move DATE-NUM to DT-NUM
	end-if.
	perform V1 thru V1-EXIT.
	if DATE-BAD
		perform B7
		perform B8
	end-if.
	perform R1 thru R1-EXIT.
	move DT-NUM to DATE-NUM.
	move 1 to ERR.
	perform B8.
V1.	if DT-YEAR is less than 1 or DT-YEAR is greater than 3999
		or DT-MON is less than 1 or DT-MON is greater than 12
		move 'Y' to BAD-SW
		go to V1-EXIT
	end-if.
	move MON-LEN(DT-MON) to MAX-DAY.
	if DT-MON is equal to 2
		divide DT-YEAR by 4 giving QUOT remainder REM-4
		divide DT-YEAR by 100 giving QUOT remainder REM-100
		divide DT-YEAR by 400 giving QUOT remainder REM-400
		if REM-4 is equal to 0 and (REM-100 is not equal to 0 or REM-400 is equal to 0)
			move 29 to MAX-DAY
		end-if
	end-if.
	if DT-DAY is less than 1 or DT-DAY is greater than MAX-DAY
		move 'Y' to BAD-SW
	end-if.
V1-EXIT. exit.
R1.	move SPACES to DATE-ROM. move 1 to RPTR.
	move DT-DAY to SUB-NUM.
	call "rconv" using SUB-NUM, SUB-ERR, SUB-ROM.
	string SUB-ROM delimited by space '.' delimited by size
		into DATE-ROM with pointer RPTR
	end-string.
	move DT-MON to SUB-NUM.
	call "rconv" using SUB-NUM, SUB-ERR, SUB-ROM.
	string SUB-ROM delimited by space '.' delimited by size
		into DATE-ROM with pointer RPTR
	end-string.
	move DT-YEAR to SUB-NUM.
	call "rconv" using SUB-NUM, SUB-ERR, SUB-ROM.
	string SUB-ROM delimited by space
		into DATE-ROM with pointer RPTR
	end-string.
R1-EXIT. exit.
P1.	move SPACES to DT-PARTS.
	inspect DATE-ROM converting 'ivxlcdm' to 'IVXLCDM'.
	unstring DATE-ROM delimited by '.' or all ' '
		into DT-PART(1), DT-PART(2), DT-PART(3), DT-PART(4)
	end-unstring.
	if DT-PART(1) is equal to SPACES or DT-PART(2) is equal to SPACES
		or DT-PART(3) is equal to SPACES or DT-PART(4) is not equal to SPACES
		move 'Y' to BAD-SW
		go to P1-EXIT
	end-if.
	move 0 to DT-NUM.
	move 1 to K.
	perform P2 thru P2-EXIT.
	if DATE-BAD or PART-VAL is greater than 31
		move 'Y' to BAD-SW
		go to P1-EXIT
	end-if.
	move PART-VAL to DT-DAY.
	move 2 to K.
	perform P2 thru P2-EXIT.
	if DATE-BAD or PART-VAL is greater than 12
		move 'Y' to BAD-SW
		go to P1-EXIT
	end-if.
	move PART-VAL to DT-MON.
	move 3 to K.
	perform P2 thru P2-EXIT.
	if DATE-BAD
		go to P1-EXIT
	end-if.
	move PART-VAL to DT-YEAR.
P1-EXIT. exit.
P2.	move DT-PART(K) to PART-AREA.
	move 0 to PART-VAL.
	perform P3 thru P3-EXIT varying I from 1 by 1
		until I is greater than 15 or PC(I) is equal to space or DATE-BAD.
	if DATE-BAD
		go to P2-EXIT
	end-if.
	if PART-VAL is less than 1 or PART-VAL is greater than 3999
		move 'Y' to BAD-SW
		go to P2-EXIT
	end-if.
	move PART-VAL to SUB-NUM.
	call "rconv" using SUB-NUM, SUB-ERR, SUB-ROM.
	if SUB-ROM is not equal to DT-PART(K)
		move 'Y' to BAD-SW
	end-if.
P2-EXIT. exit.
P3.	move PC(I) to SUB-ROM.
	perform P4 thru P4-EXIT.
	if DATE-BAD
		go to P3-EXIT
	end-if.
	move D to CUR-D.
	move 0 to D.
	if I is less than 15 and PC(I + 1) is not equal to space
		move PC(I + 1) to SUB-ROM
		perform P4 thru P4-EXIT
	end-if.
	if D is greater than CUR-D
		subtract CUR-D from PART-VAL
	else
		add CUR-D to PART-VAL
	end-if.
P3-EXIT. exit.
P4.	evaluate SUB-ROM(1:1)
		when 'I' move 1 to D
		when 'V' move 5 to D
		when 'X' move 10 to D
		when 'L' move 50 to D
		when 'C' move 100 to D
		when 'D' move 500 to D
		when 'M' move 1000 to D
		when other
			move 0 to D
			move 'Y' to BAD-SW
	end-evaluate.
P4-EXIT. exit.
B7. open output STANDARD-OUTPUT.
	write STDOUT-RECORD from ERROR-MESS after advancing 1 line.
	move 2 to ERR.
	close STANDARD-OUTPUT.
B8. goback.

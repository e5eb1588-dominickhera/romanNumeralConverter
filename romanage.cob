	02 FILLER pic X(20) value 'TOO MANY REPEATS'.
	02 FILLER pic X(20) value 'ILLEGAL SUBTRACTION'.
	02 FILLER pic X(20) value 'OUT OF RANGE'.
	02 FILLER pic X(20) value 'ALREADY REGISTERED'.
	02 FILLER pic X(20) value 'INVALID DATE'.
01	RSN-TAB redefines RSN-TAB-LIT.
	02 RSN-TEXT pic X(20) occurs 6 times.
01	AGE-TAB.
	02 AGE-RSN occurs 6 times.
		03 AGE-0-7   pic 9(6) usage is comp.
		03 AGE-8-30  pic 9(6) usage is comp.
		03 AGE-OV30  pic 9(6) usage is comp.
	write STDOUT-RECORD from COL-HEADS after advancing 1 line.
	write STDOUT-RECORD from UNDERLINE-1 after advancing 1 line.
	perform T4 thru T4-EXIT varying RX from 1 by 1
		until RX is greater than 6.
	perform T5 thru T5-EXIT varying OX from 1 by 1
		until OX is greater than OI-CNT.
	perform T6 thru T6-EXIT.
	if DAYS-OUT is greater than 30
		add 1 to OVER30-CNT
	end-if.
	if OI-REASON(OX) is greater than 1 and OI-REASON(OX) is less than 8
		compute RX = OI-REASON(OX) - 1
		evaluate true
			when DAYS-OUT is less than 8
	write STDOUT-RECORD from AGE-COLS after advancing 1 line.
	write STDOUT-RECORD from UNDERLINE-1 after advancing 1 line.
	perform T7 thru T7-EXIT varying RX from 1 by 1
		until RX is greater than 6.
	write STDOUT-RECORD from SPACES after advancing 1 line.
	write STDOUT-RECORD from TRL-HEAD after advancing 1 line.
	move OPEN-CNT to TOT-OPEN-OUT.

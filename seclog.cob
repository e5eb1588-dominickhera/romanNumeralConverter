identification division.
program-id. seclog.
environment division.
input-output section.
file-control.
	select secFile assign to "roman.sec"
		organization is line sequential
		file status is SEC-FILE-STATUS.

data division.
file section.
fd secFile.
	01 secFile-Record pic X(80).

working-storage section.
77 SEC-FILE-STATUS pic X(2) value '00'.
77 CUR-DATE pic 9(8) value 0.
77 CUR-TIME pic 9(8) value 0.
01 SEC-LINE.
	02 SEC-DATE pic 9(8).
	02 FILLER   pic X(1) value SPACE.
	02 SEC-TIME pic X(6).
	02 FILLER   pic X(1) value SPACE.
	02 SEC-PROG pic X(9).
	02 FILLER   pic X(1) value SPACE.
	02 SEC-ID   pic X(3).
	02 FILLER   pic X(1) value SPACE.
	02 SEC-TYPE pic X(1).
	02 FILLER   pic X(1) value SPACE.
	02 SEC-TEXT pic X(40).

linkage section.
77 SL-PROG pic X(9).
77 SL-ID   pic X(3).
77 SL-TYPE pic X(1).
01 SL-TEXT pic X(40).

procedure division using SL-PROG, SL-ID, SL-TYPE, SL-TEXT.
	open extend secFile.
	if SEC-FILE-STATUS is equal to '35'
		open output secFile
	end-if.
	if SEC-FILE-STATUS is not equal to '00'
		display "UNABLE TO OPEN roman.sec - STATUS " SEC-FILE-STATUS
		perform B8
	end-if.
	accept CUR-DATE from date yyyymmdd.
	accept CUR-TIME from time.
	move CUR-DATE to SEC-DATE.
	move CUR-TIME(1:6) to SEC-TIME.
	move SL-PROG to SEC-PROG.
	move SL-ID to SEC-ID.
	move SL-TYPE to SEC-TYPE.
	move SL-TEXT to SEC-TEXT.
	write secFile-Record from SEC-LINE.
	if SEC-FILE-STATUS is not equal to '00'
		display "WRITE ERROR roman.sec - STATUS " SEC-FILE-STATUS
	end-if.
	close secFile.
	perform B8.
B8. goback.

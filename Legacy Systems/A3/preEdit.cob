    select suspenseFile assign to dynamic suspenseName
		organization is line sequential
		file status is suspense-status.
    select deptFile assign to "DEPTMSTR.DAT"
		organization is indexed
		access mode is random
		record key is dept-prefix
		file status is dept-status.

data division.
file section.
	05 susp-ref     pic x(12).
	05 filler       pic x value space.
	05 susp-data    pic x(90).
fd deptFile.
01 dept-record.
	05 dept-prefix      pic x(3).
	05 dept-name        pic x(30).
	05 dept-cost-centre pic x(8).
	05 dept-open-flag   pic x.
	05 dept-effective   pic 9(8).

working-storage section.
77  fileName      pic x(30).
77  clean-status  pic xx.
77  reject-status pic xx.
77  suspense-status pic xx.
77  dept-status   pic xx.
77  dept-check    pic x value 'Y'.
77  dept-today    pic 9(8).
77  rec-dept-ct   pic s9(8) usage is computational value 0.
77  susp-yyyymmdd pic 9(8).
77  eof-switch    pic 9 value 1.
77  countSpaces   pic s99 usage is computational.
77  rec-desc      pic x(40).
77  comma-ct      pic s99 usage is computational.
77  split-ptr     pic s9(4) usage is computational.
77  ref-action    pic x.
77  ref-result    pic s9 usage is computational-3.
77  rec-cd-ct     pic s9(8) usage is computational value 0.
77  lock-action   pic x.
77  lock-holder   pic x(12) value "PREEDIT".
77  lock-result   pic s9 usage is computational-3.
		move 20 to return-code
		stop run
	end-if.
    open input deptFile.
    if dept-status is not equal to "00"
		move 'N' to dept-check
		display "WARNING: department master DEPTMSTR.DAT not available - status "
			dept-status " - department edit skipped."
	end-if.
    accept dept-today from date yyyymmdd.
    perform editLine until eof-switch = 0.
    close myFile, cleanFile, rejectFile, suspenseFile.
    if dept-check is equal to 'Y'
		close deptFile
	end-if.
    move 'R' to lock-action.
    call "filelock" using lock-action, fileName, lock-holder, lock-result.
    display " ".
    display "  records read:  " rec-read-ct.
    display "  clean (to " function trim (cleanName) "): " rec-clean-ct.
    display "  rejects (to " function trim (rejectName) "): " rec-rej-ct.
    display "    of which unknown or closed department: " rec-dept-ct.
    display "    of which bad reference check digit: " rec-cd-ct.
    display "  rejects also held on " function trim (suspenseName)
		" for correction.".
    stop run.
	else
		move num to rec-numeral
	end-if.
*> a reference id must carry a good check digit in its last place;
*> the caller rejects a bad one under reason 9.
	move zero to ref-result.
	if rec-ref is not equal to spaces
		move 'V' to ref-action
		call "refcheck" using ref-action, rec-ref, ref-result
	end-if.
end-splitInputRecord.

holdOnSuspense.
end-holdOnSuspense.

checkOneRecord.
*> the same gates the conversion run applies: the reference check
*> digit, the 30-character limit, then conv's character and grammar
*> validation.
	if ref-result is not equal to zero
		move 9 to ret
		add 1 to rec-cd-ct
	else
		perform checkNumeral
	end-if.
	if ret is equal to 1 and rec-ref is not equal to spaces
			and dept-check is equal to 'Y'
		perform checkDepartment
	end-if.
end-checkOneRecord.

checkNumeral.
	move zero to countSpaces.
	inspect function reverse (rec-numeral)
		tallying countSpaces for leading space.
		move inputLength to n
		call "conv" using input-area, n, ret, temp
	end-if.
end-checkNumeral.

checkDepartment.
*> the first three characters of the reference id name the sending
*> department. An unknown prefix, a department not yet open, or one
*> whose closure has taken effect is held as reason 7.
	move function upper-case (rec-ref (1:3)) to dept-prefix.
	read deptFile
		invalid key
			move 7 to ret
		not invalid key
			if (dept-open-flag is equal to 'C'
					and dept-effective is not greater than dept-today)
				or (dept-open-flag is not equal to 'C'
					and dept-effective is greater than dept-today)
				move 7 to ret
			end-if
	end-read.
	if ret is equal to 7
		add 1 to rec-dept-ct
	end-if.
end-checkDepartment.

    select agingReport assign to "REJAGING.TXT"
		organization is line sequential
		file status is aging-status.
    select deptFile assign to "DEPTMSTR.DAT"
		organization is indexed
		access mode is random
		record key is dept-prefix
		file status is dept-status.

data division.
file section.
01 release-record pic x(90).
fd agingReport.
01 aging-record pic x(100).
fd deptFile.
01 dept-record.
	05 dept-prefix      pic x(3).
	05 dept-name        pic x(30).
	05 dept-cost-centre pic x(8).
	05 dept-open-flag   pic x.
	05 dept-effective   pic 9(8).

working-storage section.
77  suspenseName    pic x(30) value "SUSPENSE.TXT".
77  suspense-status pic xx.
77  release-status  pic xx.
77  aging-status    pic xx.
77  dept-status     pic xx.
77  new-ref         pic x(20).
77  old-ref         pic x(12).
77  release-ref     pic x(12).
77  ref-action      pic x.
77  ref-result      pic s9 usage is computational-3.
77  comma-ct        pic s99 usage is computational.
77  choice          pic x.
77  eof-switch      pic 9 value 1.
77  rec-count       pic s9(4) usage is computational value zero.
77  temp            pic s9(8) usage is computational.
77  ret             pic s9 usage is computational-3.
77  new-line        pic x(30).
77  new-numeral     pic x(30).
77  lock-action     pic x.
77  lock-holder     pic x(12) value "REJECTFIX".
77  lock-result     pic s9 usage is computational-3.
77  released-ct     pic s9(4) usage is computational value zero.
77  reason-idx      pic s9(4) usage is computational.
77  list-idx        pic s9(4) usage is computational.
77  program-name    pic x(12) value "REJECTFIX".
77  signon-id       pic x(8).
77  signon-auth     pic x.
77  signon-result   pic s9 usage is computational-3.
77  may-maintain    pic x value 'N'.
77  may-supervise   pic x value 'N'.
77  audit-result    pic s9 usage is computational-3.
77  key-num         pic 9(4).
77  exc-action      pic x value 'R'.
77  exc-result      pic s9 usage is computational-3.

01  audit-entry.
	05 aud-operator pic x(8).
	05 aud-program  pic x(12).
	05 aud-file     pic x(30).
	05 aud-action   pic x.
	05 aud-key      pic x(30).
	05 aud-before   pic x(100).
	05 aud-after    pic x(100).

*> what the aging run raises on the operations exception queue.
01  exc-entry.
	05 exc-source   pic x(12) value "REJECTFIX".
	05 exc-severity pic 9 value 2.
	05 exc-key      pic x(40).
	05 exc-text     pic x(60).
	05 exc-id       pic 9(8).

*> a held entry as it stands on the suspense file, for the audit trail.
01  held-image.
	05 hi-reason  pic 9.
	05 filler     pic x value space.
	05 hi-date    pic 9(8).
	05 filler     pic x value space.
	05 hi-recycle pic 9(3).
	05 filler     pic x value space.
	05 hi-ref     pic x(12).
	05 filler     pic x value space.
	05 hi-data    pic x(90).

01  held-table.
    05  held-entry occurs 1 to 500 times depending on rec-count
    05 filler pic x(18) value 'GRAMMAR REJECT    '.
    05 filler pic x(18) value 'RANGE REJECT      '.
    05 filler pic x(18) value 'LENGTH REJECT     '.
    05 filler pic x(18) value 'DEPARTMENT REJECT '.
    05 filler pic x(18) value 'DOWNSTREAM REJECT '.
    05 filler pic x(18) value 'CHECK DIGIT REJECT'.
01  ret-table redefines ret-table-init.
    05 ret-name pic x(18) occurs 9 times.

01  aging-head.
    02 filler pic x(27) value 'Reject Suspense Aging as of'.
    if aging-env (1:1) is equal to 'Y' or aging-env (1:1) is equal to 'y'
		move 'Y' to aging-only
	end-if.
*> the aging report changes nothing, so the batch step runs without a
*> sign-on.  Interactive use needs maintain authority to fix or save
*> and supervisor authority to abandon a record.
    if aging-only is not equal to 'Y'
		call "signon" using program-name, signon-id, signon-auth,
			signon-result
		if signon-result is not equal to zero
			move 20 to return-code
			stop run
		end-if
		if signon-auth is equal to 'M' or signon-auth is equal to 'S'
			move 'Y' to may-maintain
		end-if
		if signon-auth is equal to 'S'
			move 'Y' to may-supervise
		end-if
	end-if.
    move 'A' to lock-action.
    call "filelock" using lock-action, suspenseName, lock-holder, lock-result.
    if lock-result is not equal to zero

mainMenu.
    display " ".
    if may-supervise is equal to 'Y'
		display "(L)ist  (F)ix  (D)elete  (A)ging report  (S)ave  (Q)uit"
	else
		if may-maintain is equal to 'Y'
			display "(L)ist  (F)ix  (A)ging report  (S)ave  (Q)uit"
		else
			display "(L)ist  (A)ging report  (Q)uit"
		end-if
	end-if.
    display "Selection: " with no advancing.
    accept choice.
    perform screenChoice.
    evaluate function upper-case (choice)
		when "L" perform listHeld
		when "F" perform fixRecord
	end-evaluate.
end-mainMenu.

screenChoice.
*> a function the operator may not use is treated as an invalid choice.
    evaluate function upper-case (choice)
		when "F" when "S"
			if may-maintain is not equal to 'Y'
				move space to choice
			end-if
		when "D"
			if may-supervise is not equal to 'Y'
				move space to choice
			end-if
		when other continue
	end-evaluate.
end-screenChoice.

buildHeldImage.
    move held-reason (rec-num) to hi-reason.
    move held-date (rec-num) to hi-date.
    move held-recycle (rec-num) to hi-recycle.
    move held-ref (rec-num) to hi-ref.
    move held-data (rec-num) to hi-data.
end-buildHeldImage.

heldKey.
    move spaces to aud-key.
    if held-ref (rec-num) is equal to spaces
		move rec-num to key-num
		string "RECORD " delimited by size
			key-num delimited by size
			into aud-key
	else
		move held-ref (rec-num) to aud-key
	end-if.
end-heldKey.

writeAudit.
    move signon-id to aud-operator.
    move program-name to aud-program.
    move suspenseName to aud-file.
    call "auditlog" using audit-entry, audit-result.
end-writeAudit.

auditRecycle.
*> a failed correction still changes the held record's recycle count.
    perform buildHeldImage.
    perform heldKey.
    move 'C' to aud-action.
    move held-image to aud-after.
    perform writeAudit.
end-auditRecycle.

listHeld.
    display " ".
    perform listOneHeld varying list-idx from 1 by 1
end-listOneHeld.

resolveReasonName.
*> reasons 2-6 are CONV's reject codes, 7 is pre-edit's department
*> check, 8 a row the downstream system refused (from ackmatch) and 9
*> a reference that failed its check digit; anything else shows as
*> the first table entry so a damaged suspense line cannot overrun it.
    move list-idx to rec-num.
    move held-reason (rec-num) to reason-idx.
    if reason-idx is less than 1 or reason-idx is greater than 9
		move 1 to reason-idx
	end-if.
end-resolveReasonName.
		display "Held record:  " held-data (rec-num) (1:60)
		display "Reason:       " ret-name (reason-idx)
		display "Reference:    " held-ref (rec-num)
		perform buildHeldImage
		move held-image to aud-before
		if held-reason (rec-num) is equal to 7
			perform fixDepartment
		else
		if held-reason (rec-num) is equal to 8
			perform fixDownstream
		else
		if held-reason (rec-num) is equal to 9
			perform fixCheckDigit
		else
			display "Enter corrected Roman numeral: " with no advancing
			accept new-line
			move held-ref (rec-num) to release-ref
			perform validateLine
			if ret is equal to 1
				perform releaseRecord
			else
				perform holdFailedFix
			end-if
		end-if
		end-if
		end-if
	end-if.
end-fixRecord.

holdFailedFix.
*> a correction that fails stays held with its recycle count bumped.
*> If it was the reference that failed its check digit, the record is
*> held under reason 9 from now on so the next fix asks for the
*> reference instead of the numeral.
    add 1 to held-recycle (rec-num).
    if ret is equal to 9
		move 9 to held-reason (rec-num)
	end-if.
    perform auditRecycle.
    perform saveSuspense.
    if ret is equal to 9
		display "Reference " function trim (release-ref) " fails its check"
			" digit - record stays held for the reference to be corrected"
			" (recycle " held-recycle (rec-num) ")."
	else
		display "Correction does not pass CONV validation - record"
			" stays held (recycle " held-recycle (rec-num) ")."
	end-if.
end-holdFailedFix.

fixDownstream.
*> the downstream system refused a row that had converted cleanly; its
*> conversion is reversed by ackmatch's request, so the row can go back
*> under the same reference once the numeral is right.  Enter keeps
*> the numeral as held when the fault was not in the numeral.
    move spaces to old-ref.
    move spaces to new-line.
    unstring held-data (rec-num) delimited by ","
		into old-ref, new-line
	end-unstring.
    display "Numeral:      " new-line.
    display "Enter corrected Roman numeral (Enter keeps it): "
		with no advancing.
    move spaces to new-numeral.
    accept new-numeral.
    if new-numeral is not equal to spaces
		move new-numeral to new-line
	end-if.
    move held-ref (rec-num) to release-ref.
    perform validateLine.
    if ret is equal to 1
		perform releaseRecord
	else
		perform holdFailedFix
	end-if.
end-fixDownstream.

fixCheckDigit.
*> the reference failed its check digit, so only the reference id is
*> corrected; the numeral must still pass CONV before the record is
*> released under the corrected reference.
    move spaces to old-ref.
    move spaces to new-line.
    unstring held-data (rec-num) delimited by ","
		into old-ref, new-line
	end-unstring.
    display "Numeral:      " new-line.
    display "Enter corrected reference ID: " with no advancing.
    move spaces to new-ref.
    accept new-ref.
    move function upper-case (new-ref) to new-ref.
    move zero to comma-ct.
    inspect new-ref tallying comma-ct for all ",".
    if new-ref is equal to spaces or comma-ct is greater than zero
			or new-ref (13:8) is not equal to spaces
		display "Reference ID must be 1-12 characters with no commas."
		move 9 to ret
	else
		move new-ref (1:12) to release-ref
		perform validateLine
	end-if.
    if ret is equal to 1
		move new-ref (1:12) to held-ref (rec-num)
		perform releaseRecord
	else
		add 1 to held-recycle (rec-num)
		perform auditRecycle
		perform saveSuspense
		if ret is equal to 9
			display "Reference does not pass the check digit - record"
				" stays held (recycle " held-recycle (rec-num) ")."
		else
			display "Numeral does not pass CONV validation - record"
				" stays held (recycle " held-recycle (rec-num) ")."
		end-if
	end-if.
end-fixCheckDigit.

fixDepartment.
*> a department reject already carries a good numeral, so only the
*> reference id is corrected. The new prefix must name an open
*> department before the record is released with the original numeral.
    move spaces to old-ref.
    move spaces to new-line.
    unstring held-data (rec-num) delimited by ","
		into old-ref, new-line
	end-unstring.
    display "Numeral:      " new-line.
    display "Enter corrected reference ID: " with no advancing.
    move spaces to new-ref.
    accept new-ref.
    move function upper-case (new-ref) to new-ref.
    move zero to comma-ct.
    inspect new-ref tallying comma-ct for all ",".
    if new-ref is equal to spaces or comma-ct is greater than zero
			or new-ref (13:8) is not equal to spaces
		display "Reference ID must be 1-12 characters with no commas."
		move 7 to ret
	else
		perform checkDepartment
	end-if.
    if ret is equal to 1
		move new-ref (1:12) to release-ref
		perform validateLine
	end-if.
    if ret is equal to 1
		move new-ref (1:12) to held-ref (rec-num)
		perform releaseRecord
	else
		add 1 to held-recycle (rec-num)
		perform auditRecycle
		perform saveSuspense
		if ret is equal to 9
			display "Reference does not pass the check digit - record"
				" stays held (recycle " held-recycle (rec-num) ")."
		else
			display "Correction does not pass the department check - record"
				" stays held (recycle " held-recycle (rec-num) ")."
		end-if
	end-if.
end-fixDepartment.

checkDepartment.
*> same rule as pre-edit: open with its effective date reached, or
*> closed with the closure not yet in effect.
    move 7 to ret.
    accept today-date from date yyyymmdd.
    open input deptFile.
    if dept-status is not equal to "00"
		display "Department master DEPTMSTR.DAT not available - status "
			dept-status "."
	else
		move new-ref (1:3) to dept-prefix
		read deptFile
			invalid key
				display "Department " dept-prefix
					" is not on the department master."
			not invalid key
				if (dept-open-flag is equal to 'C'
						and dept-effective is not greater than today-date)
					or (dept-open-flag is not equal to 'C'
						and dept-effective is greater than today-date)
					display "Department " dept-prefix " "
						function trim (dept-name) " is not open."
				else
					move 1 to ret
				end-if
		end-read
		close deptFile
	end-if.
end-checkDepartment.

validateLine.
    move zero to countSpaces.
	compute inputLength = length of new-line - countSpaces.
	move inputLength to n.
	call "conv" using new-line, n, ret, temp.
*> the record goes back in under release-ref, which must carry a good
*> check digit or the next pre-edit would only hold it again.
	if ret is equal to 1 and release-ref is not equal to spaces
		move 'V' to ref-action
		call "refcheck" using ref-action, release-ref, ref-result
		if ref-result is not equal to zero
			move 9 to ret
		end-if
	end-if.
end-validateLine.

releaseRecord.
		write release-record
		close releaseFile
		add 1 to released-ct
		perform heldKey
		move 'R' to aud-action
		move release-record to aud-after
		perform writeAudit
		perform dropHeldEntry
*> the release is an external side effect, so the suspense file is
*> rewritten with it - quitting without (S)ave must not leave the
    if rec-num is less than 1 or rec-num is greater than rec-count
		display "Invalid record number."
	else
		perform buildHeldImage
		perform heldKey
		move 'D' to aud-action
		move held-image to aud-before
		move spaces to aud-after
		perform writeAudit
		perform dropHeldEntry
		perform saveSuspense
		display "Record deleted from suspense."
    if days-held is greater than age-limit
		move "CHASE" to ad-flag
		add 1 to chase-ct
		perform raiseChase
	else
		move spaces to ad-flag
	end-if.
    write aging-record from aging-detail.
end-ageOneHeld.

raiseChase.
*> a record still held on the next aging run is counted again on its
*> open item rather than raised afresh.  A record held without a
*> reference is known by the day it was suspended and its data; its
*> place on the file moves as others are released.
    move spaces to exc-key.
    if held-ref (list-idx) is equal to spaces
		string held-date (list-idx) delimited by size
			" " delimited by size
			held-data (list-idx) (1:31) delimited by size
			into exc-key
	else
		string "REF " delimited by size
			held-ref (list-idx) delimited by space
			into exc-key
	end-if.
    move spaces to exc-text.
    string "held since " delimited by size
		held-date (list-idx) delimited by size
		" - " delimited by size
		ret-name (reason-idx) delimited by size
		into exc-text.
    call "excqueue" using exc-action, exc-entry, exc-result.
end-raiseChase.

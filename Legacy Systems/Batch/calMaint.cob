    select calendarFile assign to dynamic calendarName
		organization is line sequential
		file status is calendar-status.
    select streamFile assign to dynamic streamName
		organization is line sequential
		file status is stream-status.

data division.
file section.
fd calendarFile.
01  calendar-record  pic x(40).
fd streamFile.
01  stream-record    pic x(200).

working-storage section.
77  calendarName  pic x(30) value "BATCHCAL.TXT".
77  gen-next      pic 9(8).
77  date-known    pic x.
77  added-ct      pic s9(4) usage is computational.
77  streamName    pic x(30) value "JOBSTREAM.TXT".
77  stream-status pic xx.
77  stream-eof    pic 9.
77  st-f1         pic x(8).
77  st-f2         pic x(10).
77  known-ct      pic s9(4) usage is computational value zero.
77  known-idx     pic s9(4) usage is computational.
77  known-hit     pic x.
77  program-name  pic x(12) value "CALMAINT".
77  signon-id     pic x(8).
77  signon-auth   pic x.
77  signon-result pic s9 usage is computational-3.
77  may-maintain  pic x value 'N'.
77  audit-result  pic s9 usage is computational-3.
77  key-num       pic 9(4).
77  pending-ct    pic s9(4) usage is computational value zero.
77  pending-max   pic s9(4) usage is computational value 500.
77  pending-idx   pic s9(4) usage is computational.

01  audit-entry.
	05 aud-operator pic x(8).
	05 aud-program  pic x(12).
	05 aud-file     pic x(30).
	05 aud-action   pic x.
	05 aud-key      pic x(30).
	05 aud-before   pic x(100).
	05 aud-after    pic x(100).

*> a change is audited once it is on the file: each is held here until
*> (S)ave writes the file, and quitting without a save drops them.
01  pending-table.
    05  pending-entry occurs 500 times.
        10 pend-action pic x.
        10 pend-key    pic x(30).
        10 pend-before pic x(100).
        10 pend-after  pic x(100).

*> the steps the nightly job stream defines - a calendar rule for any
*> other name would never be applied.
01  known-steps.
    05  known-step pic x(8) occurs 20 times.

01  record-table.
    05  cal-entry pic x(40)
    if env-value is not equal to spaces
		move env-value to calendarName
	end-if.
*> inquiry authority may list and validate; maintain and supervisor
*> may change the calendar.
    call "signon" using program-name, signon-id, signon-auth, signon-result.
    if signon-result is not equal to zero
		move 20 to return-code
		stop run
	end-if.
    if signon-auth is equal to 'M' or signon-auth is equal to 'S'
		move 'Y' to may-maintain
	end-if.
    move 'A' to lock-action.
    call "filelock" using lock-action, calendarName, lock-holder,
		lock-result.
		move 20 to return-code
		stop run
	end-if.
    perform loadKnownSteps.
    perform loadCalendar.
    perform mainMenu until choice is equal to 'Q' or choice is equal to 'q'.
    if pending-ct is greater than zero
		display pending-ct " unsaved change(s) dropped - "
			function trim (calendarName) " not rewritten."
	end-if.
    move 'R' to lock-action.
    call "filelock" using lock-action, calendarName, lock-holder,
		lock-result.
    stop run.

loadKnownSteps.
*> BATCHSTREAM names the job stream as it does for the nightly batch;
*> without one the batch runs its built-in ROMAN and SIEVE steps.
    move spaces to env-value.
    accept env-value from environment "BATCHSTREAM".
    if env-value is not equal to spaces
		move env-value to streamName
	end-if.
    open input streamFile.
    if stream-status is not equal to "00"
		move 2 to known-ct
		move "ROMAN" to known-step (1)
		move "SIEVE" to known-step (2)
	else
		move 1 to stream-eof
		perform readStreamStep until stream-eof is equal to zero
		close streamFile
	end-if.
end-loadKnownSteps.

readStreamStep.
    read streamFile
		at end move zero to stream-eof
		not at end
			move spaces to st-f1
			move spaces to st-f2
			unstring stream-record delimited by all spaces
				into st-f1, st-f2
			end-unstring
			if st-f1 is equal to "J" and known-ct is less than 20
				add 1 to known-ct
				move function upper-case (st-f2 (1:8))
					to known-step (known-ct)
			end-if
	end-read.
end-readStreamStep.

loadCalendar.
    move zero to rec-count.
    open input calendarFile.

mainMenu.
    display " ".
    if may-maintain is equal to 'Y'
		display "(L)ist  (A)dd  (C)hange  (D)elete  (V)alidate  (Y)ear load"
			"  (S)ave  (Q)uit"
	else
		display "(L)ist  (V)alidate  (Q)uit"
	end-if.
    display "Selection: " with no advancing.
    accept choice.
    perform screenChoice.
    evaluate function upper-case (choice)
		when "L" perform listRecords
		when "A" perform addRecord
		when "Y" perform yearAheadLoad
		when "S" perform saveCalendar
		when "Q" continue
		when "*" continue
		when other display "Invalid choice! Try again."
	end-evaluate.
end-mainMenu.

screenChoice.
*> a function the operator may not use is treated as an invalid choice.
    if may-maintain is not equal to 'Y'
		evaluate function upper-case (choice)
			when "A" when "C" when "D" when "Y" when "S"
				move space to choice
			when other continue
		end-evaluate
	end-if.
*> the changes held for the audit trail are bounded; past that the
*> file must be saved before anything else is changed.
    if pending-ct is not less than pending-max
		evaluate function upper-case (choice)
			when "A" when "C" when "D" when "Y"
				display "Too many unsaved changes - (S)ave before changing more."
				move '*' to choice
			when other continue
		end-evaluate
	end-if.
end-screenChoice.

writeAudit.
    move signon-id to aud-operator.
    move program-name to aud-program.
    move calendarName to aud-file.
    call "auditlog" using audit-entry, audit-result.
end-writeAudit.

queueAudit.
    add 1 to pending-ct.
    move aud-action to pend-action (pending-ct).
    move aud-key to pend-key (pending-ct).
    move aud-before to pend-before (pending-ct).
    move aud-after to pend-after (pending-ct).
end-queueAudit.

writePending.
    move pend-action (pending-idx) to aud-action.
    move pend-key (pending-idx) to aud-key.
    move pend-before (pending-idx) to aud-before.
    move pend-after (pending-idx) to aud-after.
    perform writeAudit.
end-writePending.

recordKey.
    move rec-num to key-num.
    move spaces to aud-key.
    string "RECORD " delimited by size
		key-num delimited by size
		into aud-key.
end-recordKey.

listRecords.
    display " ".
    perform varying tbl-idx from 1 by 1
end-daysInMonth.

validateStepRecord.
    move 'N' to known-hit.
    perform matchKnownStep varying known-idx from 1 by 1
		until known-idx is greater than known-ct
		or known-hit is equal to 'Y'.
    if known-hit is equal to 'N'
		move 'N' to line-ok
		move "step is not defined in the job stream" to error-text
	end-if.
    if line-ok is equal to 'Y'
		evaluate true
	end-if.
end-validateStepRecord.

matchKnownStep.
    if cal-f2 (9:2) is equal to spaces
			and known-step (known-idx) is equal to cal-f2 (1:8)
		move 'Y' to known-hit
	end-if.
end-matchKnownStep.

addRecord.
    display "Enter new calendar line (D yyyymmdd t / S step rule): ".
    accept new-line.
		if rec-count is less than maxRecords
			add 1 to rec-count
			move new-line to cal-entry (rec-count)
			move rec-count to rec-num
			perform recordKey
			move 'A' to aud-action
			move spaces to aud-before
			move new-line to aud-after
			perform queueAudit
			display "Added at record " rec-count "."
		else
			display "Maintenance table full - cannot add."
		accept new-line
		perform validateLine
		if line-ok is equal to 'Y'
			perform recordKey
			move 'C' to aud-action
			move cal-entry (rec-num) to aud-before
			move new-line to aud-after
			move new-line to cal-entry (rec-num)
			perform queueAudit
			display "Record " rec-num " updated."
		else
			display "Record unchanged."
    if rec-num is less than 1 or rec-num is greater than rec-count
		display "Invalid record number."
	else
		perform recordKey
		move 'D' to aud-action
		move cal-entry (rec-num) to aud-before
		move spaces to aud-after
		perform queueAudit
		perform varying tbl-idx from rec-num by 1
			until tbl-idx is greater than rec-count - 1
			move cal-entry (tbl-idx + 1) to cal-entry (tbl-idx)
		perform dateAlreadyDefined
		if date-known is equal to 'N'
			if rec-count is less than maxRecords
						and pending-ct is less than pending-max
				add 1 to rec-count
				move spaces to cal-entry (rec-count)
				string "D " delimited by size
					gen-type delimited by size
					into cal-entry (rec-count)
				add 1 to added-ct
				move rec-count to rec-num
				perform recordKey
				move 'A' to aud-action
				move spaces to aud-before
				move cal-entry (rec-count) to aud-after
				perform queueAudit
			else
				display "Maintenance table or unsaved changes full - year load"
					" stopped."
				move gen-end to gen-int
			end-if
		end-if
		write calendar-record
	end-perform.
    close calendarFile.
    perform writePending varying pending-idx from 1 by 1
		until pending-idx is greater than pending-ct.
    move zero to pending-ct.
    move 'S' to aud-action.
    move "WHOLE FILE" to aud-key.
    move spaces to aud-before.
    move rec-count to key-num.
    move spaces to aud-after.
    string key-num delimited by size
		" record(s) written" delimited by size
		into aud-after.
    perform writeAudit.
    display "Saved " rec-count " record(s) to "
		function trim (calendarName) ".".
end-saveCalendar.

77  lock-action   pic x.
77  lock-holder   pic x(12) value "ROMANMAINT".
77  lock-result   pic s9 usage is computational-3.
77  program-name  pic x(12) value "ROMANMAINT".
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

01  record-table.
    05  rec-entry pic x(30)
    display " ".
    display "Roman-Numeral Input File Maintenance".
    display " --------------------------------------------".
*> inquiry authority may only list; maintain and supervisor may change
*> the file.
    call "signon" using program-name, signon-id, signon-auth, signon-result.
    if signon-result is not equal to zero
		move 20 to return-code
		stop run
	end-if.
    if signon-auth is equal to 'M' or signon-auth is equal to 'S'
		move 'Y' to may-maintain
	end-if.
    display "File name to maintain: " with no advancing.
    accept fileName.
    move 'A' to lock-action.
	end-if.
    perform loadFile.
    perform mainMenu until choice is equal to 'Q' or choice is equal to 'q'.
    if pending-ct is greater than zero
		display pending-ct " unsaved change(s) dropped - "
			function trim (fileName) " not rewritten."
	end-if.
    move 'R' to lock-action.
    call "filelock" using lock-action, fileName, lock-holder, lock-result.
    stop run.

mainMenu.
    display " ".
    if may-maintain is equal to 'Y'
		display "(L)ist  (A)dd  (C)hange  (D)elete  (S)ave  (Q)uit"
	else
		display "(L)ist  (Q)uit"
	end-if.
    display "Selection: " with no advancing.
    accept choice.
    perform screenChoice.
    evaluate function upper-case (choice)
		when "L" perform listRecords
		when "A" perform addRecord
		when "D" perform deleteRecord
		when "S" perform saveFile
		when "Q" continue
		when "*" continue
		when other display "Invalid choice! Try again."
	end-evaluate.
end-mainMenu.

screenChoice.
*> a function the operator may not use is treated as an invalid choice.
    if may-maintain is not equal to 'Y'
		evaluate function upper-case (choice)
			when "A" when "C" when "D" when "S"
				move space to choice
			when other continue
		end-evaluate
	end-if.
*> the changes held for the audit trail are bounded; past that the
*> file must be saved before anything else is changed.
    if pending-ct is not less than pending-max
		evaluate function upper-case (choice)
			when "A" when "C" when "D"
				display "Too many unsaved changes - (S)ave before changing more."
				move '*' to choice
			when other continue
		end-evaluate
	end-if.
end-screenChoice.

writeAudit.
    move signon-id to aud-operator.
    move program-name to aud-program.
    move fileName to aud-file.
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
    perform varying tbl-idx from 1 by 1 until tbl-idx is greater than rec-count
		if rec-count is less than maxRecords
			add 1 to rec-count
			move new-line to rec-entry (rec-count)
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
		if ret is equal to 1
			perform recordKey
			move 'C' to aud-action
			move rec-entry (rec-num) to aud-before
			move new-line to aud-after
			move new-line to rec-entry (rec-num)
			perform queueAudit
			display "Record " rec-num " updated."
		else
			display "Rejected - line does not pass CONV validation.  Record unchanged."
    if rec-num is less than 1 or rec-num is greater than rec-count
		display "Invalid record number."
	else
		perform recordKey
		move 'D' to aud-action
		move rec-entry (rec-num) to aud-before
		move spaces to aud-after
		perform queueAudit
		perform varying tbl-idx from rec-num by 1
			until tbl-idx is greater than rec-count - 1
			move rec-entry (tbl-idx + 1) to rec-entry (tbl-idx)
		write input-record
	end-perform.
    close myFile.
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
    display "Saved " rec-count " record(s) to " fileName.
end-saveFile.

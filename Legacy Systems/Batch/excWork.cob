identification division.
program-id. excwork.
environment division.
input-output section.
file-control.
    select queueFile assign to "EXCQUEUE.DAT"
		organization is indexed
		access mode is dynamic
		record key is exc-id
		alternate record key is exc-src-key with duplicates
		file status is queue-status.
    select operFile assign to "OPERSEC.DAT"
		organization is indexed
		access mode is random
		record key is oper-id
		file status is oper-status.

data division.
file section.
fd queueFile.
01 exc-record.
	05 exc-id         pic 9(8).
	05 exc-src-key.
		10 exc-source pic x(12).
		10 exc-key    pic x(40).
	05 exc-severity   pic 9.
	05 exc-raised     pic x(15).
	05 exc-last-seen  pic x(15).
	05 exc-occurs     pic 9(6).
	05 exc-target     pic 9(8).
	05 exc-status     pic x.
	05 exc-assignee   pic x(8).
	05 exc-assigned   pic x(15).
	05 exc-text       pic x(60).
	05 exc-note       pic x(60).
	05 exc-closed-by  pic x(8).
	05 exc-closed     pic x(15).
fd operFile.
01 oper-record.
	05 oper-id          pic x(8).
	05 oper-name        pic x(30).
	05 oper-hash        pic 9(8).
	05 oper-authority   pic x.
	05 oper-state       pic x.
	05 oper-fails       pic 9(2).
	05 oper-last-signon pic x(15).
	05 oper-pw-changed  pic 9(8).

working-storage section.
77  fileName      pic x(30) value "EXCQUEUE.DAT".
77  queue-status  pic xx.
77  queue-open    pic x value 'N'.
77  oper-status   pic xx.
77  choice        pic x.
77  eof-switch    pic 9.
77  list-mode     pic x.
77  new-item      pic x(10).
77  new-owner     pic x(10).
77  new-note      pic x(60).
77  work-id       pic 9(8).
77  work-owner    pic x(8).
77  work-note     pic x(60).
77  confirm       pic x.
77  line-ok       pic x.
77  shown-ct      pic s9(4) usage is computational.
77  overdue-ct    pic s9(4) usage is computational.
77  today-date    pic 9(8).
77  stamp-date    pic 9(8).
77  stamp-time    pic 9(8).
77  new-stamp     pic x(15).
77  program-name  pic x(12) value "EXCWORK".
77  signon-id     pic x(8).
77  signon-auth   pic x.
77  signon-result pic s9 usage is computational-3.
77  may-maintain  pic x value 'N'.
77  audit-result  pic s9 usage is computational-3.

01  audit-entry.
	05 aud-operator pic x(8).
	05 aud-program  pic x(12).
	05 aud-file     pic x(30).
	05 aud-action   pic x.
	05 aud-key      pic x(30).
	05 aud-before   pic x(100).
	05 aud-after    pic x(100).

*> the part of an item an analyst changes, as the audit trail shows it.
01  audit-image.
    02 ai-id       pic 9(8).
    02 filler      pic x value space.
    02 ai-status   pic x.
    02 filler      pic x value space.
    02 ai-assignee pic x(8).
    02 filler      pic x value space.
    02 ai-note     pic x(60).

01  list-line.
    02 filler    pic x value space.
    02 ll-id     pic z(7)9.
    02 filler    pic x(2) value spaces.
    02 ll-sev    pic 9.
    02 filler    pic x(2) value spaces.
    02 ll-source pic x(12).
    02 filler    pic x value space.
    02 ll-key    pic x(24).
    02 filler    pic x value space.
    02 ll-raised pic x(8).
    02 filler    pic x value space.
    02 ll-target pic 9(8).
    02 ll-late   pic x.
    02 filler    pic x value space.
    02 ll-status pic x(8).
    02 filler    pic x value space.
    02 ll-owner  pic x(8).
    02 filler    pic x value space.
    02 ll-occurs pic z(5)9.

procedure division.
    display " ".
    display "Operations Exception Work Queue".
    display " --------------------------------------------".
*> inquiry authority may list and view items; maintain and supervisor
*> may assign them, add a resolution note and close them.
    call "signon" using program-name, signon-id, signon-auth, signon-result.
    if signon-result is not equal to zero
		move 20 to return-code
		stop run
	end-if.
    if signon-auth is equal to 'M' or signon-auth is equal to 'S'
		move 'Y' to may-maintain
	end-if.
*> the batch programs raise items while the queue is being worked, so
*> the file is opened for each action rather than held for the session,
*> it is closed while the operator types, and an item is re-read just
*> before it is changed.
    perform mainMenu until choice is equal to 'Q' or choice is equal to 'q'.
    stop run.

mainMenu.
    display " ".
    if may-maintain is equal to 'Y'
		display "(L)ist open  (M)y items  (V)iew  (A)ssign  (N)ote  (C)lose"
			"  (Q)uit"
	else
		display "(L)ist open  (V)iew  (Q)uit"
	end-if.
    display "Selection: " with no advancing.
    accept choice.
    perform screenChoice.
    evaluate function upper-case (choice)
		when "L" perform listItems
		when "M" perform listItems
		when "V" perform viewItem
		when "A" perform assignItem
		when "N" perform noteItem
		when "C" perform closeItem
		when "Q" continue
		when other display "Invalid choice! Try again."
	end-evaluate.
end-mainMenu.

screenChoice.
*> a function the operator may not use is treated as an invalid choice.
    evaluate function upper-case (choice)
		when "M" when "A" when "N" when "C"
			if may-maintain is not equal to 'Y'
				move space to choice
			end-if
		when other continue
	end-evaluate.
end-screenChoice.

openQueue.
    open i-o queueFile.
    if queue-status is equal to "35"
		open output queueFile
		close queueFile
		open i-o queueFile
	end-if.
    if queue-status is not equal to "00"
		display "ERROR: could not open EXCQUEUE.DAT - status " queue-status
		move 'N' to queue-open
	else
		move 'Y' to queue-open
	end-if.
end-openQueue.

closeQueue.
    if queue-open is equal to 'Y'
		close queueFile
		move 'N' to queue-open
	end-if.
end-closeQueue.

writeAudit.
    move signon-id to aud-operator.
    move program-name to aud-program.
    move fileName to aud-file.
    move 'C' to aud-action.
    move exc-id to aud-key.
    move exc-id to ai-id.
    move exc-status to ai-status.
    move exc-assignee to ai-assignee.
    move exc-note to ai-note.
    move audit-image to aud-after.
    call "auditlog" using audit-entry, audit-result.
end-writeAudit.

saveBefore.
    move exc-id to ai-id.
    move exc-status to ai-status.
    move exc-assignee to ai-assignee.
    move exc-note to ai-note.
    move audit-image to aud-before.
end-saveBefore.

listItems.
*> open and assigned items in the order they were raised; (M)y items
*> shows only those assigned to the signed-on operator.  A '*' after
*> the target date marks an item past it.
    move function upper-case (choice) to list-mode.
    accept today-date from date yyyymmdd.
    perform openQueue.
    if queue-open is equal to 'Y'
		display " "
		display "     Item  S  Source       Key                      "
			"Raised   Target    Status   Owner       Occ"
		move zero to shown-ct
		move zero to overdue-ct
		move 1 to exc-id
		start queueFile key is not less than exc-id
			invalid key move 0 to eof-switch
			not invalid key move 1 to eof-switch
		end-start
		perform listOneItem until eof-switch is equal to zero
		perform closeQueue
		display shown-ct " item(s) outstanding, " overdue-ct
			" past target."
	end-if.
end-listItems.

listOneItem.
    read queueFile next
		at end move zero to eof-switch
		not at end
			if exc-status is equal to 'O' or exc-status is equal to 'A'
				if list-mode is not equal to 'M'
						or exc-assignee is equal to signon-id
					perform showListLine
				end-if
			end-if
	end-read.
end-listOneItem.

showListLine.
    add 1 to shown-ct.
    move exc-id to ll-id.
    move exc-severity to ll-sev.
    move exc-source to ll-source.
    move exc-key to ll-key.
    move exc-raised (1:8) to ll-raised.
    move exc-target to ll-target.
    if exc-target is less than today-date
		move '*' to ll-late
		add 1 to overdue-ct
	else
		move space to ll-late
	end-if.
    if exc-status is equal to 'A'
		move "ASSIGNED" to ll-status
	else
		move "OPEN" to ll-status
	end-if.
    move exc-assignee to ll-owner.
    move exc-occurs to ll-occurs.
    display list-line.
end-showListLine.

acceptItem.
*> reads the item asked for; the queue is left open for the caller.
    move 'Y' to line-ok.
    display "Item number: " with no advancing.
    move spaces to new-item.
    accept new-item.
    if new-item is equal to spaces
			or function test-numval (new-item) is not equal to zero
		move 'N' to line-ok
		display "Rejected - item number must be numeric."
	else
		if function numval (new-item) is less than 1
				or function numval (new-item) is greater than 99999999
			move 'N' to line-ok
			display "Rejected - item number must be numeric."
		else
			compute exc-id = function numval (new-item)
			move exc-id to work-id
		end-if
	end-if.
    if line-ok is equal to 'Y'
		perform openQueue
		if queue-open is not equal to 'Y'
			move 'N' to line-ok
		end-if
	end-if.
    if line-ok is equal to 'Y'
		read queueFile key is exc-id
			invalid key
				move 'N' to line-ok
				display "Item " exc-id " is not on the queue."
		end-read
	end-if.
end-acceptItem.

acceptOpenItem.
    perform acceptItem.
    if line-ok is equal to 'Y' and exc-status is equal to 'C'
		move 'N' to line-ok
		display "Item " exc-id " was closed " exc-closed (1:8)
			" by " function trim (exc-closed-by) "."
	end-if.
end-acceptOpenItem.

viewItem.
    perform acceptItem.
    if line-ok is equal to 'Y'
		display " "
		display "Item       " exc-id "  severity " exc-severity
		display "Raised by  " function trim (exc-source)
		display "Key        " function trim (exc-key)
		display "Detail     " function trim (exc-text)
		display "Raised     " exc-raised "  last seen " exc-last-seen
			"  occurrences " exc-occurs
		display "Target     " exc-target
		evaluate exc-status
			when 'O' display "Status     OPEN"
			when 'A' display "Status     ASSIGNED to "
						function trim (exc-assignee) " " exc-assigned
			when 'C' display "Status     CLOSED by "
						function trim (exc-closed-by) " " exc-closed
			when other display "Status     " exc-status
		end-evaluate
		display "Note       " function trim (exc-note)
	end-if.
    perform closeQueue.
end-viewItem.

assignItem.
*> Enter at the prompt takes the item for the signed-on operator.
    perform acceptOpenItem.
    perform closeQueue.
    if line-ok is equal to 'Y'
		display "Assign to operator [" function trim (signon-id) "]: "
			with no advancing
		move spaces to new-owner
		accept new-owner
		if new-owner is equal to spaces
			move signon-id to work-owner
		else
			perform checkAssignee
		end-if
	end-if.
    if line-ok is equal to 'Y'
		perform rereadItem
	end-if.
    if line-ok is equal to 'Y'
		move 'A' to exc-status
		move work-owner to exc-assignee
		perform makeStamp
		move new-stamp to exc-assigned
		rewrite exc-record
			invalid key
				display "ERROR: rewrite failed - status " queue-status
			not invalid key
				perform writeAudit
				display "Item " exc-id " assigned to "
					function trim (exc-assignee) "."
		end-rewrite
	end-if.
    perform closeQueue.
end-assignItem.

checkAssignee.
*> an item goes only to an operator on the security file who has not
*> been revoked and may work items (maintain or supervisor).
    move function upper-case (new-owner) to work-owner.
    open input operFile.
    if oper-status is not equal to "00"
		move 'N' to line-ok
		display "ERROR: could not open OPERSEC.DAT - status " oper-status
	else
		move work-owner to oper-id
		read operFile
			invalid key move 'N' to line-ok
		end-read
		close operFile
		if new-owner (9:2) is not equal to spaces
			move 'N' to line-ok
		end-if
		if line-ok is not equal to 'Y'
			display "Rejected - operator " function trim (new-owner)
				" is not on OPERSEC.DAT."
		end-if
	end-if.
    if line-ok is equal to 'Y' and oper-state is equal to 'R'
		move 'N' to line-ok
		display "Rejected - operator " function trim (work-owner)
			" has been revoked."
	end-if.
    if line-ok is equal to 'Y' and oper-authority is not equal to 'M'
			and oper-authority is not equal to 'S'
		move 'N' to line-ok
		display "Rejected - operator " function trim (work-owner)
			" has inquiry authority only."
	end-if.
end-checkAssignee.

rereadItem.
*> a batch program may have counted the item again while the operator
*> was typing, so it is read afresh and only the analyst's own fields
*> are moved in before it is rewritten.
    perform openQueue.
    if queue-open is not equal to 'Y'
		move 'N' to line-ok
	else
		move work-id to exc-id
		read queueFile key is exc-id
			invalid key
				move 'N' to line-ok
				display "Item " work-id " is no longer on the queue."
		end-read
	end-if.
    if line-ok is equal to 'Y' and exc-status is equal to 'C'
		move 'N' to line-ok
		display "Item " exc-id " was closed " exc-closed (1:8) " by "
			function trim (exc-closed-by) " meanwhile - nothing written."
	end-if.
    if line-ok is equal to 'Y'
		perform saveBefore
	end-if.
end-rereadItem.

noteItem.
    perform acceptOpenItem.
    perform closeQueue.
    if line-ok is equal to 'Y'
		perform acceptNote
	end-if.
    if line-ok is equal to 'Y'
		perform rereadItem
	end-if.
    if line-ok is equal to 'Y'
		move work-note to exc-note
		rewrite exc-record
			invalid key
				display "ERROR: rewrite failed - status " queue-status
			not invalid key
				perform writeAudit
				display "Item " exc-id " note updated."
		end-rewrite
	end-if.
    perform closeQueue.
end-noteItem.

acceptNote.
    display "Resolution note [" function trim (exc-note) "]: "
		with no advancing.
    move spaces to new-note.
    accept new-note.
    if new-note is not equal to spaces
		move new-note to work-note
	else
		move exc-note to work-note
	end-if.
    if work-note is equal to spaces
		move 'N' to line-ok
		display "Rejected - a resolution note is required.  Nothing written."
	end-if.
end-acceptNote.

closeItem.
*> an item cannot be closed without a note saying how it was resolved.
    perform acceptOpenItem.
    perform closeQueue.
    if line-ok is equal to 'Y'
		perform acceptNote
	end-if.
    if line-ok is equal to 'Y'
		display "Close item " exc-id " - are you sure (Y/N)? "
			with no advancing
		accept confirm
		if confirm is not equal to 'Y' and confirm is not equal to 'y'
			move 'N' to line-ok
			display "Close cancelled."
		end-if
	end-if.
    if line-ok is equal to 'Y'
		perform rereadItem
	end-if.
    if line-ok is equal to 'Y'
		move work-note to exc-note
		move 'C' to exc-status
		move signon-id to exc-closed-by
		perform makeStamp
		move new-stamp to exc-closed
		rewrite exc-record
			invalid key
				display "ERROR: rewrite failed - status " queue-status
			not invalid key
				perform writeAudit
				display "Item " exc-id " closed."
		end-rewrite
	end-if.
    perform closeQueue.
end-closeItem.

makeStamp.
    accept stamp-date from date yyyymmdd.
    accept stamp-time from time.
    move spaces to new-stamp.
    string stamp-date delimited by size
		"-" delimited by size
		stamp-time (1:6) delimited by size
		into new-stamp.
end-makeStamp.

identification division.
program-id. opermaint.
environment division.
input-output section.
file-control.
    select operFile assign to "OPERSEC.DAT"
		organization is indexed
		access mode is dynamic
		record key is oper-id
		file status is oper-status.

data division.
file section.
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
77  fileName      pic x(30) value "OPERSEC.DAT".
77  oper-status   pic xx.
77  choice        pic x.
77  eof-switch    pic 9.
77  lock-action   pic x.
77  lock-holder   pic x(12) value "OPERMAINT".
77  lock-result   pic s9 usage is computational-3.
77  program-name  pic x(12) value "OPERMAINT".
77  signon-id     pic x(8).
77  signon-auth   pic x.
77  signon-result pic s9 usage is computational-3.
77  audit-result  pic s9 usage is computational-3.
77  oper-ct       pic s9(4) usage is computational value zero.
77  shown-ct      pic s9(4) usage is computational.
77  new-id        pic x(10).
77  new-name      pic x(30).
77  new-auth      pic x.
77  new-state     pic x.
77  new-pw        pic x(20).
77  again-pw      pic x(20).
77  pw-length     pic s9(4) usage is computational.
77  today-date    pic 9(8).
77  confirm       pic x.
77  line-ok       pic x.

01  audit-entry.
	05 aud-operator pic x(8).
	05 aud-program  pic x(12).
	05 aud-file     pic x(30).
	05 aud-action   pic x.
	05 aud-key      pic x(30).
	05 aud-before   pic x(100).
	05 aud-after    pic x(100).

*> the audit image of an operator leaves the password value out.
01  oper-image.
	05 oi-id          pic x(8).
	05 filler         pic x value space.
	05 oi-name        pic x(30).
	05 filler         pic x value space.
	05 oi-authority   pic x.
	05 filler         pic x value space.
	05 oi-state       pic x.
	05 filler         pic x value space.
	05 oi-fails       pic 9(2).
	05 filler         pic x value space.
	05 oi-last-signon pic x(15).
	05 filler         pic x value space.
	05 oi-pw-changed  pic 9(8).

01  list-line.
    02 filler     pic x value space.
    02 ll-id      pic x(8).
    02 filler     pic x(2) value spaces.
    02 ll-name    pic x(30).
    02 filler     pic x value space.
    02 ll-auth    pic x(10).
    02 filler     pic x value space.
    02 ll-state   pic x(8).
    02 filler     pic x value space.
    02 ll-signon  pic x(15).

procedure division.
    display " ".
    display "Operator Security Maintenance".
    display " --------------------------------------------".
    accept today-date from date yyyymmdd.
*> an empty security file can only be started by defining the first
*> supervisor; after that every run needs a supervisor sign-on.
    open i-o operFile.
    if oper-status is equal to "35"
		open output operFile
		close operFile
		open i-o operFile
	end-if.
    if oper-status is not equal to "00"
		display "ERROR: could not open OPERSEC.DAT - status " oper-status
		move 20 to return-code
		stop run
	end-if.
    perform countOperators.
    if oper-ct is equal to zero
		perform bootstrapSupervisor
	end-if.
    close operFile.
    call "signon" using program-name, signon-id, signon-auth, signon-result.
    if signon-result is not equal to zero
		move 20 to return-code
		stop run
	end-if.
    if signon-auth is not equal to 'S'
		display "Operator maintenance needs supervisor authority."
		move 20 to return-code
		stop run
	end-if.
    move 'A' to lock-action.
    call "filelock" using lock-action, fileName, lock-holder, lock-result.
    if lock-result is not equal to zero
		display "Maintenance aborted - operator security file is in use."
		move 20 to return-code
		stop run
	end-if.
    open i-o operFile.
    if oper-status is not equal to "00"
		display "ERROR: could not open OPERSEC.DAT - status " oper-status
		move 'R' to lock-action
		call "filelock" using lock-action, fileName, lock-holder, lock-result
		move 20 to return-code
		stop run
	end-if.
    display "Changes are written to the security file as they are made.".
    perform mainMenu until choice is equal to 'Q' or choice is equal to 'q'.
    close operFile.
    move 'R' to lock-action.
    call "filelock" using lock-action, fileName, lock-holder, lock-result.
    stop run.

countOperators.
    move zero to oper-ct.
    move low-values to oper-id.
    start operFile key is not less than oper-id
		invalid key move zero to eof-switch
		not invalid key move 1 to eof-switch
	end-start.
    perform countOneOperator until eof-switch is equal to zero.
end-countOperators.

countOneOperator.
    read operFile next
		at end move zero to eof-switch
		not at end add 1 to oper-ct
	end-read.
end-countOneOperator.

bootstrapSupervisor.
    display "No operators are defined.  Define the first supervisor now.".
    perform acceptOperId.
    if line-ok is equal to 'Y'
		perform newOperatorRecord
		move 'S' to oper-authority
		perform acceptName
	end-if.
    if line-ok is equal to 'Y'
		perform acceptPassword
	end-if.
    if line-ok is equal to 'Y'
		write oper-record
			invalid key
				display "ERROR: write failed - status " oper-status
				move 'N' to line-ok
		end-write
	end-if.
    if line-ok is not equal to 'Y'
		display "No supervisor defined - nothing can be maintained yet."
		close operFile
		move 20 to return-code
		stop run
	end-if.
*> the new supervisor is recorded as the operator who made the entry.
    move oper-id to signon-id.
    move 'A' to aud-action.
    move spaces to aud-before.
    perform auditOperator.
    display "Supervisor " function trim (oper-id) " defined - sign on below.".
end-bootstrapSupervisor.

mainMenu.
    display " ".
    display "(L)ist  (A)dd  (C)hange  (P)assword reset  (U)nlock  (D)elete"
		"  (Q)uit".
    display "Selection: " with no advancing.
    accept choice.
    evaluate function upper-case (choice)
		when "L" perform listOperators
		when "A" perform addOperator
		when "C" perform changeOperator
		when "P" perform resetPassword
		when "U" perform unlockOperator
		when "D" perform deleteOperator
		when "Q" continue
		when other display "Invalid choice! Try again."
	end-evaluate.
end-mainMenu.

listOperators.
    display " ".
    display " ID        Name                           Authority  State"
		"    Last sign-on".
    move zero to shown-ct.
    move low-values to oper-id.
    start operFile key is not less than oper-id
		invalid key move zero to eof-switch
		not invalid key move 1 to eof-switch
	end-start.
    perform listOneOperator until eof-switch is equal to zero.
    display shown-ct " operator(s) on file.".
end-listOperators.

listOneOperator.
    read operFile next
		at end move zero to eof-switch
		not at end
			add 1 to shown-ct
			move oper-id to ll-id
			move oper-name to ll-name
			evaluate oper-authority
				when 'I' move "INQUIRY" to ll-auth
				when 'M' move "MAINTAIN" to ll-auth
				when 'S' move "SUPERVISOR" to ll-auth
				when other move "UNKNOWN" to ll-auth
			end-evaluate
			evaluate oper-state
				when 'A' move "ACTIVE" to ll-state
				when 'L' move "LOCKED" to ll-state
				when other move "REVOKED" to ll-state
			end-evaluate
			move oper-last-signon to ll-signon
			display list-line
	end-read.
end-listOneOperator.

acceptOperId.
    move 'Y' to line-ok.
    display "Operator ID (1-8 characters): " with no advancing.
    move spaces to new-id.
    accept new-id.
    move function upper-case (new-id) to new-id.
    if new-id is equal to spaces or new-id (9:2) is not equal to spaces
		move 'N' to line-ok
		display "Rejected - operator ID must be 1 to 8 characters."
	else
		move new-id (1:8) to oper-id
	end-if.
end-acceptOperId.

newOperatorRecord.
    move spaces to oper-name.
    move zero to oper-hash.
    move 'M' to oper-authority.
    move 'A' to oper-state.
    move zero to oper-fails.
    move spaces to oper-last-signon.
    move zero to oper-pw-changed.
end-newOperatorRecord.

acceptName.
    display "Name [" function trim (oper-name) "]: " with no advancing.
    move spaces to new-name.
    accept new-name.
    if new-name is not equal to spaces
		move new-name to oper-name
	end-if.
    if oper-name is equal to spaces
		move 'N' to line-ok
		display "Rejected - name is required."
	end-if.
end-acceptName.

acceptAuthority.
    display "Authority I(nquiry)/M(aintain)/S(upervisor) [" oper-authority
		"]: " with no advancing.
    move space to new-auth.
    accept new-auth.
    if new-auth is not equal to space
		move function upper-case (new-auth) to oper-authority
	end-if.
    if oper-authority is not equal to 'I' and oper-authority is not equal to 'M'
			and oper-authority is not equal to 'S'
		move 'N' to line-ok
		display "Rejected - authority must be I, M or S."
	end-if.
end-acceptAuthority.

acceptPassword.
*> at least six characters, entered twice.
    display "Password (6-20 characters): " with no advancing.
    move spaces to new-pw.
    accept new-pw with no-echo.
    display "Enter the password again: " with no advancing.
    move spaces to again-pw.
    accept again-pw with no-echo.
    move zero to pw-length.
    inspect function reverse (new-pw) tallying pw-length for leading space.
    compute pw-length = length of new-pw - pw-length.
    evaluate true
		when new-pw is not equal to again-pw
			move 'N' to line-ok
			display "Rejected - the two entries do not match."
		when pw-length is less than 6
			move 'N' to line-ok
			display "Rejected - password must be at least six characters."
		when other
			call "passhash" using oper-id, new-pw, oper-hash
			move today-date to oper-pw-changed
	end-evaluate.
end-acceptPassword.

addOperator.
    perform acceptOperId.
    if line-ok is equal to 'Y'
		read operFile
			invalid key continue
			not invalid key
				move 'N' to line-ok
				display "Rejected - operator " function trim (oper-id)
					" is already on file."
		end-read
	end-if.
    if line-ok is equal to 'Y'
		move new-id (1:8) to oper-id
		perform newOperatorRecord
		perform acceptName
	end-if.
    if line-ok is equal to 'Y'
		perform acceptAuthority
	end-if.
    if line-ok is equal to 'Y'
		perform acceptPassword
	end-if.
    if line-ok is equal to 'Y'
		write oper-record
			invalid key
				display "ERROR: write failed - status " oper-status
			not invalid key
				move 'A' to aud-action
				move spaces to aud-before
				perform auditOperator
				display "Operator " function trim (oper-id) " added."
		end-write
	end-if.
end-addOperator.

readExisting.
    perform acceptOperId.
    if line-ok is equal to 'Y'
		read operFile
			invalid key
				move 'N' to line-ok
				display "Operator " function trim (oper-id) " is not on file."
			not invalid key
				perform buildOperImage
				move oper-image to aud-before
		end-read
	end-if.
end-readExisting.

changeOperator.
*> a supervisor cannot change their own authority or state, so the
*> file always keeps the supervisor who is signed on.
    perform readExisting.
    if line-ok is equal to 'Y'
		display "Press Enter at any prompt to keep the current value."
		perform acceptName
	end-if.
    if line-ok is equal to 'Y' and oper-id is not equal to signon-id
		perform acceptAuthority
		if line-ok is equal to 'Y'
			display "State A(ctive)/R(evoked)/L(ocked) [" oper-state "]: "
				with no advancing
			move space to new-state
			accept new-state
			if new-state is not equal to space
				move function upper-case (new-state) to oper-state
			end-if
			if oper-state is not equal to 'A' and oper-state is not equal to 'R'
					and oper-state is not equal to 'L'
				move 'N' to line-ok
				display "Rejected - state must be A, R or L."
			end-if
		end-if
	end-if.
    if line-ok is equal to 'Y'
		rewrite oper-record
			invalid key
				display "ERROR: rewrite failed - status " oper-status
			not invalid key
				move 'C' to aud-action
				perform auditOperator
				display "Operator " function trim (oper-id) " updated."
		end-rewrite
	end-if.
end-changeOperator.

resetPassword.
    perform readExisting.
    if line-ok is equal to 'Y'
		perform acceptPassword
	end-if.
    if line-ok is equal to 'Y'
		move zero to oper-fails
		if oper-state is equal to 'L'
			move 'A' to oper-state
		end-if
		rewrite oper-record
			invalid key
				display "ERROR: rewrite failed - status " oper-status
			not invalid key
				move 'C' to aud-action
				perform auditOperator
				display "Password reset for " function trim (oper-id) "."
		end-rewrite
	end-if.
end-resetPassword.

unlockOperator.
    perform readExisting.
    if line-ok is equal to 'Y'
		if oper-state is not equal to 'L'
			display "Operator " function trim (oper-id) " is not locked."
		else
			move 'A' to oper-state
			move zero to oper-fails
			rewrite oper-record
				invalid key
					display "ERROR: rewrite failed - status " oper-status
				not invalid key
					move 'C' to aud-action
					perform auditOperator
					display "Operator " function trim (oper-id) " unlocked."
			end-rewrite
		end-if
	end-if.
end-unlockOperator.

deleteOperator.
*> revoking keeps the ID on file so old audit records still name a
*> known operator; delete is for IDs set up in error.
    perform readExisting.
    if line-ok is equal to 'Y' and oper-id is equal to signon-id
		move 'N' to line-ok
		display "Rejected - you cannot delete the operator signed on."
	end-if.
    if line-ok is equal to 'Y'
		display "Delete " function trim (oper-id) " " function trim (oper-name)
			" - are you sure (Y/N)? " with no advancing
		accept confirm
		if confirm is equal to 'Y' or confirm is equal to 'y'
			delete operFile record
				invalid key
					display "ERROR: delete failed - status " oper-status
				not invalid key
					move 'D' to aud-action
					move spaces to aud-after
					perform writeAudit
					display "Operator " function trim (oper-id) " deleted."
			end-delete
		else
			display "Delete cancelled."
		end-if
	end-if.
end-deleteOperator.

buildOperImage.
    move oper-id to oi-id.
    move oper-name to oi-name.
    move oper-authority to oi-authority.
    move oper-state to oi-state.
    move oper-fails to oi-fails.
    move oper-last-signon to oi-last-signon.
    move oper-pw-changed to oi-pw-changed.
end-buildOperImage.

auditOperator.
    perform buildOperImage.
    move oper-image to aud-after.
    perform writeAudit.
end-auditOperator.

writeAudit.
    move signon-id to aud-operator.
    move program-name to aud-program.
    move fileName to aud-file.
    move oper-id to aud-key.
    call "auditlog" using audit-entry, audit-result.
end-writeAudit.

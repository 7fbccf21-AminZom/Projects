identification division.
program-id. deptmaint.
environment division.
input-output section.
file-control.
    select deptFile assign to "DEPTMSTR.DAT"
		organization is indexed
		access mode is dynamic
		record key is dept-prefix
		file status is dept-status.

data division.
file section.
fd deptFile.
01 dept-record.
	05 dept-prefix      pic x(3).
	05 dept-name        pic x(30).
	05 dept-cost-centre pic x(8).
	05 dept-open-flag   pic x.
	05 dept-effective   pic 9(8).

working-storage section.
77  fileName      pic x(30) value "DEPTMSTR.DAT".
77  dept-status   pic xx.
77  choice        pic x.
77  eof-switch    pic 9.
77  lock-action   pic x.
77  lock-holder   pic x(12) value "DEPTMAINT".
77  lock-result   pic s9 usage is computational-3.
77  new-prefix    pic x(10).
77  new-name      pic x(30).
77  new-centre    pic x(10).
77  new-flag      pic x.
77  new-date      pic x(10).
77  confirm       pic x.
77  line-ok       pic x.
77  error-text    pic x(60).
77  check-date    pic 9(8).
77  check-yyyy    pic s9(4) usage is computational.
77  check-mm      pic s9(4) usage is computational.
77  check-dd      pic s9(4) usage is computational.
77  month-days    pic s9(4) usage is computational.
77  blank-ct      pic s9(4) usage is computational.
77  shown-ct      pic s9(4) usage is computational.
77  program-name  pic x(12) value "DEPTMAINT".
77  signon-id     pic x(8).
77  signon-auth   pic x.
77  signon-result pic s9 usage is computational-3.
77  may-maintain  pic x value 'N'.
77  may-supervise pic x value 'N'.
77  audit-result  pic s9 usage is computational-3.

01  audit-entry.
	05 aud-operator pic x(8).
	05 aud-program  pic x(12).
	05 aud-file     pic x(30).
	05 aud-action   pic x.
	05 aud-key      pic x(30).
	05 aud-before   pic x(100).
	05 aud-after    pic x(100).

01  list-line.
    02 filler    pic x value space.
    02 ll-prefix pic x(3).
    02 filler    pic x(2) value spaces.
    02 ll-name   pic x(30).
    02 filler    pic x value space.
    02 ll-centre pic x(8).
    02 filler    pic x(2) value spaces.
    02 ll-flag   pic x(6).
    02 filler    pic x value space.
    02 ll-date   pic 9(8).

procedure division.
    display " ".
    display "Department Master Maintenance".
    display " --------------------------------------------".
*> inquiry authority may list, maintain may add and change, and only a
*> supervisor may delete a department.
    call "signon" using program-name, signon-id, signon-auth, signon-result.
    if signon-result is not equal to zero
		move 20 to return-code
		stop run
	end-if.
    if signon-auth is equal to 'M' or signon-auth is equal to 'S'
		move 'Y' to may-maintain
	end-if.
    if signon-auth is equal to 'S'
		move 'Y' to may-supervise
	end-if.
    move 'A' to lock-action.
    call "filelock" using lock-action, fileName, lock-holder, lock-result.
    if lock-result is not equal to zero
		display "Maintenance aborted - department master is in use."
		move 20 to return-code
		stop run
	end-if.
    open i-o deptFile.
    if dept-status is equal to "35"
		open output deptFile
		close deptFile
		open i-o deptFile
	end-if.
    if dept-status is not equal to "00"
		display "ERROR: could not open DEPTMSTR.DAT - status " dept-status
		move 'R' to lock-action
		call "filelock" using lock-action, fileName, lock-holder, lock-result
		move 20 to return-code
		stop run
	end-if.
    display "Changes are written to the department master as they are made.".
    perform mainMenu until choice is equal to 'Q' or choice is equal to 'q'.
    close deptFile.
    move 'R' to lock-action.
    call "filelock" using lock-action, fileName, lock-holder, lock-result.
    stop run.

mainMenu.
    display " ".
    if may-supervise is equal to 'Y'
		display "(L)ist  (A)dd  (C)hange  (D)elete  (Q)uit"
	else
		if may-maintain is equal to 'Y'
			display "(L)ist  (A)dd  (C)hange  (Q)uit"
		else
			display "(L)ist  (Q)uit"
		end-if
	end-if.
    display "Selection: " with no advancing.
    accept choice.
    perform screenChoice.
    evaluate function upper-case (choice)
		when "L" perform listDepartments
		when "A" perform addDepartment
		when "C" perform changeDepartment
		when "D" perform deleteDepartment
		when "Q" continue
		when other display "Invalid choice! Try again."
	end-evaluate.
end-mainMenu.

screenChoice.
*> a function the operator may not use is treated as an invalid choice.
    evaluate function upper-case (choice)
		when "A" when "C"
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

writeAudit.
    move signon-id to aud-operator.
    move program-name to aud-program.
    move fileName to aud-file.
    move dept-prefix to aud-key.
    call "auditlog" using audit-entry, audit-result.
end-writeAudit.

listDepartments.
    display " ".
    display " Pfx  Name                           Cost Ctr  Status Effective".
    move zero to shown-ct.
    move low-values to dept-prefix.
    start deptFile key is not less than dept-prefix
		invalid key move 0 to eof-switch
		not invalid key move 1 to eof-switch
	end-start.
    perform listOneDepartment until eof-switch is equal to zero.
    display shown-ct " department(s) on file.".
end-listDepartments.

listOneDepartment.
    read deptFile next
		at end move zero to eof-switch
		not at end
			add 1 to shown-ct
			move dept-prefix to ll-prefix
			move dept-name to ll-name
			move dept-cost-centre to ll-centre
			if dept-open-flag is equal to 'C'
				move "CLOSED" to ll-flag
			else
				move "OPEN" to ll-flag
			end-if
			move dept-effective to ll-date
			display list-line
	end-read.
end-listOneDepartment.

acceptPrefix.
*> the prefix is the leading three characters of every reference id
*> the department sends.
    move 'Y' to line-ok.
    display "Reference prefix (3 characters): " with no advancing.
    accept new-prefix.
    move function upper-case (new-prefix) to new-prefix.
    move zero to blank-ct.
    inspect new-prefix (1:3) tallying blank-ct for all space.
    inspect new-prefix (1:3) tallying blank-ct for all ",".
    if blank-ct is greater than zero or new-prefix (4:7) is not equal to spaces
		move 'N' to line-ok
		display "Rejected - prefix must be exactly three characters, no"
			" spaces or commas."
	else
		move new-prefix (1:3) to dept-prefix
	end-if.
end-acceptPrefix.

addDepartment.
    perform acceptPrefix.
    if line-ok is equal to 'Y'
		read deptFile
			invalid key continue
			not invalid key
				move 'N' to line-ok
				display "Rejected - prefix " dept-prefix " is already on file."
		end-read
	end-if.
    if line-ok is equal to 'Y'
		move new-prefix (1:3) to dept-prefix
		move spaces to dept-name
		move spaces to dept-cost-centre
		move 'O' to dept-open-flag
		move zero to dept-effective
		perform acceptDetails
	end-if.
    if line-ok is equal to 'Y'
		write dept-record
			invalid key
				display "ERROR: write failed - status " dept-status
			not invalid key
				move 'A' to aud-action
				move spaces to aud-before
				move dept-record to aud-after
				perform writeAudit
				display "Department " dept-prefix " added."
		end-write
	end-if.
end-addDepartment.

changeDepartment.
*> a department is closed by changing its status to C with the date
*> the closure takes effect.
    perform acceptPrefix.
    if line-ok is equal to 'Y'
		read deptFile
			invalid key
				move 'N' to line-ok
				display "Department " dept-prefix " is not on file."
		end-read
	end-if.
    if line-ok is equal to 'Y'
		move dept-record to aud-before
		display "Press Enter at any prompt to keep the current value."
		perform acceptDetails
	end-if.
    if line-ok is equal to 'Y'
		rewrite dept-record
			invalid key
				display "ERROR: rewrite failed - status " dept-status
			not invalid key
				move 'C' to aud-action
				move dept-record to aud-after
				perform writeAudit
				display "Department " dept-prefix " updated."
		end-rewrite
	end-if.
end-changeDepartment.

acceptDetails.
    display "Name [" function trim (dept-name) "]: " with no advancing.
    move spaces to new-name.
    accept new-name.
    if new-name is not equal to spaces
		move new-name to dept-name
	end-if.
    display "Cost centre [" function trim (dept-cost-centre) "]: "
		with no advancing.
    move spaces to new-centre.
    accept new-centre.
    if new-centre is not equal to spaces
		move function upper-case (new-centre) to dept-cost-centre
	end-if.
    display "Status O(pen)/C(losed) [" dept-open-flag "]: " with no advancing.
    move space to new-flag.
    accept new-flag.
    if new-flag is not equal to space
		move function upper-case (new-flag) to dept-open-flag
	end-if.
    display "Effective date yyyymmdd [" dept-effective "]: " with no advancing.
    move spaces to new-date.
    accept new-date.
    if new-date is not equal to spaces
		if new-date (1:8) is numeric and new-date (9:2) is equal to spaces
			move new-date (1:8) to dept-effective
		else
			move zero to dept-effective
		end-if
	end-if.
    perform validateDepartment.
    if line-ok is equal to 'N'
		display "Rejected - " function trim (error-text) ".  Nothing written."
	end-if.
end-acceptDetails.

validateDepartment.
    move 'Y' to line-ok.
    move spaces to error-text.
    evaluate true
		when dept-name is equal to spaces
			move 'N' to line-ok
			move "name is required" to error-text
		when dept-cost-centre is equal to spaces
			move 'N' to line-ok
			move "cost centre is required" to error-text
		when dept-open-flag is not equal to 'O'
				and dept-open-flag is not equal to 'C'
			move 'N' to line-ok
			move "status must be O or C" to error-text
		when other
			move dept-effective to check-date
			perform checkRealDate
	end-evaluate.
end-validateDepartment.

checkRealDate.
    compute check-yyyy = check-date / 10000.
    compute check-mm = function mod (check-date / 100, 100).
    compute check-dd = function mod (check-date, 100).
    if check-yyyy is less than 1900 or check-yyyy is greater than 2099
		move 'N' to line-ok
		move "effective year out of range 1900-2099" to error-text
	end-if.
    if line-ok is equal to 'Y'
		if check-mm is less than 1 or check-mm is greater than 12
			move 'N' to line-ok
			move "effective month out of range 01-12" to error-text
		end-if
	end-if.
    if line-ok is equal to 'Y'
		perform daysInMonth
		if check-dd is less than 1 or check-dd is greater than month-days
			move 'N' to line-ok
			move "effective day out of range for that month" to error-text
		end-if
	end-if.
end-checkRealDate.

daysInMonth.
    evaluate check-mm
		when 1 when 3 when 5 when 7 when 8 when 10 when 12
			move 31 to month-days
		when 4 when 6 when 9 when 11
			move 30 to month-days
		when 2
			if function mod (check-yyyy, 4) is equal to zero
					and (function mod (check-yyyy, 100)
							is not equal to zero
						or function mod (check-yyyy, 400)
							is equal to zero)
				move 29 to month-days
			else
				move 28 to month-days
			end-if
	end-evaluate.
end-daysInMonth.

deleteDepartment.
*> deleting loses the name on old statements; closing is usually the
*> better choice, so the operator is asked to confirm.
    perform acceptPrefix.
    if line-ok is equal to 'Y'
		read deptFile
			invalid key
				move 'N' to line-ok
				display "Department " dept-prefix " is not on file."
		end-read
	end-if.
    if line-ok is equal to 'Y'
		display "Delete " dept-prefix " " function trim (dept-name)
			" - are you sure (Y/N)? " with no advancing
		accept confirm
		if confirm is equal to 'Y' or confirm is equal to 'y'
			move dept-record to aud-before
			delete deptFile record
				invalid key
					display "ERROR: delete failed - status " dept-status
				not invalid key
					move 'D' to aud-action
					move spaces to aud-after
					perform writeAudit
					display "Department " dept-prefix " deleted."
			end-delete
		else
			display "Delete cancelled."
		end-if
	end-if.
end-deleteDepartment.

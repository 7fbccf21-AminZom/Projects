identification division.
program-id. refissue.
environment division.
input-output section.
file-control.
    select blockFile assign to "REFBLOCK.DAT"
		organization is line sequential
		file status is block-status.
    select issueFile assign to dynamic issueName
		organization is line sequential
		file status is issue-status.
    select deptFile assign to "DEPTMSTR.DAT"
		organization is indexed
		access mode is random
		record key is dept-prefix
		file status is dept-status.
    select refRegister assign to "REFREG.DAT"
		organization is indexed
		access mode is random
		record key is reg-ref
		file status is refreg-status.

data division.
file section.
*> one line per block of reference ids handed to a department: the
*> serial range, how many were issued, when, to whom and by whom, and
*> the file the ids were written to.
fd blockFile.
01 block-record.
	05 blk-num       pic 9(6).
	05 filler        pic x.
	05 blk-prefix    pic x(3).
	05 filler        pic x.
	05 blk-first     pic 9(8).
	05 filler        pic x.
	05 blk-last      pic 9(8).
	05 filler        pic x.
	05 blk-count     pic 9(6).
	05 filler        pic x.
	05 blk-date      pic 9(8).
	05 filler        pic x.
	05 blk-to        pic x(30).
	05 filler        pic x.
	05 blk-operator  pic x(8).
	05 filler        pic x.
	05 blk-file      pic x(30).
fd issueFile.
01 issue-record pic x(12).
fd deptFile.
01 dept-record.
	05 dept-prefix      pic x(3).
	05 dept-name        pic x(30).
	05 dept-cost-centre pic x(8).
	05 dept-open-flag   pic x.
	05 dept-effective   pic 9(8).
fd refRegister.
01 register-record.
	05 reg-ref    pic x(12).
	05 reg-date   pic 9(8).
	05 reg-source pic x(30).

working-storage section.
77  fileName      pic x(30) value "REFBLOCK.DAT".
77  issueName     pic x(30).
77  block-status  pic xx.
77  issue-status  pic xx.
77  dept-status   pic xx.
77  refreg-status pic xx.
77  choice        pic x.
77  eof-switch    pic 9.
77  lock-action   pic x.
77  lock-holder   pic x(12) value "REFISSUE".
77  lock-result   pic s9 usage is computational-3.
77  ref-action    pic x.
77  ref-result    pic s9 usage is computational-3.
77  new-prefix    pic x(10).
77  new-count     pic x(10).
77  new-to        pic x(30).
77  confirm       pic x.
77  line-ok       pic x.
77  today-date    pic 9(8).
77  last-block    pic 9(6).
77  last-serial   pic 9(8).
77  next-serial   pic 9(8).
77  serial-max    pic 9(8) value 99999999.
77  want-ct       pic s9(6) usage is computational.
77  issued-ct     pic s9(6) usage is computational.
77  skipped-ct    pic s9(6) usage is computational.
77  shown-ct      pic s9(4) usage is computational.
77  block-disp    pic 9(6).
77  new-id        pic x(12).
77  register-open pic x.
77  reg-found     pic x.
77  program-name  pic x(12) value "REFISSUE".
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

*> an issued id is the department prefix, an eight-digit serial and
*> the check digit.
01  id-body.
    02 ib-prefix  pic x(3).
    02 ib-serial  pic 9(8).

01  list-line.
    02 filler    pic x value space.
    02 ll-num    pic 9(6).
    02 filler    pic x(2) value spaces.
    02 ll-prefix pic x(3).
    02 filler    pic x(2) value spaces.
    02 ll-first  pic 9(8).
    02 filler    pic x value '-'.
    02 ll-last   pic 9(8).
    02 ll-count  pic z(6)9.
    02 filler    pic x(2) value spaces.
    02 ll-date   pic 9(8).
    02 filler    pic x(2) value spaces.
    02 ll-to     pic x(30).

procedure division.
    display " ".
    display "Reference ID Block Issue".
    display " --------------------------------------------".
*> inquiry authority may list the blocks issued; maintain authority is
*> needed to issue one.
    call "signon" using program-name, signon-id, signon-auth, signon-result.
    if signon-result is not equal to zero
		move 20 to return-code
		stop run
	end-if.
    if signon-auth is equal to 'M' or signon-auth is equal to 'S'
		move 'Y' to may-maintain
	end-if.
    move 'A' to lock-action.
    call "filelock" using lock-action, fileName, lock-holder, lock-result.
    if lock-result is not equal to zero
		display "Block issue aborted - block register is in use."
		move 20 to return-code
		stop run
	end-if.
    perform mainMenu until choice is equal to 'Q' or choice is equal to 'q'.
    move 'R' to lock-action.
    call "filelock" using lock-action, fileName, lock-holder, lock-result.
    stop run.

mainMenu.
    display " ".
    if may-maintain is equal to 'Y'
		display "(L)ist  (I)ssue block  (Q)uit"
	else
		display "(L)ist  (Q)uit"
	end-if.
    display "Selection: " with no advancing.
    accept choice.
    perform screenChoice.
    evaluate function upper-case (choice)
		when "L" perform listBlocks
		when "I" perform issueBlock
		when "Q" continue
		when other display "Invalid choice! Try again."
	end-evaluate.
end-mainMenu.

screenChoice.
*> a function the operator may not use is treated as an invalid choice.
    evaluate function upper-case (choice)
		when "I"
			if may-maintain is not equal to 'Y'
				move space to choice
			end-if
		when other continue
	end-evaluate.
end-screenChoice.

listBlocks.
    display " ".
    display " Block   Pfx  Serials            Count  Issued    To".
    move zero to shown-ct.
    open input blockFile.
    if block-status is equal to "00"
		move 1 to eof-switch
		perform listOneBlock until eof-switch is equal to zero
		close blockFile
	end-if.
    display shown-ct " block(s) issued.".
end-listBlocks.

listOneBlock.
    read blockFile
		at end move zero to eof-switch
		not at end
			add 1 to shown-ct
			move blk-num to ll-num
			move blk-prefix to ll-prefix
			move blk-first to ll-first
			move blk-last to ll-last
			move blk-count to ll-count
			move blk-date to ll-date
			move blk-to to ll-to
			display list-line
	end-read.
end-listOneBlock.

scanBlocks.
*> the next block number follows the last one issued, and the next
*> serial for a prefix follows the highest serial any of its blocks
*> has used, so no id is ever issued twice.
    move zero to last-block.
    move zero to last-serial.
    open input blockFile.
    if block-status is equal to "00"
		move 1 to eof-switch
		perform scanOneBlock until eof-switch is equal to zero
		close blockFile
	end-if.
end-scanBlocks.

scanOneBlock.
    read blockFile
		at end move zero to eof-switch
		not at end
			if blk-num is numeric and blk-num is greater than last-block
				move blk-num to last-block
			end-if
			if blk-prefix is equal to ib-prefix and blk-last is numeric
					and blk-last is greater than last-serial
				move blk-last to last-serial
			end-if
	end-read.
end-scanOneBlock.

issueBlock.
    perform acceptPrefix.
    if line-ok is equal to 'Y'
		perform acceptCount
	end-if.
    if line-ok is equal to 'Y'
		display "Issued to (department contact): " with no advancing
		move spaces to new-to
		accept new-to
		if new-to is equal to spaces
			display "The block must be issued to someone."
			move 'N' to line-ok
		end-if
	end-if.
    if line-ok is equal to 'Y'
		perform scanBlocks
		if last-serial + want-ct is greater than serial-max
			display "Not enough serials left for prefix " ib-prefix "."
			move 'N' to line-ok
		end-if
	end-if.
    if line-ok is equal to 'Y'
		compute next-serial = last-serial + 1
		display "Issue " want-ct " id(s) for " ib-prefix " from serial "
			next-serial " to " function trim (new-to)
			" (Y/N): " with no advancing
		move space to confirm
		accept confirm
		if confirm is equal to 'Y' or confirm is equal to 'y'
			perform writeBlock
		else
			display "Nothing issued."
		end-if
	end-if.
end-issueBlock.

acceptPrefix.
*> blocks are only issued to a department that is open today, by the
*> same rule the pre-edit applies to incoming references.
    move 'Y' to line-ok.
    display "Department prefix (3 characters): " with no advancing.
    move spaces to new-prefix.
    accept new-prefix.
    move function upper-case (new-prefix) to new-prefix.
    if new-prefix (1:3) is equal to spaces or new-prefix (3:1) is equal to space
			or new-prefix (4:7) is not equal to spaces
		display "Prefix must be exactly 3 characters."
		move 'N' to line-ok
	else
		move new-prefix (1:3) to ib-prefix
		accept today-date from date yyyymmdd
		open input deptFile
		if dept-status is not equal to "00"
			display "Department master DEPTMSTR.DAT not available - status "
				dept-status "."
			move 'N' to line-ok
		else
			move ib-prefix to dept-prefix
			read deptFile
				invalid key
					display "Department " ib-prefix
						" is not on the department master."
					move 'N' to line-ok
				not invalid key
					if (dept-open-flag is equal to 'C'
							and dept-effective is not greater than today-date)
						or (dept-open-flag is not equal to 'C'
							and dept-effective is greater than today-date)
						display "Department " ib-prefix " "
							function trim (dept-name) " is not open."
						move 'N' to line-ok
					else
						display "Department:   " function trim (dept-name)
					end-if
			end-read
			close deptFile
		end-if
	end-if.
end-acceptPrefix.

acceptCount.
    display "Number of ids to issue (1-9999): " with no advancing.
    move spaces to new-count.
    accept new-count.
    move zero to want-ct.
    if function test-numval (new-count) is equal to zero
		compute want-ct = function numval (new-count)
	end-if.
    if want-ct is less than 1 or want-ct is greater than 9999
		display "Count must be 1 to 9999."
		move 'N' to line-ok
	end-if.
end-acceptCount.

writeBlock.
*> ids go to a file of their own for the department; a serial whose
*> id is already on the reference register (an id keyed before blocks
*> were issued) is passed over, so the block may run past the count.
    add 1 to last-block.
    move last-block to block-disp.
    move spaces to issueName.
    string "REFBLOCK_" delimited by size
		block-disp delimited by size
		".TXT" delimited by size
		into issueName.
    open output issueFile.
    if issue-status is not equal to "00"
		display "ERROR: could not open " function trim (issueName)
			" - status " issue-status
	else
		move 'N' to register-open
		open input refRegister
		if refreg-status is equal to "00"
			move 'Y' to register-open
		end-if
		move zero to issued-ct
		move zero to skipped-ct
		move last-serial to ib-serial
		perform issueOneId until issued-ct is not less than want-ct
			or ib-serial is not less than serial-max
		if register-open is equal to 'Y'
			close refRegister
		end-if
		close issueFile
		perform recordBlock
	end-if.
end-writeBlock.

issueOneId.
    add 1 to ib-serial.
    move spaces to new-id.
    move id-body to new-id.
    move 'G' to ref-action.
    call "refcheck" using ref-action, new-id, ref-result.
    move 'N' to reg-found.
    if register-open is equal to 'Y'
		move new-id to reg-ref
		read refRegister
			invalid key continue
			not invalid key move 'Y' to reg-found
		end-read
	end-if.
    if reg-found is equal to 'Y'
		add 1 to skipped-ct
	else
		move new-id to issue-record
		write issue-record
		add 1 to issued-ct
	end-if.
end-issueOneId.

recordBlock.
    open extend blockFile.
    if block-status is not equal to "00"
		open output blockFile
		close blockFile
		open extend blockFile
	end-if.
    if block-status is not equal to "00"
		display "ERROR: could not open REFBLOCK.DAT - status " block-status
		display "Ids written to " function trim (issueName)
			" but the block is not recorded - do not send them."
	else
		move spaces to block-record
		move last-block to blk-num
		move ib-prefix to blk-prefix
		compute blk-first = last-serial + 1
		move ib-serial to blk-last
		move issued-ct to blk-count
		move today-date to blk-date
		move new-to to blk-to
		move signon-id to blk-operator
		move issueName to blk-file
		write block-record
		close blockFile
		move 'A' to aud-action
		move spaces to aud-key
		string "BLOCK " delimited by size
			block-disp delimited by size
			into aud-key
		move spaces to aud-before
		move block-record to aud-after
		perform writeAudit
		display issued-ct " id(s) issued as block " block-disp " on "
			function trim (issueName) "."
		if skipped-ct is greater than zero
			display skipped-ct " serial(s) passed over - already registered."
		end-if
		if issued-ct is less than want-ct
			display "Serials for " ib-prefix " ran out - block is short."
		end-if
	end-if.
end-recordBlock.

writeAudit.
    move signon-id to aud-operator.
    move program-name to aud-program.
    move fileName to aud-file.
    call "auditlog" using audit-entry, audit-result.
end-writeAudit.

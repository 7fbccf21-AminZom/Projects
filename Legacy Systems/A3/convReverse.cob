identification division.
program-id. convreverse.
environment division.
input-output section.
file-control.
    select reverseFile assign to dynamic fileName
		organization is line sequential
		file status is revfile-status.
    select convLog assign to "CONVLOG.TXT"
		organization is line sequential
		file status is convlog-status.
    select structResult assign to "RESULTS.CSV"
		organization is line sequential
		file status is structres-status.
    select reversalReport assign to "REVERSAL.TXT"
		organization is line sequential
		file status is report-status.
    select masterFile assign to "CONVMSTR.DAT"
		organization is indexed
		access mode is random
		record key is master-numeral
		alternate record key is master-decimal with duplicates
		file status is master-status.
    select refRegister assign to "REFREG.DAT"
		organization is indexed
		access mode is random
		record key is reg-ref
		file status is refreg-status.
    select histFile assign to "CONVHIST.DAT"
		organization is indexed
		access mode is dynamic
		record key is hist-key
		file status is hist-status.

data division.
file section.
fd reverseFile.
01 reverse-line pic x(60).
fd histFile.
01 hist-record.
	05 hist-key.
		10 hist-stamp   pic x(15).
		10 hist-seq     pic 9(6).
	05 hist-ref      pic x(12).
	05 hist-numeral  pic x(30).
	05 hist-decimal  pic 9(8).
	05 hist-ret      pic 9.
	05 hist-source   pic x(30).
fd refRegister.
01 register-record.
	05 reg-ref    pic x(12).
	05 reg-date   pic 9(8).
	05 reg-source pic x(30).
fd convLog.
01 conv-log-record.
	05 clog-timestamp   pic x(15).
	05 filler           pic x value space.
	05 clog-entry-path  pic x(8).
	05 filler           pic x value space.
	05 clog-input       pic x(30).
	05 filler           pic x value space.
	05 clog-sum         pic -(8)9.
	05 filler           pic x value space.
	05 clog-ret         pic 9.
	05 filler           pic x value space.
	05 clog-ref         pic x(12).
	05 filler           pic x value space.
	05 clog-seq         pic 9(6).
	05 filler           pic x value space.
	05 clog-check       pic 9(4).
fd structResult.
01 struct-record pic x(80).
fd reversalReport.
01 report-record pic x(100).
fd masterFile.
01 master-record.
	05 master-numeral    pic x(30).
	05 master-decimal    pic 9(8).
	05 master-first-seen pic x(15).
	05 master-last-seen  pic x(15).
	05 master-count      pic 9(8).
	05 master-last-ref   pic x(12).

working-storage section.
77  fileName      pic x(30).
77  env-value     pic x(30).
77  revfile-status pic xx.
77  convlog-status pic xx.
77  structres-status pic xx.
77  report-status pic xx.
77  master-status pic xx.
77  hist-status   pic xx.
77  refreg-status pic xx.
77  file-mode     pic x value 'N'.
77  queue-mode    pic x value 'N'.
77  done-name     pic x(50).
77  eof-switch    pic 9.
77  hist-eof      pic 9.
77  seed-eof      pic 9.
77  rev-ref       pic x(12).
77  rev-reason    pic x(2).
77  default-reason pic x(2).
77  reason-idx    pic s9(4) usage is computational.
77  reason-found  pic s9(4) usage is computational.
77  orig-found    pic x.
77  already-rev   pic x.
77  orig-key      pic x(21).
77  orig-stamp    pic x(15).
77  orig-numeral  pic x(30).
77  orig-decimal  pic 9(8).
77  prior-ref     pic x(12).
77  stack-ct      pic s9(4) usage is computational.
77  stack-max     pic s9(4) usage is computational value 50.
77  stack-idx     pic s9(4) usage is computational.
77  stack-hit     pic s9(4) usage is computational.
77  outcome       pic x(20).
77  master-note   pic x(20).
77  clog-path     pic x(8) value "REVERSAL".
77  log-yyyymmdd  pic 9(8).
77  log-hhmmss    pic 9(8).
77  log-stamp     pic x(15).
77  struct-decimal pic -(8)9.
77  clog-seq-ct   pic 9(6) value zero.
77  clog-prev-check pic 9(4) value zero.
77  seal-area     pic x(87).
77  temp          pic s9(8) usage is computational.
77  lock-action   pic x.
77  lock-holder   pic x(12) value "CONVREVERSE".
77  lock-result   pic s9 usage is computational-3.
77  lock-master   pic x(30) value "CONVMSTR.DAT".
77  asked-ct      pic s9(8) usage is computational value zero.
77  done-ct       pic s9(8) usage is computational value zero.
77  refused-ct    pic s9(8) usage is computational value zero.
77  count-disp    pic z(7)9.
01  file-info     pic x(64).

*> reason codes a reversal may be posted under; an unknown code is
*> refused rather than guessed at.
01  reason-table-init.
    05 filler pic x(22) value 'KEKEYING ERROR        '.
    05 filler pic x(22) value 'DSDUPLICATE SUBMISSION'.
    05 filler pic x(22) value 'WDWRONG DEPARTMENT    '.
    05 filler pic x(22) value 'WVWRONG VALUE         '.
    05 filler pic x(22) value 'CRCUSTOMER REQUEST    '.
    05 filler pic x(22) value 'DRDOWNSTREAM REJECT   '.
01  reason-table redefines reason-table-init.
    05 reason-entry occurs 6 times.
        10 reason-code pic x(2).
        10 reason-name pic x(20).
77  reason-max    pic s9(4) usage is computational value 6.

*> refs that converted the same numeral, oldest first, so the master's
*> last-ref can fall back to the previous standing conversion.
01  ref-stack.
    05 stack-ref occurs 50 times pic x(12).

01  report-head.
    02 filler pic x(22) value 'Reversal Run Report - '.
    02 rh-date pic 9(8).
01  underline-1.
    02 filler pic x(45) value
       ' --------------------------------------------'.
01  report-col-heads.
    02 filler pic x(14) value ' Reference'.
    02 filler pic x(5)  value 'Rsn'.
    02 filler pic x(31) value 'Numeral'.
    02 filler pic x(9)  value '   Value'.
    02 filler pic x(17) value '  Original Event'.
    02 filler pic x(20) value 'Outcome'.
01  report-detail.
    02 filler    pic x value space.
    02 rd-ref    pic x(12).
    02 filler    pic x value space.
    02 rd-reason pic x(2).
    02 filler    pic x(2) value spaces.
    02 rd-numeral pic x(30).
    02 filler    pic x value space.
    02 rd-value  pic z(7)9.
    02 filler    pic x(2) value spaces.
    02 rd-stamp  pic x(15).
    02 filler    pic x(2) value spaces.
    02 rd-outcome pic x(20).
01  report-note-line.
    02 filler    pic x(18) value spaces.
    02 rn-note   pic x(60).
01  report-total-line.
    02 filler    pic x(12) value 'Requested: '.
    02 rt-asked  pic z(7)9.
    02 filler    pic x(12) value '  reversed: '.
    02 rt-done   pic z(7)9.
    02 filler    pic x(11) value '  refused: '.
    02 rt-refused pic z(7)9.
01  blank-line   pic x value space.

procedure division.
    display " ".
    display "Conversion Reversal".
    display " --------------------------------------------".
*> REVERSEFILE names a file of "reference-id,reason" lines; REVERSEREF
*> reverses one reference. REVERSEREASON is the reason used for either
*> when a line does not carry its own. With neither set the operator
*> is prompted.
    move spaces to default-reason.
    move spaces to env-value.
    accept env-value from environment "REVERSEREASON".
    move function upper-case (env-value (1:2)) to default-reason.
    move spaces to env-value.
    accept env-value from environment "REVERSEFILE".
    if env-value is not equal to spaces
		move env-value to fileName
		move 'Y' to file-mode
	else
		move "REVERSEREF" to fileName
	end-if.
*> REVERSEQUEUE=Y treats the request file as a queue other programs
*> add to (ackmatch queues downstream rejects there): no file means
*> nothing queued, and a worked file is set aside under its run stamp
*> so no request is posted twice.
    move spaces to env-value.
    accept env-value from environment "REVERSEQUEUE".
    if file-mode is equal to 'Y'
			and (env-value (1:1) is equal to 'Y' or env-value (1:1) is equal to 'y')
		move 'Y' to queue-mode
		call "CBL_CHECK_FILE_EXIST" using fileName, file-info
		if return-code is not equal to zero
			move zero to return-code
			display "No reversal requests queued on " function trim (fileName) "."
			stop run
		end-if
	end-if.
    move 'A' to lock-action.
    call "filelock" using lock-action, lock-master, lock-holder, lock-result.
    if lock-result is not equal to zero
		display "ERROR: conversion master is in use - no reversals posted."
		move 20 to return-code
		stop run
	end-if.
    perform openFiles.
    if file-mode is equal to 'Y'
		move 'A' to lock-action
		call "filelock" using lock-action, fileName, lock-holder, lock-result
		if lock-result is not equal to zero
			display "ERROR: " function trim (fileName) " is in use."
			perform closeFiles
			move 20 to return-code
			stop run
		end-if
		open input reverseFile
		if revfile-status is not equal to "00"
			display "ERROR: could not open " function trim (fileName)
				" - status " revfile-status
			move 'R' to lock-action
			call "filelock" using lock-action, fileName, lock-holder,
				lock-result
			perform closeFiles
			move 20 to return-code
			stop run
		end-if
		move 1 to eof-switch
		perform readReverseLine until eof-switch is equal to zero
		close reverseFile
		if queue-mode is equal to 'Y'
			perform setQueueAside
		end-if
		move 'R' to lock-action
		call "filelock" using lock-action, fileName, lock-holder, lock-result
	else
		move spaces to env-value
		accept env-value from environment "REVERSEREF"
		if env-value is not equal to spaces
			move env-value to rev-ref
			move default-reason to rev-reason
		else
			perform promptReversal
		end-if
		if rev-ref is not equal to spaces
			perform reverseOneRef
		end-if
	end-if.
    move asked-ct to rt-asked.
    move done-ct to rt-done.
    move refused-ct to rt-refused.
    write report-record from blank-line.
    write report-record from report-total-line.
    perform closeFiles.
    move done-ct to count-disp.
    display "Reversal run complete: " count-disp
		" reversal(s) posted.  Detail on REVERSAL.TXT.".
    if refused-ct is greater than zero
		move refused-ct to count-disp
		display count-disp " request(s) refused - see REVERSAL.TXT."
		move 4 to return-code
	end-if.
    stop run.

openFiles.
    perform seedSealChain.
    open extend convLog.
    if convlog-status is not equal to "00"
		open output convLog
		close convLog
		open extend convLog
	end-if.
    open extend structResult.
    if structres-status is not equal to "00"
		open output structResult
		close structResult
		open extend structResult
	end-if.
    open i-o masterFile.
    if master-status is not equal to "00"
		display "ERROR: could not open CONVMSTR.DAT - status " master-status
		close convLog, structResult
		perform releaseMasterLock
		move 20 to return-code
		stop run
	end-if.
    open i-o histFile.
    if hist-status is not equal to "00"
		display "ERROR: could not open CONVHIST.DAT - status " hist-status
		close convLog, structResult, masterFile
		perform releaseMasterLock
		move 20 to return-code
		stop run
	end-if.
    open i-o refRegister.
    if refreg-status is not equal to "00"
		display "ERROR: could not open REFREG.DAT - status " refreg-status
		close convLog, structResult, masterFile, histFile
		perform releaseMasterLock
		move 20 to return-code
		stop run
	end-if.
    open output reversalReport.
    if report-status is not equal to "00"
		display "ERROR: could not open REVERSAL.TXT - status " report-status
		close convLog, structResult, masterFile, histFile, refRegister
		perform releaseMasterLock
		move 20 to return-code
		stop run
	end-if.
    accept log-yyyymmdd from date yyyymmdd.
    move log-yyyymmdd to rh-date.
    write report-record from report-head.
    write report-record from underline-1.
    write report-record from report-col-heads.
    write report-record from underline-1.
end-openFiles.

closeFiles.
    close convLog, structResult, masterFile, histFile, refRegister,
		reversalReport.
    perform releaseMasterLock.
end-closeFiles.

releaseMasterLock.
    move 'R' to lock-action.
    call "filelock" using lock-action, lock-master, lock-holder, lock-result.
end-releaseMasterLock.

setQueueAside.
    accept log-yyyymmdd from date yyyymmdd.
    accept log-hhmmss from time.
    move spaces to done-name.
    string function trim (fileName) delimited by size
		"." delimited by size
		log-yyyymmdd delimited by size
		"-" delimited by size
		log-hhmmss (1:6) delimited by size
		into done-name.
    call "CBL_RENAME_FILE" using fileName, done-name.
    if return-code is not equal to zero
		display "ERROR: could not set " function trim (fileName)
			" aside - remove it before the next run."
		add 1 to refused-ct
	else
		display "Requests worked from " function trim (fileName)
			" kept as " function trim (done-name) "."
	end-if.
    move zero to return-code.
end-setQueueAside.

promptReversal.
    display "Reference ID to reverse: " with no advancing.
    accept rev-ref.
    move default-reason to rev-reason.
    if rev-ref is not equal to spaces and rev-reason is equal to spaces
		perform showOneReason varying reason-idx from 1 by 1
			until reason-idx is greater than reason-max
		display "Reason code: " with no advancing
		accept rev-reason
	end-if.
end-promptReversal.

showOneReason.
    display "  " reason-code (reason-idx) "  " reason-name (reason-idx).
end-showOneReason.

readReverseLine.
    read reverseFile
		at end move zero to eof-switch
	end-read.
    if eof-switch is not equal to zero and reverse-line is not equal to spaces
		move spaces to rev-ref
		move spaces to rev-reason
		unstring reverse-line delimited by ","
			into rev-ref, rev-reason
		end-unstring
		if rev-reason is equal to spaces
			move default-reason to rev-reason
		end-if
		perform reverseOneRef
	end-if.
end-readReverseLine.

reverseOneRef.
*> a reversal backs out the latest standing conversion of the ref:
*> an offsetting sealed log line and result row, a reversal event on
*> the history, one occurrence off the master row, and the register
*> entry freed so the corrected record can come back in unchallenged.
    add 1 to asked-ct.
    move function upper-case (rev-ref) to rev-ref.
    move function upper-case (rev-reason) to rev-reason.
    move spaces to orig-numeral.
    move spaces to orig-stamp.
    move zero to orig-decimal.
    move spaces to master-note.
    move zero to reason-found.
    perform matchReason varying reason-idx from 1 by 1
		until reason-idx is greater than reason-max
		or reason-found is greater than zero.
    if reason-found is equal to zero
		move "BAD REASON CODE" to outcome
		add 1 to refused-ct
	else
		perform findOriginal
		evaluate true
			when orig-found is equal to 'Y'
				perform postReversal
				move "REVERSED" to outcome
				add 1 to done-ct
			when already-rev is equal to 'Y'
				move "ALREADY REVERSED" to outcome
				add 1 to refused-ct
			when other
				move "NOT FOUND" to outcome
				add 1 to refused-ct
		end-evaluate
	end-if.
    move spaces to report-detail.
    move rev-ref to rd-ref.
    move rev-reason to rd-reason.
    move orig-numeral to rd-numeral.
    move orig-decimal to rd-value.
    move orig-stamp to rd-stamp.
    move outcome to rd-outcome.
    write report-record from report-detail.
    if master-note is not equal to spaces
		move spaces to rn-note
		move master-note to rn-note
		write report-record from report-note-line
	end-if.
    display function trim (rev-ref) " - " function trim (outcome).
end-reverseOneRef.

matchReason.
    if reason-code (reason-idx) is equal to rev-reason
		move reason-idx to reason-found
	end-if.
end-matchReason.

findOriginal.
*> the history is keyed by event stamp, so the whole trail is read in
*> event order: the last conversion of the ref stands unless a later
*> reversal event has already cancelled it.
    move 'N' to orig-found.
    move 'N' to already-rev.
    move low-values to hist-key.
    start histFile key is not less than hist-key
		invalid key move 0 to hist-eof
		not invalid key move 1 to hist-eof
	end-start.
    perform scanForOriginal until hist-eof is equal to zero.
end-findOriginal.

scanForOriginal.
    read histFile next
		at end move zero to hist-eof
		not at end
			if function upper-case (hist-ref) is equal to rev-ref
				evaluate hist-ret
					when 1
						move 'Y' to orig-found
						move hist-key to orig-key
						move hist-stamp to orig-stamp
						move hist-numeral to orig-numeral
						move hist-decimal to orig-decimal
					when 0
						move 'N' to orig-found
						move 'Y' to already-rev
					when other continue
				end-evaluate
			end-if
	end-read.
end-scanForOriginal.

postReversal.
    accept log-yyyymmdd from date yyyymmdd.
    accept log-hhmmss from time.
    move spaces to log-stamp.
    string log-yyyymmdd delimited by size
		"-" delimited by size
		log-hhmmss (1:6) delimited by size
		into log-stamp.
    perform logReversal.
    perform writeReversalEvent.
    perform backoutMaster.
    move rev-ref to reg-ref.
    delete refRegister record
		invalid key continue
	end-delete.
end-postReversal.

logReversal.
*> the offsetting line carries the original value negated and return
*> code 0, which CONV never produces, so every reader can tell it from
*> a conversion; it is sealed into the chain like any other line.
    move spaces to conv-log-record.
    move log-stamp to clog-timestamp.
    move clog-path to clog-entry-path.
    move orig-numeral to clog-input.
    compute temp = zero - orig-decimal.
    move temp to clog-sum.
    move zero to clog-ret.
    move rev-ref to clog-ref.
    add 1 to clog-seq-ct.
    move clog-seq-ct to clog-seq.
    move conv-log-record (1:87) to seal-area.
    call "logseal" using seal-area, clog-prev-check, clog-check.
    move clog-check to clog-prev-check.
    write conv-log-record.
    move temp to struct-decimal.
    move spaces to struct-record.
    string function trim (rev-ref) delimited by size
		"," delimited by size
		function trim (orig-numeral) delimited by size
		"," delimited by size
		function trim (struct-decimal) delimited by size
		",0" delimited by size
		into struct-record.
    write struct-record.
end-logReversal.

writeReversalEvent.
    move spaces to hist-record.
    move log-stamp to hist-stamp.
    move clog-seq-ct to hist-seq.
    move rev-ref to hist-ref.
    move orig-numeral to hist-numeral.
    move orig-decimal to hist-decimal.
    move zero to hist-ret.
    string "REVERSAL " delimited by size
		rev-reason delimited by size
		" " delimited by size
		orig-stamp delimited by size
		into hist-source.
    write hist-record
		invalid key continue
	end-write.
end-writeReversalEvent.

backoutMaster.
*> one occurrence comes off the numeral's row; the last occurrence
*> takes the row with it. If the reversed ref was the row's last-ref
*> the previous standing conversion of the numeral takes its place.
    move orig-numeral to master-numeral.
    read masterFile
		invalid key
			move "MASTER ROW NOT FOUND" to master-note
		not invalid key
			if master-count is greater than 1
				subtract 1 from master-count
				if master-last-ref is equal to rev-ref
					perform findPriorRef
					move prior-ref to master-last-ref
				end-if
				rewrite master-record
			else
				delete masterFile record
					invalid key continue
				end-delete
				move "MASTER ROW REMOVED" to master-note
			end-if
	end-read.
end-backoutMaster.

findPriorRef.
    move zero to stack-ct.
    move low-values to hist-key.
    start histFile key is not less than hist-key
		invalid key move 0 to hist-eof
		not invalid key move 1 to hist-eof
	end-start.
    perform scanForPriorRef until hist-eof is equal to zero.
    move spaces to prior-ref.
    if stack-ct is greater than zero
		move stack-ref (stack-ct) to prior-ref
	end-if.
end-findPriorRef.

scanForPriorRef.
    read histFile next
		at end move zero to hist-eof
		not at end
			if hist-numeral is equal to orig-numeral
				evaluate hist-ret
					when 1
						if hist-key is not equal to orig-key
							perform pushPriorRef
						end-if
					when 0
						perform popPriorRef
					when other continue
				end-evaluate
			end-if
	end-read.
end-scanForPriorRef.

pushPriorRef.
    if stack-ct is equal to stack-max
		perform shiftStackDown varying stack-idx from 1 by 1
			until stack-idx is not less than stack-max
		subtract 1 from stack-ct
	end-if.
    add 1 to stack-ct.
    move function upper-case (hist-ref) to stack-ref (stack-ct).
end-pushPriorRef.

shiftStackDown.
    move stack-ref (stack-idx + 1) to stack-ref (stack-idx).
end-shiftStackDown.

popPriorRef.
*> a reversal cancels the most recent standing conversion by its ref.
    move zero to stack-hit.
    perform matchStackRef varying stack-idx from stack-ct by -1
		until stack-idx is less than 1 or stack-hit is greater than zero.
    if stack-hit is greater than zero
		perform closeStackGap varying stack-idx from stack-hit by 1
			until stack-idx is not less than stack-ct
		subtract 1 from stack-ct
	end-if.
end-popPriorRef.

matchStackRef.
    if stack-ref (stack-idx) is equal to function upper-case (hist-ref)
		move stack-idx to stack-hit
	end-if.
end-matchStackRef.

closeStackGap.
    move stack-ref (stack-idx + 1) to stack-ref (stack-idx).
end-closeStackGap.

seedSealChain.
*> the chain continues from the last sealed line already on the log.
    open input convLog.
    if convlog-status is equal to "00"
		move 1 to seed-eof
		perform seedOneLine until seed-eof is equal to zero
		close convLog
	end-if.
end-seedSealChain.

seedOneLine.
    read convLog
		at end move zero to seed-eof
		not at end
			if clog-seq is numeric and clog-check is numeric
				move clog-check to clog-prev-check
			end-if
	end-read.
end-seedOneLine.

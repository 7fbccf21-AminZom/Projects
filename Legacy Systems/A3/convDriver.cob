		organization is indexed
		access mode is random
		record key is master-numeral
		alternate record key is master-decimal with duplicates
		file status is master-status.
    select refRegister assign to "REFREG.DAT"
		organization is indexed
		access mode is random
		record key is hist-key
		file status is hist-status.
    select deptFile assign to "DEPTMSTR.DAT"
		organization is indexed
		access mode is random
		record key is dept-prefix
		file status is dept-status.

data division.
file section.
	05 master-last-seen  pic x(15).
	05 master-count      pic 9(8).
	05 master-last-ref   pic x(12).
fd deptFile.
01 dept-record.
	05 dept-prefix      pic x(3).
	05 dept-name        pic x(30).
	05 dept-cost-centre pic x(8).
	05 dept-open-flag   pic x.
	05 dept-effective   pic 9(8).

working-storage section.
77  manifestName  pic x(30) value "MANIFEST.TXT".
77  hist-status   pic xx.
77  refreg-status pic xx.
77  dup-status    pic xx.
77  dept-status   pic xx.
77  dept-master   pic x.
77  dup-skip      pic x.
77  ref-action    pic x.
77  ref-result    pic s9 usage is computational-3.
77  dup-override  pic x value 'N'.
77  dupovr-env    pic x(10).
77  f-dup-ct      pic s9(8) usage is computational.
77  lock-action   pic x.
77  lock-holder   pic x(12) value "CONVDRIVER".
77  lock-result   pic s9 usage is computational-3.
77  exc-action    pic x value 'R'.
77  exc-result    pic s9 usage is computational-3.
77  exc-control   pic -(8)9.
77  exc-actual    pic -(8)9.
77  exc-variance  pic -(8)9.
77  control-total pic s9(8) usage is computational.
77  actual-total  pic s9(8) usage is computational.
77  variance      pic s9(8) usage is computational.
77  dept-idx      pic s9(4) usage is computational.
77  dept-found    pic s9(4) usage is computational.

*> what a run raises on the operations exception queue.
01  exc-entry.
    05 exc-source   pic x(12) value "CONVDRIVER".
    05 exc-severity pic 9.
    05 exc-key      pic x(40).
    05 exc-text     pic x(60).
    05 exc-id       pic 9(8).

01  input-area.
    02 in-r   pic x(30).
    02 filler pic x(79).
    02 filler pic x(22) value 'Department Totals'.
01  dept-col-heads.
    02 filler pic x(11) value ' Dept'.
    02 filler pic x(30) value 'Name'.
    02 filler pic x(9) value 'Cost Ctr'.
    02 filler pic x(9) value '    Read'.
    02 filler pic x(9) value '    Conv'.
    02 filler pic x(9) value '     Rej'.
01  dept-detail.
    02 filler    pic x value space.
    02 ddl-dept  pic x(10).
    02 ddl-name  pic x(30).
    02 ddl-centre pic x(9).
    02 ddl-read  pic z(7)9.
    02 filler    pic x value space.
    02 ddl-conv  pic z(7)9.
    if eof-switch is not equal to zero then
		add 1 to f-read-ct
		perform splitInputRecord
		if ref-result is not equal to zero
			perform rejectCheckDigit
		else
			perform checkDuplicateRef
			if dup-skip is equal to 'Y'
				perform divertDuplicate
			else
				move zero to countSpaces
				inspect function reverse (rec-numeral)
					tallying countSpaces for leading space
				compute rawLength = length of rec-numeral - countSpaces
				if rawLength is greater than 30
					move "FILE" to clog-path
					move rec-numeral (1:30) to log-input
					move rec-ref to log-ref
					move zero to temp
					move 6 to ret
					perform logConversion
					move spaces to input-area
					move rec-numeral (1:30) to in-r
					perform historyReject
					add 1 to f-rej-ct
				else
					move spaces to input-area
					move rec-numeral (1:30) to in-r
					move zero to countSpaces
					inspect function reverse (in-r)
						tallying countSpaces for leading space
					compute inputLength = length of in-r - countSpaces
					move inputLength to n
					call "conv" using input-area, n, ret, temp
					move "FILE" to clog-path
					move input-area to log-input
					move rec-ref to log-ref
					perform logConversion
					if ret is equal to 1 then
						add 1 to f-conv-ct
						add temp to actual-total
						if in-r is not equal to spaces
							perform updateMaster
						end-if
						if rec-ref is not equal to spaces
							perform registerRef
						end-if
					else
						perform historyReject
						add 1 to f-rej-ct
					end-if
				end-if
			end-if
		end-if
	end-if.
end-convertLine.

rejectCheckDigit.
*> a reference that fails its check digit is never looked up on the
*> register - a keying slip would otherwise pass as a new reference
*> or be diverted as a false duplicate.
	display "Reference " function trim (rec-ref) " in "
		function trim (fileName) " fails its check digit - rejected."
	move "FILE" to clog-path
	move rec-numeral (1:30) to log-input
	move rec-ref to log-ref
	move zero to temp
	move 9 to ret
	perform logConversion
	move spaces to input-area
	move rec-numeral (1:30) to in-r
	perform historyReject
	add 1 to f-rej-ct.
end-rejectCheckDigit.

checkDuplicateRef.
*> every incoming reference is checked against the register of refs
*> already processed; a repeat is diverted to the suspense report
		write dup-record
		close dupReport
	end-if.
	perform raiseDuplicate.
end-divertDuplicate.

raiseDuplicate.
*> the same reference diverted again is counted on its open item.
	move 3 to exc-severity.
	move spaces to exc-key.
	string "REF " delimited by size
		rec-ref delimited by space
		into exc-key.
	move spaces to exc-text.
	string "duplicate in " delimited by size
		fileName delimited by space
		" - first seen " delimited by size
		reg-date delimited by size
		" in " delimited by size
		reg-source delimited by space
		into exc-text.
	call "excqueue" using exc-action, exc-entry, exc-result.
end-raiseDuplicate.

registerRef.
*> first sighting of a reference: record the date and source file on
*> the register so a re-sent file is caught next time.
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

updateMaster.
*> one master row per distinct (upper-cased) numeral: first sighting
*> inserts it, later sightings bump the counter and last-seen stamp
*> instead of duplicating.  The value is carried on every rewrite so
*> the alternate index on master-decimal always agrees with the row.
*> The stamp is the one logConversion put on the CONVLOG line, so the
*> history event and the log line carry the same key.
	move function upper-case (in-r) to master-numeral.
	read masterFile
		invalid key
			perform newMasterRecord
		not invalid key
			add 1 to master-count
			move temp to master-decimal
			move master-stamp to master-last-seen
			move rec-ref to master-last-ref
			rewrite master-record
	end-write.
end-writeHistory.

historyReject.
*> a rejected record is an event the service handled too, so it goes
*> on the history under its reject code with no value - the monthly
*> chargeback prices every event from the history alone.
	move zero to temp.
	perform writeHistory.
end-historyReject.

newMasterRecord.
	move function upper-case (in-r) to master-numeral.
	move temp to master-decimal.
		"-" delimited by size
		log-hhmmss (1:6) delimited by size
		into clog-timestamp.
	move clog-timestamp to master-stamp.
	move clog-path to clog-entry-path.
	move log-input to clog-input.
	move temp to clog-sum.
		write exception-record
		close exceptionsReport
	end-if.
    perform raiseMismatch.
end-writeException.

raiseMismatch.
    move 1 to exc-severity.
    move fileName to exc-key.
    move control-total to exc-control.
    move actual-total to exc-actual.
    move variance to exc-variance.
    move spaces to exc-text.
    string "MISMATCH - control " delimited by size
		function trim (exc-control) delimited by size
		" actual " delimited by size
		function trim (exc-actual) delimited by size
		" variance " delimited by size
		function trim (exc-variance) delimited by size
		into exc-text.
    call "excqueue" using exc-action, exc-entry, exc-result.
end-raiseMismatch.

accumulateDept.
    move zero to dept-found.
    perform matchDeptEntry varying dept-idx from 1 by 1
    write summary-record from dept-head.
    write summary-record from underline-1.
    write summary-record from dept-col-heads.
*> manifest department codes are the reference-id prefixes held on the
*> department master, which supplies the name and cost centre.
    move 'Y' to dept-master.
    open input deptFile.
    if dept-status is not equal to "00"
		move 'N' to dept-master
		display "WARNING: department master DEPTMSTR.DAT not available - status "
			dept-status " - names not shown."
	end-if.
    perform writeDeptLine varying dept-idx from 1 by 1
		until dept-idx is greater than dept-ct.
    if dept-master is equal to 'Y'
		close deptFile
	end-if.
    write summary-record from blank-line.
    write summary-record from grand-head.
    write summary-record from underline-1.

writeDeptLine.
    move dept-code (dept-idx) to ddl-dept.
    move spaces to ddl-name.
    move spaces to ddl-centre.
    if dept-master is equal to 'Y'
		perform lookupDeptMaster
	end-if.
    move dept-read-ct (dept-idx) to ddl-read.
    move dept-conv-ct (dept-idx) to ddl-conv.
    move dept-rej-ct (dept-idx) to ddl-rej.
	end-if.
    write summary-record from dept-detail.
end-writeDeptLine.

lookupDeptMaster.
    if dept-code (dept-idx) (4:7) is equal to spaces
		move function upper-case (dept-code (dept-idx) (1:3)) to dept-prefix
		read deptFile
			invalid key
				move "NOT ON DEPARTMENT MASTER" to ddl-name
			not invalid key
				move dept-name to ddl-name
				move dept-cost-centre to ddl-centre
		end-read
	else
		move "NOT ON DEPARTMENT MASTER" to ddl-name
	end-if.
end-lookupDeptMaster.

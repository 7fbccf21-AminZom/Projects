		organization is indexed
		access mode is random
		record key is master-numeral
		alternate record key is master-decimal with duplicates
		file status is master-status.
    select histFile assign to "CONVHIST.DAT"
		organization is indexed
77  refreg-status    pic xx.
77  dup-status       pic xx.
77  dup-skip         pic x.
77  ref-action       pic x.
77  ref-result       pic s9 usage is computational-3.
77  dup-override     pic x value 'N'.
77  dupovr-env       pic x(10).
77  rec-dup-ct       pic s9(8) usage is computational value 0.
77  lock-action      pic x.
77  lock-holder      pic x(12) value "ROMANNUMERAL".
77  lock-result      pic s9 usage is computational-3.
77  exc-action       pic x value 'R'.
77  exc-result       pic s9 usage is computational-3.
77  exc-control      pic -(8)9.
77  exc-actual       pic -(8)9.
77  exc-variance     pic -(8)9.
77  arith-op1        pic x(30).
77  arith-oper       pic x.
77  arith-op2        pic x(30).
77  canon-len        pic s99 usage is computational.
77  canon-ret        pic s9 usage is computational-3.
77  canon-bad-ct     pic s9(8) usage is computational value 0.
77  date-sep         pic x value '.'.
77  datesep-env      pic x(10).
77  date-order       pic x(3) value 'DMY'.
77  dateorder-env    pic x(10).
77  date-input       pic x(90).
77  date-text        pic x(30).
77  date-ok          pic x.
77  date-error       pic x(40).
77  part-ct          pic s9(4) usage is computational.
77  part-idx         pic s9(4) usage is computational.
77  check-yyyy       pic s9(8) usage is computational.
77  check-mm         pic s9(8) usage is computational.
77  check-dd         pic s9(8) usage is computational.
77  month-days       pic s9(4) usage is computational.
77  roman-dd         pic x(30).
77  roman-mm         pic x(30).
77  roman-yyyy       pic x(30).
*> what a run raises on the operations exception queue.
01  exc-entry.
    05 exc-source   pic x(12) value "ROMANNUMERAL".
    05 exc-severity pic 9.
    05 exc-key      pic x(40).
    05 exc-text     pic x(60).
    05 exc-id       pic 9(8).
01  canon-area.
    02 canon-r pic x(30).
01  date-value.
    02 date-yyyy pic 9(4).
    02 date-mm   pic 99.
    02 date-dd   pic 99.
01  date-digits redefines date-value pic 9(8).
01  date-part-table.
    02 date-part pic x(30) occurs 4 times.
    02 part-val  pic s9(8) usage is computational occurs 3 times.
01  out-record.
	05 out1   pic X(8) value "number =".
	05 filler pic X.
01  arith-heads.
    02 filler pic x(14) value spaces.
    02 filler pic x(16) value 'Roman Arithmetic'.
01  date-heads.
    02 filler pic x(15) value spaces.
    02 filler pic x(15) value 'Date Conversion'.
01  date-file-heads.
    02 filler pic x(13) value spaces.
    02 filler pic x(20) value 'Date File Conversion'.
01  date-col-heads.
    02 filler pic x(3) value spaces.
    02 filler pic x(10) value 'Roman Date'.
    02 filler pic x(21) value spaces.
    02 filler pic x(9) value 'yyyymmdd'.
    02 filler pic x(2) value spaces.
    02 filler pic x(9) value 'Reference'.
01  underline-2.
    02 filler pic x(45) value
       ' --------------------------------------------'.
    write stdout-record from title-line after advancing 0 lines.
    write stdout-record from underline-1 after advancing 1 line.
    display " ".
    display "Enter '1' for file input, '2' for keyboard input, '3' for decimal to Roman, '4' for Roman arithmetic, '5' for decimal file input, '6' for a date, or '7' for date file input".
    read standard-input into input-area
    end-read.
    evaluate in-r
		when "3" perform decimalInput
		when "4" perform arithmeticInput
		when "5" perform decimalFileInput
		when "6" perform dateInput
		when "7" perform dateFileInput
		when other
			display "Invalid choice! Try again."
			close standard-input, standard-output, convLog, structResult.
	if eof-switch is not equal to zero then
		add 1 to rec-read-ct
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
					display "Input exceeds CONV's 30-character limit - rejected."
					move "FILE" to clog-path
					move rec-numeral (1:30) to log-input
					move rec-ref to log-ref
					move zero to temp
					move 6 to ret
					perform logConversion
					move spaces to input-area
					move rec-numeral (1:30) to in-r
					perform historyReject
					add 1 to rec-rej-ct
					if audit-mode is equal to 'Y'
						move num to canonical-record
						write canonical-record
						add 1 to canon-line-ct
					end-if
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
						add 1 to rec-conv-ct
						add temp to actual-total
						if in-r is not equal to spaces
							perform updateMaster
						end-if
						if rec-ref is not equal to spaces
							perform registerRef
						end-if
						move temp to out-eq
						move input-area to out-r
						move rec-ref to out-ref
						move spaces to out-flag
						if audit-mode is equal to 'Y'
							perform auditCanonical
						end-if
						write stdout-record from print-line after advancing 1 line
					else
						perform historyReject
						add 1 to rec-rej-ct
						if audit-mode is equal to 'Y'
							move num to canonical-record
							write canonical-record
							add 1 to canon-line-ct
						end-if
					end-if
				end-if
			end-if
		end-if
		display " "
	end-if.
end-getLine.
rejectCheckDigit.
*> a reference that fails its check digit is never looked up on the
*> register - a keying slip would otherwise pass as a new reference
*> or be diverted as a false duplicate.
	display "Reference " function trim (rec-ref)
		" fails its check digit - rejected."
	move "FILE" to clog-path
	move rec-numeral (1:30) to log-input
	move rec-ref to log-ref
	move zero to temp
	move 9 to ret
	perform logConversion
	move spaces to input-area
	move rec-numeral (1:30) to in-r
	perform historyReject
	add 1 to rec-rej-ct
	if audit-mode is equal to 'Y'
		move num to canonical-record
		write canonical-record
		add 1 to canon-line-ct
	end-if.
end-rejectCheckDigit.
splitInputRecord.
*> delimited layout: reference id, roman numeral, free-text
*> description. A record with no comma is a bare numeral.
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
			move 'I' to jrn-action
			perform writeJournalEntry
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

writeJournalEntry.
*> write-ahead note of a master update applied since the last
*> checkpoint, so a restart can back the failed stretch out again.
		end-if
		close exceptionsReport
	end-if.
	if variance is not equal to zero
		perform raiseMismatch
	end-if.
end-controlTotalCheck.
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
auditCanonical.
*> regenerate the numeral from its decimal value and compare: a
*> mismatch (case aside) is a legal but nonstandard spelling. The
	display "Duplicate reference " function trim (rec-ref)
		" diverted - first seen " reg-date
		" in " function trim (reg-source).
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
*> first sighting of a reference: journal it for restart backout,
*> then record the date and source file on the register.
	if eof-switch is not equal to zero then
		add 1 to rec-read-ct
		perform splitInputRecord
		if ref-result is not equal to zero
			display "Reference " function trim (rec-ref)
				" fails its check digit - rejected."
			move "DECIMAL" to clog-path
			move rec-numeral (1:30) to log-input
			move rec-ref to log-ref
			move zero to temp
			move 9 to ret
			perform logConversion
			add 1 to rec-rej-ct
		else
			compute temp = function numval (rec-numeral (1:30))
			move array-capacity to n
			move spaces to input-area
			call "dconv" using input-area, n, ret, temp
			move "DECIMAL" to clog-path
			move input-area to log-input
			move rec-ref to log-ref
			perform logConversion
			if ret is equal to 1 then
				add 1 to rec-conv-ct
				add temp to actual-total
				move temp to out-eq
				move input-area to out-r
				move rec-ref to out-ref
				move spaces to out-flag
				write stdout-record from print-line after advancing 1 line
			else
				add 1 to rec-rej-ct
			end-if
		end-if
		display " "
	end-if.
end-getDecimalLine.
dateInput.
*> a date either way: eight digits yyyymmdd come back as day, month
*> and year numerals; anything else is read as a Roman date and comes
*> back as yyyymmdd. DATESEP and DATEORDER set the layout.
	write stdout-record from date-heads after advancing 1 line.
	write stdout-record from underline-1 after advancing 1 line.
	perform setDateOptions.
	display " ".
	display "Enter a date as yyyymmdd or in Roman numerals (order " date-order "): ".
	read standard-input into stdin-record
	end-read.
	move stdin-record to date-input.
	move spaces to log-ref.
	perform convertDate.
	if ret is equal to 1
		write stdout-record from date-col-heads after advancing 1 line
		write stdout-record from underline-2 after advancing 1 line
		display " "
		write stdout-record from print-line after advancing 1 line
	end-if.
	display " ".
	close standard-input, standard-output, convLog, structResult.
end-dateInput.
dateFileInput.
*> file-driven mirror of dateInput: each record is ref-ID,date or a
*> bare date, in either direction, with the decimal file's report,
*> CSV, log and end-of-job trailer treatment.
	write stdout-record from date-file-heads after advancing 1 line.
	write stdout-record from underline-1 after advancing 1 line.
	perform setDateOptions.
	display " ".
	move spaces to fileName.
	accept fileName from environment "DATEFILE".
	if fileName is equal to spaces
		display "Enter file name below: "
		accept fileName
	end-if.
	write stdout-record from date-col-heads after advancing 1 line.
	write stdout-record from underline-2 after advancing 1 line.
	display " ".
	move 'A' to lock-action.
	call "filelock" using lock-action, fileName, lock-holder, lock-result.
	if lock-result is not equal to zero
		display "Date file run aborted - input file is in use."
		close convLog, structResult
		move 20 to return-code
		stop run
	end-if.
	open input myFile.
	if myfile-status is not equal to "00"
		display "ERROR: could not open " fileName " - status " myfile-status
		move 'R' to lock-action
		call "filelock" using lock-action, fileName, lock-holder, lock-result
		close convLog, structResult
		move 20 to return-code
		stop run
	end-if.
	perform getDateLine until eof-switch = 0.
	close myFile.
	move 'R' to lock-action.
	call "filelock" using lock-action, fileName, lock-holder, lock-result.
	perform writeFileTrailer.
	close standard-input, standard-output, convLog, structResult.
	stop run.
end-dateFileInput.
getDateLine.
	read myFile into input-record
		at end move 0 to eof-switch
	end-read.
	if eof-switch is not equal to zero then
		add 1 to rec-read-ct
		perform splitInputRecord
		move rec-ref to log-ref
		if ref-result is not equal to zero
			display "Reference " function trim (rec-ref)
				" fails its check digit - rejected."
			move "DATE" to clog-path
			move rec-numeral (1:30) to log-input
			move zero to temp
			move 9 to ret
			perform logConversion
			add 1 to rec-rej-ct
		else
			move rec-numeral to date-input
			perform convertDate
			if ret is equal to 1 then
				add 1 to rec-conv-ct
				move rec-ref to out-ref
				write stdout-record from print-line after advancing 1 line
			else
				add 1 to rec-rej-ct
			end-if
		end-if
		display " "
	end-if.
end-getDateLine.
setDateOptions.
	move spaces to datesep-env.
	accept datesep-env from environment "DATESEP".
	if datesep-env is not equal to spaces
		if datesep-env (1:1) is alphabetic or datesep-env (1:1) is numeric
			display "DATESEP must not be a letter or digit - using '.'"
		else
			move datesep-env (1:1) to date-sep
		end-if
	end-if.
	move spaces to dateorder-env.
	accept dateorder-env from environment "DATEORDER".
	move function upper-case (dateorder-env) to dateorder-env.
	if dateorder-env is not equal to spaces
		if dateorder-env is equal to "DMY" or dateorder-env is equal to "MDY"
				or dateorder-env is equal to "YMD"
			move dateorder-env to date-order
		else
			display "DATEORDER must be DMY, MDY or YMD - using DMY"
		end-if
	end-if.
end-setDateOptions.
convertDate.
*> date-input holds the date; log-ref is set by the caller. The
*> result is logged under path DATE with the yyyymmdd value as the
*> decimal, and print-line is left ready for a good one.
	move function trim (date-input) to date-input.
	move zero to countSpaces.
	inspect function reverse (date-input)
		tallying countSpaces for leading space.
	compute rawLength = length of date-input - countSpaces.
	move zero to temp.
	if rawLength is greater than 30
		display "Input exceeds CONV's 30-character limit - rejected."
		move date-input (1:30) to log-input
		move 6 to ret
	else
		if rawLength is equal to 8 and date-input (1:8) is numeric
			perform dateToRoman
		else
			perform romanToDate
		end-if
	end-if.
	move "DATE" to clog-path.
	perform logConversion.
	if ret is equal to 1
		move date-text to out-r
		move temp to out-eq
		move spaces to out-ref
		move spaces to out-flag
	end-if.
end-convertDate.
dateToRoman.
	move date-input (1:8) to date-digits.
	move date-digits to temp.
	move date-input (1:30) to log-input.
	move date-yyyy to check-yyyy.
	move date-mm to check-mm.
	move date-dd to check-dd.
	perform checkRealDate.
	if date-ok is equal to 'N'
		display "Impossible date - " function trim (date-error)
		move 5 to ret
	else
		move check-dd to temp
		perform formatDatePart
		move in-r to roman-dd
		move check-mm to temp
		perform formatDatePart
		move in-r to roman-mm
		move check-yyyy to temp
		perform formatDatePart
		move in-r to roman-yyyy
		move spaces to date-text
		evaluate date-order
			when "MDY"
				string roman-mm delimited by space
					date-sep delimited by size
					roman-dd delimited by space
					date-sep delimited by size
					roman-yyyy delimited by space
					into date-text
			when "YMD"
				string roman-yyyy delimited by space
					date-sep delimited by size
					roman-mm delimited by space
					date-sep delimited by size
					roman-dd delimited by space
					into date-text
			when other
				string roman-dd delimited by space
					date-sep delimited by size
					roman-mm delimited by space
					date-sep delimited by size
					roman-yyyy delimited by space
					into date-text
		end-evaluate
		move date-digits to temp
		move date-text to log-input
		move 1 to ret
	end-if.
end-dateToRoman.
formatDatePart.
	move array-capacity to n.
	move spaces to input-area.
	call "dconv" using input-area, n, ret, temp.
end-formatDatePart.
romanToDate.
*> the parts may be split by the DATESEP character or by any of the
*> usual ". / -" or spaces; each one must pass the CONV grammar check.
	move date-input (1:30) to log-input.
	move date-input (1:30) to date-text.
	move spaces to date-part-table.
	move zero to part-ct.
	unstring date-text delimited by date-sep or "." or "/" or "-" or all space
		into date-part (1), date-part (2), date-part (3), date-part (4)
		tallying in part-ct
	end-unstring.
	if part-ct is not equal to 3 or date-part (3) is equal to spaces
		display "A Roman date needs a day, a month and a year part."
		move 4 to ret
	else
		move 1 to ret
		perform parseDatePart varying part-idx from 1 by 1
			until part-idx is greater than 3 or ret is not equal to 1
	end-if.
	if ret is equal to 1
		evaluate date-order
			when "MDY"
				move part-val (1) to check-mm
				move part-val (2) to check-dd
				move part-val (3) to check-yyyy
			when "YMD"
				move part-val (1) to check-yyyy
				move part-val (2) to check-mm
				move part-val (3) to check-dd
			when other
				move part-val (1) to check-dd
				move part-val (2) to check-mm
				move part-val (3) to check-yyyy
		end-evaluate
		perform checkRealDate
		if date-ok is equal to 'N'
			display "Impossible date - " function trim (date-error)
			move zero to temp
			move 5 to ret
		else
			move check-yyyy to date-yyyy
			move check-mm to date-mm
			move check-dd to date-dd
			move date-digits to temp
		end-if
	else
		move zero to temp
	end-if.
end-romanToDate.
parseDatePart.
	move spaces to input-area.
	move date-part (part-idx) to in-r.
	move zero to countSpaces.
	inspect function reverse (in-r)
		tallying countSpaces for leading space.
	compute inputLength = length of in-r - countSpaces.
	move inputLength to n.
	call "conv" using input-area, n, ret, temp.
	move temp to part-val (part-idx).
end-parseDatePart.
checkRealDate.
	move 'Y' to date-ok.
	move spaces to date-error.
	if check-yyyy is less than 1 or check-yyyy is greater than 3999
		move 'N' to date-ok
		move "year out of range 1-3999" to date-error
	end-if.
	if date-ok is equal to 'Y'
		if check-mm is less than 1 or check-mm is greater than 12
			move 'N' to date-ok
			move "month out of range 1-12" to date-error
		end-if
	end-if.
	if date-ok is equal to 'Y'
		perform daysInMonth
		if check-dd is less than 1 or check-dd is greater than month-days
			move 'N' to date-ok
			move "day out of range for that month" to date-error
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
logConversion.
	accept log-yyyymmdd from date yyyymmdd.
	accept log-hhmmss from time.
		"-" delimited by size
		log-hhmmss (1:6) delimited by size
		into clog-timestamp.
	move clog-timestamp to master-stamp.
	move clog-path to clog-entry-path.
	move log-input to clog-input.
	move temp to clog-sum.

identification division.
program-id. daybalance.
environment division.
input-output section.
file-control.
    select convLog assign to dynamic logName
		organization is line sequential
		file status is convlog-status.
    select structResult assign to dynamic csvName
		organization is line sequential
		file status is structres-status.
    select histFile assign to "CONVHIST.DAT"
		organization is indexed
		access mode is dynamic
		record key is hist-key
		file status is hist-status.
    select refRegister assign to "REFREG.DAT"
		organization is indexed
		access mode is dynamic
		record key is reg-ref
		file status is refreg-status.
    select masterFile assign to "CONVMSTR.DAT"
		organization is indexed
		access mode is sequential
		record key is master-numeral
		alternate record key is master-decimal with duplicates
		file status is master-status.
    select snapFile assign to "BALSNAP.DAT"
		organization is line sequential
		file status is snap-status.
    select workFile assign to "BALWORK.TMP"
		organization is indexed
		access mode is dynamic
		record key is wk-key
		file status is work-status.
    select balanceReport assign to "BALANCE.TXT"
		organization is line sequential
		file status is report-status.

data division.
file section.
fd convLog.
01 conv-log-record.
	05 clog-timestamp   pic x(15).
	05 filler           pic x.
	05 clog-entry-path  pic x(8).
	05 filler           pic x.
	05 clog-input       pic x(30).
	05 filler           pic x.
	05 clog-sum         pic x(9).
	05 filler           pic x.
	05 clog-ret         pic 9.
	05 filler           pic x.
	05 clog-ref         pic x(12).
	05 filler           pic x.
	05 clog-seq         pic 9(6).
	05 filler           pic x.
	05 clog-check       pic 9(4).
fd structResult.
01 struct-record pic x(80).
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
fd masterFile.
01 master-record.
	05 master-numeral    pic x(30).
	05 master-decimal    pic 9(8).
	05 master-first-seen pic x(15).
	05 master-last-seen  pic x(15).
	05 master-count      pic 9(8).
	05 master-last-ref   pic x(12).
fd snapFile.
01 snap-record.
	05 snap-stamp    pic x(15).
	05 filler        pic x.
	05 snap-source   pic x(8).
	05 filler        pic x.
	05 snap-rows     pic 9(8).
	05 filler        pic x.
	05 snap-total    pic 9(10).
	05 filler        pic x.
	05 snap-purged   pic 9(10).
*> one work row per thing to be matched: 'H' a log line against its
*> history event (stamp + sequence), 'R' a reference and numeral
*> against the results rows, 'F' a converted reference against the
*> register.  The left count is the log side, the right count the
*> side being balanced to it.
fd workFile.
01 work-record.
	05 wk-key.
		10 wk-kind    pic x.
		10 wk-id      pic x(42).
	05 wk-left-ct    pic 9(6).
	05 wk-right-ct   pic 9(6).
	05 wk-back-ct    pic 9(6).
	05 wk-stamp      pic x(15).
	05 wk-seq        pic 9(6).
	05 wk-path       pic x(8).
	05 wk-ref        pic x(12).
	05 wk-numeral    pic x(30).
	05 wk-value      pic s9(9).
	05 wk-ret        pic 9.
fd balanceReport.
01 report-record pic x(110).

working-storage section.
77  logName         pic x(30) value "CONVLOG.TXT".
77  csvName         pic x(30) value "RESULTS.CSV".
77  env-value       pic x(30).
77  convlog-status  pic xx.
77  structres-status pic xx.
77  hist-status     pic xx.
77  refreg-status   pic xx.
77  master-status   pic xx.
77  snap-status     pic xx.
77  work-status     pic xx.
77  report-status   pic xx.
77  eof-switch      pic 9.
77  bal-date        pic 9(8).
77  today-date      pic 9(8).
77  now-time        pic 9(8).
77  day-start       pic x(15).
77  opening-found   pic x value 'N'.
77  opening-stamp   pic x(15).
77  opening-source  pic x(8).
77  opening-total   pic s9(10) usage is computational value zero.
77  purged-since    pic s9(10) usage is computational value zero.
77  log-line-ct     pic s9(8) usage is computational value zero.
77  log-day-ct      pic s9(8) usage is computational value zero.
77  log-first-pos   pic s9(8) usage is computational value zero.
77  log-last-pos    pic s9(8) usage is computational value zero.
77  csv-line-ct     pic s9(8) usage is computational value zero.
77  csv-day-ct      pic s9(8) usage is computational value zero.
77  hist-log-ct     pic s9(8) usage is computational value zero.
77  hist-day-ct     pic s9(8) usage is computational value zero.
77  hist-match-ct   pic s9(8) usage is computational value zero.
77  hist-only-ct    pic s9(8) usage is computational value zero.
77  hist-diff-ct    pic s9(8) usage is computational value zero.
77  hlog-only-ct    pic s9(8) usage is computational value zero.
77  res-match-ct    pic s9(8) usage is computational value zero.
77  rlog-only-ct    pic s9(8) usage is computational value zero.
77  res-only-ct     pic s9(8) usage is computational value zero.
77  reg-day-ct      pic s9(8) usage is computational value zero.
77  reg-match-ct    pic s9(8) usage is computational value zero.
77  reg-only-ct     pic s9(8) usage is computational value zero.
77  unreg-ct        pic s9(8) usage is computational value zero.
77  conv-day-ct     pic s9(8) usage is computational value zero.
77  rev-day-ct      pic s9(8) usage is computational value zero.
77  occ-earlier     pic s9(8) usage is computational value zero.
77  occ-day         pic s9(8) usage is computational value zero.
77  occ-later       pic s9(8) usage is computational value zero.
77  occ-step        pic s9(4) usage is computational.
77  master-rows     pic s9(8) usage is computational value zero.
77  master-total    pic s9(10) usage is computational value zero.
77  master-read     pic x value 'Y'.
77  expected-total  pic s9(10) usage is computational value zero.
77  master-diff     pic s9(10) usage is computational value zero.
77  unmatched-ct    pic s9(8) usage is computational value zero.
77  short-ct        pic s9(8) usage is computational.
77  line-value      pic s9(9) usage is computational.
77  hist-value      pic s9(9) usage is computational.
77  match-ok        pic x.
77  csv-ref         pic x(12).
77  csv-numeral     pic x(30).
77  csv-decimal     pic x(12).
77  csv-ret         pic x(2).
77  work-name       pic x(40) value "BALWORK.TMP".
77  verdict-text    pic x(40).

01  report-head.
    02 filler  pic x(30) value 'Daily Cross-Store Balance for '.
    02 rh-date pic 9(8).
01  underline-1.
    02 filler pic x(45) value
       ' --------------------------------------------'.
01  section-line.
    02 sl-text pic x(60).
01  count-line.
    02 filler  pic x(2) value spaces.
    02 cl-label pic x(40).
    02 cl-count pic -(9)9.
01  stamp-line.
    02 filler  pic x(2) value spaces.
    02 st-label pic x(40).
    02 st-stamp pic x(15).
    02 filler  pic x value space.
    02 st-source pic x(8).
01  detail-line.
    02 filler     pic x(4) value spaces.
    02 dl-kind    pic x(26).
    02 dl-stamp   pic x(15).
    02 filler     pic x value space.
    02 dl-seq     pic x(6).
    02 filler     pic x value space.
    02 dl-path    pic x(8).
    02 filler     pic x value space.
    02 dl-ref     pic x(12).
    02 filler     pic x value space.
    02 dl-numeral pic x(30).
    02 dl-value   pic -(9)9.
    02 filler     pic x value space.
    02 dl-ret     pic x.
01  reg-detail-line.
    02 filler     pic x(4) value spaces.
    02 filler     pic x(26) value 'REGISTERED, NO CONVERSION'.
    02 filler     pic x(8) value 'REFREG'.
    02 rd-date    pic 9(8).
    02 filler     pic x(16) value spaces.
    02 rd-ref     pic x(12).
    02 filler     pic x value space.
    02 rd-source  pic x(30).
01  verdict-line.
    02 filler    pic x(9) value 'Verdict: '.
    02 vl-text   pic x(40).
01  blank-line   pic x value space.

procedure division.
    display " ".
    display "Daily Cross-Store Balance".
    display " --------------------------------------------".
    accept today-date from date yyyymmdd.
    perform resolveOptions.
    perform loadSnapshots.
    open output workFile.
    close workFile.
    open i-o workFile.
    if work-status is not equal to "00"
		display "ERROR: could not open BALWORK.TMP - status " work-status
		move 20 to return-code
		stop run
	end-if.
    open output balanceReport.
    if report-status is not equal to "00"
		display "ERROR: could not open BALANCE.TXT - status " report-status
		close workFile
		move 20 to return-code
		stop run
	end-if.
    move bal-date to rh-date.
    write report-record from report-head.
    write report-record from underline-1.
    perform scanLog.
    perform scanResults.
    perform balanceHistory.
    perform balanceResults.
    perform balanceRegister.
    perform balanceMaster.
    perform writeSnapshot.
    close workFile.
    call "CBL_DELETE_FILE" using work-name.
    move zero to return-code.
    write report-record from blank-line.
    if unmatched-ct is equal to zero and master-diff is equal to zero
			and master-read is equal to 'Y'
		move "IN BALANCE" to verdict-text
	else
		move "OUT OF BALANCE" to verdict-text
	end-if.
    move verdict-text to vl-text.
    write report-record from verdict-line.
    close balanceReport.
    display bal-date " " function trim (verdict-text) " - "
		unmatched-ct " unmatched item(s) - see BALANCE.TXT.".
    if verdict-text is equal to "OUT OF BALANCE"
		move 8 to return-code
	end-if.
    stop run.

resolveOptions.
*> BALDATE (yyyymmdd) picks the day to balance, today by default.
*> BALCONVLOG and BALRESULTS name the log and results files when the
*> day has already gone to a monthly archive.
    move spaces to env-value.
    accept env-value from environment "BALDATE".
    if env-value is equal to spaces
		move today-date to bal-date
	else
		if env-value (1:8) is not numeric
				or env-value (9:22) is not equal to spaces
			display "ERROR: BALDATE must be yyyymmdd - "
				function trim (env-value)
			move 20 to return-code
			stop run
		end-if
		move env-value (1:8) to bal-date
	end-if.
    move spaces to env-value.
    accept env-value from environment "BALCONVLOG".
    if env-value is not equal to spaces
		move env-value to logName
	end-if.
    move spaces to env-value.
    accept env-value from environment "BALRESULTS".
    if env-value is not equal to spaces
		move env-value to csvName
	end-if.
    move spaces to day-start.
    string bal-date delimited by size
		"-000000" delimited by size
		into day-start.
end-resolveOptions.

loadSnapshots.
*> the opening master total is the last snapshot taken before the
*> day began; a mstrkeep purge after it removed occurrences with no
*> log line behind them, so those are added up too.
    open input snapFile.
    if snap-status is equal to "00"
		move 1 to eof-switch
		perform readSnapshot until eof-switch is equal to zero
		close snapFile
	end-if.
end-loadSnapshots.

readSnapshot.
    read snapFile
		at end move zero to eof-switch
		not at end
			if snap-stamp (1:8) is numeric and snap-total is numeric
				if snap-stamp is less than day-start
					move 'Y' to opening-found
					move snap-stamp to opening-stamp
					move snap-source to opening-source
					move snap-total to opening-total
					move zero to purged-since
				else
					if snap-source is equal to "MSTRKEEP"
							and snap-purged is numeric
						add snap-purged to purged-since
					end-if
				end-if
			end-if
	end-read.
end-readSnapshot.

scanLog.
*> every line of the day is matched to its results row; FILE and
*> REVERSAL lines are also matched to their history events.  Lines
*> after the opening snapshot make up the master movement.
    open input convLog.
    if convlog-status is not equal to "00"
		display "No conversion log " function trim (logName) " - status "
			convlog-status
	else
		move 1 to eof-switch
		perform readLogLine until eof-switch is equal to zero
		close convLog
	end-if.
end-scanLog.

readLogLine.
    read convLog
		at end move zero to eof-switch
		not at end
			add 1 to log-line-ct
			if clog-timestamp (1:8) is numeric
				perform takeLogLine
			end-if
	end-read.
end-readLogLine.

takeLogLine.
    move zero to occ-step.
    if clog-entry-path is equal to "FILE" and clog-ret is equal to 1
		move 1 to occ-step
	end-if.
    if clog-entry-path is equal to "REVERSAL"
		move -1 to occ-step
	end-if.
    if opening-found is equal to 'Y'
			and clog-timestamp is greater than opening-stamp
		evaluate true
			when clog-timestamp (1:8) is less than bal-date
				add occ-step to occ-earlier
			when clog-timestamp (1:8) is equal to bal-date
				add occ-step to occ-day
			when other
				add occ-step to occ-later
		end-evaluate
	end-if.
    if clog-timestamp (1:8) is equal to bal-date
		add 1 to log-day-ct
		if log-first-pos is equal to zero
			move log-line-ct to log-first-pos
		end-if
		move log-line-ct to log-last-pos
		if clog-sum is equal to spaces
			move zero to line-value
		else
			compute line-value = function numval (clog-sum)
		end-if
		perform addResultsKey
		if clog-entry-path is equal to "FILE"
				or clog-entry-path is equal to "REVERSAL"
			perform addHistoryKey
		end-if
		if occ-step is equal to 1
			add 1 to conv-day-ct
		end-if
		if occ-step is equal to -1
			add 1 to rev-day-ct
		end-if
		if occ-step is not equal to zero and clog-ref is not equal to spaces
			perform addRefKey
		end-if
	end-if.
end-takeLogLine.

loadWorkFromLog.
    move clog-timestamp to wk-stamp.
    move clog-seq to wk-seq.
    move clog-entry-path to wk-path.
    move clog-ref to wk-ref.
    move clog-input to wk-numeral.
    move line-value to wk-value.
    move clog-ret to wk-ret.
end-loadWorkFromLog.

addHistoryKey.
    add 1 to hist-log-ct.
    move 'H' to wk-kind.
    move spaces to wk-id.
    move clog-timestamp to wk-id (1:15).
    move clog-seq to wk-id (16:6).
    read workFile
		invalid key
			perform loadWorkFromLog
			move 1 to wk-left-ct
			move zero to wk-right-ct
			move zero to wk-back-ct
			write work-record
		not invalid key
			add 1 to wk-left-ct
			rewrite work-record
	end-read.
end-addHistoryKey.

addResultsKey.
    move 'R' to wk-kind.
    move spaces to wk-id.
    move function trim (clog-ref) to wk-id (1:12).
    move function trim (clog-input) to wk-id (13:30).
    read workFile
		invalid key
			perform loadWorkFromLog
			move 1 to wk-left-ct
			move zero to wk-right-ct
			move zero to wk-back-ct
			write work-record
		not invalid key
			add 1 to wk-left-ct
			rewrite work-record
	end-read.
end-addResultsKey.

addRefKey.
*> a reference's conversions less its reversals is what the register
*> should still hold for it.
    move 'F' to wk-kind.
    move spaces to wk-id.
    move function upper-case (function trim (clog-ref)) to wk-id (1:12).
    read workFile
		invalid key
			move 'N' to match-ok
			perform loadWorkFromLog
			move zero to wk-left-ct
			move zero to wk-right-ct
			move zero to wk-back-ct
		not invalid key
			move 'Y' to match-ok
	end-read.
    if occ-step is equal to 1
		add 1 to wk-left-ct
		perform loadWorkFromLog
	else
		add 1 to wk-back-ct
	end-if.
    if match-ok is equal to 'N'
		write work-record
	else
		rewrite work-record
	end-if.
end-addRefKey.

scanResults.
*> results rows carry no date.  Each log line has exactly one row
*> written with it and the two files are rotated together, so the
*> day's rows sit at the same positions as the day's log lines; when
*> the day is the tail of the log, anything past it is the day's too.
    if log-day-ct is greater than zero
		open input structResult
		if structres-status is not equal to "00"
			display "No results file " function trim (csvName) " - status "
				structres-status
		else
			move 1 to eof-switch
			perform readResultsRow until eof-switch is equal to zero
			close structResult
		end-if
	end-if.
end-scanResults.

readResultsRow.
    read structResult
		at end move zero to eof-switch
		not at end
			add 1 to csv-line-ct
			if csv-line-ct is not less than log-first-pos
				if csv-line-ct is not greater than log-last-pos
						or log-last-pos is equal to log-line-ct
					perform takeResultsRow
				end-if
			end-if
	end-read.
end-readResultsRow.

takeResultsRow.
    add 1 to csv-day-ct.
    move spaces to csv-ref.
    move spaces to csv-numeral.
    move spaces to csv-decimal.
    move spaces to csv-ret.
    unstring struct-record delimited by ","
		into csv-ref, csv-numeral, csv-decimal, csv-ret
	end-unstring.
    move 'R' to wk-kind.
    move spaces to wk-id.
    move function trim (csv-ref) to wk-id (1:12).
    move function trim (csv-numeral) to wk-id (13:30).
    read workFile
		invalid key
			move spaces to wk-stamp
			move zero to wk-seq
			move spaces to wk-path
			move csv-ref to wk-ref
			move csv-numeral to wk-numeral
			move zero to wk-value
			if csv-decimal is not equal to spaces
				compute wk-value = function numval (csv-decimal)
			end-if
			move zero to wk-ret
			if csv-ret (1:1) is numeric
				move csv-ret (1:1) to wk-ret
			end-if
			move zero to wk-left-ct
			move 1 to wk-right-ct
			move zero to wk-back-ct
			write work-record
		not invalid key
			add 1 to wk-right-ct
			rewrite work-record
	end-read.
end-takeResultsRow.

balanceHistory.
*> history events of the day are looked up by their key among the
*> day's log lines; log lines no event claimed are listed after.
    move "CONVLOG.TXT to CONVHIST.DAT (timestamp + sequence)"
		to sl-text.
    perform writeSection.
    open input histFile.
    if hist-status is equal to "00"
		move day-start to hist-stamp
		move zero to hist-seq
		start histFile key is not less than hist-key
			invalid key move zero to eof-switch
			not invalid key move 1 to eof-switch
		end-start
		perform readHistEvent until eof-switch is equal to zero
		close histFile
	else
		if hist-status is not equal to "35"
			display "ERROR: could not open CONVHIST.DAT - status "
				hist-status
			move 20 to return-code
			stop run
		end-if
	end-if.
    move 'H' to wk-kind.
    perform startWorkKind.
    perform scanHistoryKey until eof-switch is equal to zero.
    move "Log lines (FILE and REVERSAL)" to cl-label.
    move hist-log-ct to cl-count.
    write report-record from count-line.
    move "History events" to cl-label.
    move hist-day-ct to cl-count.
    write report-record from count-line.
    move "Matched" to cl-label.
    move hist-match-ct to cl-count.
    write report-record from count-line.
    move "Matched with different contents" to cl-label.
    move hist-diff-ct to cl-count.
    write report-record from count-line.
    move "Log lines with no history event" to cl-label.
    move hlog-only-ct to cl-count.
    write report-record from count-line.
    move "History events with no log line" to cl-label.
    move hist-only-ct to cl-count.
    write report-record from count-line.
end-balanceHistory.

readHistEvent.
    read histFile next
		at end move zero to eof-switch
		not at end
			if hist-stamp (1:8) is not equal to bal-date
				move zero to eof-switch
			else
				perform matchHistEvent
			end-if
	end-read.
end-readHistEvent.

matchHistEvent.
    add 1 to hist-day-ct.
    move 'H' to wk-kind.
    move spaces to wk-id.
    move hist-stamp to wk-id (1:15).
    move hist-seq to wk-id (16:6).
    read workFile
		invalid key
			add 1 to hist-only-ct
			add 1 to unmatched-ct
			move "EVENT, NO LOG LINE" to dl-kind
			perform writeHistDetail
		not invalid key
			if wk-right-ct is not less than wk-left-ct
				add 1 to hist-only-ct
				add 1 to unmatched-ct
				move "EVENT, NO LOG LINE" to dl-kind
				perform writeHistDetail
			else
				add 1 to wk-right-ct
				rewrite work-record
				perform compareHistEvent
			end-if
	end-read.
end-matchHistEvent.

compareHistEvent.
*> a conversion carries its value on both stores; a reversal logs the
*> value negated and keeps the original on the event; a reject's
*> value is not kept on the history.
    move 'Y' to match-ok.
    move hist-decimal to hist-value.
    if wk-path is equal to "REVERSAL"
		compute hist-value = zero - hist-decimal
		if hist-source (1:8) is not equal to "REVERSAL"
			move 'N' to match-ok
		end-if
	end-if.
    if function upper-case (wk-ref) is not equal to
			function upper-case (hist-ref)
		move 'N' to match-ok
	end-if.
    if function upper-case (wk-numeral) is not equal to hist-numeral
		move 'N' to match-ok
	end-if.
    if wk-ret is not equal to hist-ret
		move 'N' to match-ok
	end-if.
    if (wk-ret is equal to 1 or wk-path is equal to "REVERSAL")
			and wk-value is not equal to hist-value
		move 'N' to match-ok
	end-if.
    if match-ok is equal to 'Y'
		add 1 to hist-match-ct
	else
		add 1 to hist-diff-ct
		add 1 to unmatched-ct
		move "DIFFERS - LOG LINE" to dl-kind
		perform writeWorkDetail
		move "DIFFERS - HISTORY EVENT" to dl-kind
		perform writeHistDetail
	end-if.
end-compareHistEvent.

scanHistoryKey.
    read workFile next
		at end move zero to eof-switch
		not at end
			if wk-kind is not equal to 'H'
				move zero to eof-switch
			else
				if wk-right-ct is less than wk-left-ct
					compute short-ct = wk-left-ct - wk-right-ct
					add short-ct to hlog-only-ct
					add short-ct to unmatched-ct
					move "LOG LINE, NO EVENT" to dl-kind
					perform writeWorkDetail
				end-if
			end-if
	end-read.
end-scanHistoryKey.

balanceResults.
    move "CONVLOG.TXT to RESULTS.CSV (reference + numeral)" to sl-text.
    perform writeSection.
    move 'R' to wk-kind.
    perform startWorkKind.
    perform scanResultsKey until eof-switch is equal to zero.
    move "Log lines (all entry paths)" to cl-label.
    move log-day-ct to cl-count.
    write report-record from count-line.
    move "Results rows" to cl-label.
    move csv-day-ct to cl-count.
    write report-record from count-line.
    move "Matched" to cl-label.
    move res-match-ct to cl-count.
    write report-record from count-line.
    move "Log lines with no results row" to cl-label.
    move rlog-only-ct to cl-count.
    write report-record from count-line.
    move "Results rows with no log line" to cl-label.
    move res-only-ct to cl-count.
    write report-record from count-line.
end-balanceResults.

scanResultsKey.
    read workFile next
		at end move zero to eof-switch
		not at end
			if wk-kind is not equal to 'R'
				move zero to eof-switch
			else
				perform judgeResultsKey
			end-if
	end-read.
end-scanResultsKey.

judgeResultsKey.
    if wk-left-ct is greater than wk-right-ct
		add wk-right-ct to res-match-ct
		compute short-ct = wk-left-ct - wk-right-ct
		add short-ct to rlog-only-ct
		add short-ct to unmatched-ct
		move "LOG LINE, NO RESULTS ROW" to dl-kind
		perform writeWorkDetail
	else
		add wk-left-ct to res-match-ct
		if wk-right-ct is greater than wk-left-ct
			compute short-ct = wk-right-ct - wk-left-ct
			add short-ct to res-only-ct
			add short-ct to unmatched-ct
			move "RESULTS ROW, NO LOG LINE" to dl-kind
			perform writeWorkDetail
		end-if
	end-if.
end-judgeResultsKey.

balanceRegister.
*> each reference first registered on the day must have a conversion
*> behind it that was not reversed again; each reference converted on
*> the day and still standing must be on the register.
    move "REFREG.DAT registrations" to sl-text.
    perform writeSection.
    open input refRegister.
    if refreg-status is equal to "00"
		move 1 to eof-switch
		perform readRegistration until eof-switch is equal to zero
		move 'F' to wk-kind
		perform startWorkKind
		perform scanRefKey until eof-switch is equal to zero
		close refRegister
	else
		if refreg-status is not equal to "35"
			display "ERROR: could not open REFREG.DAT - status "
				refreg-status
			move 20 to return-code
			stop run
		end-if
		move 'F' to wk-kind
		perform startWorkKind
		perform scanRefKey until eof-switch is equal to zero
	end-if.
    move "Registrations on the day" to cl-label.
    move reg-day-ct to cl-count.
    write report-record from count-line.
    move "With a conversion behind them" to cl-label.
    move reg-match-ct to cl-count.
    write report-record from count-line.
    move "With no conversion behind them" to cl-label.
    move reg-only-ct to cl-count.
    write report-record from count-line.
    move "Converted references not registered" to cl-label.
    move unreg-ct to cl-count.
    write report-record from count-line.
end-balanceRegister.

readRegistration.
    read refRegister next
		at end move zero to eof-switch
		not at end
			if reg-date is equal to bal-date
				perform matchRegistration
			end-if
	end-read.
end-readRegistration.

matchRegistration.
    add 1 to reg-day-ct.
    move 'F' to wk-kind.
    move spaces to wk-id.
    move function upper-case (reg-ref) to wk-id (1:12).
    read workFile
		invalid key
			move zero to wk-left-ct
			move zero to wk-back-ct
	end-read.
    if wk-left-ct is greater than wk-back-ct
		add 1 to reg-match-ct
		add 1 to wk-right-ct
		rewrite work-record
	else
		add 1 to reg-only-ct
		add 1 to unmatched-ct
		move reg-ref to rd-ref
		move reg-date to rd-date
		move reg-source to rd-source
		write report-record from reg-detail-line
	end-if.
end-matchRegistration.

scanRefKey.
    read workFile next
		at end move zero to eof-switch
		not at end
			if wk-kind is not equal to 'F'
				move zero to eof-switch
			else
				if wk-left-ct is greater than wk-back-ct
						and wk-right-ct is equal to zero
					perform checkRefRegistered
				end-if
			end-if
	end-read.
end-scanRefKey.

checkRefRegistered.
*> a reference registered on an earlier day still counts as on the
*> register.
    move 'N' to match-ok.
    if refreg-status is equal to "00"
		move wk-id (1:12) to reg-ref
		read refRegister key is reg-ref
			invalid key continue
			not invalid key move 'Y' to match-ok
		end-read
	end-if.
    if match-ok is equal to 'N'
		add 1 to unreg-ct
		add 1 to unmatched-ct
		move "CONVERTED, NOT REGISTERED" to dl-kind
		perform writeWorkDetail
	end-if.
end-checkRefRegistered.

balanceMaster.
*> the master total moves by one for each FILE conversion and back by
*> one for each reversal; a purge takes off what it removed.
    move "CONVMSTR.DAT occurrences (master-count)" to sl-text.
    perform writeSection.
    open input masterFile.
    evaluate master-status
		when "00"
			move 1 to eof-switch
			perform readMasterRow until eof-switch is equal to zero
			close masterFile
		when "35"
			continue
		when other
			display "ERROR: could not open CONVMSTR.DAT - status "
				master-status
			move 'N' to master-read
	end-evaluate.
    if opening-found is equal to 'Y'
		move "Opening snapshot" to st-label
		move opening-stamp to st-stamp
		move opening-source to st-source
		write report-record from stamp-line
		move "Opening occurrences" to cl-label
		move opening-total to cl-count
		write report-record from count-line
		if occ-earlier is not equal to zero
			move "Net occurrences before the day" to cl-label
			move occ-earlier to cl-count
			write report-record from count-line
		end-if
	end-if.
    move "Conversions on the day (FILE)" to cl-label.
    move conv-day-ct to cl-count.
    write report-record from count-line.
    move "Reversals on the day" to cl-label.
    move rev-day-ct to cl-count.
    write report-record from count-line.
    if opening-found is not equal to 'Y'
		move "No earlier snapshot - movement not checked" to sl-text
		write report-record from section-line
	else
		if occ-later is not equal to zero
			move "Net occurrences after the day" to cl-label
			move occ-later to cl-count
			write report-record from count-line
		end-if
		if purged-since is not equal to zero
			move "Occurrences purged by mstrkeep" to cl-label
			move purged-since to cl-count
			write report-record from count-line
		end-if
		compute expected-total = opening-total + occ-earlier + occ-day
			+ occ-later - purged-since
		move "Expected occurrences" to cl-label
		move expected-total to cl-count
		write report-record from count-line
	end-if.
    if master-read is equal to 'Y'
		move "Occurrences on the master" to cl-label
		move master-total to cl-count
		write report-record from count-line
		if opening-found is equal to 'Y'
			compute master-diff = master-total - expected-total
			move "Difference" to cl-label
			move master-diff to cl-count
			write report-record from count-line
		end-if
	else
		move "Master could not be read - movement not checked" to sl-text
		write report-record from section-line
	end-if.
end-balanceMaster.

readMasterRow.
    read masterFile
		at end move zero to eof-switch
		not at end
			add 1 to master-rows
			add master-count to master-total
	end-read.
end-readMasterRow.

writeSnapshot.
*> tonight's total opens tomorrow's balance.
    if master-read is equal to 'Y'
		open extend snapFile
		if snap-status is not equal to "00"
			open output snapFile
			close snapFile
			open extend snapFile
		end-if
		if snap-status is not equal to "00"
			display "ERROR: could not open BALSNAP.DAT - status "
				snap-status
		else
			accept now-time from time
			move spaces to snap-record
			accept today-date from date yyyymmdd
			string today-date delimited by size
				"-" delimited by size
				now-time (1:6) delimited by size
				into snap-stamp
			move "BALANCE" to snap-source
			move master-rows to snap-rows
			move master-total to snap-total
			move zero to snap-purged
			write snap-record
			close snapFile
		end-if
	end-if.
end-writeSnapshot.

startWorkKind.
    move low-values to wk-id.
    start workFile key is not less than wk-key
		invalid key move zero to eof-switch
		not invalid key move 1 to eof-switch
	end-start.
end-startWorkKind.

writeSection.
    write report-record from blank-line.
    write report-record from section-line.
    write report-record from underline-1.
end-writeSection.

writeWorkDetail.
    move wk-stamp to dl-stamp.
    if wk-stamp is equal to spaces
		move spaces to dl-seq
	else
		move wk-seq to dl-seq
	end-if.
    move wk-path to dl-path.
    move wk-ref to dl-ref.
    move wk-numeral to dl-numeral.
    move wk-value to dl-value.
    move wk-ret to dl-ret.
    write report-record from detail-line.
end-writeWorkDetail.

writeHistDetail.
    move hist-stamp to dl-stamp.
    move hist-seq to dl-seq.
    if hist-source (1:8) is equal to "REVERSAL"
		move "REVERSAL" to dl-path
	else
		move "FILE" to dl-path
	end-if.
    move hist-ref to dl-ref.
    move hist-numeral to dl-numeral.
    move hist-decimal to dl-value.
    move hist-ret to dl-ret.
    write report-record from detail-line.
end-writeHistDetail.

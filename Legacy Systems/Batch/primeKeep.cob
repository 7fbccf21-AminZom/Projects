identification division.
program-id. primekeep.
environment division.
input-output section.
file-control.
    select catalogFile assign to "PRIMECAT.DAT"
		organization is indexed
		access mode is dynamic
		record key is cat-gen
		file status is cat-status.
    select keepLog assign to "PRIMEKEEP.TXT"
		organization is line sequential
		file status is keeplog-status.

data division.
file section.
fd catalogFile.
01 cat-record.
	05 cat-gen        pic 9(6).
	05 cat-file       pic x(40).
	05 cat-stamp      pic x(15).
	05 cat-n          pic 9(10).
	05 cat-count      pic 9(10).
	05 cat-high       pic 9(10).
	05 cat-mode       pic x.
	05 cat-base-gen   pic 9(6).
	05 cat-cert       pic x(9).
	05 cat-cert-stamp pic x(15).
	05 cat-state      pic x.
	05 cat-retired    pic 9(8).

fd keepLog.
01  keep-log-record  pic x(100).

working-storage section.
77  cat-status      pic xx.
77  keeplog-status  pic xx.
77  eof-switch      pic 9.
77  run-date        pic 9(8).
77  run-time        pic 9(8).
77  stamp           pic x(15).
77  gens-env        pic x(10).
77  keep-gens       pic s9(4) usage is computational value 3.
77  cert-total      pic s9(6) usage is computational value zero.
77  cert-seen       pic s9(6) usage is computational value zero.
77  newest-cert     pic 9(6) value zero.
77  keep-this       pic x.
77  kept-ct         pic s9(4) usage is computational value zero.
77  retire-ct       pic s9(4) usage is computational value zero.
77  purged-ct       pic s9(4) usage is computational value zero.
77  shared-ct       pic s9(4) usage is computational value zero.
77  held-ct         pic s9(4) usage is computational value zero.
77  file-idx        pic s9(4) usage is computational.
77  scan-idx        pic s9(4) usage is computational.
77  file-shared     pic x.
77  error-seen      pic x value 'N'.
77  purge-name      pic x(40).
77  log-message     pic x(80).
77  ct-disp         pic -(3)9.
01  file-info       pic x(64).

*> files still named by a kept generation, and files whose last
*> generation was retired this run; a superseded generation shares
*> its file with the entry that replaced it, so a file is only
*> deleted when no kept generation still points at it.
01  kept-files.
    05 kept-file occurs 100 times pic x(40).
01  retire-files.
    05 retire-file occurs 500 times pic x(40).

procedure division.
    perform openKeepLog.
    perform stampNow.
    move "=== Prime generation housekeeping starting ===" to log-message.
    perform logLine.
    perform resolveOptions.
    open i-o catalogFile.
    if cat-status is not equal to "00"
		string "ERROR: could not open PRIMECAT.DAT - status " delimited by size
			cat-status delimited by size
			into log-message
		perform logLine
		close keepLog
		display "ERROR: could not open PRIMECAT.DAT - status " cat-status
		move 20 to return-code
		stop run
	end-if.
    perform startCatalog.
    perform countCertified until eof-switch is equal to zero.
    perform startCatalog.
    perform reviewGeneration until eof-switch is equal to zero.
    close catalogFile.
    perform purgeRetiredFile varying file-idx from 1 by 1
		until file-idx is greater than retire-ct.
    perform stampNow.
    move retire-ct to ct-disp.
    string "=== Prime generation housekeeping complete - retired" delimited by size
		ct-disp delimited by size
		" generation(s)" delimited by size
		into log-message.
    perform logLine.
    move purged-ct to ct-disp.
    string "    deleted" delimited by size
		ct-disp delimited by size
		" prime file(s)" delimited by size
		into log-message.
    perform logLine.
    close keepLog.
    display "Prime generation housekeeping complete.  Retired " retire-ct
		" generation(s), deleted " purged-ct " prime file(s).".
    if error-seen is equal to 'Y'
		move 20 to return-code
	end-if.
    stop run.

openKeepLog.
    open extend keepLog.
    if keeplog-status is not equal to "00"
		open output keepLog
		close keepLog
		open extend keepLog
	end-if.
end-openKeepLog.

resolveOptions.
*> PRIMEKEEPGENS sets how many certified generations are kept on
*> disk.  Anything registered after the newest certified generation
*> is still waiting for primecertify and is always kept.
    move spaces to gens-env.
    accept gens-env from environment "PRIMEKEEPGENS".
    if gens-env is not equal to spaces
		move gens-env to keep-gens
	end-if.
    if keep-gens is less than 1
		move 1 to keep-gens
	end-if.
    if keep-gens is greater than 90
		move 90 to keep-gens
	end-if.
    move keep-gens to ct-disp.
    string "Keeping" delimited by size
		ct-disp delimited by size
		" certified generation(s)" delimited by size
		into log-message.
    perform logLine.
end-resolveOptions.

startCatalog.
    move zero to cat-gen.
    start catalogFile key is not less than cat-gen
		invalid key move zero to eof-switch
		not invalid key move 1 to eof-switch
	end-start.
end-startCatalog.

countCertified.
    read catalogFile next
		at end move zero to eof-switch
		not at end
			if cat-state is equal to 'A' and cat-cert is equal to "CERTIFIED"
				add 1 to cert-total
				move cat-gen to newest-cert
			end-if
	end-read.
end-countCertified.

reviewGeneration.
*> generations are numbered in order, so the certified ones seen
*> first are the oldest; the last keep-gens of them stay.
    read catalogFile next
		at end move zero to eof-switch
		not at end
			if cat-state is equal to 'A' or cat-state is equal to 'S'
				perform decideGeneration
			end-if
	end-read.
end-reviewGeneration.

decideGeneration.
    move 'N' to keep-this.
    if cat-state is equal to 'A'
		if cat-cert is equal to "CERTIFIED"
			add 1 to cert-seen
			if cert-seen is greater than cert-total - keep-gens
				move 'Y' to keep-this
			end-if
		else
			if cat-gen is greater than newest-cert
				move 'Y' to keep-this
			end-if
		end-if
	end-if.
    if keep-this is equal to 'Y'
		if kept-ct is less than 100
			add 1 to kept-ct
			move cat-file to kept-file (kept-ct)
		end-if
	else
		perform retireGeneration
	end-if.
end-decideGeneration.

retireGeneration.
*> the retire table bounds one run; anything past it is left active
*> and picked up by the next run.
    if retire-ct is not less than 500
		add 1 to held-ct
		if held-ct is equal to 1
			move "Retire limit reached - remaining generations left for next run"
				to log-message
			perform logLine
		end-if
	else
		move 'R' to cat-state
		move run-date to cat-retired
		rewrite cat-record
			invalid key
				string "ERROR: rewrite of generation " delimited by size
					cat-gen delimited by size
					" failed - status " delimited by size
					cat-status delimited by size
					into log-message
				perform logLine
				move 'Y' to error-seen
			not invalid key
				add 1 to retire-ct
				move cat-file to retire-file (retire-ct)
				string "Retired generation " delimited by size
					cat-gen delimited by size
					" " delimited by size
					cat-cert delimited by size
					" " delimited by size
					function trim (cat-file) delimited by size
					into log-message
				perform logLine
		end-rewrite
	end-if.
end-retireGeneration.

purgeRetiredFile.
    move retire-file (file-idx) to purge-name.
    move 'N' to file-shared.
    perform checkKeptFile varying scan-idx from 1 by 1
		until scan-idx is greater than kept-ct.
    if file-shared is equal to 'Y'
		add 1 to shared-ct
		string function trim (purge-name) delimited by size
			" still used by a kept generation - left in place" delimited by size
			into log-message
		perform logLine
	else
		call "CBL_CHECK_FILE_EXIST" using purge-name, file-info
		if return-code is equal to zero
			call "CBL_DELETE_FILE" using purge-name
			if return-code is equal to zero
				add 1 to purged-ct
				string "Deleted " delimited by size
					function trim (purge-name) delimited by size
					into log-message
				perform logLine
			else
				string "ERROR: delete of " delimited by size
					function trim (purge-name) delimited by size
					" failed" delimited by size
					into log-message
				perform logLine
				move 'Y' to error-seen
			end-if
		end-if
	end-if.
    move zero to return-code.
end-purgeRetiredFile.

checkKeptFile.
    if kept-file (scan-idx) is equal to purge-name
		move 'Y' to file-shared
	end-if.
end-checkKeptFile.

stampNow.
    accept run-date from date yyyymmdd.
    accept run-time from time.
    string run-date delimited by size
		"-" delimited by size
		run-time (1:6) delimited by size
		into stamp.
end-stampNow.

logLine.
    move spaces to keep-log-record.
    string stamp delimited by size
		" " delimited by size
		log-message delimited by size
		into keep-log-record.
    write keep-log-record.
    move spaces to log-message.
end-logLine.

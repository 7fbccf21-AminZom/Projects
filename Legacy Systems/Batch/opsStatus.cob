    select alertFile assign to "OPSALERT.TXT"
		organization is line sequential
		file status is alert-status.
    select runTimeFile assign to "RUNTIME.DAT"
		organization is line sequential
		file status is runtime-status.
    select windowFile assign to dynamic windowName
		organization is line sequential
		file status is window-status.

data division.
file section.
    05 rc-event   pic x(12).
    05 filler     pic x.
    05 rc-stamp   pic x(15).
    05 filler     pic x.
    05 rc-retcode pic 9(4).
fd batchLog.
01  batch-log-record  pic x(100).
fd convLog.
01  report-record pic x(100).
fd alertFile.
01  alert-record pic x(80).
fd runTimeFile.
01  run-time-record.
    05 rt-run-num  pic 9(6).
    05 filler      pic x.
    05 rt-step     pic x(8).
    05 filler      pic x.
    05 rt-start    pic x(15).
    05 filler      pic x.
    05 rt-end      pic x(15).
    05 filler      pic x.
    05 rt-elapsed  pic 9(8).
    05 filler      pic x.
    05 rt-volume   pic 9(10).
    05 filler      pic x.
    05 rt-status   pic x(4).
    05 filler      pic x.
    05 rt-retcode  pic 9(4).
fd windowFile.
01  window-record pic x(80).

working-storage section.
77  runctl-status   pic xx.
77  date-env        pic x(10).
77  run-number      pic 9(6) value zero.
77  run-open        pic x value 'N'.
77  batchrun-env    pic x(10).
77  run-in-progress pic x value 'N'.
77  run-start-stamp pic x(15) value spaces.
77  run-end-stamp   pic x(15) value spaces.
77  log-step        pic s9(4) usage is computational value zero.
77  log-in-run      pic x value 'N'.
77  log-run-text    pic x(6).
77  step-ct         pic s9(4) usage is computational value zero.
77  step-max        pic s9(4) usage is computational value 20.
77  step-idx        pic s9(4) usage is computational.
77  step-found      pic s9(4) usage is computational.
77  find-name       pic x(8).
77  ev-step         pic x(8).
77  ev-kind         pic x(4).
77  conv-pass       pic x value 'N'.
77  sieve-pass      pic x value 'N'.
77  scan-hit        pic s9(4) usage is computational.
77  split-head      pic x(100).
77  split-tail      pic x(20).
77  results-seen    pic x value 'N'.
77  prime-ct        pic s9(8) usage is computational value zero.
77  prime-seen      pic x value 'N'.
77  cat-action      pic x.
77  cat-result      pic s9 usage is computational-3.
77  cert-gen        pic 9(6) value zero.
77  cert-gen-ct     pic 9(10) value zero.
77  attention       pic x value 'N'.
77  del-name        pic x(40).
77  verdict-text    pic x(40).
77  runtime-status  pic xx.
77  window-status   pic xx.
77  windowName      pic x(30) value "BATCHWIN.TXT".
77  env-value       pic x(30).
77  wl-code         pic x(10).
77  wl-f2           pic x(10).
77  slow-pct        pic s9(4) usage is computational value 150.
77  slow-min-secs   pic s9(8) usage is computational value 60.
77  slow-ct         pic s9(4) usage is computational value zero.
77  normal-runs     pic s9(4) usage is computational.
77  secs-disp       pic z(7)9.
77  normal-disp     pic z(7)9.
77  exc-action      pic x value 'R'.
77  exc-result      pic s9 usage is computational-3.
77  exc-detail      pic x(30).

*> what each alert raises on the operations exception queue.
01  exc-entry.
    05 exc-source   pic x(12) value "OPSSTATUS".
    05 exc-severity pic 9.
    05 exc-key      pic x(40).
    05 exc-text     pic x(60).
    05 exc-id       pic 9(8).

*> one entry per step of the run being reported, in the order the
*> journal first shows it.
01  step-table.
    05  step-entry occurs 20 times.
        10 step-name        pic x(8).
        10 step-status      pic x(4).
        10 step-stamp       pic x(15).
        10 step-start-stamp pic x(15).
        10 step-end-stamp   pic x(15).
        10 step-rc-text     pic x(10).
        10 step-timed       pic x.
        10 step-elapsed     pic s9(8) usage is computational.
        10 step-prior-ct    pic s9(6) usage is computational.
        10 step-prior-seen  pic s9(6) usage is computational.
        10 step-prior-sum   pic s9(12) usage is computational.
        10 step-normal      pic s9(8) usage is computational.
        10 step-slow        pic x.

01  report-head.
    02 filler pic x(32) value 'Morning Operations Status for '.
    02 filler    pic x(10) value '   ended: '.
    02 rs-end    pic x(15).
01  step-line.
    02 filler    pic x(5) value 'Step '.
    02 sl-name   pic x(9).
    02 sl-stat   pic x(4).
    02 filler    pic x(8) value '  start '.
    02 sl-start  pic x(15).
    02 ol-stat   pic x(8).
    02 ol-count  pic z(7)9.
    02 filler    pic x(10) value ' record(s)'.
01  slow-line.
    02 filler    pic x(5) value 'Step '.
    02 sw-name   pic x(9).
    02 filler    pic x(13) value 'SLOW - took  '.
    02 sw-secs   pic z(7)9.
    02 filler    pic x(23) value ' sec against normal of '.
    02 sw-normal pic z(7)9.
    02 filler    pic x(4) value ' sec'.
01  blank-line pic x value space.
01  gen-entry.
    05 gen-number   pic 9(6).
    05 gen-file     pic x(40).
    05 gen-stamp    pic x(15).
    05 gen-n        pic 9(10).
    05 gen-count    pic 9(10).
    05 gen-high     pic 9(10).
    05 gen-mode     pic x.
    05 gen-base     pic 9(6).
    05 gen-cert     pic x(9).
01  cert-gen-name.
    02 filler    pic x(21) value 'Certified generation '.
    02 cg-number pic 9(6).

procedure division.
*> OPSDATE (yyyymmdd) reruns the report for a prior morning;
		accept ops-date from date yyyymmdd
	end-if.
    perform readRunControl.
    perform checkOwnRun.
    perform readBatchLog.
    perform checkStepTimes.
    perform countConvlogToday.
    perform countResults.
    perform countPrimeFile.
	end-if.
end-readRunControl.

checkOwnRun.
*> run from inside the nightly stream (BATCHRUN names the run) the
*> run is still going and its RUN-END is not yet written: it is in
*> progress, not left open.
    move spaces to batchrun-env.
    accept batchrun-env from environment "BATCHRUN".
    if batchrun-env is not equal to spaces and run-open is equal to 'Y'
		if function trim (batchrun-env) is numeric
			if function numval (batchrun-env) is equal to run-number
				move 'Y' to run-in-progress
			end-if
		end-if
	end-if.
end-checkOwnRun.

readRunEvent.
    read runControl
		at end move zero to eof-switch
					move 'Y' to run-open
					move rc-stamp to run-start-stamp
					move spaces to run-end-stamp
					move zero to step-ct
				when "RUN-END"
					if rc-run-num is equal to run-number
						move 'N' to run-open
					if rc-run-num is equal to run-number
						move 'N' to run-open
					end-if
				when other
					if rc-run-num is equal to run-number
						perform noteStepEvent
					end-if
			end-evaluate
	end-read.
end-readRunEvent.

noteStepEvent.
*> step events read "step-PASS", "-FAIL", "-SKIP" (calendar) or
*> "-COND" (bypassed because a prior step's condition was not met).
    move spaces to ev-step.
    move spaces to ev-kind.
    unstring rc-event delimited by "-"
		into ev-step, ev-kind
	end-unstring.
    move ev-step to find-name.
    perform findOrAddStep.
    if step-found is greater than zero
		move ev-kind to step-status (step-found)
		move rc-stamp to step-stamp (step-found)
	end-if.
end-noteStepEvent.

findStep.
    move zero to step-found.
    perform matchStepName varying step-idx from 1 by 1
		until step-idx is greater than step-ct
		or step-found is greater than zero.
end-findStep.

matchStepName.
    if step-name (step-idx) is equal to find-name
		move step-idx to step-found
	end-if.
end-matchStepName.

findOrAddStep.
    perform findStep.
    if step-found is equal to zero and step-ct is less than step-max
		add 1 to step-ct
		move step-ct to step-found
		move find-name to step-name (step-ct)
		move '----' to step-status (step-ct)
		move spaces to step-stamp (step-ct)
		move spaces to step-start-stamp (step-ct)
		move spaces to step-end-stamp (step-ct)
		move spaces to step-rc-text (step-ct)
		move 'N' to step-timed (step-ct)
		move zero to step-elapsed (step-ct)
		move zero to step-prior-ct (step-ct)
		move zero to step-prior-seen (step-ct)
		move zero to step-prior-sum (step-ct)
		move zero to step-normal (step-ct)
		move 'N' to step-slow (step-ct)
	end-if.
end-findOrAddStep.

readBatchLog.
*> the batch log carries the return codes the journal does not; the
siftLogLine.
*> the log holds a month of runs, so each time a step's heading
*> reappears its remembered stamps and rc are cleared - a step the
*> latest run skipped shows blank, not last week's values. A step the
*> journal never mentioned (one held back this run) is picked up from
*> the log once the reported run's start or resume line has gone by.
    if batch-log-record (17:13) is equal to "Starting run "
		move batch-log-record (30:6) to log-run-text
		perform noteLogRun
	end-if.
    if batch-log-record (17:24) is equal to "Resuming incomplete run "
		move batch-log-record (41:6) to log-run-text
		perform noteLogRun
	end-if.
    if batch-log-record (17:5) is equal to "Step "
		move spaces to find-name
		unstring batch-log-record (22:) delimited by space
			into find-name
		end-unstring
		if log-in-run is equal to 'Y'
			perform findOrAddStep
		else
			perform findStep
		end-if
		move step-found to log-step
		if log-step is greater than zero
			move spaces to step-start-stamp (log-step)
			move spaces to step-end-stamp (log-step)
			move spaces to step-rc-text (log-step)
		end-if
	end-if.
    if log-step is greater than zero
		perform siftStepLine
	end-if.
end-siftLogLine.

siftStepLine.
    move zero to scan-hit.
    inspect batch-log-record tallying scan-hit for all " starting".
    if scan-hit is greater than zero
		move batch-log-record (1:15) to step-start-stamp (log-step)
	end-if.
    move zero to scan-hit.
    inspect batch-log-record tallying scan-hit for all " finished".
    if scan-hit is greater than zero
		move batch-log-record (1:15) to step-end-stamp (log-step)
	end-if.
    move zero to scan-hit.
    inspect batch-log-record tallying scan-hit for all "rc=".
		unstring batch-log-record delimited by "rc="
			into split-head, split-tail
		end-unstring
		move split-tail (1:10) to step-rc-text (log-step)
	end-if.
end-siftStepLine.

noteLogRun.
    move zero to log-step.
    if log-run-text is numeric and log-run-text is equal to run-number
		move 'Y' to log-in-run
	else
		move 'N' to log-in-run
	end-if.
end-noteLogRun.

checkStepTimes.
*> a step of the reported run is SLOW when it took more than the
*> window file's T percent (default 150) of its normal time, the
*> average of its last 30 completed runs before this one. Steps with
*> fewer than 3 earlier runs, or normally quicker than M seconds
*> (default 60), are not judged.
    move spaces to env-value.
    accept env-value from environment "BATCHWINDOW".
    if env-value is not equal to spaces
		move env-value to windowName
	end-if.
    open input windowFile.
    if window-status is equal to "00"
		move 1 to eof-switch
		perform readWindowLine until eof-switch is equal to zero
		close windowFile
	end-if.
    open input runTimeFile.
    if runtime-status is equal to "00"
		move 1 to eof-switch
		perform countStepTime until eof-switch is equal to zero
		close runTimeFile
		open input runTimeFile
		move 1 to eof-switch
		perform sumStepTime until eof-switch is equal to zero
		close runTimeFile
		perform judgeStepTime varying step-idx from 1 by 1
			until step-idx is greater than step-ct
	end-if.
end-checkStepTimes.

readWindowLine.
    read windowFile
		at end move zero to eof-switch
		not at end
			move spaces to wl-code
			move spaces to wl-f2
			unstring window-record delimited by all spaces
				into wl-code, wl-f2
			end-unstring
			if function test-numval (wl-f2) is equal to zero
				evaluate function upper-case (wl-code)
					when "T" compute slow-pct = function numval (wl-f2)
					when "M" compute slow-min-secs = function numval (wl-f2)
				end-evaluate
			end-if
	end-read.
end-readWindowLine.

countStepTime.
    read runTimeFile
		at end move zero to eof-switch
		not at end
			if rt-status is equal to "PASS" and rt-elapsed is numeric
					and rt-run-num is numeric
				move rt-step to find-name
				perform findStep
				if step-found is greater than zero
					if rt-run-num is equal to run-number
						move 'Y' to step-timed (step-found)
						move rt-elapsed to step-elapsed (step-found)
					end-if
					if rt-run-num is less than run-number
						add 1 to step-prior-ct (step-found)
					end-if
				end-if
			end-if
	end-read.
end-countStepTime.

sumStepTime.
    read runTimeFile
		at end move zero to eof-switch
		not at end
			if rt-status is equal to "PASS" and rt-elapsed is numeric
					and rt-run-num is numeric
					and rt-run-num is less than run-number
				move rt-step to find-name
				perform findStep
				if step-found is greater than zero
					add 1 to step-prior-seen (step-found)
					if step-prior-seen (step-found) is greater than
							step-prior-ct (step-found) - 30
						add rt-elapsed to step-prior-sum (step-found)
					end-if
				end-if
			end-if
	end-read.
end-sumStepTime.

judgeStepTime.
    if step-timed (step-idx) is equal to 'Y'
			and step-prior-ct (step-idx) is not less than 3
		move step-prior-ct (step-idx) to normal-runs
		if normal-runs is greater than 30
			move 30 to normal-runs
		end-if
		compute step-normal (step-idx) rounded =
			step-prior-sum (step-idx) / normal-runs
		if step-normal (step-idx) is not less than slow-min-secs
				and step-elapsed (step-idx) * 100 is greater than
					step-normal (step-idx) * slow-pct
			move 'Y' to step-slow (step-idx)
			add 1 to slow-ct
		end-if
	end-if.
end-judgeStepTime.

countConvlogToday.
    open input convLog.
end-countResultLine.

countPrimeFile.
*> the sieve registers each output on the prime generation catalog;
*> the latest generation stands for the date if it was built that
*> day. The current certified generation is reported alongside it.
    move spaces to primeFileName.
    string "cobolOutput_" delimited by size
		ops-date delimited by size
		".dat" delimited by size
		into primeFileName.
    move spaces to gen-entry.
    move 'U' to cat-action.
    call "primecat" using cat-action, gen-entry, cat-result.
    if cat-result is equal to zero and gen-stamp (1:8) is equal to ops-date
		move gen-file to primeFileName
		open input primeFile
		if pfile-status is equal to "00"
			move 'Y' to prime-seen
			move 1 to eof-switch
			perform countPrimeRecord until eof-switch is equal to zero
			close primeFile
		end-if
	end-if.
    move spaces to gen-entry.
    move 'L' to cat-action.
    call "primecat" using cat-action, gen-entry, cat-result.
    if cat-result is equal to zero
		move gen-number to cert-gen
		move gen-count to cert-gen-ct
	end-if.
end-countPrimeFile.

end-countPrimeRecord.

decideVerdict.
*> a conversion step that passed must have left log lines for the
*> date, and a sieve that passed must have left its prime file.
    move 'N' to attention.
    move 'N' to conv-pass.
    move 'N' to sieve-pass.
    perform judgeOneStep varying step-idx from 1 by 1
		until step-idx is greater than step-ct.
    if run-open is equal to 'Y' and run-in-progress is equal to 'N'
		move 'Y' to attention
	end-if.
    if run-number is equal to zero
		move 'Y' to attention
	end-if.
    if conv-pass is equal to 'Y'
		if convlog-today is equal to zero
			move 'Y' to attention
		end-if
			move 'Y' to attention
		end-if
	end-if.
    if sieve-pass is equal to 'Y' and prime-seen is equal to 'N'
		move 'Y' to attention
	end-if.
    if slow-ct is greater than zero
		move 'Y' to attention
	end-if.
    if attention is equal to 'Y'
	end-if.
end-decideVerdict.

judgeOneStep.
    if step-status (step-idx) is equal to "FAIL"
		move 'Y' to attention
	end-if.
    if step-status (step-idx) is equal to "PASS"
		if step-name (step-idx) is equal to "ROMAN"
				or step-name (step-idx) is equal to "CONVDRV"
			move 'Y' to conv-pass
		end-if
		if step-name (step-idx) is equal to "SIEVE"
			move 'Y' to sieve-pass
		end-if
	end-if.
end-judgeOneStep.

writeReport.
    open output statusReport.
    if report-status is not equal to "00"
    write report-record from verdict-line.
    write report-record from blank-line.
    move run-number to rl-number.
*> open: Y left open, N ended, P the run this report is part of.
    if run-in-progress is equal to 'Y'
		move 'P' to rl-open
	else
		move run-open to rl-open
	end-if.
    write report-record from run-line.
    move run-start-stamp to rs-start.
    move run-end-stamp to rs-end.
    write report-record from run-stamp-line.
    write report-record from blank-line.
    perform writeStepLine varying step-idx from 1 by 1
		until step-idx is greater than step-ct.
    if slow-ct is greater than zero
		write report-record from blank-line
		perform writeSlowLine varying step-idx from 1 by 1
			until step-idx is greater than step-ct
	end-if.
    write report-record from blank-line.
    move "CONVLOG entries for date" to ol-name.
    if convlog-seen is equal to 'Y'
	end-if.
    move prime-ct to ol-count.
    write report-record from output-line.
    move cert-gen to cg-number.
    move cert-gen-name to ol-name.
    if cert-gen is greater than zero
		move "PRESENT " to ol-stat
	else
		move "MISSING " to ol-stat
	end-if.
    move cert-gen-ct to ol-count.
    write report-record from output-line.
    close statusReport.
end-writeReport.

writeStepLine.
    move step-name (step-idx) to sl-name.
    move step-status (step-idx) to sl-stat.
    move step-start-stamp (step-idx) to sl-start.
*> the journal's completion stamp backstops a log with no
*> "finished" line for the step.
    if step-end-stamp (step-idx) is equal to spaces
		move step-stamp (step-idx) to sl-end
	else
		move step-end-stamp (step-idx) to sl-end
	end-if.
    move step-rc-text (step-idx) to sl-rc.
    write report-record from step-line.
end-writeStepLine.

writeSlowLine.
    if step-slow (step-idx) is equal to 'Y'
		move step-name (step-idx) to sw-name
		move step-elapsed (step-idx) to sw-secs
		move step-normal (step-idx) to sw-normal
		write report-record from slow-line
	end-if.
end-writeSlowLine.

writeAlerts.
*> the alert file exists only when something needs attention, so
*> monitoring can simply watch for it; a clean morning removes any
			display "ERROR: could not open OPSALERT.TXT - status "
				alert-status
		else
			perform alertStepFail varying step-idx from 1 by 1
				until step-idx is greater than step-ct
			perform alertStepSlow varying step-idx from 1 by 1
				until step-idx is greater than step-ct
			if (run-open is equal to 'Y' and run-in-progress is equal to 'N')
					or run-number is equal to zero
				move spaces to alert-record
				string "RUN=" delimited by size
					run-number delimited by size
					" STATUS=OPEN" delimited by size
					into alert-record
				write alert-record
				move 1 to exc-severity
				move "OPEN" to exc-detail
				perform raiseAlert
			end-if
			if conv-pass is equal to 'Y'
					and convlog-today is equal to zero
				move "OUTPUT=CONVLOG STATUS=EMPTY-FOR-DATE" to alert-record
				write alert-record
				move 2 to exc-severity
				move "OUTPUT CONVLOG" to exc-detail
				perform raiseAlert
			end-if
			if conv-pass is equal to 'Y'
					and results-seen is equal to 'N'
				move "OUTPUT=RESULTS.CSV STATUS=MISSING" to alert-record
				write alert-record
				move 2 to exc-severity
				move "OUTPUT RESULTS.CSV" to exc-detail
				perform raiseAlert
			end-if
			if sieve-pass is equal to 'Y'
					and prime-seen is equal to 'N'
				move "OUTPUT=PRIMEFILE STATUS=MISSING" to alert-record
				write alert-record
				move 2 to exc-severity
				move "OUTPUT PRIMEFILE" to exc-detail
				perform raiseAlert
			end-if
			close alertFile
		end-if
	end-if.
end-writeAlerts.

alertStepFail.
    if step-status (step-idx) is equal to "FAIL"
		move spaces to alert-record
		string "RUN=" delimited by size
			run-number delimited by size
			" STEP=" delimited by size
			function trim (step-name (step-idx)) delimited by size
			" STATUS=FAIL RC=" delimited by size
			function trim (step-rc-text (step-idx)) delimited by size
			into alert-record
		write alert-record
		move 1 to exc-severity
		move spaces to exc-detail
		string "STEP " delimited by size
			step-name (step-idx) delimited by space
			" FAIL" delimited by size
			into exc-detail
		perform raiseAlert
	end-if.
end-alertStepFail.

alertStepSlow.
    if step-slow (step-idx) is equal to 'Y'
		move step-elapsed (step-idx) to secs-disp
		move step-normal (step-idx) to normal-disp
		move spaces to alert-record
		string "RUN=" delimited by size
			run-number delimited by size
			" STEP=" delimited by size
			function trim (step-name (step-idx)) delimited by size
			" STATUS=SLOW ELAPSED=" delimited by size
			function trim (secs-disp) delimited by size
			" NORMAL=" delimited by size
			function trim (normal-disp) delimited by size
			into alert-record
		write alert-record
		move 3 to exc-severity
		move spaces to exc-detail
		string "STEP " delimited by size
			step-name (step-idx) delimited by space
			" SLOW" delimited by size
			into exc-detail
		perform raiseAlert
	end-if.
end-alertStepSlow.

raiseAlert.
*> a second status run for the same batch run counts the alert again
*> on its open item rather than raising it afresh.
    move spaces to exc-key.
    string "RUN " delimited by size
		run-number delimited by size
		" " delimited by size
		exc-detail delimited by size
		into exc-key.
    move alert-record to exc-text.
    call "excqueue" using exc-action, exc-entry, exc-result.
end-raiseAlert.

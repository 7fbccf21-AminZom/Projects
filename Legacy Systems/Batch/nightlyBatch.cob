    select calendarFile assign to "BATCHCAL.TXT"
		organization is line sequential
		file status is calendar-status.
    select streamFile assign to dynamic streamName
		organization is line sequential
		file status is stream-status.
    select runTimeFile assign to "RUNTIME.DAT"
		organization is line sequential
		file status is runtime-status.
    select convLog assign to "CONVLOG.TXT"
		organization is line sequential
		file status is convlog-status.

data division.
file section.
    05 rc-event   pic x(12).
    05 filler     pic x.
    05 rc-stamp   pic x(15).
    05 filler     pic x.
    05 rc-retcode pic 9(4).
fd calendarFile.
01  calendar-record  pic x(40).
fd streamFile.
01  stream-record    pic x(200).
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
fd convLog.
01  conv-log-line    pic x(100).

working-storage section.
77  batchlog-status  pic xx.
77  roman-exe        pic x(60) value "./romannumerals".
77  sieve-exe        pic x(60) value "./sieveAlgorithm".
77  env-value        pic x(60).
77  shell-cmd        pic x(400).
77  last-rc          pic s9(8) usage is computational.
77  status-text      pic x(4).
77  log-message      pic x(80).
77  rc-disp          pic -(7)9.
77  run-number       pic 9(6) value zero.
77  last-run         pic 9(6) value zero.
77  run-open         pic x value 'N'.
77  override-env     pic x(10).
77  run-event        pic x(12).
77  event-run        pic 9(6).
77  event-rc         pic 9(4) value zero.
77  ev-step          pic x(8).
77  ev-kind          pic x(4).
77  calendar-status  pic xx.
77  cal-eof          pic 9.
77  cal-f1           pic x(8).
77  today-type       pic x value 'B'.
77  day-of-wk        pic 9.
77  dow-char         pic x.
77  step-rule-now    pic x(10).
77  step-eligible    pic x.
77  streamName       pic x(30) value "JOBSTREAM.TXT".
77  stream-status    pic xx.
77  stream-eof       pic 9.
77  st-f1            pic x(8).
77  st-f2            pic x(10).
77  st-f3            pic x(10).
77  st-f4            pic x(10).
77  st-ptr           pic s9(4) usage is computational.
77  st-rest          pic x(200).
77  st-rc            pic s9(4) usage is computational.
77  st-rc-ok         pic x.
77  st-build         pic x(200).
77  step-ct          pic s9(4) usage is computational value zero.
77  step-max         pic s9(4) usage is computational value 20.
77  step-idx         pic s9(4) usage is computational.
77  step-found       pic s9(4) usage is computational.
77  find-name        pic x(8).
77  dep-idx          pic s9(4) usage is computational.
77  pred-idx         pic s9(4) usage is computational.
77  cond-state       pic x.
77  cond-pred        pic x(8).
77  all-done         pic x.
77  steps-run-ct     pic s9(4) usage is computational value zero.
77  steps-fail-ct    pic s9(4) usage is computational value zero.
77  count-disp       pic z(3)9.
77  runtime-status   pic xx.
77  convlog-status   pic xx.
77  convlog-eof      pic 9.
77  convlog-ct       pic s9(10) usage is computational.
77  vol-before       pic s9(10) usage is computational.
77  step-volume      pic s9(10) usage is computational.
77  step-start       pic x(15).
77  start-secs       pic s9(12) usage is computational.
77  end-secs         pic s9(12) usage is computational.
77  cat-action       pic x.
77  cat-result       pic s9 usage is computational-3.
77  secs-value       pic s9(12) usage is computational.

01  secs-stamp.
    05 ss-date pic 9(8).
    05 filler  pic x.
    05 ss-hh   pic 99.
    05 ss-mi   pic 99.
    05 ss-ss   pic 99.

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

*> the job stream: each step's command, the environment it runs
*> under, the steps it waits on and the worst return code it still
*> counts as complete. States for the current run are ' ' not yet run,
*> P passed, F failed, S skipped by the calendar, C condition not met.
01  step-table.
    05  step-entry occurs 20 times.
        10 step-name     pic x(8).
        10 step-ok-rc    pic s9(4) usage is computational.
        10 step-cmd      pic x(120).
        10 step-env      pic x(200).
        10 step-rule     pic x(10).
        10 step-state    pic x.
        10 step-rc       pic s9(4) usage is computational.
        10 step-dep-ct   pic s9(4) usage is computational.
        10 step-vol-src  pic x(8).
        10 step-dep occurs 4 times.
            15 dep-name    pic x(8).
            15 dep-max-rc  pic s9(4) usage is computational.

procedure division.
    perform openBatchLog.
    perform stampNow.
    move "=== Nightly batch starting ===" to log-message.
    perform logLine.
    perform loadJobStream.
    perform readRunControl.
    perform openRunControl.
    perform decideRun.
    perform readCalendar.
    perform runOneStep varying step-idx from 1 by 1
		until step-idx is greater than step-ct.
    perform stampNow.
    move 'Y' to all-done.
    perform checkStepDone varying step-idx from 1 by 1
		until step-idx is greater than step-ct.
    if all-done is equal to 'Y'
		move "RUN-END" to run-event
		move run-number to event-run
		move zero to event-rc
		perform writeRunEvent
		move "=== Nightly batch complete ===" to log-message
		perform logLine
	end-if.
    close runControl.
    close batchLog.
    move steps-run-ct to count-disp.
    display "Nightly batch finished.  " count-disp " step(s) run, "
		with no advancing.
    move steps-fail-ct to count-disp.
    display count-disp " failed.".
    stop run.

loadJobStream.
*> the job stream file (BATCHSTREAM, default JOBSTREAM.TXT) carries
*> four record types, one per line, "*" lines being comments:
*>   "J step ok-rc command"  defines a step, in run order; ok-rc is
*>                           the highest return code still counted as
*>                           complete (step names up to 7 characters)
*>   "E step NAME=value"     exports a setting to that step only
*>   "A step prior max-rc"   runs the step only once the prior step
*>                           has completed with return code <= max-rc
*>   "V step source"         where the step's volume is counted for the
*>                           run-time history: CONVLOG (lines the step
*>                           added to CONVLOG.TXT) or PRIMES (primes in
*>                           the generation the step registered)
*> No stream file runs the original two steps, ROMAN then SIEVE.
    move spaces to env-value.
    accept env-value from environment "BATCHSTREAM".
    if env-value is not equal to spaces
		move env-value to streamName
	end-if.
    move zero to step-ct.
    open input streamFile.
    if stream-status is not equal to "00"
		string "Job stream " delimited by size
			function trim (streamName) delimited by size
			" not found - running built-in ROMAN and SIEVE steps"
				delimited by size
			into log-message
		perform logLine
		perform builtInStream
	else
		move 1 to stream-eof
		perform readStreamLine until stream-eof is equal to zero
		close streamFile
		move step-ct to count-disp
		string "Job stream " delimited by size
			function trim (streamName) delimited by size
			" loaded - " delimited by size
			count-disp delimited by size
			" step(s)" delimited by size
			into log-message
		perform logLine
	end-if.
end-loadJobStream.

builtInStream.
    move 'J' to st-f1.
    move "ROMAN" to st-f2.
    move zero to st-rc.
    move spaces to st-rest.
    string "echo 1 | " delimited by size
		function trim (roman-exe) delimited by size
		into st-rest.
    perform addStep.
    move "SIEVE" to st-f2.
    move spaces to st-rest.
    move sieve-exe to st-rest.
    perform addStep.
end-builtInStream.

readStreamLine.
    read streamFile
		at end move zero to stream-eof
		not at end
			if stream-record is not equal to spaces
					and stream-record (1:1) is not equal to "*"
				perform parseStreamLine
			end-if
	end-read.
end-readStreamLine.

parseStreamLine.
    move spaces to st-f1.
    move spaces to st-f2.
    move spaces to st-f3.
    move spaces to st-f4.
    move spaces to st-rest.
    move 1 to st-ptr.
    unstring stream-record delimited by all spaces
		into st-f1, st-f2
		with pointer st-ptr
	end-unstring.
    move function upper-case (st-f2) to st-f2.
    evaluate st-f1
		when "J"
			unstring stream-record delimited by all spaces
				into st-f3
				with pointer st-ptr
			end-unstring
			if st-ptr is not greater than length of stream-record
				move stream-record (st-ptr:) to st-rest
			end-if
			perform parseRcField
			if st-rc-ok is equal to 'N'
				perform logStreamError
			else
				perform addStep
			end-if
		when "E"
			if st-ptr is not greater than length of stream-record
				move stream-record (st-ptr:) to st-rest
			end-if
			perform addStepSetting
		when "A"
			unstring stream-record delimited by all spaces
				into st-f4, st-f3
				with pointer st-ptr
			end-unstring
			move function upper-case (st-f4) to st-f4
			perform parseRcField
			if st-rc-ok is equal to 'N'
				perform logStreamError
			else
				perform addStepDependency
			end-if
		when "V"
			unstring stream-record delimited by all spaces
				into st-f3
				with pointer st-ptr
			end-unstring
			move function upper-case (st-f3) to st-f3
			perform addStepVolume
		when other
			perform logStreamError
	end-evaluate.
end-parseStreamLine.

parseRcField.
    move 'Y' to st-rc-ok.
    move zero to st-rc.
    evaluate true
		when st-f3 (1:1) is numeric and st-f3 (2:9) is equal to spaces
			compute st-rc = function numval (st-f3 (1:1))
		when st-f3 (1:2) is numeric and st-f3 (3:8) is equal to spaces
			compute st-rc = function numval (st-f3 (1:2))
		when other
			move 'N' to st-rc-ok
	end-evaluate.
end-parseRcField.

logStreamError.
    string "Job stream line ignored: " delimited by size
		stream-record (1:55) delimited by size
		into log-message.
    perform logLine.
end-logStreamError.

addStep.
    move st-f2 (1:8) to find-name.
    perform findStep.
    evaluate true
		when st-f2 (8:3) is not equal to spaces or st-f2 is equal to spaces
			perform logStreamError
		when step-found is greater than zero
			string "Step " delimited by size
				function trim (find-name) delimited by size
				" defined twice - second definition ignored"
					delimited by size
				into log-message
			perform logLine
		when step-ct is not less than step-max
			perform logStreamError
		when other
			add 1 to step-ct
			move find-name to step-name (step-ct)
			move st-rc to step-ok-rc (step-ct)
			move st-rest to step-cmd (step-ct)
			move spaces to step-env (step-ct)
			move "DAILY" to step-rule (step-ct)
			move space to step-state (step-ct)
			move zero to step-rc (step-ct)
			move zero to step-dep-ct (step-ct)
			move spaces to step-vol-src (step-ct)
	end-evaluate.
end-addStep.

addStepSetting.
    move st-f2 (1:8) to find-name.
    perform findStep.
    if step-found is equal to zero or st-rest is equal to spaces
		perform logStreamError
	else
		if step-env (step-found) is equal to spaces
			move function trim (st-rest) to step-env (step-found)
		else
			move spaces to st-build
			string function trim (step-env (step-found)) delimited by size
				" " delimited by size
				function trim (st-rest) delimited by size
				into st-build
			move st-build to step-env (step-found)
		end-if
	end-if.
end-addStepSetting.

addStepDependency.
    move st-f2 (1:8) to find-name.
    perform findStep.
    if step-found is equal to zero or st-f4 is equal to spaces
			or step-dep-ct (step-found) is not less than 4
		perform logStreamError
	else
		add 1 to step-dep-ct (step-found)
		move st-f4 (1:8) to
			dep-name (step-found, step-dep-ct (step-found))
		move st-rc to
			dep-max-rc (step-found, step-dep-ct (step-found))
	end-if.
end-addStepDependency.

addStepVolume.
    move st-f2 (1:8) to find-name.
    perform findStep.
    if step-found is equal to zero
			or (st-f3 is not equal to "CONVLOG"
			and st-f3 is not equal to "PRIMES")
		perform logStreamError
	else
		move st-f3 (1:8) to step-vol-src (step-found)
	end-if.
end-addStepVolume.

findStep.
    move zero to step-found.
    perform matchStepName varying pred-idx from 1 by 1
		until pred-idx is greater than step-ct
		or step-found is greater than zero.
end-findStep.

matchStepName.
    if step-name (pred-idx) is equal to find-name
		move pred-idx to step-found
	end-if.
end-matchStepName.

readRunControl.
*> the run-control file is an append-only journal: the scan derives
*> the latest run's number, its per-step outcomes and return codes,
*> and whether it was ever closed out.
    open input runControl.
    if runctl-status is not equal to "00"
		move zero to last-run
				when "RUN-START"
					move rc-run-num to last-run
					move 'Y' to run-open
					perform clearStepState varying step-idx from 1 by 1
						until step-idx is greater than step-ct
				when "RUN-END"
				when "RUN-ABANDON"
					if rc-run-num is equal to last-run
						move 'N' to run-open
					end-if
				when other
					if rc-run-num is equal to last-run
						perform noteStepEvent
					end-if
			end-evaluate
	end-read.
end-readRunEvent.

noteStepEvent.
    move spaces to ev-step.
    move spaces to ev-kind.
    unstring rc-event delimited by "-"
		into ev-step, ev-kind
	end-unstring.
    move ev-step to find-name.
    perform findStep.
    if step-found is greater than zero
		evaluate ev-kind
			when "PASS" move 'P' to step-state (step-found)
			when "FAIL" move 'F' to step-state (step-found)
			when "SKIP" move 'S' to step-state (step-found)
			when "COND" move 'C' to step-state (step-found)
		end-evaluate
		if rc-retcode is numeric
			move rc-retcode to step-rc (step-found)
		else
			move zero to step-rc (step-found)
		end-if
	end-if.
end-noteStepEvent.

clearStepState.
    move space to step-state (step-idx).
    move zero to step-rc (step-idx).
end-clearStepState.

openRunControl.
    open extend runControl.
    if runctl-status is not equal to "00"
*> step; BATCHOVERRIDE=Y abandons it and forces a fresh run instead.
    move spaces to override-env.
    accept override-env from environment "BATCHOVERRIDE".
    move zero to event-rc.
    if run-open is equal to 'Y'
			and (override-env (1:1) is equal to 'Y'
			or override-env (1:1) is equal to 'y')
		perform logLine
	else
		compute run-number = last-run + 1
		perform clearStepState varying step-idx from 1 by 1
			until step-idx is greater than step-ct
		move "RUN-START" to run-event
		move run-number to event-run
		perform writeRunEvent
			today-type delimited by size
			" dow " delimited by size
			dow-char delimited by size
			into log-message
		perform logLine
	end-if.
						move cal-f3 (1:1) to today-type
					end-if
				when "S"
					move cal-f2 (1:8) to find-name
					perform findStep
					if step-found is greater than zero
						move cal-f3 to step-rule (step-found)
					end-if
			end-evaluate
	end-read.
end-readCalendarLine.

runOneStep.
*> a step already passed, skipped or bypassed in this run is not run
*> again on a restart; otherwise the calendar is consulted first, then
*> the steps it waits on.
    if step-state (step-idx) is equal to 'P'
			or step-state (step-idx) is equal to 'S'
			or step-state (step-idx) is equal to 'C'
		string "Step " delimited by size
			function trim (step-name (step-idx)) delimited by size
			" already complete in run " delimited by size
			run-number delimited by size
			" - skipped" delimited by size
			into log-message
		perform logLine
	else
		move step-rule (step-idx) to step-rule-now
		perform checkStepRule
		if step-eligible is equal to 'N'
			string "Step " delimited by size
				function trim (step-name (step-idx)) delimited by size
				" SKIPPED-BY-CALENDAR (rule " delimited by size
				function trim (step-rule-now) delimited by size
				")" delimited by size
				into log-message
			perform logLine
			move 'S' to step-state (step-idx)
			move "SKIP" to ev-kind
			move zero to event-rc
			perform writeStepEvent
		else
			perform checkConditions
			evaluate cond-state
				when 'C'
					string "Step " delimited by size
						function trim (step-name (step-idx)) delimited by size
						" CONDITION-NOT-MET (after " delimited by size
						function trim (cond-pred) delimited by size
						") - bypassed" delimited by size
						into log-message
					perform logLine
					move 'C' to step-state (step-idx)
					move "COND" to ev-kind
					move zero to event-rc
					perform writeStepEvent
				when 'H'
					string "Step " delimited by size
						function trim (step-name (step-idx)) delimited by size
						" HELD - waiting on " delimited by size
						function trim (cond-pred) delimited by size
						into log-message
					perform logLine
				when other
					perform executeStep
			end-evaluate
		end-if
	end-if.
end-runOneStep.

checkConditions.
*> a prior step that completed over the allowed return code, or never
*> ran because the calendar or its own conditions bypassed it, means
*> this step is bypassed for the run. A prior step that failed or has
*> not run yet holds this one, and the run stays open for restart.
    move 'R' to cond-state.
    move spaces to cond-pred.
    perform checkOneDependency varying dep-idx from 1 by 1
		until dep-idx is greater than step-dep-ct (step-idx)
		or cond-state is equal to 'C'.
end-checkConditions.

checkOneDependency.
    move dep-name (step-idx, dep-idx) to find-name.
    perform findStep.
    if step-found is equal to zero
		move 'H' to cond-state
		move find-name to cond-pred
	else
		evaluate step-state (step-found)
			when 'P'
				if step-rc (step-found) is greater than
						dep-max-rc (step-idx, dep-idx)
					move 'C' to cond-state
					move find-name to cond-pred
				end-if
			when 'S'
			when 'C'
				move 'C' to cond-state
				move find-name to cond-pred
			when other
				move 'H' to cond-state
				move find-name to cond-pred
		end-evaluate
	end-if.
end-checkOneDependency.

checkStepRule.
    evaluate true
		when step-rule-now is equal to "DAILY"
			move 'Y' to step-eligible
		when step-rule-now is equal to "BUSINESS"
			if today-type is equal to 'B' or today-type is equal to 'E'
				move 'Y' to step-eligible
			else
				move 'N' to step-eligible
			end-if
		when step-rule-now is equal to "MONTHEND"
			if today-type is equal to 'E'
				move 'Y' to step-eligible
			else
				move 'N' to step-eligible
			end-if
		when step-rule-now (1:7) is equal to "WEEKLY-"
			if step-rule-now (8:1) is less than "1"
					or step-rule-now (8:1) is greater than "7"
				move 'Y' to step-eligible
				string "Bad WEEKLY day in rule " delimited by size
					function trim (step-rule-now) delimited by size
					" - step treated as eligible" delimited by size
					into log-message
				perform logLine
			else
				if step-rule-now (8:1) is equal to dow-char
					move 'Y' to step-eligible
				else
					move 'N' to step-eligible
		when other
			move 'Y' to step-eligible
			string "Unknown calendar rule " delimited by size
				function trim (step-rule-now) delimited by size
				" - step treated as eligible" delimited by size
				into log-message
			perform logLine
	end-evaluate.
end-checkStepRule.

checkStepDone.
    if step-state (step-idx) is not equal to 'P'
			and step-state (step-idx) is not equal to 'S'
			and step-state (step-idx) is not equal to 'C'
		move 'N' to all-done
	end-if.
end-checkStepDone.

writeStepEvent.
    move spaces to run-event.
    string function trim (step-name (step-idx)) delimited by size
		"-" delimited by size
		ev-kind delimited by size
		into run-event.
    move run-number to event-run.
    perform writeRunEvent.
end-writeStepEvent.

writeRunEvent.
    perform stampNow.
    move spaces to run-control-record.
    move event-run to rc-run-num.
    move run-event to rc-event.
    move stamp to rc-stamp.
    move event-rc to rc-retcode.
    write run-control-record.
end-writeRunEvent.

resolveExecutables.
*> defaults are relative - scheduler must cd to the binaries' directory,
*> or set ROMANEXE/SIEVEEXE to an absolute path. They feed the built-in
*> stream only; a job stream file names its own commands.
    move spaces to env-value.
    accept env-value from environment "ROMANEXE".
    if env-value is not equal to spaces
		into stamp.
end-stampNow.

executeStep.
*> the step's settings are exported inside the same shell that runs
*> its command, so they reach that step and no other.  BATCHRUN tells
*> every step the number of the run it belongs to.
    perform stampNow.
    string "Step " delimited by size
		function trim (step-name (step-idx)) delimited by size
		" starting" delimited by size
		into log-message.
    perform logLine.
    perform warnMissingInput.
    move stamp to step-start.
    move zero to vol-before.
    if step-vol-src (step-idx) is equal to "CONVLOG"
		perform countConvlog
		move convlog-ct to vol-before
	end-if.
    move spaces to shell-cmd.
    string "export BATCHRUN=" delimited by size
		run-number delimited by size
		" " delimited by size
		function trim (step-env (step-idx)) delimited by size
		"; " delimited by size
		function trim (step-cmd (step-idx)) delimited by size
		into shell-cmd.
    call "system" using shell-cmd.
*> RETURN-CODE after CALL "SYSTEM" holds the raw POSIX wait status
*> A nonzero low byte means the step was killed by a signal rather than
*> exiting normally - report that as 128+signal (standard shell
*> convention) instead of dividing it away to a false zero/PASS.
    move return-code to last-rc.
    if function mod (last-rc, 256) is not equal to zero
		compute last-rc = 128 + function mod (last-rc, 256)
	else
		divide last-rc by 256 giving last-rc
	end-if.
    move zero to return-code.
    add 1 to steps-run-ct.
    if last-rc is not greater than step-ok-rc (step-idx)
		move "PASS" to status-text
		move 'P' to step-state (step-idx)
	else
		move "FAIL" to status-text
		move 'F' to step-state (step-idx)
		add 1 to steps-fail-ct
	end-if.
    move last-rc to step-rc (step-idx).
    perform stampNow.
    string "Step " delimited by size
		function trim (step-name (step-idx)) delimited by size
		" finished" delimited by size
		into log-message.
    perform logLine.
    move last-rc to rc-disp.
    string "   status=" delimited by size
		status-text delimited by size
		" rc=" delimited by size
		rc-disp delimited by size
		into log-message.
    perform logLine.
    perform writeRunTime.
    move status-text to ev-kind.
    move last-rc to event-rc.
    perform writeStepEvent.
end-executeStep.

writeRunTime.
*> one line per step executed, for runtrend and opsstatus: when it
*> started and ended, the seconds between, and the volume it handled.
    move zero to step-volume.
    evaluate step-vol-src (step-idx)
		when "CONVLOG"
			perform countConvlog
			compute step-volume = convlog-ct - vol-before
			if step-volume is less than zero
				move zero to step-volume
			end-if
		when "PRIMES"
			move spaces to gen-entry
			move 'U' to cat-action
			call "primecat" using cat-action, gen-entry, cat-result
			if cat-result is equal to zero
					and gen-stamp is not less than step-start
				move gen-count to step-volume
			end-if
	end-evaluate.
    move step-start to secs-stamp.
    perform stampSeconds.
    move secs-value to start-secs.
    move stamp to secs-stamp.
    perform stampSeconds.
    move secs-value to end-secs.
    move spaces to run-time-record.
    move run-number to rt-run-num.
    move step-name (step-idx) to rt-step.
    move step-start to rt-start.
    move stamp to rt-end.
    if end-secs is greater than start-secs
		compute rt-elapsed = end-secs - start-secs
	else
		move zero to rt-elapsed
	end-if.
    move step-volume to rt-volume.
    move status-text to rt-status.
    move last-rc to rt-retcode.
    open extend runTimeFile.
    if runtime-status is not equal to "00"
		open output runTimeFile
		close runTimeFile
		open extend runTimeFile
	end-if.
    if runtime-status is not equal to "00"
		string "Run-time history RUNTIME.DAT not written - status "
				delimited by size
			runtime-status delimited by size
			into log-message
		perform logLine
	else
		write run-time-record
		close runTimeFile
	end-if.
end-writeRunTime.

stampSeconds.
    compute secs-value = function integer-of-date (ss-date) * 86400
		+ ss-hh * 3600 + ss-mi * 60 + ss-ss.
end-stampSeconds.

countConvlog.
    move zero to convlog-ct.
    open input convLog.
    if convlog-status is equal to "00"
		move 1 to convlog-eof
		perform countConvlogLine until convlog-eof is equal to zero
		close convLog
	end-if.
end-countConvlog.

countConvlogLine.
    read convLog
		at end move zero to convlog-eof
		not at end add 1 to convlog-ct
	end-read.
end-countConvlogLine.

warnMissingInput.
*> the conversion and sieve programs prompt when their input is not
*> set, which hangs a scheduler with closed stdin.
    move zero to pred-idx.
    evaluate step-name (step-idx)
		when "ROMAN"
			move spaces to env-value
			accept env-value from environment "ROMANFILE"
			inspect step-env (step-idx) tallying pred-idx for all "ROMANFILE="
			if env-value is equal to spaces and pred-idx is equal to zero
				move "  ROMANFILE not set - roman step will prompt for a mode"
					to log-message
				perform logLine
			end-if
		when "SIEVE"
			move spaces to env-value
			accept env-value from environment "SIEVE_N"
			inspect step-env (step-idx) tallying pred-idx for all "SIEVE_N="
			if env-value is equal to spaces and pred-idx is equal to zero
				move "  SIEVE_N not set - sieve step will prompt for a limit and "
					to log-message
				perform logLine
				move "  abort instead of hanging under a scheduler with closed stdin"
					to log-message
				perform logLine
			end-if
	end-evaluate.
end-warnMissingInput.

logLine.
    move spaces to batch-log-record.

identification division.
program-id. runtrend.
environment division.
input-output section.
file-control.
    select runTimeFile assign to "RUNTIME.DAT"
		organization is line sequential
		file status is runtime-status.
    select windowFile assign to dynamic windowName
		organization is line sequential
		file status is window-status.
    select trendReport assign to "RUNTREND.TXT"
		organization is line sequential
		file status is report-status.

data division.
file section.
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
fd trendReport.
01  report-record pic x(100).

working-storage section.
77  windowName      pic x(30) value "BATCHWIN.TXT".
77  env-value       pic x(30).
77  runtime-status  pic xx.
77  window-status   pic xx.
77  report-status   pic xx.
77  eof-switch      pic 9.
77  today-date      pic 9(8).
77  wl-code         pic x(10).
77  wl-f2           pic x(10).
77  wl-f3           pic x(12).
77  window-secs     pic s9(8) usage is computational value zero.
77  window-set      pic x value 'N'.
77  window-bad-ct   pic s9(4) usage is computational value zero.
77  latest-run      pic 9(6) value zero.
77  row-ct          pic s9(8) usage is computational value zero.
77  step-ct         pic s9(4) usage is computational value zero.
77  step-max        pic s9(4) usage is computational value 20.
77  step-idx        pic s9(4) usage is computational.
77  step-found      pic s9(4) usage is computational.
77  find-name       pic x(8).
77  slot-idx        pic s9(4) usage is computational.
77  win-size        pic s9(4) usage is computational.
77  win-ct          pic s9(4) usage is computational.
77  win-first       pic s9(4) usage is computational.
77  win-half        pic s9(4) usage is computational.
77  win-sum         pic s9(12) usage is computational.
77  win-vol-sum     pic s9(14) usage is computational.
77  win-peak        pic s9(8) usage is computational.
77  win-avg         pic s9(8) usage is computational.
77  win-vol-avg     pic s9(10) usage is computational.
77  old-sum         pic s9(12) usage is computational.
77  new-sum         pic s9(12) usage is computational.
77  win-trend       pic s9(6) usage is computational.
77  trend-known     pic x.
77  proj-secs       pic s9(10) usage is computational.
77  proj-peak       pic s9(10) usage is computational.
77  proj-total      pic s9(10) usage is computational value zero.
77  peak-total      pic s9(10) usage is computational value zero.
77  proj-ct         pic s9(4) usage is computational value zero.
77  verdict-text    pic x(40).

*> each step's history, oldest first: the last 90 completed runs of
*> the step are kept, which covers both the 30 and 90 run views.
01  step-table.
    05  step-entry occurs 20 times.
        10 step-name     pic x(8).
        10 step-runs     pic s9(8) usage is computational.
        10 step-seen     pic s9(8) usage is computational.
        10 step-kept     pic s9(4) usage is computational.
        10 step-last-run pic 9(6).
        10 step-exp-set  pic x.
        10 step-exp-vol  pic s9(10) usage is computational.
        10 step-hist occurs 90 times.
            15 hist-elapsed pic s9(8) usage is computational.
            15 hist-volume  pic s9(10) usage is computational.

01  report-head.
    02 filler  pic x(35) value 'Batch Step Run-Time Trend as of   '.
    02 rh-date pic 9(8).
01  underline-1.
    02 filler pic x(45) value
       ' --------------------------------------------'.
01  trend-heads-1.
    02 filler pic x(10) value spaces.
    02 filler pic x(34) value '---------- last 30 runs ---------'.
    02 filler pic x(2) value spaces.
    02 filler pic x(34) value '---------- last 90 runs ---------'.
01  trend-heads-2.
    02 filler pic x(10) value ' Step'.
    02 filler pic x(34) value '  Runs   Avg sec  Peak sec  Trend'.
    02 filler pic x(2) value spaces.
    02 filler pic x(34) value '  Runs   Avg sec  Peak sec  Trend'.
01  trend-line.
    02 filler    pic x value space.
    02 tl-step   pic x(8).
    02 filler    pic x value space.
    02 tl-ct-30  pic z(5)9.
    02 tl-avg-30 pic z(9)9.
    02 tl-pk-30  pic z(9)9.
    02 filler    pic x(2) value spaces.
    02 tl-tr-30  pic x(6).
    02 filler    pic x(2) value spaces.
    02 tl-ct-90  pic z(5)9.
    02 tl-avg-90 pic z(9)9.
    02 tl-pk-90  pic z(9)9.
    02 filler    pic x(2) value spaces.
    02 tl-tr-90  pic x(6).
01  trend-pct.
    02 tp-value  pic +(4)9.
    02 filler    pic x value '%'.
01  none-line.
    02 filler    pic x(45) value
       'No completed steps on the run-time history.'.
01  forecast-head.
    02 filler    pic x(31) value 'Window forecast - window limit '.
    02 fh-limit  pic z(5)9.
    02 filler    pic x(8) value ' minutes'.
01  forecast-no-window.
    02 filler    pic x(60) value
       'Window forecast - no window limit set in the control file.'.
01  forecast-heads.
    02 filler pic x(10) value ' Step'.
    02 filler pic x(12) value '  Exp volume'.
    02 filler pic x(12) value '  Avg volume'.
    02 filler pic x(10) value '  Proj sec'.
    02 filler pic x(10) value '  Peak sec'.
    02 filler pic x(12) value '  Basis'.
01  forecast-line.
    02 filler    pic x value space.
    02 fl-step   pic x(8).
    02 filler    pic x value space.
    02 fl-exp    pic z(12).
    02 fl-avgvol pic z(12).
    02 fl-proj   pic z(9)9.
    02 fl-peak   pic z(9)9.
    02 filler    pic x(2) value spaces.
    02 fl-basis  pic x(16).
01  forecast-total.
    02 ft-label  pic x(34).
    02 ft-min    pic z(7)9.
    02 filler    pic x(8) value ' minutes'.
01  verdict-line.
    02 filler    pic x(9) value 'Verdict: '.
    02 vl-text   pic x(40).
01  blank-line   pic x value space.

procedure division.
    display " ".
    display "Batch Run-Time Trend and Window Forecast".
    display " --------------------------------------------".
    accept today-date from date yyyymmdd.
    perform loadWindow.
    open input runTimeFile.
    if runtime-status is equal to "35"
		display "No run-time history RUNTIME.DAT yet."
	else
		if runtime-status is not equal to "00"
			display "ERROR: could not open RUNTIME.DAT - status "
				runtime-status
			move 20 to return-code
			stop run
		end-if
		move 1 to eof-switch
		perform countRunTime until eof-switch is equal to zero
		close runTimeFile
		open input runTimeFile
		move 1 to eof-switch
		perform keepRunTime until eof-switch is equal to zero
		close runTimeFile
	end-if.
    open output trendReport.
    if report-status is not equal to "00"
		display "ERROR: could not open RUNTREND.TXT - status " report-status
		move 20 to return-code
		stop run
	end-if.
    move today-date to rh-date.
    write report-record from report-head.
    write report-record from underline-1.
    write report-record from trend-heads-1.
    write report-record from trend-heads-2.
    if step-ct is equal to zero
		write report-record from none-line
	else
		perform writeTrendLine varying step-idx from 1 by 1
			until step-idx is greater than step-ct
	end-if.
    write report-record from blank-line.
    perform writeForecast.
    close trendReport.
    display row-ct " run-time record(s), " step-ct " step(s) - "
		function trim (verdict-text) " - see RUNTREND.TXT.".
    evaluate true
		when verdict-text (1:7) is equal to "OVERRUN"
			move 8 to return-code
		when verdict-text (1:7) is equal to "AT RISK"
			move 4 to return-code
		when window-bad-ct is greater than zero
			move 4 to return-code
	end-evaluate.
    stop run.

loadWindow.
*> the window control file (BATCHWINDOW, default BATCHWIN.TXT), one
*> setting per line, "*" lines being comments:
*>   "W minutes"       the overnight window the whole stream must fit
*>   "E step volume"   the volume expected for a step tonight
*>   "T percent"       opsstatus calls a step SLOW over this percent of
*>                     its normal time (default 150)
*>   "M seconds"       steps normally quicker than this are not judged
*>                     slow (default 60)
*> T and M are read by opsstatus; they are accepted here unchanged.
    move spaces to env-value.
    accept env-value from environment "BATCHWINDOW".
    if env-value is not equal to spaces
		move env-value to windowName
	end-if.
    open input windowFile.
    if window-status is not equal to "00"
		display "No window control file " function trim (windowName)
			" - trend only."
	else
		move 1 to eof-switch
		perform readWindowLine until eof-switch is equal to zero
		close windowFile
	end-if.
end-loadWindow.

readWindowLine.
    read windowFile
		at end move zero to eof-switch
		not at end
			if window-record is not equal to spaces
					and window-record (1:1) is not equal to "*"
				perform parseWindowLine
			end-if
	end-read.
end-readWindowLine.

parseWindowLine.
    move spaces to wl-code.
    move spaces to wl-f2.
    move spaces to wl-f3.
    unstring window-record delimited by all spaces
		into wl-code, wl-f2, wl-f3
	end-unstring.
    move function upper-case (wl-code) to wl-code.
    move function upper-case (wl-f2) to wl-f2.
    evaluate true
		when wl-code is equal to "W"
			if function test-numval (wl-f2) is equal to zero
					and wl-f3 is equal to spaces
				compute window-secs = function numval (wl-f2) * 60
				move 'Y' to window-set
			else
				perform badWindowLine
			end-if
		when wl-code is equal to "E"
			if wl-f2 (9:2) is equal to spaces and wl-f2 is not equal to spaces
					and function test-numval (wl-f3) is equal to zero
				move wl-f2 (1:8) to find-name
				perform findOrAddStep
				if step-found is greater than zero
					move 'Y' to step-exp-set (step-found)
					compute step-exp-vol (step-found) =
						function numval (wl-f3)
				end-if
			else
				perform badWindowLine
			end-if
		when wl-code is equal to "T" or wl-code is equal to "M"
			if function test-numval (wl-f2) is not equal to zero
				perform badWindowLine
			end-if
		when other
			perform badWindowLine
	end-evaluate.
end-parseWindowLine.

badWindowLine.
    add 1 to window-bad-ct.
    display "Window control line ignored: " window-record (1:50).
end-badWindowLine.

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
		move zero to step-runs (step-ct)
		move zero to step-seen (step-ct)
		move zero to step-kept (step-ct)
		move zero to step-last-run (step-ct)
		move 'N' to step-exp-set (step-ct)
		move zero to step-exp-vol (step-ct)
	end-if.
end-findOrAddStep.

countRunTime.
*> only steps that completed count - a failed step's time says
*> nothing about how long the work takes.
    read runTimeFile
		at end move zero to eof-switch
		not at end
			add 1 to row-ct
			if rt-run-num is numeric and rt-run-num is greater than latest-run
				move rt-run-num to latest-run
			end-if
			if rt-status is equal to "PASS" and rt-elapsed is numeric
				move rt-step to find-name
				perform findOrAddStep
				if step-found is greater than zero
					add 1 to step-runs (step-found)
					move rt-run-num to step-last-run (step-found)
				end-if
			end-if
	end-read.
end-countRunTime.

keepRunTime.
    read runTimeFile
		at end move zero to eof-switch
		not at end
			if rt-status is equal to "PASS" and rt-elapsed is numeric
				move rt-step to find-name
				perform findStep
				if step-found is greater than zero
					perform keepOneRow
				end-if
			end-if
	end-read.
end-keepRunTime.

keepOneRow.
    add 1 to step-seen (step-found).
    if step-seen (step-found) is greater than step-runs (step-found) - 90
		add 1 to step-kept (step-found)
		move rt-elapsed to hist-elapsed (step-found, step-kept (step-found))
		if rt-volume is numeric
			move rt-volume to hist-volume (step-found, step-kept (step-found))
		else
			move zero to hist-volume (step-found, step-kept (step-found))
		end-if
	end-if.
end-keepOneRow.

computeWindow.
*> statistics over the step's newest win-size runs. The trend compares
*> the newer half of those runs with the older half.
    move step-kept (step-idx) to win-ct.
    if win-ct is greater than win-size
		move win-size to win-ct
	end-if.
    compute win-first = step-kept (step-idx) - win-ct + 1.
    compute win-half = win-ct / 2.
    move zero to win-sum.
    move zero to win-vol-sum.
    move zero to win-peak.
    move zero to old-sum.
    move zero to new-sum.
    move zero to win-avg.
    move zero to win-vol-avg.
    move zero to win-trend.
    move 'N' to trend-known.
    perform addWindowSlot varying slot-idx from win-first by 1
		until slot-idx is greater than step-kept (step-idx).
    if win-ct is greater than zero
		compute win-avg rounded = win-sum / win-ct
		compute win-vol-avg rounded = win-vol-sum / win-ct
	end-if.
    if win-ct is not less than 4 and old-sum is greater than zero
		compute win-trend rounded =
			(new-sum - old-sum) * 100 / old-sum
		move 'Y' to trend-known
	end-if.
end-computeWindow.

addWindowSlot.
    add hist-elapsed (step-idx, slot-idx) to win-sum.
    add hist-volume (step-idx, slot-idx) to win-vol-sum.
    if hist-elapsed (step-idx, slot-idx) is greater than win-peak
		move hist-elapsed (step-idx, slot-idx) to win-peak
	end-if.
    if slot-idx is less than win-first + win-half
		add hist-elapsed (step-idx, slot-idx) to old-sum
	end-if.
    if slot-idx is greater than step-kept (step-idx) - win-half
		add hist-elapsed (step-idx, slot-idx) to new-sum
	end-if.
end-addWindowSlot.

writeTrendLine.
    move step-name (step-idx) to tl-step.
    move 30 to win-size.
    perform computeWindow.
    move win-ct to tl-ct-30.
    move win-avg to tl-avg-30.
    move win-peak to tl-pk-30.
    if trend-known is equal to 'Y'
		move win-trend to tp-value
		move trend-pct to tl-tr-30
	else
		move "   n/a" to tl-tr-30
	end-if.
    move 90 to win-size.
    perform computeWindow.
    move win-ct to tl-ct-90.
    move win-avg to tl-avg-90.
    move win-peak to tl-pk-90.
    if trend-known is equal to 'Y'
		move win-trend to tp-value
		move trend-pct to tl-tr-90
	else
		move "   n/a" to tl-tr-90
	end-if.
    write report-record from trend-line.
end-writeTrendLine.

writeForecast.
*> tonight is projected from the steps that ran in the latest batch run
*> plus any step given an expected volume. A step's time is its 30-run
*> average scaled by expected over average volume where both are known;
*> the peak column scales the 30-run peak the same way.
    if window-set is equal to 'Y'
		compute fh-limit = window-secs / 60
		write report-record from forecast-head
	else
		write report-record from forecast-no-window
	end-if.
    write report-record from underline-1.
    write report-record from forecast-heads.
    perform forecastStep varying step-idx from 1 by 1
		until step-idx is greater than step-ct.
    write report-record from blank-line.
    move "Projected elapsed (average)" to ft-label.
    compute ft-min rounded = proj-total / 60.
    write report-record from forecast-total.
    move "Projected elapsed (at peak)" to ft-label.
    compute ft-min rounded = peak-total / 60.
    write report-record from forecast-total.
    evaluate true
		when window-set is equal to 'N'
			move "NO WINDOW SET" to verdict-text
		when proj-total is greater than window-secs
			move "OVERRUN - AVERAGE EXCEEDS WINDOW" to verdict-text
		when peak-total is greater than window-secs
			move "AT RISK - PEAK EXCEEDS WINDOW" to verdict-text
		when other
			move "WITHIN WINDOW" to verdict-text
	end-evaluate.
    move verdict-text to vl-text.
    write report-record from verdict-line.
end-writeForecast.

forecastStep.
    if step-exp-set (step-idx) is equal to 'Y'
			or (step-last-run (step-idx) is equal to latest-run
			and latest-run is greater than zero)
		move 30 to win-size
		perform computeWindow
		move step-name (step-idx) to fl-step
		move win-vol-avg to fl-avgvol
		evaluate true
			when win-ct is equal to zero
				move zero to proj-secs
				move zero to proj-peak
				move "NO HISTORY" to fl-basis
			when step-exp-set (step-idx) is equal to 'Y'
					and win-vol-avg is greater than zero
				compute proj-secs rounded =
					win-avg * step-exp-vol (step-idx) / win-vol-avg
				compute proj-peak rounded =
					win-peak * step-exp-vol (step-idx) / win-vol-avg
				move "VOLUME SCALED" to fl-basis
			when other
				move win-avg to proj-secs
				move win-peak to proj-peak
				move "30-RUN HISTORY" to fl-basis
		end-evaluate
		if step-exp-set (step-idx) is equal to 'Y'
			move step-exp-vol (step-idx) to fl-exp
		else
			move zero to fl-exp
		end-if
		move proj-secs to fl-proj
		move proj-peak to fl-peak
		write report-record from forecast-line
		add proj-secs to proj-total
		add proj-peak to peak-total
		add 1 to proj-ct
	end-if.
end-forecastStep.

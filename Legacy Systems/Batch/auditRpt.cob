identification division.
program-id. auditrpt.
environment division.
input-output section.
file-control.
    select auditFile assign to "MAINTAUD.DAT"
		organization is line sequential
		file status is audit-status.
    select operFile assign to "OPERSEC.DAT"
		organization is indexed
		access mode is random
		record key is oper-id
		file status is oper-status.
    select auditReport assign to "AUDITRPT.TXT"
		organization is line sequential
		file status is report-status.

data division.
file section.
fd auditFile.
01 audit-record.
	05 ar-stamp     pic x(15).
	05 filler       pic x.
	05 ar-operator  pic x(8).
	05 filler       pic x.
	05 ar-program   pic x(12).
	05 filler       pic x.
	05 ar-file      pic x(30).
	05 filler       pic x.
	05 ar-action    pic x.
	05 filler       pic x.
	05 ar-key       pic x(30).
	05 filler       pic x.
	05 ar-before    pic x(100).
	05 filler       pic x.
	05 ar-after     pic x(100).
fd operFile.
01 oper-record.
	05 oper-id          pic x(8).
	05 oper-name        pic x(30).
	05 oper-hash        pic 9(8).
	05 oper-authority   pic x.
	05 oper-state       pic x.
	05 oper-fails       pic 9(2).
	05 oper-last-signon pic x(15).
	05 oper-pw-changed  pic 9(8).
fd auditReport.
01 report-record pic x(132).

working-storage section.
77  env-value      pic x(30).
77  audit-status   pic xx.
77  oper-status    pic xx.
77  report-status  pic xx.
77  audit-eof      pic 9.
77  oper-open      pic x value 'N'.
77  today-date     pic 9(8).
77  from-date      pic 9(8).
77  to-date        pic 9(8).
77  period-yyyy    pic s9(4) usage is computational.
77  period-q       pic s9(4) usage is computational.
77  period-mm      pic s9(4) usage is computational.
77  select-oper    pic x(8).
77  event-date     pic x(8).
77  event-oper     pic x(8).
77  in-scope       pic x.
77  from-given     pic x value 'N'.
77  oper-ct        pic s9(4) usage is computational value zero.
77  oper-max       pic s9(4) usage is computational value 200.
77  oper-idx       pic s9(4) usage is computational.
77  oper-found     pic s9(4) usage is computational.
77  ins-at         pic s9(4) usage is computational.
77  shift-idx      pic s9(4) usage is computational.
77  act-idx        pic s9(4) usage is computational.
77  dropped-ct     pic s9(8) usage is computational value zero.
77  oper-total     pic s9(8) usage is computational.
77  grand-total    pic s9(8) usage is computational value zero.

*> the maintenance actions auditlog records, in report order.
01  action-table-init.
    05 filler pic x(11) value 'AAdded     '.
    05 filler pic x(11) value 'CChanged   '.
    05 filler pic x(11) value 'DDeleted   '.
    05 filler pic x(11) value 'RReleased  '.
    05 filler pic x(11) value 'SSaved     '.
01  action-table redefines action-table-init.
    05 action-entry occurs 5 times.
        10 action-code pic x.
        10 action-name pic x(10).

01  oper-counts.
    05 oper-act-ct  pic s9(8) usage is computational occurs 5 times.
01  grand-counts.
    05 grand-act-ct pic s9(8) usage is computational occurs 5 times.

*> operators with activity in the period, kept in operator id order
*> so the report prints sorted.
01  oper-table.
    05 oper-entry pic x(8) occurs 200 times.

01  report-head.
    02 filler  pic x(37) value 'Maintenance Audit Report - period   '.
    02 rh-from pic 9(8).
    02 filler  pic x(4) value ' to '.
    02 rh-to   pic 9(8).
01  report-scope.
    02 filler  pic x(11) value 'Operators: '.
    02 rs-oper pic x(8).
01  underline-1.
    02 filler pic x(45) value
       ' --------------------------------------------'.
01  oper-head.
    02 filler  pic x(10) value 'Operator: '.
    02 oh-id   pic x(8).
    02 filler  pic x(2) value spaces.
    02 oh-name pic x(30).
01  detail-heads.
    02 filler pic x(17) value ' Date/Time'.
    02 filler pic x(13) value 'Program'.
    02 filler pic x(31) value 'File'.
    02 filler pic x(11) value 'Action'.
    02 filler pic x(30) value 'Key'.
01  detail-line.
    02 filler    pic x value space.
    02 dl-stamp  pic x(15).
    02 filler    pic x value space.
    02 dl-prog   pic x(12).
    02 filler    pic x value space.
    02 dl-file   pic x(30).
    02 filler    pic x value space.
    02 dl-action pic x(10).
    02 filler    pic x value space.
    02 dl-key    pic x(30).
01  image-line.
    02 filler    pic x(5) value spaces.
    02 il-label  pic x(8).
    02 il-image  pic x(100).
01  count-line.
    02 filler    pic x(3) value spaces.
    02 cl-name   pic x(14).
    02 cl-count  pic z(7)9.
01  total-line.
    02 tl-label  pic x(17).
    02 tl-count  pic z(7)9.
01  none-line.
    02 filler    pic x(41) value
       'No maintenance activity in this period.'.
01  blank-line   pic x value space.

procedure division.
    display " ".
    display "Maintenance Audit Report".
    display " --------------------------------------------".
    initialize grand-counts.
    perform resolvePeriod.
    open input auditFile.
    if audit-status is equal to "35"
		display "No maintenance audit file MAINTAUD.DAT - nothing recorded."
	else
		if audit-status is not equal to "00"
			display "ERROR: could not open MAINTAUD.DAT - status " audit-status
			move 20 to return-code
			stop run
		end-if
		move 1 to audit-eof
		perform collectOperator until audit-eof is equal to zero
		close auditFile
	end-if.
    open output auditReport.
    if report-status is not equal to "00"
		display "ERROR: could not open AUDITRPT.TXT - status " report-status
		move 20 to return-code
		stop run
	end-if.
*> the security file only supplies names; the report stands without it.
    open input operFile.
    if oper-status is equal to "00"
		move 'Y' to oper-open
	end-if.
    move from-date to rh-from.
    move to-date to rh-to.
    write report-record from report-head.
    if select-oper is equal to spaces
		move "ALL" to rs-oper
	else
		move select-oper to rs-oper
	end-if.
    write report-record from report-scope.
    write report-record from underline-1.
    if oper-ct is equal to zero
		write report-record from blank-line
		write report-record from none-line
	else
		perform reportOperator varying oper-idx from 1 by 1
			until oper-idx is greater than oper-ct
	end-if.
    perform writeGrandTotals.
    if oper-open is equal to 'Y'
		close operFile
	end-if.
    close auditReport.
    display "Audit report for " from-date " to " to-date ": " grand-total
		" event(s), " oper-ct " operator(s) on AUDITRPT.TXT.".
    if dropped-ct is greater than zero
		display "WARNING: operator table full - " dropped-ct
			" event(s) not reported."
		move 4 to return-code
	end-if.
    stop run.

resolvePeriod.
*> AUDITFROM and AUDITTO (yyyymmdd) give the period; the default is
*> the calendar quarter before today, the last one fully closed.
*> AUDITOPER limits the report to one operator.
    accept today-date from date yyyymmdd.
    move spaces to env-value.
    accept env-value from environment "AUDITOPER".
    move function upper-case (env-value (1:8)) to select-oper.
    move spaces to env-value.
    accept env-value from environment "AUDITFROM".
    if env-value is not equal to spaces
		if env-value (1:8) is numeric and env-value (9:22) is equal to spaces
			move env-value (1:8) to from-date
			move 'Y' to from-given
		else
			display "ERROR: AUDITFROM must be yyyymmdd - got "
				function trim (env-value)
			move 20 to return-code
			stop run
		end-if
	else
		compute period-yyyy = today-date / 10000
		compute period-mm = function mod (today-date / 100, 100)
		compute period-q = (period-mm - 1) / 3
		if period-q is equal to zero
			subtract 1 from period-yyyy
			move 4 to period-q
		end-if
		compute period-mm = period-q * 3 - 2
		compute from-date = period-yyyy * 10000 + period-mm * 100 + 1
	end-if.
    move spaces to env-value.
    accept env-value from environment "AUDITTO".
    if env-value is not equal to spaces
		if env-value (1:8) is numeric and env-value (9:22) is equal to spaces
			move env-value (1:8) to to-date
		else
			display "ERROR: AUDITTO must be yyyymmdd - got "
				function trim (env-value)
			move 20 to return-code
			stop run
		end-if
	else
*> a chosen start runs to today; the default quarter to its last day.
		if from-given is equal to 'Y'
			move today-date to to-date
		else
			evaluate period-q
				when 1 compute to-date = period-yyyy * 10000 + 0331
				when 2 compute to-date = period-yyyy * 10000 + 0630
				when 3 compute to-date = period-yyyy * 10000 + 0930
				when other compute to-date = period-yyyy * 10000 + 1231
			end-evaluate
		end-if
	end-if.
    if to-date is less than from-date
		display "ERROR: AUDITTO " to-date " is before AUDITFROM " from-date
		move 20 to return-code
		stop run
	end-if.
    display "Reporting period " from-date " to " to-date ".".
end-resolvePeriod.

checkScope.
    move 'N' to in-scope.
    move ar-stamp (1:8) to event-date.
    move ar-operator to event-oper.
    if event-date is not less than from-date
			and event-date is not greater than to-date
		if select-oper is equal to spaces or select-oper is equal to event-oper
			move 'Y' to in-scope
		end-if
	end-if.
end-checkScope.

collectOperator.
    read auditFile
		at end move zero to audit-eof
		not at end
			perform checkScope
			if in-scope is equal to 'Y'
				perform findOperEntry
			end-if
	end-read.
end-collectOperator.

findOperEntry.
    move zero to oper-found.
    move zero to ins-at.
    perform matchOperEntry varying oper-idx from 1 by 1
		until oper-idx is greater than oper-ct
		or oper-found is greater than zero
		or ins-at is greater than zero.
    if oper-found is equal to zero
		if oper-ct is less than oper-max
			if ins-at is equal to zero
				compute ins-at = oper-ct + 1
			end-if
			perform shiftOperEntry varying shift-idx from oper-ct by -1
				until shift-idx is less than ins-at
			add 1 to oper-ct
			move event-oper to oper-entry (ins-at)
		else
			add 1 to dropped-ct
		end-if
	end-if.
end-findOperEntry.

matchOperEntry.
    if oper-entry (oper-idx) is equal to event-oper
		move oper-idx to oper-found
	else
		if oper-entry (oper-idx) is greater than event-oper
			move oper-idx to ins-at
		end-if
	end-if.
end-matchOperEntry.

shiftOperEntry.
    move oper-entry (shift-idx) to oper-entry (shift-idx + 1).
end-shiftOperEntry.

reportOperator.
*> one pass of the audit file per operator; the file is written in
*> time order, so each operator's events print in date order.
    initialize oper-counts.
    move zero to oper-total.
    write report-record from blank-line.
    move oper-entry (oper-idx) to oh-id.
    move spaces to oh-name.
    if oper-open is equal to 'Y'
		move oper-entry (oper-idx) to oper-id
		read operFile
			invalid key move "(not on security file)" to oh-name
			not invalid key move oper-name to oh-name
		end-read
	end-if.
    write report-record from oper-head.
    write report-record from detail-heads.
    write report-record from underline-1.
    open input auditFile.
    if audit-status is equal to "00"
		move 1 to audit-eof
		perform reportEvent until audit-eof is equal to zero
		close auditFile
	end-if.
    write report-record from blank-line.
    perform writeOperCount varying act-idx from 1 by 1
		until act-idx is greater than 5.
    move "  Operator total" to tl-label.
    move oper-total to tl-count.
    write report-record from total-line.
    add oper-total to grand-total.
end-reportOperator.

reportEvent.
    read auditFile
		at end move zero to audit-eof
		not at end
			perform checkScope
			if in-scope is equal to 'Y'
					and event-oper is equal to oper-entry (oper-idx)
				perform writeEvent
			end-if
	end-read.
end-reportEvent.

writeEvent.
    move ar-stamp to dl-stamp.
    move ar-program to dl-prog.
    move ar-file to dl-file.
    move ar-key to dl-key.
    move ar-action to dl-action.
    perform tallyAction varying act-idx from 1 by 1
		until act-idx is greater than 5.
    write report-record from detail-line.
    if ar-before is not equal to spaces
		move "Before:" to il-label
		move ar-before to il-image
		write report-record from image-line
	end-if.
    if ar-after is not equal to spaces
		move "After:" to il-label
		move ar-after to il-image
		write report-record from image-line
	end-if.
    add 1 to oper-total.
end-writeEvent.

tallyAction.
    if action-code (act-idx) is equal to ar-action
		move action-name (act-idx) to dl-action
		add 1 to oper-act-ct (act-idx)
		add 1 to grand-act-ct (act-idx)
	end-if.
end-tallyAction.

writeOperCount.
    if oper-act-ct (act-idx) is greater than zero
		move action-name (act-idx) to cl-name
		move oper-act-ct (act-idx) to cl-count
		write report-record from count-line
	end-if.
end-writeOperCount.

writeGrandTotals.
    write report-record from blank-line.
    write report-record from underline-1.
    move "Period totals" to tl-label.
    move grand-total to tl-count.
    write report-record from total-line.
    perform writeGrandCount varying act-idx from 1 by 1
		until act-idx is greater than 5.
end-writeGrandTotals.

writeGrandCount.
    move action-name (act-idx) to cl-name.
    move grand-act-ct (act-idx) to cl-count.
    write report-record from count-line.
end-writeGrandCount.

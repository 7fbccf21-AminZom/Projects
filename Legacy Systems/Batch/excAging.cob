identification division.
program-id. excaging.
environment division.
input-output section.
file-control.
    select queueFile assign to "EXCQUEUE.DAT"
		organization is indexed
		access mode is dynamic
		record key is exc-id
		alternate record key is exc-src-key with duplicates
		file status is queue-status.
    select agingReport assign to "EXCAGING.TXT"
		organization is line sequential
		file status is report-status.

data division.
file section.
fd queueFile.
01 exc-record.
	05 exc-id         pic 9(8).
	05 exc-src-key.
		10 exc-source pic x(12).
		10 exc-key    pic x(40).
	05 exc-severity   pic 9.
	05 exc-raised     pic x(15).
	05 exc-last-seen  pic x(15).
	05 exc-occurs     pic 9(6).
	05 exc-target     pic 9(8).
	05 exc-status     pic x.
	05 exc-assignee   pic x(8).
	05 exc-assigned   pic x(15).
	05 exc-text       pic x(60).
	05 exc-note       pic x(60).
	05 exc-closed-by  pic x(8).
	05 exc-closed     pic x(15).
fd agingReport.
01 report-record pic x(120).

working-storage section.
77  queue-status    pic xx.
77  report-status   pic xx.
77  queue-open      pic x value 'N'.
77  eof-switch      pic 9.
77  today-date      pic 9(8).
77  today-int       pic s9(8) usage is computational.
77  days-over       pic s9(8) usage is computational.
77  sev-idx         pic s9(4) usage is computational.
77  open-ct         pic s9(8) usage is computational value zero.
77  overdue-ct      pic s9(8) usage is computational value zero.
77  unowned-ct      pic s9(8) usage is computational value zero.

01  sev-table-init.
    05 filler pic x(20) value "HIGH     NEXT DAY   ".
    05 filler pic x(20) value "MEDIUM   3 DAYS     ".
    05 filler pic x(20) value "LOW      7 DAYS     ".
01  sev-table redefines sev-table-init.
    05 sev-entry occurs 3 times.
        10 sev-name   pic x(9).
        10 sev-target pic x(11).

01  sev-counts.
    05 sev-count occurs 3 times.
        10 sev-open-ct  pic s9(8) usage is computational.
        10 sev-over-ct  pic s9(8) usage is computational.
        10 sev-worst    pic s9(8) usage is computational.

01  report-head.
    02 filler  pic x(40) value 'Operations Exception Aging Report as of '.
    02 rh-date pic 9(8).
01  underline-1.
    02 filler pic x(45) value
       ' --------------------------------------------'.
01  section-line.
    02 filler    pic x(9) value 'Severity '.
    02 sc-sev    pic 9.
    02 filler    pic x(3) value ' - '.
    02 sc-name   pic x(9).
    02 filler    pic x(9) value ' target: '.
    02 sc-target pic x(11).
01  col-heads.
    02 filler pic x(10) value '     Item '.
    02 filler pic x(13) value 'Source       '.
    02 filler pic x(41) value 'Key'.
    02 filler pic x(9) value 'Raised   '.
    02 filler pic x(9) value 'Target   '.
    02 filler pic x(6) value ' Days '.
    02 filler pic x(9) value 'Status   '.
    02 filler pic x(9) value 'Owner    '.
    02 filler pic x(6) value '   Occ'.
01  detail-line.
    02 filler    pic x value space.
    02 dl-id     pic z(7)9.
    02 filler    pic x value space.
    02 dl-source pic x(12).
    02 filler    pic x value space.
    02 dl-key    pic x(40).
    02 filler    pic x value space.
    02 dl-raised pic x(8).
    02 filler    pic x value space.
    02 dl-target pic 9(8).
    02 filler    pic x value space.
    02 dl-days   pic z(4)9.
    02 filler    pic x value space.
    02 dl-status pic x(8).
    02 filler    pic x value space.
    02 dl-owner  pic x(8).
    02 filler    pic x value space.
    02 dl-occurs pic z(5)9.
01  detail-text-line.
    02 filler    pic x(10) value spaces.
    02 dt-text   pic x(60).
01  none-line.
    02 filler    pic x(30) value '     Nothing past target.'.
01  section-total-line.
    02 filler    pic x(5) value spaces.
    02 st-over   pic z(7)9.
    02 filler    pic x(22) value ' past target of       '.
    02 st-open   pic z(7)9.
    02 filler    pic x(21) value ' open - oldest over: '.
    02 st-worst  pic z(7)9.
    02 filler    pic x(5) value ' days'.
01  total-open-line.
    02 filler    pic x(28) value 'Items open or assigned:     '.
    02 to-count  pic z(7)9.
01  total-over-line.
    02 filler    pic x(28) value 'Items past target:          '.
    02 tv-count  pic z(7)9.
01  total-unowned-line.
    02 filler    pic x(28) value 'Past target and unassigned: '.
    02 tu-count  pic z(7)9.
01  blank-line   pic x value space.

procedure division.
*> the weekly look at the exception queue: every item still open or
*> assigned past the target days for its severity, worst severity
*> first and by item number within it.
    display " ".
    display "Operations Exception Aging".
    display " --------------------------------------------".
    accept today-date from date yyyymmdd.
    compute today-int = function integer-of-date (today-date).
    initialize sev-counts.
    open input queueFile.
    if queue-status is equal to "00"
		move 'Y' to queue-open
	else
		display "No exception queue EXCQUEUE.DAT - status " queue-status
			" - nothing has been raised."
	end-if.
    open output agingReport.
    if report-status is not equal to "00"
		display "ERROR: could not open EXCAGING.TXT - status " report-status
		if queue-open is equal to 'Y'
			close queueFile
		end-if
		move 20 to return-code
		stop run
	end-if.
    move today-date to rh-date.
    write report-record from report-head.
    write report-record from underline-1.
    perform ageOneSeverity varying sev-idx from 1 by 1
		until sev-idx is greater than 3.
    if queue-open is equal to 'Y'
		close queueFile
	end-if.
    write report-record from blank-line.
    move open-ct to to-count.
    write report-record from total-open-line.
    move overdue-ct to tv-count.
    write report-record from total-over-line.
    move unowned-ct to tu-count.
    write report-record from total-unowned-line.
    close agingReport.
    display "Exception aging written to EXCAGING.TXT - " overdue-ct
		" of " open-ct " open item(s) past target.".
    if overdue-ct is greater than zero
		move 4 to return-code
	end-if.
    stop run.

ageOneSeverity.
    write report-record from blank-line.
    move sev-idx to sc-sev.
    move sev-name (sev-idx) to sc-name.
    move sev-target (sev-idx) to sc-target.
    write report-record from section-line.
    write report-record from col-heads.
    write report-record from underline-1.
    if queue-open is equal to 'Y'
		move 1 to exc-id
		start queueFile key is not less than exc-id
			invalid key move zero to eof-switch
			not invalid key move 1 to eof-switch
		end-start
		perform ageOneItem until eof-switch is equal to zero
	end-if.
    if sev-over-ct (sev-idx) is equal to zero
		write report-record from none-line
	end-if.
    move sev-over-ct (sev-idx) to st-over.
    move sev-open-ct (sev-idx) to st-open.
    move sev-worst (sev-idx) to st-worst.
    write report-record from section-total-line.
end-ageOneSeverity.

ageOneItem.
    read queueFile next
		at end move zero to eof-switch
		not at end
			if exc-severity is equal to sev-idx
					and (exc-status is equal to 'O'
						or exc-status is equal to 'A')
				perform judgeItem
			end-if
	end-read.
end-ageOneItem.

judgeItem.
    add 1 to open-ct.
    add 1 to sev-open-ct (sev-idx).
    if exc-target is less than today-date
		compute days-over = today-int
			- function integer-of-date (exc-target)
		add 1 to overdue-ct
		add 1 to sev-over-ct (sev-idx)
		if days-over is greater than sev-worst (sev-idx)
			move days-over to sev-worst (sev-idx)
		end-if
		if exc-status is equal to 'O'
			add 1 to unowned-ct
		end-if
		perform writeItem
	end-if.
end-judgeItem.

writeItem.
    move exc-id to dl-id.
    move exc-source to dl-source.
    move exc-key to dl-key.
    move exc-raised (1:8) to dl-raised.
    move exc-target to dl-target.
    move days-over to dl-days.
    if exc-status is equal to 'A'
		move "ASSIGNED" to dl-status
	else
		move "OPEN" to dl-status
	end-if.
    move exc-assignee to dl-owner.
    move exc-occurs to dl-occurs.
    write report-record from detail-line.
    move exc-text to dt-text.
    write report-record from detail-text-line.
end-writeItem.

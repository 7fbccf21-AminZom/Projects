identification division.
program-id. excqueue.
environment division.
input-output section.
file-control.
    select queueFile assign to "EXCQUEUE.DAT"
		organization is indexed
		access mode is dynamic
		record key is exc-id
		alternate record key is exc-src-key with duplicates
		file status is queue-status.

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

working-storage section.
77  queue-status pic xx.
77  eof-switch   pic 9.
77  found-id     pic 9(8).
77  next-id      pic 9(8).
77  target-days  pic s9(4) usage is computational.
77  stamp-date   pic 9(8).
77  stamp-time   pic 9(8).
77  new-stamp    pic x(15).

linkage section.
77  lk-action pic x.
01  lk-exception.
	05 lk-source    pic x(12).
	05 lk-severity  pic 9.
	05 lk-key       pic x(40).
	05 lk-text      pic x(60).
	05 lk-id        pic 9(8).
77  lk-result pic s9 usage is computational-3.

procedure division using lk-action, lk-exception, lk-result.
*> the operations exception queue: every batch check that finds
*> something for a person to chase raises it here as well as in its
*> own report, so one work queue shows everything outstanding.
*>   'R' raise an exception for lk-source / lk-key (returns lk-id)
*> an item already open for the same source and key is not raised
*> twice; it is counted again, its text refreshed and its severity
*> raised if the new occurrence is more serious.
*> severity 1 high, 2 medium, 3 low; anything else is taken as low.
*> lk-result: 0 new item raised, 1 existing open item counted again,
*> 2 the queue could not be opened or updated.
    move zero to lk-result.
    evaluate function upper-case (lk-action)
		when 'R' perform raiseException
		when other move 9 to lk-result
	end-evaluate.
    goback.

openQueue.
    open i-o queueFile.
    if queue-status is equal to "35"
		open output queueFile
		close queueFile
		open i-o queueFile
	end-if.
    if queue-status is not equal to "00"
		display "ERROR: could not open EXCQUEUE.DAT - status "
			queue-status
		move 2 to lk-result
	end-if.
end-openQueue.

raiseException.
    if lk-severity is less than 1 or lk-severity is greater than 3
		move 3 to lk-severity
	end-if.
    perform openQueue.
    if lk-result is equal to zero
		perform makeStamp
		perform findOpenItem
		if found-id is equal to zero
			perform addItem
		else
			perform repeatItem
		end-if
		close queueFile
	end-if.
end-raiseException.

findOpenItem.
    move zero to found-id.
    move lk-source to exc-source.
    move lk-key to exc-key.
    start queueFile key is equal to exc-src-key
		invalid key move zero to eof-switch
		not invalid key move 1 to eof-switch
	end-start.
    perform checkOpenItem until eof-switch is equal to zero.
end-findOpenItem.

checkOpenItem.
    read queueFile next
		at end move zero to eof-switch
		not at end
			if exc-source is not equal to lk-source
					or exc-key is not equal to lk-key
				move zero to eof-switch
			else
				if exc-status is not equal to 'C'
					move exc-id to found-id
					move zero to eof-switch
				end-if
			end-if
	end-read.
end-checkOpenItem.

repeatItem.
    move found-id to exc-id.
    read queueFile key is exc-id
		invalid key move 2 to lk-result
	end-read.
    if lk-result is equal to zero
		add 1 to exc-occurs
		move new-stamp to exc-last-seen
		move lk-text to exc-text
		if lk-severity is less than exc-severity
			move lk-severity to exc-severity
			perform setTarget
		end-if
		rewrite exc-record
			invalid key move 2 to lk-result
		end-rewrite
	end-if.
    if lk-result is equal to zero
		move exc-id to lk-id
		move 1 to lk-result
	end-if.
end-repeatItem.

addItem.
*> item zero is the queue's control record and holds the last item
*> number issued.
    move zero to exc-id.
    read queueFile key is exc-id
		invalid key
			move spaces to exc-record
			move zero to exc-id
			move "*CONTROL" to exc-source
			move zero to exc-severity
			move zero to exc-occurs
			move zero to exc-target
			move 'X' to exc-status
			write exc-record
				invalid key move 2 to lk-result
			end-write
	end-read.
    if lk-result is equal to zero
		compute next-id = exc-occurs + 1
		move next-id to exc-occurs
		move new-stamp to exc-last-seen
		rewrite exc-record
			invalid key move 2 to lk-result
		end-rewrite
	end-if.
    if lk-result is equal to zero
		move spaces to exc-record
		move next-id to exc-id
		move lk-source to exc-source
		move lk-key to exc-key
		move lk-severity to exc-severity
		move new-stamp to exc-raised
		move new-stamp to exc-last-seen
		move 1 to exc-occurs
		perform setTarget
		move 'O' to exc-status
		move lk-text to exc-text
		write exc-record
			invalid key move 2 to lk-result
		end-write
	end-if.
    if lk-result is equal to zero
		move exc-id to lk-id
	end-if.
end-addItem.

setTarget.
*> target days to close by severity: high next day, medium three
*> days, low a week, counted from the day the item was raised.
    evaluate exc-severity
		when 1 move 1 to target-days
		when 2 move 3 to target-days
		when other move 7 to target-days
	end-evaluate.
    move exc-raised (1:8) to stamp-date.
    compute exc-target = function date-of-integer
		(function integer-of-date (stamp-date) + target-days).
end-setTarget.

makeStamp.
    accept stamp-date from date yyyymmdd.
    accept stamp-time from time.
    move spaces to new-stamp.
    string stamp-date delimited by size
		"-" delimited by size
		stamp-time (1:6) delimited by size
		into new-stamp.
end-makeStamp.

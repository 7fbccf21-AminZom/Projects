    select matchReport assign to "ACKMATCH.TXT"
		organization is line sequential
		file status is report-status.
    select registerWork assign to "INTERBAT.TMP"
		organization is line sequential
		file status is work-status.
    select interFile assign to dynamic interName
		organization is line sequential
		file status is inter-status.
    select histFile assign to "CONVHIST.DAT"
		organization is indexed
		access mode is dynamic
		record key is hist-key
		file status is hist-status.
    select suspenseFile assign to dynamic suspenseName
		organization is line sequential
		file status is suspense-status.
    select reverseRequest assign to dynamic reverseName
		organization is line sequential
		file status is revreq-status.

data division.
file section.
	05 ib-status pic x(6).
fd matchReport.
01 report-record pic x(100).
fd registerWork.
01 work-record pic x(60).
fd interFile.
01 inter-record pic x(100).
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
fd suspenseFile.
01 suspense-record.
	05 susp-reason  pic 9.
	05 filler       pic x value space.
	05 susp-date    pic 9(8).
	05 filler       pic x value space.
	05 susp-recycle pic 9(3).
	05 filler       pic x value space.
	05 susp-ref     pic x(12).
	05 filler       pic x value space.
	05 susp-data    pic x(90).
fd reverseRequest.
01 reverse-line pic x(60).

working-storage section.
77  ackName         pic x(40) value "ACKIN.TXT".
77  interName       pic x(40) value "INTERCHG.DAT".
77  suspenseName    pic x(30) value "SUSPENSE.TXT".
77  reverseName     pic x(30) value "REVREQ.TXT".
77  registerName    pic x(40) value "INTERBAT.DAT".
77  workName        pic x(40) value "INTERBAT.TMP".
77  env-value       pic x(40).
77  ack-status      pic xx.
77  register-status pic xx.
77  report-status   pic xx.
77  work-status     pic xx.
77  inter-status    pic xx.
77  hist-status     pic xx.
77  suspense-status pic xx.
77  revreq-status   pic xx.
77  eof-switch      pic 9.
77  scan-eof        pic 9.
77  ack-f1          pic x(12).
77  ack-f2          pic x(12).
77  ack-f3          pic x(16).
77  ack-f4          pic x(30).
77  nak-ct          pic s9(4) usage is computational value zero.
77  nak-max         pic s9(4) usage is computational value 500.
77  nak-idx         pic s9(4) usage is computational.
77  batch-nak-ct    pic s9(4) usage is computational.
77  prior-status    pic x(6).
77  hist-open       pic x value 'N'.
77  susp-open       pic x value 'N'.
77  revreq-open     pic x value 'N'.
77  lock-action     pic x.
77  lock-holder     pic x(12) value "ACKMATCH".
77  lock-result     pic s9 usage is computational-3.
77  exc-action      pic x value 'R'.
77  exc-result      pic s9 usage is computational-3.
77  exc-batch       pic 9(6).
77  inter-found     pic x.
77  hist-found      pic x.
77  hist-reversed   pic x.
77  tie-numeral     pic x(30).
77  tie-decimal     pic 9(8).
77  tie-event       pic x(22).
77  inter-batch     pic x(6).
77  csv-ref         pic x(12).
77  csv-numeral     pic x(30).
77  csv-decimal     pic x(12).
77  csv-ret         pic x(2).
77  today-date      pic 9(8).
77  ack-ct          pic s9(4) usage is computational value zero.
77  ack-max         pic s9(4) usage is computational value 200.
77  ack-idx         pic s9(4) usage is computational.
77  unacked-ct      pic s9(8) usage is computational value zero.
77  mismatch-ct     pic s9(8) usage is computational value zero.
77  orphan-ct       pic s9(8) usage is computational value zero.
77  partial-ct      pic s9(8) usage is computational value zero.
77  earlier-ct      pic s9(8) usage is computational value zero.
77  suspended-ct    pic s9(8) usage is computational value zero.
77  reversal-ct     pic s9(8) usage is computational value zero.
77  untied-ct       pic s9(8) usage is computational value zero.
77  ack-count-disp  pic z(7)9.
77  ack-hash-disp   pic z(11)9.

*> what this run raises on the operations exception queue.
01  exc-entry.
    05 exc-source   pic x(12) value "ACKMATCH".
    05 exc-severity pic 9.
    05 exc-key      pic x(40).
    05 exc-text     pic x(60).
    05 exc-id       pic 9(8).

01  ack-table.
    05 ack-entry occurs 200 times.
        10 ak-batch pic 9(6).
        10 ak-hash  pic 9(12).
        10 ak-used  pic x.

*> detail-level refusals: "NAK,batch,reference-id,reason" lines.
01  nak-table.
    05 nak-entry occurs 500 times.
        10 nk-batch  pic 9(6).
        10 nk-ref    pic x(12).
        10 nk-reason pic x(30).
        10 nk-used   pic x.

01  report-head.
    02 filler pic x(36) value 'Interchange Acknowledgment Matching'.
01  underline-1.
01  total-orphan-line.
    02 filler    pic x(24) value 'Unknown batches acked:  '.
    02 to-count  pic z(7)9.
01  total-partial-line.
    02 filler    pic x(24) value 'Partially accepted:     '.
    02 tp-count  pic z(7)9.
01  total-earlier-line.
    02 filler    pic x(24) value 'Acknowledged earlier:   '.
    02 te-count  pic z(7)9.
01  total-suspended-line.
    02 filler    pic x(24) value 'Refused rows suspended: '.
    02 ts-count  pic z(7)9.
01  total-reversal-line.
    02 filler    pic x(24) value 'Reversals queued:       '.
    02 tr-count  pic z(7)9.
01  total-untied-line.
    02 filler    pic x(24) value 'Refused rows not tied:  '.
    02 tn-count  pic z(7)9.
01  nak-line.
    02 filler     pic x(3) value spaces.
    02 nl-ref     pic x(12).
    02 filler     pic x value space.
    02 nl-numeral pic x(20).
    02 filler     pic x value space.
    02 nl-value   pic z(7)9.
    02 filler     pic x(2) value spaces.
    02 nl-event   pic x(22).
    02 filler     pic x(2) value spaces.
    02 nl-outcome pic x(28).
01  nak-reason-line.
    02 filler     pic x(5) value spaces.
    02 filler     pic x(19) value 'Downstream reason: '.
    02 nr-reason  pic x(30).
01  orphan-nak-line.
    02 filler     pic x value space.
    02 on-batch   pic 9(6).
    02 filler     pic x(2) value spaces.
    02 on-ref     pic x(12).
    02 filler     pic x(2) value spaces.
    02 filler     pic x(41)
       value 'ROW REFUSED FOR A BATCH NEVER SENT'.
01  blank-line   pic x value space.

procedure division.
    display "Interchange Acknowledgment Matching".
    display " --------------------------------------------".
*> ACKFILE names the acknowledgment file downstream sends back; each
*> line is "batch,count,hash", or "NAK,batch,reference-id,reason" for
*> a detail row downstream refused.  INTERFILE and PREEDITSUSP name
*> the interchange and suspense files as they do for interout and
*> rejectfix.
    move spaces to env-value.
    accept env-value from environment "ACKFILE".
    if env-value is not equal to spaces
		move env-value to ackName
	end-if.
    move spaces to env-value.
    accept env-value from environment "INTERFILE".
    if env-value is not equal to spaces
		move env-value to interName
	end-if.
    move spaces to env-value.
    accept env-value from environment "PREEDITSUSP".
    if env-value is not equal to spaces
		move env-value to suspenseName
	end-if.
    accept today-date from date yyyymmdd.
    perform loadAckFile.
    if nak-ct is greater than zero
		perform acquireNakFiles
	end-if.
    open output matchReport.
    if report-status is not equal to "00"
		display "ERROR: could not open ACKMATCH.TXT - status " report-status
    write report-record from underline-1.
    perform matchRegister.
    perform reportOrphans.
    perform reportOrphanNak varying nak-idx from 1 by 1
		until nak-idx is greater than nak-ct.
    if nak-ct is greater than zero
		perform releaseNakFiles
	end-if.
    write report-record from blank-line.
    move batches-ct to tb-count.
    write report-record from total-batches-line.
    move matched-ct to tm-count.
    write report-record from total-matched-line.
    move partial-ct to tp-count.
    write report-record from total-partial-line.
    move earlier-ct to te-count.
    write report-record from total-earlier-line.
    move unacked-ct to tu-count.
    write report-record from total-unacked-line.
    move mismatch-ct to tw-count.
    write report-record from total-mismatch-line.
    move orphan-ct to to-count.
    write report-record from total-orphan-line.
    move suspended-ct to ts-count.
    write report-record from total-suspended-line.
    move reversal-ct to tr-count.
    write report-record from total-reversal-line.
    move untied-ct to tn-count.
    write report-record from total-untied-line.
    close matchReport.
    display "Acknowledgment matching complete: " matched-ct " clean, "
		partial-ct " partial, "
		unacked-ct " unacknowledged, " mismatch-ct " mismatched.".
    if suspended-ct is greater than zero
		display suspended-ct " refused row(s) added to "
			function trim (suspenseName) " for rejectfix."
	end-if.
    if unacked-ct is greater than zero
			or mismatch-ct is greater than zero
			or orphan-ct is greater than zero
			or untied-ct is greater than zero
		move 8 to return-code
	else
		if partial-ct is greater than zero
			move 4 to return-code
		end-if
	end-if.
    stop run.

			move spaces to ack-f1
			move spaces to ack-f2
			move spaces to ack-f3
			move spaces to ack-f4
			unstring ack-record delimited by ","
				into ack-f1, ack-f2, ack-f3, ack-f4
			end-unstring
			if function upper-case (ack-f1) is equal to "NAK"
				perform loadOneNak
			else
				if ack-f1 is not equal to spaces
						and ack-ct is less than ack-max
					add 1 to ack-ct
					compute ak-batch (ack-ct) = function numval (ack-f1)
					compute ak-count (ack-ct) = function numval (ack-f2)
					compute ak-hash (ack-ct) = function numval (ack-f3)
					move 'N' to ak-used (ack-ct)
				end-if
			end-if
	end-read.
end-loadOneAck.

loadOneNak.
    if ack-f3 is equal to spaces
		display "Refused-row line with no reference ignored: "
			function trim (ack-record)
	else
		if nak-ct is less than nak-max
			add 1 to nak-ct
			compute nk-batch (nak-ct) = function numval (ack-f2)
			move function upper-case (ack-f3 (1:12)) to nk-ref (nak-ct)
			move ack-f4 to nk-reason (nak-ct)
			move 'N' to nk-used (nak-ct)
		else
			display "Refused-row table full - line ignored: "
				function trim (ack-record)
		end-if
	end-if.
end-loadOneNak.

acquireNakFiles.
*> refused rows go to the suspense file rejectfix works from, and the
*> conversions behind them onto the reversal queue convreverse reads;
*> both are locked the way their owners lock them.
    move 'A' to lock-action.
    call "filelock" using lock-action, suspenseName, lock-holder, lock-result.
    if lock-result is not equal to zero
		display "Acknowledgment run aborted - suspense file is in use."
		move 20 to return-code
		stop run
	end-if.
    call "filelock" using lock-action, reverseName, lock-holder, lock-result.
    if lock-result is not equal to zero
		display "Acknowledgment run aborted - reversal queue is in use."
		move 'R' to lock-action
		call "filelock" using lock-action, suspenseName, lock-holder,
			lock-result
		move 20 to return-code
		stop run
	end-if.
    open input histFile.
    if hist-status is equal to "00"
		move 'Y' to hist-open
	else
		display "CONVHIST.DAT not available - status " hist-status
			" - refused rows tied to the interchange file only."
	end-if.
end-acquireNakFiles.

releaseNakFiles.
    if hist-open is equal to 'Y'
		close histFile
	end-if.
    if susp-open is equal to 'Y'
		close suspenseFile
	end-if.
    if revreq-open is equal to 'Y'
		close reverseRequest
	end-if.
    move 'R' to lock-action.
    call "filelock" using lock-action, suspenseName, lock-holder, lock-result.
    call "filelock" using lock-action, reverseName, lock-holder, lock-result.
end-releaseNakFiles.

matchRegister.
*> the register is copied through a work file so each batch can carry
*> the status this run gives it; the copy then replaces the register.
    open input batchRegister.
    if register-status is not equal to "00"
		display "No batch register INTERBAT.DAT - nothing sent yet."
	else
		open output registerWork
		if work-status is not equal to "00"
			display "ERROR: could not open INTERBAT.TMP - status "
				work-status
			close batchRegister
			move 20 to return-code
			stop run
		end-if
		move 1 to eof-switch
		perform matchOneBatch until eof-switch is equal to zero
		close batchRegister, registerWork
		call "CBL_DELETE_FILE" using registerName
		call "CBL_RENAME_FILE" using workName, registerName
		if return-code is not equal to zero
			display "ERROR: could not replace INTERBAT.DAT - statuses are"
				" on INTERBAT.TMP"
			move 20 to return-code
			stop run
		end-if
	end-if.
end-matchRegister.

				move ib-batch to dl-batch
				move ib-date to dl-date
				move ib-count to dl-count
				move ib-status to prior-status
				perform countBatchNaks
				if ack-found is equal to zero
					perform noAckForBatch
				else
					move 'Y' to ak-used (ack-found)
					if ak-count (ack-found) is equal to ib-count
							and ak-hash (ack-found) is equal to ib-hash
						perform balancedBatch
					else
						add 1 to mismatch-ct
						move "MISMAT" to ib-status
						move ak-count (ack-found) to ack-count-disp
						move ak-hash (ack-found) to ack-hash-disp
						move spaces to dl-stat
							function trim (ack-hash-disp)
							delimited by size
							into dl-stat
						move ib-batch to exc-batch
						move 1 to exc-severity
						perform raiseBatchException
					end-if
				end-if
				write report-record from detail-line
				if batch-nak-ct is greater than zero
					perform reportBatchNak varying nak-idx from 1 by 1
						until nak-idx is greater than nak-ct
				end-if
			end-if
			move register-record to work-record
			write work-record
	end-read.
end-matchOneBatch.

countBatchNaks.
    move zero to batch-nak-ct.
    perform countOneNak varying nak-idx from 1 by 1
		until nak-idx is greater than nak-ct.
end-countBatchNaks.

countOneNak.
    if nk-batch (nak-idx) is equal to ib-batch
		add 1 to batch-nak-ct
	end-if.
end-countOneNak.

noAckForBatch.
*> a batch settled by an earlier acknowledgment file keeps its status
*> and is not chased again.
    if prior-status is equal to "ACKED " or prior-status is equal to "PARTL "
		add 1 to earlier-ct
		if prior-status is equal to "PARTL "
			move "PARTIALLY ACCEPTED EARLIER" to dl-stat
		else
			move "ACKNOWLEDGED EARLIER" to dl-stat
		end-if
	else
		add 1 to unacked-ct
		move "UNACKNOWLEDGED" to dl-stat
		move ib-batch to exc-batch
		move 2 to exc-severity
		perform raiseBatchException
	end-if.
end-noAckForBatch.

balancedBatch.
*> the batch balanced; any rows refused inside it are suspended the
*> first time it is settled, so a resent acknowledgment file cannot
*> suspend them twice.
    if batch-nak-ct is equal to zero and prior-status is not equal to "PARTL "
		add 1 to matched-ct
		move "ACKED " to ib-status
		move "ACKNOWLEDGED OK" to dl-stat
	else
		add 1 to partial-ct
		move "PARTL " to ib-status
		move batch-nak-ct to ack-count-disp
		move spaces to dl-stat
		if prior-status is equal to "PARTL "
			move "PARTIALLY ACCEPTED EARLIER" to dl-stat
		else
			string "PARTIALLY ACCEPTED - " delimited by size
				function trim (ack-count-disp) delimited by size
				" row(s) refused" delimited by size
				into dl-stat
		end-if
	end-if.
end-balancedBatch.

reportBatchNak.
    if nk-batch (nak-idx) is equal to ib-batch
		move 'Y' to nk-used (nak-idx)
		move spaces to nak-line
		move nk-ref (nak-idx) to nl-ref
		evaluate true
			when ib-status is equal to "MISMAT"
				move "HELD - BATCH DID NOT BALANCE" to nl-outcome
			when prior-status is equal to "PARTL "
				move "SUSPENDED EARLIER" to nl-outcome
*> refusals for a batch whose count line has not come in yet wait for
*> it, so they are suspended once, when the batch is settled.
			when ack-found is equal to zero
				move "HELD - BATCH NOT YET ACKED" to nl-outcome
			when other
				perform suspendRefusedRow
		end-evaluate
		write report-record from nak-line
		move nk-reason (nak-idx) to nr-reason
		write report-record from nak-reason-line
	end-if.
end-reportBatchNak.

suspendRefusedRow.
*> the refused row is tied back to the detail row that carried it and
*> the conversion event behind it; with either in hand the numeral is
*> known and the row can be held for correction.
    move spaces to tie-numeral.
    move zero to tie-decimal.
    move spaces to tie-event.
    perform findInterchangeRow.
    perform findHistoryEvent.
    move tie-numeral to nl-numeral.
    move tie-decimal to nl-value.
    move tie-event to nl-event.
    if inter-found is equal to 'N' and hist-found is equal to 'N'
		add 1 to untied-ct
		if hist-reversed is equal to 'Y'
			move "NOT TIED - ALREADY REVERSED" to nl-outcome
		else
			move "NOT TIED - INVESTIGATE" to nl-outcome
		end-if
		move nk-batch (nak-idx) to exc-batch
		move nl-outcome to exc-text
		perform raiseRowException
	else
		perform writeSuspense
		if hist-found is equal to 'Y'
			perform queueReversal
		end-if
		evaluate true
			when inter-found is equal to 'N'
				move "HIST ONLY - SUSP, REV QUEUED" to nl-outcome
			when hist-found is equal to 'N'
				move "SUSPENDED - NO STANDING CONV" to nl-outcome
			when other
				move "SUSPENDED, REVERSAL QUEUED" to nl-outcome
		end-evaluate
	end-if.
end-suspendRefusedRow.

findInterchangeRow.
*> the interchange file holds the last batch sent; it can only vouch
*> for rows of that batch.
    move 'N' to inter-found.
    open input interFile.
    if inter-status is equal to "00"
		move spaces to inter-batch
		read interFile
			at end continue
			not at end move inter-record (2:6) to inter-batch
		end-read
		if inter-record (1:1) is equal to 'H'
				and inter-batch is equal to ib-batch
			move 1 to scan-eof
			perform scanInterchangeRow until scan-eof is equal to zero
		end-if
		close interFile
	end-if.
end-findInterchangeRow.

scanInterchangeRow.
    read interFile
		at end move zero to scan-eof
		not at end
			if inter-record (1:1) is equal to 'D'
				move spaces to csv-ref
				move spaces to csv-numeral
				move spaces to csv-decimal
				move spaces to csv-ret
				unstring inter-record (2:) delimited by ","
					into csv-ref, csv-numeral, csv-decimal, csv-ret
				end-unstring
				if function upper-case (csv-ref) is equal to nk-ref (nak-idx)
						and csv-ret is equal to "1"
					move 'Y' to inter-found
					move csv-numeral to tie-numeral
					compute tie-decimal = function numval (csv-decimal)
				end-if
			end-if
	end-read.
end-scanInterchangeRow.

findHistoryEvent.
*> as convreverse reads it: the last conversion of the ref stands
*> unless a later reversal event has cancelled it.
    move 'N' to hist-found.
    move 'N' to hist-reversed.
    if hist-open is equal to 'Y'
		move low-values to hist-key
		start histFile key is not less than hist-key
			invalid key move zero to scan-eof
			not invalid key move 1 to scan-eof
		end-start
		perform scanHistoryEvent until scan-eof is equal to zero
	end-if.
end-findHistoryEvent.

scanHistoryEvent.
    read histFile next
		at end move zero to scan-eof
		not at end
			if function upper-case (hist-ref) is equal to nk-ref (nak-idx)
				evaluate hist-ret
					when 1
						move 'Y' to hist-found
						move 'N' to hist-reversed
						move spaces to tie-event
						string hist-stamp delimited by size
							"/" delimited by size
							hist-seq delimited by size
							into tie-event
						if inter-found is equal to 'N'
							move hist-numeral to tie-numeral
							move hist-decimal to tie-decimal
						end-if
					when 0
						move 'N' to hist-found
						move 'Y' to hist-reversed
					when other continue
				end-evaluate
			end-if
	end-read.
end-scanHistoryEvent.

writeSuspense.
    if susp-open is equal to 'N'
		open extend suspenseFile
		if suspense-status is not equal to "00"
			open output suspenseFile
			close suspenseFile
			open extend suspenseFile
		end-if
		if suspense-status is not equal to "00"
			display "ERROR: could not open " function trim (suspenseName)
				" - status " suspense-status
			perform releaseNakFiles
			move 20 to return-code
			stop run
		end-if
		move 'Y' to susp-open
	end-if.
    move spaces to suspense-record.
    move 8 to susp-reason.
    move today-date to susp-date.
    move zero to susp-recycle.
    move nk-ref (nak-idx) to susp-ref.
    string function trim (nk-ref (nak-idx)) delimited by size
		"," delimited by size
		function trim (tie-numeral) delimited by size
		into susp-data.
    write suspense-record.
    add 1 to suspended-ct.
end-writeSuspense.

queueReversal.
*> the refused conversion is backed out so the corrected row can come
*> back under the same reference without being diverted as a
*> duplicate.
    if revreq-open is equal to 'N'
		open extend reverseRequest
		if revreq-status is not equal to "00"
			open output reverseRequest
			close reverseRequest
			open extend reverseRequest
		end-if
		if revreq-status is not equal to "00"
			display "ERROR: could not open " function trim (reverseName)
				" - status " revreq-status
			perform releaseNakFiles
			move 20 to return-code
			stop run
		end-if
		move 'Y' to revreq-open
	end-if.
    move spaces to reverse-line.
    string function trim (nk-ref (nak-idx)) delimited by size
		",DR" delimited by size
		into reverse-line.
    write reverse-line.
    add 1 to reversal-ct.
end-queueReversal.

reportOrphanNak.
    if nk-used (nak-idx) is equal to 'N'
		add 1 to untied-ct
		move nk-batch (nak-idx) to on-batch
		move nk-ref (nak-idx) to on-ref
		write report-record from orphan-nak-line
		move nk-batch (nak-idx) to exc-batch
		move "ROW REFUSED FOR A BATCH NEVER SENT" to exc-text
		perform raiseRowException
	end-if.
end-reportOrphanNak.

findAckForBatch.
    move zero to ack-found.
    perform probeAckEntry varying ack-idx from 1 by 1
		add 1 to orphan-ct
		move ak-batch (ack-idx) to ol-batch
		write report-record from orphan-line
		move ak-batch (ack-idx) to exc-batch
		move "ACKNOWLEDGED BUT NEVER SENT" to dl-stat
		move 1 to exc-severity
		perform raiseBatchException
	end-if.
end-reportOneOrphan.

raiseBatchException.
*> a batch still unacknowledged on the next run is counted again on
*> its open item rather than raised afresh.
    move spaces to exc-key.
    string "BATCH " delimited by size
		exc-batch delimited by size
		into exc-key.
    move dl-stat to exc-text.
    call "excqueue" using exc-action, exc-entry, exc-result.
end-raiseBatchException.

raiseRowException.
    move 1 to exc-severity.
    move spaces to exc-key.
    string "BATCH " delimited by size
		exc-batch delimited by size
		" REF " delimited by size
		nk-ref (nak-idx) delimited by space
		into exc-key.
    call "excqueue" using exc-action, exc-entry, exc-result.
end-raiseRowException.

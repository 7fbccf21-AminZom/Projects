identification division.
program-id. convpart.
environment division.
input-output section.
file-control.
    select ctlFile assign to "PARTCTL.DAT"
		organization is line sequential
		file status is ctl-status.
    select partFile assign to dynamic part-name
		organization is line sequential
		file status is part-status.
    select plogFile assign to dynamic plog-name
		organization is line sequential
		file status is plog-status.
    select pcsvFile assign to dynamic pcsv-name
		organization is line sequential
		file status is pcsv-status.
    select phisFile assign to dynamic phis-name
		organization is line sequential
		file status is phis-status.
    select okFile assign to dynamic ok-name
		organization is line sequential
		file status is ok-status.
    select refRegister assign to "REFREG.DAT"
		organization is indexed
		access mode is random
		record key is reg-ref
		file status is refreg-status.

data division.
file section.
fd ctlFile.
01 ctl-record.
	05 ctl-type      pic x.
	05 filler        pic x(79).
01 ctl-head-record.
	05 filler        pic x(2).
	05 ch-file       pic x(30).
	05 filler        pic x.
	05 ch-parts      pic 99.
	05 filler        pic x.
	05 ch-total      pic 9(8).
	05 filler        pic x.
	05 ch-stamp      pic x(15).
	05 filler        pic x.
	05 ch-state      pic x(8).
	05 filler        pic x(11).
01 ctl-part-record.
	05 filler        pic x(2).
	05 cp-part       pic 99.
	05 filler        pic x.
	05 cp-low        pic x(12).
	05 filler        pic x.
	05 cp-high       pic x(12).
	05 filler        pic x.
	05 cp-count      pic 9(8).
	05 filler        pic x.
	05 cp-file       pic x(12).
	05 filler        pic x(28).
fd partFile.
01 part-record.
	05 part-seq      pic 9(8).
	05 filler        pic x.
	05 num           pic x(90).
*> partition log: the input position, then the CONVLOG line up to the
*> reference - the merge adds the run sequence and the seal.
fd plogFile.
01 plog-record.
	05 plog-seq         pic 9(8).
	05 filler           pic x.
	05 clog-timestamp   pic x(15).
	05 filler           pic x.
	05 clog-entry-path  pic x(8).
	05 filler           pic x.
	05 clog-input       pic x(30).
	05 filler           pic x.
	05 clog-sum         pic -(8)9.
	05 filler           pic x.
	05 clog-ret         pic 9.
	05 filler           pic x.
	05 clog-ref         pic x(12).
fd pcsvFile.
01 pcsv-record.
	05 pcsv-seq      pic 9(8).
	05 filler        pic x.
	05 struct-record pic x(80).
*> history work: what the merge applies to the shared stores for the
*> record - C converted (master, history, register), J rejected
*> (history under the reject code), D duplicate (DUPREFS.TXT).
fd phisFile.
01 phis-record.
	05 phis-seq        pic 9(8).
	05 filler          pic x.
	05 phis-action     pic x.
	05 filler          pic x.
	05 phis-stamp      pic x(15).
	05 filler          pic x.
	05 phis-ref        pic x(12).
	05 filler          pic x.
	05 phis-numeral    pic x(30).
	05 filler          pic x.
	05 phis-decimal    pic 9(8).
	05 filler          pic x.
	05 phis-ret        pic 9.
	05 filler          pic x.
	05 phis-first-date pic 9(8).
	05 filler          pic x.
	05 phis-first-src  pic x(30).
fd okFile.
01 ok-record.
	05 ok-part       pic 99.
	05 filler        pic x.
	05 ok-read       pic 9(8).
	05 filler        pic x.
	05 ok-conv       pic 9(8).
	05 filler        pic x.
	05 ok-rej        pic 9(8).
	05 filler        pic x.
	05 ok-dup        pic 9(8).
	05 filler        pic x.
	05 ok-total      pic 9(8).
	05 filler        pic x.
	05 ok-stamp      pic x(15).
fd refRegister.
01 register-record.
	05 reg-ref    pic x(12).
	05 reg-date   pic 9(8).
	05 reg-source pic x(30).

working-storage section.
77  fileName      pic x(30).
77  env-value     pic x(30).
77  ctl-status    pic xx.
77  part-status   pic xx.
77  plog-status   pic xx.
77  pcsv-status   pic xx.
77  phis-status   pic xx.
77  ok-status     pic xx.
77  refreg-status pic xx.
77  part-name     pic x(40).
77  plog-name     pic x(40).
77  pcsv-name     pic x(40).
77  phis-name     pic x(40).
77  ok-name       pic x(40).
77  part-no       pic 99.
77  part-found    pic x value 'N'.
77  reg-open      pic x value 'N'.
77  eof-switch    pic 9.
77  dup-skip      pic x.
77  dup-override  pic x value 'N'.
77  last-reg-ref  pic x(12) value spaces.
77  ref-action    pic x.
77  ref-result    pic s9 usage is computational-3.
77  countSpaces   pic s99 usage is computational.
77  inputLength   pic s99 usage is computational.
77  n             pic s99 usage is computational.
77  temp          pic s9(8) usage is computational.
77  ret           pic s9 usage is computational-3.
77  rawLength     pic s9(4) usage is computational.
77  log-yyyymmdd  pic 9(8).
77  log-hhmmss    pic 9(8).
77  log-input     pic x(30).
77  log-ref       pic x(12).
77  log-stamp     pic x(15).
77  rec-ref       pic x(12).
77  rec-numeral   pic x(90).
77  rec-desc      pic x(40).
77  comma-ct      pic s99 usage is computational.
77  split-ptr     pic s9(4) usage is computational.
77  struct-decimal pic -(8)9.
77  struct-ret    pic 9.
77  rec-read-ct   pic s9(8) usage is computational value zero.
77  rec-conv-ct   pic s9(8) usage is computational value zero.
77  rec-rej-ct    pic s9(8) usage is computational value zero.
77  rec-dup-ct    pic s9(8) usage is computational value zero.
77  actual-total  pic s9(8) usage is computational value zero.

01  input-area.
    02 in-r   pic x(30).
    02 filler pic x(79).

procedure division.
*> one partition of a convpar run: PARTNO names it. Records are
*> converted exactly as the single-stream file run converts them, but
*> nothing shared is written - the log, results and history work go
*> to this partition's own files and convmerge applies them. The
*> PARTnn.OK marker is written last, so a partition without one is
*> simply run again.
    move spaces to env-value.
    accept env-value from environment "PARTNO".
    if env-value is equal to spaces
		display "ERROR: PARTNO is not set."
		move 20 to return-code
		stop run
	end-if.
    compute part-no = function numval (env-value).
    perform buildNames.
    call "CBL_DELETE_FILE" using ok-name.
    open input ctlFile.
    if ctl-status is not equal to "00"
		display "ERROR: could not open PARTCTL.DAT - status " ctl-status
		move 20 to return-code
		stop run
	end-if.
    move 1 to eof-switch.
    perform findPartition until eof-switch is equal to zero.
    close ctlFile.
    if part-found is equal to 'N'
		display "ERROR: partition " part-no " is not on PARTCTL.DAT."
		move 20 to return-code
		stop run
	end-if.
    open input partFile.
    if part-status is not equal to "00"
		display "ERROR: could not open " part-name " - status " part-status
		move 20 to return-code
		stop run
	end-if.
    open output plogFile.
    if plog-status is not equal to "00"
		display "ERROR: could not open " plog-name " - status " plog-status
		close partFile
		move 20 to return-code
		stop run
	end-if.
    open output pcsvFile.
    if pcsv-status is not equal to "00"
		display "ERROR: could not open " pcsv-name " - status " pcsv-status
		close partFile, plogFile
		move 20 to return-code
		stop run
	end-if.
    open output phisFile.
    if phis-status is not equal to "00"
		display "ERROR: could not open " phis-name " - status " phis-status
		close partFile, plogFile, pcsvFile
		move 20 to return-code
		stop run
	end-if.
*> the register is only read here; a missing one means nothing has
*> been registered yet.
    open input refRegister.
    if refreg-status is equal to "00"
		move 'Y' to reg-open
	else
		if refreg-status is not equal to "35"
			display "ERROR: could not open REFREG.DAT - status " refreg-status
			close partFile, plogFile, pcsvFile, phisFile
			move 20 to return-code
			stop run
		end-if
	end-if.
    move spaces to env-value.
    accept env-value from environment "DUPOVERRIDE".
    if env-value (1:1) is equal to 'Y' or env-value (1:1) is equal to 'y'
		move 'Y' to dup-override
	end-if.
    move 1 to eof-switch.
    perform convertLine until eof-switch is equal to zero.
    close partFile, plogFile, pcsvFile, phisFile.
    if reg-open is equal to 'Y'
		close refRegister
	end-if.
    perform writeOkMarker.
    display "Partition " part-no " complete: " rec-read-ct " read, "
		rec-conv-ct " converted, " rec-rej-ct " rejected, "
		rec-dup-ct " duplicate(s).".
    stop run.

buildNames.
    move spaces to part-name.
    string "PART" part-no ".IN" delimited by size into part-name.
    move spaces to plog-name.
    string "PART" part-no ".LOG" delimited by size into plog-name.
    move spaces to pcsv-name.
    string "PART" part-no ".CSV" delimited by size into pcsv-name.
    move spaces to phis-name.
    string "PART" part-no ".HIS" delimited by size into phis-name.
    move spaces to ok-name.
    string "PART" part-no ".OK" delimited by size into ok-name.
end-buildNames.

findPartition.
    read ctlFile
		at end move zero to eof-switch
	end-read.
    if eof-switch is not equal to zero
		if ctl-type is equal to 'H'
			move ch-file to fileName
		end-if
		if ctl-type is equal to 'P' and cp-part is equal to part-no
			move 'Y' to part-found
		end-if
	end-if.
end-findPartition.

convertLine.
    read partFile
		at end move 0 to eof-switch
	end-read.
    if eof-switch is not equal to zero then
		add 1 to rec-read-ct
		perform splitInputRecord
		if ref-result is not equal to zero
			move rec-numeral (1:30) to log-input
			move zero to temp
			move 9 to ret
			perform logConversion
			move spaces to input-area
			move rec-numeral (1:30) to in-r
			perform historyReject
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
					move rec-numeral (1:30) to log-input
					move zero to temp
					move 6 to ret
					perform logConversion
					move spaces to input-area
					move rec-numeral (1:30) to in-r
					perform historyReject
				else
					move spaces to input-area
					move rec-numeral (1:30) to in-r
					move zero to countSpaces
					inspect function reverse (in-r)
						tallying countSpaces for leading space
					compute inputLength = length of in-r - countSpaces
					move inputLength to n
					call "conv" using input-area, n, ret, temp
					move input-area to log-input
					perform logConversion
					if ret is equal to 1 then
						add 1 to rec-conv-ct
						add temp to actual-total
						perform historyConverted
					else
						perform historyReject
					end-if
				end-if
			end-if
		end-if
	end-if.
end-convertLine.

splitInputRecord.
*> same delimited layout as the conversion run: reference id, roman
*> numeral, free-text description. A record with no comma is a bare
*> numeral.
	move spaces to rec-ref.
	move spaces to rec-desc.
	move spaces to rec-numeral.
	move zero to comma-ct.
	inspect num tallying comma-ct for all ",".
	if comma-ct is greater than zero
		move 1 to split-ptr
		unstring num delimited by ","
			into rec-ref, rec-numeral
			with pointer split-ptr
		end-unstring
		if comma-ct is greater than 1
				and split-ptr is not greater than length of num
			move num (split-ptr:) to rec-desc
		end-if
	else
		move num to rec-numeral
	end-if.
	move zero to ref-result.
	if rec-ref is not equal to spaces
		move 'V' to ref-action
		call "refcheck" using ref-action, rec-ref, ref-result
	end-if.
end-splitInputRecord.

checkDuplicateRef.
*> a reference already on the register is a duplicate, and so is a
*> repeat within this partition of one converted here - convpar keeps
*> every sighting of a reference together, first one first.
	move 'N' to dup-skip.
	if rec-ref is not equal to spaces and dup-override is equal to 'N'
		if function upper-case (rec-ref) is equal to last-reg-ref
			move 'Y' to dup-skip
			accept log-yyyymmdd from date yyyymmdd
			move log-yyyymmdd to reg-date
			move fileName to reg-source
		else
			if reg-open is equal to 'Y'
				move function upper-case (rec-ref) to reg-ref
				read refRegister
					invalid key continue
					not invalid key move 'Y' to dup-skip
				end-read
			end-if
		end-if
	end-if.
end-checkDuplicateRef.

divertDuplicate.
	add 1 to rec-dup-ct.
	move spaces to phis-record.
	move part-seq to phis-seq.
	move 'D' to phis-action.
	accept log-yyyymmdd from date yyyymmdd.
	accept log-hhmmss from time.
	string log-yyyymmdd delimited by size
		"-" delimited by size
		log-hhmmss (1:6) delimited by size
		into phis-stamp.
	move rec-ref to phis-ref.
	move zero to phis-decimal.
	move zero to phis-ret.
	move reg-date to phis-first-date.
	move reg-source to phis-first-src.
	write phis-record.
end-divertDuplicate.

historyConverted.
	if rec-ref is not equal to spaces
		move function upper-case (rec-ref) to last-reg-ref
	end-if.
	move 'C' to phis-action.
	perform writeHistoryWork.
end-historyConverted.

historyReject.
	add 1 to rec-rej-ct.
	move zero to temp.
	move 'J' to phis-action.
	perform writeHistoryWork.
end-historyReject.

writeHistoryWork.
	move part-seq to phis-seq.
	move log-stamp to phis-stamp.
	move rec-ref to phis-ref.
	move function upper-case (in-r) to phis-numeral.
	move temp to phis-decimal.
	move ret to phis-ret.
	move zero to phis-first-date.
	move spaces to phis-first-src.
	write phis-record.
end-writeHistoryWork.

logConversion.
	accept log-yyyymmdd from date yyyymmdd.
	accept log-hhmmss from time.
	move spaces to plog-record.
	move spaces to log-stamp.
	string log-yyyymmdd delimited by size
		"-" delimited by size
		log-hhmmss (1:6) delimited by size
		into log-stamp.
	move part-seq to plog-seq.
	move log-stamp to clog-timestamp.
	move "FILE" to clog-entry-path.
	move log-input to clog-input.
	move temp to clog-sum.
	move ret to clog-ret.
	move rec-ref to log-ref.
	move log-ref to clog-ref.
	write plog-record.
	move temp to struct-decimal.
	move ret to struct-ret.
	move spaces to pcsv-record.
	move part-seq to pcsv-seq.
	string function trim (log-ref) delimited by size
		"," delimited by size
		function trim (log-input) delimited by size
		"," delimited by size
		function trim (struct-decimal) delimited by size
		"," delimited by size
		function trim (struct-ret) delimited by size
		into struct-record.
	write pcsv-record.
end-logConversion.

writeOkMarker.
    open output okFile.
    if ok-status is not equal to "00"
		display "ERROR: could not open " ok-name " - status " ok-status
		move 20 to return-code
		stop run
	end-if.
    accept log-yyyymmdd from date yyyymmdd.
    accept log-hhmmss from time.
    move spaces to ok-record.
    move part-no to ok-part.
    move rec-read-ct to ok-read.
    move rec-conv-ct to ok-conv.
    move rec-rej-ct to ok-rej.
    move rec-dup-ct to ok-dup.
    move actual-total to ok-total.
    string log-yyyymmdd delimited by size
		"-" delimited by size
		log-hhmmss (1:6) delimited by size
		into ok-stamp.
    write ok-record.
    close okFile.
end-writeOkMarker.

identification division.
program-id. convpar.
environment division.
input-output section.
file-control.
    select myFile assign to dynamic fileName
		organization is line sequential
		file status is myfile-status.
    select ctlFile assign to "PARTCTL.DAT"
		organization is line sequential
		file status is ctl-status.
    select workFile assign to "PARTWORK.TMP"
		organization is indexed
		access mode is dynamic
		record key is pw-key
		file status is work-status.
    select partFile assign to dynamic part-name
		organization is line sequential
		file status is part-status.
    select okFile assign to dynamic ok-name
		organization is line sequential
		file status is ok-status.

data division.
file section.
fd myFile.
01 input-record.
	05 num pic x(90).
*> PARTCTL.DAT: one 'H' line naming the input file, the partition
*> count and the state of the run (SPLIT, MERGING, MERGED), then one
*> 'P' line per partition with its reference range and record count.
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
*> the input re-keyed by upper-cased reference and input position, so
*> a sequential read hands back reference ranges with any repeats of
*> one reference together and still in input order.
fd workFile.
01 work-record.
	05 pw-key.
		10 pw-ref    pic x(12).
		10 pw-seq    pic 9(8).
	05 pw-data       pic x(90).
fd partFile.
01 part-record.
	05 part-seq      pic 9(8).
	05 filler        pic x.
	05 part-data     pic x(90).
fd okFile.
01 ok-record pic x(80).

working-storage section.
77  fileName      pic x(30).
77  env-value     pic x(30).
77  myfile-status pic xx.
77  ctl-status    pic xx.
77  work-status   pic xx.
77  part-status   pic xx.
77  ok-status     pic xx.
77  part-name     pic x(40).
77  ok-name       pic x(40).
77  del-name      pic x(40).
77  eof-switch    pic 9.
77  part-want     pic s9(4) usage is computational value 4.
77  part-max      pic s9(4) usage is computational value 20.
77  part-ct       pic s9(4) usage is computational value zero.
77  part-idx      pic s9(4) usage is computational.
77  part-no       pic 99.
77  part-open     pic x value 'N'.
77  total-ct      pic s9(8) usage is computational value zero.
77  target-ct     pic s9(8) usage is computational.
77  in-part-ct    pic s9(8) usage is computational.
77  rec-seq       pic s9(8) usage is computational value zero.
77  rec-ref       pic x(12).
77  prev-ref      pic x(12).
77  comma-ct      pic s99 usage is computational.
77  ctl-found     pic x value 'N'.
77  ctl-state     pic x(8).
77  ctl-file      pic x(30).
77  resume-run    pic x value 'N'.
77  run-ct        pic s9(4) usage is computational value zero.
77  done-ct       pic s9(4) usage is computational value zero.
77  fail-ct       pic s9(4) usage is computational value zero.
77  cmd-ptr       pic s9(4) usage is computational.
77  shell-cmd     pic x(1200).
77  log-yyyymmdd  pic 9(8).
77  log-hhmmss    pic 9(8).
77  split-stamp   pic x(15).
77  lock-action   pic x.
77  lock-holder   pic x(12) value "CONVPAR".
77  lock-result   pic s9 usage is computational-3.
77  lock-file     pic x(30) value "PARTCTL.DAT".

01  part-table.
    05  part-entry occurs 20 times.
        10 pt-low    pic x(12).
        10 pt-high   pic x(12).
        10 pt-count  pic s9(8) usage is computational.
        10 pt-done   pic x.

01  part-line.
    02 filler     pic x(11) value 'Partition '.
    02 pl-part    pic 99.
    02 filler     pic x(2) value spaces.
    02 pl-low     pic x(12).
    02 filler     pic x(3) value ' - '.
    02 pl-high    pic x(12).
    02 pl-count   pic z(7)9.
    02 filler     pic x(2) value spaces.
    02 pl-stat    pic x(10).

procedure division.
    display " ".
    display "Partitioned Conversion Run".
    display " --------------------------------------------".
*> ROMANFILE names the input as for the single-stream file run;
*> PARTITIONS sets how many reference-ID ranges it is split into.
    move spaces to fileName.
    accept fileName from environment "ROMANFILE".
    if fileName is equal to spaces
		display "Enter file name below: "
		accept fileName
	end-if.
    move spaces to env-value.
    accept env-value from environment "PARTITIONS".
    if env-value is not equal to spaces
		compute part-want = function numval (env-value)
	end-if.
    if part-want is less than 1 or part-want is greater than part-max
		display "PARTITIONS must be 1-20 - using 4."
		move 4 to part-want
	end-if.
    move 'A' to lock-action.
    call "filelock" using lock-action, lock-file, lock-holder, lock-result.
    if lock-result is not equal to zero
		display "Partitioned run aborted - PARTCTL.DAT is in use."
		move 20 to return-code
		stop run
	end-if.
    perform loadControl.
*> a run that was split but not yet merged is picked up where it
*> stopped: the split is kept and only partitions without their
*> PARTnn.OK marker are run again.
    if ctl-found is equal to 'Y' and ctl-state is not equal to "MERGED"
		if ctl-state is equal to "SPLIT" and ctl-file is equal to fileName
			move 'Y' to resume-run
			display "Resuming the partitioned run of "
				function trim (fileName) " - only failed partitions run again."
		else
			display "ERROR: PARTCTL.DAT holds a " function trim (ctl-state)
				" run of " function trim (ctl-file)
				" - finish it with convmerge first."
			perform releaseLock
			move 20 to return-code
			stop run
		end-if
	end-if.
    if resume-run is equal to 'N'
		perform splitInput
	end-if.
    perform runPartitions.
    perform reportPartitions.
    perform releaseLock.
    if fail-ct is greater than zero
		display fail-ct " partition(s) failed - run convpar again to rerun them."
		move 8 to return-code
	else
		display "All " part-ct " partition(s) complete - run convmerge."
	end-if.
    stop run.

loadControl.
    move 'N' to ctl-found.
    move zero to part-ct.
    open input ctlFile.
    if ctl-status is equal to "00"
		move 1 to eof-switch
		perform loadControlLine until eof-switch is equal to zero
		close ctlFile
	end-if.
end-loadControl.

loadControlLine.
    read ctlFile
		at end move zero to eof-switch
	end-read.
    if eof-switch is not equal to zero
		if ctl-type is equal to 'H'
			move 'Y' to ctl-found
			move ch-file to ctl-file
			move ch-state to ctl-state
		end-if
		if ctl-type is equal to 'P' and cp-part is not greater than part-max
				and cp-part is greater than zero
			move cp-part to part-idx
			move cp-low to pt-low (part-idx)
			move cp-high to pt-high (part-idx)
			move cp-count to pt-count (part-idx)
			move 'N' to pt-done (part-idx)
			if part-idx is greater than part-ct
				move part-idx to part-ct
			end-if
		end-if
	end-if.
end-loadControlLine.

splitInput.
*> pass one keys every record by reference; pass two deals the keyed
*> records out to PARTnn.IN in roughly equal ranges. A range never
*> ends in the middle of one reference, so a repeated reference is
*> seen by one partition and caught there as a duplicate.
    move 'A' to lock-action.
    call "filelock" using lock-action, fileName, lock-holder, lock-result.
    if lock-result is not equal to zero
		display "Partitioned run aborted - input file is in use."
		perform releaseLock
		move 20 to return-code
		stop run
	end-if.
    open input myFile.
    if myfile-status is not equal to "00"
		display "ERROR: could not open " fileName " - status " myfile-status
		perform releaseInput
		perform releaseLock
		move 20 to return-code
		stop run
	end-if.
    open output workFile.
    if work-status is not equal to "00"
		display "ERROR: could not open PARTWORK.TMP - status " work-status
		close myFile
		perform releaseInput
		perform releaseLock
		move 20 to return-code
		stop run
	end-if.
    move 1 to eof-switch.
    perform keyOneRecord until eof-switch is equal to zero.
    close myFile, workFile.
    perform releaseInput.
    perform clearOnePartition varying part-idx from 1 by 1
		until part-idx is greater than part-max.
    move zero to part-ct.
    if total-ct is greater than zero
		compute target-ct = (total-ct + part-want - 1) / part-want
		open input workFile
		move spaces to prev-ref
		move 1 to eof-switch
		perform dealOneRecord until eof-switch is equal to zero
		close workFile
		if part-open is equal to 'Y'
			close partFile
		end-if
	end-if.
    move "PARTWORK.TMP" to del-name.
    call "CBL_DELETE_FILE" using del-name.
    accept log-yyyymmdd from date yyyymmdd.
    accept log-hhmmss from time.
    move spaces to split-stamp.
    string log-yyyymmdd delimited by size
		"-" delimited by size
		log-hhmmss (1:6) delimited by size
		into split-stamp.
    move "SPLIT" to ctl-state.
    perform writeControl.
    display "Split " total-ct " record(s) of " function trim (fileName)
		" into " part-ct " partition(s).".
end-splitInput.

keyOneRecord.
    read myFile
		at end move zero to eof-switch
	end-read.
    if eof-switch is not equal to zero
		add 1 to rec-seq
		add 1 to total-ct
		move spaces to rec-ref
		move zero to comma-ct
		inspect num tallying comma-ct for all ","
		if comma-ct is greater than zero
			unstring num delimited by ","
				into rec-ref
			end-unstring
		end-if
		move spaces to work-record
		move function upper-case (rec-ref) to pw-ref
		move rec-seq to pw-seq
		move num to pw-data
		write work-record
			invalid key
				display "ERROR: could not key record " rec-seq
					" - status " work-status
		end-write
	end-if.
end-keyOneRecord.

dealOneRecord.
    read workFile next record
		at end move zero to eof-switch
	end-read.
    if eof-switch is not equal to zero
		if part-ct is equal to zero
			perform startPartition
		else
			if in-part-ct is not less than target-ct
					and part-ct is less than part-want
					and (pw-ref is equal to spaces or pw-ref is not equal to prev-ref)
				perform startPartition
			end-if
		end-if
		move spaces to part-record
		move pw-seq to part-seq
		move pw-data to part-data
		write part-record
		add 1 to in-part-ct
		add 1 to pt-count (part-ct)
		move pw-ref to pt-high (part-ct)
		move pw-ref to prev-ref
	end-if.
end-dealOneRecord.

startPartition.
    if part-open is equal to 'Y'
		close partFile
	end-if.
    add 1 to part-ct.
    move part-ct to part-no.
    move spaces to part-name.
    string "PART" delimited by size
		part-no delimited by size
		".IN" delimited by size
		into part-name.
    open output partFile.
    if part-status is not equal to "00"
		display "ERROR: could not open " part-name " - status " part-status
		close workFile
		perform releaseLock
		move 20 to return-code
		stop run
	end-if.
    move 'Y' to part-open.
    move pw-ref to pt-low (part-ct).
    move pw-ref to pt-high (part-ct).
    move zero to pt-count (part-ct).
    move 'N' to pt-done (part-ct).
    move zero to in-part-ct.
end-startPartition.

clearOnePartition.
*> a fresh split leaves nothing of an earlier run's partitions behind.
    move part-idx to part-no.
    move spaces to del-name.
    string "PART" part-no ".IN" delimited by size into del-name.
    call "CBL_DELETE_FILE" using del-name.
    move spaces to del-name.
    string "PART" part-no ".LOG" delimited by size into del-name.
    call "CBL_DELETE_FILE" using del-name.
    move spaces to del-name.
    string "PART" part-no ".CSV" delimited by size into del-name.
    call "CBL_DELETE_FILE" using del-name.
    move spaces to del-name.
    string "PART" part-no ".HIS" delimited by size into del-name.
    call "CBL_DELETE_FILE" using del-name.
    move spaces to del-name.
    string "PART" part-no ".OK" delimited by size into del-name.
    call "CBL_DELETE_FILE" using del-name.
    move spaces to del-name.
    string "PART" part-no ".OUT" delimited by size into del-name.
    call "CBL_DELETE_FILE" using del-name.
end-clearOnePartition.

writeControl.
    open output ctlFile.
    if ctl-status is not equal to "00"
		display "ERROR: could not open PARTCTL.DAT - status " ctl-status
		perform releaseLock
		move 20 to return-code
		stop run
	end-if.
    move spaces to ctl-head-record.
    move 'H' to ctl-type.
    move fileName to ch-file.
    move part-ct to ch-parts.
    move total-ct to ch-total.
    move split-stamp to ch-stamp.
    move ctl-state to ch-state.
    write ctl-head-record.
    perform writeControlPart varying part-idx from 1 by 1
		until part-idx is greater than part-ct.
    close ctlFile.
end-writeControl.

writeControlPart.
    move spaces to ctl-part-record.
    move 'P' to ctl-type.
    move part-idx to cp-part.
    move pt-low (part-idx) to cp-low.
    move pt-high (part-idx) to cp-high.
    move pt-count (part-idx) to cp-count.
    move part-idx to part-no.
    string "PART" part-no ".IN" delimited by size into cp-file.
    write ctl-part-record.
end-writeControlPart.

runPartitions.
*> every partition still lacking its OK marker is started in the
*> background in one shell, which waits for them all to finish.
    move spaces to shell-cmd.
    move 1 to cmd-ptr.
    move zero to run-ct.
    perform queueOnePartition varying part-idx from 1 by 1
		until part-idx is greater than part-ct.
    if run-ct is greater than zero
		string "wait" delimited by size
			into shell-cmd with pointer cmd-ptr
		display "Starting " run-ct " partition(s)."
		call "system" using shell-cmd
	end-if.
end-runPartitions.

queueOnePartition.
    perform checkPartitionDone.
    if pt-done (part-idx) is equal to 'N'
		add 1 to run-ct
		move part-idx to part-no
		string "PARTNO=" delimited by size
			part-no delimited by size
			" ./convpart > PART" delimited by size
			part-no delimited by size
			".OUT 2>&1 & " delimited by size
			into shell-cmd with pointer cmd-ptr
	end-if.
end-queueOnePartition.

checkPartitionDone.
    move part-idx to part-no.
    move spaces to ok-name.
    string "PART" part-no ".OK" delimited by size into ok-name.
    move 'N' to pt-done (part-idx).
    open input okFile.
    if ok-status is equal to "00"
		move 'Y' to pt-done (part-idx)
		close okFile
	end-if.
end-checkPartitionDone.

reportPartitions.
    move zero to done-ct.
    move zero to fail-ct.
    perform reportOnePartition varying part-idx from 1 by 1
		until part-idx is greater than part-ct.
end-reportPartitions.

reportOnePartition.
    perform checkPartitionDone.
    move part-idx to pl-part.
    move pt-low (part-idx) to pl-low.
    move pt-high (part-idx) to pl-high.
    move pt-count (part-idx) to pl-count.
    if pt-done (part-idx) is equal to 'Y'
		add 1 to done-ct
		move "COMPLETE" to pl-stat
	else
		add 1 to fail-ct
		move "FAILED" to pl-stat
	end-if.
    display part-line.
end-reportOnePartition.

releaseInput.
    move 'R' to lock-action.
    call "filelock" using lock-action, fileName, lock-holder, lock-result.
end-releaseInput.

releaseLock.
    move 'R' to lock-action.
    call "filelock" using lock-action, lock-file, lock-holder, lock-result.
end-releaseLock.

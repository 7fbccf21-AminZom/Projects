identification division.
program-id. convmerge.
environment division.
input-output section.
file-control.
    select ctlFile assign to "PARTCTL.DAT"
		organization is line sequential
		file status is ctl-status.
    select okFile assign to dynamic ok-name
		organization is line sequential
		file status is ok-status.
    select plogFile assign to dynamic plog-name
		organization is line sequential
		file status is plog-status.
    select pcsvFile assign to dynamic pcsv-name
		organization is line sequential
		file status is pcsv-status.
    select phisFile assign to dynamic phis-name
		organization is line sequential
		file status is phis-status.
    select mergeWork assign to "MRGWORK.TMP"
		organization is indexed
		access mode is dynamic
		record key is mw-key
		file status is work-status.
    select convLog assign to "CONVLOG.TXT"
		organization is line sequential
		file status is convlog-status.
    select structResult assign to "RESULTS.CSV"
		organization is line sequential
		file status is structres-status.
    select exceptionsReport assign to "RECONCILE.TXT"
		organization is line sequential
		file status is exceptions-status.
    select dupReport assign to "DUPREFS.TXT"
		organization is line sequential
		file status is dup-status.
    select masterFile assign to "CONVMSTR.DAT"
		organization is indexed
		access mode is dynamic
		record key is master-numeral
		alternate record key is master-decimal with duplicates
		file status is master-status.
    select histFile assign to "CONVHIST.DAT"
		organization is indexed
		access mode is dynamic
		record key is hist-key
		file status is hist-status.
    select refRegister assign to "REFREG.DAT"
		organization is indexed
		access mode is dynamic
		record key is reg-ref
		file status is refreg-status.
    select masterCopy assign to "CONVMSTR.PRE"
		organization is line sequential
		file status is mcopy-status.
    select histCopy assign to "CONVHIST.PRE"
		organization is line sequential
		file status is hcopy-status.
    select registerCopy assign to "REFREG.PRE"
		organization is line sequential
		file status is rcopy-status.

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
fd plogFile.
01 plog-record.
	05 plog-seq      pic 9(8).
	05 filler        pic x.
	05 plog-body     pic x(80).
fd pcsvFile.
01 pcsv-record.
	05 pcsv-seq      pic 9(8).
	05 filler        pic x.
	05 pcsv-row      pic x(80).
fd phisFile.
01 phis-record.
	05 phis-seq      pic 9(8).
	05 filler        pic x.
	05 phis-body     pic x(112).
*> every partition line keyed by input position, then A the log line,
*> B the results row, C the history work - read back in key order the
*> whole run comes out as the single stream would have written it.
fd mergeWork.
01 work-record.
	05 mw-key.
		10 mw-seq    pic 9(8).
		10 mw-kind   pic x.
	05 mw-data       pic x(112).
fd convLog.
01 conv-log-record.
	05 clog-timestamp   pic x(15).
	05 filler           pic x value space.
	05 clog-entry-path  pic x(8).
	05 filler           pic x value space.
	05 clog-input       pic x(30).
	05 filler           pic x value space.
	05 clog-sum         pic -(8)9.
	05 filler           pic x value space.
	05 clog-ret         pic 9.
	05 filler           pic x value space.
	05 clog-ref         pic x(12).
	05 filler           pic x value space.
	05 clog-seq         pic 9(6).
	05 filler           pic x value space.
	05 clog-check       pic 9(4).
fd structResult.
01 struct-record pic x(80).
fd exceptionsReport.
01 exception-record pic x(100).
fd dupReport.
01 dup-record.
	05 dup-ref        pic x(12).
	05 filler         pic x value space.
	05 dup-first-date pic 9(8).
	05 filler         pic x value space.
	05 dup-first-src  pic x(30).
	05 filler         pic x value space.
	05 dup-this-src   pic x(30).
fd masterFile.
01 master-record.
	05 master-numeral    pic x(30).
	05 master-decimal    pic 9(8).
	05 master-first-seen pic x(15).
	05 master-last-seen  pic x(15).
	05 master-count      pic 9(8).
	05 master-last-ref   pic x(12).
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
fd refRegister.
01 register-record.
	05 reg-ref    pic x(12).
	05 reg-date   pic 9(8).
	05 reg-source pic x(30).
*> the copies of the indexed stores hold their records one to a line,
*> in key order, so a put-back rebuilds every key.
fd masterCopy.
01 master-copy-record  pic x(88).
fd histCopy.
01 hist-copy-record    pic x(102).
fd registerCopy.
01 register-copy-record pic x(50).

working-storage section.
77  fileName      pic x(30).
77  env-value     pic x(30).
77  ctl-status    pic xx.
77  ok-status     pic xx.
77  plog-status   pic xx.
77  pcsv-status   pic xx.
77  phis-status   pic xx.
77  work-status   pic xx.
77  convlog-status pic xx.
77  structres-status pic xx.
77  exceptions-status pic xx.
77  dup-status    pic xx.
77  master-status pic xx.
77  hist-status   pic xx.
77  refreg-status pic xx.
77  mcopy-status  pic xx.
77  hcopy-status  pic xx.
77  rcopy-status  pic xx.
77  store-name    pic x(12).
77  ok-name       pic x(40).
77  plog-name     pic x(40).
77  pcsv-name     pic x(40).
77  phis-name     pic x(40).
77  del-name      pic x(40).
77  copy-from     pic x(40).
77  copy-to       pic x(40).
77  file-info     pic x(16).
77  shared-idx    pic s9(4) usage is computational.
77  eof-switch    pic 9.
77  load-eof      pic 9.
77  seed-eof      pic 9.
77  ctl-found     pic x value 'N'.
77  ctl-state     pic x(8).
77  ctl-stamp     pic x(15).
77  ctl-total     pic s9(8) usage is computational value zero.
77  part-max      pic s9(4) usage is computational value 20.
77  part-ct       pic s9(4) usage is computational value zero.
77  part-idx      pic s9(4) usage is computational.
77  part-no       pic 99.
77  fail-ct       pic s9(4) usage is computational value zero.
77  dup-open      pic x value 'N'.
77  clog-seq-ct   pic 9(6) value zero.
77  clog-prev-check pic 9(4) value zero.
77  seal-area     pic x(87).
77  log-line-ct   pic s9(8) usage is computational value zero.
77  rec-read-ct   pic s9(8) usage is computational value zero.
77  rec-conv-ct   pic s9(8) usage is computational value zero.
77  rec-rej-ct    pic s9(8) usage is computational value zero.
77  rec-dup-ct    pic s9(8) usage is computational value zero.
77  control-total pic s9(8) usage is computational value zero.
77  actual-total  pic s9(8) usage is computational value zero.
77  variance      pic s9(8) usage is computational value zero.
77  control-set   pic x value 'N'.
77  lock-action   pic x.
77  lock-holder   pic x(12) value "CONVMERGE".
77  lock-result   pic s9 usage is computational-3.
77  lock-file     pic x(30) value "PARTCTL.DAT".
77  exc-action    pic x value 'R'.
77  exc-result    pic s9 usage is computational-3.
77  exc-control   pic -(8)9.
77  exc-actual    pic -(8)9.
77  exc-variance  pic -(8)9.

*> what a run raises on the operations exception queue.
01  exc-entry.
    05 exc-source   pic x(12) value "CONVMERGE".
    05 exc-severity pic 9.
    05 exc-key      pic x(40).
    05 exc-text     pic x(60).
    05 exc-id       pic 9(8).

*> the flat shared files a merge updates, and the copy of each taken
*> before it starts.  The indexed stores are copied record by record.
01  shared-table-init.
    05 filler pic x(24) value "CONVLOG.TXT CONVLOG.PRE ".
    05 filler pic x(24) value "RESULTS.CSV RESULTS.PRE ".
01  shared-table redefines shared-table-init.
    05 shared-entry occurs 2 times.
        10 shared-live pic x(12).
        10 shared-copy pic x(12).

01  part-table.
    05  part-entry occurs 20 times.
        10 pt-low    pic x(12).
        10 pt-high   pic x(12).
        10 pt-count  pic s9(8) usage is computational.
        10 pt-file   pic x(12).

*> the history work line as convpart writes it, after the position.
01  his-work.
	05 hw-action     pic x.
	05 filler        pic x.
	05 hw-stamp      pic x(15).
	05 filler        pic x.
	05 hw-ref        pic x(12).
	05 filler        pic x.
	05 hw-numeral    pic x(30).
	05 filler        pic x.
	05 hw-decimal    pic 9(8).
	05 filler        pic x.
	05 hw-ret        pic 9.
	05 filler        pic x.
	05 hw-first-date pic 9(8).
	05 filler        pic x.
	05 hw-first-src  pic x(30).

01  exception-head.
    02 filler pic x(39) value 'Control Total Reconciliation Exception'.
01  exception-file-line.
    02 filler     pic x(16) value 'File Name:      '.
    02 ex-filename pic x(30).
01  exception-control-line.
    02 filler     pic x(16) value 'Expected Total: '.
    02 ex-control pic z(7)9-.
01  exception-actual-line.
    02 filler     pic x(16) value 'Actual Total:   '.
    02 ex-actual  pic z(7)9-.
01  exception-variance-line.
    02 filler     pic x(16) value 'Variance:       '.
    02 ex-variance pic z(7)9-.

01  trailer-file-line.
    02 filler     pic x(16) value 'File Name:      '.
    02 tr-filename pic x(30).
01  trailer-parts-line.
    02 filler     pic x(16) value 'Partitions:     '.
    02 tr-parts   pic z(7)9.
01  trailer-read-line.
    02 filler     pic x(16) value 'Records Read:   '.
    02 tr-read    pic z(7)9.
01  trailer-conv-line.
    02 filler     pic x(16) value 'Converted:      '.
    02 tr-conv    pic z(7)9.
01  trailer-rej-line.
    02 filler     pic x(16) value 'Rejected:       '.
    02 tr-rej     pic z(7)9.
01  trailer-dup-line.
    02 filler     pic x(16) value 'Duplicates:     '.
    02 tr-dup     pic z(7)9.
01  trailer-log-line.
    02 filler     pic x(16) value 'Log Lines:      '.
    02 tr-log     pic z(7)9.
01  trailer-recon-line.
    02 filler     pic x(16) value 'Reconciliation: '.
    02 tr-recon   pic x(30).

procedure division.
    display " ".
    display "Partitioned Conversion Merge".
    display " --------------------------------------------".
    move 'A' to lock-action.
    call "filelock" using lock-action, lock-file, lock-holder, lock-result.
    if lock-result is not equal to zero
		display "Merge aborted - PARTCTL.DAT is in use."
		move 20 to return-code
		stop run
	end-if.
    perform loadControl.
    evaluate ctl-state
		when "SPLIT"
			continue
		when "MERGED"
			display "The partitioned run of " function trim (fileName)
				" is already merged - nothing to do."
			perform releaseLock
			stop run
		when "MERGING"
*> the shared files were part way through being updated; merging
*> again over them would apply the first stretch twice, so they are
*> put back from the copies taken before that merge began.
			display "An earlier merge of " function trim (fileName)
				" stopped part way - CONVLOG.TXT and RESULTS.CSV are put back"
				" from their .PRE copies, and CONVMSTR.DAT, CONVHIST.DAT and"
				" REFREG.DAT are reloaded from theirs, before merging again."
			perform restoreSharedFiles
			move "SPLIT" to ctl-state
			perform writeControl
		when other
			display "ERROR: PARTCTL.DAT has no partitioned run on it."
			perform releaseLock
			move 20 to return-code
			stop run
	end-evaluate.
    perform checkOnePartition varying part-idx from 1 by 1
		until part-idx is greater than part-ct.
    if fail-ct is greater than zero
		display fail-ct " partition(s) not complete - run convpar again before merging."
		perform releaseLock
		move 8 to return-code
		stop run
	end-if.
    perform buildMergeWork.
    perform saveSharedFiles.
    perform openSharedFiles.
    move "MERGING" to ctl-state.
    perform writeControl.
    open input mergeWork.
    if work-status is not equal to "00"
		display "ERROR: could not open MRGWORK.TMP - status " work-status
		perform releaseLock
		move 20 to return-code
		stop run
	end-if.
    move 1 to eof-switch.
    perform applyOneLine until eof-switch is equal to zero.
    close mergeWork, convLog, structResult, masterFile, histFile, refRegister.
    if dup-open is equal to 'Y'
		close dupReport
	end-if.
    move "MRGWORK.TMP" to del-name.
    call "CBL_DELETE_FILE" using del-name.
    move spaces to env-value.
    accept env-value from environment "CONTROLTOTAL".
    if env-value is not equal to spaces
		compute control-total = function numval (env-value)
		move 'Y' to control-set
		perform controlTotalCheck
	end-if.
    move "MERGED" to ctl-state.
    perform writeControl.
    perform dropSharedCopies.
    perform writeTrailer.
    perform releaseLock.
    stop run.

loadControl.
    open input ctlFile.
    if ctl-status is not equal to "00"
		display "ERROR: could not open PARTCTL.DAT - status " ctl-status
		perform releaseLock
		move 20 to return-code
		stop run
	end-if.
    move spaces to ctl-state.
    move 1 to load-eof.
    perform loadControlLine until load-eof is equal to zero.
    close ctlFile.
end-loadControl.

loadControlLine.
    read ctlFile
		at end move zero to load-eof
	end-read.
    if load-eof is not equal to zero
		if ctl-type is equal to 'H'
			move 'Y' to ctl-found
			move ch-file to fileName
			move ch-state to ctl-state
			move ch-stamp to ctl-stamp
			move ch-total to ctl-total
		end-if
		if ctl-type is equal to 'P' and cp-part is not greater than part-max
				and cp-part is greater than zero
			move cp-part to part-idx
			move cp-low to pt-low (part-idx)
			move cp-high to pt-high (part-idx)
			move cp-count to pt-count (part-idx)
			move cp-file to pt-file (part-idx)
			if part-idx is greater than part-ct
				move part-idx to part-ct
			end-if
		end-if
	end-if.
end-loadControlLine.

writeControl.
*> the control file is rewritten whole with the new state.
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
    move ctl-total to ch-total.
    move ctl-stamp to ch-stamp.
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
    move pt-file (part-idx) to cp-file.
    write ctl-part-record.
end-writeControlPart.

checkOnePartition.
    perform buildNames.
    open input okFile.
    if ok-status is not equal to "00"
		add 1 to fail-ct
		display "Partition " part-no " has not completed."
	else
		read okFile
			at end
				add 1 to fail-ct
				display "Partition " part-no " has an empty OK marker."
			not at end
				add ok-read to rec-read-ct
				add ok-conv to rec-conv-ct
				add ok-rej to rec-rej-ct
				add ok-dup to rec-dup-ct
				add ok-total to actual-total
		end-read
		close okFile
	end-if.
end-checkOnePartition.

buildNames.
    move part-idx to part-no.
    move spaces to ok-name.
    string "PART" part-no ".OK" delimited by size into ok-name.
    move spaces to plog-name.
    string "PART" part-no ".LOG" delimited by size into plog-name.
    move spaces to pcsv-name.
    string "PART" part-no ".CSV" delimited by size into pcsv-name.
    move spaces to phis-name.
    string "PART" part-no ".HIS" delimited by size into phis-name.
end-buildNames.

buildMergeWork.
    open output mergeWork.
    if work-status is not equal to "00"
		display "ERROR: could not open MRGWORK.TMP - status " work-status
		perform releaseLock
		move 20 to return-code
		stop run
	end-if.
    perform loadOnePartition varying part-idx from 1 by 1
		until part-idx is greater than part-ct.
    close mergeWork.
end-buildMergeWork.

loadOnePartition.
    perform buildNames.
    open input plogFile.
    if plog-status is not equal to "00"
		display "ERROR: could not open " plog-name " - status " plog-status
		close mergeWork
		perform releaseLock
		move 20 to return-code
		stop run
	end-if.
    move 1 to load-eof.
    perform loadLogLine until load-eof is equal to zero.
    close plogFile.
    open input pcsvFile.
    if pcsv-status is not equal to "00"
		display "ERROR: could not open " pcsv-name " - status " pcsv-status
		close mergeWork
		perform releaseLock
		move 20 to return-code
		stop run
	end-if.
    move 1 to load-eof.
    perform loadCsvLine until load-eof is equal to zero.
    close pcsvFile.
    open input phisFile.
    if phis-status is not equal to "00"
		display "ERROR: could not open " phis-name " - status " phis-status
		close mergeWork
		perform releaseLock
		move 20 to return-code
		stop run
	end-if.
    move 1 to load-eof.
    perform loadHisLine until load-eof is equal to zero.
    close phisFile.
end-loadOnePartition.

loadLogLine.
    read plogFile
		at end move zero to load-eof
	end-read.
    if load-eof is not equal to zero
		move spaces to work-record
		move plog-seq to mw-seq
		move 'A' to mw-kind
		move plog-body to mw-data
		perform writeWorkLine
	end-if.
end-loadLogLine.

loadCsvLine.
    read pcsvFile
		at end move zero to load-eof
	end-read.
    if load-eof is not equal to zero
		move spaces to work-record
		move pcsv-seq to mw-seq
		move 'B' to mw-kind
		move pcsv-row to mw-data
		perform writeWorkLine
	end-if.
end-loadCsvLine.

loadHisLine.
    read phisFile
		at end move zero to load-eof
	end-read.
    if load-eof is not equal to zero
		move spaces to work-record
		move phis-seq to mw-seq
		move 'C' to mw-kind
		move phis-body to mw-data
		perform writeWorkLine
	end-if.
end-loadHisLine.

writeWorkLine.
    write work-record
		invalid key
			display "ERROR: input record " mw-seq " appears in two partitions."
			close mergeWork
			perform releaseLock
			move 20 to return-code
			stop run
	end-write.
end-writeWorkLine.

openSharedFiles.
    perform seedSealChain.
    open extend convLog.
    if convlog-status is not equal to "00"
		open output convLog
		close convLog
		open extend convLog
	end-if.
    if convlog-status is not equal to "00"
		display "ERROR: could not open CONVLOG.TXT - status " convlog-status
		perform releaseLock
		move 20 to return-code
		stop run
	end-if.
    open extend structResult.
    if structres-status is not equal to "00"
		open output structResult
		close structResult
		open extend structResult
	end-if.
    if structres-status is not equal to "00"
		display "ERROR: could not open RESULTS.CSV - status " structres-status
		close convLog
		perform releaseLock
		move 20 to return-code
		stop run
	end-if.
    open i-o masterFile.
    if master-status is equal to "35"
		open output masterFile
		close masterFile
		open i-o masterFile
	end-if.
    if master-status is not equal to "00"
		display "ERROR: could not open CONVMSTR.DAT - status " master-status
		close convLog, structResult
		perform releaseLock
		move 20 to return-code
		stop run
	end-if.
    open i-o histFile.
    if hist-status is equal to "35"
		open output histFile
		close histFile
		open i-o histFile
	end-if.
    if hist-status is not equal to "00"
		display "ERROR: could not open CONVHIST.DAT - status " hist-status
		close convLog, structResult, masterFile
		perform releaseLock
		move 20 to return-code
		stop run
	end-if.
    open i-o refRegister.
    if refreg-status is equal to "35"
		open output refRegister
		close refRegister
		open i-o refRegister
	end-if.
    if refreg-status is not equal to "00"
		display "ERROR: could not open REFREG.DAT - status " refreg-status
		close convLog, structResult, masterFile, histFile
		perform releaseLock
		move 20 to return-code
		stop run
	end-if.
end-openSharedFiles.

applyOneLine.
    read mergeWork next record
		at end move zero to eof-switch
	end-read.
    if eof-switch is not equal to zero
		evaluate mw-kind
			when 'A' perform writeLogLine
			when 'B' perform writeResultRow
			when 'C' perform applyHistoryWork
		end-evaluate
	end-if.
end-applyOneLine.

writeLogLine.
*> the partition's line gets the merged run's sequence and is sealed
*> onto the chain, so logverify sees one unbroken run.
    move spaces to conv-log-record.
    move mw-data (1:80) to conv-log-record (1:80).
    add 1 to clog-seq-ct.
    move clog-seq-ct to clog-seq.
    move conv-log-record (1:87) to seal-area.
    call "logseal" using seal-area, clog-prev-check, clog-check.
    move clog-check to clog-prev-check.
    write conv-log-record.
    add 1 to log-line-ct.
end-writeLogLine.

writeResultRow.
    move mw-data (1:80) to struct-record.
    write struct-record.
end-writeResultRow.

applyHistoryWork.
*> the history event carries the stamp convpart put on the log line
*> and the sequence that line has just been given.
    move mw-data to his-work.
    evaluate hw-action
		when 'C'
			if hw-numeral is not equal to spaces
				perform updateMaster
			end-if
			if hw-ref is not equal to spaces
				perform registerRef
			end-if
		when 'J'
			perform writeHistory
		when 'D'
			perform divertDuplicate
	end-evaluate.
end-applyHistoryWork.

updateMaster.
    move hw-numeral to master-numeral.
    read masterFile
		invalid key
			perform newMasterRecord
		not invalid key
			add 1 to master-count
			move hw-decimal to master-decimal
			move hw-stamp to master-last-seen
			move hw-ref to master-last-ref
			rewrite master-record
	end-read.
    perform writeHistory.
end-updateMaster.

newMasterRecord.
    move hw-numeral to master-numeral.
    move hw-decimal to master-decimal.
    move hw-stamp to master-first-seen.
    move hw-stamp to master-last-seen.
    move 1 to master-count.
    move hw-ref to master-last-ref.
    write master-record.
end-newMasterRecord.

writeHistory.
    move spaces to hist-record.
    move hw-stamp to hist-stamp.
    move clog-seq-ct to hist-seq.
    move hw-ref to hist-ref.
    move hw-numeral to hist-numeral.
    move hw-decimal to hist-decimal.
    move hw-ret to hist-ret.
    move fileName to hist-source.
    write hist-record
		invalid key continue
	end-write.
end-writeHistory.

registerRef.
*> registered under the day of the conversion, not of the merge, so
*> the register agrees with the log when the day is balanced.
    move function upper-case (hw-ref) to reg-ref.
    read refRegister
		invalid key
			move function upper-case (hw-ref) to reg-ref
			move hw-stamp (1:8) to reg-date
			move fileName to reg-source
			write register-record
		not invalid key continue
	end-read.
end-registerRef.

divertDuplicate.
    if dup-open is equal to 'N'
		open extend dupReport
		if dup-status is not equal to "00"
			open output dupReport
			close dupReport
			open extend dupReport
		end-if
		if dup-status is equal to "00"
			move 'Y' to dup-open
		else
			display "ERROR: could not open DUPREFS.TXT - status " dup-status
		end-if
	end-if.
    if dup-open is equal to 'Y'
		move spaces to dup-record
		move hw-ref to dup-ref
		move hw-first-date to dup-first-date
		move hw-first-src to dup-first-src
		move fileName to dup-this-src
		write dup-record
	end-if.
    perform raiseDuplicate.
end-divertDuplicate.

raiseDuplicate.
*> the same reference diverted again is counted on its open item.
    move 3 to exc-severity.
    move spaces to exc-key.
    string "REF " delimited by size
		hw-ref delimited by space
		into exc-key.
    move spaces to exc-text.
    string "duplicate in " delimited by size
		fileName delimited by space
		" - first seen " delimited by size
		hw-first-date delimited by size
		" in " delimited by size
		hw-first-src delimited by space
		into exc-text.
    call "excqueue" using exc-action, exc-entry, exc-result.
end-raiseDuplicate.

seedSealChain.
*> the merged run continues the chain from the last sealed line
*> already on the log, as every CONVLOG writer does.
    open input convLog.
    if convlog-status is equal to "00"
		move 1 to seed-eof
		perform seedOneLine until seed-eof is equal to zero
		close convLog
	end-if.
end-seedSealChain.

seedOneLine.
    read convLog
		at end move zero to seed-eof
		not at end
			if clog-seq is numeric and clog-check is numeric
				move clog-check to clog-prev-check
			end-if
	end-read.
end-seedOneLine.

controlTotalCheck.
    compute variance = actual-total - control-total.
    open output exceptionsReport.
    if exceptions-status is not equal to "00"
		display "ERROR: could not open RECONCILE.TXT - status "
			exceptions-status
	else
		if variance is not equal to zero
			move spaces to exception-record
			move exception-head to exception-record
			write exception-record
			move fileName to ex-filename
			move exception-file-line to exception-record
			write exception-record
			move control-total to ex-control
			move exception-control-line to exception-record
			write exception-record
			move actual-total to ex-actual
			move exception-actual-line to exception-record
			write exception-record
			move variance to ex-variance
			move exception-variance-line to exception-record
			write exception-record
		end-if
		close exceptionsReport
	end-if.
    if variance is not equal to zero
		perform raiseMismatch
	end-if.
end-controlTotalCheck.

raiseMismatch.
    move 1 to exc-severity.
    move fileName to exc-key.
    move control-total to exc-control.
    move actual-total to exc-actual.
    move variance to exc-variance.
    move spaces to exc-text.
    string "MISMATCH - control " delimited by size
		function trim (exc-control) delimited by size
		" actual " delimited by size
		function trim (exc-actual) delimited by size
		" variance " delimited by size
		function trim (exc-variance) delimited by size
		into exc-text.
    call "excqueue" using exc-action, exc-entry, exc-result.
end-raiseMismatch.

writeTrailer.
    display " --------------------------------------------".
    move fileName to tr-filename.
    display trailer-file-line.
    move part-ct to tr-parts.
    display trailer-parts-line.
    move rec-read-ct to tr-read.
    display trailer-read-line.
    move rec-conv-ct to tr-conv.
    display trailer-conv-line.
    move rec-rej-ct to tr-rej.
    display trailer-rej-line.
    move rec-dup-ct to tr-dup.
    display trailer-dup-line.
    move log-line-ct to tr-log.
    display trailer-log-line.
    if control-set is equal to 'Y'
		if variance is equal to zero
			move 'BALANCED' to tr-recon
		else
			move 'MISMATCH - SEE RECONCILE.TXT' to tr-recon
		end-if
		display trailer-recon-line
	end-if.
end-writeTrailer.

saveSharedFiles.
*> each shared file is copied to its .PRE name before MERGING goes on
*> the control file.  A file not there yet has no copy; putting the
*> files back leaves it empty or removes it again.
    perform saveOneFile varying shared-idx from 1 by 1
		until shared-idx is greater than 2.
    perform saveMaster.
    perform saveHistory.
    perform saveRegister.
end-saveSharedFiles.

saveOneFile.
    move shared-live (shared-idx) to copy-from.
    move shared-copy (shared-idx) to copy-to.
    call "CBL_CHECK_FILE_EXIST" using copy-from, file-info.
    if return-code is equal to zero
		call "CBL_COPY_FILE" using copy-from, copy-to
		if return-code is not equal to zero
			display "ERROR: could not copy " function trim (copy-from)
				" to " function trim (copy-to) " - merge not started."
			perform releaseLock
			move 20 to return-code
			stop run
		end-if
	else
		call "CBL_DELETE_FILE" using copy-to
	end-if.
end-saveOneFile.

saveMaster.
*> the indexed stores are read through in key order and written out a
*> record to a line; a byte copy would not carry their index.
    move "CONVMSTR.DAT" to store-name.
    open input masterFile.
    if master-status is equal to "35"
		move "CONVMSTR.PRE" to del-name
		call "CBL_DELETE_FILE" using del-name
	else
		if master-status is not equal to "00"
			display "ERROR: could not open CONVMSTR.DAT - status " master-status
			perform saveFailed
		end-if
		open output masterCopy
		if mcopy-status is not equal to "00"
			display "ERROR: could not open CONVMSTR.PRE - status " mcopy-status
			close masterFile
			perform saveFailed
		end-if
		move 1 to load-eof
		perform saveMasterRecord until load-eof is equal to zero
		close masterFile, masterCopy
	end-if.
end-saveMaster.

saveMasterRecord.
    read masterFile next record
		at end move zero to load-eof
	end-read.
    if load-eof is not equal to zero
		write master-copy-record from master-record
		if mcopy-status is not equal to "00"
			display "ERROR: could not write CONVMSTR.PRE - status " mcopy-status
			close masterFile, masterCopy
			perform saveFailed
		end-if
	end-if.
end-saveMasterRecord.

saveHistory.
    move "CONVHIST.DAT" to store-name.
    open input histFile.
    if hist-status is equal to "35"
		move "CONVHIST.PRE" to del-name
		call "CBL_DELETE_FILE" using del-name
	else
		if hist-status is not equal to "00"
			display "ERROR: could not open CONVHIST.DAT - status " hist-status
			perform saveFailed
		end-if
		open output histCopy
		if hcopy-status is not equal to "00"
			display "ERROR: could not open CONVHIST.PRE - status " hcopy-status
			close histFile
			perform saveFailed
		end-if
		move 1 to load-eof
		perform saveHistoryRecord until load-eof is equal to zero
		close histFile, histCopy
	end-if.
end-saveHistory.

saveHistoryRecord.
    read histFile next record
		at end move zero to load-eof
	end-read.
    if load-eof is not equal to zero
		write hist-copy-record from hist-record
		if hcopy-status is not equal to "00"
			display "ERROR: could not write CONVHIST.PRE - status " hcopy-status
			close histFile, histCopy
			perform saveFailed
		end-if
	end-if.
end-saveHistoryRecord.

saveRegister.
    move "REFREG.DAT" to store-name.
    open input refRegister.
    if refreg-status is equal to "35"
		move "REFREG.PRE" to del-name
		call "CBL_DELETE_FILE" using del-name
	else
		if refreg-status is not equal to "00"
			display "ERROR: could not open REFREG.DAT - status " refreg-status
			perform saveFailed
		end-if
		open output registerCopy
		if rcopy-status is not equal to "00"
			display "ERROR: could not open REFREG.PRE - status " rcopy-status
			close refRegister
			perform saveFailed
		end-if
		move 1 to load-eof
		perform saveRegisterRecord until load-eof is equal to zero
		close refRegister, registerCopy
	end-if.
end-saveRegister.

saveRegisterRecord.
    read refRegister next record
		at end move zero to load-eof
	end-read.
    if load-eof is not equal to zero
		write register-copy-record from register-record
		if rcopy-status is not equal to "00"
			display "ERROR: could not write REFREG.PRE - status " rcopy-status
			close refRegister, registerCopy
			perform saveFailed
		end-if
	end-if.
end-saveRegisterRecord.

saveFailed.
    display "Copy of " function trim (store-name) " not taken - merge not started.".
    perform releaseLock.
    move 20 to return-code.
    stop run.
end-saveFailed.

restoreSharedFiles.
    perform restoreOneFile varying shared-idx from 1 by 1
		until shared-idx is greater than 2.
    perform restoreMaster.
    perform restoreHistory.
    perform restoreRegister.
end-restoreSharedFiles.

restoreOneFile.
    move shared-copy (shared-idx) to copy-from.
    move shared-live (shared-idx) to copy-to.
    call "CBL_CHECK_FILE_EXIST" using copy-from, file-info.
    if return-code is equal to zero
		call "CBL_COPY_FILE" using copy-from, copy-to
		if return-code is not equal to zero
			display "ERROR: could not put back " function trim (copy-to)
				" from " function trim (copy-from)
				" - copy it back by hand before merging again."
			perform releaseLock
			move 20 to return-code
			stop run
		end-if
	else
		call "CBL_DELETE_FILE" using copy-to
	end-if.
end-restoreOneFile.

restoreMaster.
*> opening the store output empties it; reloading it from the copy
*> builds the numeral and decimal keys afresh.  With no copy the store
*> was not there before the merge, and is left empty.
    move "CONVMSTR.DAT" to store-name.
    open input masterCopy.
    if mcopy-status is not equal to "00" and mcopy-status is not equal to "35"
		display "ERROR: could not open CONVMSTR.PRE - status " mcopy-status
		perform restoreFailed
	end-if.
    open output masterFile.
    if master-status is not equal to "00"
		display "ERROR: could not open CONVMSTR.DAT - status " master-status
		if mcopy-status is equal to "00"
			close masterCopy
		end-if
		perform restoreFailed
	end-if.
    if mcopy-status is equal to "00"
		move 1 to load-eof
		perform restoreMasterRecord until load-eof is equal to zero
		close masterCopy
	end-if.
    close masterFile.
end-restoreMaster.

restoreMasterRecord.
    read masterCopy into master-record
		at end move zero to load-eof
	end-read.
    if load-eof is not equal to zero
		write master-record
			invalid key
				display "ERROR: could not reload " master-numeral
					" - status " master-status
				close masterCopy, masterFile
				perform restoreFailed
		end-write
	end-if.
end-restoreMasterRecord.

restoreHistory.
    move "CONVHIST.DAT" to store-name.
    open input histCopy.
    if hcopy-status is not equal to "00" and hcopy-status is not equal to "35"
		display "ERROR: could not open CONVHIST.PRE - status " hcopy-status
		perform restoreFailed
	end-if.
    open output histFile.
    if hist-status is not equal to "00"
		display "ERROR: could not open CONVHIST.DAT - status " hist-status
		if hcopy-status is equal to "00"
			close histCopy
		end-if
		perform restoreFailed
	end-if.
    if hcopy-status is equal to "00"
		move 1 to load-eof
		perform restoreHistoryRecord until load-eof is equal to zero
		close histCopy
	end-if.
    close histFile.
end-restoreHistory.

restoreHistoryRecord.
    read histCopy into hist-record
		at end move zero to load-eof
	end-read.
    if load-eof is not equal to zero
		write hist-record
			invalid key
				display "ERROR: could not reload " hist-key
					" - status " hist-status
				close histCopy, histFile
				perform restoreFailed
		end-write
	end-if.
end-restoreHistoryRecord.

restoreRegister.
    move "REFREG.DAT" to store-name.
    open input registerCopy.
    if rcopy-status is not equal to "00" and rcopy-status is not equal to "35"
		display "ERROR: could not open REFREG.PRE - status " rcopy-status
		perform restoreFailed
	end-if.
    open output refRegister.
    if refreg-status is not equal to "00"
		display "ERROR: could not open REFREG.DAT - status " refreg-status
		if rcopy-status is equal to "00"
			close registerCopy
		end-if
		perform restoreFailed
	end-if.
    if rcopy-status is equal to "00"
		move 1 to load-eof
		perform restoreRegisterRecord until load-eof is equal to zero
		close registerCopy
	end-if.
    close refRegister.
end-restoreRegister.

restoreRegisterRecord.
    read registerCopy into register-record
		at end move zero to load-eof
	end-read.
    if load-eof is not equal to zero
		write register-record
			invalid key
				display "ERROR: could not reload " reg-ref
					" - status " refreg-status
				close registerCopy, refRegister
				perform restoreFailed
		end-write
	end-if.
end-restoreRegisterRecord.

restoreFailed.
    display "Put " function trim (store-name)
	" back from its .PRE copy by hand before merging again.".
    perform releaseLock.
    move 20 to return-code.
    stop run.
end-restoreFailed.

dropSharedCopies.
    perform dropOneCopy varying shared-idx from 1 by 1
		until shared-idx is greater than 2.
    move "CONVMSTR.PRE" to del-name.
    call "CBL_DELETE_FILE" using del-name.
    move "CONVHIST.PRE" to del-name.
    call "CBL_DELETE_FILE" using del-name.
    move "REFREG.PRE" to del-name.
    call "CBL_DELETE_FILE" using del-name.
end-dropSharedCopies.

dropOneCopy.
    move shared-copy (shared-idx) to del-name.
    call "CBL_DELETE_FILE" using del-name.
end-dropOneCopy.

releaseLock.
    move 'R' to lock-action.
    call "filelock" using lock-action, lock-file, lock-holder, lock-result.
end-releaseLock.

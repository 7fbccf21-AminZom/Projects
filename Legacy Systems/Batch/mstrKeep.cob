		organization is indexed
		access mode is sequential
		record key is master-numeral
		alternate record key is master-decimal with duplicates
		file status is master-status.
    select legacyFile assign to "CONVMSTR.DAT"
		organization is indexed
		access mode is sequential
		record key is legacy-numeral
		file status is legacy-status.
    select backupFile assign to dynamic backup-name
		organization is indexed
		access mode is sequential
		record key is bkp-numeral
		alternate record key is bkp-decimal with duplicates
		file status is backup-status.
    select newFile assign to "CONVMSTR.NEW"
		organization is sequential
		file status is new-status.
    select keepReport assign to "MSTRKEEP.TXT"
		organization is line sequential
		file status is report-status.
    select snapFile assign to "BALSNAP.DAT"
		organization is line sequential
		file status is snap-status.

data division.
file section.
	05 master-last-seen  pic x(15).
	05 master-count      pic 9(8).
	05 master-last-ref   pic x(12).
fd legacyFile.
01 legacy-record.
	05 legacy-numeral    pic x(30).
	05 filler            pic x(58).
fd backupFile.
01 backup-record.
	05 bkp-numeral    pic x(30).
	05 new-last-ref   pic x(12).
fd keepReport.
01 report-record pic x(80).
fd snapFile.
01 snap-record.
	05 snap-stamp    pic x(15).
	05 filler        pic x.
	05 snap-source   pic x(8).
	05 filler        pic x.
	05 snap-rows     pic 9(8).
	05 filler        pic x.
	05 snap-total    pic 9(10).
	05 filler        pic x.
	05 snap-purged   pic 9(10).

working-storage section.
77  master-status   pic xx.
77  backup-status   pic xx.
77  new-status      pic xx.
77  legacy-status   pic xx.
77  legacy-mode     pic x value 'N'.
77  convert-env     pic x(10).
77  convert-only    pic x value 'N'.
77  reload-ct       pic s9(8) usage is computational value zero.
77  report-status   pic xx.
77  snap-status     pic xx.
77  run-time        pic 9(8).
77  backup-name     pic x(40).
77  run-date        pic 9(8).
77  months-env      pic x(10).
01  recon-line.
    02 filler   pic x(24) value 'Reconciliation:         '.
    02 rc-text  pic x(40).
01  convert-line.
    02 filler   pic x(45) value
       'Purge before month: none - index conversion'.
01  blank-line  pic x value space.

procedure division.
    if keep-months is less than 1
		move 1 to keep-months
	end-if.
*> MSTRKEEPCONVERT=Y only adds the decimal-value index to a master
*> built without it: nothing is purged, and a master that already has
*> the index (or no master at all) is left alone.  It runs ahead of
*> the first conversion step, which cannot open the old layout.
    move spaces to convert-env.
    accept convert-env from environment "MSTRKEEPCONVERT".
    if convert-env (1:1) is equal to 'Y'
			or convert-env (1:1) is equal to 'y'
		move 'Y' to convert-only
	end-if.
    move run-date (1:6) to work-yyyymm.
    move keep-months to months-back.
    perform stepBackMonths.
		move 20 to return-code
		stop run
	end-if.
*> a master built before the decimal-value index was added opens with
*> status 39; it is read through a description without the index and
*> the reload below builds the index, so one run converts it.
    open input masterFile.
    if master-status is equal to "39"
		open input legacyFile
		if legacy-status is equal to "00"
			move 'Y' to legacy-mode
			move "00" to master-status
			display "CONVMSTR.DAT has no decimal-value index - it is added"
				" by this rebuild."
		end-if
	end-if.
    if convert-only is equal to 'Y' and legacy-mode is equal to 'N'
		perform skipConversion
	end-if.
    if master-status is not equal to "00"
		display "ERROR: could not open CONVMSTR.DAT - status " master-status
		move 'R' to lock-action
    if backup-status is not equal to "00"
		display "ERROR: could not open backup " function trim (backup-name)
			" - status " backup-status
		perform closeOldMaster
		move 'R' to lock-action
		call "filelock" using lock-action, lock-file, lock-holder, lock-result
		move 20 to return-code
    open output newFile.
    if new-status is not equal to "00"
		display "ERROR: could not open CONVMSTR.NEW - status " new-status
		perform closeOldMaster
		close backupFile
		move 'R' to lock-action
		call "filelock" using lock-action, lock-file, lock-holder, lock-result
		move 20 to return-code
		stop run
	end-if.
    perform sweepRecord until eof-switch is equal to zero.
    perform closeOldMaster.
    close backupFile, newFile.
    perform swapRebuiltMaster.
    move 'R' to lock-action.
    call "filelock" using lock-action, lock-file, lock-holder, lock-result.
    perform writeReport.
    if convert-only is equal to 'N'
		perform writeSnapshot
	end-if.
    display "Master housekeeping complete: " before-ct " before, "
		purged-ct " purged, " kept-ct " kept.  Report on MSTRKEEP.TXT.".
    stop run.
    subtract 1 from work-yyyy.
end-normalizeMonth.

skipConversion.
    if master-status is equal to "00"
		close masterFile
		display "CONVMSTR.DAT already has the decimal-value index - nothing"
			" to convert."
	end-if.
    if master-status is equal to "35"
		display "No CONVMSTR.DAT yet - nothing to convert."
	end-if.
    if master-status is equal to "00" or master-status is equal to "35"
		move 'R' to lock-action
		call "filelock" using lock-action, lock-file, lock-holder, lock-result
		move zero to return-code
		stop run
	end-if.
end-skipConversion.

closeOldMaster.
    if legacy-mode is equal to 'Y'
		close legacyFile
	else
		close masterFile
	end-if.
end-closeOldMaster.

readOldMaster.
    if legacy-mode is equal to 'Y'
		read legacyFile
			at end move zero to eof-switch
			not at end move legacy-record to master-record
		end-read
	else
		read masterFile
			at end move zero to eof-switch
		end-read
	end-if.
end-readOldMaster.

sweepRecord.
*> every record goes to the dated backup generation; only records
*> seen on or after the cutoff month go to the rebuilt master.
    perform readOldMaster.
    if eof-switch is not equal to zero
		add 1 to before-ct
		add master-count to occ-before
		move master-record to backup-record
		write backup-record
		if convert-only is equal to 'N'
				and master-last-seen (1:6) is numeric
				and master-last-seen (1:6) is less than cutoff-yyyymm
			add 1 to purged-ct
		else
			add 1 to kept-ct
			add master-count to occ-after
			move master-record to new-record
			write new-record
		end-if
	end-if.
end-sweepRecord.

swapRebuiltMaster.
*> the kept records are loaded back through the file's own key
*> definitions rather than renamed into place, so the decimal-value
*> index is rebuilt with them.  The old master is gone once the
*> reload opens, so a failure from there on must stop the job cold -
*> reporting success here would hide a shop with no live master.
    open input newFile.
    if new-status is not equal to "00"
		display "ERROR: could not reopen CONVMSTR.NEW - status " new-status
			" - CONVMSTR.DAT not replaced"
		perform abandonSwap
	end-if.
    open output masterFile.
    if master-status is not equal to "00"
		display "ERROR: could not reload CONVMSTR.DAT - status "
			master-status
		close newFile
		perform abandonSwap
	end-if.
    move 1 to eof-switch.
    perform reloadRecord until eof-switch is equal to zero.
    close newFile, masterFile.
    if reload-ct is not equal to kept-ct
		display "ERROR: reloaded " reload-ct " of " kept-ct " kept records"
		perform abandonSwap
	end-if.
    move new-name to del-name.
    call "CBL_DELETE_FILE" using del-name.
    move zero to return-code.
end-swapRebuiltMaster.

reloadRecord.
    read newFile
		at end move zero to eof-switch
		not at end
			move new-record to master-record
			write master-record
				invalid key
					display "ERROR: reload write failed for "
						function trim (master-numeral) " - status "
						master-status
				not invalid key add 1 to reload-ct
			end-write
	end-read.
end-reloadRecord.

abandonSwap.
    display "CONVMSTR.NEW left on disk and the backup "
		function trim (backup-name) " holds the old master; restore"
		" by hand before the next conversion run".
    move 'R' to lock-action.
    call "filelock" using lock-action, lock-file, lock-holder, lock-result.
    move 20 to return-code.
    stop run.
end-abandonSwap.

writeReport.
    open output keepReport.
    if report-status is not equal to "00"
		write report-record from underline-1
		move backup-name to bl-name
		write report-record from backup-line
		if convert-only is equal to 'Y'
			write report-record from convert-line
		else
			move cutoff-yyyymm to cl-month
			move keep-months to cl-mons
			write report-record from cutoff-line
		end-if
		write report-record from blank-line
		move before-ct to bf-count
		write report-record from before-line
		close keepReport
	end-if.
end-writeReport.

writeSnapshot.
*> the daily balance checks master-count movement against the day's
*> conversions; a purge takes occurrences off the master with no log
*> line behind it, so the occurrences it removed are put on record.
    open extend snapFile.
    if snap-status is not equal to "00"
		open output snapFile
		close snapFile
		open extend snapFile
	end-if.
    if snap-status is not equal to "00"
		display "ERROR: could not open BALSNAP.DAT - status " snap-status
	else
		accept run-time from time
		move spaces to snap-record
		string run-date delimited by size
			"-" delimited by size
			run-time (1:6) delimited by size
			into snap-stamp
		move "MSTRKEEP" to snap-source
		move kept-ct to snap-rows
		move occ-after to snap-total
		compute snap-purged = occ-before - occ-after
		write snap-record
		close snapFile
	end-if.
end-writeSnapshot.

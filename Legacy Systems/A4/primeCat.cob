identification division.
program-id. primecat.
environment division.
input-output section.
file-control.
    select catalogFile assign to "PRIMECAT.DAT"
		organization is indexed
		access mode is dynamic
		record key is cat-gen
		file status is cat-status.

data division.
file section.
fd catalogFile.
01 cat-record.
	05 cat-gen        pic 9(6).
	05 cat-file       pic x(40).
	05 cat-stamp      pic x(15).
	05 cat-n          pic 9(10).
	05 cat-count      pic 9(10).
	05 cat-high       pic 9(10).
	05 cat-mode       pic x.
	05 cat-base-gen   pic 9(6).
	05 cat-cert       pic x(9).
	05 cat-cert-stamp pic x(15).
	05 cat-state      pic x.
	05 cat-retired    pic 9(8).

working-storage section.
77  cat-status   pic xx.
77  eof-switch   pic 9.
77  high-gen     pic 9(6).
77  found-gen    pic 9(6).
77  stamp-date   pic 9(8).
77  stamp-time   pic 9(8).

linkage section.
77  lk-action pic x.
01  lk-entry.
	05 lk-gen       pic 9(6).
	05 lk-file      pic x(40).
	05 lk-stamp     pic x(15).
	05 lk-n         pic 9(10).
	05 lk-count     pic 9(10).
	05 lk-high      pic 9(10).
	05 lk-mode      pic x.
	05 lk-base-gen  pic 9(6).
	05 lk-cert      pic x(9).
77  lk-result pic s9 usage is computational-3.

procedure division using lk-action, lk-entry, lk-result.
*> the prime generation catalog: every sieve output is registered
*> here with its limit, count, high prime, full/extended flag and
*> certification result, so all consumers agree on which file is
*> current.
*>   'R' register a new generation (returns its number in lk-gen)
*>   'C' record the certification result for the file in lk-file
*>   'L' return the latest CERTIFIED generation
*>   'U' return the latest generation whatever its certification
*> lk-result: 0 done, 1 nothing suitable on the catalog, 2 the
*> catalog could not be opened or updated.
    move zero to lk-result.
    evaluate function upper-case (lk-action)
		when 'R' perform registerGeneration
		when 'C' perform certifyGeneration
		when 'L' perform locateGeneration
		when 'U' perform locateGeneration
		when other move 9 to lk-result
	end-evaluate.
    goback.

openCatalog.
    open i-o catalogFile.
    if cat-status is equal to "35"
		open output catalogFile
		close catalogFile
		open i-o catalogFile
	end-if.
    if cat-status is not equal to "00"
		display "ERROR: could not open PRIMECAT.DAT - status " cat-status
		move 2 to lk-result
	end-if.
end-openCatalog.

registerGeneration.
*> a rerun on the same day overwrites that day's output file, so any
*> live generation already pointing at the file is marked superseded.
    perform openCatalog.
    if lk-result is equal to zero
		move zero to high-gen
		perform startCatalog
		perform supersedeOne until eof-switch is equal to zero
		move spaces to cat-record
		compute cat-gen = high-gen + 1
		move lk-file to cat-file
		perform makeStamp
		move lk-n to cat-n
		move lk-count to cat-count
		move lk-high to cat-high
		move lk-mode to cat-mode
		move lk-base-gen to cat-base-gen
		move "PENDING" to cat-cert
		move 'A' to cat-state
		move zero to cat-retired
		write cat-record
			invalid key move 2 to lk-result
		end-write
		if lk-result is equal to zero
			move cat-gen to lk-gen
			move cat-stamp to lk-stamp
			move cat-cert to lk-cert
		end-if
		close catalogFile
	end-if.
end-registerGeneration.

supersedeOne.
    read catalogFile next
		at end move zero to eof-switch
		not at end
			move cat-gen to high-gen
			if cat-file is equal to lk-file and cat-state is equal to 'A'
				move 'S' to cat-state
				rewrite cat-record
					invalid key continue
				end-rewrite
			end-if
	end-read.
end-supersedeOne.

certifyGeneration.
    perform openCatalog.
    if lk-result is equal to zero
		move zero to found-gen
		perform startCatalog
		perform findFileEntry until eof-switch is equal to zero
		if found-gen is equal to zero
			move 1 to lk-result
		else
			move found-gen to cat-gen
			read catalogFile
				invalid key move 1 to lk-result
			end-read
			if lk-result is equal to zero
				move lk-cert to cat-cert
				move lk-stamp to cat-cert-stamp
				rewrite cat-record
					invalid key move 2 to lk-result
				end-rewrite
				perform returnEntry
			end-if
		end-if
		close catalogFile
	end-if.
end-certifyGeneration.

findFileEntry.
    read catalogFile next
		at end move zero to eof-switch
		not at end
			if cat-file is equal to lk-file and cat-state is equal to 'A'
				move cat-gen to found-gen
			end-if
	end-read.
end-findFileEntry.

locateGeneration.
*> generations are numbered in order, so the last match is the latest.
    open input catalogFile.
    if cat-status is not equal to "00"
		move 1 to lk-result
	else
		move zero to found-gen
		perform startCatalog
		perform findLatestEntry until eof-switch is equal to zero
		if found-gen is equal to zero
			move 1 to lk-result
		else
			move found-gen to cat-gen
			read catalogFile
				invalid key move 1 to lk-result
			end-read
			if lk-result is equal to zero
				perform returnEntry
			end-if
		end-if
		close catalogFile
	end-if.
end-locateGeneration.

findLatestEntry.
    read catalogFile next
		at end move zero to eof-switch
		not at end
			if cat-state is equal to 'A'
				if function upper-case (lk-action) is equal to 'U'
						or cat-cert is equal to "CERTIFIED"
					move cat-gen to found-gen
				end-if
			end-if
	end-read.
end-findLatestEntry.

startCatalog.
    move zero to cat-gen.
    start catalogFile key is not less than cat-gen
		invalid key move zero to eof-switch
		not invalid key move 1 to eof-switch
	end-start.
end-startCatalog.

returnEntry.
    move cat-gen to lk-gen.
    move cat-file to lk-file.
    move cat-stamp to lk-stamp.
    move cat-n to lk-n.
    move cat-count to lk-count.
    move cat-high to lk-high.
    move cat-mode to lk-mode.
    move cat-base-gen to lk-base-gen.
    move cat-cert to lk-cert.
end-returnEntry.

makeStamp.
    accept stamp-date from date yyyymmdd.
    accept stamp-time from time.
    move spaces to cat-stamp.
    string stamp-date delimited by size
		"-" delimited by size
		stamp-time (1:6) delimited by size
		into cat-stamp.
end-makeStamp.

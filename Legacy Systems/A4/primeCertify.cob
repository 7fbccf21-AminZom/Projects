77  pfile-status    pic xx.
77  cert-status     pic xx.
77  file-env        pic x(40).
77  file-found      pic x value 'N'.
77  cat-action      pic x.
77  cat-result      pic s9 usage is computational-3.
77  eof-switch      pic 9.
77  run-date        pic 9(8).
77  run-time        pic 9(8).
77  checked-ct      pic s9(8) usage is computational value zero.
77  certify-ok      pic x value 'Y'.
77  num-disp        pic z(9)9.
77  exc-action      pic x value 'R'.
77  exc-result      pic s9 usage is computational-3.
77  hold-rc         pic s9(4) usage is computational.

01  gen-entry.
    05 gen-number   pic 9(6).
    05 gen-file     pic x(40).
    05 gen-stamp    pic x(15).
    05 gen-n        pic 9(10).
    05 gen-count    pic 9(10).
    05 gen-high     pic 9(10).
    05 gen-mode     pic x.
    05 gen-base     pic 9(6).
    05 gen-cert     pic x(9).

*> what a failed certification raises on the operations exception
*> queue.
01  exc-entry.
    05 exc-source   pic x(12) value "PRIMECERTIFY".
    05 exc-severity pic 9 value 2.
    05 exc-key      pic x(40).
    05 exc-text     pic x(60).
    05 exc-id       pic 9(8).

01  prime-table.
    05 prime-entry pic s9(8) usage is computational
procedure division.
    perform locatePrimeFile.
    if file-found is equal to 'N'
		display "ERROR: no prime generation on the catalog - run"
			" sieveAlgorithm first"
		move 20 to return-code
		stop run
	end-if.
    stop run.

locatePrimeFile.
*> PRIMEFILE names the sieve output directly; otherwise the latest
*> generation on the prime catalog is the one waiting to be certified.
    move spaces to file-env.
    accept file-env from environment "PRIMEFILE".
    if file-env is not equal to spaces
		move file-env to primeFileName
		move 'Y' to file-found
	else
		move spaces to gen-entry
		move 'U' to cat-action
		call "primecat" using cat-action, gen-entry, cat-result
		if cat-result is equal to zero
			move gen-file to primeFileName
			move 'Y' to file-found
			display "Prime generation " gen-number " (" gen-mode
				" run to " gen-n ")."
		else
			move 'N' to file-found
		end-if
	end-if.
end-locatePrimeFile.

sweepWholeFile.
*> full sequential pass: strictly ascending keys, record count and
*> the high-water value the extension run will trust.
		write cert-record
		close certFile
	end-if.
*> the verdict also goes on the generation catalog, which is what the
*> sieve and every prime consumer resolve the current file through.
    move spaces to gen-entry.
    move primeFileName to gen-file.
    move stamp to gen-stamp.
    if certify-ok is equal to 'Y'
		move "CERTIFIED" to gen-cert
	else
		move "FAILED" to gen-cert
	end-if.
    move 'C' to cat-action.
    call "primecat" using cat-action, gen-entry, cat-result.
    if cat-result is equal to 1
		display "Note: " function trim (primeFileName)
			" is not on the prime generation catalog - result recorded"
			" on PRIMECERT.DAT only."
	end-if.
    if cat-result is equal to 2
		display "ERROR: could not record the result on PRIMECAT.DAT."
		move 20 to return-code
	end-if.
    if certify-ok is equal to 'N'
		perform raiseFailure
	end-if.
end-writeCertRecord.

raiseFailure.
*> the failure is raised against the generation when the catalog knows
*> the file, otherwise against the file itself.
    move spaces to exc-key.
    if cat-result is equal to zero
		string "GEN " delimited by size
			gen-number delimited by size
			into exc-key
	else
		move primeFileName to exc-key
	end-if.
    move spaces to exc-text.
    move mismatch-ct to num-disp.
    string "certification FAILED - ordering ok=" delimited by size
		order-ok delimited by size
		", " delimited by size
		function trim (num-disp) delimited by size
		" mismatch(es)" delimited by size
		into exc-text.
*> the call resets return-code, which may already carry a catalog or
*> journal error.
    move return-code to hold-rc.
    call "excqueue" using exc-action, exc-entry, exc-result.
    move hold-rc to return-code.
end-raiseFailure.

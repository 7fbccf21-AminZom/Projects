77  primeFileName   pic x(40).
77  pfile-status    pic xx.
77  file-env        pic x(40).
77  file-found      pic x value 'N'.
77  cat-action      pic x.
77  cat-result      pic s9 usage is computational-3.
77  choice          pic x.
77  query-env       pic x(12).
77  nth-env         pic x(12).
77  num-disp        pic z(9)9.
77  nth-disp        pic z(7)9.

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

procedure division.
    perform locatePrimeFile.
    if file-found is equal to 'N'
		display "ERROR: no certified prime generation on the catalog - run"
			" sieveAlgorithm and primecertify first"
		move 20 to return-code
		stop run
	end-if.
    stop run.

locatePrimeFile.
*> PRIMEFILE names the sieve output directly; otherwise the current
*> certified generation comes from the prime generation catalog.
    move spaces to file-env.
    accept file-env from environment "PRIMEFILE".
    if file-env is not equal to spaces
		move file-env to primeFileName
		move 'Y' to file-found
	else
		move spaces to gen-entry
		move 'L' to cat-action
		call "primecat" using cat-action, gen-entry, cat-result
		if cat-result is equal to zero
			move gen-file to primeFileName
			move 'Y' to file-found
		else
			move 'N' to file-found
		end-if
	end-if.
end-locatePrimeFile.

checkBatchParameters.
*> PRIMEQUERY and PRIMENTH run the lookups without prompting so the
*> program can sit in a batch step.

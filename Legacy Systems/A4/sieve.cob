file-control.
    select outputFile assign to dynamic outputFileName
    organization is indexed
    access mode is dynamic
    record key is primeNum
    file status is ofile-status.
    select priorFile assign to dynamic priorFileName
    organization is indexed
    access mode is sequential
    record key is priorNum
    file status is prior-status.
    select checkpointFile assign to "SIEVECKPT.DAT"
    organization is sequential
    file status is ckpt-status.
data division.
file section.
fd outputFile.
01  outputRecord.
    05 primeNum  pic 9(10).
fd priorFile.
01  priorRecord.
    05 priorNum  pic 9(10).
*> the checkpoint holds only the last completed segment: the limit,
*> the highest value sieved so far, the running count and high prime,
*> and the output file being built.
fd checkpointFile.
01  checkpointRecord.
    05 ckpt-n          usage unsigned-int.
    05 ckpt-seg-end    usage unsigned-int.
    05 ckpt-count      usage unsigned-int.
    05 ckpt-high       usage unsigned-int.
    05 ckpt-mode       pic x.
    05 ckpt-base-gen   pic 9(6).
    05 ckpt-file       pic x(40).
    05 ckpt-layout     pic x(4).
working-storage section.
01  outputFileName      pic x(40).
01  priorFileName       pic x(40).
01  ckptFileName        pic x(30) value "SIEVECKPT.DAT".
01  run-date         pic 9(8).
01  N		         usage unsigned-int.
01  minN                usage unsigned-int value 2.
01  maxN                usage unsigned-int value 2000000000.
*> base primes: every prime up to the square root of maxN, found once
*> by a small sieve of their own.
01  base-limit          usage unsigned-int value 44800.
01  base-area.
   05  base-flag pic 9 occurs 44800 times.
	   88  basePrime value 1 false 0.
01  base-max            usage unsigned-int value 5000.
01  base-ct             usage unsigned-int value zero.
01  base-table.
   05  base-prime usage unsigned-int occurs 5000 times.
01  base-i              usage unsigned-int.
01  base-j              usage unsigned-int.
*> one window of the number line is sieved at a time.
01  seg-size            usage unsigned-int value 1000000.
01  seg-area.
   05  seg-flag pic 9 occurs 1000000 times.
	   88  segPrime value 1 false 0.
01  seg-done            usage unsigned-int value zero.
01  seg-low             usage unsigned-int.
01  seg-high            usage unsigned-int.
01  seg-span            usage unsigned-int.
01  seg-idx             usage unsigned-int.
01  seg-quot            usage unsigned-int.
01  seg-ct              usage unsigned-int value zero.
01  base-idx            usage unsigned-int.
01  known-prime         usage unsigned-int.
01  cross-done          pic x.
01  prime-count         usage unsigned-int value zero.
01  prime-high          usage unsigned-int value zero.
01  run-mode            pic x value 'F'.
01  ckpt-status          pic xx.
01  ckpt-found           pic x value 'N'.
01  sieve-n-env       pic x(10).
01  ofile-status          pic xx.
01  prior-status         pic xx.
01  n-eof              pic x value 'N'.
01  prior-found          pic x value 'N'.
01  prior-eof            pic x.
01  prior-high           usage unsigned-int value zero.
01  prior-gen            pic 9(6) value zero.
01  cat-action           pic x.
01  cat-result           pic s9 usage is computational-3.
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
   move zero to N
	   move 16 to return-code
	   stop run
   end-if
   perform buildBasePrimes
   perform checkRestart
   if ckpt-found is equal to 'N'
	   perform findPriorOutput
	   perform openNewOutput
	   if prior-found is equal to 'Y'
			   and prior-high is not less than minN
			   and prior-high is less than N
		   move 'E' to run-mode
		   display "Extending prior sieve output " with no advancing
		   display function trim (priorFileName) with no advancing
		   display " - sieving only above " with no advancing
		   display prior-high
		   perform copyPriorPrimes
		   perform writeCheckpoint
	   end-if
   end-if
   perform sieveSegment until seg-done is not less than N.
   close outputFile.
   call "CBL_DELETE_FILE" using ckptFileName.
   move zero to return-code.
   perform registerGeneration.
   display "Sieve complete to " with no advancing.
   display N with no advancing.
   display ": " with no advancing.
   display prime-count with no advancing.
   display " prime(s), high " with no advancing.
   display prime-high with no advancing.
   display " on " function trim (outputFileName).
   if cat-result is not equal to zero
	   move 8 to return-code
   end-if.
   stop run.
registerGeneration.
*> every finished output goes on the generation catalog, uncertified
*> until the certification run records its verdict there.
   move spaces to gen-entry.
   move zero to gen-number.
   move outputFileName to gen-file.
   move N to gen-n.
   move prime-count to gen-count.
   move prime-high to gen-high.
   move run-mode to gen-mode.
   if run-mode is equal to 'E'
	   move prior-gen to gen-base
   else
	   move zero to gen-base
   end-if.
   move 'R' to cat-action.
   call "primecat" using cat-action, gen-entry, cat-result.
   if cat-result is equal to zero
	   display "Registered as prime generation " gen-number "."
   else
	   display "ERROR: could not register " function trim (outputFileName)
		   " on the prime generation catalog - result " cat-result
   end-if.
end-registerGeneration.
buildBasePrimes.
*> sieve of the base range, then collect its primes in order.
   move all "1" to base-area.
   set basePrime (1) to false.
   perform crossBaseMultiples varying base-i from 2 by 1
	   until base-i * base-i is greater than base-limit.
   move zero to base-ct.
   perform collectBasePrime varying base-i from 2 by 1
	   until base-i is greater than base-limit.
end-buildBasePrimes.
crossBaseMultiples.
   if basePrime (base-i)
	   compute base-j = base-i * base-i
	   perform crossOneBase until base-j is greater than base-limit
   end-if.
end-crossBaseMultiples.
crossOneBase.
   set basePrime (base-j) to false.
   add base-i to base-j.
end-crossOneBase.
collectBasePrime.
   if basePrime (base-i) and base-ct is less than base-max
	   add 1 to base-ct
	   move base-i to base-prime (base-ct)
   end-if.
end-collectBasePrime.
nameNewOutput.
   accept run-date from date yyyymmdd.
   move spaces to outputFileName.
   string "cobolOutput_" delimited by size
		run-date delimited by size
		".dat" delimited by size
		into outputFileName.
end-nameNewOutput.
openNewOutput.
   perform nameNewOutput.
   open output outputFile.
   if ofile-status is not equal to "00"
	   display "ERROR: could not open prime output file " outputFileName
		   " - status " ofile-status
	   move 20 to return-code
	   stop run
   end-if.
   move zero to seg-done.
   move zero to prime-count.
   move zero to prime-high.
end-openNewOutput.
sieveSegment.
*> one window: every value starts as a candidate, each base prime
*> whose square falls inside crosses off its multiples, and what
*> survives is written. The quotient test avoids squaring a prime
*> past the window.
   compute seg-low = seg-done + 1.
   compute seg-high = seg-done + seg-size.
   if seg-high is greater than N
	   move N to seg-high
   end-if.
   compute seg-span = seg-high - seg-low + 1.
   move all "1" to seg-area.
   if seg-low is equal to 1
	   set segPrime (1) to false
   end-if.
   move 'N' to cross-done.
   perform crossSegment varying base-idx from 1 by 1
	   until base-idx is greater than base-ct
	   or cross-done is equal to 'Y'.
   perform writeSegPrime varying seg-idx from 1 by 1
	   until seg-idx is greater than seg-span.
   move seg-high to seg-done.
   add 1 to seg-ct.
   perform writeCheckpoint.
end-sieveSegment.
crossSegment.
   move base-prime (base-idx) to known-prime.
   divide seg-high by known-prime giving seg-quot.
   if known-prime is greater than seg-quot
	   move 'Y' to cross-done
   else
	   compute seg-quot = (seg-low + known-prime - 1) / known-prime
	   if seg-quot is less than known-prime
		   move known-prime to seg-quot
	   end-if
	   compute seg-idx = seg-quot * known-prime - seg-low + 1
	   perform crossOneSegment until seg-idx is greater than seg-span
   end-if.
end-crossSegment.
crossOneSegment.
   set segPrime (seg-idx) to false.
   add known-prime to seg-idx.
end-crossOneSegment.
writeSegPrime.
   if segPrime (seg-idx)
	   compute primeNum = seg-low + seg-idx - 1
	   write outputRecord
	   if ofile-status is not equal to "00"
		   display "ERROR: write to prime output file failed - status "
			   ofile-status " at prime " primeNum
		   move 20 to return-code
		   close outputFile
		   stop run
	   end-if
	   add 1 to prime-count
	   move primeNum to prime-high
   end-if.
end-writeSegPrime.
findPriorOutput.
*> the latest certified generation on the catalog seeds an extension
*> run, so only the stretch above its high prime is sieved.
   move 'N' to prior-found.
   move spaces to gen-entry.
   move 'L' to cat-action.
   call "primecat" using cat-action, gen-entry, cat-result.
*> a same-day rerun would overwrite the very file it extends from.
   perform nameNewOutput.
   if cat-result is equal to zero and gen-file is equal to outputFileName
	   display "Certified generation " gen-number " is today's output file"
		   " - running a full sieve."
	   move 1 to cat-result
   end-if.
   if cat-result is equal to zero
	   move gen-file to priorFileName
	   open input priorFile
	   if prior-status is equal to "00"
		   close priorFile
		   move 'Y' to prior-found
		   move gen-high to prior-high
		   move gen-number to prior-gen
	   else
		   display "Certified generation " gen-number " file "
			   function trim (priorFileName)
			   " cannot be opened - falling back to a full sieve."
	   end-if
   end-if.
end-findPriorOutput.
copyPriorPrimes.
*> everything at or below the certified high-water mark is already
*> proven, so it is carried into the new file as it stands and the
*> segments start just above it.
   move 'N' to prior-eof.
   open input priorFile.
   if prior-status is not equal to "00"
	   display "ERROR: could not reopen prior output " priorFileName
		   " - status " prior-status
	   close outputFile
	   move 20 to return-code
	   stop run
   end-if.
   perform copyPriorPrime until prior-eof is equal to 'Y'.
   close priorFile.
   move prior-high to seg-done.
end-copyPriorPrimes.
copyPriorPrime.
   read priorFile
	   at end move 'Y' to prior-eof
	   not at end
		   if priorNum is greater than prior-high
			   move 'Y' to prior-eof
		   else
			   move priorNum to primeNum
			   write outputRecord
			   if ofile-status is not equal to "00"
				   display "ERROR: write to prime output file failed - status "
					   ofile-status " at prime " primeNum
				   move 20 to return-code
				   close outputFile, priorFile
				   stop run
			   end-if
			   add 1 to prime-count
			   move primeNum to prime-high
		   end-if
   end-read.
end-copyPriorPrime.
checkRestart.
*> a checkpoint for the same limit resumes the interrupted run in its
*> own output file, just above the last segment it completed.
   move 'N' to ckpt-found.
   open input checkpointFile.
   if ckpt-status is equal to "00"
	   read checkpointFile
		   at end move 'N' to ckpt-found
		   not at end
			   if ckpt-layout is equal to "SEGM"
					   and ckpt-n is equal to N
					   and ckpt-seg-end is not greater than N
					   and ckpt-file is not equal to spaces
				   move 'Y' to ckpt-found
			   end-if
	   end-read
	   close checkpointFile
   end-if.
   if ckpt-found is equal to 'Y'
	   move ckpt-file to outputFileName
	   open i-o outputFile
	   if ofile-status is not equal to "00"
		   display "Checkpointed output " function trim (outputFileName)
			   " cannot be reopened - status " ofile-status
			   " - starting over."
		   move 'N' to ckpt-found
	   end-if
   end-if.
   if ckpt-found is equal to 'Y'
	   move ckpt-seg-end to seg-done
	   move ckpt-count to prime-count
	   move ckpt-high to prime-high
	   move ckpt-mode to run-mode
	   move ckpt-base-gen to prior-gen
	   perform trimPastCheckpoint
	   display "Resuming sieve run above checkpointed segment end "
		   with no advancing
	   display seg-done
   end-if.
end-checkRestart.
trimPastCheckpoint.
*> primes written after the last checkpoint belong to the segment that
*> did not finish; they are removed so it can be sieved again.
   compute primeNum = seg-done + 1.
   start outputFile key is not less than primeNum
	   invalid key move 'Y' to prior-eof
	   not invalid key move 'N' to prior-eof
   end-start.
   perform dropPastPrime until prior-eof is equal to 'Y'.
end-trimPastCheckpoint.
dropPastPrime.
   read outputFile next
	   at end move 'Y' to prior-eof
	   not at end
		   delete outputFile record
			   invalid key move 'Y' to prior-eof
		   end-delete
   end-read.
end-dropPastPrime.
writeCheckpoint.
   move N to ckpt-n.
   move seg-done to ckpt-seg-end.
   move prime-count to ckpt-count.
   move prime-high to ckpt-high.
   move run-mode to ckpt-mode.
   move prior-gen to ckpt-base-gen.
   move outputFileName to ckpt-file.
   move "SEGM" to ckpt-layout.
   open output checkpointFile.
   if ckpt-status is not equal to "00"
	   display "ERROR: could not write checkpoint file SIEVECKPT.DAT"

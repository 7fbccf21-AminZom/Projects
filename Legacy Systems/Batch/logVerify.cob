77  legacy-ct       pic s9(8) usage is computational value zero.
77  gap-ct          pic s9(8) usage is computational value zero.
77  altered-ct      pic s9(8) usage is computational value zero.
77  exc-action      pic x value 'R'.
77  exc-result      pic s9 usage is computational-3.

*> what a broken chain raises on the operations exception queue.
01  exc-entry.
    05 exc-source   pic x(12) value "LOGVERIFY".
    05 exc-severity pic 9 value 1.
    05 exc-key      pic x(40).
    05 exc-text     pic x(60).
    05 exc-id       pic 9(8).

01  report-head.
    02 filler pic x(34) value 'Conversion Log Verification Report'.
			move 1 to gp-from
			compute gp-to = this-seq - 1
			write verify-record from gap-line
			perform raiseGap
			perform resyncChain
		when this-seq is not equal to expect-seq
			add 1 to gap-ct
			move expect-seq to gp-from
			compute gp-to = this-seq - 1
			write verify-record from gap-line
			perform raiseGap
			perform resyncChain
		when other
			perform checkSealValue
		move calc-check to al-exp
		move vlog-check to al-got
		write verify-record from altered-line
		move spaces to exc-text
		string "ALTERED - check expected " delimited by size
			al-exp delimited by size
			" found " delimited by size
			al-got delimited by size
			into exc-text
		perform raiseBreak
	end-if.
    perform resyncChain.
end-checkSealValue.

raiseGap.
    move spaces to exc-text.
    string "GAP - sequence " delimited by size
		gp-from delimited by size
		" through " delimited by size
		gp-to delimited by size
		" missing" delimited by size
		into exc-text.
    perform raiseBreak.
end-raiseGap.

raiseBreak.
*> the same break found again on a later run is counted on its open
*> item rather than raised afresh.  Sequence numbers start again each
*> run, so the key is the line's own time stamp and sequence; it names
*> the log rather than the file so a break keeps its item after
*> logkeep moves the line to a monthly archive.
    move spaces to exc-key.
    string "CONVLOG " delimited by size
		vlog-body (1:15) delimited by size
		" SEQ " delimited by size
		this-seq delimited by size
		into exc-key.
    call "excqueue" using exc-action, exc-entry, exc-result.
end-raiseBreak.

resyncChain.
*> continue the chain from the recorded values so one bad line is
*> reported once instead of cascading down the rest of the run.

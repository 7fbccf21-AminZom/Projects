file-control.
    select masterFile assign to "CONVMSTR.DAT"
		organization is indexed
		access mode is dynamic
		record key is master-numeral
		alternate record key is master-decimal with duplicates
		file status is master-status.

data division.
77  done-switch    pic x value 'N'.
77  value-disp     pic z(7)9.
77  count-disp     pic z(7)9.
77  from-value     pic 9(8).
77  to-value       pic 9(8).
77  entry-value    pic 9(8).
77  value-entry    pic x(10).
77  value-ok       pic x.
77  browse-choice  pic x.
77  browse-done    pic x.
77  browse-eof     pic 9.
77  page-size      pic s9(4) usage is computational value 10.
77  page-env       pic x(10).
77  page-no        pic s9(4) usage is computational.
77  page-ct        pic s9(4) usage is computational.
77  skip-ct        pic s9(8) usage is computational.
77  shown-ct       pic s9(8) usage is computational.
77  range-rows     pic s9(8) usage is computational.
77  range-occ      pic s9(8) usage is computational.
77  occ-disp       pic z(7)9.
77  row-disp       pic z(7)9.

01  browse-heads.
    02 filler pic x(10) value '    Value '.
    02 filler pic x(31) value ' Numeral'.
    02 filler pic x(9)  value '   Count'.
    02 filler pic x(17) value '  First Seen'.
    02 filler pic x(17) value ' Last Seen'.
    02 filler pic x(12) value 'Last Ref'.
01  browse-line.
    02 filler     pic x(2) value spaces.
    02 bl-value   pic z(7)9.
    02 filler     pic x value space.
    02 bl-numeral pic x(30).
    02 filler     pic x value space.
    02 bl-count   pic z(7)9.
    02 filler     pic x(2) value spaces.
    02 bl-first   pic x(15).
    02 filler     pic x value space.
    02 bl-last    pic x(15).
    02 filler     pic x value space.
    02 bl-ref     pic x(12).

procedure division.
    open input masterFile.
    display "Conversion Master Inquiry".
    display " --------------------------------------------".
*> MASTERQUERY runs a single lookup without prompting so the program
*> can sit in a batch step; MASTERVALUE, or MASTERFROM and MASTERTO,
*> list every spelling held for a value or range of values the same
*> way.  MASTERPAGE sets the rows shown per browse page.
    move spaces to page-env.
    accept page-env from environment "MASTERPAGE".
    if page-env is not equal to spaces
		move page-env to page-size
	end-if.
    if page-size is less than 1
		move 10 to page-size
	end-if.
    move spaces to query-env.
    accept query-env from environment "MASTERQUERY".
    if query-env is not equal to spaces
		move query-env to query-line
		perform lookupNumeral
	else
		perform batchValueRange
		if batch-mode is not equal to 'Y'
			perform promptLoop until done-switch is equal to 'Y'
		end-if
	end-if.
    close masterFile.
    stop run.

promptLoop.
    display " ".
    display "Enter a Roman numeral, 'V' to browse by value, or 'Q' to quit: ".
    move spaces to query-line.
    accept query-line
		on exception move 'Y' to done-switch
	end-accept.
    if done-switch is not equal to 'Y'
		evaluate true
			when function upper-case (query-line) is equal to "Q"
				move 'Y' to done-switch
			when function upper-case (query-line) is equal to "V"
				perform promptValueRange
			when query-line is not equal to spaces
				perform lookupNumeral
			when other continue
		end-evaluate
	end-if.
end-promptLoop.

batchValueRange.
    move spaces to query-env.
    accept query-env from environment "MASTERVALUE".
    if query-env is not equal to spaces
		move 'Y' to batch-mode
		move query-env to value-entry
		perform editValueEntry
		move entry-value to from-value
		move entry-value to to-value
	else
		move spaces to query-env
		accept query-env from environment "MASTERFROM"
		if query-env is not equal to spaces
			move 'Y' to batch-mode
			move query-env to value-entry
			perform editValueEntry
			move entry-value to from-value
			move entry-value to to-value
			move spaces to query-env
			accept query-env from environment "MASTERTO"
			if query-env is not equal to spaces and value-ok is equal to 'Y'
				move query-env to value-entry
				perform editValueEntry
				move entry-value to to-value
			end-if
		end-if
	end-if.
    if batch-mode is equal to 'Y'
		if value-ok is equal to 'Y' and to-value is less than from-value
			move 'N' to value-ok
		end-if
		if value-ok is equal to 'Y'
			perform countValueRange
			move 9999 to page-size
			move 1 to page-no
			perform showValuePage
		else
			display "Values must be whole numbers from 1 to 99999999, the"
				" to value no lower than the from value."
			move 8 to return-code
		end-if
	end-if.
end-batchValueRange.

promptValueRange.
    display "From value: " with no advancing.
    move spaces to value-entry.
    accept value-entry.
    perform editValueEntry.
    if value-ok is equal to 'Y'
		move entry-value to from-value
		move entry-value to to-value
		display "To value (Enter for the same value): " with no advancing
		move spaces to value-entry
		accept value-entry
		if value-entry is not equal to spaces
			perform editValueEntry
			move entry-value to to-value
		end-if
	end-if.
    if value-ok is not equal to 'Y'
		display "Value must be a whole number from 1 to 99999999."
	else
		if to-value is less than from-value
			display "To value is below the from value."
		else
			perform browseValues
		end-if
	end-if.
end-promptValueRange.

editValueEntry.
    move 'N' to value-ok.
    if value-entry is not equal to spaces
		if function test-numval (value-entry) is equal to zero
			if function numval (value-entry) is greater than zero
					and function numval (value-entry) is less than 100000000
					and function integer (function numval (value-entry))
						is equal to function numval (value-entry)
				compute entry-value = function numval (value-entry)
				move 'Y' to value-ok
			end-if
		end-if
	end-if.
end-editValueEntry.

browseValues.
*> spellings are listed in decimal-value order through the alternate
*> index.  A page is found again by counting rows from the start of
*> the range, which stays right however many spellings share a value.
    perform countValueRange.
    if range-rows is equal to zero
		display "No numerals on the master for that value."
	else
		move 1 to page-no
		move 'N' to browse-done
		perform showValuePage
		perform browsePageLoop until browse-done is equal to 'Y'
	end-if.
end-browseValues.

browsePageLoop.
    display "(N)ext page  (P)revious page  (Q)uit browse: " with no advancing.
    move space to browse-choice.
    accept browse-choice.
    evaluate function upper-case (browse-choice)
		when "N"
			if page-no * page-size is less than range-rows
				add 1 to page-no
				perform showValuePage
			else
				display "Already on the last page."
			end-if
		when "P"
			if page-no is greater than 1
				subtract 1 from page-no
				perform showValuePage
			else
				display "Already on the first page."
			end-if
		when "Q" move 'Y' to browse-done
		when other display "Invalid choice! Try again."
	end-evaluate.
end-browsePageLoop.

countValueRange.
    move zero to range-rows.
    move zero to range-occ.
    perform startValueRange.
    perform countOneValueRow until browse-eof is equal to zero.
    move range-rows to row-disp.
    move range-occ to occ-disp.
    display " ".
    move from-value to value-disp.
    move to-value to count-disp.
    display function trim (row-disp) " spelling(s), " function trim (occ-disp)
		" occurrence(s) for value(s) " function trim (value-disp) " to "
		function trim (count-disp).
end-countValueRange.

countOneValueRow.
    perform readNextValueRow.
    if browse-eof is not equal to zero
		add 1 to range-rows
		add master-count to range-occ
	end-if.
end-countOneValueRow.

startValueRange.
    move from-value to master-decimal.
    start masterFile key is not less than master-decimal
		invalid key move zero to browse-eof
		not invalid key move 1 to browse-eof
	end-start.
end-startValueRange.

readNextValueRow.
    read masterFile next
		at end move zero to browse-eof
		not at end
			if master-decimal is greater than to-value
				move zero to browse-eof
			end-if
	end-read.
end-readNextValueRow.

showValuePage.
    compute skip-ct = (page-no - 1) * page-size.
    perform startValueRange.
    perform skipValueRow until skip-ct is equal to zero
		or browse-eof is equal to zero.
    if batch-mode is not equal to 'Y'
		compute page-ct = (range-rows + page-size - 1) / page-size
		display "Page " page-no " of " page-ct
	end-if.
    display browse-heads.
    move zero to shown-ct.
    perform showOneValueRow until shown-ct is not less than page-size
		or browse-eof is equal to zero.
end-showValuePage.

skipValueRow.
    perform readNextValueRow.
    subtract 1 from skip-ct.
end-skipValueRow.

showOneValueRow.
    perform readNextValueRow.
    if browse-eof is not equal to zero
		add 1 to shown-ct
		move master-decimal to bl-value
		move master-numeral to bl-numeral
		move master-count to bl-count
		move master-first-seen to bl-first
		move master-last-seen to bl-last
		move master-last-ref to bl-ref
		display browse-line
	end-if.
end-showOneValueRow.

lookupNumeral.
    move function upper-case (function trim (query-line)) to master-numeral.

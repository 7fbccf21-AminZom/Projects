identification division.
program-id. chargeback.
environment division.
input-output section.
file-control.
    select histFile assign to "CONVHIST.DAT"
		organization is indexed
		access mode is dynamic
		record key is hist-key
		file status is hist-status.
    select deptFile assign to "DEPTMSTR.DAT"
		organization is indexed
		access mode is random
		record key is dept-prefix
		file status is dept-status.
    select rateFile assign to dynamic rateName
		organization is line sequential
		file status is rate-status.
    select stmtReport assign to "CHGSTMT.TXT"
		organization is line sequential
		file status is stmt-status.
    select journalFile assign to "CHGJRNL.DAT"
		organization is line sequential
		file status is journal-status.
    select controlReport assign to "CHGCTL.TXT"
		organization is line sequential
		file status is control-status.

data division.
file section.
fd histFile.
01 hist-record.
	05 hist-key.
		10 hist-stamp   pic x(15).
		10 hist-seq     pic 9(6).
	05 hist-ref      pic x(12).
	05 hist-numeral  pic x(30).
	05 hist-decimal  pic 9(8).
	05 hist-ret     pic 9.
	05 hist-source   pic x(30).
fd deptFile.
01 dept-record.
	05 dept-prefix      pic x(3).
	05 dept-name        pic x(30).
	05 dept-cost-centre pic x(8).
	05 dept-open-flag   pic x.
	05 dept-effective   pic 9(8).
fd rateFile.
01 rate-record pic x(80).
fd stmtReport.
01 stmt-record pic x(100).
fd journalFile.
01 journal-record pic x(80).
fd controlReport.
01 control-record pic x(100).

working-storage section.
77  rateName        pic x(30) value "CHGRATES.TXT".
77  env-value       pic x(30).
77  hist-status     pic xx.
77  dept-status     pic xx.
77  rate-status     pic xx.
77  stmt-status     pic xx.
77  journal-status  pic xx.
77  control-status  pic xx.
77  hist-eof        pic 9.
77  rate-eof        pic 9.
77  today-date      pic 9(8).
77  charge-yyyy     pic s9(4) usage is computational.
77  charge-mm       pic s9(4) usage is computational.
77  rl-code         pic x(10).
77  rl-dept         pic x(10).
77  rl-value        pic x(20).
77  rate-line-ct    pic s9(4) usage is computational value zero.
77  rate-bad-ct     pic s9(4) usage is computational value zero.
77  rate-ct         pic s9(4) usage is computational value zero.
77  rate-max        pic s9(4) usage is computational value 100.
77  rate-idx        pic s9(4) usage is computational.
77  rate-found      pic s9(4) usage is computational.
77  offset-centre   pic x(8) value "CONVSVC".
77  unalloc-centre  pic x(8) value "UNALLOC".
77  expense-acct    pic x(8) value "6100".
77  income-acct     pic x(8) value "4100".
77  event-prefix    pic x(3).
77  cat-idx         pic s9(4) usage is computational.
77  bill-ct         pic s9(4) usage is computational value zero.
77  bill-max        pic s9(4) usage is computational value 200.
77  bill-idx        pic s9(4) usage is computational.
77  bill-found      pic s9(4) usage is computational.
77  ins-at          pic s9(4) usage is computational.
77  shift-idx       pic s9(4) usage is computational.
77  month-ct        pic s9(8) usage is computational value zero.
77  billed-ct       pic s9(8) usage is computational value zero.
77  unbilled-ct     pic s9(8) usage is computational value zero.
77  jrnl-line-ct    pic s9(8) usage is computational value zero.
77  grand-amount    pic s9(11)v99 usage is computational-3 value zero.
77  debit-total     pic s9(11)v99 usage is computational-3 value zero.
77  credit-total    pic s9(11)v99 usage is computational-3 value zero.
77  in-balance      pic x value 'Y'.
77  month-chosen    pic x value 'N'.

01  charge-month    pic 9(6).
01  charge-month-x redefines charge-month pic x(6).

*> event classes, in statement order: N normal conversion, V vinculum
*> (value over 3999), R reject, X reversal.
01  class-table-init.
    05 filler pic x(21) value 'NConversions         '.
    05 filler pic x(21) value 'VVinculum (>3999)    '.
    05 filler pic x(21) value 'RRejects             '.
    05 filler pic x(21) value 'XReversals           '.
01  class-table redefines class-table-init.
    05 class-entry occurs 4 times.
        10 class-code pic x.
        10 class-name pic x(20).

01  month-counts.
    05 month-cat-ct pic s9(8) usage is computational occurs 4 times.

01  rate-table.
    05  rate-entry occurs 100 times.
        10 rt-class   pic x.
        10 rt-dept    pic x(3).
        10 rt-rate    pic s9(3)v9(4) usage is computational-3.

01  bill-table.
    05  bill-entry occurs 200 times.
        10 bill-prefix  pic x(3).
        10 bill-name    pic x(30).
        10 bill-centre  pic x(8).
        10 bill-count   pic s9(8) usage is computational occurs 4 times.
        10 bill-rate    pic s9(3)v9(4) usage is computational-3
                            occurs 4 times.
        10 bill-amount  pic s9(9)v99 usage is computational-3
                            occurs 4 times.
        10 bill-total   pic s9(9)v99 usage is computational-3.

01  stmt-head.
    02 filler pic x(49) value
       'Conversion Service Chargeback Statement - period '.
    02 sh-month pic 9(6).
01  underline-1.
    02 filler pic x(45) value
       ' --------------------------------------------'.
01  stmt-dept-line.
    02 filler    pic x(14) value 'Department:   '.
    02 sd-prefix pic x(3).
    02 filler    pic x(2) value spaces.
    02 sd-name   pic x(30).
01  stmt-centre-line.
    02 filler    pic x(14) value 'Cost centre:  '.
    02 sc-centre pic x(8).
01  stmt-col-heads.
    02 filler pic x(23) value '  Event type'.
    02 filler pic x(9) value '    Count'.
    02 filler pic x(11) value '       Rate'.
    02 filler pic x(14) value '        Amount'.
01  stmt-detail.
    02 filler    pic x(2) value spaces.
    02 sl-name   pic x(20).
    02 filler    pic x value space.
    02 sl-count  pic z(7)9.
    02 filler    pic x(2) value spaces.
    02 sl-rate   pic -zz9.9999.
    02 filler    pic x value space.
    02 sl-amount pic -(9)9.99.
01  stmt-rule.
    02 filler    pic x(43) value spaces.
    02 filler    pic x(14) value ' -------------'.
01  stmt-total.
    02 filler    pic x(2) value spaces.
    02 filler    pic x(20) value 'Total charge'.
    02 filler    pic x(21) value spaces.
    02 st-amount pic -(9)9.99.
01  stmt-none.
    02 filler    pic x(41) value
       'No chargeable events in this period.'.
01  stmt-summary.
    02 filler    pic x(20) value 'Departments billed: '.
    02 ss-depts  pic z(3)9.
    02 filler    pic x(10) value '  events: '.
    02 ss-events pic z(7)9.
    02 filler    pic x(10) value '  amount: '.
    02 ss-amount pic -(11)9.99.
01  blank-line   pic x value space.

*> general ledger upload layout: one header, a detail per department
*> charged plus the offsetting entry, one trailer. Amounts carry two
*> implied decimals; the D/C byte gives the sign.
01  jrnl-header.
    02 jh-type    pic x value 'H'.
    02 jh-source  pic x(8) value 'CONVCHG'.
    02 jh-period  pic 9(6).
    02 jh-run     pic 9(8).
    02 filler     pic x(57) value spaces.
01  jrnl-detail.
    02 jd-type    pic x value 'D'.
    02 jd-centre  pic x(8).
    02 jd-account pic x(8).
    02 jd-dc      pic x.
    02 jd-amount  pic 9(9)v99.
    02 jd-period  pic 9(6).
    02 jd-dept    pic x(3).
    02 jd-desc    pic x(30).
    02 filler     pic x(12) value spaces.
01  jrnl-trailer.
    02 jt-type    pic x value 'T'.
    02 jt-count   pic 9(6).
    02 jt-debits  pic 9(11)v99.
    02 jt-credits pic 9(11)v99.
    02 filler     pic x(47) value spaces.

01  ctl-head.
    02 filler    pic x(40) value
       'Chargeback Control Report for period    '.
    02 ch-month  pic 9(6).
    02 filler    pic x(6) value '  run '.
    02 ch-run    pic 9(8).
01  ctl-count-line.
    02 cc-label  pic x(36).
    02 cc-count  pic z(7)9.
01  ctl-amount-line.
    02 ca-label  pic x(36).
    02 ca-amount pic -(11)9.99.
01  ctl-verdict.
    02 filler    pic x(9) value 'Verdict: '.
    02 cv-text   pic x(40).

procedure division.
    display " ".
    display "Monthly Departmental Chargeback".
    display " --------------------------------------------".
    initialize month-counts.
    perform resolveChargeMonth.
    if month-chosen is equal to 'N'
		perform checkAlreadyBilled
	end-if.
    perform loadRates.
    open input deptFile.
    if dept-status is not equal to "00"
		display "ERROR: could not open DEPTMSTR.DAT - status " dept-status
		move 20 to return-code
		stop run
	end-if.
    open input histFile.
    if hist-status is not equal to "00"
		display "ERROR: could not open CONVHIST.DAT - status " hist-status
		close deptFile
		move 20 to return-code
		stop run
	end-if.
    perform tallyMonth.
    close histFile.
    perform priceDepartment varying bill-idx from 1 by 1
		until bill-idx is greater than bill-ct.
    close deptFile.
    open output stmtReport.
    if stmt-status is not equal to "00"
		display "ERROR: could not open CHGSTMT.TXT - status " stmt-status
		move 20 to return-code
		stop run
	end-if.
    open output journalFile.
    if journal-status is not equal to "00"
		display "ERROR: could not open CHGJRNL.DAT - status " journal-status
		close stmtReport
		move 20 to return-code
		stop run
	end-if.
    open output controlReport.
    if control-status is not equal to "00"
		display "ERROR: could not open CHGCTL.TXT - status " control-status
		close stmtReport, journalFile
		move 20 to return-code
		stop run
	end-if.
    perform writeStatements.
    perform writeJournal.
    perform writeControl.
    close stmtReport, journalFile, controlReport.
    display "Chargeback for " charge-month ": " month-ct " event(s), "
		bill-ct " department(s).".
    display "Statements on CHGSTMT.TXT, journal on CHGJRNL.DAT, control on"
		" CHGCTL.TXT.".
    if in-balance is equal to 'N'
		display "Chargeback is OUT OF BALANCE - see CHGCTL.TXT."
		move 8 to return-code
	end-if.
    stop run.

resolveChargeMonth.
*> CHARGEMONTH (yyyymm) bills a chosen month; the default is the
*> calendar month before today, the last one fully closed.
    move spaces to env-value.
    accept env-value from environment "CHARGEMONTH".
    accept today-date from date yyyymmdd.
    if env-value is not equal to spaces
		if env-value (1:6) is numeric and env-value (7:24) is equal to spaces
				and env-value (5:2) is not less than "01"
				and env-value (5:2) is not greater than "12"
			move env-value (1:6) to charge-month-x
			move 'Y' to month-chosen
		else
			display "ERROR: CHARGEMONTH must be yyyymm - got "
				function trim (env-value)
			move 20 to return-code
			stop run
		end-if
	else
		compute charge-yyyy = today-date / 10000
		compute charge-mm = function mod (today-date / 100, 100)
		if charge-mm is equal to 1
			subtract 1 from charge-yyyy
			move 12 to charge-mm
		else
			subtract 1 from charge-mm
		end-if
		compute charge-month = charge-yyyy * 100 + charge-mm
	end-if.
    display "Billing period " charge-month ".".
    move spaces to env-value.
    accept env-value from environment "CHARGERATES".
    if env-value is not equal to spaces
		move env-value to rateName
	end-if.
end-resolveChargeMonth.

checkAlreadyBilled.
*> the step runs every night; the first run after a month closes bills
*> it and later runs find it already on the journal and stop, so the
*> ledger upload is not regenerated for the same month.  CHARGEMONTH
*> still rebills a month on purpose.
    open input journalFile.
    if journal-status is equal to "00"
		read journalFile
			at end move spaces to journal-record
		end-read
		close journalFile
		if journal-record (1:1) is equal to 'H'
				and journal-record (10:6) is equal to charge-month-x
			display "Period " charge-month " already billed on CHGJRNL.DAT"
				" (run " journal-record (16:8) ") - nothing to do."
			move zero to return-code
			stop run
		end-if
	end-if.
end-checkAlreadyBilled.

loadRates.
*> rate table lines, blank-separated:
*>   N|V|R|X dept rate   per-event rate for a class; dept *** is the
*>                       default, a department prefix overrides it
*>   O centre            cost centre credited with the service income
*>   U centre            cost centre charged for unknown departments
*>   E account           GL expense account charged to departments
*>   I account           GL income account for the offsetting credit
*> Lines starting * are comments. Any bad line stops the run - a
*> month cannot be billed at rates that were not meant.
    open input rateFile.
    if rate-status is not equal to "00"
		display "ERROR: could not open " function trim (rateName)
			" - status " rate-status
		move 20 to return-code
		stop run
	end-if.
    move 1 to rate-eof.
    perform readRateLine until rate-eof is equal to zero.
    close rateFile.
    perform checkDefaultRate varying cat-idx from 1 by 1
		until cat-idx is greater than 4.
    if rate-bad-ct is greater than zero
		display "ERROR: " rate-bad-ct " error(s) in "
			function trim (rateName) " - nothing billed."
		move 20 to return-code
		stop run
	end-if.
    display rate-ct " rate(s) loaded from " function trim (rateName) ".".
end-loadRates.

readRateLine.
    read rateFile
		at end move zero to rate-eof
	end-read.
    if rate-eof is not equal to zero
		add 1 to rate-line-ct
		if rate-record is not equal to spaces
				and rate-record (1:1) is not equal to "*"
			perform parseRateLine
		end-if
	end-if.
end-readRateLine.

parseRateLine.
    move spaces to rl-code.
    move spaces to rl-dept.
    move spaces to rl-value.
    unstring rate-record delimited by all space
		into rl-code, rl-dept, rl-value
	end-unstring.
    move function upper-case (rl-code) to rl-code.
    move function upper-case (rl-dept) to rl-dept.
    evaluate true
		when rl-code (2:9) is not equal to spaces
			perform badRateLine
		when rl-code is equal to "N" or rl-code is equal to "V"
				or rl-code is equal to "R" or rl-code is equal to "X"
			if rl-dept (1:3) is equal to spaces
					or rl-dept (4:7) is not equal to spaces
					or rl-value is equal to spaces
				perform badRateLine
			else
				if function test-numval (rl-value) is not equal to zero
					perform badRateLine
				else
					perform addRate
				end-if
			end-if
		when rl-dept is equal to spaces or rl-dept (9:2) is not equal to spaces
			perform badRateLine
		when rl-code is equal to "O"
			move rl-dept (1:8) to offset-centre
		when rl-code is equal to "U"
			move rl-dept (1:8) to unalloc-centre
		when rl-code is equal to "E"
			move rl-dept (1:8) to expense-acct
		when rl-code is equal to "I"
			move rl-dept (1:8) to income-acct
		when other
			perform badRateLine
	end-evaluate.
end-parseRateLine.

addRate.
*> a later line for the same class and department replaces the earlier.
    move zero to rate-found.
    perform matchRate varying rate-idx from 1 by 1
		until rate-idx is greater than rate-ct
		or rate-found is greater than zero.
    if rate-found is equal to zero
		if rate-ct is less than rate-max
			add 1 to rate-ct
			move rate-ct to rate-found
		else
			display "Rate table full at line " rate-line-ct "."
			add 1 to rate-bad-ct
		end-if
	end-if.
    if rate-found is greater than zero
		move rl-code (1:1) to rt-class (rate-found)
		move rl-dept (1:3) to rt-dept (rate-found)
		compute rt-rate (rate-found) = function numval (rl-value)
	end-if.
end-addRate.

matchRate.
    if rt-class (rate-idx) is equal to rl-code (1:1)
			and rt-dept (rate-idx) is equal to rl-dept (1:3)
		move rate-idx to rate-found
	end-if.
end-matchRate.

badRateLine.
    add 1 to rate-bad-ct.
    display "Rate line " rate-line-ct " not understood: "
		function trim (rate-record).
end-badRateLine.

checkDefaultRate.
    move class-code (cat-idx) to rl-code.
    move "***" to rl-dept.
    move zero to rate-found.
    perform matchRate varying rate-idx from 1 by 1
		until rate-idx is greater than rate-ct
		or rate-found is greater than zero.
    if rate-found is equal to zero
		add 1 to rate-bad-ct
		display "No default (***) rate for class " class-code (cat-idx)
			" - " function trim (class-name (cat-idx)) "."
	end-if.
end-checkDefaultRate.

tallyMonth.
*> history keys start with the event stamp, so the month is one
*> contiguous stretch of the file.
    move low-values to hist-key.
    move charge-month-x to hist-stamp (1:6).
    start histFile key is not less than hist-key
		invalid key move zero to hist-eof
		not invalid key move 1 to hist-eof
	end-start.
    perform tallyEvent until hist-eof is equal to zero.
end-tallyMonth.

tallyEvent.
    read histFile next
		at end move zero to hist-eof
	end-read.
    if hist-eof is not equal to zero
		if hist-stamp (1:6) is not equal to charge-month-x
			move zero to hist-eof
		else
			add 1 to month-ct
			evaluate true
				when hist-ret is equal to 0
					move 4 to cat-idx
				when hist-ret is equal to 1 and hist-decimal is greater than 3999
					move 2 to cat-idx
				when hist-ret is equal to 1
					move 1 to cat-idx
				when other
					move 3 to cat-idx
			end-evaluate
			add 1 to month-cat-ct (cat-idx)
			move function upper-case (hist-ref (1:3)) to event-prefix
			perform findBillEntry
			if bill-found is greater than zero
				add 1 to bill-count (bill-found, cat-idx)
			else
				add 1 to unbilled-ct
			end-if
		end-if
	end-if.
end-tallyEvent.

findBillEntry.
*> the table is kept in prefix order so statements print sorted.
    move zero to bill-found.
    move zero to ins-at.
    perform matchBillEntry varying bill-idx from 1 by 1
		until bill-idx is greater than bill-ct
		or bill-found is greater than zero
		or ins-at is greater than zero.
    if bill-found is equal to zero
		if bill-ct is less than bill-max
			if ins-at is equal to zero
				compute ins-at = bill-ct + 1
			end-if
			perform shiftBillEntry varying shift-idx from bill-ct by -1
				until shift-idx is less than ins-at
			add 1 to bill-ct
			move ins-at to bill-found
			initialize bill-entry (bill-found)
			move event-prefix to bill-prefix (bill-found)
		else
			if unbilled-ct is equal to zero
				display "Department table full - prefix " event-prefix
					" and later new prefixes not billed."
			end-if
		end-if
	end-if.
end-findBillEntry.

matchBillEntry.
    if bill-prefix (bill-idx) is equal to event-prefix
		move bill-idx to bill-found
	else
		if bill-prefix (bill-idx) is greater than event-prefix
			move bill-idx to ins-at
		end-if
	end-if.
end-matchBillEntry.

shiftBillEntry.
    move bill-entry (shift-idx) to bill-entry (shift-idx + 1).
end-shiftBillEntry.

priceDepartment.
*> events are charged to the department's cost centre; a prefix that
*> is not on the department master still bills, to the unallocated
*> cost centre, so nothing drops out of the month.
    if bill-prefix (bill-idx) is equal to spaces
		move "(NO REFERENCE ID)" to bill-name (bill-idx)
		move unalloc-centre to bill-centre (bill-idx)
	else
		move bill-prefix (bill-idx) to dept-prefix
		read deptFile
			invalid key
				move "NOT ON DEPARTMENT MASTER" to bill-name (bill-idx)
				move unalloc-centre to bill-centre (bill-idx)
			not invalid key
				move dept-name to bill-name (bill-idx)
				move dept-cost-centre to bill-centre (bill-idx)
		end-read
	end-if.
    move zero to bill-total (bill-idx).
    perform priceClass varying cat-idx from 1 by 1
		until cat-idx is greater than 4.
    add bill-total (bill-idx) to grand-amount.
end-priceDepartment.

priceClass.
    move class-code (cat-idx) to rl-code.
    move bill-prefix (bill-idx) to rl-dept.
    move zero to rate-found.
    perform matchRate varying rate-idx from 1 by 1
		until rate-idx is greater than rate-ct
		or rate-found is greater than zero.
    if rate-found is equal to zero
		move "***" to rl-dept
		perform matchRate varying rate-idx from 1 by 1
			until rate-idx is greater than rate-ct
			or rate-found is greater than zero
	end-if.
    move rt-rate (rate-found) to bill-rate (bill-idx, cat-idx).
    compute bill-amount (bill-idx, cat-idx) rounded =
		bill-count (bill-idx, cat-idx) * bill-rate (bill-idx, cat-idx).
    add bill-amount (bill-idx, cat-idx) to bill-total (bill-idx).
    add bill-count (bill-idx, cat-idx) to billed-ct.
end-priceClass.

writeStatements.
    if bill-ct is equal to zero
		move charge-month to sh-month
		write stmt-record from stmt-head
		write stmt-record from underline-1
		write stmt-record from stmt-none
	else
		perform writeOneStatement varying bill-idx from 1 by 1
			until bill-idx is greater than bill-ct
	end-if.
    write stmt-record from blank-line.
    move bill-ct to ss-depts.
    move billed-ct to ss-events.
    move grand-amount to ss-amount.
    write stmt-record from stmt-summary.
end-writeStatements.

writeOneStatement.
    move charge-month to sh-month.
    write stmt-record from stmt-head.
    write stmt-record from underline-1.
    move bill-prefix (bill-idx) to sd-prefix.
    move bill-name (bill-idx) to sd-name.
    write stmt-record from stmt-dept-line.
    move bill-centre (bill-idx) to sc-centre.
    write stmt-record from stmt-centre-line.
    write stmt-record from blank-line.
    write stmt-record from stmt-col-heads.
    perform writeStatementLine varying cat-idx from 1 by 1
		until cat-idx is greater than 4.
    write stmt-record from stmt-rule.
    move bill-total (bill-idx) to st-amount.
    write stmt-record from stmt-total.
    write stmt-record from blank-line.
    write stmt-record from blank-line.
end-writeOneStatement.

writeStatementLine.
    move class-name (cat-idx) to sl-name.
    move bill-count (bill-idx, cat-idx) to sl-count.
    move bill-rate (bill-idx, cat-idx) to sl-rate.
    move bill-amount (bill-idx, cat-idx) to sl-amount.
    write stmt-record from stmt-detail.
end-writeStatementLine.

writeJournal.
    move charge-month to jh-period.
    move today-date to jh-run.
    write journal-record from jrnl-header.
    perform writeJournalDetail varying bill-idx from 1 by 1
		until bill-idx is greater than bill-ct.
*> the offsetting entry makes the journal balance on its own.
    if grand-amount is not equal to zero
		move spaces to jrnl-detail
		move 'D' to jd-type
		move offset-centre to jd-centre
		move income-acct to jd-account
		move charge-month to jd-period
		move "***" to jd-dept
		move "CONVERSION SERVICE RECOVERY" to jd-desc
		if grand-amount is greater than zero
			move 'C' to jd-dc
			move grand-amount to jd-amount
			add grand-amount to credit-total
		else
			move 'D' to jd-dc
			compute jd-amount = 0 - grand-amount
			subtract grand-amount from debit-total
		end-if
		write journal-record from jrnl-detail
		add 1 to jrnl-line-ct
	end-if.
    move jrnl-line-ct to jt-count.
    move debit-total to jt-debits.
    move credit-total to jt-credits.
    write journal-record from jrnl-trailer.
end-writeJournal.

writeJournalDetail.
    if bill-total (bill-idx) is not equal to zero
		move spaces to jrnl-detail
		move 'D' to jd-type
		move bill-centre (bill-idx) to jd-centre
		move expense-acct to jd-account
		move charge-month to jd-period
		move bill-prefix (bill-idx) to jd-dept
		move "CONVERSION SERVICE CHARGE" to jd-desc
		if bill-total (bill-idx) is greater than zero
			move 'D' to jd-dc
			move bill-total (bill-idx) to jd-amount
			add bill-total (bill-idx) to debit-total
		else
			move 'C' to jd-dc
			compute jd-amount = 0 - bill-total (bill-idx)
			subtract bill-total (bill-idx) from credit-total
		end-if
		write journal-record from jrnl-detail
		add 1 to jrnl-line-ct
	end-if.
end-writeJournalDetail.

writeControl.
*> the proof: every history event in the month is billed to some
*> department, and the journal's debits equal its credits.
    if month-ct is not equal to billed-ct or unbilled-ct is greater than zero
			or debit-total is not equal to credit-total
		move 'N' to in-balance
	end-if.
    move charge-month to ch-month.
    move today-date to ch-run.
    write control-record from ctl-head.
    write control-record from underline-1.
    move "CONVHIST events in period:" to cc-label.
    move month-ct to cc-count.
    write control-record from ctl-count-line.
    perform writeControlClass varying cat-idx from 1 by 1
		until cat-idx is greater than 4.
    write control-record from blank-line.
    move "Events billed on statements:" to cc-label.
    move billed-ct to cc-count.
    write control-record from ctl-count-line.
    move "Events not billed (table full):" to cc-label.
    move unbilled-ct to cc-count.
    write control-record from ctl-count-line.
    move "Departments billed:" to cc-label.
    move bill-ct to cc-count.
    write control-record from ctl-count-line.
    write control-record from blank-line.
    move "Statement total amount:" to ca-label.
    move grand-amount to ca-amount.
    write control-record from ctl-amount-line.
    move "Journal detail lines:" to cc-label.
    move jrnl-line-ct to cc-count.
    write control-record from ctl-count-line.
    move "Journal debits:" to ca-label.
    move debit-total to ca-amount.
    write control-record from ctl-amount-line.
    move "Journal credits:" to ca-label.
    move credit-total to ca-amount.
    write control-record from ctl-amount-line.
    write control-record from blank-line.
    if in-balance is equal to 'Y'
		move "IN BALANCE" to cv-text
	else
		move "OUT OF BALANCE" to cv-text
	end-if.
    write control-record from ctl-verdict.
end-writeControl.

writeControlClass.
    move spaces to cc-label.
    string "   " delimited by size
		class-name (cat-idx) delimited by size
		into cc-label.
    move month-cat-ct (cat-idx) to cc-count.
    write control-record from ctl-count-line.
end-writeControlClass.

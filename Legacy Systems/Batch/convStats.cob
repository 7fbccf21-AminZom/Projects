77  recs-skipped    pic s9(8) usage is computational value zero.

01  daily-counts.
    05 d-path-ct pic s9(8) usage is computational occurs 6 times.
    05 d-ret-ct  pic s9(8) usage is computational occurs 8 times.
    05 d-hour-ct pic s9(8) usage is computational occurs 24 times.
    05 d-total   pic s9(8) usage is computational.
01  mtd-counts.
    05 m-path-ct pic s9(8) usage is computational occurs 6 times.
    05 m-ret-ct  pic s9(8) usage is computational occurs 8 times.
    05 m-hour-ct pic s9(8) usage is computational occurs 24 times.
    05 m-total   pic s9(8) usage is computational.

    05 filler pic x(8) value 'FILE    '.
    05 filler pic x(8) value 'DECIMAL '.
    05 filler pic x(8) value 'ARITH   '.
    05 filler pic x(8) value 'DATE    '.
    05 filler pic x(8) value 'REVERSAL'.
01  path-table redefines path-table-init.
    05 path-name pic x(8) occurs 6 times.

*> CONV's codes 1-6, then the check-digit reject and the reversal
*> convreverse logs, so every logged line has a row.
01  ret-table-init.
    05 filler pic x(19) value '1CONVERTED OK      '.
    05 filler pic x(19) value '2ILLEGAL CHARACTER '.
    05 filler pic x(19) value '3OPERATOR QUIT     '.
    05 filler pic x(19) value '4GRAMMAR REJECT    '.
    05 filler pic x(19) value '5RANGE REJECT      '.
    05 filler pic x(19) value '6LENGTH REJECT     '.
    05 filler pic x(19) value '9CHECK DIGIT REJECT'.
    05 filler pic x(19) value '0REVERSAL POSTED   '.
01  ret-table redefines ret-table-init.
    05 ret-entry occurs 8 times.
        10 ret-code pic 9.
        10 ret-name pic x(18).

01  title-line.
    02 filler pic x(33) value 'Conversion Statistics Report for '.
    stop run.

initCounters.
    perform varying path-idx from 1 by 1 until path-idx is greater than 6
		move zero to d-path-ct (path-idx)
		move zero to m-path-ct (path-idx)
	end-perform.
    perform varying ret-idx from 1 by 1 until ret-idx is greater than 8
		move zero to d-ret-ct (ret-idx)
		move zero to m-ret-ct (ret-idx)
	end-perform.
		when "FILE    " move 2 to path-idx
		when "DECIMAL " move 3 to path-idx
		when "ARITH   " move 4 to path-idx
		when "DATE    " move 5 to path-idx
		when "REVERSAL" move 6 to path-idx
	end-evaluate.
    move zero to ret-idx.
    evaluate rec-ret
		when 1 thru 6 move rec-ret to ret-idx
		when 9 move 7 to ret-idx
		when 0 move 8 to ret-idx
	end-evaluate.
    if rec-date is equal to report-date
		add 1 to d-total
		if path-idx is greater than zero
			add 1 to d-path-ct (path-idx)
		end-if
		if ret-idx is greater than zero
			add 1 to d-ret-ct (ret-idx)
		end-if
		if rec-hour is not less than 1 and rec-hour is not greater than 24
			add 1 to d-hour-ct (rec-hour)
		if path-idx is greater than zero
			add 1 to m-path-ct (path-idx)
		end-if
		if ret-idx is greater than zero
			add 1 to m-ret-ct (ret-idx)
		end-if
		if rec-hour is not less than 1 and rec-hour is not greater than 24
			add 1 to m-hour-ct (rec-hour)

writeDailySection.
    write stats-record from path-section-head.
    perform varying path-idx from 1 by 1 until path-idx is greater than 6
		move path-name (path-idx) to pd-name
		move d-path-ct (path-idx) to pd-count
		write stats-record from path-detail
	end-perform.
    write stats-record from blank-line.
    write stats-record from ret-section-head.
    perform varying ret-idx from 1 by 1 until ret-idx is greater than 8
		move ret-code (ret-idx) to rd-code
		move ret-name (ret-idx) to rd-name
		move d-ret-ct (ret-idx) to rd-count
		write stats-record from ret-detail

writeMtdSection.
    write stats-record from path-section-head.
    perform varying path-idx from 1 by 1 until path-idx is greater than 6
		move path-name (path-idx) to pd-name
		move m-path-ct (path-idx) to pd-count
		write stats-record from path-detail
	end-perform.
    write stats-record from blank-line.
    write stats-record from ret-section-head.
    perform varying ret-idx from 1 by 1 until ret-idx is greater than 8
		move ret-code (ret-idx) to rd-code
		move ret-name (ret-idx) to rd-name
		move m-ret-ct (ret-idx) to rd-count
		write stats-record from ret-detail

77  prev-seen       pic x.
77  delta           pic s9(8) usage is computational.
77  reject-total    pic s9(8) usage is computational.
77  attempt-total   pic s9(8) usage is computational.
77  reject-pct      pic s9(3)v9 usage is computational.

01  month-table.
        10 mt-yyyymm   pic 9(6).
        10 mt-present  pic x.
        10 mt-total    pic s9(8) usage is computational.
*> return codes 1-6 by code, with the check-digit reject (9) in 7.
        10 mt-ret-ct   pic s9(8) usage is computational occurs 7 times.
        10 mt-path-ct  pic s9(8) usage is computational occurs 6 times.

01  report-head.
    02 filler pic x(42) value 'Conversion Twelve-Month Trend Report as of'.
    02 filler pic x(8) value '   Gram'.
    02 filler pic x(8) value '  Range'.
    02 filler pic x(8) value '    Len'.
    02 filler pic x(8) value '  ChkDg'.
    02 filler pic x(9) value '   Rej%'.
01  reject-detail.
    02 filler    pic x value space.
    02 rd-c5     pic z(6)9.
    02 filler    pic x value space.
    02 rd-c6     pic z(6)9.
    02 filler    pic x value space.
    02 rd-c9     pic z(6)9.
    02 filler    pic x(2) value spaces.
    02 rd-pct    pic zz9.9.
01  path-head.
    02 filler pic x(9) value '   File'.
    02 filler pic x(9) value '  Decml'.
    02 filler pic x(9) value '  Arith'.
    02 filler pic x(9) value '   Date'.
    02 filler pic x(9) value ' Revrsl'.
01  path-detail.
    02 filler    pic x value space.
    02 pd-month  pic 9(6).
    02 pd-c3     pic z(6)9.
    02 filler    pic x value space.
    02 pd-c4     pic z(6)9.
    02 filler    pic x value space.
    02 pd-c5     pic z(6)9.
    02 filler    pic x value space.
    02 pd-c6     pic z(6)9.
01  blank-line   pic x value space.

procedure division.
    move work-yyyymm to mt-yyyymm (month-idx).
    move 'N' to mt-present (month-idx).
    move zero to mt-total (month-idx).
    perform varying ret-idx from 1 by 1 until ret-idx is greater than 7
		move zero to mt-ret-ct (month-idx, ret-idx)
	end-perform.
    perform varying path-idx from 1 by 1 until path-idx is greater than 6
		move zero to mt-path-ct (month-idx, path-idx)
	end-perform.
end-initOneSlot.
		if rec-ret is not less than 1 and rec-ret is not greater than 6
			add 1 to mt-ret-ct (month-idx, rec-ret)
		end-if
		if rec-ret is equal to 9
			add 1 to mt-ret-ct (month-idx, 7)
		end-if
		move zero to path-idx
		evaluate clog-entry-path
			when "KEYBOARD" move 1 to path-idx
			when "FILE    " move 2 to path-idx
			when "DECIMAL " move 3 to path-idx
			when "ARITH   " move 4 to path-idx
			when "DATE    " move 5 to path-idx
			when "REVERSAL" move 6 to path-idx
		end-evaluate
		if path-idx is greater than zero
			add 1 to mt-path-ct (month-idx, path-idx)
		move mt-ret-ct (month-idx, 4) to rd-c4
		move mt-ret-ct (month-idx, 5) to rd-c5
		move mt-ret-ct (month-idx, 6) to rd-c6
		move mt-ret-ct (month-idx, 7) to rd-c9
		compute reject-total = mt-ret-ct (month-idx, 2)
			+ mt-ret-ct (month-idx, 3) + mt-ret-ct (month-idx, 4)
			+ mt-ret-ct (month-idx, 5) + mt-ret-ct (month-idx, 6)
			+ mt-ret-ct (month-idx, 7)
*> a reversal is not a conversion attempt, so it is not in the base.
		compute attempt-total = mt-total (month-idx) - mt-path-ct (month-idx, 6)
		if attempt-total is greater than zero
			compute reject-pct rounded =
				reject-total * 100 / attempt-total
		else
			move zero to reject-pct
		end-if
		move mt-path-ct (month-idx, 2) to pd-c2
		move mt-path-ct (month-idx, 3) to pd-c3
		move mt-path-ct (month-idx, 4) to pd-c4
		move mt-path-ct (month-idx, 5) to pd-c5
		move mt-path-ct (month-idx, 6) to pd-c6
		write trend-record from path-detail
	end-if.
end-writePathLine.

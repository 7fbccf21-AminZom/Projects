identification division.
program-id. refcheck.
environment division.
data division.
working-storage section.
77  work-ref   pic x(12).
77  trail-ct   pic s9(4) usage is computational.
77  ref-len    pic s9(4) usage is computational.
77  body-len   pic s9(4) usage is computational.
77  ci         pic s9(4) usage is computational.
77  char-pos   pic s9(4) usage is computational.
77  char-val   pic s9(4) usage is computational.
77  val-tens   pic s9(4) usage is computational.
77  val-units  pic s9(4) usage is computational.
77  digit-sum  pic s9(8) usage is computational.
77  dig-len    pic s9(4) usage is computational.
77  di         pic s9(4) usage is computational.
77  dig-val    pic 9.
77  sum-units  pic s9(4) usage is computational.
77  check-num  pic 9.
77  double-it  pic x.
01  digit-str  pic x(24).
01  char-set   pic x(36) value "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".

linkage section.
77  lk-action  pic x.
77  lk-ref     pic x(12).
77  lk-result  pic s9 usage is computational-3.

procedure division using lk-action, lk-ref, lk-result.
*> shop-standard reference check digit: the last character of a
*> reference id is a decimal check digit over the characters before
*> it, worked the way ISIN check digits are.  Each character is
*> written out as digits - a digit as itself, a letter (either case)
*> as 10-35, anything else as 36 - and the Luhn sum is taken over
*> that digit string: every other digit from the right is doubled,
*> the digits of the results are added, and the check digit brings
*> the sum up to a multiple of ten.
*>   'V' validates lk-ref: result 0 good, 1 wrong or missing check
*>       digit, 2 too short to carry one
*>   'G' appends the check digit to the body in lk-ref (at most 11
*>       characters): result 0 done, 2 body blank or too long
*> Any other action returns 9.
    move zero to lk-result.
    move function upper-case (lk-ref) to work-ref.
    move zero to trail-ct.
    inspect function reverse (work-ref) tallying trail-ct for leading space.
    compute ref-len = 12 - trail-ct.
    evaluate function upper-case (lk-action)
		when 'V' perform validateRef
		when 'G' perform generateRef
		when other move 9 to lk-result
	end-evaluate.
    goback.

validateRef.
    if ref-len is less than 2
		move 2 to lk-result
	else
		compute body-len = ref-len - 1
		perform computeCheck
		if work-ref (ref-len:1) is not numeric
			move 1 to lk-result
		else
			if work-ref (ref-len:1) is not equal to check-num
				move 1 to lk-result
			end-if
		end-if
	end-if.
end-validateRef.

generateRef.
    if ref-len is less than 1 or ref-len is greater than 11
		move 2 to lk-result
	else
		move ref-len to body-len
		perform computeCheck
		move work-ref to lk-ref
		move check-num to lk-ref (ref-len + 1:1)
	end-if.
end-generateRef.

computeCheck.
    move spaces to digit-str.
    move zero to dig-len.
    perform expandOneChar varying ci from 1 by 1 until ci is greater than body-len.
    move zero to digit-sum.
    move 'Y' to double-it.
    perform addOneDigit varying di from dig-len by -1 until di is less than 1.
    compute sum-units = function mod (digit-sum, 10).
    compute check-num = function mod (10 - sum-units, 10).
end-computeCheck.

expandOneChar.
    move zero to char-pos.
    inspect char-set tallying char-pos
		for characters before initial work-ref (ci:1).
    divide char-pos by 10 giving val-tens remainder val-units.
    if val-tens is greater than zero
		add 1 to dig-len
		move val-tens to dig-val
		move dig-val to digit-str (dig-len:1)
	end-if.
    add 1 to dig-len.
    move val-units to dig-val.
    move dig-val to digit-str (dig-len:1).
end-expandOneChar.

addOneDigit.
    move digit-str (di:1) to dig-val.
    move dig-val to char-val.
    if double-it is equal to 'Y'
		multiply 2 by char-val
		move 'N' to double-it
	else
		move 'Y' to double-it
	end-if.
    divide char-val by 10 giving val-tens remainder val-units.
    add val-tens to digit-sum.
    add val-units to digit-sum.
end-addOneDigit.

identification division.
program-id. signon.
environment division.
input-output section.
file-control.
    select operFile assign to "OPERSEC.DAT"
		organization is indexed
		access mode is random
		record key is oper-id
		file status is oper-status.

data division.
file section.
fd operFile.
01 oper-record.
	05 oper-id          pic x(8).
	05 oper-name        pic x(30).
	05 oper-hash        pic 9(8).
	05 oper-authority   pic x.
	05 oper-state       pic x.
	05 oper-fails       pic 9(2).
	05 oper-last-signon pic x(15).
	05 oper-pw-changed  pic 9(8).

working-storage section.
77  oper-status  pic xx.
77  try-ct       pic s9(4) usage is computational.
77  try-max      pic s9(4) usage is computational value 3.
77  fail-max     pic 9(2) value 5.
77  entered-id   pic x(10).
77  entered-pw   pic x(20).
77  entered-hash pic 9(8).
77  signed-on    pic x.
77  stamp-date   pic 9(8).
77  stamp-time   pic 9(8).

linkage section.
77  lk-program   pic x(12).
77  lk-operator  pic x(8).
77  lk-authority pic x.
77  lk-result    pic s9 usage is computational-3.

procedure division using lk-program, lk-operator, lk-authority, lk-result.
*> shop-standard operator sign-on for the maintenance screens: the
*> operator gets three tries at an ID and password held on the
*> security file, and comes back with the authority recorded there -
*> I inquiry, M maintain, S supervisor.  Five failures in a row lock
*> the ID until a supervisor resets it with opermaint.
*> lk-result: 0 signed on, 1 refused, 2 security file not available.
    move zero to lk-result.
    move spaces to lk-operator.
    move space to lk-authority.
    open i-o operFile.
    if oper-status is not equal to "00"
		display "Operator security file OPERSEC.DAT not available - status "
			oper-status
		display "No operators are defined - a supervisor must be set up"
			" with opermaint first."
		move 2 to lk-result
	else
		display "Sign-on for " function trim (lk-program)
		move 'N' to signed-on
		move zero to try-ct
		perform signOnAttempt until signed-on is equal to 'Y'
			or try-ct is not less than try-max
		close operFile
		if signed-on is equal to 'N'
			display "Sign-on refused."
			move 1 to lk-result
		end-if
	end-if.
    goback.

signOnAttempt.
    add 1 to try-ct.
    display "Operator ID: " with no advancing.
    move spaces to entered-id.
    accept entered-id.
    display "Password: " with no advancing.
    move spaces to entered-pw.
    accept entered-pw with no-echo.
    move function upper-case (entered-id (1:8)) to oper-id.
    read operFile
		invalid key
			display "Operator ID or password not recognised."
		not invalid key
			perform checkPassword
	end-read.
end-signOnAttempt.

checkPassword.
    call "passhash" using oper-id, entered-pw, entered-hash.
    evaluate true
		when oper-state is equal to 'L'
			display "Operator " function trim (oper-id)
				" is locked - see a supervisor."
			move try-max to try-ct
		when oper-state is not equal to 'A'
			display "Operator " function trim (oper-id) " is not active."
			move try-max to try-ct
		when entered-hash is not equal to oper-hash
			add 1 to oper-fails
			if oper-fails is not less than fail-max
				move 'L' to oper-state
				display "Too many failed sign-ons - operator "
					function trim (oper-id) " is now locked."
				move try-max to try-ct
			else
				display "Operator ID or password not recognised."
			end-if
			rewrite oper-record
				invalid key continue
			end-rewrite
		when other
			move zero to oper-fails
			accept stamp-date from date yyyymmdd
			accept stamp-time from time
			move spaces to oper-last-signon
			string stamp-date delimited by size
				"-" delimited by size
				stamp-time (1:6) delimited by size
				into oper-last-signon
			rewrite oper-record
				invalid key continue
			end-rewrite
			move 'Y' to signed-on
			move oper-id to lk-operator
			move oper-authority to lk-authority
			display "Signed on as " function trim (oper-id) " "
				function trim (oper-name) "."
	end-evaluate.
end-checkPassword.

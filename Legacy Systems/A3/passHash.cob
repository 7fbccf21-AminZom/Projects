identification division.
program-id. passhash.
environment division.
data division.
working-storage section.
77  ci        pic s9(4) usage is computational.
77  work-hash pic s9(10) usage is computational.
77  mix-area  pic x(28).

linkage section.
77  lk-operator pic x(8).
77  lk-password pic x(20).
77  lk-hash     pic 9(8).

procedure division using lk-operator, lk-password, lk-hash.
*> passwords are never held in clear: the security file keeps this
*> value, mixed over the operator ID and the password together so two
*> operators with the same password do not share a value.  Sign-on
*> and operator maintenance must agree on this one computation.
    move lk-operator to mix-area (1:8).
    move lk-password to mix-area (9:20).
    move 7919 to work-hash.
    perform mixOneChar varying ci from 1 by 1 until ci is greater than 28.
    move work-hash to lk-hash.
    goback.

mixOneChar.
    compute work-hash = function mod
		(work-hash * 131 + function ord (mix-area (ci:1)), 99999989).
end-mixOneChar.

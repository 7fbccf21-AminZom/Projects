identification division.
program-id. auditlog.
environment division.
input-output section.
file-control.
    select auditFile assign to "MAINTAUD.DAT"
		organization is line sequential
		file status is audit-status.

data division.
file section.
fd auditFile.
01 audit-record.
	05 ar-stamp     pic x(15).
	05 filler       pic x.
	05 ar-operator  pic x(8).
	05 filler       pic x.
	05 ar-program   pic x(12).
	05 filler       pic x.
	05 ar-file      pic x(30).
	05 filler       pic x.
	05 ar-action    pic x.
	05 filler       pic x.
	05 ar-key       pic x(30).
	05 filler       pic x.
	05 ar-before    pic x(100).
	05 filler       pic x.
	05 ar-after     pic x(100).

working-storage section.
77  audit-status pic xx.
77  stamp-date   pic 9(8).
77  stamp-time   pic 9(8).

linkage section.
01  lk-audit.
	05 lk-operator pic x(8).
	05 lk-program  pic x(12).
	05 lk-file     pic x(30).
	05 lk-action   pic x.
	05 lk-key      pic x(30).
	05 lk-before   pic x(100).
	05 lk-after    pic x(100).
77  lk-result pic s9 usage is computational-3.

procedure division using lk-audit, lk-result.
*> shop-standard maintenance audit: one record per add (A), change
*> (C), delete (D), release (R) or save (S) made from a maintenance
*> screen, with who, when, where and the record before and after.
*> The file is only ever appended to.
*> lk-result: 0 written, 2 the audit file could not be opened.
    move zero to lk-result.
    open extend auditFile.
    if audit-status is not equal to "00"
		open output auditFile
		close auditFile
		open extend auditFile
	end-if.
    if audit-status is not equal to "00"
		display "ERROR: could not open MAINTAUD.DAT - status " audit-status
		move 2 to lk-result
	else
		accept stamp-date from date yyyymmdd
		accept stamp-time from time
		move spaces to audit-record
		string stamp-date delimited by size
			"-" delimited by size
			stamp-time (1:6) delimited by size
			into ar-stamp
		move lk-operator to ar-operator
		move lk-program to ar-program
		move lk-file to ar-file
		move lk-action to ar-action
		move lk-key to ar-key
		move lk-before to ar-before
		move lk-after to ar-after
		write audit-record
		close auditFile
	end-if.
    goback.

	*>   department.
	*>   Added the RETENTION-DAYS parameter (the archive job's
	*>   default cutoff) to PARMS.
	*>   Added maker-checker approval for the high-risk changes: a
	*>   MAINT CHGROLE (interactive or BATCH) onto ADMIN or a role
	*>   flagged privileged on the new ROLEDEF file, a PARMS SET
	*>   that lowers LOCKOUT-THRESHOLD and a TERMS CLEAR are now
	*>   queued on PENDCHG (through pendput) instead of applied.  A
	*>   different ADMIN lists, approves or rejects them with the
	*>   new PENDING command; an approval applies the change and
	*>   journals it to USERCHG with both userids.  Unapproved rows
	*>   expire after the new PENDING-EXPIRY-HRS parameter, and an
	*>   ADMIN is told at login how many are waiting.  The new
	*>   ADMIN-only ROLES command maintains ROLEDEF; clearing a
	*>   privileged flag is itself queued.
	*>   Added break-glass elevation: ELEVATE REQUEST raises the
	*>   operator to a named role on top of their own for up to
	*>   ELEVATE-MAX-HOURS hours, against a mandatory reason
	*>   recorded on the new ELEVATE file.  While it lasts the
	*>   permission check honours the elevated role first (then the
	*>   operator's own, then "*"), every transcript line is tagged
	*>   with the role and grant id, and the grant lapses by itself
	*>   at expiry - checked before every line and again at the
	*>   next login.  ELEVATE END gives it up early; ELEVATE LIST
	*>   shows who is elevated now.  Queued-change approval still
	*>   needs an operator whose own role is ADMIN.
	*>   Added segregation-of-duties checking: MAINT ADD and CHGROLE
	*>   (interactive and BATCH) run the new role and the account's
	*>   department past the SODRULES toxic-pair and reserved-role
	*>   rules (through sodcheck) and refuse a conflict.  An
	*>   operator granted SOD-OVERRIDE may push one through - with a
	*>   Y and a reason at the console, or Mtx-Override/Mtx-Override-
	*>   Reason on the MAINTXN row - and every rule overridden is
	*>   recorded on the new SODOVR file.
	*>   Added MAINT CHGDEPT (interactive and BATCH, ADMIN by seed)
	*>   to move an account to another department - validated
	*>   against DEPT and SoD-checked against the reserved-role
	*>   rules like an ADD - so the hrrecon corrective rows can go
	*>   through MAINT BATCH.
	*>   Added the ANOM-LOOKBACK-DAYS, ANOM-HOUR-SLACK, ANOM-DUAL-
	*>   MINS, ANOM-FAIL-RUN and ANOM-MIN-LOGINS parameters (the
	*>   nightly anomaly job's baseline and thresholds) to PARMS.
	*>   Every grant of the ADMIN role (MAINT ADD, an approved
	*>   CHGROLE, an ELEVATE) now raises an alert on the ALERTQ
	*>   queue through alertput.  The new ALERTS command lists the
	*>   open alerts and lets the on-call operator acknowledge one
	*>   (ADMIN and LEAD by seed); alertdsp sends and escalates them
	*>   after the new ALERT-ESCALATE-MINS parameter.
	*>   USERCHG and TRANSCRIPT records are now chained through
	*>   chainlnk before they are written (running sequence number
	*>   and chained digest, checked by the chainver batch), so a
	*>   deleted or edited line shows up.
	*>   Added the FACTOR command (ADMIN by seed): ENROL and RESET
	*>   issue an operator a new one-time-code secret and ten
	*>   single-use recovery codes on the new FACTOR file, shown
	*>   once and journalled to USERCHG; LIST shows who is enrolled.
	*>   ROLES SET now also sets a role's second-factor flag
	*>   (Rdf-Factor-Required), checked by security.cob at login;
	*>   clearing it is queued for approval (FACTORFLAG) like
	*>   clearing the privileged flag.
	*>   FACTOR ENROL/RESET now seed the secret and recovery codes
	*>   from random characters the issuing ADMIN types (hashed
	*>   with the full date and time, never stored), and the
	*>   enrolment is recorded on FACTOR and USERCHG to the minute
	*>   only.
	*>   A MAINT ADD (interactive or BATCH) straight into ADMIN or a
	*>   privileged role is now queued on PENDCHG (ADD) like the
	*>   matching CHGROLE, and the account is only created - and
	*>   the ADMIN alert raised - when another ADMIN approves it.
	*> ==============================================
Environment Division.
Input-Output Section.
		Access Dynamic
		Record Key Spm-Name
		File Status Secparms-Status.
	Select Role-Def-File Assign To "ROLEDEF"
		Organization Indexed
		Access Dynamic
		Record Key Rdf-Role
		File Status Roledef-Status.
	Select Pend-Chg-File Assign To "PENDCHG"
		Organization Indexed
		Access Dynamic
		Record Key Pnd-Id
		File Status Pendchg-Status.
	Select Elevate-File Assign To "ELEVATE"
		Organization Indexed
		Access Dynamic
		Record Key Elv-Key
		File Status Elevate-Status.
	Select Sod-Ovr-File Assign To "SODOVR"
		Organization Line Sequential
		File Status Sodovr-Status.
	Select Alert-Queue-File Assign To "ALERTQ"
		Organization Indexed
		Access Dynamic
		Record Key Alq-Id
		File Status Alertq-Status.
	Select Factor-File Assign To "FACTOR"
		Organization Indexed
		Access Dynamic
		Record Key Fac-Userid
		File Status Factor-Status.
Data Division.
File Section.
	Copy "users.cpy".
	Copy "schedule.cpy".
	Copy "dept.cpy".
	Copy "secparms.cpy".
	Copy "roledef.cpy".
	Copy "pendchg.cpy".
	Copy "elevate.cpy".
	Copy "sodovr.cpy".
	Copy "alertq.cpy".
	Copy "factor.cpy".
Working-storage Section.
	1 IO_STREAM			pic x(2048) value spaces.
	1 iocmd				pic x(2048) value spaces.
	1 Schedule-Status	Pic X(02) Value "00".
	1 Dept-Status		Pic X(02) Value "00".
	1 Secparms-Status	Pic X(02) Value "00".
	1 Roledef-Status	Pic X(02) Value "00".
	1 Pendchg-Status	Pic X(02) Value "00".
	1 Elevate-Status	Pic X(02) Value "00".
	1 Sodovr-Status		Pic X(02) Value "00".
	1 Alertq-Status		Pic X(02) Value "00".
	1 Factor-Status		Pic X(02) Value "00".

	1 App-Command		Pic X(10) Value Spaces.
	1 App-Output-Text	Pic X(2048) Value Spaces.
	1 App-Session-Id	Pic X(32) Value Spaces.
	1 App-Role			Pic X(10) Value Spaces.
	1 App-Dept			Pic X(04) Value Spaces.
	*> App-Base-Role is the operator's own Usr-Role; App-Role is the
	*> effective role, which differs from it only while a
	*> break-glass elevation (ELEVATE) is in force.
	1 App-Base-Role		Pic X(10) Value Spaces.

	1 App-Perm-Command	Pic X(14) Value Spaces.
	1 App-Perm-Sw		Pic 9 Value 0.
	*> password, missing/unchanged role, unknown action).
	1 App-Maint-Applied-Sw	Pic 9 Value 0.
		88 App-Maint-Applied	Value 1, False 0.
	*> App-Maint-Queued-Sw - set by 2410/2480 when the change went to
	*> PENDCHG for approval instead of being applied.
	1 App-Maint-Queued-Sw	Pic 9 Value 0.
		88 App-Maint-Queued	Value 1, False 0.

	1 App-Batch-Sw		Pic 9 Value 0.
		88 App-Batch-Mode	Value 1, False 0.
	1 App-Batch-Applied	Pic 9(05) Comp Value 0.
	1 App-Batch-Denied	Pic 9(05) Comp Value 0.
	1 App-Batch-Errors	Pic 9(05) Comp Value 0.
	1 App-Batch-Queued	Pic 9(05) Comp Value 0.
	1 App-Bak-Run-Id	Pic X(14) Value Spaces.
	1 App-Bak-Existed	Pic X(01) Value Spaces.
	1 App-Bak-Image		Pic X(160) Value Spaces.
	1 App-Chg-Old-Role		Pic X(10) Value Spaces.
	1 App-Chg-Old-Status	Pic X(10) Value Spaces.
	1 App-Chg-Old-Failed	Pic 9(02) Value 0.
	1 App-Chg-New-Role		Pic X(10) Value Spaces.
	1 App-Chg-New-Status	Pic X(10) Value Spaces.
	1 App-Chg-New-Failed	Pic 9(02) Value 0.

	1 App-Parm-Name			Pic X(20) Value Spaces.
	1 App-Parm-Default		Pic 9(09) Comp Value 0.
	1 App-Parm-Value		Pic 9(09) Comp Value 0.
	1 App-Parm-Action		Pic X(10) Value Spaces.
	1 App-Parm-Input		Pic X(30) Value Spaces.
	1 App-Parm-Current		Pic 9(09) Comp Value 0.
	*> App-Parm-Defs - the parameters getparm's callers know about,
	*> with the same defaults those callers pass (so PARMS LIST can
	*> show the effective value even when SECPARMS holds no row) and
			"TERM-FAIL-WINDOW    000000015000099999".
		5 Filler Pic X(38) Value
			"RETENTION-DAYS      000000365000099999".
		5 Filler Pic X(38) Value
			"PENDING-EXPIRY-HRS  000000024000000720".
		5 Filler Pic X(38) Value
			"ELEVATE-MAX-HOURS   000000004000000024".
		5 Filler Pic X(38) Value
			"ANOM-LOOKBACK-DAYS  000000090000000999".
		5 Filler Pic X(38) Value
			"ANOM-HOUR-SLACK     000000002000000011".
		5 Filler Pic X(38) Value
			"ANOM-DUAL-MINS      000000030000001440".
		5 Filler Pic X(38) Value
			"ANOM-FAIL-RUN       000000003000000099".
		5 Filler Pic X(38) Value
			"ANOM-MIN-LOGINS     000000010000099999".
		5 Filler Pic X(38) Value
			"ALERT-ESCALATE-MINS 000000030000001440".
	1 App-Parm-List Redefines App-Parm-Defs.
		5 App-Parm-Def Occurs 17 Times Indexed By App-Parm-Ix.
			10 App-Parm-Def-Name	Pic X(20).
			10 App-Parm-Def-Value	Pic 9(09).
			10 App-Parm-Def-Max		Pic 9(09).
	1 App-Parm-Count		Pic 9(02) Comp Value 17.

	1 App-Term-Action		Pic X(10) Value Spaces.
	1 App-Term-Id			Pic X(08) Value Spaces.
	1 App-Sch-Input			Pic X(40) Value Spaces.
	1 App-Sch-Found-Sw		Pic 9 Value 0.
		88 App-Sch-Found	Value 1, False 0.

	*> Maker-checker queue - the pendput call parameters, and the
	*> PENDING/ROLES command scratch fields.
	1 App-Pend-Function		Pic X(06) Value Spaces.
	1 App-Pend-Type			Pic X(10) Value Spaces.
	1 App-Pend-Target		Pic X(32) Value Spaces.
	1 App-Pend-Old			Pic X(20) Value Spaces.
	1 App-Pend-New			Pic X(20) Value Spaces.
	1 App-Pend-Id			Pic X(16) Value Spaces.
	1 App-Pend-Result		Pic X(04) Value Spaces.
	1 App-Pend-Action		Pic X(10) Value Spaces.
	1 App-Pend-Input		Pic X(40) Value Spaces.
	1 App-Pend-Count		Pic 9(05) Comp Value 0.
	1 App-Pend-Value-Disp	Pic 9(09) Value 0.
	1 App-Pend-Ok-Sw		Pic 9 Value 0.
		88 App-Pend-Ok		Value 1, False 0.
	1 App-Priv-Role			Pic X(10) Value Spaces.
	1 App-Priv-Sw			Pic 9 Value 0.
		88 App-Role-Privileged	Value 1, False 0.
	1 App-Roles-Action		Pic X(10) Value Spaces.
	1 App-Roles-Input		Pic X(30) Value Spaces.
	1 App-Roles-Flag		Pic X(01) Value Spaces.
	1 App-Roles-Factor		Pic X(01) Value Spaces.
	1 App-Roles-Found-Sw	Pic 9 Value 0.
		88 App-Roles-Found	Value 1, False 0.

	*> Break-glass elevation - the grant in force for this session
	*> (App-Elev-Id is its Elv-Grant-Id, kept until the line that
	*> ended it has been transcribed) and the ELEVATE command
	*> scratch fields.
	1 App-Elev-Sw			Pic 9 Value 0.
		88 App-Elevated		Value 1, False 0.
	1 App-Elev-Role			Pic X(10) Value Spaces.
	1 App-Elev-Id			Pic X(14) Value Spaces.
	1 App-Elev-Expires		Pic X(14) Value Spaces.
	1 App-Elev-Now			Pic X(14) Value Spaces.
	1 App-Elev-Action		Pic X(10) Value Spaces.
	1 App-Elev-Input		Pic X(60) Value Spaces.
	1 App-Elev-Hours		Pic 9(09) Comp Value 0.
	1 App-Elev-Max-Hours	Pic 9(09) Comp Value 4.
	1 App-Elev-Day-Int		Pic 9(09) Comp Value 0.
	1 App-Elev-Add-Days		Pic 9(04) Comp Value 0.
	1 App-Elev-Hour			Pic 9(04) Comp Value 0.
	1 App-Elev-Hour-Disp	Pic 9(02) Value 0.
	1 App-Elev-Date-Num		Pic 9(08) Value 0.
	1 App-Elev-Count		Pic 9(05) Comp Value 0.
	1 App-Elev-Role-Sw		Pic 9 Value 0.
		88 App-Elev-Role-Known	Value 1, False 0.

	*> Segregation of duties - the sodcheck call parameters and the
	*> override scratch fields.
	1 App-Sod-Role			Pic X(10) Value Spaces.
	1 App-Sod-Dept			Pic X(04) Value Spaces.
	1 App-Sod-Count			Pic 9(04) Comp Value 0.
	1 App-Sod-Hits.
		5 App-Sod-Hit Occurs 10 Times Indexed By App-Sod-Ix.
			10 App-Sod-Hit-Rule	Pic X(08).
			10 App-Sod-Hit-Text	Pic X(60).
	1 App-Sod-Shown			Pic 9(04) Comp Value 0.
	1 App-Sod-Source		Pic X(08) Value Spaces.
	1 App-Sod-Reason		Pic X(40) Value Spaces.
	1 App-Sod-Input			Pic X(40) Value Spaces.
	1 App-Sod-Ok-Sw			Pic 9 Value 0.
		88 App-Sod-Ok		Value 1, False 0.

	*> Alert queue - the alertput call parameters and the ALERTS
	*> command scratch fields.
	1 App-Alert-Event		Pic X(10) Value Spaces.
	1 App-Alert-Userid		Pic X(32) Value Spaces.
	1 App-Alert-Terminal	Pic X(08) Value Spaces.
	1 App-Alert-Severity	Pic X(06) Value Spaces.
	1 App-Alert-Source		Pic X(12) Value "application".
	1 App-Alert-Detail		Pic X(60) Value Spaces.
	1 App-Alert-Id			Pic X(16) Value Spaces.
	1 App-Alert-Result		Pic X(04) Value Spaces.
	1 App-Alert-Action		Pic X(10) Value Spaces.
	1 App-Alert-Input		Pic X(40) Value Spaces.
	1 App-Alert-Count		Pic 9(05) Comp Value 0.

	*> Second factor - the FACTOR command scratch fields.  Secrets
	*> are drawn from an alphabet without 0/O and 1/I so they can
	*> be keyed into a token without confusion.
	1 App-Fac-Action		Pic X(10) Value Spaces.
	1 App-Fac-Input			Pic X(40) Value Spaces.
	1 App-Fac-Alphabet		Pic X(32) Value
		"ABCDEFGHJKLMNPQRSTUVWXYZ23456789".
	1 App-Fac-Seed			Pic 9(09) Comp Value 0.
	1 App-Fac-Seed-X		Pic X(09) Value Spaces.
	1 App-Fac-Seed-Num Redefines App-Fac-Seed-X	Pic 9(09).
	1 App-Fac-Pick			Pic 9(02) Comp Value 0.
	1 App-Fac-Idx			Pic 9(02) Comp Value 0.
	1 App-Fac-Left			Pic 9(02) Comp Value 0.
	1 App-Fac-Left-Edit		Pic Z9.
	1 App-Fac-Code			Pic 9(08) Value 0.
	1 App-Fac-Count			Pic 9(05) Comp Value 0.
	1 App-Fac-Found-Sw		Pic 9 Value 0.
		88 App-Fac-Found	Value 1, False 0.

	1 App-Chain-File		Pic X(10) Value Spaces.
	1 App-Chain-Length	Pic 9(04) Comp Value 0.
	1 App-Chain-Result	Pic X(04) Value Spaces.
Linkage Section.
	1 Lk-Userid			Pic X(32).
Procedure Division Using Lk-Userid.
	Perform Varying ssnidx from ssnidx by 1 until Hell-Freezes-Over
		Move Spaces to App-Output-Text
		accept IO_STREAM
		Perform 1850-Check-Elevation-Expiry Thru 1850-Exit
		Perform 1800-Check-Idle-Timeout Thru 1800-Exit
		If App-Idle-Timed-Out
			Move "session ended - idle timeout" to App-Output-Text
				Move Usr-Dept to App-Dept
		End-Read.
		Close Users-File.
		Move App-Role to App-Base-Role.

		Open Extend Transcript-File.
		If Transcript-Status = "35"
			Open Output User-Chg-File
		End-If.

		Open Extend Sod-Ovr-File.
		If Sodovr-Status = "35"
			Close Sod-Ovr-File
			Open Output Sod-Ovr-File
		End-If.

		Open I-O Dept-File.
		If Dept-Status = "35"
			Close Dept-File
			Perform 1650-Seed-Departments Thru 1650-Exit
		End-If.

		Open I-O Role-Def-File.
		If Roledef-Status = "35"
			Close Role-Def-File
			Open Output Role-Def-File
			Close Role-Def-File
			Open I-O Role-Def-File
			Perform 1660-Seed-Roles Thru 1660-Exit
		End-If.

		Open I-O Elevate-File.
		If Elevate-Status = "35"
			Close Elevate-File
			Open Output Elevate-File
			Close Elevate-File
			Open I-O Elevate-File
		End-If.
		Perform 1760-Check-Elevation Thru 1760-Exit.
		If App-Base-Role = "ADMIN"
			Perform 1750-Pending-Notice Thru 1750-Exit
		End-If.

	*> ----------------------------------------------------------
	*> 1600-Seed-Permissions - PERMCMD comes back empty (status 35)
	*> the very first time this system runs; seed the baseline
		Write Permcmd-Record.
		Move "MAINT-CHGROLE" to Pcm-Command.
		Write Permcmd-Record.
		Move "MAINT-CHGDEPT" to Pcm-Command.
		Write Permcmd-Record.
		Move "PARMS" to Pcm-Command.
		Write Permcmd-Record.
		Move "TERMS" to Pcm-Command.
		Write Permcmd-Record.
		Move "DEPTS" to Pcm-Command.
		Write Permcmd-Record.
		Move "PENDING" to Pcm-Command.
		Write Permcmd-Record.
		Move "ROLES" to Pcm-Command.
		Write Permcmd-Record.
		Move "SOD-OVERRIDE" to Pcm-Command.
		Write Permcmd-Record.
		Move "ALERTS" to Pcm-Command.
		Write Permcmd-Record.
		Move "FACTOR" to Pcm-Command.
		Write Permcmd-Record.

		Move "LEAD" to Pcm-Role.
		Move "MAINT" to Pcm-Command.
		Write Permcmd-Record.
		Move "MAINT-UNLOCK" to Pcm-Command.
		Write Permcmd-Record.
		Move "ELEVATE" to Pcm-Command.
		Write Permcmd-Record.
		Move "ALERTS" to Pcm-Command.
		Write Permcmd-Record.
	1600-Exit.
		Exit.

	1650-Exit.
		Exit.

	*> ----------------------------------------------------------
	*> 1660-Seed-Roles - ROLEDEF comes back empty (status 35) the
	*> very first time; seed the two roles PERMCMD is seeded with.
	*> ADMIN is privileged either way (5050-Check-Privileged).
	*> Neither starts out needing a second factor - nobody is
	*> enrolled yet - so ROLES SET turns it on once they are.
	*> ----------------------------------------------------------
	1660-Seed-Roles.
		Move Spaces to Role-Def-Record.
		Move "ADMIN" to Rdf-Role.
		Move "Y" to Rdf-Privileged.
		Move "SYSTEM ADMINISTRATOR" to Rdf-Description.
		Move "N" to Rdf-Factor-Required.
		Write Role-Def-Record.
		Move "LEAD" to Rdf-Role.
		Move "N" to Rdf-Privileged.
		Move "SHIFT LEAD" to Rdf-Description.
		Write Role-Def-Record.
	1660-Exit.
		Exit.

	*> ----------------------------------------------------------
	*> 1700-Mark-Session-Open - flips Ckp-Open-Flag on at login so
	*> security.cob's 3500-Check-Concurrent-Session sees this userid
	1700-Exit.
		Exit.

	*> ----------------------------------------------------------
	*> 1750-Pending-Notice - an ADMIN logging in is told how many
	*> queued changes are waiting on someone other than themselves,
	*> so the queue gets looked at instead of quietly expiring.
	*> ----------------------------------------------------------
	1750-Pending-Notice.
		Move "EXPIRE" to App-Pend-Function.
		Call "pendput" Using App-Pend-Function, App-Pend-Type,
			App-Pend-Target, App-Pend-Old, App-Pend-New,
			App-Session-Id, App-Pend-Id, App-Pend-Result.
		Move 0 to App-Pend-Count.
		Open Input Pend-Chg-File.
		If Pendchg-Status not = "00"
			Close Pend-Chg-File
			Go To 1750-Exit
		End-If.
		Move Low-Values to Pnd-Id.
		Start Pend-Chg-File Key is Greater Than Pnd-Id
			Invalid Key Move "10" to Pendchg-Status
		End-Start.
		Perform Until Pendchg-Status not = "00"
			Read Pend-Chg-File Next Record
				At End Move "10" to Pendchg-Status
				Not At End
					If Pnd-Pending and Pnd-Requested-By not = App-Session-Id
						Add 1 to App-Pend-Count
					End-If
			End-Read
		End-Perform.
		Close Pend-Chg-File.
		If App-Pend-Count > 0
			Display App-Pend-Count
				" queued change(s) awaiting your approval - PENDING LIST to review."
		End-If.
	1750-Exit.
		Exit.

	*> ----------------------------------------------------------
	*> 1760-Check-Elevation - picks up a break-glass grant still in
	*> force from an earlier session (the grant runs for its hours,
	*> not for one login), and closes off any of this operator's
	*> grants that ran out while nobody was logged in to notice.
	*> ----------------------------------------------------------
	1760-Check-Elevation.
		Move 0 to App-Elev-Sw.
		Move Spaces to App-Elev-Role.
		Move Spaces to App-Elev-Id.
		Move Spaces to App-Elev-Expires.
		Move Function Current-Date(1:14) to App-Elev-Now.
		Move App-Session-Id to Elv-Userid.
		Move Low-Values to Elv-Grant-Id.
		Start Elevate-File Key is Greater Than Elv-Key
			Invalid Key Move "10" to Elevate-Status
		End-Start.
		Perform Until Elevate-Status not = "00"
			Read Elevate-File Next Record
				At End Move "10" to Elevate-Status
				Not At End
					If Elv-Userid not = App-Session-Id
						Move "10" to Elevate-Status
					Else
						If Elv-Ended = Spaces
							Perform 1770-Check-Grant Thru 1770-Exit
						End-If
					End-If
			End-Read
		End-Perform.
		Move "00" to Elevate-Status.
		If App-Elevated
			Move App-Elev-Role to App-Role
			Display "Break-glass elevation to " trim(App-Elev-Role)
				" in force until " App-Elev-Expires(1:8) " "
				App-Elev-Expires(9:2) ":" App-Elev-Expires(11:2) "."
		End-If.
	1760-Exit.
		Exit.

	*> ----------------------------------------------------------
	1770-Check-Grant.
		If Elv-Expires <= App-Elev-Now
			Move Elv-Expires to Elv-Ended
			Move "EXPIRED" to Elv-End-Reason
			Rewrite Elevate-Record
		Else
			Move 1 to App-Elev-Sw
			Move Elv-Role to App-Elev-Role
			Move Elv-Grant-Id to App-Elev-Id
			Move Elv-Expires to App-Elev-Expires
		End-If.
	1770-Exit.
		Exit.

	*> ----------------------------------------------------------
	*> 1800-Check-Idle-Timeout - compares "now" against the
	*> timestamp of the last line this session actually processed
	1800-Exit.
		Exit.

	*> ----------------------------------------------------------
	*> 1850-Check-Elevation-Expiry - run ahead of every line, so a
	*> grant that has run out is gone before the next command is
	*> looked at: the effective role drops back to the operator's
	*> own and the ELEVATE row is closed as EXPIRED.
	*> ----------------------------------------------------------
	1850-Check-Elevation-Expiry.
		If not App-Elevated
			Go To 1850-Exit
		End-If.
		Move Function Current-Date(1:14) to App-Elev-Now.
		If App-Elev-Expires > App-Elev-Now
			Go To 1850-Exit
		End-If.
		Move App-Session-Id to Elv-Userid.
		Move App-Elev-Id to Elv-Grant-Id.
		Read Elevate-File Key is Elv-Key
			Invalid Key Continue
			Not Invalid Key
				If Elv-Ended = Spaces
					Move Elv-Expires to Elv-Ended
					Move "EXPIRED" to Elv-End-Reason
					Rewrite Elevate-Record
				End-If
		End-Read.
		Display "Break-glass elevation to " trim(App-Elev-Role)
			" has expired - role is " trim(App-Base-Role) " again.".
		Move App-Base-Role to App-Role.
		Move 0 to App-Elev-Sw.
		Move Spaces to App-Elev-Role.
		Move Spaces to App-Elev-Id.
		Move Spaces to App-Elev-Expires.
	1850-Exit.
		Exit.

	*> ----------------------------------------------------------
	*> 2000-Dispatch-Command - first token of IO_STREAM selects a
	*> console command; anything unrecognised falls through to the
			Else
				Perform 2900-Cmd-Denied
			End-If
		Else If App-Command = "PENDING"
			Move App-Command to App-Perm-Command
			Perform 2050-Check-Permission Thru 2050-Exit
			If App-Perm-Granted
				Perform 5100-Cmd-Pending Thru 5100-Exit
			Else
				Perform 2900-Cmd-Denied
			End-If
		Else If App-Command = "ROLES"
			Move App-Command to App-Perm-Command
			Perform 2050-Check-Permission Thru 2050-Exit
			If App-Perm-Granted
				Perform 5200-Cmd-Roles Thru 5200-Exit
			Else
				Perform 2900-Cmd-Denied
			End-If
		Else If App-Command = "ELEVATE"
			Move App-Command to App-Perm-Command
			Perform 2050-Check-Permission Thru 2050-Exit
			If App-Perm-Granted
				Perform 5300-Cmd-Elevate Thru 5300-Exit
			Else
				Perform 2900-Cmd-Denied
			End-If
		Else If App-Command = "ALERTS"
			Move App-Command to App-Perm-Command
			Perform 2050-Check-Permission Thru 2050-Exit
			If App-Perm-Granted
				Perform 5500-Cmd-Alerts Thru 5500-Exit
			Else
				Perform 2900-Cmd-Denied
			End-If
		Else If App-Command = "FACTOR"
			Move App-Command to App-Perm-Command
			Perform 2050-Check-Permission Thru 2050-Exit
			If App-Perm-Granted
				Perform 5600-Cmd-Factor Thru 5600-Exit
			Else
				Perform 2900-Cmd-Denied
			End-If
		Else
			Move ssnidx to disp
			Display trim(disp)
	*> 2050-Check-Permission - looks up Permcmd-File for the exact
	*> App-Role/App-Perm-Command pair, falling back to the "*"
	*> wildcard role so commands open to everyone don't need a row
	*> per role.  Sets App-Perm-Sw.  Under a break-glass elevation
	*> App-Role is the elevated role and the operator's own role is
	*> tried after it - elevation adds rights, it never takes away
	*> one the operator already had.
	*> ----------------------------------------------------------
	2050-Check-Permission.
		Move 0 to App-Perm-Sw.
					Move 1 to App-Perm-Sw
				End-If
		End-Read.
		If not App-Perm-Granted and App-Elevated
			Move App-Base-Role to Pcm-Role
			Move App-Perm-Command to Pcm-Command
			Read Permcmd-File Key is Pcm-Key
				Invalid Key Continue
				Not Invalid Key
					If Pcm-Is-Allowed
						Move 1 to App-Perm-Sw
					End-If
			End-Read
		End-If.
		If not App-Perm-Granted
			Move "*" to Pcm-Role
			Move App-Perm-Command to Pcm-Command

	*> ----------------------------------------------------------
	2100-Cmd-Help.
		Display "Commands: HELP  WHOAMI  USERS  PASSWD  LOGOUT  MAINT  PARMS  TERMS  SHIFTS  DEPTS".
		Display "          PENDING  ROLES  ELEVATE  ALERTS  FACTOR  EXIT".
		Move "help displayed" to App-Output-Text.

	*> ----------------------------------------------------------
	2200-Cmd-Whoami.
		Display "Userid: " trim(App-Session-Id) "  Role: " trim(App-Role)
			"  Dept: " trim(App-Dept).
		If App-Elevated
			Display "Elevated from " trim(App-Base-Role) " until "
				App-Elev-Expires(1:8) " " App-Elev-Expires(9:2) ":"
				App-Elev-Expires(11:2) " (grant " App-Elev-Id ")."
		End-If.
		Move "whoami displayed" to App-Output-Text.

	*> ----------------------------------------------------------
		Move "users listed" to App-Output-Text.

	*> ----------------------------------------------------------
	*> 2400-Cmd-Maint - add/reset/lock/unlock/change-role/change-
	*> department a USERS record. Entitlement is per action
	*> (MAINT-ADD/MAINT-RESET/MAINT-LOCK/MAINT-UNLOCK/MAINT-CHGROLE/
	*> MAINT-CHGDEPT) via the PERMCMD table, so a role can be
	*> granted e.g. UNLOCK without the others.
	*> ----------------------------------------------------------
	2400-Cmd-Maint.
		Display "Maint action (ADD/RESET/LOCK/UNLOCK/CHGROLE/CHGDEPT/BATCH)? ".
		Accept App-Maint-Action.
		Move Function Trim(App-Maint-Action) to iocmd.
		Move Spaces to App-Maint-Action.
			Accept App-Maint-Role
			Move Function Upper-Case(App-Maint-Role) to App-Maint-Role
		End-If.
		If App-Maint-Action = "ADD" or App-Maint-Action = "CHGDEPT"
			Display "Department? "
			Accept App-Maint-Dept
			Move Function Upper-Case(App-Maint-Dept) to App-Maint-Dept
		Move 0 to App-Batch-Applied.
		Move 0 to App-Batch-Denied.
		Move 0 to App-Batch-Errors.
		Move 0 to App-Batch-Queued.
		Set App-Batch-Mode to true.

		Open Input Maint-Txn-File.
		Set App-Batch-Mode to false.

		Display App-Batch-Applied " row(s) applied, "
			App-Batch-Queued " queued for approval, "
			App-Batch-Denied " denied by role, "
			App-Batch-Errors " rejected.".
		Display "Backout run id " App-Bak-Run-Id
		If App-Maint-Applied
			Add 1 to App-Batch-Applied
			Perform 2465-Write-Backout Thru 2465-Exit
		Else If App-Maint-Queued
			Add 1 to App-Batch-Queued
		Else
			Add 1 to App-Batch-Errors
		End-If.
	*> ----------------------------------------------------------
	2470-Apply-Action.
		Move 0 to App-Maint-Applied-Sw.
		Move 0 to App-Maint-Queued-Sw.
	*> Snapshot the journalled USERS fields before the action
	*> touches them; an ADD has no before-image.
		If x = 1
				Perform 2440-Maint-Unlock Thru 2440-Exit
			When App-Maint-Action = "CHGROLE"
				Perform 2480-Maint-Chgrole Thru 2480-Exit
			When App-Maint-Action = "CHGDEPT"
				Perform 2485-Maint-Chgdept Thru 2485-Exit
			When Other
				Display trim(App-Maint-Userid) ": unknown maint action "
					trim(App-Maint-Action) "."
	2470-Exit.
		Exit.

	*> ----------------------------------------------------------
	*> 2410-Maint-Add - an account created straight into ADMIN or
	*> a privileged role is queued on PENDCHG the same way
	*> 2480-Maint-Chgrole queues a role change (5165-Apply-Add
	*> creates it on approval); Pnd-Old-Value carries the
	*> department, Pnd-New-Value the role.
	*> ----------------------------------------------------------
	2410-Maint-Add.
		If x = 1
			Move "maint add baddept" to App-Output-Text
			Go To 2410-Exit
		End-If.
		Move App-Maint-Role to App-Sod-Role.
		Move App-Maint-Dept to App-Sod-Dept.
		Perform 5400-Check-Sod Thru 5400-Exit.
		If not App-Sod-Ok
			Move "maint add sod" to App-Output-Text
			Go To 2410-Exit
		End-If.
		Move App-Maint-Role to App-Priv-Role.
		Perform 5050-Check-Privileged Thru 5050-Exit.
		If App-Role-Privileged
			Move "ADD" to App-Pend-Type
			Move App-Maint-Userid to App-Pend-Target
			Move App-Maint-Dept to App-Pend-Old
			Move App-Maint-Role to App-Pend-New
			Perform 5150-Queue-Change Thru 5150-Exit
			If App-Pend-Result not = "FAIL"
				Move 1 to App-Maint-Queued-Sw
				Move "maint add queued" to App-Output-Text
			Else
				Move "maint add failed" to App-Output-Text
			End-If
			Go To 2410-Exit
		End-If.
		Move App-Maint-Role to Usr-Role.
		Move App-Maint-Userid to Usr-Userid.
		Move "ACTIVE" to Usr-Status.
	*> only read from Usr-Role at login (1000-Initialize), so without
	*> this an operator who demotes themselves would keep their old
	*> entitlements for the rest of the session.
	*> A change onto ADMIN or a privileged role is not made here at
	*> all - it goes to PENDCHG and waits for a second ADMIN's
	*> approval (5160-Apply-Chgrole makes it then).  The
	*> segregation-of-duties check (and any override) happens here,
	*> ahead of the queue, so the approver sees only a change that
	*> already passed it.
	*> ----------------------------------------------------------
	2480-Maint-Chgrole.
		If x = 0
			Move "maint chgrole nochange" to App-Output-Text
			Go To 2480-Exit
		End-If.
		Move App-Maint-Role to App-Sod-Role.
		Move Usr-Dept to App-Sod-Dept.
		Perform 5400-Check-Sod Thru 5400-Exit.
		If not App-Sod-Ok
			Move "maint chgrole sod" to App-Output-Text
			Go To 2480-Exit
		End-If.
		Move App-Maint-Role to App-Priv-Role.
		Perform 5050-Check-Privileged Thru 5050-Exit.
		If App-Role-Privileged
			Move "CHGROLE" to App-Pend-Type
			Move Usr-Userid to App-Pend-Target
			Move Usr-Role to App-Pend-Old
			Move App-Maint-Role to App-Pend-New
			Perform 5150-Queue-Change Thru 5150-Exit
			If App-Pend-Result not = "FAIL"
				Move 1 to App-Maint-Queued-Sw
				Move "maint chgrole queued" to App-Output-Text
			Else
				Move "maint chgrole failed" to App-Output-Text
			End-If
			Go To 2480-Exit
		End-If.

		Move Usr-Userid to Rhi-Userid.
		Move Usr-Role to Rhi-Old-Role.
		Move "maint chgrole ok" to App-Output-Text.
		Move 1 to App-Maint-Applied-Sw.
		If Usr-Userid = App-Session-Id
			Move Usr-Role to App-Base-Role
			If not App-Elevated
				Move Usr-Role to App-Role
			End-If
		End-If.
	2480-Exit.
		Exit.

	*> ----------------------------------------------------------
	*> 2485-Maint-Chgdept - moves an account to another department.
	*> The new department has to be on DEPT, and the account's role
	*> is run past the segregation-of-duties rules again, since a
	*> role reserved to one department can't follow its holder
	*> into another.
	*> ----------------------------------------------------------
	2485-Maint-Chgdept.
		If x = 0
			Display "No such userid."
			Move "maint chgdept nouser" to App-Output-Text
			Go To 2485-Exit
		End-If.
		Perform 2415-Validate-Dept Thru 2415-Exit.
		If not App-Dept-Valid
			Display "Unknown department " trim(App-Maint-Dept) "."
			Move "maint chgdept baddept" to App-Output-Text
			Go To 2485-Exit
		End-If.
		If App-Maint-Dept = Usr-Dept
			Display trim(Usr-Userid) ": already in department "
				trim(App-Maint-Dept) "."
			Move "maint chgdept nochange" to App-Output-Text
			Go To 2485-Exit
		End-If.
		Move Usr-Role to App-Sod-Role.
		Move App-Maint-Dept to App-Sod-Dept.
		Perform 5400-Check-Sod Thru 5400-Exit.
		If not App-Sod-Ok
			Move "maint chgdept sod" to App-Output-Text
			Go To 2485-Exit
		End-If.
		Move App-Maint-Dept to Usr-Dept.
		Rewrite Users-Record.
		Display trim(Usr-Userid) ": department changed to "
			trim(Usr-Dept) ".".
		Move "maint chgdept ok" to App-Output-Text.
		Move 1 to App-Maint-Applied-Sw.
		If Usr-Userid = App-Session-Id
			Move Usr-Dept to App-Dept
		End-If.
	2485-Exit.
		Exit.

	*> ----------------------------------------------------------
	*> 2490-Write-User-Change - one USERCHG journal record per
	*> USERS write made from this console, interactive or batch,
	*> ----------------------------------------------------------
	2490-Write-User-Change.
		Move Function Current-Date to Uch-Timestamp.
	*> A second-factor issue is journalled to the minute only.
		If App-Chg-Action = "FACTORENROL" or App-Chg-Action = "FACTORRESET"
			Move "0000" to Uch-Timestamp(13:4)
		End-If.
		Move Usr-Userid to Uch-Userid.
		Move App-Chg-Action to Uch-Action.
		Move App-Session-Id to Uch-Changed-By.
		Move Usr-Status to Uch-New-Status.
		Move App-Chg-Old-Failed to Uch-Old-Failed.
		Move Usr-Failed-Count to Uch-New-Failed.
		Move Spaces to Uch-Approved-By.
		Move "USERCHG" to App-Chain-File.
		Move Function Length(User-Chg-Record) to App-Chain-Length.
		Call "chainlnk" Using App-Chain-File, User-Chg-Record,
			App-Chain-Length, App-Chain-Result.
		Write User-Chg-Record.
	2490-Exit.
		Exit.
	*> so a typo can't leave a row no program will ever read, and
	*> the value has to fit the narrowest field that receives it -
	*> a truncated LOCKOUT-THRESHOLD of 00 would lock every account
	*> on its first bad password.  Lowering LOCKOUT-THRESHOLD is
	*> queued for a second ADMIN's approval instead of applied -
	*> done quietly it turns every fat-fingered login into a
	*> lockout (5170-Apply-Parmset makes it then).
	*> ----------------------------------------------------------
	2520-Parms-Set.
		Display "Parameter name? ".
			Move "parms set range" to App-Output-Text
			Go To 2520-Exit
		End-If.
		If App-Parm-Name = "LOCKOUT-THRESHOLD"
			Move App-Parm-Def-Value(App-Parm-Ix) to App-Parm-Default
			Call "getparm" Using App-Parm-Name, App-Parm-Default,
				App-Parm-Current
			If App-Parm-Value < App-Parm-Current
				Move "PARMSET" to App-Pend-Type
				Move App-Parm-Name to App-Pend-Target
				Move App-Parm-Current to App-Pend-Value-Disp
				Move App-Pend-Value-Disp to App-Pend-Old
				Move App-Parm-Value to App-Pend-Value-Disp
				Move App-Pend-Value-Disp to App-Pend-New
				Perform 5150-Queue-Change Thru 5150-Exit
				If App-Pend-Result not = "FAIL"
					Move "parms set queued" to App-Output-Text
				Else
					Move "parms set failed" to App-Output-Text
				End-If
				Go To 2520-Exit
			End-If
		End-If.

		Open I-O Secparms-File.
		If Secparms-Status = "35"
	*> ----------------------------------------------------------
	*> 2720-Terms-Clear - deleting the record clears the block and
	*> the running count in one go; the next failure starts a fresh
	*> record, same as a terminal never seen before.  The delete
	*> waits for a second ADMIN's approval: this only queues it
	*> (5180-Apply-Termclear makes it then).
	*> ----------------------------------------------------------
	2720-Terms-Clear.
		Display "Terminal id? ".
		Accept App-Term-Id.
		Move trim(App-Term-Id) to App-Term-Id.
		Move App-Term-Id to Tbk-Terminal-Id.
		Read Termblk-File Key is Tbk-Terminal-Id
			Invalid Key
				Display "No TERMBLK record for " trim(App-Term-Id) "."
				Move "terms clear norec" to App-Output-Text
				Go To 2720-Exit
		End-Read.
		Move "TERMCLEAR" to App-Pend-Type.
		Move App-Term-Id to App-Pend-Target.
		If Tbk-Is-Blocked
			Move "BLOCKED" to App-Pend-Old
		Else
			Move "COUNTING" to App-Pend-Old
		End-If.
		Move "CLEARED" to App-Pend-New.
		Perform 5150-Queue-Change Thru 5150-Exit.
		If App-Pend-Result not = "FAIL"
			Move "terms clear queued" to App-Output-Text
		Else
			Move "terms clear failed" to App-Output-Text
		End-If.
	2720-Exit.
		Exit.


	*> ----------------------------------------------------------
	*> 3000-Write-Transcript - one record per console line so a
	*> session can be reconstructed after the fact.  A line run
	*> under a break-glass grant carries its role and grant id -
	*> including the ELEVATE END that gave it up, which is why
	*> App-Elev-Id is only cleared here once the grant is over.
	*> ----------------------------------------------------------
	3000-Write-Transcript.
		Move ssnidx to Trn-Ssnidx.
		Move App-Session-Id to Trn-Userid.
		Move IO_STREAM to Trn-Input.
		Move App-Output-Text to Trn-Output.
		If App-Elev-Id = Spaces
			Move Spaces to Trn-Elev-Role
		Else
			Move App-Elev-Role to Trn-Elev-Role
		End-If.
		Move App-Elev-Id to Trn-Elev-Id.
		Move "TRANSCRIPT" to App-Chain-File.
		Move Function Length(Transcript-Record) to App-Chain-Length.
		Call "chainlnk" Using App-Chain-File, Transcript-Record,
			App-Chain-Length, App-Chain-Result.
		Write Transcript-Record.
		If not App-Elevated
			Move Spaces to App-Elev-Role
			Move Spaces to App-Elev-Id
		End-If.
		If not App-Idle-Timed-Out
			Move Trn-Timestamp to App-Last-Active-Time
		End-If.
			Invalid Key Write Checkpoint-Record
		End-Rewrite.

	*> ----------------------------------------------------------
	*> 5050-Check-Privileged - sets App-Priv-Sw when App-Priv-Role
	*> is ADMIN or flagged privileged on ROLEDEF.
	*> ----------------------------------------------------------
	5050-Check-Privileged.
		Move 0 to App-Priv-Sw.
		If App-Priv-Role = "ADMIN"
			Move 1 to App-Priv-Sw
			Go To 5050-Exit
		End-If.
		Move App-Priv-Role to Rdf-Role.
		Read Role-Def-File Key is Rdf-Role
			Invalid Key Continue
			Not Invalid Key
				If Rdf-Is-Privileged
					Move 1 to App-Priv-Sw
				End-If
		End-Read.
	5050-Exit.
		Exit.

	*> ----------------------------------------------------------
	*> 5100-Cmd-Pending - the maker-checker queue.  Anyone granted
	*> PENDING can list it; only an ADMIN other than the requester
	*> can approve or reject a row.  Expired rows are aged out
	*> (pendput EXPIRE) before anything is shown or decided.
	*> ----------------------------------------------------------
	5100-Cmd-Pending.
		Display "Pending action (LIST/APPROVE/REJECT)? ".
		Accept App-Pend-Action.
		Move Function Upper-Case(Function Trim(App-Pend-Action))
			to App-Pend-Action.
		Move "EXPIRE" to App-Pend-Function.
		Call "pendput" Using App-Pend-Function, App-Pend-Type,
			App-Pend-Target, App-Pend-Old, App-Pend-New,
			App-Session-Id, App-Pend-Id, App-Pend-Result.
		Open I-O Pend-Chg-File.
		If Pendchg-Status = "35"
			Close Pend-Chg-File
			Open Output Pend-Chg-File
			Close Pend-Chg-File
			Open I-O Pend-Chg-File
		End-If.
		Evaluate True
			When App-Pend-Action = "LIST"
				Perform 5110-Pending-List Thru 5110-Exit
			When App-Pend-Action = "APPROVE"
				Perform 5120-Pending-Approve Thru 5120-Exit
			When App-Pend-Action = "REJECT"
				Perform 5130-Pending-Reject Thru 5130-Exit
			When Other
				Display "Unknown pending action "
					trim(App-Pend-Action) "."
				Move "pending unknown action" to App-Output-Text
		End-Evaluate.
		Close Pend-Chg-File.
	5100-Exit.
		Exit.

	*> ----------------------------------------------------------
	5110-Pending-List.
		Move 0 to App-Pend-Count.
		Display "Id               Type       Target           Old -> New                Requested by".
		Move Low-Values to Pnd-Id.
		Start Pend-Chg-File Key is Greater Than Pnd-Id
			Invalid Key Move "10" to Pendchg-Status
		End-Start.
		Perform Until Pendchg-Status not = "00"
			Read Pend-Chg-File Next Record
				At End Move "10" to Pendchg-Status
				Not At End
					If Pnd-Pending
						Add 1 to App-Pend-Count
						Display Pnd-Id " " Pnd-Type " " Pnd-Target(1:16) " "
							trim(Pnd-Old-Value) " -> " trim(Pnd-New-Value)
							"  " trim(Pnd-Requested-By) " "
							Pnd-Requested-Time(1:12)
					End-If
			End-Read
		End-Perform.
		Move "00" to Pendchg-Status.
		Display App-Pend-Count " change(s) awaiting approval.".
		Move "pending listed" to App-Output-Text.
	5110-Exit.
		Exit.

	*> ----------------------------------------------------------
	*> 5115-Pending-Get - reads the row the operator names and
	*> applies the checker rules; App-Pend-Ok-Sw says whether it
	*> can be decided by this session.
	*> ----------------------------------------------------------
	5115-Pending-Get.
		Move 0 to App-Pend-Ok-Sw.
		Display "Pending id? ".
		Accept App-Pend-Input.
		Move Function Trim(App-Pend-Input) to Pnd-Id.
		Read Pend-Chg-File Key is Pnd-Id
			Invalid Key
				Display "No queued change " trim(App-Pend-Input) "."
				Go To 5115-Exit
		End-Read.
		If not Pnd-Pending
			Display trim(Pnd-Id) " is " trim(Pnd-Status)
				", not pending."
			Go To 5115-Exit
		End-If.
		If App-Base-Role not = "ADMIN"
			Display "Only an ADMIN can decide a queued change."
			Go To 5115-Exit
		End-If.
		If Pnd-Requested-By = App-Session-Id
			Display "A queued change has to be decided by an ADMIN other than its requester."
			Go To 5115-Exit
		End-If.
		Move 1 to App-Pend-Ok-Sw.
	5115-Exit.
		Exit.

	*> ----------------------------------------------------------
	*> 5120-Pending-Approve - applies the change through the
	*> matching 5160-5190 paragraph, which leaves the row APPLIED,
	*> or VOID when the target has moved on since the request.
	*> ----------------------------------------------------------
	5120-Pending-Approve.
		Perform 5115-Pending-Get Thru 5115-Exit.
		If not App-Pend-Ok
			Move "pending approve refused" to App-Output-Text
			Go To 5120-Exit
		End-If.
		Move Spaces to Pnd-Note.
		Evaluate True
			When Pnd-Chgrole
				Perform 5160-Apply-Chgrole Thru 5160-Exit
			When Pnd-Add
				Perform 5165-Apply-Add Thru 5165-Exit
			When Pnd-Parmset
				Perform 5170-Apply-Parmset Thru 5170-Exit
			When Pnd-Termclear
				Perform 5180-Apply-Termclear Thru 5180-Exit
			When Pnd-Roleflag
				Perform 5190-Apply-Roleflag Thru 5190-Exit
			When Pnd-Factorflag
				Perform 5191-Apply-Factorflag Thru 5191-Exit
			When Other
				Move "VOID" to Pnd-Status
				Move "unknown change type" to Pnd-Note
		End-Evaluate.
		Move App-Session-Id to Pnd-Decided-By.
		Move Function Current-Date to Pnd-Decided-Time.
		Rewrite Pend-Chg-Record.
		If Pnd-Applied
			Display trim(Pnd-Id) ": " trim(Pnd-Type) " "
				trim(Pnd-Target) " approved and applied."
			Move "pending approve ok" to App-Output-Text
		Else
			Display trim(Pnd-Id) ": not applied - " trim(Pnd-Note) "."
			Move "pending approve void" to App-Output-Text
		End-If.
	5120-Exit.
		Exit.

	*> ----------------------------------------------------------
	5130-Pending-Reject.
		Perform 5115-Pending-Get Thru 5115-Exit.
		If not App-Pend-Ok
			Move "pending reject refused" to App-Output-Text
			Go To 5130-Exit
		End-If.
		Display "Reason? ".
		Accept App-Pend-Input.
		Move Function Trim(App-Pend-Input) to Pnd-Note.
		Move "REJECTED" to Pnd-Status.
		Move App-Session-Id to Pnd-Decided-By.
		Move Function Current-Date to Pnd-Decided-Time.
		Rewrite Pend-Chg-Record.
		Display trim(Pnd-Id) ": rejected.".
		Move "pending reject ok" to App-Output-Text.
	5130-Exit.
		Exit.

	*> ----------------------------------------------------------
	*> 5150-Queue-Change - hands App-Pend-Type/Target/Old/New to
	*> pendput with this session as requester.
	*> ----------------------------------------------------------
	5150-Queue-Change.
		Move "QUEUE" to App-Pend-Function.
		Call "pendput" Using App-Pend-Function, App-Pend-Type,
			App-Pend-Target, App-Pend-Old, App-Pend-New,
			App-Session-Id, App-Pend-Id, App-Pend-Result.
		Evaluate App-Pend-Result
			When "OK"
				Display trim(App-Pend-Target) ": " trim(App-Pend-Type)
					" queued for approval by another ADMIN - id "
					App-Pend-Id "."
			When "DUPL"
				Display trim(App-Pend-Target) ": a " trim(App-Pend-Type)
					" is already awaiting approval - id " App-Pend-Id "."
			When Other
				Display "Approval queue unavailable - change not made."
		End-Evaluate.
	5150-Exit.
		Exit.

	*> ----------------------------------------------------------
	*> 5160-Apply-Chgrole - an approved CHGROLE, made the way
	*> 2480-Maint-Chgrole makes one (ROLEHIST row, USERS rewrite,
	*> USERCHG record), provided the account still holds the role
	*> it held when the change was requested.
	*> ----------------------------------------------------------
	5160-Apply-Chgrole.
		Open I-O Users-File.
		If Users-Status = "35"
			Open Output Users-File
			Close Users-File
			Open I-O Users-File
		End-If.
		Move Pnd-Target to Usr-Userid.
		Read Users-File Key is Usr-Userid
			Invalid Key
				Move "VOID" to Pnd-Status
				Move "account no longer on USERS" to Pnd-Note
				Go To 5160-Done
		End-Read.
		If Usr-Role not = Pnd-Old-Value
			Move "VOID" to Pnd-Status
			Move "role changed since the request" to Pnd-Note
			Go To 5160-Done
		End-If.
		Move Usr-Role to App-Chg-Old-Role.
		Move Usr-Status to App-Chg-Old-Status.
		Move Usr-Failed-Count to App-Chg-Old-Failed.

		Move Usr-Userid to Rhi-Userid.
		Move Usr-Role to Rhi-Old-Role.
		Move Pnd-New-Value to Rhi-New-Role.
		Move Pnd-Requested-By to Rhi-Changed-By.
		Move Function Current-Date to Rhi-Timestamp.
		Write Role-Hist-Record.

		Move Pnd-New-Value to Usr-Role.
		Rewrite Users-Record.
		Move "CHGROLE" to App-Chg-Action.
		Move Usr-Role to App-Chg-New-Role.
		Move Usr-Status to App-Chg-New-Status.
		Move Usr-Failed-Count to App-Chg-New-Failed.
		Perform 5195-Write-Approved-Change Thru 5195-Exit.
		Move "APPLIED" to Pnd-Status.
		If Usr-Role = "ADMIN"
			Move Usr-Userid to App-Alert-Userid
			Move Spaces to App-Alert-Detail
			String "CHGROLE to ADMIN by " Function Trim(Pnd-Requested-By)
					", approved by " Function Trim(App-Session-Id)
					Delimited by Size
				Into App-Alert-Detail
			Perform 5550-Raise-Admin-Alert Thru 5550-Exit
		End-If.
		If Usr-Userid = App-Session-Id
			Move Usr-Role to App-Base-Role
			If not App-Elevated
				Move Usr-Role to App-Role
			End-If
		End-If.
	5160-Done.
		Close Users-File.
	5160-Exit.
		Exit.

	*> ----------------------------------------------------------
	*> 5165-Apply-Add - an approved MAINT ADD into a privileged
	*> role, made the way 2410-Maint-Add makes one (temporary,
	*> already-expired password), provided the userid still isn't
	*> on USERS and the department is still on DEPT.
	*> ----------------------------------------------------------
	5165-Apply-Add.
		Open I-O Users-File.
		If Users-Status = "35"
			Open Output Users-File
			Close Users-File
			Open I-O Users-File
		End-If.
		Move Pnd-Target to Usr-Userid.
		Read Users-File Key is Usr-Userid
			Invalid Key Continue
			Not Invalid Key
				Move "VOID" to Pnd-Status
				Move "userid added since the request" to Pnd-Note
				Go To 5165-Done
		End-Read.
		Move Pnd-Old-Value to App-Maint-Dept.
		Perform 2415-Validate-Dept Thru 2415-Exit.
		If not App-Dept-Valid
			Move "VOID" to Pnd-Status
			Move "department no longer on DEPT" to Pnd-Note
			Go To 5165-Done
		End-If.
		Move Spaces to Users-Record.
		Move Pnd-Target to Usr-Userid.
		Move Pnd-New-Value to Usr-Role.
		Move "ACTIVE" to Usr-Status.
		Move 0 to Usr-Failed-Count.
		Move 0 to Usr-Pwd-Hist-Count.
		Move "19000101" to Usr-Pwd-Last-Changed.
		Move App-Maint-Dept to Usr-Dept.
		Move "Welcome1" to App-Maint-Password.
		Call "pwdhash2" Using App-Maint-Password, App-Maint-Hash.
		Move App-Maint-Hash to Usr-Password-Hash.
		Move "02" to Usr-Hash-Version.
		Write Users-Record.
		Move "ADD" to App-Chg-Action.
		Move Spaces to App-Chg-Old-Role.
		Move Spaces to App-Chg-Old-Status.
		Move 0 to App-Chg-Old-Failed.
		Move Usr-Role to App-Chg-New-Role.
		Move Usr-Status to App-Chg-New-Status.
		Move Usr-Failed-Count to App-Chg-New-Failed.
		Perform 5195-Write-Approved-Change Thru 5195-Exit.
		Move "APPLIED" to Pnd-Status.
		If Usr-Role = "ADMIN"
			Move Usr-Userid to App-Alert-Userid
			Move Spaces to App-Alert-Detail
			String "account added as ADMIN by "
					Function Trim(Pnd-Requested-By)
					", approved by " Function Trim(App-Session-Id)
					Delimited by Size
				Into App-Alert-Detail
			Perform 5550-Raise-Admin-Alert Thru 5550-Exit
		End-If.
	5165-Done.
		Close Users-File.
	5165-Exit.
		Exit.

	*> ----------------------------------------------------------
	*> 5170-Apply-Parmset - an approved PARMS SET, provided the
	*> effective value is still the one the request was made
	*> against.
	*> ----------------------------------------------------------
	5170-Apply-Parmset.
		Move Pnd-Target to App-Parm-Name.
		Move 0 to App-Parm-Default.
		Set App-Parm-Ix to 1.
		Search App-Parm-Def
			At End Continue
			When App-Parm-Def-Name(App-Parm-Ix) = App-Parm-Name
				Move App-Parm-Def-Value(App-Parm-Ix) to App-Parm-Default
		End-Search.
		Call "getparm" Using App-Parm-Name, App-Parm-Default,
			App-Parm-Current.
		If App-Parm-Current not = Function Numval(Pnd-Old-Value)
			Move "VOID" to Pnd-Status
			Move "value changed since the request" to Pnd-Note
			Go To 5170-Exit
		End-If.
		Open I-O Secparms-File.
		If Secparms-Status = "35"
			Close Secparms-File
			Open Output Secparms-File
			Close Secparms-File
			Open I-O Secparms-File
		End-If.
		Move App-Parm-Name to Spm-Name.
		Move Function Numval(Pnd-New-Value) to Spm-Value.
		Rewrite Secparms-Record
			Invalid Key Write Secparms-Record
		End-Rewrite.
		Close Secparms-File.
		Move "PARMSET" to App-Chg-Action.
		Move Pnd-Old-Value to App-Chg-Old-Role.
		Move Pnd-New-Value to App-Chg-New-Role.
		Move Spaces to App-Chg-Old-Status.
		Move Spaces to App-Chg-New-Status.
		Move 0 to App-Chg-Old-Failed.
		Move 0 to App-Chg-New-Failed.
		Perform 5195-Write-Approved-Change Thru 5195-Exit.
		Move "APPLIED" to Pnd-Status.
	5170-Exit.
		Exit.

	*> ----------------------------------------------------------
	*> 5180-Apply-Termclear - an approved TERMS CLEAR.
	*> ----------------------------------------------------------
	5180-Apply-Termclear.
		Open I-O Termblk-File.
		If Termblk-Status = "35"
			Close Termblk-File
			Open Output Termblk-File
			Close Termblk-File
			Open I-O Termblk-File
		End-If.
		Move Pnd-Target to Tbk-Terminal-Id.
		Delete Termblk-File Record
			Invalid Key
				Move "VOID" to Pnd-Status
				Move "terminal record already cleared" to Pnd-Note
				Go To 5180-Done
		End-Delete.
		Move "TERMCLEAR" to App-Chg-Action.
		Move Pnd-Old-Value to App-Chg-Old-Role.
		Move Pnd-New-Value to App-Chg-New-Role.
		Move Spaces to App-Chg-Old-Status.
		Move Spaces to App-Chg-New-Status.
		Move 0 to App-Chg-Old-Failed.
		Move 0 to App-Chg-New-Failed.
		Perform 5195-Write-Approved-Change Thru 5195-Exit.
		Move "APPLIED" to Pnd-Status.
	5180-Done.
		Close Termblk-File.
	5180-Exit.
		Exit.

	*> ----------------------------------------------------------
	*> 5190-Apply-Roleflag - an approved ROLES SET clearing a
	*> privileged flag.
	*> ----------------------------------------------------------
	5190-Apply-Roleflag.
		Move Pnd-Target to Rdf-Role.
		Read Role-Def-File Key is Rdf-Role
			Invalid Key
				Move "VOID" to Pnd-Status
				Move "role no longer on ROLEDEF" to Pnd-Note
				Go To 5190-Exit
		End-Read.
		If not Rdf-Is-Privileged
			Move "VOID" to Pnd-Status
			Move "role already not privileged" to Pnd-Note
			Go To 5190-Exit
		End-If.
		Move "N" to Rdf-Privileged.
		Rewrite Role-Def-Record.
		Move "ROLEFLAG" to App-Chg-Action.
		Move Pnd-Old-Value to App-Chg-Old-Role.
		Move Pnd-New-Value to App-Chg-New-Role.
		Move Spaces to App-Chg-Old-Status.
		Move Spaces to App-Chg-New-Status.
		Move 0 to App-Chg-Old-Failed.
		Move 0 to App-Chg-New-Failed.
		Perform 5195-Write-Approved-Change Thru 5195-Exit.
		Move "APPLIED" to Pnd-Status.
	5190-Exit.
		Exit.

	*> ----------------------------------------------------------
	*> 5191-Apply-Factorflag - an approved ROLES SET clearing a
	*> second-factor flag.
	*> ----------------------------------------------------------
	5191-Apply-Factorflag.
		Move Pnd-Target to Rdf-Role.
		Read Role-Def-File Key is Rdf-Role
			Invalid Key
				Move "VOID" to Pnd-Status
				Move "role no longer on ROLEDEF" to Pnd-Note
				Go To 5191-Exit
		End-Read.
		If not Rdf-Needs-Factor
			Move "VOID" to Pnd-Status
			Move "role already needs no second factor" to Pnd-Note
			Go To 5191-Exit
		End-If.
		Move "N" to Rdf-Factor-Required.
		Rewrite Role-Def-Record.
		Move "FACTORFLAG" to App-Chg-Action.
		Move Pnd-Old-Value to App-Chg-Old-Role.
		Move Pnd-New-Value to App-Chg-New-Role.
		Move Spaces to App-Chg-Old-Status.
		Move Spaces to App-Chg-New-Status.
		Move 0 to App-Chg-Old-Failed.
		Move 0 to App-Chg-New-Failed.
		Perform 5195-Write-Approved-Change Thru 5195-Exit.
		Move "APPLIED" to Pnd-Status.
	5191-Exit.
		Exit.

	*> ----------------------------------------------------------
	*> 5195-Write-Approved-Change - USERCHG record for an approved
	*> change: changed-by the requester, approved-by this session.
	*> ----------------------------------------------------------
	5195-Write-Approved-Change.
		Move Function Current-Date to Uch-Timestamp.
		Move Pnd-Target to Uch-Userid.
		Move App-Chg-Action to Uch-Action.
		Move Pnd-Requested-By to Uch-Changed-By.
		Move App-Chg-Old-Role to Uch-Old-Role.
		Move App-Chg-New-Role to Uch-New-Role.
		Move App-Chg-Old-Status to Uch-Old-Status.
		Move App-Chg-New-Status to Uch-New-Status.
		Move App-Chg-Old-Failed to Uch-Old-Failed.
		Move App-Chg-New-Failed to Uch-New-Failed.
		Move App-Session-Id to Uch-Approved-By.
		Move "USERCHG" to App-Chain-File.
		Move Function Length(User-Chg-Record) to App-Chain-Length.
		Call "chainlnk" Using App-Chain-File, User-Chg-Record,
			App-Chain-Length, App-Chain-Result.
		Write User-Chg-Record.
	5195-Exit.
		Exit.

	*> ----------------------------------------------------------
	*> 5200-Cmd-Roles - list or set the ROLEDEF rows that decide
	*> which role grants need approval and which roles need a
	*> second factor at login.
	*> ----------------------------------------------------------
	5200-Cmd-Roles.
		Display "Roles action (LIST/SET)? ".
		Accept App-Roles-Action.
		Move Function Upper-Case(Function Trim(App-Roles-Action))
			to App-Roles-Action.
		If App-Roles-Action = "LIST"
			Perform 5210-Roles-List Thru 5210-Exit
		Else If App-Roles-Action = "SET"
			Perform 5220-Roles-Set Thru 5220-Exit
		Else
			Display "Unknown roles action " trim(App-Roles-Action) "."
			Move "roles unknown action" to App-Output-Text
		End-If.
	5200-Exit.
		Exit.

	*> ----------------------------------------------------------
	5210-Roles-List.
		Display "Role       Privileged  Factor  Description".
		Move Low-Values to Rdf-Role.
		Start Role-Def-File Key is Greater Than Rdf-Role
			Invalid Key Move "10" to Roledef-Status
		End-Start.
		Perform Until Roledef-Status not = "00"
			Read Role-Def-File Next Record
				At End Move "10" to Roledef-Status
				Not At End
					Display Rdf-Role " " Rdf-Privileged "           "
						Rdf-Factor-Required "       " trim(Rdf-Description)
			End-Read
		End-Perform.
		Move "00" to Roledef-Status.
		Display "(ADMIN is always privileged.)".
		Move "roles listed" to App-Output-Text.
	5210-Exit.
		Exit.

	*> ----------------------------------------------------------
	*> 5220-Roles-Set - add or change a role row.  Flagging a role
	*> privileged, or as needing a second factor, takes effect at
	*> once; clearing either flag loosens control, so that part is
	*> queued for approval (5190/5191) while anything else goes
	*> through now.
	*> ----------------------------------------------------------
	5220-Roles-Set.
		Display "Role? ".
		Accept App-Roles-Input.
		Move Function Upper-Case(Function Trim(App-Roles-Input))
			to App-Priv-Role.
		If App-Priv-Role = Spaces
			Display "No role given."
			Move "roles set norole" to App-Output-Text
			Go To 5220-Exit
		End-If.
		Display "Privileged (Y/N)? ".
		Accept App-Roles-Input.
		Move Function Upper-Case(Function Trim(App-Roles-Input))
			to App-Roles-Flag.
		If App-Roles-Flag not = "Y" and App-Roles-Flag not = "N"
			Display "Privileged must be Y or N."
			Move "roles set badflag" to App-Output-Text
			Go To 5220-Exit
		End-If.
		If App-Priv-Role = "ADMIN" and App-Roles-Flag = "N"
			Display "ADMIN is always privileged."
			Move "roles set admin" to App-Output-Text
			Go To 5220-Exit
		End-If.
		Display "Second factor required (Y/N)? ".
		Accept App-Roles-Input.
		Move Function Upper-Case(Function Trim(App-Roles-Input))
			to App-Roles-Factor.
		If App-Roles-Factor not = "Y" and App-Roles-Factor not = "N"
			Display "Second factor must be Y or N."
			Move "roles set badflag" to App-Output-Text
			Go To 5220-Exit
		End-If.
		Display "Description (blank keeps the current one)? ".
		Accept App-Roles-Input.

		Move App-Priv-Role to Rdf-Role.
		Read Role-Def-File Key is Rdf-Role
			Invalid Key
				Move 0 to App-Roles-Found-Sw
				Move Spaces to Role-Def-Record
				Move App-Priv-Role to Rdf-Role
				Move "N" to Rdf-Privileged
				Move "N" to Rdf-Factor-Required
			Not Invalid Key
				Move 1 to App-Roles-Found-Sw
		End-Read.
		If Function Trim(App-Roles-Input) not = Spaces
			Move Function Trim(App-Roles-Input) to Rdf-Description
		End-If.
		Move "roles set ok" to App-Output-Text.
		If Rdf-Is-Privileged and App-Roles-Flag = "N"
			Move "ROLEFLAG" to App-Pend-Type
			Move App-Priv-Role to App-Pend-Target
			Move "Y" to App-Pend-Old
			Move "N" to App-Pend-New
			Perform 5150-Queue-Change Thru 5150-Exit
			If App-Pend-Result not = "FAIL"
				Move "roles set queued" to App-Output-Text
			Else
				Move "roles set failed" to App-Output-Text
			End-If
		Else
			Move App-Roles-Flag to Rdf-Privileged
		End-If.
		If Rdf-Needs-Factor and App-Roles-Factor = "N"
			Move "FACTORFLAG" to App-Pend-Type
			Move App-Priv-Role to App-Pend-Target
			Move "Y" to App-Pend-Old
			Move "N" to App-Pend-New
			Perform 5150-Queue-Change Thru 5150-Exit
	*> A failed ROLEFLAG queue above is not masked by this one.
			If App-Pend-Result = "FAIL"
				Move "roles set failed" to App-Output-Text
			End-If
			If App-Pend-Result not = "FAIL"
					and App-Output-Text not = "roles set failed"
				Move "roles set queued" to App-Output-Text
			End-If
		Else
			If not Rdf-Needs-Factor and App-Roles-Factor = "Y"
				Display "Operators in role " trim(App-Priv-Role)
					" now need an enrolled second factor (FACTOR ENROL) to log in."
			End-If
			Move App-Roles-Factor to Rdf-Factor-Required
		End-If.
		If App-Roles-Found
			Rewrite Role-Def-Record
		Else
			Write Role-Def-Record
		End-If.
		Display trim(App-Priv-Role) ": role definition set.".
	5220-Exit.
		Exit.

	*> ----------------------------------------------------------
	*> 5300-Cmd-Elevate - break-glass.  REQUEST raises this
	*> operator to a named role for a fixed number of hours against
	*> a stated reason; END gives a grant up early; LIST shows
	*> every grant in force now.  Nothing here waits on a second
	*> ADMIN - the control is the reason, the hard expiry, the
	*> tagged transcript and the elevrept morning report.
	*> ----------------------------------------------------------
	5300-Cmd-Elevate.
		Display "Elevate action (REQUEST/END/LIST)? ".
		Accept App-Elev-Action.
		Move Function Upper-Case(Function Trim(App-Elev-Action))
			to App-Elev-Action.
		Evaluate True
			When App-Elev-Action = "REQUEST"
				Perform 5310-Elevate-Request Thru 5310-Exit
			When App-Elev-Action = "END"
				Perform 5320-Elevate-End Thru 5320-Exit
			When App-Elev-Action = "LIST"
				Perform 5330-Elevate-List Thru 5330-Exit
			When Other
				Display "Unknown elevate action "
					trim(App-Elev-Action) "."
				Move "elevate unknown action" to App-Output-Text
		End-Evaluate.
	5300-Exit.
		Exit.

	*> ----------------------------------------------------------
	*> 5310-Elevate-Request - the role has to be one PERMCMD grants
	*> something to, and not the operator's own; one grant at a
	*> time.  Expiry is now plus the hours asked for, carried over
	*> midnight through the day number.
	*> ----------------------------------------------------------
	5310-Elevate-Request.
		If App-Elevated
			Display "Already elevated to " trim(App-Elev-Role)
				" - ELEVATE END first."
			Move "elevate request active" to App-Output-Text
			Go To 5310-Exit
		End-If.
		Display "Role? ".
		Accept App-Elev-Input.
		Move Function Upper-Case(Function Trim(App-Elev-Input))
			to App-Elev-Role.
		If App-Elev-Role = Spaces or App-Elev-Role = "*"
				or App-Elev-Role = App-Base-Role
			Display "Give a role other than your own."
			Move "elevate request badrole" to App-Output-Text
			Go To 5310-Exit
		End-If.
		Move 0 to App-Elev-Role-Sw.
		Move App-Elev-Role to Pcm-Role.
		Move Low-Values to Pcm-Command.
		Start Permcmd-File Key is Greater Than Pcm-Key
			Invalid Key Continue
			Not Invalid Key
				Read Permcmd-File Next Record
					At End Continue
					Not At End
						If Pcm-Role = App-Elev-Role
							Move 1 to App-Elev-Role-Sw
						End-If
				End-Read
		End-Start.
		If not App-Elev-Role-Known
			Display "No commands are granted to role "
				trim(App-Elev-Role) "."
			Move "elevate request norole" to App-Output-Text
			Go To 5310-Exit
		End-If.

		Move "ELEVATE-MAX-HOURS" to App-Parm-Name.
		Move 4 to App-Parm-Default.
		Call "getparm" Using App-Parm-Name, App-Parm-Default,
			App-Elev-Max-Hours.
		Display "Hours (1-" App-Elev-Max-Hours ")? ".
		Accept App-Elev-Input.
		If Function Trim(App-Elev-Input) is not Numeric
			Display "Hours must be numeric."
			Move "elevate request nothours" to App-Output-Text
			Go To 5310-Exit
		End-If.
		Move Function Numval(App-Elev-Input) to App-Elev-Hours.
		If App-Elev-Hours < 1 or App-Elev-Hours > App-Elev-Max-Hours
			Display "Hours must be 1 to " App-Elev-Max-Hours "."
			Move "elevate request range" to App-Output-Text
			Go To 5310-Exit
		End-If.
		Display "Reason? ".
		Accept App-Elev-Input.
		If Function Trim(App-Elev-Input) = Spaces
			Display "A reason is required for a break-glass elevation."
			Move "elevate request noreason" to App-Output-Text
			Go To 5310-Exit
		End-If.

		Move Function Current-Date(1:14) to App-Elev-Now.
		Compute App-Elev-Day-Int =
			Function Integer-Of-Date(Function Numval(App-Elev-Now(1:8))).
		Compute App-Elev-Hour =
			Function Numval(App-Elev-Now(9:2)) + App-Elev-Hours.
		Divide App-Elev-Hour by 24 Giving App-Elev-Add-Days
			Remainder App-Elev-Hour.
		Add App-Elev-Add-Days to App-Elev-Day-Int.
		Compute App-Elev-Date-Num =
			Function Date-Of-Integer(App-Elev-Day-Int).
		Move App-Elev-Hour to App-Elev-Hour-Disp.
		Move Spaces to App-Elev-Expires.
		String App-Elev-Date-Num Delimited by Size
				App-Elev-Hour-Disp Delimited by Size
				App-Elev-Now(11:4) Delimited by Size
			Into App-Elev-Expires.

		Move Spaces to Elevate-Record.
		Move App-Session-Id to Elv-Userid.
		Move App-Elev-Now to Elv-Grant-Id.
		Move App-Base-Role to Elv-Base-Role.
		Move App-Elev-Role to Elv-Role.
		Move App-Elev-Hours to Elv-Hours.
		Move App-Elev-Expires to Elv-Expires.
		Move Function Trim(App-Elev-Input) to Elv-Reason.
		Write Elevate-Record
			Invalid Key
				Display "Elevation could not be recorded - not granted."
				Move Spaces to App-Elev-Expires
				Move "elevate request failed" to App-Output-Text
				Go To 5310-Exit
		End-Write.
		Move 1 to App-Elev-Sw.
		Move App-Elev-Now to App-Elev-Id.
		Move App-Elev-Role to App-Role.
		Display "Elevated to " trim(App-Elev-Role) " until "
			App-Elev-Expires(1:8) " " App-Elev-Expires(9:2) ":"
			App-Elev-Expires(11:2) " - grant " App-Elev-Id
			".  Everything typed is tagged and reported.".
		Move "elevate request ok" to App-Output-Text.
		If App-Elev-Role = "ADMIN"
			Move App-Session-Id to App-Alert-Userid
			Move App-Elev-Hours to App-Elev-Hour-Disp
			Move Spaces to App-Alert-Detail
			String "break-glass ELEVATE to ADMIN for " App-Elev-Hour-Disp
					" hour(s), grant " App-Elev-Id Delimited by Size
				Into App-Alert-Detail
			Perform 5550-Raise-Admin-Alert Thru 5550-Exit
		End-If.
	5310-Exit.
		Exit.

	*> ----------------------------------------------------------
	*> 5320-Elevate-End - give the grant up before it runs out.
	*> ----------------------------------------------------------
	5320-Elevate-End.
		If not App-Elevated
			Display "No elevation in force."
			Move "elevate end none" to App-Output-Text
			Go To 5320-Exit
		End-If.
		Move App-Session-Id to Elv-Userid.
		Move App-Elev-Id to Elv-Grant-Id.
		Read Elevate-File Key is Elv-Key
			Invalid Key Continue
			Not Invalid Key
				Move Function Current-Date(1:14) to Elv-Ended
				Move "ENDED" to Elv-End-Reason
				Rewrite Elevate-Record
		End-Read.
		Move App-Base-Role to App-Role.
		Move 0 to App-Elev-Sw.
		Move Spaces to App-Elev-Expires.
		Display "Elevation to " trim(App-Elev-Role) " ended - role is "
			trim(App-Base-Role) " again.".
		Move "elevate end ok" to App-Output-Text.
	5320-Exit.
		Exit.

	*> ----------------------------------------------------------
	*> 5330-Elevate-List - every grant still in force, anyone's.
	*> A grant past its expiry but not yet closed off (its owner
	*> hasn't typed since) is left out - it confers nothing.
	*> ----------------------------------------------------------
	5330-Elevate-List.
		Move 0 to App-Elev-Count.
		Move Function Current-Date(1:14) to App-Elev-Now.
		Display "Userid           Role       From       Expires        Reason".
		Move Low-Values to Elv-Key.
		Start Elevate-File Key is Greater Than Elv-Key
			Invalid Key Move "10" to Elevate-Status
		End-Start.
		Perform Until Elevate-Status not = "00"
			Read Elevate-File Next Record
				At End Move "10" to Elevate-Status
				Not At End
					If Elv-Ended = Spaces and Elv-Expires > App-Elev-Now
						Add 1 to App-Elev-Count
						Display Elv-Userid(1:16) " " Elv-Role " "
							Elv-Base-Role " " Elv-Expires(1:8) " "
							Elv-Expires(9:4) "  " trim(Elv-Reason)
					End-If
			End-Read
		End-Perform.
		Move "00" to Elevate-Status.
		Display App-Elev-Count " elevation(s) in force.".
		Move "elevate listed" to App-Output-Text.
	5330-Exit.
		Exit.

	*> ----------------------------------------------------------
	*> 5400-Check-Sod - runs App-Sod-Role/App-Sod-Dept past the
	*> segregation-of-duties rules (sodcheck) and sets App-Sod-Ok-Sw.
	*> A conflict is refused unless this operator holds
	*> SOD-OVERRIDE and overrides it explicitly: a Y and a reason
	*> at the console, or Mtx-Override "Y" plus a reason on the
	*> batch row.  Each rule overridden is written to SODOVR.
	*> ----------------------------------------------------------
	5400-Check-Sod.
		Move 1 to App-Sod-Ok-Sw.
		Call "sodcheck" Using App-Sod-Role, App-Sod-Dept,
			App-Sod-Count, App-Sod-Hits.
		If App-Sod-Count = 0
			Go To 5400-Exit
		End-If.
		Move 0 to App-Sod-Ok-Sw.
		If App-Sod-Count > 10
			Move 10 to App-Sod-Shown
		Else
			Move App-Sod-Count to App-Sod-Shown
		End-If.
		Perform Varying App-Sod-Ix from 1 by 1
				until App-Sod-Ix > App-Sod-Shown
			Display trim(App-Maint-Userid) ": SoD conflict "
				trim(App-Sod-Hit-Rule(App-Sod-Ix)) " - "
				trim(App-Sod-Hit-Text(App-Sod-Ix))
		End-Perform.

		Move "SOD-OVERRIDE" to App-Perm-Command.
		Perform 2050-Check-Permission Thru 2050-Exit.
		If not App-Perm-Granted
			Display trim(App-Maint-Userid)
				": refused - segregation-of-duties conflict."
			Go To 5400-Exit
		End-If.
		If App-Batch-Mode
			If Mtx-Override not = "Y" or Mtx-Override-Reason = Spaces
				Display trim(App-Maint-Userid)
					": refused - segregation-of-duties conflict, row not overridden."
				Go To 5400-Exit
			End-If
			Move "BATCH" to App-Sod-Source
			Move Mtx-Override-Reason to App-Sod-Reason
		Else
			Display "Override the conflict (Y/N)? "
			Accept App-Sod-Input
			If Function Upper-Case(Function Trim(App-Sod-Input)) not = "Y"
				Display trim(App-Maint-Userid)
					": refused - segregation-of-duties conflict."
				Go To 5400-Exit
			End-If
			Display "Override reason? "
			Accept App-Sod-Input
			If Function Trim(App-Sod-Input) = Spaces
				Display "An override needs a reason - change refused."
				Go To 5400-Exit
			End-If
			Move "CONSOLE" to App-Sod-Source
			Move Function Trim(App-Sod-Input) to App-Sod-Reason
		End-If.

		Perform Varying App-Sod-Ix from 1 by 1
				until App-Sod-Ix > App-Sod-Shown
			Move Function Current-Date to Sov-Timestamp
			Move App-Maint-Userid to Sov-Userid
			Move App-Maint-Action to Sov-Action
			Move App-Sod-Role to Sov-Role
			Move App-Sod-Dept to Sov-Dept
			Move App-Sod-Hit-Rule(App-Sod-Ix) to Sov-Rule-Id
			Move App-Session-Id to Sov-Override-By
			Move App-Sod-Source to Sov-Source
			Move App-Sod-Reason to Sov-Reason
			Write Sod-Ovr-Record
		End-Perform.
		Display trim(App-Maint-Userid) ": conflict overridden and recorded.".
		Move 1 to App-Sod-Ok-Sw.
	5400-Exit.
		Exit.

	*> ----------------------------------------------------------
	*> 5500-Cmd-Alerts - the operations desk's view of the ALERTQ
	*> queue.  LIST shows every alert not yet acknowledged, oldest
	*> first; ACK marks one acknowledged by this operator, with an
	*> optional note.  Sending and escalation are alertdsp's job.
	*> ----------------------------------------------------------
	5500-Cmd-Alerts.
		Display "Alerts action (LIST/ACK)? ".
		Accept App-Alert-Action.
		Move Function Upper-Case(Function Trim(App-Alert-Action))
			to App-Alert-Action.
		Open I-O Alert-Queue-File.
		If Alertq-Status = "35"
			Close Alert-Queue-File
			Open Output Alert-Queue-File
			Close Alert-Queue-File
			Open I-O Alert-Queue-File
		End-If.
		Evaluate True
			When App-Alert-Action = "LIST"
				Perform 5510-Alerts-List Thru 5510-Exit
			When App-Alert-Action = "ACK"
				Perform 5520-Alerts-Ack Thru 5520-Exit
			When Other
				Display "Unknown alerts action "
					trim(App-Alert-Action) "."
				Move "alerts unknown action" to App-Output-Text
		End-Evaluate.
		Close Alert-Queue-File.
	5500-Exit.
		Exit.

	*> ----------------------------------------------------------
	5510-Alerts-List.
		Move 0 to App-Alert-Count.
		Display "Alert id         Sev    Event      Userid           Terminal Raised        Status Esc".
		Move Low-Values to Alq-Id.
		Start Alert-Queue-File Key is Greater Than Alq-Id
			Invalid Key Move "10" to Alertq-Status
		End-Start.
		Perform Until Alertq-Status not = "00"
			Read Alert-Queue-File Next Record
				At End Move "10" to Alertq-Status
				Not At End
					If not Alq-Acked
						Add 1 to App-Alert-Count
						Display Alq-Id " " Alq-Severity " " Alq-Event " "
							Alq-Userid(1:16) " " Alq-Terminal-Id " "
							Alq-Raised-Time(1:8) " " Alq-Raised-Time(9:4) " "
							Alq-Status(1:6) " " Alq-Escalations
						Display "                 " trim(Alq-Detail)
					End-If
			End-Read
		End-Perform.
		Move "00" to Alertq-Status.
		Display App-Alert-Count " alert(s) awaiting acknowledgement.".
		Move "alerts listed" to App-Output-Text.
	5510-Exit.
		Exit.

	*> ----------------------------------------------------------
	5520-Alerts-Ack.
		Display "Alert id? ".
		Accept App-Alert-Input.
		Move Function Trim(App-Alert-Input) to Alq-Id.
		Read Alert-Queue-File Key is Alq-Id
			Invalid Key
				Display "No such alert."
				Move "alerts ack notfound" to App-Output-Text
				Go To 5520-Exit
		End-Read.
		If Alq-Acked
			Display "Alert " Alq-Id " was already acknowledged by "
				trim(Alq-Acked-By) "."
			Move "alerts ack already" to App-Output-Text
			Go To 5520-Exit
		End-If.
		Display "Note (optional)? ".
		Accept App-Alert-Input.
		Move "ACKED" to Alq-Status.
		Move App-Session-Id to Alq-Acked-By.
		Move Function Current-Date to Alq-Acked-Time.
		Move Function Trim(App-Alert-Input) to Alq-Ack-Note.
		Rewrite Alert-Queue-Record.
		Display "Alert " Alq-Id " acknowledged.".
		Move "alerts ack ok" to App-Output-Text.
	5520-Exit.
		Exit.

	*> ----------------------------------------------------------
	*> 5550-Raise-Admin-Alert - App-Alert-Userid/Detail are set by
	*> the caller.  The console has no terminal id of its own.
	*> ----------------------------------------------------------
	5550-Raise-Admin-Alert.
		Move "ADMINGRANT" to App-Alert-Event.
		Move "HIGH" to App-Alert-Severity.
		Move Spaces to App-Alert-Terminal.
		Call "alertput" Using App-Alert-Event, App-Alert-Userid,
			App-Alert-Terminal, App-Alert-Severity, App-Alert-Source,
			App-Alert-Detail, App-Alert-Id, App-Alert-Result.
	5550-Exit.
		Exit.

	*> ----------------------------------------------------------
	*> 5600-Cmd-Factor - second-factor enrolment.  ENROL gives an
	*> operator with no active enrolment a new secret and recovery
	*> codes; RESET replaces both for an enrolled operator (lost or
	*> replaced token, recovery codes used up).  The secret and the
	*> codes are shown here once and never again - only the secret
	*> is kept, and the codes only as pwdhash2 digests.  LIST shows
	*> who is enrolled and how many recovery codes each has left.
	*> ----------------------------------------------------------
	5600-Cmd-Factor.
		Display "Factor action (ENROL/RESET/LIST)? ".
		Accept App-Fac-Action.
		Move Function Upper-Case(Function Trim(App-Fac-Action))
			to App-Fac-Action.
		Open I-O Factor-File.
		If Factor-Status = "35"
			Close Factor-File
			Open Output Factor-File
			Close Factor-File
			Open I-O Factor-File
		End-If.
		Evaluate True
			When App-Fac-Action = "ENROL"
				Perform 5620-Factor-Issue Thru 5620-Exit
			When App-Fac-Action = "RESET"
				Perform 5620-Factor-Issue Thru 5620-Exit
			When App-Fac-Action = "LIST"
				Perform 5610-Factor-List Thru 5610-Exit
			When Other
				Display "Unknown factor action "
					trim(App-Fac-Action) "."
				Move "factor unknown action" to App-Output-Text
		End-Evaluate.
		Close Factor-File.
	5600-Exit.
		Exit.

	*> ----------------------------------------------------------
	5610-Factor-List.
		Move 0 to App-Fac-Count.
		Display "Userid                           Status   Enrolled by      Enrolled     Last used    Rcv".
		Move Low-Values to Fac-Userid.
		Start Factor-File Key is Greater Than Fac-Userid
			Invalid Key Move "10" to Factor-Status
		End-Start.
		Perform Until Factor-Status not = "00"
			Read Factor-File Next Record
				At End Move "10" to Factor-Status
				Not At End
					Add 1 to App-Fac-Count
					Move 0 to App-Fac-Left
					Perform Varying App-Fac-Idx from 1 by 1
							until App-Fac-Idx > 10
						If not Fac-Rcv-Spent(App-Fac-Idx)
							Add 1 to App-Fac-Left
						End-If
					End-Perform
					Move App-Fac-Left to App-Fac-Left-Edit
					Display Fac-Userid " " Fac-Status " "
						Fac-Enrolled-By(1:16) " "
						Fac-Enrolled-Time(1:8) " " Fac-Enrolled-Time(9:4) " "
						Fac-Last-Used-Time(1:8) " " Fac-Last-Used-Time(9:4) " "
						App-Fac-Left-Edit
			End-Read
		End-Perform.
		Move "00" to Factor-Status.
		Display App-Fac-Count " operator(s) enrolled.".
		Move "factor listed" to App-Output-Text.
	5610-Exit.
		Exit.

	*> ----------------------------------------------------------
	*> 5620-Factor-Issue - ENROL and RESET differ only in whether
	*> an active enrolment must be absent or present.  The account
	*> has to be on USERS; the change is journalled against it on
	*> USERCHG (FACTORENROL / FACTORRESET) with its role and
	*> status unchanged.
	*> ----------------------------------------------------------
	5620-Factor-Issue.
		Display "Userid? ".
		Accept App-Fac-Input.
		Move Function Trim(App-Fac-Input) to App-Maint-Userid.
		Open Input Users-File.
		If Users-Status = "35"
			Open Output Users-File
			Close Users-File
			Open Input Users-File
		End-If.
		Move App-Maint-Userid to Usr-Userid.
		Read Users-File Key is Usr-Userid
			Invalid Key Move 0 to x
			Not Invalid Key Move 1 to x
		End-Read.
		If x = 0
			Display "No such userid."
			Move "factor nouser" to App-Output-Text
			Go To 5620-Done
		End-If.
		Move Usr-Role to App-Chg-Old-Role.
		Move Usr-Status to App-Chg-Old-Status.
		Move Usr-Failed-Count to App-Chg-Old-Failed.

		Move App-Maint-Userid to Fac-Userid.
		Read Factor-File Key is Fac-Userid
			Invalid Key Move 0 to App-Fac-Found-Sw
			Not Invalid Key Move 1 to App-Fac-Found-Sw
		End-Read.
		If App-Fac-Action = "ENROL" and App-Fac-Found and Fac-Active
			Display trim(App-Maint-Userid)
				": already enrolled - use RESET to issue a new token."
			Move "factor enrol already" to App-Output-Text
			Go To 5620-Done
		End-If.
		If App-Fac-Action = "RESET" and not App-Fac-Found
			Display trim(App-Maint-Userid)
				": not enrolled - use ENROL."
			Move "factor reset notenrolled" to App-Output-Text
			Go To 5620-Done
		End-If.
		Perform 5630-Factor-Seed Thru 5630-Exit.
		If App-Fac-Seed = 0
			Display "Not enough random characters - nothing issued."
			Move "factor noseed" to App-Output-Text
			Go To 5620-Done
		End-If.

		Move App-Maint-Userid to Fac-Userid.
		Move "ACTIVE" to Fac-Status.
		Move 0 to Fac-Last-Step.
		Move App-Session-Id to Fac-Enrolled-By.
		Move Spaces to Fac-Enrolled-Time.
		Move Function Current-Date(1:12) to Fac-Enrolled-Time(1:12).
		Move Spaces to Fac-Last-Used-Time.
		Compute App-Fac-Pick = Function Random(App-Fac-Seed) * 32.
		Move Spaces to Fac-Secret.
		Perform Varying App-Fac-Idx from 1 by 1 until App-Fac-Idx > 16
			Compute App-Fac-Pick = Function Random * 32 + 1
			Move App-Fac-Alphabet(App-Fac-Pick:1)
				to Fac-Secret(App-Fac-Idx:1)
		End-Perform.
		Display trim(App-Maint-Userid) ": load this secret into the token - "
			Fac-Secret(1:4) " " Fac-Secret(5:4) " "
			Fac-Secret(9:4) " " Fac-Secret(13:4).
		Display "Recovery codes (each works once - hand them over sealed):".
		Perform Varying App-Fac-Idx from 1 by 1 until App-Fac-Idx > 10
			Compute App-Fac-Code = Function Random * 90000000 + 10000000
			Move Spaces to App-Maint-Password
			Move App-Fac-Code to App-Maint-Password(1:8)
			Call "pwdhash2" Using App-Maint-Password, App-Maint-Hash
			Move App-Maint-Hash to Fac-Rcv-Hash(App-Fac-Idx)
			Move "N" to Fac-Rcv-Used(App-Fac-Idx)
			Display "    " App-Fac-Code
		End-Perform.
		Move Spaces to App-Maint-Password.
		If App-Fac-Found
			Rewrite Factor-Record
			Move "FACTORRESET" to App-Chg-Action
		Else
			Write Factor-Record
			Move "FACTORENROL" to App-Chg-Action
		End-If.
		Perform 2490-Write-User-Change Thru 2490-Exit.
		Display trim(App-Maint-Userid) ": second factor "
			Function Lower-Case(App-Fac-Action(1:5)) " done.".
		Move Spaces to App-Output-Text.
		String "factor " Function Lower-Case(Function Trim(App-Fac-Action))
				" ok" Delimited by Size
			Into App-Output-Text.
	5620-Done.
		Close Users-File.
	5620-Exit.
		Exit.

	*> ----------------------------------------------------------
	*> 5630-Factor-Seed - the secret and recovery codes must not be
	*> guessable from anything on file, so the Random seed is taken
	*> from characters the issuing ADMIN types (never transcribed
	*> or stored) run through pwdhash2, hashed again with the full
	*> current date and time.  App-Fac-Seed is left zero when too
	*> few characters are typed.
	*> ----------------------------------------------------------
	5630-Factor-Seed.
		Move 0 to App-Fac-Seed.
		Display "Type at least 16 random characters (not shown anywhere): ".
		Accept App-Fac-Input.
		If Function Length(Function Trim(App-Fac-Input)) < 16
			Move Spaces to App-Fac-Input
			Go To 5630-Exit
		End-If.
		Move App-Fac-Input(1:32) to App-Maint-Password.
		Call "pwdhash2" Using App-Maint-Password, App-Maint-Hash.
		Move Spaces to App-Maint-Password.
		String App-Maint-Hash(1:11) Function Current-Date
				Delimited by Size
			Into App-Maint-Password.
		Call "pwdhash2" Using App-Maint-Password, App-Maint-Hash.
		Move App-Maint-Hash(30:9) to App-Fac-Seed-X.
		Move App-Fac-Seed-Num to App-Fac-Seed.
		Move Spaces to App-Fac-Input.
		Move Spaces to App-Maint-Password.
		Move Spaces to App-Maint-Hash.
		If App-Fac-Seed = 0
			Move 1 to App-Fac-Seed
		End-If.
	5630-Exit.
		Exit.

	*> ----------------------------------------------------------
	*> 9000-Cleanup - mark the checkpoint closed before going down so
	*> security.cob's concurrent-session check does not have to wait
		Close Role-Hist-File.
		Close User-Chg-File.
		Close Dept-File.
		Close Role-Def-File.
		Close Elevate-File.
		Close Sod-Ovr-File.

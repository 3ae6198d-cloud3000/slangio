	*>   window is refused with its own OFFSHIFT audit reason; a
	*>   grace date on the row (console SHIFTS GRACE) suspends the
	*>   check for approved overtime.
	*>   The login-window check now goes by the effective role: an
	*>   operator holding a live break-glass elevation (ELEVATE,
	*>   granted from the console) is checked against the "R" row
	*>   of the elevated role, not their own.
	*>   A lockout, a terminal block and an OFFSHIFT refusal now
	*>   also raise an alert on the ALERTQ queue (through alertput)
	*>   as they happen, for the operations desk.
	*>   AUDIT-LOG and USERCHG records are now chained through
	*>   chainlnk before they are written (running sequence number
	*>   and chained digest, checked by the chainver batch), so a
	*>   deleted or edited line shows up.
	*>   Added a second factor for roles flagged on ROLEDEF
	*>   (Rdf-Factor-Required, own or break-glass role): after the
	*>   password the operator must give the current one-time code
	*>   for the secret enrolled on FACTOR, or one of the unused
	*>   recovery codes (audit reason RECOVERY).  A wrong code
	*>   counts toward lockout like a wrong password (BADOTP); an
	*>   operator with no enrolment is refused (NOFACTOR).  The
	*>   failure counting moved to 4100-Count-Failure for both.
	*> ==============================================
Environment Division.
Input-Output Section.
		Access Dynamic
		Record Key Sch-Key
		File Status Schedule-Status.
	Select Elevate-File Assign To "ELEVATE"
		Organization Indexed
		Access Dynamic
		Record Key Elv-Key
		File Status Elevate-Status.
	Select Role-Def-File Assign To "ROLEDEF"
		Organization Indexed
		Access Dynamic
		Record Key Rdf-Role
		File Status Roledef-Status.
	Select Factor-File Assign To "FACTOR"
		Organization Indexed
		Access Dynamic
		Record Key Fac-Userid
		File Status Factor-Status.
Data Division.
File Section.
	Copy "users.cpy".
	Copy "userchg.cpy".
	Copy "termblk.cpy".
	Copy "schedule.cpy".
	Copy "elevate.cpy".
	Copy "roledef.cpy".
	Copy "factor.cpy".
Working-storage Section.
	1 IO_STREAM			pic x(2048) value spaces.
	1 Username			Pic X(32) Value spaces.
	1 Userchg-Status	Pic X(02) Value "00".
	1 Termblk-Status	Pic X(02) Value "00".
	1 Schedule-Status	Pic X(02) Value "00".
	1 Elevate-Status	Pic X(02) Value "00".
	1 Roledef-Status	Pic X(02) Value "00".
	1 Factor-Status		Pic X(02) Value "00".

	1 Sec-Terminal-Id		Pic X(08) Value Spaces.
	1 Sec-Entered-Hash		Pic X(64) Value Spaces.
	1 Sec-Off-Window-Sw		Pic 9 Value 0.
		88 Sec-Out-Of-Window	Value 1, False 0.
	1 Sec-Day-Of-Week		Pic 9(01) Value 0.
	1 Sec-Effective-Role	Pic X(10) Value Spaces.
	1 Sec-Elev-Now			Pic X(14) Value Spaces.

	1 Sec-Chg-Action		Pic X(12) Value Spaces.
	1 Sec-Chg-Old-Role		Pic X(10) Value Spaces.
	1 Sec-Chg-Old-Status	Pic X(10) Value Spaces.
	1 Sec-Chg-Old-Failed	Pic 9(02) Value 0.

	1 Sec-Alert-Event		Pic X(10) Value Spaces.
	1 Sec-Alert-Severity	Pic X(06) Value Spaces.
	1 Sec-Alert-Source		Pic X(12) Value "security".
	1 Sec-Alert-Detail		Pic X(60) Value Spaces.
	1 Sec-Alert-Id			Pic X(16) Value Spaces.
	1 Sec-Alert-Result		Pic X(04) Value Spaces.
	1 Sec-Alert-Edit		Pic Z(04)9.

	1 Sec-Roledef-Open-Sw	Pic 9 Value 0.
		88 Sec-Roledef-Open		Value 1, False 0.
	1 Sec-Factor-Open-Sw	Pic 9 Value 0.
		88 Sec-Factor-Open		Value 1, False 0.
	1 Sec-Factor-Needed-Sw	Pic 9 Value 0.
		88 Sec-Factor-Needed	Value 1, False 0.
	1 Sec-Factor-Ok-Sw		Pic 9 Value 0.
		88 Sec-Factor-Ok		Value 1, False 0.
	1 Sec-Factor-Refused-Sw	Pic 9 Value 0.
		88 Sec-Factor-Refused	Value 1, False 0.
	1 Sec-Recovery-Sw		Pic 9 Value 0.
		88 Sec-By-Recovery		Value 1, False 0.
	1 Sec-Otp-Input			Pic X(20) Value Spaces.
	1 Sec-Otp-Code			Pic X(06) Value Spaces.
	1 Sec-Otp-Step			Pic 9(11) Value 0.
	1 Sec-Otp-First-Step	Pic 9(11) Value 0.
	1 Sec-Otp-Last-Step		Pic 9(11) Value 0.
	1 Sec-Rcv-Idx			Pic 9(02) Comp Value 0.
	1 Sec-Rcv-Left			Pic 9(02) Comp Value 0.
	1 Sec-Rcv-Edit			Pic Z9.

	1 Sec-Chain-File		Pic X(10) Value Spaces.
	1 Sec-Chain-Length	Pic 9(04) Comp Value 0.
	1 Sec-Chain-Result	Pic X(04) Value Spaces.

	1 Sec-Parm-Name			Pic X(20) Value Spaces.
	1 Sec-Parm-Default		Pic 9(09) Comp Value 0.
	1 Sec-Parm-Value		Pic 9(09) Comp Value 0.
	Else
		Perform 3000-Lookup-User
		If Sec-User-Was-Found
			Perform 3050-Get-Effective-Role Thru 3050-Exit
			Perform 3700-Check-Schedule Thru 3700-Exit
			If Sec-Out-Of-Window
				Move "OFFSHIFT" to Sec-Reason
				Move "OFFSHIFT" to Sec-Alert-Event
				Move "MEDIUM" to Sec-Alert-Severity
				Move Spaces to Sec-Alert-Detail
				String "login refused outside the login window for role "
						Function Trim(Sec-Effective-Role) Delimited by Size
					Into Sec-Alert-Detail
				Perform 6600-Raise-Alert Thru 6600-Exit
			Else
				Perform 3500-Check-Concurrent-Session Thru 3500-Exit
				If Sec-Session-Open
			Close Schedule-File
			Open Input Schedule-File
		End-If.
		Open Input Elevate-File.
	*> No ROLEDEF means no role asks for a second factor; FACTOR
	*> is only ever created by the console FACTOR command.
		Open Input Role-Def-File.
		If Roledef-Status = "00"
			Move 1 to Sec-Roledef-Open-Sw
		End-If.
		Open I-O Factor-File.
		If Factor-Status = "00"
			Move 1 to Sec-Factor-Open-Sw
		End-If.

	*> ----------------------------------------------------------
	*> 1050-Load-Parameters - pull the policy numbers out of the
				Move 1 to Sec-User-Found-Sw
		End-Read.

	*> ----------------------------------------------------------
	*> 3050-Get-Effective-Role - Usr-Role, unless the account holds
	*> a break-glass grant on ELEVATE that is neither ended nor past
	*> its expiry, in which case the elevated role.  Closing off a
	*> lapsed grant is left to the console; it is simply ignored
	*> here.
	*> ----------------------------------------------------------
	3050-Get-Effective-Role.
		Move Usr-Role to Sec-Effective-Role.
		If Elevate-Status not = "00"
			Go To 3050-Exit
		End-If.
		Move Function Current-Date(1:14) to Sec-Elev-Now.
		Move Usr-Userid to Elv-Userid.
		Move Low-Values to Elv-Grant-Id.
		Start Elevate-File Key is Greater Than Elv-Key
			Invalid Key Go To 3050-Exit
		End-Start.
		Perform Until Elevate-Status not = "00"
			Read Elevate-File Next Record
				At End Move "10" to Elevate-Status
				Not At End
					If Elv-Userid not = Usr-Userid
						Move "10" to Elevate-Status
					Else
						If Elv-Ended = Spaces and Elv-Expires > Sec-Elev-Now
							Move Elv-Role to Sec-Effective-Role
						End-If
					End-If
			End-Read
		End-Perform.
	3050-Exit.
		Exit.

	*> ----------------------------------------------------------
	*> 3500-Check-Concurrent-Session - refuses a second simultaneous
	*> login for a userid that already has an open console session
	*> ----------------------------------------------------------
	*> 3700-Check-Schedule - per-role (or per-userid override)
	*> login window.  A "U" row for this userid wins outright; a
	*> "R" row for the effective role (3050) applies otherwise;
	*> no row at all means no schedule, same as before the check
	*> existed.  A grace
	*> date on the row that hasn't passed yet suspends enforcement
	*> - the approved-overtime escape hatch.  Sch-Days is Monday-
	*> first; an end time before the start time wraps the window
		End-Read.
		If not Sec-Sched-Found
			Move "R" to Sch-Scope
			Move Sec-Effective-Role to Sch-Name
			Read Schedule-File Key is Sch-Key
				Invalid Key Continue
				Not Invalid Key Move 1 to Sec-Sched-Found-Sw
		End-If.
		If Sec-Entered-Hash not = Usr-Password-Hash
			Move "BADPWD" to Sec-Reason
			Perform 4100-Count-Failure Thru 4100-Exit
			Go To 4000-Exit
		End-If.

	*> The second factor comes before anything is reset for the
	*> good password, so a right password with a wrong code still
	*> leaves the failed count where it was.
		Perform 4500-Check-Factor Thru 4500-Exit.
		If Sec-Factor-Refused
			Go To 4000-Exit
		End-If.

		Perform 7000-Check-Expiration Thru 7000-Exit.
		If Sec-Login-Accepted and Sec-By-Recovery
			Move "RECOVERY" to Sec-Reason
		End-If.
		If Sec-Login-Accepted
			Perform 6050-Save-Before-Image Thru 6050-Exit
			Move 0 to Usr-Failed-Count
	4000-Exit.
		Exit.

	*> ----------------------------------------------------------
	*> 4100-Count-Failure - a wrong password or a wrong one-time
	*> code (Sec-Reason BADPWD / BADOTP, also the journal action)
	*> counts toward the lockout threshold; the attempt that
	*> reaches it locks the account with a timestamp, so it clears
	*> after the cooling-off period.
	*> ----------------------------------------------------------
	4100-Count-Failure.
		Perform 6050-Save-Before-Image Thru 6050-Exit.
		Move Sec-Reason to Sec-Chg-Action.
		Add 1 to Usr-Failed-Count.
		If Usr-Failed-Count >= Sec-Lockout-Threshold
			Move "LOCKED" to Usr-Status
			Move Sec-Today to Usr-Lockout-Date
			Move Function Current-Date(9:4) to Usr-Lockout-Time
			Move "LOCKED" to Sec-Reason
			Move "LOCKOUT" to Sec-Chg-Action
		End-If.
		Rewrite Users-Record.
		Perform 6100-Write-User-Change Thru 6100-Exit.
		If Sec-Chg-Action = "LOCKOUT"
			Move Usr-Failed-Count to Sec-Alert-Edit
			Move "LOCKOUT" to Sec-Alert-Event
			Move "HIGH" to Sec-Alert-Severity
			Move Spaces to Sec-Alert-Detail
			String "account locked after " Function Trim(Sec-Alert-Edit)
					" consecutive failed logins" Delimited by Size
				Into Sec-Alert-Detail
			Perform 6600-Raise-Alert Thru 6600-Exit
		End-If.
	4100-Exit.
		Exit.

	*> ----------------------------------------------------------
	*> 4500-Check-Factor - only for an account whose own role or
	*> break-glass role is flagged Rdf-Factor-Required.  Six digits
	*> is a one-time code, eight is a recovery code; anything else,
	*> or a code that does not match, is a BADOTP failure.  No
	*> active FACTOR row is refused as NOFACTOR without counting
	*> against the account - the operator cannot fix it by
	*> retrying.
	*> ----------------------------------------------------------
	4500-Check-Factor.
		Move 0 to Sec-Factor-Refused-Sw.
		Move 0 to Sec-Factor-Ok-Sw.
		Move 0 to Sec-Recovery-Sw.
		Perform 4510-Check-Factor-Required Thru 4510-Exit.
		If not Sec-Factor-Needed
			Go To 4500-Exit
		End-If.

		Move Spaces to Fac-Status.
		If Sec-Factor-Open
			Move Usr-Userid to Fac-Userid
			Read Factor-File Key is Fac-Userid
				Invalid Key Move Spaces to Fac-Status
			End-Read
		End-If.
		If not Fac-Active
			Display "This role needs a second factor and none is enrolled - see an administrator."
			Move "NOFACTOR" to Sec-Reason
			Move 1 to Sec-Factor-Refused-Sw
			Go To 4500-Exit
		End-If.

		Move Spaces to IO_STREAM.
		Display "One-time code? ".
		Accept IO_STREAM.
		Move Function Trim(IO_STREAM) to Sec-Otp-Input.
		If Sec-Otp-Input(7:14) = Spaces and Sec-Otp-Input(1:6) is Numeric
			Perform 4520-Check-Otp Thru 4520-Exit
		End-If.
		If Sec-Otp-Input(9:12) = Spaces and Sec-Otp-Input(1:8) is Numeric
			Perform 4530-Check-Recovery Thru 4530-Exit
		End-If.
		If not Sec-Factor-Ok
			Move "BADOTP" to Sec-Reason
			Move 1 to Sec-Factor-Refused-Sw
			Perform 4100-Count-Failure Thru 4100-Exit
			Go To 4500-Exit
		End-If.
		Move Function Current-Date to Fac-Last-Used-Time.
		Rewrite Factor-Record.
	4500-Exit.
		Exit.

	*> ----------------------------------------------------------
	4510-Check-Factor-Required.
		Move 0 to Sec-Factor-Needed-Sw.
		If not Sec-Roledef-Open
			Go To 4510-Exit
		End-If.
		Move Usr-Role to Rdf-Role.
		Read Role-Def-File Key is Rdf-Role
			Invalid Key Continue
			Not Invalid Key
				If Rdf-Needs-Factor
					Move 1 to Sec-Factor-Needed-Sw
				End-If
		End-Read.
		If Sec-Factor-Needed or Sec-Effective-Role = Usr-Role
			Go To 4510-Exit
		End-If.
		Move Sec-Effective-Role to Rdf-Role.
		Read Role-Def-File Key is Rdf-Role
			Invalid Key Continue
			Not Invalid Key
				If Rdf-Needs-Factor
					Move 1 to Sec-Factor-Needed-Sw
				End-If
		End-Read.
	4510-Exit.
		Exit.

	*> ----------------------------------------------------------
	*> 4520-Check-Otp - the step is minutes since the start of the
	*> Integer-Of-Date calendar.  The minute either side of now is
	*> allowed for clock drift, but never a minute at or before
	*> Fac-Last-Step, so an overheard code cannot be replayed.
	*> ----------------------------------------------------------
	4520-Check-Otp.
		Compute Sec-Otp-Last-Step =
			Function Integer-Of-Date(Function Numval(Function Current-Date(1:8)))
				* 1440
			+ Function Numval(Function Current-Date(9:2)) * 60
			+ Function Numval(Function Current-Date(11:2))
			+ 1.
		Compute Sec-Otp-First-Step = Sec-Otp-Last-Step - 2.
		Perform Varying Sec-Otp-Step from Sec-Otp-First-Step by 1
				until Sec-Otp-Step > Sec-Otp-Last-Step or Sec-Factor-Ok
			If Sec-Otp-Step > Fac-Last-Step
				Call "otpcode" Using Fac-Secret, Sec-Otp-Step, Sec-Otp-Code
				If Sec-Otp-Code = Sec-Otp-Input(1:6)
					Move 1 to Sec-Factor-Ok-Sw
					Move Sec-Otp-Step to Fac-Last-Step
				End-If
			End-If
		End-Perform.
	4520-Exit.
		Exit.

	*> ----------------------------------------------------------
	*> 4530-Check-Recovery - recovery codes are hashed exactly as
	*> the console FACTOR command hashed them when it issued them;
	*> a match is spent on the spot.
	*> ----------------------------------------------------------
	4530-Check-Recovery.
		Move Spaces to Sec-New-Password.
		Move Sec-Otp-Input(1:8) to Sec-New-Password.
		Call "pwdhash2" Using Sec-New-Password, Sec-New-Hash.
		Move 0 to Sec-Rcv-Left.
		Perform Varying Sec-Rcv-Idx from 1 by 1 until Sec-Rcv-Idx > 10
			If not Fac-Rcv-Spent(Sec-Rcv-Idx)
				If not Sec-Factor-Ok
						and Fac-Rcv-Hash(Sec-Rcv-Idx) = Sec-New-Hash
					Move "Y" to Fac-Rcv-Used(Sec-Rcv-Idx)
					Move 1 to Sec-Factor-Ok-Sw
					Move 1 to Sec-Recovery-Sw
				Else
					Add 1 to Sec-Rcv-Left
				End-If
			End-If
		End-Perform.
		If Sec-By-Recovery
			Move Sec-Rcv-Left to Sec-Rcv-Edit
			Display "Recovery code accepted - " Function Trim(Sec-Rcv-Edit)
				" left.  Have your token reset by an administrator."
		End-If.
		Move Spaces to Sec-New-Password.
	4530-Exit.
		Exit.

	*> ----------------------------------------------------------
	*> 4050-Check-Lockout-Expired - a lockout timestamp is only
	*> recorded for the failed-password-streak case above, so a
		Else
			Move "FAILED" to Aud-Result
		End-If.
		Move "AUDITLOG" to Sec-Chain-File.
		Move Function Length(Audit-Log-Record) to Sec-Chain-Length.
		Call "chainlnk" Using Sec-Chain-File, Audit-Log-Record,
			Sec-Chain-Length, Sec-Chain-Result.
		Write Audit-Log-Record.

	*> ----------------------------------------------------------
				and not Tbk-Is-Blocked
			Move "Y" to Tbk-Blocked-Flag
			Move Function Current-Date to Tbk-Blocked-Time
			Move Tbk-Fail-Count to Sec-Alert-Edit
			Move "TERMBLOCK" to Sec-Alert-Event
			Move "HIGH" to Sec-Alert-Severity
			Move Spaces to Sec-Alert-Detail
			String "terminal blocked after " Function Trim(Sec-Alert-Edit)
					" failed logins - last userid tried shown"
					Delimited by Size
				Into Sec-Alert-Detail
			Perform 6600-Raise-Alert Thru 6600-Exit
		End-If.
	6550-Exit.
		Exit.

	*> ----------------------------------------------------------
	*> 6600-Raise-Alert - Sec-Alert-Event/Severity/Detail are set
	*> by the caller; the userid and terminal are this attempt's.
	*> ----------------------------------------------------------
	6600-Raise-Alert.
		Call "alertput" Using Sec-Alert-Event, Username,
			Sec-Terminal-Id, Sec-Alert-Severity, Sec-Alert-Source,
			Sec-Alert-Detail, Sec-Alert-Id, Sec-Alert-Result.
	6600-Exit.
		Exit.

	*> ----------------------------------------------------------
	*> 6050-Save-Before-Image - snapshot the journalled USERS
	*> fields ahead of whatever is about to change them, so
		Move Usr-Status to Uch-New-Status.
		Move Sec-Chg-Old-Failed to Uch-Old-Failed.
		Move Usr-Failed-Count to Uch-New-Failed.
		Move Spaces to Uch-Approved-By.
		Move "USERCHG" to Sec-Chain-File.
		Move Function Length(User-Chg-Record) to Sec-Chain-Length.
		Call "chainlnk" Using Sec-Chain-File, User-Chg-Record,
			Sec-Chain-Length, Sec-Chain-Result.
		Write User-Chg-Record.
	6100-Exit.
		Exit.
		Close Checkpoint-File.
		Close Termblk-File.
		Close Schedule-File.
		Close Elevate-File.
		If Sec-Roledef-Open
			Close Role-Def-File
		End-If.
		If Sec-Factor-Open
			Close Factor-File
		End-If.

	*> ----------------------------------------------------------
	*> 7000-Check-Expiration - enforces PASSWORD-LAST-CHANGED age.

Identification Division.
Program-id. "alertput".
	*> ================   Techtonics  ===============
	*> Security alert writer, shared by security (lockouts,
	*> terminal blocks, OFFSHIFT refusals), application (ADMIN
	*> grants) and dormant (LOCK-mode locks).  Writes one NEW row
	*> to the ALERTQ queue for the alertdsp dispatcher to send and
	*> returns its id.  Kept as a single callable subprogram so
	*> every program raises an alert the same way.  An unusable
	*> ALERTQ never stops the caller - the result comes back FAIL
	*> and the event is still in AUDITLOG/USERCHG as before.
	*> Lk-Alert-Result is OK or FAIL.
	*> cobc -x -free -fintrinsics=all alertput.cob
	*> ==============================================
Environment Division.
Input-Output Section.
File-Control.
	Select Alert-Queue-File Assign To "ALERTQ"
		Organization Indexed
		Access Dynamic
		Record Key Alq-Id
		File Status Alertq-Status.
Data Division.
File Section.
	Copy "alertq.cpy".
Working-storage Section.
	1 Alertq-Status		Pic X(02) Value "00".

	1 Alp-Now			Pic X(26) Value Spaces.
	1 Alp-Id-Num		Pic 9(16) Value 0.
	1 Alp-Written-Sw	Pic 9 Value 0.
		88 Alp-Written	Value 1, False 0.
Linkage Section.
	1 Lk-Alert-Event	Pic X(10).
	1 Lk-Alert-Userid	Pic X(32).
	1 Lk-Alert-Terminal	Pic X(08).
	1 Lk-Alert-Severity	Pic X(06).
	1 Lk-Alert-Source	Pic X(12).
	1 Lk-Alert-Detail	Pic X(60).
	1 Lk-Alert-Id		Pic X(16).
	1 Lk-Alert-Result	Pic X(04).
Procedure Division Using Lk-Alert-Event, Lk-Alert-Userid,
		Lk-Alert-Terminal, Lk-Alert-Severity, Lk-Alert-Source,
		Lk-Alert-Detail, Lk-Alert-Id, Lk-Alert-Result.
0000-Mainline.
	Move "OK" to Lk-Alert-Result.
	Move Spaces to Lk-Alert-Id.
	Move Function Current-Date to Alp-Now.
	Open I-O Alert-Queue-File.
	If Alertq-Status = "35"
		Close Alert-Queue-File
		Open Output Alert-Queue-File
		Close Alert-Queue-File
		Open I-O Alert-Queue-File
	End-If.
	If Alertq-Status not = "00"
		Move "FAIL" to Lk-Alert-Result
		Goback
	End-If.
	Perform 1000-Write-Alert Thru 1000-Exit.
	Close Alert-Queue-File.
	Goback.

	*> ----------------------------------------------------------
	*> 1000-Write-Alert - two alerts inside the same hundredth of a
	*> second (a dormant LOCK sweep) bump the id by one until a
	*> free one turns up.
	*> ----------------------------------------------------------
	1000-Write-Alert.
		Move Spaces to Alert-Queue-Record.
		Move Alp-Now(1:16) to Alp-Id-Num.
		Move Lk-Alert-Event to Alq-Event.
		Move Lk-Alert-Userid to Alq-Userid.
		Move Lk-Alert-Terminal to Alq-Terminal-Id.
		Move Lk-Alert-Severity to Alq-Severity.
		Move Alp-Now to Alq-Raised-Time.
		Move Lk-Alert-Source to Alq-Source.
		Move Lk-Alert-Detail to Alq-Detail.
		Move "NEW" to Alq-Status.
		Move 0 to Alq-Escalations.
		Move 0 to Alp-Written-Sw.
		Perform Until Alp-Written
			Move Alp-Id-Num to Alq-Id
			Write Alert-Queue-Record
				Invalid Key
					If Alertq-Status = "22"
						Add 1 to Alp-Id-Num
					Else
						Move "FAIL" to Lk-Alert-Result
						Move 1 to Alp-Written-Sw
					End-If
				Not Invalid Key Move 1 to Alp-Written-Sw
			End-Write
		End-Perform.
		Move Alq-Id to Lk-Alert-Id.
	1000-Exit.
		Exit.

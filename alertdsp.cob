Identification Division.
Program-id. "alertdsp".
	*> ================   Techtonics  ===============
	*> cobc -x -free -fintrinsics=all alertdsp.cob
	*>
	*> Alert dispatcher for the operations desk.  security,
	*> application and dormant raise alerts onto the ALERTQ queue
	*> (through alertput) as lockouts, terminal blocks, OFFSHIFT
	*> refusals, ADMIN grants and dormant locks happen; this job
	*> sends them.  Each NEW alert is written to the ALERTOUT drop
	*> file the pager/mail gateway collects from and marked SENT.
	*> A SENT alert nobody has acknowledged (console ALERTS ACK)
	*> within ALERT-ESCALATE-MINS of the last time it went out is
	*> sent again as an ESCALATE message, and again every interval
	*> after that until someone acknowledges it.  Run every few
	*> minutes from cron/JCL.
	*>
	*> Command line: alertdsp
	*> Return code 0 normally, 4 when anything was escalated.
	*> ==============================================
Environment Division.
Input-Output Section.
File-Control.
	Select Alert-Queue-File Assign To "ALERTQ"
		Organization Indexed
		Access Dynamic
		Record Key Alq-Id
		File Status Alertq-Status.
	Select Alert-Out-File Assign To "ALERTOUT"
		Organization Line Sequential
		File Status Alertout-Status.
Data Division.
File Section.
	Copy "alertq.cpy".
	Copy "alertout.cpy".
Working-storage Section.
	1 Alertq-Status			Pic X(02) Value "00".
	1 Alertout-Status		Pic X(02) Value "00".

	1 Ald-Now				Pic X(26) Value Spaces.
	1 Ald-Return-Code		Pic 9(04) Comp Value 0.
	1 Ald-Parm-Name			Pic X(20) Value "ALERT-ESCALATE-MINS".
	1 Ald-Parm-Default		Pic 9(09) Comp Value 30.
	1 Ald-Escalate-Mins		Pic 9(09) Comp Value 30.
	1 Ald-Age-Mins			Pic S9(09) Comp Value 0.
	1 Ald-Edit-Mins			Pic Z(08)9.
	1 Ald-Edit-Esc			Pic Z9.

	1 Ald-Sent-Count		Pic 9(05) Comp Value 0.
	1 Ald-Escalated-Count	Pic 9(05) Comp Value 0.
	1 Ald-Open-Count		Pic 9(05) Comp Value 0.
Procedure Division.
0000-Mainline.
	Perform 1000-Initialize Thru 1000-Exit.
	If Ald-Return-Code = 0
		Perform 2000-Dispatch Thru 2000-Exit
		Perform 9000-Cleanup
	End-If.
	Display Ald-Sent-Count " alert(s) sent, " Ald-Escalated-Count
		" escalated, " Ald-Open-Count " awaiting acknowledgement.".
	Move Ald-Return-Code to Return-Code.
	Goback.

	*> ----------------------------------------------------------
	1000-Initialize.
		Move Function Current-Date to Ald-Now.
		Call "getparm" Using Ald-Parm-Name, Ald-Parm-Default,
			Ald-Escalate-Mins.
		Open I-O Alert-Queue-File.
		If Alertq-Status = "35"
			Close Alert-Queue-File
			Open Output Alert-Queue-File
			Close Alert-Queue-File
			Open I-O Alert-Queue-File
		End-If.
		If Alertq-Status not = "00"
			Display "ALERTQ could not be opened - status " Alertq-Status "."
			Move 8 to Ald-Return-Code
			Go To 1000-Exit
		End-If.
		Open Extend Alert-Out-File.
		If Alertout-Status = "35"
			Close Alert-Out-File
			Open Output Alert-Out-File
		End-If.
	1000-Exit.
		Exit.

	*> ----------------------------------------------------------
	2000-Dispatch.
		Move Low-Values to Alq-Id.
		Start Alert-Queue-File Key is Greater Than Alq-Id
			Invalid Key Move "10" to Alertq-Status
		End-Start.
		Perform Until Alertq-Status not = "00"
			Read Alert-Queue-File Next Record
				At End Move "10" to Alertq-Status
				Not At End Perform 2100-Check-Alert Thru 2100-Exit
			End-Read
		End-Perform.
	2000-Exit.
		Exit.

	*> ----------------------------------------------------------
	*> 2100-Check-Alert - NEW goes out for the first time; SENT
	*> goes out again once it has waited ALERT-ESCALATE-MINS since
	*> it last went out; ACKED is finished with.
	*> ----------------------------------------------------------
	2100-Check-Alert.
		If Alq-Acked
			Go To 2100-Exit
		End-If.
		Add 1 to Ald-Open-Count.
		If Alq-New
			Move "ALERT" to Alo-Kind
			Perform 3000-Send-Message Thru 3000-Exit
			Move "SENT" to Alq-Status
			Move Ald-Now to Alq-Notified-Time
			Rewrite Alert-Queue-Record
			Add 1 to Ald-Sent-Count
			Go To 2100-Exit
		End-If.

		Compute Ald-Age-Mins =
			(Function Integer-Of-Date(Function Numval(Ald-Now(1:8)))
				- Function Integer-Of-Date(Function Numval(Alq-Notified-Time(1:8))))
				* 1440
			+ (Function Numval(Ald-Now(9:2)) * 60
				+ Function Numval(Ald-Now(11:2)))
			- (Function Numval(Alq-Notified-Time(9:2)) * 60
				+ Function Numval(Alq-Notified-Time(11:2)))
			On Size Error Move 0 to Ald-Age-Mins
		End-Compute.
		If Ald-Age-Mins < Ald-Escalate-Mins
			Go To 2100-Exit
		End-If.
		If Alq-Escalations < 99
			Add 1 to Alq-Escalations
		End-If.
		Move "ESCALATE" to Alo-Kind.
		Perform 3000-Send-Message Thru 3000-Exit.
		Move Ald-Now to Alq-Notified-Time.
		Rewrite Alert-Queue-Record.
		Add 1 to Ald-Escalated-Count.
		Move 4 to Ald-Return-Code.
	2100-Exit.
		Exit.

	*> ----------------------------------------------------------
	*> 3000-Send-Message - one ALERTOUT record for the current
	*> queue row; Alo-Kind is set by the caller.
	*> ----------------------------------------------------------
	3000-Send-Message.
		Move Ald-Now to Alo-Sent-Time.
		Move Alq-Id to Alo-Alert-Id.
		Move Alq-Severity to Alo-Severity.
		Move Alq-Event to Alo-Event.
		Move Alq-Userid to Alo-Userid.
		Move Alq-Terminal-Id to Alo-Terminal-Id.
		Move Alq-Raised-Time to Alo-Raised-Time.
		Move Alq-Escalations to Alo-Escalation.
		Move Spaces to Alo-Text.
		If Alo-Escalate
			Compute Ald-Edit-Mins = Ald-Escalate-Mins * Alq-Escalations
			Move Alq-Escalations to Ald-Edit-Esc
			String "ESCALATION " Function Trim(Ald-Edit-Esc) ": "
					Function Trim(Alq-Severity) " "
					Function Trim(Alq-Event) " "
					Function Trim(Alq-Userid) " unacknowledged "
					Function Trim(Ald-Edit-Mins) "+ min - "
					Function Trim(Alq-Detail) Delimited by Size
				Into Alo-Text
		Else
			String Function Trim(Alq-Severity) " "
					Function Trim(Alq-Event) " "
					Function Trim(Alq-Userid) " at "
					Alq-Raised-Time(9:2) ":" Alq-Raised-Time(11:2)
					" term " Alq-Terminal-Id " - "
					Function Trim(Alq-Detail) Delimited by Size
				Into Alo-Text
		End-If.
		Write Alert-Out-Record.
	3000-Exit.
		Exit.

	*> ----------------------------------------------------------
	9000-Cleanup.
		Close Alert-Queue-File.
		Close Alert-Out-File.

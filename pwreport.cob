	*> Command line: pwreport <max-age-days> <warn-days>
	*> Both arguments are optional - default is 90 days max age, 14
	*> days warning window ahead of expiration.
	*>
	*> Each run is recorded on RUNCTL through runctl (users
	*> checked, expired or expiring passwords).
	*> ==============================================
Environment Division.
Input-Output Section.
		5 Rpw-Dl-Warn		Pic Z(05)9.
		5 Filler			Pic X(02) Value Spaces.
		5 Rpw-Dl-Ok			Pic Z(05)9.

	*> Run control (runctl).
	1 Rpw-Run-Function		Pic X(06) Value Spaces.
	1 Rpw-Run-Job			Pic X(10) Value "pwreport".
	1 Rpw-Run-Id			Pic X(16) Value Spaces.
	1 Rpw-Run-Rc			Pic 9(04) Comp Value 0.
	1 Rpw-Run-In			Pic 9(09) Comp Value 0.
	1 Rpw-Run-Out			Pic 9(09) Comp Value 0.
	1 Rpw-Run-Exc			Pic 9(09) Comp Value 0.
	1 Rpw-Run-Result		Pic X(04) Value Spaces.
Procedure Division.
0000-Mainline.
	Move "START" to Rpw-Run-Function.
	Call "runctl" Using Rpw-Run-Function, Rpw-Run-Job, Rpw-Run-Id,
		Rpw-Run-Rc, Rpw-Run-In, Rpw-Run-Out, Rpw-Run-Exc,
		Rpw-Run-Result.
	Perform 1000-Initialize.
	Perform 2000-Print-Report.
	Perform 9000-Cleanup.
	Move "END" to Rpw-Run-Function.
	Compute Rpw-Run-In = Rpw-Expired-Count + Rpw-Warn-Count + Rpw-Ok-Count.
	Compute Rpw-Run-Exc = Rpw-Expired-Count + Rpw-Warn-Count.
	Call "runctl" Using Rpw-Run-Function, Rpw-Run-Job, Rpw-Run-Id,
		Rpw-Run-Rc, Rpw-Run-In, Rpw-Run-Out, Rpw-Run-Exc,
		Rpw-Run-Result.
	Goback.

	*> ----------------------------------------------------------

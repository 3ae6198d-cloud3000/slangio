	*> of last year's activity works the same after the log is
	*> archived.  The no-argument nightly dump sends only the live
	*> log, as before.
	*>
	*> Each run is recorded on RUNCTL through runctl (SIEMFEED
	*> rows written).
	*> ==============================================
Environment Division.
Input-Output Section.
	Copy "siemfeed.cpy".
	Copy "arcmanif.cpy".
	FD  Audit-Arch-File.
	1 Audit-Arch-Record       Pic X(123).
Working-storage Section.
	1 Users-Status			Pic X(02) Value "00".
	1 Audit-Status			Pic X(02) Value "00".
	1 Ext-Arch-Month-Count	Pic 9(03) Comp Value 0.
	1 Ext-Arch-Seen-Sw		Pic 9 Value 0.
		88 Ext-Arch-Seen	Value 1, False 0.

	*> Run control (runctl).
	1 Ext-Run-Function		Pic X(06) Value Spaces.
	1 Ext-Run-Job			Pic X(10) Value "extract".
	1 Ext-Run-Id			Pic X(16) Value Spaces.
	1 Ext-Run-Rc			Pic 9(04) Comp Value 0.
	1 Ext-Run-In			Pic 9(09) Comp Value 0.
	1 Ext-Run-Out			Pic 9(09) Comp Value 0.
	1 Ext-Run-Exc			Pic 9(09) Comp Value 0.
	1 Ext-Run-Result		Pic X(04) Value Spaces.
Procedure Division.
0000-Mainline.
	Move "START" to Ext-Run-Function.
	Call "runctl" Using Ext-Run-Function, Ext-Run-Job, Ext-Run-Id,
		Ext-Run-Rc, Ext-Run-In, Ext-Run-Out, Ext-Run-Exc,
		Ext-Run-Result.
	Perform 1000-Initialize.
	Perform 2000-Extract-Users.
	If Ext-Start-Date not = "00000000"
	Perform 9000-Cleanup.
	Display Ext-User-Count " USERS row(s), " Ext-Audit-Count
		" AUDIT-LOG row(s) written to SIEMFEED.".
	Move "END" to Ext-Run-Function.
	Compute Ext-Run-Out = Ext-User-Count + Ext-Audit-Count.
	Call "runctl" Using Ext-Run-Function, Ext-Run-Job, Ext-Run-Id,
		Ext-Run-Rc, Ext-Run-In, Ext-Run-Out, Ext-Run-Exc,
		Ext-Run-Result.
	Goback.

	*> ----------------------------------------------------------

	*> entirely.
	*>
	*> Command line: none.
	*>
	*> Each run is recorded on RUNCTL through runctl (users
	*> checked, users still on the legacy digest).
	*> ==============================================
Environment Division.
Input-Output Section.

	1 Hsh-Legacy-Count		Pic 9(05) Comp Value 0.
	1 Hsh-Current-Count		Pic 9(05) Comp Value 0.

	*> Run control (runctl).
	1 Hsh-Run-Function		Pic X(06) Value Spaces.
	1 Hsh-Run-Job			Pic X(10) Value "hashrept".
	1 Hsh-Run-Id			Pic X(16) Value Spaces.
	1 Hsh-Run-Rc			Pic 9(04) Comp Value 0.
	1 Hsh-Run-In			Pic 9(09) Comp Value 0.
	1 Hsh-Run-Out			Pic 9(09) Comp Value 0.
	1 Hsh-Run-Exc			Pic 9(09) Comp Value 0.
	1 Hsh-Run-Result		Pic X(04) Value Spaces.
Procedure Division.
0000-Mainline.
	Move "START" to Hsh-Run-Function.
	Call "runctl" Using Hsh-Run-Function, Hsh-Run-Job, Hsh-Run-Id,
		Hsh-Run-Rc, Hsh-Run-In, Hsh-Run-Out, Hsh-Run-Exc,
		Hsh-Run-Result.
	Perform 1000-Initialize.
	Perform 2000-Print-Report.
	Perform 9000-Cleanup.
	Move "END" to Hsh-Run-Function.
	Compute Hsh-Run-In = Hsh-Legacy-Count + Hsh-Current-Count.
	Move Hsh-Legacy-Count to Hsh-Run-Exc.
	Call "runctl" Using Hsh-Run-Function, Hsh-Run-Job, Hsh-Run-Id,
		Hsh-Run-Rc, Hsh-Run-In, Hsh-Run-Out, Hsh-Run-Exc,
		Hsh-Run-Result.
	Goback.

	*> ----------------------------------------------------------

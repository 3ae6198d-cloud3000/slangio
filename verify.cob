	*> USERS rewrites and are journalled to USERCHG (changed-by
	*> "verify") like any other.
	*>
	*> The USERCHG records are chained through chainlnk (sequence
	*> number and chained digest) like every other writer's.
	*>
	*> Command line: verify [FIX]
	*> Default is report-only.
	*>
	*> Each run is recorded on RUNCTL through runctl (records
	*> fixed, errors and warnings).
	*> ==============================================
Environment Division.
Input-Output Section.
	1 Vfy-Hist-Max-Seq	Pic 9(04) Value 0.
	1 Vfy-Work-Userid	Pic X(32) Value Spaces.

	1 Vfy-Chain-File		Pic X(10) Value Spaces.
	1 Vfy-Chain-Length	Pic 9(04) Comp Value 0.
	1 Vfy-Chain-Result	Pic X(04) Value Spaces.

	1 Vfy-Role-Table.
		5 Vfy-User-Role Occurs 50 Times
				Indexed By Vfy-Rol-Idx
	1 Vfy-Warn-Count	Pic 9(05) Comp Value 0.
	1 Vfy-Info-Count	Pic 9(05) Comp Value 0.
	1 Vfy-Fixed-Count	Pic 9(05) Comp Value 0.

	*> Run control (runctl).
	1 Vfy-Run-Function		Pic X(06) Value Spaces.
	1 Vfy-Run-Job			Pic X(10) Value "verify".
	1 Vfy-Run-Id			Pic X(16) Value Spaces.
	1 Vfy-Run-Rc			Pic 9(04) Comp Value 0.
	1 Vfy-Run-In			Pic 9(09) Comp Value 0.
	1 Vfy-Run-Out			Pic 9(09) Comp Value 0.
	1 Vfy-Run-Exc			Pic 9(09) Comp Value 0.
	1 Vfy-Run-Result		Pic X(04) Value Spaces.
Procedure Division.
0000-Mainline.
	Move "START" to Vfy-Run-Function.
	Call "runctl" Using Vfy-Run-Function, Vfy-Run-Job, Vfy-Run-Id,
		Vfy-Run-Rc, Vfy-Run-In, Vfy-Run-Out, Vfy-Run-Exc,
		Vfy-Run-Result.
	Perform 1000-Initialize.
	Perform 2000-Check-Users Thru 2000-Exit.
	Perform 3000-Check-Pwhist-Orphans Thru 3000-Exit.
	Perform 5500-Check-Roleless-Users Thru 5500-Exit.
	Perform 6000-Print-Summary.
	Perform 9000-Cleanup.
	Move "END" to Vfy-Run-Function.
	Move Vfy-Fixed-Count to Vfy-Run-Out.
	Compute Vfy-Run-Exc = Vfy-Error-Count + Vfy-Warn-Count.
	Call "runctl" Using Vfy-Run-Function, Vfy-Run-Job, Vfy-Run-Id,
		Vfy-Run-Rc, Vfy-Run-In, Vfy-Run-Out, Vfy-Run-Exc,
		Vfy-Run-Result.
	Goback.

	*> ----------------------------------------------------------
		Move Usr-Status to Uch-New-Status.
		Move Usr-Failed-Count to Uch-Old-Failed.
		Move Usr-Failed-Count to Uch-New-Failed.
		Move Spaces to Uch-Approved-By.
		Move "USERCHG" to Vfy-Chain-File.
		Move Function Length(User-Chg-Record) to Vfy-Chain-Length.
		Call "chainlnk" Using Vfy-Chain-File, User-Chg-Record,
			Vfy-Chain-Length, Vfy-Chain-Result.
		Write User-Chg-Record.
	2500-Exit.
		Exit.

Identification Division.
Program-id. "sodrept".
	*> ================   Techtonics  ===============
	*> cobc -x -free -fintrinsics=all sodrept.cob
	*>
	*> Segregation-of-duties violation report.  The console MAINT
	*> ADD/CHGROLE check only stops new conflicts; this job finds
	*> the ones already on file.  Every USERS record, whatever its
	*> status, is run through sodcheck - its role's PERMCMD grants
	*> against the SODRULES toxic command pairs, and its role and
	*> Usr-Dept against the reserved-role rules - and every rule it
	*> breaks is listed.  A conflict someone pushed through with a
	*> recorded override (SODOVR, same userid, role and rule) is
	*> shown as OVERRIDDEN with who did it and when, rather than as
	*> a fresh violation.  Report to the SODRPRT print file: the
	*> rules in force, then the findings, then totals; counts to
	*> the console.
	*>
	*> Command line: sodrept
	*> Return code 0 when nothing is in violation, 4 when at least
	*> one conflict has no override on record.
	*>
	*> Each run is recorded on RUNCTL through runctl (users
	*> checked, violations).
	*> ==============================================
Environment Division.
Input-Output Section.
File-Control.
	Select Users-File Assign To "USERS"
		Organization Indexed
		Access Dynamic
		Record Key Usr-Userid
		File Status Users-Status.
	Select Sod-Rules-File Assign To "SODRULES"
		Organization Line Sequential
		File Status Sodrules-Status.
	Select Sod-Ovr-File Assign To "SODOVR"
		Organization Line Sequential
		File Status Sodovr-Status.
	Select Print-File Assign To "SODRPRT"
		Organization Line Sequential
		File Status Print-Status.
Data Division.
File Section.
	Copy "users.cpy".
	Copy "sodrules.cpy".
	Copy "sodovr.cpy".
	FD  Print-File.
	1 Print-Record            Pic X(132).
Working-storage Section.
	1 Users-Status			Pic X(02) Value "00".
	1 Sodrules-Status		Pic X(02) Value "00".
	1 Sodovr-Status			Pic X(02) Value "00".
	1 Print-Status			Pic X(02) Value "00".

	1 Sdr-Today				Pic X(08) Value Spaces.
	1 Sdr-Return-Code		Pic 9(04) Comp Value 0.

	*> Sdr-Ovr-Table - overrides on record, latest per userid/role/
	*> rule (SODOVR is appended in time order, so a later row simply
	*> overwrites the earlier one's entry).
	1 Sdr-Max-Ovr			Pic 9(04) Comp Value 1000.
	1 Sdr-Ovr-Table.
		5 Sdr-Ovr-Entry Occurs 1000 Times
				Indexed By Sdr-Ovr-Idx.
			10 Sdr-Ovr-Userid		Pic X(32).
			10 Sdr-Ovr-Role			Pic X(10).
			10 Sdr-Ovr-Rule			Pic X(08).
			10 Sdr-Ovr-By			Pic X(32).
			10 Sdr-Ovr-Date			Pic X(08).
	1 Sdr-Ovr-Count			Pic 9(04) Comp Value 0.
	1 Sdr-Ovr-Found-Sw		Pic 9 Value 0.
		88 Sdr-Ovr-Found	Value 1, False 0.
	1 Sdr-Ovr-Full-Sw		Pic 9 Value 0.
		88 Sdr-Ovr-Full		Value 1, False 0.

	1 Sdr-Sod-Count			Pic 9(04) Comp Value 0.
	1 Sdr-Sod-Hits.
		5 Sdr-Sod-Hit Occurs 10 Times Indexed By Sdr-Hit-Idx.
			10 Sdr-Sod-Hit-Rule	Pic X(08).
			10 Sdr-Sod-Hit-Text	Pic X(60).
	1 Sdr-Sod-Shown			Pic 9(04) Comp Value 0.

	1 Sdr-Rule-Count		Pic 9(05) Comp Value 0.
	1 Sdr-User-Count		Pic 9(05) Comp Value 0.
	1 Sdr-Conflict-Users	Pic 9(05) Comp Value 0.
	1 Sdr-Violation-Count	Pic 9(05) Comp Value 0.
	1 Sdr-Overridden-Count	Pic 9(05) Comp Value 0.
	1 Sdr-Edit-1			Pic Z(04)9.
	1 Sdr-Edit-2			Pic Z(04)9.
	1 Sdr-Edit-3			Pic Z(04)9.

	1 Sdr-Print-Line		Pic X(132) Value Spaces.
	1 Sdr-Line-Count		Pic 9(03) Comp Value 999.
	1 Sdr-Page-Count		Pic 9(05) Comp Value 0.
	1 Sdr-Page-Size			Pic 9(03) Comp Value 60.
	1 Sdr-Head-Line-1.
		5 Filler			Pic X(38) Value
			"Segregation-of-duties violation report".
		5 Filler			Pic X(06) Value "  run ".
		5 Sdr-Hd-Date		Pic X(08).
		5 Filler			Pic X(07) Value "  page ".
		5 Sdr-Hd-Page		Pic Z(04)9.
	1 Sdr-Column-Heading	Pic X(100) Value
		"Userid                           Role       Dept Status     Rule     Finding".
	1 Sdr-Rule-Line.
		5 Filler			Pic X(02) Value Spaces.
		5 Sdr-Rl-Id			Pic X(08).
		5 Filler			Pic X(01) Value Spaces.
		5 Sdr-Rl-Type		Pic X(01).
		5 Filler			Pic X(02) Value Spaces.
		5 Sdr-Rl-Body		Pic X(32).
		5 Filler			Pic X(01) Value Spaces.
		5 Sdr-Rl-Desc		Pic X(40).
	1 Sdr-Detail-Line.
		5 Sdr-Dl-Userid		Pic X(32).
		5 Filler			Pic X(01) Value Spaces.
		5 Sdr-Dl-Role		Pic X(10).
		5 Filler			Pic X(01) Value Spaces.
		5 Sdr-Dl-Dept		Pic X(04).
		5 Filler			Pic X(01) Value Spaces.
		5 Sdr-Dl-Status		Pic X(10).
		5 Filler			Pic X(01) Value Spaces.
		5 Sdr-Dl-Rule		Pic X(08).
		5 Filler			Pic X(01) Value Spaces.
		5 Sdr-Dl-Finding	Pic X(60).
	1 Sdr-Text-Line.
		5 Filler			Pic X(69) Value Spaces.
		5 Sdr-Tl-Text		Pic X(60).

	*> Run control (runctl).
	1 Sdr-Run-Function		Pic X(06) Value Spaces.
	1 Sdr-Run-Job			Pic X(10) Value "sodrept".
	1 Sdr-Run-Id			Pic X(16) Value Spaces.
	1 Sdr-Run-Rc			Pic 9(04) Comp Value 0.
	1 Sdr-Run-In			Pic 9(09) Comp Value 0.
	1 Sdr-Run-Out			Pic 9(09) Comp Value 0.
	1 Sdr-Run-Exc			Pic 9(09) Comp Value 0.
	1 Sdr-Run-Result		Pic X(04) Value Spaces.
Procedure Division.
0000-Mainline.
	Move "START" to Sdr-Run-Function.
	Call "runctl" Using Sdr-Run-Function, Sdr-Run-Job, Sdr-Run-Id,
		Sdr-Run-Rc, Sdr-Run-In, Sdr-Run-Out, Sdr-Run-Exc,
		Sdr-Run-Result.
	Perform 1000-Initialize.
	Perform 1200-List-Rules Thru 1200-Exit.
	Perform 1300-Load-Overrides Thru 1300-Exit.
	Perform 2000-Check-Users Thru 2000-Exit.
	Perform 4000-Print-Summary.
	Perform 9000-Cleanup.
	Move "END" to Sdr-Run-Function.
	Move Sdr-Return-Code to Sdr-Run-Rc.
	Move Sdr-User-Count to Sdr-Run-In.
	Move Sdr-Violation-Count to Sdr-Run-Exc.
	Call "runctl" Using Sdr-Run-Function, Sdr-Run-Job, Sdr-Run-Id,
		Sdr-Run-Rc, Sdr-Run-In, Sdr-Run-Out, Sdr-Run-Exc,
		Sdr-Run-Result.
	Move Sdr-Return-Code to Return-Code.
	Goback.

	*> ----------------------------------------------------------
	1000-Initialize.
		Move Function Current-Date(1:8) to Sdr-Today.
		Open Input Users-File.
		If Users-Status = "35"
			Open Output Users-File
			Close Users-File
			Open Input Users-File
		End-If.
		Open Output Print-File.

	*> ----------------------------------------------------------
	*> 1200-List-Rules - the rules in force head the report, so a
	*> reader knows what "no violations" was measured against.
	*> ----------------------------------------------------------
	1200-List-Rules.
		Move "Rules in force (SODRULES):" to Sdr-Print-Line.
		Perform 5000-Print-Line Thru 5000-Exit.
		Open Input Sod-Rules-File.
		If Sodrules-Status not = "00"
			Close Sod-Rules-File
			Move "  No SODRULES file - no rules to check against." to Sdr-Print-Line
			Perform 5000-Print-Line Thru 5000-Exit
			Go To 1200-Done
		End-If.
		Perform Until Sodrules-Status not = "00"
			Read Sod-Rules-File
				At End Move "10" to Sodrules-Status
				Not At End
					If Sod-Rule-Id not = Spaces and Sod-Rule-Id(1:1) not = "*"
						Perform 1250-Print-Rule Thru 1250-Exit
					End-If
			End-Read
		End-Perform.
		Close Sod-Rules-File.
	1200-Done.
		Move Spaces to Sdr-Print-Line.
		Perform 5000-Print-Line Thru 5000-Exit.
	1200-Exit.
		Exit.

	*> ----------------------------------------------------------
	1250-Print-Rule.
		Add 1 to Sdr-Rule-Count.
		Move Sod-Rule-Id to Sdr-Rl-Id.
		Move Sod-Rule-Type to Sdr-Rl-Type.
		Move Spaces to Sdr-Rl-Body.
		Evaluate True
			When Sod-Cmd-Pair
				String Function Trim(Sod-Cmd-A) " + "
						Function Trim(Sod-Cmd-B) Delimited by Size
					Into Sdr-Rl-Body
			When Sod-Role-Reserved
				String Function Trim(Sod-Role) " reserved to "
						Function Trim(Sod-Dept) Delimited by Size
					Into Sdr-Rl-Body
			When Other
				Move "(unknown rule type - ignored)" to Sdr-Rl-Body
		End-Evaluate.
		Move Sod-Description to Sdr-Rl-Desc.
		Move Sdr-Rule-Line to Sdr-Print-Line.
		Perform 5000-Print-Line Thru 5000-Exit.
	1250-Exit.
		Exit.

	*> ----------------------------------------------------------
	1300-Load-Overrides.
		Move 0 to Sdr-Ovr-Count.
		Open Input Sod-Ovr-File.
		If Sodovr-Status not = "00"
			Close Sod-Ovr-File
			Go To 1300-Exit
		End-If.
		Perform Until Sodovr-Status not = "00"
			Read Sod-Ovr-File
				At End Move "10" to Sodovr-Status
				Not At End Perform 1350-Add-Override Thru 1350-Exit
			End-Read
		End-Perform.
		Close Sod-Ovr-File.
	1300-Exit.
		Exit.

	*> ----------------------------------------------------------
	1350-Add-Override.
		Move 0 to Sdr-Ovr-Found-Sw.
		Perform Varying Sdr-Ovr-Idx from 1 by 1
				until Sdr-Ovr-Idx > Sdr-Ovr-Count or Sdr-Ovr-Found
			If Sdr-Ovr-Userid(Sdr-Ovr-Idx) = Sov-Userid
					and Sdr-Ovr-Role(Sdr-Ovr-Idx) = Sov-Role
					and Sdr-Ovr-Rule(Sdr-Ovr-Idx) = Sov-Rule-Id
				Move 1 to Sdr-Ovr-Found-Sw
			End-If
		End-Perform.
		If Sdr-Ovr-Found
			Set Sdr-Ovr-Idx down by 1
		Else
			If Sdr-Ovr-Count >= Sdr-Max-Ovr
				Move 1 to Sdr-Ovr-Full-Sw
				Go To 1350-Exit
			End-If
			Add 1 to Sdr-Ovr-Count
			Set Sdr-Ovr-Idx to Sdr-Ovr-Count
		End-If.
		Move Sov-Userid to Sdr-Ovr-Userid(Sdr-Ovr-Idx).
		Move Sov-Role to Sdr-Ovr-Role(Sdr-Ovr-Idx).
		Move Sov-Rule-Id to Sdr-Ovr-Rule(Sdr-Ovr-Idx).
		Move Sov-Override-By to Sdr-Ovr-By(Sdr-Ovr-Idx).
		Move Sov-Timestamp(1:8) to Sdr-Ovr-Date(Sdr-Ovr-Idx).
	1350-Exit.
		Exit.

	*> ----------------------------------------------------------
	*> 2000-Check-Users - every USERS record through sodcheck.
	*> ----------------------------------------------------------
	2000-Check-Users.
		Move "Findings:" to Sdr-Print-Line.
		Perform 5000-Print-Line Thru 5000-Exit.
		Move Low-Values to Usr-Userid.
		Start Users-File Key is Greater Than Usr-Userid
			Invalid Key Move "10" to Users-Status
		End-Start.
		Perform Until Users-Status not = "00"
			Read Users-File Next Record
				At End Move "10" to Users-Status
				Not At End Perform 2100-Check-User Thru 2100-Exit
			End-Read
		End-Perform.
	2000-Exit.
		Exit.

	*> ----------------------------------------------------------
	2100-Check-User.
		Add 1 to Sdr-User-Count.
		Call "sodcheck" Using Usr-Role, Usr-Dept, Sdr-Sod-Count,
			Sdr-Sod-Hits.
		If Sdr-Sod-Count = 0
			Go To 2100-Exit
		End-If.
		Add 1 to Sdr-Conflict-Users.
		If Sdr-Sod-Count > 10
			Move 10 to Sdr-Sod-Shown
		Else
			Move Sdr-Sod-Count to Sdr-Sod-Shown
		End-If.
		Perform Varying Sdr-Hit-Idx from 1 by 1
				until Sdr-Hit-Idx > Sdr-Sod-Shown
			Perform 2200-Print-Finding Thru 2200-Exit
		End-Perform.
		If Sdr-Sod-Count > 10
			Move "  (further rules broken - only the first ten are listed)"
				to Sdr-Print-Line
			Perform 5000-Print-Line Thru 5000-Exit
		End-If.
	2100-Exit.
		Exit.

	*> ----------------------------------------------------------
	2200-Print-Finding.
		Move 0 to Sdr-Ovr-Found-Sw.
		Perform Varying Sdr-Ovr-Idx from 1 by 1
				until Sdr-Ovr-Idx > Sdr-Ovr-Count or Sdr-Ovr-Found
			If Sdr-Ovr-Userid(Sdr-Ovr-Idx) = Usr-Userid
					and Sdr-Ovr-Role(Sdr-Ovr-Idx) = Usr-Role
					and Sdr-Ovr-Rule(Sdr-Ovr-Idx) = Sdr-Sod-Hit-Rule(Sdr-Hit-Idx)
				Move 1 to Sdr-Ovr-Found-Sw
			End-If
		End-Perform.
		Move Usr-Userid to Sdr-Dl-Userid.
		Move Usr-Role to Sdr-Dl-Role.
		Move Usr-Dept to Sdr-Dl-Dept.
		Move Usr-Status to Sdr-Dl-Status.
		Move Sdr-Sod-Hit-Rule(Sdr-Hit-Idx) to Sdr-Dl-Rule.
		Move Spaces to Sdr-Dl-Finding.
		If Sdr-Ovr-Found
			Set Sdr-Ovr-Idx down by 1
			Add 1 to Sdr-Overridden-Count
			String "OVERRIDDEN by " Function Trim(Sdr-Ovr-By(Sdr-Ovr-Idx))
					" on " Sdr-Ovr-Date(Sdr-Ovr-Idx) Delimited by Size
				Into Sdr-Dl-Finding
		Else
			Add 1 to Sdr-Violation-Count
			Move 4 to Sdr-Return-Code
			Move "VIOLATION" to Sdr-Dl-Finding
		End-If.
		Move Sdr-Detail-Line to Sdr-Print-Line.
		Perform 5000-Print-Line Thru 5000-Exit.
		Move Sdr-Sod-Hit-Text(Sdr-Hit-Idx) to Sdr-Tl-Text.
		Move Sdr-Text-Line to Sdr-Print-Line.
		Perform 5000-Print-Line Thru 5000-Exit.
	2200-Exit.
		Exit.

	*> ----------------------------------------------------------
	*> 4000-Print-Summary - trailer to the print file, counts to
	*> the console.
	*> ----------------------------------------------------------
	4000-Print-Summary.
		If Sdr-Conflict-Users = 0
			Move "  No conflicts found." to Sdr-Print-Line
			Perform 5000-Print-Line Thru 5000-Exit
		End-If.
		Move Spaces to Sdr-Print-Line.
		Perform 5000-Print-Line Thru 5000-Exit.
		Move Sdr-Rule-Count to Sdr-Edit-1.
		Move Sdr-User-Count to Sdr-Edit-2.
		Move Sdr-Conflict-Users to Sdr-Edit-3.
		String "Totals:  " Function Trim(Sdr-Edit-1) " rule(s), "
				Function Trim(Sdr-Edit-2) " account(s) checked, "
				Function Trim(Sdr-Edit-3) " in conflict." Delimited by Size
			Into Sdr-Print-Line.
		Perform 5000-Print-Line Thru 5000-Exit.
		Move Sdr-Violation-Count to Sdr-Edit-1.
		Move Sdr-Overridden-Count to Sdr-Edit-2.
		String "         " Function Trim(Sdr-Edit-1) " violation(s), "
				Function Trim(Sdr-Edit-2) " overridden conflict(s)."
				Delimited by Size
			Into Sdr-Print-Line.
		Perform 5000-Print-Line Thru 5000-Exit.
		If Sdr-Ovr-Full
			Move "Override table full - some overrides may show as violations."
				to Sdr-Print-Line
			Perform 5000-Print-Line Thru 5000-Exit
		End-If.
		Move "*** End of report ***" to Sdr-Print-Line.
		Perform 5000-Print-Line Thru 5000-Exit.

		Display Sdr-User-Count " account(s) checked, "
			Sdr-Violation-Count " violation(s), "
			Sdr-Overridden-Count " overridden.".
		Display "Report written to SODRPRT.".

	*> ----------------------------------------------------------
	*> 5000-Print-Line - one line to the print file, breaking to a
	*> fresh page heading every Sdr-Page-Size lines.
	*> ----------------------------------------------------------
	5000-Print-Line.
		If Sdr-Line-Count >= Sdr-Page-Size
			Perform 5100-Page-Heading Thru 5100-Exit
		End-If.
		Write Print-Record From Sdr-Print-Line.
		Add 1 to Sdr-Line-Count.
		Move Spaces to Sdr-Print-Line.
	5000-Exit.
		Exit.

	*> ----------------------------------------------------------
	5100-Page-Heading.
		Add 1 to Sdr-Page-Count.
		Move Sdr-Today to Sdr-Hd-Date.
		Move Sdr-Page-Count to Sdr-Hd-Page.
		Move All "=" to Print-Record.
		Write Print-Record.
		Write Print-Record From Sdr-Head-Line-1.
		Move All "=" to Print-Record.
		Write Print-Record.
		Write Print-Record From Sdr-Column-Heading.
		Move Spaces to Print-Record.
		Write Print-Record.
		Move 5 to Sdr-Line-Count.
	5100-Exit.
		Exit.

	*> ----------------------------------------------------------
	9000-Cleanup.
		Close Users-File.
		Close Print-File.

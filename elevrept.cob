Identification Division.
Program-id. "elevrept".
	*> ================   Techtonics  ===============
	*> cobc -x -free -fintrinsics=all elevrept.cob
	*>
	*> Break-glass elevation morning report.  Every ELEVATE grant
	*> made at the console - an operator raised to a role on top
	*> of their own for a few hours - is reviewed the next morning
	*> from this report: who, which role over which, when it was
	*> granted, when it expired or was given up, the reason typed
	*> at the time, and every command line typed under it, taken
	*> from TRANSCRIPT by the grant id application.cob tags each
	*> of those lines with.  Grants still in force at run time are
	*> included whatever their age, so nothing long-running slips
	*> past.  Detail goes to the ELVRPRT print file in the same
	*> layout as the other batch reports; the console gets the
	*> counts.
	*>
	*> Only the live TRANSCRIPT is read - with the default
	*> RETENTION-DAYS the archive job leaves a year of it in place,
	*> far longer than any window this report is run over.
	*>
	*> Command line: elevrept [days]
	*> days          - grants made in the last <days> days, default
	*>                 1 (yesterday and today).
	*>
	*> Each run is recorded on RUNCTL through runctl (grants
	*> reported, grants still active).
	*> ==============================================
Environment Division.
Input-Output Section.
File-Control.
	Select Elevate-File Assign To "ELEVATE"
		Organization Indexed
		Access Dynamic
		Record Key Elv-Key
		File Status Elevate-Status.
	Select Transcript-File Assign To "TRANSCRIPT"
		Organization Line Sequential
		File Status Transcript-Status.
	Select Print-File Assign To "ELVRPRT"
		Organization Line Sequential
		File Status Print-Status.
Data Division.
File Section.
	Copy "elevate.cpy".
	Copy "transcript.cpy".
	FD  Print-File.
	1 Print-Record            Pic X(132).
Working-storage Section.
	1 Elevate-Status		Pic X(02) Value "00".
	1 Transcript-Status		Pic X(02) Value "00".
	1 Print-Status			Pic X(02) Value "00".

	1 Elr-Command-Line		Pic X(80) Value Spaces.
	1 Elr-Arg-1				Pic X(10) Value Spaces.
	1 Elr-Window-Days		Pic 9(05) Comp Value 1.
	1 Elr-Today				Pic X(08) Value Spaces.
	1 Elr-Now				Pic X(14) Value Spaces.
	1 Elr-Start-Int			Pic 9(08) Value 0.
	1 Elr-Start-Date		Pic X(08) Value Spaces.

	*> Elr-Grant-Table - the grants selected for the report, in
	*> ELEVATE key order (userid, then grant start).
	1 Elr-Max-Grants		Pic 9(04) Comp Value 200.
	1 Elr-Grant-Table.
		5 Elr-Grant-Entry Occurs 200 Times
				Indexed By Elr-Idx.
			10 Elr-Userid			Pic X(32).
			10 Elr-Grant-Id			Pic X(14).
			10 Elr-Base-Role		Pic X(10).
			10 Elr-Role				Pic X(10).
			10 Elr-Hours			Pic 9(02).
			10 Elr-Expires			Pic X(14).
			10 Elr-Ended			Pic X(14).
			10 Elr-End-Reason		Pic X(10).
			10 Elr-Reason			Pic X(60).
	1 Elr-Grant-Count		Pic 9(04) Comp Value 0.
	1 Elr-Table-Full-Sw		Pic 9 Value 0.
		88 Elr-Table-Full	Value 1, False 0.

	1 Elr-Active-Count		Pic 9(05) Comp Value 0.
	1 Elr-Grant-Cmds		Pic 9(05) Comp Value 0.
	1 Elr-Total-Cmds		Pic 9(07) Comp Value 0.
	1 Elr-Edit-Count		Pic Z(04)9.
	1 Elr-Edit-Grants		Pic Z(04)9.
	1 Elr-Edit-Active		Pic Z(04)9.
	1 Elr-Status			Pic X(08) Value Spaces.

	1 Elr-Print-Line		Pic X(132) Value Spaces.
	1 Elr-Line-Count		Pic 9(03) Comp Value 999.
	1 Elr-Page-Count		Pic 9(05) Comp Value 0.
	1 Elr-Page-Size			Pic 9(03) Comp Value 60.
	1 Elr-Head-Line-1.
		5 Filler			Pic X(30) Value
			"Break-glass elevation report".
		5 Filler			Pic X(04) Value "run ".
		5 Elr-Hd-Date		Pic X(08).
		5 Filler			Pic X(10) Value "  grants  ".
		5 Filler			Pic X(06) Value "since ".
		5 Elr-Hd-Start		Pic X(08).
		5 Filler			Pic X(07) Value "  page ".
		5 Elr-Hd-Page		Pic Z(04)9.
	1 Elr-Column-Heading	Pic X(100) Value
		"Grant          Userid                           Base       Elevated   Hrs  Expires        Status".
	1 Elr-Grant-Line.
		5 Elr-Gl-Grant-Id	Pic X(14).
		5 Filler			Pic X(01) Value Spaces.
		5 Elr-Gl-Userid		Pic X(32).
		5 Filler			Pic X(01) Value Spaces.
		5 Elr-Gl-Base-Role	Pic X(10).
		5 Filler			Pic X(01) Value Spaces.
		5 Elr-Gl-Role		Pic X(10).
		5 Filler			Pic X(01) Value Spaces.
		5 Elr-Gl-Hours		Pic Z9.
		5 Filler			Pic X(03) Value Spaces.
		5 Elr-Gl-Expires	Pic X(13).
		5 Filler			Pic X(02) Value Spaces.
		5 Elr-Gl-Status		Pic X(08).
		5 Filler			Pic X(01) Value Spaces.
		5 Elr-Gl-Ended		Pic X(13).
	1 Elr-Reason-Line.
		5 Filler			Pic X(04) Value Spaces.
		5 Filler			Pic X(08) Value "Reason: ".
		5 Elr-Rl-Reason		Pic X(60).
	1 Elr-Command-Line-Out.
		5 Filler			Pic X(04) Value Spaces.
		5 Elr-Cl-Date		Pic X(08).
		5 Filler			Pic X(01) Value Spaces.
		5 Elr-Cl-Time		Pic X(06).
		5 Filler			Pic X(02) Value Spaces.
		5 Elr-Cl-Input		Pic X(100).

	*> Run control (runctl).
	1 Elr-Run-Function		Pic X(06) Value Spaces.
	1 Elr-Run-Job			Pic X(10) Value "elevrept".
	1 Elr-Run-Id			Pic X(16) Value Spaces.
	1 Elr-Run-Rc			Pic 9(04) Comp Value 0.
	1 Elr-Run-In			Pic 9(09) Comp Value 0.
	1 Elr-Run-Out			Pic 9(09) Comp Value 0.
	1 Elr-Run-Exc			Pic 9(09) Comp Value 0.
	1 Elr-Run-Result		Pic X(04) Value Spaces.
Procedure Division.
0000-Mainline.
	Move "START" to Elr-Run-Function.
	Call "runctl" Using Elr-Run-Function, Elr-Run-Job, Elr-Run-Id,
		Elr-Run-Rc, Elr-Run-In, Elr-Run-Out, Elr-Run-Exc,
		Elr-Run-Result.
	Perform 1000-Initialize.
	Perform 2000-Load-Grants Thru 2000-Exit.
	Perform 3000-Report-Grants Thru 3000-Exit.
	Perform 4000-Print-Summary.
	Perform 9000-Cleanup.
	Move "END" to Elr-Run-Function.
	Move Elr-Grant-Count to Elr-Run-In.
	Move Elr-Active-Count to Elr-Run-Exc.
	Call "runctl" Using Elr-Run-Function, Elr-Run-Job, Elr-Run-Id,
		Elr-Run-Rc, Elr-Run-In, Elr-Run-Out, Elr-Run-Exc,
		Elr-Run-Result.
	Goback.

	*> ----------------------------------------------------------
	1000-Initialize.
		Move Function Current-Date(1:8) to Elr-Today.
		Move Function Current-Date(1:14) to Elr-Now.
		Accept Elr-Command-Line From Command-Line.
		Move Function Trim(Elr-Command-Line) to Elr-Command-Line.
		If Elr-Command-Line not = Spaces
			Unstring Elr-Command-Line Delimited by All Space
				Into Elr-Arg-1
			End-Unstring
			If Function Trim(Elr-Arg-1) is Numeric
				Move Elr-Arg-1 to Elr-Window-Days
			End-If
		End-If.
		Compute Elr-Start-Int = Function Date-Of-Integer(
			Function Integer-Of-Date(Function Numval(Elr-Today))
			- Elr-Window-Days).
		Move Elr-Start-Int to Elr-Start-Date.

		Open Input Elevate-File.
		If Elevate-Status = "35"
			Open Output Elevate-File
			Close Elevate-File
			Open Input Elevate-File
		End-If.
		Open Output Print-File.

	*> ----------------------------------------------------------
	*> 2000-Load-Grants - every grant started inside the window,
	*> plus any older one nobody has closed off yet.
	*> ----------------------------------------------------------
	2000-Load-Grants.
		Move 0 to Elr-Grant-Count.
		Move Low-Values to Elv-Key.
		Start Elevate-File Key is Greater Than Elv-Key
			Invalid Key Move "10" to Elevate-Status
		End-Start.
		Perform Until Elevate-Status not = "00"
			Read Elevate-File Next Record
				At End Move "10" to Elevate-Status
				Not At End
					If Elv-Grant-Id(1:8) >= Elr-Start-Date
							or Elv-Ended = Spaces
						Perform 2100-Add-Grant Thru 2100-Exit
					End-If
			End-Read
		End-Perform.
		Close Elevate-File.
	2000-Exit.
		Exit.

	*> ----------------------------------------------------------
	2100-Add-Grant.
		If Elr-Grant-Count >= Elr-Max-Grants
			Move 1 to Elr-Table-Full-Sw
			Go To 2100-Exit
		End-If.
		Add 1 to Elr-Grant-Count.
		Set Elr-Idx to Elr-Grant-Count.
		Move Elv-Userid to Elr-Userid(Elr-Idx).
		Move Elv-Grant-Id to Elr-Grant-Id(Elr-Idx).
		Move Elv-Base-Role to Elr-Base-Role(Elr-Idx).
		Move Elv-Role to Elr-Role(Elr-Idx).
		Move Elv-Hours to Elr-Hours(Elr-Idx).
		Move Elv-Expires to Elr-Expires(Elr-Idx).
		Move Elv-Ended to Elr-Ended(Elr-Idx).
		Move Elv-End-Reason to Elr-End-Reason(Elr-Idx).
		Move Elv-Reason to Elr-Reason(Elr-Idx).
	2100-Exit.
		Exit.

	*> ----------------------------------------------------------
	*> 3000-Report-Grants - one block per grant: the grant line,
	*> its reason, then the command lines tagged with its id.
	*> ----------------------------------------------------------
	3000-Report-Grants.
		If Elr-Grant-Count = 0
			Move "No break-glass elevations in the period." to Elr-Print-Line
			Perform 5000-Print-Line Thru 5000-Exit
			Go To 3000-Exit
		End-If.
		Perform Varying Elr-Idx from 1 by 1
				until Elr-Idx > Elr-Grant-Count
			Perform 3100-Report-Grant Thru 3100-Exit
		End-Perform.
	3000-Exit.
		Exit.

	*> ----------------------------------------------------------
	*> 3100-Report-Grant - a grant with no end stamp whose expiry
	*> has passed simply hasn't been closed off yet (its owner has
	*> not been back on the console); it shows as EXPIRED.
	*> ----------------------------------------------------------
	3100-Report-Grant.
		Move Spaces to Elr-Gl-Ended.
		Evaluate True
			When Elr-Ended(Elr-Idx) = Spaces
					and Elr-Expires(Elr-Idx) > Elr-Now
				Move "ACTIVE" to Elr-Status
				Add 1 to Elr-Active-Count
			When Elr-Ended(Elr-Idx) = Spaces
				Move "EXPIRED" to Elr-Status
			When Other
				Move Elr-End-Reason(Elr-Idx) to Elr-Status
				If Elr-End-Reason(Elr-Idx) = "ENDED"
					String Elr-Ended(Elr-Idx)(1:8) " "
							Elr-Ended(Elr-Idx)(9:4) Delimited by Size
						Into Elr-Gl-Ended
				End-If
		End-Evaluate.
		Move Elr-Grant-Id(Elr-Idx) to Elr-Gl-Grant-Id.
		Move Elr-Userid(Elr-Idx) to Elr-Gl-Userid.
		Move Elr-Base-Role(Elr-Idx) to Elr-Gl-Base-Role.
		Move Elr-Role(Elr-Idx) to Elr-Gl-Role.
		Move Elr-Hours(Elr-Idx) to Elr-Gl-Hours.
		Move Spaces to Elr-Gl-Expires.
		String Elr-Expires(Elr-Idx)(1:8) " "
				Elr-Expires(Elr-Idx)(9:4) Delimited by Size
			Into Elr-Gl-Expires.
		Move Elr-Status to Elr-Gl-Status.
		Move Elr-Grant-Line to Elr-Print-Line.
		Perform 5000-Print-Line Thru 5000-Exit.
		Move Elr-Reason(Elr-Idx) to Elr-Rl-Reason.
		Move Elr-Reason-Line to Elr-Print-Line.
		Perform 5000-Print-Line Thru 5000-Exit.

		Move 0 to Elr-Grant-Cmds.
		Open Input Transcript-File.
		If Transcript-Status = "00"
			Perform Until Transcript-Status not = "00"
				Read Transcript-File
					At End Move "10" to Transcript-Status
					Not At End
						If Trn-Elev-Id = Elr-Grant-Id(Elr-Idx)
								and Trn-Userid = Elr-Userid(Elr-Idx)
							Perform 3200-Print-Command Thru 3200-Exit
						End-If
				End-Read
			End-Perform
		End-If.
		Close Transcript-File.

		Move Elr-Grant-Cmds to Elr-Edit-Count.
		String "    " Function Trim(Elr-Edit-Count)
				" command line(s) run under this grant."
				Delimited by Size
			Into Elr-Print-Line.
		Perform 5000-Print-Line Thru 5000-Exit.
		Move Spaces to Elr-Print-Line.
		Perform 5000-Print-Line Thru 5000-Exit.
	3100-Exit.
		Exit.

	*> ----------------------------------------------------------
	3200-Print-Command.
		Add 1 to Elr-Grant-Cmds.
		Add 1 to Elr-Total-Cmds.
		Move Trn-Timestamp(1:8) to Elr-Cl-Date.
		Move Trn-Timestamp(9:6) to Elr-Cl-Time.
		Move Function Trim(Trn-Input) to Elr-Cl-Input.
		Move Elr-Command-Line-Out to Elr-Print-Line.
		Perform 5000-Print-Line Thru 5000-Exit.
	3200-Exit.
		Exit.

	*> ----------------------------------------------------------
	*> 4000-Print-Summary - trailer to the print file, counts to
	*> the console.
	*> ----------------------------------------------------------
	4000-Print-Summary.
		Move Spaces to Elr-Print-Line.
		Perform 5000-Print-Line Thru 5000-Exit.
		Move Elr-Grant-Count to Elr-Edit-Grants.
		Move Elr-Active-Count to Elr-Edit-Active.
		Move Elr-Total-Cmds to Elr-Edit-Count.
		String "Totals:  " Function Trim(Elr-Edit-Grants)
				" grant(s), " Function Trim(Elr-Edit-Active)
				" still active, " Function Trim(Elr-Edit-Count)
				" command line(s) run elevated." Delimited by Size
			Into Elr-Print-Line.
		Perform 5000-Print-Line Thru 5000-Exit.
		If Elr-Table-Full
			Move "More grants than the report holds - rerun with a shorter window."
				to Elr-Print-Line
			Perform 5000-Print-Line Thru 5000-Exit
		End-If.
		Move "*** End of report ***" to Elr-Print-Line.
		Perform 5000-Print-Line Thru 5000-Exit.

		Display Elr-Grant-Count " elevation grant(s) reported, "
			Elr-Active-Count " still active.".
		If Elr-Table-Full
			Display "Grant table full - some grants not reported."
		End-If.
		Display "Report written to ELVRPRT.".

	*> ----------------------------------------------------------
	*> 5000-Print-Line - one line to the print file, breaking to a
	*> fresh page heading every Elr-Page-Size lines.
	*> ----------------------------------------------------------
	5000-Print-Line.
		If Elr-Line-Count >= Elr-Page-Size
			Perform 5100-Page-Heading Thru 5100-Exit
		End-If.
		Write Print-Record From Elr-Print-Line.
		Add 1 to Elr-Line-Count.
		Move Spaces to Elr-Print-Line.
	5000-Exit.
		Exit.

	*> ----------------------------------------------------------
	5100-Page-Heading.
		Add 1 to Elr-Page-Count.
		Move Elr-Today to Elr-Hd-Date.
		Move Elr-Start-Date to Elr-Hd-Start.
		Move Elr-Page-Count to Elr-Hd-Page.
		Move All "=" to Print-Record.
		Write Print-Record.
		Write Print-Record From Elr-Head-Line-1.
		Move All "=" to Print-Record.
		Write Print-Record.
		Write Print-Record From Elr-Column-Heading.
		Move Spaces to Print-Record.
		Write Print-Record.
		Move 5 to Elr-Line-Count.
	5100-Exit.
		Exit.

	*> ----------------------------------------------------------
	9000-Cleanup.
		Close Print-File.

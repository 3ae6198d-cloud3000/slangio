Identification Division.
Program-id. "hrrecon".
	*> ================   Techtonics  ===============
	*> cobc -x -free -fintrinsics=all hrrecon.cob
	*>
	*> Daily HR roster reconciliation.  Leavers used to keep an
	*> ACTIVE account until the dormant sweep caught them 90 days
	*> on; HR now drops a nightly HRROSTER file and this job
	*> matches it against USERS, reporting three exceptions:
	*>   LEAVER   - HR shows the employee TERMINATED (termination
	*>              date today or earlier, or none given) and the
	*>              account is still ACTIVE;
	*>   NOHRREC  - an account HR has no record of at all (service
	*>              accounts turn up here too - review only);
	*>   DEPTDIFF - Usr-Dept disagrees with HR's department.
	*> The fix is not applied here.  A LOCK row for each leaver and
	*> a CHGDEPT row for each department mismatch is written to
	*> HRMAINTX in MAINTXN layout; once reviewed it is copied to
	*> MAINTXN and run through the console MAINT BATCH, so every
	*> change gets the usual USERCHG journal and MAINTBAK backout.
	*> Exceptions go to the HRRPRT print file; counts to the
	*> console.
	*>
	*> Command line: hrrecon
	*> Return code 0 when USERS and the roster agree, 4 when there
	*> are exceptions, 8 when there is no HRROSTER file.
	*>
	*> Each run is recorded on RUNCTL through runctl (users
	*> checked, MAINTXN rows written, exceptions).
	*> ==============================================
Environment Division.
Input-Output Section.
File-Control.
	Select Users-File Assign To "USERS"
		Organization Indexed
		Access Dynamic
		Record Key Usr-Userid
		File Status Users-Status.
	Select Hr-Roster-File Assign To "HRROSTER"
		Organization Line Sequential
		File Status Hrroster-Status.
	Select Maint-Txn-File Assign To "HRMAINTX"
		Organization Line Sequential
		File Status Maintxn-Status.
	Select Print-File Assign To "HRRPRT"
		Organization Line Sequential
		File Status Print-Status.
Data Division.
File Section.
	Copy "users.cpy".
	Copy "hrroster.cpy".
	Copy "maintxn.cpy".
	FD  Print-File.
	1 Print-Record            Pic X(132).
Working-storage Section.
	1 Users-Status			Pic X(02) Value "00".
	1 Hrroster-Status		Pic X(02) Value "00".
	1 Maintxn-Status		Pic X(02) Value "00".
	1 Print-Status			Pic X(02) Value "00".

	1 Hrc-Today				Pic X(08) Value Spaces.
	1 Hrc-Return-Code		Pic 9(04) Comp Value 0.

	*> Hrc-Roster-Table - the roster as loaded; a userid HR lists
	*> twice keeps its later row.  Hrc-Matched marks the rows a
	*> USERS record was found for.
	1 Hrc-Max-Roster		Pic 9(04) Comp Value 5000.
	1 Hrc-Roster-Table.
		5 Hrc-Roster-Entry Occurs 5000 Times
				Indexed By Hrc-Idx.
			10 Hrc-Userid			Pic X(32).
			10 Hrc-Emp-Status		Pic X(10).
			10 Hrc-Dept				Pic X(04).
			10 Hrc-Term-Date		Pic X(08).
			10 Hrc-Matched			Pic X(01).
	1 Hrc-Roster-Count		Pic 9(04) Comp Value 0.
	1 Hrc-Found-Sw			Pic 9 Value 0.
		88 Hrc-Found		Value 1, False 0.
	1 Hrc-Table-Full-Sw		Pic 9 Value 0.
		88 Hrc-Table-Full	Value 1, False 0.
	1 Hrc-Leaver-Sw			Pic 9 Value 0.
		88 Hrc-Is-Leaver	Value 1, False 0.

	1 Hrc-User-Count		Pic 9(05) Comp Value 0.
	1 Hrc-Leaver-Count		Pic 9(05) Comp Value 0.
	1 Hrc-Nohr-Count		Pic 9(05) Comp Value 0.
	1 Hrc-Deptdiff-Count	Pic 9(05) Comp Value 0.
	1 Hrc-Txn-Count			Pic 9(05) Comp Value 0.
	1 Hrc-Unmatched-Count	Pic 9(05) Comp Value 0.
	1 Hrc-Edit-1			Pic Z(04)9.
	1 Hrc-Edit-2			Pic Z(04)9.
	1 Hrc-Edit-3			Pic Z(04)9.

	1 Hrc-Print-Line		Pic X(132) Value Spaces.
	1 Hrc-Line-Count		Pic 9(03) Comp Value 999.
	1 Hrc-Page-Count		Pic 9(05) Comp Value 0.
	1 Hrc-Page-Size			Pic 9(03) Comp Value 60.
	1 Hrc-Head-Line-1.
		5 Filler			Pic X(30) Value
			"HR roster reconciliation".
		5 Filler			Pic X(04) Value "run ".
		5 Hrc-Hd-Date		Pic X(08).
		5 Filler			Pic X(07) Value "  page ".
		5 Hrc-Hd-Page		Pic Z(04)9.
	1 Hrc-Column-Heading	Pic X(120) Value
		"Exception Userid                           Status     Dept  HR status  HR dept  Term date Corrective row".
	1 Hrc-Detail-Line.
		5 Hrc-Dl-Exception	Pic X(09).
		5 Filler			Pic X(01) Value Spaces.
		5 Hrc-Dl-Userid		Pic X(32).
		5 Filler			Pic X(01) Value Spaces.
		5 Hrc-Dl-Status		Pic X(10).
		5 Filler			Pic X(01) Value Spaces.
		5 Hrc-Dl-Dept		Pic X(04).
		5 Filler			Pic X(02) Value Spaces.
		5 Hrc-Dl-Hr-Status	Pic X(10).
		5 Filler			Pic X(01) Value Spaces.
		5 Hrc-Dl-Hr-Dept	Pic X(04).
		5 Filler			Pic X(05) Value Spaces.
		5 Hrc-Dl-Term-Date	Pic X(08).
		5 Filler			Pic X(02) Value Spaces.
		5 Hrc-Dl-Action		Pic X(20).

	*> Run control (runctl).
	1 Hrc-Run-Function		Pic X(06) Value Spaces.
	1 Hrc-Run-Job			Pic X(10) Value "hrrecon".
	1 Hrc-Run-Id			Pic X(16) Value Spaces.
	1 Hrc-Run-Rc			Pic 9(04) Comp Value 0.
	1 Hrc-Run-In			Pic 9(09) Comp Value 0.
	1 Hrc-Run-Out			Pic 9(09) Comp Value 0.
	1 Hrc-Run-Exc			Pic 9(09) Comp Value 0.
	1 Hrc-Run-Result		Pic X(04) Value Spaces.
Procedure Division.
0000-Mainline.
	Move "START" to Hrc-Run-Function.
	Call "runctl" Using Hrc-Run-Function, Hrc-Run-Job, Hrc-Run-Id,
		Hrc-Run-Rc, Hrc-Run-In, Hrc-Run-Out, Hrc-Run-Exc,
		Hrc-Run-Result.
	Perform 1000-Initialize Thru 1000-Exit.
	If Hrc-Return-Code = 0
		Perform 2000-Load-Roster Thru 2000-Exit
		Perform 3000-Check-Users Thru 3000-Exit
		Perform 4000-Print-Summary
	End-If.
	Perform 9000-Cleanup.
	Move "END" to Hrc-Run-Function.
	Move Hrc-Return-Code to Hrc-Run-Rc.
	Move Hrc-User-Count to Hrc-Run-In.
	Move Hrc-Txn-Count to Hrc-Run-Out.
	Compute Hrc-Run-Exc = Hrc-Leaver-Count + Hrc-Nohr-Count + Hrc-Deptdiff-Count.
	Call "runctl" Using Hrc-Run-Function, Hrc-Run-Job, Hrc-Run-Id,
		Hrc-Run-Rc, Hrc-Run-In, Hrc-Run-Out, Hrc-Run-Exc,
		Hrc-Run-Result.
	Move Hrc-Return-Code to Return-Code.
	Goback.

	*> ----------------------------------------------------------
	1000-Initialize.
		Move Function Current-Date(1:8) to Hrc-Today.
		Open Input Hr-Roster-File.
		If Hrroster-Status not = "00"
			Display "No HRROSTER file - nothing to reconcile."
			Move 8 to Hrc-Return-Code
			Go To 1000-Exit
		End-If.
		Open Input Users-File.
		If Users-Status = "35"
			Open Output Users-File
			Close Users-File
			Open Input Users-File
		End-If.
		Open Output Maint-Txn-File.
		Open Output Print-File.
	1000-Exit.
		Exit.

	*> ----------------------------------------------------------
	2000-Load-Roster.
		Move 0 to Hrc-Roster-Count.
		Perform Until Hrroster-Status not = "00"
			Read Hr-Roster-File
				At End Move "10" to Hrroster-Status
				Not At End
					If Hrr-Userid not = Spaces
						Perform 2100-Add-Roster-Row Thru 2100-Exit
					End-If
			End-Read
		End-Perform.
	2000-Exit.
		Exit.

	*> ----------------------------------------------------------
	2100-Add-Roster-Row.
		Move Function Trim(Hrr-Userid) to Hrr-Userid.
		Perform 2200-Find-Roster Thru 2200-Exit.
		If not Hrc-Found
			If Hrc-Roster-Count >= Hrc-Max-Roster
				Move 1 to Hrc-Table-Full-Sw
				Go To 2100-Exit
			End-If
			Add 1 to Hrc-Roster-Count
			Set Hrc-Idx to Hrc-Roster-Count
		End-If.
		Move Hrr-Userid to Hrc-Userid(Hrc-Idx).
		Move Function Upper-Case(Hrr-Emp-Status) to Hrc-Emp-Status(Hrc-Idx).
		Move Function Upper-Case(Hrr-Dept) to Hrc-Dept(Hrc-Idx).
		Move Hrr-Term-Date to Hrc-Term-Date(Hrc-Idx).
		Move "N" to Hrc-Matched(Hrc-Idx).
	2100-Exit.
		Exit.

	*> ----------------------------------------------------------
	*> 2200-Find-Roster - looks Hrr-Userid up in the roster table;
	*> leaves Hrc-Idx on the entry when found.
	*> ----------------------------------------------------------
	2200-Find-Roster.
		Move 0 to Hrc-Found-Sw.
		Perform Varying Hrc-Idx from 1 by 1
				until Hrc-Idx > Hrc-Roster-Count or Hrc-Found
			If Hrc-Userid(Hrc-Idx) = Hrr-Userid
				Move 1 to Hrc-Found-Sw
			End-If
		End-Perform.
		If Hrc-Found
			Set Hrc-Idx down by 1
		End-If.
	2200-Exit.
		Exit.

	*> ----------------------------------------------------------
	3000-Check-Users.
		Move Low-Values to Usr-Userid.
		Start Users-File Key is Greater Than Usr-Userid
			Invalid Key Move "10" to Users-Status
		End-Start.
		Perform Until Users-Status not = "00"
			Read Users-File Next Record
				At End Move "10" to Users-Status
				Not At End Perform 3100-Check-User Thru 3100-Exit
			End-Read
		End-Perform.
	3000-Exit.
		Exit.

	*> ----------------------------------------------------------
	*> 3100-Check-User - a leaver whose account is already locked
	*> or disabled is no exception; HR's department only counts
	*> for someone still employed, and a blank one is no opinion.
	*> ----------------------------------------------------------
	3100-Check-User.
		Add 1 to Hrc-User-Count.
		Move Usr-Userid to Hrr-Userid.
		Perform 2200-Find-Roster Thru 2200-Exit.
		Move Usr-Userid to Hrc-Dl-Userid.
		Move Usr-Status to Hrc-Dl-Status.
		Move Usr-Dept to Hrc-Dl-Dept.
		If not Hrc-Found
			Move "NOHRREC" to Hrc-Dl-Exception
			Move Spaces to Hrc-Dl-Hr-Status
			Move Spaces to Hrc-Dl-Hr-Dept
			Move Spaces to Hrc-Dl-Term-Date
			Move "none - review" to Hrc-Dl-Action
			Perform 3500-Print-Exception Thru 3500-Exit
			Add 1 to Hrc-Nohr-Count
			Go To 3100-Exit
		End-If.
		Move "Y" to Hrc-Matched(Hrc-Idx).
		Move Hrc-Emp-Status(Hrc-Idx) to Hrc-Dl-Hr-Status.
		Move Hrc-Dept(Hrc-Idx) to Hrc-Dl-Hr-Dept.
		Move Hrc-Term-Date(Hrc-Idx) to Hrc-Dl-Term-Date.

		Move 0 to Hrc-Leaver-Sw.
		If Hrc-Emp-Status(Hrc-Idx) = "TERMINATED"
				and (Hrc-Term-Date(Hrc-Idx) = Spaces
					or Hrc-Term-Date(Hrc-Idx) <= Hrc-Today)
			Move 1 to Hrc-Leaver-Sw
		End-If.
		If Hrc-Is-Leaver
			If Usr-Active
				Move "LEAVER" to Hrc-Dl-Exception
				Move "LOCK" to Hrc-Dl-Action
				Perform 3500-Print-Exception Thru 3500-Exit
				Add 1 to Hrc-Leaver-Count
				Move Spaces to Maint-Txn-Record
				Move Usr-Userid to Mtx-Userid
				Move "LOCK" to Mtx-Action
				Perform 3600-Write-Txn Thru 3600-Exit
			End-If
			Go To 3100-Exit
		End-If.
		If Hrc-Dept(Hrc-Idx) not = Spaces
				and Hrc-Dept(Hrc-Idx) not = Usr-Dept
			Move "DEPTDIFF" to Hrc-Dl-Exception
			Move "CHGDEPT" to Hrc-Dl-Action
			Perform 3500-Print-Exception Thru 3500-Exit
			Add 1 to Hrc-Deptdiff-Count
			Move Spaces to Maint-Txn-Record
			Move Usr-Userid to Mtx-Userid
			Move "CHGDEPT" to Mtx-Action
			Move Hrc-Dept(Hrc-Idx) to Mtx-Dept
			Perform 3600-Write-Txn Thru 3600-Exit
		End-If.
	3100-Exit.
		Exit.

	*> ----------------------------------------------------------
	3500-Print-Exception.
		Move Hrc-Detail-Line to Hrc-Print-Line.
		Perform 5000-Print-Line Thru 5000-Exit.
		Move 4 to Hrc-Return-Code.
	3500-Exit.
		Exit.

	*> ----------------------------------------------------------
	3600-Write-Txn.
		Write Maint-Txn-Record.
		Add 1 to Hrc-Txn-Count.
	3600-Exit.
		Exit.

	*> ----------------------------------------------------------
	*> 4000-Print-Summary - trailer to the print file, counts to
	*> the console.  Roster employees with no account at all are
	*> counted for information only.
	*> ----------------------------------------------------------
	4000-Print-Summary.
		Move 0 to Hrc-Unmatched-Count.
		Perform Varying Hrc-Idx from 1 by 1
				until Hrc-Idx > Hrc-Roster-Count
			If Hrc-Matched(Hrc-Idx) = "N"
				Add 1 to Hrc-Unmatched-Count
			End-If
		End-Perform.
		If Hrc-Return-Code = 0
			Move "  No exceptions - USERS agrees with the HR roster." to Hrc-Print-Line
			Perform 5000-Print-Line Thru 5000-Exit
		End-If.
		Move Spaces to Hrc-Print-Line.
		Perform 5000-Print-Line Thru 5000-Exit.
		Move Hrc-User-Count to Hrc-Edit-1.
		Move Hrc-Roster-Count to Hrc-Edit-2.
		Move Hrc-Unmatched-Count to Hrc-Edit-3.
		String "Totals:  " Function Trim(Hrc-Edit-1) " account(s), "
				Function Trim(Hrc-Edit-2) " roster employee(s), "
				Function Trim(Hrc-Edit-3) " employee(s) with no account."
				Delimited by Size
			Into Hrc-Print-Line.
		Perform 5000-Print-Line Thru 5000-Exit.
		Move Hrc-Leaver-Count to Hrc-Edit-1.
		Move Hrc-Nohr-Count to Hrc-Edit-2.
		Move Hrc-Deptdiff-Count to Hrc-Edit-3.
		String "         " Function Trim(Hrc-Edit-1) " leaver(s) still active, "
				Function Trim(Hrc-Edit-2) " account(s) with no HR record, "
				Function Trim(Hrc-Edit-3) " department mismatch(es)."
				Delimited by Size
			Into Hrc-Print-Line.
		Perform 5000-Print-Line Thru 5000-Exit.
		Move Hrc-Txn-Count to Hrc-Edit-1.
		String "         " Function Trim(Hrc-Edit-1)
				" corrective row(s) written to HRMAINTX for MAINT BATCH."
				Delimited by Size
			Into Hrc-Print-Line.
		Perform 5000-Print-Line Thru 5000-Exit.
		If Hrc-Table-Full
			Move "Roster larger than the table holds - later employees not loaded."
				to Hrc-Print-Line
			Perform 5000-Print-Line Thru 5000-Exit
		End-If.
		Move "*** End of report ***" to Hrc-Print-Line.
		Perform 5000-Print-Line Thru 5000-Exit.

		Display Hrc-Leaver-Count " leaver(s), " Hrc-Nohr-Count
			" with no HR record, " Hrc-Deptdiff-Count
			" department mismatch(es).".
		Display Hrc-Txn-Count " corrective row(s) written to HRMAINTX.".
		Display "Report written to HRRPRT.".

	*> ----------------------------------------------------------
	*> 5000-Print-Line - one line to the print file, breaking to a
	*> fresh page heading every Hrc-Page-Size lines.
	*> ----------------------------------------------------------
	5000-Print-Line.
		If Hrc-Line-Count >= Hrc-Page-Size
			Perform 5100-Page-Heading Thru 5100-Exit
		End-If.
		Write Print-Record From Hrc-Print-Line.
		Add 1 to Hrc-Line-Count.
		Move Spaces to Hrc-Print-Line.
	5000-Exit.
		Exit.

	*> ----------------------------------------------------------
	5100-Page-Heading.
		Add 1 to Hrc-Page-Count.
		Move Hrc-Today to Hrc-Hd-Date.
		Move Hrc-Page-Count to Hrc-Hd-Page.
		Move All "=" to Print-Record.
		Write Print-Record.
		Write Print-Record From Hrc-Head-Line-1.
		Move All "=" to Print-Record.
		Write Print-Record.
		Write Print-Record From Hrc-Column-Heading.
		Move Spaces to Print-Record.
		Write Print-Record.
		Move 5 to Hrc-Line-Count.
	5100-Exit.
		Exit.

	*> ----------------------------------------------------------
	9000-Cleanup.
		Close Hr-Roster-File.
		If Hrc-Return-Code not = 8
			Close Users-File
			Close Maint-Txn-File
			Close Print-File
		End-If.

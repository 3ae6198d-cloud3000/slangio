	*> record (changed-by "dormant"), same as the console MAINT
	*> actions, so an auto-locked account's history shows who - or
	*> what - locked it.
	*>
	*> Each LOCK-mode lock also raises a DORMLOCK alert on the
	*> ALERTQ queue (through alertput), so the operations desk
	*> hears about it before the account's owner rings in.
	*>
	*> The USERCHG records go through chainlnk (sequence number
	*> and chained digest) like every other writer's, and the
	*> archive buffer is sized to the chained AUDIT-LOG record.
	*>
	*> The last PASSED login now comes from the ACTSUM daily
	*> activity summary the actsum job keeps: the rows from the
	*> start of the dormancy window on, plus only the live
	*> AUDIT-LOG records past its ACTSUMCT high-water mark.  Until
	*> actsum has run (ACTSUMCT missing or not DONE) the sweep reads
	*> the raw log and archives as it always did.  With the summary
	*> only the window is read, so an account with nothing in it is
	*> reported as having no PASSED login in the window rather than
	*> none on file.
	*>
	*> Each run is recorded on RUNCTL through runctl (users
	*> checked, users locked, dormant users).
	*> ==============================================
Environment Division.
Input-Output Section.
	Select Print-File Assign To "DORRPRT"
		Organization Line Sequential
		File Status Print-Status.
	Select Act-Sum-File Assign To "ACTSUM"
		Organization Indexed
		Access Dynamic
		Record Key Acs-Key
		File Status Actsum-Status.
	Select Act-Sum-Ctl-File Assign To "ACTSUMCT"
		Organization Indexed
		Access Dynamic
		Record Key Act-File-Type
		File Status Actsumct-Status.
Data Division.
File Section.
	Copy "users.cpy".
	Copy "userchg.cpy".
	Copy "arcmanif.cpy".
	FD  Audit-Arch-File.
	1 Audit-Arch-Record       Pic X(123).
	FD  Print-File.
	1 Print-Record            Pic X(132).
	Copy "actsum.cpy".
	Copy "actsumct.cpy".
Working-storage Section.
	1 Users-Status			Pic X(02) Value "00".
	1 Audit-Status			Pic X(02) Value "00".
	1 Dor-Arch-Seen-Sw		Pic 9 Value 0.
		88 Dor-Arch-Seen	Value 1, False 0.

	*> ACTSUM daily activity summary and its high-water mark.
	1 Actsum-Status			Pic X(02) Value "00".
	1 Actsumct-Status		Pic X(02) Value "00".
	1 Dor-Summary-Sw		Pic 9 Value 0.
		88 Dor-Use-Summary	Value 1, False 0.
	1 Dor-Hwm-Seq			Pic 9(09) Value 0.
	1 Dor-Hwm-Time			Pic X(26) Value Spaces.
	1 Dor-Rec-Seq			Pic 9(09) Value 0.
	1 Dor-Past-Mark-Sw		Pic 9 Value 0.
		88 Dor-Past-Mark	Value 1, False 0.

	1 Dor-Age-Days			Pic 9(05) Comp Value 0.
	1 Dor-Is-Dormant-Sw		Pic 9 Value 0.
		88 Dor-Is-Dormant	Value 1, False 0.
	1 Dor-Locked-Count		Pic 9(05) Comp Value 0.
	1 Dor-Chg-Old-Status	Pic X(10) Value Spaces.

	1 Dor-Alert-Event		Pic X(10) Value "DORMLOCK".
	1 Dor-Alert-Terminal	Pic X(08) Value Spaces.
	1 Dor-Alert-Severity	Pic X(06) Value "LOW".
	1 Dor-Alert-Source		Pic X(12) Value "dormant".
	1 Dor-Alert-Detail		Pic X(60) Value Spaces.
	1 Dor-Alert-Id			Pic X(16) Value Spaces.
	1 Dor-Alert-Result		Pic X(04) Value Spaces.
	1 Dor-Alert-Edit		Pic Z(04)9.

	1 Dor-Chain-File		Pic X(10) Value Spaces.
	1 Dor-Chain-Length	Pic 9(04) Comp Value 0.
	1 Dor-Chain-Result	Pic X(04) Value Spaces.

	1 Dor-Dept-Table.
		5 Dor-Dept-Entry Occurs 50 Times
				Indexed By Dor-Dep-Idx.
		5 Dor-Dl-Code		Pic X(04).
		5 Filler			Pic X(02) Value Spaces.
		5 Dor-Dl-Dormant	Pic Z(06)9.

	*> Run control (runctl).
	1 Dor-Run-Function		Pic X(06) Value Spaces.
	1 Dor-Run-Job			Pic X(10) Value "dormant".
	1 Dor-Run-Id			Pic X(16) Value Spaces.
	1 Dor-Run-Rc			Pic 9(04) Comp Value 0.
	1 Dor-Run-In			Pic 9(09) Comp Value 0.
	1 Dor-Run-Out			Pic 9(09) Comp Value 0.
	1 Dor-Run-Exc			Pic 9(09) Comp Value 0.
	1 Dor-Run-Result		Pic X(04) Value Spaces.
Procedure Division.
0000-Mainline.
	Move "START" to Dor-Run-Function.
	Call "runctl" Using Dor-Run-Function, Dor-Run-Job, Dor-Run-Id,
		Dor-Run-Rc, Dor-Run-In, Dor-Run-Out, Dor-Run-Exc,
		Dor-Run-Result.
	Perform 1000-Initialize.
	Perform 2000-Read-Audit-Log
		Until Audit-Status not = "00".
	Perform 3000-Sweep-Users.
	Perform 4000-Print-Summary.
	Perform 9000-Cleanup.
	Move "END" to Dor-Run-Function.
	Move Dor-User-Count to Dor-Run-In.
	Move Dor-Locked-Count to Dor-Run-Out.
	Move Dor-Dormant-Count to Dor-Run-Exc.
	Call "runctl" Using Dor-Run-Function, Dor-Run-Job, Dor-Run-Id,
		Dor-Run-Rc, Dor-Run-In, Dor-Run-Out, Dor-Run-Exc,
		Dor-Run-Result.
	Goback.

	*> ----------------------------------------------------------
			End-If
		End-If.
		Move 0 to Dor-User-Count.
		Compute Dor-Arch-Start-Int = Function Date-Of-Integer(
			Function Integer-Of-Date(Function Numval(Dor-Today))
			- Dor-Cutoff-Days).
		Move Dor-Arch-Start-Int to Dor-Arch-Start.
		Perform 1400-Check-Summary Thru 1400-Exit.
		If Dor-Use-Summary
			Perform 1700-Read-Summary Thru 1700-Exit
		Else
			Perform 1500-Read-Archives Thru 1500-Exit
		End-If.
		Perform 2000-Read-Audit-Log.

	*> ----------------------------------------------------------
			End-If
		End-If.

	*> ----------------------------------------------------------
	*> 1400-Check-Summary - ACTSUM is used only once actsum has
	*> finished a run (ACTSUMCT DONE); its mark says which live
	*> records it already holds.
	*> ----------------------------------------------------------
	1400-Check-Summary.
		Move 0 to Dor-Summary-Sw.
		Open Input Act-Sum-Ctl-File.
		If Actsumct-Status = "00"
			Move "AUDITLOG" to Act-File-Type
			Read Act-Sum-Ctl-File
				Invalid Key Move "23" to Actsumct-Status
			End-Read
		End-If.
		If Actsumct-Status = "00" and Act-Done
			Open Input Act-Sum-File
			If Actsum-Status = "00"
				Move 1 to Dor-Summary-Sw
				Move Act-Last-Seq to Dor-Hwm-Seq
				Move Act-Last-Time to Dor-Hwm-Time
			Else
				Close Act-Sum-File
			End-If
		End-If.
		Close Act-Sum-Ctl-File.
		If not Dor-Use-Summary
			Display "Activity summary (ACTSUM) not available - "
				"reading AUDIT-LOG in full."
		End-If.
	1400-Exit.
		Exit.

	*> ----------------------------------------------------------
	*> 1500-Read-Archives - replay the archived AUDITLOG months
	*> that fall inside the dormancy window, before the live file,
	*> even when the manifest lists it on several rows.
	*> ----------------------------------------------------------
	1500-Read-Archives.
		Open Input Arc-Manifest-File.
		If Arcmanif-Status not = "00"
			Close Arc-Manifest-File
	1600-Exit.
		Exit.

	*> ----------------------------------------------------------
	*> 1700-Read-Summary - the ACTSUM rows from the start of the
	*> window on, in date order, so a later day's PASSED overwrites
	*> an earlier one in the table just as the raw records do.
	*> 2100 takes the userid and date from the AUDIT-LOG record
	*> area, so the row's are put there first.
	*> ----------------------------------------------------------
	1700-Read-Summary.
		Move Dor-Arch-Start to Acs-Date.
		Move Low-Values to Acs-Userid.
		Start Act-Sum-File Key is not Less Than Acs-Key
			Invalid Key Move "10" to Actsum-Status
		End-Start.
		Perform Until Actsum-Status not = "00"
			Read Act-Sum-File Next Record
				At End Move "10" to Actsum-Status
				Not At End
					If Acs-Last-Passed not = Spaces
						Move Acs-Userid to Aud-Userid
						Move Acs-Last-Passed to Aud-Timestamp
						Perform 2100-Record-Activity Thru 2100-Exit
					End-If
			End-Read
		End-Perform.
	1700-Exit.
		Exit.

	*> ----------------------------------------------------------
	*> 2000-Read-Audit-Log - one record per call; rolls every
	*> PASSED entry into the in-memory last-activity table.  Later
	*> entries for the same userid simply overwrite the earlier
	*> date since AUDIT-LOG is written in timestamp order.  With
	*> the summary in use only records past its high-water mark
	*> are taken - the rest are already in it.
	*> ----------------------------------------------------------
	2000-Read-Audit-Log.
		Read Audit-Log-File
			At End Continue
			Not At End
				If Aud-Result = "PASSED"
					Perform 2050-Check-Mark Thru 2050-Exit
					If Dor-Past-Mark
						Perform 2100-Record-Activity Thru 2100-Exit
					End-If
				End-If
		End-Read.

	*> ----------------------------------------------------------
	*> 2050-Check-Mark - same test actsum uses: past the chain
	*> sequence mark, or for a record with no sequence, after the
	*> time mark.
	*> ----------------------------------------------------------
	2050-Check-Mark.
		Move 1 to Dor-Past-Mark-Sw.
		If not Dor-Use-Summary
			Go To 2050-Exit
		End-If.
		Move 0 to Dor-Rec-Seq.
		If Aud-Chain-Seq is Numeric
			Move Aud-Chain-Seq to Dor-Rec-Seq
		End-If.
		If Dor-Rec-Seq > 0
			If Dor-Rec-Seq not > Dor-Hwm-Seq
				Move 0 to Dor-Past-Mark-Sw
			End-If
		Else
			If Aud-Timestamp not > Dor-Hwm-Time
				Move 0 to Dor-Past-Mark-Sw
			End-If
		End-If.
	2050-Exit.
		Exit.

	*> ----------------------------------------------------------
	2100-Record-Activity.
		Perform 2200-Find-Or-Add-User.
				Move Spaces to Usr-Lockout-Time
				Rewrite Users-Record
				Perform 3300-Write-User-Change Thru 3300-Exit
				Perform 3350-Raise-Alert Thru 3350-Exit
				Add 1 to Dor-Locked-Count
				Move "LOCKED" to Dor-Dtl-Action
			Else
		Move Usr-Status to Uch-New-Status.
		Move Usr-Failed-Count to Uch-Old-Failed.
		Move Usr-Failed-Count to Uch-New-Failed.
		Move Spaces to Uch-Approved-By.
		Move "USERCHG" to Dor-Chain-File.
		Move Function Length(User-Chg-Record) to Dor-Chain-Length.
		Call "chainlnk" Using Dor-Chain-File, User-Chg-Record,
			Dor-Chain-Length, Dor-Chain-Result.
		Write User-Chg-Record.
	3300-Exit.
		Exit.

	*> ----------------------------------------------------------
	3350-Raise-Alert.
		Move Dor-Cutoff-Days to Dor-Alert-Edit.
		Move Spaces to Dor-Alert-Detail.
		If Dor-Found-Idx = 0 and not Dor-Use-Summary
			String "dormant - no PASSED login on file, account locked"
					Delimited by Size
				Into Dor-Alert-Detail
		Else
			String "dormant - no PASSED login in "
					Function Trim(Dor-Alert-Edit)
					" days, account locked" Delimited by Size
				Into Dor-Alert-Detail
		End-If.
		Call "alertput" Using Dor-Alert-Event, Usr-Userid,
			Dor-Alert-Terminal, Dor-Alert-Severity, Dor-Alert-Source,
			Dor-Alert-Detail, Dor-Alert-Id, Dor-Alert-Result.
	3350-Exit.
		Exit.

	*> ----------------------------------------------------------
	*> 3400-Count-Dept - dormant count per department, same linear
	*> find-or-add shape as the userid table above.
		If Dor-Lock-Mode
			Close User-Chg-File
		End-If.
		If Dor-Use-Summary
			Close Act-Sum-File
		End-If.

	*> account list, and a trailer with the totals - so the
	*> compliance binder gets a real report instead of a screen
	*> capture.  The console shows the summary counts only.
	*>
	*> The range totals now come from the ACTSUM daily activity
	*> summary the actsum job keeps (one row per day per userid),
	*> read from the start date with a single START, plus only the
	*> live AUDIT-LOG records past its ACTSUMCT high-water mark -
	*> and the live file is not read at all when the range ends
	*> before the mark.  Until actsum has run (ACTSUMCT missing or
	*> not DONE) the report reads the raw log and archives as it
	*> always did.
	*>
	*> Each run is recorded on RUNCTL through runctl (users
	*> reported).
	*> ==============================================
Environment Division.
Input-Output Section.
	Select Print-File Assign To "SECRPRT"
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
	Copy "auditlog.cpy".
	Copy "users.cpy".
	Copy "arcmanif.cpy".
	FD  Audit-Arch-File.
	1 Audit-Arch-Record       Pic X(123).
	FD  Print-File.
	1 Print-Record            Pic X(132).
	Copy "actsum.cpy".
	Copy "actsumct.cpy".
Working-storage Section.
	1 Audit-Status			Pic X(02) Value "00".
	1 Users-Status			Pic X(02) Value "00".
	1 Rpt-Arch-Seen-Sw		Pic 9 Value 0.
		88 Rpt-Arch-Seen	Value 1, False 0.

	*> ACTSUM daily activity summary and its high-water mark.
	1 Actsum-Status			Pic X(02) Value "00".
	1 Actsumct-Status		Pic X(02) Value "00".
	1 Rpt-Summary-Sw		Pic 9 Value 0.
		88 Rpt-Use-Summary	Value 1, False 0.
	1 Rpt-Hwm-Seq			Pic 9(09) Value 0.
	1 Rpt-Hwm-Time			Pic X(26) Value Spaces.
	1 Rpt-Rec-Seq			Pic 9(09) Value 0.
	1 Rpt-Past-Mark-Sw		Pic 9 Value 0.
		88 Rpt-Past-Mark	Value 1, False 0.

	1 Rpt-Start-Date		Pic X(08) Value Spaces.
	1 Rpt-End-Date			Pic X(08) Value Spaces.
	1 Rpt-Command-Line		Pic X(80) Value Spaces.
		5 Rpt-Dl-Pass		Pic Z(07)9.
		5 Filler			Pic X(02) Value Spaces.
		5 Rpt-Dl-Fail		Pic Z(07)9.

	*> Run control (runctl).
	1 Rpt-Run-Function		Pic X(06) Value Spaces.
	1 Rpt-Run-Job			Pic X(10) Value "secreport".
	1 Rpt-Run-Id			Pic X(16) Value Spaces.
	1 Rpt-Run-Rc			Pic 9(04) Comp Value 0.
	1 Rpt-Run-In			Pic 9(09) Comp Value 0.
	1 Rpt-Run-Out			Pic 9(09) Comp Value 0.
	1 Rpt-Run-Exc			Pic 9(09) Comp Value 0.
	1 Rpt-Run-Result		Pic X(04) Value Spaces.
Procedure Division.
0000-Mainline.
	Move "START" to Rpt-Run-Function.
	Call "runctl" Using Rpt-Run-Function, Rpt-Run-Job, Rpt-Run-Id,
		Rpt-Run-Rc, Rpt-Run-In, Rpt-Run-Out, Rpt-Run-Exc,
		Rpt-Run-Result.
	Perform 1000-Initialize.
	Perform 2000-Read-Audit-Log
		Until Audit-Status not = "00".
	Perform 3000-Print-Report.
	Perform 9000-Cleanup.
	Move "END" to Rpt-Run-Function.
	Move Rpt-User-Count to Rpt-Run-In.
	Call "runctl" Using Rpt-Run-Function, Rpt-Run-Job, Rpt-Run-Id,
		Rpt-Run-Rc, Rpt-Run-In, Rpt-Run-Out, Rpt-Run-Exc,
		Rpt-Run-Result.
	Goback.

	*> ----------------------------------------------------------
		End-If.
		Open Output Print-File.
		Move 0 to Rpt-User-Count.
		Perform 1400-Check-Summary Thru 1400-Exit.
		If Rpt-Use-Summary
			Perform 1700-Read-Summary Thru 1700-Exit
		Else
			Perform 1500-Read-Archives Thru 1500-Exit
		End-If.
		If Rpt-Use-Summary and Rpt-End-Date < Rpt-Hwm-Time(1:8)
			Move "10" to Audit-Status
		Else
			Perform 2000-Read-Audit-Log
		End-If.

	*> ----------------------------------------------------------
	*> 1100-Parse-Arguments - optional start/end date range; with
			End-If
		End-If.

	*> ----------------------------------------------------------
	*> 1400-Check-Summary - ACTSUM is used only once actsum has
	*> finished a run (ACTSUMCT DONE); its mark says which live
	*> records it already holds.
	*> ----------------------------------------------------------
	1400-Check-Summary.
		Move 0 to Rpt-Summary-Sw.
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
				Move 1 to Rpt-Summary-Sw
				Move Act-Last-Seq to Rpt-Hwm-Seq
				Move Act-Last-Time to Rpt-Hwm-Time
			Else
				Close Act-Sum-File
			End-If
		End-If.
		Close Act-Sum-Ctl-File.
		If not Rpt-Use-Summary
			Display "Activity summary (ACTSUM) not available - "
				"reading AUDIT-LOG in full."
		End-If.
	1400-Exit.
		Exit.

	*> ----------------------------------------------------------
	*> 1500-Read-Archives - replay the archived AUDITLOG months
	*> overlapping the requested range, before the live file, so
	1600-Exit.
		Exit.

	*> ----------------------------------------------------------
	*> 1700-Read-Summary - the ACTSUM rows for the range, in date
	*> order, into the same per-userid table the raw records go
	*> into.
	*> ----------------------------------------------------------
	1700-Read-Summary.
		Move Rpt-Start-Date to Acs-Date.
		Move Low-Values to Acs-Userid.
		Start Act-Sum-File Key is not Less Than Acs-Key
			Invalid Key Move "10" to Actsum-Status
		End-Start.
		Perform Until Actsum-Status not = "00"
			Read Act-Sum-File Next Record
				At End Move "10" to Actsum-Status
				Not At End
					If Acs-Date > Rpt-End-Date
						Move "10" to Actsum-Status
					Else
						Perform 1750-Accumulate-Row Thru 1750-Exit
					End-If
			End-Read
		End-Perform.
	1700-Exit.
		Exit.

	*> ----------------------------------------------------------
	*> 1750-Accumulate-Row - 2200 looks the userid up by
	*> Aud-Userid, so the row's userid is put there first.
	*> ----------------------------------------------------------
	1750-Accumulate-Row.
		Move Acs-Userid to Aud-Userid.
		Perform 2200-Find-Or-Add-User.
		If Rpt-Found-Idx = 0
			Go To 1750-Exit
		End-If.
		Add Acs-Pass-Count to Rpt-Pass-Count(Rpt-Found-Idx).
		Add Acs-Fail-Count to Rpt-Fail-Count(Rpt-Found-Idx).
		If Rpt-First-Time(Rpt-Found-Idx) = Spaces
			Move Acs-First-Time to Rpt-First-Time(Rpt-Found-Idx)
		End-If.
		Move Acs-Last-Time to Rpt-Last-Time(Rpt-Found-Idx).
	1750-Exit.
		Exit.

	*> ----------------------------------------------------------
	*> 2000-Read-Audit-Log - one AUDIT-LOG record per call; rolls
	*> activity within Rpt-Start-Date/Rpt-End-Date into the
	*> in-memory per-userid table. Entries outside the range are
	*> skipped rather than filtered at the file level, since
	*> AUDIT-LOG is a plain sequential append log with no date key
	*> to START on.  With the summary in use only records past its
	*> high-water mark are taken - the rest are already in it.
	*> ----------------------------------------------------------
	2000-Read-Audit-Log.
		Read Audit-Log-File
			Not At End
				If Aud-Timestamp(1:8) >= Rpt-Start-Date
						and Aud-Timestamp(1:8) <= Rpt-End-Date
					Perform 2050-Check-Mark Thru 2050-Exit
					If Rpt-Past-Mark
						Perform 2100-Accumulate Thru 2100-Exit
					End-If
				End-If
		End-Read.

	*> ----------------------------------------------------------
	*> 2050-Check-Mark - same test actsum uses: past the chain
	*> sequence mark, or for a record with no sequence, after the
	*> time mark.
	*> ----------------------------------------------------------
	2050-Check-Mark.
		Move 1 to Rpt-Past-Mark-Sw.
		If not Rpt-Use-Summary
			Go To 2050-Exit
		End-If.
		Move 0 to Rpt-Rec-Seq.
		If Aud-Chain-Seq is Numeric
			Move Aud-Chain-Seq to Rpt-Rec-Seq
		End-If.
		If Rpt-Rec-Seq > 0
			If Rpt-Rec-Seq not > Rpt-Hwm-Seq
				Move 0 to Rpt-Past-Mark-Sw
			End-If
		Else
			If Aud-Timestamp not > Rpt-Hwm-Time
				Move 0 to Rpt-Past-Mark-Sw
			End-If
		End-If.
	2050-Exit.
		Exit.

	*> ----------------------------------------------------------
	2100-Accumulate.
		Perform 2200-Find-Or-Add-User.
		Close Audit-Log-File.
		Close Users-File.
		Close Print-File.
		If Rpt-Use-Summary
			Close Act-Sum-File
		End-If.

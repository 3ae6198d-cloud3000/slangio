Identification Division.
Program-id. "actsum".
	*> ================   Techtonics  ===============
	*> cobc -x -free -fintrinsics=all actsum.cob
	*>
	*> Daily activity summary builder.  secreport and dormant used
	*> to read the whole live AUDITLOG and every overlapping
	*> archive month on each run, so they slowed down as history
	*> grew.  This job keeps the ACTSUM summary instead - one row
	*> per day per userid with pass/fail counts, first and last
	*> activity, last PASSED and terminal count (see actsum.cpy) -
	*> and those reports read that.  Each run takes in only the
	*> AUDIT-LOG records past the ACTSUMCT high-water mark: those
	*> with a chain sequence above Act-Last-Seq, or, with no chain
	*> sequence, a timestamp after Act-Last-Time.  Archive months
	*> whose manifest row runs past the mark are read as well, so
	*> records the archive job moved out before this job saw them
	*> are not missed.  Run in the nightly batch window after
	*> archive and before secreport/dormant.
	*>
	*> ACTSUMCT is RUNNING while the summary is being updated and
	*> DONE once the mark has moved; secreport and dormant read the
	*> raw log as before while it is not DONE.  A rerun after a
	*> crash starts again from the old mark; each row remembers the
	*> last chain sequence (or time) it took, so records already in
	*> it are passed over rather than counted twice.
	*>
	*> Command line: actsum [REBUILD]
	*> REBUILD empties ACTSUM (only once ACTSUMCT shows RUNNING)
	*> and builds it again from every archived AUDITLOG month on
	*> ARCMANIF and the live file - for when the summary is lost
	*> or suspect.  A first run with no ACTSUMCT row does the
	*> same.  Days held only in archive files that have since been
	*> purged cannot be rebuilt.
	*> Return code 0 normally, 8 when ACTSUM/ACTSUMCT cannot be
	*> opened or updated (the mark is then left where it was).
	*>
	*> Each run is recorded on RUNCTL through runctl (AUDIT-LOG
	*> records read, records added to the summary, records found
	*> already in it).
	*> ==============================================
Environment Division.
Input-Output Section.
File-Control.
	Select Audit-Log-File Assign To "AUDITLOG"
		Organization Line Sequential
		File Status Audit-Status.
	Select Arc-Manifest-File Assign To "ARCMANIF"
		Organization Line Sequential
		File Status Arcmanif-Status.
	Select Audit-Arch-File Assign To Asm-Arch-Name
		Organization Line Sequential
		File Status Audarch-Status.
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
	Copy "arcmanif.cpy".
	FD  Audit-Arch-File.
	1 Audit-Arch-Record       Pic X(123).
	Copy "actsum.cpy".
	Copy "actsumct.cpy".
Working-storage Section.
	1 Audit-Status			Pic X(02) Value "00".
	1 Arcmanif-Status		Pic X(02) Value "00".
	1 Audarch-Status		Pic X(02) Value "00".
	1 Actsum-Status			Pic X(02) Value "00".
	1 Actsumct-Status		Pic X(02) Value "00".

	1 Asm-Command-Line		Pic X(80) Value Spaces.
	1 Asm-Arg-1				Pic X(10) Value Spaces.
	1 Asm-Mode				Pic X(08) Value "UPDATE".
		88 Asm-Rebuild		Value "REBUILD".
	1 Asm-Now				Pic X(26) Value Spaces.
	1 Asm-Return-Code		Pic 9(04) Comp Value 0.

	*> High-water mark this run started from, and how far it got.
	1 Asm-From-Seq			Pic 9(09) Value 0.
	1 Asm-From-Time			Pic X(26) Value Spaces.
	1 Asm-High-Seq			Pic 9(09) Value 0.
	1 Asm-High-Time			Pic X(26) Value Spaces.

	1 Asm-Rec-Seq			Pic 9(09) Value 0.
	1 Asm-Chained-Sw		Pic 9 Value 0.
		88 Asm-Chained		Value 1, False 0.
	1 Asm-Ctl-New-Sw		Pic 9 Value 0.
		88 Asm-Ctl-New		Value 1, False 0.
	1 Asm-Row-New-Sw		Pic 9 Value 0.
		88 Asm-Row-New		Value 1, False 0.
	1 Asm-Error-Sw			Pic 9 Value 0.
		88 Asm-Update-Error	Value 1, False 0.
	1 Asm-Term-Idx			Pic 9(02) Comp Value 0.
	1 Asm-Term-Found-Sw		Pic 9 Value 0.
		88 Asm-Term-Found	Value 1, False 0.

	1 Asm-Arch-Name			Pic X(40) Value Spaces.
	1 Asm-Arch-Months.
		5 Asm-Arch-Month Occurs 120 Times
				Indexed By Asm-Arc-Idx
			Pic X(06).
	1 Asm-Arch-Month-Count	Pic 9(03) Comp Value 0.
	1 Asm-Arch-Seen-Sw		Pic 9 Value 0.
		88 Asm-Arch-Seen	Value 1, False 0.

	1 Asm-Read-Count		Pic 9(09) Comp Value 0.
	1 Asm-Applied-Count		Pic 9(09) Comp Value 0.
	1 Asm-Row-Count			Pic 9(09) Comp Value 0.
	1 Asm-Repeat-Count		Pic 9(09) Comp Value 0.

	*> Run control (runctl).
	1 Asm-Run-Function		Pic X(06) Value Spaces.
	1 Asm-Run-Job			Pic X(10) Value "actsum".
	1 Asm-Run-Id			Pic X(16) Value Spaces.
	1 Asm-Run-Rc			Pic 9(04) Comp Value 0.
	1 Asm-Run-In			Pic 9(09) Comp Value 0.
	1 Asm-Run-Out			Pic 9(09) Comp Value 0.
	1 Asm-Run-Exc			Pic 9(09) Comp Value 0.
	1 Asm-Run-Result		Pic X(04) Value Spaces.
Procedure Division.
0000-Mainline.
	Move "START" to Asm-Run-Function.
	Call "runctl" Using Asm-Run-Function, Asm-Run-Job, Asm-Run-Id,
		Asm-Run-Rc, Asm-Run-In, Asm-Run-Out, Asm-Run-Exc,
		Asm-Run-Result.
	Perform 1000-Initialize Thru 1000-Exit.
	If Asm-Return-Code = 0
		Perform 1500-Read-Archives Thru 1500-Exit
		Perform 2000-Read-Live Thru 2000-Exit
		Perform 3000-Move-Mark Thru 3000-Exit
	End-If.
	Perform 9000-Cleanup.
	Display Asm-Read-Count " AUDIT-LOG record(s) read, "
		Asm-Applied-Count " added to ACTSUM (" Asm-Row-Count
		" new row(s)), " Asm-Repeat-Count " already in it.".
	Move "END" to Asm-Run-Function.
	Move Asm-Return-Code to Asm-Run-Rc.
	Move Asm-Read-Count to Asm-Run-In.
	Move Asm-Applied-Count to Asm-Run-Out.
	Move Asm-Repeat-Count to Asm-Run-Exc.
	Call "runctl" Using Asm-Run-Function, Asm-Run-Job, Asm-Run-Id,
		Asm-Run-Rc, Asm-Run-In, Asm-Run-Out, Asm-Run-Exc,
		Asm-Run-Result.
	Move Asm-Return-Code to Return-Code.
	Goback.

	*> ----------------------------------------------------------
	*> 1000-Initialize - pick up the high-water mark (or empty the
	*> summary for a rebuild) and mark the summary RUNNING before
	*> any row is touched.
	*> ----------------------------------------------------------
	1000-Initialize.
		Move Function Current-Date to Asm-Now.
		Perform 1100-Parse-Arguments.
		Open I-O Act-Sum-Ctl-File.
		If Actsumct-Status = "35"
			Close Act-Sum-Ctl-File
			Open Output Act-Sum-Ctl-File
			Close Act-Sum-Ctl-File
			Open I-O Act-Sum-Ctl-File
		End-If.
		If Actsumct-Status not = "00"
			Display "ACTSUMCT could not be opened - status "
				Actsumct-Status "; ACTSUM not updated."
			Move 8 to Asm-Return-Code
			Go To 1000-Exit
		End-If.
		Move 0 to Asm-Ctl-New-Sw.
		Move "AUDITLOG" to Act-File-Type.
		Read Act-Sum-Ctl-File
			Invalid Key Move 1 to Asm-Ctl-New-Sw
		End-Read.
		If Asm-Ctl-New and not Asm-Rebuild
			Display "No ACTSUM high-water mark on file - building "
				"the summary in full."
			Move "REBUILD" to Asm-Mode
		End-If.

		If Asm-Rebuild
			Move 0 to Asm-From-Seq
			Move Spaces to Asm-From-Time
			Display "Rebuilding ACTSUM from the archived and live "
				"AUDIT-LOG."
		Else
			Move Act-Last-Seq to Asm-From-Seq
			Move Act-Last-Time to Asm-From-Time
			If Act-Running
				Display "The last actsum run did not finish - "
					"carrying on from the same mark."
			End-If
			Display "Adding AUDIT-LOG records after sequence "
				Asm-From-Seq " / " Asm-From-Time(1:14) "."
		End-If.
		Move Asm-From-Seq to Asm-High-Seq.
		Move Asm-From-Time to Asm-High-Time.

	*> RUNNING goes on ACTSUMCT before ACTSUM is touched - above all
	*> before a rebuild empties it - so the readers never take a
	*> DONE mark over a summary that is being replaced.
		If Asm-Ctl-New
			Move Spaces to Act-Sum-Ctl-Record
			Move "AUDITLOG" to Act-File-Type
			Move 0 to Act-Applied-Count
		End-If.
		Move "RUNNING" to Act-Status.
		Move Asm-Now to Act-Run-Time.
		Move Asm-From-Seq to Act-Last-Seq.
		Move Asm-From-Time to Act-Last-Time.
		If Asm-Ctl-New
			Write Act-Sum-Ctl-Record
		Else
			Rewrite Act-Sum-Ctl-Record
		End-If.
		If Actsumct-Status not = "00"
			Display "ACTSUMCT could not be updated - status "
				Actsumct-Status "; ACTSUM not updated."
			Move 8 to Asm-Return-Code
			Go To 1000-Exit
		End-If.

		If Asm-Rebuild
			Open Output Act-Sum-File
			Close Act-Sum-File
		End-If.
		Open I-O Act-Sum-File.
		If Actsum-Status = "35"
			Close Act-Sum-File
			Open Output Act-Sum-File
			Close Act-Sum-File
			Open I-O Act-Sum-File
		End-If.
		If Actsum-Status not = "00"
			Display "ACTSUM could not be opened - status "
				Actsum-Status "; not updated."
			Move 8 to Asm-Return-Code
		End-If.
	1000-Exit.
		Exit.

	*> ----------------------------------------------------------
	1100-Parse-Arguments.
		Accept Asm-Command-Line From Command-Line.
		Move Function Trim(Asm-Command-Line) to Asm-Command-Line.
		If Asm-Command-Line not = Spaces
			Unstring Asm-Command-Line Delimited by All Space
				Into Asm-Arg-1
			End-Unstring
			If Function Upper-Case(Asm-Arg-1) = "REBUILD"
				Move "REBUILD" to Asm-Mode
			End-If
		End-If.

	*> ----------------------------------------------------------
	*> 1500-Read-Archives - on a rebuild every archived AUDITLOG
	*> month; otherwise only months whose manifest row took chain
	*> sequences past the mark (archived before this job saw
	*> them).  Each month's file is read once even when the
	*> manifest lists it on several rows.
	*> ----------------------------------------------------------
	1500-Read-Archives.
		Open Input Arc-Manifest-File.
		If Arcmanif-Status not = "00"
			Close Arc-Manifest-File
			Go To 1500-Exit
		End-If.
		Perform Until Arcmanif-Status not = "00"
			Read Arc-Manifest-File
				At End Move "10" to Arcmanif-Status
				Not At End
					If Amf-File-Type = "AUDITLOG"
							and (Asm-From-Seq = 0
								or Amf-Last-Seq > Asm-From-Seq)
						Perform 1550-Check-Month-Seen Thru 1550-Exit
						If not Asm-Arch-Seen
							Perform 1600-Replay-Archive Thru 1600-Exit
						End-If
					End-If
			End-Read
		End-Perform.
		Close Arc-Manifest-File.
	1500-Exit.
		Exit.

	*> ----------------------------------------------------------
	1550-Check-Month-Seen.
		Move 0 to Asm-Arch-Seen-Sw.
		Perform Varying Asm-Arc-Idx from 1 by 1
				until Asm-Arc-Idx > Asm-Arch-Month-Count
					or Asm-Arch-Seen
			If Asm-Arch-Month(Asm-Arc-Idx) = Amf-Month
				Move 1 to Asm-Arch-Seen-Sw
			End-If
		End-Perform.
		If not Asm-Arch-Seen
				and Asm-Arch-Month-Count < 120
			Add 1 to Asm-Arch-Month-Count
			Set Asm-Arc-Idx to Asm-Arch-Month-Count
			Move Amf-Month to Asm-Arch-Month(Asm-Arc-Idx)
		End-If.
	1550-Exit.
		Exit.

	*> ----------------------------------------------------------
	1600-Replay-Archive.
		Move Amf-Archive-Name to Asm-Arch-Name.
		Move "00" to Audarch-Status.
		Open Input Audit-Arch-File.
		If Audarch-Status not = "00"
			Close Audit-Arch-File
			Go To 1600-Exit
		End-If.
		Perform Until Audarch-Status not = "00"
			Read Audit-Arch-File
				At End Move "10" to Audarch-Status
				Not At End
					Move Audit-Arch-Record to Audit-Log-Record
					Perform 2100-Take-Record Thru 2100-Exit
			End-Read
		End-Perform.
		Close Audit-Arch-File.
	1600-Exit.
		Exit.

	*> ----------------------------------------------------------
	2000-Read-Live.
		Move "00" to Audit-Status.
		Open Input Audit-Log-File.
		If Audit-Status not = "00"
			Close Audit-Log-File
			Go To 2000-Exit
		End-If.
		Perform Until Audit-Status not = "00"
			Read Audit-Log-File
				At End Move "10" to Audit-Status
				Not At End
					Perform 2100-Take-Record Thru 2100-Exit
			End-Read
		End-Perform.
		Close Audit-Log-File.
	2000-Exit.
		Exit.

	*> ----------------------------------------------------------
	*> 2100-Take-Record - a record past the mark goes into its
	*> day's row for the userid, unless the row already holds it
	*> (its chain sequence, or for an unchained record its time,
	*> is not past the row's last) - which only happens on a rerun
	*> after a crash.
	*> ----------------------------------------------------------
	2100-Take-Record.
		Add 1 to Asm-Read-Count.
		Move 0 to Asm-Chained-Sw.
		Move 0 to Asm-Rec-Seq.
		If Aud-Chain-Seq is Numeric
			Move Aud-Chain-Seq to Asm-Rec-Seq
			If Asm-Rec-Seq > 0
				Move 1 to Asm-Chained-Sw
			End-If
		End-If.
		If Asm-Chained
			If Asm-Rec-Seq not > Asm-From-Seq
				Go To 2100-Exit
			End-If
		Else
			If Aud-Timestamp not > Asm-From-Time
				Go To 2100-Exit
			End-If
		End-If.

		Move 0 to Asm-Row-New-Sw.
		Move Aud-Timestamp(1:8) to Acs-Date.
		Move Aud-Userid to Acs-Userid.
		Read Act-Sum-File
			Invalid Key Perform 2150-New-Row Thru 2150-Exit
		End-Read.
		If not Asm-Row-New and Actsum-Status not = "00"
			Perform 2900-Update-Failed Thru 2900-Exit
			Go To 2100-Exit
		End-If.
		If Asm-Chained
			If Asm-Rec-Seq not > Acs-Last-Seq
				Add 1 to Asm-Repeat-Count
				Go To 2100-Exit
			End-If
		Else
			If Acs-Last-Time not = Spaces
					and Aud-Timestamp not > Acs-Last-Time
				Add 1 to Asm-Repeat-Count
				Go To 2100-Exit
			End-If
		End-If.

		If Aud-Result = "PASSED"
			Add 1 to Acs-Pass-Count
			If Aud-Timestamp > Acs-Last-Passed
					or Acs-Last-Passed = Spaces
				Move Aud-Timestamp to Acs-Last-Passed
			End-If
		Else
			Add 1 to Acs-Fail-Count
		End-If.
		If Acs-First-Time = Spaces or Aud-Timestamp < Acs-First-Time
			Move Aud-Timestamp to Acs-First-Time
		End-If.
		If Acs-Last-Time = Spaces or Aud-Timestamp > Acs-Last-Time
			Move Aud-Timestamp to Acs-Last-Time
		End-If.
		Perform 2200-Add-Terminal Thru 2200-Exit.
		If Asm-Chained
			Move Asm-Rec-Seq to Acs-Last-Seq
		End-If.
		If Asm-Row-New
			Write Act-Sum-Record
		Else
			Rewrite Act-Sum-Record
		End-If.
		If Actsum-Status not = "00"
			Perform 2900-Update-Failed Thru 2900-Exit
			Go To 2100-Exit
		End-If.

		Add 1 to Asm-Applied-Count.
		If Asm-Row-New
			Add 1 to Asm-Row-Count
		End-If.
		If Asm-Rec-Seq > Asm-High-Seq
			Move Asm-Rec-Seq to Asm-High-Seq
		End-If.
		If Aud-Timestamp > Asm-High-Time or Asm-High-Time = Spaces
			Move Aud-Timestamp to Asm-High-Time
		End-If.
	2100-Exit.
		Exit.

	*> ----------------------------------------------------------
	2150-New-Row.
		Move 1 to Asm-Row-New-Sw.
		Move Spaces to Act-Sum-Record.
		Move Aud-Timestamp(1:8) to Acs-Date.
		Move Aud-Userid to Acs-Userid.
		Move 0 to Acs-Pass-Count.
		Move 0 to Acs-Fail-Count.
		Move 0 to Acs-Term-Count.
		Move "N" to Acs-Term-More.
		Move 0 to Acs-Last-Seq.
	2150-Exit.
		Exit.

	*> ----------------------------------------------------------
	*> 2200-Add-Terminal - count a terminal the first time it is
	*> seen for the row; after ten, note there were more.
	*> ----------------------------------------------------------
	2200-Add-Terminal.
		Move 0 to Asm-Term-Found-Sw.
		Perform Varying Asm-Term-Idx from 1 by 1
				until Asm-Term-Idx > Acs-Term-Count or Asm-Term-Found
			If Acs-Terminal(Asm-Term-Idx) = Aud-Terminal-Id
				Move 1 to Asm-Term-Found-Sw
			End-If
		End-Perform.
		If Asm-Term-Found
			Go To 2200-Exit
		End-If.
		If Acs-Term-Count < 10
			Add 1 to Acs-Term-Count
			Move Aud-Terminal-Id to Acs-Terminal(Acs-Term-Count)
		Else
			Move "Y" to Acs-Term-More
		End-If.
	2200-Exit.
		Exit.

	*> ----------------------------------------------------------
	2900-Update-Failed.
		If not Asm-Update-Error
			Display "ACTSUM could not be updated - status "
				Actsum-Status " at " Acs-Date " "
				Function Trim(Acs-Userid) "."
			Move 1 to Asm-Error-Sw
		End-If.
	2900-Exit.
		Exit.

	*> ----------------------------------------------------------
	*> 3000-Move-Mark - move the high-water mark on and mark the
	*> summary DONE.  After a failed update the mark stays where it
	*> was and the row stays RUNNING, so the readers keep to the
	*> raw log until a rerun has filled the summary in.
	*> ----------------------------------------------------------
	3000-Move-Mark.
		If Asm-Update-Error
			Display "ACTSUM not fully updated - high-water mark left "
				"where it was; rerun actsum."
			Move 8 to Asm-Return-Code
			Go To 3000-Exit
		End-If.
		Move "AUDITLOG" to Act-File-Type.
		Read Act-Sum-Ctl-File
			Invalid Key Continue
		End-Read.
		If Actsumct-Status not = "00"
			Display "ACTSUMCT could not be read - status "
				Actsumct-Status "; high-water mark not moved."
			Move 8 to Asm-Return-Code
			Go To 3000-Exit
		End-If.
		Move "DONE" to Act-Status.
		Move Asm-High-Seq to Act-Last-Seq.
		Move Asm-High-Time to Act-Last-Time.
		Move Function Current-Date to Act-End-Time.
		Move Asm-Applied-Count to Act-Applied-Count.
		If Asm-Rebuild
			Move Asm-Now to Act-Rebuilt-Time
		End-If.
		Rewrite Act-Sum-Ctl-Record.
		If Actsumct-Status not = "00"
			Display "ACTSUMCT could not be updated - status "
				Actsumct-Status "; high-water mark not moved."
			Move 8 to Asm-Return-Code
			Go To 3000-Exit
		End-If.
		Display "ACTSUM high-water mark now sequence " Act-Last-Seq
			" / " Act-Last-Time(1:14) ".".
	3000-Exit.
		Exit.

	*> ----------------------------------------------------------
	9000-Cleanup.
		Close Act-Sum-File.
		Close Act-Sum-Ctl-File.

	*> Command line: archive [cutoff-yyyymmdd]
	*> With no argument the cutoff is today minus the
	*> RETENTION-DAYS parameter (SECPARMS, default 365).
	*>
	*> The work, archive and buffer records are sized to the
	*> widest of the four logs, TRANSCRIPT - now including the
	*> elevation tag (Trn-Elev-Role/Trn-Elev-Id) and the chain
	*> sequence/digest on the end.
	*>
	*> AUDITLOG, TRANSCRIPT and USERCHG are chained logs (chainlnk
	*> gives every record a sequence number and a digest chained
	*> from the record before it).  Records are moved byte for
	*> byte, so the chain simply runs on from the last archive
	*> month into the live file; each manifest row also records
	*> the first and last sequence number it took, the digest the
	*> segment hangs off and its last digest, so chainver can check
	*> the trail across the month boundaries and still anchor it
	*> once old archive files are purged.  A run's first segment
	*> hangs off the last digest an earlier run put on the
	*> manifest for that type.
	*>
	*> The job is restartable.  Each type goes through the steps
	*> recorded on its ARCSTATE row (see arcstate.cpy): SPLIT the
	*> live file into ARCWORK and the ARCSTAGE staging file, ARCHIVE
	*> the staged records month by month, copy anything appended
	*> to the live file since the split to ARCTAIL, then REWRITE
	*> the live file from ARCWORK and ARCTAIL.  A rerun after a
	*> crash picks the unfinished run up where it stopped, with
	*> that run's run time and cutoff (a cutoff on the command
	*> line is ignored while one is outstanding); a type already
	*> DONE on that run is left alone and a month already on the
	*> manifest for it is not archived again.  Any failure stops
	*> the job with return code 8 before the next type starts, as
	*> the types share the work files.  Each run is recorded on
	*> RUNCTL through runctl (records read from the live files,
	*> records archived, types resumed).
	*> ==============================================
Environment Division.
Input-Output Section.
	Select Arc-Work-File Assign To "ARCWORK"
		Organization Line Sequential
		File Status Arcwork-Status.
	Select Arc-Stage-File Assign To "ARCSTAGE"
		Organization Line Sequential
		File Status Arcstage-Status.
	Select Arc-Tail-File Assign To "ARCTAIL"
		Organization Line Sequential
		File Status Arctail-Status.
	Select Arc-Trim-File Assign To "ARCTRIM"
		Organization Line Sequential
		File Status Arctrim-Status.
	Select Archive-File Assign To Arc-Archive-Name
		Organization Line Sequential
		File Status Archive-Status.
	Select Arc-Manifest-File Assign To "ARCMANIF"
		Organization Line Sequential
		File Status Arcmanif-Status.
	Select Arc-State-File Assign To "ARCSTATE"
		Organization Indexed
		Access Dynamic
		Record Key Ars-File-Type
		File Status Arcstate-Status.
Data Division.
File Section.
	Copy "auditlog.cpy".
	Copy "rolehist.cpy".
	Copy "userchg.cpy".
	FD  Arc-Work-File.
	1 Arc-Work-Record         Pic X(4228).
	FD  Arc-Stage-File.
	1 Arc-Stage-Record.
		5 Arc-Stg-Date        Pic X(08).
		5 Arc-Stg-Data        Pic X(4228).
	FD  Arc-Tail-File.
	1 Arc-Tail-Record         Pic X(4228).
	FD  Arc-Trim-File.
	1 Arc-Trim-Record         Pic X(4228).
	FD  Archive-File.
	1 Archive-Record          Pic X(4228).
	Copy "arcmanif.cpy".
	Copy "arcstate.cpy".
Working-storage Section.
	1 Audit-Status			Pic X(02) Value "00".
	1 Transcript-Status		Pic X(02) Value "00".
	1 Rolehist-Status		Pic X(02) Value "00".
	1 Userchg-Status		Pic X(02) Value "00".
	1 Arcwork-Status		Pic X(02) Value "00".
	1 Arcstage-Status		Pic X(02) Value "00".
	1 Arctail-Status		Pic X(02) Value "00".
	1 Arctrim-Status		Pic X(02) Value "00".
	1 Archive-Status		Pic X(02) Value "00".
	1 Arcmanif-Status		Pic X(02) Value "00".
	1 Arcstate-Status		Pic X(02) Value "00".

	1 Arc-Command-Line		Pic X(80) Value Spaces.
	1 Arc-Arg-1				Pic X(08) Value Spaces.
	1 Arc-Arg-Cutoff		Pic X(08) Value Spaces.
	1 Arc-Cutoff-Date		Pic X(08) Value Spaces.
	1 Arc-Cutoff-Int		Pic 9(08) Value 0.
	1 Arc-Retention-Days	Pic 9(09) Comp Value 365.
	1 Arc-Parm-Name			Pic X(20) Value Spaces.
	1 Arc-Parm-Default		Pic 9(09) Comp Value 0.
	1 Arc-Run-Time			Pic X(26) Value Spaces.
	1 Arc-Return-Code		Pic 9(04) Comp Value 0.

	1 Arc-Archive-Name		Pic X(40) Value Spaces.
	1 Arc-Cur-Type			Pic X(10) Value Spaces.
	1 Arc-Cur-Month			Pic X(06) Value Spaces.
	1 Arc-Rec-Date			Pic X(08) Value Spaces.
	1 Arc-Rec-Buffer		Pic X(4228) Value Spaces.
	1 Arc-Month-Count		Pic 9(09) Comp Value 0.
	1 Arc-Read-Count		Pic 9(09) Comp Value 0.
	1 Arc-Copy-Count		Pic 9(09) Comp Value 0.

	*> Restart control - see arcstate.cpy.
	1 Arc-Stop-Sw			Pic 9 Value 0.
		88 Arc-Stopped		Value 1, False 0.
	1 Arc-Resume-Sw			Pic 9 Value 0.
		88 Arc-Resuming		Value 1, False 0.
	1 Arc-State-New-Sw		Pic 9 Value 0.
		88 Arc-State-New	Value 1, False 0.
	1 Arc-Type-Skip-Sw		Pic 9 Value 0.
		88 Arc-Type-Skipped	Value 1, False 0.
	1 Arc-Month-Skip-Sw		Pic 9 Value 0.
		88 Arc-Month-Committed	Value 1, False 0.

	*> Chain position of the current record and of the archive
	*> segment being written (chained types only - ROLEHIST has
	*> Arc-Chain-Length zero).
	1 Arc-Chain-Length		Pic 9(04) Comp Value 0.
	1 Arc-Seq-Pos			Pic 9(04) Comp Value 0.
	1 Arc-Digest-Pos		Pic 9(04) Comp Value 0.
	1 Arc-Rec-Seq-X			Pic X(09) Value Spaces.
	1 Arc-Rec-Seq Redefines Arc-Rec-Seq-X	Pic 9(09).
	1 Arc-Rec-Digest		Pic X(32) Value Spaces.
	1 Arc-Rec-Chained-Sw	Pic 9 Value 0.
		88 Arc-Rec-Chained	Value 1, False 0.
	1 Arc-Prev-Digest		Pic X(32) Value Spaces.
	1 Arc-First-Seq			Pic 9(09) Value 0.
	1 Arc-Last-Seq			Pic 9(09) Value 0.
	1 Arc-Prior-Digest		Pic X(32) Value Spaces.
	1 Arc-Last-Digest		Pic X(32) Value Spaces.
	1 Arc-Seed-Seq			Pic 9(09) Value 0.

	*> Run control (runctl).
	1 Arc-Run-Function		Pic X(06) Value Spaces.
	1 Arc-Run-Job			Pic X(10) Value "archive".
	1 Arc-Run-Id			Pic X(16) Value Spaces.
	1 Arc-Run-Rc			Pic 9(04) Comp Value 0.
	1 Arc-Run-In			Pic 9(09) Comp Value 0.
	1 Arc-Run-Out			Pic 9(09) Comp Value 0.
	1 Arc-Run-Exc			Pic 9(09) Comp Value 0.
	1 Arc-Run-Result		Pic X(04) Value Spaces.
Procedure Division.
0000-Mainline.
	Move "START" to Arc-Run-Function.
	Call "runctl" Using Arc-Run-Function, Arc-Run-Job, Arc-Run-Id,
		Arc-Run-Rc, Arc-Run-In, Arc-Run-Out, Arc-Run-Exc,
		Arc-Run-Result.
	Perform 1000-Initialize Thru 1000-Exit.
	Perform 2000-Archive-Auditlog Thru 2000-Exit.
	Perform 3000-Archive-Transcript Thru 3000-Exit.
	Perform 4000-Archive-Rolehist Thru 4000-Exit.
	Perform 5000-Archive-Userchg Thru 5000-Exit.
	Perform 9000-Cleanup.
	Move "END" to Arc-Run-Function.
	Move Arc-Return-Code to Arc-Run-Rc.
	Call "runctl" Using Arc-Run-Function, Arc-Run-Job, Arc-Run-Id,
		Arc-Run-Rc, Arc-Run-In, Arc-Run-Out, Arc-Run-Exc,
		Arc-Run-Result.
	Move Arc-Return-Code to Return-Code.
	Goback.

	*> ----------------------------------------------------------
	*> 1000-Initialize - open ARCSTATE, pick up an unfinished run
	*> if there is one, otherwise resolve the cutoff (argument, or
	*> today minus RETENTION-DAYS).
	*> ----------------------------------------------------------
	1000-Initialize.
		Move Function Current-Date to Arc-Run-Time.
		Perform 1100-Parse-Arguments.
		Open I-O Arc-State-File.
		If Arcstate-Status = "35"
			Close Arc-State-File
			Open Output Arc-State-File
			Close Arc-State-File
			Open I-O Arc-State-File
		End-If.
		If Arcstate-Status not = "00"
			Display "ARCSTATE could not be opened - status "
				Arcstate-Status "; nothing archived."
			Move 8 to Arc-Return-Code
			Move 1 to Arc-Stop-Sw
			Go To 1000-Exit
		End-If.
		Perform 1200-Check-Resume Thru 1200-Exit.
		If Arc-Resuming
			Go To 1000-Exit
		End-If.

		Move Arc-Arg-Cutoff to Arc-Cutoff-Date.
		If Arc-Cutoff-Date = Spaces
			Move "RETENTION-DAYS" to Arc-Parm-Name
			Move 365 to Arc-Parm-Default
			Move Arc-Cutoff-Int to Arc-Cutoff-Date
		End-If.
		Display "Archiving records older than " Arc-Cutoff-Date ".".
	1000-Exit.
		Exit.

	*> ----------------------------------------------------------
	1100-Parse-Arguments.
				Into Arc-Arg-1
			End-Unstring
			If Arc-Arg-1 is Numeric
				Move Arc-Arg-1 to Arc-Arg-Cutoff
			End-If
		End-If.

	*> ----------------------------------------------------------
	*> 1200-Check-Resume - a row not DONE belongs to a run that
	*> never finished; that run carries on under its own run time
	*> and cutoff, so its manifest rows and the types it already
	*> finished still line up.
	*> ----------------------------------------------------------
	1200-Check-Resume.
		Move Low-Values to Ars-File-Type.
		Start Arc-State-File Key is Greater Than Ars-File-Type
			Invalid Key Move "10" to Arcstate-Status
		End-Start.
		Perform Until Arcstate-Status not = "00" or Arc-Resuming
			Read Arc-State-File Next Record
				At End Move "10" to Arcstate-Status
				Not At End
					If not Ars-Done
						Move 1 to Arc-Resume-Sw
					End-If
			End-Read
		End-Perform.
		Move "00" to Arcstate-Status.
		If not Arc-Resuming
			Go To 1200-Exit
		End-If.

		Move Ars-Run-Time to Arc-Run-Time.
		Move Ars-Cutoff-Date to Arc-Cutoff-Date.
		Display "Resuming the archive run of " Arc-Run-Time(1:8) " "
			Arc-Run-Time(9:2) ":" Arc-Run-Time(11:2) " - "
			Function Trim(Ars-File-Type) " stopped at "
			Function Trim(Ars-Phase) ".".
		Display "Archiving records older than " Arc-Cutoff-Date ".".
		If Arc-Arg-Cutoff not = Spaces
			and Arc-Arg-Cutoff not = Arc-Cutoff-Date
			Display "Cutoff " Arc-Arg-Cutoff
				" ignored until that run has finished."
		End-If.
	1200-Exit.
		Exit.

	*> ----------------------------------------------------------
	*> 2000-Archive-Auditlog - take AUDITLOG through whichever of
	*> its steps are still to do (all four on a fresh run): split
	*> around the cutoff, archive the older records, pick up what
	*> was appended meanwhile, and rewrite the live file.
	*> ----------------------------------------------------------
	2000-Archive-Auditlog.
		If Arc-Stopped
			Go To 2000-Exit
		End-If.
		Move "AUDITLOG" to Arc-Cur-Type.
		Perform 7000-Reset-Type Thru 7000-Exit.
		If Arc-Type-Skipped or Arc-Stopped
			Go To 2000-Exit
		End-If.
		Move Function Length(Audit-Log-Record) to Arc-Chain-Length.

		If Ars-Splitting
			Open Input Audit-Log-File
			If Audit-Status = "35"
				Close Audit-Log-File
				Perform 7900-Finish-Type Thru 7900-Exit
				Go To 2000-Exit
			End-If
			Perform 7050-Open-Split Thru 7050-Exit
			Perform Until Audit-Status not = "00"
				Read Audit-Log-File
					At End Move "10" to Audit-Status
					Not At End
						Move Audit-Log-Record to Arc-Rec-Buffer
						Move Aud-Timestamp(1:8) to Arc-Rec-Date
						Perform 7100-Split-Record Thru 7100-Exit
				End-Read
			End-Perform
			Close Audit-Log-File
			Perform 7060-Close-Split Thru 7060-Exit
		End-If.

		If Ars-Archiving
			Perform 7200-Archive-Stage Thru 7200-Exit
		End-If.

		If Ars-Tailing
			Perform 7500-Open-Tail Thru 7500-Exit
			Move "00" to Audit-Status
			Open Input Audit-Log-File
			Perform Until Audit-Status not = "00"
				Read Audit-Log-File
					At End Move "10" to Audit-Status
					Not At End
						Move Audit-Log-Record to Arc-Rec-Buffer
						Perform 7510-Tail-Record Thru 7510-Exit
				End-Read
			End-Perform
			Close Audit-Log-File
			Perform 7520-Close-Tail Thru 7520-Exit
		End-If.

		If Ars-Rewriting
			Perform 7600-Open-Rewrite Thru 7600-Exit
			If Arc-Stopped
				Go To 2000-Exit
			End-If
			Open Output Audit-Log-File
			Perform Until Arcwork-Status not = "00"
				Read Arc-Work-File
					At End Move "10" to Arcwork-Status
					Not At End
						Write Audit-Log-Record From Arc-Work-Record
				End-Read
			End-Perform
			Perform Until Arctail-Status not = "00"
				Read Arc-Tail-File
					At End Move "10" to Arctail-Status
					Not At End
						Write Audit-Log-Record From Arc-Tail-Record
				End-Read
			End-Perform
			Close Audit-Log-File
			Close Arc-Work-File
			Close Arc-Tail-File
			Perform 7900-Finish-Type Thru 7900-Exit
		End-If.
	2000-Exit.
		Exit.

	*> ----------------------------------------------------------
	3000-Archive-Transcript.
		If Arc-Stopped
			Go To 3000-Exit
		End-If.
		Move "TRANSCRIPT" to Arc-Cur-Type.
		Perform 7000-Reset-Type Thru 7000-Exit.
		If Arc-Type-Skipped or Arc-Stopped
			Go To 3000-Exit
		End-If.
		Move Function Length(Transcript-Record) to Arc-Chain-Length.

		If Ars-Splitting
			Open Input Transcript-File
			If Transcript-Status = "35"
				Close Transcript-File
				Perform 7900-Finish-Type Thru 7900-Exit
				Go To 3000-Exit
			End-If
			Perform 7050-Open-Split Thru 7050-Exit
			Perform Until Transcript-Status not = "00"
				Read Transcript-File
					At End Move "10" to Transcript-Status
					Not At End
						Move Transcript-Record to Arc-Rec-Buffer
						Move Trn-Timestamp(1:8) to Arc-Rec-Date
						Perform 7100-Split-Record Thru 7100-Exit
				End-Read
			End-Perform
			Close Transcript-File
			Perform 7060-Close-Split Thru 7060-Exit
		End-If.

		If Ars-Archiving
			Perform 7200-Archive-Stage Thru 7200-Exit
		End-If.

		If Ars-Tailing
			Perform 7500-Open-Tail Thru 7500-Exit
			Move "00" to Transcript-Status
			Open Input Transcript-File
			Perform Until Transcript-Status not = "00"
				Read Transcript-File
					At End Move "10" to Transcript-Status
					Not At End
						Move Transcript-Record to Arc-Rec-Buffer
						Perform 7510-Tail-Record Thru 7510-Exit
				End-Read
			End-Perform
			Close Transcript-File
			Perform 7520-Close-Tail Thru 7520-Exit
		End-If.

		If Ars-Rewriting
			Perform 7600-Open-Rewrite Thru 7600-Exit
			If Arc-Stopped
				Go To 3000-Exit
			End-If
			Open Output Transcript-File
			Perform Until Arcwork-Status not = "00"
				Read Arc-Work-File
					At End Move "10" to Arcwork-Status
					Not At End
						Write Transcript-Record From Arc-Work-Record
				End-Read
			End-Perform
			Perform Until Arctail-Status not = "00"
				Read Arc-Tail-File
					At End Move "10" to Arctail-Status
					Not At End
						Write Transcript-Record From Arc-Tail-Record
				End-Read
			End-Perform
			Close Transcript-File
			Close Arc-Work-File
			Close Arc-Tail-File
			Perform 7900-Finish-Type Thru 7900-Exit
		End-If.
	3000-Exit.
		Exit.

	*> ----------------------------------------------------------
	4000-Archive-Rolehist.
		If Arc-Stopped
			Go To 4000-Exit
		End-If.
		Move "ROLEHIST" to Arc-Cur-Type.
		Perform 7000-Reset-Type Thru 7000-Exit.
		If Arc-Type-Skipped or Arc-Stopped
			Go To 4000-Exit
		End-If.

		If Ars-Splitting
			Open Input Role-Hist-File
			If Rolehist-Status = "35"
				Close Role-Hist-File
				Perform 7900-Finish-Type Thru 7900-Exit
				Go To 4000-Exit
			End-If
			Perform 7050-Open-Split Thru 7050-Exit
			Perform Until Rolehist-Status not = "00"
				Read Role-Hist-File
					At End Move "10" to Rolehist-Status
					Not At End
						Move Role-Hist-Record to Arc-Rec-Buffer
						Move Rhi-Timestamp(1:8) to Arc-Rec-Date
						Perform 7100-Split-Record Thru 7100-Exit
				End-Read
			End-Perform
			Close Role-Hist-File
			Perform 7060-Close-Split Thru 7060-Exit
		End-If.

		If Ars-Archiving
			Perform 7200-Archive-Stage Thru 7200-Exit
		End-If.

		If Ars-Tailing
			Perform 7500-Open-Tail Thru 7500-Exit
			Move "00" to Rolehist-Status
			Open Input Role-Hist-File
			Perform Until Rolehist-Status not = "00"
				Read Role-Hist-File
					At End Move "10" to Rolehist-Status
					Not At End
						Move Role-Hist-Record to Arc-Rec-Buffer
						Perform 7510-Tail-Record Thru 7510-Exit
				End-Read
			End-Perform
			Close Role-Hist-File
			Perform 7520-Close-Tail Thru 7520-Exit
		End-If.

		If Ars-Rewriting
			Perform 7600-Open-Rewrite Thru 7600-Exit
			If Arc-Stopped
				Go To 4000-Exit
			End-If
			Open Output Role-Hist-File
			Perform Until Arcwork-Status not = "00"
				Read Arc-Work-File
					At End Move "10" to Arcwork-Status
					Not At End
						Write Role-Hist-Record From Arc-Work-Record
				End-Read
			End-Perform
			Perform Until Arctail-Status not = "00"
				Read Arc-Tail-File
					At End Move "10" to Arctail-Status
					Not At End
						Write Role-Hist-Record From Arc-Tail-Record
				End-Read
			End-Perform
			Close Role-Hist-File
			Close Arc-Work-File
			Close Arc-Tail-File
			Perform 7900-Finish-Type Thru 7900-Exit
		End-If.
	4000-Exit.
		Exit.

	*> ----------------------------------------------------------
	5000-Archive-Userchg.
		If Arc-Stopped
			Go To 5000-Exit
		End-If.
		Move "USERCHG" to Arc-Cur-Type.
		Perform 7000-Reset-Type Thru 7000-Exit.
		If Arc-Type-Skipped or Arc-Stopped
			Go To 5000-Exit
		End-If.
		Move Function Length(User-Chg-Record) to Arc-Chain-Length.

		If Ars-Splitting
			Open Input User-Chg-File
			If Userchg-Status = "35"
				Close User-Chg-File
				Perform 7900-Finish-Type Thru 7900-Exit
				Go To 5000-Exit
			End-If
			Perform 7050-Open-Split Thru 7050-Exit
			Perform Until Userchg-Status not = "00"
				Read User-Chg-File
					At End Move "10" to Userchg-Status
					Not At End
						Move User-Chg-Record to Arc-Rec-Buffer
						Move Uch-Timestamp(1:8) to Arc-Rec-Date
						Perform 7100-Split-Record Thru 7100-Exit
				End-Read
			End-Perform
			Close User-Chg-File
			Perform 7060-Close-Split Thru 7060-Exit
		End-If.

		If Ars-Archiving
			Perform 7200-Archive-Stage Thru 7200-Exit
		End-If.

		If Ars-Tailing
			Perform 7500-Open-Tail Thru 7500-Exit
			Move "00" to Userchg-Status
			Open Input User-Chg-File
			Perform Until Userchg-Status not = "00"
				Read User-Chg-File
					At End Move "10" to Userchg-Status
					Not At End
						Move User-Chg-Record to Arc-Rec-Buffer
						Perform 7510-Tail-Record Thru 7510-Exit
				End-Read
			End-Perform
			Close User-Chg-File
			Perform 7520-Close-Tail Thru 7520-Exit
		End-If.

		If Ars-Rewriting
			Perform 7600-Open-Rewrite Thru 7600-Exit
			If Arc-Stopped
				Go To 5000-Exit
			End-If
			Open Output User-Chg-File
			Perform Until Arcwork-Status not = "00"
				Read Arc-Work-File
					At End Move "10" to Arcwork-Status
					Not At End
						Write User-Chg-Record From Arc-Work-Record
				End-Read
			End-Perform
			Perform Until Arctail-Status not = "00"
				Read Arc-Tail-File
					At End Move "10" to Arctail-Status
					Not At End
						Write User-Chg-Record From Arc-Tail-Record
				End-Read
			End-Perform
			Close User-Chg-File
			Close Arc-Work-File
			Close Arc-Tail-File
			Perform 7900-Finish-Type Thru 7900-Exit
		End-If.
	5000-Exit.
		Exit.

	*> ----------------------------------------------------------
	*> 7000-Reset-Type - fetch the type's ARCSTATE row.  On the run
	*> being resumed a DONE type is skipped and any other carries
	*> on from its recorded step; otherwise the type starts again
	*> at SPLIT.  A row left unfinished by some other run should
	*> not happen (1200 resumes the first one it finds) and stops
	*> the job rather than be overwritten.
	*> ----------------------------------------------------------
	7000-Reset-Type.
		Move Spaces to Arc-Cur-Month.
		Move 0 to Arc-Month-Count.
		Move "00" to Arcwork-Status.
		Move 0 to Arc-Chain-Length.
		Move Spaces to Arc-Prev-Digest.
		Perform 7350-Reset-Segment Thru 7350-Exit.
		Move 0 to Arc-Type-Skip-Sw.
		Move 0 to Arc-State-New-Sw.
		Move Arc-Cur-Type to Ars-File-Type.
		Read Arc-State-File
			Invalid Key Move 1 to Arc-State-New-Sw
		End-Read.
		If not Arc-State-New and Arcstate-Status not = "00"
			Display "ARCSTATE could not be read for "
				Function Trim(Arc-Cur-Type) " - status "
				Arcstate-Status "; archive stopped."
			Perform 7990-Stop-Run Thru 7990-Exit
			Go To 7000-Exit
		End-If.

		If not Arc-State-New and Ars-Run-Time = Arc-Run-Time
			If Ars-Done
				Display Function Trim(Arc-Cur-Type)
					": already finished on this run."
				Move 1 to Arc-Type-Skip-Sw
			Else
				Display Function Trim(Arc-Cur-Type) ": resuming at "
					Function Trim(Ars-Phase) "."
				Add 1 to Arc-Run-Exc
			End-If
			Go To 7000-Exit
		End-If.
		If not Arc-State-New and not Ars-Done
			Display Function Trim(Arc-Cur-Type)
				": ARCSTATE shows an unfinished run of "
				Ars-Run-Time(1:8) " at " Function Trim(Ars-Phase)
				"; archive stopped."
			Perform 7990-Stop-Run Thru 7990-Exit
			Go To 7000-Exit
		End-If.

		Move Spaces to Arc-State-Record.
		Move Arc-Cur-Type to Ars-File-Type.
		Move "SPLIT" to Ars-Phase.
		Move Arc-Run-Time to Ars-Run-Time.
		Move Arc-Cutoff-Date to Ars-Cutoff-Date.
		Move 0 to Ars-Live-Count.
		Move 0 to Ars-Moved-Count.
		Move 0 to Ars-Kept-Count.
		Move 0 to Ars-Tail-Count.
		Move 0 to Ars-Month-Base.
		Move "N" to Ars-Trim-Flag.
		Perform 7800-Save-State Thru 7800-Exit.
	7000-Exit.
		Exit.

	*> ----------------------------------------------------------
	7050-Open-Split.
		Open Output Arc-Work-File.
		Open Output Arc-Stage-File.
		Move 0 to Ars-Live-Count.
		Move 0 to Ars-Moved-Count.
		Move 0 to Ars-Kept-Count.
	7050-Exit.
		Exit.

	*> ----------------------------------------------------------
	7060-Close-Split.
		Close Arc-Work-File.
		Close Arc-Stage-File.
		Move "ARCHIVE" to Ars-Phase.
		Move Spaces to Ars-Month.
		Move 0 to Ars-Month-Base.
		Move "N" to Ars-Trim-Flag.
		Perform 7800-Save-State Thru 7800-Exit.
	7060-Exit.
		Exit.

	*> ----------------------------------------------------------
	*> 7100-Split-Record - a record older than the cutoff goes to
	*> ARCSTAGE with its date in front, to be archived next;
	*> anything else to ARCWORK to be copied back over the live
	*> file.
	*> ----------------------------------------------------------
	7100-Split-Record.
		Add 1 to Ars-Live-Count.
		If Arc-Rec-Date < Arc-Cutoff-Date
			Move Arc-Rec-Date to Arc-Stg-Date
			Move Arc-Rec-Buffer to Arc-Stg-Data
			Write Arc-Stage-Record
			Add 1 to Ars-Moved-Count
		Else
			Write Arc-Work-Record From Arc-Rec-Buffer
			Add 1 to Ars-Kept-Count
		End-If.
	7100-Exit.
		Exit.

	*> ----------------------------------------------------------
	7150-Pick-Chain.
		Compute Arc-Seq-Pos = Arc-Chain-Length - 40.
		Compute Arc-Digest-Pos = Arc-Chain-Length - 31.
		Move Arc-Rec-Buffer(Arc-Seq-Pos:9) to Arc-Rec-Seq-X.
		Move Arc-Rec-Buffer(Arc-Digest-Pos:32) to Arc-Rec-Digest.
		If Arc-Rec-Seq-X is Numeric
			If Arc-Rec-Seq > 0
				Move 1 to Arc-Rec-Chained-Sw
			End-If
		End-If.
	7150-Exit.
		Exit.

	*> ----------------------------------------------------------
	*> 7200-Archive-Stage - append the staged records to their
	*> monthly archive files.  The logs are appended in timestamp
	*> order, so the months arrive in order and one archive file
	*> is open at a time.
	*> ----------------------------------------------------------
	7200-Archive-Stage.
		Move Spaces to Arc-Cur-Month.
		Perform 7210-Seed-Prev-Digest Thru 7210-Exit.
		Move 0 to Arc-Month-Skip-Sw.
		Perform 7350-Reset-Segment Thru 7350-Exit.
		Open Input Arc-Stage-File.
		If Arcstage-Status not = "00"
			Display Function Trim(Arc-Cur-Type)
				": ARCSTAGE could not be opened - status "
				Arcstage-Status "; archive stopped."
			Perform 7990-Stop-Run Thru 7990-Exit
			Go To 7200-Exit
		End-If.
		Perform Until Arcstage-Status not = "00"
			Read Arc-Stage-File
				At End Move "10" to Arcstage-Status
				Not At End
					Move Arc-Stg-Data to Arc-Rec-Buffer
					Move Arc-Stg-Date to Arc-Rec-Date
					Perform 7250-Archive-Record Thru 7250-Exit
			End-Read
		End-Perform.
		Close Arc-Stage-File.
		Perform 7310-Close-Month Thru 7310-Exit.
		If Arc-Stopped
			Go To 7200-Exit
		End-If.
		Move "TAIL" to Ars-Phase.
		Perform 7800-Save-State Thru 7800-Exit.
	7200-Exit.
		Exit.

	*> ----------------------------------------------------------
	*> 7210-Seed-Prev-Digest - the chain runs on from wherever the
	*> last archive segment of this type ended, so the digest the
	*> first staged record hangs off is the Amf-Last-Digest of the
	*> type's manifest row with the highest Amf-Last-Seq.  Blank
	*> only when nothing chained has been archived yet.
	*> ----------------------------------------------------------
	7210-Seed-Prev-Digest.
		Move Spaces to Arc-Prev-Digest.
		Move 0 to Arc-Seed-Seq.
		If Arc-Chain-Length = 0
			Go To 7210-Exit
		End-If.
		Move "00" to Arcmanif-Status.
		Open Input Arc-Manifest-File.
		Perform Until Arcmanif-Status not = "00"
			Read Arc-Manifest-File
				At End Move "10" to Arcmanif-Status
				Not At End
					If Amf-File-Type = Arc-Cur-Type
						and Amf-Last-Seq > Arc-Seed-Seq
						Move Amf-Last-Seq to Arc-Seed-Seq
						Move Amf-Last-Digest to Arc-Prev-Digest
					End-If
			End-Read
		End-Perform.
		Close Arc-Manifest-File.
	7210-Exit.
		Exit.

	*> ----------------------------------------------------------
	*> 7250-Archive-Record - one staged record into its month's
	*> archive file (switching files when the month changes).
	*> For a chained type the archive segment's chain range is
	*> kept up as records go in; Arc-Prev-Digest always trails one
	*> chained record behind, which is what the segment's first
	*> record hangs off.  A month already on the manifest for this
	*> run is passed over.
	*> ----------------------------------------------------------
	7250-Archive-Record.
		Move 0 to Arc-Rec-Chained-Sw.
		If Arc-Chain-Length > 0
			Perform 7150-Pick-Chain Thru 7150-Exit
		End-If.
		If Arc-Rec-Date(1:6) not = Arc-Cur-Month
			Perform 7300-Switch-Month Thru 7300-Exit
		End-If.
		If not Arc-Month-Committed
			Write Archive-Record From Arc-Rec-Buffer
			Add 1 to Arc-Month-Count
			If Arc-Rec-Chained
				If Arc-First-Seq = 0
					Move Arc-Rec-Seq to Arc-First-Seq
					Move Arc-Prev-Digest to Arc-Prior-Digest
				End-If
				Move Arc-Rec-Seq to Arc-Last-Seq
				Move Arc-Rec-Digest to Arc-Last-Digest
			End-If
		End-If.
		If Arc-Rec-Chained
			Move Arc-Rec-Digest to Arc-Prev-Digest
		End-If.
	7250-Exit.
		Exit.

	*> ----------------------------------------------------------
	*> 7300-Switch-Month - close the month just finished and open
	*> the next.  Before a month is appended its archive file's
	*> record count goes on ARCSTATE; if the run dies part way
	*> through the month, the rerun finds Ars-Month set to it and
	*> cuts the file back to that count before appending again.
	*> ----------------------------------------------------------
	7300-Switch-Month.
		Perform 7310-Close-Month Thru 7310-Exit.
		Move Arc-Rec-Date(1:6) to Arc-Cur-Month.
		Move 0 to Arc-Month-Count.
		Move 0 to Arc-Month-Skip-Sw.
		Perform 7350-Reset-Segment Thru 7350-Exit.
		Move Spaces to Arc-Archive-Name.
		String Function Trim(Arc-Cur-Type) Delimited by Size
				".A" Delimited by Size
				Arc-Cur-Month Delimited by Size
			Into Arc-Archive-Name.
		If Arc-Stopped
			Move 1 to Arc-Month-Skip-Sw
			Go To 7300-Exit
		End-If.
		If Arc-Resuming
			Perform 7320-Check-Committed Thru 7320-Exit
			If Arc-Month-Committed
				Go To 7300-Exit
			End-If
		End-If.

		If Ars-Month = Arc-Cur-Month
			Perform 7330-Trim-Month Thru 7330-Exit
		Else
			Perform 7340-Count-Month Thru 7340-Exit
			Move Arc-Cur-Month to Ars-Month
			Move Arc-Copy-Count to Ars-Month-Base
			Move "N" to Ars-Trim-Flag
			Perform 7800-Save-State Thru 7800-Exit
		End-If.
		If Arc-Stopped
			Move 1 to Arc-Month-Skip-Sw
			Go To 7300-Exit
		End-If.
		Open Extend Archive-File.
		If Archive-Status = "35"
			Close Archive-File
	7300-Exit.
		Exit.

	*> ----------------------------------------------------------
	*> 7310-Close-Month - the manifest row goes on only once the
	*> archive file is closed; it is what marks the month done.
	*> ----------------------------------------------------------
	7310-Close-Month.
		If Arc-Cur-Month not = Spaces and not Arc-Month-Committed
			Close Archive-File
			Perform 7400-Write-Manifest-Row Thru 7400-Exit
		End-If.
		Move Spaces to Arc-Cur-Month.
	7310-Exit.
		Exit.

	*> ----------------------------------------------------------
	7320-Check-Committed.
		Move "00" to Arcmanif-Status.
		Open Input Arc-Manifest-File.
		Perform Until Arcmanif-Status not = "00"
				or Arc-Month-Committed
			Read Arc-Manifest-File
				At End Move "10" to Arcmanif-Status
				Not At End
					If Amf-Run-Time = Arc-Run-Time
						and Amf-File-Type = Arc-Cur-Type
						and Amf-Month = Arc-Cur-Month
						Move 1 to Arc-Month-Skip-Sw
					End-If
			End-Read
		End-Perform.
		Close Arc-Manifest-File.
		If Arc-Month-Committed
			Display Function Trim(Arc-Cur-Type) ": " Arc-Cur-Month
				" already archived on this run."
		End-If.
	7320-Exit.
		Exit.

	*> ----------------------------------------------------------
	*> 7330-Trim-Month - put the month's archive file back to the
	*> Ars-Month-Base records it held before this run appended to
	*> it: the first Ars-Month-Base records go to ARCTRIM and are
	*> copied back over it.  Ars-Trim-Flag is set while ARCTRIM is
	*> the good copy, so a crash during the copy back is simply
	*> copied back again.
	*> ----------------------------------------------------------
	7330-Trim-Month.
		If not Ars-Trim-Pending
			Move 0 to Arc-Copy-Count
			Open Input Archive-File
			Open Output Arc-Trim-File
			Perform Until Archive-Status not = "00"
					or Arc-Copy-Count not < Ars-Month-Base
				Read Archive-File
					At End Move "10" to Archive-Status
					Not At End
						Write Arc-Trim-Record From Archive-Record
						Add 1 to Arc-Copy-Count
				End-Read
			End-Perform
			Close Archive-File
			Close Arc-Trim-File
			Move "Y" to Ars-Trim-Flag
			Perform 7800-Save-State Thru 7800-Exit
			If Arc-Stopped
				Go To 7330-Exit
			End-If
		End-If.

		Open Input Arc-Trim-File.
		If Arctrim-Status not = "00"
			Display Function Trim(Arc-Cur-Type)
				": ARCTRIM could not be opened - status "
				Arctrim-Status "; archive stopped."
			Perform 7990-Stop-Run Thru 7990-Exit
			Go To 7330-Exit
		End-If.
		Move 0 to Arc-Copy-Count.
		Open Output Archive-File.
		Perform Until Arctrim-Status not = "00"
			Read Arc-Trim-File
				At End Move "10" to Arctrim-Status
				Not At End
					Write Archive-Record From Arc-Trim-Record
					Add 1 to Arc-Copy-Count
			End-Read
		End-Perform.
		Close Archive-File.
		Close Arc-Trim-File.
		Move "N" to Ars-Trim-Flag.
		Perform 7800-Save-State Thru 7800-Exit.
		Display Function Trim(Arc-Cur-Type) ": " Arc-Cur-Month
			" cut back to " Arc-Copy-Count " record(s) to append again.".
	7330-Exit.
		Exit.

	*> ----------------------------------------------------------
	7340-Count-Month.
		Move 0 to Arc-Copy-Count.
		Move "00" to Archive-Status.
		Open Input Archive-File.
		Perform Until Archive-Status not = "00"
			Read Archive-File
				At End Move "10" to Archive-Status
				Not At End Add 1 to Arc-Copy-Count
			End-Read
		End-Perform.
		Close Archive-File.
	7340-Exit.
		Exit.

	*> ----------------------------------------------------------
	7350-Reset-Segment.
		Move 0 to Arc-First-Seq.
		Move 0 to Arc-Last-Seq.
		Move Spaces to Arc-Prior-Digest.
		Move Spaces to Arc-Last-Digest.
	7350-Exit.
		Exit.

	*> ----------------------------------------------------------
	7400-Write-Manifest-Row.
		Open Extend Arc-Manifest-File.
		If Arcmanif-Status = "35"
			Close Arc-Manifest-File
			Open Output Arc-Manifest-File
		End-If.
		Move Arc-Run-Time to Amf-Run-Time.
		Move Arc-Cur-Type to Amf-File-Type.
		Move Arc-Cur-Month to Amf-Month.
		Move Arc-Archive-Name to Amf-Archive-Name.
		Move Arc-Month-Count to Amf-Record-Count.
		Move Arc-Cutoff-Date to Amf-Cutoff-Date.
		Move Arc-First-Seq to Amf-First-Seq.
		Move Arc-Last-Seq to Amf-Last-Seq.
		Move Arc-Prior-Digest to Amf-Prior-Digest.
		Move Arc-Last-Digest to Amf-Last-Digest.
		Write Arc-Manifest-Record.
		Close Arc-Manifest-File.
	7400-Exit.
		Exit.

	*> ----------------------------------------------------------
	*> 7500-Open-Tail - records appended to the live file since
	*> the split are the ones after the first Ars-Live-Count; they
	*> go to ARCTAIL so the rewrite keeps them.
	*> ----------------------------------------------------------
	7500-Open-Tail.
		Open Output Arc-Tail-File.
		Move 0 to Arc-Read-Count.
		Move 0 to Ars-Tail-Count.
	7500-Exit.
		Exit.

	*> ----------------------------------------------------------
	7510-Tail-Record.
		Add 1 to Arc-Read-Count.
		If Arc-Read-Count > Ars-Live-Count
			Write Arc-Tail-Record From Arc-Rec-Buffer
			Add 1 to Ars-Tail-Count
		End-If.
	7510-Exit.
		Exit.

	*> ----------------------------------------------------------
	7520-Close-Tail.
		Close Arc-Tail-File.
		Move "REWRITE" to Ars-Phase.
		Perform 7800-Save-State Thru 7800-Exit.
	7520-Exit.
		Exit.

	*> ----------------------------------------------------------
	*> 7600-Open-Rewrite - both work files must be there before
	*> the live file is emptied for the rewrite.
	*> ----------------------------------------------------------
	7600-Open-Rewrite.
		Open Input Arc-Work-File.
		Open Input Arc-Tail-File.
		If Arcwork-Status not = "00" or Arctail-Status not = "00"
			Display Function Trim(Arc-Cur-Type)
				": ARCWORK/ARCTAIL could not be opened - status "
				Arcwork-Status "/" Arctail-Status
				"; live file left as it is, archive stopped."
			Close Arc-Work-File
			Close Arc-Tail-File
			Perform 7990-Stop-Run Thru 7990-Exit
		End-If.
	7600-Exit.
		Exit.

	*> ----------------------------------------------------------
	*> 7800-Save-State - write the type's ARCSTATE row.  If it
	*> cannot be saved the job stops, and the phase is blanked so
	*> no further step of the type runs on an unrecorded state.
	*> ----------------------------------------------------------
	7800-Save-State.
		Move Function Current-Date to Ars-Phase-Time.
		If Arc-State-New
			Write Arc-State-Record
			Move 0 to Arc-State-New-Sw
		Else
			Rewrite Arc-State-Record
		End-If.
		If Arcstate-Status not = "00"
			Display Function Trim(Arc-Cur-Type)
				": ARCSTATE could not be updated - status "
				Arcstate-Status "; archive stopped."
			Move Spaces to Ars-Phase
			Perform 7990-Stop-Run Thru 7990-Exit
		End-If.
	7800-Exit.
		Exit.

	*> ----------------------------------------------------------
	7900-Finish-Type.
		Move "DONE" to Ars-Phase.
		Perform 7800-Save-State Thru 7800-Exit.
		Add Ars-Live-Count to Arc-Run-In.
		Add Ars-Moved-Count to Arc-Run-Out.
		Display Arc-Cur-Type ": " Ars-Moved-Count " archived, "
			Ars-Kept-Count " kept, " Ars-Tail-Count
			" added since the split.".
	7900-Exit.
		Exit.

	*> ----------------------------------------------------------
	7990-Stop-Run.
		Move 1 to Arc-Stop-Sw.
		Move 8 to Arc-Return-Code.
	7990-Exit.
		Exit.

	*> ----------------------------------------------------------
	9000-Cleanup.
		Close Arc-State-File.

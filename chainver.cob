Identification Division.
Program-id. "chainver".
	*> ================   Techtonics  ===============
	*> cobc -x -free -fintrinsics=all chainver.cob
	*>
	*> Chain verification for the tamper-evident logs.  Every
	*> record appended to AUDITLOG, TRANSCRIPT and USERCHG carries a
	*> running sequence number and a digest chained from the record
	*> before it (chainlnk, through chaindig).  This job walks each
	*> log end to end - the archive months listed on the ARCMANIF
	*> manifest in order, then the live file - recomputing every
	*> digest, and reports with the file name, record number within
	*> that file and sequence number:
	*>   GAP       - sequence numbers missing (records deleted, or
	*>               a whole archive month gone);
	*>   EDITED    - a record whose content no longer matches its
	*>               digest;
	*>   ORDER     - a sequence number at or below the one before
	*>               it (records moved or repeated);
	*>   UNCHAINED - a record with no chain fields after the chain
	*>               began (a line inserted by hand, or one written
	*>               while CHAINCTL was unusable);
	*>   MISSING   - an archive file the manifest lists that is not
	*>               there;
	*>   MANIFEST  - a segment's first/last digest that does not
	*>               match what the archive job recorded when it
	*>               moved it (a stretch of the chain recomputed
	*>               after an edit);
	*>   TRUNCATED - CHAINCTL says the chain runs further than the
	*>               live file does (records cut off the end);
	*>   HEAD      - the live file's last record disagrees with the
	*>               CHAINCTL head any other way.
	*> A chain whose start has been purged along with its archive
	*> files is picked up from the manifest row that archived the
	*> first surviving record.  Records written before the chain
	*> existed are counted as pre-chain and not judged.  Run in the
	*> batch window, with no console sessions open - a record half-
	*> written while this runs reads as TRUNCATED.
	*>
	*> Command line: chainver [AUDITLOG|TRANSCRIPT|USERCHG]
	*> With no argument all three logs are verified.
	*> Return code 0 when every chain verifies, 4 when anything was
	*> reported, 8 on an unknown log name.
	*>
	*> Each run is recorded on RUNCTL through runctl (records
	*> verified, findings).
	*> ==============================================
Environment Division.
Input-Output Section.
File-Control.
	Select Arc-Manifest-File Assign To "ARCMANIF"
		Organization Line Sequential
		File Status Arcmanif-Status.
	Select Chain-Ctl-File Assign To "CHAINCTL"
		Organization Indexed
		Access Dynamic
		Record Key Chc-File-Type
		File Status Chainctl-Status.
	Select Chain-In-File Assign To Chv-In-Name
		Organization Line Sequential
		File Status Chainin-Status.
	Select Print-File Assign To "CHVRPRT"
		Organization Line Sequential
		File Status Print-Status.
Data Division.
File Section.
	Copy "arcmanif.cpy".
	Copy "chainctl.cpy".
	FD  Chain-In-File.
	1 Chain-In-Record         Pic X(4228).
	FD  Print-File.
	1 Print-Record            Pic X(132).
Working-storage Section.
	1 Arcmanif-Status		Pic X(02) Value "00".
	1 Chainctl-Status		Pic X(02) Value "00".
	1 Chainin-Status		Pic X(02) Value "00".
	1 Print-Status			Pic X(02) Value "00".

	1 Chv-Command-Line		Pic X(80) Value Spaces.
	1 Chv-Arg-Type			Pic X(10) Value Spaces.
	1 Chv-Today				Pic X(08) Value Spaces.
	1 Chv-Return-Code		Pic 9(04) Comp Value 0.
	1 Chv-Ctl-Open-Sw		Pic 9 Value 0.
		88 Chv-Ctl-Open		Value 1, False 0.

	*> The chained logs and their record lengths - the chain
	*> sequence and digest are the last 41 bytes of each.
	1 Chv-Type-Values.
		5 Filler			Pic X(14) Value "AUDITLOG  0123".
		5 Filler			Pic X(14) Value "TRANSCRIPT4228".
		5 Filler			Pic X(14) Value "USERCHG   0219".
	1 Chv-Type-Table Redefines Chv-Type-Values.
		5 Chv-Type-Entry Occurs 3 Times
				Indexed By Chv-Typ-Idx.
			10 Chv-Type-Name	Pic X(10).
			10 Chv-Type-Length	Pic 9(04).
	1 Chv-Cur-Type			Pic X(10) Value Spaces.
	1 Chv-Seq-Pos			Pic 9(04) Comp Value 0.
	1 Chv-Digest-Pos		Pic 9(04) Comp Value 0.
	1 Chv-Data-Length		Pic 9(04) Comp Value 0.

	*> Manifest rows for the log being verified, and the distinct
	*> archive months they name, in manifest order.
	1 Chv-Mf-Table.
		5 Chv-Mf-Entry Occurs 240 Times
				Indexed By Chv-Mf-Idx.
			10 Chv-Mf-Month			Pic X(06).
			10 Chv-Mf-First-Seq		Pic 9(09).
			10 Chv-Mf-Last-Seq		Pic 9(09).
			10 Chv-Mf-Prior-Digest	Pic X(32).
			10 Chv-Mf-Last-Digest	Pic X(32).
	1 Chv-Mf-Count			Pic 9(03) Comp Value 0.
	1 Chv-Month-Table.
		5 Chv-Month-Entry Occurs 120 Times
				Indexed By Chv-Mon-Idx.
			10 Chv-Month			Pic X(06).
			10 Chv-Month-Name		Pic X(40).
	1 Chv-Month-Count		Pic 9(03) Comp Value 0.
	1 Chv-Month-Seen-Sw		Pic 9 Value 0.
		88 Chv-Month-Seen	Value 1, False 0.
	1 Chv-Range-First		Pic 9(09) Value 0.
	1 Chv-Range-Last		Pic 9(09) Value 0.

	*> Chain state, carried from one file to the next.
	1 Chv-In-Name			Pic X(40) Value Spaces.
	1 Chv-File-Recno		Pic 9(09) Comp Value 0.
	1 Chv-Started-Sw		Pic 9 Value 0.
		88 Chv-Chain-Started	Value 1, False 0.
	1 Chv-Prior-Known-Sw	Pic 9 Value 0.
		88 Chv-Prior-Known	Value 1, False 0.
	1 Chv-Prev-Seq			Pic 9(09) Value 0.
	1 Chv-Prev-Digest		Pic X(32) Value Spaces.
	1 Chv-Rec-Seq-X			Pic X(09) Value Spaces.
	1 Chv-Rec-Seq Redefines Chv-Rec-Seq-X	Pic 9(09).
	1 Chv-Rec-Digest		Pic X(32) Value Spaces.
	1 Chv-Calc-Digest		Pic X(32) Value Spaces.
	1 Chv-Gap-First			Pic 9(09) Value 0.

	1 Chv-Type-Records		Pic 9(09) Comp Value 0.
	1 Chv-Prechain-Count	Pic 9(09) Comp Value 0.
	1 Chv-Chained-Count		Pic 9(09) Comp Value 0.
	1 Chv-First-Seq			Pic 9(09) Value 0.
	1 Chv-Type-Findings		Pic 9(07) Comp Value 0.
	1 Chv-Total-Findings	Pic 9(07) Comp Value 0.

	1 Chv-Finding			Pic X(10) Value Spaces.
	1 Chv-Detail			Pic X(70) Value Spaces.
	1 Chv-Edit-1			Pic Z(08)9.
	1 Chv-Edit-2			Pic Z(08)9.
	1 Chv-Edit-3			Pic Z(08)9.
	1 Chv-Edit-4			Pic Z(06)9.

	1 Chv-Print-Line		Pic X(132) Value Spaces.
	1 Chv-Line-Count		Pic 9(03) Comp Value 999.
	1 Chv-Page-Count		Pic 9(05) Comp Value 0.
	1 Chv-Page-Size			Pic 9(03) Comp Value 60.
	1 Chv-Head-Line-1.
		5 Filler			Pic X(40) Value
			"Log chain verification".
		5 Filler			Pic X(04) Value "run ".
		5 Chv-Hd-Run		Pic X(08).
		5 Filler			Pic X(07) Value "  page ".
		5 Chv-Hd-Page		Pic Z(04)9.
	1 Chv-Column-Heading	Pic X(120) Value
		"Finding     File                     Record        Seq  Detail".
	1 Chv-Detail-Line.
		5 Chv-Dl-Finding	Pic X(10).
		5 Filler			Pic X(02) Value Spaces.
		5 Chv-Dl-File		Pic X(20).
		5 Filler			Pic X(02) Value Spaces.
		5 Chv-Dl-Recno		Pic Z(08)9.
		5 Filler			Pic X(02) Value Spaces.
		5 Chv-Dl-Seq		Pic Z(08)9.
		5 Filler			Pic X(02) Value Spaces.
		5 Chv-Dl-Detail		Pic X(70).

	*> Run control (runctl).
	1 Chv-Run-Function		Pic X(06) Value Spaces.
	1 Chv-Run-Job			Pic X(10) Value "chainver".
	1 Chv-Run-Id			Pic X(16) Value Spaces.
	1 Chv-Run-Rc			Pic 9(04) Comp Value 0.
	1 Chv-Run-In			Pic 9(09) Comp Value 0.
	1 Chv-Run-Out			Pic 9(09) Comp Value 0.
	1 Chv-Run-Exc			Pic 9(09) Comp Value 0.
	1 Chv-Run-Result		Pic X(04) Value Spaces.
Procedure Division.
0000-Mainline.
	Move "START" to Chv-Run-Function.
	Call "runctl" Using Chv-Run-Function, Chv-Run-Job, Chv-Run-Id,
		Chv-Run-Rc, Chv-Run-In, Chv-Run-Out, Chv-Run-Exc,
		Chv-Run-Result.
	Perform 1000-Initialize Thru 1000-Exit.
	If Chv-Return-Code = 0
		Perform Varying Chv-Typ-Idx from 1 by 1 until Chv-Typ-Idx > 3
			If Chv-Arg-Type = Spaces
					or Chv-Arg-Type = Chv-Type-Name(Chv-Typ-Idx)
				Perform 2000-Verify-Type Thru 2000-Exit
			End-If
		End-Perform
		Perform 4000-Print-Summary
		Perform 9000-Cleanup
	End-If.
	Move "END" to Chv-Run-Function.
	Move Chv-Return-Code to Chv-Run-Rc.
	Move Chv-Total-Findings to Chv-Run-Exc.
	Call "runctl" Using Chv-Run-Function, Chv-Run-Job, Chv-Run-Id,
		Chv-Run-Rc, Chv-Run-In, Chv-Run-Out, Chv-Run-Exc,
		Chv-Run-Result.
	Move Chv-Return-Code to Return-Code.
	Goback.

	*> ----------------------------------------------------------
	1000-Initialize.
		Move Function Current-Date(1:8) to Chv-Today.
		Accept Chv-Command-Line From Command-Line.
		Move Function Trim(Chv-Command-Line) to Chv-Command-Line.
		If Chv-Command-Line not = Spaces
			Unstring Chv-Command-Line Delimited by All Space
				Into Chv-Arg-Type
			End-Unstring
			Move Function Upper-Case(Chv-Arg-Type) to Chv-Arg-Type
			Set Chv-Typ-Idx to 1
			Search Chv-Type-Entry
				At End
					Display "Unknown log " Function Trim(Chv-Arg-Type)
						" - use AUDITLOG, TRANSCRIPT or USERCHG."
					Move 8 to Chv-Return-Code
					Go To 1000-Exit
				When Chv-Type-Name(Chv-Typ-Idx) = Chv-Arg-Type
					Continue
			End-Search
		End-If.

		Open Input Chain-Ctl-File.
		If Chainctl-Status = "00"
			Move 1 to Chv-Ctl-Open-Sw
		End-If.
		Open Output Print-File.
	1000-Exit.
		Exit.

	*> ----------------------------------------------------------
	*> 2000-Verify-Type - one log, archive months first (in the
	*> order the manifest lists them), then the live file, as one
	*> continuous chain; then the live end against CHAINCTL.
	*> ----------------------------------------------------------
	2000-Verify-Type.
		Move Chv-Type-Name(Chv-Typ-Idx) to Chv-Cur-Type.
		Compute Chv-Seq-Pos = Chv-Type-Length(Chv-Typ-Idx) - 40.
		Compute Chv-Digest-Pos = Chv-Type-Length(Chv-Typ-Idx) - 31.
		Compute Chv-Data-Length = Chv-Type-Length(Chv-Typ-Idx) - 32.
		Move 0 to Chv-Started-Sw.
		Move 0 to Chv-Prev-Seq.
		Move Spaces to Chv-Prev-Digest.
		Move 0 to Chv-First-Seq.
		Move 0 to Chv-Type-Records.
		Move 0 to Chv-Prechain-Count.
		Move 0 to Chv-Chained-Count.
		Move 0 to Chv-Type-Findings.

		Perform 2100-Load-Manifest Thru 2100-Exit.
		Perform Varying Chv-Mon-Idx from 1 by 1
				until Chv-Mon-Idx > Chv-Month-Count
			Move Chv-Month-Name(Chv-Mon-Idx) to Chv-In-Name
			Perform 2300-Verify-File Thru 2300-Exit
		End-Perform.
		Move Chv-Cur-Type to Chv-In-Name.
		Perform 2300-Verify-File Thru 2300-Exit.
		Perform 2400-Check-Chain-Head Thru 2400-Exit.
		Perform 2500-Type-Summary.
	2000-Exit.
		Exit.

	*> ----------------------------------------------------------
	*> 2100-Load-Manifest - this log's manifest rows (for the
	*> segment boundary checks) and its distinct archive months.
	*> Rows written before the chain existed carry no sequence
	*> range.
	*> ----------------------------------------------------------
	2100-Load-Manifest.
		Move 0 to Chv-Mf-Count.
		Move 0 to Chv-Month-Count.
		Open Input Arc-Manifest-File.
		If Arcmanif-Status not = "00"
			Close Arc-Manifest-File
			Go To 2100-Exit
		End-If.
		Perform Until Arcmanif-Status not = "00"
			Read Arc-Manifest-File
				At End Move "10" to Arcmanif-Status
				Not At End
					If Amf-File-Type = Chv-Cur-Type
						Perform 2150-Add-Manifest-Row Thru 2150-Exit
					End-If
			End-Read
		End-Perform.
		Close Arc-Manifest-File.
	2100-Exit.
		Exit.

	*> ----------------------------------------------------------
	2150-Add-Manifest-Row.
		If Chv-Mf-Count < 240
			Add 1 to Chv-Mf-Count
			Set Chv-Mf-Idx to Chv-Mf-Count
			Move Amf-Month to Chv-Mf-Month(Chv-Mf-Idx)
			Move 0 to Chv-Mf-First-Seq(Chv-Mf-Idx)
			Move 0 to Chv-Mf-Last-Seq(Chv-Mf-Idx)
			If Amf-First-Seq is Numeric and Amf-Last-Seq is Numeric
				Move Amf-First-Seq to Chv-Mf-First-Seq(Chv-Mf-Idx)
				Move Amf-Last-Seq to Chv-Mf-Last-Seq(Chv-Mf-Idx)
			End-If
			Move Amf-Prior-Digest to Chv-Mf-Prior-Digest(Chv-Mf-Idx)
			Move Amf-Last-Digest to Chv-Mf-Last-Digest(Chv-Mf-Idx)
		End-If.

		Move 0 to Chv-Month-Seen-Sw.
		Perform Varying Chv-Mon-Idx from 1 by 1
				until Chv-Mon-Idx > Chv-Month-Count
					or Chv-Month-Seen
			If Chv-Month(Chv-Mon-Idx) = Amf-Month
				Move 1 to Chv-Month-Seen-Sw
			End-If
		End-Perform.
		If not Chv-Month-Seen
				and Chv-Month-Count < 120
			Add 1 to Chv-Month-Count
			Set Chv-Mon-Idx to Chv-Month-Count
			Move Amf-Month to Chv-Month(Chv-Mon-Idx)
			Move Amf-Archive-Name to Chv-Month-Name(Chv-Mon-Idx)
		End-If.
	2150-Exit.
		Exit.

	*> ----------------------------------------------------------
	*> 2300-Verify-File - every record of one archive month or the
	*> live file, numbered from 1 within the file.  A missing live
	*> file is just an empty log; a missing archive month is a
	*> finding.
	*> ----------------------------------------------------------
	2300-Verify-File.
		Move 0 to Chv-File-Recno.
		Move "00" to Chainin-Status.
		Open Input Chain-In-File.
		If Chainin-Status not = "00"
			Close Chain-In-File
			If Chv-In-Name not = Chv-Cur-Type
				Perform 2350-Report-Missing Thru 2350-Exit
			End-If
			Go To 2300-Exit
		End-If.
		Perform Until Chainin-Status not = "00"
			Read Chain-In-File
				At End Move "10" to Chainin-Status
				Not At End
					Add 1 to Chv-File-Recno
					Perform 3000-Check-Record Thru 3000-Exit
			End-Read
		End-Perform.
		Close Chain-In-File.
	2300-Exit.
		Exit.

	*> ----------------------------------------------------------
	2350-Report-Missing.
		Move 0 to Chv-Range-First.
		Move 0 to Chv-Range-Last.
		Perform Varying Chv-Mf-Idx from 1 by 1
				until Chv-Mf-Idx > Chv-Mf-Count
			If Chv-Mf-Month(Chv-Mf-Idx) = Chv-Month(Chv-Mon-Idx)
					and Chv-Mf-First-Seq(Chv-Mf-Idx) > 0
				If Chv-Range-First = 0
						or Chv-Mf-First-Seq(Chv-Mf-Idx) < Chv-Range-First
					Move Chv-Mf-First-Seq(Chv-Mf-Idx) to Chv-Range-First
				End-If
				If Chv-Mf-Last-Seq(Chv-Mf-Idx) > Chv-Range-Last
					Move Chv-Mf-Last-Seq(Chv-Mf-Idx) to Chv-Range-Last
				End-If
			End-If
		End-Perform.
		Move "MISSING" to Chv-Finding.
		Move Spaces to Chv-Detail.
		If Chv-Range-First = 0
			Move "archive file on the manifest not found" to Chv-Detail
		Else
			Move Chv-Range-First to Chv-Edit-1
			Move Chv-Range-Last to Chv-Edit-2
			String "archive file on the manifest not found - held sequence "
					Function Trim(Chv-Edit-1) "-" Function Trim(Chv-Edit-2)
					Delimited by Size
				Into Chv-Detail
		End-If.
		Move Chv-Range-First to Chv-Rec-Seq.
		Perform 3500-Write-Finding Thru 3500-Exit.
	2350-Exit.
		Exit.

	*> ----------------------------------------------------------
	*> 2400-Check-Chain-Head - the chain cannot show records cut
	*> off its own end, so the live file's last record is held up
	*> against the head CHAINCTL kept as records were written.
	*> ----------------------------------------------------------
	2400-Check-Chain-Head.
		If not Chv-Ctl-Open
			Move "  CHAINCTL not available - end of the live file not checked."
				to Chv-Print-Line
			Perform 5000-Print-Line Thru 5000-Exit
			Go To 2400-Exit
		End-If.
		Move Chv-Cur-Type to Chv-In-Name.
		Move Chv-Prev-Seq to Chv-Rec-Seq.
		Move Spaces to Chv-Detail.
		Move Chv-Cur-Type to Chc-File-Type.
		Read Chain-Ctl-File
			Invalid Key Move "23" to Chainctl-Status
		End-Read.
		If Chainctl-Status not = "00"
			If Chv-Chain-Started
				Move "HEAD" to Chv-Finding
				Move "chained records on file but no CHAINCTL row for this log"
					to Chv-Detail
				Perform 3500-Write-Finding Thru 3500-Exit
			End-If
			Go To 2400-Exit
		End-If.

		Evaluate True
			When Chc-Last-Seq > Chv-Prev-Seq
				Move "TRUNCATED" to Chv-Finding
				Compute Chv-Gap-First = Chv-Prev-Seq + 1
				Move Chv-Gap-First to Chv-Edit-1
				Move Chc-Last-Seq to Chv-Edit-2
				String "sequence " Function Trim(Chv-Edit-1) "-"
						Function Trim(Chv-Edit-2)
						" written (CHAINCTL) but missing from the end"
						Delimited by Size
					Into Chv-Detail
				Perform 3500-Write-Finding Thru 3500-Exit
			When Chc-Last-Seq < Chv-Prev-Seq
				Move "HEAD" to Chv-Finding
				Move Chc-Last-Seq to Chv-Edit-1
				String "trail runs past the CHAINCTL head at sequence "
						Function Trim(Chv-Edit-1) Delimited by Size
					Into Chv-Detail
				Perform 3500-Write-Finding Thru 3500-Exit
			When Chc-Last-Digest not = Chv-Prev-Digest
				Move "HEAD" to Chv-Finding
				Move "last record's digest differs from the CHAINCTL head"
					to Chv-Detail
				Perform 3500-Write-Finding Thru 3500-Exit
		End-Evaluate.
	2400-Exit.
		Exit.

	*> ----------------------------------------------------------
	2500-Type-Summary.
		Add Chv-Type-Records to Chv-Run-In.
		Move Chv-Type-Records to Chv-Edit-1.
		Move Chv-Prechain-Count to Chv-Edit-2.
		Move Chv-Type-Findings to Chv-Edit-4.
		String Function Trim(Chv-Cur-Type) ": " Function Trim(Chv-Edit-1)
				" record(s), " Function Trim(Chv-Edit-2) " pre-chain"
				Delimited by Size
			Into Chv-Print-Line.
		Move Spaces to Chv-Detail.
		If Chv-Chain-Started
			Move Chv-First-Seq to Chv-Edit-2
			Move Chv-Prev-Seq to Chv-Edit-3
			String Function Trim(Chv-Print-Line) ", chain "
					Function Trim(Chv-Edit-2) "-" Function Trim(Chv-Edit-3)
					Delimited by Size
				Into Chv-Detail
			Move Chv-Detail to Chv-Print-Line
		End-If.
		Move Spaces to Chv-Detail.
		String Function Trim(Chv-Print-Line) ", "
				Function Trim(Chv-Edit-4) " finding(s)."
				Delimited by Size
			Into Chv-Detail.
		Move Spaces to Chv-Print-Line.
		String "  " Chv-Detail Delimited by Size
			Into Chv-Print-Line.
		Perform 5000-Print-Line Thru 5000-Exit.
		Perform 5000-Print-Line Thru 5000-Exit.
		Display Chv-Detail.

	*> ----------------------------------------------------------
	*> 3000-Check-Record - one record against the chain so far.
	*> The digest is checked whenever the previous link is known
	*> (the record before it, sequence 1's blank start, or a
	*> manifest anchor); the chain then carries on from this
	*> record's stored digest, so one edited record is reported
	*> once and not again for every record after it.  A record
	*> out of order is reported and skipped, leaving the chain on
	*> the record before it.
	*> ----------------------------------------------------------
	3000-Check-Record.
		Add 1 to Chv-Type-Records.
		Move Chain-In-Record(Chv-Seq-Pos:9) to Chv-Rec-Seq-X.
		Move Chain-In-Record(Chv-Digest-Pos:32) to Chv-Rec-Digest.
		If Chv-Rec-Seq-X is not Numeric
			Move 0 to Chv-Rec-Seq
		End-If.
		If Chv-Rec-Seq = 0
			If Chv-Chain-Started
				Move "UNCHAINED" to Chv-Finding
				Move "no chain sequence/digest on a record after the chain began"
					to Chv-Detail
				Perform 3500-Write-Finding Thru 3500-Exit
			Else
				Add 1 to Chv-Prechain-Count
			End-If
			Go To 3000-Exit
		End-If.
		Add 1 to Chv-Chained-Count.
		Move 0 to Chv-Prior-Known-Sw.

		Evaluate True
			When not Chv-Chain-Started
				Move 1 to Chv-Started-Sw
				Move Chv-Rec-Seq to Chv-First-Seq
				If Chv-Rec-Seq = 1
					Move Spaces to Chv-Prev-Digest
					Move 1 to Chv-Prior-Known-Sw
				Else
					Perform 3100-Find-Anchor Thru 3100-Exit
					If not Chv-Prior-Known
						Move 1 to Chv-Gap-First
						Perform 3150-Report-Gap Thru 3150-Exit
					End-If
				End-If
			When Chv-Rec-Seq = Chv-Prev-Seq + 1
				Move 1 to Chv-Prior-Known-Sw
			When Chv-Rec-Seq > Chv-Prev-Seq + 1
				Compute Chv-Gap-First = Chv-Prev-Seq + 1
				Perform 3150-Report-Gap Thru 3150-Exit
				Perform 3100-Find-Anchor Thru 3100-Exit
			When Other
				Move "ORDER" to Chv-Finding
				Move Chv-Prev-Seq to Chv-Edit-1
				String "sequence out of order or repeated - follows "
						Function Trim(Chv-Edit-1) Delimited by Size
					Into Chv-Detail
				Perform 3500-Write-Finding Thru 3500-Exit
				Go To 3000-Exit
		End-Evaluate.

		If Chv-Prior-Known
			Call "chaindig" Using Chv-Prev-Digest, Chain-In-Record,
				Chv-Data-Length, Chv-Calc-Digest
			If Chv-Calc-Digest not = Chv-Rec-Digest
				Move "EDITED" to Chv-Finding
				Move "record content does not match its chain digest"
					to Chv-Detail
				Perform 3500-Write-Finding Thru 3500-Exit
			End-If
		End-If.
		Perform 3200-Check-Manifest Thru 3200-Exit.
		Move Chv-Rec-Seq to Chv-Prev-Seq.
		Move Chv-Rec-Digest to Chv-Prev-Digest.
	3000-Exit.
		Exit.

	*> ----------------------------------------------------------
	*> 3100-Find-Anchor - where the record before this one is not
	*> on file (purged archive month, or a gap), the manifest still
	*> holds the digest it hangs off: on the row that archived a
	*> segment starting at this record, or the row whose segment
	*> ended just before it.
	*> ----------------------------------------------------------
	3100-Find-Anchor.
		Perform Varying Chv-Mf-Idx from 1 by 1
				until Chv-Mf-Idx > Chv-Mf-Count
					or Chv-Prior-Known
			If Chv-Mf-First-Seq(Chv-Mf-Idx) = Chv-Rec-Seq
				Move Chv-Mf-Prior-Digest(Chv-Mf-Idx) to Chv-Prev-Digest
				Move 1 to Chv-Prior-Known-Sw
			End-If
			If Chv-Mf-Last-Seq(Chv-Mf-Idx) > 0
					and Chv-Mf-Last-Seq(Chv-Mf-Idx) + 1 = Chv-Rec-Seq
				Move Chv-Mf-Last-Digest(Chv-Mf-Idx) to Chv-Prev-Digest
				Move 1 to Chv-Prior-Known-Sw
			End-If
		End-Perform.
	3100-Exit.
		Exit.

	*> ----------------------------------------------------------
	3150-Report-Gap.
		Move "GAP" to Chv-Finding.
		Move Chv-Gap-First to Chv-Edit-1.
		Compute Chv-Edit-2 = Chv-Rec-Seq - 1.
		If Chv-Gap-First = Chv-Rec-Seq - 1
			String "sequence " Function Trim(Chv-Edit-1)
					" missing before this record" Delimited by Size
				Into Chv-Detail
		Else
			String "sequence " Function Trim(Chv-Edit-1) "-"
					Function Trim(Chv-Edit-2) " missing before this record"
					Delimited by Size
				Into Chv-Detail
		End-If.
		Perform 3500-Write-Finding Thru 3500-Exit.
	3150-Exit.
		Exit.

	*> ----------------------------------------------------------
	*> 3200-Check-Manifest - a record the archive job recorded as
	*> the first or last of a segment must still hang off, and
	*> end on, the digests it recorded then.  A stretch of chain
	*> recomputed after an edit fails here even though it links.
	*> ----------------------------------------------------------
	3200-Check-Manifest.
		Perform Varying Chv-Mf-Idx from 1 by 1
				until Chv-Mf-Idx > Chv-Mf-Count
			If Chv-Mf-First-Seq(Chv-Mf-Idx) = Chv-Rec-Seq
					and Chv-Prior-Known
					and Chv-Mf-Prior-Digest(Chv-Mf-Idx) not = Chv-Prev-Digest
				Move "MANIFEST" to Chv-Finding
				String "link before this record differs from manifest month "
						Chv-Mf-Month(Chv-Mf-Idx) Delimited by Size
					Into Chv-Detail
				Perform 3500-Write-Finding Thru 3500-Exit
			End-If
			If Chv-Mf-Last-Seq(Chv-Mf-Idx) = Chv-Rec-Seq
					and Chv-Mf-Last-Digest(Chv-Mf-Idx) not = Chv-Rec-Digest
				Move "MANIFEST" to Chv-Finding
				String "digest differs from manifest month "
						Chv-Mf-Month(Chv-Mf-Idx) " last-record digest"
						Delimited by Size
					Into Chv-Detail
				Perform 3500-Write-Finding Thru 3500-Exit
			End-If
		End-Perform.
	3200-Exit.
		Exit.

	*> ----------------------------------------------------------
	*> 3500-Write-Finding - one report line at the current file
	*> and record number; Chv-Finding/Chv-Detail set by the caller
	*> and cleared here.
	*> ----------------------------------------------------------
	3500-Write-Finding.
		Move Chv-Finding to Chv-Dl-Finding.
		Move Chv-In-Name to Chv-Dl-File.
		Move Chv-File-Recno to Chv-Dl-Recno.
		Move Chv-Rec-Seq to Chv-Dl-Seq.
		Move Chv-Detail to Chv-Dl-Detail.
		Move Chv-Detail-Line to Chv-Print-Line.
		Perform 5000-Print-Line Thru 5000-Exit.
		Add 1 to Chv-Type-Findings.
		Add 1 to Chv-Total-Findings.
		Move 4 to Chv-Return-Code.
		Move Spaces to Chv-Finding.
		Move Spaces to Chv-Detail.
	3500-Exit.
		Exit.

	*> ----------------------------------------------------------
	4000-Print-Summary.
		Move Chv-Total-Findings to Chv-Edit-4.
		If Chv-Total-Findings = 0
			Move "  Every chain verifies." to Chv-Print-Line
		Else
			String "  " Function Trim(Chv-Edit-4)
					" finding(s) - see above." Delimited by Size
				Into Chv-Print-Line
		End-If.
		Perform 5000-Print-Line Thru 5000-Exit.
		Move "*** End of report ***" to Chv-Print-Line.
		Perform 5000-Print-Line Thru 5000-Exit.
		Display "Chain verification: " Chv-Total-Findings
			" finding(s).  Report written to CHVRPRT.".

	*> ----------------------------------------------------------
	*> 5000-Print-Line - one line to the print file, breaking to a
	*> fresh page heading every Chv-Page-Size lines.
	*> ----------------------------------------------------------
	5000-Print-Line.
		If Chv-Line-Count >= Chv-Page-Size
			Perform 5100-Page-Heading Thru 5100-Exit
		End-If.
		Write Print-Record From Chv-Print-Line.
		Add 1 to Chv-Line-Count.
		Move Spaces to Chv-Print-Line.
	5000-Exit.
		Exit.

	*> ----------------------------------------------------------
	5100-Page-Heading.
		Add 1 to Chv-Page-Count.
		Move Chv-Today to Chv-Hd-Run.
		Move Chv-Page-Count to Chv-Hd-Page.
		Move All "=" to Print-Record.
		Write Print-Record.
		Write Print-Record From Chv-Head-Line-1.
		Move All "=" to Print-Record.
		Write Print-Record.
		Write Print-Record From Chv-Column-Heading.
		Move Spaces to Print-Record.
		Write Print-Record.
		Move 5 to Chv-Line-Count.
	5100-Exit.
		Exit.

	*> ----------------------------------------------------------
	9000-Cleanup.
		If Chv-Ctl-Open
			Close Chain-Ctl-File
		End-If.
		Close Print-File.

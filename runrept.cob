Identification Division.
Program-id. "runrept".
	*> ================   Techtonics  ===============
	*> cobc -x -free -fintrinsics=all runrept.cob
	*>
	*> Nightly batch run-history report.  Lists every run the
	*> batch jobs recorded on RUNCTL (through runctl) in the
	*> window: job, when it started and ended, how long it took,
	*> how it ended, its return code, its record counts and the
	*> arguments it was run with.  A run flagged "**" failed
	*> (return code 8 or more) or never recorded its end (NOEND -
	*> crashed or cancelled; a rerun of archive finishes or backs
	*> out what such a run left half done).  A closing section
	*> gives each job's run count, failures and its latest run, so
	*> a job that has stopped running at all stands out.  Detail
	*> goes to the RUNRPRT print file in the same layout as the
	*> other batch reports; the console gets the counts.
	*>
	*> Command line: runrept [days]
	*> days          - runs started in the last <days> days,
	*>                 default 7.
	*> Return code 0, or 4 when a run in the window failed or
	*> never finished.
	*> ==============================================
Environment Division.
Input-Output Section.
File-Control.
	Select Run-Ctl-File Assign To "RUNCTL"
		Organization Indexed
		Access Dynamic
		Record Key Rcl-Key
		File Status Runctl-Status.
	Select Print-File Assign To "RUNRPRT"
		Organization Line Sequential
		File Status Print-Status.
Data Division.
File Section.
	Copy "runctl.cpy".
	FD  Print-File.
	1 Print-Record            Pic X(132).
Working-storage Section.
	1 Runctl-Status			Pic X(02) Value "00".
	1 Print-Status			Pic X(02) Value "00".

	1 Rrp-Command-Line		Pic X(80) Value Spaces.
	1 Rrp-Arg-1				Pic X(10) Value Spaces.
	1 Rrp-Window-Days		Pic 9(05) Comp Value 7.
	1 Rrp-Today				Pic X(08) Value Spaces.
	1 Rrp-Start-Int			Pic 9(08) Value 0.
	1 Rrp-Start-Date		Pic X(08) Value Spaces.
	1 Rrp-Return-Code		Pic 9(04) Comp Value 0.
	1 Rrp-Elapsed-Mins		Pic S9(09) Comp Value 0.

	*> Rrp-Job-Table - one entry per job seen in the window, in
	*> RUNCTL key order; the last run read for a job is its latest.
	1 Rrp-Max-Jobs			Pic 9(02) Comp Value 40.
	1 Rrp-Job-Table.
		5 Rrp-Job-Entry Occurs 40 Times
				Indexed By Rrp-Idx.
			10 Rrp-Job				Pic X(10).
			10 Rrp-Job-Runs			Pic 9(05) Comp.
			10 Rrp-Job-Failed		Pic 9(05) Comp.
			10 Rrp-Job-Last-Start	Pic X(26).
			10 Rrp-Job-Last-Status	Pic X(08).
			10 Rrp-Job-Last-Rc		Pic 9(04).
	1 Rrp-Job-Count			Pic 9(02) Comp Value 0.
	1 Rrp-Table-Full-Sw		Pic 9 Value 0.
		88 Rrp-Table-Full	Value 1, False 0.
	1 Rrp-Problem-Sw		Pic 9 Value 0.
		88 Rrp-Problem-Run	Value 1, False 0.

	1 Rrp-Run-Count			Pic 9(05) Comp Value 0.
	1 Rrp-Failed-Count		Pic 9(05) Comp Value 0.
	1 Rrp-Noend-Count		Pic 9(05) Comp Value 0.
	1 Rrp-Running-Count		Pic 9(05) Comp Value 0.
	1 Rrp-Edit-Runs			Pic Z(04)9.
	1 Rrp-Edit-Failed		Pic Z(04)9.
	1 Rrp-Edit-Noend		Pic Z(04)9.
	1 Rrp-Edit-Running		Pic Z(04)9.

	1 Rrp-Print-Line		Pic X(132) Value Spaces.
	1 Rrp-Line-Count		Pic 9(03) Comp Value 999.
	1 Rrp-Page-Count		Pic 9(05) Comp Value 0.
	1 Rrp-Page-Size			Pic 9(03) Comp Value 60.
	1 Rrp-Head-Line-1.
		5 Filler			Pic X(30) Value
			"Batch run-history report".
		5 Filler			Pic X(04) Value "run ".
		5 Rrp-Hd-Date		Pic X(08).
		5 Filler			Pic X(10) Value "  runs    ".
		5 Filler			Pic X(06) Value "since ".
		5 Rrp-Hd-Start		Pic X(08).
		5 Filler			Pic X(07) Value "  page ".
		5 Rrp-Hd-Page		Pic Z(04)9.
	1 Rrp-Column-Heading	Pic X(132) Value
		"   Job        Started           Ended             Status    Mins   RC        In       Out       Exc  Arguments".
	1 Rrp-Detail-Line.
		5 Rrp-Dl-Flag		Pic X(03).
		5 Rrp-Dl-Job		Pic X(10).
		5 Filler			Pic X(01) Value Spaces.
		5 Rrp-Dl-Start		Pic X(17).
		5 Filler			Pic X(01) Value Spaces.
		5 Rrp-Dl-End		Pic X(17).
		5 Filler			Pic X(01) Value Spaces.
		5 Rrp-Dl-Status		Pic X(08).
		5 Filler			Pic X(01) Value Spaces.
		5 Rrp-Dl-Figures.
			10 Rrp-Dl-Mins		Pic Z(04)9.
			10 Filler			Pic X(01).
			10 Rrp-Dl-Rc		Pic Z(03)9.
			10 Filler			Pic X(01).
			10 Rrp-Dl-In		Pic Z(08)9.
			10 Filler			Pic X(01).
			10 Rrp-Dl-Out		Pic Z(08)9.
			10 Filler			Pic X(01).
			10 Rrp-Dl-Exc		Pic Z(08)9.
		5 Rrp-Dl-Figures-X Redefines Rrp-Dl-Figures	Pic X(40).
		5 Filler			Pic X(02) Value Spaces.
		5 Rrp-Dl-Arguments	Pic X(26).
	1 Rrp-Job-Heading		Pic X(100) Value
		"   Job         Runs  Failed  Latest run        Status     RC".
	1 Rrp-Job-Line.
		5 Filler			Pic X(03) Value Spaces.
		5 Rrp-Jl-Job		Pic X(10).
		5 Filler			Pic X(01) Value Spaces.
		5 Rrp-Jl-Runs		Pic Z(04)9.
		5 Filler			Pic X(01) Value Spaces.
		5 Rrp-Jl-Failed		Pic Z(06)9.
		5 Filler			Pic X(02) Value Spaces.
		5 Rrp-Jl-Start		Pic X(17).
		5 Filler			Pic X(01) Value Spaces.
		5 Rrp-Jl-Status		Pic X(08).
		5 Filler			Pic X(01) Value Spaces.
		5 Rrp-Jl-Rc			Pic Z(03)9.
Procedure Division.
0000-Mainline.
	Perform 1000-Initialize.
	Perform 2000-Report-Runs Thru 2000-Exit.
	Perform 3000-Report-Jobs Thru 3000-Exit.
	Perform 4000-Print-Summary.
	Perform 9000-Cleanup.
	Move Rrp-Return-Code to Return-Code.
	Goback.

	*> ----------------------------------------------------------
	1000-Initialize.
		Move Function Current-Date(1:8) to Rrp-Today.
		Accept Rrp-Command-Line From Command-Line.
		Move Function Trim(Rrp-Command-Line) to Rrp-Command-Line.
		If Rrp-Command-Line not = Spaces
			Unstring Rrp-Command-Line Delimited by All Space
				Into Rrp-Arg-1
			End-Unstring
			If Function Trim(Rrp-Arg-1) is Numeric
				Move Rrp-Arg-1 to Rrp-Window-Days
			End-If
		End-If.
		Compute Rrp-Start-Int = Function Date-Of-Integer(
			Function Integer-Of-Date(Function Numval(Rrp-Today))
			- Rrp-Window-Days).
		Move Rrp-Start-Int to Rrp-Start-Date.

		Open Input Run-Ctl-File.
		If Runctl-Status = "35"
			Open Output Run-Ctl-File
			Close Run-Ctl-File
			Open Input Run-Ctl-File
		End-If.
		Open Output Print-File.

	*> ----------------------------------------------------------
	*> 2000-Report-Runs - one detail line per run started inside
	*> the window, in job order.
	*> ----------------------------------------------------------
	2000-Report-Runs.
		Move Low-Values to Rcl-Key.
		Start Run-Ctl-File Key is Greater Than Rcl-Key
			Invalid Key Move "10" to Runctl-Status
		End-Start.
		Perform Until Runctl-Status not = "00"
			Read Run-Ctl-File Next Record
				At End Move "10" to Runctl-Status
				Not At End
					If Rcl-Run-Id(1:8) >= Rrp-Start-Date
						Perform 2100-Report-Run Thru 2100-Exit
					End-If
			End-Read
		End-Perform.
		Close Run-Ctl-File.
		If Rrp-Run-Count = 0
			Move "No batch runs recorded in the period." to Rrp-Print-Line
			Perform 5000-Print-Line Thru 5000-Exit
		End-If.
	2000-Exit.
		Exit.

	*> ----------------------------------------------------------
	2100-Report-Run.
		Add 1 to Rrp-Run-Count.
		Move 0 to Rrp-Problem-Sw.
		Evaluate True
			When Rcl-No-End
				Add 1 to Rrp-Noend-Count
				Move 1 to Rrp-Problem-Sw
			When Rcl-Running
				Add 1 to Rrp-Running-Count
			When Rcl-Return-Code >= 8
				Add 1 to Rrp-Failed-Count
				Move 1 to Rrp-Problem-Sw
		End-Evaluate.
		If Rrp-Problem-Run
			Move 4 to Rrp-Return-Code
			Move "** " to Rrp-Dl-Flag
		Else
			Move Spaces to Rrp-Dl-Flag
		End-If.

		Move Rcl-Job to Rrp-Dl-Job.
		Move Spaces to Rrp-Dl-Start.
		String Rcl-Start-Time(1:8) " " Rcl-Start-Time(9:2) ":"
				Rcl-Start-Time(11:2) ":" Rcl-Start-Time(13:2)
				Delimited by Size
			Into Rrp-Dl-Start.
		Move Spaces to Rrp-Dl-End.
		Move Spaces to Rrp-Dl-Figures-X.
		If Rcl-Ended
			String Rcl-End-Time(1:8) " " Rcl-End-Time(9:2) ":"
					Rcl-End-Time(11:2) ":" Rcl-End-Time(13:2)
					Delimited by Size
				Into Rrp-Dl-End
			Compute Rrp-Elapsed-Mins =
				(Function Integer-Of-Date(Function Numval(Rcl-End-Time(1:8)))
					- Function Integer-Of-Date(Function Numval(Rcl-Start-Time(1:8))))
					* 1440
				+ (Function Numval(Rcl-End-Time(9:2)) * 60
					+ Function Numval(Rcl-End-Time(11:2)))
				- (Function Numval(Rcl-Start-Time(9:2)) * 60
					+ Function Numval(Rcl-Start-Time(11:2)))
				On Size Error Move 0 to Rrp-Elapsed-Mins
			End-Compute
			If Rrp-Elapsed-Mins < 0
				Move 0 to Rrp-Elapsed-Mins
			End-If
			Move Rrp-Elapsed-Mins to Rrp-Dl-Mins
			Move Rcl-Return-Code to Rrp-Dl-Rc
			Move Rcl-In-Count to Rrp-Dl-In
			Move Rcl-Out-Count to Rrp-Dl-Out
			Move Rcl-Exc-Count to Rrp-Dl-Exc
		End-If.
		Move Rcl-Status to Rrp-Dl-Status.
		Move Rcl-Arguments to Rrp-Dl-Arguments.
		Move Rrp-Detail-Line to Rrp-Print-Line.
		Perform 5000-Print-Line Thru 5000-Exit.
		Perform 2200-Count-Job Thru 2200-Exit.
	2100-Exit.
		Exit.

	*> ----------------------------------------------------------
	*> 2200-Count-Job - rows arrive grouped by job, so a job is
	*> either the last table entry or a new one.
	*> ----------------------------------------------------------
	2200-Count-Job.
		If Rrp-Job-Count = 0 or Rrp-Job(Rrp-Job-Count) not = Rcl-Job
			If Rrp-Job-Count >= Rrp-Max-Jobs
				Move 1 to Rrp-Table-Full-Sw
				Go To 2200-Exit
			End-If
			Add 1 to Rrp-Job-Count
			Set Rrp-Idx to Rrp-Job-Count
			Move Rcl-Job to Rrp-Job(Rrp-Idx)
			Move 0 to Rrp-Job-Runs(Rrp-Idx)
			Move 0 to Rrp-Job-Failed(Rrp-Idx)
		End-If.
		Set Rrp-Idx to Rrp-Job-Count.
		Add 1 to Rrp-Job-Runs(Rrp-Idx).
		If Rrp-Problem-Run
			Add 1 to Rrp-Job-Failed(Rrp-Idx)
		End-If.
		Move Rcl-Start-Time to Rrp-Job-Last-Start(Rrp-Idx).
		Move Rcl-Status to Rrp-Job-Last-Status(Rrp-Idx).
		Move Rcl-Return-Code to Rrp-Job-Last-Rc(Rrp-Idx).
	2200-Exit.
		Exit.

	*> ----------------------------------------------------------
	*> 3000-Report-Jobs - one line per job seen in the window.
	*> ----------------------------------------------------------
	3000-Report-Jobs.
		If Rrp-Job-Count = 0
			Go To 3000-Exit
		End-If.
		Move Spaces to Rrp-Print-Line.
		Perform 5000-Print-Line Thru 5000-Exit.
		Move Rrp-Job-Heading to Rrp-Print-Line.
		Perform 5000-Print-Line Thru 5000-Exit.
		Perform Varying Rrp-Idx from 1 by 1
				until Rrp-Idx > Rrp-Job-Count
			Move Rrp-Job(Rrp-Idx) to Rrp-Jl-Job
			Move Rrp-Job-Runs(Rrp-Idx) to Rrp-Jl-Runs
			Move Rrp-Job-Failed(Rrp-Idx) to Rrp-Jl-Failed
			Move Spaces to Rrp-Jl-Start
			String Rrp-Job-Last-Start(Rrp-Idx)(1:8) " "
					Rrp-Job-Last-Start(Rrp-Idx)(9:2) ":"
					Rrp-Job-Last-Start(Rrp-Idx)(11:2) ":"
					Rrp-Job-Last-Start(Rrp-Idx)(13:2) Delimited by Size
				Into Rrp-Jl-Start
			Move Rrp-Job-Last-Status(Rrp-Idx) to Rrp-Jl-Status
			Move Rrp-Job-Last-Rc(Rrp-Idx) to Rrp-Jl-Rc
			Move Rrp-Job-Line to Rrp-Print-Line
			Perform 5000-Print-Line Thru 5000-Exit
		End-Perform.
	3000-Exit.
		Exit.

	*> ----------------------------------------------------------
	*> 4000-Print-Summary - trailer to the print file, counts to
	*> the console.
	*> ----------------------------------------------------------
	4000-Print-Summary.
		Move Spaces to Rrp-Print-Line.
		Perform 5000-Print-Line Thru 5000-Exit.
		Move Rrp-Run-Count to Rrp-Edit-Runs.
		Move Rrp-Failed-Count to Rrp-Edit-Failed.
		Move Rrp-Noend-Count to Rrp-Edit-Noend.
		Move Rrp-Running-Count to Rrp-Edit-Running.
		String "Totals:  " Function Trim(Rrp-Edit-Runs)
				" run(s), " Function Trim(Rrp-Edit-Failed)
				" failed, " Function Trim(Rrp-Edit-Noend)
				" never finished, " Function Trim(Rrp-Edit-Running)
				" still running." Delimited by Size
			Into Rrp-Print-Line.
		Perform 5000-Print-Line Thru 5000-Exit.
		If Rrp-Table-Full
			Move "More jobs than the job summary holds - some jobs not summarised."
				to Rrp-Print-Line
			Perform 5000-Print-Line Thru 5000-Exit
		End-If.
		Move "*** End of report ***" to Rrp-Print-Line.
		Perform 5000-Print-Line Thru 5000-Exit.

		Display Rrp-Run-Count " batch run(s) reported, "
			Rrp-Failed-Count " failed, " Rrp-Noend-Count
			" never finished.".
		Display "Report written to RUNRPRT.".

	*> ----------------------------------------------------------
	*> 5000-Print-Line - one line to the print file, breaking to a
	*> fresh page heading every Rrp-Page-Size lines.
	*> ----------------------------------------------------------
	5000-Print-Line.
		If Rrp-Line-Count >= Rrp-Page-Size
			Perform 5100-Page-Heading Thru 5100-Exit
		End-If.
		Write Print-Record From Rrp-Print-Line.
		Add 1 to Rrp-Line-Count.
		Move Spaces to Rrp-Print-Line.
	5000-Exit.
		Exit.

	*> ----------------------------------------------------------
	5100-Page-Heading.
		Add 1 to Rrp-Page-Count.
		Move Rrp-Today to Rrp-Hd-Date.
		Move Rrp-Start-Date to Rrp-Hd-Start.
		Move Rrp-Page-Count to Rrp-Hd-Page.
		Move All "=" to Print-Record.
		Write Print-Record.
		Write Print-Record From Rrp-Head-Line-1.
		Move All "=" to Print-Record.
		Write Print-Record.
		Write Print-Record From Rrp-Column-Heading.
		Move Spaces to Print-Record.
		Write Print-Record.
		Move 5 to Rrp-Line-Count.
	5100-Exit.
		Exit.

	*> ----------------------------------------------------------
	9000-Cleanup.
		Close Print-File.

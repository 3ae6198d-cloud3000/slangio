Identification Division.
Program-id. "runctl".
	*> ================   Techtonics  ===============
	*> Run control writer for the nightly batch jobs (archive,
	*> verify, dormant, extract and the reports).  Called with
	*> Lk-Run-Function START as a job begins: any earlier run of
	*> the same job still showing RUNNING never got as far as its
	*> END call and is marked NOEND, then a new RUNNING row is
	*> written with the job's command-line arguments and its id
	*> handed back.  Called with END and that id as the job
	*> finishes, with its return code and counts (records read,
	*> records written or changed, exceptions).  Kept as a single
	*> callable subprogram so every job records itself the same
	*> way.  An unusable RUNCTL never stops a job - the result
	*> comes back FAIL and the job runs as it always did.
	*> Lk-Run-Result is OK or FAIL.
	*> cobc -x -free -fintrinsics=all runctl.cob
	*> ==============================================
Environment Division.
Input-Output Section.
File-Control.
	Select Run-Ctl-File Assign To "RUNCTL"
		Organization Indexed
		Access Dynamic
		Record Key Rcl-Key
		File Status Runctl-Status.
Data Division.
File Section.
	Copy "runctl.cpy".
Working-storage Section.
	1 Runctl-Status		Pic X(02) Value "00".

	1 Rnc-Now			Pic X(26) Value Spaces.
	1 Rnc-Id-Num		Pic 9(16) Value 0.
	1 Rnc-Arguments		Pic X(60) Value Spaces.
	1 Rnc-Written-Sw	Pic 9 Value 0.
		88 Rnc-Written	Value 1, False 0.
Linkage Section.
	1 Lk-Run-Function	Pic X(06).
	1 Lk-Run-Job		Pic X(10).
	1 Lk-Run-Id			Pic X(16).
	1 Lk-Run-Rc			Pic 9(04) Comp.
	1 Lk-Run-In			Pic 9(09) Comp.
	1 Lk-Run-Out		Pic 9(09) Comp.
	1 Lk-Run-Exc		Pic 9(09) Comp.
	1 Lk-Run-Result		Pic X(04).
Procedure Division Using Lk-Run-Function, Lk-Run-Job, Lk-Run-Id,
		Lk-Run-Rc, Lk-Run-In, Lk-Run-Out, Lk-Run-Exc, Lk-Run-Result.
0000-Mainline.
	Move "OK" to Lk-Run-Result.
	Move Function Current-Date to Rnc-Now.
	Open I-O Run-Ctl-File.
	If Runctl-Status = "35"
		Close Run-Ctl-File
		Open Output Run-Ctl-File
		Close Run-Ctl-File
		Open I-O Run-Ctl-File
	End-If.
	If Runctl-Status not = "00"
		Move "FAIL" to Lk-Run-Result
		Goback
	End-If.
	Evaluate Lk-Run-Function
		When "START"
			Perform 1000-Mark-Unended Thru 1000-Exit
			Perform 2000-Start-Run Thru 2000-Exit
		When "END"
			Perform 3000-End-Run Thru 3000-Exit
		When Other
			Move "FAIL" to Lk-Run-Result
	End-Evaluate.
	Close Run-Ctl-File.
	Goback.

	*> ----------------------------------------------------------
	*> 1000-Mark-Unended - the job's rows are together in key
	*> order; any still RUNNING belongs to a run that died.
	*> ----------------------------------------------------------
	1000-Mark-Unended.
		Move Lk-Run-Job to Rcl-Job.
		Move Low-Values to Rcl-Run-Id.
		Start Run-Ctl-File Key is Greater Than Rcl-Key
			Invalid Key Go To 1000-Exit
		End-Start.
		Perform Until Runctl-Status not = "00"
			Read Run-Ctl-File Next Record
				At End Move "10" to Runctl-Status
				Not At End
					If Rcl-Job not = Lk-Run-Job
						Move "10" to Runctl-Status
					Else
						If Rcl-Running
							Move "NOEND" to Rcl-Status
							Rewrite Run-Ctl-Record
							Display "Previous " Function Trim(Lk-Run-Job)
								" run started " Rcl-Start-Time(1:8) " "
								Rcl-Start-Time(9:6) " never finished."
						End-If
					End-If
			End-Read
		End-Perform.
		Move "00" to Runctl-Status.
	1000-Exit.
		Exit.

	*> ----------------------------------------------------------
	*> 2000-Start-Run - a second start of the same job inside the
	*> same hundredth of a second bumps the id by one.
	*> ----------------------------------------------------------
	2000-Start-Run.
		Accept Rnc-Arguments From Command-Line.
		Move Spaces to Run-Ctl-Record.
		Move Lk-Run-Job to Rcl-Job.
		Move Rnc-Now(1:16) to Rnc-Id-Num.
		Move "RUNNING" to Rcl-Status.
		Move Rnc-Now to Rcl-Start-Time.
		Move 0 to Rcl-Return-Code.
		Move 0 to Rcl-In-Count.
		Move 0 to Rcl-Out-Count.
		Move 0 to Rcl-Exc-Count.
		Move Function Trim(Rnc-Arguments) to Rcl-Arguments.
		Move 0 to Rnc-Written-Sw.
		Perform Until Rnc-Written
			Move Rnc-Id-Num to Rcl-Run-Id
			Write Run-Ctl-Record
				Invalid Key
					If Runctl-Status = "22"
						Add 1 to Rnc-Id-Num
					Else
						Move "FAIL" to Lk-Run-Result
						Move 1 to Rnc-Written-Sw
					End-If
				Not Invalid Key Move 1 to Rnc-Written-Sw
			End-Write
		End-Perform.
		If Lk-Run-Result = "OK"
			Move Rcl-Run-Id to Lk-Run-Id
		Else
			Move Spaces to Lk-Run-Id
		End-If.
	2000-Exit.
		Exit.

	*> ----------------------------------------------------------
	*> 3000-End-Run - a job whose START failed has a blank id and
	*> nothing to close off.
	*> ----------------------------------------------------------
	3000-End-Run.
		If Lk-Run-Id = Spaces
			Move "FAIL" to Lk-Run-Result
			Go To 3000-Exit
		End-If.
		Move Lk-Run-Job to Rcl-Job.
		Move Lk-Run-Id to Rcl-Run-Id.
		Read Run-Ctl-File Key is Rcl-Key
			Invalid Key
				Move "FAIL" to Lk-Run-Result
				Go To 3000-Exit
		End-Read.
		Move "ENDED" to Rcl-Status.
		Move Rnc-Now to Rcl-End-Time.
		Move Lk-Run-Rc to Rcl-Return-Code.
		Move Lk-Run-In to Rcl-In-Count.
		Move Lk-Run-Out to Rcl-Out-Count.
		Move Lk-Run-Exc to Rcl-Exc-Count.
		Rewrite Run-Ctl-Record.
		If Runctl-Status not = "00"
			Move "FAIL" to Lk-Run-Result
		End-If.
	3000-Exit.
		Exit.

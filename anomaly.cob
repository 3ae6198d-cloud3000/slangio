Identification Division.
Program-id. "anomaly".
	*> ================   Techtonics  ===============
	*> cobc -x -free -fintrinsics=all anomaly.cob
	*>
	*> Nightly login anomaly check off AUDIT-LOG.  secreport counts
	*> passes and fails and TERMBLK catches one terminal hammering
	*> many userids, but neither notices a good password being used
	*> in an odd way.  This job builds a per-userid baseline from
	*> the ANOM-LOOKBACK-DAYS days before the day being checked -
	*> the terminals each userid has passed from and the hours it
	*> usually logs in at - and then walks that day's logins
	*> looking for:
	*>   NEWTERM  (MEDIUM) a PASSED from a terminal the userid has
	*>            never passed from in the baseline (userids with no
	*>            baseline at all are not judged);
	*>   ODDHOUR  (LOW)    a PASSED in an hour with no baseline login
	*>            within ANOM-HOUR-SLACK hours either side, once the
	*>            userid has at least ANOM-MIN-LOGINS baseline passes;
	*>   DUALTERM (HIGH)   a PASSED from a different terminal than
	*>            the userid's previous PASSED, within ANOM-DUAL-MINS
	*>            minutes of it;
	*>   FAILPASS (HIGH)   a PASSED straight after ANOM-FAIL-RUN or
	*>            more consecutive FAILED attempts on that userid.
	*> The failure run and the previous PASSED carry over from the
	*> baseline, so a run that starts before midnight still counts.
	*> All five numbers are SECPARMS parameters (PARMS command).
	*>
	*> The baseline reaches back into the monthly archives through
	*> the ARCMANIF manifest the same way secreport does, replayed
	*> before the live file so everything arrives in timestamp
	*> order.  Each finding is printed to ANMRPRT and appended to
	*> the ANOMEXC exceptions file for security to work through.
	*>
	*> Command line: anomaly [yyyymmdd]
	*> With no argument the day checked is today.
	*> Return code 0 when nothing was found, 4 when there are
	*> findings.
	*>
	*> Each run is recorded on RUNCTL through runctl (users seen,
	*> findings written, findings).
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
	Select Audit-Arch-File Assign To Anm-Arch-Name
		Organization Line Sequential
		File Status Audarch-Status.
	Select Anom-Exc-File Assign To "ANOMEXC"
		Organization Line Sequential
		File Status Anomexc-Status.
	Select Print-File Assign To "ANMRPRT"
		Organization Line Sequential
		File Status Print-Status.
Data Division.
File Section.
	Copy "auditlog.cpy".
	Copy "arcmanif.cpy".
	FD  Audit-Arch-File.
	1 Audit-Arch-Record       Pic X(123).
	Copy "anomexc.cpy".
	FD  Print-File.
	1 Print-Record            Pic X(132).
Working-storage Section.
	1 Audit-Status			Pic X(02) Value "00".
	1 Arcmanif-Status		Pic X(02) Value "00".
	1 Audarch-Status		Pic X(02) Value "00".
	1 Anomexc-Status		Pic X(02) Value "00".
	1 Print-Status			Pic X(02) Value "00".

	1 Anm-Command-Line		Pic X(80) Value Spaces.
	1 Anm-Arg-1				Pic X(08) Value Spaces.
	1 Anm-Today				Pic X(08) Value Spaces.
	1 Anm-Check-Date		Pic X(08) Value Spaces.
	1 Anm-Base-Start		Pic X(08) Value Spaces.
	1 Anm-Base-Start-Int	Pic 9(08) Value 0.
	1 Anm-Return-Code		Pic 9(04) Comp Value 0.

	1 Anm-Parm-Name			Pic X(20) Value Spaces.
	1 Anm-Parm-Default		Pic 9(09) Comp Value 0.
	1 Anm-Lookback-Days		Pic 9(09) Comp Value 90.
	1 Anm-Hour-Slack		Pic 9(09) Comp Value 2.
	1 Anm-Dual-Mins			Pic 9(09) Comp Value 30.
	1 Anm-Fail-Run			Pic 9(09) Comp Value 3.
	1 Anm-Min-Logins		Pic 9(09) Comp Value 10.

	*> Anm-User-Table - one entry per userid seen: the baseline
	*> (passes, passes by hour of day, distinct terminals passed
	*> from) and the running state the day's checks need (current
	*> failure run, time and terminal of the last PASSED).  A
	*> userid with more than 20 baseline terminals is marked a
	*> roamer and left out of the new-terminal check.
	1 Anm-Max-Users			Pic 9(04) Comp Value 500.
	1 Anm-User-Table.
		5 Anm-User-Entry Occurs 500 Times
				Indexed By Anm-Idx.
			10 Anm-Userid			Pic X(32).
			10 Anm-Base-Passes		Pic 9(07) Comp.
			10 Anm-Hour-Count		Pic 9(07) Comp
					Occurs 24 Times.
			10 Anm-Term-Count		Pic 9(02) Comp.
			10 Anm-Roamer			Pic X(01).
			10 Anm-Terminal			Pic X(08)
					Occurs 20 Times.
			10 Anm-Fail-Count		Pic 9(05) Comp.
			10 Anm-Last-Pass-Secs	Pic 9(11) Comp.
			10 Anm-Last-Pass-Term	Pic X(08).
	1 Anm-User-Count		Pic 9(04) Comp Value 0.
	1 Anm-Found-Sw			Pic 9 Value 0.
		88 Anm-Entry-Found	Value 1, False 0.
	1 Anm-Found-Idx			Pic 9(04) Comp Value 0.
	1 Anm-Table-Full-Sw		Pic 9 Value 0.
		88 Anm-Table-Full	Value 1, False 0.
	1 Anm-Term-Ix			Pic 9(02) Comp Value 0.
	1 Anm-Term-Found-Sw		Pic 9 Value 0.
		88 Anm-Term-Found	Value 1, False 0.
	1 Anm-Hour-Ix			Pic 9(02) Comp Value 0.
	1 Anm-Hour-Offset		Pic S9(03) Comp Value 0.
	1 Anm-Hour-Near			Pic 9(07) Comp Value 0.

	1 Anm-Rec-Date			Pic X(08) Value Spaces.
	1 Anm-Rec-Hour			Pic 9(02) Value 0.
	1 Anm-Rec-Secs			Pic 9(11) Comp Value 0.
	1 Anm-Gap-Secs			Pic 9(11) Comp Value 0.

	1 Anm-Arch-Name			Pic X(40) Value Spaces.
	1 Anm-Arch-Months.
		5 Anm-Arch-Month Occurs 120 Times
				Indexed By Anm-Arc-Idx
			Pic X(06).
	1 Anm-Arch-Month-Count	Pic 9(03) Comp Value 0.
	1 Anm-Arch-Seen-Sw		Pic 9 Value 0.
		88 Anm-Arch-Seen	Value 1, False 0.

	1 Anm-Base-Records		Pic 9(09) Comp Value 0.
	1 Anm-Day-Records		Pic 9(09) Comp Value 0.
	1 Anm-High-Count		Pic 9(05) Comp Value 0.
	1 Anm-Medium-Count		Pic 9(05) Comp Value 0.
	1 Anm-Low-Count			Pic 9(05) Comp Value 0.
	1 Anm-Newterm-Count		Pic 9(05) Comp Value 0.
	1 Anm-Oddhour-Count		Pic 9(05) Comp Value 0.
	1 Anm-Dualterm-Count	Pic 9(05) Comp Value 0.
	1 Anm-Failpass-Count	Pic 9(05) Comp Value 0.
	1 Anm-Edit-1			Pic Z(08)9.
	1 Anm-Edit-2			Pic Z(08)9.
	1 Anm-Edit-3			Pic Z(04)9.
	1 Anm-Edit-4			Pic Z(04)9.
	1 Anm-Edit-5			Pic Z(04)9.
	1 Anm-Edit-6			Pic Z(04)9.

	1 Anm-Print-Line		Pic X(132) Value Spaces.
	1 Anm-Line-Count		Pic 9(03) Comp Value 999.
	1 Anm-Page-Count		Pic 9(05) Comp Value 0.
	1 Anm-Page-Size			Pic 9(03) Comp Value 60.
	1 Anm-Head-Line-1.
		5 Filler			Pic X(30) Value
			"Login anomaly report".
		5 Filler			Pic X(04) Value "run ".
		5 Anm-Hd-Run		Pic X(08).
		5 Filler			Pic X(08) Value "  day   ".
		5 Anm-Hd-Day		Pic X(08).
		5 Filler			Pic X(12) Value "  baseline ".
		5 Anm-Hd-Base		Pic X(08).
		5 Filler			Pic X(07) Value "  page ".
		5 Anm-Hd-Page		Pic Z(04)9.
	1 Anm-Column-Heading	Pic X(120) Value
		"Sev     Finding   Time      Userid                            Terminal  Detail".
	1 Anm-Detail-Line.
		5 Anm-Dl-Severity	Pic X(06).
		5 Filler			Pic X(02) Value Spaces.
		5 Anm-Dl-Type		Pic X(08).
		5 Filler			Pic X(02) Value Spaces.
		5 Anm-Dl-Time		Pic X(08).
		5 Filler			Pic X(02) Value Spaces.
		5 Anm-Dl-Userid		Pic X(32).
		5 Filler			Pic X(02) Value Spaces.
		5 Anm-Dl-Terminal	Pic X(08).
		5 Filler			Pic X(02) Value Spaces.
		5 Anm-Dl-Detail		Pic X(60).

	*> Run control (runctl).
	1 Anm-Run-Function		Pic X(06) Value Spaces.
	1 Anm-Run-Job			Pic X(10) Value "anomaly".
	1 Anm-Run-Id			Pic X(16) Value Spaces.
	1 Anm-Run-Rc			Pic 9(04) Comp Value 0.
	1 Anm-Run-In			Pic 9(09) Comp Value 0.
	1 Anm-Run-Out			Pic 9(09) Comp Value 0.
	1 Anm-Run-Exc			Pic 9(09) Comp Value 0.
	1 Anm-Run-Result		Pic X(04) Value Spaces.
Procedure Division.
0000-Mainline.
	Move "START" to Anm-Run-Function.
	Call "runctl" Using Anm-Run-Function, Anm-Run-Job, Anm-Run-Id,
		Anm-Run-Rc, Anm-Run-In, Anm-Run-Out, Anm-Run-Exc,
		Anm-Run-Result.
	Perform 1000-Initialize.
	Perform 1500-Read-Archives Thru 1500-Exit.
	Perform 2000-Read-Audit-Log Thru 2000-Exit.
	Perform 4000-Print-Summary.
	Perform 9000-Cleanup.
	Move "END" to Anm-Run-Function.
	Move Anm-Return-Code to Anm-Run-Rc.
	Move Anm-User-Count to Anm-Run-In.
	Compute Anm-Run-Out = Anm-High-Count + Anm-Medium-Count + Anm-Low-Count.
	Compute Anm-Run-Exc = Anm-High-Count + Anm-Medium-Count + Anm-Low-Count.
	Call "runctl" Using Anm-Run-Function, Anm-Run-Job, Anm-Run-Id,
		Anm-Run-Rc, Anm-Run-In, Anm-Run-Out, Anm-Run-Exc,
		Anm-Run-Result.
	Move Anm-Return-Code to Return-Code.
	Goback.

	*> ----------------------------------------------------------
	*> 1000-Initialize - day to check (argument or today), the
	*> SECPARMS thresholds, and the baseline's first day.
	*> ----------------------------------------------------------
	1000-Initialize.
		Move Function Current-Date(1:8) to Anm-Today.
		Move Anm-Today to Anm-Check-Date.
		Perform 1100-Parse-Arguments.
		Perform 1200-Load-Parms.
		Compute Anm-Base-Start-Int = Function Date-Of-Integer(
			Function Integer-Of-Date(Function Numval(Anm-Check-Date))
			- Anm-Lookback-Days).
		Move Anm-Base-Start-Int to Anm-Base-Start.

		Open Input Audit-Log-File.
		If Audit-Status = "35"
			Open Output Audit-Log-File
			Close Audit-Log-File
			Open Input Audit-Log-File
		End-If.
		Open Extend Anom-Exc-File.
		If Anomexc-Status = "35"
			Close Anom-Exc-File
			Open Output Anom-Exc-File
		End-If.
		Open Output Print-File.
		Move 0 to Anm-User-Count.
		Display "Checking logins on " Anm-Check-Date
			" against a baseline from " Anm-Base-Start ".".

	*> ----------------------------------------------------------
	1100-Parse-Arguments.
		Accept Anm-Command-Line From Command-Line.
		Move Function Trim(Anm-Command-Line) to Anm-Command-Line.
		If Anm-Command-Line not = Spaces
			Unstring Anm-Command-Line Delimited by All Space
				Into Anm-Arg-1
			End-Unstring
			If Anm-Arg-1 is Numeric
				Move Anm-Arg-1 to Anm-Check-Date
			End-If
		End-If.

	*> ----------------------------------------------------------
	1200-Load-Parms.
		Move "ANOM-LOOKBACK-DAYS" to Anm-Parm-Name.
		Move 90 to Anm-Parm-Default.
		Call "getparm" Using Anm-Parm-Name, Anm-Parm-Default,
			Anm-Lookback-Days.
		Move "ANOM-HOUR-SLACK" to Anm-Parm-Name.
		Move 2 to Anm-Parm-Default.
		Call "getparm" Using Anm-Parm-Name, Anm-Parm-Default,
			Anm-Hour-Slack.
		Move "ANOM-DUAL-MINS" to Anm-Parm-Name.
		Move 30 to Anm-Parm-Default.
		Call "getparm" Using Anm-Parm-Name, Anm-Parm-Default,
			Anm-Dual-Mins.
		Move "ANOM-FAIL-RUN" to Anm-Parm-Name.
		Move 3 to Anm-Parm-Default.
		Call "getparm" Using Anm-Parm-Name, Anm-Parm-Default,
			Anm-Fail-Run.
		Move "ANOM-MIN-LOGINS" to Anm-Parm-Name.
		Move 10 to Anm-Parm-Default.
		Call "getparm" Using Anm-Parm-Name, Anm-Parm-Default,
			Anm-Min-Logins.

	*> ----------------------------------------------------------
	*> 1500-Read-Archives - replay the archived AUDITLOG months from
	*> the baseline's first month to the day checked, before the
	*> live file, so every userid's history arrives in order.  Each
	*> month listed on the manifest is replayed once.
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
							and Amf-Month >= Anm-Base-Start(1:6)
							and Amf-Month <= Anm-Check-Date(1:6)
						Perform 1550-Check-Month-Seen Thru 1550-Exit
						If not Anm-Arch-Seen
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
		Move 0 to Anm-Arch-Seen-Sw.
		Perform Varying Anm-Arc-Idx from 1 by 1
				until Anm-Arc-Idx > Anm-Arch-Month-Count
					or Anm-Arch-Seen
			If Anm-Arch-Month(Anm-Arc-Idx) = Amf-Month
				Move 1 to Anm-Arch-Seen-Sw
			End-If
		End-Perform.
		If not Anm-Arch-Seen
				and Anm-Arch-Month-Count < 120
			Add 1 to Anm-Arch-Month-Count
			Set Anm-Arc-Idx to Anm-Arch-Month-Count
			Move Amf-Month to Anm-Arch-Month(Anm-Arc-Idx)
		End-If.
	1550-Exit.
		Exit.

	*> ----------------------------------------------------------
	1600-Replay-Archive.
		Move Amf-Archive-Name to Anm-Arch-Name.
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
					Perform 2100-Process-Record Thru 2100-Exit
			End-Read
		End-Perform.
		Close Audit-Arch-File.
	1600-Exit.
		Exit.

	*> ----------------------------------------------------------
	2000-Read-Audit-Log.
		Perform Until Audit-Status not = "00"
			Read Audit-Log-File
				At End Move "10" to Audit-Status
				Not At End Perform 2100-Process-Record Thru 2100-Exit
			End-Read
		End-Perform.
	2000-Exit.
		Exit.

	*> ----------------------------------------------------------
	*> 2100-Process-Record - a record inside the baseline window
	*> only feeds the baseline; one on the day checked is judged
	*> against it first.  Anything later (a rerun for an earlier
	*> day) is ignored.
	*> ----------------------------------------------------------
	2100-Process-Record.
		Move Aud-Timestamp(1:8) to Anm-Rec-Date.
		If Anm-Rec-Date < Anm-Base-Start
				or Anm-Rec-Date > Anm-Check-Date
				or Aud-Timestamp(1:8) is not Numeric
			Go To 2100-Exit
		End-If.
		Perform 2200-Find-Or-Add-User Thru 2200-Exit.
		If Anm-Found-Idx = 0
			Go To 2100-Exit
		End-If.
		Set Anm-Idx to Anm-Found-Idx.
		Move Aud-Timestamp(9:2) to Anm-Rec-Hour.
		Compute Anm-Rec-Secs =
			Function Integer-Of-Date(Function Numval(Anm-Rec-Date)) * 86400
			+ Function Numval(Aud-Timestamp(9:2)) * 3600
			+ Function Numval(Aud-Timestamp(11:2)) * 60
			+ Function Numval(Aud-Timestamp(13:2)).

		If not Aud-Passed
			Add 1 to Anm-Fail-Count(Anm-Idx)
			If Anm-Rec-Date = Anm-Check-Date
				Add 1 to Anm-Day-Records
			Else
				Add 1 to Anm-Base-Records
			End-If
			Go To 2100-Exit
		End-If.

		If Anm-Rec-Date = Anm-Check-Date
			Add 1 to Anm-Day-Records
			Perform 3000-Check-Login Thru 3000-Exit
		Else
			Add 1 to Anm-Base-Records
			Add 1 to Anm-Base-Passes(Anm-Idx)
			Add 1 to Anm-Hour-Count(Anm-Idx, Anm-Rec-Hour + 1)
			Perform 2300-Add-Terminal Thru 2300-Exit
		End-If.
		Move 0 to Anm-Fail-Count(Anm-Idx).
		Move Anm-Rec-Secs to Anm-Last-Pass-Secs(Anm-Idx).
		Move Aud-Terminal-Id to Anm-Last-Pass-Term(Anm-Idx).
	2100-Exit.
		Exit.

	*> ----------------------------------------------------------
	2200-Find-Or-Add-User.
		Move 0 to Anm-Found-Sw.
		Perform Varying Anm-Idx from 1 by 1
				until Anm-Idx > Anm-User-Count or Anm-Entry-Found
			If Anm-Userid(Anm-Idx) = Aud-Userid
				Move 1 to Anm-Found-Sw
			End-If
		End-Perform.
		If Anm-Entry-Found
			Compute Anm-Found-Idx = Anm-Idx - 1
			Go To 2200-Exit
		End-If.
		If Anm-User-Count >= Anm-Max-Users
			If not Anm-Table-Full
				Display "Warning: more than " Anm-Max-Users
					" distinct userids in the AUDIT-LOG history - "
					"the rest are not checked."
				Set Anm-Table-Full to true
			End-If
			Move 0 to Anm-Found-Idx
			Go To 2200-Exit
		End-If.
		Add 1 to Anm-User-Count.
		Move Anm-User-Count to Anm-Found-Idx.
		Set Anm-Idx to Anm-Found-Idx.
		Initialize Anm-User-Entry(Anm-Idx).
		Move Aud-Userid to Anm-Userid(Anm-Idx).
		Move "N" to Anm-Roamer(Anm-Idx).
	2200-Exit.
		Exit.

	*> ----------------------------------------------------------
	*> 2300-Add-Terminal - remember a terminal the userid passed
	*> from; past 20 of them the userid is marked a roamer.
	*> ----------------------------------------------------------
	2300-Add-Terminal.
		Perform 2350-Find-Terminal Thru 2350-Exit.
		If Anm-Term-Found
			Go To 2300-Exit
		End-If.
		If Anm-Term-Count(Anm-Idx) >= 20
			Move "Y" to Anm-Roamer(Anm-Idx)
			Go To 2300-Exit
		End-If.
		Add 1 to Anm-Term-Count(Anm-Idx).
		Move Aud-Terminal-Id
			to Anm-Terminal(Anm-Idx, Anm-Term-Count(Anm-Idx)).
	2300-Exit.
		Exit.

	*> ----------------------------------------------------------
	2350-Find-Terminal.
		Move 0 to Anm-Term-Found-Sw.
		Perform Varying Anm-Term-Ix from 1 by 1
				until Anm-Term-Ix > Anm-Term-Count(Anm-Idx)
					or Anm-Term-Found
			If Anm-Terminal(Anm-Idx, Anm-Term-Ix) = Aud-Terminal-Id
				Move 1 to Anm-Term-Found-Sw
			End-If
		End-Perform.
	2350-Exit.
		Exit.

	*> ----------------------------------------------------------
	*> 3000-Check-Login - one PASSED on the day checked, against
	*> the userid's baseline and running state.  A login can raise
	*> more than one finding.
	*> ----------------------------------------------------------
	3000-Check-Login.
		If Anm-Fail-Count(Anm-Idx) >= Anm-Fail-Run
			Move Anm-Fail-Count(Anm-Idx) to Anm-Edit-3
			Move "FAILPASS" to Anx-Type
			Move "HIGH" to Anx-Severity
			Move Spaces to Anx-Detail
			String "PASSED after " Function Trim(Anm-Edit-3)
					" consecutive failed attempt(s)" Delimited by Size
				Into Anx-Detail
			Perform 3500-Write-Finding Thru 3500-Exit
		End-If.

		If Anm-Last-Pass-Term(Anm-Idx) not = Spaces
				and Anm-Last-Pass-Term(Anm-Idx) not = Aud-Terminal-Id
			Compute Anm-Gap-Secs =
				Anm-Rec-Secs - Anm-Last-Pass-Secs(Anm-Idx)
			If Anm-Gap-Secs <= Anm-Dual-Mins * 60
				Compute Anm-Edit-3 = Anm-Gap-Secs / 60
				Move "DUALTERM" to Anx-Type
				Move "HIGH" to Anx-Severity
				Move Spaces to Anx-Detail
				String "also PASSED from "
						Function Trim(Anm-Last-Pass-Term(Anm-Idx))
						" " Function Trim(Anm-Edit-3) " min earlier"
						Delimited by Size
					Into Anx-Detail
				Perform 3500-Write-Finding Thru 3500-Exit
			End-If
		End-If.

		If Anm-Base-Passes(Anm-Idx) > 0
				and Anm-Roamer(Anm-Idx) not = "Y"
			Perform 2350-Find-Terminal Thru 2350-Exit
			If not Anm-Term-Found
				Move Anm-Term-Count(Anm-Idx) to Anm-Edit-3
				Move "NEWTERM" to Anx-Type
				Move "MEDIUM" to Anx-Severity
				Move Spaces to Anx-Detail
				String "first PASSED from this terminal - "
						Function Trim(Anm-Edit-3)
						" known terminal(s)" Delimited by Size
					Into Anx-Detail
				Perform 3500-Write-Finding Thru 3500-Exit
				Perform 2300-Add-Terminal Thru 2300-Exit
			End-If
		End-If.

		If Anm-Base-Passes(Anm-Idx) >= Anm-Min-Logins
			Perform 3100-Check-Hour Thru 3100-Exit
		End-If.
	3000-Exit.
		Exit.

	*> ----------------------------------------------------------
	*> 3100-Check-Hour - counts the baseline passes in the login's
	*> hour and ANOM-HOUR-SLACK hours either side (wrapping round
	*> midnight); none at all is an odd hour.
	*> ----------------------------------------------------------
	3100-Check-Hour.
		Move 0 to Anm-Hour-Near.
		Perform Varying Anm-Hour-Offset from 0 by 1
				until Anm-Hour-Offset > Anm-Hour-Slack * 2
					or Anm-Hour-Offset > 23
			Compute Anm-Hour-Ix = Function Mod(
				Anm-Rec-Hour - Anm-Hour-Slack + Anm-Hour-Offset + 24, 24) + 1
			Add Anm-Hour-Count(Anm-Idx, Anm-Hour-Ix) to Anm-Hour-Near
		End-Perform.
		If Anm-Hour-Near > 0
			Go To 3100-Exit
		End-If.
		Move Anm-Base-Passes(Anm-Idx) to Anm-Edit-4.
		Move Anm-Hour-Slack to Anm-Edit-3.
		Move "ODDHOUR" to Anx-Type.
		Move "LOW" to Anx-Severity.
		Move Spaces to Anx-Detail.
		String "hour " Anm-Rec-Hour " - no login within "
				Function Trim(Anm-Edit-3) "h in "
				Function Trim(Anm-Edit-4) " baseline login(s)"
				Delimited by Size
			Into Anx-Detail.
		Perform 3500-Write-Finding Thru 3500-Exit.
	3100-Exit.
		Exit.

	*> ----------------------------------------------------------
	*> 3500-Write-Finding - Anx-Type/Severity/Detail are set by the
	*> caller; the rest comes off the current AUDIT-LOG record.
	*> ----------------------------------------------------------
	3500-Write-Finding.
		Move Anm-Check-Date to Anx-Run-Date.
		Move Aud-Timestamp to Anx-Timestamp.
		Move Aud-Userid to Anx-Userid.
		Move Aud-Terminal-Id to Anx-Terminal-Id.
		Write Anom-Exc-Record.

		Evaluate True
			When Anx-High
				Add 1 to Anm-High-Count
			When Anx-Medium
				Add 1 to Anm-Medium-Count
			When Other
				Add 1 to Anm-Low-Count
		End-Evaluate.
		Evaluate True
			When Anx-New-Terminal
				Add 1 to Anm-Newterm-Count
			When Anx-Odd-Hour
				Add 1 to Anm-Oddhour-Count
			When Anx-Dual-Terminal
				Add 1 to Anm-Dualterm-Count
			When Other
				Add 1 to Anm-Failpass-Count
		End-Evaluate.

		Move Anx-Severity to Anm-Dl-Severity.
		Move Anx-Type to Anm-Dl-Type.
		String Aud-Timestamp(9:2) ":" Aud-Timestamp(11:2) ":"
				Aud-Timestamp(13:2) Delimited by Size
			Into Anm-Dl-Time.
		Move Aud-Userid to Anm-Dl-Userid.
		Move Aud-Terminal-Id to Anm-Dl-Terminal.
		Move Anx-Detail to Anm-Dl-Detail.
		Move Anm-Detail-Line to Anm-Print-Line.
		Perform 5000-Print-Line Thru 5000-Exit.
		Move 4 to Anm-Return-Code.
	3500-Exit.
		Exit.

	*> ----------------------------------------------------------
	4000-Print-Summary.
		If Anm-Return-Code = 0
			Move "  No anomalies found." to Anm-Print-Line
			Perform 5000-Print-Line Thru 5000-Exit
		End-If.
		Move Spaces to Anm-Print-Line.
		Perform 5000-Print-Line Thru 5000-Exit.
		Move Anm-Base-Records to Anm-Edit-1.
		Move Anm-Day-Records to Anm-Edit-2.
		Move Anm-User-Count to Anm-Edit-3.
		String "Totals:  " Function Trim(Anm-Edit-1)
				" baseline record(s), " Function Trim(Anm-Edit-2)
				" record(s) on the day checked, "
				Function Trim(Anm-Edit-3) " userid(s)."
				Delimited by Size
			Into Anm-Print-Line.
		Perform 5000-Print-Line Thru 5000-Exit.
		Move Anm-High-Count to Anm-Edit-3.
		Move Anm-Medium-Count to Anm-Edit-4.
		Move Anm-Low-Count to Anm-Edit-1.
		String "         " Function Trim(Anm-Edit-3) " HIGH, "
				Function Trim(Anm-Edit-4) " MEDIUM, "
				Function Trim(Anm-Edit-1) " LOW finding(s)."
				Delimited by Size
			Into Anm-Print-Line.
		Perform 5000-Print-Line Thru 5000-Exit.
		Move Anm-Newterm-Count to Anm-Edit-3.
		Move Anm-Oddhour-Count to Anm-Edit-4.
		Move Anm-Dualterm-Count to Anm-Edit-5.
		Move Anm-Failpass-Count to Anm-Edit-6.
		String "         NEWTERM " Function Trim(Anm-Edit-3)
				", ODDHOUR " Function Trim(Anm-Edit-4)
				", DUALTERM " Function Trim(Anm-Edit-5)
				", FAILPASS " Function Trim(Anm-Edit-6) "."
				Delimited by Size
			Into Anm-Print-Line.
		Perform 5000-Print-Line Thru 5000-Exit.
		If Anm-Table-Full
			Move "More userids than the table holds - the rest were not checked."
				to Anm-Print-Line
			Perform 5000-Print-Line Thru 5000-Exit
		End-If.
		Move "*** End of report ***" to Anm-Print-Line.
		Perform 5000-Print-Line Thru 5000-Exit.

		Display "Anomalies on " Anm-Check-Date ": " Anm-High-Count
			" HIGH, " Anm-Medium-Count " MEDIUM, " Anm-Low-Count " LOW.".
		Display "Report written to ANMRPRT, exceptions appended to ANOMEXC.".

	*> ----------------------------------------------------------
	*> 5000-Print-Line - one line to the print file, breaking to a
	*> fresh page heading every Anm-Page-Size lines.
	*> ----------------------------------------------------------
	5000-Print-Line.
		If Anm-Line-Count >= Anm-Page-Size
			Perform 5100-Page-Heading Thru 5100-Exit
		End-If.
		Write Print-Record From Anm-Print-Line.
		Add 1 to Anm-Line-Count.
		Move Spaces to Anm-Print-Line.
	5000-Exit.
		Exit.

	*> ----------------------------------------------------------
	5100-Page-Heading.
		Add 1 to Anm-Page-Count.
		Move Anm-Today to Anm-Hd-Run.
		Move Anm-Check-Date to Anm-Hd-Day.
		Move Anm-Base-Start to Anm-Hd-Base.
		Move Anm-Page-Count to Anm-Hd-Page.
		Move All "=" to Print-Record.
		Write Print-Record.
		Write Print-Record From Anm-Head-Line-1.
		Move All "=" to Print-Record.
		Write Print-Record.
		Write Print-Record From Anm-Column-Heading.
		Move Spaces to Print-Record.
		Write Print-Record.
		Move 5 to Anm-Line-Count.
	5100-Exit.
		Exit.

	*> ----------------------------------------------------------
	9000-Cleanup.
		Close Audit-Log-File.
		Close Anom-Exc-File.
		Close Print-File.

Identification Division.
Program-id. "recert".
	*> ================   Techtonics  ===============
	*> cobc -x -free -fintrinsics=all recert.cob
	*>
	*> Quarterly access recertification.  Audit wants each
	*> department head to confirm, every quarter, who in their
	*> department holds which role; this job replaces the marked-up
	*> printout of the console USERS listing.  Two runs per
	*> campaign:
	*>
	*> WORKSHEET - walks DEPT and, for each department with
	*> accounts, writes a review worksheet to the RECWKS.<dept>
	*> print file (every account's role and status, and the
	*> console commands that role is granted through PERMCMD) plus
	*> a pre-filled RECDEC.<dept> decisions file for the head to
	*> complete with KEEP, REVOKE or CHGROLE.  Accounts whose
	*> Usr-Dept is blank or not on DEPT go to RECWKS.NONE for an
	*> ADMIN to review.  Every account issued is snapshotted to
	*> RECCAMP under the campaign id, and a campaign id can only be
	*> issued once.
	*>
	*> APPLY - walks the campaign's RECCAMP snapshot against the
	*> returned RECDEC.<dept> files.  REVOKE locks the account and
	*> CHGROLE changes its role under the same rules the console
	*> MAINT LOCK/CHGROLE actions apply (ROLEHIST and USERCHG
	*> journalling, changed-by the reviewing head, and a MAINTBAK
	*> backout row per change under one run id so the whole run
	*> can be reversed with maintrest).  A decision only counts
	*> when the reviewer is an ACTIVE account in that department
	*> (or an ADMIN), is not the account under review, and holds
	*> the console command the decision stands for through PERMCMD
	*> (MAINT-LOCK for a REVOKE, MAINT-CHGROLE for a CHGROLE).  An
	*> account whose role moved since the worksheet was issued, or
	*> that has no valid decision, stays outstanding and is listed
	*> for chasing.  The RECRPRT evidence report carries one
	*> section per department with the outcome of every account and
	*> a sign-off block naming the reviewers, and a campaign
	*> certification statement at the end.  APPLY can be re-run as
	*> late decisions come in - decisions already applied come out
	*> as no-change.
	*>
	*> A CHGROLE onto ADMIN or a role flagged privileged on ROLEDEF
	*> is not applied here: it is queued on PENDCHG (through
	*> pendput, requested by the reviewing head) for a second ADMIN
	*> to approve with the console PENDING command, the same as a
	*> console MAINT CHGROLE onto such a role.  The decision still
	*> counts as made.
	*>
	*> A CHGROLE that would break a segregation-of-duties rule
	*> (sodcheck against SODRULES, the same check the console MAINT
	*> CHGROLE makes) is not applied and the account stays
	*> outstanding - there is no override from a worksheet; the
	*> change has to go through MAINT, where one can be recorded.
	*>
	*> The USERCHG records are chained through chainlnk (sequence
	*> number and chained digest) like every other writer's.
	*>
	*> Command line: recert <WORKSHEET|APPLY> <campaign-id>
	*> campaign-id   - up to eight characters, e.g. 2026Q4.
	*> Return code 0 when the campaign is fully certified, 4 when
	*> accounts are still outstanding, 8 on a usage or file error.
	*> ==============================================
Environment Division.
Input-Output Section.
File-Control.
	Select Users-File Assign To "USERS"
		Organization Indexed
		Access Dynamic
		Record Key Usr-Userid
		File Status Users-Status.
	Select Permcmd-File Assign To "PERMCMD"
		Organization Indexed
		Access Dynamic
		Record Key Pcm-Key
		File Status Permcmd-Status.
	Select Dept-File Assign To "DEPT"
		Organization Indexed
		Access Dynamic
		Record Key Dpt-Code
		File Status Dept-Status.
	Select Rec-Camp-File Assign To "RECCAMP"
		Organization Line Sequential
		File Status Reccamp-Status.
	Select Rec-Dec-File Assign To Rec-Dec-Name
		Organization Line Sequential
		File Status Recdec-Status.
	Select Role-Hist-File Assign To "ROLEHIST"
		Organization Line Sequential
		File Status Rolehist-Status.
	Select User-Chg-File Assign To "USERCHG"
		Organization Line Sequential
		File Status Userchg-Status.
	Select Maint-Bak-File Assign To "MAINTBAK"
		Organization Line Sequential
		File Status Maintbak-Status.
	Select Role-Def-File Assign To "ROLEDEF"
		Organization Indexed
		Access Dynamic
		Record Key Rdf-Role
		File Status Roledef-Status.
	Select Print-File Assign To Rec-Print-Name
		Organization Line Sequential
		File Status Print-Status.
Data Division.
File Section.
	Copy "users.cpy".
	Copy "permcmd.cpy".
	Copy "dept.cpy".
	Copy "reccamp.cpy".
	Copy "recdec.cpy".
	Copy "rolehist.cpy".
	Copy "userchg.cpy".
	Copy "maintbak.cpy".
	Copy "roledef.cpy".
	FD  Print-File.
	1 Print-Record            Pic X(132).
Working-storage Section.
	1 Users-Status			Pic X(02) Value "00".
	1 Permcmd-Status		Pic X(02) Value "00".
	1 Dept-Status			Pic X(02) Value "00".
	1 Reccamp-Status		Pic X(02) Value "00".
	1 Recdec-Status			Pic X(02) Value "00".
	1 Rolehist-Status		Pic X(02) Value "00".
	1 Userchg-Status		Pic X(02) Value "00".
	1 Maintbak-Status		Pic X(02) Value "00".
	1 Roledef-Status		Pic X(02) Value "00".
	1 Print-Status			Pic X(02) Value "00".

	1 Rec-Command-Line		Pic X(80) Value Spaces.
	1 Rec-Arg-1				Pic X(10) Value Spaces.
	1 Rec-Arg-2				Pic X(10) Value Spaces.
	1 Rec-Mode				Pic X(10) Value Spaces.
		88 Rec-Worksheet-Mode	Value "WORKSHEET".
		88 Rec-Apply-Mode		Value "APPLY".
	1 Rec-Campaign-Id		Pic X(08) Value Spaces.
	1 Rec-Today				Pic X(08) Value Spaces.
	1 Rec-Run-Time			Pic X(26) Value Spaces.
	1 Rec-Return-Code		Pic 9(04) Comp Value 0.

	1 Rec-Print-Name		Pic X(40) Value Spaces.
	1 Rec-Dec-Name			Pic X(40) Value Spaces.

	1 Rec-Dept-Table.
		5 Rec-Dept-Entry Occurs 50 Times
				Indexed By Rec-Dep-Idx.
			10 Rec-Dept-Code		Pic X(04).
			10 Rec-Dept-Name		Pic X(30).
	1 Rec-Dept-Count		Pic 9(02) Comp Value 0.
	1 Rec-Dept-Found-Sw		Pic 9 Value 0.
		88 Rec-Dept-Found	Value 1, False 0.
	1 Rec-Cur-Dept			Pic X(04) Value Spaces.
	1 Rec-Cur-Dept-Name		Pic X(30) Value Spaces.
	1 Rec-Belongs-Sw		Pic 9 Value 0.
		88 Rec-Belongs		Value 1, False 0.
	1 Rec-Issue-Sw			Pic 9 Value 0.
		88 Rec-Issuing		Value 1, False 0.
	1 Rec-Dept-Accounts		Pic 9(05) Comp Value 0.
	1 Rec-Edit-Count		Pic Z(04)9.
	1 Rec-Issued-Count		Pic 9(05) Comp Value 0.
	1 Rec-Sheet-Count		Pic 9(03) Comp Value 0.
	1 Rec-Camp-Found-Sw		Pic 9 Value 0.
		88 Rec-Camp-Found	Value 1, False 0.

	1 Rec-Grant-Role		Pic X(10) Value Spaces.
	1 Rec-Grant-Line		Pic X(132) Value Spaces.
	1 Rec-Grant-Ptr			Pic 9(03) Comp Value 0.
	1 Rec-Grant-Count		Pic 9(03) Comp Value 0.

	*> Rec-Dec-Table - one department's returned decisions, loaded
	*> when the APPLY walk reaches that department.  Rec-Dec-Invalid
	*> holds the reason a row can't be acted on (spaces when it
	*> can); Rec-Dec-Used marks rows matched to a snapshot account
	*> so the leftovers can be reported as not in the campaign.
	1 Rec-Max-Decisions		Pic 9(04) Comp Value 2000.
	1 Rec-Dec-Table.
		5 Rec-Dec-Entry Occurs 2000 Times
				Indexed By Rec-Dec-Idx.
			10 Rec-Dec-Userid		Pic X(32).
			10 Rec-Dec-Decision		Pic X(08).
			10 Rec-Dec-New-Role		Pic X(10).
			10 Rec-Dec-Reviewer		Pic X(32).
			10 Rec-Dec-Date			Pic X(08).
			10 Rec-Dec-Invalid		Pic X(24).
			10 Rec-Dec-Used			Pic X(01).
	1 Rec-Dec-Count			Pic 9(04) Comp Value 0.
	1 Rec-Search-Userid		Pic X(32) Value Spaces.
	1 Rec-Perm-Command		Pic X(14) Value Spaces.
	1 Rec-Perm-Sw			Pic 9 Value 0.
		88 Rec-Perm-Granted	Value 1, False 0.
	1 Rec-Dec-Found-Sw		Pic 9 Value 0.
		88 Rec-Dec-Found	Value 1, False 0.
	1 Rec-Dec-File-Sw		Pic 9 Value 0.
		88 Rec-Dec-File-Returned	Value 1, False 0.
	1 Rec-Dec-Other-Camp	Pic 9(05) Comp Value 0.

	1 Rec-Reviewer-Table.
		5 Rec-Reviewer-Entry Occurs 10 Times
				Indexed By Rec-Rvw-Idx.
			10 Rec-Rvw-Userid		Pic X(32).
			10 Rec-Rvw-Date			Pic X(08).
	1 Rec-Reviewer-Count	Pic 9(02) Comp Value 0.
	1 Rec-Rvw-Found-Sw		Pic 9 Value 0.
		88 Rec-Rvw-Found	Value 1, False 0.

	1 Rec-Chase-Table.
		5 Rec-Chase-Entry Occurs 2000 Times
				Indexed By Rec-Chs-Idx.
			10 Rec-Chs-Dept			Pic X(04).
			10 Rec-Chs-Userid		Pic X(32).
			10 Rec-Chs-Reason		Pic X(24).
	1 Rec-Chase-Count		Pic 9(04) Comp Value 0.

	1 Rec-User-Found-Sw		Pic 9 Value 0.
		88 Rec-User-Found	Value 1, False 0.
	1 Rec-Outcome			Pic X(24) Value Spaces.
	1 Rec-Outstanding-Sw	Pic 9 Value 0.
		88 Rec-Is-Outstanding	Value 1, False 0.
	1 Rec-Changed-Sw		Pic 9 Value 0.
		88 Rec-Was-Changed	Value 1, False 0.
	1 Rec-Chg-Action		Pic X(12) Value Spaces.
	1 Rec-Chg-By			Pic X(32) Value Spaces.
	1 Rec-Chg-Old-Role		Pic X(10) Value Spaces.
	1 Rec-Chg-Old-Status	Pic X(10) Value Spaces.
	1 Rec-Chg-Old-Failed	Pic 9(02) Value 0.

	1 Rec-Chain-File		Pic X(10) Value Spaces.
	1 Rec-Chain-Length	Pic 9(04) Comp Value 0.
	1 Rec-Chain-Result	Pic X(04) Value Spaces.
	1 Rec-Bak-Run-Id		Pic X(14) Value Spaces.
	1 Rec-Bak-Image			Pic X(160) Value Spaces.
	1 Rec-Cmp-Queued		Pic 9(05) Comp Value 0.
	1 Rec-Priv-Sw			Pic 9 Value 0.
		88 Rec-Role-Privileged	Value 1, False 0.

	1 Rec-Sod-Count			Pic 9(04) Comp Value 0.
	1 Rec-Sod-Hits.
		5 Rec-Sod-Hit Occurs 10 Times.
			10 Rec-Sod-Hit-Rule	Pic X(08).
			10 Rec-Sod-Hit-Text	Pic X(60).

	1 Rec-Pend-Function		Pic X(06) Value "QUEUE".
	1 Rec-Pend-Type			Pic X(10) Value "CHGROLE".
	1 Rec-Pend-Target		Pic X(32) Value Spaces.
	1 Rec-Pend-Old			Pic X(20) Value Spaces.
	1 Rec-Pend-New			Pic X(20) Value Spaces.
	1 Rec-Pend-Requester	Pic X(32) Value Spaces.
	1 Rec-Pend-Id			Pic X(16) Value Spaces.
	1 Rec-Pend-Result		Pic X(04) Value Spaces.

	1 Rec-Dpt-Total			Pic 9(05) Comp Value 0.
	1 Rec-Dpt-Certified		Pic 9(05) Comp Value 0.
	1 Rec-Dpt-Changed		Pic 9(05) Comp Value 0.
	1 Rec-Dpt-Outstanding	Pic 9(05) Comp Value 0.
	1 Rec-Cmp-Total			Pic 9(05) Comp Value 0.
	1 Rec-Cmp-Certified		Pic 9(05) Comp Value 0.
	1 Rec-Cmp-Changed		Pic 9(05) Comp Value 0.
	1 Rec-Cmp-Outstanding	Pic 9(05) Comp Value 0.
	1 Rec-Cmp-Depts			Pic 9(03) Comp Value 0.

	1 Rec-Print-Line		Pic X(132) Value Spaces.
	1 Rec-Line-Count		Pic 9(03) Comp Value 999.
	1 Rec-Page-Count		Pic 9(05) Comp Value 0.
	1 Rec-Page-Size			Pic 9(03) Comp Value 60.
	1 Rec-Wks-Head-Line.
		5 Filler			Pic X(34) Value
			"Access recertification worksheet".
		5 Filler			Pic X(10) Value "campaign ".
		5 Rec-Wh-Campaign	Pic X(08).
		5 Filler			Pic X(07) Value "  dept ".
		5 Rec-Wh-Dept		Pic X(04).
		5 Filler			Pic X(09) Value "  issued ".
		5 Rec-Wh-Date		Pic X(08).
		5 Filler			Pic X(07) Value "  page ".
		5 Rec-Wh-Page		Pic Z(04)9.
	1 Rec-Wks-Column-Heading	Pic X(100) Value
		"Userid                            Role       Status     Decision   New role".
	1 Rec-Wks-Detail-Line.
		5 Rec-Wd-Userid		Pic X(32).
		5 Filler			Pic X(02) Value Spaces.
		5 Rec-Wd-Role		Pic X(10).
		5 Filler			Pic X(01) Value Spaces.
		5 Rec-Wd-Status		Pic X(10).
		5 Filler			Pic X(01) Value Spaces.
		5 Filler			Pic X(21) Value
			"________   _________".
	1 Rec-Rpt-Head-Line.
		5 Filler			Pic X(34) Value
			"Access recertification evidence".
		5 Filler			Pic X(10) Value "campaign ".
		5 Rec-Rh-Campaign	Pic X(08).
		5 Filler			Pic X(06) Value "  run ".
		5 Rec-Rh-Date		Pic X(08).
		5 Filler			Pic X(07) Value "  page ".
		5 Rec-Rh-Page		Pic Z(04)9.
	1 Rec-Rpt-Column-Heading	Pic X(110) Value
		"Userid                    Role       Status     Decision New role   Reviewer      Outcome".
	1 Rec-Rpt-Detail-Line.
		5 Rec-Rd-Userid		Pic X(24).
		5 Filler			Pic X(02) Value Spaces.
		5 Rec-Rd-Role		Pic X(10).
		5 Filler			Pic X(01) Value Spaces.
		5 Rec-Rd-Status		Pic X(10).
		5 Filler			Pic X(01) Value Spaces.
		5 Rec-Rd-Decision	Pic X(08).
		5 Filler			Pic X(01) Value Spaces.
		5 Rec-Rd-New-Role	Pic X(10).
		5 Filler			Pic X(01) Value Spaces.
		5 Rec-Rd-Reviewer	Pic X(12).
		5 Filler			Pic X(02) Value Spaces.
		5 Rec-Rd-Outcome	Pic X(24).
	1 Rec-Dept-Total-Line.
		5 Filler			Pic X(12) Value "  Accounts: ".
		5 Rec-Dt-Total		Pic Z(04)9.
		5 Filler			Pic X(14) Value "   certified: ".
		5 Rec-Dt-Certified	Pic Z(04)9.
		5 Filler			Pic X(12) Value "   changed: ".
		5 Rec-Dt-Changed	Pic Z(04)9.
		5 Filler			Pic X(16) Value "   outstanding: ".
		5 Rec-Dt-Outstanding	Pic Z(04)9.
	1 Rec-Chase-Line.
		5 Filler			Pic X(02) Value Spaces.
		5 Rec-Cl-Dept		Pic X(04).
		5 Filler			Pic X(02) Value Spaces.
		5 Rec-Cl-Userid		Pic X(32).
		5 Filler			Pic X(02) Value Spaces.
		5 Rec-Cl-Reason		Pic X(24).
Procedure Division.
0000-Mainline.
	Perform 1000-Initialize.
	If Rec-Campaign-Id = Spaces
			or (not Rec-Worksheet-Mode and not Rec-Apply-Mode)
		Display "Usage: recert <WORKSHEET|APPLY> <campaign-id>"
		Move 8 to Rec-Return-Code
	Else If Rec-Worksheet-Mode
		Perform 2000-Issue-Worksheets Thru 2000-Exit
	Else
		Perform 3000-Apply-Decisions Thru 3000-Exit
	End-If.
	Move Rec-Return-Code to Return-Code.
	Goback.

	*> ----------------------------------------------------------
	1000-Initialize.
		Move Function Current-Date to Rec-Run-Time.
		Move Rec-Run-Time(1:8) to Rec-Today.
		Perform 1100-Parse-Arguments.

	*> ----------------------------------------------------------
	1100-Parse-Arguments.
		Accept Rec-Command-Line From Command-Line.
		Move Function Trim(Rec-Command-Line) to Rec-Command-Line.
		If Rec-Command-Line not = Spaces
			Unstring Rec-Command-Line Delimited by All Space
				Into Rec-Arg-1, Rec-Arg-2
			End-Unstring
			Move Function Upper-Case(Rec-Arg-1) to Rec-Mode
			Move Function Upper-Case(Rec-Arg-2) to Rec-Campaign-Id
		End-If.

	*> ----------------------------------------------------------
	*> 1200-Check-Campaign - sets Rec-Camp-Found-Sw when RECCAMP
	*> already holds rows for this campaign id.
	*> ----------------------------------------------------------
	1200-Check-Campaign.
		Move 0 to Rec-Camp-Found-Sw.
		Open Input Rec-Camp-File.
		If Reccamp-Status not = "00"
			Close Rec-Camp-File
			Go To 1200-Exit
		End-If.
		Perform Until Reccamp-Status not = "00" or Rec-Camp-Found
			Read Rec-Camp-File
				At End Move "10" to Reccamp-Status
				Not At End
					If Rcp-Campaign-Id = Rec-Campaign-Id
						Move 1 to Rec-Camp-Found-Sw
					End-If
			End-Read
		End-Perform.
		Close Rec-Camp-File.
	1200-Exit.
		Exit.

	*> ----------------------------------------------------------
	*> 1300-Load-Depts - DEPT into a table, so the worksheet run
	*> can tell a real department from a blank or unknown one while
	*> it walks USERS, and the evidence report can name them.
	*> ----------------------------------------------------------
	1300-Load-Depts.
		Move 0 to Rec-Dept-Count.
		Open Input Dept-File.
		If Dept-Status not = "00"
			Close Dept-File
			Go To 1300-Exit
		End-If.
		Move Low-Values to Dpt-Code.
		Start Dept-File Key is Greater Than Dpt-Code
			Invalid Key Move "10" to Dept-Status
		End-Start.
		Perform Until Dept-Status not = "00"
			Read Dept-File Next Record
				At End Move "10" to Dept-Status
				Not At End
					If Rec-Dept-Count < 50
						Add 1 to Rec-Dept-Count
						Set Rec-Dep-Idx to Rec-Dept-Count
						Move Dpt-Code to Rec-Dept-Code(Rec-Dep-Idx)
						Move Dpt-Name to Rec-Dept-Name(Rec-Dep-Idx)
					End-If
			End-Read
		End-Perform.
		Close Dept-File.
	1300-Exit.
		Exit.

	*> ----------------------------------------------------------
	1350-Find-Dept.
		Move 0 to Rec-Dept-Found-Sw.
		Perform Varying Rec-Dep-Idx from 1 by 1
				until Rec-Dep-Idx > Rec-Dept-Count or Rec-Dept-Found
			If Rec-Dept-Code(Rec-Dep-Idx) = Usr-Dept
				Move 1 to Rec-Dept-Found-Sw
			End-If
		End-Perform.
		If Rec-Dept-Found
			Set Rec-Dep-Idx Down By 1
		End-If.
	1350-Exit.
		Exit.

	*> ----------------------------------------------------------
	*> 2000-Issue-Worksheets - one worksheet and one decisions
	*> skeleton per department holding accounts, then one for the
	*> accounts with no recognised department.
	*> ----------------------------------------------------------
	2000-Issue-Worksheets.
		Perform 1200-Check-Campaign Thru 1200-Exit.
		If Rec-Camp-Found
			Display "Campaign " trim(Rec-Campaign-Id)
				" has already been issued - choose a new campaign id."
			Move 8 to Rec-Return-Code
			Go To 2000-Exit
		End-If.
		Perform 1300-Load-Depts Thru 1300-Exit.

		Open Input Users-File.
		If Users-Status = "35"
			Open Output Users-File
			Close Users-File
			Open Input Users-File
		End-If.
		Open Input Permcmd-File.
		Open Extend Rec-Camp-File.
		If Reccamp-Status = "35"
			Close Rec-Camp-File
			Open Output Rec-Camp-File
		End-If.

		Perform Varying Rec-Dep-Idx from 1 by 1
				until Rec-Dep-Idx > Rec-Dept-Count
			Move Rec-Dept-Code(Rec-Dep-Idx) to Rec-Cur-Dept
			Move Rec-Dept-Name(Rec-Dep-Idx) to Rec-Cur-Dept-Name
			Perform 2100-Issue-Dept Thru 2100-Exit
		End-Perform.
		Move "NONE" to Rec-Cur-Dept.
		Move "NO RECOGNISED DEPARTMENT" to Rec-Cur-Dept-Name.
		Perform 2100-Issue-Dept Thru 2100-Exit.

		Close Users-File.
		Close Permcmd-File.
		Close Rec-Camp-File.
		Display "Campaign " trim(Rec-Campaign-Id) ": " Rec-Issued-Count
			" account(s) on " Rec-Sheet-Count " worksheet(s).".
	2000-Exit.
		Exit.

	*> ----------------------------------------------------------
	*> 2100-Issue-Dept - count first, so a department with nobody
	*> in it doesn't leave an empty worksheet behind.
	*> ----------------------------------------------------------
	2100-Issue-Dept.
		Move 0 to Rec-Issue-Sw.
		Perform 2150-Walk-Users Thru 2150-Exit.
		If Rec-Dept-Accounts = 0
			Go To 2100-Exit
		End-If.

		Move Spaces to Rec-Print-Name.
		String "RECWKS." Delimited by Size
				Function Trim(Rec-Cur-Dept) Delimited by Size
			Into Rec-Print-Name.
		Move Spaces to Rec-Dec-Name.
		String "RECDEC." Delimited by Size
				Function Trim(Rec-Cur-Dept) Delimited by Size
			Into Rec-Dec-Name.
		Open Output Print-File.
		Open Output Rec-Dec-File.
		Move 999 to Rec-Line-Count.
		Move 0 to Rec-Page-Count.

		Move Spaces to Rec-Print-Line.
		String "Department " Delimited by Size
				Function Trim(Rec-Cur-Dept) Delimited by Size
				" - " Delimited by Size
				Function Trim(Rec-Cur-Dept-Name) Delimited by Size
			Into Rec-Print-Line.
		Perform 5000-Print-Line Thru 5000-Exit.
		Move "*" to Rec-Grant-Role.
		Move "  Every account also holds:" to Rec-Grant-Line.
		Perform 2300-Print-Grants Thru 2300-Exit.
		Move "  Enter KEEP, REVOKE or CHGROLE (with the new role) for every account in"
			to Rec-Print-Line.
		Perform 5000-Print-Line Thru 5000-Exit.
		Move Spaces to Rec-Print-Line.
		String "  " Delimited by Size
				Rec-Dec-Name Delimited by Space
				", with your userid as reviewer and the review date, and return it."
					Delimited by Size
			Into Rec-Print-Line.
		Perform 5000-Print-Line Thru 5000-Exit.
		Move Spaces to Rec-Print-Line.
		Perform 5000-Print-Line Thru 5000-Exit.

		Move 1 to Rec-Issue-Sw.
		Perform 2150-Walk-Users Thru 2150-Exit.

		Move Spaces to Rec-Print-Line.
		Perform 5000-Print-Line Thru 5000-Exit.
		Move Spaces to Rec-Print-Line.
		Move Rec-Dept-Accounts to Rec-Edit-Count.
		String "  " Delimited by Size
				Function Trim(Rec-Edit-Count) Delimited by Size
				" account(s) for review." Delimited by Size
			Into Rec-Print-Line.
		Perform 5000-Print-Line Thru 5000-Exit.
		Move Spaces to Rec-Print-Line.
		Perform 5000-Print-Line Thru 5000-Exit.
		Move "  Reviewed by: ______________________   Date: __________   Signature: ______________________"
			to Rec-Print-Line.
		Perform 5000-Print-Line Thru 5000-Exit.
		Move "*** End of worksheet ***" to Rec-Print-Line.
		Perform 5000-Print-Line Thru 5000-Exit.
		Close Print-File.
		Close Rec-Dec-File.
		Add 1 to Rec-Sheet-Count.
		Display trim(Rec-Cur-Dept) ": " Rec-Dept-Accounts
			" account(s) - worksheet " trim(Rec-Print-Name)
			", decisions " trim(Rec-Dec-Name).
	2100-Exit.
		Exit.

	*> ----------------------------------------------------------
	*> 2150-Walk-Users - one pass over USERS for the current
	*> department.  With Rec-Issue-Sw off it only counts (the
	*> pre-pass in 2100); with it on it issues each account.
	*> ----------------------------------------------------------
	2150-Walk-Users.
		Move 0 to Rec-Dept-Accounts.
		Move "00" to Users-Status.
		Move Low-Values to Usr-Userid.
		Start Users-File Key is Greater Than Usr-Userid
			Invalid Key Move "10" to Users-Status
		End-Start.
		Perform Until Users-Status not = "00"
			Read Users-File Next Record
				At End Move "10" to Users-Status
				Not At End
					Perform 2160-Check-Belongs Thru 2160-Exit
					If Rec-Belongs
						Add 1 to Rec-Dept-Accounts
						If Rec-Issuing
							Perform 2200-Issue-Account Thru 2200-Exit
						End-If
					End-If
			End-Read
		End-Perform.
		Move "00" to Users-Status.
	2150-Exit.
		Exit.

	*> ----------------------------------------------------------
	2160-Check-Belongs.
		Move 0 to Rec-Belongs-Sw.
		If Rec-Cur-Dept = "NONE"
			Perform 1350-Find-Dept Thru 1350-Exit
			If not Rec-Dept-Found or Usr-Dept = Spaces
				Move 1 to Rec-Belongs-Sw
			End-If
		Else If Usr-Dept = Rec-Cur-Dept
			Move 1 to Rec-Belongs-Sw
		End-If.
	2160-Exit.
		Exit.

	*> ----------------------------------------------------------
	*> 2200-Issue-Account - snapshot row, decisions skeleton row
	*> and worksheet lines for one account.
	*> ----------------------------------------------------------
	2200-Issue-Account.
		Move Rec-Campaign-Id to Rcp-Campaign-Id.
		Move Rec-Cur-Dept to Rcp-Dept.
		Move Usr-Userid to Rcp-Userid.
		Move Usr-Role to Rcp-Role.
		Move Usr-Status to Rcp-Status.
		Move Rec-Run-Time to Rcp-Issued-Time.
		Write Rec-Camp-Record.
		Add 1 to Rec-Issued-Count.

		Move Spaces to Rec-Dec-Record.
		Move Rec-Campaign-Id to Rcd-Campaign-Id.
		Move Rec-Cur-Dept to Rcd-Dept.
		Move Usr-Userid to Rcd-Userid.
		Move Usr-Role to Rcd-Role.
		Write Rec-Dec-Record.

		Move Usr-Userid to Rec-Wd-Userid.
		Move Usr-Role to Rec-Wd-Role.
		Move Usr-Status to Rec-Wd-Status.
		Move Rec-Wks-Detail-Line to Rec-Print-Line.
		Perform 5000-Print-Line Thru 5000-Exit.
		Move Usr-Role to Rec-Grant-Role.
		Move "      grants:" to Rec-Grant-Line.
		Perform 2300-Print-Grants Thru 2300-Exit.
	2200-Exit.
		Exit.

	*> ----------------------------------------------------------
	*> 2300-Print-Grants - the PERMCMD commands Rec-Grant-Role is
	*> allowed, appended to the caption already in Rec-Grant-Line
	*> and wrapped onto continuation lines.
	*> ----------------------------------------------------------
	2300-Print-Grants.
		Move 0 to Rec-Grant-Count.
		Compute Rec-Grant-Ptr =
			Function Length(Function Trim(Rec-Grant-Line Trailing)) + 2.
		Move Rec-Grant-Role to Pcm-Role.
		Move Low-Values to Pcm-Command.
		Move "00" to Permcmd-Status.
		Start Permcmd-File Key is Greater Than Pcm-Key
			Invalid Key Move "10" to Permcmd-Status
		End-Start.
		Perform Until Permcmd-Status not = "00"
			Read Permcmd-File Next Record
				At End Move "10" to Permcmd-Status
				Not At End
					If Pcm-Role not = Rec-Grant-Role
						Move "10" to Permcmd-Status
					Else If Pcm-Is-Allowed
						Perform 2350-Add-Grant Thru 2350-Exit
					End-If
			End-Read
		End-Perform.
		Move "00" to Permcmd-Status.
		If Rec-Grant-Count = 0
			Move "(no commands)" to Rec-Grant-Line(Rec-Grant-Ptr:13)
		End-If.
		Move Rec-Grant-Line to Rec-Print-Line.
		Perform 5000-Print-Line Thru 5000-Exit.
	2300-Exit.
		Exit.

	*> ----------------------------------------------------------
	2350-Add-Grant.
		If Rec-Grant-Ptr + Function Length(Function Trim(Pcm-Command))
				> 100
			Move Rec-Grant-Line to Rec-Print-Line
			Perform 5000-Print-Line Thru 5000-Exit
			Move Spaces to Rec-Grant-Line
			Move 15 to Rec-Grant-Ptr
		End-If.
		String Function Trim(Pcm-Command) Delimited by Size
				" " Delimited by Size
			Into Rec-Grant-Line
			With Pointer Rec-Grant-Ptr
		End-String.
		Add 1 to Rec-Grant-Ptr.
		Add 1 to Rec-Grant-Count.
	2350-Exit.
		Exit.

	*> ----------------------------------------------------------
	*> 3000-Apply-Decisions - walk the campaign snapshot in the
	*> department order the worksheet run wrote it.
	*> ----------------------------------------------------------
	3000-Apply-Decisions.
		Perform 1300-Load-Depts Thru 1300-Exit.
		Open Input Rec-Camp-File.
		If Reccamp-Status not = "00"
			Close Rec-Camp-File
			Display "No RECCAMP campaign file found."
			Move 8 to Rec-Return-Code
			Go To 3000-Exit
		End-If.
		Open I-O Users-File.
		If Users-Status = "35"
			Open Output Users-File
			Close Users-File
			Open I-O Users-File
		End-If.
		Open Extend User-Chg-File.
		If Userchg-Status = "35"
			Close User-Chg-File
			Open Output User-Chg-File
		End-If.
		Open Extend Role-Hist-File.
		If Rolehist-Status = "35"
			Close Role-Hist-File
			Open Output Role-Hist-File
		End-If.
		Open Extend Maint-Bak-File.
		If Maintbak-Status = "35"
			Close Maint-Bak-File
			Open Output Maint-Bak-File
		End-If.
		Open Input Role-Def-File.
		Open Input Permcmd-File.
		Move "RECRPRT" to Rec-Print-Name.
		Open Output Print-File.
		Move Rec-Run-Time(1:14) to Rec-Bak-Run-Id.
		Move Spaces to Rec-Cur-Dept.

		Perform Until Reccamp-Status not = "00"
			Read Rec-Camp-File
				At End Move "10" to Reccamp-Status
				Not At End
					If Rcp-Campaign-Id = Rec-Campaign-Id
						Perform 3100-Apply-Row Thru 3100-Exit
					End-If
			End-Read
		End-Perform.
		Close Rec-Camp-File.

		If Rec-Cmp-Depts = 0
			Move "No accounts on file for this campaign." to Rec-Print-Line
			Perform 5000-Print-Line Thru 5000-Exit
			Display "Campaign " trim(Rec-Campaign-Id)
				" not found on RECCAMP - run WORKSHEET first."
			Move 8 to Rec-Return-Code
		Else
			Perform 3800-Finish-Dept Thru 3800-Exit
			Perform 3900-Finish-Campaign Thru 3900-Exit
		End-If.

		Close Users-File.
		Close User-Chg-File.
		Close Role-Hist-File.
		Close Maint-Bak-File.
		Close Role-Def-File.
		Close Permcmd-File.
		Close Print-File.
	3000-Exit.
		Exit.

	*> ----------------------------------------------------------
	3100-Apply-Row.
		If Rcp-Dept not = Rec-Cur-Dept
			If Rec-Cmp-Depts > 0
				Perform 3800-Finish-Dept Thru 3800-Exit
			End-If
			Perform 3200-Start-Dept Thru 3200-Exit
		End-If.

		Move 0 to Rec-Outstanding-Sw.
		Move 0 to Rec-Changed-Sw.
		Move Rcp-Userid to Usr-Userid.
		Read Users-File Key is Usr-Userid
			Invalid Key Move 0 to Rec-User-Found-Sw
			Not Invalid Key Move 1 to Rec-User-Found-Sw
		End-Read.
		Move Rcp-Userid to Rec-Search-Userid.
		Perform 3300-Find-Decision Thru 3300-Exit.
		Perform 3400-Decide-Account Thru 3400-Exit.

		Move Rcp-Userid to Rec-Rd-Userid.
		Move Rcp-Role to Rec-Rd-Role.
		If Rec-User-Found
			Move Usr-Status to Rec-Rd-Status
		Else
			Move "GONE" to Rec-Rd-Status
		End-If.
		If Rec-Dec-Found
			Move Rec-Dec-Decision(Rec-Dec-Idx) to Rec-Rd-Decision
			Move Rec-Dec-New-Role(Rec-Dec-Idx) to Rec-Rd-New-Role
			Move Rec-Dec-Reviewer(Rec-Dec-Idx) to Rec-Rd-Reviewer
		Else
			Move Spaces to Rec-Rd-Decision
			Move Spaces to Rec-Rd-New-Role
			Move Spaces to Rec-Rd-Reviewer
		End-If.
		Move Rec-Outcome to Rec-Rd-Outcome.
		Move Rec-Rpt-Detail-Line to Rec-Print-Line.
		Perform 5000-Print-Line Thru 5000-Exit.

		Add 1 to Rec-Dpt-Total.
		If Rec-Is-Outstanding
			Add 1 to Rec-Dpt-Outstanding
			If Rec-Chase-Count < 2000
				Add 1 to Rec-Chase-Count
				Set Rec-Chs-Idx to Rec-Chase-Count
				Move Rcp-Dept to Rec-Chs-Dept(Rec-Chs-Idx)
				Move Rcp-Userid to Rec-Chs-Userid(Rec-Chs-Idx)
				Move Rec-Outcome to Rec-Chs-Reason(Rec-Chs-Idx)
			End-If
		Else
			Add 1 to Rec-Dpt-Certified
		End-If.
		If Rec-Was-Changed
			Add 1 to Rec-Dpt-Changed
		End-If.
	3100-Exit.
		Exit.

	*> ----------------------------------------------------------
	*> 3200-Start-Dept - heading for the department's section and
	*> its returned decisions loaded into Rec-Dec-Table.
	*> ----------------------------------------------------------
	3200-Start-Dept.
		Move Rcp-Dept to Rec-Cur-Dept.
		Move Spaces to Rec-Cur-Dept-Name.
		Perform Varying Rec-Dep-Idx from 1 by 1
				until Rec-Dep-Idx > Rec-Dept-Count
			If Rec-Dept-Code(Rec-Dep-Idx) = Rec-Cur-Dept
				Move Rec-Dept-Name(Rec-Dep-Idx) to Rec-Cur-Dept-Name
			End-If
		End-Perform.
		If Rec-Cur-Dept = "NONE"
			Move "NO RECOGNISED DEPARTMENT" to Rec-Cur-Dept-Name
		End-If.
		Add 1 to Rec-Cmp-Depts.
		Move 0 to Rec-Dpt-Total.
		Move 0 to Rec-Dpt-Certified.
		Move 0 to Rec-Dpt-Changed.
		Move 0 to Rec-Dpt-Outstanding.
		Move 0 to Rec-Reviewer-Count.

		Move Spaces to Rec-Print-Line.
		Perform 5000-Print-Line Thru 5000-Exit.
		Move Spaces to Rec-Print-Line.
		String "Department " Delimited by Size
				Function Trim(Rec-Cur-Dept) Delimited by Size
				" - " Delimited by Size
				Function Trim(Rec-Cur-Dept-Name) Delimited by Size
			Into Rec-Print-Line.
		Perform 5000-Print-Line Thru 5000-Exit.
		Perform 3250-Load-Decisions Thru 3250-Exit.
		If not Rec-Dec-File-Returned
			Move Spaces to Rec-Print-Line
			String "  No decisions file returned (" Delimited by Size
					Rec-Dec-Name Delimited by Space
					")." Delimited by Size
				Into Rec-Print-Line
			Perform 5000-Print-Line Thru 5000-Exit
		End-If.
		If Rec-Dec-Other-Camp > 0
			Move Rec-Dec-Other-Camp to Rec-Edit-Count
			Move Spaces to Rec-Print-Line
			String "  " Delimited by Size
					Function Trim(Rec-Edit-Count) Delimited by Size
					" decision row(s) for another campaign ignored."
						Delimited by Size
				Into Rec-Print-Line
			Perform 5000-Print-Line Thru 5000-Exit
		End-If.
	3200-Exit.
		Exit.

	*> ----------------------------------------------------------
	3250-Load-Decisions.
		Move 0 to Rec-Dec-Count.
		Move 0 to Rec-Dec-Other-Camp.
		Move 0 to Rec-Dec-File-Sw.
		Move Spaces to Rec-Dec-Name.
		String "RECDEC." Delimited by Size
				Function Trim(Rec-Cur-Dept) Delimited by Size
			Into Rec-Dec-Name.
		Move "00" to Recdec-Status.
		Open Input Rec-Dec-File.
		If Recdec-Status not = "00"
			Close Rec-Dec-File
			Go To 3250-Exit
		End-If.
		Move 1 to Rec-Dec-File-Sw.
		Perform Until Recdec-Status not = "00"
			Read Rec-Dec-File
				At End Move "10" to Recdec-Status
				Not At End
					Perform 3260-Load-One-Decision Thru 3260-Exit
			End-Read
		End-Perform.
		Close Rec-Dec-File.
	3250-Exit.
		Exit.

	*> ----------------------------------------------------------
	*> 3260-Load-One-Decision - a row with no decision filled in is
	*> not a decision; a second row for the same userid is ignored
	*> (the first one stands).
	*> ----------------------------------------------------------
	3260-Load-One-Decision.
		If Rcd-Campaign-Id not = Rec-Campaign-Id
			Add 1 to Rec-Dec-Other-Camp
			Go To 3260-Exit
		End-If.
		Move Function Upper-Case(Function Trim(Rcd-Decision))
			to Rcd-Decision.
		If Rcd-Decision = Spaces or Rcd-Userid = Spaces
			Go To 3260-Exit
		End-If.
		Move Rcd-Userid to Rec-Search-Userid.
		Perform 3300-Find-Decision Thru 3300-Exit.
		If Rec-Dec-Found or Rec-Dec-Count >= Rec-Max-Decisions
			Go To 3260-Exit
		End-If.
		Add 1 to Rec-Dec-Count.
		Set Rec-Dec-Idx to Rec-Dec-Count.
		Move Rcd-Userid to Rec-Dec-Userid(Rec-Dec-Idx).
		Move Rcd-Decision to Rec-Dec-Decision(Rec-Dec-Idx).
		Move Function Upper-Case(Function Trim(Rcd-New-Role))
			to Rec-Dec-New-Role(Rec-Dec-Idx).
		Move Function Trim(Rcd-Reviewer) to Rec-Dec-Reviewer(Rec-Dec-Idx).
		Move Rcd-Review-Date to Rec-Dec-Date(Rec-Dec-Idx).
		Move "N" to Rec-Dec-Used(Rec-Dec-Idx).
		Perform 3270-Check-Reviewer Thru 3270-Exit.
	3260-Exit.
		Exit.

	*> ----------------------------------------------------------
	*> 3270-Check-Reviewer - same department scoping MAINT applies
	*> to non-ADMIN maintenance roles: the reviewer has to be an
	*> ACTIVE account in the department under review, or an ADMIN,
	*> and nobody certifies their own access.  A REVOKE or CHGROLE
	*> also needs the reviewer's role to be granted the console
	*> command that makes it (3280-Check-Entitled).
	*> ----------------------------------------------------------
	3270-Check-Reviewer.
		Move Spaces to Rec-Dec-Invalid(Rec-Dec-Idx).
		If Rec-Dec-Reviewer(Rec-Dec-Idx) = Spaces
			Move "NO REVIEWER" to Rec-Dec-Invalid(Rec-Dec-Idx)
			Go To 3270-Exit
		End-If.
		If Rec-Dec-Reviewer(Rec-Dec-Idx) = Rec-Dec-Userid(Rec-Dec-Idx)
			Move "SELF-REVIEW" to Rec-Dec-Invalid(Rec-Dec-Idx)
			Go To 3270-Exit
		End-If.
		Move Rec-Dec-Reviewer(Rec-Dec-Idx) to Usr-Userid.
		Read Users-File Key is Usr-Userid
			Invalid Key
				Move "UNKNOWN REVIEWER" to Rec-Dec-Invalid(Rec-Dec-Idx)
				Go To 3270-Exit
		End-Read.
		If not Usr-Active
				or (Usr-Role not = "ADMIN" and Usr-Dept not = Rec-Cur-Dept)
			Move "REVIEWER NOT HEAD" to Rec-Dec-Invalid(Rec-Dec-Idx)
			Go To 3270-Exit
		End-If.
		Perform 3280-Check-Entitled Thru 3280-Exit.
		If not Rec-Perm-Granted
			Move "REVIEWER NOT ENTITLED" to Rec-Dec-Invalid(Rec-Dec-Idx)
			Go To 3270-Exit
		End-If.
		Move 0 to Rec-Rvw-Found-Sw.
		Perform Varying Rec-Rvw-Idx from 1 by 1
				until Rec-Rvw-Idx > Rec-Reviewer-Count or Rec-Rvw-Found
			If Rec-Rvw-Userid(Rec-Rvw-Idx) = Rec-Dec-Reviewer(Rec-Dec-Idx)
				Move 1 to Rec-Rvw-Found-Sw
			End-If
		End-Perform.
		If not Rec-Rvw-Found and Rec-Reviewer-Count < 10
			Add 1 to Rec-Reviewer-Count
			Set Rec-Rvw-Idx to Rec-Reviewer-Count
			Move Rec-Dec-Reviewer(Rec-Dec-Idx) to Rec-Rvw-Userid(Rec-Rvw-Idx)
			Move Rec-Dec-Date(Rec-Dec-Idx) to Rec-Rvw-Date(Rec-Rvw-Idx)
		End-If.
	3270-Exit.
		Exit.

	*> ----------------------------------------------------------
	*> 3280-Check-Entitled - the lookup application.cob's
	*> 2050-Check-Permission makes: the reviewer's own role first,
	*> then "*".  KEEP changes nothing and needs no command.
	*> ----------------------------------------------------------
	3280-Check-Entitled.
		Move 0 to Rec-Perm-Sw.
		Evaluate Rec-Dec-Decision(Rec-Dec-Idx)
			When "REVOKE"
				Move "MAINT-LOCK" to Rec-Perm-Command
			When "CHGROLE"
				Move "MAINT-CHGROLE" to Rec-Perm-Command
			When Other
				Move 1 to Rec-Perm-Sw
				Go To 3280-Exit
		End-Evaluate.
		Move Usr-Role to Pcm-Role.
		Move Rec-Perm-Command to Pcm-Command.
		Read Permcmd-File Key is Pcm-Key
			Invalid Key Continue
			Not Invalid Key
				If Pcm-Is-Allowed
					Move 1 to Rec-Perm-Sw
				End-If
		End-Read.
		If not Rec-Perm-Granted
			Move "*" to Pcm-Role
			Move Rec-Perm-Command to Pcm-Command
			Read Permcmd-File Key is Pcm-Key
				Invalid Key Continue
				Not Invalid Key
					If Pcm-Is-Allowed
						Move 1 to Rec-Perm-Sw
					End-If
			End-Read
		End-If.
	3280-Exit.
		Exit.

	*> ----------------------------------------------------------
	*> 3300-Find-Decision - Rec-Search-Userid in the loaded decisions;
	*> leaves Rec-Dec-Idx on the entry when found.
	*> ----------------------------------------------------------
	3300-Find-Decision.
		Move 0 to Rec-Dec-Found-Sw.
		Perform Varying Rec-Dec-Idx from 1 by 1
				until Rec-Dec-Idx > Rec-Dec-Count or Rec-Dec-Found
			If Rec-Dec-Userid(Rec-Dec-Idx) = Rec-Search-Userid
				Move 1 to Rec-Dec-Found-Sw
			End-If
		End-Perform.
		If Rec-Dec-Found
			Set Rec-Dec-Idx Down By 1
		End-If.
	3300-Exit.
		Exit.

	*> ----------------------------------------------------------
	*> 3400-Decide-Account - outcome for one snapshot account.  An
	*> account deleted since the worksheet went out needs nothing
	*> more; one whose role has moved since then has to be looked
	*> at again, whatever the head wrote against the old role -
	*> unless it moved to exactly the role the head's CHGROLE asked
	*> for (an earlier APPLY, or an approved queued change).
	*> ----------------------------------------------------------
	3400-Decide-Account.
		If not Rec-User-Found
			Move "ACCOUNT REMOVED" to Rec-Outcome
			If Rec-Dec-Found
				Move "Y" to Rec-Dec-Used(Rec-Dec-Idx)
			End-If
			Go To 3400-Exit
		End-If.
		If not Rec-Dec-Found
			Move "NO DECISION" to Rec-Outcome
			Move 1 to Rec-Outstanding-Sw
			Go To 3400-Exit
		End-If.
		Move "Y" to Rec-Dec-Used(Rec-Dec-Idx).
		If Rec-Dec-Invalid(Rec-Dec-Idx) not = Spaces
			Move Rec-Dec-Invalid(Rec-Dec-Idx) to Rec-Outcome
			Move 1 to Rec-Outstanding-Sw
			Go To 3400-Exit
		End-If.
		If Usr-Role not = Rcp-Role
				and not (Rec-Dec-Decision(Rec-Dec-Idx) = "CHGROLE"
					and Usr-Role = Rec-Dec-New-Role(Rec-Dec-Idx))
			Move "ROLE MOVED SINCE ISSUE" to Rec-Outcome
			Move 1 to Rec-Outstanding-Sw
			Go To 3400-Exit
		End-If.
		Move Rec-Dec-Reviewer(Rec-Dec-Idx) to Rec-Chg-By.
		Evaluate Rec-Dec-Decision(Rec-Dec-Idx)
			When "KEEP"
				Move "KEPT" to Rec-Outcome
			When "REVOKE"
				Perform 3500-Apply-Revoke Thru 3500-Exit
			When "CHGROLE"
				Perform 3600-Apply-Chgrole Thru 3600-Exit
			When Other
				Move "UNKNOWN DECISION" to Rec-Outcome
				Move 1 to Rec-Outstanding-Sw
		End-Evaluate.
	3400-Exit.
		Exit.

	*> ----------------------------------------------------------
	*> 3500-Apply-Revoke - same effect as MAINT LOCK: no lockout
	*> timestamp, so security.cob never auto-unlocks it.
	*> ----------------------------------------------------------
	3500-Apply-Revoke.
		If Usr-Locked
			Move "ALREADY LOCKED" to Rec-Outcome
			Go To 3500-Exit
		End-If.
		Perform 3700-Save-Before-Image Thru 3700-Exit.
		Move "LOCKED" to Usr-Status.
		Move Spaces to Usr-Lockout-Date.
		Move Spaces to Usr-Lockout-Time.
		Rewrite Users-Record.
		Move "RECREVOKE" to Rec-Chg-Action.
		Perform 3750-Journal-Change Thru 3750-Exit.
		Move "REVOKED - LOCKED" to Rec-Outcome.
	3500-Exit.
		Exit.

	*> ----------------------------------------------------------
	*> 3600-Apply-Chgrole - same checks and ROLEHIST trail as
	*> MAINT CHGROLE's 2480-Maint-Chgrole, including queueing a
	*> change onto a privileged role for approval instead.
	*> ----------------------------------------------------------
	3600-Apply-Chgrole.
		If Rec-Dec-New-Role(Rec-Dec-Idx) = Spaces
			Move "CHGROLE WITHOUT ROLE" to Rec-Outcome
			Move 1 to Rec-Outstanding-Sw
			Go To 3600-Exit
		End-If.
		If Rec-Dec-New-Role(Rec-Dec-Idx) = Usr-Role
			Move "ROLE ALREADY CHANGED" to Rec-Outcome
			Go To 3600-Exit
		End-If.
		Call "sodcheck" Using Rec-Dec-New-Role(Rec-Dec-Idx), Usr-Dept,
			Rec-Sod-Count, Rec-Sod-Hits.
		If Rec-Sod-Count > 0
			Move Spaces to Rec-Outcome
			String "SOD CONFLICT " Rec-Sod-Hit-Rule(1) Delimited by Size
				Into Rec-Outcome
			Move 1 to Rec-Outstanding-Sw
			Go To 3600-Exit
		End-If.
		Move 0 to Rec-Priv-Sw.
		If Rec-Dec-New-Role(Rec-Dec-Idx) = "ADMIN"
			Move 1 to Rec-Priv-Sw
		Else
			Move Rec-Dec-New-Role(Rec-Dec-Idx) to Rdf-Role
			Read Role-Def-File Key is Rdf-Role
				Invalid Key Continue
				Not Invalid Key
					If Rdf-Is-Privileged
						Move 1 to Rec-Priv-Sw
					End-If
			End-Read
		End-If.
		If Rec-Role-Privileged
			Perform 3650-Queue-Chgrole Thru 3650-Exit
			Go To 3600-Exit
		End-If.
		Perform 3700-Save-Before-Image Thru 3700-Exit.
		Move Usr-Userid to Rhi-Userid.
		Move Usr-Role to Rhi-Old-Role.
		Move Rec-Dec-New-Role(Rec-Dec-Idx) to Rhi-New-Role.
		Move Rec-Chg-By to Rhi-Changed-By.
		Move Function Current-Date to Rhi-Timestamp.
		Write Role-Hist-Record.
		Move Rec-Dec-New-Role(Rec-Dec-Idx) to Usr-Role.
		Rewrite Users-Record.
		Move "RECCHGROLE" to Rec-Chg-Action.
		Perform 3750-Journal-Change Thru 3750-Exit.
		Move "ROLE CHANGED" to Rec-Outcome.
	3600-Exit.
		Exit.

	*> ----------------------------------------------------------
	*> 3650-Queue-Chgrole - privileged grant: queued for a second
	*> ADMIN, requested by the head who made the decision.
	*> ----------------------------------------------------------
	3650-Queue-Chgrole.
		Move Usr-Userid to Rec-Pend-Target.
		Move Usr-Role to Rec-Pend-Old.
		Move Rec-Dec-New-Role(Rec-Dec-Idx) to Rec-Pend-New.
		Move Rec-Chg-By to Rec-Pend-Requester.
		Call "pendput" Using Rec-Pend-Function, Rec-Pend-Type,
			Rec-Pend-Target, Rec-Pend-Old, Rec-Pend-New,
			Rec-Pend-Requester, Rec-Pend-Id, Rec-Pend-Result.
		If Rec-Pend-Result = "FAIL"
			Move "APPROVAL QUEUE FAILED" to Rec-Outcome
			Move 1 to Rec-Outstanding-Sw
		Else
			Move "AWAITING ADMIN APPROVAL" to Rec-Outcome
			Add 1 to Rec-Cmp-Queued
		End-If.
	3650-Exit.
		Exit.

	*> ----------------------------------------------------------
	3700-Save-Before-Image.
		Move Users-Record to Rec-Bak-Image.
		Move Usr-Role to Rec-Chg-Old-Role.
		Move Usr-Status to Rec-Chg-Old-Status.
		Move Usr-Failed-Count to Rec-Chg-Old-Failed.
	3700-Exit.
		Exit.

	*> ----------------------------------------------------------
	*> 3750-Journal-Change - the USERCHG record MAINT would have
	*> written (changed-by the reviewing head, who made the call),
	*> plus a MAINTBAK image under this run's id so the run can be
	*> reversed with maintrest like a MAINT BATCH wave.
	*> ----------------------------------------------------------
	3750-Journal-Change.
		Move Function Current-Date to Uch-Timestamp.
		Move Usr-Userid to Uch-Userid.
		Move Rec-Chg-Action to Uch-Action.
		Move Rec-Chg-By to Uch-Changed-By.
		Move Rec-Chg-Old-Role to Uch-Old-Role.
		Move Usr-Role to Uch-New-Role.
		Move Rec-Chg-Old-Status to Uch-Old-Status.
		Move Usr-Status to Uch-New-Status.
		Move Rec-Chg-Old-Failed to Uch-Old-Failed.
		Move Usr-Failed-Count to Uch-New-Failed.
		Move Spaces to Uch-Approved-By.
		Move "USERCHG" to Rec-Chain-File.
		Move Function Length(User-Chg-Record) to Rec-Chain-Length.
		Call "chainlnk" Using Rec-Chain-File, User-Chg-Record,
			Rec-Chain-Length, Rec-Chain-Result.
		Write User-Chg-Record.

		Move Rec-Bak-Run-Id to Mbk-Run-Id.
		Move Usr-Userid to Mbk-Userid.
		Move "Y" to Mbk-Existed-Flag.
		Move Rec-Bak-Image to Mbk-User-Image.
		Write Maint-Bak-Record.
		Move 1 to Rec-Changed-Sw.
	3750-Exit.
		Exit.

	*> ----------------------------------------------------------
	*> 3800-Finish-Dept - decisions for accounts that weren't part
	*> of the campaign, the department totals and the sign-off
	*> block naming whoever reviewed it.
	*> ----------------------------------------------------------
	3800-Finish-Dept.
		Perform Varying Rec-Dec-Idx from 1 by 1
				until Rec-Dec-Idx > Rec-Dec-Count
			If Rec-Dec-Used(Rec-Dec-Idx) = "N"
				Move Spaces to Rec-Print-Line
				String "  " Delimited by Size
						Rec-Dec-Userid(Rec-Dec-Idx) Delimited by Space
						": decision for an account not in this campaign - ignored."
							Delimited by Size
					Into Rec-Print-Line
				Perform 5000-Print-Line Thru 5000-Exit
			End-If
		End-Perform.
		Move Rec-Dpt-Total to Rec-Dt-Total.
		Move Rec-Dpt-Certified to Rec-Dt-Certified.
		Move Rec-Dpt-Changed to Rec-Dt-Changed.
		Move Rec-Dpt-Outstanding to Rec-Dt-Outstanding.
		Move Rec-Dept-Total-Line to Rec-Print-Line.
		Perform 5000-Print-Line Thru 5000-Exit.
		If Rec-Reviewer-Count = 0
			Move "  Reviewed by: (no valid reviewer)" to Rec-Print-Line
			Perform 5000-Print-Line Thru 5000-Exit
		End-If.
		Perform Varying Rec-Rvw-Idx from 1 by 1
				until Rec-Rvw-Idx > Rec-Reviewer-Count
			Move Spaces to Rec-Print-Line
			String "  Reviewed by: " Delimited by Size
					Rec-Rvw-Userid(Rec-Rvw-Idx) Delimited by Space
					"   review date " Delimited by Size
					Rec-Rvw-Date(Rec-Rvw-Idx) Delimited by Size
				Into Rec-Print-Line
			Perform 5000-Print-Line Thru 5000-Exit
		End-Perform.
		Move Spaces to Rec-Print-Line.
		If Rec-Dpt-Outstanding = 0
			String "  Department " Delimited by Size
					Function Trim(Rec-Cur-Dept) Delimited by Size
					" certification: COMPLETE" Delimited by Size
				Into Rec-Print-Line
		Else
			String "  Department " Delimited by Size
					Function Trim(Rec-Cur-Dept) Delimited by Size
					" certification: INCOMPLETE" Delimited by Size
				Into Rec-Print-Line
		End-If.
		Perform 5000-Print-Line Thru 5000-Exit.
		Add Rec-Dpt-Total to Rec-Cmp-Total.
		Add Rec-Dpt-Certified to Rec-Cmp-Certified.
		Add Rec-Dpt-Changed to Rec-Cmp-Changed.
		Add Rec-Dpt-Outstanding to Rec-Cmp-Outstanding.
	3800-Exit.
		Exit.

	*> ----------------------------------------------------------
	*> 3900-Finish-Campaign - the chase list, campaign totals and
	*> the certification statement for the audit file.
	*> ----------------------------------------------------------
	3900-Finish-Campaign.
		Move Spaces to Rec-Print-Line.
		Perform 5000-Print-Line Thru 5000-Exit.
		Move "Accounts awaiting a decision - chase with the department head:"
			to Rec-Print-Line.
		Perform 5000-Print-Line Thru 5000-Exit.
		If Rec-Chase-Count = 0
			Move "  (none)" to Rec-Print-Line
			Perform 5000-Print-Line Thru 5000-Exit
		End-If.
		Perform Varying Rec-Chs-Idx from 1 by 1
				until Rec-Chs-Idx > Rec-Chase-Count
			Move Rec-Chs-Dept(Rec-Chs-Idx) to Rec-Cl-Dept
			Move Rec-Chs-Userid(Rec-Chs-Idx) to Rec-Cl-Userid
			Move Rec-Chs-Reason(Rec-Chs-Idx) to Rec-Cl-Reason
			Move Rec-Chase-Line to Rec-Print-Line
			Perform 5000-Print-Line Thru 5000-Exit
		End-Perform.

		Move Spaces to Rec-Print-Line.
		Perform 5000-Print-Line Thru 5000-Exit.
		Move "Campaign totals:" to Rec-Print-Line.
		Perform 5000-Print-Line Thru 5000-Exit.
		Move Rec-Cmp-Total to Rec-Dt-Total.
		Move Rec-Cmp-Certified to Rec-Dt-Certified.
		Move Rec-Cmp-Changed to Rec-Dt-Changed.
		Move Rec-Cmp-Outstanding to Rec-Dt-Outstanding.
		Move Rec-Dept-Total-Line to Rec-Print-Line.
		Perform 5000-Print-Line Thru 5000-Exit.
		Move Spaces to Rec-Print-Line.
		Perform 5000-Print-Line Thru 5000-Exit.
		Move Spaces to Rec-Print-Line.
		If Rec-Cmp-Outstanding = 0
			String "Campaign " Delimited by Size
					Function Trim(Rec-Campaign-Id) Delimited by Size
					" is CERTIFIED: every account issued has a valid decision, applied "
						Delimited by Size
					Rec-Run-Time(1:8) Delimited by Size
					"." Delimited by Size
				Into Rec-Print-Line
		Else
			String "Campaign " Delimited by Size
					Function Trim(Rec-Campaign-Id) Delimited by Size
					" is NOT YET CERTIFIED: accounts remain outstanding."
						Delimited by Size
				Into Rec-Print-Line
			Move 4 to Rec-Return-Code
		End-If.
		Perform 5000-Print-Line Thru 5000-Exit.
		Move Spaces to Rec-Print-Line.
		String "Changes applied under backout run id " Delimited by Size
				Rec-Bak-Run-Id Delimited by Size
				" (reverse with maintrest)." Delimited by Size
			Into Rec-Print-Line.
		Perform 5000-Print-Line Thru 5000-Exit.
		If Rec-Cmp-Queued > 0
			Move Rec-Cmp-Queued to Rec-Edit-Count
			Move Spaces to Rec-Print-Line
			String Function Trim(Rec-Edit-Count) Delimited by Size
					" privileged role change(s) queued for ADMIN approval (console PENDING)."
						Delimited by Size
				Into Rec-Print-Line
			Perform 5000-Print-Line Thru 5000-Exit
		End-If.
		Move Spaces to Rec-Print-Line.
		Perform 5000-Print-Line Thru 5000-Exit.
		Move "Security officer: ______________________   Date: __________   Signature: ______________________"
			to Rec-Print-Line.
		Perform 5000-Print-Line Thru 5000-Exit.
		Move "*** End of report ***" to Rec-Print-Line.
		Perform 5000-Print-Line Thru 5000-Exit.

		Display "Campaign " trim(Rec-Campaign-Id) ": " Rec-Cmp-Total
			" account(s), " Rec-Cmp-Certified " certified, "
			Rec-Cmp-Changed " changed, " Rec-Cmp-Outstanding
			" outstanding.".
		If Rec-Cmp-Changed > 0
			Display "Backout run id " Rec-Bak-Run-Id
				" - reverse with: maintrest " Rec-Bak-Run-Id
		End-If.
		Display "Report written to RECRPRT.".
	3900-Exit.
		Exit.

	*> ----------------------------------------------------------
	*> 5000-Print-Line - one line to whichever print file is open
	*> (a worksheet or the evidence report), breaking to a fresh
	*> page heading every Rec-Page-Size lines.
	*> ----------------------------------------------------------
	5000-Print-Line.
		If Rec-Line-Count >= Rec-Page-Size
			Perform 5100-Page-Heading Thru 5100-Exit
		End-If.
		Write Print-Record From Rec-Print-Line.
		Add 1 to Rec-Line-Count.
		Move Spaces to Rec-Print-Line.
	5000-Exit.
		Exit.

	*> ----------------------------------------------------------
	5100-Page-Heading.
		Add 1 to Rec-Page-Count.
		Move All "=" to Print-Record.
		Write Print-Record.
		If Rec-Worksheet-Mode
			Move Rec-Campaign-Id to Rec-Wh-Campaign
			Move Rec-Cur-Dept to Rec-Wh-Dept
			Move Rec-Today to Rec-Wh-Date
			Move Rec-Page-Count to Rec-Wh-Page
			Write Print-Record From Rec-Wks-Head-Line
		Else
			Move Rec-Campaign-Id to Rec-Rh-Campaign
			Move Rec-Today to Rec-Rh-Date
			Move Rec-Page-Count to Rec-Rh-Page
			Write Print-Record From Rec-Rpt-Head-Line
		End-If.
		Move All "=" to Print-Record.
		Write Print-Record.
		If Rec-Worksheet-Mode
			Write Print-Record From Rec-Wks-Column-Heading
		Else
			Write Print-Record From Rec-Rpt-Column-Heading
		End-If.
		Move Spaces to Print-Record.
		Write Print-Record.
		Move 5 to Rec-Line-Count.
	5100-Exit.
		Exit.

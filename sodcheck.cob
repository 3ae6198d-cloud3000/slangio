Identification Division.
Program-id. "sodcheck".
	*> ================   Techtonics  ===============
	*> Segregation-of-duties check, shared by application (MAINT
	*> ADD and CHGROLE, interactive and BATCH), recert (CHGROLE
	*> decisions) and the sodrept violation report.  Given the role
	*> an account would hold and the department it is in, walks the
	*> SODRULES file and returns every rule that combination would
	*> break:
	*>   C rule - the role is granted both commands of the pair
	*>            through PERMCMD (its own row or the "*" row);
	*>   D rule - the role is reserved for another department.
	*> Kept as a single callable subprogram so every program judges
	*> a conflict the same way.  No SODRULES file means no rules.
	*> Lk-Sod-Count is the number of rules broken; the first ten
	*> come back in Lk-Sod-Hit with a line of explanation each.
	*> cobc -x -free -fintrinsics=all sodcheck.cob
	*> ==============================================
Environment Division.
Input-Output Section.
File-Control.
	Select Sod-Rules-File Assign To "SODRULES"
		Organization Line Sequential
		File Status Sodrules-Status.
	Select Permcmd-File Assign To "PERMCMD"
		Organization Indexed
		Access Dynamic
		Record Key Pcm-Key
		File Status Permcmd-Status.
Data Division.
File Section.
	Copy "sodrules.cpy".
	Copy "permcmd.cpy".
Working-storage Section.
	1 Sodrules-Status	Pic X(02) Value "00".
	1 Permcmd-Status	Pic X(02) Value "00".

	1 Scp-Permcmd-Sw	Pic 9 Value 0.
		88 Scp-Permcmd-Open	Value 1, False 0.
	1 Scp-Command		Pic X(14) Value Spaces.
	1 Scp-Granted-Sw	Pic 9 Value 0.
		88 Scp-Granted	Value 1, False 0.
	1 Scp-Granted-A-Sw	Pic 9 Value 0.
		88 Scp-Granted-A	Value 1, False 0.
	1 Scp-Hit-Text		Pic X(60) Value Spaces.
Linkage Section.
	1 Lk-Sod-Role		Pic X(10).
	1 Lk-Sod-Dept		Pic X(04).
	1 Lk-Sod-Count		Pic 9(04) Comp.
	1 Lk-Sod-Hits.
		5 Lk-Sod-Hit Occurs 10 Times.
			10 Lk-Sod-Hit-Rule	Pic X(08).
			10 Lk-Sod-Hit-Text	Pic X(60).
Procedure Division Using Lk-Sod-Role, Lk-Sod-Dept, Lk-Sod-Count,
		Lk-Sod-Hits.
0000-Mainline.
	Move 0 to Lk-Sod-Count.
	Move Spaces to Lk-Sod-Hits.
	Open Input Sod-Rules-File.
	If Sodrules-Status not = "00"
		Close Sod-Rules-File
		Goback
	End-If.
	Open Input Permcmd-File.
	If Permcmd-Status = "00"
		Move 1 to Scp-Permcmd-Sw
	Else
		Move 0 to Scp-Permcmd-Sw
	End-If.
	Perform Until Sodrules-Status not = "00"
		Read Sod-Rules-File
			At End Move "10" to Sodrules-Status
			Not At End
				If Sod-Rule-Id not = Spaces and Sod-Rule-Id(1:1) not = "*"
					Perform 1000-Check-Rule Thru 1000-Exit
				End-If
		End-Read
	End-Perform.
	Close Sod-Rules-File.
	If Scp-Permcmd-Open
		Close Permcmd-File
	End-If.
	Goback.

	*> ----------------------------------------------------------
	1000-Check-Rule.
		Evaluate True
			When Sod-Cmd-Pair
				If not Scp-Permcmd-Open
					Go To 1000-Exit
				End-If
				Move Sod-Cmd-A to Scp-Command
				Perform 2000-Check-Grant Thru 2000-Exit
				Move Scp-Granted-Sw to Scp-Granted-A-Sw
				If not Scp-Granted-A
					Go To 1000-Exit
				End-If
				Move Sod-Cmd-B to Scp-Command
				Perform 2000-Check-Grant Thru 2000-Exit
				If not Scp-Granted
					Go To 1000-Exit
				End-If
				Move Spaces to Scp-Hit-Text
				String Function Trim(Sod-Cmd-A) " + "
						Function Trim(Sod-Cmd-B) " - "
						Function Trim(Sod-Description) Delimited by Size
					Into Scp-Hit-Text
			When Sod-Role-Reserved
				If Lk-Sod-Role not = Sod-Role or Lk-Sod-Dept = Sod-Dept
					Go To 1000-Exit
				End-If
				Move Spaces to Scp-Hit-Text
				String Function Trim(Sod-Role) " reserved to "
						Function Trim(Sod-Dept) " - "
						Function Trim(Sod-Description) Delimited by Size
					Into Scp-Hit-Text
			When Other
				Go To 1000-Exit
		End-Evaluate.
		Add 1 to Lk-Sod-Count.
		If Lk-Sod-Count <= 10
			Move Sod-Rule-Id to Lk-Sod-Hit-Rule(Lk-Sod-Count)
			Move Scp-Hit-Text to Lk-Sod-Hit-Text(Lk-Sod-Count)
		End-If.
	1000-Exit.
		Exit.

	*> ----------------------------------------------------------
	*> 2000-Check-Grant - the same two-step lookup application's
	*> 2050-Check-Permission makes: the role's own row, then "*".
	*> ----------------------------------------------------------
	2000-Check-Grant.
		Move 0 to Scp-Granted-Sw.
		Move Lk-Sod-Role to Pcm-Role.
		Move Scp-Command to Pcm-Command.
		Read Permcmd-File Key is Pcm-Key
			Invalid Key Continue
			Not Invalid Key
				If Pcm-Is-Allowed
					Move 1 to Scp-Granted-Sw
				End-If
		End-Read.
		If not Scp-Granted
			Move "*" to Pcm-Role
			Move Scp-Command to Pcm-Command
			Read Permcmd-File Key is Pcm-Key
				Invalid Key Continue
				Not Invalid Key
					If Pcm-Is-Allowed
						Move 1 to Scp-Granted-Sw
					End-If
			End-Read
		End-If.
	2000-Exit.
		Exit.

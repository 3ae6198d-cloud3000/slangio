	*> (changed-by "maintrest"), same as the MAINT actions that made
	*> the wave in the first place.
	*>
	*> The USERCHG records are chained through chainlnk (sequence
	*> number and chained digest) like every other writer's.
	*>
	*> Command line: maintrest <run-id> [userid ...]
	*> run-id        - the 14-digit id MAINT BATCH displayed.
	*> userid ...    - up to eight userids; with none given the
	1 Rst-Old-Status	Pic X(10) Value Spaces.
	1 Rst-Old-Failed	Pic 9(02) Value 0.
	1 Rst-Chg-Action	Pic X(12) Value Spaces.

	1 Rst-Chain-File		Pic X(10) Value Spaces.
	1 Rst-Chain-Length	Pic 9(04) Comp Value 0.
	1 Rst-Chain-Result	Pic X(04) Value Spaces.
	1 Rst-Restored-Count	Pic 9(05) Comp Value 0.
	1 Rst-Deleted-Count	Pic 9(05) Comp Value 0.
	1 Rst-Skipped-Count	Pic 9(05) Comp Value 0.
		Move Usr-Status to Uch-New-Status.
		Move Rst-Old-Failed to Uch-Old-Failed.
		Move Usr-Failed-Count to Uch-New-Failed.
		Move Spaces to Uch-Approved-By.
		Move "USERCHG" to Rst-Chain-File.
		Move Function Length(User-Chg-Record) to Rst-Chain-Length.
		Call "chainlnk" Using Rst-Chain-File, User-Chg-Record,
			Rst-Chain-Length, Rst-Chain-Result.
		Write User-Chg-Record.
	2500-Exit.
		Exit.

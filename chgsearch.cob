	*> account's full change history survives the journal being
	*> archived.  With no start date only the live file is
	*> searched, same as transearch.
	*>
	*> A change that went through maker-checker approval prints
	*> its approving ADMIN under the requester, and the parameter,
	*> terminal and role-flag changes approval applies print their
	*> old/new value instead of the account columns.  Journal
	*> records written before Uch-Approved-By existed read back
	*> with it blank.
	*> ==============================================
Environment Division.
Input-Output Section.
	Copy "userchg.cpy".
	Copy "arcmanif.cpy".
	FD  Chg-Arch-File.
	1 Chg-Arch-Record         Pic X(219).
Working-storage Section.
	1 Userchg-Status	Pic X(02) Value "00".
	1 Arcmanif-Status	Pic X(02) Value "00".
	2300-Print-Record.
		Display trim(Uch-Timestamp) " " trim(Uch-Userid)
			" " trim(Uch-Action) " by " trim(Uch-Changed-By).
		If Uch-Action = "PARMSET" or Uch-Action = "TERMCLEAR"
				or Uch-Action = "ROLEFLAG"
			Display "  value " trim(Uch-Old-Role) " -> " trim(Uch-New-Role)
		Else
			Display "  role " trim(Uch-Old-Role) " -> " trim(Uch-New-Role)
				"  status " trim(Uch-Old-Status) " -> " trim(Uch-New-Status)
				"  failed " Uch-Old-Failed " -> " Uch-New-Failed
		End-If.
		If Uch-Approved-By not = Spaces and Uch-Approved-By not = Low-Values
			Display "  approved by " trim(Uch-Approved-By)
		End-If.
	2300-Exit.
		Exit.


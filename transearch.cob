	*> With no start date only the live file is searched - the
	*> everyday case shouldn't drag every archive month through
	*> the keyword scan.
	*>
	*> A line typed under a break-glass elevation prints with the
	*> elevated role and grant id after the ssnidx, so a search
	*> shows at a glance which commands ran with borrowed rights.
	*> ==============================================
Environment Division.
Input-Output Section.
	Copy "transcript.cpy".
	Copy "arcmanif.cpy".
	FD  Trans-Arch-File.
	1 Trans-Arch-Record       Pic X(4228).
Working-storage Section.
	1 Transcript-Status	Pic X(02) Value "00".
	1 Arcmanif-Status	Pic X(02) Value "00".

	*> ----------------------------------------------------------
	2300-Print-Record.
		If Trn-Elev-Id = Spaces
			Display trim(Trn-Timestamp) " " trim(Trn-Userid)
				" #" Trn-Ssnidx
		Else
			Display trim(Trn-Timestamp) " " trim(Trn-Userid)
				" #" Trn-Ssnidx " [ELEVATED " trim(Trn-Elev-Role)
				" " Trn-Elev-Id "]"
		End-If.
		Display "  > " trim(Trn-Input).
		Display "  < " trim(Trn-Output).
	2300-Exit.

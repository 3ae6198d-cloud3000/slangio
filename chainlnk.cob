Identification Division.
Program-id. "chainlnk".
	*> ================   Techtonics  ===============
	*> Chain link writer for the tamper-evident logs, shared by
	*> every program that appends to AUDITLOG (security), USERCHG
	*> (application, security, dormant, maintrest, recert, verify)
	*> or TRANSCRIPT (application).  Called with the record built
	*> and ready to write: takes the next sequence number for the
	*> file type from CHAINCTL, stores it in the record's chain
	*> sequence field, digests the record through chaindig from the
	*> previous record's digest into the chain digest field, and
	*> moves CHAINCTL on to this record.  The chain sequence and
	*> digest are always the last 41 bytes of the record (9 + 32),
	*> so Lk-Chain-Length - the record's full length - is all this
	*> needs to know about the layout.
	*> An unusable CHAINCTL never stops the caller - the result
	*> comes back FAIL and the record is written unchained (zero
	*> sequence, blank digest), which chainver reports.
	*> Lk-Chain-Result is OK or FAIL.
	*> cobc -x -free -fintrinsics=all chainlnk.cob
	*> ==============================================
Environment Division.
Input-Output Section.
File-Control.
	Select Chain-Ctl-File Assign To "CHAINCTL"
		Organization Indexed
		Access Dynamic
		Record Key Chc-File-Type
		File Status Chainctl-Status.
Data Division.
File Section.
	Copy "chainctl.cpy".
Working-storage Section.
	1 Chainctl-Status	Pic X(02) Value "00".

	1 Chl-Seq-Pos		Pic 9(04) Comp Value 0.
	1 Chl-Digest-Pos	Pic 9(04) Comp Value 0.
	1 Chl-Data-Length	Pic 9(04) Comp Value 0.
	1 Chl-Seq-Digits	Pic 9(09) Value 0.
	1 Chl-Digest		Pic X(32) Value Spaces.
	1 Chl-New-Row-Sw	Pic 9 Value 0.
		88 Chl-New-Row	Value 1, False 0.
Linkage Section.
	1 Lk-Chain-File		Pic X(10).
	1 Lk-Chain-Record	Pic X(4228).
	1 Lk-Chain-Length	Pic 9(04) Comp.
	1 Lk-Chain-Result	Pic X(04).
Procedure Division Using Lk-Chain-File, Lk-Chain-Record,
		Lk-Chain-Length, Lk-Chain-Result.
0000-Mainline.
	Move "OK" to Lk-Chain-Result.
	Compute Chl-Seq-Pos = Lk-Chain-Length - 40.
	Compute Chl-Digest-Pos = Lk-Chain-Length - 31.
	Compute Chl-Data-Length = Lk-Chain-Length - 32.
	Move 0 to Chl-Seq-Digits.
	Move Chl-Seq-Digits to Lk-Chain-Record(Chl-Seq-Pos:9).
	Move Spaces to Lk-Chain-Record(Chl-Digest-Pos:32).

	Open I-O Chain-Ctl-File.
	If Chainctl-Status = "35"
		Close Chain-Ctl-File
		Open Output Chain-Ctl-File
		Close Chain-Ctl-File
		Open I-O Chain-Ctl-File
	End-If.
	If Chainctl-Status not = "00"
		Move "FAIL" to Lk-Chain-Result
		Goback
	End-If.
	Perform 1000-Link-Record Thru 1000-Exit.
	Close Chain-Ctl-File.
	Goback.

	*> ----------------------------------------------------------
	*> 1000-Link-Record - the first record of a type since the
	*> chain was introduced starts at sequence 1 from a blank
	*> previous digest.  If CHAINCTL cannot be moved on, the
	*> record goes out unchained rather than carrying a sequence
	*> number the next record would repeat.
	*> ----------------------------------------------------------
	1000-Link-Record.
		Move 0 to Chl-New-Row-Sw.
		Move Lk-Chain-File to Chc-File-Type.
		Read Chain-Ctl-File
			Invalid Key
				Move 1 to Chl-New-Row-Sw
				Move Lk-Chain-File to Chc-File-Type
				Move 0 to Chc-Last-Seq
				Move Spaces to Chc-Last-Digest
		End-Read.
		If not Chl-New-Row and Chainctl-Status not = "00"
			Move "FAIL" to Lk-Chain-Result
			Go To 1000-Exit
		End-If.

		Add 1 to Chc-Last-Seq.
		Move Chc-Last-Seq to Chl-Seq-Digits.
		Move Chl-Seq-Digits to Lk-Chain-Record(Chl-Seq-Pos:9).
		Call "chaindig" Using Chc-Last-Digest, Lk-Chain-Record,
			Chl-Data-Length, Chl-Digest.
		Move Chl-Digest to Chc-Last-Digest.
		Move Function Current-Date to Chc-Last-Time.
		If Chl-New-Row
			Write Chain-Ctl-Record
		Else
			Rewrite Chain-Ctl-Record
		End-If.
		If Chainctl-Status not = "00"
			Move "FAIL" to Lk-Chain-Result
			Move 0 to Chl-Seq-Digits
			Move Chl-Seq-Digits to Lk-Chain-Record(Chl-Seq-Pos:9)
			Go To 1000-Exit
		End-If.
		Move Chl-Digest to Lk-Chain-Record(Chl-Digest-Pos:32).
	1000-Exit.
		Exit.

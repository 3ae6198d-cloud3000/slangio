Identification Division.
Program-id. "chaindig".
	*> ================   Techtonics  ===============
	*> Chain digest for the tamper-evident logs (AUDITLOG,
	*> USERCHG, TRANSCRIPT).  Digests the previous record's digest
	*> followed by the first Lk-Chain-Length bytes of the record
	*> (everything up to and including its chain sequence number)
	*> into a 32-digit result: two independently-seeded
	*> multiplicative rounds of 16 digits each, the same
	*> construction as pwdhash2.  Because the previous digest is
	*> part of the input, editing, removing or reordering any
	*> record changes every digest after it.  Not a cryptographic
	*> hash - this runtime has none - but enough that an edited
	*> line cannot be patched back in without recomputing the rest
	*> of the chain.  Called by chainlnk when a record is written
	*> and by chainver when the trail is checked, so both always
	*> agree on the arithmetic.
	*> cobc -x -free -fintrinsics=all chaindig.cob
	*> ==============================================
Environment Division.
Data Division.
Working-storage Section.
	1 Chd-Idx		Pic 9(04) Comp.
	1 Chd-Round		Pic 9(02) Comp.
	1 Chd-Ordinal	Pic 9(03) Comp.
	1 Chd-Acc		Pic 9(18) Comp.
	1 Chd-Digits	Pic 9(16).
Linkage Section.
	1 Lk-Chain-Prior	Pic X(32).
	1 Lk-Chain-Data		Pic X(4228).
	1 Lk-Chain-Length	Pic 9(04) Comp.
	1 Lk-Chain-Digest	Pic X(32).
Procedure Division Using Lk-Chain-Prior, Lk-Chain-Data,
		Lk-Chain-Length, Lk-Chain-Digest.
	Move Spaces to Lk-Chain-Digest.
	Perform Varying Chd-Round from 1 by 1 until Chd-Round > 2
		Compute Chd-Acc = Chd-Round * 1000003 + 987631
		Perform Varying Chd-Idx from 1 by 1 until Chd-Idx > 32
			Compute Chd-Ordinal = Function Ord(Lk-Chain-Prior(Chd-Idx:1)) - 1
			Compute Chd-Acc = Function Mod(
				Chd-Acc * 131
					+ (Chd-Ordinal + 7) * (Chd-Idx + Chd-Round * 37),
				10000000000000000)
		End-Perform
		Perform Varying Chd-Idx from 1 by 1 until Chd-Idx > Lk-Chain-Length
			Compute Chd-Ordinal = Function Ord(Lk-Chain-Data(Chd-Idx:1)) - 1
			Compute Chd-Acc = Function Mod(
				Chd-Acc * 131
					+ (Chd-Ordinal + 7)
						* (Function Mod(Chd-Idx, 97) + Chd-Round * 37),
				10000000000000000)
		End-Perform
		Move Chd-Acc to Chd-Digits
		Move Chd-Digits to Lk-Chain-Digest((Chd-Round * 16 - 15):16)
	End-Perform.
	Goback.

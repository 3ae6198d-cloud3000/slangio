Identification Division.
Program-id. "otpcode".
	*> ================   Techtonics  ===============
	*> One-time code for the second factor.  Derives the six-digit
	*> code for a FACTOR secret and a time step (minutes since the
	*> start of the day-number calendar, so one code per minute)
	*> the same way the operator's token does: a multiplicative
	*> round over the secret, the step's digits, and the secret
	*> again so every character of both reaches the last six
	*> digits.  Unlike pwdhash2 and chaindig, each character also
	*> moves the multiplier, the rounds run modulo a prime, and the
	*> result is squared four times over before the code is taken,
	*> so the codes for successive minutes bear no fixed relation
	*> to one another and one overheard code says nothing about the
	*> next.  Kept
	*> as a single callable subprogram so security.cob checks a
	*> code exactly the way it was issued.
	*> cobc -x -free -fintrinsics=all otpcode.cob
	*> ==============================================
Environment Division.
Data Division.
Working-storage Section.
	1 Otp-Idx		Pic 9(02) Comp.
	1 Otp-Ordinal	Pic 9(03) Comp.
	1 Otp-Acc		Pic 9(18) Comp.
	1 Otp-Step-Digits	Pic 9(11).
	1 Otp-Code-Digits	Pic 9(06).
Linkage Section.
	1 Lk-Otp-Secret	Pic X(16).
	1 Lk-Otp-Step	Pic 9(11).
	1 Lk-Otp-Code	Pic X(06).
Procedure Division Using Lk-Otp-Secret, Lk-Otp-Step, Lk-Otp-Code.
	Move Lk-Otp-Step to Otp-Step-Digits.
	Compute Otp-Acc = 1000003 + 987631.
	Perform Varying Otp-Idx from 1 by 1 until Otp-Idx > 16
		Compute Otp-Ordinal = Function Ord(Lk-Otp-Secret(Otp-Idx:1)) - 1
		Compute Otp-Acc = Function Mod(
			Otp-Acc * (131 + Otp-Ordinal) + (Otp-Ordinal + 7) * (Otp-Idx + 37),
			99999999999973)
	End-Perform.
	Perform Varying Otp-Idx from 1 by 1 until Otp-Idx > 11
		Compute Otp-Ordinal = Function Ord(Otp-Step-Digits(Otp-Idx:1)) - 1
		Compute Otp-Acc = Function Mod(
			Otp-Acc * (131 + Otp-Ordinal) + (Otp-Ordinal + 7) * (Otp-Idx + 53),
			99999999999973)
	End-Perform.
	Perform Varying Otp-Idx from 1 by 1 until Otp-Idx > 16
		Compute Otp-Ordinal = Function Ord(Lk-Otp-Secret(Otp-Idx:1)) - 1
		Compute Otp-Acc = Function Mod(
			Otp-Acc * (131 + Otp-Ordinal) + (Otp-Ordinal + 7) * (Otp-Idx + 71),
			99999999999973)
	End-Perform.
	Compute Otp-Acc = Function Mod(Otp-Acc, 999999937).
	Perform Varying Otp-Idx from 1 by 1 until Otp-Idx > 4
		Compute Otp-Acc = Function Mod(
			Otp-Acc * Otp-Acc + Otp-Idx * 7919, 999999937)
	End-Perform.
	Compute Otp-Code-Digits = Function Mod(Otp-Acc, 1000000).
	Move Otp-Code-Digits to Lk-Otp-Code.
	Goback.

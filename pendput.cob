Identification Division.
Program-id. "pendput".
	*> ================   Techtonics  ===============
	*> Maker-checker queue writer, shared by application (MAINT
	*> ADD and MAINT CHGROLE interactive and BATCH, PARMS SET,
	*> TERMS CLEAR, ROLES SET clearing a privileged flag (ROLEFLAG)
	*> or a second-factor flag (FACTORFLAG)) and recert (CHGROLE
	*> decisions).  Kept as a single callable subprogram so every
	*> program queues a change, and ages out stale ones, the same
	*> way.
	*>
	*> Lk-Pend-Function:
	*>   QUEUE  - first ages out expired rows (as EXPIRE), then
	*>            writes a PENDING row for the change and returns
	*>            its id.  If the same type of change is already
	*>            PENDING against the same target, nothing is
	*>            written and that row's id comes back with result
	*>            DUPL, so a re-run batch doesn't stack duplicates.
	*>   EXPIRE - marks every PENDING row older than the
	*>            PENDING-EXPIRY-HRS parameter EXPIRED.
	*> Lk-Pend-Result is OK, DUPL or FAIL (PENDCHG unusable).
	*> cobc -x -free -fintrinsics=all pendput.cob
	*> ==============================================
Environment Division.
Input-Output Section.
File-Control.
	Select Pend-Chg-File Assign To "PENDCHG"
		Organization Indexed
		Access Dynamic
		Record Key Pnd-Id
		File Status Pendchg-Status.
Data Division.
File Section.
	Copy "pendchg.cpy".
Working-storage Section.
	1 Pendchg-Status	Pic X(02) Value "00".

	1 Pnp-Parm-Name		Pic X(20) Value "PENDING-EXPIRY-HRS".
	1 Pnp-Parm-Default	Pic 9(09) Comp Value 24.
	1 Pnp-Expiry-Hrs	Pic 9(09) Comp Value 24.
	1 Pnp-Now			Pic X(26) Value Spaces.
	1 Pnp-Age-Mins		Pic S9(09) Comp Value 0.
	1 Pnp-Id-Num		Pic 9(16) Value 0.
	1 Pnp-Written-Sw	Pic 9 Value 0.
		88 Pnp-Written	Value 1, False 0.
Linkage Section.
	1 Lk-Pend-Function	Pic X(06).
	1 Lk-Pend-Type		Pic X(10).
	1 Lk-Pend-Target	Pic X(32).
	1 Lk-Pend-Old		Pic X(20).
	1 Lk-Pend-New		Pic X(20).
	1 Lk-Pend-Requester	Pic X(32).
	1 Lk-Pend-Id		Pic X(16).
	1 Lk-Pend-Result	Pic X(04).
Procedure Division Using Lk-Pend-Function, Lk-Pend-Type,
		Lk-Pend-Target, Lk-Pend-Old, Lk-Pend-New, Lk-Pend-Requester,
		Lk-Pend-Id, Lk-Pend-Result.
0000-Mainline.
	Move "OK" to Lk-Pend-Result.
	Call "getparm" Using Pnp-Parm-Name, Pnp-Parm-Default,
		Pnp-Expiry-Hrs.
	Move Function Current-Date to Pnp-Now.
	Open I-O Pend-Chg-File.
	If Pendchg-Status = "35"
		Close Pend-Chg-File
		Open Output Pend-Chg-File
		Close Pend-Chg-File
		Open I-O Pend-Chg-File
	End-If.
	If Pendchg-Status not = "00"
		Move "FAIL" to Lk-Pend-Result
		Goback
	End-If.

	Perform 1000-Expire-And-Match Thru 1000-Exit.
	If Lk-Pend-Function = "QUEUE" and Lk-Pend-Result = "OK"
		Perform 2000-Queue-Change Thru 2000-Exit
	End-If.
	Close Pend-Chg-File.
	Goback.

	*> ----------------------------------------------------------
	*> 1000-Expire-And-Match - one pass over the queue: age out
	*> every PENDING row past its expiry, and (for QUEUE) spot a
	*> live PENDING row for the same type and target.
	*> ----------------------------------------------------------
	1000-Expire-And-Match.
		Move Low-Values to Pnd-Id.
		Start Pend-Chg-File Key is Greater Than Pnd-Id
			Invalid Key Move "10" to Pendchg-Status
		End-Start.
		Perform Until Pendchg-Status not = "00"
			Read Pend-Chg-File Next Record
				At End Move "10" to Pendchg-Status
				Not At End
					If Pnd-Pending
						Perform 1100-Check-Row Thru 1100-Exit
					End-If
			End-Read
		End-Perform.
		Move "00" to Pendchg-Status.
	1000-Exit.
		Exit.

	*> ----------------------------------------------------------
	1100-Check-Row.
		Compute Pnp-Age-Mins =
			(Function Integer-Of-Date(Function Numval(Pnp-Now(1:8)))
				- Function Integer-Of-Date(Function Numval(Pnd-Requested-Time(1:8))))
				* 1440
			+ (Function Numval(Pnp-Now(9:2)) * 60
				+ Function Numval(Pnp-Now(11:2)))
			- (Function Numval(Pnd-Requested-Time(9:2)) * 60
				+ Function Numval(Pnd-Requested-Time(11:2)))
			On Size Error Move 0 to Pnp-Age-Mins
		End-Compute.
		If Pnp-Age-Mins >= Pnp-Expiry-Hrs * 60
			Move "EXPIRED" to Pnd-Status
			Move "pendput" to Pnd-Decided-By
			Move Pnp-Now to Pnd-Decided-Time
			Move "not approved within the expiry period" to Pnd-Note
			Rewrite Pend-Chg-Record
			Go To 1100-Exit
		End-If.
		If Lk-Pend-Function = "QUEUE"
				and Pnd-Type = Lk-Pend-Type
				and Pnd-Target = Lk-Pend-Target
			Move Pnd-Id to Lk-Pend-Id
			Move "DUPL" to Lk-Pend-Result
		End-If.
	1100-Exit.
		Exit.

	*> ----------------------------------------------------------
	*> 2000-Queue-Change - two requests inside the same hundredth
	*> of a second (a MAINT BATCH wave) bump the id by one until a
	*> free one turns up.
	*> ----------------------------------------------------------
	2000-Queue-Change.
		Move Spaces to Pend-Chg-Record.
		Move Pnp-Now(1:16) to Pnp-Id-Num.
		Move Lk-Pend-Type to Pnd-Type.
		Move "PENDING" to Pnd-Status.
		Move Lk-Pend-Target to Pnd-Target.
		Move Lk-Pend-Old to Pnd-Old-Value.
		Move Lk-Pend-New to Pnd-New-Value.
		Move Lk-Pend-Requester to Pnd-Requested-By.
		Move Pnp-Now to Pnd-Requested-Time.
		Move 0 to Pnp-Written-Sw.
		Perform Until Pnp-Written
			Move Pnp-Id-Num to Pnd-Id
			Write Pend-Chg-Record
				Invalid Key
					If Pendchg-Status = "22"
						Add 1 to Pnp-Id-Num
					Else
						Move "FAIL" to Lk-Pend-Result
						Move 1 to Pnp-Written-Sw
					End-If
				Not Invalid Key Move 1 to Pnp-Written-Sw
			End-Write
		End-Perform.
		Move Pnd-Id to Lk-Pend-Id.
	2000-Exit.
		Exit.

    *> ================   Techtonics  ===============
    *> HRROSTER - nightly roster dropped by HR, one employee per
    *> line: the employee's userid, employment status, department
    *> and (for a leaver) termination date.  Read by hrrecon to
    *> reconcile against USERS.  Hrr-Dept uses the same codes as
    *> the DEPT reference file; Hrr-Term-Date is yyyymmdd, blank
    *> while the employee is still employed.
    *> ==============================================
    FD  Hr-Roster-File.
    1 Hr-Roster-Record.
        5 Hrr-Userid              Pic X(32).
        5 Hrr-Emp-Status          Pic X(10).
            88 Hrr-Terminated     Value "TERMINATED".
        5 Hrr-Dept                Pic X(04).
        5 Hrr-Term-Date           Pic X(08).

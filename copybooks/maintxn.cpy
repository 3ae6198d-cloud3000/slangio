    *> row per line, applied in one run for onboarding/offboarding
    *> waves instead of one interactive MAINT prompt per account.
    *> Mtx-Role is only used when Mtx-Action is ADD or CHGROLE;
    *> Mtx-Dept only when Mtx-Action is ADD or CHGDEPT, validated
    *> against the DEPT reference file the same as an interactive
    *> MAINT ADD.  hrrecon writes its corrective rows (LOCK,
    *> CHGDEPT) in this same layout.
    *> Mtx-Override "Y" with an Mtx-Override-Reason lets an ADD or
    *> CHGROLE row through a segregation-of-duties conflict, if the
    *> operator running the batch holds SOD-OVERRIDE; the override
    *> is recorded on SODOVR.  Blank on an ordinary row.
    *> ==============================================
    FD  Maint-Txn-File.
    1 Maint-Txn-Record.
        5 Mtx-Action              Pic X(10).
        5 Mtx-Role                Pic X(10).
        5 Mtx-Dept                Pic X(04).
        5 Mtx-Override            Pic X(01).
        5 Mtx-Override-Reason     Pic X(40).

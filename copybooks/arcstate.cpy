    *> ================   Techtonics  ===============
    *> ARCSTATE - restart control for the archive job, one row per
    *> file type (AUDITLOG, TRANSCRIPT, ROLEHIST, USERCHG) keyed by
    *> the type.  archive takes a type through four steps and
    *> records each here before starting it, so a rerun after a
    *> crash knows exactly how far the type got:
    *>   SPLIT    - live file being read into ARCWORK (records
    *>              kept) and ARCSTAGE (records to archive); the
    *>              live file is untouched, so a rerun starts over.
    *>   ARCHIVE  - ARCSTAGE being appended to the monthly archive
    *>              files.  A month counts as done once its ARCMANIF
    *>              row is written; Ars-Month/Ars-Month-Base are the
    *>              month being appended and how many records its
    *>              archive file held before, so a rerun can cut a
    *>              half-appended file back (through ARCTRIM, with
    *>              Ars-Trim-Flag set while the file is being put
    *>              back) and append it again - never twice.
    *>   TAIL     - records appended to the live file since the
    *>              split (everything after Ars-Live-Count) being
    *>              copied to ARCTAIL; the live file is untouched.
    *>   REWRITE  - live file being rewritten from ARCWORK then
    *>              ARCTAIL; a rerun simply rewrites it again.
    *>   DONE     - finished.
    *> A row not DONE makes the next archive run resume that run,
    *> with its original run time and cutoff (Ars-Run-Time,
    *> Ars-Cutoff-Date), rather than start a new one.
    *> ==============================================
    FD  Arc-State-File.
    1 Arc-State-Record.
        5 Ars-File-Type           Pic X(10).
        5 Ars-Phase               Pic X(08).
            88 Ars-Splitting      Value "SPLIT".
            88 Ars-Archiving      Value "ARCHIVE".
            88 Ars-Tailing        Value "TAIL".
            88 Ars-Rewriting      Value "REWRITE".
            88 Ars-Done           Value "DONE".
        5 Ars-Run-Time            Pic X(26).
        5 Ars-Cutoff-Date         Pic X(08).
        5 Ars-Live-Count          Pic 9(09).
        5 Ars-Moved-Count         Pic 9(09).
        5 Ars-Kept-Count          Pic 9(09).
        5 Ars-Tail-Count          Pic 9(09).
        5 Ars-Month               Pic X(06).
        5 Ars-Month-Base          Pic 9(09).
        5 Ars-Trim-Flag           Pic X(01).
            88 Ars-Trim-Pending   Value "Y".
        5 Ars-Phase-Time          Pic X(26).
        5 Filler                  Pic X(20).

      *================================================================
      * SPBRNREC.cpy
      *
      * Host variables for one dbo.sp_branch row, the branch master.
      * Every branch_code an account, a transmission file or a GL
      * line names must be on this table and open: an account cannot
      * be created at or moved to a branch that is unknown or closed,
      * and FileIntake refuses a file whose header names one. The GL
      * cost centre and region drive the extract's cost-centre column
      * and region subtotals. Branch master changes replicate to the
      * peer through dbo.sp_master_change_log.
      *================================================================
       01  sp-branch-row.
           05  sp-branch-code          pic x(6).
           05  sp-branch-name          pic x(40).
           05  sp-branch-region        pic x(10).
           05  sp-branch-status        pic x(1).
               88  sp-branch-open          value "O".
               88  sp-branch-closed        value "C".
               88  sp-branch-status-known  value "O" "C".
           05  sp-branch-cost-centre   pic x(10).

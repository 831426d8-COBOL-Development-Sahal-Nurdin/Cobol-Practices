      ******************************************************************
      * Write-off ledger entry - one record per balance written off
      * or later recovered, appended to WOFFLDGR.DAT by Q15W (and
      * by Q15CA for recoveries the collection agency makes).
      * WO-TYPE: W = balance written off (moved out of the arrears
      * bucket and off the aging), R = recovery posted against a
      * previously written-off debt. WO-REASON names the rule that

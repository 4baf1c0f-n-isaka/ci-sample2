      *            20-22 maximum acceptable percentage  (9(03))
      *
      *  The gated count is the step's trouble figure - REJECT for
      *  MENSEKI-CNV/DTL-CNV-Z/DTL-CNV-M/AGE-CNV/KAJU-CNV/MONTH-CNV/
      *  MIGR-CNV,
      *  DUP for ZINKO-CNV, and UNMATCHED for ZINKOMITSUDO - and
      *  the percentage is taken against the step's READ (TOTAL
      *  for ZINKOMITSUDO) count. The count gate is always applied (set
      *  it to 9999999 to gate on percentage alone); the percentage
      *  gate applies only when the column is non-zero. A step with
      *  no GATE-CTL line, or no GATE-CTL file at all, passes
      *  unexamined, so the chain runs exactly as before until the
      *  operators configure tolerances.
      *
      *  On a breach RETURN-CODE is set non-zero and LS-BREACH names
      *  the tolerance that failed, so BATCH-RUN can stop the chain
                 MOVE "READ"      TO WS-BASE-TAG
              WHEN "DTL-CNV-Z"
              WHEN "DTL-CNV-M"
              WHEN "AGE-CNV"
              WHEN "KAJU-CNV"
              WHEN "MONTH-CNV"
              WHEN "MIGR-CNV"
                 MOVE "REJECT"    TO WS-GATED-TAG
                 MOVE "READ"      TO WS-BASE-TAG
              WHEN "ZINKOMITSUDO"

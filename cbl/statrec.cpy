000040*  Shared end-of-run status record for the FILE2PG / PG2FILE
000050*  suite.  Every batch program writes exactly one of these to
000060*  its own status file (file2pg.sts, pg2file.sts, rej2data.sts,
000070*  cmpfeed.sts, cyclrun.sts, csvin.sts, addrnote.sts) at end
000075*  of run, clean or not, so the scheduler and monitoring can
000080*  react the night something happens instead of someone
000090*  reading the report files in the morning.  One copybook, one
000100*  layout, matching INRECORD.CPY's drift-prevention rationale.
000120*
000130*  STAT-SEVERITY follows the suite's common grading, which is
000140*  also each program's RETURN-CODE:
000280*              rej=invalid fixes    skip=bypassed (no fix)
000290*    CMPFEED   in=details compared  out=matched
000300*              rej=fields differ    skip=only in one file
000302*    CYCLRUN   in=steps defined     out=steps ended good
000304*              rej=steps over time  skip=checkpoint skips
000306*              (WARNING here means the batch window is at
000307*              risk, DEGRADED that the cycle stopped)
000308*    CSVIN     in=CSV data rows     out=details written
000309*              rej=exception rows   skip=blank lines
000311*    ADDRNOTE  in=journal entries   out=notices written
000313*              rej=0                skip=customers not sent
000315*
000320*  Modification History
000330*  Date       Init  Description
000340*  ---------- ----  ----------------------------------------------
000350*  2026-09-03  kt   Original version, written for the common
000360*                   severity grading across the suite.
000365*  2026-10-08  kt   CYCLRUN writes cyclrun.sts.
000367*  2026-10-15  kt   CSVIN writes csvin.sts.
000368*  2026-10-15  kt   ADDRNOTE writes addrnote.sts.
000370*-----------------------------------------------------------------
000380 01  STATUS-RECORD.
000390     05  STAT-PROGRAM        PIC X(08).

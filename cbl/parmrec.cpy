000090*  01 PARM-RECORD definitions that could quietly diverge.
000100*
000110*  PARM-LOAD-MODE is only meaningful to FILE2PG; PG2FILE simply
000120*  ignores it.  PARM-EXTRACT-MODE (FULL or DELT, or MASK or
000122*  MDLT for a masked full or delta copy) is only meaningful to
000123*  PG2FILE; FILE2PG simply ignores it.
000124*  PARM-RETEN-DAYS governs both programs' archive retention:
000126*  archives older than that many days are purged at end of
000128*  cycle, and zero (or spaces) keeps everything.
000188*                   archives follow one retention policy.
000189*  2026-09-02  kt   Added the impact limits and their override
000190*                   for FILE2PG's pre-apply shape check.
000192*  2026-10-15  kt   PARM-EXTRACT-MODE also takes MASK and MDLT,
000194*                   PG2FILE's masked extract modes.
000196*-----------------------------------------------------------------
000200 01  PARM-RECORD.
000210     05  PARM-DB-HOST        PIC X(40).
000220     05  PARM-DB-NAME        PIC X(30).

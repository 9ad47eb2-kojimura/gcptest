000010*-----------------------------------------------------------------
000020*  ORJREC.CPY
000030*
000040*  Shared open-rejects inventory record for the FILE2PG /
000050*  PG2FILE suite.  file2pg.rej is rewritten every run; the
000060*  inventory (file2pg.orj) is the standing list of rejects
000070*  nobody has fixed yet.  FILE2PG keeps one entry per customer
000080*  ID and transaction code, in ID order: a reject opens the
000090*  entry (or bumps its bounce count and latest reason if it is
000100*  already open), and a later run that applies any transaction
000110*  for the ID closes it.  REJAGE reads the same layout back for
000120*  the aging report.  One copybook, one layout -- writer and
000130*  reader can never drift apart, matching INRECORD.CPY's
000140*  drift-prevention rationale.
000150*
000160*  A closed entry keeps its dates for the record and is
000170*  dropped once its close date passes PARM-RETEN-DAYS; a
000180*  closed entry that bounces again is reopened in place with
000190*  a fresh first-rejected date.
000200*
000210*  Modification History
000220*  Date       Init  Description
000230*  ---------- ----  ----------------------------------------------
000240*  2026-10-07  kt   Original version, written for the open-rejects
000250*                   inventory added to FILE2PG alongside REJAGE.
000260*-----------------------------------------------------------------
000270 01  OPEN-REJECT-RECORD.
000280     05  OJ-ID               PIC X(05).
000290     05  FILLER              PIC X(01).
000300     05  OJ-TRANS-CODE       PIC X(01).
000310     05  FILLER              PIC X(01).
000320     05  OJ-STATUS           PIC X(01).
000330         88  OJ-OPEN                   VALUE "O".
000340         88  OJ-CLOSED                 VALUE "C".
000350     05  FILLER              PIC X(01).
000360     05  OJ-FIRST-DATE       PIC X(08).
000370     05  FILLER              PIC X(01).
000380     05  OJ-LAST-DATE        PIC X(08).
000390     05  FILLER              PIC X(01).
000400     05  OJ-BOUNCE-COUNT     PIC 9(05).
000410     05  FILLER              PIC X(01).
000420     05  OJ-SOURCE           PIC X(12).
000430     05  FILLER              PIC X(01).
000440     05  OJ-CLOSED-DATE      PIC X(08).
000450     05  FILLER              PIC X(01).
000460     05  OJ-REASON           PIC X(40).

000190*  ---------- ----  ----------------------------------------------
000200*  2026-09-03  kt   Original version, written for the
000210*                   effective-dated hold-and-release step.
000212*  2026-10-09  kt   Added PD-KEYED-BY and PD-APPROVED-BY, so a
000214*                   held CUSTMNT transaction keeps its keying and
000216*                   approving operators until it is applied.
000220*-----------------------------------------------------------------
000230 01  PENDING-RECORD.
000240     05  PD-EFF-DATE         PIC X(08).
000380     05  PD-SINCE            PIC X(08).
000390     05  FILLER              PIC X(01).
000400     05  PD-SOURCE           PIC X(12).
000410     05  FILLER              PIC X(01).
000420     05  PD-KEYED-BY         PIC X(08).
000430     05  FILLER              PIC X(01).
000440     05  PD-APPROVED-BY      PIC X(08).

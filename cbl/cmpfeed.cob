000334*                   the shared detail record (INRECORD.CPY);
000335*                   the effective date is transaction routing,
000336*                   not customer data, and is not compared.
000337*  2026-10-09  kt   Record buffer widened for IR-KEYED-BY and
000338*                   IR-APPROVED-BY on the shared detail record;
000339*                   operator stamps are not customer data and
000340*                   are not compared.
000341*-----------------------------------------------------------------
000342 ENVIRONMENT DIVISION.
000343 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT FILE-A ASSIGN DYNAMIC WS-FILEA-NAME
000370         ORGANIZATION IS LINE SEQUENTIAL
000510     COPY "inrecord.cpy".
000520
000530 FD  FILE-B.
000540 01  IN-RECORD-B             PIC X(158).
000550
000552*-----------------------------------------------------------------
000554*  CMP-SORT-FILE and its two landing files carry just the

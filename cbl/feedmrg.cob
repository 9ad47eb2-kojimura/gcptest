000402*  2026-09-03  kt   Record buffers widened for IR-EFF-DATE on
000405*                   the shared detail record (INRECORD.CPY);
000407*                   held/released handling stays in FILE2PG.
000409*  2026-10-09  kt   Record buffers widened for IR-KEYED-BY and
000411*                   IR-APPROVED-BY (INRECORD.CPY), so the
000413*                   CUSTMNT operator stamps ride through the
000415*                   merge to FILE2PG untouched.
000417*-----------------------------------------------------------------
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000650     COPY "inrecord.cpy".
000660
000670 FD  DETAIL-TEMP-FILE.
000680 01  DETAIL-TEMP-RECORD      PIC X(158).
000690
000700 FD  OUTFILE.
000710 01  OUT-RECORD              PIC X(158).
000720
000730 WORKING-STORAGE SECTION.
000740*-----------------------------------------------------------------

000070*
000080*    IR-REC-TYPE = "HDR"  - leading control record (run date and
000090*                           expected detail count, via IR-CONTROL)
000100*    IR-REC-TYPE = "DET"  - a customer add/change/delete/merge
000105*                           record (via IR-DETAIL)
000120*    IR-REC-TYPE = "TRL"  - trailing control record (actual
000130*                           detail count, via IR-CONTROL)
000140*
000251*                   by FILE2PG in the pending file instead of
000253*                   applied, and released when it matures.
000255*                   Spaces means effective immediately.
000256*  2026-10-09  kt   Added IR-KEYED-BY and IR-APPROVED-BY, the
000257*                   operator who keyed a CUSTMNT transaction and
000258*                   the second operator who approved it, carried
000259*                   through FILE2PG to the audit journal.  Spaces
000260*                   on every other feed.
000261*  2026-10-15  kt   Added the merge transaction (code M): the
000262*                   detail's ID is the surviving customer and
000263*                   IR-MERGE-ID, carried in the name field, is
000264*                   the duplicate merged into it and deleted.
000265*                   A merge carries no other customer fields.
000266*-----------------------------------------------------------------
000267 01  IN-RECORD.
000268     05  IR-REC-TYPE             PIC X(03).
000270     05  IR-DETAIL.
000280         10  IR-TRANS-CODE       PIC X(01).
000290             88  IR-TRANS-ADD        VALUE "A".
000300             88  IR-TRANS-CHANGE     VALUE "C".
000310             88  IR-TRANS-DELETE     VALUE "D".
000316             88  IR-TRANS-MERGE      VALUE "M".
000320         10  IR-ID               PIC X(05).
000330         10  IR-NAME             PIC X(20).
000332         10  IR-MERGE-DATA REDEFINES IR-NAME.
000334             15  IR-MERGE-ID     PIC X(05).
000336             15  FILLER          PIC X(15).
000340         10  IR-EMAIL            PIC X(30).
000342         10  IR-PHONE            PIC X(15).
000344         10  IR-ADDRESS          PIC X(40).
000346         10  IR-CUST-SINCE       PIC X(08).
000348         10  IR-SOURCE           PIC X(12).
000349         10  IR-EFF-DATE         PIC X(08).
000351         10  IR-KEYED-BY         PIC X(08).
000353         10  IR-APPROVED-BY      PIC X(08).
000355     05  IR-CONTROL REDEFINES IR-DETAIL.
000360         10  IR-RUN-DATE         PIC X(08).
000370         10  IR-REC-COUNT        PIC 9(07).
000380         10  FILLER              PIC X(140).

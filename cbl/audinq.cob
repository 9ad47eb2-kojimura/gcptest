000150*  after images of the row.  The ID to report is given on the
000160*  command line.
000170*
000172*  A merge is journaled once under each of its two IDs, so it
000174*  shows up whichever one is asked for; its entry gets a
000176*  closing line naming the other side.
000178*
000180*  Modification History
000190*  Date       Init  Description
000200*  ---------- ----  ----------------------------------------------
000226*                   both images, in step with the widened
000228*                   journal record (JRNLREC.CPY); report lines
000229*                   widened to hold them.
000231*  2026-10-09  kt   A CUSTMNT entry gets a third line naming
000233*                   the operator who keyed it and the one who
000234*                   approved it (JRNLREC.CPY).
000235*  2026-10-15  kt   A merge entry gets a line naming the other
000236*                   customer in the merge (JRNLREC.CPY).
000237*-----------------------------------------------------------------
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000814     05  DL2-AFT-SINCE       PIC X(08).
000815     05  FILLER              PIC X(01) VALUE SPACE.
000816     05  DL2-AFT-ADDRESS     PIC X(40).
000817
000818*  Printed only for a CUSTMNT transaction, which carries the
000819*  operator who keyed it and the operator who approved it
000820 01  DETAIL-LINE-3.
000821     05  FILLER              PIC X(19) VALUE SPACES.
000822     05  FILLER              PIC X(09) VALUE "KEYED BY ".
000823     05  DL3-KEYED-BY        PIC X(08).
000824     05  FILLER              PIC X(13) VALUE " APPROVED BY ".
000825     05  DL3-APPROVED-BY     PIC X(08).
000826
000827*  Printed only for a merge, naming the other side of it: the
000828*  duplicate merged into a survivor, or the survivor a
000829*  duplicate was merged into
000830 01  DETAIL-LINE-4.
000831     05  FILLER              PIC X(19) VALUE SPACES.
000832     05  DL4-MERGE-TEXT      PIC X(15).
000833     05  DL4-LINK-ID         PIC X(05).
000834     05  DL4-MERGE-NOTE      PIC X(30).
000835
000836 PROCEDURE DIVISION.
000840*-----------------------------------------------------------------
000850*  0000-MAINLINE
000860*-----------------------------------------------------------------
001564     MOVE JR-AFT-SINCE TO DL2-AFT-SINCE
001566     MOVE JR-AFT-ADDRESS TO DL2-AFT-ADDRESS
001570     MOVE DETAIL-LINE-2 TO REPORT-RECORD
001580     WRITE REPORT-RECORD
001581     IF JR-KEYED-BY NOT = SPACES OR JR-APPROVED-BY NOT = SPACES
001582         MOVE JR-KEYED-BY TO DL3-KEYED-BY
001583         MOVE JR-APPROVED-BY TO DL3-APPROVED-BY
001584         MOVE DETAIL-LINE-3 TO REPORT-RECORD
001585         WRITE REPORT-RECORD
001586     END-IF
001587     IF JR-MERGE-SURVIVOR
001588         MOVE "MERGED FROM ID " TO DL4-MERGE-TEXT
001589         MOVE JR-LINK-ID TO DL4-LINK-ID
001590         MOVE ", DUPLICATE DELETED" TO DL4-MERGE-NOTE
001591         MOVE DETAIL-LINE-4 TO REPORT-RECORD
001592         WRITE REPORT-RECORD
001593     END-IF
001594     IF JR-MERGE-DUPLICATE
001595         MOVE "MERGED INTO ID " TO DL4-MERGE-TEXT
001596         MOVE JR-LINK-ID TO DL4-LINK-ID
001597         MOVE ", THIS ID DELETED" TO DL4-MERGE-NOTE
001598         MOVE DETAIL-LINE-4 TO REPORT-RECORD
001599         WRITE REPORT-RECORD
001600     END-IF.
001601 2020-EXIT.
001602     EXIT.
001610
001620*-----------------------------------------------------------------
001630*  5000-FINALIZE  --  control totals

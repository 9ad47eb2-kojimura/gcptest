000200*                       before-image
000210*    an applied CHANGE  becomes a CHANGE back to the
000220*                       before-image
000222*    an applied MERGE   is unmerged: the survivor gets a
000224*                       CHANGE back to its before-image
000226*                       and the duplicate an ADD rebuilt
000228*                       from its before-image
000230*
000240*  The reversals go out as a correctly counted HDR/DET/TRL
000250*  feed (backout.txt) in the shared IN-RECORD layout, so the
000300*
000310*  The run date to back out (YYYYMMDD, as JR-RUN-DATE carries
000320*  it) comes from the command line.
000321*
000322*  An optional customer ID following the date limits the
000323*  backout to that customer's part of the run -- its own
000324*  transactions, and both sides of any merge it took part
000325*  in -- which is how one wrong merge is unmerged without
000326*  touching the rest of the run.
000330*
000340*  Modification History
000350*  Date       Init  Description
000372*  2026-09-03  kt   Record buffer widened for IR-EFF-DATE on
000375*                   the shared detail record (INRECORD.CPY);
000377*                   reversals go out effective immediately.
000379*  2026-10-09  kt   Record buffers widened for the operator
000381*                   stamps on the shared detail and journal
000383*                   records (INRECORD.CPY, JRNLREC.CPY);
000385*                   reversals go out unstamped.
000386*  2026-10-15  kt   Merges are reversed (both journal records
000387*                   of a merge, see JRNLREC.CPY), and an
000388*                   optional customer ID on the command line
000389*                   limits the backout to that customer and the
000390*                   other side of any merge it was in.
000391*-----------------------------------------------------------------
000392 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT JOURNAL-FILE ASSIGN TO "file2pg.jrn"
000720     05  SR-RUN-DATE         PIC X(08).
000730     05  FILLER              PIC X(01).
000740     05  SR-ORDINAL          PIC 9(07).
000750     05  FILLER              PIC X(270).
000760
000770 FD  SORTED-JRNL-FILE.
000780 01  SORTED-JRNL-RECORD.
001030     05  SJ-AFT-ADDRESS      PIC X(40).
001040     05  FILLER              PIC X(01).
001050     05  SJ-AFT-SINCE        PIC X(08).
001051     05  FILLER              PIC X(01).
001052     05  SJ-KEYED-BY         PIC X(08).
001053     05  FILLER              PIC X(01).
001054     05  SJ-APPROVED-BY      PIC X(08).
001055     05  FILLER              PIC X(01).
001056     05  SJ-MERGE-ROLE       PIC X(01).
001057         88  SJ-MERGE-DUPLICATE        VALUE "D".
001058     05  FILLER              PIC X(01).
001059     05  SJ-LINK-ID          PIC X(05).
001060
001070 FD  DETAIL-TEMP-FILE.
001080     COPY "inrecord.cpy".
001090
001100 FD  OUTFILE.
001110 01  OUT-RECORD              PIC X(158).
001120
001130 FD  REPORT-FILE.
001140 01  REPORT-RECORD           PIC X(132).
001390 01  WS-JRN-STATUS           PIC X(02).
001400 01  WS-CMD-ARG              PIC X(40).
001410 01  WS-WANTED-DATE          PIC X(08).
001412 01  WS-WANTED-ID            PIC X(05).
001414 01  WS-ARG-1                PIC X(20).
001416 01  WS-ARG-2                PIC X(20).
001420 01  WS-ABORT-MSG            PIC X(60).
001430 01  WS-TODAY                PIC 9(08).
001440 01  WS-RUN-DATE             PIC X(08).
001760         STRING "NO JOURNAL RECORDS FOR RUN DATE "
001770             WS-WANTED-DATE DELIMITED BY SIZE INTO WS-ABORT-MSG
001780         END-STRING
001781         IF WS-WANTED-ID NOT = SPACES
001782             STRING "NO JOURNAL RECORDS FOR RUN DATE "
001783                 WS-WANTED-DATE " AND ID " WS-WANTED-ID
001784                 DELIMITED BY SIZE INTO WS-ABORT-MSG
001785             END-STRING
001786         END-IF
001790         PERFORM 9999-ABORT-RUN
001800     END-IF
001810     PERFORM 4000-WRITE-OUTFILE THRU 4000-EXIT
001830     GO TO 9999-EXIT-PROGRAM.
001840
001850*-----------------------------------------------------------------
001860*  1000-INITIALIZE  --  the run date to back out, and the
001870*  optional customer ID, come from the command line
001880*-----------------------------------------------------------------
001890 1000-INITIALIZE.
001900     ACCEPT WS-TODAY FROM DATE YYYYMMDD
001950             WS-ABORT-MSG
001960         PERFORM 9999-ABORT-RUN
001970     END-IF
001980     MOVE SPACES TO WS-ARG-1 WS-ARG-2
001982     UNSTRING WS-CMD-ARG DELIMITED BY ALL SPACE
001984         INTO WS-ARG-1 WS-ARG-2
001986     END-UNSTRING
001988     MOVE WS-ARG-1(1:8) TO WS-WANTED-DATE
001990     IF WS-WANTED-DATE NOT NUMERIC
002000         MOVE "RUN DATE ARGUMENT MUST BE YYYYMMDD" TO
002010             WS-ABORT-MSG
002020         PERFORM 9999-ABORT-RUN
002021     END-IF
002022     MOVE WS-ARG-2(1:5) TO WS-WANTED-ID
002023     IF WS-WANTED-ID NOT = SPACES
002024         IF WS-WANTED-ID NOT NUMERIC
002025             OR WS-ARG-2(6:1) NOT = SPACE
002026             MOVE "CUSTOMER ID ARGUMENT MUST BE 5 DIGITS" TO
002027                 WS-ABORT-MSG
002028             PERFORM 9999-ABORT-RUN
002029         END-IF
002030     END-IF
002040     OPEN INPUT JOURNAL-FILE
002050     IF WS-JRN-STATUS NOT = "00"
002120     STRING "RUNBACK REVERSAL REPORT FOR RUN "
002130         WS-WANTED-DATE DELIMITED BY SIZE INTO REPORT-RECORD
002140     END-STRING
002141     IF WS-WANTED-ID NOT = SPACES
002142         STRING "RUNBACK REVERSAL REPORT FOR RUN "
002143             WS-WANTED-DATE ", ID " WS-WANTED-ID " ONLY"
002144             DELIMITED BY SIZE INTO REPORT-RECORD
002145         END-STRING
002146     END-IF
002150     WRITE REPORT-RECORD
002160     MOVE SPACES TO REPORT-RECORD
002170     WRITE REPORT-RECORD.
002210*-----------------------------------------------------------------
002220*  2000-SORT-JOURNAL  --  the wanted run's journal records go
002230*  through the sort into descending ordinal order; every other
002240*  run's records are filtered out in the input procedure, and
002242*  so, when a customer ID was given, is everything in the run
002244*  that neither is that customer nor names it as the other side
002246*  of a merge
002250*-----------------------------------------------------------------
002260 2000-SORT-JOURNAL.
002270     SORT JRNL-SORT-FILE
002460         NOT AT END
002470             ADD 1 TO WS-READ-COUNT
002480             IF JR-RUN-DATE = WS-WANTED-DATE
002482                 AND (WS-WANTED-ID = SPACES
002484                     OR JR-ID = WS-WANTED-ID
002486                     OR JR-LINK-ID = WS-WANTED-ID)
002490                 ADD 1 TO WS-MATCH-COUNT
002500                 MOVE JOURNAL-RECORD TO SORT-RECORD
002510                 RELEASE SORT-RECORD
002850                     PERFORM 3030-REVERSE-DELETE THRU 3030-EXIT
002860                 WHEN "C"
002870                     PERFORM 3040-REVERSE-CHANGE THRU 3040-EXIT
002871                 WHEN "M"
002872                     IF SJ-MERGE-DUPLICATE
002873                         PERFORM 3030-REVERSE-DELETE
002874                             THRU 3030-EXIT
002875                     ELSE
002876                         PERFORM 3040-REVERSE-CHANGE
002877                             THRU 3040-EXIT
002878                     END-IF
002880                 WHEN OTHER
002890                     DISPLAY "RUNBACK: UNKNOWN TRANSACTION CODE"
002900                         " '" SJ-TRANS-CODE "' AT ORDINAL "
003010*  3020/3030/3040  --  the three reversal shapes.  A DELETE
003020*  needs no field values beyond the ID; an un-DELETE and an
003030*  un-CHANGE are rebuilt from the journal's before-image.
003033*  A merge is undone as one of each: the duplicate's record is
003036*  un-DELETEd and the survivor's record un-CHANGEd.
003040*-----------------------------------------------------------------
003050 3020-REVERSE-ADD.
003060     MOVE "D" TO IR-TRANS-CODE

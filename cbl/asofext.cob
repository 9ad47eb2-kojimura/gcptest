000010*-----------------------------------------------------------------
000020*  IDENTIFICATION DIVISION
000030*-----------------------------------------------------------------
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. ASOFEXT.
000060 AUTHOR. K-TANAKA.
000070 INSTALLATION. DATA-LOADING-GROUP.
000080 DATE-WRITTEN. 2026-10-06.
000090 DATE-COMPILED.
000100*-----------------------------------------------------------------
000110*  Point-in-time reconstruction of the customer file.  Answers
000120*  "what did testdata say on date X" without touching the
000130*  database: the nearest full extract PG2FILE archived on or
000140*  before the as-of date (extract.YYYYMMDD.txt, found through
000150*  the shared archive catalog) is rolled forward over every
000160*  FILE2PG run after it, up to and including the as-of date,
000170*  using the after-images in the audit journal (file2pg.jrn).
000180*  When no usable extract exists on or before the date, the
000190*  earliest one after it is rolled back instead, undoing each
000200*  journaled run with its before-images, newest first.
000210*
000220*  The extract and the journal are match-merged by customer
000230*  ID (the extract is in ID order from PG2FILE's ORDER BY id;
000240*  the journal records go through a sort by ID and journal
000250*  position), so the run is bounded by disk, not a table.
000260*
000270*  Output is asofext.txt, a correctly counted HDR/DET/TRL
000280*  file in the shared IN-RECORD layout, every detail an ADD,
000290*  with the as-of date in the header -- the same shape as a
000300*  full PG2FILE extract taken that day.  The report
000310*  (asofext.rpt) names the base extract, the runs rolled over,
000320*  and every gap that makes the answer less than certain:
000330*
000340*    an archived extract listed in the catalog but missing
000350*      from disk or not a full extract (the next one is tried)
000360*    a FILE2PG run whose journal entries do not account for
000370*      every add, change and delete its run history says it
000380*      applied (file2pg.hist), or a run with no history at all
000390*    a journal image that does not match the row being rolled
000400*      (an untracked change to testdata)
000410*
000420*  Command line:  ASOFEXT YYYYMMDD [customer-ID]
000430*  With a customer ID only that customer is reconstructed, and
000440*  the reconstructed row is also printed on the report.
000450*
000460*  Return code 0 when the reconstruction is complete, 4 when
000470*  any gap was reported, 16 when no reconstruction was
000480*  possible.
000490*
000500*  Modification History
000510*  Date       Init  Description
000520*  ---------- ----  ----------------------------------------------
000530*  2026-10-06  kt   Original version.
000532*  2026-10-09  kt   Record buffers widened for the operator
000534*                   stamps on the shared detail and journal
000536*                   records (INRECORD.CPY, JRNLREC.CPY).
000538*  2026-10-15  kt   Journal buffers widened for the merge
000540*                   fields (JRNLREC.CPY); each side of a merge
000542*                   is rolled as what it did to its own row --
000544*                   the survivor's record as a CHANGE, the
000546*                   duplicate's as a DELETE.
000548*-----------------------------------------------------------------
000550 ENVIRONMENT DIVISION.
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT OPTIONAL CATALOG-FILE ASSIGN TO "archive.cat"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-CAT-STATUS.
000610
000620     SELECT BASE-FILE ASSIGN DYNAMIC WS-BASE-FILENAME
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-BASE-STATUS.
000650
000660     SELECT OPTIONAL JOURNAL-FILE ASSIGN TO "file2pg.jrn"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-JRN-STATUS.
000690
000700     SELECT OPTIONAL HISTORY-FILE ASSIGN TO "file2pg.hist"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-HIST-STATUS.
000730
000740     SELECT JRNL-SORT-FILE ASSIGN TO "asofext.sortwk".
000750
000760     SELECT SORTED-JRNL-FILE ASSIGN TO "asofext.srt"
000770         ORGANIZATION IS LINE SEQUENTIAL.
000780
000790     SELECT JDAY-FILE ASSIGN TO "asofext.jdy"
000800         ORGANIZATION IS LINE SEQUENTIAL.
000810
000820     SELECT HDAY-FILE ASSIGN TO "asofext.hdy"
000830         ORGANIZATION IS LINE SEQUENTIAL.
000840
000850     SELECT DETAIL-TEMP-FILE ASSIGN TO "asofext.det"
000860         ORGANIZATION IS LINE SEQUENTIAL.
000870
000880     SELECT OUTFILE ASSIGN TO "asofext.txt"
000890         ORGANIZATION IS LINE SEQUENTIAL.
000900
000910     SELECT REPORT-FILE ASSIGN TO "asofext.rpt"
000920         ORGANIZATION IS LINE SEQUENTIAL.
000930
000940 DATA DIVISION.
000950 FILE SECTION.
000960 FD  CATALOG-FILE.
000970     COPY "archrec.cpy".
000980
000990*  An archived extract, read as the raw 158-byte record; the
001000*  detail fields are picked out by position as PG2FILE's
001010*  snapshot compare does
001020 FD  BASE-FILE.
001030 01  BASE-RECORD             PIC X(158).
001040
001050 FD  JOURNAL-FILE.
001060     COPY "jrnlrec.cpy".
001070
001080 FD  HISTORY-FILE.
001090     COPY "histrec.cpy".
001100
001110*-----------------------------------------------------------------
001120*  JRNL-SORT-FILE and its landing file carry the journal record
001130*  behind a key of customer ID and journal position; journal
001140*  ordinals restart with every run, so the position in the
001150*  journal file is what keeps one customer's history in order
001160*-----------------------------------------------------------------
001170 SD  JRNL-SORT-FILE.
001180 01  SORT-RECORD.
001190     05  SR-ID               PIC X(05).
001200     05  FILLER              PIC X(01).
001210     05  SR-JRN-SEQ          PIC 9(07).
001220     05  FILLER              PIC X(01).
001230     05  SR-JOURNAL          PIC X(286).
001240
001250 FD  SORTED-JRNL-FILE.
001260 01  SORTED-JRNL-RECORD.
001270     05  SJ-KEY-ID           PIC X(05).
001280     05  FILLER              PIC X(01).
001290     05  SJ-JRN-SEQ          PIC 9(07).
001300     05  FILLER              PIC X(01).
001310     05  SJ-RUN-DATE         PIC X(08).
001320     05  FILLER              PIC X(01).
001330     05  SJ-ORDINAL          PIC 9(07).
001340     05  FILLER              PIC X(01).
001350     05  SJ-TRANS-CODE       PIC X(01).
001360     05  FILLER              PIC X(01).
001370     05  SJ-ID               PIC X(05).
001380     05  FILLER              PIC X(01).
001390     05  SJ-BEF-NAME         PIC X(20).
001400     05  FILLER              PIC X(01).
001410     05  SJ-BEF-EMAIL        PIC X(30).
001420     05  FILLER              PIC X(01).
001430     05  SJ-BEF-PHONE        PIC X(15).
001440     05  FILLER              PIC X(01).
001450     05  SJ-BEF-ADDRESS      PIC X(40).
001460     05  FILLER              PIC X(01).
001470     05  SJ-BEF-SINCE        PIC X(08).
001480     05  FILLER              PIC X(01).
001490     05  SJ-AFT-NAME         PIC X(20).
001500     05  FILLER              PIC X(01).
001510     05  SJ-AFT-EMAIL        PIC X(30).
001520     05  FILLER              PIC X(01).
001530     05  SJ-AFT-PHONE        PIC X(15).
001540     05  FILLER              PIC X(01).
001550     05  SJ-AFT-ADDRESS      PIC X(40).
001560     05  FILLER              PIC X(01).
001570     05  SJ-AFT-SINCE        PIC X(08).
001571     05  FILLER              PIC X(01).
001572     05  SJ-KEYED-BY         PIC X(08).
001573     05  FILLER              PIC X(01).
001574     05  SJ-APPROVED-BY      PIC X(08).
001575     05  FILLER              PIC X(01).
001576     05  SJ-MERGE-ROLE       PIC X(01).
001577         88  SJ-MERGE-DUPLICATE        VALUE "D".
001578     05  FILLER              PIC X(01).
001579     05  SJ-LINK-ID          PIC X(05).
001580
001590*-----------------------------------------------------------------
001600*  Per-run-date totals for the coverage check: JDAY-FILE from
001610*  the journal, HDAY-FILE from the run history, both written
001620*  in run-date order and then match-merged
001630*-----------------------------------------------------------------
001640 FD  JDAY-FILE.
001650 01  JDAY-RECORD.
001660     05  JD-RUN-DATE         PIC X(08).
001670     05  FILLER              PIC X(01).
001680     05  JD-COUNT            PIC 9(07).
001690
001700 FD  HDAY-FILE.
001710 01  HDAY-RECORD.
001720     05  HD-RUN-DATE         PIC X(08).
001730     05  FILLER              PIC X(01).
001740     05  HD-COUNT            PIC 9(07).
001750
001760 FD  DETAIL-TEMP-FILE.
001770     COPY "inrecord.cpy".
001780
001790 FD  OUTFILE.
001800 01  OUT-RECORD              PIC X(158).
001810
001820 FD  REPORT-FILE.
001830 01  REPORT-RECORD           PIC X(132).
001840
001850 WORKING-STORAGE SECTION.
001860*-----------------------------------------------------------------
001870*  Switches
001880*-----------------------------------------------------------------
001890 01  WS-SWITCHES.
001900     05  WS-JRN-EOF-SW       PIC X(01) VALUE "N".
001910         88  WS-JRN-EOF                VALUE "Y".
001920     05  WS-SRT-EOF-SW       PIC X(01) VALUE "N".
001930         88  WS-SRT-EOF                VALUE "Y".
001940     05  WS-BASE-EOF-SW      PIC X(01) VALUE "N".
001950         88  WS-BASE-EOF               VALUE "Y".
001960     05  WS-CAT-EOF-SW       PIC X(01) VALUE "N".
001970         88  WS-CAT-EOF                VALUE "Y".
001980     05  WS-HIST-EOF-SW      PIC X(01) VALUE "N".
001990         88  WS-HIST-EOF               VALUE "Y".
002000     05  WS-JDAY-EOF-SW      PIC X(01) VALUE "N".
002010         88  WS-JDAY-EOF               VALUE "Y".
002020     05  WS-HDAY-EOF-SW      PIC X(01) VALUE "N".
002030         88  WS-HDAY-EOF               VALUE "Y".
002040     05  WS-OUT-EOF-SW       PIC X(01) VALUE "N".
002050         88  WS-OUT-EOF                VALUE "Y".
002060     05  WS-JRN-OPEN-SW      PIC X(01) VALUE "N".
002070         88  WS-JRN-OPEN               VALUE "Y".
002080     05  WS-HIST-OPEN-SW     PIC X(01) VALUE "N".
002090         88  WS-HIST-OPEN              VALUE "Y".
002100     05  WS-CAND-FOUND-SW    PIC X(01) VALUE "N".
002110         88  WS-CAND-FOUND             VALUE "Y".
002120     05  WS-BASE-FOUND-SW    PIC X(01) VALUE "N".
002130         88  WS-BASE-FOUND             VALUE "Y".
002140     05  WS-SCAN-DONE-SW     PIC X(01) VALUE "N".
002150         88  WS-SCAN-DONE              VALUE "Y".
002160     05  WS-BASE-BAD-SW      PIC X(01) VALUE "N".
002170         88  WS-BASE-BAD               VALUE "Y".
002180*  F = roll the extract forward, B = roll it back
002190     05  WS-DIRECTION-SW     PIC X(01) VALUE "F".
002200         88  WS-ROLL-FORWARD           VALUE "F".
002210         88  WS-ROLL-BACK              VALUE "B".
002220     05  WS-ONE-ID-SW        PIC X(01) VALUE "N".
002230         88  WS-ONE-ID                 VALUE "Y".
002240     05  WS-ROW-EXISTS-SW    PIC X(01) VALUE "N".
002250         88  WS-ROW-EXISTS             VALUE "Y".
002260     05  WS-ROW-SHOWN-SW     PIC X(01) VALUE "N".
002270         88  WS-ROW-SHOWN              VALUE "Y".
002280
002290*-----------------------------------------------------------------
002300*  Counters (control totals for the report and displays)
002310*-----------------------------------------------------------------
002320 01  WS-COUNTERS.
002330     05  WS-JRN-READ-COUNT   PIC 9(07) COMP.
002340     05  WS-JRN-SEQ          PIC 9(07) COMP.
002350     05  WS-JRN-WINDOW-COUNT PIC 9(07) COMP.
002360     05  WS-JRN-USED-COUNT   PIC 9(07) COMP.
002370     05  WS-BASE-DET-COUNT   PIC 9(07) COMP.
002380     05  WS-BASE-TRL-COUNT   PIC 9(07) COMP.
002390     05  WS-BASE-ROW-COUNT   PIC 9(07) COMP.
002400     05  WS-OUT-COUNT        PIC 9(07) COMP.
002410     05  WS-GAP-COUNT        PIC 9(07) COMP.
002420     05  WS-MISMATCH-COUNT   PIC 9(07) COMP.
002430     05  WS-DAY-TOTAL        PIC 9(07) COMP.
002440     05  WS-CNT-DISP         PIC 9(07).
002450     05  WS-CNT-DISP-2       PIC 9(07).
002460
002470 01  WS-CAT-STATUS           PIC X(02).
002480 01  WS-BASE-STATUS          PIC X(02).
002490 01  WS-JRN-STATUS           PIC X(02).
002500 01  WS-HIST-STATUS          PIC X(02).
002510 01  WS-CMD-ARG              PIC X(40).
002520 01  WS-ARG-1                PIC X(20).
002530 01  WS-ARG-2                PIC X(20).
002540 01  WS-ABORT-MSG            PIC X(60).
002550 01  WS-TODAY                PIC 9(08).
002560 01  WS-ASOF-DATE            PIC X(08).
002570 01  WS-ASOF-DATE-9 REDEFINES WS-ASOF-DATE.
002580     05  WS-ASOF-YYYY        PIC 9(04).
002590     05  WS-ASOF-MM          PIC 9(02).
002600     05  WS-ASOF-DD          PIC 9(02).
002610 01  WS-WANTED-ID            PIC X(05).
002620 01  WS-GAP-TEXT             PIC X(120).
002630
002640*-----------------------------------------------------------------
002650*  Base-extract selection.  WS-SCAN-LIMIT moves past every
002660*  catalog entry already tried, so a missing or unusable
002670*  archive falls through to the next nearest one.
002680*-----------------------------------------------------------------
002690 01  WS-BASE-FILENAME        PIC X(40).
002700 01  WS-BASE-DATE            PIC X(08).
002710 01  WS-CAND-DATE            PIC X(08).
002720 01  WS-CAND-FILENAME        PIC X(40).
002730 01  WS-SCAN-LIMIT           PIC X(08).
002740 01  WS-BASE-REASON          PIC X(40).
002750
002760*  The journal window: runs after WS-WINDOW-LOW, up to and
002770*  including WS-WINDOW-HIGH
002780 01  WS-WINDOW-LOW           PIC X(08).
002790 01  WS-WINDOW-HIGH          PIC X(08).
002800 01  WS-DAY-DATE             PIC X(08).
002810
002820*-----------------------------------------------------------------
002830*  The row being rolled: the base extract's image of one
002840*  customer, carried through that customer's journal entries
002850*-----------------------------------------------------------------
002860 01  WS-CUR-ID               PIC X(05).
002865 01  WS-APPLY-CODE           PIC X(01).
002870 01  WS-BASE-ID              PIC X(05).
002880 01  WS-ROW-IMAGE.
002890     05  WS-ROW-NAME         PIC X(20).
002900     05  WS-ROW-EMAIL        PIC X(30).
002910     05  WS-ROW-PHONE        PIC X(15).
002920     05  WS-ROW-ADDRESS      PIC X(40).
002930     05  WS-ROW-SINCE        PIC X(08).
002940 01  WS-BEF-IMAGE.
002950     05  WS-BEF-NAME         PIC X(20).
002960     05  WS-BEF-EMAIL        PIC X(30).
002970     05  WS-BEF-PHONE        PIC X(15).
002980     05  WS-BEF-ADDRESS      PIC X(40).
002990     05  WS-BEF-SINCE        PIC X(08).
003000 01  WS-AFT-IMAGE.
003010     05  WS-AFT-NAME         PIC X(20).
003020     05  WS-AFT-EMAIL        PIC X(30).
003030     05  WS-AFT-PHONE        PIC X(15).
003040     05  WS-AFT-ADDRESS      PIC X(40).
003050     05  WS-AFT-SINCE        PIC X(08).
003060 01  WS-MISMATCH-TEXT        PIC X(40).
003070
003080*-----------------------------------------------------------------
003090*  Report line: one journal image that did not fit the row
003100*-----------------------------------------------------------------
003110 01  MISMATCH-LINE.
003120     05  FILLER              PIC X(10) VALUE "MISMATCH: ".
003130     05  ML-RUN-DATE         PIC X(08).
003140     05  FILLER              PIC X(01) VALUE SPACE.
003150     05  ML-ORDINAL          PIC 9(07).
003160     05  FILLER              PIC X(01) VALUE SPACE.
003170     05  ML-TRANS-CODE       PIC X(01).
003180     05  FILLER              PIC X(04) VALUE " ID ".
003190     05  ML-ID               PIC X(05).
003200     05  FILLER              PIC X(01) VALUE SPACE.
003210     05  ML-TEXT             PIC X(40).
003220
003230*-----------------------------------------------------------------
003240*  Report lines: the reconstructed row for a single-customer run
003250*-----------------------------------------------------------------
003260 01  ROW-LINE-1.
003270     05  FILLER              PIC X(09) VALUE "CUSTOMER ".
003280     05  RL1-ID              PIC X(05).
003290     05  FILLER              PIC X(10) VALUE " AS OF    ".
003300     05  RL1-ASOF-DATE       PIC X(08).
003310 01  ROW-LINE-2.
003320     05  FILLER              PIC X(04) VALUE SPACES.
003330     05  RL2-LABEL           PIC X(16).
003340     05  RL2-VALUE           PIC X(40).
003350
003360 PROCEDURE DIVISION.
003370*-----------------------------------------------------------------
003380*  0000-MAINLINE
003390*-----------------------------------------------------------------
003400 0000-MAINLINE.
003410     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003420     PERFORM 2000-FIND-BASE-EXTRACT THRU 2000-EXIT
003430     PERFORM 3000-SORT-JOURNAL THRU 3000-EXIT
003440     PERFORM 3500-CHECK-COVERAGE THRU 3500-EXIT
003450     PERFORM 4000-ROLL-EXTRACT THRU 4000-EXIT
003460     PERFORM 4500-WRITE-OUTFILE THRU 4500-EXIT
003470     PERFORM 5000-FINALIZE THRU 5000-EXIT
003480     GO TO 9999-EXIT-PROGRAM.
003490
003500*-----------------------------------------------------------------
003510*  1000-INITIALIZE  --  the as-of date, and optionally one
003520*  customer ID, come from the command line
003530*-----------------------------------------------------------------
003540 1000-INITIALIZE.
003550     ACCEPT WS-TODAY FROM DATE YYYYMMDD
003560     ACCEPT WS-CMD-ARG FROM COMMAND-LINE
003570     IF WS-CMD-ARG = SPACES
003580         MOVE "NO AS-OF DATE GIVEN ON THE COMMAND LINE" TO
003590             WS-ABORT-MSG
003600         PERFORM 9999-ABORT-RUN
003610     END-IF
003615     MOVE SPACES TO WS-ARG-1 WS-ARG-2
003620     UNSTRING WS-CMD-ARG DELIMITED BY ALL SPACE
003630         INTO WS-ARG-1 WS-ARG-2
003640     END-UNSTRING
003650     MOVE WS-ARG-1(1:8) TO WS-ASOF-DATE
003660     IF WS-ASOF-DATE NOT NUMERIC
003670         OR WS-ARG-1(9:1) NOT = SPACE
003680         OR WS-ASOF-MM < 1 OR WS-ASOF-MM > 12
003690         OR WS-ASOF-DD < 1 OR WS-ASOF-DD > 31
003700         MOVE "AS-OF DATE ARGUMENT MUST BE YYYYMMDD" TO
003710             WS-ABORT-MSG
003720         PERFORM 9999-ABORT-RUN
003730     END-IF
003740     IF WS-ASOF-DATE-9 > WS-TODAY
003750         MOVE "AS-OF DATE IS LATER THAN TODAY" TO WS-ABORT-MSG
003760         PERFORM 9999-ABORT-RUN
003770     END-IF
003780     IF WS-ARG-2 NOT = SPACES
003790         MOVE WS-ARG-2(1:5) TO WS-WANTED-ID
003800         IF WS-WANTED-ID NOT NUMERIC
003810             OR WS-ARG-2(6:1) NOT = SPACE
003820             MOVE "CUSTOMER ID ARGUMENT MUST BE 5 DIGITS" TO
003830                 WS-ABORT-MSG
003840             PERFORM 9999-ABORT-RUN
003850         END-IF
003860         SET WS-ONE-ID TO TRUE
003870     END-IF
003880     OPEN OUTPUT REPORT-FILE
003890     MOVE SPACES TO REPORT-RECORD
003900     STRING "ASOFEXT CUSTOMER FILE RECONSTRUCTED AS OF "
003910         WS-ASOF-DATE DELIMITED BY SIZE INTO REPORT-RECORD
003920     END-STRING
003930     WRITE REPORT-RECORD
003940     MOVE SPACES TO REPORT-RECORD
003950     IF WS-ONE-ID
003960         STRING "CUSTOMER ID " WS-WANTED-ID " ONLY"
003970             DELIMITED BY SIZE INTO REPORT-RECORD
003980         END-STRING
003990     ELSE
004000         MOVE "ALL CUSTOMERS" TO REPORT-RECORD
004010     END-IF
004020     WRITE REPORT-RECORD
004030     MOVE SPACES TO REPORT-RECORD
004040     WRITE REPORT-RECORD.
004050 1000-EXIT.
004060     EXIT.
004070
004080*-----------------------------------------------------------------
004090*  2000-FIND-BASE-EXTRACT  --  the nearest full extract on or
004100*  before the as-of date is preferred (roll forward); failing
004110*  that, the earliest one after it (roll back).  Each catalog
004120*  candidate that turns out missing or unusable is reported as
004130*  a gap and the next nearest is tried.
004140*-----------------------------------------------------------------
004150 2000-FIND-BASE-EXTRACT.
004160     OPEN INPUT CATALOG-FILE
004170     IF WS-CAT-STATUS NOT = "00"
004180         MOVE "NO ARCHIVE CATALOG (ARCHIVE.CAT) FOUND" TO
004190             WS-ABORT-MSG
004200         PERFORM 9999-ABORT-RUN
004210     END-IF
004220     CLOSE CATALOG-FILE
004230     SET WS-ROLL-FORWARD TO TRUE
004240     MOVE HIGH-VALUES TO WS-SCAN-LIMIT
004250     PERFORM 2010-TRY-ONE-CANDIDATE THRU 2010-EXIT
004260         UNTIL WS-BASE-FOUND OR WS-SCAN-DONE
004270     IF NOT WS-BASE-FOUND
004280         SET WS-ROLL-BACK TO TRUE
004290         MOVE "N" TO WS-SCAN-DONE-SW
004300         MOVE LOW-VALUES TO WS-SCAN-LIMIT
004310         PERFORM 2010-TRY-ONE-CANDIDATE THRU 2010-EXIT
004320             UNTIL WS-BASE-FOUND OR WS-SCAN-DONE
004330         IF WS-BASE-FOUND
004340             MOVE SPACES TO WS-GAP-TEXT
004350             STRING "NO USABLE EXTRACT ON OR BEFORE "
004360                 WS-ASOF-DATE ", ROLLING BACK FROM A LATER ONE"
004370                 DELIMITED BY SIZE INTO WS-GAP-TEXT
004380             END-STRING
004390             PERFORM 8000-REPORT-GAP THRU 8000-EXIT
004400         END-IF
004410     END-IF
004420     IF NOT WS-BASE-FOUND
004430         MOVE "NO USABLE ARCHIVED EXTRACT IN ARCHIVE.CAT" TO
004440             WS-ABORT-MSG
004450         PERFORM 9999-ABORT-RUN
004460     END-IF
004470     IF WS-ROLL-FORWARD
004480         MOVE WS-BASE-DATE TO WS-WINDOW-LOW
004490         MOVE WS-ASOF-DATE TO WS-WINDOW-HIGH
004500     ELSE
004510         MOVE WS-ASOF-DATE TO WS-WINDOW-LOW
004520         MOVE WS-BASE-DATE TO WS-WINDOW-HIGH
004530     END-IF
004540     MOVE SPACES TO REPORT-RECORD
004550     STRING "BASE EXTRACT ................ " WS-BASE-FILENAME
004560         DELIMITED BY SIZE INTO REPORT-RECORD
004570     END-STRING
004580     WRITE REPORT-RECORD
004590     MOVE SPACES TO REPORT-RECORD
004600     IF WS-BASE-DATE = WS-ASOF-DATE
004610         MOVE "NO ROLL NEEDED, BASE EXTRACT IS OF THE AS-OF DATE"
004620             TO REPORT-RECORD
004630     ELSE
004640         IF WS-ROLL-FORWARD
004650             STRING "ROLLED FORWARD OVER RUNS .... AFTER "
004660                 WS-WINDOW-LOW " THRU " WS-WINDOW-HIGH
004670                 DELIMITED BY SIZE INTO REPORT-RECORD
004680             END-STRING
004690         ELSE
004700             STRING "ROLLED BACK OVER RUNS ....... AFTER "
004710                 WS-WINDOW-LOW " THRU " WS-WINDOW-HIGH
004720                 DELIMITED BY SIZE INTO REPORT-RECORD
004730             END-STRING
004740         END-IF
004750     END-IF
004760     WRITE REPORT-RECORD.
004770 2000-EXIT.
004780     EXIT.
004790
004800 2010-TRY-ONE-CANDIDATE.
004810     PERFORM 2020-SCAN-CATALOG THRU 2020-EXIT
004820     IF NOT WS-CAND-FOUND
004830         SET WS-SCAN-DONE TO TRUE
004840         GO TO 2010-EXIT
004850     END-IF
004860     MOVE WS-CAND-DATE TO WS-SCAN-LIMIT
004870     PERFORM 2040-VALIDATE-EXTRACT THRU 2040-EXIT
004880     IF WS-BASE-BAD
004890         MOVE SPACES TO WS-GAP-TEXT
004900         STRING "ARCHIVED EXTRACT " DELIMITED BY SIZE
004910             WS-CAND-FILENAME DELIMITED BY SPACE
004920             " " WS-BASE-REASON DELIMITED BY SIZE
004930             INTO WS-GAP-TEXT
004940         END-STRING
004950         PERFORM 8000-REPORT-GAP THRU 8000-EXIT
004960         GO TO 2010-EXIT
004970     END-IF
004980     SET WS-BASE-FOUND TO TRUE
004990     MOVE WS-CAND-DATE TO WS-BASE-DATE.
005000 2010-EXIT.
005010     EXIT.
005020
005030*-----------------------------------------------------------------
005040*  2020-SCAN-CATALOG  --  one pass of the catalog for the
005050*  nearest extract entry not yet tried: rolling forward, the
005060*  latest on or before the as-of date and before the scan
005070*  limit; rolling back, the earliest after the as-of date and
005080*  after the scan limit.  Only full extracts are archived as
005090*  extract.YYYYMMDD.txt; FILE2PG's run files and PG2FILE's
005100*  delta extracts go under other names.
005110*-----------------------------------------------------------------
005120 2020-SCAN-CATALOG.
005130     MOVE "N" TO WS-CAND-FOUND-SW
005140     MOVE "N" TO WS-CAT-EOF-SW
005150     OPEN INPUT CATALOG-FILE
005160     PERFORM 2030-CHECK-ONE-ENTRY THRU 2030-EXIT
005170         UNTIL WS-CAT-EOF
005180     CLOSE CATALOG-FILE.
005190 2020-EXIT.
005200     EXIT.
005210
005220 2030-CHECK-ONE-ENTRY.
005230     READ CATALOG-FILE
005240         AT END
005250             SET WS-CAT-EOF TO TRUE
005260             GO TO 2030-EXIT
005270     END-READ
005280     IF AC-FILENAME(1:8) NOT = "extract."
005290         GO TO 2030-EXIT
005300     END-IF
005310     IF WS-ROLL-FORWARD
005320         IF AC-RUN-DATE NOT > WS-ASOF-DATE
005330             AND AC-RUN-DATE < WS-SCAN-LIMIT
005340             AND (NOT WS-CAND-FOUND
005350                  OR AC-RUN-DATE > WS-CAND-DATE)
005360             SET WS-CAND-FOUND TO TRUE
005370             MOVE AC-RUN-DATE TO WS-CAND-DATE
005380             MOVE AC-FILENAME TO WS-CAND-FILENAME
005390         END-IF
005400     ELSE
005410         IF AC-RUN-DATE > WS-ASOF-DATE
005420             AND AC-RUN-DATE > WS-SCAN-LIMIT
005430             AND (NOT WS-CAND-FOUND
005440                  OR AC-RUN-DATE < WS-CAND-DATE)
005450             SET WS-CAND-FOUND TO TRUE
005460             MOVE AC-RUN-DATE TO WS-CAND-DATE
005470             MOVE AC-FILENAME TO WS-CAND-FILENAME
005480         END-IF
005490     END-IF.
005500 2030-EXIT.
005510     EXIT.
005520
005530*-----------------------------------------------------------------
005540*  2040-VALIDATE-EXTRACT  --  the candidate must be on disk, be
005550*  an HDR/DET/TRL file whose trailer count agrees with its
005560*  details, and carry nothing but ADDs (a full extract; a delta
005570*  archived under the old naming would have C/D rows)
005580*-----------------------------------------------------------------
005590 2040-VALIDATE-EXTRACT.
005600     MOVE "N" TO WS-BASE-BAD-SW
005610     MOVE WS-CAND-FILENAME TO WS-BASE-FILENAME
005620     OPEN INPUT BASE-FILE
005630     IF WS-BASE-STATUS NOT = "00"
005640         SET WS-BASE-BAD TO TRUE
005650         MOVE "IS MISSING FROM DISK" TO WS-BASE-REASON
005660         GO TO 2040-EXIT
005670     END-IF
005680     MOVE 0 TO WS-BASE-DET-COUNT
005690     MOVE 0 TO WS-BASE-TRL-COUNT
005700     MOVE "N" TO WS-BASE-EOF-SW
005710     READ BASE-FILE
005720         AT END
005730             SET WS-BASE-EOF TO TRUE
005740     END-READ
005750     IF WS-BASE-EOF OR BASE-RECORD(1:3) NOT = "HDR"
005760         SET WS-BASE-BAD TO TRUE
005770         MOVE "HAS NO HEADER RECORD" TO WS-BASE-REASON
005780     END-IF
005790     PERFORM 2050-CHECK-ONE-RECORD THRU 2050-EXIT
005800         UNTIL WS-BASE-EOF OR WS-BASE-BAD
005810     CLOSE BASE-FILE
005820     IF NOT WS-BASE-BAD
005830         AND WS-BASE-TRL-COUNT NOT = WS-BASE-DET-COUNT
005840         SET WS-BASE-BAD TO TRUE
005850         MOVE "TRAILER COUNT DOES NOT RECONCILE" TO
005860             WS-BASE-REASON
005870     END-IF.
005880 2040-EXIT.
005890     EXIT.
005900
005910 2050-CHECK-ONE-RECORD.
005920     READ BASE-FILE
005930         AT END
005940             SET WS-BASE-EOF TO TRUE
005950             GO TO 2050-EXIT
005960     END-READ
005970     EVALUATE BASE-RECORD(1:3)
005980         WHEN "DET"
005990             ADD 1 TO WS-BASE-DET-COUNT
006000             IF BASE-RECORD(4:1) NOT = "A"
006010                 SET WS-BASE-BAD TO TRUE
006020                 MOVE "IS A DELTA, NOT A FULL EXTRACT" TO
006030                     WS-BASE-REASON
006040             END-IF
006050         WHEN "TRL"
006060             MOVE BASE-RECORD(12:7) TO WS-CNT-DISP
006070             MOVE WS-CNT-DISP TO WS-BASE-TRL-COUNT
006080     END-EVALUATE.
006090 2050-EXIT.
006100     EXIT.
006110
006120*-----------------------------------------------------------------
006130*  3000-SORT-JOURNAL  --  journal records for the runs in the
006140*  window (and for the wanted customer, if one was named) go
006150*  through the sort into customer ID and journal-position
006160*  order, ascending to roll forward and descending to roll
006170*  back.  The same pass totals every in-window record by run
006180*  date for the coverage check.
006190*-----------------------------------------------------------------
006200 3000-SORT-JOURNAL.
006210     OPEN INPUT JOURNAL-FILE
006220     IF WS-JRN-STATUS = "00"
006230         SET WS-JRN-OPEN TO TRUE
006240     ELSE
006250         SET WS-JRN-EOF TO TRUE
006260         IF WS-BASE-DATE NOT = WS-ASOF-DATE
006270             MOVE "AUDIT JOURNAL (FILE2PG.JRN) NOT FOUND" TO
006280                 WS-GAP-TEXT
006290             PERFORM 8000-REPORT-GAP THRU 8000-EXIT
006300         END-IF
006310     END-IF
006320     OPEN OUTPUT JDAY-FILE
006330     MOVE SPACES TO WS-DAY-DATE
006340     IF WS-ROLL-FORWARD
006350         SORT JRNL-SORT-FILE
006360             ON ASCENDING KEY SR-ID
006370             ON ASCENDING KEY SR-JRN-SEQ
006380             INPUT PROCEDURE IS 3010-RELEASE-JOURNAL
006390                 THRU 3010-EXIT
006400             GIVING SORTED-JRNL-FILE
006410     ELSE
006420         SORT JRNL-SORT-FILE
006430             ON ASCENDING KEY SR-ID
006440             ON DESCENDING KEY SR-JRN-SEQ
006450             INPUT PROCEDURE IS 3010-RELEASE-JOURNAL
006460                 THRU 3010-EXIT
006470             GIVING SORTED-JRNL-FILE
006480     END-IF
006490     IF WS-DAY-DATE NOT = SPACES
006500         PERFORM 3030-WRITE-JOURNAL-DAY THRU 3030-EXIT
006510     END-IF
006520     CLOSE JDAY-FILE
006530     IF WS-JRN-OPEN
006540         CLOSE JOURNAL-FILE
006550     END-IF.
006560 3000-EXIT.
006570     EXIT.
006580
006590 3010-RELEASE-JOURNAL.
006600     PERFORM 3020-RELEASE-ONE-JRNL THRU 3020-EXIT
006610         UNTIL WS-JRN-EOF.
006620 3010-EXIT.
006630     EXIT.
006640
006650 3020-RELEASE-ONE-JRNL.
006660     READ JOURNAL-FILE
006670         AT END
006680             SET WS-JRN-EOF TO TRUE
006690             GO TO 3020-EXIT
006700     END-READ
006710     ADD 1 TO WS-JRN-READ-COUNT
006720     ADD 1 TO WS-JRN-SEQ
006730     IF JR-RUN-DATE NOT > WS-WINDOW-LOW
006740         OR JR-RUN-DATE > WS-WINDOW-HIGH
006750         GO TO 3020-EXIT
006760     END-IF
006770     ADD 1 TO WS-JRN-WINDOW-COUNT
006780     IF JR-RUN-DATE NOT = WS-DAY-DATE
006790         IF WS-DAY-DATE NOT = SPACES
006800             PERFORM 3030-WRITE-JOURNAL-DAY THRU 3030-EXIT
006810         END-IF
006820         MOVE JR-RUN-DATE TO WS-DAY-DATE
006830         MOVE 0 TO WS-DAY-TOTAL
006840     END-IF
006850     ADD 1 TO WS-DAY-TOTAL
006860     IF WS-ONE-ID AND JR-ID NOT = WS-WANTED-ID
006870         GO TO 3020-EXIT
006880     END-IF
006890     MOVE SPACES TO SORT-RECORD
006900     MOVE JR-ID TO SR-ID
006910     MOVE WS-JRN-SEQ TO SR-JRN-SEQ
006920     MOVE JOURNAL-RECORD TO SR-JOURNAL
006930     RELEASE SORT-RECORD.
006940 3020-EXIT.
006950     EXIT.
006960
006970 3030-WRITE-JOURNAL-DAY.
006980     MOVE SPACES TO JDAY-RECORD
006990     MOVE WS-DAY-DATE TO JD-RUN-DATE
007000     MOVE WS-DAY-TOTAL TO JD-COUNT
007010     WRITE JDAY-RECORD.
007020 3030-EXIT.
007030     EXIT.
007040
007050*-----------------------------------------------------------------
007060*  3500-CHECK-COVERAGE  --  every run in the window must have
007070*  journaled exactly the adds, changes and deletes its run
007080*  history says it applied.  The history is totalled by run
007090*  date (a rerun on the same date adds to that date's total)
007100*  and match-merged against the journal's per-date totals.
007110*-----------------------------------------------------------------
007120 3500-CHECK-COVERAGE.
007130     IF WS-BASE-DATE = WS-ASOF-DATE
007140         GO TO 3500-EXIT
007150     END-IF
007160     OPEN INPUT HISTORY-FILE
007170     IF WS-HIST-STATUS NOT = "00"
007180         MOVE SPACES TO WS-GAP-TEXT
007190         STRING "RUN HISTORY (FILE2PG.HIST) NOT FOUND,"
007200             " JOURNAL COVERAGE NOT VERIFIED"
007210             DELIMITED BY SIZE INTO WS-GAP-TEXT
007220         END-STRING
007230         PERFORM 8000-REPORT-GAP THRU 8000-EXIT
007240         GO TO 3500-EXIT
007250     END-IF
007260     OPEN OUTPUT HDAY-FILE
007270     MOVE SPACES TO WS-DAY-DATE
007280     PERFORM 3510-TOTAL-ONE-HISTORY THRU 3510-EXIT
007290         UNTIL WS-HIST-EOF
007300     IF WS-DAY-DATE NOT = SPACES
007310         PERFORM 3520-WRITE-HISTORY-DAY THRU 3520-EXIT
007320     END-IF
007330     CLOSE HDAY-FILE
007340     CLOSE HISTORY-FILE
007350     OPEN INPUT JDAY-FILE
007360     OPEN INPUT HDAY-FILE
007370     PERFORM 3530-READ-JDAY THRU 3530-EXIT
007380     PERFORM 3540-READ-HDAY THRU 3540-EXIT
007390     PERFORM 3550-COMPARE-ONE-DAY THRU 3550-EXIT
007400         UNTIL WS-JDAY-EOF AND WS-HDAY-EOF
007410     CLOSE JDAY-FILE
007420     CLOSE HDAY-FILE.
007430 3500-EXIT.
007440     EXIT.
007450
007460 3510-TOTAL-ONE-HISTORY.
007470     READ HISTORY-FILE
007480         AT END
007490             SET WS-HIST-EOF TO TRUE
007500             GO TO 3510-EXIT
007510     END-READ
007520     IF HR-RUN-DATE NOT > WS-WINDOW-LOW
007530         OR HR-RUN-DATE > WS-WINDOW-HIGH
007540         GO TO 3510-EXIT
007550     END-IF
007560     IF HR-RUN-DATE NOT = WS-DAY-DATE
007570         IF WS-DAY-DATE NOT = SPACES
007580             PERFORM 3520-WRITE-HISTORY-DAY THRU 3520-EXIT
007590         END-IF
007600         MOVE HR-RUN-DATE TO WS-DAY-DATE
007610         MOVE 0 TO WS-DAY-TOTAL
007620     END-IF
007630     ADD HR-ADD-COUNT HR-CHANGE-COUNT HR-DELETE-COUNT
007640         TO WS-DAY-TOTAL.
007650 3510-EXIT.
007660     EXIT.
007670
007680 3520-WRITE-HISTORY-DAY.
007690     MOVE SPACES TO HDAY-RECORD
007700     MOVE WS-DAY-DATE TO HD-RUN-DATE
007710     MOVE WS-DAY-TOTAL TO HD-COUNT
007720     WRITE HDAY-RECORD.
007730 3520-EXIT.
007740     EXIT.
007750
007760 3530-READ-JDAY.
007770     READ JDAY-FILE
007780         AT END
007790             SET WS-JDAY-EOF TO TRUE
007800             MOVE HIGH-VALUES TO JD-RUN-DATE
007810     END-READ.
007820 3530-EXIT.
007830     EXIT.
007840
007850 3540-READ-HDAY.
007860     READ HDAY-FILE
007870         AT END
007880             SET WS-HDAY-EOF TO TRUE
007890             MOVE HIGH-VALUES TO HD-RUN-DATE
007900     END-READ.
007910 3540-EXIT.
007920     EXIT.
007930
007940 3550-COMPARE-ONE-DAY.
007950     MOVE SPACES TO WS-GAP-TEXT
007960     EVALUATE TRUE
007970         WHEN JD-RUN-DATE = HD-RUN-DATE
007980             IF JD-COUNT NOT = HD-COUNT
007990                 MOVE HD-COUNT TO WS-CNT-DISP
008000                 MOVE JD-COUNT TO WS-CNT-DISP-2
008010                 STRING "JOURNAL INCOMPLETE FOR RUN "
008020                     JD-RUN-DATE " - " WS-CNT-DISP
008030                     " APPLIED, " WS-CNT-DISP-2 " JOURNALED"
008040                     DELIMITED BY SIZE INTO WS-GAP-TEXT
008050                 END-STRING
008060                 PERFORM 8000-REPORT-GAP THRU 8000-EXIT
008070             END-IF
008080             PERFORM 3530-READ-JDAY THRU 3530-EXIT
008090             PERFORM 3540-READ-HDAY THRU 3540-EXIT
008100         WHEN HD-RUN-DATE < JD-RUN-DATE
008110             IF HD-COUNT > 0
008120                 MOVE HD-COUNT TO WS-CNT-DISP
008130                 STRING "JOURNAL MISSING FOR RUN "
008140                     HD-RUN-DATE " - " WS-CNT-DISP
008150                     " APPLIED, NONE JOURNALED"
008160                     DELIMITED BY SIZE INTO WS-GAP-TEXT
008170                 END-STRING
008180                 PERFORM 8000-REPORT-GAP THRU 8000-EXIT
008190             END-IF
008200             PERFORM 3540-READ-HDAY THRU 3540-EXIT
008210         WHEN OTHER
008220             MOVE JD-COUNT TO WS-CNT-DISP-2
008230             STRING "NO RUN HISTORY FOR RUN " JD-RUN-DATE
008240                 " - " WS-CNT-DISP-2 " JOURNALED, NOT VERIFIED"
008250                 DELIMITED BY SIZE INTO WS-GAP-TEXT
008260             END-STRING
008270             PERFORM 8000-REPORT-GAP THRU 8000-EXIT
008280             PERFORM 3530-READ-JDAY THRU 3530-EXIT
008290     END-EVALUATE.
008300 3550-EXIT.
008310     EXIT.
008320
008330*-----------------------------------------------------------------
008340*  4000-ROLL-EXTRACT  --  match-merge the base extract and the
008350*  sorted journal by customer ID.  Each ID takes its image from
008360*  the extract (if it was there), is carried through all of its
008370*  journal entries in the window, and is staged as an ADD if it
008380*  still exists at the end.
008390*-----------------------------------------------------------------
008400 4000-ROLL-EXTRACT.
008410     MOVE "N" TO WS-BASE-EOF-SW
008420     OPEN INPUT BASE-FILE
008430     OPEN INPUT SORTED-JRNL-FILE
008440     OPEN OUTPUT DETAIL-TEMP-FILE
008450     PERFORM 4010-READ-BASE THRU 4010-EXIT
008460     PERFORM 4020-READ-SORTED THRU 4020-EXIT
008470     PERFORM 4030-ROLL-ONE-CUSTOMER THRU 4030-EXIT
008480         UNTIL WS-BASE-EOF AND WS-SRT-EOF
008490     CLOSE BASE-FILE
008500     CLOSE SORTED-JRNL-FILE
008510     CLOSE DETAIL-TEMP-FILE.
008520 4000-EXIT.
008530     EXIT.
008540
008550*  Only detail rows of the wanted customer (or of every
008560*  customer) are taken from the extract; HDR and TRL are
008570*  skipped.  End of file reads as an ID above any real one.
008580 4010-READ-BASE.
008590     MOVE SPACES TO WS-BASE-ID
008600     PERFORM 4015-READ-ONE-BASE THRU 4015-EXIT
008610         UNTIL WS-BASE-EOF OR WS-BASE-ID NOT = SPACES.
008620 4010-EXIT.
008630     EXIT.
008640
008650 4015-READ-ONE-BASE.
008660     READ BASE-FILE
008670         AT END
008680             SET WS-BASE-EOF TO TRUE
008690             MOVE HIGH-VALUES TO WS-BASE-ID
008700             GO TO 4015-EXIT
008710     END-READ
008720     IF BASE-RECORD(1:3) NOT = "DET"
008730         GO TO 4015-EXIT
008740     END-IF
008750     IF WS-ONE-ID AND BASE-RECORD(5:5) NOT = WS-WANTED-ID
008760         GO TO 4015-EXIT
008770     END-IF
008780     ADD 1 TO WS-BASE-ROW-COUNT
008790     MOVE BASE-RECORD(5:5) TO WS-BASE-ID.
008800 4015-EXIT.
008810     EXIT.
008820
008830 4020-READ-SORTED.
008840     READ SORTED-JRNL-FILE
008850         AT END
008860             SET WS-SRT-EOF TO TRUE
008870             MOVE HIGH-VALUES TO SJ-KEY-ID
008880     END-READ.
008890 4020-EXIT.
008900     EXIT.
008910
008920 4030-ROLL-ONE-CUSTOMER.
008930     IF WS-BASE-ID NOT > SJ-KEY-ID
008940         MOVE WS-BASE-ID TO WS-CUR-ID
008950     ELSE
008960         MOVE SJ-KEY-ID TO WS-CUR-ID
008970     END-IF
008980     MOVE "N" TO WS-ROW-EXISTS-SW
008990     MOVE SPACES TO WS-ROW-IMAGE
009000     IF WS-BASE-ID = WS-CUR-ID
009010         SET WS-ROW-EXISTS TO TRUE
009020         MOVE BASE-RECORD(10:20) TO WS-ROW-NAME
009030         MOVE BASE-RECORD(30:30) TO WS-ROW-EMAIL
009040         MOVE BASE-RECORD(60:15) TO WS-ROW-PHONE
009050         MOVE BASE-RECORD(75:40) TO WS-ROW-ADDRESS
009060         MOVE BASE-RECORD(115:8) TO WS-ROW-SINCE
009070         PERFORM 4010-READ-BASE THRU 4010-EXIT
009080     END-IF
009090     PERFORM 4040-APPLY-ONE-ENTRY THRU 4040-EXIT
009100         UNTIL SJ-KEY-ID NOT = WS-CUR-ID
009110     IF WS-ROW-EXISTS
009120         PERFORM 4080-STAGE-ROW THRU 4080-EXIT
009130     END-IF
009140     IF WS-ONE-ID
009150         PERFORM 4090-SHOW-ROW THRU 4090-EXIT
009160     END-IF.
009170 4030-EXIT.
009180     EXIT.
009190
009200 4040-APPLY-ONE-ENTRY.
009210     ADD 1 TO WS-JRN-USED-COUNT
009220     MOVE SJ-BEF-NAME TO WS-BEF-NAME
009230     MOVE SJ-BEF-EMAIL TO WS-BEF-EMAIL
009240     MOVE SJ-BEF-PHONE TO WS-BEF-PHONE
009250     MOVE SJ-BEF-ADDRESS TO WS-BEF-ADDRESS
009260     MOVE SJ-BEF-SINCE TO WS-BEF-SINCE
009270     MOVE SJ-AFT-NAME TO WS-AFT-NAME
009280     MOVE SJ-AFT-EMAIL TO WS-AFT-EMAIL
009290     MOVE SJ-AFT-PHONE TO WS-AFT-PHONE
009300     MOVE SJ-AFT-ADDRESS TO WS-AFT-ADDRESS
009310     MOVE SJ-AFT-SINCE TO WS-AFT-SINCE
009311     MOVE SJ-TRANS-CODE TO WS-APPLY-CODE
009312     IF SJ-TRANS-CODE = "M"
009313         IF SJ-MERGE-DUPLICATE
009314             MOVE "D" TO WS-APPLY-CODE
009315         ELSE
009316             MOVE "C" TO WS-APPLY-CODE
009317         END-IF
009318     END-IF
009320     IF WS-ROLL-FORWARD
009330         PERFORM 4050-APPLY-FORWARD THRU 4050-EXIT
009340     ELSE
009350         PERFORM 4060-APPLY-BACKWARD THRU 4060-EXIT
009360     END-IF
009370     PERFORM 4020-READ-SORTED THRU 4020-EXIT.
009380 4040-EXIT.
009390     EXIT.
009400
009410*-----------------------------------------------------------------
009420*  4050-APPLY-FORWARD  --  replay one applied transaction: the
009430*  row must look like the journal's before-image going in, and
009440*  takes the after-image (or disappears) coming out.  A merge
009445*  arrives here as the CHANGE or DELETE it made to this row.
009450*-----------------------------------------------------------------
009460 4050-APPLY-FORWARD.
009470     EVALUATE WS-APPLY-CODE
009480         WHEN "A"
009490             IF WS-ROW-EXISTS
009500                 MOVE "ADD OF A ROW ALREADY ON FILE" TO
009510                     WS-MISMATCH-TEXT
009520                 PERFORM 4070-NOTE-MISMATCH THRU 4070-EXIT
009530             END-IF
009540             SET WS-ROW-EXISTS TO TRUE
009550             MOVE WS-AFT-IMAGE TO WS-ROW-IMAGE
009560         WHEN "C"
009570             PERFORM 4055-CHECK-BEFORE THRU 4055-EXIT
009580             SET WS-ROW-EXISTS TO TRUE
009590             MOVE WS-AFT-IMAGE TO WS-ROW-IMAGE
009600         WHEN "D"
009610             PERFORM 4055-CHECK-BEFORE THRU 4055-EXIT
009620             MOVE "N" TO WS-ROW-EXISTS-SW
009630             MOVE SPACES TO WS-ROW-IMAGE
009640         WHEN OTHER
009650             MOVE "UNKNOWN TRANSACTION CODE, SKIPPED" TO
009660                 WS-MISMATCH-TEXT
009670             PERFORM 4070-NOTE-MISMATCH THRU 4070-EXIT
009680     END-EVALUATE.
009690 4050-EXIT.
009700     EXIT.
009710
009720 4055-CHECK-BEFORE.
009730     IF NOT WS-ROW-EXISTS
009740         MOVE "ROW NOT ON FILE BEFORE THIS RUN" TO
009750             WS-MISMATCH-TEXT
009760         PERFORM 4070-NOTE-MISMATCH THRU 4070-EXIT
009770     ELSE
009780         IF WS-ROW-IMAGE NOT = WS-BEF-IMAGE
009790             MOVE "BEFORE-IMAGE DIFFERS FROM ROW" TO
009800                 WS-MISMATCH-TEXT
009810             PERFORM 4070-NOTE-MISMATCH THRU 4070-EXIT
009820         END-IF
009830     END-IF.
009840 4055-EXIT.
009850     EXIT.
009860
009870*-----------------------------------------------------------------
009880*  4060-APPLY-BACKWARD  --  undo one applied transaction, newest
009890*  first: the row must look like the journal's after-image
009900*  going in, and takes the before-image (or disappears) coming
009910*  out -- the same reversal shapes RUNBACK uses
009920*-----------------------------------------------------------------
009930 4060-APPLY-BACKWARD.
009940     EVALUATE WS-APPLY-CODE
009950         WHEN "A"
009960             PERFORM 4065-CHECK-AFTER THRU 4065-EXIT
009970             MOVE "N" TO WS-ROW-EXISTS-SW
009980             MOVE SPACES TO WS-ROW-IMAGE
009990         WHEN "C"
010000             PERFORM 4065-CHECK-AFTER THRU 4065-EXIT
010010             SET WS-ROW-EXISTS TO TRUE
010020             MOVE WS-BEF-IMAGE TO WS-ROW-IMAGE
010030         WHEN "D"
010040             IF WS-ROW-EXISTS
010050                 MOVE "DELETED ROW STILL ON FILE AFTER RUN" TO
010060                     WS-MISMATCH-TEXT
010070                 PERFORM 4070-NOTE-MISMATCH THRU 4070-EXIT
010080             END-IF
010090             SET WS-ROW-EXISTS TO TRUE
010100             MOVE WS-BEF-IMAGE TO WS-ROW-IMAGE
010110         WHEN OTHER
010120             MOVE "UNKNOWN TRANSACTION CODE, SKIPPED" TO
010130                 WS-MISMATCH-TEXT
010140             PERFORM 4070-NOTE-MISMATCH THRU 4070-EXIT
010150     END-EVALUATE.
010160 4060-EXIT.
010170     EXIT.
010180
010190 4065-CHECK-AFTER.
010200     IF NOT WS-ROW-EXISTS
010210         MOVE "ROW NOT ON FILE AFTER THIS RUN" TO
010220             WS-MISMATCH-TEXT
010230         PERFORM 4070-NOTE-MISMATCH THRU 4070-EXIT
010240     ELSE
010250         IF WS-ROW-IMAGE NOT = WS-AFT-IMAGE
010260             MOVE "AFTER-IMAGE DIFFERS FROM ROW" TO
010270                 WS-MISMATCH-TEXT
010280             PERFORM 4070-NOTE-MISMATCH THRU 4070-EXIT
010290         END-IF
010300     END-IF.
010310 4065-EXIT.
010320     EXIT.
010330
010340*  Every field of MISMATCH-LINE is re-filled per entry, so the
010350*  literal FILLER values survive from their VALUE clauses.
010360 4070-NOTE-MISMATCH.
010370     ADD 1 TO WS-MISMATCH-COUNT
010380     MOVE SJ-RUN-DATE TO ML-RUN-DATE
010390     MOVE SJ-ORDINAL TO ML-ORDINAL
010400     MOVE SJ-TRANS-CODE TO ML-TRANS-CODE
010410     MOVE SJ-ID TO ML-ID
010420     MOVE WS-MISMATCH-TEXT TO ML-TEXT
010430     MOVE MISMATCH-LINE TO REPORT-RECORD
010440     WRITE REPORT-RECORD.
010450 4070-EXIT.
010460     EXIT.
010470
010480 4080-STAGE-ROW.
010490     MOVE SPACES TO IN-RECORD
010500     MOVE "DET" TO IR-REC-TYPE
010510     MOVE "A" TO IR-TRANS-CODE
010520     MOVE WS-CUR-ID TO IR-ID
010530     MOVE WS-ROW-NAME TO IR-NAME
010540     MOVE WS-ROW-EMAIL TO IR-EMAIL
010550     MOVE WS-ROW-PHONE TO IR-PHONE
010560     MOVE WS-ROW-ADDRESS TO IR-ADDRESS
010570     MOVE WS-ROW-SINCE TO IR-CUST-SINCE
010580     WRITE IN-RECORD
010590     ADD 1 TO WS-OUT-COUNT.
010600 4080-EXIT.
010610     EXIT.
010620
010630 4090-SHOW-ROW.
010640     SET WS-ROW-SHOWN TO TRUE
010650     MOVE SPACES TO REPORT-RECORD
010660     WRITE REPORT-RECORD
010670     MOVE WS-CUR-ID TO RL1-ID
010680     MOVE WS-ASOF-DATE TO RL1-ASOF-DATE
010690     MOVE ROW-LINE-1 TO REPORT-RECORD
010700     WRITE REPORT-RECORD
010710     IF NOT WS-ROW-EXISTS
010720         MOVE "    NOT ON FILE" TO REPORT-RECORD
010730         WRITE REPORT-RECORD
010740         GO TO 4090-EXIT
010750     END-IF
010760     MOVE "NAME" TO RL2-LABEL
010770     MOVE WS-ROW-NAME TO RL2-VALUE
010780     MOVE ROW-LINE-2 TO REPORT-RECORD
010790     WRITE REPORT-RECORD
010800     MOVE "EMAIL" TO RL2-LABEL
010810     MOVE WS-ROW-EMAIL TO RL2-VALUE
010820     MOVE ROW-LINE-2 TO REPORT-RECORD
010830     WRITE REPORT-RECORD
010840     MOVE "PHONE" TO RL2-LABEL
010850     MOVE WS-ROW-PHONE TO RL2-VALUE
010860     MOVE ROW-LINE-2 TO REPORT-RECORD
010870     WRITE REPORT-RECORD
010880     MOVE "ADDRESS" TO RL2-LABEL
010890     MOVE WS-ROW-ADDRESS TO RL2-VALUE
010900     MOVE ROW-LINE-2 TO REPORT-RECORD
010910     WRITE REPORT-RECORD
010920     MOVE "CUSTOMER SINCE" TO RL2-LABEL
010930     MOVE WS-ROW-SINCE TO RL2-VALUE
010940     MOVE ROW-LINE-2 TO REPORT-RECORD
010950     WRITE REPORT-RECORD.
010960 4090-EXIT.
010970     EXIT.
010980
010990*-----------------------------------------------------------------
011000*  4500-WRITE-OUTFILE  --  HDR, the reconstructed rows, TRL,
011010*  with both control counts computed from what was actually
011020*  staged and the as-of date as the header's run date
011030*-----------------------------------------------------------------
011040 4500-WRITE-OUTFILE.
011050     OPEN OUTPUT OUTFILE
011060     MOVE SPACES TO IN-RECORD
011070     MOVE "HDR" TO IR-REC-TYPE
011080     MOVE WS-ASOF-DATE TO IR-RUN-DATE
011090     MOVE WS-OUT-COUNT TO IR-REC-COUNT
011100     MOVE IN-RECORD TO OUT-RECORD
011110     WRITE OUT-RECORD
011120     OPEN INPUT DETAIL-TEMP-FILE
011130     PERFORM 4510-COPY-ONE-DETAIL THRU 4510-EXIT
011140         UNTIL WS-OUT-EOF
011150     CLOSE DETAIL-TEMP-FILE
011160     MOVE SPACES TO IN-RECORD
011170     MOVE "TRL" TO IR-REC-TYPE
011180     MOVE WS-OUT-COUNT TO IR-REC-COUNT
011190     MOVE IN-RECORD TO OUT-RECORD
011200     WRITE OUT-RECORD
011210     CLOSE OUTFILE.
011220 4500-EXIT.
011230     EXIT.
011240
011250 4510-COPY-ONE-DETAIL.
011260     READ DETAIL-TEMP-FILE
011270         AT END
011280             SET WS-OUT-EOF TO TRUE
011290         NOT AT END
011300             MOVE IN-RECORD TO OUT-RECORD
011310             WRITE OUT-RECORD
011320     END-READ.
011330 4510-EXIT.
011340     EXIT.
011350
011360*-----------------------------------------------------------------
011370*  5000-FINALIZE  --  control totals; any gap grades the run 4
011380*-----------------------------------------------------------------
011390 5000-FINALIZE.
011400     IF WS-ONE-ID AND NOT WS-ROW-SHOWN
011410         MOVE WS-WANTED-ID TO WS-CUR-ID
011420         MOVE "N" TO WS-ROW-EXISTS-SW
011430         PERFORM 4090-SHOW-ROW THRU 4090-EXIT
011440     END-IF
011450     MOVE SPACES TO REPORT-RECORD
011460     WRITE REPORT-RECORD
011470     MOVE WS-BASE-ROW-COUNT TO WS-CNT-DISP
011480     MOVE SPACES TO REPORT-RECORD
011490     STRING "ROWS TAKEN FROM BASE EXTRACT  " WS-CNT-DISP
011500         DELIMITED BY SIZE INTO REPORT-RECORD
011510     END-STRING
011520     WRITE REPORT-RECORD
011530     MOVE WS-JRN-WINDOW-COUNT TO WS-CNT-DISP
011540     MOVE SPACES TO REPORT-RECORD
011550     STRING "JOURNAL ENTRIES IN WINDOW ... " WS-CNT-DISP
011560         DELIMITED BY SIZE INTO REPORT-RECORD
011570     END-STRING
011580     WRITE REPORT-RECORD
011590     MOVE WS-JRN-USED-COUNT TO WS-CNT-DISP
011600     MOVE SPACES TO REPORT-RECORD
011610     STRING "JOURNAL ENTRIES APPLIED ..... " WS-CNT-DISP
011620         DELIMITED BY SIZE INTO REPORT-RECORD
011630     END-STRING
011640     WRITE REPORT-RECORD
011650     MOVE WS-OUT-COUNT TO WS-CNT-DISP
011660     MOVE SPACES TO REPORT-RECORD
011670     STRING "CUSTOMERS ON FILE AS OF DATE  " WS-CNT-DISP
011680         DELIMITED BY SIZE INTO REPORT-RECORD
011690     END-STRING
011700     WRITE REPORT-RECORD
011710     MOVE WS-MISMATCH-COUNT TO WS-CNT-DISP
011720     MOVE SPACES TO REPORT-RECORD
011730     STRING "IMAGE MISMATCHES ............ " WS-CNT-DISP
011740         DELIMITED BY SIZE INTO REPORT-RECORD
011750     END-STRING
011760     WRITE REPORT-RECORD
011770     MOVE WS-GAP-COUNT TO WS-CNT-DISP
011780     MOVE SPACES TO REPORT-RECORD
011790     STRING "GAPS REPORTED ............... " WS-CNT-DISP
011800         DELIMITED BY SIZE INTO REPORT-RECORD
011810     END-STRING
011820     WRITE REPORT-RECORD
011830     IF WS-GAP-COUNT > 0 OR WS-MISMATCH-COUNT > 0
011840         MOVE SPACES TO REPORT-RECORD
011850         STRING "RECONSTRUCTION IS INCOMPLETE - SEE GAPS AND"
011860             " MISMATCHES ABOVE" DELIMITED BY SIZE
011870             INTO REPORT-RECORD
011880         END-STRING
011890         WRITE REPORT-RECORD
011900         MOVE 4 TO RETURN-CODE
011910     ELSE
011920         MOVE 0 TO RETURN-CODE
011930     END-IF
011940     CLOSE REPORT-FILE
011950     DISPLAY "ASOFEXT: BASE EXTRACT " WS-BASE-FILENAME
011960     MOVE WS-JRN-READ-COUNT TO WS-CNT-DISP
011970     DISPLAY "ASOFEXT: " WS-CNT-DISP " JOURNAL RECORDS READ"
011980     MOVE WS-JRN-USED-COUNT TO WS-CNT-DISP
011990     DISPLAY "ASOFEXT: " WS-CNT-DISP " JOURNAL ENTRIES APPLIED"
012000     MOVE WS-OUT-COUNT TO WS-CNT-DISP
012010     DISPLAY "ASOFEXT: " WS-CNT-DISP " CUSTOMERS AS OF "
012020         WS-ASOF-DATE ", FILE IS ASOFEXT.TXT"
012030     IF RETURN-CODE NOT = 0
012040         MOVE WS-GAP-COUNT TO WS-CNT-DISP
012050         MOVE WS-MISMATCH-COUNT TO WS-CNT-DISP-2
012060         DISPLAY "ASOFEXT: " WS-CNT-DISP " GAPS, " WS-CNT-DISP-2
012070             " MISMATCHES - REVIEW ASOFEXT.RPT"
012080     END-IF.
012090 5000-EXIT.
012100     EXIT.
012110
012120*-----------------------------------------------------------------
012130*  8000-REPORT-GAP  --  one gap line on the report, text in
012140*  WS-GAP-TEXT
012150*-----------------------------------------------------------------
012160 8000-REPORT-GAP.
012170     ADD 1 TO WS-GAP-COUNT
012180     MOVE SPACES TO REPORT-RECORD
012190     STRING "GAP: " WS-GAP-TEXT DELIMITED BY SIZE
012200         INTO REPORT-RECORD
012210     END-STRING
012220     WRITE REPORT-RECORD.
012230 8000-EXIT.
012240     EXIT.
012250
012260 9999-ABORT-RUN.
012270     DISPLAY "ASOFEXT: " WS-ABORT-MSG
012280     MOVE 16 TO RETURN-CODE
012290     GO TO 9999-EXIT-PROGRAM.
012300
012310 9999-EXIT-PROGRAM.
012320     STOP RUN.

000010*-----------------------------------------------------------------
000020*  IDENTIFICATION DIVISION
000030*-----------------------------------------------------------------
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. REJAGE.
000060 AUTHOR. K-TANAKA.
000070 INSTALLATION. DATA-LOADING-GROUP.
000080 DATE-WRITTEN. 2026-10-07.
000090 DATE-COMPILED.
000100*-----------------------------------------------------------------
000110*  Companion to FILE2PG.  Reads the open-rejects inventory
000120*  FILE2PG keeps (file2pg.orj, ORJREC.CPY) and prints the
000130*  aging report used to chase whoever owns each reject: every
000140*  open entry, grouped by the source feed it arrived on
000150*  (RJ-SOURCE, as FEEDMRG stamps it), oldest first, with how
000160*  long it has been open and how often it has bounced, then a
000170*  summary of each feed's open rejects in four age buckets:
000180*
000190*    1 DAY      first rejected today or yesterday
000200*    2-7        two days to a week
000210*    8-30       up to a month
000220*    OVER 30    more than a month
000230*
000240*  Age is counted from the first-rejected date to the report
000250*  date, which is today unless a date (YYYYMMDD) is given on
000260*  the command line.
000262*  An entry first rejected after the report date was not yet
000264*  open on it: it is left out of the listing and the buckets
000266*  and only counted on its own line.
000270*
000280*  Modification History
000290*  Date       Init  Description
000300*  ---------- ----  ----------------------------------------------
000310*  2026-10-07  kt   Original version, written alongside the
000320*                   open-rejects inventory added to FILE2PG.
000322*  2026-10-15  kt   Report date argument checked as a real
000324*                   date, not just digits; entries first
000326*                   rejected after the report date are counted
000328*                   apart instead of being aged backwards.
000330*-----------------------------------------------------------------
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT OPENREJ-FILE ASSIGN TO "file2pg.orj"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-ORJ-STATUS.
000400
000410     SELECT AGE-SORT-FILE ASSIGN TO "rejage.sortwk".
000420
000430     SELECT SUMMARY-FILE ASSIGN TO "rejage.sum"
000440         ORGANIZATION IS LINE SEQUENTIAL.
000450
000460     SELECT REPORT-FILE ASSIGN TO "rejage.rpt"
000470         ORGANIZATION IS LINE SEQUENTIAL.
000480
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  OPENREJ-FILE.
000520     COPY "orjrec.cpy".
000530
000540*-----------------------------------------------------------------
000550*  AGE-SORT-FILE carries the open entries in the open-rejects
000560*  layout, sorted by source feed, then oldest first
000570*-----------------------------------------------------------------
000580 SD  AGE-SORT-FILE.
000590 01  AGE-SORT-RECORD.
000600     05  AS-ID               PIC X(05).
000610     05  FILLER              PIC X(01).
000620     05  AS-TRANS-CODE       PIC X(01).
000630     05  FILLER              PIC X(01).
000640     05  AS-STATUS           PIC X(01).
000650     05  FILLER              PIC X(01).
000660     05  AS-FIRST-DATE       PIC X(08).
000670     05  AS-FIRST-DATE-9 REDEFINES AS-FIRST-DATE
000680                             PIC 9(08).
000690     05  FILLER              PIC X(01).
000700     05  AS-LAST-DATE        PIC X(08).
000710     05  FILLER              PIC X(01).
000720     05  AS-BOUNCE-COUNT     PIC 9(05).
000730     05  FILLER              PIC X(01).
000740     05  AS-SOURCE           PIC X(12).
000750     05  FILLER              PIC X(01).
000760     05  AS-CLOSED-DATE      PIC X(08).
000770     05  FILLER              PIC X(01).
000780     05  AS-REASON           PIC X(40).
000790
000800*  One line per source feed, held back until the detail
000810*  section is complete so the summary prints after it
000820 FD  SUMMARY-FILE.
000830 01  SUMMARY-RECORD          PIC X(132).
000840
000850 FD  REPORT-FILE.
000860 01  REPORT-RECORD           PIC X(132).
000870
000880 WORKING-STORAGE SECTION.
000890*-----------------------------------------------------------------
000900*  Switches
000910*-----------------------------------------------------------------
000920 01  WS-SWITCHES.
000930     05  WS-ORJ-EOF-SW       PIC X(01) VALUE "N".
000940         88  WS-ORJ-EOF                VALUE "Y".
000950     05  WS-SRT-EOF-SW       PIC X(01) VALUE "N".
000960         88  WS-SRT-EOF                VALUE "Y".
000970     05  WS-SUM-EOF-SW       PIC X(01) VALUE "N".
000980         88  WS-SUM-EOF                VALUE "Y".
000990
001000*-----------------------------------------------------------------
001010*  Counters: one set of age buckets for the current source
001020*  feed, one for the whole inventory
001030*-----------------------------------------------------------------
001040 01  WS-COUNTERS.
001050     05  WS-READ-COUNT       PIC 9(07) COMP.
001060     05  WS-CLOSED-COUNT     PIC 9(07) COMP.
001065     05  WS-AFTER-COUNT      PIC 9(07) COMP.
001070     05  WS-CNT-DISP         PIC 9(07).
001080 01  WS-FEED-BUCKETS.
001090     05  WS-FEED-BKT         PIC 9(07) COMP OCCURS 4 TIMES.
001100     05  WS-FEED-TOTAL       PIC 9(07) COMP.
001110 01  WS-GRAND-BUCKETS.
001120     05  WS-GRAND-BKT        PIC 9(07) COMP OCCURS 4 TIMES.
001130     05  WS-GRAND-TOTAL      PIC 9(07) COMP.
001140 01  WS-BKT-IDX              PIC 9(01) COMP.
001150
001160 01  WS-ORJ-STATUS           PIC X(02).
001170 01  WS-CMD-ARG              PIC X(40).
001180 01  WS-ABORT-MSG            PIC X(60).
001190 01  WS-TODAY                PIC 9(08).
001200 01  WS-REPORT-DATE          PIC 9(08).
001210 01  WS-REPORT-DATE-X REDEFINES WS-REPORT-DATE PIC X(08).
001212 01  WS-REPORT-DATE-PARTS REDEFINES WS-REPORT-DATE.
001214     05  WS-REPORT-YYYY      PIC 9(04).
001216     05  WS-REPORT-MM        PIC 9(02).
001218     05  WS-REPORT-DD        PIC 9(02).
001220 01  WS-REPORT-DATE-INT      PIC 9(08) COMP.
001230 01  WS-AGE-DAYS             PIC 9(05) COMP.
001240 01  WS-CUR-SOURCE           PIC X(12).
001250 01  WS-FIRST-FEED-SW        PIC X(01) VALUE "Y".
001260     88  WS-FIRST-FEED                 VALUE "Y".
001270
001280*-----------------------------------------------------------------
001290*  Report lines
001300*-----------------------------------------------------------------
001310 01  FEED-HEADING-LINE.
001320     05  FILLER              PIC X(13) VALUE "SOURCE FEED  ".
001330     05  FH-SOURCE           PIC X(12).
001340
001350 01  COLUMN-HEADING-LINE.
001360     05  FILLER              PIC X(40) VALUE
001370         "  ID    CODE FIRST REJ LAST REJ   AGE  B".
001380     05  FILLER              PIC X(40) VALUE
001390         "OUNCES  LATEST REASON                   ".
001400
001410 01  DETAIL-LINE.
001420     05  FILLER              PIC X(02) VALUE SPACES.
001430     05  DL-ID               PIC X(05).
001440     05  FILLER              PIC X(03) VALUE SPACES.
001450     05  DL-TRANS-CODE       PIC X(01).
001460     05  FILLER              PIC X(03) VALUE SPACES.
001470     05  DL-FIRST-DATE       PIC X(08).
001480     05  FILLER              PIC X(02) VALUE SPACES.
001490     05  DL-LAST-DATE        PIC X(08).
001500     05  FILLER              PIC X(01) VALUE SPACE.
001510     05  DL-AGE              PIC ZZZZ9.
001520     05  FILLER              PIC X(03) VALUE SPACES.
001530     05  DL-BOUNCE           PIC ZZZZ9.
001540     05  FILLER              PIC X(02) VALUE SPACES.
001550     05  DL-REASON           PIC X(40).
001560
001570 01  BUCKET-HEADING-LINE.
001580     05  FILLER              PIC X(40) VALUE
001590         "SOURCE FEED       1 DAY     2-7    8-30 ".
001600     05  FILLER              PIC X(24) VALUE
001610         " OVER 30   TOTAL OPEN   ".
001620
001630 01  BUCKET-LINE.
001640     05  BL-LABEL            PIC X(12).
001650     05  FILLER              PIC X(02) VALUE SPACES.
001660     05  BL-BKT              PIC Z(07)9 OCCURS 4 TIMES.
001670     05  BL-TOTAL            PIC Z(07)9.
001680
001690 PROCEDURE DIVISION.
001700*-----------------------------------------------------------------
001710*  0000-MAINLINE
001720*-----------------------------------------------------------------
001730 0000-MAINLINE.
001740     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001750     SORT AGE-SORT-FILE
001760         ON ASCENDING KEY AS-SOURCE
001770         ON ASCENDING KEY AS-FIRST-DATE
001780         ON ASCENDING KEY AS-ID
001790         INPUT PROCEDURE IS 2000-RELEASE-OPEN THRU 2000-EXIT
001800         OUTPUT PROCEDURE IS 3000-AGE-ENTRIES THRU 3000-EXIT
001810     PERFORM 5000-FINALIZE THRU 5000-EXIT
001820     GO TO 9999-EXIT-PROGRAM.
001830
001840*-----------------------------------------------------------------
001850*  1000-INITIALIZE  --  the report date comes from the command
001860*  line, or is today
001870*-----------------------------------------------------------------
001880 1000-INITIALIZE.
001890     ACCEPT WS-TODAY FROM DATE YYYYMMDD
001900     MOVE WS-TODAY TO WS-REPORT-DATE
001910     ACCEPT WS-CMD-ARG FROM COMMAND-LINE
001920     IF WS-CMD-ARG NOT = SPACES
001930         MOVE WS-CMD-ARG(1:8) TO WS-REPORT-DATE-X
001940         IF WS-REPORT-DATE-X NOT NUMERIC
001943             OR WS-REPORT-MM < 1 OR WS-REPORT-MM > 12
001946             OR WS-REPORT-DD < 1 OR WS-REPORT-DD > 31
001950             MOVE "REPORT DATE ARGUMENT MUST BE YYYYMMDD" TO
001960                 WS-ABORT-MSG
001970             PERFORM 9999-ABORT-RUN
001980         END-IF
001990     END-IF
002000     COMPUTE WS-REPORT-DATE-INT =
002010         FUNCTION INTEGER-OF-DATE(WS-REPORT-DATE)
002011     IF WS-REPORT-DATE-INT = 0
002012         MOVE "REPORT DATE ARGUMENT MUST BE YYYYMMDD" TO
002013             WS-ABORT-MSG
002014         PERFORM 9999-ABORT-RUN
002015     END-IF
002020     OPEN INPUT OPENREJ-FILE
002030     IF WS-ORJ-STATUS NOT = "00"
002040         MOVE "NO OPEN-REJECTS INVENTORY (FILE2PG.ORJ) FOUND" TO
002050             WS-ABORT-MSG
002060         PERFORM 9999-ABORT-RUN
002070     END-IF
002080     OPEN OUTPUT REPORT-FILE
002090     OPEN OUTPUT SUMMARY-FILE
002100     MOVE SPACES TO REPORT-RECORD
002110     STRING "REJAGE OPEN-REJECTS AGING REPORT AS OF "
002120         WS-REPORT-DATE-X DELIMITED BY SIZE INTO REPORT-RECORD
002130     END-STRING
002140     WRITE REPORT-RECORD
002150     MOVE SPACES TO REPORT-RECORD
002160     WRITE REPORT-RECORD.
002170 1000-EXIT.
002180     EXIT.
002190
002200*-----------------------------------------------------------------
002210*  2000-RELEASE-OPEN  --  only open entries go to the sort;
002220*  closed ones are counted and left behind
002230*-----------------------------------------------------------------
002240 2000-RELEASE-OPEN.
002250     PERFORM 2010-RELEASE-ONE-ENTRY THRU 2010-EXIT
002260         UNTIL WS-ORJ-EOF
002270     CLOSE OPENREJ-FILE.
002280 2000-EXIT.
002290     EXIT.
002300
002310 2010-RELEASE-ONE-ENTRY.
002320     READ OPENREJ-FILE
002330         AT END
002340             SET WS-ORJ-EOF TO TRUE
002350             GO TO 2010-EXIT
002360     END-READ
002370     ADD 1 TO WS-READ-COUNT
002380     IF NOT OJ-OPEN
002390         ADD 1 TO WS-CLOSED-COUNT
002400         GO TO 2010-EXIT
002410     END-IF
002420     MOVE OPEN-REJECT-RECORD TO AGE-SORT-RECORD
002430     RELEASE AGE-SORT-RECORD.
002440 2010-EXIT.
002450     EXIT.
002460
002470*-----------------------------------------------------------------
002480*  3000-AGE-ENTRIES  --  control break on source feed: each
002490*  feed's entries are listed under its own heading, and its
002500*  bucket totals are written to the summary work file when
002510*  the feed changes
002520*-----------------------------------------------------------------
002530 3000-AGE-ENTRIES.
002540     PERFORM 3010-AGE-ONE-ENTRY THRU 3010-EXIT
002550         UNTIL WS-SRT-EOF
002560     IF NOT WS-FIRST-FEED
002570         PERFORM 3030-END-ONE-FEED THRU 3030-EXIT
002580     END-IF
002590     CLOSE SUMMARY-FILE.
002600 3000-EXIT.
002610     EXIT.
002620
002630 3010-AGE-ONE-ENTRY.
002640     RETURN AGE-SORT-FILE
002650         AT END
002660             SET WS-SRT-EOF TO TRUE
002670             GO TO 3010-EXIT
002680     END-RETURN
002681     IF AS-FIRST-DATE NUMERIC
002682         AND AS-FIRST-DATE-9 > WS-REPORT-DATE
002683         ADD 1 TO WS-AFTER-COUNT
002684         GO TO 3010-EXIT
002685     END-IF
002690     IF WS-FIRST-FEED OR AS-SOURCE NOT = WS-CUR-SOURCE
002700         IF NOT WS-FIRST-FEED
002710             PERFORM 3030-END-ONE-FEED THRU 3030-EXIT
002720         END-IF
002730         PERFORM 3020-START-ONE-FEED THRU 3020-EXIT
002740     END-IF
002750     IF AS-FIRST-DATE NOT NUMERIC
002760         MOVE 99999 TO WS-AGE-DAYS
002770     ELSE
002780         COMPUTE WS-AGE-DAYS = WS-REPORT-DATE-INT -
002790             FUNCTION INTEGER-OF-DATE(AS-FIRST-DATE-9)
002800     END-IF
002810     EVALUATE TRUE
002820         WHEN WS-AGE-DAYS NOT > 1
002830             MOVE 1 TO WS-BKT-IDX
002840         WHEN WS-AGE-DAYS NOT > 7
002850             MOVE 2 TO WS-BKT-IDX
002860         WHEN WS-AGE-DAYS NOT > 30
002870             MOVE 3 TO WS-BKT-IDX
002880         WHEN OTHER
002890             MOVE 4 TO WS-BKT-IDX
002900     END-EVALUATE
002910     ADD 1 TO WS-FEED-BKT(WS-BKT-IDX)
002920     ADD 1 TO WS-FEED-TOTAL
002930     ADD 1 TO WS-GRAND-BKT(WS-BKT-IDX)
002940     ADD 1 TO WS-GRAND-TOTAL
002950     MOVE AS-ID TO DL-ID
002960     MOVE AS-TRANS-CODE TO DL-TRANS-CODE
002970     MOVE AS-FIRST-DATE TO DL-FIRST-DATE
002980     MOVE AS-LAST-DATE TO DL-LAST-DATE
002990     MOVE WS-AGE-DAYS TO DL-AGE
003000     MOVE AS-BOUNCE-COUNT TO DL-BOUNCE
003010     MOVE AS-REASON TO DL-REASON
003020     MOVE DETAIL-LINE TO REPORT-RECORD
003030     WRITE REPORT-RECORD.
003040 3010-EXIT.
003050     EXIT.
003060
003070 3020-START-ONE-FEED.
003080     MOVE "N" TO WS-FIRST-FEED-SW
003090     MOVE AS-SOURCE TO WS-CUR-SOURCE
003100     INITIALIZE WS-FEED-BUCKETS
003110     IF AS-SOURCE = SPACES
003120         MOVE "(NONE)" TO FH-SOURCE
003130     ELSE
003140         MOVE AS-SOURCE TO FH-SOURCE
003150     END-IF
003160     MOVE FEED-HEADING-LINE TO REPORT-RECORD
003170     WRITE REPORT-RECORD
003180     MOVE COLUMN-HEADING-LINE TO REPORT-RECORD
003190     WRITE REPORT-RECORD.
003200 3020-EXIT.
003210     EXIT.
003220
003230 3030-END-ONE-FEED.
003240     MOVE SPACES TO REPORT-RECORD
003250     WRITE REPORT-RECORD
003260     MOVE FH-SOURCE TO BL-LABEL
003270     PERFORM 3040-MOVE-ONE-FEED-BUCKET THRU 3040-EXIT
003280         VARYING WS-BKT-IDX FROM 1 BY 1 UNTIL WS-BKT-IDX > 4
003290     MOVE WS-FEED-TOTAL TO BL-TOTAL
003300     MOVE BUCKET-LINE TO SUMMARY-RECORD
003310     WRITE SUMMARY-RECORD.
003320 3030-EXIT.
003330     EXIT.
003340
003350 3040-MOVE-ONE-FEED-BUCKET.
003360     MOVE WS-FEED-BKT(WS-BKT-IDX) TO BL-BKT(WS-BKT-IDX).
003370 3040-EXIT.
003380     EXIT.
003390
003400*-----------------------------------------------------------------
003410*  5000-FINALIZE  --  the bucket summary by source feed, the
003420*  inventory total, and the control totals
003430*-----------------------------------------------------------------
003440 5000-FINALIZE.
003450     IF WS-GRAND-TOTAL = 0
003460         MOVE "NO OPEN REJECTS IN THE INVENTORY" TO REPORT-RECORD
003470         WRITE REPORT-RECORD
003480         MOVE SPACES TO REPORT-RECORD
003490         WRITE REPORT-RECORD
003500     END-IF
003510     MOVE "OPEN REJECTS BY SOURCE FEED AND AGE (DAYS OPEN)" TO
003520         REPORT-RECORD
003530     WRITE REPORT-RECORD
003540     MOVE BUCKET-HEADING-LINE TO REPORT-RECORD
003550     WRITE REPORT-RECORD
003560     OPEN INPUT SUMMARY-FILE
003570     PERFORM 5010-COPY-ONE-SUMMARY THRU 5010-EXIT
003580         UNTIL WS-SUM-EOF
003590     CLOSE SUMMARY-FILE
003600     MOVE "ALL FEEDS" TO BL-LABEL
003610     PERFORM 5020-MOVE-ONE-GRAND-BUCKET THRU 5020-EXIT
003620         VARYING WS-BKT-IDX FROM 1 BY 1 UNTIL WS-BKT-IDX > 4
003630     MOVE WS-GRAND-TOTAL TO BL-TOTAL
003640     MOVE BUCKET-LINE TO REPORT-RECORD
003650     WRITE REPORT-RECORD
003660     MOVE SPACES TO REPORT-RECORD
003670     WRITE REPORT-RECORD
003680     MOVE WS-CLOSED-COUNT TO WS-CNT-DISP
003690     MOVE SPACES TO REPORT-RECORD
003700     STRING "CLOSED ENTRIES NOT SHOWN ..... " WS-CNT-DISP
003710         DELIMITED BY SIZE INTO REPORT-RECORD
003720     END-STRING
003730     WRITE REPORT-RECORD
003731     MOVE WS-AFTER-COUNT TO WS-CNT-DISP
003732     MOVE SPACES TO REPORT-RECORD
003733     STRING "REJECTED AFTER REPORT DATE ... " WS-CNT-DISP
003734         DELIMITED BY SIZE INTO REPORT-RECORD
003735     END-STRING
003736     WRITE REPORT-RECORD
003740     CLOSE REPORT-FILE
003750     MOVE WS-READ-COUNT TO WS-CNT-DISP
003760     DISPLAY "REJAGE: " WS-CNT-DISP " INVENTORY ENTRIES READ"
003770     MOVE WS-GRAND-TOTAL TO WS-CNT-DISP
003780     DISPLAY "REJAGE: " WS-CNT-DISP " OPEN REJECTS AGED, REPORT"
003790         " IS REJAGE.RPT".
003800 5000-EXIT.
003810     EXIT.
003820
003830 5010-COPY-ONE-SUMMARY.
003840     READ SUMMARY-FILE
003850         AT END
003860             SET WS-SUM-EOF TO TRUE
003870         NOT AT END
003880             MOVE SUMMARY-RECORD TO REPORT-RECORD
003890             WRITE REPORT-RECORD
003900     END-READ.
003910 5010-EXIT.
003920     EXIT.
003930
003940 5020-MOVE-ONE-GRAND-BUCKET.
003950     MOVE WS-GRAND-BKT(WS-BKT-IDX) TO BL-BKT(WS-BKT-IDX).
003960 5020-EXIT.
003970     EXIT.
003980
003990 9999-ABORT-RUN.
004000     DISPLAY "REJAGE: " WS-ABORT-MSG
004010     MOVE 16 TO RETURN-CODE
004020     GO TO 9999-EXIT-PROGRAM.
004030
004040 9999-EXIT-PROGRAM.
004050     STOP RUN.

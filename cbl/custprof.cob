000010*-----------------------------------------------------------------
000020*  IDENTIFICATION DIVISION
000030*-----------------------------------------------------------------
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. CUSTPROF.
000060 AUTHOR. K-TANAKA.
000070 INSTALLATION. DATA-LOADING-GROUP.
000080 DATE-WRITTEN. 2026-10-15.
000090 DATE-COMPILED.
000100*-----------------------------------------------------------------
000110*  Companion to PG2FILE.  The monthly picture of the customer
000120*  base itself, for management: where HISTRPT reports load
000130*  volumes and DATAUDIT data defects, this reports who the
000140*  customers are.  It reads a full PG2FILE extract (extract.txt,
000150*  the HDR/DET/TRL file in the shared IN-RECORD layout) and
000160*  reports, as of the extract's header date:
000170*
000180*    the customer count by tenure band, from IR-CUST-SINCE:
000190*      under 1 year, 1-3, 3-5, 5-10 and over 10 years, and
000200*      unknown (blank, malformed, or later than the extract)
000210*    the percentage of customers with a phone, with a mailing
000220*      address, and with both
000230*    the ten email domains with the most customers
000240*
000250*  and, from the audit journal (file2pg.jrn), the month's adds
000260*  and deletes up to the extract date: net growth (adds minus
000270*  deletes) and churn rate (deletes as a percent of the
000280*  customers on file when the month began).  The duplicate
000290*  side of a merge is not a customer lost: it has a line of its
000300*  own, stays out of both figures, and is only added back when
000310*  the month's opening count is worked out.
000320*
000330*  Each month's figures are kept in a small history file
000340*  (custprof.hist, one record per month; a rerun in the same
000350*  month replaces that month's record), so the report sets
000360*  this month beside last month and the same month last year.
000370*  A month with no history shows N/A, as do the journal
000380*  figures of a month run without a journal.
000390*
000400*  Command line:  CUSTPROF [extract-file]
000410*  The month reported is the one the extract was taken in.
000420*  Return code 0, or 16 when no profile could be produced.
000430*
000440*  Modification History
000450*  Date       Init  Description
000460*  ---------- ----  ----------------------------------------------
000470*  2026-10-15  kt   Original version.
000480*-----------------------------------------------------------------
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT EXTRACT-FILE ASSIGN DYNAMIC WS-EXTRACT-FILENAME
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-EXT-STATUS.
000550
000560     SELECT OPTIONAL JOURNAL-FILE ASSIGN TO "file2pg.jrn"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-JRN-STATUS.
000590
000600     SELECT OPTIONAL PROFILE-HIST-FILE ASSIGN TO "custprof.hist"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-PHS-STATUS.
000630
000640     SELECT PROFILE-HIST-NEW ASSIGN TO "custprof.hist.new"
000650         ORGANIZATION IS LINE SEQUENTIAL.
000660
000670     SELECT DOMAIN-SORT-FILE ASSIGN TO "custprof.sortwk".
000680
000690     SELECT SORTED-DOMAIN-FILE ASSIGN TO "custprof.dom"
000700         ORGANIZATION IS LINE SEQUENTIAL.
000710
000720     SELECT REPORT-FILE ASSIGN TO "custprof.rpt"
000730         ORGANIZATION IS LINE SEQUENTIAL.
000740
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  EXTRACT-FILE.
000780     COPY "inrecord.cpy".
000790
000800 FD  JOURNAL-FILE.
000810     COPY "jrnlrec.cpy".
000820
000830*-----------------------------------------------------------------
000840*  One month's figures.  PH-FIG carries the thirteen counts in
000850*  the order of WS-PD-FIGURES below: customers on file; the six
000860*  tenure bands (under 1, 1-3, 3-5, 5-10, over 10, unknown);
000870*  with a phone; with an address; with both; then the journal's
000880*  adds, deletes and duplicates merged away.  PH-JRN-SW is "Y"
000890*  when the journal was there to count the last three.
000900*-----------------------------------------------------------------
000910 FD  PROFILE-HIST-FILE.
000920 01  PROFILE-HIST-RECORD.
000930     05  PH-MONTH            PIC X(06).
000940     05  FILLER              PIC X(01).
000950     05  PH-ASOF-DATE        PIC X(08).
000960     05  FILLER              PIC X(01).
000970     05  PH-JRN-SW           PIC X(01).
000980     05  PH-FIGURE OCCURS 13 TIMES.
000990         10  FILLER          PIC X(01).
001000         10  PH-FIG          PIC 9(07).
001010
001020 FD  PROFILE-HIST-NEW.
001030 01  PROFILE-HIST-NEW-RECORD PIC X(121).
001040
001050*-----------------------------------------------------------------
001060*  DOMAIN-SORT-FILE and its landing file carry one email domain
001070*  per customer, so each domain's customers arrive adjacent
001080*-----------------------------------------------------------------
001090 SD  DOMAIN-SORT-FILE.
001100 01  DOMAIN-SORT-RECORD.
001110     05  DS-DOMAIN           PIC X(30).
001120
001130 FD  SORTED-DOMAIN-FILE.
001140 01  SORTED-DOMAIN-RECORD.
001150     05  SD-DOMAIN           PIC X(30).
001160
001170 FD  REPORT-FILE.
001180 01  REPORT-RECORD           PIC X(80).
001190
001200 WORKING-STORAGE SECTION.
001210*-----------------------------------------------------------------
001220*  Switches
001230*-----------------------------------------------------------------
001240 01  WS-SWITCHES.
001250     05  WS-EXT-EOF-SW       PIC X(01) VALUE "N".
001260         88  WS-EXT-EOF                VALUE "Y".
001270     05  WS-EXT-BAD-SW       PIC X(01) VALUE "N".
001280         88  WS-EXT-BAD                VALUE "Y".
001290     05  WS-DOM-EOF-SW       PIC X(01) VALUE "N".
001300         88  WS-DOM-EOF                VALUE "Y".
001310     05  WS-JRN-EOF-SW       PIC X(01) VALUE "N".
001320         88  WS-JRN-EOF                VALUE "Y".
001330     05  WS-PHS-EOF-SW       PIC X(01) VALUE "N".
001340         88  WS-PHS-EOF                VALUE "Y".
001350     05  WS-DATE-SW          PIC X(01) VALUE "N".
001360         88  WS-DATE-OK                VALUE "Y".
001370     05  WS-NA-SW            PIC X(01) VALUE "N".
001380         88  WS-NA-SHOWN               VALUE "Y".
001390
001400*-----------------------------------------------------------------
001410*  Counters (control totals for the end-of-run displays)
001420*-----------------------------------------------------------------
001430 01  WS-COUNTERS.
001440     05  WS-EXT-DET-COUNT    PIC 9(07) COMP.
001450     05  WS-EXT-TRL-COUNT    PIC 9(07) COMP.
001460     05  WS-JRN-READ-COUNT   PIC 9(07) COMP.
001470     05  WS-PHS-READ-COUNT   PIC 9(07) COMP.
001480     05  WS-EMAIL-COUNT      PIC 9(07) COMP.
001490     05  WS-NO-EMAIL-COUNT   PIC 9(07) COMP.
001500     05  WS-DOMAIN-COUNT     PIC 9(07) COMP.
001510     05  WS-CNT-DISP         PIC 9(07).
001520
001530 01  WS-EXTRACT-FILENAME     PIC X(40) VALUE "extract.txt".
001540 01  WS-CMD-ARG              PIC X(40).
001550 01  WS-CMD                  PIC X(80).
001560 01  WS-RC                   PIC S9(04).
001570 01  WS-EXT-STATUS           PIC X(02).
001580 01  WS-JRN-STATUS           PIC X(02).
001590 01  WS-PHS-STATUS           PIC X(02).
001600 01  WS-ABORT-MSG            PIC X(60).
001610
001620*-----------------------------------------------------------------
001630*  The extract's date and the months it is compared with.  The
001640*  tenure cut-offs are the as-of date less 1, 3, 5 and 10
001650*  years; YYYYMMDD less 10000 is the same day a year earlier.
001660*-----------------------------------------------------------------
001670 01  WS-ASOF-DATE            PIC 9(08).
001680 01  WS-ASOF-X REDEFINES WS-ASOF-DATE PIC X(08).
001690 01  WS-MONTH                PIC X(06).
001700 01  WS-MONTH-N REDEFINES WS-MONTH.
001710     05  WS-MONTH-YYYY       PIC 9(04).
001720     05  WS-MONTH-MM         PIC 9(02).
001730 01  WS-PRIOR-MONTH          PIC X(06).
001740 01  WS-PRIOR-N REDEFINES WS-PRIOR-MONTH.
001750     05  WS-PRIOR-YYYY       PIC 9(04).
001760     05  WS-PRIOR-MM         PIC 9(02).
001770 01  WS-YEARAGO-MONTH        PIC X(06).
001780 01  WS-YEARAGO-N REDEFINES WS-YEARAGO-MONTH.
001790     05  WS-YEARAGO-YYYY     PIC 9(04).
001800     05  WS-YEARAGO-MM       PIC 9(02).
001810 01  WS-CUT-1-YEAR           PIC 9(08).
001820 01  WS-CUT-3-YEARS          PIC 9(08).
001830 01  WS-CUT-5-YEARS          PIC 9(08).
001840 01  WS-CUT-10-YEARS         PIC 9(08).
001850
001860*-----------------------------------------------------------------
001870*  Per-customer work areas
001880*-----------------------------------------------------------------
001890 01  WS-SINCE-WORK.
001900     05  WS-SINCE-X          PIC X(08).
001910     05  WS-SINCE-N REDEFINES WS-SINCE-X PIC 9(08).
001920     05  WS-SINCE-MM         PIC 9(02).
001930     05  WS-SINCE-DD         PIC 9(02).
001940 01  WS-BAND-IDX             PIC 9(02) COMP.
001950 01  WS-EMAIL-WORK.
001960     05  WS-AT-COUNT         PIC 9(02) COMP.
001970     05  WS-EMAIL-LOCAL      PIC X(30).
001980     05  WS-EMAIL-DOMAIN     PIC X(30).
001990 01  WS-LOWER                PIC X(26) VALUE
002000     "abcdefghijklmnopqrstuvwxyz".
002010 01  WS-UPPER                PIC X(26) VALUE
002020     "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
002030
002040*-----------------------------------------------------------------
002050*  The three months on the report: 1 this month (counted now),
002060*  2 last month and 3 the same month last year (from history).
002070*  WS-PD-FIGURES is laid out in PH-FIG order.
002080*-----------------------------------------------------------------
002090 01  WS-PD-IDX               PIC 9(02) COMP.
002100 01  WS-FIG-IDX              PIC 9(02) COMP.
002110 01  WS-PERIOD-TABLE.
002120     05  WS-PD-ENTRY OCCURS 3 TIMES.
002130         10  WS-PD-FOUND-SW      PIC X(01).
002140             88  WS-PD-FOUND               VALUE "Y".
002150         10  WS-PD-JRN-SW        PIC X(01).
002160             88  WS-PD-JRN-FOUND           VALUE "Y".
002170         10  WS-PD-MONTH         PIC X(06).
002180         10  WS-PD-ASOF-DATE     PIC X(08).
002190         10  WS-PD-FIGURES.
002200             15  WS-PD-CUSTOMERS PIC 9(07).
002210             15  WS-PD-BAND      PIC 9(07) OCCURS 6 TIMES.
002220             15  WS-PD-PHONE     PIC 9(07).
002230             15  WS-PD-ADDRESS   PIC 9(07).
002240             15  WS-PD-BOTH      PIC 9(07).
002250             15  WS-PD-ADDS      PIC 9(07).
002260             15  WS-PD-DELETES   PIC 9(07).
002270             15  WS-PD-MERGED    PIC 9(07).
002280         10  WS-PD-FIG-TABLE REDEFINES WS-PD-FIGURES.
002290             15  WS-PD-FIG       PIC 9(07) OCCURS 13 TIMES.
002300         10  WS-PD-NET           PIC S9(07) COMP.
002310         10  WS-PD-OPENING       PIC S9(09) COMP.
002320
002330*-----------------------------------------------------------------
002340*  Top email domains, most customers first; a domain only
002350*  displaces one with strictly fewer, so ties stay in domain
002360*  order
002370*-----------------------------------------------------------------
002380 01  WS-TOP-LIMIT            PIC 9(02) COMP VALUE 10.
002390 01  WS-TOP-USED             PIC 9(02) COMP VALUE 0.
002400 01  WS-TOP-IDX              PIC 9(02) COMP.
002410 01  WS-TOP-POS              PIC 9(02) COMP.
002420 01  WS-TOP-LAST             PIC 9(02) COMP.
002430 01  WS-TOP-TABLE.
002440     05  WS-TOP-ENTRY OCCURS 10 TIMES.
002450         10  WS-TOP-DOMAIN   PIC X(30).
002460         10  WS-TOP-COUNT    PIC 9(07) COMP.
002470 01  WS-CUR-DOMAIN           PIC X(30).
002480 01  WS-CUR-DOMAIN-COUNT     PIC 9(07) COMP.
002490
002500*-----------------------------------------------------------------
002510*  Comparison-line work: which figure, and how it is shown --
002520*    C  a count                    PH-FIG order number
002530*    P  a percent of customers     PH-FIG order number
002540*    S  net growth, signed
002550*    R  churn rate, deletes as a percent of the opening count
002560*-----------------------------------------------------------------
002570 01  WS-CELL-LABEL           PIC X(30).
002580 01  WS-CELL-FIG             PIC 9(02) COMP.
002590 01  WS-CELL-KIND            PIC X(01).
002600     88  WS-CELL-COUNT                 VALUE "C".
002610     88  WS-CELL-PCT                   VALUE "P".
002620     88  WS-CELL-SIGNED                VALUE "S".
002630     88  WS-CELL-RATE                  VALUE "R".
002640 01  WS-CELL-NUM             PIC S9(09) COMP.
002650 01  WS-CELL-DEN             PIC S9(09) COMP.
002660 01  WS-PCT                  PIC 9(03)V9(01).
002670 01  WS-EDIT-COUNT           PIC ZZ,ZZZ,ZZZ,ZZ9.
002680 01  WS-EDIT-SIGNED          PIC ++,+++,+++,++9.
002690 01  WS-EDIT-PCT             PIC Z(11)9.9.
002700
002710 01  WS-BAND-LABEL-VALUES.
002720     05  FILLER              PIC X(30) VALUE
002730         "  UNDER 1 YEAR .............. ".
002740     05  FILLER              PIC X(30) VALUE
002750         "  1 TO 3 YEARS .............. ".
002760     05  FILLER              PIC X(30) VALUE
002770         "  3 TO 5 YEARS .............. ".
002780     05  FILLER              PIC X(30) VALUE
002790         "  5 TO 10 YEARS ............. ".
002800     05  FILLER              PIC X(30) VALUE
002810         "  OVER 10 YEARS ............. ".
002820     05  FILLER              PIC X(30) VALUE
002830         "  UNKNOWN ................... ".
002840 01  WS-BAND-LABELS REDEFINES WS-BAND-LABEL-VALUES.
002850     05  WS-BAND-LABEL       PIC X(30) OCCURS 6 TIMES.
002860
002870*-----------------------------------------------------------------
002880*  Report lines
002890*-----------------------------------------------------------------
002900 01  COMPARE-LINE.
002910     05  CL-LABEL            PIC X(30).
002920     05  CL-COLUMN OCCURS 3 TIMES.
002930         10  CL-CELL         PIC X(14).
002940
002950 01  DOMAIN-LINE.
002960     05  FILLER              PIC X(04) VALUE SPACES.
002970     05  DM-RANK             PIC Z9.
002980     05  FILLER              PIC X(02) VALUE SPACES.
002990     05  DM-DOMAIN           PIC X(30).
003000     05  DM-COUNT            PIC Z,ZZZ,ZZ9.
003010     05  FILLER              PIC X(04) VALUE SPACES.
003020     05  DM-PCT              PIC ZZ9.9.
003030
003040 PROCEDURE DIVISION.
003050*-----------------------------------------------------------------
003060*  0000-MAINLINE
003070*-----------------------------------------------------------------
003080 0000-MAINLINE.
003090     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003100     PERFORM 2000-PROFILE-EXTRACT THRU 2000-EXIT
003110     PERFORM 3000-RANK-DOMAINS THRU 3000-EXIT
003120     PERFORM 4000-SCAN-JOURNAL THRU 4000-EXIT
003130     PERFORM 5000-LOAD-HISTORY THRU 5000-EXIT
003140     PERFORM 6000-WRITE-REPORT THRU 6000-EXIT
003150     PERFORM 7000-SAVE-HISTORY THRU 7000-EXIT
003160     PERFORM 8000-FINALIZE THRU 8000-EXIT
003170     GO TO 9999-EXIT-PROGRAM.
003180
003190*-----------------------------------------------------------------
003200*  1000-INITIALIZE  --  the extract to profile may be named on
003210*  the command line; its header date sets the month reported,
003220*  the months it is compared with, and the tenure cut-offs
003230*-----------------------------------------------------------------
003240 1000-INITIALIZE.
003250     ACCEPT WS-CMD-ARG FROM COMMAND-LINE
003260     IF WS-CMD-ARG NOT = SPACES
003270         MOVE WS-CMD-ARG TO WS-EXTRACT-FILENAME
003280     END-IF
003290     OPEN INPUT EXTRACT-FILE
003300     IF WS-EXT-STATUS NOT = "00"
003310         MOVE SPACES TO WS-ABORT-MSG
003320         STRING "EXTRACT FILE " DELIMITED BY SIZE
003330             WS-EXTRACT-FILENAME DELIMITED BY SPACE
003340             " NOT FOUND" DELIMITED BY SIZE
003350             INTO WS-ABORT-MSG
003360         END-STRING
003370         PERFORM 9999-ABORT-RUN
003380     END-IF
003390     READ EXTRACT-FILE
003400         AT END
003410             SET WS-EXT-EOF TO TRUE
003420     END-READ
003430     IF WS-EXT-EOF OR IR-REC-TYPE NOT = "HDR"
003440         MOVE "EXTRACT HAS NO HEADER RECORD" TO WS-ABORT-MSG
003450         PERFORM 9999-ABORT-RUN
003460     END-IF
003470     MOVE IR-RUN-DATE TO WS-SINCE-X
003480     PERFORM 2040-EDIT-DATE THRU 2040-EXIT
003490     IF NOT WS-DATE-OK
003500         MOVE "EXTRACT HEADER DATE IS NOT A YYYYMMDD DATE" TO
003510             WS-ABORT-MSG
003520         PERFORM 9999-ABORT-RUN
003530     END-IF
003540     MOVE IR-RUN-DATE TO WS-ASOF-X
003550     MOVE WS-ASOF-X(1:6) TO WS-MONTH
003560     MOVE WS-MONTH TO WS-PRIOR-MONTH
003570     IF WS-PRIOR-MM = 1
003580         MOVE 12 TO WS-PRIOR-MM
003590         SUBTRACT 1 FROM WS-PRIOR-YYYY
003600     ELSE
003610         SUBTRACT 1 FROM WS-PRIOR-MM
003620     END-IF
003630     MOVE WS-MONTH TO WS-YEARAGO-MONTH
003640     SUBTRACT 1 FROM WS-YEARAGO-YYYY
003650     COMPUTE WS-CUT-1-YEAR = WS-ASOF-DATE - 10000
003660     COMPUTE WS-CUT-3-YEARS = WS-ASOF-DATE - 30000
003670     COMPUTE WS-CUT-5-YEARS = WS-ASOF-DATE - 50000
003680     COMPUTE WS-CUT-10-YEARS = WS-ASOF-DATE - 100000
003690     INITIALIZE WS-PERIOD-TABLE
003700     MOVE "N" TO WS-PD-FOUND-SW(2) WS-PD-FOUND-SW(3)
003710     MOVE "N" TO WS-PD-JRN-SW(1) WS-PD-JRN-SW(2) WS-PD-JRN-SW(3)
003720     SET WS-PD-FOUND(1) TO TRUE
003730     MOVE WS-MONTH TO WS-PD-MONTH(1)
003740     MOVE WS-ASOF-X TO WS-PD-ASOF-DATE(1)
003750     MOVE WS-PRIOR-MONTH TO WS-PD-MONTH(2)
003760     MOVE WS-YEARAGO-MONTH TO WS-PD-MONTH(3).
003770 1000-EXIT.
003780     EXIT.
003790
003800*-----------------------------------------------------------------
003810*  2000-PROFILE-EXTRACT  --  one pass of the extract counts every
003820*  customer into the month's figures and releases each usable
003830*  email domain to the sort.  A delta extract or a trailer that
003840*  does not reconcile stops the run once the sort is done.
003850*-----------------------------------------------------------------
003860 2000-PROFILE-EXTRACT.
003870     SORT DOMAIN-SORT-FILE
003880         ON ASCENDING KEY DS-DOMAIN
003890         INPUT PROCEDURE IS 2010-RELEASE-DOMAINS THRU 2010-EXIT
003900         GIVING SORTED-DOMAIN-FILE
003910     CLOSE EXTRACT-FILE
003920     IF WS-EXT-BAD
003930         PERFORM 9999-ABORT-RUN
003940     END-IF
003950     IF WS-EXT-TRL-COUNT NOT = WS-EXT-DET-COUNT
003960         MOVE "EXTRACT TRAILER COUNT DOES NOT RECONCILE" TO
003970             WS-ABORT-MSG
003980         PERFORM 9999-ABORT-RUN
003990     END-IF
004000     IF WS-EXT-DET-COUNT = 0
004010         MOVE "EXTRACT HOLDS NO CUSTOMERS" TO WS-ABORT-MSG
004020         PERFORM 9999-ABORT-RUN
004030     END-IF.
004040 2000-EXIT.
004050     EXIT.
004060
004070 2010-RELEASE-DOMAINS.
004080     PERFORM 2020-PROFILE-ONE-RECORD THRU 2020-EXIT
004090         UNTIL WS-EXT-EOF.
004100 2010-EXIT.
004110     EXIT.
004120
004130 2020-PROFILE-ONE-RECORD.
004140     READ EXTRACT-FILE
004150         AT END
004160             SET WS-EXT-EOF TO TRUE
004170             GO TO 2020-EXIT
004180     END-READ
004190     EVALUATE IR-REC-TYPE
004200         WHEN "DET"
004210             ADD 1 TO WS-EXT-DET-COUNT
004220             IF NOT IR-TRANS-ADD
004230                 SET WS-EXT-BAD TO TRUE
004240                 MOVE "EXTRACT IS A DELTA, NOT A FULL EXTRACT" TO
004250                     WS-ABORT-MSG
004260                 SET WS-EXT-EOF TO TRUE
004270                 GO TO 2020-EXIT
004280             END-IF
004290             PERFORM 2030-COUNT-ONE-CUSTOMER THRU 2030-EXIT
004300         WHEN "TRL"
004310             MOVE IR-REC-COUNT TO WS-EXT-TRL-COUNT
004320     END-EVALUATE.
004330 2020-EXIT.
004340     EXIT.
004350
004360 2030-COUNT-ONE-CUSTOMER.
004370     ADD 1 TO WS-PD-CUSTOMERS(1)
004380     PERFORM 2050-FIND-BAND THRU 2050-EXIT
004390     ADD 1 TO WS-PD-BAND(1, WS-BAND-IDX)
004400     IF IR-PHONE NOT = SPACES
004410         ADD 1 TO WS-PD-PHONE(1)
004420     END-IF
004430     IF IR-ADDRESS NOT = SPACES
004440         ADD 1 TO WS-PD-ADDRESS(1)
004450     END-IF
004460     IF IR-PHONE NOT = SPACES AND IR-ADDRESS NOT = SPACES
004470         ADD 1 TO WS-PD-BOTH(1)
004480     END-IF
004490     PERFORM 2060-RELEASE-DOMAIN THRU 2060-EXIT.
004500 2030-EXIT.
004510     EXIT.
004520
004530*  The YYYYMMDD sanity check the suite uses for customer-since:
004540*  all digits, month 01-12, day 01-31
004550 2040-EDIT-DATE.
004560     MOVE "N" TO WS-DATE-SW
004570     IF WS-SINCE-X NUMERIC
004580         MOVE WS-SINCE-X(5:2) TO WS-SINCE-MM
004590         MOVE WS-SINCE-X(7:2) TO WS-SINCE-DD
004600         IF WS-SINCE-MM >= 1 AND WS-SINCE-MM <= 12
004610             AND WS-SINCE-DD >= 1 AND WS-SINCE-DD <= 31
004620             SET WS-DATE-OK TO TRUE
004630         END-IF
004640     END-IF.
004650 2040-EXIT.
004660     EXIT.
004670
004680*-----------------------------------------------------------------
004690*  2050-FIND-BAND  --  tenure on the extract date.  A customer
004700*  exactly one year in is in the 1-3 band, and so on up; a
004710*  blank, malformed or later-than-extract date is unknown.
004720*-----------------------------------------------------------------
004730 2050-FIND-BAND.
004740     MOVE IR-CUST-SINCE TO WS-SINCE-X
004750     PERFORM 2040-EDIT-DATE THRU 2040-EXIT
004760     EVALUATE TRUE
004770         WHEN NOT WS-DATE-OK
004780             MOVE 6 TO WS-BAND-IDX
004790         WHEN WS-SINCE-N > WS-ASOF-DATE
004800             MOVE 6 TO WS-BAND-IDX
004810         WHEN WS-SINCE-N > WS-CUT-1-YEAR
004820             MOVE 1 TO WS-BAND-IDX
004830         WHEN WS-SINCE-N > WS-CUT-3-YEARS
004840             MOVE 2 TO WS-BAND-IDX
004850         WHEN WS-SINCE-N > WS-CUT-5-YEARS
004860             MOVE 3 TO WS-BAND-IDX
004870         WHEN WS-SINCE-N > WS-CUT-10-YEARS
004880             MOVE 4 TO WS-BAND-IDX
004890         WHEN OTHER
004900             MOVE 5 TO WS-BAND-IDX
004910     END-EVALUATE.
004920 2050-EXIT.
004930     EXIT.
004940
004950*-----------------------------------------------------------------
004960*  2060-RELEASE-DOMAIN  --  the part after the one "@", folded
004970*  to lower case so Example.COM and example.com count together.
004980*  An email without exactly one "@" and a domain has no domain.
004990*-----------------------------------------------------------------
005000 2060-RELEASE-DOMAIN.
005010     MOVE 0 TO WS-AT-COUNT
005020     MOVE SPACES TO WS-EMAIL-LOCAL WS-EMAIL-DOMAIN
005030     IF IR-EMAIL NOT = SPACES
005040         INSPECT IR-EMAIL TALLYING WS-AT-COUNT FOR ALL "@"
005050     END-IF
005060     IF WS-AT-COUNT = 1
005070         UNSTRING IR-EMAIL DELIMITED BY "@"
005080             INTO WS-EMAIL-LOCAL WS-EMAIL-DOMAIN
005090         END-UNSTRING
005100     END-IF
005110     IF WS-EMAIL-DOMAIN = SPACES
005120         ADD 1 TO WS-NO-EMAIL-COUNT
005130         GO TO 2060-EXIT
005140     END-IF
005150     ADD 1 TO WS-EMAIL-COUNT
005160     INSPECT WS-EMAIL-DOMAIN CONVERTING WS-UPPER TO WS-LOWER
005170     MOVE WS-EMAIL-DOMAIN TO DS-DOMAIN
005180     RELEASE DOMAIN-SORT-RECORD.
005190 2060-EXIT.
005200     EXIT.
005210
005220*-----------------------------------------------------------------
005230*  3000-RANK-DOMAINS  --  count each domain's run of customers
005240*  in the sorted file and keep the ten largest
005250*-----------------------------------------------------------------
005260 3000-RANK-DOMAINS.
005270     MOVE SPACES TO WS-CUR-DOMAIN
005280     MOVE 0 TO WS-CUR-DOMAIN-COUNT
005290     OPEN INPUT SORTED-DOMAIN-FILE
005300     PERFORM 3010-COUNT-ONE-DOMAIN THRU 3010-EXIT
005310         UNTIL WS-DOM-EOF
005320     CLOSE SORTED-DOMAIN-FILE
005330     IF WS-CUR-DOMAIN-COUNT > 0
005340         PERFORM 3020-RANK-ONE-DOMAIN THRU 3020-EXIT
005350     END-IF.
005360 3000-EXIT.
005370     EXIT.
005380
005390 3010-COUNT-ONE-DOMAIN.
005400     READ SORTED-DOMAIN-FILE
005410         AT END
005420             SET WS-DOM-EOF TO TRUE
005430             GO TO 3010-EXIT
005440     END-READ
005450     IF SD-DOMAIN NOT = WS-CUR-DOMAIN
005460         IF WS-CUR-DOMAIN-COUNT > 0
005470             PERFORM 3020-RANK-ONE-DOMAIN THRU 3020-EXIT
005480         END-IF
005490         MOVE SD-DOMAIN TO WS-CUR-DOMAIN
005500         MOVE 0 TO WS-CUR-DOMAIN-COUNT
005510     END-IF
005520     ADD 1 TO WS-CUR-DOMAIN-COUNT.
005530 3010-EXIT.
005540     EXIT.
005550
005560*  The finished domain goes in ahead of the first entry with
005570*  fewer customers; the entries below it move down one, and
005580*  the last falls off a full table
005590 3020-RANK-ONE-DOMAIN.
005600     ADD 1 TO WS-DOMAIN-COUNT
005610     MOVE 0 TO WS-TOP-POS
005620     PERFORM 3030-TEST-ONE-SLOT THRU 3030-EXIT
005630         VARYING WS-TOP-IDX FROM 1 BY 1
005640             UNTIL WS-TOP-IDX > WS-TOP-USED
005650                 OR WS-TOP-POS > 0
005660     IF WS-TOP-POS = 0
005670         IF WS-TOP-USED < WS-TOP-LIMIT
005680             ADD 1 TO WS-TOP-USED
005690             MOVE WS-TOP-USED TO WS-TOP-POS
005700         ELSE
005710             GO TO 3020-EXIT
005720         END-IF
005730     ELSE
005740         IF WS-TOP-USED < WS-TOP-LIMIT
005750             ADD 1 TO WS-TOP-USED
005760         END-IF
005770         COMPUTE WS-TOP-LAST = WS-TOP-USED - 1
005780         PERFORM 3040-SHIFT-ONE-SLOT THRU 3040-EXIT
005790             VARYING WS-TOP-IDX FROM WS-TOP-LAST BY -1
005800                 UNTIL WS-TOP-IDX < WS-TOP-POS
005810     END-IF
005820     MOVE WS-CUR-DOMAIN TO WS-TOP-DOMAIN(WS-TOP-POS)
005830     MOVE WS-CUR-DOMAIN-COUNT TO WS-TOP-COUNT(WS-TOP-POS).
005840 3020-EXIT.
005850     EXIT.
005860
005870 3030-TEST-ONE-SLOT.
005880     IF WS-CUR-DOMAIN-COUNT > WS-TOP-COUNT(WS-TOP-IDX)
005890         MOVE WS-TOP-IDX TO WS-TOP-POS
005900     END-IF.
005910 3030-EXIT.
005920     EXIT.
005930
005940 3040-SHIFT-ONE-SLOT.
005950     MOVE WS-TOP-ENTRY(WS-TOP-IDX)
005960         TO WS-TOP-ENTRY(WS-TOP-IDX + 1).
005970 3040-EXIT.
005980     EXIT.
005990
006000*-----------------------------------------------------------------
006010*  4000-SCAN-JOURNAL  --  the month's applied adds and deletes,
006020*  up to the extract date, and the duplicates merged away (the
006030*  "D" side of a merge).  No journal leaves this month's growth
006040*  and churn N/A.
006050*-----------------------------------------------------------------
006060 4000-SCAN-JOURNAL.
006070     OPEN INPUT JOURNAL-FILE
006080     IF WS-JRN-STATUS NOT = "00"
006090         DISPLAY "CUSTPROF: NO AUDIT JOURNAL (FILE2PG.JRN),"
006100             " GROWTH AND CHURN NOT AVAILABLE"
006110         GO TO 4000-EXIT
006120     END-IF
006130     SET WS-PD-JRN-FOUND(1) TO TRUE
006140     PERFORM 4010-COUNT-ONE-ENTRY THRU 4010-EXIT
006150         UNTIL WS-JRN-EOF
006160     CLOSE JOURNAL-FILE.
006170 4000-EXIT.
006180     EXIT.
006190
006200 4010-COUNT-ONE-ENTRY.
006210     READ JOURNAL-FILE
006220         AT END
006230             SET WS-JRN-EOF TO TRUE
006240             GO TO 4010-EXIT
006250     END-READ
006260     ADD 1 TO WS-JRN-READ-COUNT
006270     IF JR-RUN-DATE(1:6) NOT = WS-MONTH
006280         OR JR-RUN-DATE > WS-ASOF-X
006290         GO TO 4010-EXIT
006300     END-IF
006310     EVALUATE JR-TRANS-CODE
006320         WHEN "A"
006330             ADD 1 TO WS-PD-ADDS(1)
006340         WHEN "D"
006350             ADD 1 TO WS-PD-DELETES(1)
006360         WHEN "M"
006370             IF JR-MERGE-DUPLICATE
006380                 ADD 1 TO WS-PD-MERGED(1)
006390             END-IF
006400     END-EVALUATE.
006410 4010-EXIT.
006420     EXIT.
006430
006440*-----------------------------------------------------------------
006450*  5000-LOAD-HISTORY  --  last month's and last year's figures
006460*  from custprof.hist, if they were ever recorded; then the
006470*  net growth and opening count of each month on the report
006480*-----------------------------------------------------------------
006490 5000-LOAD-HISTORY.
006500     OPEN INPUT PROFILE-HIST-FILE
006510     IF WS-PHS-STATUS = "00"
006520         PERFORM 5010-LOAD-ONE-MONTH THRU 5010-EXIT
006530             UNTIL WS-PHS-EOF
006540     END-IF
006550     CLOSE PROFILE-HIST-FILE
006560     PERFORM 5030-DERIVE-ONE-PERIOD THRU 5030-EXIT
006570         VARYING WS-PD-IDX FROM 1 BY 1
006580             UNTIL WS-PD-IDX > 3.
006590 5000-EXIT.
006600     EXIT.
006610
006620 5010-LOAD-ONE-MONTH.
006630     READ PROFILE-HIST-FILE
006640         AT END
006650             SET WS-PHS-EOF TO TRUE
006660             GO TO 5010-EXIT
006670     END-READ
006680     ADD 1 TO WS-PHS-READ-COUNT
006690     EVALUATE PH-MONTH
006700         WHEN WS-PRIOR-MONTH
006710             MOVE 2 TO WS-PD-IDX
006720         WHEN WS-YEARAGO-MONTH
006730             MOVE 3 TO WS-PD-IDX
006740         WHEN OTHER
006750             GO TO 5010-EXIT
006760     END-EVALUATE
006770     SET WS-PD-FOUND(WS-PD-IDX) TO TRUE
006780     MOVE PH-JRN-SW TO WS-PD-JRN-SW(WS-PD-IDX)
006790     MOVE PH-ASOF-DATE TO WS-PD-ASOF-DATE(WS-PD-IDX)
006800     PERFORM 5020-LOAD-ONE-FIGURE THRU 5020-EXIT
006810         VARYING WS-FIG-IDX FROM 1 BY 1
006820             UNTIL WS-FIG-IDX > 13.
006830 5010-EXIT.
006840     EXIT.
006850
006860 5020-LOAD-ONE-FIGURE.
006870     IF PH-FIG(WS-FIG-IDX) NUMERIC
006880         MOVE PH-FIG(WS-FIG-IDX)
006890             TO WS-PD-FIG(WS-PD-IDX, WS-FIG-IDX)
006900     END-IF.
006910 5020-EXIT.
006920     EXIT.
006930
006940*  Opening count: the customers on file now, less the month's
006950*  adds, plus the deletes and the duplicates merged away
006960 5030-DERIVE-ONE-PERIOD.
006970     COMPUTE WS-PD-NET(WS-PD-IDX) =
006980         WS-PD-ADDS(WS-PD-IDX) - WS-PD-DELETES(WS-PD-IDX)
006990     COMPUTE WS-PD-OPENING(WS-PD-IDX) =
007000         WS-PD-CUSTOMERS(WS-PD-IDX) - WS-PD-ADDS(WS-PD-IDX)
007010             + WS-PD-DELETES(WS-PD-IDX) + WS-PD-MERGED(WS-PD-IDX).
007020 5030-EXIT.
007030     EXIT.
007040
007050*-----------------------------------------------------------------
007060*  6000-WRITE-REPORT  --  the three-month comparison, then the
007070*  top email domains for this month
007080*-----------------------------------------------------------------
007090 6000-WRITE-REPORT.
007100     OPEN OUTPUT REPORT-FILE
007110     MOVE SPACES TO REPORT-RECORD
007120     STRING "CUSTOMER PROFILE REPORT FOR MONTH " WS-MONTH
007130         DELIMITED BY SIZE INTO REPORT-RECORD
007140     END-STRING
007150     WRITE REPORT-RECORD
007160     MOVE SPACES TO REPORT-RECORD
007170     STRING "EXTRACT " DELIMITED BY SIZE
007180         WS-EXTRACT-FILENAME DELIMITED BY SPACE
007190         " TAKEN " WS-ASOF-X DELIMITED BY SIZE
007200         INTO REPORT-RECORD
007210     END-STRING
007220     WRITE REPORT-RECORD
007230     MOVE SPACES TO REPORT-RECORD
007240     WRITE REPORT-RECORD
007250     MOVE SPACES TO COMPARE-LINE
007260     MOVE "    THIS MONTH" TO CL-CELL(1)
007270     MOVE "    LAST MONTH" TO CL-CELL(2)
007280     MOVE "     YEAR AGO " TO CL-CELL(3)
007290     MOVE COMPARE-LINE TO REPORT-RECORD
007300     WRITE REPORT-RECORD
007310     MOVE SPACES TO COMPARE-LINE
007320     PERFORM 6010-MONTH-HEADING THRU 6010-EXIT
007330         VARYING WS-PD-IDX FROM 1 BY 1
007340             UNTIL WS-PD-IDX > 3
007350     MOVE COMPARE-LINE TO REPORT-RECORD
007360     WRITE REPORT-RECORD
007370     MOVE SPACES TO REPORT-RECORD
007380     WRITE REPORT-RECORD
007390     MOVE "CUSTOMERS ON FILE ........... " TO WS-CELL-LABEL
007400     MOVE 1 TO WS-CELL-FIG
007410     SET WS-CELL-COUNT TO TRUE
007420     PERFORM 6100-WRITE-COMPARE-LINE THRU 6100-EXIT
007430     MOVE "TENURE" TO REPORT-RECORD
007440     WRITE REPORT-RECORD
007450     PERFORM 6020-WRITE-BAND-LINE THRU 6020-EXIT
007460         VARYING WS-BAND-IDX FROM 1 BY 1
007470             UNTIL WS-BAND-IDX > 6
007480     MOVE SPACES TO REPORT-RECORD
007490     WRITE REPORT-RECORD
007500     MOVE "CONTACT COVERAGE (PERCENT)" TO REPORT-RECORD
007510     WRITE REPORT-RECORD
007520     MOVE "  WITH A PHONE .............. " TO WS-CELL-LABEL
007530     MOVE 8 TO WS-CELL-FIG
007540     SET WS-CELL-PCT TO TRUE
007550     PERFORM 6100-WRITE-COMPARE-LINE THRU 6100-EXIT
007560     MOVE "  WITH A MAILING ADDRESS .... " TO WS-CELL-LABEL
007570     MOVE 9 TO WS-CELL-FIG
007580     PERFORM 6100-WRITE-COMPARE-LINE THRU 6100-EXIT
007590     MOVE "  WITH BOTH ................. " TO WS-CELL-LABEL
007600     MOVE 10 TO WS-CELL-FIG
007610     PERFORM 6100-WRITE-COMPARE-LINE THRU 6100-EXIT
007620     MOVE SPACES TO REPORT-RECORD
007630     WRITE REPORT-RECORD
007640     MOVE "GROWTH (FROM THE AUDIT JOURNAL)" TO REPORT-RECORD
007650     WRITE REPORT-RECORD
007660     MOVE "  CUSTOMERS ADDED ........... " TO WS-CELL-LABEL
007670     MOVE 11 TO WS-CELL-FIG
007680     SET WS-CELL-COUNT TO TRUE
007690     PERFORM 6100-WRITE-COMPARE-LINE THRU 6100-EXIT
007700     MOVE "  CUSTOMERS DELETED ......... " TO WS-CELL-LABEL
007710     MOVE 12 TO WS-CELL-FIG
007720     PERFORM 6100-WRITE-COMPARE-LINE THRU 6100-EXIT
007730     MOVE "  DUPLICATES MERGED AWAY .... " TO WS-CELL-LABEL
007740     MOVE 13 TO WS-CELL-FIG
007750     PERFORM 6100-WRITE-COMPARE-LINE THRU 6100-EXIT
007760     MOVE "  NET GROWTH ................ " TO WS-CELL-LABEL
007770     SET WS-CELL-SIGNED TO TRUE
007780     PERFORM 6100-WRITE-COMPARE-LINE THRU 6100-EXIT
007790     MOVE "  CHURN RATE (PERCENT) ...... " TO WS-CELL-LABEL
007800     SET WS-CELL-RATE TO TRUE
007810     PERFORM 6100-WRITE-COMPARE-LINE THRU 6100-EXIT
007820     IF WS-NA-SHOWN
007830         MOVE SPACES TO REPORT-RECORD
007840         WRITE REPORT-RECORD
007850         MOVE "N/A: NOT ON FILE, OR COUNTED WITHOUT A JOURNAL" TO
007860             REPORT-RECORD
007870         WRITE REPORT-RECORD
007880     END-IF
007890     PERFORM 6200-WRITE-DOMAINS THRU 6200-EXIT
007900     CLOSE REPORT-FILE.
007910 6000-EXIT.
007920     EXIT.
007930
007940 6010-MONTH-HEADING.
007950     MOVE SPACES TO CL-CELL(WS-PD-IDX)
007960     MOVE WS-PD-MONTH(WS-PD-IDX) TO CL-CELL(WS-PD-IDX)(9:6).
007970 6010-EXIT.
007980     EXIT.
007990
008000 6020-WRITE-BAND-LINE.
008010     MOVE WS-BAND-LABEL(WS-BAND-IDX) TO WS-CELL-LABEL
008020     COMPUTE WS-CELL-FIG = WS-BAND-IDX + 1
008030     SET WS-CELL-COUNT TO TRUE
008040     PERFORM 6100-WRITE-COMPARE-LINE THRU 6100-EXIT.
008050 6020-EXIT.
008060     EXIT.
008070
008080*-----------------------------------------------------------------
008090*  6100-WRITE-COMPARE-LINE  --  one figure for the three months,
008100*  shown as WS-CELL-KIND says.  A month with no figures on file,
008110*  or a journal figure for a month counted without a journal,
008120*  shows N/A.
008130*-----------------------------------------------------------------
008140 6100-WRITE-COMPARE-LINE.
008150     MOVE SPACES TO COMPARE-LINE
008160     MOVE WS-CELL-LABEL TO CL-LABEL
008170     PERFORM 6110-FORMAT-ONE-CELL THRU 6110-EXIT
008180         VARYING WS-PD-IDX FROM 1 BY 1
008190             UNTIL WS-PD-IDX > 3
008200     MOVE COMPARE-LINE TO REPORT-RECORD
008210     WRITE REPORT-RECORD.
008220 6100-EXIT.
008230     EXIT.
008240
008250 6110-FORMAT-ONE-CELL.
008260     IF NOT WS-PD-FOUND(WS-PD-IDX)
008270         OR (NOT WS-PD-JRN-FOUND(WS-PD-IDX)
008280             AND (WS-CELL-SIGNED OR WS-CELL-RATE
008290                  OR WS-CELL-FIG > 10))
008300         MOVE "           N/A" TO CL-CELL(WS-PD-IDX)
008310         SET WS-NA-SHOWN TO TRUE
008320         GO TO 6110-EXIT
008330     END-IF
008340     EVALUATE TRUE
008350         WHEN WS-CELL-COUNT
008360             MOVE WS-PD-FIG(WS-PD-IDX, WS-CELL-FIG)
008370                 TO WS-EDIT-COUNT
008380             MOVE WS-EDIT-COUNT TO CL-CELL(WS-PD-IDX)
008390         WHEN WS-CELL-SIGNED
008400             MOVE WS-PD-NET(WS-PD-IDX) TO WS-EDIT-SIGNED
008410             MOVE WS-EDIT-SIGNED TO CL-CELL(WS-PD-IDX)
008420         WHEN OTHER
008430             IF WS-CELL-RATE
008440                 MOVE WS-PD-DELETES(WS-PD-IDX) TO WS-CELL-NUM
008450                 MOVE WS-PD-OPENING(WS-PD-IDX) TO WS-CELL-DEN
008460             ELSE
008470                 MOVE WS-PD-FIG(WS-PD-IDX, WS-CELL-FIG)
008480                     TO WS-CELL-NUM
008490                 MOVE WS-PD-CUSTOMERS(WS-PD-IDX) TO WS-CELL-DEN
008500             END-IF
008510             MOVE 0 TO WS-PCT
008520             IF WS-CELL-DEN > 0
008530                 COMPUTE WS-PCT ROUNDED =
008540                     WS-CELL-NUM * 100 / WS-CELL-DEN
008550             END-IF
008560             MOVE WS-PCT TO WS-EDIT-PCT
008570             MOVE WS-EDIT-PCT TO CL-CELL(WS-PD-IDX)
008580     END-EVALUATE.
008590 6110-EXIT.
008600     EXIT.
008610
008620*-----------------------------------------------------------------
008630*  6200-WRITE-DOMAINS  --  this month's top email domains, each
008640*  with its share of all customers on file
008650*-----------------------------------------------------------------
008660 6200-WRITE-DOMAINS.
008670     MOVE SPACES TO REPORT-RECORD
008680     WRITE REPORT-RECORD
008690     MOVE "TOP EMAIL DOMAINS THIS MONTH" TO REPORT-RECORD
008700     WRITE REPORT-RECORD
008710     MOVE SPACES TO REPORT-RECORD
008720     STRING "  RANK  DOMAIN                        "
008730         "CUSTOMERS  PERCENT" DELIMITED BY SIZE
008740         INTO REPORT-RECORD
008750     END-STRING
008760     WRITE REPORT-RECORD
008770     PERFORM 6210-WRITE-ONE-DOMAIN THRU 6210-EXIT
008780         VARYING WS-TOP-IDX FROM 1 BY 1
008790             UNTIL WS-TOP-IDX > WS-TOP-USED
008800     MOVE SPACES TO REPORT-RECORD
008810     WRITE REPORT-RECORD
008820     MOVE WS-DOMAIN-COUNT TO WS-CNT-DISP
008830     MOVE SPACES TO REPORT-RECORD
008840     STRING "DISTINCT EMAIL DOMAINS ....... " WS-CNT-DISP
008850         DELIMITED BY SIZE INTO REPORT-RECORD
008860     END-STRING
008870     WRITE REPORT-RECORD
008880     MOVE WS-NO-EMAIL-COUNT TO WS-CNT-DISP
008890     MOVE SPACES TO REPORT-RECORD
008900     STRING "CUSTOMERS WITH NO USABLE EMAIL " WS-CNT-DISP
008910         DELIMITED BY SIZE INTO REPORT-RECORD
008920     END-STRING
008930     WRITE REPORT-RECORD.
008940 6200-EXIT.
008950     EXIT.
008960
008970*  Every field of DOMAIN-LINE is re-filled per entry, so the
008980*  literal FILLER values survive from their VALUE clauses.
008990 6210-WRITE-ONE-DOMAIN.
009000     MOVE WS-TOP-IDX TO DM-RANK
009010     MOVE WS-TOP-DOMAIN(WS-TOP-IDX) TO DM-DOMAIN
009020     MOVE WS-TOP-COUNT(WS-TOP-IDX) TO DM-COUNT
009030     COMPUTE WS-PCT ROUNDED =
009040         WS-TOP-COUNT(WS-TOP-IDX) * 100 / WS-PD-CUSTOMERS(1)
009050     MOVE WS-PCT TO DM-PCT
009060     MOVE DOMAIN-LINE TO REPORT-RECORD
009070     WRITE REPORT-RECORD.
009080 6210-EXIT.
009090     EXIT.
009100
009110*-----------------------------------------------------------------
009120*  7000-SAVE-HISTORY  --  every other month's record is kept as
009130*  it was and this month's goes on the end, replacing any
009140*  earlier one for the same month, then the new file takes the
009150*  old one's place
009160*-----------------------------------------------------------------
009170 7000-SAVE-HISTORY.
009180     OPEN OUTPUT PROFILE-HIST-NEW
009190     MOVE "N" TO WS-PHS-EOF-SW
009200     OPEN INPUT PROFILE-HIST-FILE
009210     IF WS-PHS-STATUS = "00"
009220         PERFORM 7010-KEEP-ONE-MONTH THRU 7010-EXIT
009230             UNTIL WS-PHS-EOF
009240     END-IF
009250     CLOSE PROFILE-HIST-FILE
009260     MOVE SPACES TO PROFILE-HIST-RECORD
009270     MOVE WS-MONTH TO PH-MONTH
009280     MOVE WS-ASOF-X TO PH-ASOF-DATE
009290     MOVE WS-PD-JRN-SW(1) TO PH-JRN-SW
009300     MOVE 1 TO WS-PD-IDX
009310     PERFORM 7020-SAVE-ONE-FIGURE THRU 7020-EXIT
009320         VARYING WS-FIG-IDX FROM 1 BY 1
009330             UNTIL WS-FIG-IDX > 13
009340     MOVE PROFILE-HIST-RECORD TO PROFILE-HIST-NEW-RECORD
009350     WRITE PROFILE-HIST-NEW-RECORD
009360     CLOSE PROFILE-HIST-NEW
009370     MOVE "mv custprof.hist.new custprof.hist" TO WS-CMD
009380     CALL "SYSTEM" USING WS-CMD
009390     MOVE RETURN-CODE TO WS-RC
009400     IF WS-RC NOT = 0
009410         DISPLAY "CUSTPROF: COULD NOT REPLACE CUSTPROF.HIST,"
009420             " THIS MONTH NOT RECORDED"
009430     END-IF.
009440 7000-EXIT.
009450     EXIT.
009460
009470 7010-KEEP-ONE-MONTH.
009480     READ PROFILE-HIST-FILE
009490         AT END
009500             SET WS-PHS-EOF TO TRUE
009510         NOT AT END
009520             IF PH-MONTH NOT = WS-MONTH
009530                 MOVE PROFILE-HIST-RECORD
009540                     TO PROFILE-HIST-NEW-RECORD
009550                 WRITE PROFILE-HIST-NEW-RECORD
009560             END-IF
009570     END-READ.
009580 7010-EXIT.
009590     EXIT.
009600
009610 7020-SAVE-ONE-FIGURE.
009620     MOVE WS-PD-FIG(WS-PD-IDX, WS-FIG-IDX) TO PH-FIG(WS-FIG-IDX).
009630 7020-EXIT.
009640     EXIT.
009650
009660*-----------------------------------------------------------------
009670*  8000-FINALIZE  --  control totals
009680*-----------------------------------------------------------------
009690 8000-FINALIZE.
009700     MOVE WS-EXT-DET-COUNT TO WS-CNT-DISP
009710     DISPLAY "CUSTPROF: " WS-CNT-DISP " CUSTOMERS PROFILED FROM "
009720         WS-EXTRACT-FILENAME
009730     MOVE WS-JRN-READ-COUNT TO WS-CNT-DISP
009740     DISPLAY "CUSTPROF: " WS-CNT-DISP " JOURNAL RECORDS READ"
009750     MOVE WS-PHS-READ-COUNT TO WS-CNT-DISP
009760     DISPLAY "CUSTPROF: " WS-CNT-DISP " MONTHS OF HISTORY READ"
009770     DISPLAY "CUSTPROF: MONTH " WS-MONTH
009780         " RECORDED, REPORT IS CUSTPROF.RPT".
009790 8000-EXIT.
009800     EXIT.
009810
009820 9999-ABORT-RUN.
009830     DISPLAY "CUSTPROF: " WS-ABORT-MSG
009840     MOVE 16 TO RETURN-CODE
009850     GO TO 9999-EXIT-PROGRAM.
009860
009870 9999-EXIT-PROGRAM.
009880     STOP RUN.

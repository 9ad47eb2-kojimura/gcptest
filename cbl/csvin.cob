000010*-----------------------------------------------------------------
000020*  IDENTIFICATION DIVISION
000030*-----------------------------------------------------------------
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. CSVIN.
000060 AUTHOR. K-TANAKA.
000070 INSTALLATION. DATA-LOADING-GROUP.
000080 DATE-WRITTEN. 2026-10-15.
000090 DATE-COMPILED.
000100*-----------------------------------------------------------------
000110*  Companion to FEEDMRG.  Converts a customer feed a vendor
000120*  sends as a comma-separated file with a header row into a
000130*  properly formed HDR/DET/TRL feed in the shared IN-RECORD
000140*  layout, so it can be listed in feedmrg.ctl and merged into
000150*  the night's load like any other feed.
000160*
000170*  Run as:   CSVIN csv-file [feed-file]
000180*  The CSV file defaults to vendor.csv and the feed written
000190*  to csvin.txt.  Each vendor converted this way gets its own
000200*  feed file name on the command line and in feedmrg.ctl.
000210*
000220*  Fields are separated by commas.  A field may be enclosed
000230*  in double quotes, in which case it may contain commas, and
000240*  a double quote inside it is written as two.  Spaces before
000250*  a field and after the last character of an unquoted field
000260*  are dropped.  A field may not run onto a second line.
000270*
000280*  The first non-blank line is the header row; its column
000290*  names are matched (case, spaces and hyphens ignored)
000300*  against the names in WS-ALIAS-TABLE to find which column
000310*  feeds which IR- detail field.  ID and the transaction code
000320*  are required; every other field may be left out, and
000330*  columns with names not in the table are listed on the
000340*  report and ignored.  Dates may be sent as YYYYMMDD or as
000350*  YYYY-MM-DD / YYYY/MM/DD.
000360*
000370*  A row that cannot be parsed (unterminated quote, stray
000380*  quote, wrong number of fields, blank ID, transaction code
000390*  other than A, C or D) or that carries a value too long for
000400*  its IR- field is not converted; it is listed on the intake
000410*  exception report (csvin.rpt) with its line number and the
000420*  reason.  Values are never cut down to fit -- every
000430*  overlong value on the row is listed with its length.  The
000440*  field edits proper (email, phone, dates) remain FILE2PG's.
000450*
000460*  A last row whose first field is one of the words in
000470*  WS-FOOTER-TABLE (TRAILER, TOTAL, ROW_COUNT ...) and whose
000480*  second field is a number is the vendor's own row-count
000490*  footer.  It must agree with the number of data rows read,
000500*  taken or not; if it does not, the file is short or padded
000510*  and the run fails.
000520*
000530*  The feed file is emptied at the start of every run, so an
000540*  intake that fails leaves an empty feed behind (which stops
000550*  FEEDMRG) rather than yesterday's feed to be loaded twice.
000560*
000570*  Modification History
000580*  Date       Init  Description
000590*  ---------- ----  ----------------------------------------------
000600*  2026-10-15  kt   Original version.
000610*-----------------------------------------------------------------
000620 ENVIRONMENT DIVISION.
000630 INPUT-OUTPUT SECTION.
000640 FILE-CONTROL.
000650     SELECT CSV-FILE ASSIGN DYNAMIC WS-CSV-FILENAME
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-CSV-STATUS.
000680
000690     SELECT DETAIL-TEMP-FILE ASSIGN TO "csvin.det"
000700         ORGANIZATION IS LINE SEQUENTIAL.
000710
000720     SELECT OUTFILE ASSIGN DYNAMIC WS-OUT-FILENAME
000730         ORGANIZATION IS LINE SEQUENTIAL.
000740
000750     SELECT REPORT-FILE ASSIGN TO "csvin.rpt"
000760         ORGANIZATION IS LINE SEQUENTIAL.
000770
000780     SELECT STATUS-FILE ASSIGN TO "csvin.sts"
000790         ORGANIZATION IS LINE SEQUENTIAL.
000800
000810 DATA DIVISION.
000820 FILE SECTION.
000830 FD  CSV-FILE.
000840 01  CSV-RECORD              PIC X(1000).
000850
000860 FD  DETAIL-TEMP-FILE.
000870     COPY "inrecord.cpy".
000880
000890 FD  OUTFILE.
000900 01  OUT-RECORD              PIC X(158).
000910
000920 FD  REPORT-FILE.
000930 01  REPORT-RECORD           PIC X(132).
000940
000950 FD  STATUS-FILE.
000960     COPY "statrec.cpy".
000970
000980 WORKING-STORAGE SECTION.
000990*-----------------------------------------------------------------
001000*  Switches
001010*-----------------------------------------------------------------
001020 01  WS-SWITCHES.
001030     05  WS-CSV-EOF-SW       PIC X(01) VALUE "N".
001040         88  WS-CSV-EOF                VALUE "Y".
001050     05  WS-OUT-EOF-SW       PIC X(01) VALUE "N".
001060         88  WS-OUT-EOF                VALUE "Y".
001070     05  WS-RPT-OPEN-SW      PIC X(01) VALUE "N".
001080         88  WS-RPT-OPEN               VALUE "Y".
001090     05  WS-FOOTER-SW        PIC X(01) VALUE "N".
001100         88  WS-FOOTER-SEEN            VALUE "Y".
001110     05  WS-FOOTER-ROW-SW    PIC X(01) VALUE "N".
001120         88  WS-FOOTER-ROW             VALUE "Y".
001130     05  WS-QUOTE-SW         PIC X(01) VALUE "N".
001140         88  WS-IN-QUOTES              VALUE "Y".
001150         88  WS-AFTER-QUOTE            VALUE "A".
001160         88  WS-NOT-QUOTED             VALUE "N".
001170     05  WS-ROW-SW           PIC X(01) VALUE "Y".
001180         88  WS-ROW-OK                 VALUE "Y".
001190         88  WS-ROW-IN-ERROR           VALUE "N".
001200     05  WS-ALIAS-FOUND-SW   PIC X(01) VALUE "N".
001210         88  WS-ALIAS-FOUND            VALUE "Y".
001213     05  WS-LONG-LINE-SW     PIC X(01) VALUE "N".
001216         88  WS-LONG-LINE              VALUE "Y".
001220
001230*-----------------------------------------------------------------
001240*  Counters (control totals for the report and the displays)
001250*-----------------------------------------------------------------
001260 01  WS-COUNTERS.
001270     05  WS-LINE-NO          PIC 9(07) COMP.
001280     05  WS-BLANK-COUNT      PIC 9(07) COMP.
001290     05  WS-DATA-COUNT       PIC 9(07) COMP.
001300     05  WS-WRITTEN-COUNT    PIC 9(07) COMP.
001310     05  WS-EXCEPT-COUNT     PIC 9(07) COMP.
001320     05  WS-FOOTER-COUNT     PIC 9(07) COMP.
001330     05  WS-CNT-DISP         PIC 9(07).
001340     05  WS-CNT-DISP-2       PIC 9(07).
001350
001360 01  WS-CSV-STATUS           PIC X(02).
001370 01  WS-CSV-FILENAME         PIC X(40) VALUE "vendor.csv".
001380 01  WS-OUT-FILENAME         PIC X(40) VALUE "csvin.txt".
001390 01  WS-CMD-ARG              PIC X(100).
001400 01  WS-ARG-1                PIC X(40).
001410 01  WS-ARG-2                PIC X(40).
001420 01  WS-ABORT-MSG            PIC X(60).
001430 01  WS-EXC-REASON           PIC X(60).
001440 01  WS-RUN-DATE             PIC X(08).
001450 01  WS-TODAY                PIC 9(08).
001460 01  WS-RUN-TIME             PIC X(08).
001470 01  WS-SEVERITY             PIC 9(02) VALUE 0.
001480
001490*-----------------------------------------------------------------
001500*  The line being parsed and the fields taken from it.  A
001510*  field's value is kept to 200 characters, more than any IR-
001520*  field holds, but its length is counted in full so an
001530*  overlong value is reported at its true length.
001540*-----------------------------------------------------------------
001550 01  WS-LINE                 PIC X(1000).
001560 01  WS-LINE-HOLD            PIC X(1000).
001570 01  WS-LINE-LEN             PIC 9(04) COMP.
001580 01  WS-POS                  PIC 9(04) COMP.
001590 01  WS-NEXT-POS             PIC 9(04) COMP.
001600 01  WS-CHAR                 PIC X(01).
001610 01  WS-PARSE-ERROR          PIC X(60).
001620 01  WS-FIELD-LIMIT          PIC 9(02) COMP VALUE 30.
001630 01  WS-FIELD-COUNT          PIC 9(02) COMP.
001640 01  WS-FIELD-TABLE.
001650     05  WS-FIELD OCCURS 30 TIMES.
001660         10  WS-FLD-VALUE    PIC X(200).
001670         10  WS-FLD-LEN      PIC 9(04) COMP.
001680         10  WS-FLD-SIZE     PIC 9(04) COMP.
001690 01  WS-FLD-NUM              PIC 9(02).
001700 01  WS-FLD-NUM-2            PIC 9(02).
001710 01  WS-SIZE-DISP            PIC ZZZ9.
001720 01  WS-SIZE-LEAD            PIC 9(01) COMP.
001730 01  WS-WIDTH-DISP           PIC Z9.
001740 01  WS-WIDTH-LEAD           PIC 9(01) COMP.
001750
001760*-----------------------------------------------------------------
001770*  The IR- detail fields a column can feed, with the width of
001780*  each.  WS-TGT-COL(n) is the CSV column feeding target n,
001790*  zero when the header has no such column.
001800*-----------------------------------------------------------------
001810 01  WS-TARGET-FIELDS.
001820     05  FILLER              PIC X(16) VALUE "IR-ID         05".
001830     05  FILLER              PIC X(16) VALUE "IR-TRANS-CODE 01".
001840     05  FILLER              PIC X(16) VALUE "IR-NAME       20".
001850     05  FILLER              PIC X(16) VALUE "IR-EMAIL      30".
001860     05  FILLER              PIC X(16) VALUE "IR-PHONE      15".
001870     05  FILLER              PIC X(16) VALUE "IR-ADDRESS    40".
001880     05  FILLER              PIC X(16) VALUE "IR-CUST-SINCE 08".
001890     05  FILLER              PIC X(16) VALUE "IR-EFF-DATE   08".
001900 01  WS-TARGET-TABLE REDEFINES WS-TARGET-FIELDS.
001910     05  WS-TARGET OCCURS 8 TIMES.
001920         10  WS-TGT-NAME     PIC X(14).
001930         10  WS-TGT-WIDTH    PIC 9(02).
001940 01  WS-TARGET-COUNT         PIC 9(02) COMP VALUE 8.
001950 01  WS-TGT-IDX              PIC 9(02) COMP.
001960 01  WS-TGT-COL-TABLE.
001970     05  WS-TGT-COL          PIC 9(02) COMP OCCURS 8 TIMES.
001980
001990*-----------------------------------------------------------------
002000*  Header column names understood, each with the target it
002010*  feeds (1-8 as in WS-TARGET-FIELDS).  Names are compared
002020*  upper-cased, with spaces and hyphens taken as underscores.
002030*-----------------------------------------------------------------
002040 01  WS-ALIAS-NAMES.
002050     05  FILLER              PIC X(18) VALUE "ID              01".
002060     05  FILLER              PIC X(18) VALUE "CUST_ID         01".
002070     05  FILLER              PIC X(18) VALUE "CUSTOMER_ID     01".
002080     05  FILLER              PIC X(18) VALUE "CODE            02".
002090     05  FILLER              PIC X(18) VALUE "TRANS_CODE      02".
002100     05  FILLER              PIC X(18) VALUE "TRANSACTION_CODE02".
002110     05  FILLER              PIC X(18) VALUE "ACTION          02".
002120     05  FILLER              PIC X(18) VALUE "NAME            03".
002130     05  FILLER              PIC X(18) VALUE "CUSTOMER_NAME   03".
002140     05  FILLER              PIC X(18) VALUE "EMAIL           04".
002150     05  FILLER              PIC X(18) VALUE "EMAIL_ADDRESS   04".
002160     05  FILLER              PIC X(18) VALUE "PHONE           05".
002170     05  FILLER              PIC X(18) VALUE "PHONE_NUMBER    05".
002180     05  FILLER              PIC X(18) VALUE "ADDRESS         06".
002190     05  FILLER              PIC X(18) VALUE "MAILING_ADDRESS 06".
002200     05  FILLER              PIC X(18) VALUE "SINCE           07".
002210     05  FILLER              PIC X(18) VALUE "CUST_SINCE      07".
002220     05  FILLER              PIC X(18) VALUE "CUSTOMER_SINCE  07".
002230     05  FILLER              PIC X(18) VALUE "EFF_DATE        08".
002240     05  FILLER              PIC X(18) VALUE "EFFECTIVE_DATE  08".
002250 01  WS-ALIAS-TABLE REDEFINES WS-ALIAS-NAMES.
002260     05  WS-ALIAS OCCURS 20 TIMES.
002270         10  WS-ALIAS-NAME   PIC X(16).
002280         10  WS-ALIAS-TARGET PIC 9(02).
002290 01  WS-ALIAS-COUNT          PIC 9(02) COMP VALUE 20.
002300 01  WS-ALIAS-IDX            PIC 9(02) COMP.
002310 01  WS-COL-IDX              PIC 9(02) COMP.
002320 01  WS-HEADER-COUNT         PIC 9(02) COMP.
002330 01  WS-COL-NAME             PIC X(16).
002340
002350*-----------------------------------------------------------------
002360*  First-field words that mark the vendor's row-count footer
002370*-----------------------------------------------------------------
002380 01  WS-FOOTER-WORDS.
002390     05  FILLER              PIC X(12) VALUE "TRAILER".
002400     05  FILLER              PIC X(12) VALUE "TRL".
002410     05  FILLER              PIC X(12) VALUE "FOOTER".
002420     05  FILLER              PIC X(12) VALUE "TOTAL".
002430     05  FILLER              PIC X(12) VALUE "TOTAL_ROWS".
002440     05  FILLER              PIC X(12) VALUE "ROWS".
002450     05  FILLER              PIC X(12) VALUE "ROW_COUNT".
002460     05  FILLER              PIC X(12) VALUE "RECORD_COUNT".
002470 01  WS-FOOTER-TABLE REDEFINES WS-FOOTER-WORDS.
002480     05  WS-FOOTER-WORD      PIC X(12) OCCURS 8 TIMES.
002490 01  WS-FOOTER-IDX           PIC 9(02) COMP.
002500 01  WS-FOOTER-SUB           PIC 9(02) COMP.
002510 01  WS-FOOTER-KEY           PIC X(12).
002520 01  WS-FOOTER-NUM-X         PIC X(07).
002530 01  WS-FOOTER-NUM REDEFINES WS-FOOTER-NUM-X PIC 9(07).
002540
002550*-----------------------------------------------------------------
002560*  One value on its way to its IR- field
002570*-----------------------------------------------------------------
002580 01  WS-VALUE                PIC X(200).
002590 01  WS-VALUE-SIZE           PIC 9(04) COMP.
002600 01  WS-DATE-X               PIC X(08).
002610
002620 01  WS-LOWER                PIC X(26) VALUE
002630     "abcdefghijklmnopqrstuvwxyz".
002640 01  WS-UPPER                PIC X(26) VALUE
002650     "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
002660
002670*-----------------------------------------------------------------
002680*  Report lines
002690*-----------------------------------------------------------------
002700 01  TITLE-LINE.
002710     05  FILLER              PIC X(40) VALUE
002720         "CSVIN  --  CSV INTAKE EXCEPTION REPORT  ".
002730     05  FILLER              PIC X(09) VALUE "RUN DATE ".
002740     05  TL-RUN-DATE         PIC X(08).
002750
002760 01  FILES-LINE.
002770     05  FILLER              PIC X(12) VALUE "CSV FILE    ".
002780     05  FL-CSV-FILE         PIC X(40).
002790     05  FILLER              PIC X(12) VALUE "FEED FILE   ".
002800     05  FL-OUT-FILE         PIC X(40).
002810
002820 01  MAP-HEADING-LINE.
002830     05  FILLER              PIC X(40) VALUE
002840         "HEADER COLUMNS   COL  NAME AS SENT      ".
002850     05  FILLER              PIC X(40) VALUE
002860         "                     FEEDS              ".
002870
002880 01  MAP-LINE.
002890     05  FILLER              PIC X(17) VALUE SPACES.
002900     05  ML-COL              PIC Z9.
002910     05  FILLER              PIC X(03) VALUE SPACES.
002920     05  ML-NAME             PIC X(37).
002930     05  ML-TARGET           PIC X(30).
002940
002950 01  EXC-HEADING-LINE.
002960     05  FILLER              PIC X(40) VALUE
002970         "EXCEPTIONS       LINE     ROW AS SENT / ".
002980     05  FILLER              PIC X(40) VALUE
002990         "REASON                                  ".
003000
003010 01  EXC-TEXT-LINE.
003020     05  FILLER              PIC X(15) VALUE SPACES.
003030     05  EL-LINE-NO          PIC Z(06)9.
003040     05  FILLER              PIC X(03) VALUE SPACES.
003050     05  EL-TEXT             PIC X(100).
003060
003070 01  EXC-REASON-LINE.
003080     05  FILLER              PIC X(27) VALUE SPACES.
003090     05  FILLER              PIC X(04) VALUE "*** ".
003100     05  EL-REASON           PIC X(60).
003110
003120 01  TOTAL-LINE.
003130     05  FILLER              PIC X(17) VALUE SPACES.
003140     05  TT-LABEL            PIC X(30).
003150     05  TT-COUNT            PIC Z(06)9.
003160     05  FILLER              PIC X(02) VALUE SPACES.
003170     05  TT-NOTE             PIC X(40).
003180
003190 PROCEDURE DIVISION.
003200*-----------------------------------------------------------------
003210*  0000-MAINLINE
003220*-----------------------------------------------------------------
003230 0000-MAINLINE.
003240     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003250     PERFORM 2000-READ-HEADER THRU 2000-EXIT
003260     PERFORM 3000-CONVERT-ROWS THRU 3000-EXIT
003270     PERFORM 4000-WRITE-OUTFILE THRU 4000-EXIT
003280     PERFORM 5000-FINALIZE THRU 5000-EXIT
003290     GO TO 9999-EXIT-PROGRAM.
003300
003310*-----------------------------------------------------------------
003320*  1000-INITIALIZE  --  file names from the command line, the
003330*  feed emptied, the report started and the CSV file opened
003340*-----------------------------------------------------------------
003350 1000-INITIALIZE.
003360     ACCEPT WS-TODAY FROM DATE YYYYMMDD
003370     MOVE WS-TODAY TO WS-RUN-DATE
003380     ACCEPT WS-CMD-ARG FROM COMMAND-LINE
003390     MOVE SPACES TO WS-ARG-1 WS-ARG-2
003400     UNSTRING WS-CMD-ARG DELIMITED BY ALL SPACE
003410         INTO WS-ARG-1 WS-ARG-2
003420     END-UNSTRING
003430     IF WS-ARG-1 NOT = SPACES
003440         MOVE WS-ARG-1 TO WS-CSV-FILENAME
003450     END-IF
003460     IF WS-ARG-2 NOT = SPACES
003470         MOVE WS-ARG-2 TO WS-OUT-FILENAME
003480     END-IF
003490     OPEN OUTPUT OUTFILE
003500     CLOSE OUTFILE
003510     OPEN OUTPUT REPORT-FILE
003520     SET WS-RPT-OPEN TO TRUE
003530     MOVE WS-RUN-DATE TO TL-RUN-DATE
003540     WRITE REPORT-RECORD FROM TITLE-LINE
003550     MOVE WS-CSV-FILENAME TO FL-CSV-FILE
003560     MOVE WS-OUT-FILENAME TO FL-OUT-FILE
003570     WRITE REPORT-RECORD FROM FILES-LINE
003580     MOVE SPACES TO REPORT-RECORD
003590     WRITE REPORT-RECORD
003600     OPEN INPUT CSV-FILE
003610     IF WS-CSV-STATUS NOT = "00"
003620         MOVE SPACES TO WS-ABORT-MSG
003630         STRING "CSV FILE NOT FOUND: " DELIMITED BY SIZE
003640             WS-CSV-FILENAME DELIMITED BY SPACE
003650             INTO WS-ABORT-MSG
003660         END-STRING
003670         PERFORM 9999-ABORT-RUN
003680     END-IF.
003690 1000-EXIT.
003700     EXIT.
003710
003720*-----------------------------------------------------------------
003730*  2000-READ-HEADER  --  the first non-blank line names the
003740*  columns; each is matched to the IR- field it feeds
003750*-----------------------------------------------------------------
003760 2000-READ-HEADER.
003770     PERFORM 2010-READ-CSV-LINE THRU 2010-EXIT
003780     PERFORM 2010-READ-CSV-LINE THRU 2010-EXIT
003790         UNTIL WS-CSV-EOF OR WS-LINE NOT = SPACES
003800     IF WS-CSV-EOF
003810         MOVE "CSV FILE HAS NO HEADER ROW" TO WS-ABORT-MSG
003820         PERFORM 9999-ABORT-RUN
003830     END-IF
003840*    A byte-order mark some spreadsheet exports put in front
003850*    of the first column name
003860     IF WS-LINE(1:3) = X"EFBBBF"
003870         MOVE WS-LINE(4:997) TO WS-LINE-HOLD
003880         MOVE WS-LINE-HOLD TO WS-LINE
003890     END-IF
003900     PERFORM 2100-PARSE-LINE THRU 2100-EXIT
003910     IF WS-PARSE-ERROR NOT = SPACES
003920         MOVE SPACES TO WS-ABORT-MSG
003930         STRING "HEADER ROW: " DELIMITED BY SIZE
003940             WS-PARSE-ERROR DELIMITED BY SIZE
003950             INTO WS-ABORT-MSG
003960         END-STRING
003970         PERFORM 9999-ABORT-RUN
003980     END-IF
003990     MOVE WS-FIELD-COUNT TO WS-HEADER-COUNT
004000     WRITE REPORT-RECORD FROM MAP-HEADING-LINE
004010     PERFORM 2200-MAP-ONE-COLUMN THRU 2200-EXIT
004020         VARYING WS-COL-IDX FROM 1 BY 1
004030             UNTIL WS-COL-IDX > WS-HEADER-COUNT
004040     MOVE SPACES TO REPORT-RECORD
004050     WRITE REPORT-RECORD
004060     IF WS-TGT-COL(1) = 0
004070         MOVE "HEADER ROW HAS NO CUSTOMER ID COLUMN" TO
004080             WS-ABORT-MSG
004090         PERFORM 9999-ABORT-RUN
004100     END-IF
004110     IF WS-TGT-COL(2) = 0
004120         MOVE "HEADER ROW HAS NO TRANSACTION CODE COLUMN" TO
004130             WS-ABORT-MSG
004140         PERFORM 9999-ABORT-RUN
004150     END-IF
004160     WRITE REPORT-RECORD FROM EXC-HEADING-LINE.
004170 2000-EXIT.
004180     EXIT.
004190
004200*-----------------------------------------------------------------
004210*  2010-READ-CSV-LINE  --  one line into WS-LINE, counted; a
004220*  carriage return left by a DOS-style file is dropped.  A
004222*  line too long for the record comes back in pieces (status
004224*  06 until the last); the pieces after the first are read
004226*  past and the line is marked so the parse refuses it.
004230*-----------------------------------------------------------------
004240 2010-READ-CSV-LINE.
004245     MOVE "N" TO WS-LONG-LINE-SW
004250     READ CSV-FILE INTO WS-LINE
004260         AT END
004270             SET WS-CSV-EOF TO TRUE
004280             MOVE SPACES TO WS-LINE
004290         NOT AT END
004300             ADD 1 TO WS-LINE-NO
004301             IF WS-CSV-STATUS = "06"
004302                 SET WS-LONG-LINE TO TRUE
004303                 PERFORM 2020-SKIP-LINE-PIECE THRU 2020-EXIT
004304                     UNTIL WS-CSV-STATUS NOT = "06"
004305             END-IF
004310             INSPECT WS-LINE REPLACING ALL X"0D" BY SPACE
004320             IF WS-LINE = SPACES
004330                 ADD 1 TO WS-BLANK-COUNT
004340             END-IF
004350     END-READ.
004360 2010-EXIT.
004361     EXIT.
004362
004363 2020-SKIP-LINE-PIECE.
004364     READ CSV-FILE
004365         AT END
004366             MOVE "10" TO WS-CSV-STATUS
004367     END-READ.
004368 2020-EXIT.
004370     EXIT.
004380
004390*-----------------------------------------------------------------
004400*  2100-PARSE-LINE  --  split WS-LINE into WS-FIELD-TABLE,
004410*  setting WS-PARSE-ERROR when the line breaks the quoting
004420*  rules
004430*-----------------------------------------------------------------
004440 2100-PARSE-LINE.
004450     MOVE SPACES TO WS-PARSE-ERROR
004460     MOVE 0 TO WS-FIELD-COUNT
004461     IF WS-LONG-LINE
004462         MOVE "LINE LONGER THAN 1000 CHARACTERS" TO
004463             WS-PARSE-ERROR
004464         GO TO 2100-EXIT
004465     END-IF
004470     MOVE 1000 TO WS-LINE-LEN
004480     PERFORM 2105-BACK-UP-ONE THRU 2105-EXIT
004490         UNTIL WS-LINE-LEN = 1
004500             OR WS-LINE(WS-LINE-LEN:1) NOT = SPACE
004510     PERFORM 2130-START-FIELD THRU 2130-EXIT
004520     PERFORM 2110-PARSE-ONE-CHAR THRU 2110-EXIT
004530         VARYING WS-POS FROM 1 BY 1
004540             UNTIL WS-POS > WS-LINE-LEN
004550                 OR WS-PARSE-ERROR NOT = SPACES
004560     IF WS-PARSE-ERROR = SPACES AND WS-IN-QUOTES
004570         MOVE WS-FIELD-COUNT TO WS-FLD-NUM
004580         STRING "UNTERMINATED QUOTED FIELD IN COLUMN "
004590             DELIMITED BY SIZE
004600             WS-FLD-NUM DELIMITED BY SIZE
004610             INTO WS-PARSE-ERROR
004620         END-STRING
004630     END-IF.
004640 2100-EXIT.
004650     EXIT.
004660
004670 2105-BACK-UP-ONE.
004680     SUBTRACT 1 FROM WS-LINE-LEN.
004690 2105-EXIT.
004700     EXIT.
004710
004720 2110-PARSE-ONE-CHAR.
004730     MOVE WS-LINE(WS-POS:1) TO WS-CHAR
004740     IF WS-IN-QUOTES
004750         IF WS-CHAR = QUOTE
004760             COMPUTE WS-NEXT-POS = WS-POS + 1
004770             IF WS-NEXT-POS <= WS-LINE-LEN
004780                 AND WS-LINE(WS-NEXT-POS:1) = QUOTE
004790                 PERFORM 2140-ADD-CHAR THRU 2140-EXIT
004800                 MOVE WS-NEXT-POS TO WS-POS
004810             ELSE
004820                 SET WS-AFTER-QUOTE TO TRUE
004830             END-IF
004840         ELSE
004850             PERFORM 2140-ADD-CHAR THRU 2140-EXIT
004860         END-IF
004870         GO TO 2110-EXIT
004880     END-IF
004890     IF WS-CHAR = ","
004900         PERFORM 2130-START-FIELD THRU 2130-EXIT
004910         GO TO 2110-EXIT
004920     END-IF
004930     MOVE WS-FIELD-COUNT TO WS-FLD-NUM
004940     IF WS-AFTER-QUOTE
004950         IF WS-CHAR NOT = SPACE
004960             STRING "TEXT AFTER THE CLOSING QUOTE IN COLUMN "
004970                 DELIMITED BY SIZE
004980                 WS-FLD-NUM DELIMITED BY SIZE
004990                 INTO WS-PARSE-ERROR
005000             END-STRING
005010         END-IF
005020         GO TO 2110-EXIT
005030     END-IF
005040     IF WS-CHAR = QUOTE
005050         IF WS-FLD-LEN(WS-FIELD-COUNT) = 0
005060             SET WS-IN-QUOTES TO TRUE
005070         ELSE
005080             STRING "QUOTE INSIDE AN UNQUOTED VALUE IN COLUMN "
005090                 DELIMITED BY SIZE
005100                 WS-FLD-NUM DELIMITED BY SIZE
005110                 INTO WS-PARSE-ERROR
005120             END-STRING
005130         END-IF
005140         GO TO 2110-EXIT
005150     END-IF
005160     IF WS-CHAR = SPACE AND WS-FLD-LEN(WS-FIELD-COUNT) = 0
005170         GO TO 2110-EXIT
005180     END-IF
005190     PERFORM 2140-ADD-CHAR THRU 2140-EXIT.
005200 2110-EXIT.
005210     EXIT.
005220
005230 2130-START-FIELD.
005240     IF WS-FIELD-COUNT NOT < WS-FIELD-LIMIT
005250         MOVE "MORE THAN 30 COLUMNS ON THE LINE" TO
005260             WS-PARSE-ERROR
005270         GO TO 2130-EXIT
005280     END-IF
005290     ADD 1 TO WS-FIELD-COUNT
005300     MOVE SPACES TO WS-FLD-VALUE(WS-FIELD-COUNT)
005310     MOVE 0 TO WS-FLD-LEN(WS-FIELD-COUNT)
005320     MOVE 0 TO WS-FLD-SIZE(WS-FIELD-COUNT)
005330     SET WS-NOT-QUOTED TO TRUE.
005340 2130-EXIT.
005350     EXIT.
005360
005370*    WS-FLD-SIZE follows the last non-space character, so
005380*    trailing spaces never count against the IR- field width
005390 2140-ADD-CHAR.
005400     ADD 1 TO WS-FLD-LEN(WS-FIELD-COUNT)
005410     IF WS-FLD-LEN(WS-FIELD-COUNT) NOT > 200
005420         MOVE WS-CHAR TO WS-FLD-VALUE(WS-FIELD-COUNT)
005430             (WS-FLD-LEN(WS-FIELD-COUNT):1)
005440     END-IF
005450     IF WS-CHAR NOT = SPACE
005460         MOVE WS-FLD-LEN(WS-FIELD-COUNT) TO
005470             WS-FLD-SIZE(WS-FIELD-COUNT)
005480     END-IF.
005490 2140-EXIT.
005500     EXIT.
005510
005520*-----------------------------------------------------------------
005530*  2200-MAP-ONE-COLUMN  --  look one header name up in
005540*  WS-ALIAS-TABLE and list what it feeds
005550*-----------------------------------------------------------------
005560 2200-MAP-ONE-COLUMN.
005570     MOVE SPACES TO WS-COL-NAME
005580     MOVE "N" TO WS-ALIAS-FOUND-SW
005590     IF WS-FLD-SIZE(WS-COL-IDX) > 0
005600         AND WS-FLD-SIZE(WS-COL-IDX) NOT > 16
005610         MOVE WS-FLD-VALUE(WS-COL-IDX) TO WS-COL-NAME
005620         INSPECT WS-COL-NAME(1:WS-FLD-SIZE(WS-COL-IDX))
005630             CONVERTING "abcdefghijklmnopqrstuvwxyz- "
005640                     TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ__"
005650         PERFORM 2210-TEST-ONE-ALIAS THRU 2210-EXIT
005660             VARYING WS-ALIAS-IDX FROM 1 BY 1
005670                 UNTIL WS-ALIAS-IDX > WS-ALIAS-COUNT
005680                     OR WS-ALIAS-FOUND
005690     END-IF
005700     MOVE WS-COL-IDX TO ML-COL
005710     MOVE WS-FLD-VALUE(WS-COL-IDX) TO ML-NAME
005720     IF WS-ALIAS-FOUND
005730         MOVE WS-TGT-NAME(WS-TGT-IDX) TO ML-TARGET
005740     ELSE
005750         MOVE "(NOT USED)" TO ML-TARGET
005760     END-IF
005770     WRITE REPORT-RECORD FROM MAP-LINE
005780     IF WS-ALIAS-FOUND
005790         IF WS-TGT-COL(WS-TGT-IDX) NOT = 0
005800             MOVE SPACES TO WS-ABORT-MSG
005810             STRING "HEADER ROW HAS TWO COLUMNS FOR "
005820                 DELIMITED BY SIZE
005830                 WS-TGT-NAME(WS-TGT-IDX) DELIMITED BY SPACE
005840                 INTO WS-ABORT-MSG
005850             END-STRING
005860             PERFORM 9999-ABORT-RUN
005870         END-IF
005880         MOVE WS-COL-IDX TO WS-TGT-COL(WS-TGT-IDX)
005890     END-IF.
005900 2200-EXIT.
005910     EXIT.
005920
005930 2210-TEST-ONE-ALIAS.
005940     IF WS-ALIAS-NAME(WS-ALIAS-IDX) = WS-COL-NAME
005950         SET WS-ALIAS-FOUND TO TRUE
005960         MOVE WS-ALIAS-TARGET(WS-ALIAS-IDX) TO WS-TGT-IDX
005970     END-IF.
005980 2210-EXIT.
005990     EXIT.
006000
006010*-----------------------------------------------------------------
006020*  3000-CONVERT-ROWS  --  every row after the header is staged
006030*  as an IN-RECORD detail or listed as an exception, then the
006040*  vendor's footer, if one came, is reconciled
006050*-----------------------------------------------------------------
006060 3000-CONVERT-ROWS.
006070     OPEN OUTPUT DETAIL-TEMP-FILE
006080     PERFORM 3010-CONVERT-ONE-ROW THRU 3010-EXIT
006090         UNTIL WS-CSV-EOF
006100     CLOSE DETAIL-TEMP-FILE
006110     CLOSE CSV-FILE
006120     IF WS-EXCEPT-COUNT = 0
006130         MOVE SPACES TO EXC-TEXT-LINE
006140         MOVE "NONE" TO EL-TEXT
006150         WRITE REPORT-RECORD FROM EXC-TEXT-LINE
006160     END-IF
006170     IF WS-FOOTER-SEEN AND WS-FOOTER-COUNT NOT = WS-DATA-COUNT
006180         MOVE WS-FOOTER-COUNT TO WS-CNT-DISP
006190         MOVE WS-DATA-COUNT TO WS-CNT-DISP-2
006200         MOVE SPACES TO WS-ABORT-MSG
006210         STRING "VENDOR FOOTER SAYS " DELIMITED BY SIZE
006220             WS-CNT-DISP DELIMITED BY SIZE
006230             " ROWS, FILE HAS " DELIMITED BY SIZE
006240             WS-CNT-DISP-2 DELIMITED BY SIZE
006250             INTO WS-ABORT-MSG
006260         END-STRING
006270         PERFORM 9999-ABORT-RUN
006280     END-IF.
006290 3000-EXIT.
006300     EXIT.
006310
006320 3010-CONVERT-ONE-ROW.
006330     PERFORM 2010-READ-CSV-LINE THRU 2010-EXIT
006340     IF WS-CSV-EOF OR WS-LINE = SPACES
006350         GO TO 3010-EXIT
006360     END-IF
006370     SET WS-ROW-OK TO TRUE
006380     MOVE "N" TO WS-FOOTER-ROW-SW
006390     PERFORM 2100-PARSE-LINE THRU 2100-EXIT
006400     IF WS-PARSE-ERROR = SPACES
006410         PERFORM 3020-CHECK-FOOTER THRU 3020-EXIT
006420         IF WS-FOOTER-ROW
006430             GO TO 3010-EXIT
006440         END-IF
006450     END-IF
006460     ADD 1 TO WS-DATA-COUNT
006470     IF WS-FOOTER-SEEN
006480         MOVE "ROW FOLLOWS THE ROW-COUNT FOOTER" TO
006490             WS-EXC-REASON
006500         PERFORM 3900-WRITE-EXCEPTION THRU 3900-EXIT
006510     END-IF
006520     IF WS-PARSE-ERROR NOT = SPACES
006530         MOVE WS-PARSE-ERROR TO WS-EXC-REASON
006540         PERFORM 3900-WRITE-EXCEPTION THRU 3900-EXIT
006550         GO TO 3010-EXIT
006560     END-IF
006570     IF WS-FIELD-COUNT NOT = WS-HEADER-COUNT
006580         MOVE WS-FIELD-COUNT TO WS-FLD-NUM
006590         MOVE WS-HEADER-COUNT TO WS-FLD-NUM-2
006600         MOVE SPACES TO WS-EXC-REASON
006610         STRING "ROW HAS " DELIMITED BY SIZE
006620             WS-FLD-NUM DELIMITED BY SIZE
006630             " COLUMNS, HEADER ROW HAS " DELIMITED BY SIZE
006640             WS-FLD-NUM-2 DELIMITED BY SIZE
006650             INTO WS-EXC-REASON
006660         END-STRING
006670         PERFORM 3900-WRITE-EXCEPTION THRU 3900-EXIT
006680         GO TO 3010-EXIT
006690     END-IF
006700     PERFORM 3100-BUILD-DETAIL THRU 3100-EXIT.
006710 3010-EXIT.
006720     EXIT.
006730
006740*-----------------------------------------------------------------
006750*  3020-CHECK-FOOTER  --  a footer word in the first column and
006760*  a count in the second make the row the vendor's footer
006770*-----------------------------------------------------------------
006780 3020-CHECK-FOOTER.
006790     IF WS-FIELD-COUNT < 2 OR WS-FLD-SIZE(1) > 12
006800         GO TO 3020-EXIT
006810     END-IF
006820     MOVE WS-FLD-VALUE(1) TO WS-FOOTER-KEY
006830     INSPECT WS-FOOTER-KEY CONVERTING WS-LOWER TO WS-UPPER
006840     MOVE 0 TO WS-FOOTER-IDX
006850     PERFORM 3025-TEST-ONE-FOOTER-WORD THRU 3025-EXIT
006860         VARYING WS-FOOTER-SUB FROM 1 BY 1
006870             UNTIL WS-FOOTER-SUB > 8 OR WS-FOOTER-IDX > 0
006880     IF WS-FOOTER-IDX = 0
006890         GO TO 3020-EXIT
006900     END-IF
006910     IF WS-FLD-SIZE(2) = 0 OR WS-FLD-SIZE(2) > 7
006920         GO TO 3020-EXIT
006930     END-IF
006940     MOVE ZEROS TO WS-FOOTER-NUM-X
006950     MOVE WS-FLD-VALUE(2)(1:WS-FLD-SIZE(2)) TO
006960         WS-FOOTER-NUM-X(8 - WS-FLD-SIZE(2):WS-FLD-SIZE(2))
006970     IF WS-FOOTER-NUM-X NOT NUMERIC
006980         GO TO 3020-EXIT
006990     END-IF
007000     SET WS-FOOTER-ROW TO TRUE
007010     IF WS-FOOTER-SEEN
007020         MOVE "SECOND ROW-COUNT FOOTER" TO WS-EXC-REASON
007030         PERFORM 3900-WRITE-EXCEPTION THRU 3900-EXIT
007040         GO TO 3020-EXIT
007050     END-IF
007060     SET WS-FOOTER-SEEN TO TRUE
007070     MOVE WS-FOOTER-NUM TO WS-FOOTER-COUNT.
007080 3020-EXIT.
007090     EXIT.
007100
007110 3025-TEST-ONE-FOOTER-WORD.
007120     IF WS-FOOTER-WORD(WS-FOOTER-SUB) = WS-FOOTER-KEY
007130         MOVE WS-FOOTER-SUB TO WS-FOOTER-IDX
007140     END-IF.
007150 3025-EXIT.
007160     EXIT.
007170
007180*-----------------------------------------------------------------
007190*  3100-BUILD-DETAIL  --  each mapped column into its IR-
007200*  field; the row is staged only if every value fits and the
007210*  ID and transaction code are usable
007220*-----------------------------------------------------------------
007230 3100-BUILD-DETAIL.
007240     MOVE SPACES TO IN-RECORD
007250     MOVE "DET" TO IR-REC-TYPE
007260     PERFORM 3110-MOVE-ONE-FIELD THRU 3110-EXIT
007270         VARYING WS-TGT-IDX FROM 1 BY 1
007280             UNTIL WS-TGT-IDX > WS-TARGET-COUNT
007290     IF IR-ID = SPACES AND WS-FLD-SIZE(WS-TGT-COL(1)) = 0
007300         MOVE "CUSTOMER ID IS BLANK" TO WS-EXC-REASON
007310         PERFORM 3900-WRITE-EXCEPTION THRU 3900-EXIT
007320     END-IF
007330     INSPECT IR-TRANS-CODE CONVERTING WS-LOWER TO WS-UPPER
007340     IF NOT IR-TRANS-ADD AND NOT IR-TRANS-CHANGE
007350         AND NOT IR-TRANS-DELETE
007360         AND WS-FLD-SIZE(WS-TGT-COL(2)) NOT > 1
007370         MOVE SPACES TO WS-EXC-REASON
007380         STRING "TRANSACTION CODE '" DELIMITED BY SIZE
007390             IR-TRANS-CODE DELIMITED BY SIZE
007400             "' IS NOT A, C OR D" DELIMITED BY SIZE
007410             INTO WS-EXC-REASON
007420         END-STRING
007430         PERFORM 3900-WRITE-EXCEPTION THRU 3900-EXIT
007440     END-IF
007450     IF WS-ROW-OK
007460         WRITE IN-RECORD
007470         ADD 1 TO WS-WRITTEN-COUNT
007480     END-IF.
007490 3100-EXIT.
007500     EXIT.
007510
007520 3110-MOVE-ONE-FIELD.
007530     IF WS-TGT-COL(WS-TGT-IDX) = 0
007540         GO TO 3110-EXIT
007550     END-IF
007560     MOVE WS-TGT-COL(WS-TGT-IDX) TO WS-COL-IDX
007570     MOVE WS-FLD-VALUE(WS-COL-IDX) TO WS-VALUE
007580     MOVE WS-FLD-SIZE(WS-COL-IDX) TO WS-VALUE-SIZE
007590*    Dates sent as YYYY-MM-DD or YYYY/MM/DD lose their
007600*    separators; nothing else about a value is changed
007610     IF (WS-TGT-IDX = 7 OR WS-TGT-IDX = 8)
007620         AND WS-VALUE-SIZE = 10
007630         AND (WS-VALUE(5:1) = "-" OR WS-VALUE(5:1) = "/")
007640         AND WS-VALUE(8:1) = WS-VALUE(5:1)
007650         MOVE SPACES TO WS-DATE-X
007660         STRING WS-VALUE(1:4) WS-VALUE(6:2) WS-VALUE(9:2)
007670             DELIMITED BY SIZE
007680             INTO WS-DATE-X
007690         END-STRING
007700         MOVE WS-DATE-X TO WS-VALUE
007710         MOVE 8 TO WS-VALUE-SIZE
007720     END-IF
007730     IF WS-VALUE-SIZE > WS-TGT-WIDTH(WS-TGT-IDX)
007740         MOVE WS-VALUE-SIZE TO WS-SIZE-DISP
007750         MOVE 0 TO WS-SIZE-LEAD
007760         INSPECT WS-SIZE-DISP TALLYING WS-SIZE-LEAD
007770             FOR LEADING SPACE
007780         MOVE WS-TGT-WIDTH(WS-TGT-IDX) TO WS-WIDTH-DISP
007790         MOVE 0 TO WS-WIDTH-LEAD
007800         INSPECT WS-WIDTH-DISP TALLYING WS-WIDTH-LEAD
007810             FOR LEADING SPACE
007820         MOVE SPACES TO WS-EXC-REASON
007830         STRING WS-TGT-NAME(WS-TGT-IDX) DELIMITED BY SPACE
007840             " VALUE IS " DELIMITED BY SIZE
007850             WS-SIZE-DISP(WS-SIZE-LEAD + 1:) DELIMITED BY SIZE
007860             " CHARACTERS, FIELD HOLDS " DELIMITED BY SIZE
007870             WS-WIDTH-DISP(WS-WIDTH-LEAD + 1:) DELIMITED BY SIZE
007880             INTO WS-EXC-REASON
007890         END-STRING
007900         PERFORM 3900-WRITE-EXCEPTION THRU 3900-EXIT
007910         GO TO 3110-EXIT
007920     END-IF
007930     EVALUATE WS-TGT-IDX
007940         WHEN 1
007950             MOVE WS-VALUE TO IR-ID
007960         WHEN 2
007970             MOVE WS-VALUE TO IR-TRANS-CODE
007980         WHEN 3
007990             MOVE WS-VALUE TO IR-NAME
008000         WHEN 4
008010             MOVE WS-VALUE TO IR-EMAIL
008020         WHEN 5
008030             MOVE WS-VALUE TO IR-PHONE
008040         WHEN 6
008050             MOVE WS-VALUE TO IR-ADDRESS
008060         WHEN 7
008070             MOVE WS-VALUE TO IR-CUST-SINCE
008080         WHEN 8
008090             MOVE WS-VALUE TO IR-EFF-DATE
008100     END-EVALUATE.
008110 3110-EXIT.
008120     EXIT.
008130
008140*-----------------------------------------------------------------
008150*  3900-WRITE-EXCEPTION  --  the row as sent is listed once,
008160*  under its line number, with each reason it was refused
008170*-----------------------------------------------------------------
008180 3900-WRITE-EXCEPTION.
008190     IF WS-ROW-OK
008200         SET WS-ROW-IN-ERROR TO TRUE
008210         ADD 1 TO WS-EXCEPT-COUNT
008220         MOVE WS-LINE-NO TO EL-LINE-NO
008230         MOVE WS-LINE TO EL-TEXT
008240         WRITE REPORT-RECORD FROM EXC-TEXT-LINE
008250     END-IF
008260     MOVE WS-EXC-REASON TO EL-REASON
008270     WRITE REPORT-RECORD FROM EXC-REASON-LINE.
008280 3900-EXIT.
008290     EXIT.
008300
008310*-----------------------------------------------------------------
008320*  4000-WRITE-OUTFILE  --  HDR, the staged detail rows, TRL,
008330*  with both control counts taken from what was actually
008340*  staged so FEEDMRG and FILE2PG always reconcile
008350*-----------------------------------------------------------------
008360 4000-WRITE-OUTFILE.
008370     OPEN OUTPUT OUTFILE
008380     MOVE SPACES TO IN-RECORD
008390     MOVE "HDR" TO IR-REC-TYPE
008400     MOVE WS-RUN-DATE TO IR-RUN-DATE
008410     MOVE WS-WRITTEN-COUNT TO IR-REC-COUNT
008420     MOVE IN-RECORD TO OUT-RECORD
008430     WRITE OUT-RECORD
008440     OPEN INPUT DETAIL-TEMP-FILE
008450     PERFORM 4010-COPY-ONE-DETAIL THRU 4010-EXIT
008460         UNTIL WS-OUT-EOF
008470     CLOSE DETAIL-TEMP-FILE
008480     MOVE SPACES TO IN-RECORD
008490     MOVE "TRL" TO IR-REC-TYPE
008500     MOVE WS-WRITTEN-COUNT TO IR-REC-COUNT
008510     MOVE IN-RECORD TO OUT-RECORD
008520     WRITE OUT-RECORD
008530     CLOSE OUTFILE.
008540 4000-EXIT.
008550     EXIT.
008560
008570 4010-COPY-ONE-DETAIL.
008580     READ DETAIL-TEMP-FILE
008590         AT END
008600             SET WS-OUT-EOF TO TRUE
008610         NOT AT END
008620             MOVE IN-RECORD TO OUT-RECORD
008630             WRITE OUT-RECORD
008640     END-READ.
008650 4010-EXIT.
008660     EXIT.
008670
008680*-----------------------------------------------------------------
008690*  5000-FINALIZE  --  control totals, on the report and the
008700*  console
008710*-----------------------------------------------------------------
008720 5000-FINALIZE.
008730     MOVE SPACES TO REPORT-RECORD
008740     WRITE REPORT-RECORD
008750     MOVE "CONTROL TOTALS" TO REPORT-RECORD
008760     WRITE REPORT-RECORD
008770     MOVE SPACES TO TT-NOTE
008780     MOVE "LINES READ" TO TT-LABEL
008790     MOVE WS-LINE-NO TO TT-COUNT
008800     WRITE REPORT-RECORD FROM TOTAL-LINE
008810     MOVE "BLANK LINES SKIPPED" TO TT-LABEL
008820     MOVE WS-BLANK-COUNT TO TT-COUNT
008830     WRITE REPORT-RECORD FROM TOTAL-LINE
008840     MOVE "DATA ROWS" TO TT-LABEL
008850     MOVE WS-DATA-COUNT TO TT-COUNT
008860     WRITE REPORT-RECORD FROM TOTAL-LINE
008870     MOVE "DETAILS WRITTEN TO FEED" TO TT-LABEL
008880     MOVE WS-WRITTEN-COUNT TO TT-COUNT
008890     WRITE REPORT-RECORD FROM TOTAL-LINE
008900     MOVE "ROWS IN EXCEPTION" TO TT-LABEL
008910     MOVE WS-EXCEPT-COUNT TO TT-COUNT
008920     WRITE REPORT-RECORD FROM TOTAL-LINE
008930     MOVE "VENDOR FOOTER ROW COUNT" TO TT-LABEL
008940     IF WS-FOOTER-SEEN
008950         MOVE WS-FOOTER-COUNT TO TT-COUNT
008960         MOVE "RECONCILED" TO TT-NOTE
008970     ELSE
008980         MOVE 0 TO TT-COUNT
008990         MOVE "NO FOOTER SENT" TO TT-NOTE
009000     END-IF
009010     WRITE REPORT-RECORD FROM TOTAL-LINE
009020     CLOSE REPORT-FILE
009030     MOVE WS-LINE-NO TO WS-CNT-DISP
009040     DISPLAY "CSVIN: LINES READ .............. " WS-CNT-DISP
009050     MOVE WS-DATA-COUNT TO WS-CNT-DISP
009060     DISPLAY "CSVIN: DATA ROWS ............... " WS-CNT-DISP
009070     MOVE WS-WRITTEN-COUNT TO WS-CNT-DISP
009080     DISPLAY "CSVIN: DETAILS WRITTEN ......... " WS-CNT-DISP
009090     MOVE WS-EXCEPT-COUNT TO WS-CNT-DISP
009100     DISPLAY "CSVIN: ROWS IN EXCEPTION ....... " WS-CNT-DISP
009110     IF WS-FOOTER-SEEN
009120         DISPLAY "CSVIN: VENDOR ROW-COUNT FOOTER RECONCILED"
009130     END-IF
009140     DISPLAY "CSVIN: FEED FILE IS " WS-OUT-FILENAME
009150     IF WS-EXCEPT-COUNT > 0
009160         DISPLAY "CSVIN: SEE CSVIN.RPT FOR THE ROWS NOT CONVERTED"
009170         MOVE 4 TO WS-SEVERITY
009180     END-IF
009190     PERFORM 5090-WRITE-STATUS-RECORD THRU 5090-EXIT.
009200 5000-EXIT.
009210     EXIT.
009220
009230*-----------------------------------------------------------------
009240*  5090-WRITE-STATUS-RECORD  --  one machine-readable record
009250*  (STATREC.CPY) per run for the scheduler, carrying the common
009260*  severity grading, which also becomes this run's RETURN-CODE:
009270*  0 clean, 4 when rows were left in exception, 16 failed.
009280*-----------------------------------------------------------------
009290 5090-WRITE-STATUS-RECORD.
009300     OPEN OUTPUT STATUS-FILE
009310     MOVE SPACES TO STATUS-RECORD
009320     MOVE "CSVIN" TO STAT-PROGRAM
009330     MOVE WS-RUN-DATE TO STAT-RUN-DATE
009340     ACCEPT WS-RUN-TIME FROM TIME
009350     MOVE WS-RUN-TIME(1:6) TO STAT-RUN-TIME
009360     MOVE WS-SEVERITY TO STAT-SEVERITY
009370     MOVE WS-DATA-COUNT TO STAT-IN-COUNT
009380     MOVE WS-WRITTEN-COUNT TO STAT-OUT-COUNT
009390     MOVE WS-EXCEPT-COUNT TO STAT-REJ-COUNT
009400     MOVE WS-BLANK-COUNT TO STAT-SKIP-COUNT
009410     EVALUATE WS-SEVERITY
009420         WHEN 0
009430             MOVE "CLEAN" TO STAT-END-STATUS
009440         WHEN 4
009450             MOVE "WARNING" TO STAT-END-STATUS
009460         WHEN 8
009470             MOVE "DEGRADED" TO STAT-END-STATUS
009480         WHEN OTHER
009490             MOVE "FAILED" TO STAT-END-STATUS
009500     END-EVALUATE
009510     WRITE STATUS-RECORD
009520     CLOSE STATUS-FILE
009530     MOVE WS-SEVERITY TO RETURN-CODE.
009540 5090-EXIT.
009550     EXIT.
009560
009570*    A failed intake is recorded on the report as well, since
009580*    the report is what the vendor's contact is sent
009590 9999-ABORT-RUN.
009600     DISPLAY "CSVIN: " WS-ABORT-MSG
009610     IF WS-RPT-OPEN
009620         MOVE SPACES TO REPORT-RECORD
009630         WRITE REPORT-RECORD
009640         MOVE SPACES TO REPORT-RECORD
009650         STRING "INTAKE FAILED: " DELIMITED BY SIZE
009660             WS-ABORT-MSG DELIMITED BY SIZE
009670             INTO REPORT-RECORD
009680         END-STRING
009690         WRITE REPORT-RECORD
009700         MOVE "THE FEED FILE HAS BEEN LEFT EMPTY" TO
009710             REPORT-RECORD
009720         WRITE REPORT-RECORD
009730         CLOSE REPORT-FILE
009740     END-IF
009750     MOVE 16 TO WS-SEVERITY
009760     PERFORM 5090-WRITE-STATUS-RECORD THRU 5090-EXIT
009770     GO TO 9999-EXIT-PROGRAM.
009780
009790 9999-EXIT-PROGRAM.
009800     STOP RUN.

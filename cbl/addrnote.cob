000010*-----------------------------------------------------------------
000020*  IDENTIFICATION DIVISION
000030*-----------------------------------------------------------------
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. ADDRNOTE.
000060 AUTHOR. K-TANAKA.
000070 INSTALLATION. DATA-LOADING-GROUP.
000080 DATE-WRITTEN. 2026-10-15.
000090 DATE-COMPILED.
000100*-----------------------------------------------------------------
000110*  Companion to FILE2PG.  Tells the mailing house which
000120*  customers are new, have moved, or have been deleted since
000130*  the last mail run, from the audit journal (file2pg.jrn).
000140*
000150*  Each run reads only the journal entries appended since the
000160*  previous run.  The position reached is kept in a
000170*  high-water-mark file (addrnote.hwm) together with the
000180*  run date, ordinal and ID of the last entry taken, which
000190*  must still be found at that position; if it is not, the
000200*  journal has been replaced or cut back and the run fails
000210*  rather than send a period twice or skip one.  The first
000220*  run, with no mark yet, takes the whole journal.
000230*
000240*  The entries of interest are every ADD, every DELETE, and
000250*  every CHANGE whose before- and after-image addresses
000260*  differ.  A customer touched several times in the period
000270*  is notified once:
000280*
000290*    N  NEW      added in the period; the latest name and
000300*                address
000310*    M  MOVED    the first old address of the period and the
000320*                latest new one
000330*    D  DELETED  the address the mailing house last had
000340*
000350*  A customer both added and deleted in the period, or moved
000360*  and moved back to the address the period started with,
000370*  is not sent; both are counted on the summary.
000380*
000381*  Each side of a merge counts as what it did to its own row:
000382*  the duplicate merged away as a DELETE, the survivor as a
000383*  CHANGE (a move only if its address was filled in from the
000384*  duplicate).
000385*
000390*  The notification file (addrnote.txt) is fixed format,
000400*  one NOTE-RECORD per line:
000410*    HDR  file date, file sequence number, journal run dates
000420*         covered, and the record count by notice code
000430*    DET  one per customer notified (ND- fields)
000440*    TRL  the same counts again, taken from what was written
000450*  The summary report (addrnote.rpt) lists every notice with
000460*  the control totals and the sign-off lines for the mailing
000470*  team.
000480*
000490*  Modification History
000500*  Date       Init  Description
000510*  ---------- ----  ----------------------------------------------
000520*  2026-10-15  kt   Original version.
000522*  2026-10-15  kt   Merge entries (JRNLREC.CPY) taken as a
000524*                   DELETE of the duplicate and a CHANGE of the
000526*                   survivor.
000530*-----------------------------------------------------------------
000540 ENVIRONMENT DIVISION.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT JOURNAL-FILE ASSIGN TO "file2pg.jrn"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-JRN-STATUS.
000600
000610     SELECT HWM-FILE ASSIGN TO "addrnote.hwm"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-HWM-STATUS.
000640
000650     SELECT NOTE-SORT-FILE ASSIGN TO "addrnote.sortwk".
000660
000670     SELECT DETAIL-TEMP-FILE ASSIGN TO "addrnote.det"
000680         ORGANIZATION IS LINE SEQUENTIAL.
000690
000700     SELECT OUTFILE ASSIGN TO "addrnote.txt"
000710         ORGANIZATION IS LINE SEQUENTIAL.
000720
000730     SELECT REPORT-FILE ASSIGN TO "addrnote.rpt"
000740         ORGANIZATION IS LINE SEQUENTIAL.
000750
000760     SELECT STATUS-FILE ASSIGN TO "addrnote.sts"
000770         ORGANIZATION IS LINE SEQUENTIAL.
000780
000790 DATA DIVISION.
000800 FILE SECTION.
000810 FD  JOURNAL-FILE.
000820     COPY "jrnlrec.cpy".
000830
000840*-----------------------------------------------------------------
000850*  The high-water mark: how many journal entries have been
000860*  taken, the identity of the last one, and the sequence
000870*  number of the last notification file sent
000880*-----------------------------------------------------------------
000890 FD  HWM-FILE.
000900 01  HWM-RECORD.
000910     05  HW-JRN-COUNT        PIC 9(09).
000920     05  FILLER              PIC X(01).
000930     05  HW-RUN-DATE         PIC X(08).
000940     05  FILLER              PIC X(01).
000950     05  HW-ORDINAL          PIC 9(07).
000960     05  FILLER              PIC X(01).
000970     05  HW-ID               PIC X(05).
000980     05  FILLER              PIC X(01).
000990     05  HW-FILE-SEQ         PIC 9(05).
001000     05  FILLER              PIC X(01).
001010     05  HW-SENT-DATE        PIC X(08).
001020
001030*-----------------------------------------------------------------
001040*  NOTE-SORT-FILE carries each journal entry of the period in
001050*  customer ID and journal-position order, flagged when it is
001060*  an entry the mailing house must hear about
001070*-----------------------------------------------------------------
001080 SD  NOTE-SORT-FILE.
001090 01  NOTE-SORT-RECORD.
001100     05  NS-ID               PIC X(05).
001110     05  NS-JRN-SEQ          PIC 9(09).
001120     05  NS-TRANS-CODE       PIC X(01).
001130     05  NS-WANTED-SW        PIC X(01).
001140         88  NS-WANTED                 VALUE "Y".
001150     05  NS-RUN-DATE         PIC X(08).
001160     05  NS-BEF-NAME         PIC X(20).
001170     05  NS-BEF-ADDRESS      PIC X(40).
001180     05  NS-AFT-NAME         PIC X(20).
001190     05  NS-AFT-ADDRESS      PIC X(40).
001200
001210*-----------------------------------------------------------------
001220*  The notification record, staged here so the header can
001230*  carry counts known only once every notice is written
001240*-----------------------------------------------------------------
001250 FD  DETAIL-TEMP-FILE.
001260 01  NOTE-RECORD.
001270     05  ND-REC-TYPE         PIC X(03).
001280     05  ND-DETAIL.
001290         10  ND-NOTICE-CODE  PIC X(01).
001300             88  ND-NOTICE-NEW           VALUE "N".
001310             88  ND-NOTICE-MOVED         VALUE "M".
001320             88  ND-NOTICE-DELETED       VALUE "D".
001330         10  ND-ID           PIC X(05).
001340         10  ND-NAME         PIC X(20).
001350         10  ND-OLD-ADDRESS  PIC X(40).
001360         10  ND-NEW-ADDRESS  PIC X(40).
001370         10  ND-EFF-DATE     PIC X(08).
001380         10  ND-EVENT-COUNT  PIC 9(03).
001390     05  ND-CONTROL REDEFINES ND-DETAIL.
001400         10  ND-FILE-DATE    PIC X(08).
001410         10  ND-FILE-SEQ     PIC 9(05).
001420         10  ND-FROM-DATE    PIC X(08).
001430         10  ND-TO-DATE      PIC X(08).
001440         10  ND-REC-COUNT    PIC 9(07).
001450         10  ND-NEW-COUNT    PIC 9(07).
001460         10  ND-MOVED-COUNT  PIC 9(07).
001470         10  ND-DELETED-COUNT PIC 9(07).
001480         10  FILLER          PIC X(60).
001490
001500 FD  OUTFILE.
001510 01  OUT-RECORD              PIC X(120).
001520
001530 FD  REPORT-FILE.
001540 01  REPORT-RECORD           PIC X(132).
001550
001560 FD  STATUS-FILE.
001570     COPY "statrec.cpy".
001580
001590 WORKING-STORAGE SECTION.
001600*-----------------------------------------------------------------
001610*  Switches
001620*-----------------------------------------------------------------
001630 01  WS-SWITCHES.
001640     05  WS-JRN-EOF-SW       PIC X(01) VALUE "N".
001650         88  WS-JRN-EOF                VALUE "Y".
001660     05  WS-SRT-EOF-SW       PIC X(01) VALUE "N".
001670         88  WS-SRT-EOF                VALUE "Y".
001680     05  WS-OUT-EOF-SW       PIC X(01) VALUE "N".
001690         88  WS-OUT-EOF                VALUE "Y".
001700     05  WS-FIRST-RUN-SW     PIC X(01) VALUE "N".
001710         88  WS-FIRST-RUN              VALUE "Y".
001720
001730*-----------------------------------------------------------------
001740*  Counters (control totals for the report and the displays)
001750*-----------------------------------------------------------------
001760 01  WS-COUNTERS.
001770     05  WS-JRN-SEQ          PIC 9(09) COMP.
001780     05  WS-PERIOD-COUNT     PIC 9(07) COMP.
001790     05  WS-SEL-ADD-COUNT    PIC 9(07) COMP.
001800     05  WS-SEL-DEL-COUNT    PIC 9(07) COMP.
001810     05  WS-SEL-MOVE-COUNT   PIC 9(07) COMP.
001820     05  WS-NEW-COUNT        PIC 9(07) COMP.
001830     05  WS-MOVED-COUNT      PIC 9(07) COMP.
001840     05  WS-DELETED-COUNT    PIC 9(07) COMP.
001850     05  WS-NOTICE-COUNT     PIC 9(07) COMP.
001860     05  WS-ADD-DEL-COUNT    PIC 9(07) COMP.
001870     05  WS-MOVED-BACK-COUNT PIC 9(07) COMP.
001880     05  WS-NOT-SENT-COUNT   PIC 9(07) COMP.
001890     05  WS-CNT-DISP         PIC 9(07).
001900
001910 01  WS-JRN-STATUS           PIC X(02).
001920 01  WS-HWM-STATUS           PIC X(02).
001930 01  WS-ABORT-MSG            PIC X(60).
001940 01  WS-RUN-DATE             PIC X(08).
001950 01  WS-TODAY                PIC 9(08).
001960 01  WS-RUN-TIME             PIC X(08).
001970 01  WS-SEVERITY             PIC 9(02) VALUE 0.
001980
001990*-----------------------------------------------------------------
002000*  The mark as read at the start of the run, and as it will
002010*  be written at the end
002020*-----------------------------------------------------------------
002030 01  WS-OLD-MARK.
002040     05  WS-OLD-JRN-COUNT    PIC 9(09) VALUE 0.
002050     05  WS-OLD-RUN-DATE     PIC X(08) VALUE SPACES.
002060     05  WS-OLD-ORDINAL      PIC 9(07) VALUE 0.
002070     05  WS-OLD-ID           PIC X(05) VALUE SPACES.
002080     05  WS-OLD-FILE-SEQ     PIC 9(05) VALUE 0.
002090     05  WS-OLD-SENT-DATE    PIC X(08) VALUE SPACES.
002100 01  WS-NEW-MARK.
002110     05  WS-NEW-RUN-DATE     PIC X(08).
002120     05  WS-NEW-ORDINAL      PIC 9(07).
002130     05  WS-NEW-ID           PIC X(05).
002140     05  WS-FILE-SEQ         PIC 9(05).
002150 01  WS-FROM-DATE            PIC X(08) VALUE SPACES.
002160 01  WS-TO-DATE              PIC X(08) VALUE SPACES.
002170
002180*-----------------------------------------------------------------
002190*  One customer's entries, gathered across the control break
002200*-----------------------------------------------------------------
002210 01  WS-CUR-CUSTOMER.
002220     05  WS-CUR-ID           PIC X(05).
002230     05  WS-CUR-WANTED       PIC 9(03) COMP.
002240     05  WS-FIRST-CODE       PIC X(01).
002250     05  WS-LAST-CODE        PIC X(01).
002260     05  WS-OLD-ADDRESS      PIC X(40).
002270     05  WS-LAST-BEF-NAME    PIC X(20).
002280     05  WS-LAST-AFT-NAME    PIC X(20).
002290     05  WS-LAST-AFT-ADDRESS PIC X(40).
002300     05  WS-LAST-DATE        PIC X(08).
002310
002320*-----------------------------------------------------------------
002330*  Report lines
002340*-----------------------------------------------------------------
002350 01  TITLE-LINE.
002360     05  FILLER              PIC X(40) VALUE
002370         "ADDRNOTE  --  MAILING-HOUSE ADDRESS NOTI".
002380     05  FILLER              PIC X(24) VALUE
002390         "FICATIONS    RUN DATE  ".
002400     05  TL-RUN-DATE         PIC X(08).
002410
002420 01  FILE-LINE.
002430     05  FILLER              PIC X(40) VALUE
002440         "NOTIFICATION FILE ADDRNOTE.TXT    FILE S".
002450     05  FILLER              PIC X(10) VALUE "EQUENCE   ".
002460     05  FL-FILE-SEQ         PIC 9(05).
002470     05  FILLER              PIC X(23) VALUE
002480         "    PREVIOUS FILE SENT ".
002490     05  FL-SENT-DATE        PIC X(08).
002500
002510 01  PERIOD-LINE.
002520     05  FILLER              PIC X(22) VALUE
002530         "JOURNAL ENTRIES FROM  ".
002540     05  PL-FROM-SEQ         PIC Z(08)9.
002550     05  FILLER              PIC X(06) VALUE "  TO  ".
002560     05  PL-TO-SEQ           PIC Z(08)9.
002570     05  FILLER              PIC X(14) VALUE
002580         "   RUN DATES  ".
002590     05  PL-FROM-DATE        PIC X(08).
002600     05  FILLER              PIC X(04) VALUE " TO ".
002610     05  PL-TO-DATE          PIC X(08).
002620
002630 01  COLUMN-HEADING-LINE.
002640     05  FILLER              PIC X(40) VALUE
002650         "ID     NOTICE   NAME                  OL".
002660     05  FILLER              PIC X(40) VALUE
002670         "D ADDRESS                               ".
002680     05  FILLER              PIC X(40) VALUE
002690         "NEW ADDRESS                             ".
002700     05  FILLER              PIC X(12) VALUE
002710         "  LAST DATE ".
002720
002730 01  DETAIL-LINE.
002740     05  DL-ID               PIC X(05).
002750     05  FILLER              PIC X(02) VALUE SPACES.
002760     05  DL-NOTICE           PIC X(07).
002770     05  FILLER              PIC X(02) VALUE SPACES.
002780     05  DL-NAME             PIC X(20).
002790     05  FILLER              PIC X(02) VALUE SPACES.
002800     05  DL-OLD-ADDRESS      PIC X(40).
002810     05  FILLER              PIC X(02) VALUE SPACES.
002820     05  DL-NEW-ADDRESS      PIC X(40).
002830     05  FILLER              PIC X(02) VALUE SPACES.
002840     05  DL-DATE             PIC X(08).
002850
002860 01  TOTAL-LINE.
002870     05  FILLER              PIC X(02) VALUE SPACES.
002880     05  TT-LABEL            PIC X(44).
002890     05  TT-COUNT            PIC Z(06)9.
002900
002910 01  SIGNOFF-CHECKED-LINE.
002920     05  FILLER              PIC X(40) VALUE
002930         "CHECKED BY (MAILING TEAM)   ____________".
002940     05  FILLER              PIC X(40) VALUE
002950         "_____________   DATE  __________        ".
002960
002970 01  SIGNOFF-RELEASED-LINE.
002980     05  FILLER              PIC X(40) VALUE
002990         "RELEASED BY (DATA LOADING)  ____________".
003000     05  FILLER              PIC X(40) VALUE
003010         "_____________   DATE  __________        ".
003020
003030 PROCEDURE DIVISION.
003040*-----------------------------------------------------------------
003050*  0000-MAINLINE
003060*-----------------------------------------------------------------
003070 0000-MAINLINE.
003080     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003090     OPEN OUTPUT DETAIL-TEMP-FILE
003100     SORT NOTE-SORT-FILE
003110         ON ASCENDING KEY NS-ID
003120         ON ASCENDING KEY NS-JRN-SEQ
003130         INPUT PROCEDURE IS 2000-RELEASE-PERIOD THRU 2000-EXIT
003140         OUTPUT PROCEDURE IS 3000-CONSOLIDATE THRU 3000-EXIT
003150     CLOSE DETAIL-TEMP-FILE
003160     PERFORM 4000-WRITE-OUTFILE THRU 4000-EXIT
003170     PERFORM 5000-FINALIZE THRU 5000-EXIT
003180     GO TO 9999-EXIT-PROGRAM.
003190
003200*-----------------------------------------------------------------
003210*  1000-INITIALIZE  --  pick up the high-water mark (none on
003220*  the first run) and start the summary report
003230*-----------------------------------------------------------------
003240 1000-INITIALIZE.
003250     ACCEPT WS-TODAY FROM DATE YYYYMMDD
003260     MOVE WS-TODAY TO WS-RUN-DATE
003270     OPEN INPUT HWM-FILE
003280     IF WS-HWM-STATUS = "00"
003290         READ HWM-FILE
003300             AT END
003310                 SET WS-FIRST-RUN TO TRUE
003320             NOT AT END
003330                 MOVE HW-JRN-COUNT TO WS-OLD-JRN-COUNT
003340                 MOVE HW-RUN-DATE TO WS-OLD-RUN-DATE
003350                 MOVE HW-ORDINAL TO WS-OLD-ORDINAL
003360                 MOVE HW-ID TO WS-OLD-ID
003370                 MOVE HW-FILE-SEQ TO WS-OLD-FILE-SEQ
003380                 MOVE HW-SENT-DATE TO WS-OLD-SENT-DATE
003390         END-READ
003400         CLOSE HWM-FILE
003410     ELSE
003420         SET WS-FIRST-RUN TO TRUE
003430     END-IF
003440     IF WS-FIRST-RUN
003450         DISPLAY "ADDRNOTE: NO HIGH-WATER MARK, READING THE "
003460             "WHOLE JOURNAL"
003470     END-IF
003480     COMPUTE WS-FILE-SEQ = WS-OLD-FILE-SEQ + 1
003490     MOVE WS-OLD-RUN-DATE TO WS-NEW-RUN-DATE
003500     MOVE WS-OLD-ORDINAL TO WS-NEW-ORDINAL
003510     MOVE WS-OLD-ID TO WS-NEW-ID
003520     OPEN INPUT JOURNAL-FILE
003530     IF WS-JRN-STATUS NOT = "00"
003540         MOVE "NO AUDIT JOURNAL (FILE2PG.JRN) FOUND" TO
003550             WS-ABORT-MSG
003560         PERFORM 9999-ABORT-RUN
003570     END-IF.
003580 1000-EXIT.
003590     EXIT.
003600
003610*-----------------------------------------------------------------
003620*  2000-RELEASE-PERIOD  --  skip what earlier runs took,
003630*  checking the last entry taken is still where the mark says,
003640*  and release everything after it
003650*-----------------------------------------------------------------
003660 2000-RELEASE-PERIOD.
003670     PERFORM 2010-RELEASE-ONE-ENTRY THRU 2010-EXIT
003680         UNTIL WS-JRN-EOF
003690     CLOSE JOURNAL-FILE
003700     IF WS-JRN-SEQ < WS-OLD-JRN-COUNT
003710         MOVE "JOURNAL IS SHORTER THAN THE HIGH-WATER MARK" TO
003720             WS-ABORT-MSG
003730         PERFORM 9999-ABORT-RUN
003740     END-IF.
003750 2000-EXIT.
003760     EXIT.
003770
003780 2010-RELEASE-ONE-ENTRY.
003790     READ JOURNAL-FILE
003800         AT END
003810             SET WS-JRN-EOF TO TRUE
003820             GO TO 2010-EXIT
003830     END-READ
003840     ADD 1 TO WS-JRN-SEQ
003850     IF WS-JRN-SEQ < WS-OLD-JRN-COUNT
003860         GO TO 2010-EXIT
003870     END-IF
003880     IF WS-JRN-SEQ = WS-OLD-JRN-COUNT
003890         IF JR-RUN-DATE NOT = WS-OLD-RUN-DATE
003900             OR JR-ORDINAL NOT = WS-OLD-ORDINAL
003910             OR JR-ID NOT = WS-OLD-ID
003920             MOVE "JOURNAL DOES NOT MATCH THE HIGH-WATER MARK"
003930                 TO WS-ABORT-MSG
003940             PERFORM 9999-ABORT-RUN
003950         END-IF
003960         GO TO 2010-EXIT
003970     END-IF
003980     ADD 1 TO WS-PERIOD-COUNT
003990     IF WS-FROM-DATE = SPACES
004000         MOVE JR-RUN-DATE TO WS-FROM-DATE
004010     END-IF
004020     MOVE JR-RUN-DATE TO WS-TO-DATE
004030     MOVE JR-RUN-DATE TO WS-NEW-RUN-DATE
004040     MOVE JR-ORDINAL TO WS-NEW-ORDINAL
004050     MOVE JR-ID TO WS-NEW-ID
004060     MOVE SPACES TO NOTE-SORT-RECORD
004070     MOVE JR-ID TO NS-ID
004080     MOVE WS-JRN-SEQ TO NS-JRN-SEQ
004090     MOVE JR-TRANS-CODE TO NS-TRANS-CODE
004100     MOVE JR-RUN-DATE TO NS-RUN-DATE
004110     MOVE JR-BEF-NAME TO NS-BEF-NAME
004120     MOVE JR-BEF-ADDRESS TO NS-BEF-ADDRESS
004130     MOVE JR-AFT-NAME TO NS-AFT-NAME
004140     MOVE JR-AFT-ADDRESS TO NS-AFT-ADDRESS
004150     IF JR-TRANS-CODE = "M"
004151         IF JR-MERGE-DUPLICATE
004152             MOVE "D" TO NS-TRANS-CODE
004153         ELSE
004154             MOVE "C" TO NS-TRANS-CODE
004155         END-IF
004156     END-IF
004157     EVALUATE NS-TRANS-CODE
004160         WHEN "A"
004170             SET NS-WANTED TO TRUE
004180             ADD 1 TO WS-SEL-ADD-COUNT
004190         WHEN "D"
004200             SET NS-WANTED TO TRUE
004210             ADD 1 TO WS-SEL-DEL-COUNT
004220         WHEN OTHER
004230             IF JR-BEF-ADDRESS NOT = JR-AFT-ADDRESS
004240                 SET NS-WANTED TO TRUE
004250                 ADD 1 TO WS-SEL-MOVE-COUNT
004260             END-IF
004270     END-EVALUATE
004280     RELEASE NOTE-SORT-RECORD.
004290 2010-EXIT.
004300     EXIT.
004310
004320*-----------------------------------------------------------------
004330*  3000-CONSOLIDATE  --  one notice per customer from that
004340*  customer's entries, in journal order.  Entries that are
004350*  not themselves of interest (a name or phone change) still
004360*  count toward the latest name.
004370*-----------------------------------------------------------------
004380 3000-CONSOLIDATE.
004390     OPEN OUTPUT REPORT-FILE
004400     MOVE WS-RUN-DATE TO TL-RUN-DATE
004410     WRITE REPORT-RECORD FROM TITLE-LINE
004420     MOVE WS-FILE-SEQ TO FL-FILE-SEQ
004430     IF WS-FIRST-RUN
004440         MOVE "NONE" TO FL-SENT-DATE
004450     ELSE
004460         MOVE WS-OLD-SENT-DATE TO FL-SENT-DATE
004470     END-IF
004480     WRITE REPORT-RECORD FROM FILE-LINE
004490     IF WS-PERIOD-COUNT = 0
004500         MOVE "NO NEW JOURNAL ENTRIES SINCE THE LAST RUN" TO
004510             REPORT-RECORD
004520         WRITE REPORT-RECORD
004530     ELSE
004540         COMPUTE PL-FROM-SEQ = WS-OLD-JRN-COUNT + 1
004550         MOVE WS-JRN-SEQ TO PL-TO-SEQ
004560         MOVE WS-FROM-DATE TO PL-FROM-DATE
004570         MOVE WS-TO-DATE TO PL-TO-DATE
004580         WRITE REPORT-RECORD FROM PERIOD-LINE
004590     END-IF
004600     MOVE SPACES TO REPORT-RECORD
004610     WRITE REPORT-RECORD
004620     WRITE REPORT-RECORD FROM COLUMN-HEADING-LINE
004630     MOVE SPACES TO WS-CUR-ID
004640     PERFORM 3010-RETURN-ONE-ENTRY THRU 3010-EXIT
004650         UNTIL WS-SRT-EOF
004660     IF WS-CUR-ID NOT = SPACES
004670         PERFORM 3100-EMIT-CUSTOMER THRU 3100-EXIT
004680     END-IF
004690     IF WS-NOTICE-COUNT = 0
004700         MOVE "  NONE" TO REPORT-RECORD
004710         WRITE REPORT-RECORD
004720     END-IF.
004730 3000-EXIT.
004740     EXIT.
004750
004760 3010-RETURN-ONE-ENTRY.
004770     RETURN NOTE-SORT-FILE
004780         AT END
004790             SET WS-SRT-EOF TO TRUE
004800             GO TO 3010-EXIT
004810     END-RETURN
004820     IF NS-ID NOT = WS-CUR-ID
004830         IF WS-CUR-ID NOT = SPACES
004840             PERFORM 3100-EMIT-CUSTOMER THRU 3100-EXIT
004850         END-IF
004860         MOVE SPACES TO WS-CUR-CUSTOMER
004870         MOVE 0 TO WS-CUR-WANTED
004880         MOVE NS-ID TO WS-CUR-ID
004890     END-IF
004900     IF NS-WANTED
004910         ADD 1 TO WS-CUR-WANTED
004920         IF WS-CUR-WANTED = 1
004930             MOVE NS-TRANS-CODE TO WS-FIRST-CODE
004940             MOVE NS-BEF-ADDRESS TO WS-OLD-ADDRESS
004950         END-IF
004960     END-IF
004970     MOVE NS-TRANS-CODE TO WS-LAST-CODE
004980     MOVE NS-BEF-NAME TO WS-LAST-BEF-NAME
004990     MOVE NS-AFT-NAME TO WS-LAST-AFT-NAME
005000     MOVE NS-AFT-ADDRESS TO WS-LAST-AFT-ADDRESS
005010     MOVE NS-RUN-DATE TO WS-LAST-DATE.
005020 3010-EXIT.
005030     EXIT.
005040
005050*-----------------------------------------------------------------
005060*  3100-EMIT-CUSTOMER  --  decide the one notice for the
005070*  customer just finished, if any, and stage and list it
005080*-----------------------------------------------------------------
005090 3100-EMIT-CUSTOMER.
005100     IF WS-CUR-WANTED = 0
005110         GO TO 3100-EXIT
005120     END-IF
005130     MOVE SPACES TO NOTE-RECORD
005140     MOVE "DET" TO ND-REC-TYPE
005150     MOVE WS-CUR-ID TO ND-ID
005160     MOVE WS-LAST-DATE TO ND-EFF-DATE
005170     MOVE WS-CUR-WANTED TO ND-EVENT-COUNT
005180     EVALUATE TRUE
005190         WHEN WS-FIRST-CODE = "A" AND WS-LAST-CODE = "D"
005200             ADD 1 TO WS-ADD-DEL-COUNT
005210             GO TO 3100-EXIT
005220         WHEN WS-FIRST-CODE = "A"
005230             SET ND-NOTICE-NEW TO TRUE
005240             MOVE WS-LAST-AFT-NAME TO ND-NAME
005250             MOVE WS-LAST-AFT-ADDRESS TO ND-NEW-ADDRESS
005260             ADD 1 TO WS-NEW-COUNT
005270             MOVE "NEW" TO DL-NOTICE
005280         WHEN WS-LAST-CODE = "D"
005290             SET ND-NOTICE-DELETED TO TRUE
005300             MOVE WS-LAST-BEF-NAME TO ND-NAME
005310             MOVE WS-OLD-ADDRESS TO ND-OLD-ADDRESS
005320             ADD 1 TO WS-DELETED-COUNT
005330             MOVE "DELETED" TO DL-NOTICE
005340         WHEN WS-LAST-AFT-ADDRESS = WS-OLD-ADDRESS
005350             ADD 1 TO WS-MOVED-BACK-COUNT
005360             GO TO 3100-EXIT
005370         WHEN OTHER
005380             SET ND-NOTICE-MOVED TO TRUE
005390             MOVE WS-LAST-AFT-NAME TO ND-NAME
005400             MOVE WS-OLD-ADDRESS TO ND-OLD-ADDRESS
005410             MOVE WS-LAST-AFT-ADDRESS TO ND-NEW-ADDRESS
005420             ADD 1 TO WS-MOVED-COUNT
005430             MOVE "MOVED" TO DL-NOTICE
005440     END-EVALUATE
005450     WRITE NOTE-RECORD
005460     ADD 1 TO WS-NOTICE-COUNT
005470     MOVE ND-ID TO DL-ID
005480     MOVE ND-NAME TO DL-NAME
005490     MOVE ND-OLD-ADDRESS TO DL-OLD-ADDRESS
005500     MOVE ND-NEW-ADDRESS TO DL-NEW-ADDRESS
005510     MOVE ND-EFF-DATE TO DL-DATE
005520     WRITE REPORT-RECORD FROM DETAIL-LINE.
005530 3100-EXIT.
005540     EXIT.
005550
005560*-----------------------------------------------------------------
005570*  4000-WRITE-OUTFILE  --  HDR, the staged notices, TRL, with
005580*  the counts taken from what was actually staged
005590*-----------------------------------------------------------------
005600 4000-WRITE-OUTFILE.
005610     OPEN OUTPUT OUTFILE
005620     MOVE "HDR" TO ND-REC-TYPE
005630     PERFORM 4020-WRITE-CONTROL THRU 4020-EXIT
005640     OPEN INPUT DETAIL-TEMP-FILE
005650     PERFORM 4010-COPY-ONE-NOTICE THRU 4010-EXIT
005660         UNTIL WS-OUT-EOF
005670     CLOSE DETAIL-TEMP-FILE
005680     MOVE "TRL" TO ND-REC-TYPE
005690     PERFORM 4020-WRITE-CONTROL THRU 4020-EXIT
005700     CLOSE OUTFILE.
005710 4000-EXIT.
005720     EXIT.
005730
005740 4010-COPY-ONE-NOTICE.
005750     READ DETAIL-TEMP-FILE
005760         AT END
005770             SET WS-OUT-EOF TO TRUE
005780         NOT AT END
005790             MOVE NOTE-RECORD TO OUT-RECORD
005800             WRITE OUT-RECORD
005810     END-READ.
005820 4010-EXIT.
005830     EXIT.
005840
005850 4020-WRITE-CONTROL.
005860     MOVE SPACES TO ND-CONTROL
005870     MOVE WS-RUN-DATE TO ND-FILE-DATE
005880     MOVE WS-FILE-SEQ TO ND-FILE-SEQ
005890     MOVE WS-FROM-DATE TO ND-FROM-DATE
005900     MOVE WS-TO-DATE TO ND-TO-DATE
005910     MOVE WS-NOTICE-COUNT TO ND-REC-COUNT
005920     MOVE WS-NEW-COUNT TO ND-NEW-COUNT
005930     MOVE WS-MOVED-COUNT TO ND-MOVED-COUNT
005940     MOVE WS-DELETED-COUNT TO ND-DELETED-COUNT
005950     MOVE NOTE-RECORD TO OUT-RECORD
005960     WRITE OUT-RECORD.
005970 4020-EXIT.
005980     EXIT.
005990
006000*-----------------------------------------------------------------
006010*  5000-FINALIZE  --  control totals and sign-off lines, then
006020*  the high-water mark is moved up, last, so a run that fails
006030*  before this point is simply run again
006040*-----------------------------------------------------------------
006050 5000-FINALIZE.
006060     COMPUTE WS-NOT-SENT-COUNT =
006070         WS-ADD-DEL-COUNT + WS-MOVED-BACK-COUNT
006080     MOVE SPACES TO REPORT-RECORD
006090     WRITE REPORT-RECORD
006100     MOVE "CONTROL TOTALS" TO REPORT-RECORD
006110     WRITE REPORT-RECORD
006120     MOVE "JOURNAL ENTRIES READ FOR THE PERIOD" TO TT-LABEL
006130     MOVE WS-PERIOD-COUNT TO TT-COUNT
006140     WRITE REPORT-RECORD FROM TOTAL-LINE
006150     MOVE "  ADDS SELECTED" TO TT-LABEL
006160     MOVE WS-SEL-ADD-COUNT TO TT-COUNT
006170     WRITE REPORT-RECORD FROM TOTAL-LINE
006180     MOVE "  DELETES SELECTED" TO TT-LABEL
006190     MOVE WS-SEL-DEL-COUNT TO TT-COUNT
006200     WRITE REPORT-RECORD FROM TOTAL-LINE
006210     MOVE "  ADDRESS CHANGES SELECTED" TO TT-LABEL
006220     MOVE WS-SEL-MOVE-COUNT TO TT-COUNT
006230     WRITE REPORT-RECORD FROM TOTAL-LINE
006240     MOVE "NEW CUSTOMERS NOTIFIED" TO TT-LABEL
006250     MOVE WS-NEW-COUNT TO TT-COUNT
006260     WRITE REPORT-RECORD FROM TOTAL-LINE
006270     MOVE "MOVED CUSTOMERS NOTIFIED" TO TT-LABEL
006280     MOVE WS-MOVED-COUNT TO TT-COUNT
006290     WRITE REPORT-RECORD FROM TOTAL-LINE
006300     MOVE "DELETED CUSTOMERS NOTIFIED" TO TT-LABEL
006310     MOVE WS-DELETED-COUNT TO TT-COUNT
006320     WRITE REPORT-RECORD FROM TOTAL-LINE
006330     MOVE "TOTAL NOTICES (TRAILER COUNT)" TO TT-LABEL
006340     MOVE WS-NOTICE-COUNT TO TT-COUNT
006350     WRITE REPORT-RECORD FROM TOTAL-LINE
006360     MOVE "NOT SENT - ADDED AND DELETED IN THE PERIOD" TO
006370         TT-LABEL
006380     MOVE WS-ADD-DEL-COUNT TO TT-COUNT
006390     WRITE REPORT-RECORD FROM TOTAL-LINE
006400     MOVE "NOT SENT - MOVED BACK TO THE SAME ADDRESS" TO
006410         TT-LABEL
006420     MOVE WS-MOVED-BACK-COUNT TO TT-COUNT
006430     WRITE REPORT-RECORD FROM TOTAL-LINE
006440     MOVE SPACES TO REPORT-RECORD
006450     WRITE REPORT-RECORD
006460     WRITE REPORT-RECORD
006470     WRITE REPORT-RECORD FROM SIGNOFF-CHECKED-LINE
006480     MOVE SPACES TO REPORT-RECORD
006490     WRITE REPORT-RECORD
006500     WRITE REPORT-RECORD FROM SIGNOFF-RELEASED-LINE
006510     CLOSE REPORT-FILE
006520     PERFORM 5010-WRITE-HIGH-WATER-MARK THRU 5010-EXIT
006530     MOVE WS-PERIOD-COUNT TO WS-CNT-DISP
006540     DISPLAY "ADDRNOTE: JOURNAL ENTRIES READ .. " WS-CNT-DISP
006550     MOVE WS-NOTICE-COUNT TO WS-CNT-DISP
006560     DISPLAY "ADDRNOTE: NOTICES WRITTEN ....... " WS-CNT-DISP
006570     MOVE WS-NOT-SENT-COUNT TO WS-CNT-DISP
006580     DISPLAY "ADDRNOTE: CUSTOMERS NOT SENT .... " WS-CNT-DISP
006590     DISPLAY "ADDRNOTE: NOTIFICATION FILE IS ADDRNOTE.TXT, "
006600         "SUMMARY IS ADDRNOTE.RPT"
006610     PERFORM 5090-WRITE-STATUS-RECORD THRU 5090-EXIT.
006620 5000-EXIT.
006630     EXIT.
006640
006650 5010-WRITE-HIGH-WATER-MARK.
006660     OPEN OUTPUT HWM-FILE
006670     MOVE SPACES TO HWM-RECORD
006680     MOVE WS-JRN-SEQ TO HW-JRN-COUNT
006690     MOVE WS-NEW-RUN-DATE TO HW-RUN-DATE
006700     MOVE WS-NEW-ORDINAL TO HW-ORDINAL
006710     MOVE WS-NEW-ID TO HW-ID
006720     MOVE WS-FILE-SEQ TO HW-FILE-SEQ
006730     MOVE WS-RUN-DATE TO HW-SENT-DATE
006740     WRITE HWM-RECORD
006750     CLOSE HWM-FILE.
006760 5010-EXIT.
006770     EXIT.
006780
006790*-----------------------------------------------------------------
006800*  5090-WRITE-STATUS-RECORD  --  one machine-readable record
006810*  (STATREC.CPY) per run for the scheduler, carrying the common
006820*  severity grading, which also becomes this run's RETURN-CODE:
006830*  0 clean, 16 failed.
006840*-----------------------------------------------------------------
006850 5090-WRITE-STATUS-RECORD.
006860     OPEN OUTPUT STATUS-FILE
006870     MOVE SPACES TO STATUS-RECORD
006880     MOVE "ADDRNOTE" TO STAT-PROGRAM
006890     MOVE WS-RUN-DATE TO STAT-RUN-DATE
006900     ACCEPT WS-RUN-TIME FROM TIME
006910     MOVE WS-RUN-TIME(1:6) TO STAT-RUN-TIME
006920     MOVE WS-SEVERITY TO STAT-SEVERITY
006930     MOVE WS-PERIOD-COUNT TO STAT-IN-COUNT
006940     MOVE WS-NOTICE-COUNT TO STAT-OUT-COUNT
006950     MOVE 0 TO STAT-REJ-COUNT
006960     MOVE WS-NOT-SENT-COUNT TO STAT-SKIP-COUNT
006970     EVALUATE WS-SEVERITY
006980         WHEN 0
006990             MOVE "CLEAN" TO STAT-END-STATUS
007000         WHEN 4
007010             MOVE "WARNING" TO STAT-END-STATUS
007020         WHEN 8
007030             MOVE "DEGRADED" TO STAT-END-STATUS
007040         WHEN OTHER
007050             MOVE "FAILED" TO STAT-END-STATUS
007060     END-EVALUATE
007070     WRITE STATUS-RECORD
007080     CLOSE STATUS-FILE
007090     MOVE WS-SEVERITY TO RETURN-CODE.
007100 5090-EXIT.
007110     EXIT.
007120
007130 9999-ABORT-RUN.
007140     DISPLAY "ADDRNOTE: " WS-ABORT-MSG
007150     DISPLAY "ADDRNOTE: HIGH-WATER MARK NOT MOVED"
007160     MOVE 16 TO WS-SEVERITY
007170     PERFORM 5090-WRITE-STATUS-RECORD THRU 5090-EXIT
007180     GO TO 9999-EXIT-PROGRAM.
007190
007200 9999-EXIT-PROGRAM.
007210     STOP RUN.

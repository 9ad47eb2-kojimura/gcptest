000110*  Companion to FILE2PG.  Extracts testdata back out of Postgres
000120*  into a HDR/DET/TRL file built from the same IN-RECORD layout
000130*  FILE2PG reads, so the extract can be diffed against the
000131*  original data.txt to prove a load actually took.
000132*
000133*  PARM-EXTRACT-MODE MASK (full) or MDLT (delta) produces a
000134*  masked copy for the test and training environments instead:
000135*  the same HDR/DET/TRL layout with the name, email, phone and
000136*  address replaced by made-up values, written to
000137*  extract.mask.txt.  The substitutes are worked out from the
000138*  customer ID alone, so a customer gets the same masked
000139*  values on every run (a masked delta applies cleanly to
000140*  yesterday's masked extract) and nothing of the real value
000141*  can be recovered from them; an empty phone or address stays
000142*  empty.  The ID and customer-since date are carried as they
000143*  are.  A masked run keeps its own snapshot and status file
000144*  (pg2file.mask.*), never touches extract.txt, and is never
000145*  archived or entered in the archive catalog.
000150*
000160*  Modification History
000170*  Date       Init  Description
000250*                   scheduler.
000252*  2026-09-03  kt   Record buffers widened for IR-EFF-DATE on
000253*                   the shared detail record (INRECORD.CPY).
000254*  2026-10-06  kt   A delta extract is now archived as
000255*                   delta.YYYYMMDD.txt, leaving the
000256*                   extract.YYYYMMDD.txt name to full extracts
000257*                   only, so ASOFEXT can rebuild the customer
000258*                   file from any archived extract it finds.
000259*  2026-10-09  kt   Record buffers widened for IR-KEYED-BY and
000260*                   IR-APPROVED-BY (INRECORD.CPY); extracts
000261*                   leave both blank.
000262*  2026-10-15  kt   Added the masked extract modes MASK and MDLT
000263*                   for the test and training environments:
000264*                   name, email, phone and address replaced
000265*                   by per-customer substitutes worked out from
000266*                   the ID, written to extract.mask.txt with
000267*                   its own snapshot and status file, and
000268*                   never archived or catalogued.
000269*-----------------------------------------------------------------
000270 ENVIRONMENT DIVISION.
000271 INPUT-OUTPUT SECTION.
000272 FILE-CONTROL.
000273     SELECT PARM-FILE ASSIGN DYNAMIC WS-PARM-FILENAME
000274         ORGANIZATION IS LINE SEQUENTIAL
000275         FILE STATUS IS WS-PARM-STATUS.
000280
000290     SELECT STAGE-FILE ASSIGN TO "pg2file.stage"
000300         ORGANIZATION IS LINE SEQUENTIAL.
000320     SELECT DETAIL-TEMP-FILE ASSIGN TO "pg2file.det"
000330         ORGANIZATION IS LINE SEQUENTIAL.
000340
000350     SELECT OUTFILE ASSIGN DYNAMIC WS-OUT-FILENAME
000360         ORGANIZATION IS LINE SEQUENTIAL.
000362
000364     SELECT SNAPSHOT-FILE ASSIGN DYNAMIC WS-SNAP-FILENAME
000366         ORGANIZATION IS LINE SEQUENTIAL
000368         FILE STATUS IS WS-SNAP-STATUS.
000370
000385     SELECT CATTEMP-FILE ASSIGN TO "archive.tmp"
000387         ORGANIZATION IS LINE SEQUENTIAL.
000389
000391     SELECT STATUS-FILE ASSIGN DYNAMIC WS-STS-FILENAME
000392         ORGANIZATION IS LINE SEQUENTIAL.
000394
000396 DATA DIVISION.
000510     COPY "inrecord.cpy".
000520
000530 FD  OUTFILE.
000540 01  OUT-RECORD               PIC X(158).
000542
000544 FD  SNAPSHOT-FILE.
000546 01  SNAP-RECORD              PIC X(158).
000548
000550 FD  DELTA-TEMP-FILE.
000552 01  DELTA-RECORD             PIC X(158).
000554
000556 FD  RUNLOCK-FILE.
000558     COPY "lockrec.cpy".
000598     05  WS-SNAP-OPEN-SW     PIC X(01) VALUE "N".
000599         88  WS-SNAP-OPEN              VALUE "Y".
000600     05  WS-EXTRACT-MODE-SW  PIC X(04) VALUE "FULL".
000601         88  WS-EXTRACT-FULL           VALUE "FULL" "MASK".
000602         88  WS-EXTRACT-DELTA          VALUE "DELT" "MDLT".
000606         88  WS-EXTRACT-MASKED         VALUE "MASK" "MDLT".
000610     05  WS-CAT-EOF-SW       PIC X(01) VALUE "N".
000614         88  WS-CAT-EOF                VALUE "Y".
000620
000630 01  WS-COUNTERS.
000640     05  WS-DETAIL-COUNT     PIC 9(07) COMP.
000695 01  WS-SNAP-STATUS          PIC X(02).
000697 01  WS-LOCK-STATUS          PIC X(02).
000698 01  WS-CAT-STATUS           PIC X(02).
000700 01  WS-OUT-FILENAME         PIC X(40) VALUE "extract.txt".
000702 01  WS-SNAP-FILENAME        PIC X(40) VALUE "pg2file.snap".
000704 01  WS-STS-FILENAME         PIC X(40) VALUE "pg2file.sts".
000706 01  WS-OUT-LABEL            PIC X(16) VALUE "EXTRACT.TXT".
000708
000710 01  WS-DB-HOST              PIC X(40) VALUE "localhost".
000720 01  WS-DB-NAME              PIC X(30) VALUE "mydb".
000730 01  WS-DB-USER              PIC X(30) VALUE "myuser".
000867 01  WS-SEVERITY             PIC 9(02) VALUE 0.
000868 01  WS-TODAY                PIC 9(08).
000870
000871*-----------------------------------------------------------------
000872*  Masking work area (MASK / MDLT modes).  The customer ID is
000873*  scrambled into a seed, and successive remainders of the seed
000874*  pick each substitute out of the tables below.
000875*-----------------------------------------------------------------
000876 01  WS-MASK-WORK.
000877     05  WS-MASK-KEY         PIC 9(05).
000878     05  WS-MASK-SEED        PIC 9(10) COMP.
000879     05  WS-MASK-REM         PIC 9(04) COMP.
000880     05  WS-MASK-FIRST-IDX   PIC 9(02) COMP.
000881     05  WS-MASK-LAST-IDX    PIC 9(02) COMP.
000882     05  WS-MASK-STREET-IDX  PIC 9(02) COMP.
000883     05  WS-MASK-SUFFIX-IDX  PIC 9(02) COMP.
000884     05  WS-MASK-AREA-IDX    PIC 9(02) COMP.
000885     05  WS-MASK-DOMAIN-IDX  PIC 9(02) COMP.
000886     05  WS-MASK-TAIL        PIC 9(02).
000887     05  WS-MASK-HOUSE       PIC 9(04).
000888     05  WS-MASK-LOCAL       PIC X(16).
000889
000890 01  WS-MASK-FIRST-NAMES.
000891     05  FILLER              PIC X(40) VALUE
000892         "James   Mary    Robert  Linda   Michael ".
000893     05  FILLER              PIC X(40) VALUE
000894         "Susan   David   Karen   Thomas  Nancy   ".
000895     05  FILLER              PIC X(40) VALUE
000896         "Daniel  Lisa    Paul    Sandra  Mark    ".
000897     05  FILLER              PIC X(40) VALUE
000898         "Donna   George  Carol   Kenneth Helen   ".
000899 01  WS-MASK-FIRST-TABLE REDEFINES WS-MASK-FIRST-NAMES.
000900     05  WS-MASK-FIRST       PIC X(08) OCCURS 20 TIMES.
000901
000902 01  WS-MASK-LAST-NAMES.
000903     05  FILLER              PIC X(50) VALUE
000904         "Anderson  Baker     Carter    Dawson    Ellis     ".
000905     05  FILLER              PIC X(50) VALUE
000906         "Foster    Graham    Harper    Jensen    Keller    ".
000907     05  FILLER              PIC X(50) VALUE
000908         "Lawson    Morgan    Norris    Owens     Palmer    ".
000909     05  FILLER              PIC X(50) VALUE
000910         "Quinn     Reyes     Sawyer    Turner    Walsh     ".
000911 01  WS-MASK-LAST-TABLE REDEFINES WS-MASK-LAST-NAMES.
000912     05  WS-MASK-LAST        PIC X(10) OCCURS 20 TIMES.
000913
000914 01  WS-MASK-STREET-NAMES.
000915     05  FILLER              PIC X(50) VALUE
000916         "Oak       Maple     Cedar     Elm       Pine      ".
000917     05  FILLER              PIC X(50) VALUE
000918         "Lake      Hill      Park      River     Meadow    ".
000919 01  WS-MASK-STREET-TABLE REDEFINES WS-MASK-STREET-NAMES.
000920     05  WS-MASK-STREET      PIC X(10) OCCURS 10 TIMES.
000921
000922 01  WS-MASK-SUFFIXES        PIC X(20) VALUE
000923         "St  Ave Rd  Ln  Dr  ".
000924 01  WS-MASK-SUFFIX-TABLE REDEFINES WS-MASK-SUFFIXES.
000925     05  WS-MASK-SUFFIX      PIC X(04) OCCURS 5 TIMES.
000926
000927 01  WS-MASK-AREA-CODES      PIC X(24) VALUE
000928         "212312415503617702808919".
000929 01  WS-MASK-AREA-TABLE REDEFINES WS-MASK-AREA-CODES.
000930     05  WS-MASK-AREA        PIC X(03) OCCURS 8 TIMES.
000931
000932*  Reserved example domains: a masked address can never reach
000933*  a real mailbox
000934 01  WS-MASK-DOMAINS         PIC X(33) VALUE
000935         "example.comexample.netexample.org".
000936 01  WS-MASK-DOMAIN-TABLE REDEFINES WS-MASK-DOMAINS.
000937     05  WS-MASK-DOMAIN      PIC X(11) OCCURS 3 TIMES.
000938
000939 PROCEDURE DIVISION.
000940*-----------------------------------------------------------------
000941*  0000-MAINLINE
000942*-----------------------------------------------------------------
000943 0000-MAINLINE.
000944     PERFORM 1000-INITIALIZE THRU 1000-EXIT
000945     PERFORM 2000-EXTRACT-FROM-DB THRU 2000-EXIT
000946     PERFORM 3000-BUILD-DETAIL-TEMP THRU 3000-EXIT
000947     IF WS-EXTRACT-DELTA
000948         PERFORM 3100-BUILD-DELTA-TEMP THRU 3100-EXIT
000949     END-IF
000950     PERFORM 4000-WRITE-OUTFILE THRU 4000-EXIT
000951     IF WS-EXTRACT-DELTA
000952         PERFORM 4500-SAVE-SNAPSHOT THRU 4500-EXIT
000953     END-IF
000954     PERFORM 5000-FINALIZE THRU 5000-EXIT
000955     GO TO 9999-EXIT-PROGRAM.
000990
001000*-----------------------------------------------------------------
001010*  1000-INITIALIZE  --  read the same connection parameters
001140             NOT AT END
001150                 MOVE PARM-DB-HOST   TO WS-DB-HOST
001160                 MOVE PARM-DB-NAME   TO WS-DB-NAME
001163                 MOVE PARM-DB-USER   TO WS-DB-USER
001166                 IF PARM-EXTRACT-MODE = "FULL" OR "DELT"
001169                         OR "MASK" OR "MDLT"
001172                     MOVE PARM-EXTRACT-MODE
001173                         TO WS-EXTRACT-MODE-SW
001174                 ELSE
001220             ", DEFAULTS USED"
001230     END-IF
001240     ACCEPT WS-TODAY FROM DATE YYYYMMDD
001241     MOVE WS-TODAY TO WS-RUN-DATE
001242     IF WS-EXTRACT-MASKED
001243         MOVE "extract.mask.txt" TO WS-OUT-FILENAME
001244         MOVE "pg2file.mask.snap" TO WS-SNAP-FILENAME
001245         MOVE "pg2file.mask.sts" TO WS-STS-FILENAME
001246         MOVE "EXTRACT.MASK.TXT" TO WS-OUT-LABEL
001247         DISPLAY "PG2FILE: MASKED EXTRACT, WRITTEN TO"
001248             " EXTRACT.MASK.TXT AND NOT ARCHIVED"
001249     END-IF
001252     PERFORM 1050-CHECK-RUN-LOCK THRU 1050-EXIT.
001260 1000-EXIT.
001270     EXIT.
001765                      WS-STAGE-PHONE WS-STAGE-ADDRESS
001766                      WS-STAGE-SINCE
001770             END-UNSTRING
001771             MOVE "DET" TO IR-REC-TYPE
001772             MOVE "A"   TO IR-TRANS-CODE
001773             MOVE WS-STAGE-ID    TO IR-ID
001774             MOVE WS-STAGE-NAME  TO IR-NAME
001775             MOVE WS-STAGE-EMAIL TO IR-EMAIL
001776             MOVE WS-STAGE-PHONE TO IR-PHONE
001777             MOVE WS-STAGE-ADDRESS TO IR-ADDRESS
001778             MOVE WS-STAGE-SINCE TO IR-CUST-SINCE
001779             IF WS-EXTRACT-MASKED
001780                 PERFORM 3020-MASK-DETAIL THRU 3020-EXIT
001781             END-IF
001782             WRITE IN-RECORD
001783             ADD 1 TO WS-DETAIL-COUNT
001784     END-READ.
001785 3010-EXIT.
001786     EXIT.
001787
001788*-----------------------------------------------------------------
001789*  3020-MASK-DETAIL  --  replace the name, email, phone and
001790*  address of the detail row with substitutes chosen by the
001791*  customer ID.  The email keeps the one-@, dotted-domain shape
001792*  FILE2PG's 2210-EDIT-EMAIL requires and carries the ID, so
001793*  no two customers share one; the phone keeps to digits and
001794*  hyphens for 2220-EDIT-PHONE.  The masked snapshot holds only
001795*  masked rows, so a masked delta compares like with like.
001796*-----------------------------------------------------------------
001797 3020-MASK-DETAIL.
001798     IF IR-ID NUMERIC
001799         MOVE IR-ID TO WS-MASK-KEY
001800     ELSE
001801         MOVE 0 TO WS-MASK-KEY
001802     END-IF
001803     COMPUTE WS-MASK-SEED = WS-MASK-KEY * 7919 + 3571
001804     DIVIDE WS-MASK-SEED BY 20 GIVING WS-MASK-SEED
001805         REMAINDER WS-MASK-REM
001806     COMPUTE WS-MASK-FIRST-IDX = WS-MASK-REM + 1
001807     DIVIDE WS-MASK-SEED BY 20 GIVING WS-MASK-SEED
001808         REMAINDER WS-MASK-REM
001809     COMPUTE WS-MASK-LAST-IDX = WS-MASK-REM + 1
001810     DIVIDE WS-MASK-SEED BY 10 GIVING WS-MASK-SEED
001811         REMAINDER WS-MASK-REM
001812     COMPUTE WS-MASK-STREET-IDX = WS-MASK-REM + 1
001813     DIVIDE WS-MASK-SEED BY 5 GIVING WS-MASK-SEED
001814         REMAINDER WS-MASK-REM
001815     COMPUTE WS-MASK-SUFFIX-IDX = WS-MASK-REM + 1
001816     DIVIDE WS-MASK-SEED BY 8 GIVING WS-MASK-SEED
001817         REMAINDER WS-MASK-REM
001818     COMPUTE WS-MASK-AREA-IDX = WS-MASK-REM + 1
001819     DIVIDE WS-MASK-SEED BY 3 GIVING WS-MASK-SEED
001820         REMAINDER WS-MASK-REM
001821     COMPUTE WS-MASK-DOMAIN-IDX = WS-MASK-REM + 1
001822     DIVIDE WS-MASK-KEY BY 100 GIVING WS-MASK-SEED
001823         REMAINDER WS-MASK-TAIL
001824     COMPUTE WS-MASK-SEED = WS-MASK-KEY * 37 + 1234
001825     DIVIDE WS-MASK-SEED BY 9000 GIVING WS-MASK-SEED
001826         REMAINDER WS-MASK-REM
001827     COMPUTE WS-MASK-HOUSE = WS-MASK-REM + 1000
001828*    Name: first and last from the tables
001829     MOVE SPACES TO IR-NAME
001830     STRING WS-MASK-FIRST(WS-MASK-FIRST-IDX) DELIMITED BY SPACE
001831         " "                                DELIMITED BY SIZE
001832         WS-MASK-LAST(WS-MASK-LAST-IDX)     DELIMITED BY SPACE
001833         INTO IR-NAME
001834     END-STRING
001835*    Email: initial, surname and ID at a reserved domain
001836     MOVE SPACES TO WS-MASK-LOCAL
001837     STRING WS-MASK-FIRST(WS-MASK-FIRST-IDX)(1:1)
001838                                            DELIMITED BY SIZE
001839         WS-MASK-LAST(WS-MASK-LAST-IDX)     DELIMITED BY SPACE
001840         WS-MASK-KEY                        DELIMITED BY SIZE
001841         INTO WS-MASK-LOCAL
001842     END-STRING
001843     INSPECT WS-MASK-LOCAL
001844         CONVERTING "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
001845                 TO "abcdefghijklmnopqrstuvwxyz"
001846     MOVE SPACES TO IR-EMAIL
001847     STRING WS-MASK-LOCAL                   DELIMITED BY SPACE
001848         "@"                                DELIMITED BY SIZE
001849         WS-MASK-DOMAIN(WS-MASK-DOMAIN-IDX) DELIMITED BY SIZE
001850         INTO IR-EMAIL
001851     END-STRING
001852*    Phone and address only where the customer has one
001853     IF IR-PHONE NOT = SPACES
001854         MOVE SPACES TO IR-PHONE
001855         STRING WS-MASK-AREA(WS-MASK-AREA-IDX) DELIMITED BY SIZE
001856             "-555-01"                      DELIMITED BY SIZE
001857             WS-MASK-TAIL                   DELIMITED BY SIZE
001858             INTO IR-PHONE
001859         END-STRING
001860     END-IF
001861     IF IR-ADDRESS NOT = SPACES
001862         MOVE SPACES TO IR-ADDRESS
001863         STRING WS-MASK-HOUSE               DELIMITED BY SIZE
001864             " "                            DELIMITED BY SIZE
001865             WS-MASK-STREET(WS-MASK-STREET-IDX)
001866                                            DELIMITED BY SPACE
001867             " "                            DELIMITED BY SIZE
001868             WS-MASK-SUFFIX(WS-MASK-SUFFIX-IDX)
001869                                            DELIMITED BY SPACE
001870             INTO IR-ADDRESS
001871         END-STRING
001872     END-IF.
001873 3020-EXIT.
001874     EXIT.
001880*-----------------------------------------------------------------
001885*  3100-BUILD-DELTA-TEMP  --  today's detail rows match-merged
001890*  against the prior run's retained snapshot (delta mode only).
003045         DISPLAY "PG2FILE: DELTA DELETES .... " WS-CNT-DISP
003050         MOVE WS-DELTA-COUNT TO WS-CNT-DISP
003055         DISPLAY "PG2FILE: WROTE " WS-CNT-DISP
003060             " DELTA TRANSACTIONS TO " WS-OUT-LABEL
003065     ELSE
003070         MOVE WS-DETAIL-COUNT TO WS-CNT-DISP
003075         DISPLAY "PG2FILE: EXTRACTED " WS-CNT-DISP
003080             " ROWS FROM TESTDATA TO " WS-OUT-LABEL
003081     END-IF
003082*    A masked copy is not evidence of anything and stays out of
003083*    the production archive and its catalog altogether
003084     IF NOT WS-EXTRACT-MASKED
003085         PERFORM 5050-ARCHIVE-EXTRACT THRU 5050-EXIT
003086         PERFORM 5060-PURGE-OLD-ARCHIVES THRU 5060-EXIT
003087     END-IF
003088     PERFORM 5090-WRITE-STATUS-RECORD THRU 5090-EXIT.
003090 5000-EXIT.
003091     EXIT.
003092
003093*-----------------------------------------------------------------
003094*  5050-ARCHIVE-EXTRACT  --  after a clean extract, copy
003095*  extract.txt to a run-dated archive name and log the copy in
003096*  the shared archive catalog, so the evidence of this extract
003097*  survives the next run's rewrite
003098*-----------------------------------------------------------------
003099 5050-ARCHIVE-EXTRACT.
003100     MOVE SPACES TO WS-ARCH-TARGET
003101*    A delta is archived under its own name: only a full
003102*    extract can seed a point-in-time rebuild
003103     IF WS-EXTRACT-DELTA
003104         STRING "delta." WS-RUN-DATE ".txt" DELIMITED BY SIZE
003105             INTO WS-ARCH-TARGET
003106         END-STRING
003107     ELSE
003108         STRING "extract." WS-RUN-DATE ".txt" DELIMITED BY SIZE
003109             INTO WS-ARCH-TARGET
003110         END-STRING
003111     END-IF
003112     MOVE SPACES TO WS-CMD
003113     STRING
003114         "cp extract.txt " DELIMITED BY SIZE

000165*                an out-of-order number stops the cycle
000170*    CY-MAX-RC   highest return code the step may end with and
000180*                still count as good
000181*    CY-COMMAND  the command to run
000182*    CY-EXPECT-MINS
000183*                minutes the step is expected to take, in
000184*                columns 69-72; blank for no expectation (the
000185*                step is then judged on its recent average only)
000186*
000187*  One more record, normally the first, gives the night's
000188*  must-finish-by time: CUT in columns 1-3 and the time as
000189*  HHMM in columns 5-8 (CUT 0600).  The cutoff is the next time
000190*  the clock reads HHMM after the cycle starts, so a cycle
000191*  started at 22:00 against CUT 0600 must end by 06:00 the
000192*  following morning.  Without it no window is checked.
000200*
000210*  A step ending above its MAX RC stops the cycle; which step
000220*  was reached is recorded in the driver's own checkpoint
000250*  own record-level checkpoint handles the inside of the
000260*  load).  The checkpoint clears when the whole cycle ends
000270*  well.
000271*  The checkpoint also keeps the date and time the cycle
000272*  first started, and a rerun that resumes carries on as the
000273*  same cycle: its cutoff, its window lines and its history
000274*  key all run from that original start, so a night that is
000275*  restarted after its must-finish-by time still shows late.
000280*
000290*  Dependencies the operators used to enforce by folklore are
000300*  expressed in MAX RC: never starting PG2FILE's delta extract
000310*  unless FILE2PG ended CLEAN is simply MAX RC 00 on the
000320*  FILE2PG step.  A report of the night's steps and their
000321*  return codes goes to cyclrun.rpt.
000322*
000323*  Every step that runs is timed, and its start, end and
000324*  elapsed time are appended to the permanent cycle history
000325*  (cyclrun.hist) as soon as it ends, so the times survive a
000326*  stopped cycle and the next night's report overwrite.  The
000327*  history also supplies each step's recent average: the last
000328*  five GOOD runs of the same step number and command.  A step
000329*  is flagged in the report when it took much longer than its
000330*  expected time or its recent average -- more than half as
000331*  long again, and at least a minute over.
000332*
000333*  After each step the driver projects the cycle's finish: the
000334*  time now plus the expected time (or, failing that, the
000335*  recent average) of every step still to run.  Once that
000336*  projection passes the cutoff the window is at risk, and the
000337*  cycle's status record (cyclrun.sts, STATREC.CPY) is graded
000338*  WARNING even if every step ended within its MAX RC.  A
000339*  stopped cycle is graded DEGRADED; a missing or malformed
000340*  cycle definition FAILED.
000341*
000350*  Modification History
000360*  Date       Init  Description
000370*  ---------- ----  ----------------------------------------------
000380*  2026-09-02  kt   Original version.
000381*  2026-10-08  kt   Expected-duration column and CUT must-finish-
000382*                   by record in the cycle definition; step timing
000383*                   kept in cyclrun.hist; overrun flags, projected
000384*                   finish against the cutoff, and the cyclrun.sts
000385*                   status record graded WARNING when the window
000386*                   is at risk.
000388*  2026-10-15  kt   The checkpoint carries the cycle's start
000390*                   date and time; a resumed cycle keeps its
000392*                   original start for the cutoff, the window
000394*                   lines and the cyclrun.hist key, instead of
000396*                   starting a new cycle on the rerun's clock.
000398*-----------------------------------------------------------------
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-CKPT-STATUS.
000500
000502     SELECT OPTIONAL CYCLE-HISTORY-FILE ASSIGN TO "cyclrun.hist"
000504         ORGANIZATION IS LINE SEQUENTIAL
000506         FILE STATUS IS WS-CHIST-STATUS.
000508
000510     SELECT REPORT-FILE ASSIGN TO "cyclrun.rpt"
000512         ORGANIZATION IS LINE SEQUENTIAL.
000514
000516     SELECT STATUS-FILE ASSIGN TO "cyclrun.sts"
000520         ORGANIZATION IS LINE SEQUENTIAL.
000530
000540 DATA DIVISION.
000580     05  CY-STEP-NO          PIC 9(03).
000590     05  FILLER              PIC X(01).
000600     05  CY-MAX-RC           PIC 9(02).
000601     05  FILLER              PIC X(01).
000602     05  CY-COMMAND          PIC X(60).
000603     05  FILLER              PIC X(01).
000604     05  CY-EXPECT-MINS      PIC 9(04).
000605     05  CY-EXPECT-X REDEFINES CY-EXPECT-MINS
000606                             PIC X(04).
000607 01  CYCLE-CUTOFF-RECORD.
000608     05  CC-TAG              PIC X(03).
000609         88  CC-IS-CUTOFF              VALUE "CUT".
000610     05  FILLER              PIC X(01).
000611     05  CC-CUTOFF.
000612         10  CC-CUTOFF-HH    PIC 9(02).
000613         10  CC-CUTOFF-MM    PIC 9(02).
000614     05  FILLER              PIC X(64).
000615
000616 FD  CHECKPOINT-FILE.
000617*-----------------------------------------------------------------
000618*  The last step that ended well, and when the cycle it belongs
000619*  to started.  A checkpoint from before the start was kept has
000620*  the step number alone; a resume from one starts the cycle's
000621*  clock afresh.
000622*-----------------------------------------------------------------
000623 01  CHECKPOINT-RECORD.
000624     05  CK-STEP-NO          PIC 9(03).
000625     05  FILLER              PIC X(01).
000626     05  CK-CYCLE-DATE       PIC X(08).
000627     05  FILLER              PIC X(01).
000628     05  CK-CYCLE-TIME       PIC X(06).
000633
000634*-----------------------------------------------------------------
000635*  One record per step run, appended as the step ends.  The
000636*  cycle date and time identify the night's run the step
000637*  belonged to; times are HHMMSS, elapsed is in seconds.
000638*-----------------------------------------------------------------
000639 FD  CYCLE-HISTORY-FILE.
000640 01  CYCLE-HISTORY-RECORD.
000641     05  CH-CYCLE-DATE       PIC X(08).
000642     05  FILLER              PIC X(01).
000643     05  CH-CYCLE-TIME       PIC X(06).
000644     05  FILLER              PIC X(01).
000645     05  CH-STEP-NO          PIC 9(03).
000646     05  FILLER              PIC X(01).
000647     05  CH-START-DATE       PIC X(08).
000648     05  FILLER              PIC X(01).
000649     05  CH-START-TIME       PIC X(06).
000650     05  FILLER              PIC X(01).
000651     05  CH-END-DATE         PIC X(08).
000652     05  FILLER              PIC X(01).
000653     05  CH-END-TIME         PIC X(06).
000654     05  FILLER              PIC X(01).
000655     05  CH-ELAPSED-SECS     PIC 9(07).
000656     05  FILLER              PIC X(01).
000657     05  CH-EXPECT-SECS      PIC 9(07).
000658     05  FILLER              PIC X(01).
000659     05  CH-RC               PIC 9(03).
000660     05  FILLER              PIC X(01).
000661     05  CH-RESULT           PIC X(08).
000662     05  FILLER              PIC X(01).
000663     05  CH-FLAG             PIC X(09).
000664     05  FILLER              PIC X(01).
000665     05  CH-COMMAND          PIC X(60).
000666
000670 FD  REPORT-FILE.
000680 01  REPORT-RECORD           PIC X(132).
000682
000684 FD  STATUS-FILE.
000686     COPY "statrec.cpy".
000690
000700 WORKING-STORAGE SECTION.
000710*-----------------------------------------------------------------
000760         88  WS-CYC-EOF                VALUE "Y".
000770     05  WS-CYCLE-STOP-SW    PIC X(01) VALUE "N".
000780         88  WS-CYCLE-STOPPED          VALUE "Y".
000781     05  WS-CHIST-EOF-SW     PIC X(01) VALUE "N".
000782         88  WS-CHIST-EOF              VALUE "Y".
000783     05  WS-CUTOFF-SW        PIC X(01) VALUE "N".
000784         88  WS-CUTOFF-DEFINED         VALUE "Y".
000785     05  WS-WINDOW-RISK-SW   PIC X(01) VALUE "N".
000786         88  WS-WINDOW-AT-RISK         VALUE "Y".
000787     05  WS-OVERRUN-SW       PIC X(01) VALUE "N".
000788         88  WS-STEP-OVERRAN           VALUE "Y".
000790
000800*-----------------------------------------------------------------
000810*  Counters
000830 01  WS-COUNTERS.
000840     05  WS-STEPS-RUN        PIC 9(03) COMP.
000850     05  WS-STEPS-SKIPPED    PIC 9(03) COMP.
000852     05  WS-STEPS-DEFINED    PIC 9(03) COMP VALUE 0.
000854     05  WS-STEPS-GOOD       PIC 9(03) COMP VALUE 0.
000856     05  WS-STEPS-OVERRUN    PIC 9(03) COMP VALUE 0.
000860     05  WS-CNT-DISP         PIC 9(07).
000870
000880 01  WS-CYC-STATUS           PIC X(02).
000890 01  WS-CKPT-STATUS          PIC X(02).
000895 01  WS-CHIST-STATUS         PIC X(02).
000900 01  WS-ABORT-MSG            PIC X(60).
000905 01  WS-SEVERITY             PIC 9(02) VALUE 0.
000910
000920 01  WS-RESUME-STEP          PIC 9(03) VALUE 0.
000925 01  WS-LAST-STEP-NO         PIC 9(03) VALUE 0.
000930 01  WS-FAILED-STEP          PIC 9(03) VALUE 0.
000935 01  WS-RISK-STEP            PIC 9(03) VALUE 0.
000940 01  WS-CMD                  PIC X(60).
000950 01  WS-RC                   PIC S9(09).
000960*-----------------------------------------------------------------
000961*  CALL "SYSTEM" hands back the raw wait status: the command's
000962*  exit code times 256, with a nonzero low byte when the
000963*  command died on a signal
000964*-----------------------------------------------------------------
000965 01  WS-STEP-RC              PIC 9(04).
000966 01  WS-STEP-SIG             PIC 9(04).
000967 01  WS-RC-DISP              PIC ZZ9.
000968
000969*-----------------------------------------------------------------
000970*  Clock.  Points in time are carried as seconds since the
000971*  calendar's day one (INTEGER-OF-DATE times 86400 plus the
000972*  time of day), so elapsed times and the cutoff comparison
000973*  work across midnight.
000974*-----------------------------------------------------------------
000975 01  WS-CLOCK-DATE           PIC 9(08).
000976 01  WS-CLOCK-TIME.
000977     05  WS-CLOCK-HH         PIC 9(02).
000978     05  WS-CLOCK-MM         PIC 9(02).
000979     05  WS-CLOCK-SS         PIC 9(02).
000980     05  WS-CLOCK-CC         PIC 9(02).
000981 01  WS-CLOCK-SECS           PIC 9(12) COMP.
000982
000983 01  WS-CYCLE-DATE           PIC X(08).
000984 01  WS-CYCLE-DATE-9 REDEFINES WS-CYCLE-DATE PIC 9(08).
000985 01  WS-CYCLE-TIME           PIC X(06).
000986 01  WS-CYCLE-TIME-PARTS REDEFINES WS-CYCLE-TIME.
000987     05  WS-CYCLE-HH         PIC 9(02).
000988     05  WS-CYCLE-MM         PIC 9(02).
000989     05  WS-CYCLE-SS         PIC 9(02).
000994 01  WS-CYCLE-START-SECS     PIC 9(12) COMP.
000995 01  WS-STEP-START-DATE      PIC X(08).
000996 01  WS-STEP-START-TIME      PIC X(06).
000997 01  WS-STEP-START-SECS      PIC 9(12) COMP.
000998 01  WS-ELAPSED-SECS         PIC 9(07) COMP.
000999 01  WS-PROJ-SECS            PIC 9(12) COMP.
001000 01  WS-CUTOFF-HH            PIC 9(02).
001001 01  WS-CUTOFF-MM            PIC 9(02).
001002 01  WS-CUTOFF-SECS          PIC 9(12) COMP.
001003
001004*-----------------------------------------------------------------
001005*  Overrun test: a step overran when it took more than
001006*  WS-OVERRUN-PCT percent of its yardstick (expected time or
001007*  recent average) and at least WS-OVERRUN-GRACE seconds over
001008*  it, so short steps are not flagged for a few seconds' jitter
001009*-----------------------------------------------------------------
001010 01  WS-OVERRUN-PCT          PIC 9(03) VALUE 150.
001011 01  WS-OVERRUN-GRACE        PIC 9(03) VALUE 60.
001012 01  WS-OVER-LIMIT           PIC 9(07) COMP.
001013 01  WS-YARDSTICK            PIC 9(07) COMP.
001014
001015*-----------------------------------------------------------------
001016*  Step table, loaded from the cycle definition before the
001017*  first step runs, so the projection can see the steps still
001018*  to come.  Each entry keeps its last WS-RECENT-LIMIT GOOD
001019*  elapsed times from the history as a ring.
001020*-----------------------------------------------------------------
001021 01  WS-RECENT-LIMIT         PIC 9(01) COMP VALUE 5.
001022 01  WS-RECENT-IDX           PIC 9(01) COMP.
001023 01  WS-RECENT-SUM           PIC 9(09) COMP.
001024 01  WS-FIND-STEP-NO         PIC 9(03).
001025 01  WS-FIND-COMMAND         PIC X(60).
001026 01  WS-STEP-TABLE.
001027     05  WS-ST-LIMIT         PIC 9(03) COMP VALUE 100.
001028     05  WS-ST-COUNT         PIC 9(03) COMP VALUE 0.
001029     05  WS-ST-IDX           PIC 9(03) COMP.
001030     05  WS-ST-CUR           PIC 9(03) COMP.
001031     05  WS-ST-ENTRY OCCURS 100 TIMES.
001032         10  WS-ST-STEP-NO   PIC 9(03).
001033         10  WS-ST-COMMAND   PIC X(60).
001034         10  WS-ST-EXPECT-SECS
001035                             PIC 9(07) COMP.
001036         10  WS-ST-AVG-SECS  PIC 9(07) COMP.
001037         10  WS-ST-RUNS      PIC 9(01) COMP.
001038         10  WS-ST-NEXT      PIC 9(01) COMP.
001039         10  WS-ST-RECENT    PIC 9(07) COMP OCCURS 5 TIMES.
001040         10  WS-ST-DONE-SW   PIC X(01).
001041             88  WS-ST-DONE            VALUE "Y".
001042
001043*-----------------------------------------------------------------
001044*  Time and duration formatting
001045*-----------------------------------------------------------------
001046 01  WS-FMT-SECS             PIC 9(12) COMP.
001047 01  WS-FMT-DAY              PIC 9(07) COMP.
001048 01  WS-FMT-REM              PIC 9(05) COMP.
001049 01  WS-FMT-REM2             PIC 9(05) COMP.
001050 01  WS-FMT-DATE             PIC 9(08).
001051 01  WS-FMT-TIME.
001052     05  WS-FMT-HH           PIC 9(02).
001053     05  FILLER              PIC X(01) VALUE ":".
001054     05  WS-FMT-MM           PIC 9(02).
001055     05  FILLER              PIC X(01) VALUE ":".
001056     05  WS-FMT-SS           PIC 9(02).
001057 01  WS-DUR-IN-SECS          PIC 9(07) COMP.
001058 01  WS-DUR-DISP.
001059     05  WS-DUR-MINS         PIC ZZZ9.
001060     05  FILLER              PIC X(01) VALUE ":".
001061     05  WS-DUR-SECS         PIC 9(02).
001062
001063*-----------------------------------------------------------------
001064*  Report lines
001070*-----------------------------------------------------------------
001080 01  STEP-LINE.
001090     05  FILLER              PIC X(05) VALUE "STEP ".
001140     05  SL-MAX-RC           PIC Z9.
001150     05  FILLER              PIC X(02) VALUE SPACES.
001160     05  SL-RESULT           PIC X(08).
001161     05  FILLER              PIC X(01) VALUE SPACE.
001162     05  SL-COMMAND          PIC X(40).
001163     05  FILLER              PIC X(01) VALUE SPACE.
001164     05  SL-START            PIC X(08).
001165     05  FILLER              PIC X(01) VALUE SPACE.
001166     05  SL-END              PIC X(08).
001167     05  FILLER              PIC X(01) VALUE SPACE.
001168     05  SL-ELAPSED          PIC X(07).
001169     05  FILLER              PIC X(01) VALUE SPACE.
001170     05  SL-EXPECT           PIC X(07).
001171     05  FILLER              PIC X(01) VALUE SPACE.
001172     05  SL-AVERAGE          PIC X(07).
001173     05  FILLER              PIC X(01) VALUE SPACE.
001174     05  SL-FLAG             PIC X(09).
001175
001176 01  TIMING-HEAD-LINE.
001177     05  FILLER              PIC X(78) VALUE SPACES.
001178     05  FILLER              PIC X(09) VALUE "START".
001179     05  FILLER              PIC X(09) VALUE "END".
001180     05  FILLER              PIC X(08) VALUE "ELAPSED".
001181     05  FILLER              PIC X(08) VALUE "EXPECT".
001182     05  FILLER              PIC X(08) VALUE "AVERAGE".
001183     05  FILLER              PIC X(09) VALUE "FLAG".
001190
001200 PROCEDURE DIVISION.
001210*-----------------------------------------------------------------
001330*  where the last run got to
001340*-----------------------------------------------------------------
001350 1000-INITIALIZE.
001352     PERFORM 8000-READ-CLOCK THRU 8000-EXIT
001354     MOVE WS-CLOCK-DATE TO WS-CYCLE-DATE
001356     MOVE WS-CLOCK-TIME(1:6) TO WS-CYCLE-TIME
001358     MOVE WS-CLOCK-SECS TO WS-CYCLE-START-SECS
001360     OPEN INPUT CYCLE-FILE
001370     IF WS-CYC-STATUS NOT = "00"
001380         MOVE "NO CYCLE DEFINITION (CYCLRUN.CYC) FOUND" TO
001390             WS-ABORT-MSG
001392         PERFORM 9999-ABORT-RUN
001394     END-IF
001396     PERFORM 1010-LOAD-CYCLE-DEFINITION THRU 1010-EXIT
001398     PERFORM 1030-READ-CHECKPOINT THRU 1030-EXIT
001400     PERFORM 1035-SET-CUTOFF THRU 1035-EXIT
001404     PERFORM 1040-LOAD-CYCLE-HISTORY THRU 1040-EXIT
001405     OPEN OUTPUT REPORT-FILE
001406     MOVE "CYCLRUN CYCLE REPORT" TO REPORT-RECORD
001407     WRITE REPORT-RECORD
001408     MOVE SPACES TO REPORT-RECORD
001409     WRITE REPORT-RECORD
001410     MOVE TIMING-HEAD-LINE TO REPORT-RECORD
001411     WRITE REPORT-RECORD.
001412 1000-EXIT.
001413     EXIT.
001414
001415*-----------------------------------------------------------------
001416*  1010-LOAD-CYCLE-DEFINITION  --  a first pass over the cycle
001417*  definition for the cutoff and each step's expected time; a
001418*  malformed cutoff or expected time fails the cycle before
001419*  any step runs.  Step-number problems are left to the step
001420*  loop, which stops the cycle at the bad record as before.
001421*-----------------------------------------------------------------
001422 1010-LOAD-CYCLE-DEFINITION.
001423     PERFORM 1015-LOAD-ONE-RECORD THRU 1015-EXIT
001424         UNTIL WS-CYC-EOF
001425     CLOSE CYCLE-FILE
001426     MOVE "N" TO WS-CYC-EOF-SW
001427     OPEN INPUT CYCLE-FILE.
001436 1010-EXIT.
001437     EXIT.
001438
001439 1015-LOAD-ONE-RECORD.
001440     READ CYCLE-FILE
001441         AT END
001442             SET WS-CYC-EOF TO TRUE
001443             GO TO 1015-EXIT
001444     END-READ
001445     IF CYCLE-RECORD = SPACES
001446         GO TO 1015-EXIT
001447     END-IF
001448     IF CC-IS-CUTOFF
001449         IF WS-CUTOFF-DEFINED
001450             MOVE "MORE THAN ONE CUT RECORD IN CYCLRUN.CYC" TO
001451                 WS-ABORT-MSG
001452             PERFORM 9999-ABORT-RUN
001453         END-IF
001454         IF CC-CUTOFF NOT NUMERIC
001455             OR CC-CUTOFF-HH > 23 OR CC-CUTOFF-MM > 59
001456             MOVE "BAD CUT RECORD IN CYCLRUN.CYC, WANT CUT HHMM"
001457                 TO WS-ABORT-MSG
001458             PERFORM 9999-ABORT-RUN
001459         END-IF
001460         MOVE CC-CUTOFF-HH TO WS-CUTOFF-HH
001461         MOVE CC-CUTOFF-MM TO WS-CUTOFF-MM
001462         SET WS-CUTOFF-DEFINED TO TRUE
001463         GO TO 1015-EXIT
001464     END-IF
001465     IF CY-STEP-NO NOT NUMERIC
001466         GO TO 1015-EXIT
001467     END-IF
001468     ADD 1 TO WS-STEPS-DEFINED
001469     IF CY-EXPECT-X NOT = SPACES AND CY-EXPECT-MINS NOT NUMERIC
001470         MOVE SPACES TO WS-ABORT-MSG
001471         STRING "BAD EXPECTED MINUTES '" CY-EXPECT-X
001472             "' FOR STEP " CY-STEP-NO DELIMITED BY SIZE
001473             INTO WS-ABORT-MSG
001474         END-STRING
001475         PERFORM 9999-ABORT-RUN
001476     END-IF
001477     IF WS-ST-COUNT >= WS-ST-LIMIT
001478         DISPLAY "CYCLRUN: STEP " CY-STEP-NO
001479             " BEYOND THE STEP TABLE, NOT IN THE PROJECTION"
001480         GO TO 1015-EXIT
001481     END-IF
001482     ADD 1 TO WS-ST-COUNT
001483     MOVE CY-STEP-NO TO WS-ST-STEP-NO(WS-ST-COUNT)
001484     MOVE CY-COMMAND TO WS-ST-COMMAND(WS-ST-COUNT)
001485     IF CY-EXPECT-X = SPACES
001486         MOVE 0 TO WS-ST-EXPECT-SECS(WS-ST-COUNT)
001487     ELSE
001488         COMPUTE WS-ST-EXPECT-SECS(WS-ST-COUNT) =
001489             CY-EXPECT-MINS * 60
001490     END-IF
001491     MOVE 0 TO WS-ST-AVG-SECS(WS-ST-COUNT)
001492     MOVE 0 TO WS-ST-RUNS(WS-ST-COUNT)
001493     MOVE 0 TO WS-ST-NEXT(WS-ST-COUNT)
001494     MOVE "N" TO WS-ST-DONE-SW(WS-ST-COUNT).
001495 1015-EXIT.
001510     EXIT.
001520
001530 1030-READ-CHECKPOINT.
001580             AT END
001590                 CONTINUE
001600             NOT AT END
001610                 MOVE CK-STEP-NO TO WS-RESUME-STEP
001611                 IF CK-STEP-NO > 0 AND CK-CYCLE-DATE NUMERIC
001612                     AND CK-CYCLE-TIME NUMERIC
001613                     MOVE CK-CYCLE-DATE TO WS-CYCLE-DATE
001614                     MOVE CK-CYCLE-TIME TO WS-CYCLE-TIME
001615                 END-IF
001620         END-READ
001621         CLOSE CHECKPOINT-FILE
001622     END-IF
001623     IF WS-RESUME-STEP > 0
001624         DISPLAY "CYCLRUN: RESUMING AFTER STEP " WS-RESUME-STEP
001625         COMPUTE WS-CYCLE-START-SECS =
001626             FUNCTION INTEGER-OF-DATE(WS-CYCLE-DATE-9) * 86400
001627             + WS-CYCLE-HH * 3600 + WS-CYCLE-MM * 60 + WS-CYCLE-SS
001628         DISPLAY "CYCLRUN: OF THE CYCLE STARTED "
001629             WS-CYCLE-DATE " " WS-CYCLE-TIME
001630     END-IF.
001631 1030-EXIT.
001632     EXIT.
001633
001634*-----------------------------------------------------------------
001635*  1035-SET-CUTOFF  --  the first HHMM after the cycle started;
001636*  for a resumed cycle that is its original start, not now
001637*-----------------------------------------------------------------
001638 1035-SET-CUTOFF.
001639     IF WS-CUTOFF-DEFINED
001640         COMPUTE WS-CUTOFF-SECS =
001641             FUNCTION INTEGER-OF-DATE(WS-CYCLE-DATE-9) * 86400
001642             + WS-CUTOFF-HH * 3600 + WS-CUTOFF-MM * 60
001643         IF WS-CUTOFF-SECS <= WS-CYCLE-START-SECS
001644             ADD 86400 TO WS-CUTOFF-SECS
001645         END-IF
001646     END-IF.
001647 1035-EXIT.
001654     EXIT.
001655
001656*-----------------------------------------------------------------
001657*  1040-LOAD-CYCLE-HISTORY  --  collect each step's recent GOOD
001658*  elapsed times from cyclrun.hist and average them; the file
001659*  is in time order, so the ring ends up holding the latest
001660*-----------------------------------------------------------------
001661 1040-LOAD-CYCLE-HISTORY.
001662     OPEN INPUT CYCLE-HISTORY-FILE
001663     PERFORM 1045-LOAD-ONE-HISTORY THRU 1045-EXIT
001664         UNTIL WS-CHIST-EOF
001665     CLOSE CYCLE-HISTORY-FILE
001666     PERFORM 1050-AVERAGE-ONE-STEP THRU 1050-EXIT
001667         VARYING WS-ST-IDX FROM 1 BY 1
001668         UNTIL WS-ST-IDX > WS-ST-COUNT.
001669 1040-EXIT.
001670     EXIT.
001671
001672 1045-LOAD-ONE-HISTORY.
001673     READ CYCLE-HISTORY-FILE
001674         AT END
001675             SET WS-CHIST-EOF TO TRUE
001676             GO TO 1045-EXIT
001677     END-READ
001678     IF CH-RESULT NOT = "GOOD" OR CH-ELAPSED-SECS NOT NUMERIC
001679         GO TO 1045-EXIT
001680     END-IF
001681     MOVE CH-STEP-NO TO WS-FIND-STEP-NO
001682     MOVE CH-COMMAND TO WS-FIND-COMMAND
001683     PERFORM 8300-FIND-STEP-ENTRY THRU 8300-EXIT
001684     IF WS-ST-CUR = 0
001685         GO TO 1045-EXIT
001686     END-IF
001687     ADD 1 TO WS-ST-NEXT(WS-ST-CUR)
001688     IF WS-ST-NEXT(WS-ST-CUR) > WS-RECENT-LIMIT
001689         MOVE 1 TO WS-ST-NEXT(WS-ST-CUR)
001690     END-IF
001691     MOVE CH-ELAPSED-SECS TO
001692         WS-ST-RECENT(WS-ST-CUR, WS-ST-NEXT(WS-ST-CUR))
001693     IF WS-ST-RUNS(WS-ST-CUR) < WS-RECENT-LIMIT
001694         ADD 1 TO WS-ST-RUNS(WS-ST-CUR)
001695     END-IF.
001696 1045-EXIT.
001697     EXIT.
001698
001699 1050-AVERAGE-ONE-STEP.
001700     IF WS-ST-RUNS(WS-ST-IDX) = 0
001701         GO TO 1050-EXIT
001702     END-IF
001703     MOVE 0 TO WS-RECENT-SUM
001704     PERFORM 1055-ADD-ONE-RECENT THRU 1055-EXIT
001705         VARYING WS-RECENT-IDX FROM 1 BY 1
001706         UNTIL WS-RECENT-IDX > WS-ST-RUNS(WS-ST-IDX)
001707     COMPUTE WS-ST-AVG-SECS(WS-ST-IDX) ROUNDED =
001708         WS-RECENT-SUM / WS-ST-RUNS(WS-ST-IDX).
001709 1050-EXIT.
001710     EXIT.
001711
001712 1055-ADD-ONE-RECENT.
001713     ADD WS-ST-RECENT(WS-ST-IDX, WS-RECENT-IDX) TO WS-RECENT-SUM.
001714 1055-EXIT.
001715     EXIT.
001716
001717*-----------------------------------------------------------------
001720*  2000-ONE-CYCLE-STEP  --  read and run one step; a step at or
001730*  below the checkpoint is already complete and skipped
001740*-----------------------------------------------------------------
001780             SET WS-CYC-EOF TO TRUE
001790         NOT AT END
001800             IF CYCLE-RECORD = SPACES
001801                 CONTINUE
001802             ELSE
001803*    The cutoff record was taken up when the definition was
001804*    loaded.
001805             IF CC-IS-CUTOFF
001810                 CONTINUE
001820             ELSE
001830                 IF CY-STEP-NO NOT NUMERIC
001925                 END-IF
001930                 END-IF
001940             END-IF
001945             END-IF
001950     END-READ.
001960 2000-EXIT.
001970     EXIT.
002000     ADD 1 TO WS-STEPS-SKIPPED
002010     DISPLAY "CYCLRUN: STEP " CY-STEP-NO
002020         " ALREADY COMPLETE, SKIPPED"
002021     MOVE CY-STEP-NO TO WS-FIND-STEP-NO
002022     MOVE CY-COMMAND TO WS-FIND-COMMAND
002023     PERFORM 8300-FIND-STEP-ENTRY THRU 8300-EXIT
002024     IF WS-ST-CUR > 0
002025         SET WS-ST-DONE(WS-ST-CUR) TO TRUE
002026     END-IF
002030     MOVE SPACES TO SL-RESULT
002040     MOVE CY-STEP-NO TO SL-STEP-NO
002050     MOVE 0 TO SL-RC
002060     MOVE CY-MAX-RC TO SL-MAX-RC
002070     MOVE "SKIPPED" TO SL-RESULT
002080     MOVE CY-COMMAND TO SL-COMMAND
002083     MOVE SPACES TO SL-START SL-END SL-ELAPSED SL-EXPECT
002086         SL-AVERAGE SL-FLAG
002090     MOVE STEP-LINE TO REPORT-RECORD
002100     WRITE REPORT-RECORD.
002110 2010-EXIT.
002140*-----------------------------------------------------------------
002150*  2020-RUN-ONE-STEP  --  run the command, grade its return
002160*  code against the step's MAX RC, advance the checkpoint on a
002170*  good end, stop the cycle on a bad one; time it, record it in
002175*  the cycle history and project the cycle's finish
002180*-----------------------------------------------------------------
002190 2020-RUN-ONE-STEP.
002200     ADD 1 TO WS-STEPS-RUN
002210     DISPLAY "CYCLRUN: STEP " CY-STEP-NO " RUNNING "
002220         CY-COMMAND
002222     PERFORM 8000-READ-CLOCK THRU 8000-EXIT
002224     MOVE WS-CLOCK-DATE TO WS-STEP-START-DATE
002226     MOVE WS-CLOCK-TIME(1:6) TO WS-STEP-START-TIME
002228     MOVE WS-CLOCK-SECS TO WS-STEP-START-SECS
002230     MOVE CY-COMMAND TO WS-CMD
002240     CALL "SYSTEM" USING WS-CMD
002250     MOVE RETURN-CODE TO WS-RC
002253     PERFORM 8000-READ-CLOCK THRU 8000-EXIT
002256     COMPUTE WS-ELAPSED-SECS = WS-CLOCK-SECS - WS-STEP-START-SECS
002260     IF WS-RC < 0
002270         MOVE 99 TO WS-STEP-RC
002280         MOVE 0 TO WS-STEP-SIG
002420         MOVE CY-STEP-NO TO WS-FAILED-STEP
002430         MOVE WS-STEP-RC TO WS-RC-DISP
002440         DISPLAY "CYCLRUN: STEP " CY-STEP-NO " ENDED RC "
002441             WS-RC-DISP " OVER MAX " CY-MAX-RC
002442             ", CYCLE STOPPED"
002443         SET WS-CYCLE-STOPPED TO TRUE
002444     ELSE
002445         MOVE "GOOD" TO SL-RESULT
002446         ADD 1 TO WS-STEPS-GOOD
002447         MOVE CY-STEP-NO TO WS-RESUME-STEP
002448         PERFORM 2500-WRITE-CHECKPOINT THRU 2500-EXIT
002449     END-IF
002450     PERFORM 2030-TIME-ONE-STEP THRU 2030-EXIT
002451     PERFORM 2040-WRITE-CYCLE-HISTORY THRU 2040-EXIT
002452     MOVE STEP-LINE TO REPORT-RECORD
002453     WRITE REPORT-RECORD
002454     PERFORM 2600-PROJECT-FINISH THRU 2600-EXIT.
002455 2020-EXIT.
002456     EXIT.
002457
002458*-----------------------------------------------------------------
002459*  2030-TIME-ONE-STEP  --  fill the step line's timing columns
002460*  and flag a step that took much longer than its expected
002461*  time or its recent average.  A step that ended well is
002462*  done; a failed one stays in the projection, since the rerun
002463*  starts with it.
002464*-----------------------------------------------------------------
002465 2030-TIME-ONE-STEP.
002466     MOVE "N" TO WS-OVERRUN-SW
002467     MOVE SPACES TO SL-EXPECT SL-AVERAGE SL-FLAG
002468     MOVE WS-STEP-START-SECS TO WS-FMT-SECS
002469     PERFORM 8100-FORMAT-CLOCK THRU 8100-EXIT
002470     MOVE WS-FMT-TIME TO SL-START
002471     MOVE WS-CLOCK-SECS TO WS-FMT-SECS
002472     PERFORM 8100-FORMAT-CLOCK THRU 8100-EXIT
002473     MOVE WS-FMT-TIME TO SL-END
002474     MOVE WS-ELAPSED-SECS TO WS-DUR-IN-SECS
002475     PERFORM 8200-FORMAT-DURATION THRU 8200-EXIT
002476     MOVE WS-DUR-DISP TO SL-ELAPSED
002477     MOVE CY-STEP-NO TO WS-FIND-STEP-NO
002478     MOVE CY-COMMAND TO WS-FIND-COMMAND
002479     PERFORM 8300-FIND-STEP-ENTRY THRU 8300-EXIT
002480     IF WS-ST-CUR = 0
002481         GO TO 2030-EXIT
002482     END-IF
002483     IF NOT WS-CYCLE-STOPPED
002484         SET WS-ST-DONE(WS-ST-CUR) TO TRUE
002485     END-IF
002486     IF WS-ST-EXPECT-SECS(WS-ST-CUR) > 0
002487         MOVE WS-ST-EXPECT-SECS(WS-ST-CUR) TO WS-DUR-IN-SECS
002488         PERFORM 8200-FORMAT-DURATION THRU 8200-EXIT
002489         MOVE WS-DUR-DISP TO SL-EXPECT
002490         MOVE WS-ST-EXPECT-SECS(WS-ST-CUR) TO WS-YARDSTICK
002491         PERFORM 2035-CHECK-YARDSTICK THRU 2035-EXIT
002492         IF WS-ELAPSED-SECS > WS-OVER-LIMIT
002493             MOVE "OVER EXP" TO SL-FLAG
002494             SET WS-STEP-OVERRAN TO TRUE
002495         END-IF
002496     END-IF
002497     IF WS-ST-RUNS(WS-ST-CUR) > 0
002498         MOVE WS-ST-AVG-SECS(WS-ST-CUR) TO WS-DUR-IN-SECS
002499         PERFORM 8200-FORMAT-DURATION THRU 8200-EXIT
002500         MOVE WS-DUR-DISP TO SL-AVERAGE
002501         MOVE WS-ST-AVG-SECS(WS-ST-CUR) TO WS-YARDSTICK
002502         PERFORM 2035-CHECK-YARDSTICK THRU 2035-EXIT
002503         IF WS-ELAPSED-SECS > WS-OVER-LIMIT
002504             IF WS-STEP-OVERRAN
002505                 MOVE "OVER BOTH" TO SL-FLAG
002506             ELSE
002507                 MOVE "OVER AVG" TO SL-FLAG
002508                 SET WS-STEP-OVERRAN TO TRUE
002509             END-IF
002510         END-IF
002511     END-IF
002512     IF WS-STEP-OVERRAN
002513         ADD 1 TO WS-STEPS-OVERRUN
002514         DISPLAY "CYCLRUN: STEP " CY-STEP-NO " TOOK "
002515             SL-ELAPSED ", " SL-FLAG
002516     END-IF.
002517 2030-EXIT.
002518     EXIT.
002519
002520 2035-CHECK-YARDSTICK.
002521     COMPUTE WS-OVER-LIMIT =
002522         WS-YARDSTICK * WS-OVERRUN-PCT / 100
002523     IF WS-OVER-LIMIT < WS-YARDSTICK + WS-OVERRUN-GRACE
002524         COMPUTE WS-OVER-LIMIT = WS-YARDSTICK + WS-OVERRUN-GRACE
002525     END-IF.
002526 2035-EXIT.
002527     EXIT.
002528
002529*-----------------------------------------------------------------
002530*  2040-WRITE-CYCLE-HISTORY  --  append the step's times to the
002531*  permanent cycle history as soon as it ends
002532*-----------------------------------------------------------------
002533 2040-WRITE-CYCLE-HISTORY.
002534     OPEN EXTEND CYCLE-HISTORY-FILE
002535     MOVE SPACES TO CYCLE-HISTORY-RECORD
002536     MOVE WS-CYCLE-DATE TO CH-CYCLE-DATE
002537     MOVE WS-CYCLE-TIME TO CH-CYCLE-TIME
002538     MOVE CY-STEP-NO TO CH-STEP-NO
002539     MOVE WS-STEP-START-DATE TO CH-START-DATE
002540     MOVE WS-STEP-START-TIME TO CH-START-TIME
002541     MOVE WS-CLOCK-DATE TO CH-END-DATE
002542     MOVE WS-CLOCK-TIME(1:6) TO CH-END-TIME
002543     MOVE WS-ELAPSED-SECS TO CH-ELAPSED-SECS
002544     IF WS-ST-CUR > 0
002545         MOVE WS-ST-EXPECT-SECS(WS-ST-CUR) TO CH-EXPECT-SECS
002546     ELSE
002547         MOVE 0 TO CH-EXPECT-SECS
002548     END-IF
002549     MOVE WS-STEP-RC TO CH-RC
002550     MOVE SL-RESULT TO CH-RESULT
002551     MOVE SL-FLAG TO CH-FLAG
002552     MOVE CY-COMMAND TO CH-COMMAND
002553     WRITE CYCLE-HISTORY-RECORD
002554     CLOSE CYCLE-HISTORY-FILE.
002555 2040-EXIT.
002560     EXIT.
002570
002580*-----------------------------------------------------------------
002590*  2500-WRITE-CHECKPOINT  --  record the last step that ended
002600*  well so a rerun resumes at the one after it
002605*  and keeps the cycle's original start
002610*-----------------------------------------------------------------
002620 2500-WRITE-CHECKPOINT.
002630     OPEN OUTPUT CHECKPOINT-FILE
002640     MOVE SPACES TO CHECKPOINT-RECORD
002642     MOVE WS-RESUME-STEP TO CK-STEP-NO
002644     MOVE WS-CYCLE-DATE TO CK-CYCLE-DATE
002646     MOVE WS-CYCLE-TIME TO CK-CYCLE-TIME
002650     WRITE CHECKPOINT-RECORD
002660     CLOSE CHECKPOINT-FILE.
002661 2500-EXIT.
002662     EXIT.
002663
002664*-----------------------------------------------------------------
002665*  2600-PROJECT-FINISH  --  the time now plus the expected time
002666*  (or recent average) of every step not yet done; the first
002667*  projection past the cutoff puts the window at risk
002668*-----------------------------------------------------------------
002669 2600-PROJECT-FINISH.
002670     PERFORM 8000-READ-CLOCK THRU 8000-EXIT
002671     MOVE WS-CLOCK-SECS TO WS-PROJ-SECS
002672     PERFORM 2610-ADD-ONE-ESTIMATE THRU 2610-EXIT
002673         VARYING WS-ST-IDX FROM 1 BY 1
002674         UNTIL WS-ST-IDX > WS-ST-COUNT
002675     IF NOT WS-CUTOFF-DEFINED OR WS-WINDOW-AT-RISK
002676         GO TO 2600-EXIT
002677     END-IF
002678     IF WS-PROJ-SECS > WS-CUTOFF-SECS
002679         SET WS-WINDOW-AT-RISK TO TRUE
002680         MOVE WS-LAST-STEP-NO TO WS-RISK-STEP
002681         MOVE WS-PROJ-SECS TO WS-FMT-SECS
002682         PERFORM 8100-FORMAT-CLOCK THRU 8100-EXIT
002683         DISPLAY "CYCLRUN: WINDOW AT RISK, PROJECTED FINISH "
002684             WS-FMT-DATE " " WS-FMT-TIME " IS PAST CUTOFF "
002685             WS-CUTOFF-HH ":" WS-CUTOFF-MM
002686     END-IF.
002687 2600-EXIT.
002688     EXIT.
002689
002690 2610-ADD-ONE-ESTIMATE.
002691     IF WS-ST-DONE(WS-ST-IDX)
002692         GO TO 2610-EXIT
002693     END-IF
002694     IF WS-ST-EXPECT-SECS(WS-ST-IDX) > 0
002695         ADD WS-ST-EXPECT-SECS(WS-ST-IDX) TO WS-PROJ-SECS
002696     ELSE
002697         ADD WS-ST-AVG-SECS(WS-ST-IDX) TO WS-PROJ-SECS
002698     END-IF.
002699 2610-EXIT.
002700     EXIT.
002701
002702*-----------------------------------------------------------------
002710*  5000-FINALIZE  --  clear the checkpoint when the whole cycle
002720*  ended well; leave it pointing at the last good step when it
002730*  did not, so the rerun resumes at the failed step.  Grade the
002733*  cycle: DEGRADED when it stopped, WARNING when the window was
002736*  at risk, CLEAN otherwise.
002740*-----------------------------------------------------------------
002750 5000-FINALIZE.
002760     CLOSE CYCLE-FILE
002765     PERFORM 2600-PROJECT-FINISH THRU 2600-EXIT
002770     MOVE SPACES TO REPORT-RECORD
002780     WRITE REPORT-RECORD
002790     MOVE WS-STEPS-RUN TO WS-CNT-DISP
002880         DELIMITED BY SIZE INTO REPORT-RECORD
002890     END-STRING
002900     WRITE REPORT-RECORD
002901     MOVE WS-STEPS-OVERRUN TO WS-CNT-DISP
002902     MOVE SPACES TO REPORT-RECORD
002903     STRING "STEPS OVER TIME .............. " WS-CNT-DISP
002904         DELIMITED BY SIZE INTO REPORT-RECORD
002905     END-STRING
002906     WRITE REPORT-RECORD
002907     PERFORM 5010-WRITE-WINDOW-LINES THRU 5010-EXIT
002910     IF WS-CYCLE-STOPPED
002920         MOVE SPACES TO REPORT-RECORD
002930         STRING "CYCLE STOPPED AT STEP " WS-FAILED-STEP
002970         WRITE REPORT-RECORD
002980         CLOSE REPORT-FILE
002990         DISPLAY "CYCLRUN: CYCLE INCOMPLETE, SEE CYCLRUN.RPT"
003000         MOVE 8 TO WS-SEVERITY
003010     ELSE
003020         MOVE "CYCLE COMPLETE" TO REPORT-RECORD
003030         WRITE REPORT-RECORD
003050         MOVE 0 TO WS-RESUME-STEP
003060         PERFORM 2500-WRITE-CHECKPOINT THRU 2500-EXIT
003070         DISPLAY "CYCLRUN: CYCLE COMPLETE"
003080         IF WS-WINDOW-AT-RISK
003081             DISPLAY "CYCLRUN: BATCH WINDOW WAS AT RISK, "
003082                 "SEE CYCLRUN.RPT"
003083             MOVE 4 TO WS-SEVERITY
003084         END-IF
003085     END-IF
003086     PERFORM 5090-WRITE-STATUS-RECORD THRU 5090-EXIT.
003090 5000-EXIT.
003100     EXIT.
003110
003120*-----------------------------------------------------------------
003130*  5010-WRITE-WINDOW-LINES  --  when the cycle started, when it
003140*  finished (or, stopped, when a rerun started now would
003150*  finish), and how that stands against the cutoff
003160*-----------------------------------------------------------------
003170 5010-WRITE-WINDOW-LINES.
003180     MOVE WS-CYCLE-START-SECS TO WS-FMT-SECS
003190     PERFORM 8100-FORMAT-CLOCK THRU 8100-EXIT
003200     MOVE SPACES TO REPORT-RECORD
003210     STRING "CYCLE STARTED ................ " WS-FMT-DATE " "
003220         WS-FMT-TIME DELIMITED BY SIZE INTO REPORT-RECORD
003230     END-STRING
003240     WRITE REPORT-RECORD
003250     MOVE WS-PROJ-SECS TO WS-FMT-SECS
003260     PERFORM 8100-FORMAT-CLOCK THRU 8100-EXIT
003270     MOVE SPACES TO REPORT-RECORD
003280     IF WS-CYCLE-STOPPED
003290         STRING "PROJECTED FINISH ON RERUN .... " WS-FMT-DATE
003300             " " WS-FMT-TIME DELIMITED BY SIZE INTO REPORT-RECORD
003310         END-STRING
003320     ELSE
003330         STRING "CYCLE FINISHED ............... " WS-FMT-DATE
003340             " " WS-FMT-TIME DELIMITED BY SIZE INTO REPORT-RECORD
003350         END-STRING
003360     END-IF
003370     WRITE REPORT-RECORD
003380     IF NOT WS-CUTOFF-DEFINED
003390         MOVE "MUST FINISH BY ............... NOT DEFINED" TO
003400             REPORT-RECORD
003410         WRITE REPORT-RECORD
003420         GO TO 5010-EXIT
003430     END-IF
003440     MOVE WS-CUTOFF-SECS TO WS-FMT-SECS
003450     PERFORM 8100-FORMAT-CLOCK THRU 8100-EXIT
003460     MOVE SPACES TO REPORT-RECORD
003470     STRING "MUST FINISH BY ............... " WS-FMT-DATE " "
003480         WS-FMT-TIME DELIMITED BY SIZE INTO REPORT-RECORD
003490     END-STRING
003500     WRITE REPORT-RECORD
003510     MOVE SPACES TO REPORT-RECORD
003520     IF WS-WINDOW-AT-RISK
003530         STRING "BATCH WINDOW ................. AT RISK FROM "
003540             "STEP "
003550             WS-RISK-STEP DELIMITED BY SIZE INTO REPORT-RECORD
003560         END-STRING
003570     ELSE
003580         MOVE "BATCH WINDOW ................. ON TIME" TO
003590             REPORT-RECORD
003600     END-IF
003610     WRITE REPORT-RECORD.
003620 5010-EXIT.
003630     EXIT.
003640
003650*-----------------------------------------------------------------
003660*  5090-WRITE-STATUS-RECORD  --  one machine-readable record
003670*  (STATREC.CPY) per cycle for the scheduler, carrying the
003680*  common severity grading, which also becomes the cycle's
003690*  RETURN-CODE: 0 clean, 4 window at risk, 8 cycle stopped,
003700*  16 failed.
003710*-----------------------------------------------------------------
003720 5090-WRITE-STATUS-RECORD.
003730     OPEN OUTPUT STATUS-FILE
003740     MOVE SPACES TO STATUS-RECORD
003750     MOVE "CYCLRUN" TO STAT-PROGRAM
003770     PERFORM 8000-READ-CLOCK THRU 8000-EXIT
003775     MOVE WS-CLOCK-DATE TO STAT-RUN-DATE
003780     MOVE WS-CLOCK-TIME(1:6) TO STAT-RUN-TIME
003790     MOVE WS-SEVERITY TO STAT-SEVERITY
003800     MOVE WS-STEPS-DEFINED TO STAT-IN-COUNT
003810     MOVE WS-STEPS-GOOD TO STAT-OUT-COUNT
003820     MOVE WS-STEPS-OVERRUN TO STAT-REJ-COUNT
003830     MOVE WS-STEPS-SKIPPED TO STAT-SKIP-COUNT
003840     EVALUATE WS-SEVERITY
003850         WHEN 0
003860             MOVE "CLEAN" TO STAT-END-STATUS
003870         WHEN 4
003880             MOVE "WARNING" TO STAT-END-STATUS
003890         WHEN 8
003900             MOVE "DEGRADED" TO STAT-END-STATUS
003910         WHEN OTHER
003920             MOVE "FAILED" TO STAT-END-STATUS
003930     END-EVALUATE
003940     WRITE STATUS-RECORD
003950     CLOSE STATUS-FILE
003960     MOVE WS-SEVERITY TO RETURN-CODE.
003970 5090-EXIT.
003980     EXIT.
003990
004000*-----------------------------------------------------------------
004010*  8000-READ-CLOCK  --  today's date and time, and the same
004020*  point as seconds for arithmetic
004030*-----------------------------------------------------------------
004040 8000-READ-CLOCK.
004050     ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD
004060     ACCEPT WS-CLOCK-TIME FROM TIME
004070     COMPUTE WS-CLOCK-SECS =
004080         FUNCTION INTEGER-OF-DATE(WS-CLOCK-DATE) * 86400
004090         + WS-CLOCK-HH * 3600 + WS-CLOCK-MM * 60 + WS-CLOCK-SS.
004100 8000-EXIT.
004110     EXIT.
004120
004130*-----------------------------------------------------------------
004140*  8100-FORMAT-CLOCK  --  WS-FMT-SECS back to a date and an
004150*  HH:MM:SS time
004160*-----------------------------------------------------------------
004170 8100-FORMAT-CLOCK.
004180     DIVIDE WS-FMT-SECS BY 86400
004190         GIVING WS-FMT-DAY REMAINDER WS-FMT-REM
004200     COMPUTE WS-FMT-DATE = FUNCTION DATE-OF-INTEGER(WS-FMT-DAY)
004210     DIVIDE WS-FMT-REM BY 3600
004220         GIVING WS-FMT-HH REMAINDER WS-FMT-REM2
004230     DIVIDE WS-FMT-REM2 BY 60
004240         GIVING WS-FMT-MM REMAINDER WS-FMT-SS.
004250 8100-EXIT.
004260     EXIT.
004270
004280*-----------------------------------------------------------------
004290*  8200-FORMAT-DURATION  --  WS-DUR-IN-SECS as minutes and
004300*  seconds
004310*-----------------------------------------------------------------
004320 8200-FORMAT-DURATION.
004330     DIVIDE WS-DUR-IN-SECS BY 60
004340         GIVING WS-DUR-MINS REMAINDER WS-DUR-SECS.
004350 8200-EXIT.
004360     EXIT.
004370
004380*-----------------------------------------------------------------
004390*  8300-FIND-STEP-ENTRY  --  the step-table entry for
004400*  WS-FIND-STEP-NO running WS-FIND-COMMAND into WS-ST-CUR, or 0;
004410*  a renumbered or changed step starts a fresh average
004420*-----------------------------------------------------------------
004430 8300-FIND-STEP-ENTRY.
004440     MOVE 0 TO WS-ST-CUR
004450     PERFORM 8310-CHECK-ONE-ENTRY THRU 8310-EXIT
004460         VARYING WS-ST-IDX FROM 1 BY 1
004470         UNTIL WS-ST-IDX > WS-ST-COUNT OR WS-ST-CUR > 0.
004480 8300-EXIT.
004490     EXIT.
004500
004510 8310-CHECK-ONE-ENTRY.
004520     IF WS-ST-STEP-NO(WS-ST-IDX) = WS-FIND-STEP-NO
004530         AND WS-ST-COMMAND(WS-ST-IDX) = WS-FIND-COMMAND
004540         MOVE WS-ST-IDX TO WS-ST-CUR
004550     END-IF.
004560 8310-EXIT.
004570     EXIT.
004580
004590 9999-ABORT-RUN.
004600     DISPLAY "CYCLRUN: " WS-ABORT-MSG
004610     MOVE 16 TO WS-SEVERITY
004620     PERFORM 5090-WRITE-STATUS-RECORD THRU 5090-EXIT
004630     GO TO 9999-EXIT-PROGRAM.
004640
004650 9999-EXIT-PROGRAM.
004660     STOP RUN.

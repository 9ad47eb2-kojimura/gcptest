000252*  address and customer-since date are optional; a blank reply
000254*  there just leaves the field empty.
000260*
000261*  Every transaction needs a second pair of eyes before it
000262*  reaches the feed.  The session opens with the operator's
000263*  ID, which is stamped on each transaction as it is keyed;
000264*  a stored transaction waits in the journal as pending.  A
000265*  different operator then runs CUSTMNT and takes R=REVIEW,
000266*  which shows each pending transaction beside the row as
000267*  testdata has it now, to approve or decline.  Nobody can
000268*  approve what they keyed themselves.  Only approved
000269*  transactions go into custmnt.txt, carrying both operator
000270*  IDs through FILE2PG to the audit journal; pending ones stay
000271*  in custmnt.jrn for a later session.  Every approved,
000272*  declined or voided transaction leaves the journal when the
000273*  feed is cut and is recorded in the decision log
000274*  (custmnt.log), which is only ever appended to.
000275*
000276*  Modification History
000280*  Date       Init  Description
000290*  ---------- ----  ----------------------------------------------
000300*  2026-08-22  kt   Original version.
000324*                   FILE2PG to hold the transaction in the
000325*                   pending file until it matures, instead of
000326*                   the desk-drawer-and-retype routine.
000327*  2026-10-09  kt   Second-operator approval.  The session is
000328*                   stamped with the keying operator's ID and a
000329*                   stored transaction is pending until another
000330*                   operator approves it under the new R=REVIEW
000331*                   option; only approved transactions are cut
000332*                   to custmnt.txt, with both IDs on the detail
000333*                   (IR-KEYED-BY, IR-APPROVED-BY).  Settled
000334*                   transactions are logged to custmnt.log.
000335*  2026-10-15  kt   Discarding a prior session at startup now
000336*                   takes only the operator's own live entries,
000337*                   each logged to custmnt.log as DISCARDD;
000338*                   other operators' queued work stays in the
000339*                   journal.  The journal is no longer emptied.
000340*-----------------------------------------------------------------
000341 ENVIRONMENT DIVISION.
000342 INPUT-OUTPUT SECTION.
000343 FILE-CONTROL.
000350     SELECT PARM-FILE ASSIGN DYNAMIC WS-PARM-FILENAME
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-PARM-STATUS.
000451     SELECT SESSTEMP-FILE ASSIGN TO "custmnt.jrn.new"
000452         ORGANIZATION IS LINE SEQUENTIAL.
000453
000454     SELECT OPTIONAL DECISION-FILE ASSIGN TO "custmnt.log"
000455         ORGANIZATION IS LINE SEQUENTIAL
000456         FILE STATUS IS WS-LOG-STATUS.
000457
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  PARM-FILE.
000520 01  FETCH-RECORD            PIC X(132).
000530
000540 FD  OUTFILE.
000541     COPY "inrecord.cpy".
000542
000543*-----------------------------------------------------------------
000544*  The session journal: one record per stored transaction,
000545*  appended as it is keyed, status "A" (active) or "V" (voided)
000546*  and approval status "P" (pending), "Y" (approved) or "N"
000547*  (declined).  A journal written before approvals came in has
000548*  a blank approval status, which reads as pending.
000556*-----------------------------------------------------------------
000557 FD  SESSION-FILE.
000558 01  SESSION-RECORD.
000577     05  SJ-SINCE            PIC X(08).
000578     05  FILLER              PIC X(01).
000579     05  SJ-EFF-DATE         PIC X(08).
000580     05  FILLER              PIC X(01).
000581     05  SJ-APPR-STATUS      PIC X(01).
000582         88  SJ-PENDING                VALUE "P" " ".
000583         88  SJ-APPROVED               VALUE "Y".
000584         88  SJ-DECLINED               VALUE "N".
000585     05  FILLER              PIC X(01).
000586     05  SJ-KEYED-BY         PIC X(08).
000587     05  FILLER              PIC X(01).
000588     05  SJ-APPROVED-BY      PIC X(08).
000589
000590 FD  SESSTEMP-FILE.
000591 01  SESSTEMP-RECORD         PIC X(162).
000592
000593*-----------------------------------------------------------------
000594*  The decision log: one line for every transaction that left
000595*  the journal at a feed cut -- approved, declined or voided --
000596*  or was discarded at startup by the operator who keyed it,
000597*  with who keyed it and who decided it
000598*-----------------------------------------------------------------
000599 FD  DECISION-FILE.
000600 01  DECISION-RECORD.
000601     05  DL-DATE             PIC X(08).
000602     05  FILLER              PIC X(01).
000603     05  DL-SEQ              PIC 9(05).
000604     05  FILLER              PIC X(01).
000605     05  DL-CODE             PIC X(01).
000606     05  FILLER              PIC X(01).
000607     05  DL-ID               PIC X(05).
000608     05  FILLER              PIC X(01).
000609     05  DL-KEYED-BY         PIC X(08).
000610     05  FILLER              PIC X(01).
000611     05  DL-DECIDED-BY       PIC X(08).
000612     05  FILLER              PIC X(01).
000613     05  DL-DECISION         PIC X(08).
000614
000615 WORKING-STORAGE SECTION.
000616*-----------------------------------------------------------------
000617*  Switches
000618*-----------------------------------------------------------------
000619 01  WS-SWITCHES.
000620     05  WS-DONE-SW          PIC X(01) VALUE "N".
000630         88  WS-DONE                   VALUE "Y".
000640     05  WS-CANCEL-SW        PIC X(01) VALUE "N".
000715         88  WS-VOID-FOUND             VALUE "Y".
000716     05  WS-FEED-WRITTEN-SW  PIC X(01) VALUE "N".
000717         88  WS-FEED-WRITTEN           VALUE "Y".
000718     05  WS-REVIEW-QUIT-SW   PIC X(01) VALUE "N".
000719         88  WS-REVIEW-QUIT            VALUE "Y".
000720     05  WS-REVIEW-DONE-SW   PIC X(01) VALUE "N".
000721         88  WS-REVIEW-DONE            VALUE "Y".
000722     05  WS-DECIDED-SW       PIC X(01) VALUE "N".
000723         88  WS-DECIDED                VALUE "Y".
000724
000730*-----------------------------------------------------------------
000740*  Counters
000750*-----------------------------------------------------------------
000760 01  WS-COUNTERS.
000770     05  WS-TRANS-COUNT      PIC 9(05) COMP.
000772     05  WS-ACTIVE-COUNT     PIC 9(05) COMP.
000774     05  WS-PENDING-COUNT    PIC 9(05) COMP.
000776     05  WS-APPROVED-COUNT   PIC 9(05) COMP.
000778     05  WS-SETTLED-COUNT    PIC 9(05) COMP.
000779     05  WS-DISCARD-COUNT    PIC 9(05) COMP.
000780     05  WS-CNT-DISP         PIC 9(07).
000785     05  WS-CNT-DISP-2       PIC 9(07).
000790
000800 01  WS-PARM-FILENAME        PIC X(40) VALUE "file2pg.parm".
000810 01  WS-CMD-ARG              PIC X(40).
000832 01  WS-OUT-STATUS           PIC X(02).
000834 01  WS-SESS-STATUS          PIC X(02).
000836 01  WS-VOID-SEQ             PIC 9(05).
000837 01  WS-LOG-STATUS           PIC X(02).
000838 01  WS-OPERATOR-ID          PIC X(08).
000839 01  WS-DECISION             PIC X(08).
000840
000850 01  WS-DB-HOST              PIC X(40) VALUE "localhost".
000860 01  WS-DB-NAME              PIC X(30) VALUE "mydb".
001120*-----------------------------------------------------------------
001130*  The session's keyed transactions live in the on-disk
001140*  journal (custmnt.jrn), one appended as each is stored, and
001150*  the approved ones are written out as one HDR/DET/TRL feed
001160*  when the operator exits.  WS-TRANS-COUNT carries the highest
001170*  sequence number on the journal; WS-ACTIVE-COUNT the
001172*  transactions neither voided nor declined, split into
001174*  WS-PENDING-COUNT and WS-APPROVED-COUNT; WS-SETTLED-COUNT the
001176*  voided and declined ones still waiting to be logged.
001180*-----------------------------------------------------------------
001240
001250 PROCEDURE DIVISION.
001300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001310     PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
001320         UNTIL WS-DONE
001330     IF WS-APPROVED-COUNT > 0
001340         PERFORM 4000-WRITE-FEED THRU 4000-EXIT
001342     ELSE
001344         IF WS-SETTLED-COUNT > 0
001346             PERFORM 4100-SETTLE-JOURNAL THRU 4100-EXIT
001348         END-IF
001350     END-IF
001360     PERFORM 5000-FINALIZE THRU 5000-EXIT
001370     GO TO 9999-EXIT-PROGRAM.
001610             ", DEFAULTS USED"
001620     END-IF
001630     ACCEPT WS-TODAY FROM DATE YYYYMMDD
001631     MOVE WS-TODAY TO WS-RUN-DATE
001632     PERFORM 1050-GET-OPERATOR THRU 1050-EXIT
001633     PERFORM 1100-RECOVER-SESSION THRU 1100-EXIT.
001634 1000-EXIT.
001635     EXIT.
001636
001637*-----------------------------------------------------------------
001638*  1050-GET-OPERATOR  --  every session belongs to a named
001639*  operator, whose ID goes on each transaction keyed and each
001640*  one approved.  Folded to upper case so "kt" and "KT" are the
001641*  same person to the keyed-by check.  No ID, no session.
001642*-----------------------------------------------------------------
001643 1050-GET-OPERATOR.
001644     DISPLAY "CUSTMNT: OPERATOR ID?"
001645     MOVE SPACES TO WS-REPLY
001646     ACCEPT WS-REPLY
001647     IF WS-REPLY = SPACES
001648         DISPLAY "CUSTMNT: NO OPERATOR ID, NOTHING DONE"
001649         GO TO 9999-EXIT-PROGRAM
001650     END-IF
001651     MOVE WS-REPLY(1:8) TO WS-OPERATOR-ID
001652     INSPECT WS-OPERATOR-ID
001653         CONVERTING "abcdefghijklmnopqrstuvwxyz"
001654                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
001655     DISPLAY "CUSTMNT: OPERATOR " WS-OPERATOR-ID.
001656 1050-EXIT.
001657     EXIT.
001658
001659*-----------------------------------------------------------------
001660*  1100-RECOVER-SESSION  --  a journal left on disk is a keyed
001661*  session that never cut its feed (a dropped terminal, or an
001662*  exit the operator declined to overwrite custmnt.txt for).
001663*  The operator chooses: resume it, or discard the entries
001664*  they keyed themselves.  The journal is shared by every
001665*  operator, so other operators' pending and approved entries
001666*  are never discarded from here.
001667*-----------------------------------------------------------------
001668 1100-RECOVER-SESSION.
001669     PERFORM 1120-COUNT-SESSION THRU 1120-EXIT
001670     IF WS-TRANS-COUNT = 0
001671         GO TO 1100-EXIT
001672     END-IF
001673     MOVE WS-ACTIVE-COUNT TO WS-CNT-DISP
001674     DISPLAY "CUSTMNT: A PRIOR SESSION LEFT " WS-CNT-DISP
001675         " STORED TRANSACTIONS ON FILE"
001676     MOVE WS-PENDING-COUNT TO WS-CNT-DISP
001677     MOVE WS-APPROVED-COUNT TO WS-CNT-DISP-2
001678     DISPLAY "CUSTMNT: " WS-CNT-DISP " AWAITING APPROVAL, "
001679         WS-CNT-DISP-2 " APPROVED"
001686*    Discarding destroys journaled work, so it takes an
001687*    explicit N; anything else re-asks rather than defaulting
001688*    to the destructive choice.
001694     EXIT.
001695
001696 1105-ASK-RESUME.
001697     DISPLAY "CUSTMNT: RESUME THEM? (Y=RESUME N=DISCARD THOSE"
001698         " YOU KEYED)"
001699     MOVE SPACES TO WS-REPLY
001700     ACCEPT WS-REPLY
001701     EVALUATE WS-REPLY
001702         WHEN "Y"
001708         WHEN "N"
001710         WHEN "n"
001711             SET WS-FIELD-OK TO TRUE
001712             PERFORM 1130-DISCARD-OWN-TRANS THRU 1130-EXIT
001720         WHEN OTHER
001721             DISPLAY "CUSTMNT: PLEASE REPLY Y OR N"
001722     END-EVALUATE.
001723 1105-EXIT.
001724     EXIT.
001725
001726 1110-SCAN-ONE-SESSION.
001727     READ SESSION-FILE
001728         AT END
001729             SET WS-SESS-EOF TO TRUE
001730         NOT AT END
001731             IF SJ-SEQ NUMERIC AND SJ-SEQ > WS-TRANS-COUNT
001732                 MOVE SJ-SEQ TO WS-TRANS-COUNT
001733             END-IF
001734             IF SJ-VOIDED OR SJ-DECLINED
001735                 ADD 1 TO WS-SETTLED-COUNT
001736             ELSE
001737                 ADD 1 TO WS-ACTIVE-COUNT
001738                 IF SJ-APPROVED
001739                     ADD 1 TO WS-APPROVED-COUNT
001740                 ELSE
001741                     ADD 1 TO WS-PENDING-COUNT
001742                 END-IF
001743             END-IF
001744     END-READ.
001745 1110-EXIT.
001746     EXIT.
001747
001748*-----------------------------------------------------------------
001749*  1120-COUNT-SESSION  --  the session counts come from the
001750*  journal itself, rescanned whenever a void or a review has
001751*  rewritten it, so the counts can never disagree with the
001752*  file the feed is cut from
001753*-----------------------------------------------------------------
001754 1120-COUNT-SESSION.
001755     MOVE 0 TO WS-TRANS-COUNT
001756     MOVE 0 TO WS-ACTIVE-COUNT
001757     MOVE 0 TO WS-PENDING-COUNT
001758     MOVE 0 TO WS-APPROVED-COUNT
001759     MOVE 0 TO WS-SETTLED-COUNT
001760     OPEN INPUT SESSION-FILE
001761     IF WS-SESS-STATUS NOT = "00"
001762         CLOSE SESSION-FILE
001763         GO TO 1120-EXIT
001764     END-IF
001765     MOVE "N" TO WS-SESS-EOF-SW
001766     PERFORM 1110-SCAN-ONE-SESSION THRU 1110-EXIT
001767         UNTIL WS-SESS-EOF
001768     CLOSE SESSION-FILE.
001769 1120-EXIT.
001770     EXIT.
001771
001772*-----------------------------------------------------------------
001773*  1130-DISCARD-OWN-TRANS  --  the operator's own live entries
001774*  (pending or approved) leave the journal and go to the
001775*  decision log as DISCARDD, decided by this operator; every
001776*  other entry is copied forward.  The journal streams through
001777*  the temp copy the same way a void does.
001778*-----------------------------------------------------------------
001779 1130-DISCARD-OWN-TRANS.
001780     MOVE 0 TO WS-DISCARD-COUNT
001781     MOVE "N" TO WS-SESS-EOF-SW
001782     OPEN INPUT SESSION-FILE
001783     IF WS-SESS-STATUS NOT = "00"
001784         DISPLAY "CUSTMNT: SESSION JOURNAL NOT READABLE"
001785         GO TO 1130-EXIT
001786     END-IF
001787     OPEN OUTPUT SESSTEMP-FILE
001788     OPEN EXTEND DECISION-FILE
001789     PERFORM 1140-DISCARD-ONE-TRANS THRU 1140-EXIT
001790         UNTIL WS-SESS-EOF
001791     CLOSE SESSION-FILE
001792     CLOSE SESSTEMP-FILE
001793     CLOSE DECISION-FILE
001794     MOVE "mv custmnt.jrn.new custmnt.jrn" TO WS-CMD
001795     CALL "SYSTEM" USING WS-CMD
001796     MOVE RETURN-CODE TO WS-RC
001797     IF WS-RC NOT = 0
001798         DISPLAY "CUSTMNT: COULD NOT REPLACE THE SESSION"
001799             " JOURNAL; REMOVE THE DISCARDED TRANSACTIONS FROM"
001800             " CUSTMNT.JRN BEFORE THE NEXT SESSION"
001801         GO TO 1130-EXIT
001802     END-IF
001803     PERFORM 1120-COUNT-SESSION THRU 1120-EXIT
001804     MOVE WS-DISCARD-COUNT TO WS-CNT-DISP
001805     MOVE WS-ACTIVE-COUNT TO WS-CNT-DISP-2
001806     DISPLAY "CUSTMNT: " WS-CNT-DISP " OF YOUR TRANSACTIONS"
001807         " DISCARDED, " WS-CNT-DISP-2 " OTHERS KEPT".
001808 1130-EXIT.
001809     EXIT.
001810
001811 1140-DISCARD-ONE-TRANS.
001812     READ SESSION-FILE
001813         AT END
001814             SET WS-SESS-EOF TO TRUE
001815             GO TO 1140-EXIT
001816     END-READ
001817     IF SJ-ACTIVE AND NOT SJ-DECLINED
001818         AND SJ-KEYED-BY = WS-OPERATOR-ID
001819         MOVE WS-OPERATOR-ID TO SJ-APPROVED-BY
001820         MOVE "DISCARDD" TO WS-DECISION
001821         PERFORM 4120-LOG-DECISION THRU 4120-EXIT
001822         ADD 1 TO WS-DISCARD-COUNT
001823     ELSE
001824         MOVE SESSION-RECORD TO SESSTEMP-RECORD
001825         WRITE SESSTEMP-RECORD
001826     END-IF.
001827 1140-EXIT.
001828     EXIT.
001829
001830*-----------------------------------------------------------------
001831*  2000-PROCESS-MENU  --  one round of the console menu
001832*-----------------------------------------------------------------
001833 2000-PROCESS-MENU.
001834     DISPLAY " "
001835     DISPLAY "CUSTMNT: L=LOOKUP A=ADD C=CHANGE D=DELETE"
001836         " S=SESSION V=VOID R=REVIEW X=EXIT"
001837     ACCEPT WS-CHOICE
001838     EVALUATE WS-CHOICE
001839         WHEN "L"
001840         WHEN "l"
001841             PERFORM 2100-LOOKUP THRU 2100-EXIT
001842         WHEN "A"
001843         WHEN "a"
001844             PERFORM 2200-KEY-ADD THRU 2200-EXIT
001845         WHEN "C"
001846         WHEN "c"
001847             PERFORM 2300-KEY-CHANGE THRU 2300-EXIT
001850         WHEN "D"
001860         WHEN "d"
001870             PERFORM 2400-KEY-DELETE THRU 2400-EXIT
001878         WHEN "V"
001880         WHEN "v"
001882             PERFORM 2750-VOID-TRANS THRU 2750-EXIT
001883         WHEN "R"
001884         WHEN "r"
001885             PERFORM 2800-REVIEW-PENDING THRU 2800-EXIT
001886         WHEN "X"
001890         WHEN "x"
001900             SET WS-DONE TO TRUE
001910         WHEN OTHER
001920             DISPLAY "CUSTMNT: PLEASE REPLY L, A, C, D, S, V,"
001925                 " R OR X"
001930     END-EVALUATE.
001940 2000-EXIT.
001950     EXIT.
003010*  2500-STORE-TRANS  --  append the keyed transaction to the
003020*  session journal on disk the moment it is stored, so an
003030*  hour of keying survives a dropped terminal; WS-CHOICE
003040*  carries the A/C/D code.  It goes in pending, stamped with
003045*  the keying operator, until another operator approves it.
003050*-----------------------------------------------------------------
003060 2500-STORE-TRANS.
003070     ADD 1 TO WS-TRANS-COUNT
003080     ADD 1 TO WS-ACTIVE-COUNT
003085     ADD 1 TO WS-PENDING-COUNT
003090     OPEN EXTEND SESSION-FILE
003100     MOVE SPACES TO SESSION-RECORD
003110     MOVE WS-TRANS-COUNT TO SJ-SEQ
003180     MOVE WS-CUR-ADDRESS TO SJ-ADDRESS
003190     MOVE WS-CUR-SINCE TO SJ-SINCE
003192     MOVE WS-CUR-EFFDATE TO SJ-EFF-DATE
003194     MOVE "P" TO SJ-APPR-STATUS
003196     MOVE WS-OPERATOR-ID TO SJ-KEYED-BY
003200     WRITE SESSION-RECORD
003210     CLOSE SESSION-FILE
003220     MOVE WS-TRANS-COUNT TO WS-CNT-DISP
003230     DISPLAY "CUSTMNT: STORED AS NUMBER " WS-CNT-DISP
003235         ", AWAITING APPROVAL BY ANOTHER OPERATOR"
003240     MOVE WS-ACTIVE-COUNT TO WS-CNT-DISP
003250     DISPLAY "CUSTMNT: " WS-CNT-DISP
003260         " TRANSACTIONS THIS SESSION".
004849     PERFORM 2710-LIST-ONE-TRANS THRU 2710-EXIT
004850         UNTIL WS-SESS-EOF
004851     CLOSE SESSION-FILE
004852     MOVE WS-PENDING-COUNT TO WS-CNT-DISP
004853     MOVE WS-APPROVED-COUNT TO WS-CNT-DISP-2
004854     DISPLAY "CUSTMNT: " WS-CNT-DISP " AWAITING APPROVAL, "
004855         WS-CNT-DISP-2 " APPROVED FOR THE FEED".
004856 2700-EXIT.
004857     EXIT.
004858
004859 2710-LIST-ONE-TRANS.
004860     READ SESSION-FILE
004861         AT END
004862             SET WS-SESS-EOF TO TRUE
004863         NOT AT END
004864             IF SJ-VOIDED
004865                 DISPLAY "CUSTMNT: " SJ-SEQ " " SJ-CODE
004866                     " ID " SJ-ID " (VOIDED)"
004867             ELSE
004868                 DISPLAY "CUSTMNT: " SJ-SEQ " " SJ-CODE
004869                     " ID " SJ-ID " " SJ-NAME " " SJ-EMAIL
004870                 EVALUATE TRUE
004871                     WHEN SJ-APPROVED
004872                         DISPLAY "CUSTMNT:       KEYED BY "
004873                             SJ-KEYED-BY " APPROVED BY "
004874                             SJ-APPROVED-BY
004875                     WHEN SJ-DECLINED
004876                         DISPLAY "CUSTMNT:       KEYED BY "
004877                             SJ-KEYED-BY " DECLINED BY "
004878                             SJ-APPROVED-BY
004879                     WHEN OTHER
004880                         DISPLAY "CUSTMNT:       KEYED BY "
004881                             SJ-KEYED-BY " AWAITING APPROVAL"
004882                 END-EVALUATE
004883             END-IF
004884     END-READ.
004885 2710-EXIT.
004886     EXIT.
004887
004888*-----------------------------------------------------------------
004889*  2750-VOID-TRANS  --  mark one stored transaction voided
004890*  before the feed is cut.  The journal streams through a temp
004891*  copy that replaces it, the same shape the archive catalog
004892*  purge uses, so a crash mid-void leaves the original intact.
004893*-----------------------------------------------------------------
004894 2750-VOID-TRANS.
004895     IF WS-TRANS-COUNT = 0
004896         DISPLAY "CUSTMNT: NOTHING STORED THIS SESSION"
004897         GO TO 2750-EXIT
004898     END-IF
004899     DISPLAY "CUSTMNT: TRANSACTION NUMBER TO VOID (BLANK"
004900         " CANCELS)?"
004901     MOVE SPACES TO WS-REPLY
004902     ACCEPT WS-REPLY
004903     IF WS-REPLY = SPACES
004904         GO TO 2750-EXIT
004905     END-IF
004906     IF WS-REPLY(1:5) NOT NUMERIC
004907         DISPLAY "CUSTMNT: NUMBER MUST BE 5 DIGITS, SEE S"
004908         GO TO 2750-EXIT
004909     END-IF
004910     MOVE WS-REPLY(1:5) TO WS-VOID-SEQ
004911     MOVE "N" TO WS-VOID-FOUND-SW
004912     MOVE "N" TO WS-SESS-EOF-SW
004913     OPEN INPUT SESSION-FILE
004914     IF WS-SESS-STATUS NOT = "00"
004915         DISPLAY "CUSTMNT: SESSION JOURNAL NOT READABLE"
004916         GO TO 2750-EXIT
004917     END-IF
004918     OPEN OUTPUT SESSTEMP-FILE
004919     PERFORM 2760-VOID-ONE-TRANS THRU 2760-EXIT
004920         UNTIL WS-SESS-EOF
004921     CLOSE SESSION-FILE
004922     CLOSE SESSTEMP-FILE
004923     IF WS-VOID-FOUND
004924         MOVE "mv custmnt.jrn.new custmnt.jrn" TO WS-CMD
004925         CALL "SYSTEM" USING WS-CMD
004926         MOVE RETURN-CODE TO WS-RC
004927         IF WS-RC = 0
004928             PERFORM 1120-COUNT-SESSION THRU 1120-EXIT
004929             DISPLAY "CUSTMNT: TRANSACTION " WS-VOID-SEQ
004930                 " VOIDED"
004931         ELSE
004932             DISPLAY "CUSTMNT: COULD NOT REPLACE THE SESSION"
004933                 " JOURNAL, NOTHING VOIDED"
004934         END-IF
004935     ELSE
004936         DISPLAY "CUSTMNT: NO ACTIVE TRANSACTION NUMBER "
004937             WS-VOID-SEQ
004938     END-IF.
004939 2750-EXIT.
004940     EXIT.
004941
004942 2760-VOID-ONE-TRANS.
004943     READ SESSION-FILE
004944         AT END
004945             SET WS-SESS-EOF TO TRUE
004946         NOT AT END
004947             IF SJ-SEQ = WS-VOID-SEQ AND SJ-ACTIVE
004948                 AND NOT SJ-DECLINED
004949                 MOVE "V" TO SJ-STATUS
004950                 MOVE WS-OPERATOR-ID TO SJ-APPROVED-BY
004951                 SET WS-VOID-FOUND TO TRUE
004952             END-IF
004953             MOVE SESSION-RECORD TO SESSTEMP-RECORD
004954             WRITE SESSTEMP-RECORD
004955     END-READ.
004956 2760-EXIT.
004957     EXIT.
004958
004959*-----------------------------------------------------------------
004960*  2800-REVIEW-PENDING  --  the second-operator step.  Each
004961*  pending transaction keyed by someone else is shown beside
004962*  the row as testdata has it now, and approved, declined or
004963*  skipped; the operator's own transactions are passed over,
004964*  since nobody approves their own keying.  The journal
004965*  streams through the temp copy the same way a void does.
004966*-----------------------------------------------------------------
004967 2800-REVIEW-PENDING.
004968     IF WS-PENDING-COUNT = 0
004969         DISPLAY "CUSTMNT: NOTHING AWAITING APPROVAL"
004970         GO TO 2800-EXIT
004971     END-IF
004972     MOVE "N" TO WS-REVIEW-QUIT-SW
004973     MOVE "N" TO WS-DECIDED-SW
004974     MOVE "N" TO WS-SESS-EOF-SW
004975     OPEN INPUT SESSION-FILE
004976     IF WS-SESS-STATUS NOT = "00"
004977         DISPLAY "CUSTMNT: SESSION JOURNAL NOT READABLE"
004978         GO TO 2800-EXIT
004979     END-IF
004980     OPEN OUTPUT SESSTEMP-FILE
004981     PERFORM 2810-REVIEW-ONE-TRANS THRU 2810-EXIT
004982         UNTIL WS-SESS-EOF
004983     CLOSE SESSION-FILE
004984     CLOSE SESSTEMP-FILE
004985     IF NOT WS-DECIDED
004986         DISPLAY "CUSTMNT: NOTHING APPROVED OR DECLINED"
004987         GO TO 2800-EXIT
004988     END-IF
004989     MOVE "mv custmnt.jrn.new custmnt.jrn" TO WS-CMD
004990     CALL "SYSTEM" USING WS-CMD
004991     MOVE RETURN-CODE TO WS-RC
004992     IF WS-RC NOT = 0
004993         DISPLAY "CUSTMNT: COULD NOT REPLACE THE SESSION"
004994             " JOURNAL, NO DECISIONS RECORDED"
004995         GO TO 2800-EXIT
004996     END-IF
004997     PERFORM 1120-COUNT-SESSION THRU 1120-EXIT
004998     MOVE WS-PENDING-COUNT TO WS-CNT-DISP
004999     MOVE WS-APPROVED-COUNT TO WS-CNT-DISP-2
005000     DISPLAY "CUSTMNT: " WS-CNT-DISP " AWAITING APPROVAL, "
005001         WS-CNT-DISP-2 " APPROVED FOR THE FEED".
005002 2800-EXIT.
005003     EXIT.
005004
005005 2810-REVIEW-ONE-TRANS.
005006     READ SESSION-FILE
005007         AT END
005008             SET WS-SESS-EOF TO TRUE
005009             GO TO 2810-EXIT
005010     END-READ
005011     IF SJ-ACTIVE AND SJ-PENDING AND NOT WS-REVIEW-QUIT
005012         IF SJ-KEYED-BY = WS-OPERATOR-ID
005013             DISPLAY "CUSTMNT: " SJ-SEQ " " SJ-CODE " ID "
005014                 SJ-ID " KEYED BY YOU, ANOTHER OPERATOR MUST"
005015                 " APPROVE"
005016         ELSE
005017             PERFORM 2820-SHOW-PENDING THRU 2820-EXIT
005018             MOVE "N" TO WS-REVIEW-DONE-SW
005019             PERFORM 2830-ASK-DECISION THRU 2830-EXIT
005020                 UNTIL WS-REVIEW-DONE
005021         END-IF
005022     END-IF
005023     MOVE SESSION-RECORD TO SESSTEMP-RECORD
005024     WRITE SESSTEMP-RECORD.
005025 2810-EXIT.
005026     EXIT.
005027
005028*-----------------------------------------------------------------
005029*  2820-SHOW-PENDING  --  the before values come straight from
005030*  testdata at review time, not from when the keying was done,
005031*  so the approver sees what the transaction will really change
005032*-----------------------------------------------------------------
005033 2820-SHOW-PENDING.
005034     DISPLAY " "
005035     EVALUATE SJ-CODE
005036         WHEN "A"
005037             MOVE "ADD" TO WS-DECISION
005038         WHEN "C"
005039             MOVE "CHANGE" TO WS-DECISION
005040         WHEN OTHER
005041             MOVE "DELETE" TO WS-DECISION
005042     END-EVALUATE
005043     DISPLAY "CUSTMNT: NUMBER " SJ-SEQ " " WS-DECISION " ID "
005044         SJ-ID " KEYED BY " SJ-KEYED-BY
005045     MOVE SJ-ID TO WS-CUR-ID
005046     PERFORM 2600-FETCH-CUSTOMER THRU 2600-EXIT
005047     IF WS-CUST-FOUND
005048         DISPLAY "CUSTMNT: NOW ON FILE"
005049         DISPLAY "CUSTMNT:   NAME    " WS-DB-NAME-VAL
005050         DISPLAY "CUSTMNT:   EMAIL   " WS-DB-EMAIL-VAL
005051         DISPLAY "CUSTMNT:   PHONE   " WS-DB-PHONE-VAL
005052         DISPLAY "CUSTMNT:   ADDRESS " WS-DB-ADDR-VAL
005053         DISPLAY "CUSTMNT:   SINCE   " WS-DB-SINCE-VAL
005054     ELSE
005055         DISPLAY "CUSTMNT: NOW ON FILE   (NOT ON FILE)"
005056     END-IF
005057     IF SJ-CODE = "D"
005058         DISPLAY "CUSTMNT: AS KEYED     (DELETE THE CUSTOMER)"
005059     ELSE
005060         DISPLAY "CUSTMNT: AS KEYED"
005061         DISPLAY "CUSTMNT:   NAME    " SJ-NAME
005062         DISPLAY "CUSTMNT:   EMAIL   " SJ-EMAIL
005063         DISPLAY "CUSTMNT:   PHONE   " SJ-PHONE
005064         DISPLAY "CUSTMNT:   ADDRESS " SJ-ADDRESS
005065         DISPLAY "CUSTMNT:   SINCE   " SJ-SINCE
005066     END-IF
005067     IF SJ-EFF-DATE NOT = SPACES
005068         DISPLAY "CUSTMNT:   EFFECTIVE " SJ-EFF-DATE
005069     END-IF.
005070 2820-EXIT.
005071     EXIT.
005072
005073 2830-ASK-DECISION.
005074     DISPLAY "CUSTMNT: Y=APPROVE N=DECLINE S=SKIP Q=QUIT?"
005075     MOVE SPACES TO WS-REPLY
005076     ACCEPT WS-REPLY
005077     EVALUATE WS-REPLY
005078         WHEN "Y"
005079         WHEN "y"
005080             MOVE "Y" TO SJ-APPR-STATUS
005081             MOVE WS-OPERATOR-ID TO SJ-APPROVED-BY
005082             SET WS-DECIDED TO TRUE
005083             SET WS-REVIEW-DONE TO TRUE
005084             DISPLAY "CUSTMNT: NUMBER " SJ-SEQ " APPROVED"
005085         WHEN "N"
005086         WHEN "n"
005087             MOVE "N" TO SJ-APPR-STATUS
005088             MOVE WS-OPERATOR-ID TO SJ-APPROVED-BY
005089             SET WS-DECIDED TO TRUE
005090             SET WS-REVIEW-DONE TO TRUE
005091             DISPLAY "CUSTMNT: NUMBER " SJ-SEQ " DECLINED"
005092         WHEN "S"
005093         WHEN "s"
005094             SET WS-REVIEW-DONE TO TRUE
005095         WHEN "Q"
005096         WHEN "q"
005097             SET WS-REVIEW-QUIT TO TRUE
005098             SET WS-REVIEW-DONE TO TRUE
005099         WHEN OTHER
005100             DISPLAY "CUSTMNT: PLEASE REPLY Y, N, S OR Q"
005101     END-EVALUATE.
005102 2830-EXIT.
005103     EXIT.
005104
005105
005106*-----------------------------------------------------------------
005107*  4000-WRITE-FEED  --  the session's approved transactions as
005108*  one correctly counted HDR/DET/TRL feed in the shared
005109*  IN-RECORD layout, ready for the normal FILE2PG run.  An
005110*  existing custmnt.txt means a feed FILE2PG may not have
005111*  consumed yet: the operator must consciously overwrite it,
005112*  or the session stays journaled for a later exit.
005113*-----------------------------------------------------------------
005114 4000-WRITE-FEED.
005115     PERFORM 4050-CHECK-EXISTING-FEED THRU 4050-EXIT
005116     IF NOT WS-FEED-WRITTEN
005117         GO TO 4000-EXIT
005118     END-IF
005119     OPEN OUTPUT OUTFILE
005120     MOVE SPACES TO IN-RECORD
005121     MOVE "HDR" TO IR-REC-TYPE
005122     MOVE WS-RUN-DATE TO IR-RUN-DATE
005123     MOVE WS-APPROVED-COUNT TO IR-REC-COUNT
005124     WRITE IN-RECORD
005125     PERFORM 4100-SETTLE-JOURNAL THRU 4100-EXIT
005126     MOVE SPACES TO IN-RECORD
005127     MOVE "TRL" TO IR-REC-TYPE
005128     MOVE WS-APPROVED-COUNT TO IR-REC-COUNT
005129     WRITE IN-RECORD
005130     CLOSE OUTFILE.
005131 4000-EXIT.
005132     EXIT.
005133
005250
005260*-----------------------------------------------------------------
005270*  4050-CHECK-EXISTING-FEED  --  a custmnt.txt already on disk
005450         " HAVE BEEN LOADED YET"
005460     DISPLAY "CUSTMNT: OVERWRITE IT? (Y=OVERWRITE N=KEEP"
005470         " SESSION FOR LATER)"
005471     ACCEPT WS-REPLY
005472     IF WS-REPLY NOT = "Y" AND WS-REPLY NOT = "y"
005473         MOVE "N" TO WS-FEED-WRITTEN-SW
005474     END-IF.
005475 4050-EXIT.
005476     EXIT.
005477
005478*-----------------------------------------------------------------
005479*  4100-SETTLE-JOURNAL  --  every transaction that has been
005480*  decided leaves the journal: an approved one goes to the feed
005481*  (only ever called with OUTFILE open when there are any), and
005482*  approved, declined and voided alike are appended to the
005483*  decision log.  Pending transactions are copied forward into
005484*  the replacement journal for a later review.
005485*-----------------------------------------------------------------
005486 4100-SETTLE-JOURNAL.
005487     MOVE "N" TO WS-SESS-EOF-SW
005488     OPEN INPUT SESSION-FILE
005489     OPEN OUTPUT SESSTEMP-FILE
005490     OPEN EXTEND DECISION-FILE
005491     PERFORM 4110-SETTLE-ONE-TRANS THRU 4110-EXIT
005492         UNTIL WS-SESS-EOF
005493     CLOSE SESSION-FILE
005494     CLOSE SESSTEMP-FILE
005495     CLOSE DECISION-FILE
005496     MOVE "mv custmnt.jrn.new custmnt.jrn" TO WS-CMD
005497     CALL "SYSTEM" USING WS-CMD
005498     MOVE RETURN-CODE TO WS-RC
005499     IF WS-RC NOT = 0
005500         DISPLAY "CUSTMNT: COULD NOT REPLACE THE SESSION"
005501             " JOURNAL; REMOVE THE SETTLED TRANSACTIONS FROM"
005502             " CUSTMNT.JRN BEFORE THE NEXT SESSION"
005503     END-IF.
005504 4100-EXIT.
005505     EXIT.
005506
005507 4110-SETTLE-ONE-TRANS.
005508     READ SESSION-FILE
005509         AT END
005510             SET WS-SESS-EOF TO TRUE
005511             GO TO 4110-EXIT
005512     END-READ
005513     EVALUATE TRUE
005514         WHEN SJ-VOIDED
005515             MOVE "VOIDED" TO WS-DECISION
005516             PERFORM 4120-LOG-DECISION THRU 4120-EXIT
005517         WHEN SJ-DECLINED
005518             MOVE "DECLINED" TO WS-DECISION
005519             PERFORM 4120-LOG-DECISION THRU 4120-EXIT
005520         WHEN SJ-APPROVED
005521             MOVE SPACES TO IN-RECORD
005522             MOVE "DET" TO IR-REC-TYPE
005523             MOVE SJ-CODE TO IR-TRANS-CODE
005524             MOVE SJ-ID TO IR-ID
005525             MOVE SJ-NAME TO IR-NAME
005526             MOVE SJ-EMAIL TO IR-EMAIL
005527             MOVE SJ-PHONE TO IR-PHONE
005528             MOVE SJ-ADDRESS TO IR-ADDRESS
005529             MOVE SJ-SINCE TO IR-CUST-SINCE
005530             MOVE SJ-EFF-DATE TO IR-EFF-DATE
005531             MOVE SJ-KEYED-BY TO IR-KEYED-BY
005532             MOVE SJ-APPROVED-BY TO IR-APPROVED-BY
005533             WRITE IN-RECORD
005534             MOVE "APPROVED" TO WS-DECISION
005535             PERFORM 4120-LOG-DECISION THRU 4120-EXIT
005536         WHEN OTHER
005537             MOVE SESSION-RECORD TO SESSTEMP-RECORD
005538             WRITE SESSTEMP-RECORD
005539     END-EVALUATE.
005540 4110-EXIT.
005541     EXIT.
005542
005543 4120-LOG-DECISION.
005544     MOVE SPACES TO DECISION-RECORD
005545     MOVE WS-RUN-DATE TO DL-DATE
005546     MOVE SJ-SEQ TO DL-SEQ
005547     MOVE SJ-CODE TO DL-CODE
005548     MOVE SJ-ID TO DL-ID
005549     MOVE SJ-KEYED-BY TO DL-KEYED-BY
005550     MOVE SJ-APPROVED-BY TO DL-DECIDED-BY
005551     MOVE WS-DECISION TO DL-DECISION
005552     WRITE DECISION-RECORD.
005553 4120-EXIT.
005554     EXIT.
005555
005556*-----------------------------------------------------------------
005560*  5000-FINALIZE
005570*-----------------------------------------------------------------
005580 5000-FINALIZE.
005590     MOVE WS-APPROVED-COUNT TO WS-CNT-DISP
005600     EVALUATE TRUE
005610         WHEN WS-ACTIVE-COUNT = 0
005620             DISPLAY "CUSTMNT: NOTHING KEYED, NO FEED WRITTEN"
005622         WHEN WS-APPROVED-COUNT = 0
005624             DISPLAY "CUSTMNT: NOTHING APPROVED YET, NO FEED"
005626                 " WRITTEN"
005630         WHEN WS-FEED-WRITTEN
005640             DISPLAY "CUSTMNT: " WS-CNT-DISP
005650                 " TRANSACTIONS WRITTEN TO CUSTMNT.TXT"
005670                 " TO APPLY"
005680         WHEN OTHER
005690             DISPLAY "CUSTMNT: " WS-CNT-DISP
005700                 " APPROVED TRANSACTIONS KEPT IN THE SESSION"
005710                 " JOURNAL, RERUN CUSTMNT TO RESUME"
005720     END-EVALUATE
005721     IF WS-PENDING-COUNT > 0
005722         MOVE WS-PENDING-COUNT TO WS-CNT-DISP
005723         DISPLAY "CUSTMNT: " WS-CNT-DISP
005724             " TRANSACTIONS AWAIT APPROVAL BY A SECOND OPERATOR"
005725     END-IF.
005730 5000-EXIT.
005740     EXIT.
005750

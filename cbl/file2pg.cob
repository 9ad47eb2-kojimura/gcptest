000579*                   3500 conflict checks as the day's feed.
000580*                   Held and released counts go on the control
000581*                   report; PNDINQ lists what is pending.
000582*  2026-10-05  kt   Added the SIMU load mode: the night runs
000583*                   through detail edits, pending release,
000584*                   batch validation, the impact limits and
000585*                   the before-image lookups as normal, but no
000586*                   INSERT/UPDATE/DELETE is issued.  The
000587*                   projected control report, journal, rejects
000588*                   and status go to file2pg.sim.* files, and
000589*                   the checkpoint, pending file, run history
000590*                   and archive catalog are left untouched, so
000591*                   the real run that follows is unaffected.
000592*  2026-10-07  kt   Added the open-rejects inventory
000593*                   (file2pg.orj, ORJREC.CPY): every reject
000594*                   and every applied transaction is noted
000595*                   as the run goes, and a clean end of run
000596*                   folds them into the standing inventory --
000597*                   new rejects opened, repeat rejects
000598*                   bounced, and open entries for an ID this
000599*                   run applied closed -- so a reject that
000600*                   is never resubmitted no longer drops out
000601*                   of sight.  REJAGE reports on it.  The
000602*                   batch-validation reject path now also
000603*                   carries the transaction code.
000604*  2026-10-09  kt   The keying and approving operators of a
000605*                   CUSTMNT transaction (IR-KEYED-BY,
000606*                   IR-APPROVED-BY) are carried through staging,
000607*                   batch validation and the pending file into
000608*                   the audit journal.
000609*  2026-10-15  kt   Added the merge transaction (code M, see
000610*                   INRECORD.CPY): the duplicate customer named
000611*                   in IR-MERGE-ID is folded into the surviving
000612*                   IR-ID -- a blank phone, address or
000613*                   customer-since on the survivor is filled from
000614*                   the duplicate, the earlier customer-since is
000615*                   kept -- and the duplicate is deleted, in one
000616*                   psql transaction, after both rows are found.
000617*                   Both sides are journaled under one ordinal,
000618*                   each naming the other (JRNLREC.CPY); merges
000619*                   get their own control-report line, count as
000620*                   a change and a delete in the run history, and
000621*                   a merge after a delete of the survivor is
000622*                   rejected in batch validation.
000623*-----------------------------------------------------------------
000624 ENVIRONMENT DIVISION.
000625 INPUT-OUTPUT SECTION.
000626 FILE-CONTROL.
000627     SELECT INFILE ASSIGN TO "data.txt"
000628         ORGANIZATION IS LINE SEQUENTIAL.
000629
000630     SELECT PARM-FILE ASSIGN DYNAMIC WS-PARM-FILENAME
000631         ORGANIZATION IS LINE SEQUENTIAL
000632         FILE STATUS IS WS-PARM-STATUS.
000633
000634     SELECT REJECT-FILE ASSIGN DYNAMIC WS-REJ-FILENAME
000635         ORGANIZATION IS LINE SEQUENTIAL.
000636
000637     SELECT CHECKPOINT-FILE ASSIGN TO "file2pg.ckpt"
000638         ORGANIZATION IS LINE SEQUENTIAL
000639         FILE STATUS IS WS-CKPT-STATUS.
000640
000641     SELECT STAGE-FILE ASSIGN TO "file2pg.stage"
000642         ORGANIZATION IS LINE SEQUENTIAL.
000645
000646     SELECT TRANS-FILE ASSIGN TO "file2pg.trn"
000647         ORGANIZATION IS LINE SEQUENTIAL.
000656     SELECT SURVIVOR-FILE ASSIGN TO "file2pg.vld"
000657         ORGANIZATION IS LINE SEQUENTIAL.
000658
000660     SELECT REPORT-FILE ASSIGN DYNAMIC WS-RPT-FILENAME
000670         ORGANIZATION IS LINE SEQUENTIAL.
000672
000674     SELECT OPTIONAL JOURNAL-FILE ASSIGN DYNAMIC WS-JRN-FILENAME
000676         ORGANIZATION IS LINE SEQUENTIAL.
000678
000680     SELECT BEFORE-FILE ASSIGN TO "file2pg.bfr"
000701         ORGANIZATION IS LINE SEQUENTIAL
000702         FILE STATUS IS WS-COUNT-STATUS.
000703
000704     SELECT STATUS-FILE ASSIGN DYNAMIC WS-STS-FILENAME
000705         ORGANIZATION IS LINE SEQUENTIAL.
000706
000707     SELECT OPTIONAL PENDING-FILE ASSIGN TO "file2pg.pnd"
000714     SELECT PNDTEMP-FILE ASSIGN TO "file2pg.pnd.new"
000715         ORGANIZATION IS LINE SEQUENTIAL.
000716
000717     SELECT SIM-SORT-FILE ASSIGN TO "file2pg.simwk".
000718
000719     SELECT OPTIONAL REJEVT-FILE ASSIGN TO "file2pg.orw"
000720         ORGANIZATION IS LINE SEQUENTIAL.
000721
000722     SELECT REJEVT-SORT-FILE ASSIGN TO "file2pg.orwk".
000723
000724     SELECT REJEVT-SORTED-FILE ASSIGN TO "file2pg.ors"
000725         ORGANIZATION IS LINE SEQUENTIAL.
000726
000727     SELECT OPTIONAL OPENREJ-FILE ASSIGN TO "file2pg.orj"
000728         ORGANIZATION IS LINE SEQUENTIAL
000729         FILE STATUS IS WS-ORJ-STATUS.
000730
000731     SELECT ORJTEMP-FILE ASSIGN TO "file2pg.orj.new"
000732         ORGANIZATION IS LINE SEQUENTIAL.
000733
000734 DATA DIVISION.
000735 FILE SECTION.
000736 FD  INFILE.
000737     COPY "inrecord.cpy".
000738
000740 FD  PARM-FILE.
000750     COPY "parmrec.cpy".
000800
000920 01  CHECKPOINT-RECORD       PIC 9(07).
000930
000940 FD  STAGE-FILE.
000941 01  STAGE-RECORD            PIC X(256).
000942
000943 FD  TRANS-FILE.
000944 01  TRANS-RECORD.
000945     05  TR-ORDINAL          PIC 9(07).
000946     05  FILLER              PIC X(01)  VALUE SPACE.
000947     05  TR-TRANS-CODE       PIC X(01).
000948     05  FILLER              PIC X(01)  VALUE SPACE.
000949     05  TR-ID               PIC X(05).
000950     05  FILLER              PIC X(01)  VALUE SPACE.
000951     05  TR-NAME             PIC X(20).
000952     05  FILLER              PIC X(01)  VALUE SPACE.
000953     05  TR-EMAIL            PIC X(30).
000954     05  FILLER              PIC X(01)  VALUE SPACE.
000955     05  TR-PHONE            PIC X(15).
000956     05  FILLER              PIC X(01)  VALUE SPACE.
000957     05  TR-ADDRESS          PIC X(40).
000958     05  FILLER              PIC X(01)  VALUE SPACE.
000959     05  TR-SINCE            PIC X(08).
000960     05  FILLER              PIC X(01)  VALUE SPACE.
000961     05  TR-SOURCE           PIC X(12).
000962     05  FILLER              PIC X(01)  VALUE SPACE.
000963     05  TR-APPLY-SW         PIC X(01).
000964     05  FILLER              PIC X(01)  VALUE SPACE.
000965     05  TR-KEYED-BY         PIC X(08).
000966     05  FILLER              PIC X(01)  VALUE SPACE.
000967     05  TR-APPROVED-BY      PIC X(08).
000968
000969*-----------------------------------------------------------------
000970*  SORT-FILE and its two landing files carry the TRANS-RECORD
000971*  layout: the batch validation sorts the staged set by ID (so
000972*  an ID's transactions are adjacent and the whole feed never
000973*  has to fit in storage), then sorts the survivors back into
000974*  ordinal order for the apply phase.
000975*-----------------------------------------------------------------
000976 SD  SORT-FILE.
000977 01  SORT-RECORD.
000978     05  SR-ORDINAL          PIC 9(07).
000979     05  FILLER              PIC X(01).
000980     05  SR-TRANS-CODE       PIC X(01).
000981     05  FILLER              PIC X(01).
000982     05  SR-ID               PIC X(05).
000983     05  FILLER              PIC X(01).
000984     05  SR-NAME             PIC X(20).
000985     05  FILLER              PIC X(01).
000986     05  SR-EMAIL            PIC X(30).
000987     05  FILLER              PIC X(01).
000988     05  SR-PHONE            PIC X(15).
000989     05  FILLER              PIC X(01).
000990     05  SR-ADDRESS          PIC X(40).
000991     05  FILLER              PIC X(01).
000992     05  SR-SINCE            PIC X(08).
000993     05  FILLER              PIC X(01).
000994     05  SR-SOURCE           PIC X(12).
000995     05  FILLER              PIC X(01).
000996     05  SR-APPLY-SW         PIC X(01).
000997     05  FILLER              PIC X(01).
000998     05  SR-KEYED-BY         PIC X(08).
000999     05  FILLER              PIC X(01).
001000     05  SR-APPROVED-BY      PIC X(08).
001001
001002 FD  SORTED-TRANS-FILE.
001003 01  SORTED-TRANS-RECORD.
001004     05  ST-ORDINAL          PIC 9(07).
001005     05  FILLER              PIC X(01).
001006     05  ST-TRANS-CODE       PIC X(01).
001007     05  FILLER              PIC X(01).
001008     05  ST-ID               PIC X(05).
001009     05  FILLER              PIC X(01).
001010     05  ST-NAME             PIC X(20).
001011     05  FILLER              PIC X(01).
001012     05  ST-EMAIL            PIC X(30).
001013     05  FILLER              PIC X(01).
001014     05  ST-PHONE            PIC X(15).
001015     05  FILLER              PIC X(01).
001016     05  ST-ADDRESS          PIC X(40).
001017     05  FILLER              PIC X(01).
001018     05  ST-SINCE            PIC X(08).
001019     05  FILLER              PIC X(01).
001020     05  ST-SOURCE           PIC X(12).
001021     05  FILLER              PIC X(01).
001022     05  ST-APPLY-SW         PIC X(01).
001023     05  FILLER              PIC X(01).
001024     05  ST-KEYED-BY         PIC X(08).
001025     05  FILLER              PIC X(01).
001026     05  ST-APPROVED-BY      PIC X(08).
001027
001028 FD  SURVIVOR-FILE.
001029 01  SURVIVOR-RECORD.
001030     05  SV-ORDINAL          PIC 9(07).
001031     05  FILLER              PIC X(01).
001032     05  SV-TRANS-CODE       PIC X(01).
001033     05  FILLER              PIC X(01).
001034     05  SV-ID               PIC X(05).
001035     05  FILLER              PIC X(01).
001036     05  SV-NAME             PIC X(20).
001037     05  FILLER              PIC X(01).
001038     05  SV-EMAIL            PIC X(30).
001039     05  FILLER              PIC X(01).
001040     05  SV-PHONE            PIC X(15).
001041     05  FILLER              PIC X(01).
001042     05  SV-ADDRESS          PIC X(40).
001043     05  FILLER              PIC X(01).
001044     05  SV-SINCE            PIC X(08).
001045     05  FILLER              PIC X(01).
001046     05  SV-SOURCE           PIC X(12).
001047     05  FILLER              PIC X(01).
001048     05  SV-APPLY-SW         PIC X(01).
001049     05  FILLER              PIC X(01).
001050     05  SV-KEYED-BY         PIC X(08).
001051     05  FILLER              PIC X(01).
001052     05  SV-APPROVED-BY      PIC X(08).
001053
001054 FD  REPORT-FILE.
001055 01  REPORT-RECORD           PIC X(80).
001056
001057 FD  JOURNAL-FILE.
001058     COPY "jrnlrec.cpy".
001059
001060 FD  BEFORE-FILE.
001061 01  BEFORE-RECORD           PIC X(132).
001062
001063 FD  HISTORY-FILE.
001064     COPY "histrec.cpy".
001065
001066 FD  RUNLOCK-FILE.
001067     COPY "lockrec.cpy".
001068
001069 FD  CATALOG-FILE.
001070     COPY "archrec.cpy".
001071
001072 FD  CATTEMP-FILE.
001073 01  CATTEMP-RECORD          PIC X(49).
001074
001075 FD  COUNT-FILE.
001076 01  COUNT-RECORD            PIC X(20).
001077
001078 FD  STATUS-FILE.
001079     COPY "statrec.cpy".
001080
001081 FD  PENDING-FILE.
001082     COPY "pndrec.cpy".
001083
001084*-----------------------------------------------------------------
001085*  HOLD-FILE gathers this run's future-dated holds in the
001086*  pending layout; they join file2pg.pnd only when the run ends
001087*  clean, so an aborted run never leaves duplicate holds behind
001088*-----------------------------------------------------------------
001089 FD  HOLD-FILE.
001090 01  HOLD-RECORD.
001091     05  HD-EFF-DATE         PIC X(08).
001092     05  FILLER              PIC X(01).
001093     05  HD-TRANS-CODE       PIC X(01).
001094     05  FILLER              PIC X(01).
001095     05  HD-ID               PIC X(05).
001096     05  FILLER              PIC X(01).
001097     05  HD-NAME             PIC X(20).
001098     05  FILLER              PIC X(01).
001099     05  HD-EMAIL            PIC X(30).
001100     05  FILLER              PIC X(01).
001101     05  HD-PHONE            PIC X(15).
001102     05  FILLER              PIC X(01).
001103     05  HD-ADDRESS          PIC X(40).
001104     05  FILLER              PIC X(01).
001105     05  HD-SINCE            PIC X(08).
001106     05  FILLER              PIC X(01).
001107     05  HD-SOURCE           PIC X(12).
001108     05  FILLER              PIC X(01).
001109     05  HD-KEYED-BY         PIC X(08).
001110     05  FILLER              PIC X(01).
001111     05  HD-APPROVED-BY      PIC X(08).
001114
001115 FD  PNDTEMP-FILE.
001116 01  PNDTEMP-RECORD          PIC X(165).
001117
001118*-----------------------------------------------------------------
001119*  SIM-SORT-FILE puts the projected journal back into ordinal
001120*  order: a simulation projects one ID's transactions together
001121*  (see 4700-SIMULATE-APPLY), the journal reads in feed order
001122*-----------------------------------------------------------------
001123 SD  SIM-SORT-FILE.
001124 01  SIM-SORT-RECORD.
001125     05  SS-RUN-DATE         PIC X(08).
001126     05  FILLER              PIC X(01).
001127     05  SS-ORDINAL          PIC 9(07).
001128     05  FILLER              PIC X(270).
001129
001130*-----------------------------------------------------------------
001131*  REJEVT-FILE notes each reject and each applied transaction
001132*  as the run goes; at a clean end of run the notes are sorted
001133*  by ID (applies ahead of rejects, feed order within each)
001134*  and folded into the open-rejects inventory.  Like the
001135*  reject file it is extended, not replaced, on a restart.
001136*-----------------------------------------------------------------
001137 FD  REJEVT-FILE.
001138 01  REJEVT-RECORD.
001139     05  EV-ID               PIC X(05).
001140     05  FILLER              PIC X(01).
001141     05  EV-TYPE             PIC X(01).
001142     05  FILLER              PIC X(01).
001143     05  EV-TRANS-CODE       PIC X(01).
001144     05  FILLER              PIC X(01).
001145     05  EV-SOURCE           PIC X(12).
001146     05  FILLER              PIC X(01).
001147     05  EV-REASON           PIC X(40).
001148
001149 SD  REJEVT-SORT-FILE.
001150 01  REJEVT-SORT-RECORD.
001151     05  EW-ID               PIC X(05).
001152     05  FILLER              PIC X(01).
001153     05  EW-TYPE             PIC X(01).
001154     05  FILLER              PIC X(56).
001155
001156 FD  REJEVT-SORTED-FILE.
001157 01  REJEVT-SORTED-RECORD.
001158     05  ES-ID               PIC X(05).
001159     05  FILLER              PIC X(01).
001160     05  ES-TYPE             PIC X(01).
001161         88  ES-APPLIED                VALUE "A".
001162         88  ES-REJECTED               VALUE "R".
001163     05  FILLER              PIC X(01).
001164     05  ES-TRANS-CODE       PIC X(01).
001165     05  FILLER              PIC X(01).
001166     05  ES-SOURCE           PIC X(12).
001167     05  FILLER              PIC X(01).
001168     05  ES-REASON           PIC X(40).
001169
001170 FD  OPENREJ-FILE.
001171     COPY "orjrec.cpy".
001172
001173*-----------------------------------------------------------------
001174*  ORJTEMP-FILE is the rebuilt inventory in the open-rejects
001175*  layout; it replaces file2pg.orj once the fold is complete
001176*-----------------------------------------------------------------
001177 FD  ORJTEMP-FILE.
001178 01  ORJTEMP-RECORD.
001179     05  OT-ID               PIC X(05).
001180     05  FILLER              PIC X(01).
001181     05  OT-TRANS-CODE       PIC X(01).
001182     05  FILLER              PIC X(01).
001183     05  OT-STATUS           PIC X(01).
001184     05  FILLER              PIC X(01).
001185     05  OT-FIRST-DATE       PIC X(08).
001186     05  FILLER              PIC X(01).
001187     05  OT-LAST-DATE        PIC X(08).
001188     05  FILLER              PIC X(01).
001189     05  OT-BOUNCE-COUNT     PIC 9(05).
001190     05  FILLER              PIC X(01).
001191     05  OT-SOURCE           PIC X(12).
001192     05  FILLER              PIC X(01).
001193     05  OT-CLOSED-DATE      PIC X(08).
001194     05  FILLER              PIC X(01).
001195     05  OT-REASON           PIC X(40).
001196
001197 WORKING-STORAGE SECTION.
001198*-----------------------------------------------------------------
001199*  Switches
001200*-----------------------------------------------------------------
001201 01  WS-SWITCHES.
001202     05  WS-ABORT-SW         PIC X(01) VALUE "N".
001203         88  WS-ABORT                  VALUE "Y".
001204     05  WS-TRL-SEEN-SW      PIC X(01) VALUE "N".
001205         88  WS-TRL-SEEN               VALUE "Y".
001206     05  WS-EDIT-SW          PIC X(01) VALUE "Y".
001207         88  WS-EDIT-OK                VALUE "Y".
001208         88  WS-EDIT-FAILED            VALUE "N".
001209     05  WS-EMAIL-SW         PIC X(01) VALUE "N".
001210         88  WS-EMAIL-OK               VALUE "Y".
001211     05  WS-STAGE-OPEN-SW    PIC X(01) VALUE "N".
001212         88  WS-STAGE-OPEN             VALUE "Y".
001213     05  WS-LOAD-MODE-SW     PIC X(04) VALUE "ROW ".
001214         88  WS-LOAD-MODE-BULK         VALUE "BULK".
001215         88  WS-LOAD-MODE-ROW          VALUE "ROW ".
001216         88  WS-LOAD-MODE-SIMU         VALUE "SIMU".
001217     05  WS-TRANS-EOF-SW     PIC X(01) VALUE "N".
001218         88  WS-TRANS-EOF              VALUE "Y".
001219     05  WS-TRANS-OPEN-SW    PIC X(01) VALUE "N".
001220         88  WS-TRANS-OPEN             VALUE "Y".
001221     05  WS-BEFORE-SW        PIC X(01) VALUE "N".
001222         88  WS-BEFORE-FOUND           VALUE "Y".
001223     05  WS-LOCK-HELD-SW     PIC X(01) VALUE "N".
001224         88  WS-LOCK-HELD              VALUE "Y".
001225     05  WS-CAT-EOF-SW       PIC X(01) VALUE "N".
001226         88  WS-CAT-EOF                VALUE "Y".
001227     05  WS-SORTED-EOF-SW    PIC X(01) VALUE "N".
001228         88  WS-SORTED-EOF             VALUE "Y".
001229     05  WS-PND-EOF-SW       PIC X(01) VALUE "N".
001230         88  WS-PND-EOF                VALUE "Y".
001231     05  WS-HOLD-EOF-SW      PIC X(01) VALUE "N".
001232         88  WS-HOLD-EOF               VALUE "Y".
001233     05  WS-ORW-OPEN-SW      PIC X(01) VALUE "N".
001234         88  WS-ORW-OPEN               VALUE "Y".
001235     05  WS-ORJ-EOF-SW       PIC X(01) VALUE "N".
001236         88  WS-ORJ-EOF                VALUE "Y".
001237     05  WS-EVT-EOF-SW       PIC X(01) VALUE "N".
001238         88  WS-EVT-EOF                VALUE "Y".
001239     05  WS-ORJ-DONE-SW      PIC X(01) VALUE "N".
001240         88  WS-ORJ-DONE               VALUE "Y".
001241
001242*-----------------------------------------------------------------
001243*  Counters (control totals for the end-of-run report)
001244*-----------------------------------------------------------------
001250 01  WS-COUNTERS.
001260     05  WS-EXPECTED-COUNT   PIC 9(07) COMP.
001270     05  WS-DETAIL-COUNT     PIC 9(07) COMP.
001280     05  WS-ADD-COUNT        PIC 9(07) COMP.
001290     05  WS-CHANGE-COUNT     PIC 9(07) COMP.
001300     05  WS-DELETE-COUNT     PIC 9(07) COMP.
001305     05  WS-MERGE-COUNT      PIC 9(07) COMP.
001310     05  WS-INSERT-COUNT     PIC 9(07) COMP.
001320     05  WS-REJECT-COUNT     PIC 9(07) COMP.
001325     05  WS-NOROW-COUNT      PIC 9(07) COMP.
001436 01  WS-CAT-STATUS           PIC X(02).
001437 01  WS-COUNT-STATUS         PIC X(02).
001438 01  WS-PND-STATUS           PIC X(02).
001439 01  WS-ORJ-STATUS           PIC X(02).
001440 01  WS-REJ-FILENAME         PIC X(40) VALUE "file2pg.rej".
001442 01  WS-RPT-FILENAME         PIC X(40) VALUE "file2pg.rpt".
001444 01  WS-JRN-FILENAME         PIC X(40) VALUE "file2pg.jrn".
001446 01  WS-STS-FILENAME         PIC X(40) VALUE "file2pg.sts".
001448
001450 01  WS-DB-HOST              PIC X(40) VALUE "localhost".
001460 01  WS-DB-NAME              PIC X(30) VALUE "mydb".
001470 01  WS-DB-USER              PIC X(30) VALUE "myuser".
001662 01  WS-EMAIL-ESC-LEN        PIC 9(02) COMP.
001664 01  WS-ADDR-ESC             PIC X(80).
001666 01  WS-ADDR-ESC-LEN         PIC 9(02) COMP.
001667 01  WS-PHONE-ESC            PIC X(30).
001668 01  WS-PHONE-ESC-LEN        PIC 9(02) COMP.
001670 01  WS-NAME-CSV             PIC X(60).
001672 01  WS-NAME-CSV-LEN         PIC 9(02) COMP.
001680 01  WS-EMAIL-CSV            PIC X(60).
001720*-----------------------------------------------------------------
001730 01  WS-EMAIL-WORK.
001740     05  WS-AT-COUNT         PIC 9(02) COMP.
001741     05  WS-DOT-COUNT        PIC 9(02) COMP.
001742     05  WS-EMAIL-LOCAL      PIC X(30).
001743     05  WS-EMAIL-DOMAIN     PIC X(30).
001744
001745*-----------------------------------------------------------------
001746*  Phone and date edit work areas
001747*-----------------------------------------------------------------
001748 01  WS-PHONE-WORK.
001749     05  WS-PHONE-SW         PIC X(01).
001750         88  WS-PHONE-OK               VALUE "Y".
001751     05  WS-PHONE-IDX        PIC 9(02) COMP.
001752 01  WS-DATE-WORK.
001753     05  WS-DATE-SW          PIC X(01).
001754         88  WS-DATE-OK                VALUE "Y".
001755     05  WS-DATE-IN          PIC X(08).
001756     05  WS-DATE-MM          PIC 9(02).
001757     05  WS-DATE-DD          PIC 9(02).
001758
001759*-----------------------------------------------------------------
001760*  Before-image work area (audit journal)
001761*-----------------------------------------------------------------
001762 01  WS-BEFORE-IMAGE.
001763     05  WS-BEF-NAME         PIC X(20).
001764     05  WS-BEF-EMAIL        PIC X(30).
001765     05  WS-BEF-PHONE        PIC X(15).
001766     05  WS-BEF-ADDRESS      PIC X(40).
001767     05  WS-BEF-SINCE        PIC X(08).
001768 01  WS-SIM-ID               PIC X(05).
001769 01  WS-LOOKUP-ID            PIC X(05).
001770
001771*-----------------------------------------------------------------
001772*  Merge work areas: the duplicate's row as fetched, and the
001773*  surviving row as it will read after the merge
001774*-----------------------------------------------------------------
001775 01  WS-DUP-SW               PIC X(01).
001776     88  WS-DUP-FOUND                  VALUE "Y".
001777 01  WS-DUP-IMAGE.
001778     05  WS-DUP-NAME         PIC X(20).
001779     05  WS-DUP-EMAIL        PIC X(30).
001780     05  WS-DUP-PHONE        PIC X(15).
001781     05  WS-DUP-ADDRESS      PIC X(40).
001782     05  WS-DUP-SINCE        PIC X(08).
001783 01  WS-MRG-IMAGE.
001784     05  WS-MRG-NAME         PIC X(20).
001785     05  WS-MRG-EMAIL        PIC X(30).
001786     05  WS-MRG-PHONE        PIC X(15).
001787     05  WS-MRG-ADDRESS      PIC X(40).
001788     05  WS-MRG-SINCE        PIC X(08).
001797
001798 01  WS-ABORT-MSG            PIC X(60).
001800 01  WS-REPORT-DATE          PIC X(08).
001846 01  WS-CAT-KEEP-COUNT       PIC 9(05) COMP.
001847
001848*-----------------------------------------------------------------
001849*  Open-rejects inventory work area: one customer ID's entries
001850*  at a time (one per transaction code), pulled together by
001851*  the ID-ordered match of file2pg.orj against this run's
001852*  sorted reject/apply notes
001853*-----------------------------------------------------------------
001854 01  WS-OJ-LIMIT             PIC 9(02) COMP VALUE 10.
001855 01  WS-OJ-COUNT             PIC 9(02) COMP.
001856 01  WS-OJ-IDX               PIC 9(02) COMP.
001857 01  WS-OJ-FOUND             PIC 9(02) COMP.
001858 01  WS-OJ-CUR-ID            PIC X(05).
001859 01  WS-OJ-TABLE.
001860     05  WS-OJ-ENTRY OCCURS 10 TIMES.
001861         10  WS-OJ-CODE      PIC X(01).
001862         10  WS-OJ-STAT      PIC X(01).
001863         10  WS-OJ-FIRST     PIC X(08).
001864         10  WS-OJ-LAST      PIC X(08).
001865         10  WS-OJ-BOUNCE    PIC 9(05).
001866         10  WS-OJ-SOURCE    PIC X(12).
001867         10  WS-OJ-CLOSED    PIC X(08).
001868         10  WS-OJ-REASON    PIC X(40).
001869 01  WS-ORJ-COUNTS.
001870     05  WS-ORJ-OPENED-COUNT PIC 9(07) COMP.
001871     05  WS-ORJ-BOUNCE-COUNT PIC 9(07) COMP.
001872     05  WS-ORJ-CLOSED-COUNT PIC 9(07) COMP.
001873     05  WS-ORJ-OPEN-TOTAL   PIC 9(07) COMP.
001874     05  WS-ORJ-PURGE-COUNT  PIC 9(07) COMP.
001875
001876*-----------------------------------------------------------------
001877*  Batch-validation group table: one customer ID's transactions
001878*  at a time, pulled adjacent by the sort in 3500, so
001879*  cross-record conflicts (duplicate ADDs, CHANGE or ADD after a
001880*  DELETE of the same ID) can be caught before the apply phase
001881*  while the feed as a whole stays on disk, however large.
001882*-----------------------------------------------------------------
001883 01  WS-GV-LIMIT                PIC 9(03) COMP VALUE 200.
001884 01  WS-GV-IDX1                 PIC 9(03) COMP.
001885 01  WS-GV-IDX2                 PIC 9(03) COMP.
001886 01  WS-GV-START                PIC 9(03) COMP.
001887 01  WS-GV-IDX                  PIC 9(03) COMP.
001888 01  WS-GV-COUNT                PIC 9(03) COMP.
001889 01  WS-GV-DROP-TOTAL           PIC 9(07) COMP.
001890 01  WS-GV-RSN-WORK             PIC X(01).
001891 01  WS-GV-ORD1-DISP            PIC 9(07).
001892 01  WS-GV-ORD2-DISP            PIC 9(07).
001893 01  WS-GV-ID                   PIC X(05).
001894 01  WS-GV-TABLE.
001895     05  WS-GV-ENTRY OCCURS 200 TIMES.
001896         10  WS-GV-ORDINAL      PIC 9(07).
001897         10  WS-GV-CODE         PIC X(01).
001898         10  WS-GV-NAME         PIC X(20).
001899         10  WS-GV-EMAIL        PIC X(30).
001900         10  WS-GV-PHONE        PIC X(15).
001901         10  WS-GV-ADDRESS      PIC X(40).
001902         10  WS-GV-SINCE        PIC X(08).
001903         10  WS-GV-SOURCE       PIC X(12).
001904         10  WS-GV-KEYED-BY     PIC X(08).
001905         10  WS-GV-APPROVED-BY  PIC X(08).
001906         10  WS-GV-DROP-SW      PIC X(01).
001907         10  WS-GV-APPLY-SW     PIC X(01).
001908         10  WS-GV-RSN-CODE     PIC X(01).
001909         10  WS-GV-OTHER-ORD    PIC 9(07).
001910
001911 PROCEDURE DIVISION.
001912*-----------------------------------------------------------------
001913*  0000-MAINLINE
001914*-----------------------------------------------------------------
001915 0000-MAINLINE.
001916     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001917     PERFORM 2000-PROCESS-DETAIL THRU 2000-EXIT
001918         UNTIL WS-TRL-SEEN OR WS-ABORT
001919     IF NOT WS-ABORT
001920         PERFORM 3400-RELEASE-PENDING THRU 3400-EXIT
001921         PERFORM 3500-VALIDATE-BATCH THRU 3500-EXIT
001922         PERFORM 3600-CHECK-IMPACT-LIMITS THRU 3600-EXIT
001923         PERFORM 4000-APPLY-TRANSACTIONS THRU 4000-EXIT
001924     END-IF
001930     PERFORM 5000-FINALIZE THRU 5000-EXIT
001940     GO TO 9999-EXIT-PROGRAM.
001950
002200                 MOVE PARM-DB-USER   TO WS-DB-USER
002210                 IF PARM-LOAD-MODE NOT = SPACES
002212                     IF PARM-LOAD-MODE = "BULK" OR "ROW "
002213                             OR "SIMU"
002214                         MOVE PARM-LOAD-MODE TO WS-LOAD-MODE-SW
002216                     ELSE
002218                         DISPLAY "FILE2PG: PARM-LOAD-MODE '"
002260     ELSE
002270         DISPLAY "FILE2PG: NO PARM FILE " WS-PARM-FILENAME
002280             ", USING DEFAULTS"
002281     END-IF
002282     IF WS-LOAD-MODE-SIMU
002283         MOVE "file2pg.sim.rej" TO WS-REJ-FILENAME
002284         MOVE "file2pg.sim.rpt" TO WS-RPT-FILENAME
002285         MOVE "file2pg.sim.jrn" TO WS-JRN-FILENAME
002286         MOVE "file2pg.sim.sts" TO WS-STS-FILENAME
002287         DISPLAY "FILE2PG: SIMULATION RUN, NOTHING WILL BE"
002288             " APPLIED TO TESTDATA"
002290     END-IF.
002300 1010-EXIT.
002310     EXIT.
002320
002330 1020-OPEN-FILES.
002340     OPEN INPUT INFILE
002341     IF WS-CKPT-RESTART-CNT > 0 AND NOT WS-LOAD-MODE-SIMU
002342         OPEN EXTEND REJECT-FILE
002343     ELSE
002344         OPEN OUTPUT REJECT-FILE
002345     END-IF
002346     IF NOT WS-LOAD-MODE-SIMU
002347         IF WS-CKPT-RESTART-CNT > 0
002348             OPEN EXTEND REJEVT-FILE
002349         ELSE
002350             OPEN OUTPUT REJEVT-FILE
002351         END-IF
002352         SET WS-ORW-OPEN TO TRUE
002353     END-IF
002354     OPEN OUTPUT REPORT-FILE
002355     IF WS-LOAD-MODE-SIMU
002356         OPEN OUTPUT JOURNAL-FILE
002357     ELSE
002358         OPEN EXTEND JOURNAL-FILE
002359     END-IF
002365     OPEN OUTPUT TRANS-FILE
002366     SET WS-TRANS-OPEN TO TRUE
002368     OPEN OUTPUT HOLD-FILE
003260*-----------------------------------------------------------------
003270 2200-EDIT-RECORD.
003280     SET WS-EDIT-OK TO TRUE
003290     IF NOT (IR-TRANS-ADD OR IR-TRANS-CHANGE OR IR-TRANS-DELETE
003295             OR IR-TRANS-MERGE)
003300         SET WS-EDIT-FAILED TO TRUE
003310         MOVE "INVALID TRANSACTION CODE" TO WS-REASON
003320     ELSE
003330         IF IR-ID NOT NUMERIC
003340             SET WS-EDIT-FAILED TO TRUE
003350             MOVE "MISSING OR NON-NUMERIC ID" TO WS-REASON
003352         END-IF
003354         IF WS-EDIT-OK AND IR-TRANS-MERGE
003356             PERFORM 2240-EDIT-MERGE-ID THRU 2240-EXIT
003360         END-IF
003370         IF WS-EDIT-OK AND (IR-TRANS-ADD OR IR-TRANS-CHANGE)
003380             IF IR-NAME = SPACES
003710             END-IF
003720         END-IF
003730     END-IF.
003731 2210-EXIT.
003732     EXIT.
003733
003734*-----------------------------------------------------------------
003735*  2220-EDIT-PHONE  --  the phone is optional; when present it
003736*  may carry only digits, hyphens, parentheses and spaces, so a
003737*  keyed letter or a stray quote never reaches the generated SQL
003738*-----------------------------------------------------------------
003739 2220-EDIT-PHONE.
003740     SET WS-PHONE-OK TO TRUE
003741     IF IR-PHONE NOT = SPACES
003742         PERFORM 2225-TEST-PHONE-CHAR THRU 2225-EXIT
003743             VARYING WS-PHONE-IDX FROM 1 BY 1
003744                 UNTIL WS-PHONE-IDX > 15
003745                     OR NOT WS-PHONE-OK
003746     END-IF.
003747 2220-EXIT.
003748     EXIT.
003749
003750 2225-TEST-PHONE-CHAR.
003751     IF IR-PHONE(WS-PHONE-IDX:1) NOT = SPACE
003752         AND IR-PHONE(WS-PHONE-IDX:1) NOT = "-"
003753         AND IR-PHONE(WS-PHONE-IDX:1) NOT = "("
003754         AND IR-PHONE(WS-PHONE-IDX:1) NOT = ")"
003755         AND IR-PHONE(WS-PHONE-IDX:1) NOT NUMERIC
003756         MOVE "N" TO WS-PHONE-SW
003757     END-IF.
003758 2225-EXIT.
003759     EXIT.
003760
003761*-----------------------------------------------------------------
003762*  2230-EDIT-DATE  --  a YYYYMMDD sanity check shared by the
003763*  customer-since edit: all digits, month 01-12, day 01-31.  The
003764*  caller puts the date in WS-DATE-IN and tests WS-DATE-OK.
003765*-----------------------------------------------------------------
003766 2230-EDIT-DATE.
003767     MOVE "N" TO WS-DATE-SW
003768     IF WS-DATE-IN NUMERIC
003769         MOVE WS-DATE-IN(5:2) TO WS-DATE-MM
003770         MOVE WS-DATE-IN(7:2) TO WS-DATE-DD
003771         IF WS-DATE-MM >= 1 AND WS-DATE-MM <= 12
003772             AND WS-DATE-DD >= 1 AND WS-DATE-DD <= 31
003773             SET WS-DATE-OK TO TRUE
003774         END-IF
003775     END-IF.
003776 2230-EXIT.
003777     EXIT.
003778
003779*-----------------------------------------------------------------
003780*  2240-EDIT-MERGE-ID  --  a merge names the duplicate to fold
003781*  into the detail's ID; it must be a numeric ID of its own.
003782*  Whether both customers exist is only known at apply time.
003783*-----------------------------------------------------------------
003784 2240-EDIT-MERGE-ID.
003785     IF IR-MERGE-ID NOT NUMERIC
003786         SET WS-EDIT-FAILED TO TRUE
003787         MOVE "MISSING OR NON-NUMERIC MERGE ID" TO WS-REASON
003788     ELSE
003789         IF IR-MERGE-ID = IR-ID
003790             SET WS-EDIT-FAILED TO TRUE
003791             MOVE "MERGE ID SAME AS SURVIVING ID" TO WS-REASON
003792         END-IF
003793     END-IF.
003794 2240-EXIT.
003795     EXIT.
003796
003797*-----------------------------------------------------------------
003798*  2250-STAGE-TRANSACTION  --  record an edit-clean add/change/
003799*  delete for later application, instead of applying it here.
003800*  Nothing touches testdata until the whole file has been read
003801*  and the trailer count has been reconciled, so a transfer that
003802*  cuts off partway through never leaves a partial load behind.
003803*-----------------------------------------------------------------
003804 2250-STAGE-TRANSACTION.
003805     MOVE SPACES TO TRANS-RECORD
003806     MOVE WS-DETAIL-COUNT TO TR-ORDINAL
003807     MOVE IR-TRANS-CODE TO TR-TRANS-CODE
003808     MOVE IR-ID TO TR-ID
003809     MOVE IR-NAME TO TR-NAME
003810     MOVE IR-EMAIL TO TR-EMAIL
003811     MOVE IR-PHONE TO TR-PHONE
003812     MOVE IR-ADDRESS TO TR-ADDRESS
003813     MOVE IR-CUST-SINCE TO TR-SINCE
003814     MOVE IR-SOURCE TO TR-SOURCE
003815     MOVE IR-KEYED-BY TO TR-KEYED-BY
003816     MOVE IR-APPROVED-BY TO TR-APPROVED-BY
003817     MOVE "Y" TO TR-APPLY-SW
003818     WRITE TRANS-RECORD
003819     ADD 1 TO WS-TRANS-COUNT.
003830*  pass drops it from the rewritten file before the apply.
003831*-----------------------------------------------------------------
003832 2260-RECORD-SKIPPED.
003833     MOVE SPACES TO TRANS-RECORD
003834     MOVE WS-DETAIL-COUNT TO TR-ORDINAL
003835     MOVE IR-TRANS-CODE TO TR-TRANS-CODE
003836     MOVE IR-ID TO TR-ID
003837     MOVE IR-NAME TO TR-NAME
003838     MOVE IR-EMAIL TO TR-EMAIL
003839     MOVE IR-PHONE TO TR-PHONE
003840     MOVE IR-ADDRESS TO TR-ADDRESS
003841     MOVE IR-CUST-SINCE TO TR-SINCE
003842     MOVE IR-SOURCE TO TR-SOURCE
003843     MOVE IR-KEYED-BY TO TR-KEYED-BY
003844     MOVE IR-APPROVED-BY TO TR-APPROVED-BY
003845     MOVE "N" TO TR-APPLY-SW
003846     WRITE TRANS-RECORD.
003847 2260-EXIT.
003848     EXIT.
003849
003850*-----------------------------------------------------------------
003851*  2270-HOLD-TRANSACTION  --  an edit-clean transaction whose
003852*  effective date is still in the future goes to this run's
003853*  hold file instead of the batch; 5080-REWRITE-PENDING folds
003854*  the holds into the durable pending file at a clean end of
003855*  run, and the release step of a later run sweeps it into
003866     MOVE IR-ADDRESS TO HD-ADDRESS
003867     MOVE IR-CUST-SINCE TO HD-SINCE
003868     MOVE IR-SOURCE TO HD-SOURCE
003869     MOVE IR-KEYED-BY TO HD-KEYED-BY
003870     MOVE IR-APPROVED-BY TO HD-APPROVED-BY
003871     WRITE HOLD-RECORD
003872     ADD 1 TO WS-HELD-COUNT.
003873 2270-EXIT.
003874     EXIT.
003875
003876*-----------------------------------------------------------------
003877*  2300-ESCAPE-FIELDS  --  double embedded single quotes before
003878*  they go anywhere near a SQL statement
003879*-----------------------------------------------------------------
003880 2300-ESCAPE-FIELDS.
003881     MOVE "'" TO WS-ESC-CHAR
003882     MOVE SPACES TO WS-ESC-IN
003883     MOVE IR-NAME TO WS-ESC-IN(1:20)
003884     MOVE 20 TO WS-ESC-LEN
003885     PERFORM 5100-ESCAPE-CHAR THRU 5100-EXIT
003886     PERFORM 5150-CALC-OUT-LEN THRU 5150-EXIT
003887     MOVE WS-ESC-OUT TO WS-NAME-ESC
003888     MOVE WS-ESC-OUT-LEN TO WS-NAME-ESC-LEN
003889
003890     MOVE SPACES TO WS-ESC-IN
003900     MOVE IR-EMAIL TO WS-ESC-IN(1:30)
003910     MOVE 30 TO WS-ESC-LEN
004050             PERFORM 2420-APPLY-CHANGE THRU 2420-EXIT
004060         WHEN IR-TRANS-DELETE
004070             PERFORM 2430-APPLY-DELETE THRU 2430-EXIT
004073         WHEN IR-TRANS-MERGE
004076             PERFORM 2440-APPLY-MERGE THRU 2440-EXIT
004080     END-EVALUATE.
004090 2400-EXIT.
004100     EXIT.
004710     EXIT.
004720
004730 2420-APPLY-CHANGE.
004731     MOVE IR-ID TO WS-LOOKUP-ID
004732     PERFORM 4500-FETCH-BEFORE-IMAGE THRU 4500-EXIT
004733     IF WS-RC = 0 AND NOT WS-BEFORE-FOUND
004734         MOVE "NO MATCHING CUSTOMER" TO WS-REASON
004990     EXIT.
005000
005010 2430-APPLY-DELETE.
005011     MOVE IR-ID TO WS-LOOKUP-ID
005012     PERFORM 4500-FETCH-BEFORE-IMAGE THRU 4500-EXIT
005013     IF WS-RC = 0 AND NOT WS-BEFORE-FOUND
005014         MOVE "NO MATCHING CUSTOMER" TO WS-REASON
005156             MOVE WS-CUR-ORDINAL TO WS-CKPT-WRITE-VALUE
005157             PERFORM 2500-WRITE-CHECKPOINT THRU 2500-EXIT
005158         END-IF
005159     ELSE
005160         MOVE WS-RC TO WS-RC-DISP
005161         MOVE SPACES TO WS-REASON
005162         STRING "DELETE FAILED, PSQL RC=" WS-RC-DISP
005163             DELIMITED BY SIZE INTO WS-REASON
005164         END-STRING
005165         PERFORM 2800-REJECT-RECORD THRU 2800-EXIT
005166     END-IF.
005167 2430-EXIT.
005168     EXIT.
005169
005170*-----------------------------------------------------------------
005171*  2440-APPLY-MERGE  --  fold the duplicate (IR-MERGE-ID) into
005172*  the surviving customer (IR-ID).  Both rows must be on file.
005173*  The survivor keeps its own name and email; its phone and
005174*  address are filled from the duplicate only where blank, and
005175*  it takes the earlier of the two customer-since dates.  The
005176*  UPDATE and the DELETE go to psql as one command string, which
005177*  psql runs as a single transaction, so a failure leaves both
005178*  rows exactly as they were.
005179*-----------------------------------------------------------------
005180 2440-APPLY-MERGE.
005181     PERFORM 2445-FETCH-MERGE-PAIR THRU 2445-EXIT
005182     IF WS-RC NOT = 0
005183         MOVE WS-RC TO WS-RC-DISP
005184         MOVE SPACES TO WS-REASON
005185         STRING "LOOKUP FAILED, PSQL RC=" WS-RC-DISP
005186             DELIMITED BY SIZE INTO WS-REASON
005187         END-STRING
005188         PERFORM 2800-REJECT-RECORD THRU 2800-EXIT
005189         GO TO 2440-EXIT
005190     END-IF
005191     IF NOT WS-BEFORE-FOUND
005192         MOVE "NO MATCHING CUSTOMER" TO WS-REASON
005193         ADD 1 TO WS-NOROW-COUNT
005194         PERFORM 2800-REJECT-RECORD THRU 2800-EXIT
005195         GO TO 2440-EXIT
005196     END-IF
005197     IF NOT WS-DUP-FOUND
005198         MOVE "NO MATCHING CUSTOMER FOR MERGE ID" TO WS-REASON
005199         ADD 1 TO WS-NOROW-COUNT
005200         PERFORM 2800-REJECT-RECORD THRU 2800-EXIT
005201         GO TO 2440-EXIT
005202     END-IF
005203     PERFORM 2450-BUILD-MERGED-IMAGE THRU 2450-EXIT
005204     MOVE "'" TO WS-ESC-CHAR
005205     MOVE SPACES TO WS-ESC-IN
005206     MOVE WS-MRG-PHONE TO WS-ESC-IN(1:15)
005207     MOVE 15 TO WS-ESC-LEN
005208     PERFORM 5100-ESCAPE-CHAR THRU 5100-EXIT
005209     PERFORM 5150-CALC-OUT-LEN THRU 5150-EXIT
005210     MOVE WS-ESC-OUT TO WS-PHONE-ESC
005211     MOVE WS-ESC-OUT-LEN TO WS-PHONE-ESC-LEN
005212     MOVE SPACES TO WS-ESC-IN
005213     MOVE WS-MRG-ADDRESS TO WS-ESC-IN(1:40)
005214     MOVE 40 TO WS-ESC-LEN
005215     PERFORM 5100-ESCAPE-CHAR THRU 5100-EXIT
005216     PERFORM 5150-CALC-OUT-LEN THRU 5150-EXIT
005217     MOVE WS-ESC-OUT TO WS-ADDR-ESC
005218     MOVE WS-ESC-OUT-LEN TO WS-ADDR-ESC-LEN
005219     MOVE SPACES TO WS-CMD
005220     STRING
005221         "psql -h "      DELIMITED BY SIZE
005222         WS-DB-HOST      DELIMITED BY SPACE
005223         " -U "          DELIMITED BY SIZE
005224         WS-DB-USER      DELIMITED BY SPACE
005225         " -d "          DELIMITED BY SIZE
005226         WS-DB-NAME      DELIMITED BY SPACE
005227         " -c ""UPDATE testdata SET phone = '"
005228                         DELIMITED BY SIZE
005229         WS-PHONE-ESC(1:WS-PHONE-ESC-LEN) DELIMITED BY SIZE
005230         "', address = '" DELIMITED BY SIZE
005231         WS-ADDR-ESC(1:WS-ADDR-ESC-LEN)   DELIMITED BY SIZE
005232         "', cust_since = '" DELIMITED BY SIZE
005233         WS-MRG-SINCE    DELIMITED BY SIZE
005234         "' WHERE id = '" DELIMITED BY SIZE
005235         IR-ID           DELIMITED BY SIZE
005236         "'; DELETE FROM testdata WHERE id = '"
005237                         DELIMITED BY SIZE
005238         IR-MERGE-ID     DELIMITED BY SIZE
005239         "'"""           DELIMITED BY SIZE
005240         INTO WS-CMD
005241     END-STRING
005242     CALL "SYSTEM" USING WS-CMD
005243     MOVE RETURN-CODE TO WS-RC
005244     IF WS-RC = 0
005245         PERFORM 4610-WRITE-MERGE-JOURNAL THRU 4610-EXIT
005246         ADD 1 TO WS-MERGE-COUNT
005247         ADD 1 TO WS-INSERT-COUNT
005248         IF NOT WS-LOAD-MODE-BULK
005249             MOVE WS-CUR-ORDINAL TO WS-CKPT-WRITE-VALUE
005250             PERFORM 2500-WRITE-CHECKPOINT THRU 2500-EXIT
005251         END-IF
005252     ELSE
005253         MOVE WS-RC TO WS-RC-DISP
005254         MOVE SPACES TO WS-REASON
005255         STRING "MERGE FAILED, PSQL RC=" WS-RC-DISP
005256             DELIMITED BY SIZE INTO WS-REASON
005257         END-STRING
005258         PERFORM 2800-REJECT-RECORD THRU 2800-EXIT
005259     END-IF.
005260 2440-EXIT.
005261     EXIT.
005262
005263*-----------------------------------------------------------------
005264*  2445-FETCH-MERGE-PAIR  --  the duplicate's row into
005265*  WS-DUP-IMAGE, then the survivor's into the before-image.  A
005266*  psql failure on the first lookup skips the second.
005267*-----------------------------------------------------------------
005268 2445-FETCH-MERGE-PAIR.
005269     MOVE IR-MERGE-ID TO WS-LOOKUP-ID
005270     PERFORM 4500-FETCH-BEFORE-IMAGE THRU 4500-EXIT
005271     MOVE WS-BEFORE-SW TO WS-DUP-SW
005272     MOVE WS-BEFORE-IMAGE TO WS-DUP-IMAGE
005273     IF WS-RC = 0
005274         MOVE IR-ID TO WS-LOOKUP-ID
005275         PERFORM 4500-FETCH-BEFORE-IMAGE THRU 4500-EXIT
005276     END-IF.
005277 2445-EXIT.
005278     EXIT.
005279
005280*-----------------------------------------------------------------
005281*  2450-BUILD-MERGED-IMAGE  --  the survivor's row as it will
005282*  read after the merge.  Dates are YYYYMMDD, so the earlier
005283*  customer-since is the smaller one.
005284*-----------------------------------------------------------------
005285 2450-BUILD-MERGED-IMAGE.
005286     MOVE WS-BEFORE-IMAGE TO WS-MRG-IMAGE
005287     IF WS-MRG-PHONE = SPACES
005288         MOVE WS-DUP-PHONE TO WS-MRG-PHONE
005289     END-IF
005290     IF WS-MRG-ADDRESS = SPACES
005291         MOVE WS-DUP-ADDRESS TO WS-MRG-ADDRESS
005292     END-IF
005293     IF WS-DUP-SINCE NOT = SPACES
005294         IF WS-MRG-SINCE = SPACES
005295             OR WS-DUP-SINCE < WS-MRG-SINCE
005296             MOVE WS-DUP-SINCE TO WS-MRG-SINCE
005297         END-IF
005298     END-IF.
005299 2450-EXIT.
005300     EXIT.
005301
005302*-----------------------------------------------------------------
005303*  2500-WRITE-CHECKPOINT  --  record how far we have gotten so a
005304*  rerun can resume instead of reloading.  A simulation applies
005305*  nothing, so it never moves the checkpoint.
005306*-----------------------------------------------------------------
005310 2500-WRITE-CHECKPOINT.
005312     IF WS-LOAD-MODE-SIMU
005314         GO TO 2500-EXIT
005316     END-IF
005320     OPEN OUTPUT CHECKPOINT-FILE
005330     MOVE WS-CKPT-WRITE-VALUE TO CHECKPOINT-RECORD
005340     WRITE CHECKPOINT-RECORD
005468     MOVE IR-EFF-DATE TO RJ-EFF-DATE
005470     MOVE WS-REASON TO RJ-REASON
005480     WRITE REJECT-RECORD
005481     IF WS-ORW-OPEN
005482         MOVE SPACES TO REJEVT-RECORD
005483         MOVE IR-ID TO EV-ID
005484         MOVE "R" TO EV-TYPE
005485         MOVE IR-TRANS-CODE TO EV-TRANS-CODE
005486         MOVE IR-SOURCE TO EV-SOURCE
005487         MOVE WS-REASON TO EV-REASON
005488         WRITE REJEVT-RECORD
005489     END-IF
005490     ADD 1 TO WS-REJECT-COUNT.
005500 2800-EXIT.
005510     EXIT.
005570 3000-PROCESS-TRAILER.
005580     SET WS-TRL-SEEN TO TRUE
005590     IF WS-DETAIL-COUNT NOT = WS-EXPECTED-COUNT
005591         DISPLAY "FILE2PG: HEADER EXPECTED " WS-EXPECTED-COUNT
005592             " DETAIL RECORDS BUT " WS-DETAIL-COUNT " WERE READ"
005593         MOVE "HEADER RECORD COUNT DOES NOT MATCH DETAIL RECORDS"
005594             TO WS-ABORT-MSG
005595         PERFORM 9999-ABORT-RUN
005596     END-IF
005597     IF WS-DETAIL-COUNT NOT = IR-REC-COUNT
005598         DISPLAY "FILE2PG: TRAILER CLAIMS " IR-REC-COUNT
005599             " DETAIL RECORDS BUT " WS-DETAIL-COUNT " WERE READ"
005600         MOVE "TRAILER RECORD COUNT DOES NOT MATCH DETAIL RECORDS"
005601             TO WS-ABORT-MSG
005602         PERFORM 9999-ABORT-RUN
005603     END-IF.
005604 3000-EXIT.
005605     EXIT.
005606
005607*-----------------------------------------------------------------
005608*  3400-RELEASE-PENDING  --  sweep matured pending transactions
005609*  into the batch ahead of validation, so a change held for the
005610*  1st goes through the same 3500 conflict checks as the day's
005611*  feed the day it matures.  Released ordinals continue past
005612*  the feed's details, deterministically, so the checkpoint
005613*  test still holds on a rerun; entries leave file2pg.pnd only
005614*  when the run ends clean (see 5080-REWRITE-PENDING), so an
005615*  abort after release loses nothing.
005616*-----------------------------------------------------------------
005617 3400-RELEASE-PENDING.
005618     MOVE WS-DETAIL-COUNT TO WS-REL-ORDINAL
005619     MOVE "N" TO WS-PND-EOF-SW
005620     OPEN INPUT PENDING-FILE
005621     IF WS-PND-STATUS NOT = "00" AND WS-PND-STATUS NOT = "05"
005622         GO TO 3400-EXIT
005623     END-IF
005624     PERFORM 3410-RELEASE-ONE-PENDING THRU 3410-EXIT
005625         UNTIL WS-PND-EOF
005626     CLOSE PENDING-FILE
005627     IF WS-RELEASED-COUNT > 0
005628         MOVE WS-RELEASED-COUNT TO WS-CNT-DISP
005629         DISPLAY "FILE2PG: " WS-CNT-DISP " PENDING TRANSACTIONS"
005630             " MATURED AND JOIN THIS BATCH"
005631     END-IF.
005632 3400-EXIT.
005633     EXIT.
005634
005635 3410-RELEASE-ONE-PENDING.
005636     READ PENDING-FILE
005637         AT END
005638             SET WS-PND-EOF TO TRUE
005639         NOT AT END
005640             IF PD-EFF-DATE <= WS-RUN-DATE
005641                 ADD 1 TO WS-REL-ORDINAL
005642                 ADD 1 TO WS-RELEASED-COUNT
005643                 MOVE SPACES TO TRANS-RECORD
005644                 MOVE WS-REL-ORDINAL TO TR-ORDINAL
005645                 MOVE PD-TRANS-CODE TO TR-TRANS-CODE
005646                 MOVE PD-ID TO TR-ID
005647                 MOVE PD-NAME TO TR-NAME
005648                 MOVE PD-EMAIL TO TR-EMAIL
005649                 MOVE PD-PHONE TO TR-PHONE
005650                 MOVE PD-ADDRESS TO TR-ADDRESS
005651                 MOVE PD-SINCE TO TR-SINCE
005652                 MOVE PD-SOURCE TO TR-SOURCE
005653                 MOVE PD-KEYED-BY TO TR-KEYED-BY
005654                 MOVE PD-APPROVED-BY TO TR-APPROVED-BY
005655                 IF WS-REL-ORDINAL <= WS-CKPT-RESTART-CNT
005656                     MOVE "N" TO TR-APPLY-SW
005657                     ADD 1 TO WS-SKIPPED-COUNT
005658                 ELSE
005659                     MOVE "Y" TO TR-APPLY-SW
005660                 END-IF
005661                 WRITE TRANS-RECORD
005662             END-IF
005663     END-READ.
005664 3410-EXIT.
005665     EXIT.
005666
005667*-----------------------------------------------------------------
005668*  3500-VALIDATE-BATCH  --  cross-record validation of the whole
005669*  staged transaction set, after the trailer has reconciled and
005670*  before anything is applied.  2200-EDIT-RECORD sees one record
005671*  at a time; this pass sees the batch, and catches a duplicate
005672*  ADD for one ID, a CHANGE arriving after a DELETE of the same
005673*  ID, and a DELETE contradicted by a later ADD.  Both records of
005674*  a conflicting pair are routed to the reject file with a reason
005675*  naming both ordinals, and TRANS-FILE is rewritten without
005676*  them so the apply phase never sees the conflict.
005677*
005678*  The staged set is sorted by ID so one customer's transactions
005679*  arrive adjacent and only one ID's group is ever in storage;
005680*  the feed as a whole is bounded by disk, not by a table.  The
005681*  survivors are then sorted back into ordinal order, because an
005682*  allowed sequence like ADD-CHANGE-DELETE for one ID must apply
005683*  in feed order.  On a checkpoint restart the skipped head of
005684*  the feed is in TRANS-FILE flagged apply-suppressed (see
005685*  2260-RECORD-SKIPPED), so a straddling pair is still caught
005686*  while only the un-applied tail survives into the apply phase.
005687*-----------------------------------------------------------------
005688 3500-VALIDATE-BATCH.
005689     CLOSE TRANS-FILE
005690     MOVE "N" TO WS-TRANS-OPEN-SW
005691     MOVE 0 TO WS-GV-DROP-TOTAL
005692     SORT SORT-FILE
005693         ON ASCENDING KEY SR-ID SR-ORDINAL
005694         USING TRANS-FILE
005695         GIVING SORTED-TRANS-FILE
005696     MOVE "N" TO WS-SORTED-EOF-SW
005697     OPEN INPUT SORTED-TRANS-FILE
005698     OPEN OUTPUT SURVIVOR-FILE
005699     PERFORM 3505-READ-SORTED THRU 3505-EXIT
005700     PERFORM 3510-ONE-ID-GROUP THRU 3510-EXIT
005701         UNTIL WS-SORTED-EOF
005702     CLOSE SORTED-TRANS-FILE
005703     CLOSE SURVIVOR-FILE
005704     SORT SORT-FILE
005705         ON ASCENDING KEY SR-ORDINAL
005706         USING SURVIVOR-FILE
005707         GIVING TRANS-FILE
005708     IF WS-GV-DROP-TOTAL > 0
005709         MOVE WS-GV-DROP-TOTAL TO WS-CNT-DISP
005710         DISPLAY "FILE2PG: " WS-CNT-DISP " TRANSACTIONS IN"
005711             " CONFLICT"
005712     END-IF.
005713 3500-EXIT.
005714     EXIT.
005715
005716 3505-READ-SORTED.
005717     READ SORTED-TRANS-FILE
005718         AT END
005719             SET WS-SORTED-EOF TO TRUE
005720     END-READ.
005721 3505-EXIT.
005722     EXIT.
005723
005724*-----------------------------------------------------------------
005725*  3510-ONE-ID-GROUP  --  gather one customer ID's transactions
005726*  (adjacent after the sort, in ordinal order within the ID),
005727*  scan the group pairwise for conflicts, then flush survivors
005728*  and rejects.  A single ID keying more than the group table
005729*  holds in one feed is pathological and stops the run.
005730*-----------------------------------------------------------------
005731 3510-ONE-ID-GROUP.
005732     MOVE ST-ID TO WS-GV-ID
005733     MOVE 0 TO WS-GV-COUNT
005734     PERFORM 3515-LOAD-ONE-GROUP-TRANS THRU 3515-EXIT
005735         UNTIL WS-SORTED-EOF OR ST-ID NOT = WS-GV-ID
005736     PERFORM 3520-SCAN-ONE-TRANS THRU 3520-EXIT
005737         VARYING WS-GV-IDX1 FROM 1 BY 1
005738             UNTIL WS-GV-IDX1 > WS-GV-COUNT
005739     PERFORM 3540-FLUSH-ONE-GROUP THRU 3540-EXIT
005740         VARYING WS-GV-IDX FROM 1 BY 1
005741             UNTIL WS-GV-IDX > WS-GV-COUNT.
005742 3510-EXIT.
005743     EXIT.
005744
005745 3515-LOAD-ONE-GROUP-TRANS.
005746     IF WS-GV-COUNT < WS-GV-LIMIT
005747         ADD 1 TO WS-GV-COUNT
005748         MOVE ST-ORDINAL TO WS-GV-ORDINAL(WS-GV-COUNT)
005749         MOVE ST-TRANS-CODE TO WS-GV-CODE(WS-GV-COUNT)
005750         MOVE ST-NAME TO WS-GV-NAME(WS-GV-COUNT)
005751         MOVE ST-EMAIL TO WS-GV-EMAIL(WS-GV-COUNT)
005752         MOVE ST-PHONE TO WS-GV-PHONE(WS-GV-COUNT)
005753         MOVE ST-ADDRESS TO WS-GV-ADDRESS(WS-GV-COUNT)
005754         MOVE ST-SINCE TO WS-GV-SINCE(WS-GV-COUNT)
005755         MOVE ST-SOURCE TO WS-GV-SOURCE(WS-GV-COUNT)
005756         MOVE ST-KEYED-BY TO WS-GV-KEYED-BY(WS-GV-COUNT)
005757         MOVE ST-APPROVED-BY TO WS-GV-APPROVED-BY(WS-GV-COUNT)
005758         MOVE "N" TO WS-GV-DROP-SW(WS-GV-COUNT)
005759         MOVE ST-APPLY-SW TO WS-GV-APPLY-SW(WS-GV-COUNT)
005760         PERFORM 3505-READ-SORTED THRU 3505-EXIT
005761     ELSE
005762         MOVE "MORE THAN 200 TRANSACTIONS FOR ONE ID" TO
005763             WS-ABORT-MSG
005764         PERFORM 9999-ABORT-RUN
005765     END-IF.
005766 3515-EXIT.
005767     EXIT.
005768
005769 3520-SCAN-ONE-TRANS.
005770     MOVE WS-GV-IDX1 TO WS-GV-START
005771     ADD 1 TO WS-GV-START
005772     PERFORM 3530-TEST-ONE-PAIR THRU 3530-EXIT
005773         VARYING WS-GV-IDX2 FROM WS-GV-START BY 1
005774             UNTIL WS-GV-IDX2 > WS-GV-COUNT.
005775 3520-EXIT.
005776     EXIT.
005777
005778 3530-TEST-ONE-PAIR.
005779     EVALUATE TRUE
005780         WHEN WS-GV-CODE(WS-GV-IDX1) = "A"
005781             AND WS-GV-CODE(WS-GV-IDX2) = "A"
005782             MOVE "1" TO WS-GV-RSN-WORK
005783             PERFORM 3535-MARK-PAIR THRU 3535-EXIT
005784         WHEN WS-GV-CODE(WS-GV-IDX1) = "D"
005785             AND WS-GV-CODE(WS-GV-IDX2) = "C"
005786             MOVE "2" TO WS-GV-RSN-WORK
005787             PERFORM 3535-MARK-PAIR THRU 3535-EXIT
005788         WHEN WS-GV-CODE(WS-GV-IDX1) = "D"
005789             AND WS-GV-CODE(WS-GV-IDX2) = "A"
005790             MOVE "3" TO WS-GV-RSN-WORK
005791             PERFORM 3535-MARK-PAIR THRU 3535-EXIT
005792         WHEN WS-GV-CODE(WS-GV-IDX1) = "D"
005793             AND WS-GV-CODE(WS-GV-IDX2) = "M"
005794             MOVE "4" TO WS-GV-RSN-WORK
005795             PERFORM 3535-MARK-PAIR THRU 3535-EXIT
005796     END-EVALUATE.
005797 3530-EXIT.
005798     EXIT.
005799
005800 3535-MARK-PAIR.
005801     IF WS-GV-DROP-SW(WS-GV-IDX1) = "N"
005802         MOVE "Y" TO WS-GV-DROP-SW(WS-GV-IDX1)
005803         MOVE WS-GV-RSN-WORK TO WS-GV-RSN-CODE(WS-GV-IDX1)
005804         MOVE WS-GV-ORDINAL(WS-GV-IDX2)
005805             TO WS-GV-OTHER-ORD(WS-GV-IDX1)
005806         ADD 1 TO WS-GV-DROP-TOTAL
005807     END-IF
005808     IF WS-GV-DROP-SW(WS-GV-IDX2) = "N"
005809         MOVE "Y" TO WS-GV-DROP-SW(WS-GV-IDX2)
005810         MOVE WS-GV-RSN-WORK TO WS-GV-RSN-CODE(WS-GV-IDX2)
005811         MOVE WS-GV-ORDINAL(WS-GV-IDX1)
005812             TO WS-GV-OTHER-ORD(WS-GV-IDX2)
005813         ADD 1 TO WS-GV-DROP-TOTAL
005814     END-IF.
005815 3535-EXIT.
005816     EXIT.
005817
005818*-----------------------------------------------------------------
005819*  3540-FLUSH-ONE-GROUP  --  surviving apply-eligible records go
005820*  to SURVIVOR-FILE for the sort back into ordinal order; the
005821*  dropped ones go through the normal reject routing with a
005822*  reason naming both ordinals of the conflicting pair.
005823*  Apply-suppressed records (the checkpoint-skipped head) were
005824*  only here for the conflict scan and go nowhere.
005825*-----------------------------------------------------------------
005826 3540-FLUSH-ONE-GROUP.
005827     IF WS-GV-APPLY-SW(WS-GV-IDX) = "N"
005828         GO TO 3540-EXIT
005829     END-IF
005830     IF WS-GV-DROP-SW(WS-GV-IDX) = "N"
005831         MOVE SPACES TO SURVIVOR-RECORD
005832         MOVE WS-GV-ORDINAL(WS-GV-IDX) TO SV-ORDINAL
005833         MOVE WS-GV-CODE(WS-GV-IDX) TO SV-TRANS-CODE
005834         MOVE WS-GV-ID TO SV-ID
005835         MOVE WS-GV-NAME(WS-GV-IDX) TO SV-NAME
005836         MOVE WS-GV-EMAIL(WS-GV-IDX) TO SV-EMAIL
005837         MOVE WS-GV-PHONE(WS-GV-IDX) TO SV-PHONE
005838         MOVE WS-GV-ADDRESS(WS-GV-IDX) TO SV-ADDRESS
005839         MOVE WS-GV-SINCE(WS-GV-IDX) TO SV-SINCE
005840         MOVE WS-GV-SOURCE(WS-GV-IDX) TO SV-SOURCE
005841         MOVE WS-GV-KEYED-BY(WS-GV-IDX) TO SV-KEYED-BY
005842         MOVE WS-GV-APPROVED-BY(WS-GV-IDX) TO SV-APPROVED-BY
005843         MOVE "Y" TO SV-APPLY-SW
005844         WRITE SURVIVOR-RECORD
005845     ELSE
005846         MOVE WS-GV-ID TO IR-ID
005847         MOVE WS-GV-CODE(WS-GV-IDX) TO IR-TRANS-CODE
005848         MOVE WS-GV-NAME(WS-GV-IDX) TO IR-NAME
005849         MOVE WS-GV-EMAIL(WS-GV-IDX) TO IR-EMAIL
005850         MOVE WS-GV-PHONE(WS-GV-IDX) TO IR-PHONE
005851         MOVE WS-GV-ADDRESS(WS-GV-IDX) TO IR-ADDRESS
005852         MOVE WS-GV-SINCE(WS-GV-IDX) TO IR-CUST-SINCE
005853         MOVE WS-GV-SOURCE(WS-GV-IDX) TO IR-SOURCE
005854         MOVE WS-GV-ORDINAL(WS-GV-IDX) TO WS-GV-ORD1-DISP
005855         MOVE WS-GV-OTHER-ORD(WS-GV-IDX) TO WS-GV-ORD2-DISP
005856         MOVE SPACES TO WS-REASON
005857         EVALUATE WS-GV-RSN-CODE(WS-GV-IDX)
005858             WHEN "1"
005859                 STRING "DUPLICATE ADD " WS-GV-ORD1-DISP "/"
005860                     WS-GV-ORD2-DISP DELIMITED BY SIZE
005861                     INTO WS-REASON
005862                 END-STRING
005863             WHEN "2"
005864                 STRING "CHANGE AFTER DELETE " WS-GV-ORD1-DISP "/"
005865                     WS-GV-ORD2-DISP DELIMITED BY SIZE
005866                     INTO WS-REASON
005867                 END-STRING
005868             WHEN "3"
005869                 STRING "ADD AFTER DELETE " WS-GV-ORD1-DISP "/"
005870                     WS-GV-ORD2-DISP DELIMITED BY SIZE
005871                     INTO WS-REASON
005872                 END-STRING
005873             WHEN "4"
005874                 STRING "MERGE AFTER DELETE " WS-GV-ORD1-DISP "/"
005875                     WS-GV-ORD2-DISP DELIMITED BY SIZE
005876                     INTO WS-REASON
005877                 END-STRING
005878         END-EVALUATE
005879         PERFORM 2800-REJECT-RECORD THRU 2800-EXIT
005880     END-IF.
005881 3540-EXIT.
005882     EXIT.
005883
005884*-----------------------------------------------------------------
005885*  3600-CHECK-IMPACT-LIMITS  --  the shape check between batch
005886*  validation and the apply phase.  3000-PROCESS-TRAILER proves
005887*  the feed's arithmetic; this proves its shape is plausible: a
005888*  truncated extract can reconcile perfectly and still be a
005889*  wall of DELETEs.  A breached limit halts the run before
005890*  anything touches testdata -- checkpoint untouched, so the
005891*  rerun simply reprocesses the feed -- unless the operator has
005892*  consciously set PARM-LIMIT-OVERRIDE.  Which limit tripped,
005893*  and by how much, goes on the control report either way.
005894*-----------------------------------------------------------------
005895 3600-CHECK-IMPACT-LIMITS.
005896     IF WS-MAX-DELETES = 0 AND WS-MAX-TOUCH-PCT = 0
005897         AND WS-MAX-REJ-PCT = 0
005898         GO TO 3600-EXIT
005899     END-IF
005900     MOVE 0 TO WS-PEND-DELETES
005901     MOVE 0 TO WS-PEND-TOUCH
005902     MOVE "N" TO WS-TRANS-EOF-SW
005903     OPEN INPUT TRANS-FILE
005904     PERFORM 3610-COUNT-ONE-PENDING THRU 3610-EXIT
005905         UNTIL WS-TRANS-EOF
005906     CLOSE TRANS-FILE
005907     IF WS-MAX-DELETES > 0
005908         AND WS-PEND-DELETES > WS-MAX-DELETES
005909         PERFORM 3620-FLAG-DELETE-LIMIT THRU 3620-EXIT
005910     END-IF
005911     IF WS-MAX-TOUCH-PCT > 0
005912         PERFORM 3630-CHECK-TOUCH-LIMIT THRU 3630-EXIT
005913     END-IF
005914     IF WS-MAX-REJ-PCT > 0 AND WS-DETAIL-COUNT > 0
005915         PERFORM 3640-CHECK-REJECT-LIMIT THRU 3640-EXIT
005916     END-IF
005917     IF WS-LIMIT-BREACHED AND NOT WS-LIMIT-OVERRIDE
005918         MOVE "IMPACT LIMIT TRIPPED - LOAD HALTED BEFORE APPLY"
005919             TO WS-ABORT-MSG
005920         PERFORM 9999-ABORT-RUN
005921     END-IF.
005922 3600-EXIT.
005923     EXIT.
005924
005925 3610-COUNT-ONE-PENDING.
005926     READ TRANS-FILE
005927         AT END
005928             SET WS-TRANS-EOF TO TRUE
005929         NOT AT END
005930             EVALUATE TR-TRANS-CODE
005931                 WHEN "D"
005932                     ADD 1 TO WS-PEND-DELETES
005933                     ADD 1 TO WS-PEND-TOUCH
005934                 WHEN "C"
005935                     ADD 1 TO WS-PEND-TOUCH
005936                 WHEN "M"
005937                     ADD 1 TO WS-PEND-DELETES
005938                     ADD 2 TO WS-PEND-TOUCH
005939             END-EVALUATE
005940     END-READ.
005941 3610-EXIT.
005942     EXIT.
005943
005944 3620-FLAG-DELETE-LIMIT.
005945     SET WS-LIMIT-BREACHED TO TRUE
005946     ADD 1 TO WS-LIMIT-LINE-CNT
005947     MOVE WS-PEND-DELETES TO WS-CNT-DISP
005948     MOVE SPACES TO WS-LIMIT-LINE(WS-LIMIT-LINE-CNT)
005949     STRING "LIMIT TRIPPED: " WS-CNT-DISP " DELETES EXCEED MAX "
005950         WS-MAX-DELETES DELIMITED BY SIZE
005951         INTO WS-LIMIT-LINE(WS-LIMIT-LINE-CNT)
005952     END-STRING
005953     DISPLAY "FILE2PG: " WS-LIMIT-LINE(WS-LIMIT-LINE-CNT).
005954 3620-EXIT.
005955     EXIT.
005956
005957*-----------------------------------------------------------------
005958*  3630-CHECK-TOUCH-LIMIT  --  changes and deletes about to be
005959*  applied, as a percent of the rows testdata holds right now.
005960*  If the row count cannot be fetched the check is skipped with
005961*  a message rather than guessed.
005962*-----------------------------------------------------------------
005963 3630-CHECK-TOUCH-LIMIT.
005964     PERFORM 3650-FETCH-TABLE-COUNT THRU 3650-EXIT
005965     IF WS-RC NOT = 0
005966         DISPLAY "FILE2PG: COULD NOT COUNT TESTDATA ROWS,"
005967             " TOUCH LIMIT NOT CHECKED"
005968         GO TO 3630-EXIT
005969     END-IF
005970     IF WS-TABLE-ROWS = 0
005971         DISPLAY "FILE2PG: TESTDATA IS EMPTY,"
005972             " TOUCH LIMIT NOT CHECKED"
005973         GO TO 3630-EXIT
005974     END-IF
005975*    A feed touching many times the table would overflow the
005976*    three-digit percent and wrap small; pin it at 999 so the
005977*    pathological case trips the limit hardest of all.
005978     COMPUTE WS-TOUCH-PCT =
005979         (WS-PEND-TOUCH * 100) / WS-TABLE-ROWS
005980         ON SIZE ERROR
005981             MOVE 999 TO WS-TOUCH-PCT
005982     END-COMPUTE
005983     IF WS-TOUCH-PCT > WS-MAX-TOUCH-PCT
005984         SET WS-LIMIT-BREACHED TO TRUE
005985         ADD 1 TO WS-LIMIT-LINE-CNT
005986         MOVE WS-TOUCH-PCT TO WS-PCT-DISP
005987         MOVE SPACES TO WS-LIMIT-LINE(WS-LIMIT-LINE-CNT)
005988         STRING "LIMIT TRIPPED: " WS-PCT-DISP
005989             " PCT OF TESTDATA TOUCHED EXCEEDS MAX "
005990             WS-MAX-TOUCH-PCT DELIMITED BY SIZE
005991             INTO WS-LIMIT-LINE(WS-LIMIT-LINE-CNT)
005992         END-STRING
005993         DISPLAY "FILE2PG: " WS-LIMIT-LINE(WS-LIMIT-LINE-CNT)
005994     END-IF.
005995 3630-EXIT.
005996     EXIT.
005997
005998 3640-CHECK-REJECT-LIMIT.
005999     COMPUTE WS-REJ-PCT =
006000         (WS-REJECT-COUNT * 100) / WS-DETAIL-COUNT
006001     IF WS-REJ-PCT > WS-MAX-REJ-PCT
006002         SET WS-LIMIT-BREACHED TO TRUE
006003         ADD 1 TO WS-LIMIT-LINE-CNT
006004         MOVE WS-REJ-PCT TO WS-PCT-DISP
006005         MOVE SPACES TO WS-LIMIT-LINE(WS-LIMIT-LINE-CNT)
006006         STRING "LIMIT TRIPPED: " WS-PCT-DISP
006007             " PCT REJECT RATE EXCEEDS MAX "
006008             WS-MAX-REJ-PCT DELIMITED BY SIZE
006009             INTO WS-LIMIT-LINE(WS-LIMIT-LINE-CNT)
006010         END-STRING
006011         DISPLAY "FILE2PG: " WS-LIMIT-LINE(WS-LIMIT-LINE-CNT)
006012     END-IF.
006013 3640-EXIT.
006014     EXIT.
006015
006016*-----------------------------------------------------------------
006017*  3650-FETCH-TABLE-COUNT  --  one psql call pulls testdata's
006018*  row count, the same \copy-to-file shape the before-image
006019*  fetch uses
006020*-----------------------------------------------------------------
006021 3650-FETCH-TABLE-COUNT.
006022     MOVE 0 TO WS-TABLE-ROWS
006023     MOVE SPACES TO WS-CMD
006024     STRING
006025         "psql -h "  DELIMITED BY SIZE
006026         WS-DB-HOST  DELIMITED BY SPACE
006027         " -U "      DELIMITED BY SIZE
006028         WS-DB-USER  DELIMITED BY SPACE
006029         " -d "      DELIMITED BY SIZE
006030         WS-DB-NAME  DELIMITED BY SPACE
006031         " -c ""\copy (SELECT COUNT(*) FROM testdata) "
006032                     DELIMITED BY SIZE
006033         "TO 'file2pg.cnt' WITH (FORMAT text)"""
006034                     DELIMITED BY SIZE
006035         INTO WS-CMD
006036     END-STRING
006037     CALL "SYSTEM" USING WS-CMD
006038     MOVE RETURN-CODE TO WS-RC
006039     IF WS-RC = 0
006040         OPEN INPUT COUNT-FILE
006041         IF WS-COUNT-STATUS = "00"
006042             READ COUNT-FILE
006043                 AT END
006044                     CONTINUE
006045                 NOT AT END
006046                     PERFORM 3655-PARSE-ONE-DIGIT THRU 3655-EXIT
006047                         VARYING WS-CNT-IDX FROM 1 BY 1
006048                             UNTIL WS-CNT-IDX > 20
006049                             OR COUNT-RECORD(WS-CNT-IDX:1)
006050                                 NOT NUMERIC
006051             END-READ
006052             CLOSE COUNT-FILE
006053         ELSE
006054             MOVE 8 TO WS-RC
006055         END-IF
006056     END-IF.
006057 3650-EXIT.
006058     EXIT.
006059
006060 3655-PARSE-ONE-DIGIT.
006061     MOVE COUNT-RECORD(WS-CNT-IDX:1) TO WS-CNT-DIGIT
006062     COMPUTE WS-TABLE-ROWS =
006063         WS-TABLE-ROWS * 10 + WS-CNT-DIGIT.
006064 3655-EXIT.
006065     EXIT.
006066
006067*-----------------------------------------------------------------
006068*  4000-APPLY-TRANSACTIONS  --  replay the add/change/delete
006069*  transactions staged while the file was being read.  Nothing in
006070*  this paragraph runs until 3000-PROCESS-TRAILER has reconciled
006071*  the header and trailer counts against what was actually read,
006072*  so a transfer that gets cut off partway through never gets any
006073*  further than TRANS-FILE -- testdata stays untouched.
006074*  A simulation run projects the apply instead (4700).
006075*-----------------------------------------------------------------
006076 4000-APPLY-TRANSACTIONS.
006077     IF WS-LOAD-MODE-SIMU
006078         PERFORM 4700-SIMULATE-APPLY THRU 4700-EXIT
006079         GO TO 4000-EXIT
006080     END-IF
006081     MOVE "N" TO WS-TRANS-EOF-SW
006082     OPEN INPUT TRANS-FILE
006083     PERFORM 4010-APPLY-ONE-TRANSACTION THRU 4010-EXIT
006084         UNTIL WS-TRANS-EOF
006085     CLOSE TRANS-FILE
006086     IF WS-LOAD-MODE-BULK
006087         PERFORM 4020-BULK-COPY-LOAD THRU 4020-EXIT
006088     END-IF.
006089 4000-EXIT.
006090     EXIT.
006091
006092 4010-APPLY-ONE-TRANSACTION.
006093     READ TRANS-FILE
006094         AT END
006095             SET WS-TRANS-EOF TO TRUE
006096         NOT AT END
006097             MOVE TR-ORDINAL TO WS-CUR-ORDINAL
006098             MOVE TR-TRANS-CODE TO IR-TRANS-CODE
006099             MOVE TR-ID TO IR-ID
006100             MOVE TR-NAME TO IR-NAME
006101             MOVE TR-EMAIL TO IR-EMAIL
006102             MOVE TR-PHONE TO IR-PHONE
006103             MOVE TR-ADDRESS TO IR-ADDRESS
006104             MOVE TR-SINCE TO IR-CUST-SINCE
006105             MOVE TR-SOURCE TO IR-SOURCE
006106             MOVE TR-KEYED-BY TO IR-KEYED-BY
006107             MOVE TR-APPROVED-BY TO IR-APPROVED-BY
006108             PERFORM 2300-ESCAPE-FIELDS THRU 2300-EXIT
006109             PERFORM 2400-APPLY-RECORD THRU 2400-EXIT
006110     END-READ.
006111 4010-EXIT.
006112     EXIT.
006113
006114*-----------------------------------------------------------------
006115*  4020-BULK-COPY-LOAD  --  one COPY for every staged ADD
006116*  transaction, then a single checkpoint write covering every
006117*  transaction this run has just applied.  In BULK mode the
006118*  row-by-row CHANGE/DELETE paragraphs leave the checkpoint alone
006119*  (see 2420-APPLY-CHANGE / 2430-APPLY-DELETE) so the checkpoint
006120*  can never advance past an ADD that is still sitting unloaded
006121*  in FILE2PG.STAGE.
006122*-----------------------------------------------------------------
006123 4020-BULK-COPY-LOAD.
006124     IF WS-STAGE-COUNT > 0
006125         CLOSE STAGE-FILE
006126         MOVE "N" TO WS-STAGE-OPEN-SW
006127         MOVE SPACES TO WS-CMD
006128         STRING
006129             "psql -h "  DELIMITED BY SIZE
006130             WS-DB-HOST  DELIMITED BY SPACE
006131             " -U "      DELIMITED BY SIZE
006132             WS-DB-USER  DELIMITED BY SPACE
006133             " -d "      DELIMITED BY SIZE
006134             WS-DB-NAME  DELIMITED BY SPACE
006135             " -c ""\copy testdata (id, name, email, phone, "
006136             "address, cust_since) "
006137             "FROM 'file2pg.stage' WITH (FORMAT csv)"""
006138             DELIMITED BY SIZE
006139             INTO WS-CMD
006140         END-STRING
006141         CALL "SYSTEM" USING WS-CMD
006142         MOVE RETURN-CODE TO WS-RC
006143         IF WS-RC = 0
006144             PERFORM 4030-JOURNAL-BULK-ADDS THRU 4030-EXIT
006145             ADD WS-STAGE-COUNT TO WS-INSERT-COUNT
006146             ADD WS-STAGE-COUNT TO WS-ADD-COUNT
006147         ELSE
006148             MOVE WS-RC TO WS-RC-DISP
006149             DISPLAY "FILE2PG: BULK COPY FAILED, PSQL RC="
006150                 WS-RC-DISP
006151             MOVE "BULK COPY LOAD FAILED" TO WS-ABORT-MSG
006152             PERFORM 9999-ABORT-RUN
006153         END-IF
006154     END-IF
006155*    The checkpoint must cover the released-pending ordinals
006156*    too (they run past WS-DETAIL-COUNT, see 3410), or a crash
006157*    after this write would re-release and re-apply them on the
006158*    rerun; WS-REL-ORDINAL is the highest ordinal staged.
006159     MOVE WS-REL-ORDINAL TO WS-CKPT-WRITE-VALUE
006160     PERFORM 2500-WRITE-CHECKPOINT THRU 2500-EXIT.
006161 4020-EXIT.
006162     EXIT.
006163
006164*-----------------------------------------------------------------
006165*  4030-JOURNAL-BULK-ADDS  --  once the bulk COPY has succeeded,
006166*  re-read TRANS-FILE and journal every staged ADD, so bulk mode
006167*  journals an ADD only when it has actually been applied, the
006168*  same point row mode does.
006169*-----------------------------------------------------------------
006170 4030-JOURNAL-BULK-ADDS.
006171     MOVE "N" TO WS-TRANS-EOF-SW
006172     OPEN INPUT TRANS-FILE
006173     PERFORM 4035-JOURNAL-ONE-BULK-ADD THRU 4035-EXIT
006174         UNTIL WS-TRANS-EOF
006175     CLOSE TRANS-FILE.
006176 4030-EXIT.
006177     EXIT.
006178
006179 4035-JOURNAL-ONE-BULK-ADD.
006180     READ TRANS-FILE
006181         AT END
006182             SET WS-TRANS-EOF TO TRUE
006183         NOT AT END
006184             IF TR-TRANS-CODE = "A"
006185                 MOVE TR-ORDINAL TO WS-CUR-ORDINAL
006186                 MOVE TR-TRANS-CODE TO IR-TRANS-CODE
006187                 MOVE TR-ID TO IR-ID
006188                 MOVE TR-NAME TO IR-NAME
006189                 MOVE TR-EMAIL TO IR-EMAIL
006190                 MOVE TR-PHONE TO IR-PHONE
006191                 MOVE TR-ADDRESS TO IR-ADDRESS
006192                 MOVE TR-SINCE TO IR-CUST-SINCE
006193                 MOVE TR-KEYED-BY TO IR-KEYED-BY
006194                 MOVE TR-APPROVED-BY TO IR-APPROVED-BY
006195                 MOVE SPACES TO WS-BEFORE-IMAGE
006196                 PERFORM 4600-WRITE-JOURNAL THRU 4600-EXIT
006197             END-IF
006198     END-READ.
006199 4035-EXIT.
006200     EXIT.
006201
006202*-----------------------------------------------------------------
006203*  4500-FETCH-BEFORE-IMAGE  --  pull the row's current name and
006204*  email out of testdata ahead of a CHANGE or DELETE, so the
006205*  audit journal can carry the values that are about to be
006206*  overwritten or removed.  The caller puts the ID to look up
006207*  in WS-LOOKUP-ID (IR-ID, or a merge's IR-MERGE-ID); both have
006208*  passed the numeric field edit, so it can be quoted into the
006209*  SELECT as-is.
006210*-----------------------------------------------------------------
006211 4500-FETCH-BEFORE-IMAGE.
006212     MOVE "N" TO WS-BEFORE-SW
006213     MOVE SPACES TO WS-BEFORE-IMAGE
006214     MOVE SPACES TO WS-CMD
006215     STRING
006216         "psql -h "  DELIMITED BY SIZE
006217         WS-DB-HOST  DELIMITED BY SPACE
006218         " -U "      DELIMITED BY SIZE
006219         WS-DB-USER  DELIMITED BY SPACE
006220         " -d "      DELIMITED BY SIZE
006221         WS-DB-NAME  DELIMITED BY SPACE
006222         " -c ""\copy (SELECT name, email, phone, address, "
006223                     DELIMITED BY SIZE
006224         "cust_since FROM testdata "
006225                     DELIMITED BY SIZE
006226         "WHERE id = '" DELIMITED BY SIZE
006227         WS-LOOKUP-ID DELIMITED BY SIZE
006228         "') TO 'file2pg.bfr' WITH (FORMAT text)"""
006229                     DELIMITED BY SIZE
006230         INTO WS-CMD
006231     END-STRING
006232     CALL "SYSTEM" USING WS-CMD
006233     MOVE RETURN-CODE TO WS-RC
006234     IF WS-RC = 0
006235         OPEN INPUT BEFORE-FILE
006236         IF WS-BFR-STATUS = "00"
006237             READ BEFORE-FILE
006238                 AT END
006239                     CONTINUE
006240                 NOT AT END
006241                     SET WS-BEFORE-FOUND TO TRUE
006242                     UNSTRING BEFORE-RECORD DELIMITED BY X"09"
006243                         INTO WS-BEF-NAME WS-BEF-EMAIL
006244                              WS-BEF-PHONE WS-BEF-ADDRESS
006245                              WS-BEF-SINCE
006246                     END-UNSTRING
006247             END-READ
006248             CLOSE BEFORE-FILE
006249         END-IF
006250     END-IF.
006251 4500-EXIT.
006252     EXIT.
006253
006254*-----------------------------------------------------------------
006255*  4600-WRITE-JOURNAL  --  append one run-dated before/after
006256*  record to the audit journal for a transaction that has just
006257*  been applied.  The before-image is spaces for an ADD and the
006258*  after-image is spaces for a DELETE.
006259*-----------------------------------------------------------------
006260 4600-WRITE-JOURNAL.
006261     MOVE SPACES TO JOURNAL-RECORD
006262     MOVE WS-RUN-DATE TO JR-RUN-DATE
006263     MOVE WS-CUR-ORDINAL TO JR-ORDINAL
006264     MOVE IR-TRANS-CODE TO JR-TRANS-CODE
006265     MOVE IR-ID TO JR-ID
006266     MOVE IR-KEYED-BY TO JR-KEYED-BY
006267     MOVE IR-APPROVED-BY TO JR-APPROVED-BY
006268     IF NOT IR-TRANS-ADD
006269         MOVE WS-BEF-NAME TO JR-BEF-NAME
006270         MOVE WS-BEF-EMAIL TO JR-BEF-EMAIL
006271         MOVE WS-BEF-PHONE TO JR-BEF-PHONE
006272         MOVE WS-BEF-ADDRESS TO JR-BEF-ADDRESS
006273         MOVE WS-BEF-SINCE TO JR-BEF-SINCE
006274     END-IF
006275     IF NOT IR-TRANS-DELETE
006276         MOVE IR-NAME TO JR-AFT-NAME
006277         MOVE IR-EMAIL TO JR-AFT-EMAIL
006278         MOVE IR-PHONE TO JR-AFT-PHONE
006279         MOVE IR-ADDRESS TO JR-AFT-ADDRESS
006280         MOVE IR-CUST-SINCE TO JR-AFT-SINCE
006281     END-IF
006282     WRITE JOURNAL-RECORD
006283     IF WS-ORW-OPEN
006284         MOVE SPACES TO REJEVT-RECORD
006285         MOVE IR-ID TO EV-ID
006286         MOVE "A" TO EV-TYPE
006287         MOVE IR-TRANS-CODE TO EV-TRANS-CODE
006288         WRITE REJEVT-RECORD
006289     END-IF.
006290 4600-EXIT.
006291     EXIT.
006292
006293*-----------------------------------------------------------------
006294*  4610-WRITE-MERGE-JOURNAL  --  a merge is journaled as two
006295*  records under the one ordinal, each naming the other in
006296*  JR-LINK-ID: the survivor's before and after images, then the
006297*  duplicate's before-image with no after-image.  Both IDs are
006298*  noted as applied for the open-rejects inventory.
006299*-----------------------------------------------------------------
006300 4610-WRITE-MERGE-JOURNAL.
006301     MOVE SPACES TO JOURNAL-RECORD
006302     MOVE WS-RUN-DATE TO JR-RUN-DATE
006303     MOVE WS-CUR-ORDINAL TO JR-ORDINAL
006304     MOVE IR-TRANS-CODE TO JR-TRANS-CODE
006305     MOVE IR-ID TO JR-ID
006306     MOVE IR-KEYED-BY TO JR-KEYED-BY
006307     MOVE IR-APPROVED-BY TO JR-APPROVED-BY
006308     MOVE WS-BEF-NAME TO JR-BEF-NAME
006309     MOVE WS-BEF-EMAIL TO JR-BEF-EMAIL
006310     MOVE WS-BEF-PHONE TO JR-BEF-PHONE
006311     MOVE WS-BEF-ADDRESS TO JR-BEF-ADDRESS
006312     MOVE WS-BEF-SINCE TO JR-BEF-SINCE
006313     MOVE WS-MRG-NAME TO JR-AFT-NAME
006314     MOVE WS-MRG-EMAIL TO JR-AFT-EMAIL
006315     MOVE WS-MRG-PHONE TO JR-AFT-PHONE
006316     MOVE WS-MRG-ADDRESS TO JR-AFT-ADDRESS
006317     MOVE WS-MRG-SINCE TO JR-AFT-SINCE
006318     SET JR-MERGE-SURVIVOR TO TRUE
006319     MOVE IR-MERGE-ID TO JR-LINK-ID
006320     WRITE JOURNAL-RECORD
006321     MOVE SPACES TO JOURNAL-RECORD
006322     MOVE WS-RUN-DATE TO JR-RUN-DATE
006323     MOVE WS-CUR-ORDINAL TO JR-ORDINAL
006324     MOVE IR-TRANS-CODE TO JR-TRANS-CODE
006325     MOVE IR-MERGE-ID TO JR-ID
006326     MOVE IR-KEYED-BY TO JR-KEYED-BY
006327     MOVE IR-APPROVED-BY TO JR-APPROVED-BY
006328     MOVE WS-DUP-NAME TO JR-BEF-NAME
006329     MOVE WS-DUP-EMAIL TO JR-BEF-EMAIL
006330     MOVE WS-DUP-PHONE TO JR-BEF-PHONE
006331     MOVE WS-DUP-ADDRESS TO JR-BEF-ADDRESS
006332     MOVE WS-DUP-SINCE TO JR-BEF-SINCE
006333     SET JR-MERGE-DUPLICATE TO TRUE
006334     MOVE IR-ID TO JR-LINK-ID
006335     WRITE JOURNAL-RECORD
006336     IF WS-ORW-OPEN
006337         MOVE SPACES TO REJEVT-RECORD
006338         MOVE IR-ID TO EV-ID
006339         MOVE "A" TO EV-TYPE
006340         MOVE IR-TRANS-CODE TO EV-TRANS-CODE
006341         WRITE REJEVT-RECORD
006342         MOVE SPACES TO REJEVT-RECORD
006343         MOVE IR-MERGE-ID TO EV-ID
006344         MOVE "A" TO EV-TYPE
006345         MOVE IR-TRANS-CODE TO EV-TRANS-CODE
006346         WRITE REJEVT-RECORD
006347     END-IF.
006348 4610-EXIT.
006349     EXIT.
006350
006351*-----------------------------------------------------------------
006352*  4700-SIMULATE-APPLY  --  the SIMU load mode's stand-in for the
006353*  apply phase.  No INSERT/UPDATE/DELETE is issued; each
006354*  transaction is projected against testdata as the real run
006355*  would find it, and a projected journal record or reject is
006356*  written exactly where the real apply would write one.
006357*
006358*  The survivors are re-sorted by ID (ordinal within ID) so one
006359*  customer's transactions are projected together: the first
006360*  CHANGE or DELETE for an ID looks the row up in testdata
006361*  through 4500-FETCH-BEFORE-IMAGE, and every later transaction
006362*  for that ID works from the image the earlier ones would have
006363*  left -- an ADD then a CHANGE of the same new customer is not
006364*  a false NO MATCHING CUSTOMER, and a second DELETE is caught.
006365*  The projected journal is then sorted back into ordinal order.
006366*  A merge's duplicate belongs to another ID's group, so it is
006367*  looked up in testdata as it stands (4730); the survivor goes
006368*  on with the merged image.
006369*-----------------------------------------------------------------
006370 4700-SIMULATE-APPLY.
006371     SORT SORT-FILE
006372         ON ASCENDING KEY SR-ID SR-ORDINAL
006373         USING TRANS-FILE
006374         GIVING SORTED-TRANS-FILE
006375     MOVE SPACES TO WS-SIM-ID
006376     MOVE "N" TO WS-SORTED-EOF-SW
006377     OPEN INPUT SORTED-TRANS-FILE
006378     PERFORM 4710-SIMULATE-ONE-TRANSACTION THRU 4710-EXIT
006379         UNTIL WS-SORTED-EOF
006380     CLOSE SORTED-TRANS-FILE
006381     CLOSE JOURNAL-FILE
006382     SORT SIM-SORT-FILE
006383         ON ASCENDING KEY SS-ORDINAL
006384         WITH DUPLICATES IN ORDER
006385         USING JOURNAL-FILE
006386         GIVING JOURNAL-FILE
006387     OPEN EXTEND JOURNAL-FILE.
006388 4700-EXIT.
006389     EXIT.
006390
006391 4710-SIMULATE-ONE-TRANSACTION.
006392     READ SORTED-TRANS-FILE
006393         AT END
006394             SET WS-SORTED-EOF TO TRUE
006395         NOT AT END
006396             PERFORM 4720-PROJECT-ONE-TRANSACTION THRU 4720-EXIT
006397     END-READ.
006398 4710-EXIT.
006399     EXIT.
006400
006401 4720-PROJECT-ONE-TRANSACTION.
006402     MOVE ST-ORDINAL TO WS-CUR-ORDINAL
006403     MOVE ST-TRANS-CODE TO IR-TRANS-CODE
006404     MOVE ST-ID TO IR-ID
006405     MOVE ST-NAME TO IR-NAME
006406     MOVE ST-EMAIL TO IR-EMAIL
006407     MOVE ST-PHONE TO IR-PHONE
006408     MOVE ST-ADDRESS TO IR-ADDRESS
006409     MOVE ST-SINCE TO IR-CUST-SINCE
006410     MOVE ST-SOURCE TO IR-SOURCE
006411     MOVE ST-KEYED-BY TO IR-KEYED-BY
006412     MOVE ST-APPROVED-BY TO IR-APPROVED-BY
006413     MOVE 0 TO WS-RC
006414     IF ST-ID NOT = WS-SIM-ID
006415         MOVE ST-ID TO WS-SIM-ID
006416         MOVE "N" TO WS-BEFORE-SW
006417         MOVE SPACES TO WS-BEFORE-IMAGE
006418         IF NOT IR-TRANS-ADD
006419             MOVE IR-ID TO WS-LOOKUP-ID
006420             PERFORM 4500-FETCH-BEFORE-IMAGE THRU 4500-EXIT
006421         END-IF
006422     END-IF
006423     IF WS-RC NOT = 0
006424         MOVE WS-RC TO WS-RC-DISP
006425         MOVE SPACES TO WS-REASON
006426         STRING "LOOKUP FAILED, PSQL RC=" WS-RC-DISP
006427             DELIMITED BY SIZE INTO WS-REASON
006428         END-STRING
006429         PERFORM 2800-REJECT-RECORD THRU 2800-EXIT
006430         GO TO 4720-EXIT
006431     END-IF
006432     IF NOT IR-TRANS-ADD AND NOT WS-BEFORE-FOUND
006433         MOVE "NO MATCHING CUSTOMER" TO WS-REASON
006434         ADD 1 TO WS-NOROW-COUNT
006435         PERFORM 2800-REJECT-RECORD THRU 2800-EXIT
006436         GO TO 4720-EXIT
006437     END-IF
006438     IF IR-TRANS-MERGE
006439         PERFORM 4730-PROJECT-MERGE THRU 4730-EXIT
006440         GO TO 4720-EXIT
006441     END-IF
006442     PERFORM 4600-WRITE-JOURNAL THRU 4600-EXIT
006443     ADD 1 TO WS-INSERT-COUNT
006444     EVALUATE TRUE
006445         WHEN IR-TRANS-ADD
006446             ADD 1 TO WS-ADD-COUNT
006447         WHEN IR-TRANS-CHANGE
006448             ADD 1 TO WS-CHANGE-COUNT
006449         WHEN IR-TRANS-DELETE
006450             ADD 1 TO WS-DELETE-COUNT
006451     END-EVALUATE
006452     IF IR-TRANS-DELETE
006453         MOVE "N" TO WS-BEFORE-SW
006454         MOVE SPACES TO WS-BEFORE-IMAGE
006455     ELSE
006456         SET WS-BEFORE-FOUND TO TRUE
006457         MOVE IR-NAME TO WS-BEF-NAME
006458         MOVE IR-EMAIL TO WS-BEF-EMAIL
006459         MOVE IR-PHONE TO WS-BEF-PHONE
006460         MOVE IR-ADDRESS TO WS-BEF-ADDRESS
006461         MOVE IR-CUST-SINCE TO WS-BEF-SINCE
006462     END-IF.
006463 4720-EXIT.
006464     EXIT.
006465
006466 4730-PROJECT-MERGE.
006467     MOVE WS-BEFORE-IMAGE TO WS-MRG-IMAGE
006468     MOVE IR-MERGE-ID TO WS-LOOKUP-ID
006469     PERFORM 4500-FETCH-BEFORE-IMAGE THRU 4500-EXIT
006470     MOVE WS-BEFORE-SW TO WS-DUP-SW
006471     MOVE WS-BEFORE-IMAGE TO WS-DUP-IMAGE
006472     SET WS-BEFORE-FOUND TO TRUE
006473     MOVE WS-MRG-IMAGE TO WS-BEFORE-IMAGE
006474     IF WS-RC NOT = 0
006475         MOVE WS-RC TO WS-RC-DISP
006476         MOVE SPACES TO WS-REASON
006477         STRING "LOOKUP FAILED, PSQL RC=" WS-RC-DISP
006478             DELIMITED BY SIZE INTO WS-REASON
006479         END-STRING
006480         PERFORM 2800-REJECT-RECORD THRU 2800-EXIT
006481         GO TO 4730-EXIT
006482     END-IF
006483     IF NOT WS-DUP-FOUND
006484         MOVE "NO MATCHING CUSTOMER FOR MERGE ID" TO WS-REASON
006485         ADD 1 TO WS-NOROW-COUNT
006486         PERFORM 2800-REJECT-RECORD THRU 2800-EXIT
006487         GO TO 4730-EXIT
006488     END-IF
006489     PERFORM 2450-BUILD-MERGED-IMAGE THRU 2450-EXIT
006490     PERFORM 4610-WRITE-MERGE-JOURNAL THRU 4610-EXIT
006491     ADD 1 TO WS-INSERT-COUNT
006492     ADD 1 TO WS-MERGE-COUNT
006493     MOVE WS-MRG-IMAGE TO WS-BEFORE-IMAGE.
006494 4730-EXIT.
006495     EXIT.
006496
006497*-----------------------------------------------------------------
006498*  5000-FINALIZE  --  control report, checkpoint reset, close
006499*-----------------------------------------------------------------
006500 5000-FINALIZE.
006501     MOVE 0 TO WS-CKPT-WRITE-VALUE
006502     PERFORM 2500-WRITE-CHECKPOINT THRU 2500-EXIT
006503     IF NOT WS-LOAD-MODE-SIMU
006504         PERFORM 5300-UPDATE-OPEN-REJECTS THRU 5300-EXIT
006505     END-IF
006506     PERFORM 5010-WRITE-CONTROL-REPORT THRU 5010-EXIT
006507     MOVE "CLEAN" TO WS-END-STATUS
006508     IF NOT WS-LOAD-MODE-SIMU
006509         PERFORM 5030-WRITE-RUN-HISTORY THRU 5030-EXIT
006510     END-IF
006511     PERFORM 5020-CLOSE-FILES THRU 5020-EXIT
006512     IF NOT WS-LOAD-MODE-SIMU
006513         PERFORM 5080-REWRITE-PENDING THRU 5080-EXIT
006514         PERFORM 5050-ARCHIVE-RUN-FILES THRU 5050-EXIT
006515         PERFORM 5060-PURGE-OLD-ARCHIVES THRU 5060-EXIT
006516     END-IF
006517     IF WS-LOCK-HELD
006518         PERFORM 5040-RELEASE-RUN-LOCK THRU 5040-EXIT
006519     END-IF
006520     IF WS-REJECT-COUNT > 0 OR WS-NOROW-COUNT > 0
006521         MOVE 4 TO WS-SEVERITY
006522     END-IF
006523     PERFORM 5090-WRITE-STATUS-RECORD THRU 5090-EXIT.
006524 5000-EXIT.
006525     EXIT.
006526
006527
006528 5010-WRITE-CONTROL-REPORT.
006529     IF WS-LOAD-MODE-SIMU
006530         MOVE "FILE2PG PROJECTED CONTROL REPORT (SIMULATION)"
006531             TO REPORT-RECORD
006532         WRITE REPORT-RECORD
006533         MOVE "NOTHING APPLIED - COUNTS PROJECTED FOR A LIVE RUN"
006534             TO REPORT-RECORD
006535         WRITE REPORT-RECORD
006536     ELSE
006537         MOVE "FILE2PG CONTROL REPORT" TO REPORT-RECORD
006538         WRITE REPORT-RECORD
006539     END-IF
006540     MOVE SPACES TO REPORT-RECORD
006541     MOVE WS-DETAIL-COUNT TO WS-CNT-DISP
006542     STRING "DETAIL RECORDS READ ........ " WS-CNT-DISP
006543         DELIMITED BY SIZE INTO REPORT-RECORD
006544     END-STRING
006545     WRITE REPORT-RECORD
006546     MOVE WS-ADD-COUNT TO WS-CNT-DISP
006547     MOVE SPACES TO REPORT-RECORD
006548     STRING "RECORDS ADDED ............... " WS-CNT-DISP
006549         DELIMITED BY SIZE INTO REPORT-RECORD
006550     END-STRING
006551     WRITE REPORT-RECORD
006552     MOVE WS-CHANGE-COUNT TO WS-CNT-DISP
006553     MOVE SPACES TO REPORT-RECORD
006554     STRING "RECORDS CHANGED ............. " WS-CNT-DISP
006555         DELIMITED BY SIZE INTO REPORT-RECORD
006556     END-STRING
006557     WRITE REPORT-RECORD
006558     MOVE WS-DELETE-COUNT TO WS-CNT-DISP
006559     MOVE SPACES TO REPORT-RECORD
006560     STRING "RECORDS DELETED .............. " WS-CNT-DISP
006561         DELIMITED BY SIZE INTO REPORT-RECORD
006562     END-STRING
006563     WRITE REPORT-RECORD
006564     MOVE WS-MERGE-COUNT TO WS-CNT-DISP
006565     MOVE SPACES TO REPORT-RECORD
006566     STRING "RECORDS MERGED ............... " WS-CNT-DISP
006567         DELIMITED BY SIZE INTO REPORT-RECORD
006568     END-STRING
006569     WRITE REPORT-RECORD
006570     MOVE WS-INSERT-COUNT TO WS-CNT-DISP
006571     MOVE SPACES TO REPORT-RECORD
006572     STRING "RECORDS APPLIED TO TESTDATA .. " WS-CNT-DISP
006573         DELIMITED BY SIZE INTO REPORT-RECORD
006574     END-STRING
006575     WRITE REPORT-RECORD
006576     MOVE WS-REJECT-COUNT TO WS-CNT-DISP
006577     MOVE SPACES TO REPORT-RECORD
006578     STRING "RECORDS REJECTED ............. " WS-CNT-DISP
006579         DELIMITED BY SIZE INTO REPORT-RECORD
006580     END-STRING
006581     WRITE REPORT-RECORD
006582     MOVE WS-NOROW-COUNT TO WS-CNT-DISP
006583     MOVE SPACES TO REPORT-RECORD
006584     STRING "NO MATCHING CUSTOMER ......... " WS-CNT-DISP
006585         DELIMITED BY SIZE INTO REPORT-RECORD
006586     END-STRING
006587     WRITE REPORT-RECORD
006588     MOVE WS-SKIPPED-COUNT TO WS-CNT-DISP
006589     MOVE SPACES TO REPORT-RECORD
006590     STRING "RECORDS SKIPPED (CHECKPOINT) . " WS-CNT-DISP
006591         DELIMITED BY SIZE INTO REPORT-RECORD
006592     END-STRING
006593     WRITE REPORT-RECORD
006594     MOVE WS-HELD-COUNT TO WS-CNT-DISP
006595     MOVE SPACES TO REPORT-RECORD
006596     STRING "RECORDS HELD (FUTURE DATED) .. " WS-CNT-DISP
006597         DELIMITED BY SIZE INTO REPORT-RECORD
006598     END-STRING
006599     WRITE REPORT-RECORD
006600     MOVE WS-RELEASED-COUNT TO WS-CNT-DISP
006601     MOVE SPACES TO REPORT-RECORD
006602     STRING "RECORDS RELEASED FROM PENDING  " WS-CNT-DISP
006603         DELIMITED BY SIZE INTO REPORT-RECORD
006604     END-STRING
006605     WRITE REPORT-RECORD
006606     PERFORM 5015-WRITE-ONE-LIMIT-LINE THRU 5015-EXIT
006607         VARYING WS-LIMIT-IDX FROM 1 BY 1
006608             UNTIL WS-LIMIT-IDX > WS-LIMIT-LINE-CNT
006609     IF WS-ORJ-DONE
006610         PERFORM 5018-WRITE-OPEN-REJECT-LINES THRU 5018-EXIT
006611     END-IF.
006612 5010-EXIT.
006613     EXIT.
006614
006615 5015-WRITE-ONE-LIMIT-LINE.
006616     MOVE WS-LIMIT-LINE(WS-LIMIT-IDX) TO REPORT-RECORD
006617     WRITE REPORT-RECORD
006618     IF WS-LIMIT-OVERRIDE
006619         MOVE "  (OVERRIDDEN BY PARAMETER, RUN PROCEEDED)"
006620             TO REPORT-RECORD
006621         WRITE REPORT-RECORD
006622     END-IF.
006623 5015-EXIT.
006624     EXIT.
006625
006626 5018-WRITE-OPEN-REJECT-LINES.
006627     MOVE WS-ORJ-OPENED-COUNT TO WS-CNT-DISP
006628     MOVE SPACES TO REPORT-RECORD
006629     STRING "OPEN REJECTS NEWLY OPENED .... " WS-CNT-DISP
006630         DELIMITED BY SIZE INTO REPORT-RECORD
006631     END-STRING
006632     WRITE REPORT-RECORD
006633     MOVE WS-ORJ-BOUNCE-COUNT TO WS-CNT-DISP
006634     MOVE SPACES TO REPORT-RECORD
006635     STRING "OPEN REJECTS BOUNCED AGAIN ... " WS-CNT-DISP
006636         DELIMITED BY SIZE INTO REPORT-RECORD
006637     END-STRING
006638     WRITE REPORT-RECORD
006639     MOVE WS-ORJ-CLOSED-COUNT TO WS-CNT-DISP
006640     MOVE SPACES TO REPORT-RECORD
006641     STRING "OPEN REJECTS CLOSED .......... " WS-CNT-DISP
006642         DELIMITED BY SIZE INTO REPORT-RECORD
006643     END-STRING
006644     WRITE REPORT-RECORD
006645     MOVE WS-ORJ-OPEN-TOTAL TO WS-CNT-DISP
006646     MOVE SPACES TO REPORT-RECORD
006647     STRING "OPEN REJECTS STILL OPEN ...... " WS-CNT-DISP
006648         DELIMITED BY SIZE INTO REPORT-RECORD
006649     END-STRING
006650     WRITE REPORT-RECORD.
006651 5018-EXIT.
006652     EXIT.
006653
006654 5020-CLOSE-FILES.
006655     CLOSE INFILE
006656     CLOSE REJECT-FILE
006657     CLOSE REPORT-FILE
006658     CLOSE JOURNAL-FILE
006659     IF WS-STAGE-OPEN
006660         CLOSE STAGE-FILE
006661     END-IF
006662     IF WS-TRANS-OPEN
006663         CLOSE TRANS-FILE
006664     END-IF
006665     CLOSE HOLD-FILE
006666     IF WS-ORW-OPEN
006667         CLOSE REJEVT-FILE
006668         MOVE "N" TO WS-ORW-OPEN-SW
006669     END-IF.
006670 5020-EXIT.
006671     EXIT.
006672
006673*-----------------------------------------------------------------
006674*  5030-WRITE-RUN-HISTORY  --  append this run one-line summary
006675*  to the permanent run-history file, clean or aborted, so the
006676*  month-end trend report has something to stand on after the
006677*  next run overwrites file2pg.rpt
006678*-----------------------------------------------------------------
006679 5030-WRITE-RUN-HISTORY.
006680     ACCEPT WS-RUN-TIME FROM TIME
006681     OPEN EXTEND HISTORY-FILE
006682     MOVE SPACES TO HISTORY-RECORD
006683     MOVE WS-RUN-DATE TO HR-RUN-DATE
006684     MOVE WS-RUN-TIME(1:6) TO HR-RUN-TIME
006685     MOVE WS-LOAD-MODE-SW TO HR-LOAD-MODE
006686     MOVE WS-DETAIL-COUNT TO HR-DETAIL-COUNT
006687     MOVE WS-ADD-COUNT TO HR-ADD-COUNT
006688*    A merge changes the survivor and deletes the duplicate,
006689*    and journals both, so it counts once each way here and the
006690*    journal coverage check (ASOFEXT) still balances.
006691     COMPUTE HR-CHANGE-COUNT = WS-CHANGE-COUNT + WS-MERGE-COUNT
006692     COMPUTE HR-DELETE-COUNT = WS-DELETE-COUNT + WS-MERGE-COUNT
006695     MOVE WS-REJECT-COUNT TO HR-REJECT-COUNT
006696     MOVE WS-SKIPPED-COUNT TO HR-SKIPPED-COUNT
006697     MOVE WS-END-STATUS TO HR-END-STATUS
006698     WRITE HISTORY-RECORD
006699     CLOSE HISTORY-FILE.
006700 5030-EXIT.
006701     EXIT.
006702
006703*-----------------------------------------------------------------
006704*  5040-RELEASE-RUN-LOCK  --  mark the load no longer in flight.
006705*  Only a lock this run set is ever cleared; a refused start
006706*  leaves the other run's marker alone.
006707*-----------------------------------------------------------------
006708 5040-RELEASE-RUN-LOCK.
006709     OPEN OUTPUT RUNLOCK-FILE
006710     MOVE SPACES TO RUNLOCK-RECORD
006711     MOVE "N" TO RL-STATUS
006712     MOVE "FILE2PG" TO RL-PROGRAM
006713     MOVE WS-RUN-DATE TO RL-RUN-DATE
006714     ACCEPT WS-RUN-TIME FROM TIME
006715     MOVE WS-RUN-TIME(1:6) TO RL-RUN-TIME
006716     WRITE RUNLOCK-RECORD
006717     CLOSE RUNLOCK-FILE
006718     MOVE "N" TO WS-LOCK-HELD-SW.
006719 5040-EXIT.
006720     EXIT.
006721
006722*-----------------------------------------------------------------
006723*  5050-ARCHIVE-RUN-FILES  --  after a clean run, copy the feed,
006724*  reject and report files to run-dated archive names and log
006725*  each copy in the shared archive catalog, so the evidence of
006726*  this run survives the next run's OUTPUT opens.
006727*-----------------------------------------------------------------
006728 5050-ARCHIVE-RUN-FILES.
006729     MOVE "data.txt" TO WS-ARCH-SOURCE
006730     MOVE SPACES TO WS-ARCH-TARGET
006731     STRING "data." WS-RUN-DATE ".txt" DELIMITED BY SIZE
006732         INTO WS-ARCH-TARGET
006733     END-STRING
006734     PERFORM 5055-ARCHIVE-ONE-FILE THRU 5055-EXIT
006735     MOVE "file2pg.rej" TO WS-ARCH-SOURCE
006736     MOVE SPACES TO WS-ARCH-TARGET
006737     STRING "file2pg." WS-RUN-DATE ".rej" DELIMITED BY SIZE
006738         INTO WS-ARCH-TARGET
006739     END-STRING
006740     PERFORM 5055-ARCHIVE-ONE-FILE THRU 5055-EXIT
006741     MOVE "file2pg.rpt" TO WS-ARCH-SOURCE
006742     MOVE SPACES TO WS-ARCH-TARGET
006743     STRING "file2pg." WS-RUN-DATE ".rpt" DELIMITED BY SIZE
006744         INTO WS-ARCH-TARGET
006745     END-STRING
006746     PERFORM 5055-ARCHIVE-ONE-FILE THRU 5055-EXIT.
006747 5050-EXIT.
006748     EXIT.
006749
006750 5055-ARCHIVE-ONE-FILE.
006751     MOVE SPACES TO WS-CMD
006752     STRING
006753         "cp "          DELIMITED BY SIZE
006754         WS-ARCH-SOURCE DELIMITED BY SPACE
006755         " "            DELIMITED BY SIZE
006756         WS-ARCH-TARGET DELIMITED BY SPACE
006757         INTO WS-CMD
006758     END-STRING
006759     CALL "SYSTEM" USING WS-CMD
006760     MOVE RETURN-CODE TO WS-RC
006761     IF WS-RC = 0
006762         OPEN EXTEND CATALOG-FILE
006763         MOVE SPACES TO ARCHIVE-RECORD
006764         MOVE WS-RUN-DATE TO AC-RUN-DATE
006765         MOVE WS-ARCH-TARGET TO AC-FILENAME
006766         WRITE ARCHIVE-RECORD
006767         CLOSE CATALOG-FILE
006768         DISPLAY "FILE2PG: ARCHIVED " WS-ARCH-TARGET
006769     ELSE
006770         DISPLAY "FILE2PG: ARCHIVE COPY FAILED FOR "
006771             WS-ARCH-SOURCE
006772     END-IF.
006773 5055-EXIT.
006774     EXIT.
006775
006776*-----------------------------------------------------------------
006777*  5060-PURGE-OLD-ARCHIVES  --  remove archives older than the
006778*  retention period in the shared parameter file and rewrite the
006779*  catalog without them.  The catalog streams through a temp
006780*  copy (archive.tmp) that replaces it at the end, so the purge
006781*  handles a catalog of any size.  Zero retention days keeps
006782*  everything.  Calendar arithmetic needs the date intrinsics;
006783*  nothing else here does.
006784*-----------------------------------------------------------------
006785 5060-PURGE-OLD-ARCHIVES.
006786     IF WS-RETEN-DAYS = 0
006787         GO TO 5060-EXIT
006788     END-IF
006789     COMPUTE WS-CUTOFF-INT =
006790         FUNCTION INTEGER-OF-DATE(WS-TODAY) - WS-RETEN-DAYS
006791     COMPUTE WS-CUTOFF-DATE =
006792         FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)
006793     MOVE 0 TO WS-CAT-KEEP-COUNT
006794     MOVE 0 TO WS-PURGE-COUNT
006795     MOVE "N" TO WS-CAT-EOF-SW
006796     OPEN INPUT CATALOG-FILE
006797     IF WS-CAT-STATUS NOT = "00"
006798         GO TO 5060-EXIT
006799     END-IF
006800     OPEN OUTPUT CATTEMP-FILE
006801     PERFORM 5065-PURGE-ONE-ENTRY THRU 5065-EXIT
006802         UNTIL WS-CAT-EOF
006803     CLOSE CATALOG-FILE
006804     CLOSE CATTEMP-FILE
006805     MOVE "mv archive.tmp archive.cat" TO WS-CMD
006806     CALL "SYSTEM" USING WS-CMD
006807     MOVE RETURN-CODE TO WS-RC
006808     IF WS-RC NOT = 0
006809         DISPLAY "FILE2PG: COULD NOT REPLACE ARCHIVE.CAT,"
006810             " PURGED ENTRIES STILL LISTED"
006811     END-IF
006812     IF WS-PURGE-COUNT > 0
006813         MOVE WS-PURGE-COUNT TO WS-CNT-DISP
006814         DISPLAY "FILE2PG: " WS-CNT-DISP
006815             " ARCHIVES PURGED PAST RETENTION"
006816     END-IF.
006817 5060-EXIT.
006818     EXIT.
006819
006820 5065-PURGE-ONE-ENTRY.
006821     READ CATALOG-FILE
006822         AT END
006823             SET WS-CAT-EOF TO TRUE
006824         NOT AT END
006825             IF AC-RUN-DATE < WS-CUTOFF-X
006826                 MOVE SPACES TO WS-CMD
006827                 STRING
006828                     "rm -f " DELIMITED BY SIZE
006829                     AC-FILENAME DELIMITED BY SPACE
006830                     INTO WS-CMD
006831                 END-STRING
006832                 CALL "SYSTEM" USING WS-CMD
006833                 MOVE RETURN-CODE TO WS-RC
006834                 IF WS-RC = 0
006835                     ADD 1 TO WS-PURGE-COUNT
006836                 ELSE
006837                     DISPLAY "FILE2PG: PURGE FAILED FOR "
006838                         AC-FILENAME
006839                     PERFORM 5075-KEEP-CATALOG-ENTRY
006840                         THRU 5075-EXIT
006841                 END-IF
006842             ELSE
006843                 PERFORM 5075-KEEP-CATALOG-ENTRY THRU 5075-EXIT
006844             END-IF
006845     END-READ.
006846 5065-EXIT.
006847     EXIT.
006848
006849 5075-KEEP-CATALOG-ENTRY.
006850     ADD 1 TO WS-CAT-KEEP-COUNT
006851     MOVE ARCHIVE-RECORD TO CATTEMP-RECORD
006852     WRITE CATTEMP-RECORD.
006853 5075-EXIT.
006854     EXIT.
006855
006856*-----------------------------------------------------------------
006857*  5080-REWRITE-PENDING  --  only at a clean end of run: the
006858*  durable pending file is rebuilt as its unmatured entries
006859*  plus this run's new holds, through a temp copy that
006860*  replaces it, the same shape the archive catalog purge
006861*  uses.  An aborted run touches neither file, so the matured
006862*  entries it released are still pending for the rerun and
006863*  the holds it gathered are simply regathered.
006864*-----------------------------------------------------------------
006865 5080-REWRITE-PENDING.
006866     IF WS-HELD-COUNT = 0 AND WS-RELEASED-COUNT = 0
006867         GO TO 5080-EXIT
006868     END-IF
006869     OPEN OUTPUT PNDTEMP-FILE
006870     MOVE "N" TO WS-PND-EOF-SW
006871     OPEN INPUT PENDING-FILE
006872     IF WS-PND-STATUS = "00" OR WS-PND-STATUS = "05"
006873         PERFORM 5082-KEEP-ONE-PENDING THRU 5082-EXIT
006874             UNTIL WS-PND-EOF
006875     END-IF
006876     CLOSE PENDING-FILE
006877     MOVE "N" TO WS-HOLD-EOF-SW
006878     OPEN INPUT HOLD-FILE
006879     PERFORM 5084-ADD-ONE-HOLD THRU 5084-EXIT
006880         UNTIL WS-HOLD-EOF
006881     CLOSE HOLD-FILE
006882     CLOSE PNDTEMP-FILE
006883     MOVE "mv file2pg.pnd.new file2pg.pnd" TO WS-CMD
006884     CALL "SYSTEM" USING WS-CMD
006885     MOVE RETURN-CODE TO WS-RC
006886     IF WS-RC NOT = 0
006887         DISPLAY "FILE2PG: COULD NOT REPLACE FILE2PG.PND,"
006888             " PENDING FILE LEFT AS IT WAS"
006889     END-IF.
006890 5080-EXIT.
006891     EXIT.
006892
006893 5082-KEEP-ONE-PENDING.
006894     READ PENDING-FILE
006895         AT END
006896             SET WS-PND-EOF TO TRUE
006897         NOT AT END
006898             IF PD-EFF-DATE > WS-RUN-DATE
006899                 MOVE PENDING-RECORD TO PNDTEMP-RECORD
006900                 WRITE PNDTEMP-RECORD
006901             END-IF
006902     END-READ.
006903 5082-EXIT.
006904     EXIT.
006905
006906 5084-ADD-ONE-HOLD.
006907     READ HOLD-FILE
006908         AT END
006909             SET WS-HOLD-EOF TO TRUE
006910         NOT AT END
006911             MOVE HOLD-RECORD TO PNDTEMP-RECORD
006912             WRITE PNDTEMP-RECORD
006913     END-READ.
006914 5084-EXIT.
006915     EXIT.
006916
006917*-----------------------------------------------------------------
006918*  5090-WRITE-STATUS-RECORD  --  one machine-readable record
006919*  (STATREC.CPY) per run for the scheduler, carrying the common
006920*  severity grading, which also becomes this run's RETURN-CODE:
006921*  0 clean, 4 warnings, 8 degraded, 16 failed.
006922*-----------------------------------------------------------------
006923 5090-WRITE-STATUS-RECORD.
006924     OPEN OUTPUT STATUS-FILE
006925     MOVE SPACES TO STATUS-RECORD
006926     MOVE "FILE2PG" TO STAT-PROGRAM
006927     MOVE WS-RUN-DATE TO STAT-RUN-DATE
006928     ACCEPT WS-RUN-TIME FROM TIME
006929     MOVE WS-RUN-TIME(1:6) TO STAT-RUN-TIME
006930     MOVE WS-SEVERITY TO STAT-SEVERITY
006931     MOVE WS-DETAIL-COUNT TO STAT-IN-COUNT
006932     MOVE WS-INSERT-COUNT TO STAT-OUT-COUNT
006933     MOVE WS-REJECT-COUNT TO STAT-REJ-COUNT
006934     MOVE WS-SKIPPED-COUNT TO STAT-SKIP-COUNT
006935     EVALUATE WS-SEVERITY
006936         WHEN 0
006937             MOVE "CLEAN" TO STAT-END-STATUS
006938         WHEN 4
006939             MOVE "WARNING" TO STAT-END-STATUS
006940         WHEN 8
006941             MOVE "DEGRADED" TO STAT-END-STATUS
006942         WHEN OTHER
006943             MOVE "FAILED" TO STAT-END-STATUS
006944     END-EVALUATE
006945     WRITE STATUS-RECORD
006946     CLOSE STATUS-FILE
006947     MOVE WS-SEVERITY TO RETURN-CODE.
006948 5090-EXIT.
006949     EXIT.
006950
006951*-----------------------------------------------------------------
006952*  5100-ESCAPE-CHAR / 5200-ESCAPE-DQUOTE  --  double every
006953*  occurrence of a given quote character in WS-ESC-IN, building
006954*  WS-ESC-OUT.  Shared by the SQL single-quote escaping done
006955*  before a value is quoted into a psql command and the CSV
006956*  double-quote escaping used when staging rows for COPY.
006957*-----------------------------------------------------------------
006958 5100-ESCAPE-CHAR.
006959     MOVE SPACES TO WS-ESC-OUT
006960     MOVE 1 TO WS-ESC-OUT-IDX
006961     PERFORM 5110-ESCAPE-ONE-CHAR THRU 5110-EXIT
006962         VARYING WS-ESC-IDX FROM 1 BY 1
006963             UNTIL WS-ESC-IDX > WS-ESC-LEN.
006964 5100-EXIT.
006965     EXIT.
006966
006967 5110-ESCAPE-ONE-CHAR.
006968     IF WS-ESC-IN(WS-ESC-IDX:1) = WS-ESC-CHAR
006969         MOVE WS-ESC-CHAR TO WS-ESC-OUT(WS-ESC-OUT-IDX:1)
006970         ADD 1 TO WS-ESC-OUT-IDX
006971         MOVE WS-ESC-CHAR TO WS-ESC-OUT(WS-ESC-OUT-IDX:1)
006972         ADD 1 TO WS-ESC-OUT-IDX
006973     ELSE
006974         MOVE WS-ESC-IN(WS-ESC-IDX:1)
006975             TO WS-ESC-OUT(WS-ESC-OUT-IDX:1)
006976         ADD 1 TO WS-ESC-OUT-IDX
006977     END-IF.
006978 5110-EXIT.
006979     EXIT.
006980
006981 5200-ESCAPE-DQUOTE.
006982     MOVE '"' TO WS-ESC-CHAR
006983     PERFORM 5100-ESCAPE-CHAR THRU 5100-EXIT.
006984 5200-EXIT.
006990     EXIT.
006992
006994*-----------------------------------------------------------------
007014     EXIT.
007015
007016*-----------------------------------------------------------------
007026*  5300-UPDATE-OPEN-REJECTS  --  only at a clean end of a live
007036*  run: fold this run's reject and apply notes into the
007046*  standing open-rejects inventory.  Both are in ID order, so
007056*  the inventory streams through a temp copy that replaces
007066*  it, the same shape the pending rewrite uses.  For each ID
007076*  an apply closes every entry still open from an earlier run
007086*  (applies sort ahead of rejects, so this run's own rejects
007096*  stay open); each reject then opens its ID/code entry,
007106*  reopens a closed one, or bumps an open one's bounce count
007116*  and latest reason.  Closed entries past PARM-RETEN-DAYS
007126*  drop out.  An aborted run leaves the inventory alone and
007136*  its notes in place for the restart.
007146*-----------------------------------------------------------------
007156 5300-UPDATE-OPEN-REJECTS.
007166     IF WS-ORW-OPEN
007176         CLOSE REJEVT-FILE
007186         MOVE "N" TO WS-ORW-OPEN-SW
007196     END-IF
007206     IF WS-RETEN-DAYS > 0
007216         COMPUTE WS-CUTOFF-INT =
007226             FUNCTION INTEGER-OF-DATE(WS-TODAY) - WS-RETEN-DAYS
007236         COMPUTE WS-CUTOFF-DATE =
007246             FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)
007256     END-IF
007266     SORT REJEVT-SORT-FILE
007276         ON ASCENDING KEY EW-ID EW-TYPE
007286         WITH DUPLICATES IN ORDER
007296         USING REJEVT-FILE
007306         GIVING REJEVT-SORTED-FILE
007316     MOVE "N" TO WS-ORJ-EOF-SW
007326     MOVE "N" TO WS-EVT-EOF-SW
007336     OPEN INPUT OPENREJ-FILE
007346     IF WS-ORJ-STATUS = "00"
007356         PERFORM 5305-READ-OPEN-REJECT THRU 5305-EXIT
007366     ELSE
007376         SET WS-ORJ-EOF TO TRUE
007386         MOVE HIGH-VALUES TO OJ-ID
007396     END-IF
007406     OPEN INPUT REJEVT-SORTED-FILE
007416     PERFORM 5307-READ-REJECT-NOTE THRU 5307-EXIT
007426     OPEN OUTPUT ORJTEMP-FILE
007436     PERFORM 5310-ONE-REJECT-ID THRU 5310-EXIT
007446         UNTIL WS-ORJ-EOF AND WS-EVT-EOF
007456     CLOSE OPENREJ-FILE
007466     CLOSE REJEVT-SORTED-FILE
007476     CLOSE ORJTEMP-FILE
007486     MOVE "mv file2pg.orj.new file2pg.orj" TO WS-CMD
007496     CALL "SYSTEM" USING WS-CMD
007506     MOVE RETURN-CODE TO WS-RC
007516     IF WS-RC NOT = 0
007526         DISPLAY "FILE2PG: COULD NOT REPLACE FILE2PG.ORJ,"
007536             " OPEN-REJECTS INVENTORY LEFT AS IT WAS"
007546         GO TO 5300-EXIT
007556     END-IF
007566     SET WS-ORJ-DONE TO TRUE
007576     MOVE WS-ORJ-OPEN-TOTAL TO WS-CNT-DISP
007586     DISPLAY "FILE2PG: " WS-CNT-DISP
007596         " REJECTS OPEN IN FILE2PG.ORJ".
007606 5300-EXIT.
007616     EXIT.
007626
007636 5305-READ-OPEN-REJECT.
007646     READ OPENREJ-FILE
007656         AT END
007666             SET WS-ORJ-EOF TO TRUE
007676             MOVE HIGH-VALUES TO OJ-ID
007686     END-READ.
007696 5305-EXIT.
007706     EXIT.
007716
007726 5307-READ-REJECT-NOTE.
007736     READ REJEVT-SORTED-FILE
007746         AT END
007756             SET WS-EVT-EOF TO TRUE
007766             MOVE HIGH-VALUES TO ES-ID
007776     END-READ.
007786 5307-EXIT.
007796     EXIT.
007806
007816 5310-ONE-REJECT-ID.
007826     IF OJ-ID NOT > ES-ID
007836         MOVE OJ-ID TO WS-OJ-CUR-ID
007846     ELSE
007856         MOVE ES-ID TO WS-OJ-CUR-ID
007866     END-IF
007876     MOVE 0 TO WS-OJ-COUNT
007886     PERFORM 5320-LOAD-ONE-ENTRY THRU 5320-EXIT
007896         UNTIL OJ-ID NOT = WS-OJ-CUR-ID
007906     PERFORM 5330-APPLY-ONE-NOTE THRU 5330-EXIT
007916         UNTIL ES-ID NOT = WS-OJ-CUR-ID
007926     PERFORM 5350-WRITE-ONE-ENTRY THRU 5350-EXIT
007936         VARYING WS-OJ-IDX FROM 1 BY 1
007946             UNTIL WS-OJ-IDX > WS-OJ-COUNT.
007956 5310-EXIT.
007966     EXIT.
007976
007986*  An ID with more entries than the table holds keeps the
007996*  extras exactly as they were
008006 5320-LOAD-ONE-ENTRY.
008016     IF WS-OJ-COUNT = WS-OJ-LIMIT
008026         MOVE OPEN-REJECT-RECORD TO ORJTEMP-RECORD
008036         WRITE ORJTEMP-RECORD
008046         IF OJ-OPEN
008056             ADD 1 TO WS-ORJ-OPEN-TOTAL
008066         END-IF
008076     ELSE
008086         ADD 1 TO WS-OJ-COUNT
008096         MOVE OJ-TRANS-CODE TO WS-OJ-CODE(WS-OJ-COUNT)
008106         MOVE OJ-STATUS TO WS-OJ-STAT(WS-OJ-COUNT)
008116         MOVE OJ-FIRST-DATE TO WS-OJ-FIRST(WS-OJ-COUNT)
008126         MOVE OJ-LAST-DATE TO WS-OJ-LAST(WS-OJ-COUNT)
008136         MOVE OJ-BOUNCE-COUNT TO WS-OJ-BOUNCE(WS-OJ-COUNT)
008146         MOVE OJ-SOURCE TO WS-OJ-SOURCE(WS-OJ-COUNT)
008156         MOVE OJ-CLOSED-DATE TO WS-OJ-CLOSED(WS-OJ-COUNT)
008166         MOVE OJ-REASON TO WS-OJ-REASON(WS-OJ-COUNT)
008176     END-IF
008186     PERFORM 5305-READ-OPEN-REJECT THRU 5305-EXIT.
008196 5320-EXIT.
008206     EXIT.
008216
008226 5330-APPLY-ONE-NOTE.
008236     IF ES-APPLIED
008246         PERFORM 5335-CLOSE-ONE-ENTRY THRU 5335-EXIT
008256             VARYING WS-OJ-IDX FROM 1 BY 1
008266                 UNTIL WS-OJ-IDX > WS-OJ-COUNT
008276         PERFORM 5307-READ-REJECT-NOTE THRU 5307-EXIT
008286         GO TO 5330-EXIT
008296     END-IF
008306     MOVE 0 TO WS-OJ-FOUND
008316     PERFORM 5340-MATCH-ONE-CODE THRU 5340-EXIT
008326         VARYING WS-OJ-IDX FROM 1 BY 1
008336             UNTIL WS-OJ-IDX > WS-OJ-COUNT
008346     IF WS-OJ-FOUND = 0
008356         IF WS-OJ-COUNT = WS-OJ-LIMIT
008366             DISPLAY "FILE2PG: TOO MANY OPEN-REJECT ENTRIES FOR"
008376                 " ID " ES-ID ", CODE " ES-TRANS-CODE
008386                 " NOT TRACKED"
008396             PERFORM 5307-READ-REJECT-NOTE THRU 5307-EXIT
008406             GO TO 5330-EXIT
008416         END-IF
008426         ADD 1 TO WS-OJ-COUNT
008436         MOVE WS-OJ-COUNT TO WS-OJ-FOUND
008446         MOVE ES-TRANS-CODE TO WS-OJ-CODE(WS-OJ-FOUND)
008456         MOVE "C" TO WS-OJ-STAT(WS-OJ-FOUND)
008466     END-IF
008476     IF WS-OJ-STAT(WS-OJ-FOUND) = "O"
008486         ADD 1 TO WS-OJ-BOUNCE(WS-OJ-FOUND)
008496         ADD 1 TO WS-ORJ-BOUNCE-COUNT
008506     ELSE
008516         MOVE "O" TO WS-OJ-STAT(WS-OJ-FOUND)
008526         MOVE WS-RUN-DATE TO WS-OJ-FIRST(WS-OJ-FOUND)
008536         MOVE 1 TO WS-OJ-BOUNCE(WS-OJ-FOUND)
008546         MOVE SPACES TO WS-OJ-CLOSED(WS-OJ-FOUND)
008556         ADD 1 TO WS-ORJ-OPENED-COUNT
008566     END-IF
008576     MOVE WS-RUN-DATE TO WS-OJ-LAST(WS-OJ-FOUND)
008586     MOVE ES-SOURCE TO WS-OJ-SOURCE(WS-OJ-FOUND)
008596     MOVE ES-REASON TO WS-OJ-REASON(WS-OJ-FOUND)
008606     PERFORM 5307-READ-REJECT-NOTE THRU 5307-EXIT.
008616 5330-EXIT.
008626     EXIT.
008636
008646 5335-CLOSE-ONE-ENTRY.
008656     IF WS-OJ-STAT(WS-OJ-IDX) = "O"
008666         MOVE "C" TO WS-OJ-STAT(WS-OJ-IDX)
008676         MOVE WS-RUN-DATE TO WS-OJ-CLOSED(WS-OJ-IDX)
008686         ADD 1 TO WS-ORJ-CLOSED-COUNT
008696     END-IF.
008706 5335-EXIT.
008716     EXIT.
008726
008736 5340-MATCH-ONE-CODE.
008746     IF WS-OJ-CODE(WS-OJ-IDX) = ES-TRANS-CODE
008756         MOVE WS-OJ-IDX TO WS-OJ-FOUND
008766     END-IF.
008776 5340-EXIT.
008786     EXIT.
008796
008806 5350-WRITE-ONE-ENTRY.
008816     IF WS-OJ-STAT(WS-OJ-IDX) = "C"
008826         AND WS-RETEN-DAYS > 0
008836         AND WS-OJ-CLOSED(WS-OJ-IDX) < WS-CUTOFF-X
008846         ADD 1 TO WS-ORJ-PURGE-COUNT
008856         GO TO 5350-EXIT
008866     END-IF
008876     MOVE SPACES TO ORJTEMP-RECORD
008886     MOVE WS-OJ-CUR-ID TO OT-ID
008896     MOVE WS-OJ-CODE(WS-OJ-IDX) TO OT-TRANS-CODE
008906     MOVE WS-OJ-STAT(WS-OJ-IDX) TO OT-STATUS
008916     MOVE WS-OJ-FIRST(WS-OJ-IDX) TO OT-FIRST-DATE
008926     MOVE WS-OJ-LAST(WS-OJ-IDX) TO OT-LAST-DATE
008936     MOVE WS-OJ-BOUNCE(WS-OJ-IDX) TO OT-BOUNCE-COUNT
008946     MOVE WS-OJ-SOURCE(WS-OJ-IDX) TO OT-SOURCE
008956     MOVE WS-OJ-CLOSED(WS-OJ-IDX) TO OT-CLOSED-DATE
008966     MOVE WS-OJ-REASON(WS-OJ-IDX) TO OT-REASON
008976     WRITE ORJTEMP-RECORD
008986     IF WS-OJ-STAT(WS-OJ-IDX) = "O"
008996         ADD 1 TO WS-ORJ-OPEN-TOTAL
009006     END-IF.
009016 5350-EXIT.
009026     EXIT.
009036
009046*-----------------------------------------------------------------
009056*  9999-ABORT-RUN  --  common abend path.  Never returns; it
009066*  closes what it can and stops the run with a non-zero code.
009076*-----------------------------------------------------------------
009086 9999-ABORT-RUN.
009096     DISPLAY "FILE2PG: " WS-ABORT-MSG
009106     SET WS-ABORT TO TRUE
009116     PERFORM 5010-WRITE-CONTROL-REPORT THRU 5010-EXIT
009126     MOVE "ABORT" TO WS-END-STATUS
009136     IF NOT WS-LOAD-MODE-SIMU
009146         PERFORM 5030-WRITE-RUN-HISTORY THRU 5030-EXIT
009156     END-IF
009166     IF WS-LOCK-HELD
009176         PERFORM 5040-RELEASE-RUN-LOCK THRU 5040-EXIT
009186     END-IF
009196     PERFORM 5020-CLOSE-FILES THRU 5020-EXIT
009206     MOVE 16 TO WS-SEVERITY
009216     PERFORM 5090-WRITE-STATUS-RECORD THRU 5090-EXIT
009226     GO TO 9999-EXIT-PROGRAM.
009236
009246 9999-EXIT-PROGRAM.
009256     STOP RUN.

000310*  are shared-email findings (which value wins is a human
000320*  decision).
000330*
000331*  With MERGE on the command line, every shared-email group
000332*  is also written to merge.txt as proposed merge transactions
000333*  (code M, see INRECORD.CPY): each later ID of the group
000334*  folded into the group's lowest ID.  Which customer survives
000335*  is still the operator's decision -- the proposals are there
000336*  to approve, edit or strike before the file is loaded
000337*  through FILE2PG.  A group member whose ID is bad is left
000338*  out of the proposals, and the group's lowest good ID
000341*  survives in its place.
000344*
000347*  The command line may carry the parameter filename and/or
000350*  the words REPAIR and MERGE, in any order.
000360*
000370*  Modification History
000380*  Date       Init  Description
000400*  2026-09-02  kt   Original version.
000403*  2026-09-03  kt   Repair-feed buffer widened for IR-EFF-DATE
000406*                   on the shared detail record (INRECORD.CPY).
000407*  2026-10-09  kt   Repair-feed buffer widened for IR-KEYED-BY
000408*                   and IR-APPROVED-BY (INRECORD.CPY).
000410*  2026-10-15  kt   MERGE on the command line writes proposed
000412*                   merge transactions for the shared-email
000414*                   groups to merge.txt.
000416*-----------------------------------------------------------------
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000580         ORGANIZATION IS LINE SEQUENTIAL.
000590
000600     SELECT REPAIR-FILE ASSIGN TO "repair.txt"
000601         ORGANIZATION IS LINE SEQUENTIAL.
000602
000603     SELECT MERGE-TEMP-FILE ASSIGN TO "dataudit.mrg"
000604         ORGANIZATION IS LINE SEQUENTIAL.
000605
000606     SELECT MERGE-FILE ASSIGN TO "merge.txt"
000610         ORGANIZATION IS LINE SEQUENTIAL.
000620
000630     SELECT REPORT-FILE ASSIGN TO "dataudit.rpt"
000890     COPY "inrecord.cpy".
000900
000910 FD  REPAIR-FILE.
000920 01  REPAIR-RECORD           PIC X(158).
000930
000931 FD  MERGE-TEMP-FILE.
000932 01  MERGE-TEMP-RECORD       PIC X(158).
000933
000934 FD  MERGE-FILE.
000935 01  MERGE-RECORD            PIC X(158).
000936
000940 FD  REPORT-FILE.
000950 01  REPORT-RECORD           PIC X(132).
000960
001070         88  WS-OUT-EOF                VALUE "Y".
001080     05  WS-REPAIR-SW        PIC X(01) VALUE "N".
001090         88  WS-REPAIR-WANTED          VALUE "Y".
001093     05  WS-MERGE-SW         PIC X(01) VALUE "N".
001096         88  WS-MERGE-WANTED           VALUE "Y".
001100     05  WS-ROW-FLAGGED-SW   PIC X(01) VALUE "N".
001110         88  WS-ROW-FLAGGED            VALUE "Y".
001120     05  WS-ROW-BAD-ID-SW    PIC X(01) VALUE "N".
001260     05  WS-FLAGGED-ROWS     PIC 9(07) COMP.
001270     05  WS-REPAIR-COUNT     PIC 9(07) COMP.
001280     05  WS-DUP-COUNT        PIC 9(07) COMP.
001285     05  WS-MERGE-COUNT      PIC 9(07) COMP.
001290     05  WS-CNT-DISP         PIC 9(07).
001300
001310 01  WS-PARM-FILENAME        PIC X(40) VALUE "file2pg.parm".
001320 01  WS-CMD-ARG              PIC X(80).
001330 01  WS-ARG-1                PIC X(40).
001340 01  WS-ARG-2                PIC X(40).
001345 01  WS-ARG-3                PIC X(40).
001350 01  WS-PARM-STATUS          PIC X(02).
001360
001370 01  WS-DB-HOST              PIC X(40) VALUE "localhost".
001780*-----------------------------------------------------------------
001790 01  WS-PREV-EMAIL           PIC X(30).
001800 01  WS-PREV-ID              PIC X(05).
001805 01  WS-LEAD-ID              PIC X(05).
001810
001820*-----------------------------------------------------------------
001830*  Report line
002030     IF WS-REPAIR-WANTED
002040         PERFORM 4500-WRITE-REPAIR-FEED THRU 4500-EXIT
002050     END-IF
002052     IF WS-MERGE-WANTED
002054         PERFORM 4600-WRITE-MERGE-FEED THRU 4600-EXIT
002056     END-IF
002060     PERFORM 5000-FINALIZE THRU 5000-EXIT
002070     GO TO 9999-EXIT-PROGRAM.
002080
002090*-----------------------------------------------------------------
002100*  1000-INITIALIZE  --  same connection parameters as the rest
002110*  of the suite; REPAIR anywhere on the command line asks for
002120*  the repair feed, MERGE for the proposed merges
002130*-----------------------------------------------------------------
002140 1000-INITIALIZE.
002150     ACCEPT WS-TODAY FROM DATE YYYYMMDD
002160     MOVE WS-TODAY TO WS-RUN-DATE
002170     ACCEPT WS-CMD-ARG FROM COMMAND-LINE
002180     IF WS-CMD-ARG NOT = SPACES
002190         MOVE SPACES TO WS-ARG-1 WS-ARG-2 WS-ARG-3
002200         UNSTRING WS-CMD-ARG DELIMITED BY ALL SPACE
002210             INTO WS-ARG-1 WS-ARG-2 WS-ARG-3
002220         END-UNSTRING
002230         PERFORM 1010-ONE-ARGUMENT THRU 1010-EXIT
002240         MOVE WS-ARG-2 TO WS-ARG-1
002243         PERFORM 1010-ONE-ARGUMENT THRU 1010-EXIT
002246         MOVE WS-ARG-3 TO WS-ARG-1
002250         PERFORM 1010-ONE-ARGUMENT THRU 1010-EXIT
002260     END-IF
002270     OPEN INPUT PARM-FILE
002520     EXIT.
002530
002540 1010-ONE-ARGUMENT.
002550     EVALUATE TRUE
002560         WHEN WS-ARG-1 = "REPAIR"
002570             SET WS-REPAIR-WANTED TO TRUE
002580         WHEN WS-ARG-1 = "MERGE"
002583             SET WS-MERGE-WANTED TO TRUE
002586         WHEN WS-ARG-1 NOT = SPACES
002590             MOVE WS-ARG-1 TO WS-PARM-FILENAME
002600     END-EVALUATE.
002620 1010-EXIT.
002630     EXIT.
002640
004680*  4000-CHECK-DUP-EMAILS  --  sort email+ID so duplicates land
004690*  adjacent, then one pass flags every member of a shared-email
004700*  group.  The first member is reported when the second arrives.
004703*  The first member has the group's lowest ID, and is the one
004706*  the rest are proposed to be merged into.
004710*-----------------------------------------------------------------
004720 4000-CHECK-DUP-EMAILS.
004730     OPEN INPUT STAGE-FILE
004800     MOVE "Y" TO WS-GROUP-FIRST-SW
004810     MOVE "N" TO WS-EML-EOF-SW
004820     OPEN INPUT SORTED-EMAIL-FILE
004822     IF WS-MERGE-WANTED
004824         OPEN OUTPUT MERGE-TEMP-FILE
004826     END-IF
004830     PERFORM 4030-SCAN-ONE-EMAIL THRU 4030-EXIT
004840         UNTIL WS-EML-EOF
004842     IF WS-MERGE-WANTED
004844         CLOSE MERGE-TEMP-FILE
004846     END-IF
004850     CLOSE SORTED-EMAIL-FILE.
004860 4000-EXIT.
004870     EXIT.
005200         NOT AT END
005210             IF SM-EMAIL = WS-PREV-EMAIL
005220                 IF WS-GROUP-FIRST
005225                     MOVE WS-PREV-ID TO WS-LEAD-ID
005230                     PERFORM 4040-FLAG-ONE-DUP THRU 4040-EXIT
005250                 END-IF
005260                 PERFORM 4050-FLAG-CUR-DUP THRU 4050-EXIT
005262                 IF WS-MERGE-WANTED
005264                     PERFORM 4060-PROPOSE-MERGE THRU 4060-EXIT
005266                 END-IF
005270                 MOVE "N" TO WS-GROUP-FIRST-SW
005280             ELSE
005290                 MOVE "Y" TO WS-GROUP-FIRST-SW
005600     END-STRING
005610     MOVE SM-EMAIL TO FL-VALUE
005620     MOVE FINDING-LINE TO REPORT-RECORD
005621     WRITE REPORT-RECORD.
005622 4050-EXIT.
005623     EXIT.
005624
005625*  A proposal is staged in the detail layout, built in the
005626*  IN-RECORD area as the repair feed's rows are, and noted on
005627*  the report under the shared-email finding it answers.
005628*  A bad ID (a blank one always) can sort ahead of the good
005629*  ones, so while the lead is still bad the first good ID met
005630*  takes its place and the members after it fold into that one.
005631 4060-PROPOSE-MERGE.
005632     IF SM-ID NOT NUMERIC
005633         GO TO 4060-EXIT
005634     END-IF
005635     IF WS-LEAD-ID NOT NUMERIC
005636         MOVE SM-ID TO WS-LEAD-ID
005639         GO TO 4060-EXIT
005640     END-IF
005641     MOVE SPACES TO IN-RECORD
005642     MOVE "DET" TO IR-REC-TYPE
005643     MOVE "M" TO IR-TRANS-CODE
005644     MOVE WS-LEAD-ID TO IR-ID
005645     MOVE SM-ID TO IR-MERGE-ID
005646     MOVE "dataudit" TO IR-SOURCE
005647     MOVE IN-RECORD TO MERGE-TEMP-RECORD
005648     WRITE MERGE-TEMP-RECORD
005649     ADD 1 TO WS-MERGE-COUNT
005650     MOVE SPACE TO FL-GRADE
005651     MOVE SM-ID TO FL-ID
005652     MOVE SPACES TO FL-TEXT
005653     STRING "MERGE INTO ID " WS-LEAD-ID " PROPOSED"
005654         DELIMITED BY SIZE INTO FL-TEXT
005655     END-STRING
005656     MOVE SPACES TO FL-VALUE
005657     MOVE FINDING-LINE TO REPORT-RECORD
005658     WRITE REPORT-RECORD.
005659 4060-EXIT.
005660     EXIT.
005661
005670*-----------------------------------------------------------------
005680*  4500-WRITE-REPAIR-FEED  --  HDR, the flagged rows as CHANGE
005690*  transactions carrying their current values, TRL; the operator
005980             MOVE IN-RECORD TO REPAIR-RECORD
005990             WRITE REPAIR-RECORD
006000     END-READ.
006001 4510-EXIT.
006002     EXIT.
006003
006004*-----------------------------------------------------------------
006005*  4600-WRITE-MERGE-FEED  --  HDR, the proposed merges, TRL, in
006006*  the same shape as the repair feed; the operator approves,
006007*  edits or strikes each proposal (keeping the counts right)
006008*  and loads through FILE2PG as usual
006009*-----------------------------------------------------------------
006010 4600-WRITE-MERGE-FEED.
006011     OPEN OUTPUT MERGE-FILE
006012     MOVE SPACES TO IN-RECORD
006013     MOVE "HDR" TO IR-REC-TYPE
006014     MOVE WS-RUN-DATE TO IR-RUN-DATE
006015     MOVE WS-MERGE-COUNT TO IR-REC-COUNT
006016     MOVE IN-RECORD TO MERGE-RECORD
006017     WRITE MERGE-RECORD
006018     MOVE "N" TO WS-OUT-EOF-SW
006019     OPEN INPUT MERGE-TEMP-FILE
006020     PERFORM 4610-COPY-ONE-MERGE THRU 4610-EXIT
006021         UNTIL WS-OUT-EOF
006022     CLOSE MERGE-TEMP-FILE
006023     MOVE SPACES TO IN-RECORD
006024     MOVE "TRL" TO IR-REC-TYPE
006025     MOVE WS-MERGE-COUNT TO IR-REC-COUNT
006026     MOVE IN-RECORD TO MERGE-RECORD
006027     WRITE MERGE-RECORD
006028     CLOSE MERGE-FILE.
006029 4600-EXIT.
006030     EXIT.
006031
006032 4610-COPY-ONE-MERGE.
006033     READ MERGE-TEMP-FILE
006034         AT END
006035             SET WS-OUT-EOF TO TRUE
006036         NOT AT END
006037             MOVE MERGE-TEMP-RECORD TO MERGE-RECORD
006038             WRITE MERGE-RECORD
006039     END-READ.
006040 4610-EXIT.
006041     EXIT.
006042
006043*-----------------------------------------------------------------
006050*  5000-FINALIZE  --  control totals; discrepancies end the run
006060*  with RETURN-CODE 4 so the scheduler can flag it
006070*-----------------------------------------------------------------
006320         DELIMITED BY SIZE INTO REPORT-RECORD
006330     END-STRING
006340     WRITE REPORT-RECORD
006341     IF WS-MERGE-WANTED
006342         MOVE WS-MERGE-COUNT TO WS-CNT-DISP
006343         MOVE SPACES TO REPORT-RECORD
006344         STRING "MERGES PROPOSED .............. " WS-CNT-DISP
006345             DELIMITED BY SIZE INTO REPORT-RECORD
006346         END-STRING
006347         WRITE REPORT-RECORD
006348     END-IF
006350     CLOSE REPORT-FILE
006360     MOVE WS-ROWS-READ TO WS-CNT-DISP
006370     DISPLAY "DATAUDIT: " WS-CNT-DISP " ROWS AUDITED"
006440         DISPLAY "DATAUDIT: REPAIR ROWS WRITTEN .. " WS-CNT-DISP
006450         DISPLAY "DATAUDIT: CORRECT REPAIR.TXT, THEN LOAD IT"
006460             " THROUGH FILE2PG"
006461     END-IF
006462     IF WS-MERGE-WANTED
006463         MOVE WS-MERGE-COUNT TO WS-CNT-DISP
006464         DISPLAY "DATAUDIT: MERGES PROPOSED ...... " WS-CNT-DISP
006465         DISPLAY "DATAUDIT: REVIEW OR EDIT MERGE.TXT, THEN"
006466             " LOAD IT THROUGH FILE2PG"
006470     END-IF
006480     IF WS-ERROR-COUNT > 0 OR WS-WARN-COUNT > 0
006490         DISPLAY "DATAUDIT: FINDINGS ON FILE, SEE DATAUDIT.RPT"

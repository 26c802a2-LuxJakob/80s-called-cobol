000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GRDMERGE.
000300 AUTHOR. R. L. MEEHAN.
000400 INSTALLATION. ACADEMIC RECORDS DIVISION.
000500 DATE-WRITTEN. 10/05/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* ---------- ----  ----------------------------------------
001200* 10/05/2026 RLM   ORIGINAL CODING - MERGE AND RECONCILIATION
001300*                  STEP FOR A PARTITIONED GRADING RUN. EVERY
001400*                  CONDITIONALS PARTITION LEAVES A PARTCTL
001500*                  RECORD WITH ITS SLICE OF SCOREFIL, ITS
001600*                  BALANCE, ITS GRAND TOTALS AND THE COUNT OF
001700*                  EACH OUTPUT FILE IT WROTE. THE PARTITIONS
001800*                  ARE FIRST PROVED - SLICES CONTIGUOUS AND
001900*                  NOT OVERLAPPING, DETAILS AND HASH ADDING UP
002000*                  TO THE WHOLE OF SCOREFIL, EVERY OUTPUT
002100*                  SEGMENT MATCHING ITS OWN TRAILER AND ITS
002200*                  PARTCTL COUNT, ONE GRADE SCALE, THE
002300*                  EXPECTED NET ADJUSTMENT MET - AND ONLY THEN
002400*                  ARE RPTFILE, AUDFILE, RSLTFEED, RECYFILE,
002500*                  GRDSHEET AND TRMREJ WRITTEN AS THE SINGLE
002600*                  FILES THE DOWNSTREAM JOBS EXPECT, WITH ONE
002700*                  SET OF TRAILERS AND A GRAND-TOTAL SUMMARY
002800*                  BUILT FROM THE SUMMED PARTITION TOTALS.
002900*                  THE PARTITIONS' INCTRK RECORDS ARE ADDED
003000*                  TO THE MAIN INCTRK. AN UNRECONCILED MERGE
003100*                  LEAVES THE MERGED FILES EMPTY AND ENDS RC
003200*                  08. MRGRPT SHOWS EVERY PROOF. THE RUN
003300*                  POSTS TO RUNCTL FOR NITEBAL, WHICH TAKES
003400*                  THE NIGHT'S GRADING FIGURES FROM IT.
003500*----------------------------------------------------------
003600
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT PARTCTL ASSIGN TO "PARTCTL"
004100         ORGANIZATION IS LINE SEQUENTIAL.
004200     SELECT SCOREFIL ASSIGN TO "SCOREFIL"
004300         ORGANIZATION IS LINE SEQUENTIAL.
004400     SELECT OPTIONAL CTLFILE ASSIGN TO "CTLFILE"
004500         ORGANIZATION IS LINE SEQUENTIAL.
004600     SELECT RPTIN ASSIGN TO "RPTIN"
004700         ORGANIZATION IS LINE SEQUENTIAL.
004800     SELECT AUDIN ASSIGN TO "AUDIN"
004900         ORGANIZATION IS LINE SEQUENTIAL.
005000     SELECT FEEDIN ASSIGN TO "FEEDIN"
005100         ORGANIZATION IS LINE SEQUENTIAL.
005200     SELECT RCYIN ASSIGN TO "RCYIN"
005300         ORGANIZATION IS LINE SEQUENTIAL.
005400     SELECT GSHIN ASSIGN TO "GSHIN"
005500         ORGANIZATION IS LINE SEQUENTIAL.
005600     SELECT TRJIN ASSIGN TO "TRJIN"
005700         ORGANIZATION IS LINE SEQUENTIAL.
005800     SELECT OPTIONAL INCIN ASSIGN TO "INCIN"
005900         ORGANIZATION IS LINE SEQUENTIAL.
006000     SELECT RPTFILE ASSIGN TO "RPTFILE"
006100         ORGANIZATION IS LINE SEQUENTIAL.
006200     SELECT AUDFILE ASSIGN TO "AUDFILE"
006300         ORGANIZATION IS LINE SEQUENTIAL.
006400     SELECT RSLTFEED ASSIGN TO "RSLTFEED"
006500         ORGANIZATION IS LINE SEQUENTIAL.
006600     SELECT RECYFILE ASSIGN TO "RECYFILE"
006700         ORGANIZATION IS LINE SEQUENTIAL.
006800     SELECT GRDSHEET ASSIGN TO "GRDSHEET"
006900         ORGANIZATION IS LINE SEQUENTIAL.
007000     SELECT TRMREJ ASSIGN TO "TRMREJ"
007100         ORGANIZATION IS LINE SEQUENTIAL.
007200     SELECT OPTIONAL INCTRK ASSIGN TO "INCTRK"
007300         ORGANIZATION IS LINE SEQUENTIAL.
007400     SELECT MRGRPT ASSIGN TO "MRGRPT"
007500         ORGANIZATION IS LINE SEQUENTIAL.
007600     SELECT RUNCTL ASSIGN TO "RUNCTL"
007700         ORGANIZATION IS LINE SEQUENTIAL.
007800     SELECT BUSDATE ASSIGN TO "BUSDATE"
007900         ORGANIZATION IS LINE SEQUENTIAL.
008000
008100 DATA DIVISION.
008200 FILE SECTION.
008300*PARTCTL - THE PARTCTL RECORDS OF EVERY PARTITION, ONE EACH,
008400*CONCATENATED IN PARTITION ORDER - LOWEST GROUPS OR
008500*SECTIONS FIRST. SEE THE PTNRECC COPY MEMBER.
008600 FD  PARTCTL.
008700     COPY PTNRECC.
008800
008900*SCOREFIL - THE WHOLE SCORE FILE THE PARTITIONS SHARED. SEE
009000*THE SCORREC COPY MEMBER. ONLY ITS CONTROL RECORDS AND ITS
009100*DETAIL COUNT AND HASH ARE USED HERE.
009200 FD  SCOREFIL.
009300     COPY SCORREC.
009400
009500*CTLFILE - OPTIONAL. THE CONTROL CARD FOR THE NIGHT'S
009600*GRADING AS A WHOLE, FOR THE RUN MODE AND THE EXPECTED NET
009700*ADJUSTMENT, WHICH ONLY THE MERGED TOTALS CAN PROVE. THE
009800*CONDITIONALS CONTROL CARD LAYOUT.
009900 FD  CTLFILE.
010000 01  CONTROL-RECORD.
010100     05  CTL-CUTOFF-VAL         PIC 9(03).
010200     05  CTL-RESTART-KEY        PIC X(10).
010300     05  CTL-RESTART-SECTION    PIC X(08).
010400     05  CTL-RUN-MODE           PIC X(01).
010500         88  CTL-REPROCESS-RUN  VALUE 'R'.
010600     05  CTL-EXPECTED-NET-ADJ.
010700         10  CTL-EXP-ADJ-SIGN   PIC X(01).
010800         10  CTL-EXP-ADJ-DIGITS PIC X(11).
010900
011000*RPTIN, AUDIN, FEEDIN, RCYIN, GSHIN, TRJIN AND INCIN - THE
011100*PARTITIONS' RPTFILE, AUDFILE, RSLTFEED, RECYFILE, GRDSHEET,
011200*TRMREJ AND INCTRK, EACH CONCATENATED IN THE SAME ORDER AS
011300*PARTCTL. RPTIN, AUDIN AND FEEDIN ARE TAKEN ONE PARTITION'S
011400*SEGMENT AT A TIME, UP TO THAT PARTITION'S OWN TRAILER.
011500 FD  RPTIN.
011600 01  REPORT-IN-LINE             PIC X(132).
011700 01  REPORT-IN-TAGGED REDEFINES REPORT-IN-LINE.
011800     05  RPI-TAG                PIC X(08).
011900     05  FILLER                 PIC X(124).
012000 01  REPORT-IN-TRAILER REDEFINES REPORT-IN-LINE.
012100     05  RPI-TRAILER-TAG        PIC X(22).
012200     05  RPI-TRL-LINE-CNT       PIC 9(09).
012300     05  FILLER                 PIC X(101).
012400
012500 FD  AUDIN.
012600 01  AUDIT-IN-RECORD            PIC X(87).
012700
012800 FD  FEEDIN.
012900 01  FEED-IN-RECORD             PIC X(82).
013000
013100 FD  RCYIN.
013200 01  RECYCLE-IN-RECORD          PIC X(98).
013300
013400 FD  GSHIN.
013500 01  GRADE-SHEET-IN-LINE        PIC X(132).
013600
013700 FD  TRJIN.
013800 01  TERM-REJECT-IN-RECORD      PIC X(104).
013900
014000 FD  INCIN.
014100 01  INCOMPLETE-IN-RECORD       PIC X(60).
014200
014300*THE MERGED OUTPUTS - THE SAME FILES, IN THE SAME LAYOUTS,
014400*THE UNPARTITIONED GRADING RUN WRITES
014500 FD  RPTFILE.
014600 01  REPORT-LINE                PIC X(132).
014700
014800 FD  AUDFILE.
014900 01  AUDIT-OUT-RECORD           PIC X(87).
015000
015100 FD  RSLTFEED.
015200 01  FEED-OUT-RECORD            PIC X(82).
015300
015400 FD  RECYFILE.
015500 01  RECYCLE-OUT-RECORD         PIC X(98).
015600
015700 FD  GRDSHEET.
015800 01  GRADE-SHEET-LINE           PIC X(132).
015900
016000 FD  TRMREJ.
016100 01  TERM-REJECT-OUT-RECORD     PIC X(104).
016200
016300*INCTRK - THE INCOMPLETE TRACKING FILE. ALWAYS ADDED TO,
016400*AS THE GRADING RUN DOES; INCLAPSE REPLACES IT.
016500 FD  INCTRK.
016600 01  INCOMPLETE-OUT-RECORD      PIC X(60).
016700
016800*MRGRPT - THE RECONCILIATION REPORT: EACH PARTITION, EACH
016900*PROOF THAT FAILED, AND WHETHER THE MERGED FILES WERE
017000*RELEASED
017100 FD  MRGRPT.
017200 01  PRINT-LINE                 PIC X(132).
017300
017400*RUNCTL - THE SHARED RUN-CONTROL REGISTER EVERY SUITE
017500*PROGRAM POSTS TO AT END OF JOB. SEE THE RCTRECC COPY
017600*MEMBER.
017700 FD  RUNCTL.
017800     COPY RCTRECC.
017900
018000*BUSDATE - THE NIGHT'S BUSINESS-DATE CONTROL RECORD SET BY
018100*NITEOPEN. SEE THE BDTRECC COPY MEMBER.
018200 FD  BUSDATE.
018300 01  BUSINESS-DATE-IN-RECORD    PIC X(25).
018400
018500 WORKING-STORAGE SECTION.
018600*THE NIGHT'S BUSINESS DATE - THE SHARED LAYOUT FROM THE
018700*BDTRECC COPY MEMBER - AND THE SWITCHES FOR THE CHECK
018800*AGAINST NIGHTS ALREADY CLOSED ON RUNCTL
018900     COPY BDTRECC.
019000 01  WS-RCT-EOF-SW              PIC X(01) VALUE 'N'.
019100     88  WS-RCT-EOF             VALUE 'Y'.
019200 01  WS-DATE-CLOSED-SW          PIC X(01) VALUE 'N'.
019300     88  WS-DATE-CLOSED         VALUE 'Y'.
019400
019500*THE AUDIT AND FEED LAYOUTS THE SEGMENTS ARE READ IN AND THE
019600*MERGED FILES WRITTEN IN
019700     COPY AUDRECC.
019800     COPY RSLTFDC.
019900
020000*AUDIT TIMESTAMP WORK FIELDS
020100 01  WS-TIMESTAMP.
020200     05  WS-TS-DATE             PIC 9(08).
020300     05  WS-TS-TIME             PIC 9(08).
020400
020500*SWITCHES
020600 01  WS-RECONCILED-SW           PIC X(01) VALUE 'Y'.
020700     88  WS-RECONCILED          VALUE 'Y'.
020800 01  WS-PTN-EOF-SW              PIC X(01) VALUE 'N'.
020900     88  WS-PTN-EOF             VALUE 'Y'.
021000 01  WS-SCR-EOF-SW              PIC X(01) VALUE 'N'.
021100     88  WS-SCR-EOF             VALUE 'Y'.
021200 01  WS-RPI-EOF-SW              PIC X(01) VALUE 'N'.
021300     88  WS-RPI-EOF             VALUE 'Y'.
021400 01  WS-AUI-EOF-SW              PIC X(01) VALUE 'N'.
021500     88  WS-AUI-EOF             VALUE 'Y'.
021600 01  WS-FDI-EOF-SW              PIC X(01) VALUE 'N'.
021700     88  WS-FDI-EOF             VALUE 'Y'.
021800 01  WS-COPY-EOF-SW             PIC X(01) VALUE 'N'.
021900     88  WS-COPY-EOF            VALUE 'Y'.
022000 01  WS-SEG-END-SW              PIC X(01) VALUE 'N'.
022100     88  WS-SEG-END             VALUE 'Y'.
022200 01  WS-GROUP-OPEN-SW           PIC X(01) VALUE 'N'.
022300     88  WS-GROUP-OPEN          VALUE 'Y'.
022400 01  WS-EXP-ADJ-SUPPLIED-SW     PIC X(01) VALUE 'N'.
022500     88  WS-EXP-ADJ-SUPPLIED    VALUE 'Y'.
022600 01  WS-REPROCESS-SW            PIC X(01) VALUE 'N'.
022700     88  WS-REPROCESS-RUN       VALUE 'Y'.
022800
022900*SCOREFIL AS A WHOLE - GROUPS, DETAILS AND CHECK-VAL HASH -
023000*AND THE GROUP IN HAND WHILE IT IS COUNTED
023100 01  WS-SCR-GROUP-CNT           PIC 9(09) VALUE 0.
023200 01  WS-SCR-PROVED-CNT          PIC 9(09) VALUE 0.
023300 01  WS-SCR-DETAIL-CNT          PIC 9(09) VALUE 0.
023400 01  WS-SCR-HASH-TOTAL          PIC 9(12) VALUE 0.
023500 01  WS-GRP-DETAIL-CNT          PIC 9(09) VALUE 0.
023600 01  WS-GRP-HASH-TOTAL          PIC 9(12) VALUE 0.
023700 01  WS-BATCH-DATE              PIC 9(08).
023800 01  WS-BATCH-SOURCE            PIC X(20).
023900
024000*THE PARTITIONS AS PROVED - THE MODE THE FIRST ONE SET, THE
024100*END OF THE SLICE BEFORE, THE IDS ALREADY SEEN, AND THE
024200*HIGHEST RETURN CODE A PARTITION ENDED WITH
024300 01  WS-PTN-CNT                 PIC 9(04) VALUE 0.
024400 01  WS-MRG-MODE                PIC X(01).
024500 01  WS-LAST-GROUP-TO           PIC 9(04) VALUE 0.
024600 01  WS-LAST-SECTION-HIGH       PIC X(08) VALUE LOW-VALUES.
024700 01  WS-MAX-PTN-RC              PIC 9(02) VALUE 0.
024800 01  WS-ID-COUNT                PIC 9(02) COMP VALUE 0.
024900 01  WS-ID-SUB                  PIC 9(02) COMP.
025000 01  WS-ID-TABLE.
025100     05  WS-ID-SEEN             PIC X(02) OCCURS 99 TIMES.
025200 77  WS-ID-MAX                  PIC 9(02) COMP VALUE 99.
025300
025400*THE OUTPUT SEGMENT IN HAND - LINES OR RECORDS COUNTED UP TO
025500*ITS TRAILER, THE FIGURE THE TRAILER CARRIES, AND FOR THE
025600*REPORT THE POSITION OF EACH LINE IN THE SEGMENT
025700 01  WS-SEG-COUNT               PIC 9(09).
025800 01  WS-SEG-TRAILER-CNT         PIC 9(09).
025900 01  WS-SEG-LINE-NO             PIC 9(09).
026000
026100*THE MERGED GRAND TOTALS - THE SUM OF EVERY PARTITION'S
026200*PARTCTL FIGURES, IN THE PICTURES THE GRADING RUN KEEPS
026300 01  WS-MRG-TOTALS.
026400     05  WS-MRG-GROUPS-PROVED   PIC 9(09).
026500     05  WS-MRG-RECORD-COUNT    PIC 9(09).
026600     05  WS-MRG-HASH-TOTAL      PIC 9(12).
026700     05  WS-MRG-PASS-COUNT      PIC 9(09).
026800     05  WS-MRG-FAIL-COUNT      PIC 9(09).
026900     05  WS-MRG-INCOMPLETE-CNT  PIC 9(09).
027000     05  WS-MRG-TOTAL-COMPUTE   PIC 9(12).
027100     05  WS-MRG-TOTAL-ADD       PIC 9(12).
027200     05  WS-MRG-TOTAL-MULTIPLY  PIC 9(18).
027300     05  WS-MRG-TOTAL-DIVIDE    PIC 9(12).
027400     05  WS-MRG-BKT-LT2         PIC 9(07).
027500     05  WS-MRG-BKT-LT19        PIC 9(07).
027600     05  WS-MRG-BKT-LT1000      PIC 9(07).
027700     05  WS-MRG-BKT-OTHER       PIC 9(07).
027800     05  WS-MRG-INVALID-ADJ-CNT PIC 9(09).
027900     05  WS-MRG-MULT-OVFL-CNT   PIC 9(09).
028000     05  WS-MRG-MULT-TOT-OVFL   PIC 9(09).
028100     05  WS-MRG-NO-MASTER-CNT   PIC 9(09).
028200     05  WS-MRG-INACTIVE-CNT    PIC 9(09).
028300     05  WS-MRG-TERM-REJ-CNT    PIC 9(09).
028400     05  WS-MRG-GRACE-CNT       PIC 9(09).
028500     05  WS-MRG-NET-ADJ-TOTAL   PIC S9(11).
028600     05  WS-MRG-TOTAL-GRADE-PTS PIC 9(09)V9(02).
028700     05  WS-MRG-GRADED-CNT      PIC 9(09).
028800     05  WS-MRG-NO-GRADE-CNT    PIC 9(09).
028900     05  WS-MRG-NOSCORE-CNT     PIC 9(09).
029000     05  WS-MRG-RPT-LINE-CNT    PIC 9(09).
029100     05  WS-MRG-AUD-REC-CNT     PIC 9(09).
029200     05  WS-MRG-FEED-REC-CNT    PIC 9(09).
029300     05  WS-MRG-GSH-LINE-CNT    PIC 9(09).
029400
029500*THE GRADE SCALE EVERY PARTITION MUST HAVE GRADED AGAINST -
029600*THE FIRST PARTITION'S - WITH THE SUMMED COUNT PER BAND
029700 01  WS-GS-COUNT                PIC 9(02) COMP VALUE 0.
029800 01  WS-GS-SUB                  PIC 9(02) COMP.
029900 01  WS-GRADE-SCALE.
030000     05  WS-GS-ENTRY OCCURS 10 TIMES.
030100         10  WS-GS-LETTER       PIC X(01).
030200         10  WS-GS-LOW          PIC 9(03).
030300         10  WS-GS-HIGH         PIC 9(03).
030400         10  WS-GS-POINTS       PIC 9(01)V9(02).
030500         10  WS-GS-GRADED       PIC 9(07).
030600
030700*THE FILES AS MERGED AND AS COUNTED ON THE FLAT INPUTS
030800 01  WS-COUNTERS.
030900     05  WS-RCY-IN-CNT          PIC 9(09).
031000     05  WS-GSH-IN-CNT          PIC 9(09).
031100     05  WS-TRJ-IN-CNT          PIC 9(09).
031200     05  WS-INC-IN-CNT          PIC 9(09).
031300     05  WS-RPT-OUT-CNT         PIC 9(09).
031400     05  WS-AUD-OUT-CNT         PIC 9(09).
031500     05  WS-FEED-OUT-CNT        PIC 9(09).
031600     05  WS-RCY-OUT-CNT         PIC 9(09).
031700     05  WS-GSH-OUT-CNT         PIC 9(09).
031800     05  WS-TRJ-OUT-CNT         PIC 9(09).
031900     05  WS-INC-OUT-CNT         PIC 9(09).
032000     05  WS-FAIL-CNT            PIC 9(09).
032100
032200*SUMMARY AND EDIT FIELDS, AS THE GRADING RUN PRINTS THEM
032300 01  WS-PASS-FAIL-BASE          PIC 9(09).
032400 01  WS-PASS-PERCENT            PIC 9(03)V9(02).
032500 01  WS-BATCH-GPA               PIC 9(01)V9(02).
032600 01  WS-GPA-EDIT                PIC 9.99.
032700 01  WS-PTS-EDIT                PIC 9.99.
032800 01  WS-EXP-ADJ-DIGITS          PIC 9(11).
032900 01  WS-EXP-ADJ-VALUE           PIC S9(11) VALUE 0.
033000 01  WS-NET-ADJ-EDIT            PIC +9(11).
033100 01  WS-EXP-ADJ-EDIT            PIC +9(11).
033200 01  WS-PTN-NET-EDIT            PIC +9(11).
033300
033400*THE FAILURE BEING NOTED, AND THE PARTITION IT BELONGS TO
033500 01  WS-FAIL-PTN-ID             PIC X(02).
033600 01  WS-FAIL-TXT                PIC X(100).
033700
033800 77  WS-RC-CONTROL              PIC 9(02) VALUE 08.
033900
034000 PROCEDURE DIVISION.
034100*============================================================
034200* 0000-MAINLINE
034300*   SCOREFIL IS COUNTED, THE PARTITIONS ARE PROVED AGAINST IT
034400*   AND AGAINST THEIR OWN OUTPUTS, AND ONLY A RECONCILED SET
034500*   OF PARTITIONS IS MERGED. OTHERWISE THE MERGED FILES ARE
034600*   LEFT EMPTY SO NOTHING DOWNSTREAM CAN PICK UP A PART RUN.
034700*============================================================
034800 0000-MAINLINE.
034900     PERFORM 0900-GET-BUSINESS-DATE THRU 0900-EXIT
035000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
035100     PERFORM 2000-COUNT-SCOREFIL THRU 2000-EXIT
035200     PERFORM 3000-PROVE-PARTITIONS THRU 3000-EXIT
035300     IF WS-RECONCILED
035400         PERFORM 4000-MERGE-OUTPUTS THRU 4000-EXIT
035500     ELSE
035600         PERFORM 4900-WITHHOLD-OUTPUTS THRU 4900-EXIT
035700     END-IF
035800     PERFORM 6000-FINALIZE THRU 6000-EXIT
035900     PERFORM 8000-POST-RUN-CONTROL THRU 8000-EXIT
036000     STOP RUN.
036100
036200*============================================================
036300* 0900-GET-BUSINESS-DATE
036400*   TAKES THE NIGHT'S BUSINESS DATE FROM BUSDATE AND REFUSES
036500*   THE RUN IF THERE IS NONE, OR IF NITEBAL HAS ALREADY
036600*   CLOSED THAT DATE AND THE RERUN FLAG IS NOT SET
036700*============================================================
036800 0900-GET-BUSINESS-DATE.
036900     OPEN INPUT BUSDATE
037000     READ BUSDATE INTO BUSINESS-DATE-RECORD
037100         AT END
037200             MOVE SPACES TO BUSINESS-DATE-RECORD
037300     END-READ
037400     CLOSE BUSDATE
037500     IF BDT-BUSINESS-DATE NOT NUMERIC
037600             OR BDT-BUSINESS-DATE = 0
037700         DISPLAY 'NO USABLE BUSINESS DATE ON BUSDATE'
037800         DISPLAY 'RUN CANNOT CONTINUE - RUN NITEOPEN FIRST'
037900         MOVE WS-RC-CONTROL TO RETURN-CODE
038000         STOP RUN
038100     END-IF
038200     OPEN INPUT RUNCTL
038300     PERFORM 0910-CHECK-CLOSED-NIGHT THRU 0910-EXIT
038400         UNTIL WS-RCT-EOF
038500     CLOSE RUNCTL
038600     IF WS-DATE-CLOSED AND NOT BDT-RERUN
038700         DISPLAY 'BUSINESS DATE ' BDT-BUSINESS-DATE
038800                 ' ALREADY CLOSED ON RUNCTL'
038900         DISPLAY 'RUN CANNOT CONTINUE - RERUN FLAG NOT SET'
039000         MOVE WS-RC-CONTROL TO RETURN-CODE
039100         STOP RUN
039200     END-IF
039300     DISPLAY 'BUSINESS DATE: ' BDT-BUSINESS-DATE.
039400 0900-EXIT.
039500     EXIT.
039600
039700*============================================================
039800* 0910-CHECK-CLOSED-NIGHT
039900*   ONE RUNCTL ENTRY - A NITEBAL CLOSE-OUT IN BALANCE FOR
040000*   THE BUSINESS DATE MEANS THE NIGHT IS ALREADY CLOSED
040100*============================================================
040200 0910-CHECK-CLOSED-NIGHT.
040300     READ RUNCTL
040400         AT END
040500             SET WS-RCT-EOF TO TRUE
040600             GO TO 0910-EXIT
040700     END-READ
040800     IF RCT-PROGRAM-ID = 'NITEBAL'
040900             AND RCT-RUN-DATE = BDT-BUSINESS-DATE
041000             AND RCT-RETURN-CODE < 08
041100         SET WS-DATE-CLOSED TO TRUE
041200     END-IF.
041300 0910-EXIT.
041400     EXIT.
041500
041600*============================================================
041700* 1000-INITIALIZE
041800*   CLEARS THE TOTALS, READS THE NIGHT'S CONTROL CARD AND
041900*   STARTS THE RECONCILIATION REPORT
042000*============================================================
042100 1000-INITIALIZE.
042200     INITIALIZE WS-MRG-TOTALS
042300     INITIALIZE WS-COUNTERS
042400     INITIALIZE WS-GRADE-SCALE
042500     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT
042600     OPEN OUTPUT MRGRPT
042700     MOVE SPACES TO PRINT-LINE
042800     STRING 'GRADING PARTITION MERGE AND RECONCILIATION - '
042900             'BUSINESS DATE ' BDT-BUSINESS-DATE
043000             INTO PRINT-LINE
043100     WRITE PRINT-LINE
043200     MOVE SPACES TO PRINT-LINE
043300     WRITE PRINT-LINE.
043400 1000-EXIT.
043500     EXIT.
043600
043700*============================================================
043800* 1100-READ-CONTROL-CARD
043900*   CTLFILE IS OPTIONAL. THE RUN MODE AND THE EXPECTED NET
044000*   ADJUSTMENT ARE TAKEN AS THE GRADING RUN TAKES THEM - AN
044100*   EXPECTED FIGURE COUNTS ONLY WITH A SIGN AND ELEVEN
044200*   DIGITS.
044300*============================================================
044400 1100-READ-CONTROL-CARD.
044500     OPEN INPUT CTLFILE
044600     READ CTLFILE
044700         AT END
044800             MOVE SPACES TO CONTROL-RECORD
044900     END-READ
045000     CLOSE CTLFILE
045100     IF CTL-REPROCESS-RUN
045200         SET WS-REPROCESS-RUN TO TRUE
045300     END-IF
045400     IF (CTL-EXP-ADJ-SIGN = '+' OR CTL-EXP-ADJ-SIGN = '-')
045500             AND CTL-EXP-ADJ-DIGITS IS NUMERIC
045600         MOVE CTL-EXP-ADJ-DIGITS TO WS-EXP-ADJ-DIGITS
045700         IF CTL-EXP-ADJ-SIGN = '-'
045800             COMPUTE WS-EXP-ADJ-VALUE = 0 - WS-EXP-ADJ-DIGITS
045900         ELSE
046000             MOVE WS-EXP-ADJ-DIGITS TO WS-EXP-ADJ-VALUE
046100         END-IF
046200         SET WS-EXP-ADJ-SUPPLIED TO TRUE
046300     END-IF.
046400 1100-EXIT.
046500     EXIT.
046600
046700*============================================================
046800* 2000-COUNT-SCOREFIL
046900*   COUNTS THE WHOLE OF SCOREFIL - ITS BATCH GROUPS, DETAILS
047000*   AND CHECK-VAL HASH - AND PROVES EVERY GROUP AGAINST ITS
047100*   TRAILER. THESE ARE THE FIGURES THE PARTITIONS MUST ADD
047200*   UP TO.
047300*============================================================
047400 2000-COUNT-SCOREFIL.
047500     OPEN INPUT SCOREFIL
047600     PERFORM 2100-COUNT-SCORE-RECORD THRU 2100-EXIT
047700         UNTIL WS-SCR-EOF
047800     CLOSE SCOREFIL
047900     MOVE SPACES TO WS-FAIL-PTN-ID
048000     IF WS-GROUP-OPEN
048100         MOVE 'SCOREFIL FINAL GROUP HAS NO TRAILER'
048200             TO WS-FAIL-TXT
048300         PERFORM 3900-NOTE-FAILURE THRU 3900-EXIT
048400     END-IF
048500     IF WS-SCR-GROUP-CNT = 0
048600         MOVE 'SCOREFIL HAS NO BATCH GROUPS' TO WS-FAIL-TXT
048700         PERFORM 3900-NOTE-FAILURE THRU 3900-EXIT
048800     END-IF
048900     MOVE SPACES TO PRINT-LINE
049000     STRING 'SCOREFIL  GROUPS=' WS-SCR-GROUP-CNT
049100             ' RECORDS=' WS-SCR-DETAIL-CNT
049200             ' HASH=' WS-SCR-HASH-TOTAL
049300             INTO PRINT-LINE
049400     WRITE PRINT-LINE.
049500 2000-EXIT.
049600     EXIT.
049700
049800*============================================================
049900* 2100-COUNT-SCORE-RECORD
050000*============================================================
050100 2100-COUNT-SCORE-RECORD.
050200     READ SCOREFIL
050300         AT END
050400             SET WS-SCR-EOF TO TRUE
050500             GO TO 2100-EXIT
050600     END-READ
050700     MOVE SPACES TO WS-FAIL-PTN-ID
050800     EVALUATE TRUE
050900         WHEN SR-HEADER
051000             IF WS-GROUP-OPEN
051100                 MOVE SPACES TO WS-FAIL-TXT
051200                 STRING 'SCOREFIL GROUP ' WS-SCR-GROUP-CNT
051300                         ' HAS NO TRAILER'
051400                         INTO WS-FAIL-TXT
051500                 PERFORM 3900-NOTE-FAILURE THRU 3900-EXIT
051600             END-IF
051700             ADD 1 TO WS-SCR-GROUP-CNT
051800             SET WS-GROUP-OPEN TO TRUE
051900             MOVE 0 TO WS-GRP-DETAIL-CNT
052000             MOVE 0 TO WS-GRP-HASH-TOTAL
052100         WHEN SR-TRAILER
052200             IF NOT WS-GROUP-OPEN
052300                     OR SR-TRL-RECORD-COUNT
052400                         NOT = WS-GRP-DETAIL-CNT
052500                     OR SR-TRL-HASH-TOTAL
052600                         NOT = WS-GRP-HASH-TOTAL
052700                 MOVE SPACES TO WS-FAIL-TXT
052800                 STRING 'SCOREFIL GROUP ' WS-SCR-GROUP-CNT
052900                         ' TRAILER DOES NOT PROVE'
053000                         INTO WS-FAIL-TXT
053100                 PERFORM 3900-NOTE-FAILURE THRU 3900-EXIT
053200             ELSE
053300                 ADD 1 TO WS-SCR-PROVED-CNT
053400             END-IF
053500             MOVE 'N' TO WS-GROUP-OPEN-SW
053600         WHEN SR-DETAIL
053700             ADD 1 TO WS-SCR-DETAIL-CNT
053800             ADD SR-CHECK-VAL TO WS-SCR-HASH-TOTAL
053900             ADD 1 TO WS-GRP-DETAIL-CNT
054000             ADD SR-CHECK-VAL TO WS-GRP-HASH-TOTAL
054100         WHEN OTHER
054200             CONTINUE
054300     END-EVALUATE.
054400 2100-EXIT.
054500     EXIT.
054600
054700*============================================================
054800* 3000-PROVE-PARTITIONS
054900*   PROVES EVERY PARTITION IN TURN, THEN THAT NOTHING IS LEFT
055000*   OVER ON THE CONCATENATED SEGMENT FILES, THAT THE GROUP
055100*   PARTITIONS REACH THE LAST GROUP ON SCOREFIL, AND THAT THE
055200*   FLAT FILES AND GRAND TOTALS ADD UP. NOTHING IS WRITTEN
055300*   TO A MERGED FILE HERE.
055400*============================================================
055500 3000-PROVE-PARTITIONS.
055600     OPEN INPUT PARTCTL
055700     OPEN INPUT RPTIN
055800     OPEN INPUT AUDIN
055900     OPEN INPUT FEEDIN
056000     PERFORM 3010-READ-PARTCTL THRU 3010-EXIT
056100     IF WS-PTN-EOF
056200         MOVE SPACES TO WS-FAIL-PTN-ID
056300         MOVE 'NO PARTITION CONTROL RECORDS ON PARTCTL'
056400             TO WS-FAIL-TXT
056500         PERFORM 3900-NOTE-FAILURE THRU 3900-EXIT
056600     END-IF
056700     PERFORM 3100-PROVE-ONE-PARTITION THRU 3100-EXIT
056800         UNTIL WS-PTN-EOF
056900     MOVE SPACES TO WS-FAIL-PTN-ID
057000     READ RPTIN
057100         AT END
057200             SET WS-RPI-EOF TO TRUE
057300     END-READ
057400     IF NOT WS-RPI-EOF
057500         MOVE 'RPTIN HAS LINES BEYOND THE LAST PARTITION'
057600             TO WS-FAIL-TXT
057700         PERFORM 3900-NOTE-FAILURE THRU 3900-EXIT
057800     END-IF
057900     READ AUDIN
058000         AT END
058100             SET WS-AUI-EOF TO TRUE
058200     END-READ
058300     IF NOT WS-AUI-EOF
058400         MOVE 'AUDIN HAS RECORDS BEYOND THE LAST PARTITION'
058500             TO WS-FAIL-TXT
058600         PERFORM 3900-NOTE-FAILURE THRU 3900-EXIT
058700     END-IF
058800     READ FEEDIN
058900         AT END
059000             SET WS-FDI-EOF TO TRUE
059100     END-READ
059200     IF NOT WS-FDI-EOF
059300         MOVE 'FEEDIN HAS RECORDS BEYOND THE LAST PARTITION'
059400             TO WS-FAIL-TXT
059500         PERFORM 3900-NOTE-FAILURE THRU 3900-EXIT
059600     END-IF
059700     CLOSE PARTCTL
059800     CLOSE RPTIN
059900     CLOSE AUDIN
060000     CLOSE FEEDIN
060100     IF WS-MRG-MODE = 'G'
060200             AND WS-LAST-GROUP-TO NOT = WS-SCR-GROUP-CNT
060300         MOVE SPACES TO WS-FAIL-TXT
060400         STRING 'GROUP PARTITIONS END AT GROUP '
060500                 WS-LAST-GROUP-TO ' - SCOREFIL HAS '
060600                 WS-SCR-GROUP-CNT
060700                 INTO WS-FAIL-TXT
060800         PERFORM 3900-NOTE-FAILURE THRU 3900-EXIT
060900     END-IF
061000     PERFORM 3500-COUNT-FLAT-FILES THRU 3500-EXIT
061100     PERFORM 3600-PROVE-GRAND-TOTALS THRU 3600-EXIT.
061200 3000-EXIT.
061300     EXIT.
061400
061500*============================================================
061600* 3010-READ-PARTCTL
061700*============================================================
061800 3010-READ-PARTCTL.
061900     READ PARTCTL
062000         AT END
062100             SET WS-PTN-EOF TO TRUE
062200     END-READ.
062300 3010-EXIT.
062400     EXIT.
062500
062600*============================================================
062700* 3100-PROVE-ONE-PARTITION
062800*   LISTS ONE PARTITION AND PROVES ITS SLICE, ITS GRADE
062900*   SCALE AND ITS RPTFILE, AUDFILE AND RSLTFEED SEGMENTS,
063000*   ADDING ITS FIGURES INTO THE GRAND TOTALS
063100*============================================================
063200 3100-PROVE-ONE-PARTITION.
063300     ADD 1 TO WS-PTN-CNT
063400     MOVE PTN-PARTITION-ID TO WS-FAIL-PTN-ID
063500     MOVE PTN-NET-ADJ-TOTAL TO WS-PTN-NET-EDIT
063600     MOVE SPACES TO PRINT-LINE
063700     IF PTN-BY-GROUP
063800         STRING 'PARTITION ' PTN-PARTITION-ID
063900                 ' GROUPS=' PTN-GROUP-FROM '-' PTN-GROUP-TO
064000                 ' RECORDS=' PTN-RECORD-COUNT
064100                 ' HASH=' PTN-HASH-TOTAL
064200                 ' NETADJ=' WS-PTN-NET-EDIT
064300                 ' BALANCED=' PTN-BALANCE-SW
064400                 ' RC=' PTN-RETURN-CODE
064500                 INTO PRINT-LINE
064600     ELSE
064700         STRING 'PARTITION ' PTN-PARTITION-ID
064800                 ' SECTIONS=' PTN-SECTION-LOW
064900                 '-' PTN-SECTION-HIGH
065000                 ' RECORDS=' PTN-RECORD-COUNT
065100                 ' HASH=' PTN-HASH-TOTAL
065200                 ' NETADJ=' WS-PTN-NET-EDIT
065300                 ' BALANCED=' PTN-BALANCE-SW
065400                 ' RC=' PTN-RETURN-CODE
065500                 INTO PRINT-LINE
065600     END-IF
065700     WRITE PRINT-LINE
065800     PERFORM 3110-CHECK-SLICE THRU 3110-EXIT
065900     PERFORM 3120-CHECK-GRADE-SCALE THRU 3120-EXIT
066000     PERFORM 3130-ADD-PARTITION-TOTALS THRU 3130-EXIT
066100     PERFORM 3200-PROVE-REPORT-SEGMENT THRU 3200-EXIT
066200     PERFORM 3300-PROVE-AUDIT-SEGMENT THRU 3300-EXIT
066300     PERFORM 3400-PROVE-FEED-SEGMENT THRU 3400-EXIT
066400     PERFORM 3010-READ-PARTCTL THRU 3010-EXIT.
066500 3100-EXIT.
066600     EXIT.
066700
066800*============================================================
066900* 3110-CHECK-SLICE
067000*   EVERY PARTITION MUST SHARE THE FIRST ONE'S MODE, HAVE AN
067100*   ID OF ITS OWN, BELONG TO TONIGHT, HAVE BALANCED AND
067200*   ENDED BELOW RC 08. GROUP SLICES MUST START AT GROUP 1
067300*   AND FOLLOW ON ONE FROM ANOTHER WITH NO GAP OR OVERLAP;
067400*   SECTION SLICES MUST RISE WITHOUT OVERLAPPING. A SECTION
067500*   LEFT BETWEEN SLICES IS CAUGHT BY THE RECORD COUNT.
067600*============================================================
067700 3110-CHECK-SLICE.
067800     IF WS-PTN-CNT = 1
067900         MOVE PTN-MODE TO WS-MRG-MODE
068000     END-IF
068100     IF NOT (PTN-BY-GROUP OR PTN-BY-SECTION)
068200         MOVE 'MODE IS NOT G OR S' TO WS-FAIL-TXT
068300         PERFORM 3900-NOTE-FAILURE THRU 3900-EXIT
068400     END-IF
068500     IF PTN-MODE NOT = WS-MRG-MODE
068600         MOVE 'MODE DIFFERS FROM THE FIRST PARTITION'
068700             TO WS-FAIL-TXT
068800         PERFORM 3900-NOTE-FAILURE THRU 3900-EXIT
068900     END-IF
069000     PERFORM 3115-CHECK-ID-SEEN THRU 3115-EXIT
069100         VARYING WS-ID-SUB FROM 1 BY 1
069200         UNTIL WS-ID-SUB > WS-ID-COUNT
069300     IF WS-ID-COUNT < WS-ID-MAX
069400         ADD 1 TO WS-ID-COUNT
069500         MOVE PTN-PARTITION-ID TO WS-ID-SEEN (WS-ID-COUNT)
069600     END-IF
069700     IF PTN-RUN-DATE NOT = BDT-BUSINESS-DATE
069800         MOVE SPACES TO WS-FAIL-TXT
069900         STRING 'RAN FOR BUSINESS DATE ' PTN-RUN-DATE
070000                 INTO WS-FAIL-TXT
070100         PERFORM 3900-NOTE-FAILURE THRU 3900-EXIT
070200     END-IF
070300     IF NOT PTN-IN-BALANCE
070400         MOVE 'DID NOT BALANCE' TO WS-FAIL-TXT
070500         PERFORM 3900-NOTE-FAILURE THRU 3900-EXIT
070600     END-IF
070700     IF PTN-RETURN-CODE NOT < WS-RC-CONTROL
070800         MOVE SPACES TO WS-FAIL-TXT
070900         STRING 'ENDED WITH RETURN CODE ' PTN-RETURN-CODE
071000                 INTO WS-FAIL-TXT
071100         PERFORM 3900-NOTE-FAILURE THRU 3900-EXIT
071200     END-IF
071300     IF PTN-RETURN-CODE > WS-MAX-PTN-RC
071400         MOVE PTN-RETURN-CODE TO WS-MAX-PTN-RC
071500     END-IF
071600     IF PTN-BY-GROUP
071700         IF PTN-GROUP-FROM NOT = WS-LAST-GROUP-TO + 1
071800             MOVE SPACES TO WS-FAIL-TXT
071900             STRING 'GROUPS START AT ' PTN-GROUP-FROM
072000                     ' - PARTITION BEFORE ENDED AT '
072100                     WS-LAST-GROUP-TO
072200                     INTO WS-FAIL-TXT
072300             PERFORM 3900-NOTE-FAILURE THRU 3900-EXIT
072400         END-IF
072500         MOVE PTN-GROUP-TO TO WS-LAST-GROUP-TO
072600     END-IF
072700     IF PTN-BY-SECTION
072800         IF PTN-SECTION-LOW NOT > WS-LAST-SECTION-HIGH
072900             MOVE SPACES TO WS-FAIL-TXT
073000             STRING 'SECTIONS START AT ' PTN-SECTION-LOW
073100                     ' - PARTITION BEFORE ENDED AT '
073200                     WS-LAST-SECTION-HIGH
073300                     INTO WS-FAIL-TXT
073400             PERFORM 3900-NOTE-FAILURE THRU 3900-EXIT
073500         END-IF
073600         MOVE PTN-SECTION-HIGH TO WS-LAST-SECTION-HIGH
073700     END-IF.
073800 3110-EXIT.
073900     EXIT.
074000
074100*============================================================
074200* 3115-CHECK-ID-SEEN
074300*============================================================
074400 3115-CHECK-ID-SEEN.
074500     IF WS-ID-SEEN (WS-ID-SUB) = PTN-PARTITION-ID
074600         MOVE 'PARTITION ID USED MORE THAN ONCE'
074700             TO WS-FAIL-TXT
074800         PERFORM 3900-NOTE-FAILURE THRU 3900-EXIT
074900     END-IF.
075000 3115-EXIT.
075100     EXIT.
075200
075300*============================================================
075400* 3120-CHECK-GRADE-SCALE
075500*   THE FIRST PARTITION'S SCALE IS TAKEN AS THE SCALE; EVERY
075600*   OTHER PARTITION MUST HAVE GRADED AGAINST THE SAME BANDS.
075700*   THE COUNT PER BAND IS SUMMED FOR THE GRADE LINES.
075800*============================================================
075900 3120-CHECK-GRADE-SCALE.
076000     IF WS-PTN-CNT = 1
076100         MOVE PTN-GS-COUNT TO WS-GS-COUNT
076200     END-IF
076300     IF PTN-GS-COUNT NOT = WS-GS-COUNT
076400         MOVE 'GRADE SCALE DIFFERS FROM THE FIRST PARTITION'
076500             TO WS-FAIL-TXT
076600         PERFORM 3900-NOTE-FAILURE THRU 3900-EXIT
076700         GO TO 3120-EXIT
076800     END-IF
076900     PERFORM 3125-TAKE-GRADE-BAND THRU 3125-EXIT
077000         VARYING WS-GS-SUB FROM 1 BY 1
077100         UNTIL WS-GS-SUB > WS-GS-COUNT.
077200 3120-EXIT.
077300     EXIT.
077400
077500*============================================================
077600* 3125-TAKE-GRADE-BAND
077700*============================================================
077800 3125-TAKE-GRADE-BAND.
077900     IF WS-PTN-CNT = 1
078000         MOVE PTN-GS-LETTER (WS-GS-SUB)
078100             TO WS-GS-LETTER (WS-GS-SUB)
078200         MOVE PTN-GS-LOW (WS-GS-SUB) TO WS-GS-LOW (WS-GS-SUB)
078300         MOVE PTN-GS-HIGH (WS-GS-SUB)
078400             TO WS-GS-HIGH (WS-GS-SUB)
078500         MOVE PTN-GS-POINTS (WS-GS-SUB)
078600             TO WS-GS-POINTS (WS-GS-SUB)
078700     END-IF
078800     IF PTN-GS-LETTER (WS-GS-SUB) NOT = WS-GS-LETTER (WS-GS-SUB)
078900             OR PTN-GS-LOW (WS-GS-SUB)
079000                 NOT = WS-GS-LOW (WS-GS-SUB)
079100             OR PTN-GS-HIGH (WS-GS-SUB)
079200                 NOT = WS-GS-HIGH (WS-GS-SUB)
079300             OR PTN-GS-POINTS (WS-GS-SUB)
079400                 NOT = WS-GS-POINTS (WS-GS-SUB)
079500         MOVE 'GRADE SCALE DIFFERS FROM THE FIRST PARTITION'
079600             TO WS-FAIL-TXT
079700         PERFORM 3900-NOTE-FAILURE THRU 3900-EXIT
079800     END-IF
079900     ADD PTN-GS-GRADED (WS-GS-SUB) TO WS-GS-GRADED (WS-GS-SUB).
080000 3125-EXIT.
080100     EXIT.
080200
080300*============================================================
080400* 3130-ADD-PARTITION-TOTALS
080416*   THE GRAND TOTALS ARE THE SUM OF THE PARTITIONS'. THE
080432*   NO-SCORE COUNT SUMS WITHOUT DOUBLE-COUNTING BECAUSE A
080448*   SECTION'S NO-SCORES ARE LISTED BY ONE PARTITION ONLY -
080464*   THE ONE THAT OWNS THE SECTION'S FIRST DETAIL ON SCOREFIL
080480*   - HOWEVER MANY PARTITIONS ITS DETAILS FELL IN.
080500*============================================================
080600 3130-ADD-PARTITION-TOTALS.
080700     ADD PTN-GROUPS-PROVED     TO WS-MRG-GROUPS-PROVED
080800     ADD PTN-RECORD-COUNT      TO WS-MRG-RECORD-COUNT
080900     ADD PTN-HASH-TOTAL        TO WS-MRG-HASH-TOTAL
081000     ADD PTN-PASS-COUNT        TO WS-MRG-PASS-COUNT
081100     ADD PTN-FAIL-COUNT        TO WS-MRG-FAIL-COUNT
081200     ADD PTN-INCOMPLETE-CNT    TO WS-MRG-INCOMPLETE-CNT
081300     ADD PTN-TOTAL-COMPUTE     TO WS-MRG-TOTAL-COMPUTE
081400     ADD PTN-TOTAL-ADD         TO WS-MRG-TOTAL-ADD
081500     ADD PTN-TOTAL-MULTIPLY    TO WS-MRG-TOTAL-MULTIPLY
081600     ADD PTN-TOTAL-DIVIDE      TO WS-MRG-TOTAL-DIVIDE
081700     ADD PTN-BKT-LT2           TO WS-MRG-BKT-LT2
081800     ADD PTN-BKT-LT19          TO WS-MRG-BKT-LT19
081900     ADD PTN-BKT-LT1000        TO WS-MRG-BKT-LT1000
082000     ADD PTN-BKT-OTHER         TO WS-MRG-BKT-OTHER
082100     ADD PTN-INVALID-ADJ-CNT   TO WS-MRG-INVALID-ADJ-CNT
082200     ADD PTN-MULT-OVERFLOW-CNT TO WS-MRG-MULT-OVFL-CNT
082300     ADD PTN-MULT-TOT-OVFL-CNT TO WS-MRG-MULT-TOT-OVFL
082400     ADD PTN-NO-MASTER-CNT     TO WS-MRG-NO-MASTER-CNT
082500     ADD PTN-INACTIVE-CNT      TO WS-MRG-INACTIVE-CNT
082600     ADD PTN-TERM-REJ-CNT      TO WS-MRG-TERM-REJ-CNT
082700     ADD PTN-GRACE-CNT         TO WS-MRG-GRACE-CNT
082800     ADD PTN-NET-ADJ-TOTAL     TO WS-MRG-NET-ADJ-TOTAL
082900     ADD PTN-TOTAL-GRADE-PTS   TO WS-MRG-TOTAL-GRADE-PTS
083000     ADD PTN-GRADED-CNT        TO WS-MRG-GRADED-CNT
083100     ADD PTN-NO-GRADE-CNT      TO WS-MRG-NO-GRADE-CNT
083200     ADD PTN-NOSCORE-CNT       TO WS-MRG-NOSCORE-CNT
083300     ADD PTN-RPT-LINE-CNT      TO WS-MRG-RPT-LINE-CNT
083400     ADD PTN-AUD-REC-CNT       TO WS-MRG-AUD-REC-CNT
083500     ADD PTN-FEED-REC-CNT      TO WS-MRG-FEED-REC-CNT
083600     ADD PTN-GSH-LINE-CNT      TO WS-MRG-GSH-LINE-CNT.
083700 3130-EXIT.
083800     EXIT.
083900
084000*============================================================
084100* 3200-PROVE-REPORT-SEGMENT
084200*   THE PARTITION'S RPTFILE RUNS TO ITS OWN TRAILER LINE. THE
084300*   LINES AHEAD OF IT MUST NUMBER WHAT THE TRAILER SAYS AND
084400*   WHAT PARTCTL SAYS, AND THE BODY MUST FALL INSIDE THEM.
084500*============================================================
084600 3200-PROVE-REPORT-SEGMENT.
084700     MOVE 0 TO WS-SEG-COUNT
084800     MOVE 0 TO WS-SEG-TRAILER-CNT
084900     MOVE 'N' TO WS-SEG-END-SW
085000     PERFORM 3210-READ-REPORT-LINE THRU 3210-EXIT
085100         UNTIL WS-SEG-END
085200     IF WS-RPI-EOF
085300         MOVE 'RPTIN SEGMENT HAS NO TRAILER LINE'
085400             TO WS-FAIL-TXT
085500         PERFORM 3900-NOTE-FAILURE THRU 3900-EXIT
085600         GO TO 3200-EXIT
085700     END-IF
085800     IF WS-SEG-COUNT NOT = WS-SEG-TRAILER-CNT
085900             OR WS-SEG-COUNT NOT = PTN-RPT-LINE-CNT
086000             OR PTN-RPT-BODY-CNT > PTN-RPT-LINE-CNT
086100         MOVE SPACES TO WS-FAIL-TXT
086200         STRING 'RPTIN LINES=' WS-SEG-COUNT
086300                 ' TRAILER=' WS-SEG-TRAILER-CNT
086400                 ' PARTCTL=' PTN-RPT-LINE-CNT
086500                 INTO WS-FAIL-TXT
086600         PERFORM 3900-NOTE-FAILURE THRU 3900-EXIT
086700     END-IF.
086800 3200-EXIT.
086900     EXIT.
087000
087100*============================================================
087200* 3210-READ-REPORT-LINE
087300*============================================================
087400 3210-READ-REPORT-LINE.
087500     READ RPTIN
087600         AT END
087700             SET WS-RPI-EOF TO TRUE
087800             SET WS-SEG-END TO TRUE
087900             GO TO 3210-EXIT
088000     END-READ
088100     IF RPI-TRAILER-TAG = 'TRAILER LINES-WRITTEN='
088200         MOVE RPI-TRL-LINE-CNT TO WS-SEG-TRAILER-CNT
088300         SET WS-SEG-END TO TRUE
088400         GO TO 3210-EXIT
088500     END-IF
088600     ADD 1 TO WS-SEG-COUNT.
088700 3210-EXIT.
088800     EXIT.
088900
089000*============================================================
089100* 3300-PROVE-AUDIT-SEGMENT
089200*   THE PARTITION'S AUDFILE RUNS TO ITS OWN TRAILER, WHOSE
089300*   COUNT MUST MATCH THE DETAILS AHEAD OF IT AND PARTCTL
089400*============================================================
089500 3300-PROVE-AUDIT-SEGMENT.
089600     MOVE 0 TO WS-SEG-COUNT
089700     MOVE 0 TO WS-SEG-TRAILER-CNT
089800     MOVE 'N' TO WS-SEG-END-SW
089900     PERFORM 3310-READ-AUDIT-RECORD THRU 3310-EXIT
090000         UNTIL WS-SEG-END
090100     IF WS-AUI-EOF
090200         MOVE 'AUDIN SEGMENT HAS NO TRAILER' TO WS-FAIL-TXT
090300         PERFORM 3900-NOTE-FAILURE THRU 3900-EXIT
090400         GO TO 3300-EXIT
090500     END-IF
090600     IF WS-SEG-COUNT NOT = WS-SEG-TRAILER-CNT
090700             OR WS-SEG-COUNT NOT = PTN-AUD-REC-CNT
090800         MOVE SPACES TO WS-FAIL-TXT
090900         STRING 'AUDIN RECORDS=' WS-SEG-COUNT
091000                 ' TRAILER=' WS-SEG-TRAILER-CNT
091100                 ' PARTCTL=' PTN-AUD-REC-CNT
091200                 INTO WS-FAIL-TXT
091300         PERFORM 3900-NOTE-FAILURE THRU 3900-EXIT
091400     END-IF.
091500 3300-EXIT.
091600     EXIT.
091700
091800*============================================================
091900* 3310-READ-AUDIT-RECORD
092000*============================================================
092100 3310-READ-AUDIT-RECORD.
092200     READ AUDIN INTO AUDIT-RECORD
092300         AT END
092400             SET WS-AUI-EOF TO TRUE
092500             SET WS-SEG-END TO TRUE
092600             GO TO 3310-EXIT
092700     END-READ
092800     IF AUD-TRAILER
092900         MOVE AUD-TRL-RECORD-COUNT TO WS-SEG-TRAILER-CNT
093000         SET WS-SEG-END TO TRUE
093100         GO TO 3310-EXIT
093200     END-IF
093300     ADD 1 TO WS-SEG-COUNT.
093400 3310-EXIT.
093500     EXIT.
093600
093700*============================================================
093800* 3400-PROVE-FEED-SEGMENT
093900*   THE PARTITION'S RSLTFEED IS A HEADER, DETAILS AND A
094000*   TRAILER, ALL FOR TONIGHT. THE TRAILER COUNT MUST MATCH
094100*   THE DETAILS AND PARTCTL.
094200*============================================================
094300 3400-PROVE-FEED-SEGMENT.
094400     MOVE 0 TO WS-SEG-COUNT
094500     MOVE 0 TO WS-SEG-TRAILER-CNT
094600     READ FEEDIN INTO RESULTS-FEED-RECORD
094700         AT END
094800             SET WS-FDI-EOF TO TRUE
094900     END-READ
095000     IF WS-FDI-EOF OR NOT RF-HEADER
095100         MOVE 'FEEDIN SEGMENT DOES NOT START WITH A HEADER'
095200             TO WS-FAIL-TXT
095300         PERFORM 3900-NOTE-FAILURE THRU 3900-EXIT
095400         GO TO 3400-EXIT
095500     END-IF
095600     IF RF-HDR-RUN-DATE NOT = BDT-BUSINESS-DATE
095700         MOVE 'FEEDIN HEADER IS NOT FOR TONIGHT' TO WS-FAIL-TXT
095800         PERFORM 3900-NOTE-FAILURE THRU 3900-EXIT
095900     END-IF
096000     MOVE 'N' TO WS-SEG-END-SW
096100     PERFORM 3410-READ-FEED-RECORD THRU 3410-EXIT
096200         UNTIL WS-SEG-END
096300     IF WS-FDI-EOF
096400         MOVE 'FEEDIN SEGMENT HAS NO TRAILER' TO WS-FAIL-TXT
096500         PERFORM 3900-NOTE-FAILURE THRU 3900-EXIT
096600         GO TO 3400-EXIT
096700     END-IF
096800     IF RF-TRL-RUN-DATE NOT = BDT-BUSINESS-DATE
096900         MOVE 'FEEDIN TRAILER IS NOT FOR TONIGHT'
097000             TO WS-FAIL-TXT
097100         PERFORM 3900-NOTE-FAILURE THRU 3900-EXIT
097200     END-IF
097300     IF WS-SEG-COUNT NOT = WS-SEG-TRAILER-CNT
097400             OR WS-SEG-COUNT NOT = PTN-FEED-REC-CNT
097500         MOVE SPACES TO WS-FAIL-TXT
097600         STRING 'FEEDIN DETAILS=' WS-SEG-COUNT
097700                 ' TRAILER=' WS-SEG-TRAILER-CNT
097800                 ' PARTCTL=' PTN-FEED-REC-CNT
097900                 INTO WS-FAIL-TXT
098000         PERFORM 3900-NOTE-FAILURE THRU 3900-EXIT
098100     END-IF.
098200 3400-EXIT.
098300     EXIT.
098400
098500*============================================================
098600* 3410-READ-FEED-RECORD
098700*============================================================
098800 3410-READ-FEED-RECORD.
098900     READ FEEDIN INTO RESULTS-FEED-RECORD
099000         AT END
099100             SET WS-FDI-EOF TO TRUE
099200             SET WS-SEG-END TO TRUE
099300             GO TO 3410-EXIT
099400     END-READ
099500     IF RF-TRAILER
099600         MOVE RF-TRL-RECORD-COUNT TO WS-SEG-TRAILER-CNT
099700         SET WS-SEG-END TO TRUE
099800         GO TO 3410-EXIT
099900     END-IF
100000     ADD 1 TO WS-SEG-COUNT.
100100 3410-EXIT.
100200     EXIT.
100300
100400*============================================================
100500* 3500-COUNT-FLAT-FILES
100600*   RECYFILE, GRDSHEET AND TRMREJ CARRY NO TRAILER, SO THE
100700*   CONCATENATED FILES ARE PROVED AGAINST THE SUMMED PARTCTL
100800*   COUNTS - ONE RECYCLE RECORD PER INVALID ADJUSTMENT, ONE
100900*   TERM REJECT PER CLOSED-TERM DETAIL
101000*============================================================
101100 3500-COUNT-FLAT-FILES.
101200     MOVE SPACES TO WS-FAIL-PTN-ID
101300     OPEN INPUT RCYIN
101400     MOVE 'N' TO WS-COPY-EOF-SW
101500     PERFORM 3510-COUNT-RECYCLE THRU 3510-EXIT
101600         UNTIL WS-COPY-EOF
101700     CLOSE RCYIN
101800     OPEN INPUT GSHIN
101900     MOVE 'N' TO WS-COPY-EOF-SW
102000     PERFORM 3520-COUNT-GRADE-SHEET THRU 3520-EXIT
102100         UNTIL WS-COPY-EOF
102200     CLOSE GSHIN
102300     OPEN INPUT TRJIN
102400     MOVE 'N' TO WS-COPY-EOF-SW
102500     PERFORM 3530-COUNT-TERM-REJECT THRU 3530-EXIT
102600         UNTIL WS-COPY-EOF
102700     CLOSE TRJIN
102800     IF WS-RCY-IN-CNT NOT = WS-MRG-INVALID-ADJ-CNT
102900         MOVE SPACES TO WS-FAIL-TXT
103000         STRING 'RCYIN RECORDS=' WS-RCY-IN-CNT
103100                 ' PARTCTL=' WS-MRG-INVALID-ADJ-CNT
103200                 INTO WS-FAIL-TXT
103300         PERFORM 3900-NOTE-FAILURE THRU 3900-EXIT
103400     END-IF
103500     IF WS-GSH-IN-CNT NOT = WS-MRG-GSH-LINE-CNT
103600         MOVE SPACES TO WS-FAIL-TXT
103700         STRING 'GSHIN LINES=' WS-GSH-IN-CNT
103800                 ' PARTCTL=' WS-MRG-GSH-LINE-CNT
103900                 INTO WS-FAIL-TXT
104000         PERFORM 3900-NOTE-FAILURE THRU 3900-EXIT
104100     END-IF
104200     IF WS-TRJ-IN-CNT NOT = WS-MRG-TERM-REJ-CNT
104300         MOVE SPACES TO WS-FAIL-TXT
104400         STRING 'TRJIN RECORDS=' WS-TRJ-IN-CNT
104500                 ' PARTCTL=' WS-MRG-TERM-REJ-CNT
104600                 INTO WS-FAIL-TXT
104700         PERFORM 3900-NOTE-FAILURE THRU 3900-EXIT
104800     END-IF.
104900 3500-EXIT.
105000     EXIT.
105100
105200*============================================================
105300* 3510-COUNT-RECYCLE
105400*============================================================
105500 3510-COUNT-RECYCLE.
105600     READ RCYIN
105700         AT END
105800             SET WS-COPY-EOF TO TRUE
105900             GO TO 3510-EXIT
106000     END-READ
106100     ADD 1 TO WS-RCY-IN-CNT.
106200 3510-EXIT.
106300     EXIT.
106400
106500*============================================================
106600* 3520-COUNT-GRADE-SHEET
106700*============================================================
106800 3520-COUNT-GRADE-SHEET.
106900     READ GSHIN
107000         AT END
107100             SET WS-COPY-EOF TO TRUE
107200             GO TO 3520-EXIT
107300     END-READ
107400     ADD 1 TO WS-GSH-IN-CNT.
107500 3520-EXIT.
107600     EXIT.
107700
107800*============================================================
107900* 3530-COUNT-TERM-REJECT
108000*============================================================
108100 3530-COUNT-TERM-REJECT.
108200     READ TRJIN
108300         AT END
108400             SET WS-COPY-EOF TO TRUE
108500             GO TO 3530-EXIT
108600     END-READ
108700     ADD 1 TO WS-TRJ-IN-CNT.
108800 3530-EXIT.
108900     EXIT.
109000
109100*============================================================
109200* 3600-PROVE-GRAND-TOTALS
109300*   THE PARTITIONS' DETAILS AND HASH MUST ADD UP TO THE
109400*   WHOLE OF SCOREFIL - NO DETAIL GRADED TWICE OR NOT AT ALL
109500*   - AND THE SUMMED NET ADJUSTMENT MUST MEET THE EXPECTED
109600*   FIGURE ON CTLFILE WHEN ONE WAS GIVEN
109700*============================================================
109800 3600-PROVE-GRAND-TOTALS.
109900     MOVE SPACES TO WS-FAIL-PTN-ID
110000     MOVE SPACES TO PRINT-LINE
110100     STRING 'PARTITIONS=' WS-PTN-CNT
110200             ' RECORDS=' WS-MRG-RECORD-COUNT
110300             ' HASH=' WS-MRG-HASH-TOTAL
110400             INTO PRINT-LINE
110500     WRITE PRINT-LINE
110600     IF WS-MRG-RECORD-COUNT NOT = WS-SCR-DETAIL-CNT
110700         MOVE SPACES TO WS-FAIL-TXT
110800         STRING 'PARTITION RECORDS=' WS-MRG-RECORD-COUNT
110900                 ' SCOREFIL RECORDS=' WS-SCR-DETAIL-CNT
111000                 INTO WS-FAIL-TXT
111100         PERFORM 3900-NOTE-FAILURE THRU 3900-EXIT
111200     END-IF
111300     IF WS-MRG-HASH-TOTAL NOT = WS-SCR-HASH-TOTAL
111400         MOVE SPACES TO WS-FAIL-TXT
111500         STRING 'PARTITION HASH=' WS-MRG-HASH-TOTAL
111600                 ' SCOREFIL HASH=' WS-SCR-HASH-TOTAL
111700                 INTO WS-FAIL-TXT
111800         PERFORM 3900-NOTE-FAILURE THRU 3900-EXIT
111900     END-IF
112000     IF WS-EXP-ADJ-SUPPLIED
112100             AND WS-MRG-NET-ADJ-TOTAL NOT = WS-EXP-ADJ-VALUE
112200         MOVE WS-MRG-NET-ADJ-TOTAL TO WS-NET-ADJ-EDIT
112300         MOVE WS-EXP-ADJ-VALUE TO WS-EXP-ADJ-EDIT
112400         MOVE SPACES TO WS-FAIL-TXT
112500         STRING 'NET ADJUSTMENT OUT OF BALANCE'
112600                 ' EXPECTED=' WS-EXP-ADJ-EDIT
112700                 ' ACCEPTED=' WS-NET-ADJ-EDIT
112800                 INTO WS-FAIL-TXT
112900         PERFORM 3900-NOTE-FAILURE THRU 3900-EXIT
113000     END-IF.
113100 3600-EXIT.
113200     EXIT.
113300
113400*============================================================
113500* 3900-NOTE-FAILURE
113600*   ONE FAILED PROOF - LISTED ON MRGRPT, AGAINST ITS
113700*   PARTITION WHERE IT HAS ONE. ANY FAILURE WITHHOLDS THE
113800*   MERGED FILES.
113900*============================================================
114000 3900-NOTE-FAILURE.
114100     MOVE 'N' TO WS-RECONCILED-SW
114200     ADD 1 TO WS-FAIL-CNT
114300     MOVE SPACES TO PRINT-LINE
114400     IF WS-FAIL-PTN-ID = SPACES
114500         STRING '  FAIL    ' WS-FAIL-TXT
114600                 INTO PRINT-LINE
114700     ELSE
114800         STRING '  FAIL    PARTITION ' WS-FAIL-PTN-ID
114900                 ' ' WS-FAIL-TXT
115000                 INTO PRINT-LINE
115100     END-IF
115200     WRITE PRINT-LINE
115300     DISPLAY 'RECONCILIATION FAILURE - ' WS-FAIL-PTN-ID
115400             ' ' WS-FAIL-TXT.
115500 3900-EXIT.
115600     EXIT.
115700
115800*============================================================
115900* 4000-MERGE-OUTPUTS
116000*   THE PARTITIONS RECONCILED. EACH ONE'S REPORT BODY, AUDIT
116100*   AND FEED DETAILS ARE COPIED IN PARTITION ORDER WITHOUT
116200*   THEIR OWN HEADERS, SUMMARIES AND TRAILERS; THE FLAT
116300*   FILES ARE COPIED WHOLE; THEN THE WHOLE-FILE SUMMARY AND
116400*   ONE SET OF TRAILERS ARE WRITTEN.
116500*============================================================
116600 4000-MERGE-OUTPUTS.
116700     MOVE 'N' TO WS-PTN-EOF-SW
116800     MOVE 'N' TO WS-RPI-EOF-SW
116900     MOVE 'N' TO WS-AUI-EOF-SW
117000     MOVE 'N' TO WS-FDI-EOF-SW
117100     OPEN INPUT PARTCTL
117200     OPEN INPUT RPTIN
117300     OPEN INPUT AUDIN
117400     OPEN INPUT FEEDIN
117500     OPEN OUTPUT RPTFILE
117600     OPEN OUTPUT AUDFILE
117700     OPEN OUTPUT RSLTFEED
117800     MOVE SPACES TO RESULTS-FEED-RECORD
117900     SET RF-HEADER TO TRUE
118000     MOVE BDT-BUSINESS-DATE TO RF-HDR-RUN-DATE
118100     WRITE FEED-OUT-RECORD FROM RESULTS-FEED-RECORD
118200     PERFORM 3010-READ-PARTCTL THRU 3010-EXIT
118300     PERFORM 4100-MERGE-ONE-PARTITION THRU 4100-EXIT
118400         UNTIL WS-PTN-EOF
118500     CLOSE PARTCTL
118600     CLOSE RPTIN
118700     CLOSE AUDIN
118800     CLOSE FEEDIN
118900     PERFORM 4200-COPY-FLAT-FILES THRU 4200-EXIT
119000     PERFORM 5000-WRITE-SUMMARY THRU 5000-EXIT
119100     MOVE SPACES TO REPORT-LINE
119200     STRING 'TRAILER LINES-WRITTEN=' WS-RPT-OUT-CNT
119300             INTO REPORT-LINE
119400     WRITE REPORT-LINE
119500     MOVE SPACES TO AUDIT-RECORD
119600     SET AUD-TRAILER TO TRUE
119700     MOVE BDT-BUSINESS-DATE TO WS-TS-DATE
119800     ACCEPT WS-TS-TIME FROM TIME
119900     STRING WS-TS-DATE WS-TS-TIME INTO AUD-TIMESTAMP
120000     MOVE WS-AUD-OUT-CNT TO AUD-TRL-RECORD-COUNT
120100     WRITE AUDIT-OUT-RECORD FROM AUDIT-RECORD
120200     MOVE SPACES TO RESULTS-FEED-RECORD
120300     SET RF-TRAILER TO TRUE
120400     MOVE BDT-BUSINESS-DATE TO RF-TRL-RUN-DATE
120500     MOVE WS-FEED-OUT-CNT TO RF-TRL-RECORD-COUNT
120600     WRITE FEED-OUT-RECORD FROM RESULTS-FEED-RECORD
120700     CLOSE RPTFILE
120800     CLOSE AUDFILE
120900     CLOSE RSLTFEED.
121000 4000-EXIT.
121100     EXIT.
121200
121300*============================================================
121400* 4100-MERGE-ONE-PARTITION
121500*============================================================
121600 4100-MERGE-ONE-PARTITION.
121700     MOVE 0 TO WS-SEG-LINE-NO
121800     MOVE 'N' TO WS-SEG-END-SW
121900     PERFORM 4110-COPY-REPORT-LINE THRU 4110-EXIT
122000         UNTIL WS-SEG-END
122100     MOVE 'N' TO WS-SEG-END-SW
122200     PERFORM 4120-COPY-AUDIT-RECORD THRU 4120-EXIT
122300         UNTIL WS-SEG-END
122400     READ FEEDIN INTO RESULTS-FEED-RECORD
122500         AT END
122600             SET WS-FDI-EOF TO TRUE
122700     END-READ
122800     MOVE 'N' TO WS-SEG-END-SW
122900     PERFORM 4130-COPY-FEED-RECORD THRU 4130-EXIT
123000         UNTIL WS-SEG-END
123100     PERFORM 3010-READ-PARTCTL THRU 3010-EXIT.
123200 4100-EXIT.
123300     EXIT.
123400
123500*============================================================
123600* 4110-COPY-REPORT-LINE
123700*   ONLY THE BODY OF THE PARTITION'S REPORT IS KEPT - THE
123800*   LINES AHEAD OF ITS OWN END-OF-JOB SUMMARY. ITS BATCH
123900*   LINES ARE DROPPED; THE WHOLE FILE'S ARE LISTED ONCE WITH
124000*   THE MERGED SUMMARY.
124100*============================================================
124200 4110-COPY-REPORT-LINE.
124300     READ RPTIN
124400         AT END
124500             SET WS-RPI-EOF TO TRUE
124600             SET WS-SEG-END TO TRUE
124700             GO TO 4110-EXIT
124800     END-READ
124900     IF RPI-TRAILER-TAG = 'TRAILER LINES-WRITTEN='
125000         SET WS-SEG-END TO TRUE
125100         GO TO 4110-EXIT
125200     END-IF
125300     ADD 1 TO WS-SEG-LINE-NO
125400     IF WS-SEG-LINE-NO > PTN-RPT-BODY-CNT
125500             OR RPI-TAG = 'BATCH   '
125600         GO TO 4110-EXIT
125700     END-IF
125800     WRITE REPORT-LINE FROM REPORT-IN-LINE
125900     ADD 1 TO WS-RPT-OUT-CNT.
126000 4110-EXIT.
126100     EXIT.
126200
126300*============================================================
126400* 4120-COPY-AUDIT-RECORD
126500*============================================================
126600 4120-COPY-AUDIT-RECORD.
126700     READ AUDIN INTO AUDIT-RECORD
126800         AT END
126900             SET WS-AUI-EOF TO TRUE
127000             SET WS-SEG-END TO TRUE
127100             GO TO 4120-EXIT
127200     END-READ
127300     IF AUD-TRAILER
127400         SET WS-SEG-END TO TRUE
127500         GO TO 4120-EXIT
127600     END-IF
127700     WRITE AUDIT-OUT-RECORD FROM AUDIT-RECORD
127800     ADD 1 TO WS-AUD-OUT-CNT.
127900 4120-EXIT.
128000     EXIT.
128100
128200*============================================================
128300* 4130-COPY-FEED-RECORD
128400*============================================================
128500 4130-COPY-FEED-RECORD.
128600     READ FEEDIN INTO RESULTS-FEED-RECORD
128700         AT END
128800             SET WS-FDI-EOF TO TRUE
128900             SET WS-SEG-END TO TRUE
129000             GO TO 4130-EXIT
129100     END-READ
129200     IF RF-TRAILER
129300         SET WS-SEG-END TO TRUE
129400         GO TO 4130-EXIT
129500     END-IF
129600     WRITE FEED-OUT-RECORD FROM RESULTS-FEED-RECORD
129700     ADD 1 TO WS-FEED-OUT-CNT.
129800 4130-EXIT.
129900     EXIT.
130000
130100*============================================================
130200* 4200-COPY-FLAT-FILES
130300*   RECYFILE, GRDSHEET AND TRMREJ ARE THE CONCATENATED
130400*   PARTITION FILES AS THEY STAND. THE PARTITIONS' INCTRK
130500*   RECORDS ARE ADDED TO THE MAIN INCTRK FOR INCLAPSE.
130600*============================================================
130700 4200-COPY-FLAT-FILES.
130800     OPEN INPUT RCYIN
130900     OPEN OUTPUT RECYFILE
131000     MOVE 'N' TO WS-COPY-EOF-SW
131100     PERFORM 4210-COPY-RECYCLE THRU 4210-EXIT
131200         UNTIL WS-COPY-EOF
131300     CLOSE RCYIN
131400     CLOSE RECYFILE
131500     OPEN INPUT GSHIN
131600     OPEN OUTPUT GRDSHEET
131700     MOVE 'N' TO WS-COPY-EOF-SW
131800     PERFORM 4220-COPY-GRADE-SHEET THRU 4220-EXIT
131900         UNTIL WS-COPY-EOF
132000     CLOSE GSHIN
132100     CLOSE GRDSHEET
132200     OPEN INPUT TRJIN
132300     OPEN OUTPUT TRMREJ
132400     MOVE 'N' TO WS-COPY-EOF-SW
132500     PERFORM 4230-COPY-TERM-REJECT THRU 4230-EXIT
132600         UNTIL WS-COPY-EOF
132700     CLOSE TRJIN
132800     CLOSE TRMREJ
132900     OPEN INPUT INCIN
133000     OPEN EXTEND INCTRK
133100     MOVE 'N' TO WS-COPY-EOF-SW
133200     PERFORM 4240-COPY-INCOMPLETE THRU 4240-EXIT
133300         UNTIL WS-COPY-EOF
133400     CLOSE INCIN
133500     CLOSE INCTRK.
133600 4200-EXIT.
133700     EXIT.
133800
133900*============================================================
134000* 4210-COPY-RECYCLE
134100*============================================================
134200 4210-COPY-RECYCLE.
134300     READ RCYIN
134400         AT END
134500             SET WS-COPY-EOF TO TRUE
134600             GO TO 4210-EXIT
134700     END-READ
134800     WRITE RECYCLE-OUT-RECORD FROM RECYCLE-IN-RECORD
134900     ADD 1 TO WS-RCY-OUT-CNT.
135000 4210-EXIT.
135100     EXIT.
135200
135300*============================================================
135400* 4220-COPY-GRADE-SHEET
135500*============================================================
135600 4220-COPY-GRADE-SHEET.
135700     READ GSHIN
135800         AT END
135900             SET WS-COPY-EOF TO TRUE
136000             GO TO 4220-EXIT
136100     END-READ
136200     WRITE GRADE-SHEET-LINE FROM GRADE-SHEET-IN-LINE
136300     ADD 1 TO WS-GSH-OUT-CNT.
136400 4220-EXIT.
136500     EXIT.
136600
136700*============================================================
136800* 4230-COPY-TERM-REJECT
136900*============================================================
137000 4230-COPY-TERM-REJECT.
137100     READ TRJIN
137200         AT END
137300             SET WS-COPY-EOF TO TRUE
137400             GO TO 4230-EXIT
137500     END-READ
137600     WRITE TERM-REJECT-OUT-RECORD FROM TERM-REJECT-IN-RECORD
137700     ADD 1 TO WS-TRJ-OUT-CNT.
137800 4230-EXIT.
137900     EXIT.
138000
138100*============================================================
138200* 4240-COPY-INCOMPLETE
138300*============================================================
138400 4240-COPY-INCOMPLETE.
138500     READ INCIN
138600         AT END
138700             SET WS-COPY-EOF TO TRUE
138800             GO TO 4240-EXIT
138900     END-READ
139000     WRITE INCOMPLETE-OUT-RECORD FROM INCOMPLETE-IN-RECORD
139100     ADD 1 TO WS-INC-OUT-CNT.
139200 4240-EXIT.
139300     EXIT.
139400
139500*============================================================
139600* 4900-WITHHOLD-OUTPUTS
139700*   THE PARTITIONS DID NOT RECONCILE. THE MERGED FILES ARE
139800*   LEFT EMPTY - NO TRAILERS - SO NEITHER THE LOAD JOB NOR
139900*   NITEBAL CAN TAKE A PART RUN OR LAST NIGHT'S FILES FOR
140000*   TONIGHT'S. INCTRK IS NOT TOUCHED.
140100*============================================================
140200 4900-WITHHOLD-OUTPUTS.
140300     OPEN OUTPUT RPTFILE
140400     OPEN OUTPUT AUDFILE
140500     OPEN OUTPUT RSLTFEED
140600     OPEN OUTPUT RECYFILE
140700     OPEN OUTPUT GRDSHEET
140800     OPEN OUTPUT TRMREJ
140900     CLOSE RPTFILE
141000     CLOSE AUDFILE
141100     CLOSE RSLTFEED
141200     CLOSE RECYFILE
141300     CLOSE GRDSHEET
141400     CLOSE TRMREJ.
141500 4900-EXIT.
141600     EXIT.
141700
141800*============================================================
141900* 5000-WRITE-SUMMARY
142000*   THE END-OF-JOB SUMMARY FOR THE WHOLE BATCH, IN THE FORM
142100*   THE UNPARTITIONED GRADING RUN WRITES IT - THE BATCH LINE
142200*   OF EVERY GROUP ON SCOREFIL, THE GROUPS PROVED, THEN THE
142300*   GRAND TOTALS SUMMED FROM THE PARTITIONS
142400*============================================================
142500 5000-WRITE-SUMMARY.
142600     MOVE 'N' TO WS-SCR-EOF-SW
142700     OPEN INPUT SCOREFIL
142800     PERFORM 5100-WRITE-BATCH-LINE THRU 5100-EXIT
142900         UNTIL WS-SCR-EOF
143000     CLOSE SCOREFIL
143100     MOVE SPACES TO REPORT-LINE
143200     STRING 'GROUPS  PROVED=' WS-SCR-PROVED-CNT
143300             INTO REPORT-LINE
143400     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
143500     COMPUTE WS-PASS-FAIL-BASE =
143600         WS-MRG-RECORD-COUNT - WS-MRG-INCOMPLETE-CNT
143700     IF WS-PASS-FAIL-BASE > 0
143800         COMPUTE WS-PASS-PERCENT ROUNDED =
143900             (WS-MRG-PASS-COUNT / WS-PASS-FAIL-BASE) * 100
144000     ELSE
144100         MOVE 0 TO WS-PASS-PERCENT
144200     END-IF
144300     MOVE SPACES TO REPORT-LINE
144400     STRING 'SUMMARY RECORDS=' WS-MRG-RECORD-COUNT
144500             ' PASS=' WS-MRG-PASS-COUNT
144600             ' FAIL=' WS-MRG-FAIL-COUNT
144700             ' INCOMPLETE=' WS-MRG-INCOMPLETE-CNT
144800             ' PASS-PCT=' WS-PASS-PERCENT
144900             INTO REPORT-LINE
145000     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
145100     MOVE SPACES TO REPORT-LINE
145200     STRING 'TOTALS  COMPUTE=' WS-MRG-TOTAL-COMPUTE
145300             ' ADD=' WS-MRG-TOTAL-ADD
145400             ' MULTIPLY=' WS-MRG-TOTAL-MULTIPLY
145500             ' DIVIDE=' WS-MRG-TOTAL-DIVIDE
145600             INTO REPORT-LINE
145700     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
145800     MOVE SPACES TO REPORT-LINE
145900     STRING 'HISTO   LT-2=' WS-MRG-BKT-LT2
146000             ' LT-19=' WS-MRG-BKT-LT19
146100             ' LT-1000=' WS-MRG-BKT-LT1000
146200             ' GE-1000=' WS-MRG-BKT-OTHER
146300             INTO REPORT-LINE
146400     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
146500     MOVE SPACES TO REPORT-LINE
146600     STRING 'ADJUST  INVALID-ADJUSTMENTS='
146700             WS-MRG-INVALID-ADJ-CNT
146800             ' MULTIPLY-OVERFLOWS=' WS-MRG-MULT-OVFL-CNT
146900             ' MULTIPLY-TOTAL-OVERFLOWS=' WS-MRG-MULT-TOT-OVFL
147000             INTO REPORT-LINE
147100     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
147200     MOVE SPACES TO REPORT-LINE
147300     STRING 'MASTER  NOT-ON-MASTER=' WS-MRG-NO-MASTER-CNT
147400             ' DEACTIVATED=' WS-MRG-INACTIVE-CNT
147500             INTO REPORT-LINE
147600     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
147700     MOVE SPACES TO REPORT-LINE
147800     STRING 'TERM    CLOSED-TERM-REJECTS=' WS-MRG-TERM-REJ-CNT
147900             ' GRACE-PERIOD-DETAILS=' WS-MRG-GRACE-CNT
148000             INTO REPORT-LINE
148100     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
148200     MOVE SPACES TO REPORT-LINE
148300     STRING 'INCOMPL INCOMPLETES-AWARDED='
148400             WS-MRG-INCOMPLETE-CNT
148500             ' SEE INCTRK'
148600             INTO REPORT-LINE
148700     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
148800     PERFORM 5200-WRITE-NET-ADJ-LINE THRU 5200-EXIT
148900     IF WS-GS-COUNT > 0
149000         PERFORM 5300-WRITE-GRADE-LINE THRU 5300-EXIT
149100             VARYING WS-GS-SUB FROM 1 BY 1
149200             UNTIL WS-GS-SUB > WS-GS-COUNT
149300         IF WS-MRG-GRADED-CNT > 0
149400             COMPUTE WS-BATCH-GPA ROUNDED =
149500                 WS-MRG-TOTAL-GRADE-PTS / WS-MRG-GRADED-CNT
149600         ELSE
149700             MOVE 0 TO WS-BATCH-GPA
149800         END-IF
149900         MOVE WS-BATCH-GPA TO WS-GPA-EDIT
150000         MOVE SPACES TO REPORT-LINE
150100         STRING 'GPA     GRADED=' WS-MRG-GRADED-CNT
150200                 ' NO-GRADE=' WS-MRG-NO-GRADE-CNT
150300                 ' BATCH-GPA=' WS-GPA-EDIT
150400                 INTO REPORT-LINE
150500         PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
150600     ELSE
150700         MOVE SPACES TO REPORT-LINE
150800         STRING 'GRADES  NO GRADE SCALE LOADED - '
150900                 'PASS/FAIL CUTOFF ONLY'
151000                 INTO REPORT-LINE
151100         PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
151200     END-IF
151300     MOVE SPACES TO REPORT-LINE
151400     STRING 'ENROLL  NO-SCORE=' WS-MRG-NOSCORE-CNT
151500             INTO REPORT-LINE
151600     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
151700     DISPLAY 'PASS COUNT: ' WS-MRG-PASS-COUNT
151800     DISPLAY 'FAIL COUNT: ' WS-MRG-FAIL-COUNT
151900     DISPLAY 'PASS PCT..: ' WS-PASS-PERCENT.
152000 5000-EXIT.
152100     EXIT.
152200
152300*============================================================
152400* 5100-WRITE-BATCH-LINE
152500*   ONE BATCH LINE PER GROUP ON SCOREFIL, AS THE GRADING RUN
152600*   WRITES IT AT THE GROUP'S TRAILER
152700*============================================================
152800 5100-WRITE-BATCH-LINE.
152900     READ SCOREFIL
153000         AT END
153100             SET WS-SCR-EOF TO TRUE
153200             GO TO 5100-EXIT
153300     END-READ
153400     EVALUATE TRUE
153500         WHEN SR-HEADER
153600             MOVE SR-HDR-BATCH-DATE TO WS-BATCH-DATE
153700             MOVE SR-HDR-SOURCE TO WS-BATCH-SOURCE
153800             MOVE 0 TO WS-GRP-DETAIL-CNT
153900         WHEN SR-DETAIL
154000             ADD 1 TO WS-GRP-DETAIL-CNT
154100         WHEN SR-TRAILER
154200             MOVE SPACES TO REPORT-LINE
154300             STRING 'BATCH   DATE=' WS-BATCH-DATE
154400                     ' SOURCE=' WS-BATCH-SOURCE
154500                     ' RECORDS=' WS-GRP-DETAIL-CNT
154600                     INTO REPORT-LINE
154700             PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
154800         WHEN OTHER
154900             CONTINUE
155000     END-EVALUATE.
155100 5100-EXIT.
155200     EXIT.
155300
155400*============================================================
155500* 5200-WRITE-NET-ADJ-LINE
155600*   THE BATCH'S SIGNED NET ADJUSTMENT NEXT TO THE EXPECTED
155700*   FIGURE, WITH THE REPROCESS FLAG AHEAD OF IT
155800*============================================================
155900 5200-WRITE-NET-ADJ-LINE.
156000     IF WS-REPROCESS-RUN
156100         MOVE SPACES TO REPORT-LINE
156200         STRING 'RUNMODE REPROCESS - RECYCLED ADJUSTMENTS'
156300                 ' RESUBMITTED FOR CORRECTION'
156400                 INTO REPORT-LINE
156500         PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
156600     END-IF
156700     MOVE WS-MRG-NET-ADJ-TOTAL TO WS-NET-ADJ-EDIT
156800     MOVE SPACES TO REPORT-LINE
156900     IF WS-EXP-ADJ-SUPPLIED
157000         MOVE WS-EXP-ADJ-VALUE TO WS-EXP-ADJ-EDIT
157100         STRING 'NETADJ  ACCEPTED-NET=' WS-NET-ADJ-EDIT
157200                 ' EXPECTED=' WS-EXP-ADJ-EDIT
157300                 INTO REPORT-LINE
157400     ELSE
157500         STRING 'NETADJ  ACCEPTED-NET=' WS-NET-ADJ-EDIT
157600                 ' EXPECTED=NONE SUPPLIED'
157700                 INTO REPORT-LINE
157800     END-IF
157900     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
158000 5200-EXIT.
158100     EXIT.
158200
158300*============================================================
158400* 5300-WRITE-GRADE-LINE
158500*============================================================
158600 5300-WRITE-GRADE-LINE.
158700     MOVE WS-GS-POINTS (WS-GS-SUB) TO WS-PTS-EDIT
158800     MOVE SPACES TO REPORT-LINE
158900     STRING 'GRADE   ' WS-GS-LETTER (WS-GS-SUB)
159000             ' RANGE=' WS-GS-LOW (WS-GS-SUB)
159100             '-' WS-GS-HIGH (WS-GS-SUB)
159200             ' POINTS=' WS-PTS-EDIT
159300             ' COUNT=' WS-GS-GRADED (WS-GS-SUB)
159400             INTO REPORT-LINE
159500     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
159600 5300-EXIT.
159700     EXIT.
159800
159900*============================================================
160000* 5900-WRITE-REPORT-LINE
160100*============================================================
160200 5900-WRITE-REPORT-LINE.
160300     WRITE REPORT-LINE
160400     ADD 1 TO WS-RPT-OUT-CNT.
160500 5900-EXIT.
160600     EXIT.
160700
160800*============================================================
160900* 6000-FINALIZE
161000*   CLOSES THE RECONCILIATION REPORT WITH THE VERDICT AND
161100*   SETS THE RETURN CODE - THE HIGHEST ANY PARTITION ENDED
161200*   WITH, OR 08 IF THE MERGED FILES WERE WITHHELD
161300*============================================================
161400 6000-FINALIZE.
161500     MOVE SPACES TO PRINT-LINE
161600     WRITE PRINT-LINE
161700     MOVE SPACES TO PRINT-LINE
161800     IF WS-RECONCILED
161900         STRING 'RECONCILED - MERGED FILES RELEASED'
162000                 INTO PRINT-LINE
162100         WRITE PRINT-LINE
162200         MOVE SPACES TO PRINT-LINE
162300         STRING 'MERGED  REPORT-LINES=' WS-RPT-OUT-CNT
162400                 ' AUDIT=' WS-AUD-OUT-CNT
162500                 ' FEED=' WS-FEED-OUT-CNT
162600                 ' RECYCLE=' WS-RCY-OUT-CNT
162700                 ' SHEET=' WS-GSH-OUT-CNT
162800                 ' TERMREJ=' WS-TRJ-OUT-CNT
162900                 ' INCTRK=' WS-INC-OUT-CNT
163000                 INTO PRINT-LINE
163100         MOVE WS-MAX-PTN-RC TO RETURN-CODE
163200     ELSE
163300         STRING 'NOT RECONCILED - FAILURES=' WS-FAIL-CNT
163400                 ' - MERGED FILES WITHHELD'
163500                 INTO PRINT-LINE
163600         MOVE WS-RC-CONTROL TO RETURN-CODE
163700     END-IF
163800     WRITE PRINT-LINE
163900     CLOSE MRGRPT
164000     DISPLAY 'PARTITIONS: ' WS-PTN-CNT
164100     DISPLAY 'FAILURES..: ' WS-FAIL-CNT
164200     DISPLAY 'FEED OUT..: ' WS-FEED-OUT-CNT.
164300 6000-EXIT.
164400     EXIT.
164500
164600*============================================================
164700* 8000-POST-RUN-CONTROL
164800*   POSTS THE MERGE'S LINE TO THE SHARED RUN-CONTROL
164900*   REGISTER IN THE GRADING RUN'S TERMS - DETAILS GRADED IN,
165000*   FEED RECORDS OUT, ADJUSTMENTS RECYCLED - SO NITEBAL CAN
165100*   CROSS-FOOT A PARTITIONED NIGHT AS IT DOES AN ORDINARY
165200*   ONE. A WITHHELD MERGE POSTS NOTHING OUT AND RC 08.
165300*============================================================
165400 8000-POST-RUN-CONTROL.
165500     OPEN EXTEND RUNCTL
165600     MOVE 'GRDMERGE' TO RCT-PROGRAM-ID
165700     MOVE BDT-BUSINESS-DATE TO RCT-RUN-DATE
165800     ACCEPT RCT-RUN-TIME FROM TIME
165900     MOVE WS-MRG-RECORD-COUNT TO RCT-INPUT-COUNT
166000     MOVE WS-FEED-OUT-CNT TO RCT-OUTPUT-COUNT
166100     MOVE WS-RCY-OUT-CNT TO RCT-REJECT-COUNT
166200     MOVE RETURN-CODE TO RCT-RETURN-CODE
166300     WRITE RUN-CONTROL-RECORD
166400     CLOSE RUNCTL.
166500 8000-EXIT.
166600     EXIT.

002426*                  TO THE SHARED RUNCTL RUN-CONTROL REGISTER
002427*                  (LAYOUT IN THE RCTRECC COPY MEMBER) SO
002428*                  NITEBAL CAN CROSS-FOOT THE NIGHT'S STEPS.
002430* 09/08/2026 RLM   EACH SECTION BREAK NOW READS THE SECTION'S
002432*                  ROSTER FROM THE ENRMAST ENROLLMENT MASTER
002434*                  AND LISTS EVERY ENROLLED STUDENT WHO GOT
002436*                  NO SCORE THIS RUN (NOSCORE LINES) WITH AN
002438*                  ENROLLED/NO-SCORE COUNT FOR THE SECTION AND
002440*                  A GRAND NO-SCORE TOTAL AT END OF JOB. THE
002442*                  STUDENT-IDS SCORED IN THE SECTION ARE HELD
002444*                  IN A TABLE REBUILT ON RESTART FROM THE
002446*                  RECORDS 1200-SKIP-TO-RESTART READS PAST,
002448*                  AND THE GRAND TOTAL IS CHECKPOINTED.
002449* 09/21/2026 RLM   HONOURS THE REGISTRAR'S TERM FREEZE. THE
002450*                  TRMCTL TERM-CONTROL FILE (LAYOUT IN THE
002451*                  TRMRECC COPY MEMBER) IS LOADED AT START
002452*                  AND EACH SECTION BREAK LOOKS UP THE
002453*                  STATUS OF THE SECTION'S SECMAST TERM. A
002454*                  DETAIL FOR A SECTION IN A CLOSED TERM IS
002455*                  NOT GRADED - IT GOES TO THE NEW TRMREJ
002456*                  REJECT FILE WITH THE TERM AND A REASON
002457*                  AND THE RUN ENDS WITH RETURN CODE 4. A
002458*                  SECTION IN A GRACE-PERIOD TERM IS GRADED
002459*                  WITH A WARNING LINE. BOTH COUNTS ARE
002460*                  CHECKPOINTED AND RSTRTRIM TRIMS TRMREJ
002461*                  WITH THE OTHER OUTPUTS ON A RESTART.
002462* 09/24/2026 RLM   TAKES ITS RUN DATE FROM THE NIGHT'S BUSINESS
002463*                  DATE ON BUSDATE (BDTRECC COPY MEMBER) INSTEAD
002464*                  OF THE SYSTEM CLOCK - AUDIT TIMESTAMPS AND THE
002465*                  RSLTFEED HEADER AND TRAILER DATES NOW CARRY
002466*                  THE NIGHT BEING RUN, SO A RERUN POSTS UNDER
002467*                  THE NIGHT IT BELONGS TO. REFUSES WITH RETURN
002468*                  CODE 8 TO RUN AGAINST A NIGHT NITEBAL HAS
002469*                  ALREADY CLOSED ON RUNCTL UNLESS BUSDATE
002470*                  CARRIES THE RERUN FLAG.
002472* 10/01/2026 RLM   INCOMPLETE GRADES. A DETAIL CARRYING THE
002474*                  SR-INCOMPLETE INDICATOR IS GIVEN LETTER
002476*                  AND RESULT I INSTEAD OF A GRDSCALE LETTER
002478*                  AND IS KEPT OUT OF THE PASS/FAIL COUNTS,
002480*                  THE PASS PERCENTAGES AND THE BATCH GPA.
002482*                  EACH ONE IS WRITTEN TO THE NEW INCTRK
002484*                  INCOMPLETE-TRACKING FILE (INCRECC COPY
002486*                  MEMBER) WITH ITS COMPLETION DEADLINE FOR
002488*                  THE INCLAPSE JOB. INCOMPLETE COUNTS ARE
002490*                  CHECKPOINTED AND REPORTED BY SECTION, ON
002492*                  THE GRADE SHEET AND ON A NEW INCOMPL LINE.
002498* 10/05/2026 RLM   PARTITIONED GRADING. AN OPTIONAL PARTCARD
002504*                  NAMES A PARTITION AND THE SLICE OF SCOREFIL
002510*                  IT OWNS - A RANGE OF BATCH GROUPS BY THEIR
002516*                  POSITION ON THE FILE, OR A RANGE OF SECTION-
002522*                  IDS - SO SEVERAL COPIES OF THE RUN CAN GRADE
002528*                  ONE FILE AT THE SAME TIME, EACH WITH ITS OWN
002534*                  OUTPUT FILES, CHKFILE AND RESTART. EACH
002540*                  PARTITION WRITES ITS TOTALS AND OUTPUT COUNTS
002546*                  TO PARTCTL (PTNRECC COPY MEMBER) AND POSTS TO
002552*                  RUNCTL AS CONDPART-NN, AND THE NEW GRDMERGE
002558*                  JOB RECONCILES THE PARTITIONS AGAINST
002564*                  SCOREFIL AND MERGES THEIR OUTPUTS. WITH NO
002570*                  PARTCARD THE RUN GRADES THE WHOLE FILE AS
002576*                  BEFORE.
002577* 10/08/2026 RLM   HONOURS THE STUDENT PRIVACY HOLD. A HELD
002578*                  STUDENT'S NAME IS MASKED ON THE GRADE SHEET
002579*                  AND THE DETAIL LINE UNLESS CTLFILE CARRIES AN
002580*                  OVERRIDE - AN OFFICE ON THE NEW PRVAUTH LIST
002581*                  AND THE PERSON REQUESTING. EVERY HELD STUDENT
002582*                  PRINTED UNDER OVERRIDE, AND ANY OVERRIDE
002583*                  REFUSED, IS LOGGED TO PRIVLOG (PRVRECC COPY
002584*                  MEMBER) FOR THE REGISTRAR.
002585* 10/15/2026 RLM   LISTS NO-SCORES ONCE PER SECTION PER RUN, AT
002586*                  END OF JOB, FROM THE NEW SCDWORK FILE. A
002587*                  CLOSED-TERM OR MASTER REJECT NOW REACHES THE
002588*                  CHECKPOINT.
002589* 10/15/2026 RLM   A RESTART NO LONGER COUNTS NO-SCORES TWICE.
002590*                  THE PRIVACY-HOLD MASKING MOVED OUT OF 2150 TO
002591*                  ITS OWN PARAGRAPH, 2145-MASK-HELD-STUDENT.
002592*----------------------------------------------------------
002593
002594 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT SCOREFIL ASSIGN TO "SCOREFIL"
003400     SELECT RPTFILE ASSIGN TO "RPTFILE"
003500         ORGANIZATION IS LINE SEQUENTIAL
003510         FILE STATUS IS WS-RPT-FS.
003511     SELECT OPTIONAL PRVAUTH ASSIGN TO "PRVAUTH"
003512         ORGANIZATION IS LINE SEQUENTIAL
003513         FILE STATUS IS WS-PVA-FS.
003514     SELECT OPTIONAL PRIVLOG ASSIGN TO "PRIVLOG"
003515         ORGANIZATION IS LINE SEQUENTIAL
003516         FILE STATUS IS WS-PVL-FS.
003517     SELECT SCDWORK ASSIGN TO "SCDWORK"
003518         ORGANIZATION IS LINE SEQUENTIAL
003519         FILE STATUS IS WS-SCW-FS.
003520     SELECT SCDSORT ASSIGN TO "SCDSORT".
003600     SELECT AUDFILE ASSIGN TO "AUDFILE"
003700         ORGANIZATION IS LINE SEQUENTIAL
003705         FILE STATUS IS WS-AUD-FS.
003795     SELECT RUNCTL ASSIGN TO "RUNCTL"
003796         ORGANIZATION IS LINE SEQUENTIAL
003797         FILE STATUS IS WS-RCT-FS.
003800     SELECT ENRMAST ASSIGN TO "ENRMAST"
003803         ORGANIZATION IS INDEXED
003806         ACCESS MODE IS DYNAMIC
003809         RECORD KEY IS ENR-KEY
003812         FILE STATUS IS WS-ENR-FS.
003817     SELECT ABENDRPT ASSIGN TO "ABENDRPT"
003837         ORGANIZATION IS LINE SEQUENTIAL
003857         FILE STATUS IS WS-ABN-FS.
003858     SELECT TRMCTL ASSIGN TO "TRMCTL"
003859         ORGANIZATION IS LINE SEQUENTIAL
003860         FILE STATUS IS WS-TRM-FS.
003861     SELECT TRMREJ ASSIGN TO "TRMREJ"
003862         ORGANIZATION IS LINE SEQUENTIAL
003863         FILE STATUS IS WS-TRJ-FS.
003864     SELECT BUSDATE ASSIGN TO "BUSDATE"
003865         ORGANIZATION IS LINE SEQUENTIAL
003866         FILE STATUS IS WS-BDT-FS.
003867     SELECT OPTIONAL INCTRK ASSIGN TO "INCTRK"
003868         ORGANIZATION IS LINE SEQUENTIAL
003869         FILE STATUS IS WS-INC-FS.
003870     SELECT OPTIONAL PARTCARD ASSIGN TO "PARTCARD"
003871         ORGANIZATION IS LINE SEQUENTIAL
003872         FILE STATUS IS WS-PCD-FS.
003873     SELECT PARTCTL ASSIGN TO "PARTCTL"
003874         ORGANIZATION IS LINE SEQUENTIAL
003875         FILE STATUS IS WS-PTN-FS.
003877
003900 DATA DIVISION.
004000 FILE SECTION.
004620*THE SCOREEDT FRONT-END EDIT, WHICH IS EXPECTED TO HAVE
004630*PASSED EVERY FIELD EDIT BEFORE THIS PROGRAM SEES THE FILE.
004700     COPY SCORREC.
004741
004782*SCDWORK - ONE RECORD PER DETAIL READ, WHATEVER PARTITION
004823*OWNS IT - THE SECTION AND STUDENT THAT GOT A SCORE THIS RUN.
004864*WRITTEN FRESH EACH RUN; A RESTART REBUILDS IT AS IT READS
004905*PAST THE RECORDS ALREADY GRADED.
004946 FD  SCDWORK.
004987 01  SCORED-KEY-RECORD.
005028     05  SCW-SECTION-ID         PIC X(08).
005069     05  SCW-STUDENT-ID         PIC X(10).
005110
005151*SCDSORT - PUTS THE SCORED KEYS IN ENRMAST ORDER FOR THE
005192*END-OF-JOB ROSTER SWEEP
005233 SD  SCDSORT.
005274 01  SCORED-SORT-RECORD.
005315     05  SSK-SECTION-ID         PIC X(08).
005356     05  SSK-STUDENT-ID         PIC X(10).
005400
005500*CTLFILE - ONE CONTROL RECORD: PASS/FAIL CUTOFF AND THE
005600*RESTART KEY TO RESUME A BATCH THAT ABENDED PARTWAY THROUGH.
005625*THE OVERRIDE FIELDS ARE FILLED ONLY WHEN THE GRADE SHEETS
005650*MUST SHOW THE NAMES OF STUDENTS UNDER PRIVACY HOLD - THE
005675*AUTHORIZING OFFICE AND THE PERSON ASKING.
005700 FD  CTLFILE.
005800 01  CONTROL-RECORD.
005900     05  CTL-CUTOFF-VAL         PIC 9(03).
006040     05  CTL-EXPECTED-NET-ADJ.
006050         10  CTL-EXP-ADJ-SIGN   PIC X(01).
006060         10  CTL-EXP-ADJ-DIGITS PIC X(11).
006073     05  CTL-OVR-OFFICE         PIC X(20).
006086     05  CTL-OVR-REQUESTED-BY   PIC X(20).
006100
006200*CHKFILE - RUNNING CHECKPOINT OF THE LAST STUDENT-ID
006300*PROCESSED AND THE GRAND TOTALS/COUNTERS AS OF THAT POINT.
006830*BACK TO THE LAST CHECKPOINT AFTER AN ABEND.
006864 FD  CHKFILE.
006900     COPY CHKRECC.
006901
006902*PRVAUTH - THE OFFICES AUTHORIZED TO OVERRIDE A STUDENT
006903*PRIVACY HOLD, ONE OFFICE NAME PER RECORD, MAINTAINED BY THE
006904*REGISTRAR. OPTIONAL - WITH NO LIST NO OVERRIDE IS HONOURED.
006905 FD  PRVAUTH.
006906 01  PRIVACY-AUTH-RECORD.
006907     05  PVA-OFFICE             PIC X(20).
006908
006909*PRIVLOG - THE PRIVACY OVERRIDE LOG THE REGISTRAR REVIEWS,
006910*SHARED WITH AUDINQ AND TRNSCRPT. IT ACCUMULATES ACROSS RUNS
006911*AND IS ALWAYS OPENED EXTEND. SEE THE PRVRECC COPY MEMBER.
006912 FD  PRIVLOG.
006913     COPY PRVRECC.
008510
008516*PARTCARD - OPTIONAL PARTITION CARD. ABSENT, THE RUN GRADES
008522*THE WHOLE OF SCOREFIL. PRESENT, IT NAMES THE PARTITION AND
008528*THE SLICE OF SCOREFIL THIS RUN OWNS - SEE
008534*1050-READ-PARTITION-CARD.
008540 FD  PARTCARD.
008546 01  PARTITION-CARD-IN-RECORD   PIC X(27).
008552
008558*PARTCTL - ONE PARTITION CONTROL RECORD, WRITTEN AT THE END
008564*OF A PARTITIONED RUN FOR THE GRDMERGE RECONCILIATION. SEE
008570*THE PTNRECC COPY MEMBER.
008576 FD  PARTCTL.
008582     COPY PTNRECC.
008588
008600*RPTFILE - PERMANENT PASS/FAIL DETAIL AND SUMMARY REPORT
008700 FD  RPTFILE.
008800 01  REPORT-LINE                PIC X(132).
009290*RESUBMIT THE RECORD THROUGH A REPROCESS RUN.
009292 FD  RECYFILE.
009294 01  RECYCLE-RECORD.
009296     05  RCY-DETAIL-DATA        PIC X(58).
009298     05  RCY-REASON             PIC X(40).
009300
009302*ABENDRPT - WRITTEN ONLY WHEN AN I/O FAILURE STOPS THE RUN,
009306*LAST STUDENT-ID PROCESSED SO A RESTART NEEDS NO ARCHAEOLOGY
009308 FD  ABENDRPT.
009310 01  ABEND-LINE                 PIC X(132).
009362
009414*TRMCTL - THE REGISTRAR'S TERM-CONTROL FILE, ONE RECORD PER
009466*TERM MARKING IT OPEN, IN GRACE PERIOD OR CLOSED, SORTED
009518*ASCENDING BY TERM. SEE THE TRMRECC COPY MEMBER FOR THE
009570*LAYOUT. LOADED INTO A WORKING-STORAGE TABLE AT
009622*INITIALIZATION AND CONSULTED AT EACH SECTION BREAK.
009674 FD  TRMCTL.
009726 01  TERM-CONTROL-IN-RECORD     PIC X(35).
009778
009830*TRMREJ - ONE RECORD PER DETAIL REFUSED BECAUSE ITS
009882*SECTION'S TERM IS CLOSED, CARRYING THE FULL SCORE DETAIL
009934*AS TRANSMITTED, THE TERM AND THE REASON, SO THE REGISTRAR
009986*CAN DECIDE WHETHER A LATE CHANGE IS WARRANTED
010038 FD  TRMREJ.
010090 01  TERM-REJECT-RECORD.
010142     05  TRJ-DETAIL-DATA        PIC X(58).
010194     05  TRJ-TERM               PIC X(06).
010246     05  TRJ-REASON             PIC X(40).
010255
010264*BUSDATE - THE NIGHT'S BUSINESS-DATE CONTROL RECORD SET BY
010273*NITEOPEN. SEE THE BDTRECC COPY MEMBER.
010282 FD  BUSDATE.
010291 01  BUSINESS-DATE-IN-RECORD    PIC X(25).
010300
010310*STUMAST - THE INDEXED STUDENT MASTER BUILT BY STMLOAD AND
010320*MAINTAINED IN PLACE BY STUMAINT, KEYED ON STM-STUDENT-ID.
010428 FD  RUNCTL.
010429     COPY RCTRECC.
010452
010453*ENRMAST - THE INDEXED ENROLLMENT MASTER MAINTAINED BY
010454*ENRMAINT, KEYED ON SECTION-ID THEN STUDENT-ID. SEE THE
010455*ENRRECC COPY MEMBER FOR THE LAYOUT. AT END OF JOB
010456*3060-SWEEP-SECTION POSITIONS ON EACH SECTION WITH START AND
010457*READS ITS ROSTER SEQUENTIALLY.
010458 FD  ENRMAST.
010459     COPY ENRRECC.
010460
010461*INCTRK - ONE RECORD PER INCOMPLETE GRADE AWARDED, CARRYING
010462*THE COMPLETION DEADLINE. SEE THE INCRECC COPY MEMBER. THE
010463*FILE ACCUMULATES ACROSS RUNS - IT IS ALWAYS OPENED EXTEND -
010464*AND THE INCLAPSE JOB RECONCILES AND REPLACES IT.
010465 FD  INCTRK.
010466     COPY INCRECC.
010467
010475 WORKING-STORAGE SECTION.
010476*THE NIGHT'S BUSINESS DATE - THE SHARED LAYOUT FROM THE
010477*BDTRECC COPY MEMBER - AND THE SWITCHES FOR THE CHECK
010478*AGAINST NIGHTS ALREADY CLOSED ON RUNCTL
010479     COPY BDTRECC.
010480 01  WS-RCT-EOF-SW              PIC X(01) VALUE 'N'.
010481     88  WS-RCT-EOF             VALUE 'Y'.
010482 01  WS-DATE-CLOSED-SW          PIC X(01) VALUE 'N'.
010483     88  WS-DATE-CLOSED         VALUE 'Y'.
010484
010500*ORIGINAL DEMONSTRATION FIELDS
010600 01  NUM1                       PIC 9(9).
010700 01  NUM2                       PIC 9(9).
014160     05  WS-NO-GRADE-CNT        PIC 9(09).
014170     05  WS-FEED-REC-CNT        PIC 9(09).
014180     05  WS-GSH-LINE-CNT        PIC 9(09).
014190     05  WS-NOSCORE-CNT         PIC 9(09).
014200     05  WS-CHECKPOINT-CTR      PIC 9(09).
014233     05  WS-TERM-REJ-CNT        PIC 9(09).
014266     05  WS-GRACE-CNT           PIC 9(09).
014277     05  WS-INCOMPLETE-CNT      PIC 9(09).
014288 01  WS-PASS-FAIL-BASE          PIC 9(09).
014300 01  WS-PASS-PERCENT            PIC 9(03)V9(02).
014304
014308*TERM CONTROL AREAS - THE TRMCTL FILE IS LOADED INTO THIS
014312*ORDERED TABLE BY 1700-LOAD-TERM-CONTROL AND BINARY-
014316*SEARCHED AT EACH SECTION BREAK BY 2175-LOOKUP-TERM-STATUS.
014320*A TERM NOT ON THE FILE, OR A SECTION WHOSE TERM IS NOT
014324*KNOWN, IS TREATED AS OPEN.
014328     COPY TRMRECC.
014332 01  WS-TERM-CONTROL-TABLE.
014336     05  WS-TCT-COUNT           PIC 9(03) COMP.
014340     05  WS-TCT-ENTRY OCCURS 1 TO 200 TIMES
014344             DEPENDING ON WS-TCT-COUNT
014348             ASCENDING KEY IS WS-TCT-TERM
014352             INDEXED BY TCT-IDX.
014356         10  WS-TCT-TERM        PIC X(06).
014360         10  WS-TCT-STATUS      PIC X(01).
014364 01  WS-TCT-EOF-SW              PIC X(01) VALUE 'N'.
014368     88  WS-TCT-EOF             VALUE 'Y'.
014372 01  WS-CUR-TERM-STATUS         PIC X(01) VALUE 'O'.
014376     88  WS-CUR-TERM-OPEN       VALUE 'O'.
014380     88  WS-CUR-TERM-GRACE      VALUE 'G'.
014384     88  WS-CUR-TERM-CLOSED     VALUE 'C'.
014400
014404*PARTITION CONTROL AREAS - THE PARTCARD THIS RUN WAS GIVEN,
014408*IF ANY, AND WHETHER THE RECORD IN HAND BELONGS TO THIS
014412*PARTITION. GROUPS ARE NUMBERED BY THEIR POSITION ON
014416*SCOREFIL, COUNTING EVERY HEADER FROM THE TOP OF THE FILE.
014420*A PARTITION POSTS TO RUNCTL UNDER ITS OWN PROGRAM-ID.
014424 01  WS-PARTITION-CARD.
014428     05  WS-PART-ID             PIC X(02).
014432     05  WS-PART-MODE           PIC X(01).
014436         88  WS-PART-BY-GROUP   VALUE 'G'.
014440         88  WS-PART-BY-SECTION VALUE 'S'.
014444     05  WS-PART-GROUP-FROM     PIC 9(04).
014448     05  WS-PART-GROUP-TO       PIC 9(04).
014452     05  WS-PART-SECTION-LOW    PIC X(08).
014456     05  WS-PART-SECTION-HIGH   PIC X(08).
014460 01  WS-PARTITIONED-SW          PIC X(01) VALUE 'N'.
014464     88  WS-PARTITIONED         VALUE 'Y'.
014468 01  WS-IN-PARTITION-SW         PIC X(01) VALUE 'Y'.
014472     88  WS-IN-PARTITION        VALUE 'Y'.
014476 01  WS-GROUP-SEQ               PIC 9(04) VALUE 0.
014480 01  WS-RPT-BODY-CNT            PIC 9(09) VALUE 0.
014484 01  WS-RUN-PROGRAM-ID          PIC X(12) VALUE 'CONDITIONALS'.
014488
014500*SWITCHES
014600 01  WS-EOF-SW                  PIC X(01) VALUE 'N'.
014700     88  WS-EOF                 VALUE 'Y'.
015200 01  WS-PASS-FAIL-SW            PIC X(01).
015300     88  WS-PASS                VALUE 'P'.
015400     88  WS-FAIL                VALUE 'F'.
015450     88  WS-INCOMPLETE          VALUE 'I'.
015500 01  WS-ADJ-VALID-SW            PIC X(01).
015600     88  WS-ADJ-VALID           VALUE 'Y'.
015700     88  WS-ADJ-INVALID         VALUE 'N'.
016600
016700*MISC WORK FIELD USED TO BUILD REPORT-LINE
016800 01  WS-REPORT-PASS-FAIL-TXT    PIC X(06).
016801
016803*ENROLLMENT ROSTER AREAS - THE SECTIONS SEEN ON SCOREFIL,
016805*IN FIRST-SEEN ORDER, EACH MARKED WITH WHETHER THIS RUN OWNS
016807*ITS NO-SCORE LISTING, AND THE SWITCHES FOR THE END-OF-JOB
016809*SWEEP OF THE SORTED SCORED KEYS AGAINST ENRMAST
016811 01  WS-SECTION-OWNER-TABLE.
016813     05  WS-SOW-COUNT           PIC 9(04) COMP.
016815     05  WS-SOW-ENTRY OCCURS 1 TO 5000 TIMES
016817             DEPENDING ON WS-SOW-COUNT
016819             INDEXED BY SOW-IDX.
016821         10  WS-SOW-SECTION-ID  PIC X(08).
016823         10  WS-SOW-OWNED-SW    PIC X(01).
016825             88  WS-SOW-OWNED   VALUE 'Y'.
016827 01  WS-SOW-FOUND-SW            PIC X(01).
016829     88  WS-SOW-FOUND           VALUE 'Y'.
016831 01  WS-SOW-LAST-SECTION        PIC X(08).
016833 01  WS-SWEEP-SECTION           PIC X(08).
016835 01  WS-SCK-EOF-SW              PIC X(01).
016837     88  WS-SCK-EOF             VALUE 'Y'.
016839 01  WS-ENR-EOF-SW              PIC X(01).
016841     88  WS-ENR-EOF             VALUE 'Y'.
016843 01  WS-SEC-ENROLLED-CNT        PIC 9(07).
016845 01  WS-SEC-NOSCORE-CNT         PIC 9(07).
016847
016849*PRIVACY HOLD AREAS - WHETHER CTLFILE ASKED FOR AN OVERRIDE
016851*AND WHETHER IT WAS HONOURED, WHETHER THE STUDENT IN HAND IS
016853*HELD, THE PRVAUTH OFFICE TABLE THE OVERRIDE IS CHECKED
016855*AGAINST, AND THE RUN'S MASKED AND RELEASED COUNTS
016857 01  WS-OVR-REQUESTED-SW        PIC X(01) VALUE 'N'.
016859     88  WS-OVR-REQUESTED       VALUE 'Y'.
016861 01  WS-OVR-GRANTED-SW          PIC X(01) VALUE 'N'.
016863     88  WS-OVR-GRANTED         VALUE 'Y'.
016865 01  WS-STUDENT-HELD-SW         PIC X(01).
016867     88  WS-STUDENT-HELD        VALUE 'Y'.
016869 01  WS-PVA-TABLE.
016871     05  WS-PVA-COUNT           PIC 9(02) COMP.
016873     05  WS-PVA-ENTRY OCCURS 20 TIMES.
016875         10  WS-PVA-OFFICE      PIC X(20).
016877 01  WS-PVA-SUB                 PIC 9(02) COMP.
016879 01  WS-PVA-EOF-SW              PIC X(01) VALUE 'N'.
016881     88  WS-PVA-EOF             VALUE 'Y'.
016883 01  WS-PRV-MASKED-CNT          PIC 9(09) VALUE 0.
016885 01  WS-PRV-RELEASED-CNT        PIC 9(09) VALUE 0.
016887
016889*THE CURRENT SECTION'S INCOMPLETE COUNT - CLEARED WITH
016891*WS-SECTION-TOTALS AT EACH SECTION BREAK
016893 01  WS-SEC-INCOMPLETE-CNT      PIC 9(09).
016900
016902*STUDENT MASTER LOOKUP AREAS - THE INDEXED MASTER IS READ
016904*RANDOMLY BY STM-STUDENT-ID PER SCORE RECORD IN
017094     05  WS-SCORE-FS            PIC X(02).
017096     05  WS-CTL-FS              PIC X(02).
017098     05  WS-CHK-FS              PIC X(02).
017099     05  WS-PCD-FS              PIC X(02).
017100     05  WS-PTN-FS              PIC X(02).
017101     05  WS-PVA-FS              PIC X(02).
017102     05  WS-RPT-FS              PIC X(02).
017103     05  WS-PVL-FS              PIC X(02).
017104     05  WS-AUD-FS              PIC X(02).
017106     05  WS-STM-FS              PIC X(02).
017108     05  WS-GS-FS               PIC X(02).
017109     05  WS-TRM-FS              PIC X(02).
017110     05  WS-TRJ-FS              PIC X(02).
017111     05  WS-BDT-FS              PIC X(02).
017112     05  WS-FEED-FS             PIC X(02).
017113     05  WS-INC-FS              PIC X(02).
017114     05  WS-RCY-FS              PIC X(02).
017115     05  WS-SCM-FS              PIC X(02).
017116     05  WS-SCW-FS              PIC X(02).
017117     05  WS-GSH-FS              PIC X(02).
017118     05  WS-ENR-FS              PIC X(02).
017119     05  WS-RCT-FS              PIC X(02).
017120     05  WS-ABN-FS              PIC X(02).
017121
017160 77  WS-CHECKPOINT-INTERVAL     PIC 9(03) VALUE 010.
017164 77  WS-GS-MAX                  PIC 9(02) COMP VALUE 10.
017166 77  WS-SCM-MAX                 PIC 9(03) COMP VALUE 500.
017170 77  WS-TCT-MAX                 PIC 9(03) COMP VALUE 200.
017174 77  WS-SOW-MAX                 PIC 9(04) COMP VALUE 5000.
017178 77  WS-PVA-MAX                 PIC 9(02) COMP VALUE 20.
017182
017200 PROCEDURE DIVISION.
017300*============================================================
017500*   DRIVES THE SCOREFIL BATCH FROM OPEN THROUGH FINAL REPORT
017600*============================================================
017700 0000-MAINLINE.
017750     PERFORM 0900-GET-BUSINESS-DATE THRU 0900-EXIT
017800     PERFORM 1000-INITIALIZE THRU 1000-EXIT
017900     PERFORM 2000-PROCESS-BATCH THRU 2000-EXIT
018000         UNTIL WS-EOF
018100     PERFORM 3000-FINALIZE THRU 3000-EXIT
018150     PERFORM 9200-SET-RETURN-CODE THRU 9200-EXIT
018160     PERFORM 8000-POST-RUN-CONTROL THRU 8000-EXIT
018170     IF WS-PARTITIONED
018180         PERFORM 8100-WRITE-PARTITION-CONTROL THRU 8100-EXIT
018190     END-IF
018200     STOP RUN.
018300
018301*============================================================
018302* 0900-GET-BUSINESS-DATE
018303*   READS THE NIGHT'S BUSINESS DATE FROM BUSDATE - THE RUN
018304*   DATE FOR EVERY AUDIT TIMESTAMP, FEED DATE AND REGISTER
018305*   ENTRY THIS RUN WRITES - AND REFUSES A NIGHT NITEBAL HAS
018306*   ALREADY CLOSED ON RUNCTL UNLESS BUSDATE CARRIES THE RERUN
018307*   FLAG. NOTHING ELSE IS OPENED UNTIL THE DATE IS SETTLED.
018308*============================================================
018309 0900-GET-BUSINESS-DATE.
018310     OPEN INPUT BUSDATE
018311     MOVE 'OPEN' TO WS-IO-OPERATION
018312     PERFORM 9040-CHECK-BUSDATE THRU 9040-EXIT
018313     MOVE 'READ' TO WS-IO-OPERATION
018314     READ BUSDATE INTO BUSINESS-DATE-RECORD
018315         AT END
018316             MOVE SPACES TO BUSINESS-DATE-RECORD
018317     END-READ
018318     PERFORM 9040-CHECK-BUSDATE THRU 9040-EXIT
018319     CLOSE BUSDATE
018320     IF BDT-BUSINESS-DATE NOT NUMERIC
018321             OR BDT-BUSINESS-DATE = 0
018322         DISPLAY 'NO USABLE BUSINESS DATE ON BUSDATE'
018323         DISPLAY 'RUN CANNOT CONTINUE - RUN NITEOPEN FIRST'
018324         MOVE WS-RC-CONTROL TO RETURN-CODE
018325         STOP RUN
018326     END-IF
018327     OPEN INPUT RUNCTL
018328     MOVE 'OPEN' TO WS-IO-OPERATION
018329     PERFORM 9032-CHECK-RUNCTL THRU 9032-EXIT
018330     MOVE 'READ' TO WS-IO-OPERATION
018331     PERFORM 0910-CHECK-CLOSED-NIGHT THRU 0910-EXIT
018332         UNTIL WS-RCT-EOF
018333     CLOSE RUNCTL
018334     IF WS-DATE-CLOSED AND NOT BDT-RERUN
018335         DISPLAY 'BUSINESS DATE ' BDT-BUSINESS-DATE
018336                 ' ALREADY CLOSED ON RUNCTL'
018337         DISPLAY 'RUN CANNOT CONTINUE - RERUN FLAG NOT SET'
018338         MOVE WS-RC-CONTROL TO RETURN-CODE
018339         STOP RUN
018340     END-IF
018341     DISPLAY 'BUSINESS DATE: ' BDT-BUSINESS-DATE.
018342 0900-EXIT.
018343     EXIT.
018344
018345*============================================================
018346* 0910-CHECK-CLOSED-NIGHT
018347*   AN IN-BALANCE NITEBAL ENTRY FOR THE BUSINESS DATE MEANS
018348*   THE NIGHT HAS BEEN CLOSED
018349*============================================================
018350 0910-CHECK-CLOSED-NIGHT.
018351     READ RUNCTL
018352         AT END
018353             SET WS-RCT-EOF TO TRUE
018354             GO TO 0910-EXIT
018355     END-READ
018356     PERFORM 9032-CHECK-RUNCTL THRU 9032-EXIT
018357     IF RCT-PROGRAM-ID = 'NITEBAL'
018358             AND RCT-RUN-DATE = BDT-BUSINESS-DATE
018359             AND RCT-RETURN-CODE < 08
018360         SET WS-DATE-CLOSED TO TRUE
018361     END-IF.
018362 0910-EXIT.
018363     EXIT.
018364
018400*============================================================
018500* 1000-INITIALIZE
018600*   OPENS THE INPUT FILES, READS THE CONTROL RECORD, OPENS
019210     PERFORM 9012-CHECK-CTLFILE THRU 9012-EXIT
019300     INITIALIZE WS-GRAND-TOTALS WS-BUCKET-COUNTS WS-COUNTERS
019400     PERFORM 1100-READ-CONTROL-RECORD THRU 1100-EXIT
019405     PERFORM 1050-READ-PARTITION-CARD THRU 1050-EXIT
019410     PERFORM 1300-OPEN-STUDENT-MASTER THRU 1300-EXIT
019420     PERFORM 1400-LOAD-GRADE-SCALE THRU 1400-EXIT
019425     PERFORM 1500-LOAD-SECTION-MASTER THRU 1500-EXIT
019462     PERFORM 1600-OPEN-ENROLLMENT-MASTER THRU 1600-EXIT
019481     PERFORM 1700-LOAD-TERM-CONTROL THRU 1700-EXIT
019490     PERFORM 1800-CHECK-PRIVACY-OVERRIDE THRU 1800-EXIT
019500     PERFORM 1150-OPEN-OUTPUT-FILES THRU 1150-EXIT
019600     PERFORM 2100-READ-SCORE-RECORD THRU 2100-EXIT
019700     PERFORM 1200-SKIP-TO-RESTART THRU 1200-EXIT.
019800 1000-EXIT.
019900     EXIT.
020000
020001*============================================================
020002* 1050-READ-PARTITION-CARD
020003*   PARTCARD IS OPTIONAL - ABSENT OR BLANK, THE RUN GRADES
020004*   THE WHOLE OF SCOREFIL AS ONE JOB. A CARD NAMES THE
020005*   PARTITION AND EITHER A RANGE OF BATCH GROUPS (MODE G -
020006*   FIRST AND LAST GROUP BY POSITION ON THE FILE) OR A
020007*   RANGE OF SECTION-IDS (MODE S - LOWEST AND HIGHEST). A
020008*   CARD THAT CANNOT BE HONOURED IS A HARD STOP - A
020009*   PARTITION GRADING THE WRONG SLICE WOULD DOUBLE OR DROP
020010*   RECORDS IN THE MERGE.
020011*
020012*   EACH PARTITION RUNS WITH ITS OWN CTLFILE, CHKFILE,
020013*   OUTPUT FILES AND INCTRK, SO ONE PARTITION IS TRIMMED BY
020014*   RSTRTRIM AND RESTARTED ON ITS OWN WITHOUT DISTURBING THE
020015*   OTHERS. GRDMERGE COMBINES THE OUTPUTS ONCE EVERY
020016*   PARTITION HAS FINISHED.
020017*============================================================
020018 1050-READ-PARTITION-CARD.
020019     OPEN INPUT PARTCARD
020020     MOVE 'OPEN' TO WS-IO-OPERATION
020021     PERFORM 9044-CHECK-PARTCARD THRU 9044-EXIT
020022     READ PARTCARD INTO WS-PARTITION-CARD
020023         AT END
020024             MOVE SPACES TO WS-PARTITION-CARD
020025     END-READ
020026     MOVE 'READ' TO WS-IO-OPERATION
020027     PERFORM 9044-CHECK-PARTCARD THRU 9044-EXIT
020028     CLOSE PARTCARD
020029     MOVE 'CLOSE' TO WS-IO-OPERATION
020030     PERFORM 9044-CHECK-PARTCARD THRU 9044-EXIT
020031     IF WS-PARTITION-CARD = SPACES
020032         GO TO 1050-EXIT
020033     END-IF
020034     IF WS-PART-ID = SPACES
020035             OR NOT (WS-PART-BY-GROUP OR WS-PART-BY-SECTION)
020036         PERFORM 1060-REFUSE-PARTITION-CARD THRU 1060-EXIT
020037     END-IF
020038     IF WS-PART-BY-GROUP
020039         IF WS-PART-GROUP-FROM NOT NUMERIC
020040                 OR WS-PART-GROUP-TO NOT NUMERIC
020041             PERFORM 1060-REFUSE-PARTITION-CARD THRU 1060-EXIT
020042         END-IF
020043         IF WS-PART-GROUP-FROM = 0
020044                 OR WS-PART-GROUP-FROM > WS-PART-GROUP-TO
020045             PERFORM 1060-REFUSE-PARTITION-CARD THRU 1060-EXIT
020046         END-IF
020047         MOVE SPACES TO WS-PART-SECTION-LOW
020048         MOVE SPACES TO WS-PART-SECTION-HIGH
020049     ELSE
020050         IF WS-PART-SECTION-HIGH = SPACES
020051                 OR WS-PART-SECTION-LOW > WS-PART-SECTION-HIGH
020052             PERFORM 1060-REFUSE-PARTITION-CARD THRU 1060-EXIT
020053         END-IF
020054         MOVE 0 TO WS-PART-GROUP-FROM
020055         MOVE 0 TO WS-PART-GROUP-TO
020056     END-IF
020057     SET WS-PARTITIONED TO TRUE
020058     MOVE SPACES TO WS-RUN-PROGRAM-ID
020059     STRING 'CONDPART-' WS-PART-ID
020060             INTO WS-RUN-PROGRAM-ID
020061     IF WS-PART-BY-GROUP
020062         DISPLAY 'PARTITION ' WS-PART-ID ' - BATCH GROUPS '
020063                 WS-PART-GROUP-FROM ' THRU ' WS-PART-GROUP-TO
020064     ELSE
020065         DISPLAY 'PARTITION ' WS-PART-ID ' - SECTIONS '
020066                 WS-PART-SECTION-LOW ' THRU '
020067                 WS-PART-SECTION-HIGH
020068     END-IF.
020069 1050-EXIT.
020070     EXIT.
020071
020072*============================================================
020073* 1060-REFUSE-PARTITION-CARD
020074*============================================================
020075 1060-REFUSE-PARTITION-CARD.
020076     DISPLAY 'PARTITION CARD INVALID: ' WS-PARTITION-CARD
020077     DISPLAY 'RUN CANNOT CONTINUE - CORRECT PARTCARD'
020078     MOVE WS-RC-CONTROL TO RETURN-CODE
020079     STOP RUN.
020080 1060-EXIT.
020081     EXIT.
020082
020100*============================================================
020200* 1100-READ-CONTROL-RECORD
020300*   READS THE CUTOFF AND RESTART KEY; DEFAULTS THE CUTOFF
021010             MOVE SPACES TO CTL-RESTART-SECTION
021020             MOVE SPACES TO CTL-RUN-MODE
021030             MOVE SPACES TO CTL-EXPECTED-NET-ADJ
021053             MOVE SPACES TO CTL-OVR-OFFICE
021076             MOVE SPACES TO CTL-OVR-REQUESTED-BY
021100     END-READ
021102     MOVE 'READ' TO WS-IO-OPERATION
021104     PERFORM 9012-CHECK-CTLFILE THRU 9012-EXIT
022640*   AND THE RESUMED RUN WRITES THOSE DETAILS AGAIN. BEFORE
022650*   RESTARTING, OPERATIONS MUST RUN THE RSTRTRIM RECOVERY
022655*   UTILITY, WHICH TRIMS RPTFILE, AUDFILE, RSLTFEED,
022660*   RECYFILE, GRDSHEET AND TRMREJ BACK TO THE LAST RECORD
022665*   OF THE CHECKPOINTED KEY (CHK-LAST-SECTION/CHK-LAST-KEY)
022670*   AND REPORTS WHAT IT REMOVED. THE TRAILERS WRITTEN AT
022675*   END OF JOB COUNT LOGICAL RECORDS FROM THE SEEDED
022680*   COUNTERS, SO AN UNTRIMMED FILE CARRIES POST-CHECKPOINT
022690*   DUPLICATES THE TRAILER DOES NOT COVER AND EVERY
022692*   DOWNSTREAM BALANCE WILL REFUSE IT. INCTRK IS NOT
022694*   TRIMMED - IT IS OPENED EXTEND ON EVERY RUN AND INCLAPSE
022696*   KEEPS ONE RECORD PER STUDENT AND SECTION, SO A RESTART'S
022698*   REPEATED INCOMPLETES COLLAPSE THERE.
022700*============================================================
022800 1150-OPEN-OUTPUT-FILES.
022900     IF CTL-RESTART-KEY NOT = SPACES
023325         PERFORM 9026-CHECK-RECYFILE THRU 9026-EXIT
023330         OPEN EXTEND GRDSHEET
023335         PERFORM 9030-CHECK-GRDSHEET THRU 9030-EXIT
023356         OPEN EXTEND TRMREJ
023377         PERFORM 9038-CHECK-TRMREJ THRU 9038-EXIT
023384         OPEN EXTEND INCTRK
023391         PERFORM 9042-CHECK-INCTRK THRU 9042-EXIT
023400     ELSE
023410         MOVE 'OPEN' TO WS-IO-OPERATION
023500         OPEN OUTPUT CHKFILE
023717         PERFORM 9026-CHECK-RECYFILE THRU 9026-EXIT
023718         OPEN OUTPUT GRDSHEET
023719         PERFORM 9030-CHECK-GRDSHEET THRU 9030-EXIT
023739         OPEN OUTPUT TRMREJ
023759         PERFORM 9038-CHECK-TRMREJ THRU 9038-EXIT
023765         OPEN EXTEND INCTRK
023771         PERFORM 9042-CHECK-INCTRK THRU 9042-EXIT
023779         PERFORM 1180-WRITE-FEED-HEADER THRU 1180-EXIT
023800     END-IF.
023900 1150-EXIT.
024000     EXIT.
026994         MOVE CHK-GSH-LINE-CNT      TO WS-GSH-LINE-CNT
026995         MOVE CHK-SEC-SHEET-CNT     TO WS-SEC-SHEET-CNT
026996         MOVE CHK-LAST-KEY          TO WS-LAST-GOOD-KEY
027023         MOVE CHK-TERM-REJ-CNT      TO WS-TERM-REJ-CNT
027048         MOVE CHK-GRACE-CNT         TO WS-GRACE-CNT
027054         MOVE CHK-INCOMPLETE-CNT    TO WS-INCOMPLETE-CNT
027060         MOVE CHK-SEC-INCOMPLETE-CNT
027066                                    TO WS-SEC-INCOMPLETE-CNT
027073     END-IF.
027100 1160-EXIT.
027200     EXIT.
027210
028572 1180-WRITE-FEED-HEADER.
028574     MOVE SPACES TO RESULTS-FEED-RECORD
028576     SET RF-HEADER TO TRUE
028578     MOVE BDT-BUSINESS-DATE TO WS-TS-DATE
028580     MOVE WS-TS-DATE TO RF-HDR-RUN-DATE
028582     WRITE RESULTS-FEED-RECORD
028583     MOVE 'WRITE' TO WS-IO-OPERATION
029320*   LATER GROUPS - WHOSE ORDERING RESTARTS AT EACH GROUP
029330*   BOUNDARY - ARE NEVER CONSUMED. THE CHECKPOINTED GROUP
029340*   POSITION IS RESTORED AFTER THE SKIP SO THE RESUMED
029350*   PORTION OF THE CURRENT GROUP STILL BALANCES, AND THE
029366*   RESUMED SECTION IS RESOLVED AGAIN AGAINST SECMAST AND
029382*   THE TERM CONTROLS SO ITS TERM FREEZE STILL HOLDS.
029400*============================================================
029500 1200-SKIP-TO-RESTART.
029600     IF CTL-RESTART-KEY = SPACES
030020     MOVE WS-SEED-GRP-HASH-TOTAL TO WS-GRP-HASH-TOTAL
030030     MOVE WS-SEED-GROUP-OPEN-SW TO WS-GROUP-OPEN-SW
030040     MOVE CTL-RESTART-SECTION TO WS-PREV-SECTION-ID
030050     MOVE CTL-RESTART-KEY TO WS-PREV-STUDENT-ID
030080     IF WS-SECTION-ACTIVE
030110         PERFORM 2075-LOOKUP-SECTION THRU 2075-EXIT
030140         PERFORM 2175-LOOKUP-TERM-STATUS THRU 2175-EXIT
030170     END-IF.
030200 1200-EXIT.
030300     EXIT.
030310
030350*   SOURCE; TRAILERS READ PAST WERE PROVED BY THE ABENDED
030360*   RUN BEFORE ITS LAST CHECKPOINT AND ARE NOT RE-PROVED.
030370*   THE DETAIL CARRYING THE RESTART KEY IS THE LAST RECORD
030380*   CONSUMED. EVERY DETAIL READ PAST GOES BACK ONTO SCDWORK
030381*   SO THE END-OF-JOB NO-SCORE LISTING STILL SEES THE
030382*   STUDENTS GRADED BEFORE THE ABEND. A PARTITION KEEPS
030384*   COUNT OF THE GROUPS IT READS PAST, AND ONLY A DETAIL IT
030386*   OWNS CAN MATCH THE KEY.
030390*============================================================
030400 1210-SKIP-ONE-RECORD.
030405     PERFORM 2020-CHECK-PARTITION THRU 2020-EXIT
030410     IF SR-HEADER
030420         SET WS-HEADER-SEEN TO TRUE
030430         MOVE SR-HDR-BATCH-DATE TO WS-BATCH-DATE
030440         MOVE SR-HDR-SOURCE TO WS-BATCH-SOURCE
030450     END-IF
030452     IF SR-DETAIL
030456         PERFORM 2110-NOTE-SCORED-STUDENT THRU 2110-EXIT
030458     END-IF
030460     IF SR-DETAIL
030470             AND SR-SECTION-ID = CTL-RESTART-SECTION
030480             AND SR-STUDENT-ID = CTL-RESTART-KEY
030485             AND WS-IN-PARTITION
030490         SET WS-RESTART-FOUND TO TRUE
030500     END-IF
030510     PERFORM 2100-READ-SCORE-RECORD THRU 2100-EXIT.
030698 1510-EXIT.
030700     EXIT.
030702
030719*============================================================
030736* 1600-OPEN-ENROLLMENT-MASTER
030753*   OPENS THE INDEXED ENROLLMENT MASTER FOR THE END-OF-JOB
030770*   ROSTER SWEEP, OPENS SCDWORK FRESH AND CLEARS THE SECTION
030787*   OWNER TABLE. ENRMAST STAYS OPEN FOR THE WHOLE RUN AND IS
030804*   CLOSED WITH THE OTHER FILES IN 3000-FINALIZE.
030821*============================================================
030838 1600-OPEN-ENROLLMENT-MASTER.
030855     OPEN INPUT ENRMAST
030872     MOVE 'OPEN' TO WS-IO-OPERATION
030889     PERFORM 9034-CHECK-ENRMAST THRU 9034-EXIT
030893     OPEN OUTPUT SCDWORK
030897     MOVE 'OPEN' TO WS-IO-OPERATION
030901     PERFORM 9052-CHECK-SCDWORK THRU 9052-EXIT
030906     MOVE 0 TO WS-SOW-COUNT
030923     MOVE LOW-VALUES TO WS-SOW-LAST-SECTION.
030924 1600-EXIT.
030925     EXIT.
030926
030927*============================================================
030928* 1700-LOAD-TERM-CONTROL
030929*   READS THE REGISTRAR'S TRMCTL TERM-CONTROL FILE INTO THE
030930*   ORDERED TERM TABLE. TRMCTL IS SORTED ASCENDING BY TERM,
030931*   WHICH IS WHAT LETS SEARCH ALL BINARY-SEARCH THE TABLE.
030932*   AN EMPTY FILE LEAVES EVERY TERM OPEN.
030933*============================================================
030934 1700-LOAD-TERM-CONTROL.
030935     OPEN INPUT TRMCTL
030936     MOVE 'OPEN' TO WS-IO-OPERATION
030937     PERFORM 9036-CHECK-TRMCTL THRU 9036-EXIT
030938     MOVE 0 TO WS-TCT-COUNT
030939     PERFORM 1710-READ-TERM-RECORD THRU 1710-EXIT
030940         UNTIL WS-TCT-EOF
030941     CLOSE TRMCTL
030942     MOVE 'CLOSE' TO WS-IO-OPERATION
030943     PERFORM 9036-CHECK-TRMCTL THRU 9036-EXIT
030944     DISPLAY 'TERM CONTROLS LOADED: ' WS-TCT-COUNT.
030945 1700-EXIT.
030946     EXIT.
030947
030948*============================================================
030949* 1710-READ-TERM-RECORD
030950*   LOADS ONE TERM INTO THE NEXT TABLE ENTRY. A TERM WITH AN
030951*   UNKNOWN STATUS, OR OUT OF TERM ORDER, IS A HARD STOP -
030952*   GUESSING WHETHER A TERM IS FROZEN WOULD EITHER GRADE
030953*   INTO A CERTIFIED TERM OR REFUSE A LIVE ONE. SO IS A FILE
030954*   LARGER THAN THE TABLE.
030955*============================================================
030956 1710-READ-TERM-RECORD.
030957     READ TRMCTL INTO TERM-CONTROL-RECORD
030958         AT END
030959             SET WS-TCT-EOF TO TRUE
030960             GO TO 1710-EXIT
030961     END-READ
030962     MOVE 'READ' TO WS-IO-OPERATION
030963     PERFORM 9036-CHECK-TRMCTL THRU 9036-EXIT
030964     IF NOT TRM-STATUS-VALID
030965         DISPLAY 'TERM CONTROL RECORD INVALID: '
030966                 TERM-CONTROL-RECORD
030967         DISPLAY 'RUN CANNOT CONTINUE - CORRECT TRMCTL'
030968         MOVE WS-RC-CONTROL TO RETURN-CODE
030969         STOP RUN
030970     END-IF
030971     IF WS-TCT-COUNT > 0
030972             AND TRM-TERM NOT > WS-TCT-TERM (WS-TCT-COUNT)
030973         DISPLAY 'TERM CONTROL RECORD OUT OF SEQUENCE: '
030974                 TRM-TERM
030975         DISPLAY 'RUN CANNOT CONTINUE - CORRECT TRMCTL'
030976         MOVE WS-RC-CONTROL TO RETURN-CODE
030977         STOP RUN
030978     END-IF
030979     IF WS-TCT-COUNT >= WS-TCT-MAX
030980         DISPLAY 'TERM CONTROL TABLE FULL AT ' WS-TCT-MAX
030981         DISPLAY 'RUN CANNOT CONTINUE - ENLARGE WS-TCT-ENTRY'
030982         MOVE WS-RC-IO-FAILURE TO RETURN-CODE
030983         STOP RUN
030984     END-IF
030985     ADD 1 TO WS-TCT-COUNT
030986     MOVE TRM-TERM   TO WS-TCT-TERM (WS-TCT-COUNT)
030987     MOVE TRM-STATUS TO WS-TCT-STATUS (WS-TCT-COUNT).
030988 1710-EXIT.
030989     EXIT.
030990
030991*============================================================
030992* 1800-CHECK-PRIVACY-OVERRIDE
030993*   A CONTROL RECORD WITH BOTH OVERRIDE FIELDS BLANK ASKS FOR
030994*   NOTHING AND EVERY PRIVACY HOLD IS MASKED. OTHERWISE THE
030995*   OVERRIDE IS HONOURED ONLY WHEN IT NAMES THE PERSON ASKING
030996*   AND AN OFFICE ON THE PRVAUTH LIST; ONE THAT IS NOT
030997*   HONOURED IS LOGGED AS REFUSED AND THE RUN CARRIES ON WITH
030998*   THE HOLDS MASKED.
030999*============================================================
031000 1800-CHECK-PRIVACY-OVERRIDE.
031001     IF CTL-OVR-OFFICE = SPACES
031002             AND CTL-OVR-REQUESTED-BY = SPACES
031003         GO TO 1800-EXIT
031004     END-IF
031005     SET WS-OVR-REQUESTED TO TRUE
031006     OPEN EXTEND PRIVLOG
031007     MOVE 'OPEN' TO WS-IO-OPERATION
031008     PERFORM 9050-CHECK-PRIVLOG THRU 9050-EXIT
031009     IF CTL-OVR-OFFICE NOT = SPACES
031010             AND CTL-OVR-REQUESTED-BY NOT = SPACES
031011         PERFORM 1810-LOAD-PRIVACY-AUTH THRU 1810-EXIT
031012         PERFORM 1830-MATCH-PRIVACY-AUTH THRU 1830-EXIT
031013             VARYING WS-PVA-SUB FROM 1 BY 1
031014             UNTIL WS-PVA-SUB > WS-PVA-COUNT
031015             OR WS-OVR-GRANTED
031016     END-IF
031017     IF WS-OVR-GRANTED
031018         DISPLAY 'PRIVACY OVERRIDE IN FORCE - ' CTL-OVR-OFFICE
031019                 ' FOR ' CTL-OVR-REQUESTED-BY
031020     ELSE
031021         DISPLAY 'PRIVACY OVERRIDE REFUSED - ' CTL-OVR-OFFICE
031022                 ' FOR ' CTL-OVR-REQUESTED-BY
031023         MOVE SPACES TO PRV-STUDENT-ID
031024         MOVE SPACES TO PRV-SECTION-ID
031025         SET PRV-REFUSED TO TRUE
031026         PERFORM 2690-WRITE-PRIVACY-LOG THRU 2690-EXIT
031027     END-IF.
031028 1800-EXIT.
031029     EXIT.
031030
031031*============================================================
031032* 1810-LOAD-PRIVACY-AUTH
031033*   LOADS THE REGISTRAR'S PRIVACY OVERRIDE OFFICE LIST. AN
031034*   EMPTY OR MISSING LIST MEANS NO OVERRIDE CAN BE HONOURED.
031035*============================================================
031036 1810-LOAD-PRIVACY-AUTH.
031037     OPEN INPUT PRVAUTH
031038     MOVE 'OPEN' TO WS-IO-OPERATION
031039     PERFORM 9048-CHECK-PRVAUTH THRU 9048-EXIT
031040     MOVE 0 TO WS-PVA-COUNT
031041     PERFORM 1820-READ-PRIVACY-AUTH THRU 1820-EXIT
031042         UNTIL WS-PVA-EOF
031043     CLOSE PRVAUTH
031044     MOVE 'CLOSE' TO WS-IO-OPERATION
031045     PERFORM 9048-CHECK-PRVAUTH THRU 9048-EXIT
031046     DISPLAY 'PRIVACY OVERRIDE OFFICES LOADED: ' WS-PVA-COUNT.
031047 1810-EXIT.
031048     EXIT.
031049
031050*============================================================
031051* 1820-READ-PRIVACY-AUTH
031052*============================================================
031053 1820-READ-PRIVACY-AUTH.
031054     READ PRVAUTH
031055         AT END
031056             SET WS-PVA-EOF TO TRUE
031057             GO TO 1820-EXIT
031058     END-READ
031059     MOVE 'READ' TO WS-IO-OPERATION
031060     PERFORM 9048-CHECK-PRVAUTH THRU 9048-EXIT
031061     IF PVA-OFFICE = SPACES
031062         GO TO 1820-EXIT
031063     END-IF
031064     IF WS-PVA-COUNT >= WS-PVA-MAX
031065         DISPLAY 'PRIVACY OFFICE TABLE FULL AT ' WS-PVA-MAX
031066         GO TO 1820-EXIT
031067     END-IF
031068     ADD 1 TO WS-PVA-COUNT
031069     MOVE PVA-OFFICE TO WS-PVA-OFFICE (WS-PVA-COUNT).
031070 1820-EXIT.
031071     EXIT.
031072
031073*============================================================
031074* 1830-MATCH-PRIVACY-AUTH
031075*============================================================
031076 1830-MATCH-PRIVACY-AUTH.
031077     IF CTL-OVR-OFFICE = WS-PVA-OFFICE (WS-PVA-SUB)
031078         SET WS-OVR-GRANTED TO TRUE
031079     END-IF.
031080 1830-EXIT.
031081     EXIT.
031082
031083*============================================================
031084* 2000-PROCESS-BATCH
031085*   ONE ITERATION PER SCORE RECORD. H AND T CONTROL RECORDS
031086*   ARE CAPTURED FOR THE END-OF-JOB BALANCE; EACH DETAIL IS
031087*   GRADED, CLASSIFIED, RUN THROUGH THE ARITHMETIC, ITS
031088*   ADJUSTMENT VALIDATED AND THE DECISION LOGGED; A DETAIL
031089*   FOR A CLOSED TERM IS REJECTED UNGRADED AND AN
031090*   INCOMPLETE IS GIVEN I IN PLACE OF A GRADE. A RECORD
031091*   ANOTHER PARTITION OWNS IS PASSED OVER. THE NEXT
031092*   RECORD IS READ AHEAD FOR THE CONTROLLING PERFORM.
031093*============================================================
031100 2000-PROCESS-BATCH.
031101     PERFORM 2020-CHECK-PARTITION THRU 2020-EXIT
031102     IF NOT WS-IN-PARTITION
031103         PERFORM 2025-PASS-OTHER-PARTITION THRU 2025-EXIT
031104         IF WS-SEQ-ERROR
031105             GO TO 2000-EXIT
031106         END-IF
031107         GO TO 2000-READ-NEXT
031108     END-IF
031110     EVALUATE TRUE
031120         WHEN SR-HEADER
031130             PERFORM 2050-PROCESS-HEADER THRU 2050-EXIT
031692     END-IF
031694     IF NOT WS-SECTION-ACTIVE
031696         PERFORM 2070-START-SECTION THRU 2070-EXIT
031697         PERFORM 2170-START-SECTION-TERM THRU 2170-EXIT
031698     END-IF
031700     IF SR-SECTION-ID NOT = WS-CURRENT-SECTION
031702         PERFORM 2080-END-SECTION THRU 2080-EXIT
031704         PERFORM 2070-START-SECTION THRU 2070-EXIT
031705         PERFORM 2170-START-SECTION-TERM THRU 2170-EXIT
031706     END-IF
031708     ADD 1 TO WS-RECORD-COUNT
031710     ADD 1 TO WS-SEC-RECORD-COUNT
031712     ADD SR-CHECK-VAL TO WS-HASH-TOTAL
031713     ADD 1 TO WS-GRP-DETAIL-CNT
031714     ADD SR-CHECK-VAL TO WS-GRP-HASH-TOTAL
031715     MOVE SR-STUDENT-ID TO WS-LAST-GOOD-KEY
031716     PERFORM 2110-NOTE-SCORED-STUDENT THRU 2110-EXIT
031717     IF WS-CUR-TERM-CLOSED
031718         PERFORM 2180-WRITE-TERM-REJECT THRU 2180-EXIT
031719         GO TO 2000-CHECKPOINT
031720     END-IF
031721     IF WS-CUR-TERM-GRACE
031722         ADD 1 TO WS-GRACE-CNT
031723     END-IF
031724     PERFORM 2150-LOOKUP-STUDENT THRU 2150-EXIT
031725     IF NOT WS-STM-OK
031726         PERFORM 2160-WRITE-MASTER-ERROR THRU 2160-EXIT
031727         GO TO 2000-CHECKPOINT
031728     END-IF
031729     IF SR-INCOMPLETE
031730         PERFORM 2230-RECORD-INCOMPLETE THRU 2230-EXIT
031731     ELSE
031732         PERFORM 2250-ASSIGN-LETTER-GRADE THRU 2250-EXIT
031733         PERFORM 2200-EVALUATE-PASS-FAIL THRU 2200-EXIT
031734     END-IF
031735     PERFORM 2300-CLASSIFY-NUM1 THRU 2300-EXIT
031736     PERFORM 2400-COMPUTE-ARITHMETIC THRU 2400-EXIT
031738     PERFORM 2500-VALIDATE-ADJUSTMENT THRU 2500-EXIT
031740     PERFORM 2600-WRITE-DETAIL-LINE THRU 2600-EXIT
031750     PERFORM 2670-WRITE-GRADE-SHEET-LINE THRU 2670-EXIT
031757     IF WS-STUDENT-HELD AND WS-OVR-GRANTED
031764         MOVE SR-STUDENT-ID TO PRV-STUDENT-ID
031771         MOVE SR-SECTION-ID TO PRV-SECTION-ID
031778         SET PRV-DISCLOSED TO TRUE
031785         PERFORM 2690-WRITE-PRIVACY-LOG THRU 2690-EXIT
031792     END-IF
031800     PERFORM 2700-WRITE-AUDIT-RECORD THRU 2700-EXIT
031850     PERFORM 2750-WRITE-RESULTS-FEED THRU 2750-EXIT
031862     IF SR-INCOMPLETE
031874         PERFORM 2770-WRITE-INCOMPLETE-TRACK THRU 2770-EXIT
031886     END-IF.
031888*    A DETAIL REJECTED FOR A CLOSED TERM OR THE MASTER FILE
031890*    JOINS HERE SO IT COUNTS TOWARD THE CHECKPOINT INTERVAL
031892*    THE SAME AS A GRADED ONE - ITS REJECT IS THEN COVERED BY
031894*    THE NEXT CHECKPOINT'S COUNTS ON A RESTART
031896 2000-CHECKPOINT.
031900     PERFORM 2800-WRITE-CHECKPOINT THRU 2800-EXIT.
031910 2000-READ-NEXT.
032000     PERFORM 2100-READ-SCORE-RECORD THRU 2100-EXIT.
032100 2000-EXIT.
032200     EXIT.
032205
032206*============================================================
032207* 2020-CHECK-PARTITION
032208*   DECIDES WHETHER THE RECORD IN HAND BELONGS TO THIS
032209*   PARTITION. WITH NO PARTCARD EVERY RECORD DOES. A GROUP-
032210*   RANGE PARTITION NUMBERS THE GROUPS AS THEIR HEADERS GO
032211*   BY AND OWNS EVERY RECORD OF A GROUP INSIDE ITS RANGE. A
032212*   SECTION-RANGE PARTITION OWNS EVERY HEADER AND TRAILER
032213*   AND THE DETAILS OF THE SECTIONS INSIDE ITS RANGE.
032214*============================================================
032215 2020-CHECK-PARTITION.
032216     IF NOT WS-PARTITIONED
032217         GO TO 2020-EXIT
032218     END-IF
032219     IF WS-PART-BY-GROUP
032220         IF SR-HEADER
032221             ADD 1 TO WS-GROUP-SEQ
032222             IF WS-GROUP-SEQ < WS-PART-GROUP-FROM
032223                     OR WS-GROUP-SEQ > WS-PART-GROUP-TO
032224                 MOVE 'N' TO WS-IN-PARTITION-SW
032225             ELSE
032226                 SET WS-IN-PARTITION TO TRUE
032227             END-IF
032228         END-IF
032229         GO TO 2020-EXIT
032230     END-IF
032231     IF SR-DETAIL
032232             AND (SR-SECTION-ID < WS-PART-SECTION-LOW
032233             OR SR-SECTION-ID > WS-PART-SECTION-HIGH)
032234         MOVE 'N' TO WS-IN-PARTITION-SW
032235     ELSE
032236         SET WS-IN-PARTITION TO TRUE
032237     END-IF.
032238 2020-EXIT.
032239     EXIT.
032240
032241*============================================================
032242* 2025-PASS-OTHER-PARTITION
032243*   A RECORD ANOTHER PARTITION OWNS. IN A GROUP-RANGE
032244*   PARTITION THE WHOLE GROUP - HEADER, DETAILS AND TRAILER
032245*   - IS PROVED BY THE PARTITION THAT OWNS IT AND IS SIMPLY
032246*   PASSED OVER HERE. IN A SECTION-RANGE PARTITION EVERY
032247*   PARTITION PROVES EVERY GROUP, SO A DETAIL OUTSIDE THE
032248*   RANGE IS STILL SEQUENCE-CHECKED AND COUNTED INTO ITS
032249*   GROUP'S COUNT AND HASH, BUT IS NOT GRADED AND STAYS OUT
032250*   OF THE PARTITION'S OWN TOTALS. EITHER WAY ITS KEY GOES TO
032251*   SCDWORK, SO A SECTION THIS PARTITION OWNS SEES EVERY
032252*   STUDENT SCORED IN IT WHEREVER THE DETAIL FELL.
032253*============================================================
032254 2025-PASS-OTHER-PARTITION.
032255     IF SR-DETAIL
032256         PERFORM 2110-NOTE-SCORED-STUDENT THRU 2110-EXIT
032257     END-IF
032258     IF WS-PART-BY-GROUP
032259         GO TO 2025-EXIT
032260     END-IF
032261     PERFORM 2045-CHECK-SEQUENCE THRU 2045-EXIT
032262     IF WS-SEQ-ERROR
032263         SET WS-EOF TO TRUE
032264         GO TO 2025-EXIT
032265     END-IF
032266     ADD 1 TO WS-GRP-DETAIL-CNT
032267     ADD SR-CHECK-VAL TO WS-GRP-HASH-TOTAL.
032268 2025-EXIT.
032269     EXIT.
032300
032301*============================================================
032302* 2045-CHECK-SEQUENCE
032440*============================================================
032441 2070-START-SECTION.
032442     MOVE SR-SECTION-ID TO WS-CURRENT-SECTION
032443     INITIALIZE WS-SECTION-TOTALS WS-SEC-INCOMPLETE-CNT
032444     SET WS-SECTION-ACTIVE TO TRUE
032445     PERFORM 2075-LOOKUP-SECTION THRU 2075-EXIT
032446     MOVE SPACES TO REPORT-LINE
032517*   END OF JOB FOR THE LAST SECTION.
032518*============================================================
032519 2080-END-SECTION.
032520     IF WS-SEC-RECORD-COUNT > WS-SEC-INCOMPLETE-CNT
032521         COMPUTE WS-SEC-PASS-PERCENT ROUNDED = WS-SEC-PASS-COUNT
032522           * 100 / (WS-SEC-RECORD-COUNT - WS-SEC-INCOMPLETE-CNT)
032523     ELSE
032524         MOVE 0 TO WS-SEC-PASS-PERCENT
032525     END-IF
032526     MOVE SPACES TO REPORT-LINE
032527     STRING 'SECEND  ' WS-CURRENT-SECTION
032528             ' RECORDS=' WS-SEC-RECORD-COUNT
032529             ' PASS=' WS-SEC-PASS-COUNT ' FAIL=' WS-SEC-FAIL-COUNT
032530             ' INCOMPLETE=' WS-SEC-INCOMPLETE-CNT
032531             ' PASS-PCT=' WS-SEC-PASS-PERCENT
032532             INTO REPORT-LINE
032533     PERFORM 2650-WRITE-REPORT-LINE THRU 2650-EXIT
032557     STRING 'END OF SHEET   SECTION=' WS-CURRENT-SECTION
032558             ' STUDENTS=' WS-SEC-SHEET-CNT
032559             ' PASS=' WS-SEC-PASS-COUNT
032560             ' FAIL=' WS-SEC-FAIL-COUNT ' INCOMPLETE='
032561             WS-SEC-INCOMPLETE-CNT INTO GRADE-SHEET-LINE
032562     PERFORM 2680-WRITE-SHEET-LINE THRU 2680-EXIT.
032563 2095-EXIT.
032564     EXIT.
033110     PERFORM 9010-CHECK-SCOREFIL THRU 9010-EXIT.
033200 2100-EXIT.
033300     EXIT.
033301
033302*============================================================
033303* 2110-NOTE-SCORED-STUDENT
033304*   WRITES THE CURRENT DETAIL'S SECTION AND STUDENT-ID TO
033305*   SCDWORK, FIRST NOTING THE SECTION'S OWNER WHEN THE
033306*   SECTION CHANGES.
033307*============================================================
033308 2110-NOTE-SCORED-STUDENT.
033309     IF SR-SECTION-ID NOT = WS-SOW-LAST-SECTION
033310         PERFORM 2115-NOTE-SECTION-OWNER THRU 2115-EXIT
033311     END-IF
033312     MOVE SR-SECTION-ID TO SCW-SECTION-ID
033313     MOVE SR-STUDENT-ID TO SCW-STUDENT-ID
033314     WRITE SCORED-KEY-RECORD
033315     MOVE 'WRITE' TO WS-IO-OPERATION
033316     PERFORM 9052-CHECK-SCDWORK THRU 9052-EXIT.
033317 2110-EXIT.
033318     EXIT.
033319
033320*============================================================
033321* 2115-NOTE-SECTION-OWNER
033322*   THE FIRST DETAIL OF A SECTION SEEN ON SCOREFIL DECIDES
033323*   WHO LISTS ITS NO-SCORES - THIS RUN IF IT OWNS THAT
033324*   DETAIL, ELSE THE PARTITION THAT DOES - SO A SECTION
033325*   SPLIT ACROSS GROUPS OR PARTITIONS IS LISTED ONCE. A
033326*   FILE WITH MORE SECTIONS THAN THE TABLE HOLDS IS A HARD
033327*   STOP.
033328*============================================================
033329 2115-NOTE-SECTION-OWNER.
033330     MOVE SR-SECTION-ID TO WS-SOW-LAST-SECTION
033331     SET SOW-IDX TO 1
033332     SEARCH WS-SOW-ENTRY
033333         AT END
033334             MOVE 'N' TO WS-SOW-FOUND-SW
033335         WHEN WS-SOW-SECTION-ID (SOW-IDX) = SR-SECTION-ID
033336             SET WS-SOW-FOUND TO TRUE
033337     END-SEARCH
033338     IF WS-SOW-FOUND
033339         GO TO 2115-EXIT
033340     END-IF
033341     IF WS-SOW-COUNT >= WS-SOW-MAX
033342         DISPLAY 'SECTION OWNER TABLE FULL AT ' WS-SOW-MAX
033343         DISPLAY 'RUN CANNOT CONTINUE - ENLARGE WS-SOW-ENTRY'
033344         MOVE WS-RC-IO-FAILURE TO RETURN-CODE
033345         STOP RUN
033346     END-IF
033347     ADD 1 TO WS-SOW-COUNT
033348     MOVE SR-SECTION-ID TO WS-SOW-SECTION-ID (WS-SOW-COUNT)
033349     IF WS-IN-PARTITION
033350         SET WS-SOW-OWNED (WS-SOW-COUNT) TO TRUE
033351     ELSE
033352         MOVE 'N' TO WS-SOW-OWNED-SW (WS-SOW-COUNT)
033353     END-IF.
033354 2115-EXIT.
033355     EXIT.
033356
033357*============================================================
033358* 2145-MASK-HELD-STUDENT
033359*   A STUDENT UNDER PRIVACY HOLD IS FLAGGED FOR THE FEEDS.
033360*   THE NAME IS MASKED FOR THE DETAIL LINE UNLESS AN
033361*   OVERRIDE IS IN FORCE, AND EITHER OUTCOME IS COUNTED.
033362*============================================================
033363 2145-MASK-HELD-STUDENT.
033364     IF NOT STM-PRIVACY-HELD
033365         GO TO 2145-EXIT
033366     END-IF
033367     SET WS-STUDENT-HELD TO TRUE
033368     IF WS-OVR-GRANTED
033369         ADD 1 TO WS-PRV-RELEASED-CNT
033370     ELSE
033371         MOVE '** PRIVACY HOLD **' TO WS-STUDENT-NAME
033372         ADD 1 TO WS-PRV-MASKED-CNT
033373     END-IF.
033374 2145-EXIT.
033375     EXIT.
033400
033402*============================================================
033404* 2150-LOOKUP-STUDENT
033406*   RESOLVES THE CURRENT SCORE RECORD WITH ONE RANDOM READ
033408*   OF THE INDEXED MASTER. THE RECORD IS ONLY GRADED WHEN
033410*   ITS ID IS ON THE MASTER AND THE STUDENT IS STILL ACTIVE;
033412*   THE NAME IS SAVED FOR THE DETAIL LINE EITHER WAY -
033413*   MASKED BY 2145 FOR A STUDENT UNDER PRIVACY HOLD.
033414*============================================================
033416 2150-LOOKUP-STUDENT.
033418     SET WS-STM-NOT-FOUND TO TRUE
033420     MOVE SPACES TO WS-STUDENT-NAME
033421     MOVE 'N' TO WS-STUDENT-HELD-SW
033422     MOVE 'READ' TO WS-IO-OPERATION
033424     MOVE SR-STUDENT-ID TO STM-STUDENT-ID
033428     READ STUMAST
033434     END-READ
033436     PERFORM 9020-CHECK-STUMAST THRU 9020-EXIT
033438     MOVE STM-NAME TO WS-STUDENT-NAME
033439     PERFORM 2145-MASK-HELD-STUDENT THRU 2145-EXIT
033440     IF STM-INACTIVE
033442         SET WS-STM-DEACTIVATED TO TRUE
033444     ELSE
033498     EXIT.
033499
033500*============================================================
033501* 2170-START-SECTION-TERM
033502*   RESOLVES THE NEW SECTION'S TERM AGAINST THE TERM
033503*   CONTROLS. A CLOSED TERM IS ANNOUNCED ON THE REPORT AND ON
033504*   THE INSTRUCTOR'S GRADE SHEET - NONE OF ITS DETAILS WILL
033505*   BE GRADED. A TERM IN ITS GRACE PERIOD IS GRADED, WITH A
033506*   WARNING LINE THAT THE GRADES AWAIT CERTIFICATION.
033507*============================================================
033508 2170-START-SECTION-TERM.
033509     PERFORM 2175-LOOKUP-TERM-STATUS THRU 2175-EXIT
033510     IF WS-CUR-TERM-CLOSED
033511         MOVE SPACES TO REPORT-LINE
033512         STRING 'TERM    ' WS-CURRENT-SECTION
033513                 ' TERM=' WS-CUR-SEC-TERM
033514                 ' CLOSED - SCORES REJECTED TO TRMREJ'
033515                 INTO REPORT-LINE
033516         PERFORM 2650-WRITE-REPORT-LINE THRU 2650-EXIT
033517         MOVE SPACES TO GRADE-SHEET-LINE
033518         STRING 'TERM CLOSED    NO GRADES POSTED - REFER'
033519                 ' LATE CHANGES TO THE REGISTRAR'
033520                 INTO GRADE-SHEET-LINE
033521         PERFORM 2680-WRITE-SHEET-LINE THRU 2680-EXIT
033522     END-IF
033523     IF WS-CUR-TERM-GRACE
033524         MOVE SPACES TO REPORT-LINE
033525         STRING 'TERM    ' WS-CURRENT-SECTION
033526                 ' TERM=' WS-CUR-SEC-TERM
033527                 ' IN GRACE PERIOD - GRADED PENDING'
033528                 ' CERTIFICATION'
033529                 INTO REPORT-LINE
033530         PERFORM 2650-WRITE-REPORT-LINE THRU 2650-EXIT
033531     END-IF.
033532 2170-EXIT.
033533     EXIT.
033534
033535*============================================================
033536* 2175-LOOKUP-TERM-STATUS
033537*   RESOLVES THE CURRENT SECTION'S SECMAST TERM AGAINST THE
033538*   TERM CONTROL TABLE. A SECTION WITH NO KNOWN TERM, OR A
033539*   TERM NOT ON TRMCTL, IS OPEN.
033540*============================================================
033541 2175-LOOKUP-TERM-STATUS.
033542     SET WS-CUR-TERM-OPEN TO TRUE
033543     IF WS-CUR-SEC-TERM = SPACES
033544             OR WS-TCT-COUNT = 0
033545         GO TO 2175-EXIT
033546     END-IF
033547     SEARCH ALL WS-TCT-ENTRY
033548         AT END
033549             GO TO 2175-EXIT
033550         WHEN WS-TCT-TERM (TCT-IDX) = WS-CUR-SEC-TERM
033551             MOVE WS-TCT-STATUS (TCT-IDX) TO WS-CUR-TERM-STATUS
033552     END-SEARCH.
033553 2175-EXIT.
033554     EXIT.
033555
033556*============================================================
033557* 2180-WRITE-TERM-REJECT
033558*   A DETAIL FOR A SECTION WHOSE TERM THE REGISTRAR HAS
033559*   CLOSED IS NEVER GRADED. ITS FULL DETAIL, THE TERM AND
033560*   THE REASON GO TO TRMREJ, AND IT IS REPORTED AND COUNTED.
033561*============================================================
033562 2180-WRITE-TERM-REJECT.
033563     ADD 1 TO WS-TERM-REJ-CNT
033564     DISPLAY 'REJECTED ' SR-STUDENT-ID ' - TERM '
033565             WS-CUR-SEC-TERM ' CLOSED'
033566     MOVE SPACES TO TERM-REJECT-RECORD
033567     MOVE SR-DETAIL-DATA TO TRJ-DETAIL-DATA
033568     MOVE WS-CUR-SEC-TERM TO TRJ-TERM
033569     MOVE 'TERM CLOSED BY REGISTRAR - NOT GRADED'
033570         TO TRJ-REASON
033571     WRITE TERM-REJECT-RECORD
033572     MOVE 'WRITE' TO WS-IO-OPERATION
033573     PERFORM 9038-CHECK-TRMREJ THRU 9038-EXIT
033574     MOVE SPACES TO REPORT-LINE
033575     STRING 'ERROR   ' SR-STUDENT-ID ' NOT GRADED - TERM '
033576             WS-CUR-SEC-TERM ' CLOSED'
033577             INTO REPORT-LINE
033578     PERFORM 2650-WRITE-REPORT-LINE THRU 2650-EXIT.
033579 2180-EXIT.
033580     EXIT.
033581
033582*============================================================
033600* 2200-EVALUATE-PASS-FAIL
033700*   MAKES THE PASS/FAIL CALL. WITH A GRADE SCALE LOADED THE
033800*   CALL IS DERIVED FROM THE LETTER 2250 ASSIGNED - AN F
035711 2260-EXIT.
035712     EXIT.
035713
035714*============================================================
035715* 2230-RECORD-INCOMPLETE
035716*   AN INCOMPLETE IS NEITHER A PASS NOR A FAIL. IT TAKES
035717*   LETTER AND RESULT I, EARNS NO GRADE POINTS AND IS LEFT
035718*   OUT OF THE GRADED COUNT, SO THE BATCH GPA AND THE PASS
035719*   PERCENTAGES ARE STRUCK ON FINISHED GRADES ONLY.
035720*============================================================
035721 2230-RECORD-INCOMPLETE.
035722     MOVE SR-CHECK-VAL TO CHECK-VAL
035723     SET WS-INCOMPLETE TO TRUE
035724     MOVE 'I' TO WS-LETTER-GRADE
035725     MOVE 0 TO WS-GRADE-POINTS
035726     MOVE 'INCOMPL' TO CLASS1
035727     ADD 1 TO WS-INCOMPLETE-CNT
035728     ADD 1 TO WS-SEC-INCOMPLETE-CNT
035729     DISPLAY 'INCOMPLETE DUE ' SR-COMPLETE-BY
035730             ' FOR ' SR-STUDENT-ID.
035731 2230-EXIT.
035732     EXIT.
035733
035800*============================================================
035900* 2300-CLASSIFY-NUM1
036000*   RUNS THE ORIGINAL NUM1/NUM2 COMPARISON AND TALLIES NUM1
047000*   STUDENT/CASE, ITS CHECK-VAL, AND THE PASS/FAIL CALL.
047100*============================================================
047200 2600-WRITE-DETAIL-LINE.
047300     EVALUATE TRUE
047350         WHEN WS-PASS
047400             MOVE 'PASSED' TO WS-REPORT-PASS-FAIL-TXT
047433         WHEN WS-INCOMPLETE
047466             MOVE 'INCOMP' TO WS-REPORT-PASS-FAIL-TXT
047500         WHEN OTHER
047600             MOVE 'FAILED' TO WS-REPORT-PASS-FAIL-TXT
047700     END-EVALUATE
047800     MOVE SPACES TO REPORT-LINE
047900     STRING 'DETAIL  ' SR-STUDENT-ID ' CHECK-VAL='
048000             CHECK-VAL ' RESULT=' WS-REPORT-PASS-FAIL-TXT
048504* 2670-WRITE-GRADE-SHEET-LINE
048506*   ONE STUDENT LINE ON THE CURRENT SECTION'S GRADE SHEET -
048508*   THE ID, THE MASTER NAME, THE LETTER GRADE AND THE
048512*   PASS/FAIL CALL ALREADY MADE FOR THE DETAIL LINE. AN
048513*   INCOMPLETE ALSO SHOWS THE DATE IT MUST BE FINISHED BY.
048514*============================================================
048516 2670-WRITE-GRADE-SHEET-LINE.
048518     MOVE SPACES TO GRADE-SHEET-LINE
048519     IF WS-INCOMPLETE
048520         STRING SR-STUDENT-ID ' ' WS-STUDENT-NAME
048521                 ' GRADE=' WS-LETTER-GRADE
048522                 ' ' WS-REPORT-PASS-FAIL-TXT
048523                 ' DUE=' SR-COMPLETE-BY
048524                 INTO GRADE-SHEET-LINE
048525     ELSE
048526         STRING SR-STUDENT-ID ' ' WS-STUDENT-NAME
048527                 ' GRADE=' WS-LETTER-GRADE
048528                 ' ' WS-REPORT-PASS-FAIL-TXT
048529                 INTO GRADE-SHEET-LINE
048530     END-IF
048532     PERFORM 2680-WRITE-SHEET-LINE THRU 2680-EXIT
048533     ADD 1 TO WS-SEC-SHEET-CNT.
048534 2670-EXIT.
048563     ADD 1 TO WS-GSH-LINE-CNT.
048564 2680-EXIT.
048566     EXIT.
048567
048568*============================================================
048569* 2690-WRITE-PRIVACY-LOG
048570*   ONE PRIVLOG RECORD PER USE OF THE OVERRIDE. THE CALLER
048571*   HAS SET THE OUTCOME, THE STUDENT-ID AND THE SECTION.
048572*============================================================
048573 2690-WRITE-PRIVACY-LOG.
048574     ACCEPT PRV-LOG-DATE FROM DATE YYYYMMDD
048575     ACCEPT PRV-LOG-TIME FROM TIME
048576     MOVE WS-RUN-PROGRAM-ID TO PRV-PROGRAM-ID
048577     MOVE CTL-OVR-OFFICE TO PRV-AUTH-OFFICE
048578     MOVE CTL-OVR-REQUESTED-BY TO PRV-REQUESTED-BY
048579     WRITE PRIVACY-LOG-RECORD
048580     MOVE 'WRITE' TO WS-IO-OPERATION
048581     PERFORM 9050-CHECK-PRIVLOG THRU 9050-EXIT.
048582 2690-EXIT.
048583     EXIT.
048584
048600*============================================================
048700* 2700-WRITE-AUDIT-RECORD
048800*   WRITES A TIMESTAMPED AUDIT RECORD FOR EVERY DECISION THIS
049000*   RETRIEVABLE AFTER THE JOB LOG HAS AGED OFF.
049100*============================================================
049200 2700-WRITE-AUDIT-RECORD.
049300     MOVE BDT-BUSINESS-DATE TO WS-TS-DATE
049400     ACCEPT WS-TS-TIME FROM TIME
049500     MOVE SPACES TO AUDIT-RECORD
049510     SET AUD-DETAIL TO TRUE
051263     ADD 1 TO WS-FEED-REC-CNT.
051264 2750-EXIT.
051266     EXIT.
051267
051268*============================================================
051269* 2770-WRITE-INCOMPLETE-TRACK
051270*   RECORDS AN OUTSTANDING INCOMPLETE ON INCTRK WITH ITS
051271*   TERM, DEADLINE, THE NIGHT IT WAS GRADED AND THE
051272*   SUBMITTING COLLEGE AND GROUP, FOR THE INCLAPSE JOB TO
051273*   FOLLOW UP.
051274*============================================================
051275 2770-WRITE-INCOMPLETE-TRACK.
051276     MOVE SPACES TO INCOMPLETE-TRACK-RECORD
051277     MOVE SR-STUDENT-ID TO INC-STUDENT-ID
051278     MOVE SR-SECTION-ID TO INC-SECTION-ID
051279     MOVE WS-CUR-SEC-TERM TO INC-TERM
051280     MOVE SR-COMPLETE-BY TO INC-COMPLETE-BY
051281     MOVE BDT-BUSINESS-DATE TO INC-GRADED-DATE
051282     MOVE WS-BATCH-SOURCE TO INC-SOURCE
051283     WRITE INCOMPLETE-TRACK-RECORD
051284     MOVE 'WRITE' TO WS-IO-OPERATION
051285     PERFORM 9042-CHECK-INCTRK THRU 9042-EXIT.
051286 2770-EXIT.
051287     EXIT.
051300
051400*============================================================
051500* 2800-WRITE-CHECKPOINT
055507     MOVE WS-GRP-HASH-TOTAL     TO CHK-GRP-HASH-TOTAL
055508     MOVE WS-GROUP-OPEN-SW      TO CHK-GROUP-OPEN-SW
055509     MOVE WS-GSH-LINE-CNT       TO CHK-GSH-LINE-CNT
055511     MOVE WS-SEC-SHEET-CNT      TO CHK-SEC-SHEET-CNT
055539     MOVE WS-NOSCORE-CNT        TO CHK-NOSCORE-CNT
055544     MOVE WS-TERM-REJ-CNT       TO CHK-TERM-REJ-CNT
055549     MOVE WS-GRACE-CNT          TO CHK-GRACE-CNT
055551     MOVE WS-INCOMPLETE-CNT     TO CHK-INCOMPLETE-CNT
055553     MOVE WS-SEC-INCOMPLETE-CNT TO CHK-SEC-INCOMPLETE-CNT.
055555 2850-EXIT.
055600     EXIT.
055610
056502     IF WS-SECTION-ACTIVE
056504         PERFORM 2080-END-SECTION THRU 2080-EXIT
056506     END-IF
056508     PERFORM 3050-LIST-NO-SCORE THRU 3050-EXIT
056510     PERFORM 3100-VERIFY-BATCH-CONTROLS THRU 3100-EXIT
056515     MOVE WS-RPT-LINE-CNT TO WS-RPT-BODY-CNT
056520     MOVE SPACES TO REPORT-LINE
056540     STRING 'GROUPS  PROVED=' WS-GROUP-CNT
056560             INTO REPORT-LINE
056570     PERFORM 2650-WRITE-REPORT-LINE THRU 2650-EXIT
056580     COMPUTE WS-PASS-FAIL-BASE =
056590         WS-RECORD-COUNT - WS-INCOMPLETE-CNT
056600     IF WS-PASS-FAIL-BASE > 0
056700         COMPUTE WS-PASS-PERCENT ROUNDED =
056800             (WS-PASS-COUNT / WS-PASS-FAIL-BASE) * 100
056900     ELSE
057000         MOVE 0 TO WS-PASS-PERCENT
057100     END-IF
057200         MOVE SPACES TO REPORT-LINE
057300         STRING 'SUMMARY RECORDS=' WS-RECORD-COUNT
057400                 ' PASS=' WS-PASS-COUNT ' FAIL=' WS-FAIL-COUNT
057450                 ' INCOMPLETE=' WS-INCOMPLETE-CNT
057500                 ' PASS-PCT=' WS-PASS-PERCENT
057600                 INTO REPORT-LINE
057700         PERFORM 2650-WRITE-REPORT-LINE THRU 2650-EXIT
059520     STRING 'MASTER  NOT-ON-MASTER=' WS-NO-MASTER-CNT
059530             ' DEACTIVATED=' WS-INACTIVE-CNT
059540             INTO REPORT-LINE
059541     PERFORM 2650-WRITE-REPORT-LINE THRU 2650-EXIT
059542     MOVE SPACES TO REPORT-LINE
059543     STRING 'TERM    CLOSED-TERM-REJECTS=' WS-TERM-REJ-CNT
059544             ' GRACE-PERIOD-DETAILS=' WS-GRACE-CNT
059545             INTO REPORT-LINE
059546     PERFORM 2650-WRITE-REPORT-LINE THRU 2650-EXIT
059547     MOVE SPACES TO REPORT-LINE
059548     STRING 'INCOMPL INCOMPLETES-AWARDED=' WS-INCOMPLETE-CNT
059549             ' SEE INCTRK'
059550             INTO REPORT-LINE
059551     PERFORM 2650-WRITE-REPORT-LINE THRU 2650-EXIT
059552     PERFORM 3300-WRITE-NET-ADJ-LINE THRU 3300-EXIT
059553     IF WS-SCALE-LOADED
059554         PERFORM 3200-WRITE-GRADE-LINE THRU 3200-EXIT
059556             VARYING WS-GS-SUB FROM 1 BY 1
059558             UNTIL WS-GS-SUB > WS-GS-COUNT
059600     DISPLAY 'PASS COUNT: ' WS-PASS-COUNT
059700     DISPLAY 'FAIL COUNT: ' WS-FAIL-COUNT
059800     DISPLAY 'PASS PCT..: ' WS-PASS-PERCENT
059816     MOVE SPACES TO REPORT-LINE
059832     STRING 'ENROLL  NO-SCORE=' WS-NOSCORE-CNT
059848             INTO REPORT-LINE
059864     PERFORM 2650-WRITE-REPORT-LINE THRU 2650-EXIT
059880     DISPLAY 'NO SCORE..: ' WS-NOSCORE-CNT
059890     DISPLAY 'TERM REJ..: ' WS-TERM-REJ-CNT
059895     DISPLAY 'INCOMPLETE: ' WS-INCOMPLETE-CNT
059896     DISPLAY 'PRIV MASK.: ' WS-PRV-MASKED-CNT
059897     DISPLAY 'PRIV REL..: ' WS-PRV-RELEASED-CNT
059900     IF WS-RECORD-COUNT > 0
060000         PERFORM 2850-BUILD-CHECKPOINT-RECORD THRU 2850-EXIT
060100         WRITE CHECKPOINT-RECORD
060244     PERFORM 9016-CHECK-RPTFILE THRU 9016-EXIT
060250     MOVE SPACES TO AUDIT-RECORD
060260     SET AUD-TRAILER TO TRUE
060270     MOVE BDT-BUSINESS-DATE TO WS-TS-DATE
060280     ACCEPT WS-TS-TIME FROM TIME
060282     STRING WS-TS-DATE WS-TS-TIME INTO AUD-TIMESTAMP
060284     MOVE WS-AUD-REC-CNT TO AUD-TRL-RECORD-COUNT
060770     CLOSE STUMAST
060775     PERFORM 9020-CHECK-STUMAST THRU 9020-EXIT
060780     CLOSE GRDSHEET
060785     PERFORM 9030-CHECK-GRDSHEET THRU 9030-EXIT
060786     CLOSE ENRMAST
060787     PERFORM 9034-CHECK-ENRMAST THRU 9034-EXIT
060788     CLOSE TRMREJ
060789     PERFORM 9038-CHECK-TRMREJ THRU 9038-EXIT
060790     CLOSE INCTRK
060791     PERFORM 9042-CHECK-INCTRK THRU 9042-EXIT
060792     IF WS-OVR-REQUESTED
060793         CLOSE PRIVLOG
060794         PERFORM 9050-CHECK-PRIVLOG THRU 9050-EXIT
060795     END-IF.
060800 3000-EXIT.
060900     EXIT.
060901
060902*============================================================
060903* 3050-LIST-NO-SCORE
060904*   CLOSES SCDWORK AND SORTS IT INTO SECTION/STUDENT ORDER;
060905*   THE OUTPUT PROCEDURE SWEEPS EACH SECTION THIS RUN OWNS
060906*   AGAINST ITS ENRMAST ROSTER ONCE, HOWEVER MANY GROUPS OR
060907*   PARTITIONS ITS DETAILS FELL IN. THE RUN'S NO-SCORE COUNT
060908*   IS BUILT HERE AND NOWHERE ELSE, SO IT STARTS FROM ZERO
060909*   EVEN ON A RESTART FROM THE END-OF-JOB CHECKPOINT.
060910*============================================================
060911 3050-LIST-NO-SCORE.
060912     MOVE 0 TO WS-NOSCORE-CNT
060913     CLOSE SCDWORK
060914     MOVE 'CLOSE' TO WS-IO-OPERATION
060915     PERFORM 9052-CHECK-SCDWORK THRU 9052-EXIT
060916     SORT SCDSORT
060917         ASCENDING KEY SSK-SECTION-ID
060918                       SSK-STUDENT-ID
060919         USING SCDWORK
060920         OUTPUT PROCEDURE IS 3055-SWEEP-ROSTERS THRU 3055-EXIT.
060921 3050-EXIT.
060922     EXIT.
060923
060924*============================================================
060925* 3055-SWEEP-ROSTERS
060926*   THE SORT'S OUTPUT PROCEDURE - ONE 3060-SWEEP-SECTION PER
060927*   SECTION ON THE SORTED SCORED KEYS.
060928*============================================================
060929 3055-SWEEP-ROSTERS.
060930     MOVE 'N' TO WS-SCK-EOF-SW
060931     PERFORM 3070-RETURN-SCORED-KEY THRU 3070-EXIT
060932     PERFORM 3060-SWEEP-SECTION THRU 3060-EXIT
060933         UNTIL WS-SCK-EOF.
060934 3055-EXIT.
060935     EXIT.
060936
060937*============================================================
060938* 3060-SWEEP-SECTION
060939*   A SECTION ANOTHER PARTITION OWNS IS PASSED OVER. FOR ONE
060940*   THIS RUN OWNS, READS ITS ROSTER FROM ENRMAST - START ON
060941*   THE SECTION-ID WITH THE LOWEST STUDENT-ID, THEN READ
060942*   NEXT UNTIL THE SECTION CHANGES - MATCHING IT AGAINST THE
060943*   SECTION'S SCORED KEYS, THEN WRITES THE SECTION'S
060944*   ENROLLED/NO-SCORE COUNT LINE. ANY SCORED KEYS LEFT FOR
060945*   THE SECTION ARE THEN READ PAST.
060946*============================================================
060947 3060-SWEEP-SECTION.
060948     MOVE SSK-SECTION-ID TO WS-SWEEP-SECTION
060949     SET SOW-IDX TO 1
060950     SEARCH WS-SOW-ENTRY
060951         AT END
060952             MOVE 'N' TO WS-SOW-FOUND-SW
060953         WHEN WS-SOW-SECTION-ID (SOW-IDX) = WS-SWEEP-SECTION
060954             SET WS-SOW-FOUND TO TRUE
060955     END-SEARCH
060956     IF NOT WS-SOW-FOUND
060957         GO TO 3060-PASS-SECTION
060958     END-IF
060959     IF NOT WS-SOW-OWNED (SOW-IDX)
060960         GO TO 3060-PASS-SECTION
060961     END-IF
060962     MOVE 0 TO WS-SEC-ENROLLED-CNT
060963     MOVE 0 TO WS-SEC-NOSCORE-CNT
060964     MOVE 'N' TO WS-ENR-EOF-SW
060965     MOVE WS-SWEEP-SECTION TO ENR-SECTION-ID
060966     MOVE LOW-VALUES TO ENR-STUDENT-ID
060967     MOVE 'START' TO WS-IO-OPERATION
060968     START ENRMAST KEY IS NOT LESS THAN ENR-KEY
060969         INVALID KEY
060970             SET WS-ENR-EOF TO TRUE
060971     END-START
060972     IF NOT WS-ENR-EOF
060973         PERFORM 9034-CHECK-ENRMAST THRU 9034-EXIT
060974         MOVE 'READ' TO WS-IO-OPERATION
060975         PERFORM 3065-READ-ROSTER-ENTRY THRU 3065-EXIT
060976             UNTIL WS-ENR-EOF
060977     END-IF
060978     ADD WS-SEC-NOSCORE-CNT TO WS-NOSCORE-CNT
060979     MOVE SPACES TO REPORT-LINE
060980     STRING 'SECENRL ' WS-SWEEP-SECTION
060981             ' ENROLLED=' WS-SEC-ENROLLED-CNT
060982             ' NO-SCORE=' WS-SEC-NOSCORE-CNT
060983             INTO REPORT-LINE
060984     PERFORM 2650-WRITE-REPORT-LINE THRU 2650-EXIT.
060985 3060-PASS-SECTION.
060986     PERFORM 3070-RETURN-SCORED-KEY THRU 3070-EXIT
060987         UNTIL WS-SCK-EOF
060988             OR SSK-SECTION-ID NOT = WS-SWEEP-SECTION.
060989 3060-EXIT.
060990     EXIT.
061000
061001*============================================================
061002* 3065-READ-ROSTER-ENTRY
061003*   ONE ROSTER RECORD PER CALL. THE FIRST KEY OF THE NEXT
061004*   SECTION, OR END OF FILE, ENDS THE ROSTER. THE SCORED KEYS
061005*   ARE READ FORWARD TO THE ROSTER STUDENT - A STUDENT WITH
061006*   NO MATCHING KEY GOT NO SCORE.
061007*============================================================
061008 3065-READ-ROSTER-ENTRY.
061009     READ ENRMAST NEXT RECORD
061010         AT END
061011             SET WS-ENR-EOF TO TRUE
061012             GO TO 3065-EXIT
061013     END-READ
061014     PERFORM 9034-CHECK-ENRMAST THRU 9034-EXIT
061015     IF ENR-SECTION-ID NOT = WS-SWEEP-SECTION
061016         SET WS-ENR-EOF TO TRUE
061017         GO TO 3065-EXIT
061018     END-IF
061019     IF NOT ENR-ENROLLED
061020         GO TO 3065-EXIT
061021     END-IF
061022     ADD 1 TO WS-SEC-ENROLLED-CNT
061023     PERFORM 3070-RETURN-SCORED-KEY THRU 3070-EXIT
061024         UNTIL WS-SCK-EOF
061025             OR SSK-SECTION-ID NOT = WS-SWEEP-SECTION
061026             OR SSK-STUDENT-ID NOT < ENR-STUDENT-ID
061027     IF NOT WS-SCK-EOF
061028             AND SSK-SECTION-ID = WS-SWEEP-SECTION
061029             AND SSK-STUDENT-ID = ENR-STUDENT-ID
061030         GO TO 3065-EXIT
061031     END-IF
061032     ADD 1 TO WS-SEC-NOSCORE-CNT
061033     MOVE SPACES TO REPORT-LINE
061034     STRING 'NOSCORE ' ENR-STUDENT-ID
061035             ' SECTION=' WS-SWEEP-SECTION
061036             ' ENROLLED BUT NO SCORE RECEIVED'
061037             INTO REPORT-LINE
061038     PERFORM 2650-WRITE-REPORT-LINE THRU 2650-EXIT.
061039 3065-EXIT.
061040     EXIT.
061041
061042*============================================================
061043* 3070-RETURN-SCORED-KEY
061044*============================================================
061045 3070-RETURN-SCORED-KEY.
061046     RETURN SCDSORT
061047         AT END
061048             SET WS-SCK-EOF TO TRUE
061049     END-RETURN.
061050 3070-EXIT.
061051     EXIT.
061052
061100*============================================================
061200* 3100-VERIFY-BATCH-CONTROLS
061300*   PROVES THE RUN'S BATCH CONTROLS - AT LEAST ONE GROUP
061500*   STILL BE OPEN AT END OF FILE. EACH GROUP'S COUNT AND
061600*   HASH WERE ALREADY PROVED AT ITS TRAILER BY
061700*   2060-PROCESS-TRAILER. ANY FAILURE WITHHOLDS THE SUMMARY.
061733*   THE EXPECTED NET ADJUSTMENT IS A WHOLE-BATCH FIGURE, SO
061766*   A PARTITION LEAVES IT FOR GRDMERGE TO PROVE.
061800*============================================================
061900 3100-VERIFY-BATCH-CONTROLS.
062000     IF NOT WS-HEADER-SEEN
062722     END-IF
062724     IF WS-EXP-ADJ-SUPPLIED
062726             AND WS-NET-ADJ-TOTAL NOT = WS-EXP-ADJ-VALUE
062728             AND NOT WS-PARTITIONED
062730         MOVE 'N' TO WS-BALANCE-SW
062740         MOVE WS-NET-ADJ-TOTAL TO WS-NET-ADJ-EDIT
062750         MOVE WS-EXP-ADJ-VALUE TO WS-EXP-ADJ-EDIT
070760*   ADJUSTMENTS RECYCLED - SO NITEBAL CAN CROSS-FOOT THE
070770*   NIGHT. POSTED AFTER THE RETURN CODE IS SET SO THE
070780*   REGISTER CARRIES THE CODE THE SCHEDULER WILL SEE.
070783*   A PARTITION POSTS AS CONDPART-NN; NITEBAL TAKES THE
070786*   NIGHT'S GRADING FIGURES FROM THE GRDMERGE ENTRY.
070790*============================================================
070810 8000-POST-RUN-CONTROL.
070820     OPEN EXTEND RUNCTL
070830     MOVE 'OPEN' TO WS-IO-OPERATION
070840     PERFORM 9032-CHECK-RUNCTL THRU 9032-EXIT
070850     MOVE WS-RUN-PROGRAM-ID TO RCT-PROGRAM-ID
070860     MOVE BDT-BUSINESS-DATE TO RCT-RUN-DATE
070870     ACCEPT RCT-RUN-TIME FROM TIME
070880     MOVE WS-RECORD-COUNT TO RCT-INPUT-COUNT
070890     MOVE WS-FEED-REC-CNT TO RCT-OUTPUT-COUNT
070980     PERFORM 9032-CHECK-RUNCTL THRU 9032-EXIT.
070990 8000-EXIT.
071010     EXIT.
071011
071012*============================================================
071013* 8100-WRITE-PARTITION-CONTROL
071014*   A PARTITIONED RUN ENDS BY WRITING ITS PARTCTL RECORD -
071015*   THE SLICE IT OWNED, ITS BALANCE AND RETURN CODE, EVERY
071016*   GRAND TOTAL, THE GRADE SCALE IT USED AND THE COUNT OF
071017*   EACH OUTPUT FILE - FOR GRDMERGE TO RECONCILE AGAINST
071018*   SCOREFIL BEFORE IT RELEASES THE MERGED FILES. WRITTEN
071019*   ONCE THE RETURN CODE IS SET; A RESTARTED RUN WRITES IT
071020*   AFRESH FROM ITS SEEDED TOTALS.
071021*============================================================
071022 8100-WRITE-PARTITION-CONTROL.
071023     OPEN OUTPUT PARTCTL
071024     MOVE 'OPEN' TO WS-IO-OPERATION
071025     PERFORM 9046-CHECK-PARTCTL THRU 9046-EXIT
071026     INITIALIZE PARTITION-CONTROL-RECORD
071027     MOVE WS-PART-ID            TO PTN-PARTITION-ID
071028     MOVE WS-PART-MODE          TO PTN-MODE
071029     MOVE WS-PART-GROUP-FROM    TO PTN-GROUP-FROM
071030     MOVE WS-PART-GROUP-TO      TO PTN-GROUP-TO
071031     MOVE WS-PART-SECTION-LOW   TO PTN-SECTION-LOW
071032     MOVE WS-PART-SECTION-HIGH  TO PTN-SECTION-HIGH
071033     MOVE BDT-BUSINESS-DATE     TO PTN-RUN-DATE
071034     MOVE WS-BALANCE-SW         TO PTN-BALANCE-SW
071035     MOVE RETURN-CODE           TO PTN-RETURN-CODE
071036     MOVE WS-GROUP-CNT          TO PTN-GROUPS-PROVED
071037     MOVE WS-RECORD-COUNT       TO PTN-RECORD-COUNT
071038     MOVE WS-HASH-TOTAL         TO PTN-HASH-TOTAL
071039     MOVE WS-PASS-COUNT         TO PTN-PASS-COUNT
071040     MOVE WS-FAIL-COUNT         TO PTN-FAIL-COUNT
071041     MOVE WS-INCOMPLETE-CNT     TO PTN-INCOMPLETE-CNT
071042     MOVE WS-TOTAL-COMPUTE      TO PTN-TOTAL-COMPUTE
071043     MOVE WS-TOTAL-ADD          TO PTN-TOTAL-ADD
071044     MOVE WS-TOTAL-MULTIPLY     TO PTN-TOTAL-MULTIPLY
071045     MOVE WS-TOTAL-DIVIDE       TO PTN-TOTAL-DIVIDE
071046     MOVE WS-BKT-LT2            TO PTN-BKT-LT2
071047     MOVE WS-BKT-LT19           TO PTN-BKT-LT19
071048     MOVE WS-BKT-LT1000         TO PTN-BKT-LT1000
071049     MOVE WS-BKT-OTHER          TO PTN-BKT-OTHER
071050     MOVE WS-INVALID-ADJ-CNT    TO PTN-INVALID-ADJ-CNT
071051     MOVE WS-MULT-OVERFLOW-CNT  TO PTN-MULT-OVERFLOW-CNT
071052     MOVE WS-MULT-TOT-OVFL-CNT  TO PTN-MULT-TOT-OVFL-CNT
071053     MOVE WS-NO-MASTER-CNT      TO PTN-NO-MASTER-CNT
071054     MOVE WS-INACTIVE-CNT       TO PTN-INACTIVE-CNT
071055     MOVE WS-TERM-REJ-CNT       TO PTN-TERM-REJ-CNT
071056     MOVE WS-GRACE-CNT          TO PTN-GRACE-CNT
071057     MOVE WS-NET-ADJ-TOTAL      TO PTN-NET-ADJ-TOTAL
071058     MOVE WS-TOTAL-GRADE-PTS    TO PTN-TOTAL-GRADE-PTS
071059     MOVE WS-GRADED-CNT         TO PTN-GRADED-CNT
071060     MOVE WS-NO-GRADE-CNT       TO PTN-NO-GRADE-CNT
071061     MOVE WS-GS-COUNT           TO PTN-GS-COUNT
071062     PERFORM 8110-SAVE-GRADE-BAND THRU 8110-EXIT
071063         VARYING WS-GS-SUB FROM 1 BY 1
071064         UNTIL WS-GS-SUB > WS-GS-COUNT
071065     MOVE WS-NOSCORE-CNT        TO PTN-NOSCORE-CNT
071066     MOVE WS-RPT-BODY-CNT       TO PTN-RPT-BODY-CNT
071067     MOVE WS-RPT-LINE-CNT       TO PTN-RPT-LINE-CNT
071068     MOVE WS-AUD-REC-CNT        TO PTN-AUD-REC-CNT
071069     MOVE WS-FEED-REC-CNT       TO PTN-FEED-REC-CNT
071070     MOVE WS-GSH-LINE-CNT       TO PTN-GSH-LINE-CNT
071071     WRITE PARTITION-CONTROL-RECORD
071072     MOVE 'WRITE' TO WS-IO-OPERATION
071073     PERFORM 9046-CHECK-PARTCTL THRU 9046-EXIT
071074     CLOSE PARTCTL
071075     MOVE 'CLOSE' TO WS-IO-OPERATION
071076     PERFORM 9046-CHECK-PARTCTL THRU 9046-EXIT.
071077 8100-EXIT.
071078     EXIT.
071079
071080*============================================================
071081* 8110-SAVE-GRADE-BAND
071082*============================================================
071083 8110-SAVE-GRADE-BAND.
071084     MOVE WS-GS-LETTER (WS-GS-SUB) TO PTN-GS-LETTER (WS-GS-SUB)
071085     MOVE WS-GS-LOW (WS-GS-SUB)    TO PTN-GS-LOW (WS-GS-SUB)
071086     MOVE WS-GS-HIGH (WS-GS-SUB)   TO PTN-GS-HIGH (WS-GS-SUB)
071087     MOVE WS-GS-POINTS (WS-GS-SUB) TO PTN-GS-POINTS (WS-GS-SUB)
071088     MOVE WS-GS-GRADED (WS-GS-SUB) TO PTN-GS-GRADED (WS-GS-SUB).
071089 8110-EXIT.
071090     EXIT.
071091
071092*============================================================
071093* 9000-CHECK-FILE-STATUS
071100*   THE ONE PLACE A FILE STATUS IS JUDGED. THE CALLER HAS
071200*   POSTED THE FILE NAME, THE OPERATION AND THE STATUS TO
071300*   WS-IO-CONTROL. 00 IS SUCCESS; 04 (RECORD LENGTH), 05
079320 9032-EXIT.
079330     EXIT.
079353
079355 9034-CHECK-ENRMAST.
079357     MOVE 'ENRMAST' TO WS-IO-FILE-NAME
079359     MOVE WS-ENR-FS TO WS-IO-STATUS
079361     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
079363 9034-EXIT.
079365     EXIT.
079367
079369 9036-CHECK-TRMCTL.
079371     MOVE 'TRMCTL' TO WS-IO-FILE-NAME
079373     MOVE WS-TRM-FS TO WS-IO-STATUS
079375     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
079377 9036-EXIT.
079379     EXIT.
079381
079383 9038-CHECK-TRMREJ.
079385     MOVE 'TRMREJ' TO WS-IO-FILE-NAME
079387     MOVE WS-TRJ-FS TO WS-IO-STATUS
079389     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
079397 9038-EXIT.
079405     EXIT.
079413
079421 9040-CHECK-BUSDATE.
079429     MOVE 'BUSDATE' TO WS-IO-FILE-NAME
079437     MOVE WS-BDT-FS TO WS-IO-STATUS
079445     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
079453 9040-EXIT.
079461     EXIT.
079469
079470 9042-CHECK-INCTRK.
079471     MOVE 'INCTRK' TO WS-IO-FILE-NAME
079472     MOVE WS-INC-FS TO WS-IO-STATUS
079473     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
079474 9042-EXIT.
079475     EXIT.
079476
079477 9044-CHECK-PARTCARD.
079478     MOVE 'PARTCARD' TO WS-IO-FILE-NAME
079479     MOVE WS-PCD-FS TO WS-IO-STATUS
079480     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
079481 9044-EXIT.
079482     EXIT.
079483
079484 9046-CHECK-PARTCTL.
079485     MOVE 'PARTCTL' TO WS-IO-FILE-NAME
079486     MOVE WS-PTN-FS TO WS-IO-STATUS
079491     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
079496 9046-EXIT.
079501     EXIT.
079506
079511 9048-CHECK-PRVAUTH.
079516     MOVE 'PRVAUTH' TO WS-IO-FILE-NAME
079521     MOVE WS-PVA-FS TO WS-IO-STATUS
079526     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
079531 9048-EXIT.
079536     EXIT.
079541
079546 9050-CHECK-PRIVLOG.
079551     MOVE 'PRIVLOG' TO WS-IO-FILE-NAME
079556     MOVE WS-PVL-FS TO WS-IO-STATUS
079561     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
079566 9050-EXIT.
079571     EXIT.
079572
079573 9052-CHECK-SCDWORK.
079574     MOVE 'SCDWORK' TO WS-IO-FILE-NAME
079575     MOVE WS-SCW-FS TO WS-IO-STATUS
079576     PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
079577 9052-EXIT.
079578     EXIT.
079579
079581*============================================================
079586* 9100-WRITE-ABEND-REPORT
079591*   AN I/O FAILURE STOPS THE RUN HERE - THE ABEND REPORT
079600*   NAMES THE FILE, THE OPERATION, THE STATUS CODE AND THE
079700*   LAST STUDENT-ID AND SECTION PROCESSED, THE FAILURE IS
079800*   DISPLAYED FOR THE JOB LOG, AND THE RUN ENDS WITH RETURN
083500         WHEN WS-INVALID-ADJ-CNT > 0
083600             OR WS-NO-MASTER-CNT > 0
083700             OR WS-INACTIVE-CNT > 0
083750             OR WS-TERM-REJ-CNT > 0
083800             OR WS-NO-GRADE-CNT > 0
083900             MOVE WS-RC-REJECTS TO RETURN-CODE
084000         WHEN OTHER

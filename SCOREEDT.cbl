002126*                  TO THE SHARED RUNCTL RUN-CONTROL REGISTER
002127*                  (LAYOUT IN THE RCTRECC COPY MEMBER) SO
002128*                  NITEBAL CAN CROSS-FOOT THE NIGHT'S STEPS.
002129* 09/08/2026 RLM   EVERY DETAIL IS NOW CHECKED AGAINST THE
002130*                  ENRMAST ENROLLMENT MASTER. A SCORE FOR A
002131*                  STUDENT WHO WAS NEVER ENROLLED IN THE
002132*                  SECTION, OR WHO HAS DROPPED IT, GOES TO
002133*                  SCREJECT WITH FIELD ENROLLMENT AND NEVER
002134*                  REACHES THE GRADING STEP.
002135* 09/10/2026 RLM   DUPLICATE SUBMISSIONS ARE NOW HELD OUT OF
002136*                  THE GRADING RUN. EACH GROUP'S SORTED
002137*                  OUTPUT IS STAGED IN NITEWORK; AT END OF
002138*                  JOB EVERY CLEAN DETAIL IS RESORTED BY
002139*                  STUDENT/SECTION ACROSS ALL THE GROUPS AND
002140*                  MATCHED TO THE RESULTS HISTORY (HISTFILE).
002141*                  A STUDENT/SECTION SENT MORE THAN ONCE
002142*                  TONIGHT, OR ALREADY GRADED ON THE HISTORY,
002143*                  GOES TO THE SCRSUSP SUSPENSE FILE WITH
002144*                  EVERY SUBMISSION AND ITS SOURCE COLLEGE
002145*                  AND TO THE SCRDUPRP REGISTRAR REPORT.
002146*                  VSCORFIL IS THEN BUILT FROM NITEWORK
002147*                  WITHOUT THE HELD KEYS, EACH GROUP'S
002148*                  TRAILER RECOMPUTED. A SECTION-ID BELONGS
002149*                  TO ONE TERM, SO A HISTORY RECORD FOR THE
002150*                  SAME STUDENT AND SECTION IS A GRADE
002151*                  ALREADY GIVEN FOR THE SAME TERM.
002152* 09/24/2026 RLM   TAKES ITS RUN DATE FROM THE NIGHT'S BUSINESS
002153*                  DATE ON BUSDATE (BDTRECC COPY MEMBER) INSTEAD
002154*                  OF THE SYSTEM CLOCK SO A RERUN POSTS UNDER THE
002155*                  NIGHT IT BELONGS TO, AND REFUSES WITH RETURN
002156*                  CODE 8 TO RUN AGAINST A NIGHT NITEBAL HAS
002157*                  ALREADY CLOSED ON RUNCTL UNLESS BUSDATE
002158*                  CARRIES THE RERUN FLAG.
002162* 10/01/2026 RLM   A DETAIL MAY NOW BE MARKED INCOMPLETE WITH A
002166*                  COMPLETION DEADLINE (SEE SCORREC). THE
002170*                  INDICATOR MUST BE I OR BLANK, AND AN
002174*                  INCOMPLETE MUST CARRY A REAL DEADLINE LATER
002178*                  THAN THE BUSINESS DATE, OR THE DETAIL GOES
002182*                  TO SCREJECT. THE SCORE RECORD AND EVERY WORK
002186*                  AREA THAT HOLDS IT ARE NINE BYTES WIDER.
002187* 10/15/2026 RLM   THE COMPLETION DEADLINE IS NOW EDITED AS A
002188*                  CALENDAR DATE - MONTH LENGTH AND LEAP YEAR -
002189*                  THE WAY NITEOPEN EDITS THE BUSINESS DATE.
002190* 10/15/2026 RLM   A COMPLETION DATE ON A DETAIL NOT MARKED
002191*                  INCOMPLETE IS REJECTED TO SCREJECT INSTEAD OF
002192*                  BEING GRADED AS A FINAL MARK.
002193*----------------------------------------------------------
002200
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
003130     SELECT SORTWORK ASSIGN TO "SORTWORK".
003140     SELECT RUNCTL ASSIGN TO "RUNCTL"
003150         ORGANIZATION IS LINE SEQUENTIAL.
003153     SELECT BUSDATE ASSIGN TO "BUSDATE"
003156         ORGANIZATION IS LINE SEQUENTIAL.
003160     SELECT ENRMAST ASSIGN TO "ENRMAST"
003170         ORGANIZATION IS INDEXED
003180         ACCESS MODE IS RANDOM
003190         RECORD KEY IS ENR-KEY.
003191     SELECT NITEWORK ASSIGN TO "NITEWORK"
003192         ORGANIZATION IS LINE SEQUENTIAL.
003193     SELECT DUPSORT ASSIGN TO "DUPSORT".
003194     SELECT OPTIONAL HISTFILE ASSIGN TO "HISTFILE"
003195         ORGANIZATION IS LINE SEQUENTIAL.
003196     SELECT SCRSUSP ASSIGN TO "SCRSUSP"
003197         ORGANIZATION IS LINE SEQUENTIAL.
003198     SELECT SCRDUPRP ASSIGN TO "SCRDUPRP"
003199         ORGANIZATION IS LINE SEQUENTIAL.
003200
003300 DATA DIVISION.
003400 FILE SECTION.
003700*READ AS A PLAIN BYTE STRING - NOTHING IN IT CAN BE TRUSTED
003710*YET.
003720 FD  SCOREFIL.
003800 01  RAW-SCORE-RECORD           PIC X(59).
003900
004000*VSCORFIL - EACH PROVED GROUP'S HEADER, EVERY SCORE RECORD
004100*THAT PASSED THE FIELD EDITS SORTED ASCENDING BY SECTION/
004150*STUDENT WITHIN THE GROUP, AND A FRESH TRAILER PER GROUP
004200*COVERING ITS CLEAN RECORDS, IN THE SHARED SCORREC LAYOUT
004250 FD  VSCORFIL.
004300 01  VALID-SCORE-RECORD         PIC X(59).
004310
004320*GRPWORK - THE CURRENT GROUP'S CLEAN DETAILS AS THEY PASS
004330*THE EDIT, REOPENED FRESH PER GROUP AND SORTED INTO
004340*SECTION/STUDENT ORDER WHEN THE GROUP CLOSES
004350 FD  GRPWORK.
004360 01  GROUP-WORK-RECORD          PIC X(59).
004370
004380*SORTWORK - THE SORT THAT PUTS EACH GROUP'S CLEAN DETAILS
004390*INTO THE ORDER THE GRADING STEP DEPENDS ON
004430     05  SRT-REC-TYPE           PIC X(01).
004440     05  SRT-STUDENT-ID         PIC X(10).
004450     05  SRT-SECTION-ID         PIC X(08).
004460     05  FILLER                 PIC X(40).
004470
004471*NITEWORK - THE NIGHT'S STAGED OUTPUT - EACH PROVED GROUP'S
004472*HEADER, SORTED CLEAN DETAILS AND TRAILER, TAGGED WITH THE
004473*GROUP NUMBER AND SOURCE AND HELD UNTIL THE DUPLICATE CHECK
004474*HAS SEEN EVERY GROUP. VSCORFIL IS BUILT FROM IT AT END OF
004475*JOB.
004476 FD  NITEWORK.
004477 01  NIGHT-WORK-RECORD          PIC X(83).
004478
004479*DUPSORT - EVERY STAGED CLEAN DETAIL RESORTED INTO STUDENT/
004480*SECTION ORDER ACROSS ALL THE GROUPS - THE ORDER OF THE
004481*RESULTS HISTORY IT IS MATCHED AGAINST
004482 SD  DUPSORT.
004483 01  DUP-SORT-RECORD.
004484     05  DS-STUDENT-ID          PIC X(10).
004485     05  DS-SECTION-ID          PIC X(08).
004486     05  DS-GROUP-NO            PIC 9(04).
004487     05  DS-SOURCE              PIC X(20).
004488     05  DS-SCORE-DATA          PIC X(59).
004489
004500*SCREJECT - ONE LINE FOR EVERY FIELD THAT FAILS THE EDIT,
004600*FOLLOWING THE EXCFILE PATTERN ESTABLISHED BY VARS
004700 FD  SCREJECT.
004900     05  REJ-STUDENT-ID         PIC X(10).
005000     05  REJ-FIELD-NAME         PIC X(14).
005100     05  REJ-REASON             PIC X(44).
005102
005104*SCRDUPRP - THE REGISTRAR'S DUPLICATE SUBMISSION REPORT
005106 FD  SCRDUPRP.
005108 01  DUP-REPORT-LINE            PIC X(132).
005110
005120*RUNCTL - THE SHARED RUN-CONTROL REGISTER EVERY SUITE
005130*PROGRAM POSTS TO AT END OF JOB. SEE THE RCTRECC COPY
005140*MEMBER.
005150 FD  RUNCTL.
005151     COPY RCTRECC.
005152
005153*BUSDATE - THE NIGHT'S BUSINESS-DATE CONTROL RECORD SET BY
005154*NITEOPEN. SEE THE BDTRECC COPY MEMBER.
005155 FD  BUSDATE.
005156 01  BUSINESS-DATE-IN-RECORD    PIC X(25).
005157
005162*ENRMAST - THE INDEXED ENROLLMENT MASTER MAINTAINED BY
005163*ENRMAINT, KEYED ON SECTION-ID THEN STUDENT-ID. SEE THE
005164*ENRRECC COPY MEMBER FOR THE LAYOUT. READ RANDOMLY BY
005165*2260-CHECK-ENROLLMENT FOR EVERY DETAIL.
005166 FD  ENRMAST.
005167     COPY ENRRECC.
005200
005203*HISTFILE - THE RESULTS HISTORY MASTER MAINTAINED BY
005206*RSLTHIST, SORTED ASCENDING BY STUDENT-ID/SECTION-ID/
005209*RUN-DATE (SEE THE RHSRECC COPY MEMBER). OPTIONAL - WITH NO
005212*HISTORY YET THERE IS NOTHING TO MATCH.
005215 FD  HISTFILE.
005218 01  HISTORY-IN-RECORD          PIC X(89).
005221
005224*SCRSUSP - EVERY SUBMISSION OF A DUPLICATED STUDENT/SECTION -
005227*EACH COPY SENT TONIGHT WITH ITS SOURCE COLLEGE AND GROUP,
005230*AND ANY GRADE ALREADY ON THE HISTORY - HELD FOR THE
005233*REGISTRAR TO DECIDE WHICH, IF ANY, IS RESUBMITTED
005236 FD  SCRSUSP.
005239 01  SUSPENSE-RECORD.
005242     05  SUS-STUDENT-ID         PIC X(10).
005245     05  SUS-SECTION-ID         PIC X(08).
005248     05  SUS-ORIGIN             PIC X(01).
005251         88  SUS-FROM-TONIGHT   VALUE 'T'.
005254         88  SUS-FROM-HISTORY   VALUE 'H'.
005257     05  SUS-SOURCE             PIC X(20).
005260     05  SUS-GROUP-NO           PIC 9(04).
005263     05  SUS-SUBMISSION         PIC X(59).
005266     05  SUS-HISTORY-DATA REDEFINES SUS-SUBMISSION.
005269         10  SUS-HIST-RUN-DATE  PIC 9(08).
005272         10  SUS-HIST-CHECK-VAL PIC 9(03).
005275         10  SUS-HIST-PASS-FAIL PIC X(01).
005278         10  SUS-HIST-LETTER-GRADE
005281                                PIC X(01).
005284         10  FILLER             PIC X(46).
005287
005290
005300 WORKING-STORAGE SECTION.
005310*THE NIGHT'S BUSINESS DATE - THE SHARED LAYOUT FROM THE
005320*BDTRECC COPY MEMBER - AND THE SWITCHES FOR THE CHECK
005330*AGAINST NIGHTS ALREADY CLOSED ON RUNCTL
005340     COPY BDTRECC.
005350 01  WS-RCT-EOF-SW              PIC X(01) VALUE 'N'.
005360     88  WS-RCT-EOF             VALUE 'Y'.
005370 01  WS-DATE-CLOSED-SW          PIC X(01) VALUE 'N'.
005380     88  WS-DATE-CLOSED         VALUE 'Y'.
005390
005400*THE SCORE RECORD BEING EDITED - THE SHARED LAYOUT FROM THE
005500*SCORREC COPY MEMBER
005600     COPY SCORREC.
005620
005640*THE RESULTS HISTORY RECORD BEING MATCHED - THE SHARED
005660*LAYOUT FROM THE RHSRECC COPY MEMBER
005680     COPY RHSRECC.
005700
005800*SWITCHES
005900 01  WS-EOF-SW                  PIC X(01) VALUE 'N'.
006340     88  WS-SKIP-GROUP          VALUE 'Y'.
006350 01  WS-SORT-EOF-SW             PIC X(01).
006360     88  WS-SORT-EOF            VALUE 'Y'.
006364 01  WS-WORK-EOF-SW             PIC X(01).
006368     88  WS-WORK-EOF            VALUE 'Y'.
006372 01  WS-KEY-HELD-SW             PIC X(01).
006376     88  WS-KEY-HELD            VALUE 'Y'.
006380 01  WS-DUP-FOUND-SW            PIC X(01).
006384     88  WS-DUP-FOUND           VALUE 'Y'.
006388 01  WS-DUP-FULL-SW             PIC X(01) VALUE 'N'.
006392     88  WS-DUP-FULL            VALUE 'Y'.
006400
006410*BATCH GROUP CONTROL AREAS - THE CURRENT GROUP'S INCOMING
006420*TRAILER VALUES AND THE COUNT AND CHECK-VAL HASH OF WHAT
006492*HOLD AREA FOR THE RECORD IN THE BUFFER WHILE A PRIOR GROUP
006493*IS BEING CLOSED - 2850-CLOSE-GROUP BUILDS ITS FRESH
006494*TRAILER IN SCORE-RECORD
006495 01  WS-HELD-RECORD             PIC X(59).
006496
006497*THE ID SHOWN ON A REJECT LINE - THE STUDENT-ID FOR A
006498*DETAIL, A LITERAL FOR A CONTROL RECORD WHOSE BYTES WOULD
006507     05  WS-SRC-ENTRY OCCURS 20 TIMES.
006508         10  WS-SRC-NAME        PIC X(20).
006509         10  WS-SRC-ARRIVED     PIC 9(09).
006510         10  WS-SRC-HELD        PIC 9(09).
006511         10  WS-SRC-CLEAN       PIC 9(09).
006512         10  WS-SRC-REJECTED    PIC 9(09).
006513 01  WS-SRC-SUB                 PIC 9(02) COMP.
006514 01  WS-SRC-CUR                 PIC 9(02) COMP.
006515 77  WS-SRC-MAX                 PIC 9(02) COMP VALUE 20.
006516
006525*AN INCOMPLETE'S COMPLETION DEADLINE, BROKEN OUT FOR THE
006534*DATE EDIT
006543 01  WS-DEADLINE                PIC 9(08).
006552 01  WS-DEADLINE-PARTS REDEFINES WS-DEADLINE.
006561     05  WS-DEADLINE-YEAR       PIC 9(04).
006570     05  WS-DEADLINE-MONTH      PIC 9(02).
006579     05  WS-DEADLINE-DAY        PIC 9(02).
006580
006581*DAYS IN EACH MONTH FOR THE DEADLINE EDIT - FEBRUARY CARRIES
006582*29 AND IS CUT BACK TO 28 OUTSIDE A LEAP YEAR
006583 01  WS-MONTH-DAYS-VALUES.
006584     05  FILLER                 PIC X(24)
006585         VALUE '312931303130313130313031'.
006586 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
006587     05  WS-MONTH-DAYS          PIC 9(02) OCCURS 12 TIMES.
006588 01  WS-MAX-DAY                 PIC 9(02).
006589 01  WS-LEAP-QUOTIENT           PIC 9(04).
006590 01  WS-LEAP-REM-4              PIC 9(04).
006591 01  WS-LEAP-REM-100            PIC 9(04).
006592 01  WS-LEAP-REM-400            PIC 9(04).
006593
006600*RUN COUNTERS
006700 01  WS-COUNTERS.
006710     05  WS-READ-COUNT          PIC 9(09).
007000     05  WS-REASON-COUNT        PIC 9(09).
007010     05  WS-GROUP-COUNT         PIC 9(09).
007020     05  WS-GROUP-OOB-COUNT     PIC 9(09).
007030     05  WS-NOT-ENROLLED-COUNT  PIC 9(09).
007031     05  WS-DUP-KEY-COUNT       PIC 9(09).
007032     05  WS-HELD-COUNT          PIC 9(09).
007033     05  WS-HIST-MATCH-COUNT    PIC 9(09).
007034
007035*THE STAGED RECORD - THE GROUP NUMBER AND SOURCE ARE SET
007036*FROM THE GROUP'S HEADER; ONLY THE SCORE DATA CHANGES
007037*RECORD TO RECORD WITHIN A GROUP
007038 01  WS-NIGHT-WORK-RECORD.
007039     05  WS-NW-GROUP-NO         PIC 9(04).
007040     05  WS-NW-SOURCE           PIC X(20).
007041     05  WS-NW-SCORE-DATA       PIC X(59).
007042
007043*DUPLICATE MATCH AREAS - THE SUBMISSION JUST RETURNED BY
007044*DUPSORT, THE FIRST SUBMISSION OF THE CURRENT KEY HELD IN
007045*CASE A SECOND TURNS UP, AND THE RESULTS HISTORY KEY
007046*(HIGH-VALUES ONCE THE HISTORY IS EXHAUSTED)
007047 01  WS-DUP-SUBMISSION.
007048     05  WS-DS-KEY.
007049         10  WS-DS-STUDENT-ID   PIC X(10).
007050         10  WS-DS-SECTION-ID   PIC X(08).
007051     05  WS-DS-GROUP-NO         PIC 9(04).
007052     05  WS-DS-SOURCE           PIC X(20).
007053     05  WS-DS-SCORE-DATA       PIC X(59).
007054 01  WS-HELD-SUBMISSION.
007055     05  WS-HS-KEY.
007056         10  WS-HS-STUDENT-ID   PIC X(10).
007057         10  WS-HS-SECTION-ID   PIC X(08).
007058     05  WS-HS-GROUP-NO         PIC 9(04).
007059     05  WS-HS-SOURCE           PIC X(20).
007060     05  WS-HS-SCORE-DATA       PIC X(59).
007061 01  WS-HIST-KEY.
007062     05  WS-HK-STUDENT-ID       PIC X(10).
007063     05  WS-HK-SECTION-ID       PIC X(08).
007064 01  WS-DUP-SEARCH-KEY.
007065     05  WS-DSK-STUDENT-ID      PIC X(10).
007066     05  WS-DSK-SECTION-ID      PIC X(08).
007067
007068*HELD KEYS - EVERY STUDENT/SECTION HELD TONIGHT, ADDED IN
007069*THE SORT'S ASCENDING ORDER SO THE BUILD OF VSCORFIL CAN
007070*SEARCH IT BINARY
007071 01  WS-DUP-TABLE.
007072     05  WS-DUP-COUNT           PIC 9(04) COMP.
007073     05  WS-DUP-ENTRY OCCURS 1 TO 2000 TIMES
007074             DEPENDING ON WS-DUP-COUNT
007075             ASCENDING KEY IS WS-DUP-KEY
007076             INDEXED BY DUP-IDX.
007077         10  WS-DUP-KEY         PIC X(18).
007078 77  WS-DUP-MAX                 PIC 9(04) COMP VALUE 2000.
007079 77  WS-RC-CONTROL              PIC 9(02) VALUE 08.
007100
007200 PROCEDURE DIVISION.
007300*============================================================
007500*   DRIVES THE EDIT FROM OPEN THROUGH THE CLOSING COUNTS
007600*============================================================
007700 0000-MAINLINE.
007750     PERFORM 0900-GET-BUSINESS-DATE THRU 0900-EXIT
007800     PERFORM 1000-INITIALIZE THRU 1000-EXIT
007900     PERFORM 2000-EDIT-CASE THRU 2000-EXIT
008000         UNTIL WS-EOF
008150     PERFORM 8000-POST-RUN-CONTROL THRU 8000-EXIT
008200     STOP RUN.
008300
008301*============================================================
008302* 0900-GET-BUSINESS-DATE
008303*   READS THE NIGHT'S BUSINESS DATE FROM BUSDATE - THE RUN
008304*   DATE FOR EVERYTHING THIS RUN STAMPS - AND REFUSES A NIGHT
008305*   NITEBAL HAS ALREADY CLOSED ON RUNCTL UNLESS BUSDATE
008306*   CARRIES THE RERUN FLAG. NOTHING ELSE IS OPENED UNTIL THE
008307*   DATE IS SETTLED.
008308*============================================================
008309 0900-GET-BUSINESS-DATE.
008310     OPEN INPUT BUSDATE
008311     READ BUSDATE INTO BUSINESS-DATE-RECORD
008312         AT END
008313             MOVE SPACES TO BUSINESS-DATE-RECORD
008314     END-READ
008315     CLOSE BUSDATE
008316     IF BDT-BUSINESS-DATE NOT NUMERIC
008317             OR BDT-BUSINESS-DATE = 0
008318         DISPLAY 'NO USABLE BUSINESS DATE ON BUSDATE'
008319         DISPLAY 'RUN CANNOT CONTINUE - RUN NITEOPEN FIRST'
008320         MOVE WS-RC-CONTROL TO RETURN-CODE
008321         STOP RUN
008322     END-IF
008323     OPEN INPUT RUNCTL
008324     PERFORM 0910-CHECK-CLOSED-NIGHT THRU 0910-EXIT
008325         UNTIL WS-RCT-EOF
008326     CLOSE RUNCTL
008327     IF WS-DATE-CLOSED AND NOT BDT-RERUN
008328         DISPLAY 'BUSINESS DATE ' BDT-BUSINESS-DATE
008329                 ' ALREADY CLOSED ON RUNCTL'
008330         DISPLAY 'RUN CANNOT CONTINUE - RERUN FLAG NOT SET'
008331         MOVE WS-RC-CONTROL TO RETURN-CODE
008332         STOP RUN
008333     END-IF
008334     DISPLAY 'BUSINESS DATE: ' BDT-BUSINESS-DATE.
008335 0900-EXIT.
008336     EXIT.
008337
008338*============================================================
008339* 0910-CHECK-CLOSED-NIGHT
008340*   AN IN-BALANCE NITEBAL ENTRY FOR THE BUSINESS DATE MEANS
008341*   THE NIGHT HAS BEEN CLOSED
008342*============================================================
008343 0910-CHECK-CLOSED-NIGHT.
008344     READ RUNCTL
008345         AT END
008346             SET WS-RCT-EOF TO TRUE
008347             GO TO 0910-EXIT
008348     END-READ
008349     IF RCT-PROGRAM-ID = 'NITEBAL'
008350             AND RCT-RUN-DATE = BDT-BUSINESS-DATE
008351             AND RCT-RETURN-CODE < 08
008352         SET WS-DATE-CLOSED TO TRUE
008353     END-IF.
008354 0910-EXIT.
008355     EXIT.
008356
008400*============================================================
008500* 1000-INITIALIZE
008600*============================================================
008800     OPEN INPUT  SCOREFIL
008900     OPEN OUTPUT VSCORFIL
009000     OPEN OUTPUT SCREJECT
009010     OPEN INPUT  ENRMAST
009032     OPEN OUTPUT NITEWORK
009054     OPEN OUTPUT SCRSUSP
009076     OPEN OUTPUT SCRDUPRP
009100     INITIALIZE WS-COUNTERS
009110     MOVE 0 TO WS-SRC-COUNT
009155     MOVE 0 TO WS-DUP-COUNT
009200     PERFORM 2100-READ-SCORE-RECORD THRU 2100-EXIT.
009300 1000-EXIT.
009400     EXIT.
011820*============================================================
011830* 2050-EDIT-DETAIL
011840*   RUNS EVERY FIELD EDIT AGAINST THE CURRENT DETAIL. A
011842*   DETAIL WITH NO EXCEPTIONS IS KEPT IN GRPWORK FOR THE
011843*   GROUP'S CLOSING SORT AND ROLLED INTO THE GROUP'S CLEAN
011845*   HASH; ANY EXCEPTION
011846*   KEEPS THE WHOLE RECORD OUT OF THE CLEAN FILE, WITH ONE
011850*   TAKES EVERY READABLE CHECK-VAL, REJECTED OR NOT, BECAUSE
011852*   IT PROVES WHAT WAS TRANSMITTED RATHER THAN WHAT WAS
011854*   ACCEPTED. A DETAIL IN A SKIPPED GROUP, OR OUTSIDE ANY
011856*   GROUP, NEVER REACHES NITEWORK.
011858*============================================================
011860 2050-EDIT-DETAIL.
011861     MOVE SR-STUDENT-ID TO WS-REJ-CASE-ID
014410
014420*============================================================
014430* 2250-CHECK-SECTION-ID
014434*   FOLLOWED BY THE ENROLLMENT CHECK ON THE STUDENT/SECTION
014437*   PAIR, WHICH NEEDS THE SECTION-ID THIS PARAGRAPH EDITS
014440*============================================================
014450 2250-CHECK-SECTION-ID.
014460     IF SR-SECTION-ID = SPACES
014470         MOVE 'SECTION-ID' TO REJ-FIELD-NAME
014480         MOVE 'SECTION-ID IS BLANK' TO REJ-REASON
014490         PERFORM 2600-WRITE-REJECT THRU 2600-EXIT
014492     END-IF
014493     PERFORM 2260-CHECK-ENROLLMENT THRU 2260-EXIT.
014494 2250-EXIT.
014496     EXIT.
014500
014502*============================================================
014505* 2260-CHECK-ENROLLMENT
014508*   READS THE ENROLLMENT MASTER FOR THE DETAIL'S SECTION AND
014511*   STUDENT. NO RECORD, OR A RECORD MARKED DROPPED, REJECTS
014514*   THE SCORE. SKIPPED WHEN EITHER KEY IS BLANK - THE BLANK
014517*   FIELD HAS ALREADY BEEN REJECTED ON ITS OWN.
014520*============================================================
014523 2260-CHECK-ENROLLMENT.
014526     IF SR-STUDENT-ID = SPACES OR SR-SECTION-ID = SPACES
014529         GO TO 2260-EXIT
014532     END-IF
014535     MOVE SR-SECTION-ID TO ENR-SECTION-ID
014538     MOVE SR-STUDENT-ID TO ENR-STUDENT-ID
014541     READ ENRMAST
014544         INVALID KEY
014547             MOVE 'ENROLLMENT' TO REJ-FIELD-NAME
014550             MOVE 'STUDENT NOT ENROLLED IN SECTION'
014553                 TO REJ-REASON
014556             PERFORM 2600-WRITE-REJECT THRU 2600-EXIT
014559             ADD 1 TO WS-NOT-ENROLLED-COUNT
014562             GO TO 2260-EXIT
014565     END-READ
014568     IF ENR-DROPPED
014571         MOVE 'ENROLLMENT' TO REJ-FIELD-NAME
014574         MOVE 'STUDENT DROPPED FROM SECTION' TO REJ-REASON
014577         PERFORM 2600-WRITE-REJECT THRU 2600-EXIT
014580         ADD 1 TO WS-NOT-ENROLLED-COUNT
014583     END-IF.
014586 2260-EXIT.
014589     EXIT.
014592
014600*============================================================
014700* 2300-CHECK-CHECK-VAL
014800*============================================================
017100
017200*============================================================
017300* 2500-CHECK-NUM2
017330*   NUM2 IS THE LAST SCORE FIELD - THE INCOMPLETE INDICATOR
017360*   AND DEADLINE THAT FOLLOW IT ARE EDITED BY 2550
017400*============================================================
017500 2500-CHECK-NUM2.
017600     IF SR-NUM2 NOT NUMERIC
017800         MOVE 'SPACES OR NON-NUMERIC DATA IN A 9(09) FIELD'
017900             TO REJ-REASON
018000         PERFORM 2600-WRITE-REJECT THRU 2600-EXIT
018100     END-IF
018150     PERFORM 2550-CHECK-INCOMPLETE THRU 2550-EXIT.
018200 2500-EXIT.
018300     EXIT.
018302
018304*============================================================
018306* 2550-CHECK-INCOMPLETE
018307*   A BLANK INDICATOR IS AN ORDINARY GRADED DETAIL. AN
018308*   INCOMPLETE MUST CARRY A COMPLETION DEADLINE THAT IS A
018309*   REAL CALENDAR DATE - MONTH 01-12 AND A DAY THAT MONTH
018310*   HAS, WITH 29 FEBRUARY ONLY IN A LEAP YEAR (EVERY FOURTH
018311*   YEAR, CENTURIES ONLY WHEN DIVISIBLE BY 400) - AND FALLS
018312*   AFTER TONIGHT'S BUSINESS DATE. A DEADLINE ALREADY PASSED
018313*   WOULD LAPSE THE GRADE TO F BEFORE THE STUDENT HAD ANY
018314*   TIME TO FINISH. A DEADLINE ON A DETAIL WITH A BLANK
018315*   INDICATOR IS REJECTED BY 2560.
018318*============================================================
018320 2550-CHECK-INCOMPLETE.
018322     IF SR-INCOMPLETE-SW = SPACE
018323         PERFORM 2560-CHECK-STRAY-DEADLINE THRU 2560-EXIT
018324         GO TO 2550-EXIT
018326     END-IF
018328     IF NOT SR-INCOMPLETE
018330         MOVE 'INCOMPLETE' TO REJ-FIELD-NAME
018332         MOVE 'INCOMPLETE INDICATOR IS NOT I OR BLANK'
018334             TO REJ-REASON
018336         PERFORM 2600-WRITE-REJECT THRU 2600-EXIT
018338         GO TO 2550-EXIT
018340     END-IF
018342     IF SR-COMPLETE-BY NOT NUMERIC
018344         MOVE 'COMPLETE-BY' TO REJ-FIELD-NAME
018345         MOVE 'INCOMPLETE WITH NO NUMERIC COMPLETION DATE'
018346             TO REJ-REASON
018347         PERFORM 2600-WRITE-REJECT THRU 2600-EXIT
018348         GO TO 2550-EXIT
018349     END-IF
018350     MOVE SR-COMPLETE-BY TO WS-DEADLINE
018351     IF WS-DEADLINE-YEAR = 0
018352             OR WS-DEADLINE-MONTH < 1 OR WS-DEADLINE-MONTH > 12
018353         MOVE 'COMPLETE-BY' TO REJ-FIELD-NAME
018354         MOVE 'COMPLETION DATE IS NOT A CALENDAR DATE'
018355             TO REJ-REASON
018356         PERFORM 2600-WRITE-REJECT THRU 2600-EXIT
018357         GO TO 2550-EXIT
018358     END-IF
018359     MOVE WS-MONTH-DAYS (WS-DEADLINE-MONTH) TO WS-MAX-DAY
018360     IF WS-DEADLINE-MONTH = 2
018361         DIVIDE WS-DEADLINE-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
018362             REMAINDER WS-LEAP-REM-4
018363         DIVIDE WS-DEADLINE-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
018364             REMAINDER WS-LEAP-REM-100
018365         DIVIDE WS-DEADLINE-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
018366             REMAINDER WS-LEAP-REM-400
018367         IF WS-LEAP-REM-4 NOT = 0
018368                 OR (WS-LEAP-REM-100 = 0
018369                     AND WS-LEAP-REM-400 NOT = 0)
018370             MOVE 28 TO WS-MAX-DAY
018371         END-IF
018372     END-IF
018373     IF WS-DEADLINE-DAY < 1 OR WS-DEADLINE-DAY > WS-MAX-DAY
018374         MOVE 'COMPLETE-BY' TO REJ-FIELD-NAME
018375         MOVE 'COMPLETION DATE IS NOT A CALENDAR DATE'
018376             TO REJ-REASON
018377         PERFORM 2600-WRITE-REJECT THRU 2600-EXIT
018378         GO TO 2550-EXIT
018379     END-IF
018380     IF WS-DEADLINE NOT > BDT-BUSINESS-DATE
018381         MOVE 'COMPLETE-BY' TO REJ-FIELD-NAME
018382         MOVE 'COMPLETION DATE IS NOT AFTER THE RUN DATE'
018383             TO REJ-REASON
018384         PERFORM 2600-WRITE-REJECT THRU 2600-EXIT
018385     END-IF.
018386 2550-EXIT.
018388     EXIT.
018400
018410*============================================================
018420* 2560-CHECK-STRAY-DEADLINE
018430*   A DETAIL NOT MARKED INCOMPLETE HAS NO COMPLETION DATE. A
018440*   DATE WITH A BLANK INDICATOR MEANS THE INCOMPLETE MARK WAS
018450*   LOST OR THE DATE WAS KEYED IN ERROR, SO THE CASE IS
018460*   REJECTED RATHER THAN GRADED AS A FINAL MARK. A BLANK OR
018470*   ZERO DATE IS NO DATE.
018480*============================================================
018481 2560-CHECK-STRAY-DEADLINE.
018482     IF SR-COMPLETE-BY (1:8) = SPACES
018483             OR SR-COMPLETE-BY (1:8) = ZEROS
018484         GO TO 2560-EXIT
018485     END-IF
018486     MOVE 'COMPLETE-BY' TO REJ-FIELD-NAME
018487     MOVE 'COMPLETION DATE ON A DETAIL NOT INCOMPLETE'
018488         TO REJ-REASON
018489     PERFORM 2600-WRITE-REJECT THRU 2600-EXIT.
018490 2560-EXIT.
018491     EXIT.
018492
018500*============================================================
018600* 2600-WRITE-REJECT
018700*   WRITES THE REJECT LINE FOR ONE FAILING FIELD AND MARKS
019768         GO TO 2700-EXIT
019770     END-IF
019772     SET WS-GROUP-OPEN TO TRUE
019773     MOVE WS-GRP-SOURCE TO WS-NW-SOURCE
019774     ADD 1 TO WS-GROUP-COUNT
019775     MOVE WS-GROUP-COUNT TO WS-NW-GROUP-NO
019776     MOVE 0 TO WS-GRP-DETAIL-COUNT
019778     MOVE 0 TO WS-GRP-ARRIVED-HASH
019780     MOVE 0 TO WS-GRP-CLEAN-COUNT
019782     MOVE 0 TO WS-GRP-CLEAN-HASH
019783     OPEN OUTPUT GRPWORK
019784     MOVE SCORE-RECORD TO WS-NW-SCORE-DATA
019785     WRITE NIGHT-WORK-RECORD FROM WS-NIGHT-WORK-RECORD.
019786 2700-EXIT.
019788     EXIT.
019790
019840     MOVE WS-GRP-SOURCE TO WS-SRC-NAME (WS-SRC-CUR)
019842     MOVE 0 TO WS-SRC-ARRIVED (WS-SRC-CUR)
019844     MOVE 0 TO WS-SRC-CLEAN (WS-SRC-CUR)
019845     MOVE 0 TO WS-SRC-HELD (WS-SRC-CUR)
019846     MOVE 0 TO WS-SRC-REJECTED (WS-SRC-CUR).
019848 2750-EXIT.
019850     EXIT.
019980* 2850-CLOSE-GROUP
019982*   SORTS THE GROUP'S CLEAN DETAILS FROM GRPWORK INTO
019983*   SECTION/STUDENT ORDER BEHIND THE HEADER ALREADY ON
019984*   NITEWORK, THEN WRITES THE FRESH TRAILER COVERING THE
019985*   GROUP'S CLEAN RECORDS (RECOMPUTED AGAIN WHEN VSCORFIL IS
019986*   BUILT, IF DUPLICATES ARE HELD OUT), AND MARKS THE
019989*   GROUP CLOSED. BUILDS THE TRAILER IN SCORE-RECORD - A
019990*   CALLER HOLDING ANOTHER RECORD THERE MUST SAVE IT FIRST.
019992*============================================================
020003         USING GRPWORK
020005         OUTPUT PROCEDURE IS 2860-WRITE-SORTED
020007             THRU 2860-EXIT
020008     MOVE SPACES TO SCORE-RECORD
020009     SET SR-TRAILER TO TRUE
020010     MOVE WS-GRP-CLEAN-COUNT TO SR-TRL-RECORD-COUNT
020011     MOVE WS-GRP-CLEAN-HASH TO SR-TRL-HASH-TOTAL
020012     MOVE SCORE-RECORD TO WS-NW-SCORE-DATA
020013     WRITE NIGHT-WORK-RECORD FROM WS-NIGHT-WORK-RECORD
020014     MOVE 'N' TO WS-GROUP-OPEN-SW.
020015 2850-EXIT.
020016     EXIT.
020018*============================================================
020019* 2860-WRITE-SORTED
020020*   SORT OUTPUT PROCEDURE - PASSES THE GROUP'S CLEAN
020021*   DETAILS TO NITEWORK IN SORTED ORDER
020022*============================================================
020023 2860-WRITE-SORTED.
020025     PERFORM 2865-RETURN-ONE-RECORD THRU 2865-EXIT
020037* 2865-RETURN-ONE-RECORD
020039*============================================================
020041 2865-RETURN-ONE-RECORD.
020043     RETURN SORTWORK INTO WS-NW-SCORE-DATA
020045         AT END
020047             SET WS-SORT-EOF TO TRUE
020049             GO TO 2865-EXIT
020051     END-RETURN
020053     WRITE NIGHT-WORK-RECORD FROM WS-NIGHT-WORK-RECORD.
020055 2865-EXIT.
020057     EXIT.
020059
020085
020087*============================================================
020089* 3000-FINALIZE
020125*   CLOSES A GROUP LEFT OPEN AT END OF FILE, HOLDS OUT THE
020161*   DUPLICATE SUBMISSIONS AND BUILDS VSCORFIL FROM NITEWORK,
020197*   THEN DISPLAYS THE RUN COUNTS AND THE PER-SOURCE
020233*   ACCOUNTING THE SCHEDULER AND THE COLLEGES USE TO SEE
020269*   WHAT SURVIVED THE EDIT
020310*============================================================
020320 3000-FINALIZE.
020330     IF WS-GROUP-OPEN
020350                 WS-GRP-SOURCE
020360         ADD 1 TO WS-GROUP-OOB-COUNT
020370         PERFORM 2850-CLOSE-GROUP THRU 2850-EXIT
020371     END-IF
020372     CLOSE NITEWORK
020373     PERFORM 4000-FIND-DUPLICATES THRU 4000-EXIT
020374     PERFORM 4500-BUILD-VALID-FILE THRU 4500-EXIT
020375     IF WS-DUP-FULL
020376         MOVE WS-RC-CONTROL TO RETURN-CODE
020380     END-IF
020390     IF WS-GROUP-COUNT = 0
020400         DISPLAY 'WARNING - NO BATCH GROUP RECEIVED'
020460     DISPLAY 'CLEAN RECORDS...: ' WS-CLEAN-COUNT
020470     DISPLAY 'REJECTED RECORDS: ' WS-REJECT-COUNT
020480     DISPLAY 'REJECT REASONS..: ' WS-REASON-COUNT
020485     DISPLAY 'NOT ENROLLED....: ' WS-NOT-ENROLLED-COUNT
020486     DISPLAY 'DUPLICATE KEYS..: ' WS-DUP-KEY-COUNT
020487     DISPLAY 'HELD SUBMISSIONS: ' WS-HELD-COUNT
020488     DISPLAY 'HISTORY MATCHES.: ' WS-HIST-MATCH-COUNT
020490     PERFORM 3100-DISPLAY-SOURCE-LINE THRU 3100-EXIT
020500         VARYING WS-SRC-SUB FROM 1 BY 1
020510         UNTIL WS-SRC-SUB > WS-SRC-COUNT
020520     CLOSE SCOREFIL
020530     CLOSE VSCORFIL
020540     CLOSE SCREJECT
020542     CLOSE ENRMAST
020544     CLOSE SCRSUSP
020546     CLOSE SCRDUPRP.
020550 3000-EXIT.
020560     EXIT.
020570
020580*============================================================
020590* 3100-DISPLAY-SOURCE-LINE
020600*   ONE ACCOUNTING LINE PER SOURCE - WHAT ARRIVED FROM THAT
020606*   COLLEGE, WHAT PASSED THE EDIT, WHAT WAS HELD AS A
020612*   DUPLICATE AND WHAT WAS REJECTED
020620*============================================================
020630 3100-DISPLAY-SOURCE-LINE.
020640     DISPLAY 'SOURCE ' WS-SRC-NAME (WS-SRC-SUB)
020650             ' ARRIVED=' WS-SRC-ARRIVED (WS-SRC-SUB)
020660             ' CLEAN=' WS-SRC-CLEAN (WS-SRC-SUB)
020665             ' HELD=' WS-SRC-HELD (WS-SRC-SUB)
020670             ' REJECTED=' WS-SRC-REJECTED (WS-SRC-SUB).
020680 3100-EXIT.
020690     EXIT.
020700*============================================================
020710* 4000-FIND-DUPLICATES
020720*   RESORTS EVERY STAGED CLEAN DETAIL INTO STUDENT/SECTION
020730*   ORDER ACROSS ALL THE GROUPS AND MATCHES IT TO THE
020740*   RESULTS HISTORY. A KEY SENT MORE THAN ONCE TONIGHT, OR
020750*   ALREADY ON THE HISTORY, IS HELD - EVERY SUBMISSION OF IT
020760*   GOES TO SCRSUSP AND THE REGISTRAR REPORT AND THE KEY IS
020770*   POSTED TO THE HELD-KEY TABLE FOR THE BUILD OF VSCORFIL.
020780*============================================================
020790 4000-FIND-DUPLICATES.
020800     OPEN INPUT HISTFILE
020810     MOVE SPACES TO DUP-REPORT-LINE
020820     STRING 'DUPLICATE SCORE SUBMISSIONS HELD FROM GRADING'
020830             ' - FOR REGISTRAR REVIEW'
020840             INTO DUP-REPORT-LINE
020850     WRITE DUP-REPORT-LINE
020860     MOVE SPACES TO DUP-REPORT-LINE
020870     WRITE DUP-REPORT-LINE
020880     MOVE LOW-VALUES TO WS-HELD-SUBMISSION
020890     MOVE 'N' TO WS-KEY-HELD-SW
020900     PERFORM 4300-READ-HISTORY THRU 4300-EXIT
020910     SORT DUPSORT
020920         ASCENDING KEY DS-STUDENT-ID
020930                       DS-SECTION-ID
020940                       DS-GROUP-NO
020950         INPUT PROCEDURE IS 4100-RELEASE-DETAILS
020960             THRU 4100-EXIT
020970         OUTPUT PROCEDURE IS 4200-MATCH-DUPLICATES
020980             THRU 4200-EXIT
020990     CLOSE HISTFILE
021000     MOVE SPACES TO DUP-REPORT-LINE
021010     WRITE DUP-REPORT-LINE
021020     MOVE SPACES TO DUP-REPORT-LINE
021030     STRING 'KEYS HELD=' WS-DUP-KEY-COUNT
021040             ' SUBMISSIONS HELD=' WS-HELD-COUNT
021050             ' HISTORY GRADES MATCHED=' WS-HIST-MATCH-COUNT
021060             INTO DUP-REPORT-LINE
021070     WRITE DUP-REPORT-LINE.
021080 4000-EXIT.
021090     EXIT.
021100
021110*============================================================
021120* 4100-RELEASE-DETAILS
021130*   SORT INPUT PROCEDURE - READS NITEWORK BACK AND RELEASES
021140*   EVERY DETAIL WITH ITS GROUP NUMBER AND SOURCE. HEADERS
021150*   AND TRAILERS ARE NOT SORTED.
021160*============================================================
021170 4100-RELEASE-DETAILS.
021180     OPEN INPUT NITEWORK
021190     MOVE 'N' TO WS-WORK-EOF-SW
021200     PERFORM 4110-RELEASE-ONE-DETAIL THRU 4110-EXIT
021210         UNTIL WS-WORK-EOF
021220     CLOSE NITEWORK.
021230 4100-EXIT.
021240     EXIT.
021250
021260*============================================================
021270* 4110-RELEASE-ONE-DETAIL
021280*============================================================
021290 4110-RELEASE-ONE-DETAIL.
021300     READ NITEWORK INTO WS-NIGHT-WORK-RECORD
021310         AT END
021320             SET WS-WORK-EOF TO TRUE
021330             GO TO 4110-EXIT
021340     END-READ
021350     MOVE WS-NW-SCORE-DATA TO SCORE-RECORD
021360     IF NOT SR-DETAIL
021370         GO TO 4110-EXIT
021380     END-IF
021390     MOVE SR-STUDENT-ID TO DS-STUDENT-ID
021400     MOVE SR-SECTION-ID TO DS-SECTION-ID
021410     MOVE WS-NW-GROUP-NO TO DS-GROUP-NO
021420     MOVE WS-NW-SOURCE TO DS-SOURCE
021430     MOVE WS-NW-SCORE-DATA TO DS-SCORE-DATA
021440     RELEASE DUP-SORT-RECORD.
021450 4110-EXIT.
021460     EXIT.
021470
021480*============================================================
021490* 4200-MATCH-DUPLICATES
021500*   SORT OUTPUT PROCEDURE - ONE SORTED SUBMISSION PER
021510*   ITERATION OF 4210
021520*============================================================
021530 4200-MATCH-DUPLICATES.
021540     MOVE 'N' TO WS-SORT-EOF-SW
021550     PERFORM 4210-MATCH-ONE-SUBMISSION THRU 4210-EXIT
021560         UNTIL WS-SORT-EOF.
021570 4200-EXIT.
021580     EXIT.
021590
021600*============================================================
021610* 4210-MATCH-ONE-SUBMISSION
021620*   A SUBMISSION WITH THE SAME KEY AS THE ONE BEFORE IT IS A
021630*   SECOND COPY SENT TONIGHT - THE KEY IS HELD (WRITING THE
021640*   FIRST COPY) IF IT IS NOT ALREADY, AND THIS COPY IS
021650*   WRITTEN TOO. A NEW KEY IS KEPT AS THE FIRST COPY AND
021660*   MATCHED TO THE HISTORY; A GRADE ALREADY THERE HOLDS THE
021670*   KEY AND EVERY HISTORY RECORD FOR IT IS WRITTEN.
021680*============================================================
021690 4210-MATCH-ONE-SUBMISSION.
021700     RETURN DUPSORT INTO WS-DUP-SUBMISSION
021710         AT END
021720             SET WS-SORT-EOF TO TRUE
021730             GO TO 4210-EXIT
021740     END-RETURN
021750     IF WS-DS-KEY = WS-HS-KEY
021760         IF NOT WS-KEY-HELD
021770             PERFORM 4250-HOLD-KEY THRU 4250-EXIT
021780         END-IF
021790         MOVE WS-DUP-SUBMISSION TO WS-HELD-SUBMISSION
021800         PERFORM 4270-WRITE-TONIGHT-SUSPENSE THRU 4270-EXIT
021810         GO TO 4210-EXIT
021820     END-IF
021830     MOVE WS-DUP-SUBMISSION TO WS-HELD-SUBMISSION
021840     MOVE 'N' TO WS-KEY-HELD-SW
021850     PERFORM 4300-READ-HISTORY THRU 4300-EXIT
021860         UNTIL WS-HIST-KEY NOT < WS-DS-KEY
021870     IF WS-HIST-KEY = WS-DS-KEY
021880         PERFORM 4250-HOLD-KEY THRU 4250-EXIT
021890         PERFORM 4280-WRITE-HISTORY-SUSPENSE THRU 4280-EXIT
021900             UNTIL WS-HIST-KEY NOT = WS-DS-KEY
021910     END-IF.
021920 4210-EXIT.
021930     EXIT.
021940
021950*============================================================
021960* 4250-HOLD-KEY
021970*   POSTS THE CURRENT KEY TO THE HELD-KEY TABLE AND WRITES
021980*   THE FIRST SUBMISSION OF IT, KEPT IN WS-HELD-SUBMISSION.
021990*   A FULL TABLE CANNOT HOLD THE KEY OUT OF VSCORFIL, SO THE
022000*   RUN IS MARKED TO END WITH RETURN CODE 8 AND THE NIGHT IS
022010*   STOPPED AHEAD OF GRADING.
022020*============================================================
022030 4250-HOLD-KEY.
022040     SET WS-KEY-HELD TO TRUE
022050     ADD 1 TO WS-DUP-KEY-COUNT
022060     IF WS-DUP-COUNT >= WS-DUP-MAX
022070         IF NOT WS-DUP-FULL
022080             DISPLAY 'HELD-KEY TABLE FULL AT 2000 KEYS - '
022090                     'RUN ENDS WITH RETURN CODE 8'
022100         END-IF
022110         SET WS-DUP-FULL TO TRUE
022120     ELSE
022130         ADD 1 TO WS-DUP-COUNT
022140         MOVE WS-HS-KEY TO WS-DUP-KEY (WS-DUP-COUNT)
022150     END-IF
022160     PERFORM 4270-WRITE-TONIGHT-SUSPENSE THRU 4270-EXIT.
022170 4250-EXIT.
022180     EXIT.
022190
022200*============================================================
022210* 4270-WRITE-TONIGHT-SUSPENSE
022220*   WRITES THE SUBMISSION IN WS-HELD-SUBMISSION TO SCRSUSP
022230*   AND THE REGISTRAR REPORT WITH ITS SOURCE COLLEGE
022240*============================================================
022250 4270-WRITE-TONIGHT-SUSPENSE.
022260     MOVE SPACES TO SUSPENSE-RECORD
022270     MOVE WS-HS-STUDENT-ID TO SUS-STUDENT-ID
022280     MOVE WS-HS-SECTION-ID TO SUS-SECTION-ID
022290     SET SUS-FROM-TONIGHT TO TRUE
022300     MOVE WS-HS-SOURCE TO SUS-SOURCE
022310     MOVE WS-HS-GROUP-NO TO SUS-GROUP-NO
022320     MOVE WS-HS-SCORE-DATA TO SUS-SUBMISSION
022330     WRITE SUSPENSE-RECORD
022340     ADD 1 TO WS-HELD-COUNT
022350     MOVE WS-HS-SCORE-DATA TO SCORE-RECORD
022360     MOVE SPACES TO DUP-REPORT-LINE
022370     STRING 'TONIGHT  STUDENT=' WS-HS-STUDENT-ID
022380             ' SECTION=' WS-HS-SECTION-ID
022390             ' SOURCE=' WS-HS-SOURCE
022400             ' GROUP=' WS-HS-GROUP-NO
022410             ' CHECK-VAL=' SR-CHECK-VAL
022420             ' NUM1=' SR-NUM1
022430             ' NUM2=' SR-NUM2
022440             INTO DUP-REPORT-LINE
022450     WRITE DUP-REPORT-LINE.
022460 4270-EXIT.
022470     EXIT.
022480
022490*============================================================
022500* 4280-WRITE-HISTORY-SUSPENSE
022510*   WRITES THE HISTORY RECORD IN HAND TO SCRSUSP AND THE
022520*   REGISTRAR REPORT, THEN READS THE NEXT ONE
022530*============================================================
022540 4280-WRITE-HISTORY-SUSPENSE.
022550     MOVE SPACES TO SUSPENSE-RECORD
022560     MOVE RHS-STUDENT-ID TO SUS-STUDENT-ID
022570     MOVE RHS-SECTION-ID TO SUS-SECTION-ID
022580     SET SUS-FROM-HISTORY TO TRUE
022590     MOVE 'RESULTS HISTORY' TO SUS-SOURCE
022600     MOVE 0 TO SUS-GROUP-NO
022610     MOVE RHS-RUN-DATE TO SUS-HIST-RUN-DATE
022620     MOVE RHS-CHECK-VAL TO SUS-HIST-CHECK-VAL
022630     MOVE RHS-PASS-FAIL TO SUS-HIST-PASS-FAIL
022640     MOVE RHS-LETTER-GRADE TO SUS-HIST-LETTER-GRADE
022650     WRITE SUSPENSE-RECORD
022660     ADD 1 TO WS-HIST-MATCH-COUNT
022670     MOVE SPACES TO DUP-REPORT-LINE
022680     STRING 'HISTORY  STUDENT=' RHS-STUDENT-ID
022690             ' SECTION=' RHS-SECTION-ID
022700             ' ALREADY GRADED ' RHS-RUN-DATE
022710             ' CHECK-VAL=' RHS-CHECK-VAL
022720             ' GRADE=' RHS-LETTER-GRADE
022730             INTO DUP-REPORT-LINE
022740     WRITE DUP-REPORT-LINE
022750     PERFORM 4300-READ-HISTORY THRU 4300-EXIT.
022760 4280-EXIT.
022770     EXIT.
022780
022790*============================================================
022800* 4300-READ-HISTORY
022810*   READS THE NEXT RESULTS HISTORY RECORD AND POSTS ITS
022820*   STUDENT/SECTION KEY; HIGH-VALUES AT END OF FILE
022830*============================================================
022840 4300-READ-HISTORY.
022850     READ HISTFILE INTO RESULTS-HISTORY-RECORD
022860         AT END
022870             MOVE HIGH-VALUES TO WS-HIST-KEY
022880             GO TO 4300-EXIT
022890     END-READ
022900     MOVE RHS-STUDENT-ID TO WS-HK-STUDENT-ID
022910     MOVE RHS-SECTION-ID TO WS-HK-SECTION-ID.
022920 4300-EXIT.
022930     EXIT.
022940
022950*============================================================
022960* 4500-BUILD-VALID-FILE
022970*   COPIES NITEWORK TO VSCORFIL GROUP BY GROUP, LEAVING OUT
022980*   EVERY DETAIL WHOSE KEY IS HELD AND RECOMPUTING EACH
022990*   GROUP'S TRAILER COUNT AND CHECK-VAL HASH OVER WHAT IS
023000*   ACTUALLY WRITTEN, SO THE GRADING STEP STILL BALANCES
023010*============================================================
023020 4500-BUILD-VALID-FILE.
023030     OPEN INPUT NITEWORK
023040     MOVE 'N' TO WS-WORK-EOF-SW
023050     PERFORM 4510-BUILD-ONE-RECORD THRU 4510-EXIT
023060         UNTIL WS-WORK-EOF
023070     CLOSE NITEWORK.
023080 4500-EXIT.
023090     EXIT.
023100
023110*============================================================
023120* 4510-BUILD-ONE-RECORD
023130*============================================================
023140 4510-BUILD-ONE-RECORD.
023150     READ NITEWORK INTO WS-NIGHT-WORK-RECORD
023160         AT END
023170             SET WS-WORK-EOF TO TRUE
023180             GO TO 4510-EXIT
023190     END-READ
023200     MOVE WS-NW-SCORE-DATA TO SCORE-RECORD
023210     EVALUATE TRUE
023220         WHEN SR-HEADER
023230             MOVE 0 TO WS-GRP-CLEAN-COUNT
023240             MOVE 0 TO WS-GRP-CLEAN-HASH
023250             WRITE VALID-SCORE-RECORD FROM SCORE-RECORD
023260         WHEN SR-TRAILER
023270             MOVE WS-GRP-CLEAN-COUNT TO SR-TRL-RECORD-COUNT
023280             MOVE WS-GRP-CLEAN-HASH TO SR-TRL-HASH-TOTAL
023290             WRITE VALID-SCORE-RECORD FROM SCORE-RECORD
023300         WHEN OTHER
023310             PERFORM 4520-PASS-DETAIL THRU 4520-EXIT
023320     END-EVALUATE.
023330 4510-EXIT.
023340     EXIT.
023350
023360*============================================================
023370* 4520-PASS-DETAIL
023380*   A DETAIL WHOSE KEY IS HELD STAYS OUT OF VSCORFIL AND
023390*   MOVES FROM ITS SOURCE'S CLEAN FIGURE TO ITS HELD FIGURE;
023400*   ANY OTHER GOES THROUGH AND INTO THE GROUP'S TRAILER
023410*============================================================
023420 4520-PASS-DETAIL.
023430     MOVE 'N' TO WS-DUP-FOUND-SW
023440     IF WS-DUP-COUNT > 0
023450         MOVE SR-STUDENT-ID TO WS-DSK-STUDENT-ID
023460         MOVE SR-SECTION-ID TO WS-DSK-SECTION-ID
023470         SEARCH ALL WS-DUP-ENTRY
023480             WHEN WS-DUP-KEY (DUP-IDX) = WS-DUP-SEARCH-KEY
023490                 SET WS-DUP-FOUND TO TRUE
023500         END-SEARCH
023510     END-IF
023520     IF WS-DUP-FOUND
023530         MOVE WS-NW-SOURCE TO WS-GRP-SOURCE
023540         PERFORM 2750-FIND-SOURCE THRU 2750-EXIT
023550         SUBTRACT 1 FROM WS-SRC-CLEAN (WS-SRC-CUR)
023560         ADD 1 TO WS-SRC-HELD (WS-SRC-CUR)
023570         SUBTRACT 1 FROM WS-CLEAN-COUNT
023580         GO TO 4520-EXIT
023590     END-IF
023600     WRITE VALID-SCORE-RECORD FROM SCORE-RECORD
023610     ADD 1 TO WS-GRP-CLEAN-COUNT
023620     ADD SR-CHECK-VAL TO WS-GRP-CLEAN-HASH.
023630 4520-EXIT.
023640     EXIT.
023650
023660*============================================================
023670* 8000-POST-RUN-CONTROL
023680*   POSTS THIS RUN'S LINE TO THE SHARED RUN-CONTROL
023690*   REGISTER - DETAILS ARRIVED IN, CLEAN RECORDS OUT,
023700*   RECORDS REJECTED - SO NITEBAL CAN CROSS-FOOT THE NIGHT
023710*============================================================
023720 8000-POST-RUN-CONTROL.
023730     OPEN EXTEND RUNCTL
023740     MOVE 'SCOREEDT' TO RCT-PROGRAM-ID
023750     MOVE BDT-BUSINESS-DATE TO RCT-RUN-DATE
023760     ACCEPT RCT-RUN-TIME FROM TIME
023770     MOVE WS-DETAIL-COUNT TO RCT-INPUT-COUNT
023780     MOVE WS-CLEAN-COUNT TO RCT-OUTPUT-COUNT
023790     MOVE WS-REJECT-COUNT TO RCT-REJECT-COUNT
023800     MOVE RETURN-CODE TO RCT-RETURN-CODE
023810     WRITE RUN-CONTROL-RECORD
023820     CLOSE RUNCTL.
023830 8000-EXIT.
023840     EXIT.

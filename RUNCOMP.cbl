002170*                  TO THE SHARED RUNCTL RUN-CONTROL REGISTER
002180*                  (LAYOUT IN THE RCTRECC COPY MEMBER) SO
002190*                  NITEBAL CAN CROSS-FOOT THE NIGHT'S STEPS.
002191* 09/24/2026 RLM   TAKES ITS RUN DATE FROM THE NIGHT'S BUSINESS
002192*                  DATE ON BUSDATE (BDTRECC COPY MEMBER) INSTEAD
002193*                  OF THE SYSTEM CLOCK SO A RERUN POSTS UNDER THE
002194*                  NIGHT IT BELONGS TO, AND REFUSES WITH RETURN
002195*                  CODE 8 TO RUN AGAINST A NIGHT NITEBAL HAS
002196*                  ALREADY CLOSED ON RUNCTL UNLESS BUSDATE
002197*                  CARRIES THE RERUN FLAG.
002200*----------------------------------------------------------
002300
002400 ENVIRONMENT DIVISION.
003200         ORGANIZATION IS LINE SEQUENTIAL.
003210     SELECT RUNCTL ASSIGN TO "RUNCTL"
003220         ORGANIZATION IS LINE SEQUENTIAL.
003246     SELECT BUSDATE ASSIGN TO "BUSDATE"
003272         ORGANIZATION IS LINE SEQUENTIAL.
003300
003400 DATA DIVISION.
003500 FILE SECTION.
004640*MEMBER.
004650 FD  RUNCTL.
004660     COPY RCTRECC.
004666
004672*BUSDATE - THE NIGHT'S BUSINESS-DATE CONTROL RECORD SET BY
004678*NITEOPEN. SEE THE BDTRECC COPY MEMBER.
004684 FD  BUSDATE.
004690 01  BUSINESS-DATE-IN-RECORD    PIC X(25).
004700
004800 WORKING-STORAGE SECTION.
004810*THE NIGHT'S BUSINESS DATE - THE SHARED LAYOUT FROM THE
004820*BDTRECC COPY MEMBER - AND THE SWITCHES FOR THE CHECK
004830*AGAINST NIGHTS ALREADY CLOSED ON RUNCTL
004840     COPY BDTRECC.
004850 01  WS-RCT-EOF-SW              PIC X(01) VALUE 'N'.
004860     88  WS-RCT-EOF             VALUE 'Y'.
004870 01  WS-DATE-CLOSED-SW          PIC X(01) VALUE 'N'.
004880     88  WS-DATE-CLOSED         VALUE 'Y'.
004890
004900*THE FEED RECORD BEING UNPACKED - THE SHARED LAYOUT FROM
005000*THE RSLTFDC COPY MEMBER
005100     COPY RSLTFDC.
007180     88  WS-CR-TRL-SEEN         VALUE 'Y'.
007190 01  WS-PR-TRL-COUNT            PIC 9(09).
007200 01  WS-CR-TRL-COUNT            PIC 9(09).
007202
007204*RETURN CODE SETTING - 8 MEANS NO USABLE BUSINESS DATE OR A
007206*NIGHT ALREADY CLOSED
007208 77  WS-RC-CONTROL              PIC 9(02) VALUE 08.
007210
007300 PROCEDURE DIVISION.
007400*============================================================
007700*   DRIVEN UNTIL BOTH FILES ARE EXHAUSTED
007800*============================================================
007900 0000-MAINLINE.
007950     PERFORM 0900-GET-BUSINESS-DATE THRU 0900-EXIT
008000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
008100     PERFORM 2000-COMPARE-CASE THRU 2000-EXIT
008200         UNTIL WS-PR-KEY = HIGH-VALUES
008450     PERFORM 8000-POST-RUN-CONTROL THRU 8000-EXIT
008500     STOP RUN.
008600
008601*============================================================
008602* 0900-GET-BUSINESS-DATE
008603*   READS THE NIGHT'S BUSINESS DATE FROM BUSDATE - THE RUN
008604*   DATE FOR EVERYTHING THIS RUN STAMPS - AND REFUSES A NIGHT
008605*   NITEBAL HAS ALREADY CLOSED ON RUNCTL UNLESS BUSDATE
008606*   CARRIES THE RERUN FLAG. NOTHING ELSE IS OPENED UNTIL THE
008607*   DATE IS SETTLED.
008608*============================================================
008609 0900-GET-BUSINESS-DATE.
008610     OPEN INPUT BUSDATE
008611     READ BUSDATE INTO BUSINESS-DATE-RECORD
008612         AT END
008613             MOVE SPACES TO BUSINESS-DATE-RECORD
008614     END-READ
008615     CLOSE BUSDATE
008616     IF BDT-BUSINESS-DATE NOT NUMERIC
008617             OR BDT-BUSINESS-DATE = 0
008618         DISPLAY 'NO USABLE BUSINESS DATE ON BUSDATE'
008619         DISPLAY 'RUN CANNOT CONTINUE - RUN NITEOPEN FIRST'
008620         MOVE WS-RC-CONTROL TO RETURN-CODE
008621         STOP RUN
008622     END-IF
008623     OPEN INPUT RUNCTL
008624     PERFORM 0910-CHECK-CLOSED-NIGHT THRU 0910-EXIT
008625         UNTIL WS-RCT-EOF
008626     CLOSE RUNCTL
008627     IF WS-DATE-CLOSED AND NOT BDT-RERUN
008628         DISPLAY 'BUSINESS DATE ' BDT-BUSINESS-DATE
008629                 ' ALREADY CLOSED ON RUNCTL'
008630         DISPLAY 'RUN CANNOT CONTINUE - RERUN FLAG NOT SET'
008631         MOVE WS-RC-CONTROL TO RETURN-CODE
008632         STOP RUN
008633     END-IF
008634     DISPLAY 'BUSINESS DATE: ' BDT-BUSINESS-DATE.
008635 0900-EXIT.
008636     EXIT.
008637
008638*============================================================
008639* 0910-CHECK-CLOSED-NIGHT
008640*   AN IN-BALANCE NITEBAL ENTRY FOR THE BUSINESS DATE MEANS
008641*   THE NIGHT HAS BEEN CLOSED
008642*============================================================
008643 0910-CHECK-CLOSED-NIGHT.
008644     READ RUNCTL
008645         AT END
008646             SET WS-RCT-EOF TO TRUE
008647             GO TO 0910-EXIT
008648     END-READ
008649     IF RCT-PROGRAM-ID = 'NITEBAL'
008650             AND RCT-RUN-DATE = BDT-BUSINESS-DATE
008651             AND RCT-RETURN-CODE < 08
008652         SET WS-DATE-CLOSED TO TRUE
008653     END-IF.
008654 0910-EXIT.
008655     EXIT.
008656
008700*============================================================
008800* 1000-INITIALIZE
008900*============================================================
028900 8000-POST-RUN-CONTROL.
029000     OPEN EXTEND RUNCTL
029100     MOVE 'RUNCOMP' TO RCT-PROGRAM-ID
029200     MOVE BDT-BUSINESS-DATE TO RCT-RUN-DATE
029300     ACCEPT RCT-RUN-TIME FROM TIME
029400     MOVE WS-CR-READ-COUNT TO RCT-INPUT-COUNT
029500     MOVE WS-CHANGED-COUNT TO RCT-OUTPUT-COUNT

002620*                  TO THE SHARED RUNCTL RUN-CONTROL REGISTER
002630*                  (LAYOUT IN THE RCTRECC COPY MEMBER) SO
002640*                  NITEBAL CAN CROSS-FOOT THE NIGHT'S STEPS.
002647* 09/24/2026 RLM   TAKES ITS RUN DATE FROM THE NIGHT'S BUSINESS
002654*                  DATE ON BUSDATE (BDTRECC COPY MEMBER) INSTEAD
002661*                  OF THE SYSTEM CLOCK SO A RERUN POSTS UNDER THE
002668*                  NIGHT IT BELONGS TO, AND REFUSES WITH RETURN
002675*                  CODE 8 TO RUN AGAINST A NIGHT NITEBAL HAS
002682*                  ALREADY CLOSED ON RUNCTL UNLESS BUSDATE
002689*                  CARRIES THE RERUN FLAG.
002700*----------------------------------------------------------
002800
002900 ENVIRONMENT DIVISION.
004000     SELECT SORTWORK ASSIGN TO "SORTWORK".
004010     SELECT RUNCTL ASSIGN TO "RUNCTL"
004020         ORGANIZATION IS LINE SEQUENTIAL.
004046     SELECT BUSDATE ASSIGN TO "BUSDATE"
004072         ORGANIZATION IS LINE SEQUENTIAL.
004100
004200 DATA DIVISION.
004300 FILE SECTION.
006340*MEMBER.
006350 FD  RUNCTL.
006360     COPY RCTRECC.
006366
006372*BUSDATE - THE NIGHT'S BUSINESS-DATE CONTROL RECORD SET BY
006378*NITEOPEN. SEE THE BDTRECC COPY MEMBER.
006384 FD  BUSDATE.
006390 01  BUSINESS-DATE-IN-RECORD    PIC X(25).
006400
006500*SORTWORK - THE FEED DETAILS RESORTED FROM THE FEED'S
006600*SECTION/STUDENT ORDER INTO THE HISTORY KEY ORDER
007200     05  SW-DETAIL-DATA         PIC X(63).
007300
007400 WORKING-STORAGE SECTION.
007410*THE NIGHT'S BUSINESS DATE - THE SHARED LAYOUT FROM THE
007420*BDTRECC COPY MEMBER - AND THE SWITCHES FOR THE CHECK
007430*AGAINST NIGHTS ALREADY CLOSED ON RUNCTL
007440     COPY BDTRECC.
007450 01  WS-RCT-EOF-SW              PIC X(01) VALUE 'N'.
007460     88  WS-RCT-EOF             VALUE 'Y'.
007470 01  WS-DATE-CLOSED-SW          PIC X(01) VALUE 'N'.
007480     88  WS-DATE-CLOSED         VALUE 'Y'.
007490
007500*THE FEED RECORD BEING UNPACKED - THE SHARED LAYOUT FROM
007600*THE RSLTFDC COPY MEMBER
007700     COPY RSLTFDC.
012400*   THE SORTED DETAILS WITH THE OLD HISTORY
012500*============================================================
012600 0000-MAINLINE.
012650     PERFORM 0900-GET-BUSINESS-DATE THRU 0900-EXIT
012700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
012800     SORT SORTWORK
012900         ASCENDING KEY SW-STUDENT-ID
013650     PERFORM 8000-POST-RUN-CONTROL THRU 8000-EXIT
013700     STOP RUN.
013800
013801*============================================================
013802* 0900-GET-BUSINESS-DATE
013803*   READS THE NIGHT'S BUSINESS DATE FROM BUSDATE - THE RUN
013804*   DATE FOR EVERYTHING THIS RUN STAMPS - AND REFUSES A NIGHT
013805*   NITEBAL HAS ALREADY CLOSED ON RUNCTL UNLESS BUSDATE
013806*   CARRIES THE RERUN FLAG. NOTHING ELSE IS OPENED UNTIL THE
013807*   DATE IS SETTLED.
013808*============================================================
013809 0900-GET-BUSINESS-DATE.
013810     OPEN INPUT BUSDATE
013811     READ BUSDATE INTO BUSINESS-DATE-RECORD
013812         AT END
013813             MOVE SPACES TO BUSINESS-DATE-RECORD
013814     END-READ
013815     CLOSE BUSDATE
013816     IF BDT-BUSINESS-DATE NOT NUMERIC
013817             OR BDT-BUSINESS-DATE = 0
013818         DISPLAY 'NO USABLE BUSINESS DATE ON BUSDATE'
013819         DISPLAY 'RUN CANNOT CONTINUE - RUN NITEOPEN FIRST'
013820         MOVE WS-RC-CONTROL TO RETURN-CODE
013821         STOP RUN
013822     END-IF
013823     OPEN INPUT RUNCTL
013824     PERFORM 0910-CHECK-CLOSED-NIGHT THRU 0910-EXIT
013825         UNTIL WS-RCT-EOF
013826     CLOSE RUNCTL
013827     IF WS-DATE-CLOSED AND NOT BDT-RERUN
013828         DISPLAY 'BUSINESS DATE ' BDT-BUSINESS-DATE
013829                 ' ALREADY CLOSED ON RUNCTL'
013830         DISPLAY 'RUN CANNOT CONTINUE - RERUN FLAG NOT SET'
013831         MOVE WS-RC-CONTROL TO RETURN-CODE
013832         STOP RUN
013833     END-IF
013834     DISPLAY 'BUSINESS DATE: ' BDT-BUSINESS-DATE.
013835 0900-EXIT.
013836     EXIT.
013837
013838*============================================================
013839* 0910-CHECK-CLOSED-NIGHT
013840*   AN IN-BALANCE NITEBAL ENTRY FOR THE BUSINESS DATE MEANS
013841*   THE NIGHT HAS BEEN CLOSED
013842*============================================================
013843 0910-CHECK-CLOSED-NIGHT.
013844     READ RUNCTL
013845         AT END
013846             SET WS-RCT-EOF TO TRUE
013847             GO TO 0910-EXIT
013848     END-READ
013849     IF RCT-PROGRAM-ID = 'NITEBAL'
013850             AND RCT-RUN-DATE = BDT-BUSINESS-DATE
013851             AND RCT-RETURN-CODE < 08
013852         SET WS-DATE-CLOSED TO TRUE
013853     END-IF.
013854 0910-EXIT.
013855     EXIT.
013856
013900*============================================================
014000* 1000-INITIALIZE
014100*============================================================
039200 8000-POST-RUN-CONTROL.
039300     OPEN EXTEND RUNCTL
039400     MOVE 'RSLTHIST' TO RCT-PROGRAM-ID
039500     MOVE BDT-BUSINESS-DATE TO RCT-RUN-DATE
039600     ACCEPT RCT-RUN-TIME FROM TIME
039700     MOVE WS-FEED-DETAIL-COUNT TO RCT-INPUT-COUNT
039800     MOVE WS-APPLIED-COUNT TO RCT-OUTPUT-COUNT

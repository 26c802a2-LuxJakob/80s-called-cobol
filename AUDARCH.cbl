002720*                  TO THE SHARED RUNCTL RUN-CONTROL REGISTER
002730*                  (LAYOUT IN THE RCTRECC COPY MEMBER) SO
002740*                  NITEBAL CAN CROSS-FOOT THE NIGHT'S STEPS.
002747* 09/24/2026 RLM   TAKES ITS RUN DATE FROM THE NIGHT'S BUSINESS
002754*                  DATE ON BUSDATE (BDTRECC COPY MEMBER) INSTEAD
002761*                  OF THE SYSTEM CLOCK SO A RERUN POSTS UNDER THE
002768*                  NIGHT IT BELONGS TO, AND REFUSES WITH RETURN
002775*                  CODE 8 TO RUN AGAINST A NIGHT NITEBAL HAS
002782*                  ALREADY CLOSED ON RUNCTL UNLESS BUSDATE
002789*                  CARRIES THE RERUN FLAG.
002800*----------------------------------------------------------
002900
003000 ENVIRONMENT DIVISION.
004200         ORGANIZATION IS LINE SEQUENTIAL.
004210     SELECT RUNCTL ASSIGN TO "RUNCTL"
004220         ORGANIZATION IS LINE SEQUENTIAL.
004246     SELECT BUSDATE ASSIGN TO "BUSDATE"
004272         ORGANIZATION IS LINE SEQUENTIAL.
004300
004400 DATA DIVISION.
004500 FILE SECTION.
006940*MEMBER.
006950 FD  RUNCTL.
006960     COPY RCTRECC.
006966
006972*BUSDATE - THE NIGHT'S BUSINESS-DATE CONTROL RECORD SET BY
006978*NITEOPEN. SEE THE BDTRECC COPY MEMBER.
006984 FD  BUSDATE.
006990 01  BUSINESS-DATE-IN-RECORD    PIC X(25).
007000
007100 WORKING-STORAGE SECTION.
007110*THE NIGHT'S BUSINESS DATE - THE SHARED LAYOUT FROM THE
007120*BDTRECC COPY MEMBER - AND THE SWITCHES FOR THE CHECK
007130*AGAINST NIGHTS ALREADY CLOSED ON RUNCTL
007140     COPY BDTRECC.
007150 01  WS-RCT-EOF-SW              PIC X(01) VALUE 'N'.
007160     88  WS-RCT-EOF             VALUE 'Y'.
007170 01  WS-DATE-CLOSED-SW          PIC X(01) VALUE 'N'.
007180     88  WS-DATE-CLOSED         VALUE 'Y'.
007190
007200*THE AUDIT RECORD BEING SPLIT - THE SHARED LAYOUT FROM THE
007300*AUDRECC COPY MEMBER
007400     COPY AUDRECC.
010800* 0000-MAINLINE
010900*============================================================
011000 0000-MAINLINE.
011050     PERFORM 0900-GET-BUSINESS-DATE THRU 0900-EXIT
011100     PERFORM 1000-INITIALIZE THRU 1000-EXIT
011200     PERFORM 2000-SPLIT-RECORD THRU 2000-EXIT
011300         UNTIL WS-EOF
011450     PERFORM 8000-POST-RUN-CONTROL THRU 8000-EXIT
011500     STOP RUN.
011600
011601*============================================================
011602* 0900-GET-BUSINESS-DATE
011603*   READS THE NIGHT'S BUSINESS DATE FROM BUSDATE - THE RUN
011604*   DATE FOR EVERYTHING THIS RUN STAMPS - AND REFUSES A NIGHT
011605*   NITEBAL HAS ALREADY CLOSED ON RUNCTL UNLESS BUSDATE
011606*   CARRIES THE RERUN FLAG. NOTHING ELSE IS OPENED UNTIL THE
011607*   DATE IS SETTLED.
011608*============================================================
011609 0900-GET-BUSINESS-DATE.
011610     OPEN INPUT BUSDATE
011611     READ BUSDATE INTO BUSINESS-DATE-RECORD
011612         AT END
011613             MOVE SPACES TO BUSINESS-DATE-RECORD
011614     END-READ
011615     CLOSE BUSDATE
011616     IF BDT-BUSINESS-DATE NOT NUMERIC
011617             OR BDT-BUSINESS-DATE = 0
011618         DISPLAY 'NO USABLE BUSINESS DATE ON BUSDATE'
011619         DISPLAY 'RUN CANNOT CONTINUE - RUN NITEOPEN FIRST'
011620         MOVE WS-RC-CONTROL TO RETURN-CODE
011621         STOP RUN
011622     END-IF
011623     OPEN INPUT RUNCTL
011624     PERFORM 0910-CHECK-CLOSED-NIGHT THRU 0910-EXIT
011625         UNTIL WS-RCT-EOF
011626     CLOSE RUNCTL
011627     IF WS-DATE-CLOSED AND NOT BDT-RERUN
011628         DISPLAY 'BUSINESS DATE ' BDT-BUSINESS-DATE
011629                 ' ALREADY CLOSED ON RUNCTL'
011630         DISPLAY 'RUN CANNOT CONTINUE - RERUN FLAG NOT SET'
011631         MOVE WS-RC-CONTROL TO RETURN-CODE
011632         STOP RUN
011633     END-IF
011634     DISPLAY 'BUSINESS DATE: ' BDT-BUSINESS-DATE.
011635 0900-EXIT.
011636     EXIT.
011637
011638*============================================================
011639* 0910-CHECK-CLOSED-NIGHT
011640*   AN IN-BALANCE NITEBAL ENTRY FOR THE BUSINESS DATE MEANS
011641*   THE NIGHT HAS BEEN CLOSED
011642*============================================================
011643 0910-CHECK-CLOSED-NIGHT.
011644     READ RUNCTL
011645         AT END
011646             SET WS-RCT-EOF TO TRUE
011647             GO TO 0910-EXIT
011648     END-READ
011649     IF RCT-PROGRAM-ID = 'NITEBAL'
011650             AND RCT-RUN-DATE = BDT-BUSINESS-DATE
011651             AND RCT-RETURN-CODE < 08
011652         SET WS-DATE-CLOSED TO TRUE
011653     END-IF.
011654 0910-EXIT.
011655     EXIT.
011656
011700*============================================================
011800* 1000-INITIALIZE
011900*   READS THE CUTOFF CARD - A MISSING OR UNREADABLE CUTOFF
022800             DISPLAY 'INPUT TRAIL OUT OF BALANCE'
022900         END-IF
023000     END-IF
023100     MOVE BDT-BUSINESS-DATE TO WS-TS-DATE
023200     ACCEPT WS-TS-TIME FROM TIME
023300     MOVE SPACES TO AUDIT-RECORD
023400     SET AUD-TRAILER TO TRUE
028200 8000-POST-RUN-CONTROL.
028300     OPEN EXTEND RUNCTL
028400     MOVE 'AUDARCH' TO RCT-PROGRAM-ID
028500     MOVE BDT-BUSINESS-DATE TO RCT-RUN-DATE
028600     ACCEPT RCT-RUN-TIME FROM TIME
028700     MOVE WS-READ-COUNT TO RCT-INPUT-COUNT
028800     MOVE WS-KEPT-COUNT TO RCT-OUTPUT-COUNT

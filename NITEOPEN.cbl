000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. NITEOPEN.
000300 AUTHOR. R. L. MEEHAN.
000400 INSTALLATION. ACADEMIC RECORDS DIVISION.
000500 DATE-WRITTEN. 09/24/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* ---------- ----  ----------------------------------------
001200* 09/24/2026 RLM   ORIGINAL CODING - OPENS THE PROCESSING
001300*                  NIGHT. WRITES THE ONE BUSINESS-DATE
001400*                  CONTROL RECORD (BUSDATE, LAYOUT IN THE
001500*                  BDTRECC COPY MEMBER) THAT EVERY SUITE
001600*                  PROGRAM TAKES ITS RUN DATE FROM. THE DATE
001700*                  COMES FROM THE DATECARD WHEN OPERATIONS
001800*                  SUPPLY ONE - A RERUN OF AN EARLIER NIGHT -
001900*                  AND FROM THE SYSTEM CLOCK OTHERWISE. A
002000*                  DATE THAT IS NOT A REAL CALENDAR DATE, OR
002100*                  ONE NITEBAL HAS ALREADY CLOSED ON RUNCTL
002200*                  WITHOUT THE RERUN FLAG ON THE CARD, ENDS
002300*                  WITH RETURN CODE 8 AND BUSDATE IS LEFT AS
002400*                  IT WAS.
002500*----------------------------------------------------------
002600
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT OPTIONAL DATECARD ASSIGN TO "DATECARD"
003100         ORGANIZATION IS LINE SEQUENTIAL.
003200     SELECT RUNCTL ASSIGN TO "RUNCTL"
003300         ORGANIZATION IS LINE SEQUENTIAL.
003400     SELECT BUSDATE ASSIGN TO "BUSDATE"
003500         ORGANIZATION IS LINE SEQUENTIAL.
003600
003700 DATA DIVISION.
003800 FILE SECTION.
003900*DATECARD - OPTIONAL OPERATIONS CARD. A BLANK OR ABSENT DATE
004000*MEANS TONIGHT BY THE SYSTEM CLOCK; A DATE NAMES THE NIGHT
004100*BEING RUN. THE RERUN FLAG (Y) IS NEEDED ONLY TO RUN A NIGHT
004200*NITEBAL HAS ALREADY CLOSED.
004300 FD  DATECARD.
004400 01  DATE-CARD.
004500     05  DTC-BUSINESS-DATE      PIC X(08).
004600     05  DTC-RERUN-FLAG         PIC X(01).
004700
004800*RUNCTL - THE SHARED RUN-CONTROL REGISTER, READ FOR NITEBAL'S
004900*CLOSE-OUT ENTRIES. SEE THE RCTRECC COPY MEMBER.
005000 FD  RUNCTL.
005100 01  REGISTER-IN-RECORD         PIC X(57).
005200
005300*BUSDATE - THE NIGHT'S BUSINESS-DATE CONTROL RECORD. SEE THE
005400*BDTRECC COPY MEMBER.
005500 FD  BUSDATE.
005600 01  BUSINESS-DATE-OUT-RECORD   PIC X(25).
005700
005800 WORKING-STORAGE SECTION.
005900*THE BUSINESS-DATE RECORD BEING BUILT - THE SHARED LAYOUT
006000*FROM THE BDTRECC COPY MEMBER
006100     COPY BDTRECC.
006200
006300*THE REGISTER RECORD BEING EXAMINED - THE SHARED LAYOUT
006400*FROM THE RCTRECC COPY MEMBER
006500     COPY RCTRECC.
006600
006700*SWITCHES
006800 01  WS-CARD-EOF-SW             PIC X(01) VALUE 'N'.
006900     88  WS-CARD-EOF            VALUE 'Y'.
007000 01  WS-REG-EOF-SW              PIC X(01) VALUE 'N'.
007100     88  WS-REG-EOF             VALUE 'Y'.
007200 01  WS-DATE-CLOSED-SW          PIC X(01) VALUE 'N'.
007300     88  WS-DATE-CLOSED         VALUE 'Y'.
007400
007500*THE DATE BEING SET, WITH A YEAR/MONTH/DAY VIEW FOR THE
007600*CALENDAR EDIT
007700 01  WS-CHECK-DATE              PIC 9(08).
007800 01  WS-CHECK-DATE-PARTS REDEFINES WS-CHECK-DATE.
007900     05  WS-CHK-YEAR            PIC 9(04).
008000     05  WS-CHK-MONTH           PIC 9(02).
008100     05  WS-CHK-DAY             PIC 9(02).
008200 01  WS-DATE-SOURCE             PIC X(12).
008300
008400*DAYS IN EACH MONTH - FEBRUARY CARRIES 29 AND IS CUT BACK TO
008500*28 OUTSIDE A LEAP YEAR
008600 01  WS-MONTH-DAYS-VALUES.
008700     05  FILLER                 PIC X(24)
008800         VALUE '312931303130313130313031'.
008900 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
009000     05  WS-MONTH-DAYS          PIC 9(02) OCCURS 12 TIMES.
009100 01  WS-MAX-DAY                 PIC 9(02).
009200 01  WS-LEAP-QUOTIENT           PIC 9(04).
009300 01  WS-LEAP-REM-4              PIC 9(04).
009400 01  WS-LEAP-REM-100            PIC 9(04).
009500 01  WS-LEAP-REM-400            PIC 9(04).
009600
009700*RETURN CODE SETTING - 8 MEANS THE NIGHT WAS NOT OPENED
009800 77  WS-RC-CONTROL              PIC 9(02) VALUE 08.
009900
010000 PROCEDURE DIVISION.
010100*============================================================
010200* 0000-MAINLINE
010300*============================================================
010400 0000-MAINLINE.
010500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
010600     PERFORM 2000-EDIT-DATE THRU 2000-EXIT
010700     PERFORM 3000-CHECK-CALENDAR THRU 3000-EXIT
010800     PERFORM 4000-WRITE-BUSINESS-DATE THRU 4000-EXIT
010900     STOP RUN.
011000
011100*============================================================
011200* 1000-INITIALIZE
011300*   READS THE OPTIONAL DATECARD. NO CARD, OR A BLANK DATE,
011400*   TAKES TONIGHT'S DATE FROM THE SYSTEM CLOCK.
011500*============================================================
011600 1000-INITIALIZE.
011700     MOVE SPACES TO BUSINESS-DATE-RECORD
011800     OPEN INPUT DATECARD
011900     READ DATECARD
012000         AT END
012100             SET WS-CARD-EOF TO TRUE
012200             MOVE SPACES TO DATE-CARD
012300     END-READ
012400     CLOSE DATECARD
012500     ACCEPT BDT-SET-DATE FROM DATE YYYYMMDD
012600     ACCEPT BDT-SET-TIME FROM TIME
012700     IF DTC-BUSINESS-DATE = SPACES
012800         MOVE BDT-SET-DATE TO WS-CHECK-DATE
012900         MOVE 'SYSTEM CLOCK' TO WS-DATE-SOURCE
013000     ELSE
013100         IF DTC-BUSINESS-DATE NOT NUMERIC
013200             DISPLAY 'DATECARD DATE NOT NUMERIC: '
013300                     DTC-BUSINESS-DATE
013400             PERFORM 9000-REFUSE-NIGHT THRU 9000-EXIT
013500         END-IF
013600         MOVE DTC-BUSINESS-DATE TO WS-CHECK-DATE
013700         MOVE 'DATECARD' TO WS-DATE-SOURCE
013800     END-IF
013900     EVALUATE DTC-RERUN-FLAG
014000         WHEN 'Y'
014100             MOVE 'Y' TO BDT-RERUN-SW
014200         WHEN 'N'
014300         WHEN SPACE
014400             MOVE 'N' TO BDT-RERUN-SW
014500         WHEN OTHER
014600             DISPLAY 'DATECARD RERUN FLAG NOT Y OR N: '
014700                     DTC-RERUN-FLAG
014800             PERFORM 9000-REFUSE-NIGHT THRU 9000-EXIT
014900     END-EVALUATE.
015000 1000-EXIT.
015100     EXIT.
015200
015300*============================================================
015400* 2000-EDIT-DATE
015500*   THE DATE MUST BE A REAL CALENDAR DATE - MONTH 01-12 AND
015600*   A DAY THAT MONTH HAS, WITH 29 FEBRUARY ONLY IN A LEAP
015700*   YEAR (EVERY FOURTH YEAR, CENTURIES ONLY WHEN DIVISIBLE
015800*   BY 400)
015900*============================================================
016000 2000-EDIT-DATE.
016100     IF WS-CHK-YEAR = 0
016200             OR WS-CHK-MONTH < 1 OR WS-CHK-MONTH > 12
016300         DISPLAY 'BUSINESS DATE NOT A CALENDAR DATE: '
016400                 WS-CHECK-DATE
016500         PERFORM 9000-REFUSE-NIGHT THRU 9000-EXIT
016600     END-IF
016700     MOVE WS-MONTH-DAYS (WS-CHK-MONTH) TO WS-MAX-DAY
016800     IF WS-CHK-MONTH = 2
016900         DIVIDE WS-CHK-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
017000             REMAINDER WS-LEAP-REM-4
017100         DIVIDE WS-CHK-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
017200             REMAINDER WS-LEAP-REM-100
017300         DIVIDE WS-CHK-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
017400             REMAINDER WS-LEAP-REM-400
017500         IF WS-LEAP-REM-4 NOT = 0
017600                 OR (WS-LEAP-REM-100 = 0
017700                     AND WS-LEAP-REM-400 NOT = 0)
017800             MOVE 28 TO WS-MAX-DAY
017900         END-IF
018000     END-IF
018100     IF WS-CHK-DAY < 1 OR WS-CHK-DAY > WS-MAX-DAY
018200         DISPLAY 'BUSINESS DATE NOT A CALENDAR DATE: '
018300                 WS-CHECK-DATE
018400         PERFORM 9000-REFUSE-NIGHT THRU 9000-EXIT
018500     END-IF
018600     MOVE WS-CHECK-DATE TO BDT-BUSINESS-DATE.
018700 2000-EXIT.
018800     EXIT.
018900
019000*============================================================
019100* 3000-CHECK-CALENDAR
019200*   A NIGHT NITEBAL HAS CLOSED - AN IN-BALANCE NITEBAL ENTRY
019300*   ON RUNCTL FOR THE SAME BUSINESS DATE - IS OPENED AGAIN
019400*   ONLY WHEN THE CARD CARRIES THE RERUN FLAG
019500*============================================================
019600 3000-CHECK-CALENDAR.
019700     OPEN INPUT RUNCTL
019800     PERFORM 3100-READ-REGISTER THRU 3100-EXIT
019900         UNTIL WS-REG-EOF
020000     CLOSE RUNCTL
020100     IF WS-DATE-CLOSED AND NOT BDT-RERUN
020200         DISPLAY 'BUSINESS DATE ' BDT-BUSINESS-DATE
020300                 ' ALREADY CLOSED ON RUNCTL'
020400         DISPLAY 'SET THE RERUN FLAG ON DATECARD TO RUN IT'
020500                 ' AGAIN'
020600         PERFORM 9000-REFUSE-NIGHT THRU 9000-EXIT
020700     END-IF
020800     IF BDT-RERUN AND NOT WS-DATE-CLOSED
020900         DISPLAY 'RERUN FLAG SET BUT ' BDT-BUSINESS-DATE
021000                 ' WAS NEVER CLOSED'
021100         DISPLAY 'RUNNING IT AS A NORMAL NIGHT'
021200         MOVE 'N' TO BDT-RERUN-SW
021300     END-IF.
021400 3000-EXIT.
021500     EXIT.
021600
021700*============================================================
021800* 3100-READ-REGISTER
021900*============================================================
022000 3100-READ-REGISTER.
022100     READ RUNCTL INTO RUN-CONTROL-RECORD
022200         AT END
022300             SET WS-REG-EOF TO TRUE
022400             GO TO 3100-EXIT
022500     END-READ
022600     IF RCT-PROGRAM-ID = 'NITEBAL'
022700             AND RCT-RUN-DATE = BDT-BUSINESS-DATE
022800             AND RCT-RETURN-CODE < 08
022900         SET WS-DATE-CLOSED TO TRUE
023000     END-IF.
023100 3100-EXIT.
023200     EXIT.
023300
023400*============================================================
023500* 4000-WRITE-BUSINESS-DATE
023600*============================================================
023700 4000-WRITE-BUSINESS-DATE.
023800     OPEN OUTPUT BUSDATE
023900     WRITE BUSINESS-DATE-OUT-RECORD FROM BUSINESS-DATE-RECORD
024000     CLOSE BUSDATE
024100     DISPLAY 'BUSINESS DATE SET: ' BDT-BUSINESS-DATE
024200             ' FROM ' WS-DATE-SOURCE
024300     IF BDT-RERUN
024400         DISPLAY 'RERUN OF A CLOSED NIGHT'
024500     END-IF
024600     MOVE 0 TO RETURN-CODE.
024700 4000-EXIT.
024800     EXIT.
024900
025000*============================================================
025100* 9000-REFUSE-NIGHT
025200*   LEAVES BUSDATE AS IT WAS AND HOLDS THE NIGHT
025300*============================================================
025400 9000-REFUSE-NIGHT.
025500     DISPLAY 'NIGHT NOT OPENED - BUSDATE UNCHANGED'
025600     MOVE WS-RC-CONTROL TO RETURN-CODE
025700     STOP RUN.
025800 9000-EXIT.
025900     EXIT.

002520*                  TO THE SHARED RUNCTL RUN-CONTROL REGISTER
002530*                  (LAYOUT IN THE RCTRECC COPY MEMBER) SO
002540*                  NITEBAL CAN CROSS-FOOT THE NIGHT'S STEPS.
002547* 09/24/2026 RLM   TAKES ITS RUN DATE FROM THE NIGHT'S BUSINESS
002554*                  DATE ON BUSDATE (BDTRECC COPY MEMBER) INSTEAD
002561*                  OF THE SYSTEM CLOCK SO A RERUN POSTS UNDER THE
002568*                  NIGHT IT BELONGS TO, AND REFUSES WITH RETURN
002575*                  CODE 8 TO RUN AGAINST A NIGHT NITEBAL HAS
002582*                  ALREADY CLOSED ON RUNCTL UNLESS BUSDATE
002589*                  CARRIES THE RERUN FLAG.
002600*----------------------------------------------------------
002700
002800 ENVIRONMENT DIVISION.
003800         ORGANIZATION IS LINE SEQUENTIAL.
003810     SELECT RUNCTL ASSIGN TO "RUNCTL"
003820         ORGANIZATION IS LINE SEQUENTIAL.
003846     SELECT BUSDATE ASSIGN TO "BUSDATE"
003872         ORGANIZATION IS LINE SEQUENTIAL.
003900
004000 DATA DIVISION.
004100 FILE SECTION.
007140*MEMBER.
007150 FD  RUNCTL.
007160     COPY RCTRECC.
007166
007172*BUSDATE - THE NIGHT'S BUSINESS-DATE CONTROL RECORD SET BY
007178*NITEOPEN. SEE THE BDTRECC COPY MEMBER.
007184 FD  BUSDATE.
007190 01  BUSINESS-DATE-IN-RECORD    PIC X(25).
007200
007300 WORKING-STORAGE SECTION.
007310*THE NIGHT'S BUSINESS DATE - THE SHARED LAYOUT FROM THE
007320*BDTRECC COPY MEMBER - AND THE SWITCHES FOR THE CHECK
007330*AGAINST NIGHTS ALREADY CLOSED ON RUNCTL
007340     COPY BDTRECC.
007350 01  WS-RCT-EOF-SW              PIC X(01) VALUE 'N'.
007360     88  WS-RCT-EOF             VALUE 'Y'.
007370 01  WS-DATE-CLOSED-SW          PIC X(01) VALUE 'N'.
007380     88  WS-DATE-CLOSED         VALUE 'Y'.
007390
007400*HOLD AREA FOR THE SECTION RECORD CURRENTLY BEING BUILT -
007500*THE SHARED LAYOUT FROM THE SECRECC COPY MEMBER
007600     COPY SECRECC.
010300     05  WS-CHANGE-COUNT        PIC 9(09).
010400     05  WS-DELETE-COUNT        PIC 9(09).
010500     05  WS-ERROR-COUNT         PIC 9(09).
010520
010540*RETURN CODE SETTING - 8 MEANS NO USABLE BUSINESS DATE OR A
010560*NIGHT ALREADY CLOSED
010580 77  WS-RC-CONTROL              PIC 9(02) VALUE 08.
010600
010700 PROCEDURE DIVISION.
010800*============================================================
011200*   BOTH FILES ARE EXHAUSTED
011300*============================================================
011400 0000-MAINLINE.
011450     PERFORM 0900-GET-BUSINESS-DATE THRU 0900-EXIT
011500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
011600     PERFORM 2000-APPLY-TRANSACTIONS THRU 2000-EXIT
011700         UNTIL WS-MASTER-KEY = HIGH-VALUES
011950     PERFORM 8000-POST-RUN-CONTROL THRU 8000-EXIT
012000     STOP RUN.
012100
012101*============================================================
012102* 0900-GET-BUSINESS-DATE
012103*   READS THE NIGHT'S BUSINESS DATE FROM BUSDATE - THE RUN
012104*   DATE FOR EVERYTHING THIS RUN STAMPS - AND REFUSES A NIGHT
012105*   NITEBAL HAS ALREADY CLOSED ON RUNCTL UNLESS BUSDATE
012106*   CARRIES THE RERUN FLAG. NOTHING ELSE IS OPENED UNTIL THE
012107*   DATE IS SETTLED.
012108*============================================================
012109 0900-GET-BUSINESS-DATE.
012110     OPEN INPUT BUSDATE
012111     READ BUSDATE INTO BUSINESS-DATE-RECORD
012112         AT END
012113             MOVE SPACES TO BUSINESS-DATE-RECORD
012114     END-READ
012115     CLOSE BUSDATE
012116     IF BDT-BUSINESS-DATE NOT NUMERIC
012117             OR BDT-BUSINESS-DATE = 0
012118         DISPLAY 'NO USABLE BUSINESS DATE ON BUSDATE'
012119         DISPLAY 'RUN CANNOT CONTINUE - RUN NITEOPEN FIRST'
012120         MOVE WS-RC-CONTROL TO RETURN-CODE
012121         STOP RUN
012122     END-IF
012123     OPEN INPUT RUNCTL
012124     PERFORM 0910-CHECK-CLOSED-NIGHT THRU 0910-EXIT
012125         UNTIL WS-RCT-EOF
012126     CLOSE RUNCTL
012127     IF WS-DATE-CLOSED AND NOT BDT-RERUN
012128         DISPLAY 'BUSINESS DATE ' BDT-BUSINESS-DATE
012129                 ' ALREADY CLOSED ON RUNCTL'
012130         DISPLAY 'RUN CANNOT CONTINUE - RERUN FLAG NOT SET'
012131         MOVE WS-RC-CONTROL TO RETURN-CODE
012132         STOP RUN
012133     END-IF
012134     DISPLAY 'BUSINESS DATE: ' BDT-BUSINESS-DATE.
012135 0900-EXIT.
012136     EXIT.
012137
012138*============================================================
012139* 0910-CHECK-CLOSED-NIGHT
012140*   AN IN-BALANCE NITEBAL ENTRY FOR THE BUSINESS DATE MEANS
012141*   THE NIGHT HAS BEEN CLOSED
012142*============================================================
012143 0910-CHECK-CLOSED-NIGHT.
012144     READ RUNCTL
012145         AT END
012146             SET WS-RCT-EOF TO TRUE
012147             GO TO 0910-EXIT
012148     END-READ
012149     IF RCT-PROGRAM-ID = 'NITEBAL'
012150             AND RCT-RUN-DATE = BDT-BUSINESS-DATE
012151             AND RCT-RETURN-CODE < 08
012152         SET WS-DATE-CLOSED TO TRUE
012153     END-IF.
012154 0910-EXIT.
012155     EXIT.
012156
012200*============================================================
012300* 1000-INITIALIZE
012400*   OPENS EVERY FILE AND PRIMES THE FIRST MASTER AND THE
032100 8000-POST-RUN-CONTROL.
032200     OPEN EXTEND RUNCTL
032300     MOVE 'SECMAINT' TO RCT-PROGRAM-ID
032400     MOVE BDT-BUSINESS-DATE TO RCT-RUN-DATE
032500     ACCEPT RCT-RUN-TIME FROM TIME
032600     MOVE WS-TRAN-COUNT TO RCT-INPUT-COUNT
032700     MOVE WS-NEW-MASTER-COUNT TO RCT-OUTPUT-COUNT

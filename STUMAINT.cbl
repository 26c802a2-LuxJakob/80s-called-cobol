001993*                  TO THE SHARED RUNCTL RUN-CONTROL REGISTER
001994*                  (LAYOUT IN THE RCTRECC COPY MEMBER) SO
001995*                  NITEBAL CAN CROSS-FOOT THE NIGHT'S STEPS.
002006* 09/24/2026 RLM   TAKES ITS RUN DATE FROM THE NIGHT'S BUSINESS
002017*                  DATE ON BUSDATE (BDTRECC COPY MEMBER) INSTEAD
002028*                  OF THE SYSTEM CLOCK SO A RERUN POSTS UNDER THE
002039*                  NIGHT IT BELONGS TO, AND REFUSES WITH RETURN
002050*                  CODE 8 TO RUN AGAINST A NIGHT NITEBAL HAS
002061*                  ALREADY CLOSED ON RUNCTL UNLESS BUSDATE
002072*                  CARRIES THE RERUN FLAG.
002073* 10/08/2026 RLM   NEW H AND R TRANSACTIONS PLACE AND RELEASE
002074*                  THE STUDENT PRIVACY HOLD (STM-PRIVACY-HOLD,
002075*                  NOW ON THE STMRECC LAYOUT) FOR A STUDENT
002076*                  WITH A RECORDS-RELEASE RESTRICTION ON FILE.
002077*                  THEY ARE AUDITED ON STMAUDIT WITH BEFORE AND
002078*                  AFTER IMAGES AND LISTED ON THE REGISTER LIKE
002079*                  ANY OTHER CHANGE. THE AUDIT IMAGES WIDEN TO
002080*                  THE 52-BYTE MASTER. AN ADD STARTS WITH NO
002081*                  HOLD.
002082* 10/15/2026 RLM   THE REGISTER NAMES HOLD AND RELEASE ALONGSIDE
002083*                  THE OTHER ACTIONS IN 2700-WRITE-REGISTER-LINES.
002084*----------------------------------------------------------
002100
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
003240         ORGANIZATION IS LINE SEQUENTIAL.
003250     SELECT RUNCTL ASSIGN TO "RUNCTL"
003260         ORGANIZATION IS LINE SEQUENTIAL.
003273     SELECT BUSDATE ASSIGN TO "BUSDATE"
003286         ORGANIZATION IS LINE SEQUENTIAL.
003300
003400 DATA DIVISION.
003500 FILE SECTION.
004100*STMTRAN - ONE MAINTENANCE TRANSACTION PER RECORD. ACTION A
004200*ADDS A NEW MASTER, C CHANGES NAME AND/OR PROGRAM (BLANK
004300*FIELDS LEFT AS-IS), AND D DEACTIVATES THE MASTER WITHOUT
004400*DELETING IT. H PLACES THE PRIVACY HOLD ON THE MASTER AND R
004450*RELEASES IT; BOTH IGNORE THE NAME AND PROGRAM FIELDS.
004500 FD  STMTRAN.
004600 01  TRANSACTION-RECORD.
004700     05  TRN-ACTION             PIC X(01).
004800         88  TRN-ADD            VALUE 'A'.
004900         88  TRN-CHANGE         VALUE 'C'.
005000         88  TRN-DEACTIVATE     VALUE 'D'.
005033         88  TRN-PLACE-HOLD     VALUE 'H'.
005066         88  TRN-RELEASE-HOLD   VALUE 'R'.
005100     05  TRN-STUDENT-ID         PIC X(10).
005200     05  TRN-NAME               PIC X(25).
005300     05  TRN-PROGRAM            PIC X(15).
006440*THE RUN DATE, THE ACTION AND THE FULL BEFORE AND AFTER
006450*IMAGES OF THE MASTER IN THE STMRECC LAYOUT. AN ADD HAS A
006460*SPACE BEFORE IMAGE; A DEACTIVATE KEEPS BOTH IMAGES.
006463*A HOLD PLACED OR RELEASED SHOWS AS THE HOLD BYTE CHANGING
006466*BETWEEN THE TWO IMAGES.
006470 FD  STMAUDIT.
006480 01  MAINT-AUDIT-RECORD.
006490     05  MAU-RUN-DATE           PIC 9(08).
006491     05  MAU-ACTION             PIC X(01).
006492     05  MAU-BEFORE-IMAGE       PIC X(52).
006493     05  MAU-AFTER-IMAGE        PIC X(52).
006494
006495*STMREG - THE PRINTED MAINTENANCE REGISTER FOR THIS CYCLE,
006496*EACH APPLIED CHANGE IN OLD/NEW FORM
006503*MEMBER.
006504 FD  RUNCTL.
006505     COPY RCTRECC.
006512
006519*BUSDATE - THE NIGHT'S BUSINESS-DATE CONTROL RECORD SET BY
006526*NITEOPEN. SEE THE BDTRECC COPY MEMBER.
006533 FD  BUSDATE.
006540 01  BUSINESS-DATE-IN-RECORD    PIC X(25).
006552
006600 WORKING-STORAGE SECTION.
006610*THE NIGHT'S BUSINESS DATE - THE SHARED LAYOUT FROM THE
006620*BDTRECC COPY MEMBER - AND THE SWITCHES FOR THE CHECK
006630*AGAINST NIGHTS ALREADY CLOSED ON RUNCTL
006640     COPY BDTRECC.
006650 01  WS-RCT-EOF-SW              PIC X(01) VALUE 'N'.
006660     88  WS-RCT-EOF             VALUE 'Y'.
006670 01  WS-DATE-CLOSED-SW          PIC X(01) VALUE 'N'.
006680     88  WS-DATE-CLOSED         VALUE 'Y'.
006690
006700*SWITCHES
006800 01  WS-EOF-SW                  PIC X(01) VALUE 'N'.
006900     88  WS-EOF                 VALUE 'Y'.
006940
006950*THE MASTER AS IT STOOD BEFORE THE TRANSACTION APPLIED -
006960*SPACES FOR AN ADD
006970 01  WS-BEFORE-IMAGE            PIC X(52).
006980
006990*THE ACTION SPELLED OUT FOR THE REGISTER LINE
006991 01  WS-ACTION-TXT              PIC X(10).
008000     05  WS-DEACT-COUNT         PIC 9(09).
008100     05  WS-ERROR-COUNT         PIC 9(09).
008110     05  WS-AUDIT-COUNT         PIC 9(09).
008129     05  WS-HOLD-COUNT          PIC 9(09).
008148     05  WS-RELEASE-COUNT       PIC 9(09).
008168
008226*RETURN CODE SETTING - 8 MEANS NO USABLE BUSINESS DATE OR A
008284*NIGHT ALREADY CLOSED
008342 77  WS-RC-CONTROL              PIC 9(02) VALUE 08.
008400
008500 PROCEDURE DIVISION.
008600*============================================================
009000*   EXHAUSTED
009100*============================================================
009200 0000-MAINLINE.
009250     PERFORM 0900-GET-BUSINESS-DATE THRU 0900-EXIT
009300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
009400     PERFORM 2000-APPLY-TRANSACTION THRU 2000-EXIT
009500         UNTIL WS-EOF
009750     PERFORM 8000-POST-RUN-CONTROL THRU 8000-EXIT
009800     STOP RUN.
009900
009901*============================================================
009902* 0900-GET-BUSINESS-DATE
009903*   READS THE NIGHT'S BUSINESS DATE FROM BUSDATE - THE RUN
009904*   DATE FOR EVERYTHING THIS RUN STAMPS - AND REFUSES A NIGHT
009905*   NITEBAL HAS ALREADY CLOSED ON RUNCTL UNLESS BUSDATE
009906*   CARRIES THE RERUN FLAG. NOTHING ELSE IS OPENED UNTIL THE
009907*   DATE IS SETTLED.
009908*============================================================
009909 0900-GET-BUSINESS-DATE.
009910     OPEN INPUT BUSDATE
009911     READ BUSDATE INTO BUSINESS-DATE-RECORD
009912         AT END
009913             MOVE SPACES TO BUSINESS-DATE-RECORD
009914     END-READ
009915     CLOSE BUSDATE
009916     IF BDT-BUSINESS-DATE NOT NUMERIC
009917             OR BDT-BUSINESS-DATE = 0
009918         DISPLAY 'NO USABLE BUSINESS DATE ON BUSDATE'
009919         DISPLAY 'RUN CANNOT CONTINUE - RUN NITEOPEN FIRST'
009920         MOVE WS-RC-CONTROL TO RETURN-CODE
009921         STOP RUN
009922     END-IF
009923     OPEN INPUT RUNCTL
009924     PERFORM 0910-CHECK-CLOSED-NIGHT THRU 0910-EXIT
009925         UNTIL WS-RCT-EOF
009926     CLOSE RUNCTL
009927     IF WS-DATE-CLOSED AND NOT BDT-RERUN
009928         DISPLAY 'BUSINESS DATE ' BDT-BUSINESS-DATE
009929                 ' ALREADY CLOSED ON RUNCTL'
009930         DISPLAY 'RUN CANNOT CONTINUE - RERUN FLAG NOT SET'
009931         MOVE WS-RC-CONTROL TO RETURN-CODE
009932         STOP RUN
009933     END-IF
009934     DISPLAY 'BUSINESS DATE: ' BDT-BUSINESS-DATE.
009935 0900-EXIT.
009936     EXIT.
009937
009938*============================================================
009939* 0910-CHECK-CLOSED-NIGHT
009940*   AN IN-BALANCE NITEBAL ENTRY FOR THE BUSINESS DATE MEANS
009941*   THE NIGHT HAS BEEN CLOSED
009942*============================================================
009943 0910-CHECK-CLOSED-NIGHT.
009944     READ RUNCTL
009945         AT END
009946             SET WS-RCT-EOF TO TRUE
009947             GO TO 0910-EXIT
009948     END-READ
009949     IF RCT-PROGRAM-ID = 'NITEBAL'
009950             AND RCT-RUN-DATE = BDT-BUSINESS-DATE
009951             AND RCT-RETURN-CODE < 08
009952         SET WS-DATE-CLOSED TO TRUE
009953     END-IF.
009954 0910-EXIT.
009955     EXIT.
009956
010000*============================================================
010100* 1000-INITIALIZE
010200*   OPENS THE MASTER FOR UPDATE IN PLACE AND PRIMES THE
010910     OPEN EXTEND STMAUDIT
010920     OPEN OUTPUT STMREG
011000     INITIALIZE WS-COUNTERS
011010     MOVE BDT-BUSINESS-DATE TO WS-RUN-DATE
011020     MOVE SPACES TO REGISTER-LINE
011030     STRING 'MAINTENANCE REGISTER CYCLE ' WS-RUN-DATE
011040             INTO REGISTER-LINE
011600*============================================================
011700* 2000-APPLY-TRANSACTION
011800*   ROUTES THE CURRENT TRANSACTION BY ITS ACTION CODE. AN
011900*   ADD WRITES A NEW MASTER; A CHANGE, DEACTIVATE, HOLD OR
012000*   RELEASE READS THE MASTER BY KEY AND REWRITES IT IN
012050*   PLACE; ANYTHING ELSE IS REJECTED. THE NEXT TRANSACTION
012100*   IS READ AHEAD FOR THE CONTROLLING PERFORM.
012500*============================================================
012600 2000-APPLY-TRANSACTION.
012700     EVALUATE TRUE
012900             PERFORM 2300-ADD-NEW-MASTER THRU 2300-EXIT
013000         WHEN TRN-CHANGE OR TRN-DEACTIVATE
013100             PERFORM 2400-UPDATE-MASTER THRU 2400-EXIT
013133         WHEN TRN-PLACE-HOLD OR TRN-RELEASE-HOLD
013166             PERFORM 2400-UPDATE-MASTER THRU 2400-EXIT
013200         WHEN OTHER
013300             MOVE 'ACTION CODE IS NOT A, C, D, H OR R'
013400                 TO ERR-REASON
013500             PERFORM 2500-WRITE-ERROR THRU 2500-EXIT
013600     END-EVALUATE
019420     MOVE TRN-NAME TO STM-NAME
019440     MOVE TRN-PROGRAM TO STM-PROGRAM
019460     SET STM-ACTIVE TO TRUE
019480     MOVE 'N' TO STM-PRIVACY-HOLD
019500     WRITE STUDENT-MASTER-RECORD
019520         INVALID KEY
019540             MOVE 'STUDENT-ID ALREADY ON MASTER FILE'
020500*   IN PLACE. CHANGE OVERLAYS ONLY THE FIELDS THE TRANSACTION
020600*   SUPPLIES, AND DEACTIVATE FLIPS THE STATUS WITHOUT
020700*   DELETING THE RECORD SO HISTORY JOBS CAN STILL RESOLVE
020750*   THE STUDENT-ID. HOLD AND RELEASE SET OR CLEAR THE
020762*   PRIVACY HOLD; ONE THAT WOULD LEAVE THE MASTER AS IT
020774*   STANDS IS REJECTED SO THE AUDIT TRAIL ONLY CARRIES REAL
020786*   CHANGES.
020800*============================================================
020900 2400-UPDATE-MASTER.
020920     MOVE TRN-STUDENT-ID TO STM-STUDENT-ID
022300         WHEN TRN-DEACTIVATE
022400             SET STM-INACTIVE TO TRUE
022500             ADD 1 TO WS-DEACT-COUNT
022526         WHEN TRN-PLACE-HOLD
022552             IF STM-PRIVACY-HELD
022578                 MOVE 'PRIVACY HOLD ALREADY ON MASTER FILE'
022604                     TO ERR-REASON
022630                 PERFORM 2500-WRITE-ERROR THRU 2500-EXIT
022656                 GO TO 2400-EXIT
022682             END-IF
022708             MOVE 'Y' TO STM-PRIVACY-HOLD
022734             ADD 1 TO WS-HOLD-COUNT
022760         WHEN TRN-RELEASE-HOLD
022786             IF NOT STM-PRIVACY-HELD
022812                 MOVE 'NO PRIVACY HOLD ON MASTER FILE TO RELEASE'
022838                     TO ERR-REASON
022864                 PERFORM 2500-WRITE-ERROR THRU 2500-EXIT
022890                 GO TO 2400-EXIT
022916             END-IF
022942             MOVE 'N' TO STM-PRIVACY-HOLD
022968             ADD 1 TO WS-RELEASE-COUNT
023000     END-EVALUATE
023010     REWRITE STUDENT-MASTER-RECORD
023020         INVALID KEY
024614             MOVE 'CHANGE' TO WS-ACTION-TXT
024615         WHEN TRN-DEACTIVATE
024616             MOVE 'DEACTIVATE' TO WS-ACTION-TXT
024617         WHEN TRN-PLACE-HOLD
024618             MOVE 'HOLD' TO WS-ACTION-TXT
024619         WHEN TRN-RELEASE-HOLD
024620             MOVE 'RELEASE' TO WS-ACTION-TXT
024621     END-EVALUATE
024622     MOVE SPACES TO REGISTER-LINE
024623     STRING WS-ACTION-TXT ' ' TRN-STUDENT-ID
024624             INTO REGISTER-LINE
024625     WRITE REGISTER-LINE
024626     MOVE SPACES TO REGISTER-LINE
024627     STRING '  OLD ' WS-BEFORE-IMAGE
024628             INTO REGISTER-LINE
024629     WRITE REGISTER-LINE
024630     MOVE SPACES TO REGISTER-LINE
024631     STRING '  NEW ' STUDENT-MASTER-RECORD
024632             INTO REGISTER-LINE
024633     WRITE REGISTER-LINE.
024634 2700-EXIT.
024635     EXIT.
024666
024700*============================================================
024800* 3000-FINALIZE
025500     DISPLAY 'ADDS APPLIED........: ' WS-ADD-COUNT
025600     DISPLAY 'CHANGES APPLIED.....: ' WS-CHANGE-COUNT
025700     DISPLAY 'DEACTIVATES APPLIED.: ' WS-DEACT-COUNT
025733     DISPLAY 'HOLDS PLACED........: ' WS-HOLD-COUNT
025766     DISPLAY 'HOLDS RELEASED......: ' WS-RELEASE-COUNT
025800     DISPLAY 'TRANSACTIONS IN ERR.: ' WS-ERROR-COUNT
025810     DISPLAY 'AUDIT RECORDS WRITTEN ' WS-AUDIT-COUNT
025820     MOVE SPACES TO REGISTER-LINE
027300 8000-POST-RUN-CONTROL.
027400     OPEN EXTEND RUNCTL
027500     MOVE 'STUMAINT' TO RCT-PROGRAM-ID
027600     MOVE BDT-BUSINESS-DATE TO RCT-RUN-DATE
027700     ACCEPT RCT-RUN-TIME FROM TIME
027800     MOVE WS-TRAN-COUNT TO RCT-INPUT-COUNT
027900     MOVE WS-AUDIT-COUNT TO RCT-OUTPUT-COUNT

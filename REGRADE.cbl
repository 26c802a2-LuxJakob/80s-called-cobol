003220*                  TO THE SHARED RUNCTL RUN-CONTROL REGISTER
003230*                  (LAYOUT IN THE RCTRECC COPY MEMBER) SO
003240*                  NITEBAL CAN CROSS-FOOT THE NIGHT'S STEPS.
003244* 09/21/2026 RLM   HONOURS THE REGISTRAR'S TERM FREEZE. THE
003248*                  SECTION'S TERM IS TAKEN FROM SECMAST AND
003252*                  ITS STATUS FROM THE TRMCTL TERM-CONTROL
003256*                  FILE (TRMRECC COPY MEMBER). A CHANGE
003260*                  AGAINST A CLOSED TERM IS APPLIED ONLY
003264*                  WHEN THE TRANSACTION ALSO CARRIES A
003268*                  LATE-CHANGE AUTHORIZATION FROM AN OFFICE
003272*                  ON THE SEPARATE LATEAUTH LIST, ON TOP OF
003276*                  THE REGAUTH CHECK; OTHERWISE IT GOES TO
003280*                  REGREJ. EVERY FROZEN-TERM OVERRIDE IS
003284*                  LISTED ON THE FRZRPT REPORT FOR THE
003288*                  REGISTRAR'S SIGN-OFF AND IS TAGGED
003292*                  LATECHG ON THE AUDIT TRAIL.
003293* 09/24/2026 RLM   TAKES ITS RUN DATE FROM THE NIGHT'S BUSINESS
003294*                  DATE ON BUSDATE (BDTRECC COPY MEMBER) INSTEAD
003295*                  OF THE SYSTEM CLOCK SO A RERUN POSTS UNDER THE
003296*                  NIGHT IT BELONGS TO, AND REFUSES WITH RETURN
003297*                  CODE 8 TO RUN AGAINST A NIGHT NITEBAL HAS
003298*                  ALREADY CLOSED ON RUNCTL UNLESS BUSDATE
003299*                  CARRIES THE RERUN FLAG.
003300*----------------------------------------------------------
003400
003500 ENVIRONMENT DIVISION.
005402     SELECT FEEDSORT ASSIGN TO "FEEDSORT".
005410     SELECT RUNCTL ASSIGN TO "RUNCTL"
005420         ORGANIZATION IS LINE SEQUENTIAL.
005422     SELECT BUSDATE ASSIGN TO "BUSDATE"
005424         ORGANIZATION IS LINE SEQUENTIAL.
005428     SELECT SECMAST ASSIGN TO "SECMAST"
005436         ORGANIZATION IS LINE SEQUENTIAL.
005444     SELECT TRMCTL ASSIGN TO "TRMCTL"
005452         ORGANIZATION IS LINE SEQUENTIAL.
005460     SELECT OPTIONAL LATEAUTH ASSIGN TO "LATEAUTH"
005468         ORGANIZATION IS LINE SEQUENTIAL.
005476     SELECT FRZRPT ASSIGN TO "FRZRPT"
005484         ORGANIZATION IS LINE SEQUENTIAL.
005500
005600 DATA DIVISION.
005700 FILE SECTION.
005800*GRDCHG - ONE GRADE-CHANGE TRANSACTION PER RECORD, IN ANY
005900*ORDER - THE SORT PUTS THEM INTO THE FEED'S ORDER. A CHANGE
005933*AGAINST A CLOSED TERM MUST ALSO NAME THE LATE-CHANGE
005966*OFFICE THAT AUTHORIZED IT; OTHERWISE THAT FIELD IS BLANK.
006000 FD  GRDCHG.
006100 01  GRADE-CHANGE-RECORD.
006200     05  GCH-STUDENT-ID         PIC X(10).
006300     05  GCH-SECTION-ID         PIC X(08).
006400     05  GCH-CHECK-VAL          PIC X(03).
006500     05  GCH-AUTH-OFFICE        PIC X(20).
006550     05  GCH-LATE-AUTH-OFFICE   PIC X(20).
006600
006700*PRIORFD - THE PRIOR RUN'S RESULTS FEED IN THE SHARED
006800*RSLTFDC LAYOUT. THE GRADING RUN WRITES THE DETAILS IN
011750 FD  RUNCTL.
011760     COPY RCTRECC.
011800
011803*BUSDATE - THE NIGHT'S BUSINESS-DATE CONTROL RECORD SET BY
011806*NITEOPEN. SEE THE BDTRECC COPY MEMBER.
011809 FD  BUSDATE.
011812 01  BUSINESS-DATE-IN-RECORD    PIC X(25).
011815
011818*SECMAST - THE SECTION REFERENCE FILE, SORTED ASCENDING BY
011821*SECTION-ID. ONLY THE TERM IS USED HERE - IT DECIDES WHICH
011824*TERM CONTROL A CHANGE FALLS UNDER. SEE THE SECRECC COPY
011827*MEMBER FOR THE LAYOUT.
011830 FD  SECMAST.
011833 01  SECTION-IN-RECORD          PIC X(69).
011836
011839*TRMCTL - THE REGISTRAR'S TERM-CONTROL FILE, ONE RECORD PER
011842*TERM, SORTED ASCENDING BY TERM. SEE THE TRMRECC COPY
011845*MEMBER FOR THE LAYOUT.
011848 FD  TRMCTL.
011851 01  TERM-CONTROL-IN-RECORD     PIC X(35).
011854
011857*LATEAUTH - THE OFFICES AUTHORIZED TO ORDER A LATE CHANGE TO
011860*A CLOSED TERM, ONE OFFICE NAME PER RECORD, MAINTAINED BY
011863*THE REGISTRAR SEPARATELY FROM REGAUTH. OPTIONAL - WITH NO
011866*LIST NO CLOSED-TERM CHANGE CAN BE APPLIED.
011869 FD  LATEAUTH.
011872 01  LATE-AUTH-RECORD.
011875     05  LAT-OFFICE             PIC X(20).
011878
011881*FRZRPT - ONE LINE FOR EVERY CHANGE APPLIED TO A CLOSED TERM
011884*UNDER A LATE-CHANGE AUTHORIZATION, WITH A SIGN-OFF BLOCK
011887*FOR THE REGISTRAR
011890 FD  FRZRPT.
011893 01  FREEZE-LINE                PIC X(132).
011896
011900*SORTWORK - THE TRANSACTIONS RESORTED INTO SECTION/STUDENT
012000*ORDER FOR THE MERGE AGAINST THE PRIOR FEED
012100 SD  SORTWORK.
012400     05  SRT-SECTION-ID         PIC X(08).
012500     05  SRT-CHECK-VAL          PIC X(03).
012600     05  SRT-AUTH-OFFICE        PIC X(20).
012605     05  SRT-LATE-AUTH-OFFICE   PIC X(20).
012610
012620*FEEDSORT - THE PRIOR FEED'S DETAILS RESORTED INTO GLOBAL
012630*SECTION/STUDENT ORDER AHEAD OF THE MERGE
012690     05  FILLER                 PIC X(63).
012700
012800 WORKING-STORAGE SECTION.
012810*THE NIGHT'S BUSINESS DATE - THE SHARED LAYOUT FROM THE
012820*BDTRECC COPY MEMBER - AND THE SWITCHES FOR THE CHECK
012830*AGAINST NIGHTS ALREADY CLOSED ON RUNCTL
012840     COPY BDTRECC.
012850 01  WS-RCT-EOF-SW              PIC X(01) VALUE 'N'.
012860     88  WS-RCT-EOF             VALUE 'Y'.
012870 01  WS-DATE-CLOSED-SW          PIC X(01) VALUE 'N'.
012880     88  WS-DATE-CLOSED         VALUE 'Y'.
012890
012900*THE FEED RECORD BEING READ OR BUILT - THE SHARED LAYOUT
013000*FROM THE RSLTFDC COPY MEMBER
013100     COPY RSLTFDC.
015800     05  WCH-SECTION-ID         PIC X(08).
015900     05  WCH-CHECK-VAL          PIC X(03).
016000     05  WCH-AUTH-OFFICE        PIC X(20).
016050     05  WCH-LATE-AUTH-OFFICE   PIC X(20).
016100 01  WS-TRAN-KEY.
016200     05  WS-TR-SECTION-ID       PIC X(08).
016300     05  WS-TR-STUDENT-ID       PIC X(10).
020000 01  WS-AUTH-SUB                PIC 9(02) COMP.
020100 77  WS-AUTH-MAX                PIC 9(02) COMP VALUE 20.
020200
020202*LATE-CHANGE OFFICE TABLE FROM LATEAUTH
020204 01  WS-LATE-TABLE.
020206     05  WS-LATE-COUNT          PIC 9(02) COMP.
020208     05  WS-LATE-ENTRY OCCURS 20 TIMES.
020210         10  WS-LATE-OFFICE     PIC X(20).
020212 01  WS-LATE-SUB                PIC 9(02) COMP.
020214 01  WS-LATE-EOF-SW             PIC X(01) VALUE 'N'.
020216     88  WS-LATE-EOF            VALUE 'Y'.
020218 01  WS-LATE-FOUND-SW           PIC X(01).
020220     88  WS-LATE-FOUND          VALUE 'Y'.
020222 77  WS-LATE-MAX                PIC 9(02) COMP VALUE 20.
020224
020226*SECTION TERM TABLE FROM SECMAST, BINARY-SEARCHED FOR THE
020228*TERM OF EACH MATCHED CHANGE
020230     COPY SECRECC.
020232 01  WS-SECTION-REF-TABLE.
020234     05  WS-SCM-COUNT           PIC 9(03) COMP.
020236     05  WS-SCM-ENTRY OCCURS 1 TO 500 TIMES
020238             DEPENDING ON WS-SCM-COUNT
020240             ASCENDING KEY IS WS-SCM-ID
020242             INDEXED BY SCM-IDX.
020244         10  WS-SCM-ID          PIC X(08).
020246         10  WS-SCM-TERM        PIC X(06).
020248 01  WS-SCM-EOF-SW              PIC X(01) VALUE 'N'.
020250     88  WS-SCM-EOF             VALUE 'Y'.
020252 77  WS-SCM-MAX                 PIC 9(03) COMP VALUE 500.
020254
020256*TERM CONTROL TABLE FROM TRMCTL. A TERM NOT ON THE FILE, OR
020258*A SECTION WHOSE TERM IS NOT KNOWN, IS TREATED AS OPEN.
020260     COPY TRMRECC.
020262 01  WS-TERM-CONTROL-TABLE.
020264     05  WS-TCT-COUNT           PIC 9(03) COMP.
020266     05  WS-TCT-ENTRY OCCURS 1 TO 200 TIMES
020268             DEPENDING ON WS-TCT-COUNT
020270             ASCENDING KEY IS WS-TCT-TERM
020272             INDEXED BY TCT-IDX.
020274         10  WS-TCT-TERM        PIC X(06).
020276         10  WS-TCT-STATUS      PIC X(01).
020278 01  WS-TCT-EOF-SW              PIC X(01) VALUE 'N'.
020280     88  WS-TCT-EOF             VALUE 'Y'.
020282 77  WS-TCT-MAX                 PIC 9(03) COMP VALUE 200.
020284
020286*THE TERM OF THE CHANGE BEING APPLIED AND ITS STATUS
020288 01  WS-CHG-TERM                PIC X(06).
020290 01  WS-CHG-TERM-STATUS         PIC X(01).
020292     88  WS-CHG-TERM-OPEN       VALUE 'O'.
020294     88  WS-CHG-TERM-GRACE      VALUE 'G'.
020296     88  WS-CHG-TERM-CLOSED     VALUE 'C'.
020298
020300*THE REGRADED VALUES FOR THE CURRENT CASE
020400 01  WS-NEW-CHECK-VAL           PIC 9(03).
020500 01  WS-LETTER-GRADE            PIC X(01).
022000     05  WS-APPLIED-COUNT       PIC 9(09).
022100     05  WS-REJECT-COUNT        PIC 9(09).
022200     05  WS-AUD-REC-CNT         PIC 9(09).
022250     05  WS-OVERRIDE-COUNT      PIC 9(09).
022300
022400*RETURN CODE SETTINGS FOR THE JOB STREAM - 0 CLEAN, 4
022500*COMPLETED WITH REJECTS, 8 PRIOR FEED DID NOT BALANCE OR
022550*TERM CONTROLS UNUSABLE, 12 REFERENCE TABLE OVERFLOW
022600 77  WS-RC-REJECTS              PIC 9(02) VALUE 04.
022700 77  WS-RC-CONTROL              PIC 9(02) VALUE 08.
022750 77  WS-RC-IO-FAILURE           PIC 9(02) VALUE 12.
022800
022900 PROCEDURE DIVISION.
023000*============================================================
023410*   DRIVES THE MERGE IN ITS OUTPUT PROCEDURE
023500*============================================================
023600 0000-MAINLINE.
023650     PERFORM 0900-GET-BUSINESS-DATE THRU 0900-EXIT
023700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
023710     SORT FEEDSORT
023720         ASCENDING KEY SFD-SECTION-ID
024500     STOP RUN.
024600
024700*============================================================
024701* 0900-GET-BUSINESS-DATE
024702*   READS THE NIGHT'S BUSINESS DATE FROM BUSDATE - THE RUN
024703*   DATE FOR EVERYTHING THIS RUN STAMPS - AND REFUSES A NIGHT
024704*   NITEBAL HAS ALREADY CLOSED ON RUNCTL UNLESS BUSDATE
024705*   CARRIES THE RERUN FLAG. NOTHING ELSE IS OPENED UNTIL THE
024706*   DATE IS SETTLED.
024707*============================================================
024708 0900-GET-BUSINESS-DATE.
024709     OPEN INPUT BUSDATE
024710     READ BUSDATE INTO BUSINESS-DATE-RECORD
024711         AT END
024712             MOVE SPACES TO BUSINESS-DATE-RECORD
024713     END-READ
024714     CLOSE BUSDATE
024715     IF BDT-BUSINESS-DATE NOT NUMERIC
024716             OR BDT-BUSINESS-DATE = 0
024717         DISPLAY 'NO USABLE BUSINESS DATE ON BUSDATE'
024718         DISPLAY 'RUN CANNOT CONTINUE - RUN NITEOPEN FIRST'
024719         MOVE WS-RC-CONTROL TO RETURN-CODE
024720         STOP RUN
024721     END-IF
024722     OPEN INPUT RUNCTL
024723     PERFORM 0910-CHECK-CLOSED-NIGHT THRU 0910-EXIT
024724         UNTIL WS-RCT-EOF
024725     CLOSE RUNCTL
024726     IF WS-DATE-CLOSED AND NOT BDT-RERUN
024727         DISPLAY 'BUSINESS DATE ' BDT-BUSINESS-DATE
024728                 ' ALREADY CLOSED ON RUNCTL'
024729         DISPLAY 'RUN CANNOT CONTINUE - RERUN FLAG NOT SET'
024730         MOVE WS-RC-CONTROL TO RETURN-CODE
024731         STOP RUN
024732     END-IF
024733     DISPLAY 'BUSINESS DATE: ' BDT-BUSINESS-DATE.
024734 0900-EXIT.
024735     EXIT.
024736
024737*============================================================
024738* 0910-CHECK-CLOSED-NIGHT
024739*   AN IN-BALANCE NITEBAL ENTRY FOR THE BUSINESS DATE MEANS
024740*   THE NIGHT HAS BEEN CLOSED
024741*============================================================
024742 0910-CHECK-CLOSED-NIGHT.
024743     READ RUNCTL
024744         AT END
024745             SET WS-RCT-EOF TO TRUE
024746             GO TO 0910-EXIT
024747     END-READ
024748     IF RCT-PROGRAM-ID = 'NITEBAL'
024749             AND RCT-RUN-DATE = BDT-BUSINESS-DATE
024750             AND RCT-RETURN-CODE < 08
024751         SET WS-DATE-CLOSED TO TRUE
024752     END-IF.
024753 0910-EXIT.
024754     EXIT.
024755
024756*============================================================
024800* 1000-INITIALIZE
024900*   READS THE CUTOFF, LOADS THE SCALE, THE AUTHORIZED AND
025000*   LATE-CHANGE OFFICE LISTS, THE SECTION TERMS AND THE
025050*   TERM CONTROLS, OPENS THE FEED AND OUTPUT FILES AND
025100*   WRITES THE DELTA FEED HEADER AND THE OVERRIDE HEADING
025200*============================================================
025300 1000-INITIALIZE.
025400     OPEN INPUT CTLFILE
025900     CLOSE CTLFILE
026000     PERFORM 1100-LOAD-AUTH-OFFICES THRU 1100-EXIT
026100     PERFORM 1200-LOAD-GRADE-SCALE THRU 1200-EXIT
026150     PERFORM 1150-LOAD-LATE-OFFICES THRU 1150-EXIT
026200     PERFORM 1300-LOAD-SECTION-MASTER THRU 1300-EXIT
026250     PERFORM 1400-LOAD-TERM-CONTROL THRU 1400-EXIT
026300     OPEN OUTPUT DLTAFEED
026400     OPEN OUTPUT REGAUDIT
026500     OPEN OUTPUT REGREJ
026550     OPEN OUTPUT FRZRPT
026600     INITIALIZE WS-COUNTERS
026700     MOVE 0 TO WS-PR-READ-COUNT
026800     MOVE BDT-BUSINESS-DATE TO WS-RUN-DATE
026900     MOVE SPACES TO RESULTS-FEED-RECORD
027000     SET RF-HEADER TO TRUE
027100     MOVE WS-RUN-DATE TO RF-HDR-RUN-DATE
027200     WRITE DELTA-FEED-RECORD FROM RESULTS-FEED-RECORD
027206     MOVE SPACES TO FREEZE-LINE
027212     STRING 'FROZEN-TERM GRADE CHANGE OVERRIDES - FOR'
027218             ' REGISTRAR SIGN-OFF   RUN DATE=' WS-RUN-DATE
027224             INTO FREEZE-LINE
027230     WRITE FREEZE-LINE
027236     MOVE SPACES TO FREEZE-LINE
027242     WRITE FREEZE-LINE
027248     MOVE SPACES TO FREEZE-LINE
027254     STRING 'STUDENT-ID SECTION  TERM   '
027260             'AUTHORIZING OFFICE   '
027266             'LATE-CHANGE OFFICE   '
027272             'OLD      NEW'
027278             INTO FREEZE-LINE
027284     WRITE FREEZE-LINE.
027300 1000-EXIT.
027400     EXIT.
027500
031200     ADD 1 TO WS-AUTH-COUNT
031300     MOVE AUT-OFFICE TO WS-AUTH-OFFICE (WS-AUTH-COUNT).
031400 1110-EXIT.
031402     EXIT.
031404
031406*============================================================
031408* 1150-LOAD-LATE-OFFICES
031410*   LOADS THE REGISTRAR'S LATE-CHANGE OFFICE LIST. AN EMPTY
031412*   OR MISSING LIST MEANS NO CHANGE TO A CLOSED TERM CAN BE
031414*   AUTHORIZED, WHICH IS THE NORMAL STATE OF AFFAIRS.
031416*============================================================
031418 1150-LOAD-LATE-OFFICES.
031420     OPEN INPUT LATEAUTH
031422     MOVE 0 TO WS-LATE-COUNT
031424     PERFORM 1160-READ-LATE-RECORD THRU 1160-EXIT
031426         UNTIL WS-LATE-EOF
031428     CLOSE LATEAUTH
031430     DISPLAY 'LATE-CHANGE OFFICES LOADED: ' WS-LATE-COUNT.
031432 1150-EXIT.
031434     EXIT.
031436
031438*============================================================
031440* 1160-READ-LATE-RECORD
031442*============================================================
031444 1160-READ-LATE-RECORD.
031446     READ LATEAUTH
031448         AT END
031450             SET WS-LATE-EOF TO TRUE
031452             GO TO 1160-EXIT
031454     END-READ
031456     IF LAT-OFFICE = SPACES
031458         GO TO 1160-EXIT
031460     END-IF
031462     IF WS-LATE-COUNT >= WS-LATE-MAX
031464         DISPLAY 'LATE-CHANGE OFFICE TABLE FULL AT '
031466                 WS-LATE-MAX
031468         GO TO 1160-EXIT
031470     END-IF
031472     ADD 1 TO WS-LATE-COUNT
031474     MOVE LAT-OFFICE TO WS-LATE-OFFICE (WS-LATE-COUNT).
031476 1160-EXIT.
031500     EXIT.
031600
031700*============================================================
036100     MOVE GSR-HIGH-SCORE   TO WS-GS-HIGH (WS-GS-COUNT)
036200     MOVE GSR-GRADE-POINTS TO WS-GS-POINTS (WS-GS-COUNT).
036300 1210-EXIT.
036301     EXIT.
036302
036303*============================================================
036304* 1300-LOAD-SECTION-MASTER
036305*   LOADS EACH SECTION'S TERM FROM SECMAST INTO THE ORDERED
036306*   TABLE. SECMAST IS SORTED ASCENDING BY SECTION-ID, WHICH
036307*   IS WHAT LETS SEARCH ALL BINARY-SEARCH THE TABLE.
036308*============================================================
036309 1300-LOAD-SECTION-MASTER.
036310     OPEN INPUT SECMAST
036311     MOVE 0 TO WS-SCM-COUNT
036312     PERFORM 1310-READ-SECTION-RECORD THRU 1310-EXIT
036313         UNTIL WS-SCM-EOF
036314     CLOSE SECMAST
036315     DISPLAY 'SECTION MASTERS LOADED: ' WS-SCM-COUNT.
036316 1300-EXIT.
036317     EXIT.
036318
036319*============================================================
036320* 1310-READ-SECTION-RECORD
036321*   A REFERENCE FILE LARGER THAN THE TABLE IS A HARD STOP -
036322*   A SECTION LEFT OFF THE TABLE WOULD ESCAPE ITS TERM'S
036323*   FREEZE.
036324*============================================================
036325 1310-READ-SECTION-RECORD.
036326     READ SECMAST INTO SECTION-MASTER-RECORD
036327         AT END
036328             SET WS-SCM-EOF TO TRUE
036329             GO TO 1310-EXIT
036330     END-READ
036331     IF WS-SCM-COUNT >= WS-SCM-MAX
036332         DISPLAY 'SECTION REFERENCE TABLE FULL AT ' WS-SCM-MAX
036333         DISPLAY 'RUN CANNOT CONTINUE - ENLARGE WS-SCM-ENTRY'
036334         MOVE WS-RC-IO-FAILURE TO RETURN-CODE
036335         STOP RUN
036336     END-IF
036337     ADD 1 TO WS-SCM-COUNT
036338     MOVE SEC-SECTION-ID TO WS-SCM-ID (WS-SCM-COUNT)
036339     MOVE SEC-TERM       TO WS-SCM-TERM (WS-SCM-COUNT).
036340 1310-EXIT.
036341     EXIT.
036342
036343*============================================================
036344* 1400-LOAD-TERM-CONTROL
036345*   LOADS THE REGISTRAR'S TRMCTL TERM-CONTROL FILE INTO THE
036346*   ORDERED TERM TABLE. AN EMPTY FILE LEAVES EVERY TERM OPEN.
036347*============================================================
036348 1400-LOAD-TERM-CONTROL.
036349     OPEN INPUT TRMCTL
036350     MOVE 0 TO WS-TCT-COUNT
036351     PERFORM 1410-READ-TERM-RECORD THRU 1410-EXIT
036352         UNTIL WS-TCT-EOF
036353     CLOSE TRMCTL
036354     DISPLAY 'TERM CONTROLS LOADED: ' WS-TCT-COUNT.
036355 1400-EXIT.
036356     EXIT.
036357
036358*============================================================
036359* 1410-READ-TERM-RECORD
036360*   A TERM WITH AN UNKNOWN STATUS, OR OUT OF TERM ORDER, IS
036361*   A HARD STOP - GUESSING WHETHER A TERM IS FROZEN WOULD
036362*   EITHER LET A CHANGE INTO A CERTIFIED TERM OR REFUSE ONE
036363*   TO A LIVE TERM. SO IS A FILE LARGER THAN THE TABLE.
036364*============================================================
036365 1410-READ-TERM-RECORD.
036366     READ TRMCTL INTO TERM-CONTROL-RECORD
036367         AT END
036368             SET WS-TCT-EOF TO TRUE
036369             GO TO 1410-EXIT
036370     END-READ
036371     IF NOT TRM-STATUS-VALID
036372         DISPLAY 'TERM CONTROL RECORD INVALID: '
036373                 TERM-CONTROL-RECORD
036374         DISPLAY 'RUN CANNOT CONTINUE - CORRECT TRMCTL'
036375         MOVE WS-RC-CONTROL TO RETURN-CODE
036376         STOP RUN
036377     END-IF
036378     IF WS-TCT-COUNT > 0
036379             AND TRM-TERM NOT > WS-TCT-TERM (WS-TCT-COUNT)
036380         DISPLAY 'TERM CONTROL RECORD OUT OF SEQUENCE: '
036381                 TRM-TERM
036382         DISPLAY 'RUN CANNOT CONTINUE - CORRECT TRMCTL'
036383         MOVE WS-RC-CONTROL TO RETURN-CODE
036384         STOP RUN
036385     END-IF
036386     IF WS-TCT-COUNT >= WS-TCT-MAX
036387         DISPLAY 'TERM CONTROL TABLE FULL AT ' WS-TCT-MAX
036388         DISPLAY 'RUN CANNOT CONTINUE - ENLARGE WS-TCT-ENTRY'
036389         MOVE WS-RC-IO-FAILURE TO RETURN-CODE
036390         STOP RUN
036391     END-IF
036392     ADD 1 TO WS-TCT-COUNT
036393     MOVE TRM-TERM   TO WS-TCT-TERM (WS-TCT-COUNT)
036394     MOVE TRM-STATUS TO WS-TCT-STATUS (WS-TCT-COUNT).
036395 1410-EXIT.
036400     EXIT.
036410
036420*============================================================
045900*   VALIDATES THE MATCHED TRANSACTION AND REGRADES THE CASE
046000*   WITH THE CORRECTED CHECK-VAL THROUGH THE SAME BANDS AND
046100*   CUTOFF THE GRADING RUN APPLIES, THEN WRITES THE DELTA
046200*   DETAIL AND ITS AUDIT RECORD. A CHANGE TO A CLOSED TERM
046233*   NEEDS A LISTED LATE-CHANGE OFFICE AS WELL AS A REGAUTH
046266*   OFFICE, AND IS ALSO LISTED FOR THE REGISTRAR'S SIGN-OFF.
046300*============================================================
046400 2540-APPLY-CHANGE.
046500     PERFORM 2560-CHECK-OFFICE THRU 2560-EXIT
046600     IF NOT WS-AUTH-FOUND
046700         MOVE 'OFFICE NOT AUTHORIZED FOR GRADE CHANGES'
046800             TO REJ-REASON
046816         PERFORM 2550-WRITE-REJECT THRU 2550-EXIT
046832         GO TO 2540-EXIT
046848     END-IF
046864     PERFORM 2545-CHECK-TERM-FREEZE THRU 2545-EXIT
046880     IF WS-CHG-TERM-CLOSED AND NOT WS-LATE-FOUND
046900         PERFORM 2550-WRITE-REJECT THRU 2550-EXIT
047000         GO TO 2540-EXIT
047100     END-IF
048600     PERFORM 2580-EVALUATE-PASS-FAIL THRU 2580-EXIT
048700     PERFORM 2590-WRITE-DELTA-DETAIL THRU 2590-EXIT
048800     PERFORM 2600-WRITE-AUDIT-RECORD THRU 2600-EXIT
048825     IF WS-CHG-TERM-CLOSED
048850         PERFORM 2620-WRITE-OVERRIDE-LINE THRU 2620-EXIT
048875     END-IF
048900     ADD 1 TO WS-APPLIED-COUNT
049000     MOVE WS-TRAN-KEY TO WS-LAST-APPLIED-KEY.
049100 2540-EXIT.
049101     EXIT.
049102
049103*============================================================
049104* 2545-CHECK-TERM-FREEZE
049105*   FINDS THE TERM OF THE CHANGE'S SECTION ON SECMAST AND
049106*   ITS STATUS ON TRMCTL. A SECTION OR TERM NOT ON FILE IS
049107*   OPEN. FOR A CLOSED TERM THE TRANSACTION'S LATE-CHANGE
049108*   OFFICE MUST BE ON THE LATEAUTH LIST; WHEN IT IS NOT, THE
049109*   REJECT REASON IS LEFT FOR THE CALLER.
049110*============================================================
049111 2545-CHECK-TERM-FREEZE.
049112     MOVE 'N' TO WS-LATE-FOUND-SW
049113     MOVE SPACES TO WS-CHG-TERM
049114     SET WS-CHG-TERM-OPEN TO TRUE
049115     IF WS-SCM-COUNT = 0
049116         GO TO 2545-EXIT
049117     END-IF
049118     SEARCH ALL WS-SCM-ENTRY
049119         AT END
049120             GO TO 2545-EXIT
049121         WHEN WS-SCM-ID (SCM-IDX) = WCH-SECTION-ID
049122             MOVE WS-SCM-TERM (SCM-IDX) TO WS-CHG-TERM
049123     END-SEARCH
049124     IF WS-CHG-TERM = SPACES
049125             OR WS-TCT-COUNT = 0
049126         GO TO 2545-EXIT
049127     END-IF
049128     SEARCH ALL WS-TCT-ENTRY
049129         AT END
049130             GO TO 2545-EXIT
049131         WHEN WS-TCT-TERM (TCT-IDX) = WS-CHG-TERM
049132             MOVE WS-TCT-STATUS (TCT-IDX) TO WS-CHG-TERM-STATUS
049133     END-SEARCH
049134     IF NOT WS-CHG-TERM-CLOSED
049135         GO TO 2545-EXIT
049136     END-IF
049137     IF WCH-LATE-AUTH-OFFICE = SPACES
049138         MOVE 'TERM CLOSED - NO LATE-CHANGE AUTHORIZATION'
049139             TO REJ-REASON
049140         GO TO 2545-EXIT
049141     END-IF
049142     PERFORM 2547-MATCH-LATE-OFFICE THRU 2547-EXIT
049143         VARYING WS-LATE-SUB FROM 1 BY 1
049144         UNTIL WS-LATE-SUB > WS-LATE-COUNT
049145         OR WS-LATE-FOUND
049146     IF NOT WS-LATE-FOUND
049147         MOVE 'TERM CLOSED - LATE-CHANGE OFFICE NOT LISTED'
049148             TO REJ-REASON
049149     END-IF.
049150 2545-EXIT.
049151     EXIT.
049152
049153*============================================================
049154* 2547-MATCH-LATE-OFFICE
049155*============================================================
049156 2547-MATCH-LATE-OFFICE.
049157     IF WCH-LATE-AUTH-OFFICE = WS-LATE-OFFICE (WS-LATE-SUB)
049158         SET WS-LATE-FOUND TO TRUE
049159     END-IF.
049160 2547-EXIT.
049200     EXIT.
049300
049400*============================================================
061700* 2600-WRITE-AUDIT-RECORD
061800*   ONE TIMESTAMPED AUDIT RECORD PER APPLIED CHANGE SO THE
061900*   REGRADE IS ON THE TRAIL. THE CLASS TAG NAMES THE
062000*   AUTHORIZING OFFICE'S ACTION AS A REGRADE, OR AS A LATE
062050*   CHANGE WHEN IT OVERRIDES A CLOSED TERM.
062100*============================================================
062200 2600-WRITE-AUDIT-RECORD.
062300     MOVE BDT-BUSINESS-DATE TO WS-TS-DATE
062400     ACCEPT WS-TS-TIME FROM TIME
062500     MOVE SPACES TO AUDIT-RECORD
062600     SET AUD-DETAIL TO TRUE
062800     MOVE WS-PR-STUDENT-ID TO AUD-STUDENT-ID
062900     MOVE WS-PASS-FAIL-SW TO AUD-PASS-FAIL
063000     MOVE 'REGRADE' TO AUD-CLASS-TAG
063025     IF WS-CHG-TERM-CLOSED
063050         MOVE 'LATECHG' TO AUD-CLASS-TAG
063075     END-IF
063100     MOVE SPACE TO AUD-NUM-BRANCH
063200     MOVE WS-PR-COMPUTE-RESULT TO AUD-COMPUTE-RESULT
063300     MOVE WS-PR-ADD-RESULT TO AUD-ADD-RESULT
063800     WRITE AUDIT-OUT-RECORD FROM AUDIT-RECORD
063900     ADD 1 TO WS-AUD-REC-CNT.
064000 2600-EXIT.
064004     EXIT.
064008
064012*============================================================
064016* 2620-WRITE-OVERRIDE-LINE
064020*   ONE SIGN-OFF REPORT LINE PER CHANGE APPLIED TO A CLOSED
064024*   TERM - WHO, WHICH TERM, BOTH AUTHORIZING OFFICES AND THE
064028*   GRADE BEFORE AND AFTER
064032*============================================================
064036 2620-WRITE-OVERRIDE-LINE.
064040     MOVE SPACES TO FREEZE-LINE
064044     STRING WS-PR-STUDENT-ID ' ' WS-PR-SECTION-ID
064048             ' ' WS-CHG-TERM
064052             ' ' WCH-AUTH-OFFICE
064056             ' ' WCH-LATE-AUTH-OFFICE
064060             ' ' WS-PR-CHECK-VAL '/' WS-PR-LETTER-GRADE
064064             ' -> ' WS-NEW-CHECK-VAL '/' WS-LETTER-GRADE
064068             INTO FREEZE-LINE
064072     WRITE FREEZE-LINE
064076     ADD 1 TO WS-OVERRIDE-COUNT.
064080 2620-EXIT.
064100     EXIT.
064200
064300*============================================================
065200     MOVE WS-RUN-DATE TO RF-TRL-RUN-DATE
065300     MOVE WS-APPLIED-COUNT TO RF-TRL-RECORD-COUNT
065400     WRITE DELTA-FEED-RECORD FROM RESULTS-FEED-RECORD
065500     MOVE BDT-BUSINESS-DATE TO WS-TS-DATE
065600     ACCEPT WS-TS-TIME FROM TIME
065700     MOVE SPACES TO AUDIT-RECORD
065800     SET AUD-TRAILER TO TRUE
066300     DISPLAY 'CHANGES APPLIED.: ' WS-APPLIED-COUNT
066400     DISPLAY 'CHANGES REJECTED: ' WS-REJECT-COUNT
066500     DISPLAY 'PRIOR CASES READ: ' WS-PR-READ-COUNT
066533     DISPLAY 'LATE OVERRIDES..: ' WS-OVERRIDE-COUNT
066566     PERFORM 3100-CLOSE-OVERRIDE-REPORT THRU 3100-EXIT
066600     CLOSE PRIORSRT
066700     CLOSE DLTAFEED
066800     CLOSE REGAUDIT
068600     EXIT.
068700
068800*============================================================
068803* 3100-CLOSE-OVERRIDE-REPORT
068806*   TOTALS THE FROZEN-TERM OVERRIDES AND CLOSES THE REPORT
068809*   WITH THE REGISTRAR'S SIGN-OFF BLOCK. THE REPORT GOES OUT
068812*   EVEN WHEN NO TERM WAS OVERRIDDEN SO THE REGISTRAR CAN
068815*   SIGN FOR A CLEAN RUN.
068818*============================================================
068821 3100-CLOSE-OVERRIDE-REPORT.
068824     MOVE SPACES TO FREEZE-LINE
068827     WRITE FREEZE-LINE
068830     MOVE SPACES TO FREEZE-LINE
068833     IF WS-OVERRIDE-COUNT = 0
068836         STRING 'NO CHANGES APPLIED TO A CLOSED TERM THIS RUN'
068839                 INTO FREEZE-LINE
068842     ELSE
068845         STRING 'OVERRIDES APPLIED=' WS-OVERRIDE-COUNT
068848                 INTO FREEZE-LINE
068851     END-IF
068854     WRITE FREEZE-LINE
068857     MOVE SPACES TO FREEZE-LINE
068860     WRITE FREEZE-LINE
068863     MOVE SPACES TO FREEZE-LINE
068866     STRING 'REGISTRAR SIGN-OFF ______________________________'
068869             '   DATE __________'
068872             INTO FREEZE-LINE
068875     WRITE FREEZE-LINE
068878     CLOSE FRZRPT.
068881 3100-EXIT.
068884     EXIT.
068887
068890*============================================================
068900* 8000-POST-RUN-CONTROL
069000*   POSTS THIS RUN'S LINE TO THE SHARED RUN-CONTROL
069100*   REGISTER - CHANGE TRANSACTIONS IN, CHANGES APPLIED OUT,
069500 8000-POST-RUN-CONTROL.
069600     OPEN EXTEND RUNCTL
069700     MOVE 'REGRADE' TO RCT-PROGRAM-ID
069800     MOVE BDT-BUSINESS-DATE TO RCT-RUN-DATE
069900     ACCEPT RCT-RUN-TIME FROM TIME
070000     MOVE WS-CHANGE-COUNT TO RCT-INPUT-COUNT
070100     MOVE WS-APPLIED-COUNT TO RCT-OUTPUT-COUNT

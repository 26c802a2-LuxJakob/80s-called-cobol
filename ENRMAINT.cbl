000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ENRMAINT.
000300 AUTHOR. R. L. MEEHAN.
000400 INSTALLATION. ACADEMIC RECORDS DIVISION.
000500 DATE-WRITTEN. 09/08/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* ---------- ----  ----------------------------------------
001200* 09/08/2026 RLM   ORIGINAL CODING - IN-PLACE MAINTENANCE OF
001300*                  THE INDEXED ENROLLMENT MASTER ENRMAST,
001400*                  KEYED ON SECTION-ID THEN STUDENT-ID. ADD
001500*                  ENROLLS A STUDENT IN A SECTION (OR
001600*                  REINSTATES A DROPPED ENROLLMENT) AND DROP
001700*                  MARKS THE ENROLLMENT DROPPED WITHOUT
001800*                  DELETING IT. THE STUDENT MUST BE ACTIVE ON
001900*                  STUMAST AND THE SECTION MUST BE ON SECMAST.
002000*                  REJECTED TRANSACTIONS GO TO ENRERR WITH A
002100*                  REASON, EVERY APPLIED CHANGE IS PRINTED ON
002200*                  THE ENRREG REGISTER IN OLD/NEW FORM, AND
002300*                  THE RUN POSTS TO RUNCTL FOR NITEBAL.
002312* 09/24/2026 RLM   TAKES ITS RUN DATE FROM THE NIGHT'S BUSINESS
002324*                  DATE ON BUSDATE (BDTRECC COPY MEMBER) INSTEAD
002336*                  OF THE SYSTEM CLOCK SO A RERUN POSTS UNDER THE
002348*                  NIGHT IT BELONGS TO, AND REFUSES WITH RETURN
002360*                  CODE 8 TO RUN AGAINST A NIGHT NITEBAL HAS
002372*                  ALREADY CLOSED ON RUNCTL UNLESS BUSDATE
002384*                  CARRIES THE RERUN FLAG.
002386* 10/15/2026 RLM   EVERY ENROLLMENT WRITTEN OR REWRITTEN IS
002388*                  ALSO RECORDED ON THE PERMANENT ENRAUDIT
002390*                  TRAIL (EAURECC COPY MEMBER) - BUSINESS
002392*                  DATE, TIME, ACTION AND THE BEFORE AND AFTER
002394*                  IMAGES OF THE ENROLLMENT.
002400*----------------------------------------------------------
002500
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT ENRMAST ASSIGN TO "ENRMAST"
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS RANDOM
003200         RECORD KEY IS ENR-KEY.
003300     SELECT ENRTRAN ASSIGN TO "ENRTRAN"
003400         ORGANIZATION IS LINE SEQUENTIAL.
003500     SELECT STUMAST ASSIGN TO "STUMAST"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS RANDOM
003800         RECORD KEY IS STM-STUDENT-ID.
003900     SELECT SECMAST ASSIGN TO "SECMAST"
004000         ORGANIZATION IS LINE SEQUENTIAL.
004100     SELECT ENRERR ASSIGN TO "ENRERR"
004200         ORGANIZATION IS LINE SEQUENTIAL.
004233     SELECT ENRAUDIT ASSIGN TO "ENRAUDIT"
004266         ORGANIZATION IS LINE SEQUENTIAL.
004300     SELECT ENRREG ASSIGN TO "ENRREG"
004400         ORGANIZATION IS LINE SEQUENTIAL.
004500     SELECT RUNCTL ASSIGN TO "RUNCTL"
004600         ORGANIZATION IS LINE SEQUENTIAL.
004633     SELECT BUSDATE ASSIGN TO "BUSDATE"
004666         ORGANIZATION IS LINE SEQUENTIAL.
004700
004800 DATA DIVISION.
004900 FILE SECTION.
005000*ENRMAST - THE INDEXED ENROLLMENT MASTER, KEYED ON ENR-KEY
005100*(SECTION-ID THEN STUDENT-ID). SEE THE ENRRECC COPY MEMBER
005200*FOR THE LAYOUT. MAINTAINED IN PLACE - ADDS WRITE A NEW
005300*RECORD, DROPS AND REINSTATEMENTS REWRITE THE RECORD READ.
005400 FD  ENRMAST.
005500     COPY ENRRECC.
005600
005700*ENRTRAN - ONE ENROLLMENT TRANSACTION PER RECORD. ACTION A
005800*ENROLLS THE STUDENT IN THE SECTION, D DROPS THE STUDENT
005900*FROM THE SECTION. NEED NOT BE SORTED.
006000 FD  ENRTRAN.
006100 01  TRANSACTION-RECORD.
006200     05  TRN-ACTION             PIC X(01).
006300         88  TRN-ADD            VALUE 'A'.
006400         88  TRN-DROP           VALUE 'D'.
006500     05  TRN-SECTION-ID         PIC X(08).
006600     05  TRN-STUDENT-ID         PIC X(10).
006700
006800*STUMAST - THE INDEXED STUDENT MASTER, READ ONLY, SO AN ADD
006900*CAN BE REFUSED FOR A STUDENT WHO IS UNKNOWN OR INACTIVE.
007000*SEE THE STMRECC COPY MEMBER FOR THE LAYOUT.
007100 FD  STUMAST.
007200     COPY STMRECC.
007300
007400*SECMAST - SECTION REFERENCE FILE MAINTAINED BY SECMAINT,
007500*SORTED ASCENDING BY SECTION-ID. LOADED INTO A TABLE AT
007600*INITIALIZATION SO AN ADD CAN BE REFUSED FOR A SECTION THE
007700*REGISTRAR HAS NOT SET UP.
007800 FD  SECMAST.
007900 01  SECTION-IN-RECORD          PIC X(69).
008000
008100*ENRERR - ONE LINE FOR EVERY TRANSACTION THIS RUN REJECTS
008200 FD  ENRERR.
008300 01  ERROR-RECORD.
008400     05  ERR-SECTION-ID         PIC X(08).
008500     05  ERR-STUDENT-ID         PIC X(10).
008600     05  ERR-ACTION             PIC X(01).
008700     05  ERR-REASON             PIC X(44).
008714
008728*ENRAUDIT - THE PERMANENT ENROLLMENT MAINTENANCE AUDIT TRAIL,
008742*EXTENDED EVERY CYCLE. ONE RECORD PER ENROLLMENT WRITTEN OR
008756*REWRITTEN. SEE THE EAURECC COPY MEMBER FOR THE LAYOUT.
008770 FD  ENRAUDIT.
008784     COPY EAURECC.
008800
008900*ENRREG - THE PRINTED ENROLLMENT REGISTER FOR THIS CYCLE,
009000*EACH APPLIED CHANGE IN OLD/NEW FORM
009100 FD  ENRREG.
009200 01  REGISTER-LINE              PIC X(132).
009300
009400*RUNCTL - THE SHARED RUN-CONTROL REGISTER EVERY SUITE
009500*PROGRAM POSTS TO AT END OF JOB. SEE THE RCTRECC COPY
009600*MEMBER.
009700 FD  RUNCTL.
009800     COPY RCTRECC.
009816
009832*BUSDATE - THE NIGHT'S BUSINESS-DATE CONTROL RECORD SET BY
009848*NITEOPEN. SEE THE BDTRECC COPY MEMBER.
009864 FD  BUSDATE.
009880 01  BUSINESS-DATE-IN-RECORD    PIC X(25).
009900
010000 WORKING-STORAGE SECTION.
010010*THE NIGHT'S BUSINESS DATE - THE SHARED LAYOUT FROM THE
010020*BDTRECC COPY MEMBER - AND THE SWITCHES FOR THE CHECK
010030*AGAINST NIGHTS ALREADY CLOSED ON RUNCTL
010040     COPY BDTRECC.
010050 01  WS-RCT-EOF-SW              PIC X(01) VALUE 'N'.
010060     88  WS-RCT-EOF             VALUE 'Y'.
010070 01  WS-DATE-CLOSED-SW          PIC X(01) VALUE 'N'.
010080     88  WS-DATE-CLOSED         VALUE 'Y'.
010090
010100*SWITCHES
010200 01  WS-EOF-SW                  PIC X(01) VALUE 'N'.
010300     88  WS-EOF                 VALUE 'Y'.
010400
010500*THE CYCLE'S RUN DATE, STAMPED AS THE ENROLL OR DROP DATE
010600 01  WS-RUN-DATE                PIC 9(08).
010700
010800*THE ENROLLMENT AS IT STOOD BEFORE THE TRANSACTION APPLIED -
010900*SPACES FOR A NEW ADD
011000 01  WS-BEFORE-IMAGE            PIC X(35).
011100
011200*THE ACTION SPELLED OUT FOR THE REGISTER LINE
011300 01  WS-ACTION-TXT              PIC X(10).
011400
011500*SECTION REFERENCE AREAS - SECMAST IS LOADED INTO THIS
011600*ORDERED TABLE AND BINARY-SEARCHED FOR EACH ADD
011700     COPY SECRECC.
011800 01  WS-SECTION-REF-TABLE.
011900     05  WS-SCM-COUNT           PIC 9(03) COMP.
012000     05  WS-SCM-ENTRY OCCURS 1 TO 500 TIMES
012100             DEPENDING ON WS-SCM-COUNT
012200             ASCENDING KEY IS WS-SCM-ID
012300             INDEXED BY SCM-IDX.
012400         10  WS-SCM-ID          PIC X(08).
012500 01  WS-SCM-EOF-SW              PIC X(01) VALUE 'N'.
012600     88  WS-SCM-EOF             VALUE 'Y'.
012700 01  WS-SCM-FOUND-SW            PIC X(01) VALUE 'N'.
012800     88  WS-SCM-FOUND           VALUE 'Y'.
012900
013000*RUN COUNTERS
013100 01  WS-COUNTERS.
013200     05  WS-TRAN-COUNT          PIC 9(09).
013300     05  WS-ADD-COUNT           PIC 9(09).
013400     05  WS-REINSTATE-COUNT     PIC 9(09).
013500     05  WS-DROP-COUNT          PIC 9(09).
013600     05  WS-ERROR-COUNT         PIC 9(09).
013700     05  WS-APPLIED-COUNT       PIC 9(09).
013750     05  WS-AUDIT-COUNT         PIC 9(09).
013800
013900 77  WS-SCM-MAX                 PIC 9(03) COMP VALUE 500.
014000 77  WS-RC-IO-FAILURE           PIC 9(02) VALUE 12.
014020
014040*RETURN CODE SETTING - 8 MEANS NO USABLE BUSINESS DATE OR A
014060*NIGHT ALREADY CLOSED
014080 77  WS-RC-CONTROL              PIC 9(02) VALUE 08.
014100
014200 PROCEDURE DIVISION.
014300*============================================================
014400* 0000-MAINLINE
014500*   ONE TRANSACTION PER ITERATION, APPLIED DIRECTLY AGAINST
014600*   THE INDEXED ENROLLMENT MASTER UNTIL THE TRANSACTION FILE
014700*   IS EXHAUSTED
014800*============================================================
014900 0000-MAINLINE.
014950     PERFORM 0900-GET-BUSINESS-DATE THRU 0900-EXIT
015000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
015100     PERFORM 2000-APPLY-TRANSACTION THRU 2000-EXIT
015200         UNTIL WS-EOF
015300     PERFORM 3000-FINALIZE THRU 3000-EXIT
015400     PERFORM 8000-POST-RUN-CONTROL THRU 8000-EXIT
015500     STOP RUN.
015600
015601*============================================================
015602* 0900-GET-BUSINESS-DATE
015603*   READS THE NIGHT'S BUSINESS DATE FROM BUSDATE - THE RUN
015604*   DATE FOR EVERYTHING THIS RUN STAMPS - AND REFUSES A NIGHT
015605*   NITEBAL HAS ALREADY CLOSED ON RUNCTL UNLESS BUSDATE
015606*   CARRIES THE RERUN FLAG. NOTHING ELSE IS OPENED UNTIL THE
015607*   DATE IS SETTLED.
015608*============================================================
015609 0900-GET-BUSINESS-DATE.
015610     OPEN INPUT BUSDATE
015611     READ BUSDATE INTO BUSINESS-DATE-RECORD
015612         AT END
015613             MOVE SPACES TO BUSINESS-DATE-RECORD
015614     END-READ
015615     CLOSE BUSDATE
015616     IF BDT-BUSINESS-DATE NOT NUMERIC
015617             OR BDT-BUSINESS-DATE = 0
015618         DISPLAY 'NO USABLE BUSINESS DATE ON BUSDATE'
015619         DISPLAY 'RUN CANNOT CONTINUE - RUN NITEOPEN FIRST'
015620         MOVE WS-RC-CONTROL TO RETURN-CODE
015621         STOP RUN
015622     END-IF
015623     OPEN INPUT RUNCTL
015624     PERFORM 0910-CHECK-CLOSED-NIGHT THRU 0910-EXIT
015625         UNTIL WS-RCT-EOF
015626     CLOSE RUNCTL
015627     IF WS-DATE-CLOSED AND NOT BDT-RERUN
015628         DISPLAY 'BUSINESS DATE ' BDT-BUSINESS-DATE
015629                 ' ALREADY CLOSED ON RUNCTL'
015630         DISPLAY 'RUN CANNOT CONTINUE - RERUN FLAG NOT SET'
015631         MOVE WS-RC-CONTROL TO RETURN-CODE
015632         STOP RUN
015633     END-IF
015634     DISPLAY 'BUSINESS DATE: ' BDT-BUSINESS-DATE.
015635 0900-EXIT.
015636     EXIT.
015637
015638*============================================================
015639* 0910-CHECK-CLOSED-NIGHT
015640*   AN IN-BALANCE NITEBAL ENTRY FOR THE BUSINESS DATE MEANS
015641*   THE NIGHT HAS BEEN CLOSED
015642*============================================================
015643 0910-CHECK-CLOSED-NIGHT.
015644     READ RUNCTL
015645         AT END
015646             SET WS-RCT-EOF TO TRUE
015647             GO TO 0910-EXIT
015648     END-READ
015649     IF RCT-PROGRAM-ID = 'NITEBAL'
015650             AND RCT-RUN-DATE = BDT-BUSINESS-DATE
015651             AND RCT-RETURN-CODE < 08
015652         SET WS-DATE-CLOSED TO TRUE
015653     END-IF.
015654 0910-EXIT.
015655     EXIT.
015656
015700*============================================================
015800* 1000-INITIALIZE
015900*   OPENS THE ENROLLMENT MASTER FOR UPDATE IN PLACE, LOADS
016000*   THE SECTION REFERENCE TABLE AND PRIMES THE FIRST
016100*   TRANSACTION FOR THE CONTROLLING PERFORM
016200*============================================================
016300 1000-INITIALIZE.
016400     OPEN I-O    ENRMAST
016500     OPEN INPUT  ENRTRAN
016600     OPEN INPUT  STUMAST
016700     OPEN OUTPUT ENRERR
016750     OPEN EXTEND ENRAUDIT
016800     OPEN OUTPUT ENRREG
016900     INITIALIZE WS-COUNTERS
017000     MOVE BDT-BUSINESS-DATE TO WS-RUN-DATE
017100     PERFORM 1100-LOAD-SECTION-MASTER THRU 1100-EXIT
017200     MOVE SPACES TO REGISTER-LINE
017300     STRING 'ENROLLMENT REGISTER CYCLE ' WS-RUN-DATE
017400             INTO REGISTER-LINE
017500     WRITE REGISTER-LINE
017600     MOVE SPACES TO REGISTER-LINE
017700     WRITE REGISTER-LINE
017800     PERFORM 2200-READ-TRANSACTION THRU 2200-EXIT.
017900 1000-EXIT.
018000     EXIT.
018100
018200*============================================================
018300* 1100-LOAD-SECTION-MASTER
018400*   READS SECMAST INTO THE ORDERED TABLE. SECMAST IS SORTED
018500*   ASCENDING BY SECTION-ID, WHICH IS WHAT LETS SEARCH ALL
018600*   BINARY-SEARCH THE TABLE.
018700*============================================================
018800 1100-LOAD-SECTION-MASTER.
018900     OPEN INPUT SECMAST
019000     MOVE 0 TO WS-SCM-COUNT
019100     PERFORM 1110-READ-SECTION-RECORD THRU 1110-EXIT
019200         UNTIL WS-SCM-EOF
019300     CLOSE SECMAST
019400     DISPLAY 'SECTION MASTERS LOADED: ' WS-SCM-COUNT.
019500 1100-EXIT.
019600     EXIT.
019700
019800*============================================================
019900* 1110-READ-SECTION-RECORD
020000*   LOADS ONE SECTION INTO THE NEXT TABLE ENTRY. A REFERENCE
020100*   FILE LARGER THAN THE TABLE IS A HARD STOP - ADDS CHECKED
020200*   AGAINST PART OF THE REFERENCE WOULD REFUSE REAL SECTIONS.
020300*============================================================
020400 1110-READ-SECTION-RECORD.
020500     READ SECMAST INTO SECTION-MASTER-RECORD
020600         AT END
020700             SET WS-SCM-EOF TO TRUE
020800             GO TO 1110-EXIT
020900     END-READ
021000     IF WS-SCM-COUNT >= WS-SCM-MAX
021100         DISPLAY 'SECTION REFERENCE TABLE FULL AT ' WS-SCM-MAX
021200         DISPLAY 'RUN CANNOT CONTINUE - ENLARGE WS-SCM-ENTRY'
021300         MOVE WS-RC-IO-FAILURE TO RETURN-CODE
021400         STOP RUN
021500     END-IF
021600     ADD 1 TO WS-SCM-COUNT
021700     MOVE SEC-SECTION-ID TO WS-SCM-ID (WS-SCM-COUNT).
021800 1110-EXIT.
021900     EXIT.
022000
022100*============================================================
022200* 2000-APPLY-TRANSACTION
022300*   ROUTES THE CURRENT TRANSACTION BY ITS ACTION CODE. AN
022400*   ADD WRITES A NEW ENROLLMENT; A DROP READS THE ENROLLMENT
022500*   BY KEY AND REWRITES IT IN PLACE; ANYTHING ELSE IS
022600*   REJECTED. THE NEXT TRANSACTION IS READ AHEAD FOR THE
022700*   CONTROLLING PERFORM.
022800*============================================================
022900 2000-APPLY-TRANSACTION.
023000     EVALUATE TRUE
023100         WHEN TRN-ADD
023200             PERFORM 2300-ADD-ENROLLMENT THRU 2300-EXIT
023300         WHEN TRN-DROP
023400             PERFORM 2400-DROP-ENROLLMENT THRU 2400-EXIT
023500         WHEN OTHER
023600             MOVE 'ACTION CODE IS NOT A OR D'
023700                 TO ERR-REASON
023800             PERFORM 2500-WRITE-ERROR THRU 2500-EXIT
023900     END-EVALUATE
024000     PERFORM 2200-READ-TRANSACTION THRU 2200-EXIT.
024100 2000-EXIT.
024200     EXIT.
024300
024400*============================================================
024500* 2200-READ-TRANSACTION
024600*============================================================
024700 2200-READ-TRANSACTION.
024800     READ ENRTRAN
024900         AT END
025000             SET WS-EOF TO TRUE
025100         NOT AT END
025200             ADD 1 TO WS-TRAN-COUNT
025300     END-READ.
025400 2200-EXIT.
025500     EXIT.
025600
025700*============================================================
025800* 2300-ADD-ENROLLMENT
025900*   CHECKS THE STUDENT AGAINST STUMAST AND THE SECTION
026000*   AGAINST THE SECMAST TABLE, THEN WRITES A NEW ENROLLED
026100*   RECORD THROUGH THE INDEX. A KEY ALREADY ON THE FILE
026200*   RAISES INVALID KEY - A DROPPED ENROLLMENT IS REINSTATED
026300*   IN PLACE, AN ACTIVE ONE REJECTS THE ADD AS A DUPLICATE.
026400*============================================================
026500 2300-ADD-ENROLLMENT.
026600     IF TRN-SECTION-ID = SPACES
026700         MOVE 'SECTION-ID IS BLANK' TO ERR-REASON
026800         PERFORM 2500-WRITE-ERROR THRU 2500-EXIT
026900         GO TO 2300-EXIT
027000     END-IF
027100     IF TRN-STUDENT-ID = SPACES
027200         MOVE 'STUDENT-ID IS BLANK' TO ERR-REASON
027300         PERFORM 2500-WRITE-ERROR THRU 2500-EXIT
027400         GO TO 2300-EXIT
027500     END-IF
027600     MOVE TRN-STUDENT-ID TO STM-STUDENT-ID
027700     READ STUMAST
027800         INVALID KEY
027900             MOVE 'STUDENT-ID NOT ON STUDENT MASTER'
028000                 TO ERR-REASON
028100             PERFORM 2500-WRITE-ERROR THRU 2500-EXIT
028200             GO TO 2300-EXIT
028300     END-READ
028400     IF NOT STM-ACTIVE
028500         MOVE 'STUDENT IS NOT ACTIVE ON STUDENT MASTER'
028600             TO ERR-REASON
028700         PERFORM 2500-WRITE-ERROR THRU 2500-EXIT
028800         GO TO 2300-EXIT
028900     END-IF
029000     PERFORM 2350-LOOKUP-SECTION THRU 2350-EXIT
029100     IF NOT WS-SCM-FOUND
029200         MOVE 'SECTION-ID NOT ON SECTION MASTER'
029300             TO ERR-REASON
029400         PERFORM 2500-WRITE-ERROR THRU 2500-EXIT
029500         GO TO 2300-EXIT
029600     END-IF
029700     MOVE SPACES TO WS-BEFORE-IMAGE
029800     MOVE SPACES TO ENROLLMENT-RECORD
029900     MOVE TRN-SECTION-ID TO ENR-SECTION-ID
030000     MOVE TRN-STUDENT-ID TO ENR-STUDENT-ID
030100     SET ENR-ENROLLED TO TRUE
030200     MOVE WS-RUN-DATE TO ENR-ENROLL-DATE
030300     MOVE 0 TO ENR-DROP-DATE
030400     WRITE ENROLLMENT-RECORD
030500         INVALID KEY
030600             PERFORM 2380-REINSTATE-ENROLLMENT THRU 2380-EXIT
030700             GO TO 2300-EXIT
030800     END-WRITE
030850     PERFORM 2600-WRITE-ENR-AUDIT THRU 2600-EXIT
030900     ADD 1 TO WS-ADD-COUNT
031000     PERFORM 2700-WRITE-REGISTER-LINES THRU 2700-EXIT.
031100 2300-EXIT.
031200     EXIT.
031300
031400*============================================================
031500* 2350-LOOKUP-SECTION
031600*   BINARY-SEARCHES THE SECMAST TABLE FOR THE TRANSACTION'S
031700*   SECTION-ID
031800*============================================================
031900 2350-LOOKUP-SECTION.
032000     MOVE 'N' TO WS-SCM-FOUND-SW
032100     IF WS-SCM-COUNT = 0
032200         GO TO 2350-EXIT
032300     END-IF
032400     SEARCH ALL WS-SCM-ENTRY
032500         AT END
032600             MOVE 'N' TO WS-SCM-FOUND-SW
032700         WHEN WS-SCM-ID (SCM-IDX) = TRN-SECTION-ID
032800             SET WS-SCM-FOUND TO TRUE
032900     END-SEARCH.
033000 2350-EXIT.
033100     EXIT.
033200
033300*============================================================
033400* 2380-REINSTATE-ENROLLMENT
033500*   THE ADD'S KEY IS ALREADY ON THE MASTER. READS IT BACK -
033600*   A DROPPED ENROLLMENT IS FLIPPED BACK TO ENROLLED WITH A
033700*   FRESH ENROLL DATE AND REWRITTEN; ONE STILL ENROLLED
033800*   REJECTS THE ADD.
033900*============================================================
034000 2380-REINSTATE-ENROLLMENT.
034100     READ ENRMAST
034200         INVALID KEY
034300             MOVE 'ENROLLMENT COULD NOT BE READ BACK'
034400                 TO ERR-REASON
034500             PERFORM 2500-WRITE-ERROR THRU 2500-EXIT
034600             GO TO 2380-EXIT
034700     END-READ
034800     IF NOT ENR-DROPPED
034900         MOVE 'STUDENT ALREADY ENROLLED IN SECTION'
035000             TO ERR-REASON
035100         PERFORM 2500-WRITE-ERROR THRU 2500-EXIT
035200         GO TO 2380-EXIT
035300     END-IF
035400     MOVE ENROLLMENT-RECORD TO WS-BEFORE-IMAGE
035500     SET ENR-ENROLLED TO TRUE
035600     MOVE WS-RUN-DATE TO ENR-ENROLL-DATE
035700     MOVE 0 TO ENR-DROP-DATE
035800     REWRITE ENROLLMENT-RECORD
035900         INVALID KEY
036000             MOVE 'ENROLLMENT COULD NOT BE REWRITTEN'
036100                 TO ERR-REASON
036200             PERFORM 2500-WRITE-ERROR THRU 2500-EXIT
036300             GO TO 2380-EXIT
036400     END-REWRITE
036450     PERFORM 2600-WRITE-ENR-AUDIT THRU 2600-EXIT
036500     ADD 1 TO WS-REINSTATE-COUNT
036600     PERFORM 2700-WRITE-REGISTER-LINES THRU 2700-EXIT.
036700 2380-EXIT.
036800     EXIT.
036900
037000*============================================================
037100* 2400-DROP-ENROLLMENT
037200*   READS THE ENROLLMENT FOR THE TRANSACTION KEY AND MARKS IT
037300*   DROPPED AS OF THE RUN DATE. THE RECORD IS KEPT SO SCORE
037400*   EDITING CAN STILL RECOGNISE THE STUDENT AS A DROP.
037500*============================================================
037600 2400-DROP-ENROLLMENT.
037700     MOVE TRN-SECTION-ID TO ENR-SECTION-ID
037800     MOVE TRN-STUDENT-ID TO ENR-STUDENT-ID
037900     READ ENRMAST
038000         INVALID KEY
038100             MOVE 'STUDENT NOT ENROLLED IN SECTION'
038200                 TO ERR-REASON
038300             PERFORM 2500-WRITE-ERROR THRU 2500-EXIT
038400             GO TO 2400-EXIT
038500     END-READ
038600     IF ENR-DROPPED
038700         MOVE 'STUDENT ALREADY DROPPED FROM SECTION'
038800             TO ERR-REASON
038900         PERFORM 2500-WRITE-ERROR THRU 2500-EXIT
039000         GO TO 2400-EXIT
039100     END-IF
039200     MOVE ENROLLMENT-RECORD TO WS-BEFORE-IMAGE
039300     SET ENR-DROPPED TO TRUE
039400     MOVE WS-RUN-DATE TO ENR-DROP-DATE
039500     REWRITE ENROLLMENT-RECORD
039600         INVALID KEY
039700             MOVE 'ENROLLMENT COULD NOT BE REWRITTEN'
039800                 TO ERR-REASON
039900             PERFORM 2500-WRITE-ERROR THRU 2500-EXIT
040000             GO TO 2400-EXIT
040100     END-REWRITE
040150     PERFORM 2600-WRITE-ENR-AUDIT THRU 2600-EXIT
040200     ADD 1 TO WS-DROP-COUNT
040300     PERFORM 2700-WRITE-REGISTER-LINES THRU 2700-EXIT.
040400 2400-EXIT.
040500     EXIT.
040600
040700*============================================================
040800* 2500-WRITE-ERROR
040900*   WRITES THE REJECTED TRANSACTION AND ITS REASON TO ENRERR.
041000*   THE CALLER HAS ALREADY SET ERR-REASON.
041100*============================================================
041200 2500-WRITE-ERROR.
041300     MOVE TRN-SECTION-ID TO ERR-SECTION-ID
041400     MOVE TRN-STUDENT-ID TO ERR-STUDENT-ID
041500     MOVE TRN-ACTION TO ERR-ACTION
041600     WRITE ERROR-RECORD
041700     ADD 1 TO WS-ERROR-COUNT.
041800 2500-EXIT.
041900     EXIT.
041904
041908*============================================================
041912* 2600-WRITE-ENR-AUDIT
041916*   WRITES THE AUDIT RECORD FOR THE ENROLLMENT JUST WRITTEN
041920*   OR REWRITTEN - BUSINESS DATE, TIME, ACTION AND THE FULL
041924*   BEFORE AND AFTER IMAGES. PERFORMED STRAIGHT AFTER THE
041928*   MASTER I/O SO NO CHANGE REACHES ENRMAST UNAUDITED. THE
041932*   CALLER HAS LEFT THE BEFORE IMAGE IN WS-BEFORE-IMAGE AND
041936*   THE AFTER IMAGE IN ENROLLMENT-RECORD.
041940*============================================================
041944 2600-WRITE-ENR-AUDIT.
041948     MOVE WS-RUN-DATE TO EAU-RUN-DATE
041952     ACCEPT EAU-RUN-TIME FROM TIME
041956     MOVE TRN-ACTION TO EAU-ACTION
041960     MOVE WS-BEFORE-IMAGE TO EAU-BEFORE-IMAGE
041964     MOVE ENROLLMENT-RECORD TO EAU-AFTER-IMAGE
041968     WRITE ENROLLMENT-AUDIT-RECORD
041972     ADD 1 TO WS-AUDIT-COUNT.
041976 2600-EXIT.
041980     EXIT.
042000
042100*============================================================
042200* 2700-WRITE-REGISTER-LINES
042300*   ONE REGISTER ENTRY PER APPLIED TRANSACTION - THE ACTION
042400*   AND KEY, THEN THE ENROLLMENT IN OLD/NEW FORM. THE CALLER
042500*   HAS LEFT THE BEFORE IMAGE IN WS-BEFORE-IMAGE AND THE
042600*   AFTER IMAGE IN ENROLLMENT-RECORD.
042700*============================================================
042800 2700-WRITE-REGISTER-LINES.
042900     EVALUATE TRUE
043000         WHEN TRN-DROP
043100             MOVE 'DROP' TO WS-ACTION-TXT
043200         WHEN WS-BEFORE-IMAGE = SPACES
043300             MOVE 'ADD' TO WS-ACTION-TXT
043400         WHEN OTHER
043500             MOVE 'REINSTATE' TO WS-ACTION-TXT
043600     END-EVALUATE
043700     MOVE SPACES TO REGISTER-LINE
043800     STRING WS-ACTION-TXT ' ' TRN-SECTION-ID ' ' TRN-STUDENT-ID
043900             INTO REGISTER-LINE
044000     WRITE REGISTER-LINE
044100     MOVE SPACES TO REGISTER-LINE
044200     STRING '  OLD ' WS-BEFORE-IMAGE
044300             INTO REGISTER-LINE
044400     WRITE REGISTER-LINE
044500     MOVE SPACES TO REGISTER-LINE
044600     STRING '  NEW ' ENROLLMENT-RECORD
044700             INTO REGISTER-LINE
044800     WRITE REGISTER-LINE
044900     ADD 1 TO WS-APPLIED-COUNT.
045000 2700-EXIT.
045100     EXIT.
045200
045300*============================================================
045400* 3000-FINALIZE
045500*   DISPLAYS THE RUN COUNTS AND CLOSES EVERY FILE
045600*============================================================
045700 3000-FINALIZE.
045800     DISPLAY 'TRANSACTIONS READ...: ' WS-TRAN-COUNT
045900     DISPLAY 'ADDS APPLIED........: ' WS-ADD-COUNT
046000     DISPLAY 'REINSTATEMENTS......: ' WS-REINSTATE-COUNT
046100     DISPLAY 'DROPS APPLIED.......: ' WS-DROP-COUNT
046200     DISPLAY 'TRANSACTIONS IN ERR.: ' WS-ERROR-COUNT
046250     DISPLAY 'AUDIT RECORDS WRITTEN ' WS-AUDIT-COUNT
046300     MOVE SPACES TO REGISTER-LINE
046400     WRITE REGISTER-LINE
046500     MOVE SPACES TO REGISTER-LINE
046600     STRING 'CHANGES APPLIED THIS CYCLE ' WS-APPLIED-COUNT
046700             INTO REGISTER-LINE
046800     WRITE REGISTER-LINE
046900     CLOSE ENRMAST
047000     CLOSE ENRTRAN
047100     CLOSE STUMAST
047200     CLOSE ENRERR
047250     CLOSE ENRAUDIT
047300     CLOSE ENRREG.
047400 3000-EXIT.
047500     EXIT.
047600
047700*============================================================
047800* 8000-POST-RUN-CONTROL
047900*   POSTS THIS RUN'S LINE TO THE SHARED RUN-CONTROL
048000*   REGISTER - TRANSACTIONS IN, APPLIED CHANGES OUT,
048100*   TRANSACTIONS REJECTED - SO NITEBAL CAN CROSS-FOOT THE
048200*   NIGHT
048300*============================================================
048400 8000-POST-RUN-CONTROL.
048500     OPEN EXTEND RUNCTL
048600     MOVE 'ENRMAINT' TO RCT-PROGRAM-ID
048700     MOVE BDT-BUSINESS-DATE TO RCT-RUN-DATE
048800     ACCEPT RCT-RUN-TIME FROM TIME
048900     MOVE WS-TRAN-COUNT TO RCT-INPUT-COUNT
049000     MOVE WS-APPLIED-COUNT TO RCT-OUTPUT-COUNT
049100     MOVE WS-ERROR-COUNT TO RCT-REJECT-COUNT
049200     MOVE RETURN-CODE TO RCT-RETURN-CODE
049300     WRITE RUN-CONTROL-RECORD
049400     CLOSE RUNCTL.
049500 8000-EXIT.
049600     EXIT.

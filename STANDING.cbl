000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. STANDING.
000300 AUTHOR. R. L. MEEHAN.
000400 INSTALLATION. ACADEMIC RECORDS DIVISION.
000500 DATE-WRITTEN. 09/14/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* ---------- ----  ----------------------------------------
001200* 09/14/2026 RLM   ORIGINAL CODING - TERM-END ACADEMIC
001300*                  STANDING RUN ACROSS THE WHOLE STUDENT
001400*                  BODY. THE STUDENT MASTER, THE RESULTS
001500*                  HISTORY AND THE PRIOR TERM'S STANDING
001600*                  MASTER (STDOLD) ARE MATCHED ON STUDENT-ID.
001700*                  FOR EVERY ACTIVE STUDENT THE LATEST GRADE
001800*                  IN EACH SECTION IS TURNED INTO GRADE
001900*                  POINTS THROUGH GRDSCALE; SECTIONS WHOSE
002000*                  SECMAST TERM IS THE TERM ON THE STDCARD
002100*                  CONTROL CARD MAKE UP THE TERM GPA AND ALL
002200*                  SECTIONS MAKE UP THE CUMULATIVE GPA. THE
002300*                  CARD'S THRESHOLDS ASSIGN DEAN'S LIST,
002400*                  GOOD STANDING, PROBATION OR SUSPENSION.
002500*                  THE NEW STANDING MASTER GOES TO STDNEW,
002600*                  EVERY STANDING THAT DIFFERS FROM LAST
002700*                  TERM'S GOES TO STDCHG FOR THE STUDENT
002800*                  INFORMATION SYSTEM, THE STDRPT REGISTER
002900*                  LISTS THE STANDINGS BY STM-PROGRAM, AND
003000*                  THE RUN POSTS TO RUNCTL FOR NITEBAL.
003012* 09/24/2026 RLM   TAKES ITS RUN DATE FROM THE NIGHT'S BUSINESS
003024*                  DATE ON BUSDATE (BDTRECC COPY MEMBER) INSTEAD
003036*                  OF THE SYSTEM CLOCK SO A RERUN POSTS UNDER THE
003048*                  NIGHT IT BELONGS TO, AND REFUSES WITH RETURN
003060*                  CODE 8 TO RUN AGAINST A NIGHT NITEBAL HAS
003072*                  ALREADY CLOSED ON RUNCTL UNLESS BUSDATE
003084*                  CARRIES THE RERUN FLAG.
003085* 10/15/2026 RLM   A STUDENT IS SUSPENDED FOR A SECOND TERM
003086*                  BELOW THE PROBATION LINE ONLY WHEN THE
003087*                  PROBATION WAS FOR AN EARLIER TERM. EACH NEW
003088*                  STANDING NOW CARRIES THE TERM AND STANDING
003089*                  IT REPLACED, SO A RERUN OF A TERM ALREADY
003090*                  RATED CHECKS AGAINST THE STANDING HELD
003091*                  BEFORE THAT TERM. STANDING RECORD NOW 46
003092*                  BYTES.
003093* 10/15/2026 RLM   THE STDCHG CHANGE RECORD AND THE REGISTER'S
003094*                  PRIOR STANDING NOW SHOW THE STANDING THE
003095*                  STUDENT ENTERED THE TERM WITH, SO A RERUN NO
003096*                  LONGER REPORTS ITS OWN EARLIER RESULT AS THE
003097*                  PRIOR STANDING.
003100*----------------------------------------------------------
003200
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT STDCARD ASSIGN TO "STDCARD"
003700         ORGANIZATION IS LINE SEQUENTIAL.
003800     SELECT STUMAST ASSIGN TO "STUMAST"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS SEQUENTIAL
004100         RECORD KEY IS STM-STUDENT-ID.
004200     SELECT HISTFILE ASSIGN TO "HISTFILE"
004300         ORGANIZATION IS LINE SEQUENTIAL.
004400     SELECT GRDSCALE ASSIGN TO "GRDSCALE"
004500         ORGANIZATION IS LINE SEQUENTIAL.
004600     SELECT SECMAST ASSIGN TO "SECMAST"
004700         ORGANIZATION IS LINE SEQUENTIAL.
004800     SELECT OPTIONAL STDOLD ASSIGN TO "STDOLD"
004900         ORGANIZATION IS LINE SEQUENTIAL.
005000     SELECT STDNEW ASSIGN TO "STDNEW"
005100         ORGANIZATION IS LINE SEQUENTIAL.
005200     SELECT STDCHG ASSIGN TO "STDCHG"
005300         ORGANIZATION IS LINE SEQUENTIAL.
005400     SELECT STDRPT ASSIGN TO "STDRPT"
005500         ORGANIZATION IS LINE SEQUENTIAL.
005600     SELECT SORTWORK ASSIGN TO "SORTWORK".
005700     SELECT RUNCTL ASSIGN TO "RUNCTL"
005800         ORGANIZATION IS LINE SEQUENTIAL.
005833     SELECT BUSDATE ASSIGN TO "BUSDATE"
005866         ORGANIZATION IS LINE SEQUENTIAL.
005900
006000 DATA DIVISION.
006100 FILE SECTION.
006200*STDCARD - ONE CONTROL CARD PER RUN FROM THE ACADEMIC
006300*OFFICE - THE TERM BEING CLOSED AND THE STANDING THRESHOLDS.
006400*A CUMULATIVE GPA BELOW THE SUSPENSION LINE SUSPENDS; BELOW
006500*THE PROBATION LINE IS PROBATION; A TERM GPA AT OR ABOVE THE
006600*DEAN'S LIST LINE OVER AT LEAST THE MINIMUM NUMBER OF GRADED
006700*SECTIONS IN THE TERM MAKES THE DEAN'S LIST.
006800 FD  STDCARD.
006900 01  STANDING-CARD.
007000     05  STC-TERM               PIC X(06).
007100     05  STC-DEANS-GPA          PIC 9(01)V9(02).
007200     05  STC-DEANS-MIN-GRADED   PIC 9(02).
007300     05  STC-PROBATION-GPA      PIC 9(01)V9(02).
007400     05  STC-SUSPEND-GPA        PIC 9(01)V9(02).
007500
007600*STUMAST - THE INDEXED STUDENT MASTER, READ SEQUENTIALLY IN
007700*STUDENT-ID ORDER SO IT MATCHES THE HISTORY AND THE STANDING
007800*MASTER. SEE THE STMRECC COPY MEMBER FOR THE LAYOUT.
007900 FD  STUMAST.
008000     COPY STMRECC.
008100
008200*HISTFILE - THE RESULTS HISTORY MASTER MAINTAINED BY
008300*RSLTHIST, SORTED ASCENDING BY STUDENT-ID/SECTION-ID/
008400*RUN-DATE. SEE THE RHSRECC COPY MEMBER FOR THE LAYOUT.
008500 FD  HISTFILE.
008600 01  HISTORY-IN-RECORD          PIC X(89).
008700
008800*GRDSCALE - THE LETTER-GRADE SCALE, USED HERE TO TURN EACH
008900*HISTORY LETTER BACK INTO ITS GRADE POINTS. REQUIRED - NO
009000*STANDING CAN BE ASSIGNED WITHOUT POINTS.
009100 FD  GRDSCALE.
009200 01  GRADE-SCALE-RECORD.
009300     05  GSR-LETTER             PIC X(01).
009400     05  GSR-LOW-SCORE          PIC 9(03).
009500     05  GSR-HIGH-SCORE         PIC 9(03).
009600     05  GSR-GRADE-POINTS       PIC 9(01)V9(02).
009700
009800*SECMAST - SECTION REFERENCE FILE MAINTAINED BY SECMAINT,
009900*SORTED ASCENDING BY SECTION-ID. LOADED INTO A TABLE SO EACH
010000*HISTORY SECTION CAN BE PLACED IN ITS TERM.
010100 FD  SECMAST.
010200 01  SECTION-IN-RECORD          PIC X(69).
010300
010400*STDOLD - THE STANDING MASTER AS LEFT BY THE PRIOR TERM-END
010500*RUN, SORTED ASCENDING BY STUDENT-ID. OPTIONAL - THE FIRST
010600*RUN HAS NO PRIOR STANDINGS AND REPORTS EVERY STANDING AS A
010700*CHANGE. SEE THE STDRECC COPY MEMBER FOR THE LAYOUT.
010800 FD  STDOLD.
010900 01  STANDING-IN-RECORD         PIC X(46).
011000
011100*STDNEW - THE NEW STANDING MASTER WRITTEN BY THIS RUN. A
011200*STUDENT NOT RATED THIS TERM KEEPS THE PRIOR RECORD.
011300 FD  STDNEW.
011400 01  STANDING-OUT-RECORD        PIC X(46).
011500
011600*STDCHG - ONE RECORD FOR EVERY STUDENT WHOSE STANDING IS NEW
011700*OR DIFFERS FROM LAST TERM'S, FOR THE STUDENT INFORMATION
011800*SYSTEM
011900 FD  STDCHG.
012000 01  STANDING-CHANGE-RECORD.
012100     05  CHG-STUDENT-ID         PIC X(10).
012200     05  CHG-PROGRAM            PIC X(15).
012300     05  CHG-TERM               PIC X(06).
012400     05  CHG-NEW-STANDING       PIC X(01).
012500     05  CHG-PRIOR-TERM         PIC X(06).
012600     05  CHG-PRIOR-STANDING     PIC X(01).
012700     05  CHG-TERM-GPA           PIC 9(01)V9(02).
012800     05  CHG-CUM-GPA            PIC 9(01)V9(02).
012900
013000*STDRPT - THE STANDING REGISTER, BROKEN BY STM-PROGRAM
013100 FD  STDRPT.
013200 01  PRINT-LINE                 PIC X(132).
013300
013400*RUNCTL - THE SHARED RUN-CONTROL REGISTER EVERY SUITE
013500*PROGRAM POSTS TO AT END OF JOB. SEE THE RCTRECC COPY
013600*MEMBER.
013700 FD  RUNCTL.
013800     COPY RCTRECC.
013816
013832*BUSDATE - THE NIGHT'S BUSINESS-DATE CONTROL RECORD SET BY
013848*NITEOPEN. SEE THE BDTRECC COPY MEMBER.
013864 FD  BUSDATE.
013880 01  BUSINESS-DATE-IN-RECORD    PIC X(25).
013900
014000*SORTWORK - EVERY STANDING ASSIGNED, RESORTED FROM STUDENT
014100*ORDER INTO PROGRAM/STUDENT ORDER FOR THE REGISTER
014200 SD  SORTWORK.
014300 01  SORT-STANDING-RECORD.
014400     05  SW-PROGRAM             PIC X(15).
014500     05  SW-STUDENT-ID          PIC X(10).
014600     05  SW-NAME                PIC X(25).
014700     05  SW-STANDING            PIC X(01).
014800     05  SW-PRIOR-STANDING      PIC X(01).
014900     05  SW-TERM-GPA            PIC 9(01)V9(02).
015000     05  SW-TERM-GRADED         PIC 9(03).
015100     05  SW-CUM-GPA             PIC 9(01)V9(02).
015200     05  SW-CUM-GRADED          PIC 9(05).
015300
015400 WORKING-STORAGE SECTION.
015410*THE NIGHT'S BUSINESS DATE - THE SHARED LAYOUT FROM THE
015420*BDTRECC COPY MEMBER - AND THE SWITCHES FOR THE CHECK
015430*AGAINST NIGHTS ALREADY CLOSED ON RUNCTL
015440     COPY BDTRECC.
015450 01  WS-RCT-EOF-SW              PIC X(01) VALUE 'N'.
015460     88  WS-RCT-EOF             VALUE 'Y'.
015470 01  WS-DATE-CLOSED-SW          PIC X(01) VALUE 'N'.
015480     88  WS-DATE-CLOSED         VALUE 'Y'.
015490
015500*THE HISTORY RECORD BEING ACCUMULATED - THE SHARED LAYOUT
015600*FROM THE RHSRECC COPY MEMBER
015700     COPY RHSRECC.
015800
015900*THE STANDING BEING BUILT - THE SHARED LAYOUT FROM THE
016000*STDRECC COPY MEMBER - AND THE PRIOR TERM'S STANDING FOR THE
016100*SAME STUDENT, CARRIED AS A NAMED COPY SO THE TWO CAN BE
016200*COMPARED
016300     COPY STDRECC.
016400 01  WS-OLD-STANDING-RECORD.
016500     05  WS-OLD-STUDENT-ID      PIC X(10).
016600     05  WS-OLD-TERM            PIC X(06).
016700     05  WS-OLD-STANDING        PIC X(01).
016800         88  WS-OLD-PROBATION   VALUE 'P'.
016900     05  FILLER                 PIC X(22).
016909     05  WS-OLD-PRIOR-TERM      PIC X(06).
016918     05  WS-OLD-PRIOR-STANDING  PIC X(01).
016927
016936*THE STANDING THE STUDENT CARRIED INTO THE TERM BEING RATED -
016945*THE OLD RECORD ITSELF WHEN IT IS FOR AN EARLIER TERM, OR THE
016954*STANDING THAT RECORD REPLACED WHEN THIS IS A RERUN OF A TERM
016963*ALREADY RATED
016972 01  WS-ENTRY-TERM              PIC X(06).
016981 01  WS-ENTRY-STANDING          PIC X(01).
016990     88  WS-ENTRY-PROBATION     VALUE 'P'.
017000
017100*SWITCHES
017200 01  WS-CARD-EOF-SW             PIC X(01) VALUE 'N'.
017300     88  WS-CARD-EOF            VALUE 'Y'.
017400 01  WS-SCALE-EOF-SW            PIC X(01) VALUE 'N'.
017500     88  WS-SCALE-EOF           VALUE 'Y'.
017600 01  WS-SCM-EOF-SW              PIC X(01) VALUE 'N'.
017700     88  WS-SCM-EOF             VALUE 'Y'.
017800 01  WS-POINTS-FOUND-SW         PIC X(01).
017900     88  WS-POINTS-FOUND        VALUE 'Y'.
018000 01  WS-MASTER-FOUND-SW         PIC X(01).
018100     88  WS-MASTER-FOUND        VALUE 'Y'.
018200 01  WS-OLD-FOUND-SW            PIC X(01).
018300     88  WS-OLD-FOUND           VALUE 'Y'.
018400 01  WS-HIST-FOUND-SW           PIC X(01).
018500     88  WS-HIST-FOUND          VALUE 'Y'.
018600 01  WS-SORT-EOF-SW             PIC X(01) VALUE 'N'.
018700     88  WS-SORT-EOF            VALUE 'Y'.
018800 01  WS-FIRST-PROGRAM-SW        PIC X(01) VALUE 'Y'.
018900     88  WS-FIRST-PROGRAM       VALUE 'Y'.
019000
019100*MATCH CONTROL KEYS - HIGH-VALUES MARKS AN EXHAUSTED FILE.
019200*THE STUDENT IN HAND IS THE LOWEST OF THE THREE.
019300 01  WS-STM-KEY                 PIC X(10).
019400 01  WS-HST-KEY                 PIC X(10).
019500 01  WS-OLD-KEY                 PIC X(10).
019600 01  WS-CUR-STUDENT-ID          PIC X(10).
019700
019800*THE STUDENT MASTER FIELDS FOR THE STUDENT IN HAND, KEPT
019900*ONCE THE MASTER HAS READ AHEAD
020000 01  WS-CUR-NAME                PIC X(25).
020100 01  WS-CUR-PROGRAM             PIC X(15).
020200 01  WS-CUR-STATUS              PIC X(01).
020300     88  WS-CUR-ACTIVE          VALUE 'A'.
020400
020500*THE SECTION WHOSE LATEST GRADE IS BEING HELD - A LATER RUN
020600*OF THE SAME SECTION (A REGRADE) REPLACES THE HELD LETTER,
020700*SO ONLY THE LATEST GRADE PER SECTION COUNTS
020800 01  WS-HELD-SECTION-ID         PIC X(08).
020900 01  WS-HELD-LETTER             PIC X(01).
021000
021100*GPA ACCUMULATORS FOR THE STUDENT IN HAND
021200 01  WS-GRADE-POINTS            PIC 9(01)V9(02).
021300 01  WS-TERM-POINTS             PIC 9(05)V9(02).
021400 01  WS-TERM-GRADED             PIC 9(03).
021500 01  WS-CUM-POINTS              PIC 9(07)V9(02).
021600 01  WS-CUM-GRADED              PIC 9(05).
021700 01  WS-TERM-GPA                PIC 9(01)V9(02).
021800 01  WS-CUM-GPA                 PIC 9(01)V9(02).
021900
022000*LETTER-GRADE SCALE TABLE - LETTER TO POINTS, LOADED FROM
022100*GRDSCALE THE SAME WAY THE GRADING RUN LOADS ITS BANDS
022200 01  WS-GRADE-SCALE-TABLE.
022300     05  WS-GS-COUNT            PIC 9(02) COMP.
022400     05  WS-GS-ENTRY OCCURS 10 TIMES.
022500         10  WS-GS-LETTER       PIC X(01).
022600         10  WS-GS-POINTS       PIC 9(01)V9(02).
022700 01  WS-GS-SUB                  PIC 9(02) COMP.
022800 77  WS-GS-MAX                  PIC 9(02) COMP VALUE 10.
022900
023000*SECTION REFERENCE AREAS - SECMAST IS LOADED INTO THIS
023100*ORDERED TABLE AND BINARY-SEARCHED FOR EACH SECTION'S TERM
023200     COPY SECRECC.
023300 01  WS-SECTION-REF-TABLE.
023400     05  WS-SCM-COUNT           PIC 9(03) COMP.
023500     05  WS-SCM-ENTRY OCCURS 1 TO 500 TIMES
023600             DEPENDING ON WS-SCM-COUNT
023700             ASCENDING KEY IS WS-SCM-ID
023800             INDEXED BY SCM-IDX.
023900         10  WS-SCM-ID          PIC X(08).
024000         10  WS-SCM-TERM        PIC X(06).
024100 01  WS-SEC-TERM                PIC X(06).
024200
024300*REGISTER AREAS - THE PROGRAM BEING PRINTED, THE STANDING
024400*SPELLED OUT, AND THE EDITED FIGURES FOR THE PRINT LINE
024500 01  WS-PRT-PROGRAM             PIC X(15).
024600 01  WS-STANDING-TXT            PIC X(16).
024700 01  WS-PRIOR-TXT               PIC X(16).
024800 01  WS-STANDING-CODE           PIC X(01).
024900 01  WS-TERM-GPA-EDIT           PIC 9.99.
025000 01  WS-CUM-GPA-EDIT            PIC 9.99.
025100
025200*STANDING COUNTS - ONE SET FOR THE PROGRAM BEING PRINTED,
025300*ONE FOR THE WHOLE RUN
025400 01  WS-PROGRAM-TOTALS.
025500     05  WS-PGM-DEANS-CNT       PIC 9(07).
025600     05  WS-PGM-GOOD-CNT        PIC 9(07).
025700     05  WS-PGM-PROBATION-CNT   PIC 9(07).
025800     05  WS-PGM-SUSPEND-CNT     PIC 9(07).
025900 01  WS-GRAND-TOTALS.
026000     05  WS-TOT-DEANS-CNT       PIC 9(07).
026100     05  WS-TOT-GOOD-CNT        PIC 9(07).
026200     05  WS-TOT-PROBATION-CNT   PIC 9(07).
026300     05  WS-TOT-SUSPEND-CNT     PIC 9(07).
026400
026500*RUN COUNTERS
026600 01  WS-COUNTERS.
026700     05  WS-MASTER-COUNT        PIC 9(09).
026800     05  WS-HIST-COUNT          PIC 9(09).
026900     05  WS-OLD-COUNT           PIC 9(09).
027000     05  WS-RATED-COUNT         PIC 9(09).
027100     05  WS-CHANGE-COUNT        PIC 9(09).
027200     05  WS-CARRIED-COUNT       PIC 9(09).
027300     05  WS-INACTIVE-COUNT      PIC 9(09).
027400     05  WS-NO-GRADES-COUNT     PIC 9(09).
027500     05  WS-NO-MASTER-COUNT     PIC 9(09).
027600     05  WS-NO-SECTION-COUNT    PIC 9(09).
027700     05  WS-NO-POINTS-COUNT     PIC 9(09).
027800
027900*THE RUN DATE STAMPED ON EACH NEW STANDING
028000 01  WS-RUN-DATE                PIC 9(08).
028100
028200*RETURN CODE SETTINGS - 0 CLEAN, 4 HISTORY FOUND FOR
028300*STUDENTS NOT ON THE MASTER, 8 NO USABLE CONTROL CARD OR
028400*GRADE SCALE, 12 SECTION TABLE OVERFLOW
028500 77  WS-SCM-MAX                 PIC 9(03) COMP VALUE 500.
028600 77  WS-RC-REJECTS              PIC 9(02) VALUE 04.
028700 77  WS-RC-CONTROL              PIC 9(02) VALUE 08.
028800 77  WS-RC-IO-FAILURE           PIC 9(02) VALUE 12.
028900
029000 PROCEDURE DIVISION.
029100*============================================================
029200* 0000-MAINLINE
029300*   THE SORT CARRIES THE WHOLE RUN - ITS INPUT PROCEDURE
029400*   MATCHES THE MASTER, THE HISTORY AND THE OLD STANDINGS
029500*   AND ASSIGNS EACH STANDING, ITS OUTPUT PROCEDURE PRINTS
029600*   THE REGISTER BY PROGRAM
029700*============================================================
029800 0000-MAINLINE.
029850     PERFORM 0900-GET-BUSINESS-DATE THRU 0900-EXIT
029900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
030000     SORT SORTWORK
030100         ASCENDING KEY SW-PROGRAM
030200                       SW-STUDENT-ID
030300         INPUT PROCEDURE IS 2000-BUILD-STANDINGS
030400             THRU 2000-EXIT
030500         OUTPUT PROCEDURE IS 2800-PRINT-REGISTER
030600             THRU 2800-EXIT
030700     PERFORM 3000-FINALIZE THRU 3000-EXIT
030800     PERFORM 8000-POST-RUN-CONTROL THRU 8000-EXIT
030900     STOP RUN.
031000
031001*============================================================
031002* 0900-GET-BUSINESS-DATE
031003*   READS THE NIGHT'S BUSINESS DATE FROM BUSDATE - THE RUN
031004*   DATE FOR EVERYTHING THIS RUN STAMPS - AND REFUSES A NIGHT
031005*   NITEBAL HAS ALREADY CLOSED ON RUNCTL UNLESS BUSDATE
031006*   CARRIES THE RERUN FLAG. NOTHING ELSE IS OPENED UNTIL THE
031007*   DATE IS SETTLED.
031008*============================================================
031009 0900-GET-BUSINESS-DATE.
031010     OPEN INPUT BUSDATE
031011     READ BUSDATE INTO BUSINESS-DATE-RECORD
031012         AT END
031013             MOVE SPACES TO BUSINESS-DATE-RECORD
031014     END-READ
031015     CLOSE BUSDATE
031016     IF BDT-BUSINESS-DATE NOT NUMERIC
031017             OR BDT-BUSINESS-DATE = 0
031018         DISPLAY 'NO USABLE BUSINESS DATE ON BUSDATE'
031019         DISPLAY 'RUN CANNOT CONTINUE - RUN NITEOPEN FIRST'
031020         MOVE WS-RC-CONTROL TO RETURN-CODE
031021         STOP RUN
031022     END-IF
031023     OPEN INPUT RUNCTL
031024     PERFORM 0910-CHECK-CLOSED-NIGHT THRU 0910-EXIT
031025         UNTIL WS-RCT-EOF
031026     CLOSE RUNCTL
031027     IF WS-DATE-CLOSED AND NOT BDT-RERUN
031028         DISPLAY 'BUSINESS DATE ' BDT-BUSINESS-DATE
031029                 ' ALREADY CLOSED ON RUNCTL'
031030         DISPLAY 'RUN CANNOT CONTINUE - RERUN FLAG NOT SET'
031031         MOVE WS-RC-CONTROL TO RETURN-CODE
031032         STOP RUN
031033     END-IF
031034     DISPLAY 'BUSINESS DATE: ' BDT-BUSINESS-DATE.
031035 0900-EXIT.
031036     EXIT.
031037
031038*============================================================
031039* 0910-CHECK-CLOSED-NIGHT
031040*   AN IN-BALANCE NITEBAL ENTRY FOR THE BUSINESS DATE MEANS
031041*   THE NIGHT HAS BEEN CLOSED
031042*============================================================
031043 0910-CHECK-CLOSED-NIGHT.
031044     READ RUNCTL
031045         AT END
031046             SET WS-RCT-EOF TO TRUE
031047             GO TO 0910-EXIT
031048     END-READ
031049     IF RCT-PROGRAM-ID = 'NITEBAL'
031050             AND RCT-RUN-DATE = BDT-BUSINESS-DATE
031051             AND RCT-RETURN-CODE < 08
031052         SET WS-DATE-CLOSED TO TRUE
031053     END-IF.
031054 0910-EXIT.
031055     EXIT.
031056
031100*============================================================
031200* 1000-INITIALIZE
031300*   READS AND PROVES THE CONTROL CARD, LOADS THE GRADE SCALE
031400*   AND THE SECTION TABLE AND PRINTS THE HEADING. A MISSING
031500*   OR UNREADABLE CARD, OR AN EMPTY SCALE, ENDS THE RUN WITH
031600*   RETURN CODE 8 BEFORE ANY STANDING IS TOUCHED.
031700*============================================================
031800 1000-INITIALIZE.
031900     OPEN INPUT  STDCARD
032000     OPEN INPUT  STUMAST
032100     OPEN INPUT  HISTFILE
032200     OPEN INPUT  STDOLD
032300     OPEN OUTPUT STDNEW
032400     OPEN OUTPUT STDCHG
032500     OPEN OUTPUT STDRPT
032600     INITIALIZE WS-COUNTERS
032700     INITIALIZE WS-GRAND-TOTALS
032800     MOVE BDT-BUSINESS-DATE TO WS-RUN-DATE
032900     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT
033000     PERFORM 1200-LOAD-GRADE-SCALE THRU 1200-EXIT
033100     IF WS-GS-COUNT = 0
033200         DISPLAY 'NO GRADE SCALE LOADED - NO STANDINGS'
033300         MOVE WS-RC-CONTROL TO RETURN-CODE
033400         PERFORM 1900-CLOSE-AND-STOP THRU 1900-EXIT
033500     END-IF
033600     PERFORM 1300-LOAD-SECTION-MASTER THRU 1300-EXIT
033700     PERFORM 1400-PRINT-HEADING THRU 1400-EXIT.
033800 1000-EXIT.
033900     EXIT.
034000
034100*============================================================
034200* 1100-READ-CONTROL-CARD
034300*   THE TERM MUST BE PRESENT, EVERY THRESHOLD NUMERIC, AND
034400*   THE LINES IN ORDER - SUSPENSION NOT ABOVE PROBATION, AND
034500*   PROBATION NOT ABOVE THE DEAN'S LIST
034600*============================================================
034700 1100-READ-CONTROL-CARD.
034800     READ STDCARD
034900         AT END
035000             SET WS-CARD-EOF TO TRUE
035100             MOVE SPACES TO STANDING-CARD
035200     END-READ
035300     CLOSE STDCARD
035400     IF WS-CARD-EOF OR STC-TERM = SPACES
035500         DISPLAY 'NO TERM SUPPLIED ON STDCARD - NO STANDINGS'
035600         MOVE WS-RC-CONTROL TO RETURN-CODE
035700         PERFORM 1900-CLOSE-AND-STOP THRU 1900-EXIT
035800     END-IF
035900     IF STC-DEANS-GPA NOT NUMERIC
036000             OR STC-DEANS-MIN-GRADED NOT NUMERIC
036100             OR STC-PROBATION-GPA NOT NUMERIC
036200             OR STC-SUSPEND-GPA NOT NUMERIC
036300         DISPLAY 'STDCARD THRESHOLD NOT NUMERIC - NO STANDINGS'
036400         MOVE WS-RC-CONTROL TO RETURN-CODE
036500         PERFORM 1900-CLOSE-AND-STOP THRU 1900-EXIT
036600     END-IF
036700     IF STC-SUSPEND-GPA > STC-PROBATION-GPA
036800             OR STC-PROBATION-GPA > STC-DEANS-GPA
036900         DISPLAY 'STDCARD THRESHOLDS OUT OF ORDER - NO STANDINGS'
037000         MOVE WS-RC-CONTROL TO RETURN-CODE
037100         PERFORM 1900-CLOSE-AND-STOP THRU 1900-EXIT
037200     END-IF.
037300 1100-EXIT.
037400     EXIT.
037500
037600*============================================================
037700* 1200-LOAD-GRADE-SCALE
037800*   LOADS THE LETTER-TO-POINTS TABLE FROM GRDSCALE
037900*============================================================
038000 1200-LOAD-GRADE-SCALE.
038100     OPEN INPUT GRDSCALE
038200     MOVE 0 TO WS-GS-COUNT
038300     PERFORM 1210-READ-SCALE-RECORD THRU 1210-EXIT
038400         UNTIL WS-SCALE-EOF
038500     CLOSE GRDSCALE.
038600 1200-EXIT.
038700     EXIT.
038800
038900*============================================================
039000* 1210-READ-SCALE-RECORD
039100*============================================================
039200 1210-READ-SCALE-RECORD.
039300     READ GRDSCALE
039400         AT END
039500             SET WS-SCALE-EOF TO TRUE
039600             GO TO 1210-EXIT
039700     END-READ
039800     IF GSR-LETTER = SPACE
039900             OR GSR-GRADE-POINTS NOT NUMERIC
040000         DISPLAY 'GRADE BAND DROPPED - UNREADABLE: '
040100                 GRADE-SCALE-RECORD
040200         GO TO 1210-EXIT
040300     END-IF
040400     IF WS-GS-COUNT >= WS-GS-MAX
040500         DISPLAY 'GRADE SCALE TABLE FULL AT ' WS-GS-MAX
040600         GO TO 1210-EXIT
040700     END-IF
040800     ADD 1 TO WS-GS-COUNT
040900     MOVE GSR-LETTER       TO WS-GS-LETTER (WS-GS-COUNT)
041000     MOVE GSR-GRADE-POINTS TO WS-GS-POINTS (WS-GS-COUNT).
041100 1210-EXIT.
041200     EXIT.
041300
041400*============================================================
041500* 1300-LOAD-SECTION-MASTER
041600*   READS SECMAST INTO THE ORDERED TABLE. SECMAST IS SORTED
041700*   ASCENDING BY SECTION-ID, WHICH IS WHAT LETS SEARCH ALL
041800*   BINARY-SEARCH THE TABLE.
041900*============================================================
042000 1300-LOAD-SECTION-MASTER.
042100     OPEN INPUT SECMAST
042200     MOVE 0 TO WS-SCM-COUNT
042300     PERFORM 1310-READ-SECTION-RECORD THRU 1310-EXIT
042400         UNTIL WS-SCM-EOF
042500     CLOSE SECMAST
042600     DISPLAY 'SECTION MASTERS LOADED: ' WS-SCM-COUNT.
042700 1300-EXIT.
042800     EXIT.
042900
043000*============================================================
043100* 1310-READ-SECTION-RECORD
043200*   LOADS ONE SECTION INTO THE NEXT TABLE ENTRY. A REFERENCE
043300*   FILE LARGER THAN THE TABLE IS A HARD STOP - A SECTION
043400*   LEFT OFF THE TABLE WOULD DROP OUT OF EVERY TERM GPA.
043500*============================================================
043600 1310-READ-SECTION-RECORD.
043700     READ SECMAST INTO SECTION-MASTER-RECORD
043800         AT END
043900             SET WS-SCM-EOF TO TRUE
044000             GO TO 1310-EXIT
044100     END-READ
044200     IF WS-SCM-COUNT >= WS-SCM-MAX
044300         DISPLAY 'SECTION REFERENCE TABLE FULL AT ' WS-SCM-MAX
044400         DISPLAY 'RUN CANNOT CONTINUE - ENLARGE WS-SCM-ENTRY'
044500         MOVE WS-RC-IO-FAILURE TO RETURN-CODE
044600         PERFORM 1900-CLOSE-AND-STOP THRU 1900-EXIT
044700     END-IF
044800     ADD 1 TO WS-SCM-COUNT
044900     MOVE SEC-SECTION-ID TO WS-SCM-ID (WS-SCM-COUNT)
045000     MOVE SEC-TERM       TO WS-SCM-TERM (WS-SCM-COUNT).
045100 1310-EXIT.
045200     EXIT.
045300
045400*============================================================
045500* 1400-PRINT-HEADING
045600*============================================================
045700 1400-PRINT-HEADING.
045800     MOVE SPACES TO PRINT-LINE
045900     STRING 'ACADEMIC STANDING REGISTER TERM ' STC-TERM
046000             ' RUN ' WS-RUN-DATE
046100             INTO PRINT-LINE
046200     WRITE PRINT-LINE
046300     MOVE STC-DEANS-GPA TO WS-TERM-GPA-EDIT
046400     MOVE STC-PROBATION-GPA TO WS-CUM-GPA-EDIT
046500     MOVE SPACES TO PRINT-LINE
046600     STRING 'DEANS LIST TERM GPA >= ' WS-TERM-GPA-EDIT
046700             ' OVER ' STC-DEANS-MIN-GRADED ' SECTIONS'
046800             '   PROBATION CUM GPA < ' WS-CUM-GPA-EDIT
046900             INTO PRINT-LINE
047000     WRITE PRINT-LINE
047100     MOVE STC-SUSPEND-GPA TO WS-CUM-GPA-EDIT
047200     MOVE SPACES TO PRINT-LINE
047300     STRING 'SUSPENSION CUM GPA < ' WS-CUM-GPA-EDIT
047400             ' OR STILL BELOW PROBATION AFTER A TERM ON'
047500             ' PROBATION'
047600             INTO PRINT-LINE
047700     WRITE PRINT-LINE
047800     MOVE SPACES TO PRINT-LINE
047900     WRITE PRINT-LINE.
048000 1400-EXIT.
048100     EXIT.
048200
048300*============================================================
048400* 1900-CLOSE-AND-STOP
048500*   ABANDONS THE RUN BEFORE THE SORT - THE CALLER HAS SET
048600*   THE RETURN CODE. STDNEW IS LEFT EMPTY, SO THE SCHEDULER
048700*   MUST NOT PROMOTE IT OVER STDOLD.
048800*============================================================
048900 1900-CLOSE-AND-STOP.
049000     CLOSE STUMAST
049100     CLOSE HISTFILE
049200     CLOSE STDOLD
049300     CLOSE STDNEW
049400     CLOSE STDCHG
049500     CLOSE STDRPT
049600     PERFORM 8000-POST-RUN-CONTROL THRU 8000-EXIT
049700     STOP RUN.
049800 1900-EXIT.
049900     EXIT.
050000
050100*============================================================
050200* 2000-BUILD-STANDINGS
050300*   SORT INPUT PROCEDURE - PRIMES ALL THREE STUDENT-ORDERED
050400*   FILES AND TAKES ONE STUDENT PER ITERATION UNTIL EVERY
050500*   FILE IS EXHAUSTED
050600*============================================================
050700 2000-BUILD-STANDINGS.
050800     PERFORM 2200-READ-MASTER THRU 2200-EXIT
050900     PERFORM 2210-READ-HISTORY THRU 2210-EXIT
051000     PERFORM 2220-READ-OLD-STANDING THRU 2220-EXIT
051100     PERFORM 2100-PROCESS-STUDENT THRU 2100-EXIT
051200         UNTIL WS-STM-KEY = HIGH-VALUES
051300         AND WS-HST-KEY = HIGH-VALUES
051400         AND WS-OLD-KEY = HIGH-VALUES.
051500 2000-EXIT.
051600     EXIT.
051700
051800*============================================================
051900* 2100-PROCESS-STUDENT
052000*   TAKES THE LOWEST STUDENT-ID ACROSS THE THREE FILES AND
052100*   GATHERS WHAT EACH HOLDS FOR IT. AN ACTIVE STUDENT WITH
052200*   GRADED HISTORY IS RATED; ANY OTHER STUDENT KEEPS WHATEVER
052300*   STANDING IT HAD. HISTORY FOR A STUDENT NOT ON THE MASTER
052400*   IS COUNTED AND DROPPED.
052500*============================================================
052600 2100-PROCESS-STUDENT.
052700     MOVE WS-STM-KEY TO WS-CUR-STUDENT-ID
052800     IF WS-HST-KEY < WS-CUR-STUDENT-ID
052900         MOVE WS-HST-KEY TO WS-CUR-STUDENT-ID
053000     END-IF
053100     IF WS-OLD-KEY < WS-CUR-STUDENT-ID
053200         MOVE WS-OLD-KEY TO WS-CUR-STUDENT-ID
053300     END-IF
053400     MOVE 'N' TO WS-MASTER-FOUND-SW
053500     MOVE 'N' TO WS-OLD-FOUND-SW
053600     MOVE 'N' TO WS-HIST-FOUND-SW
053700     IF WS-STM-KEY = WS-CUR-STUDENT-ID
053800         SET WS-MASTER-FOUND TO TRUE
053900         MOVE STM-NAME TO WS-CUR-NAME
054000         MOVE STM-PROGRAM TO WS-CUR-PROGRAM
054100         MOVE STM-STATUS TO WS-CUR-STATUS
054200         PERFORM 2200-READ-MASTER THRU 2200-EXIT
054300     END-IF
054400     IF WS-OLD-KEY = WS-CUR-STUDENT-ID
054500         SET WS-OLD-FOUND TO TRUE
054600         MOVE STANDING-IN-RECORD TO WS-OLD-STANDING-RECORD
054700         PERFORM 2220-READ-OLD-STANDING THRU 2220-EXIT
054800     END-IF
054900     MOVE 0 TO WS-TERM-POINTS
055000     MOVE 0 TO WS-TERM-GRADED
055100     MOVE 0 TO WS-CUM-POINTS
055200     MOVE 0 TO WS-CUM-GRADED
055300     MOVE SPACES TO WS-HELD-SECTION-ID
055400     IF WS-HST-KEY = WS-CUR-STUDENT-ID
055500         SET WS-HIST-FOUND TO TRUE
055600         PERFORM 2300-ACCUMULATE-HISTORY THRU 2300-EXIT
055700             UNTIL WS-HST-KEY NOT = WS-CUR-STUDENT-ID
055800         PERFORM 2400-APPLY-SECTION-GRADE THRU 2400-EXIT
055900     END-IF
056000     IF NOT WS-MASTER-FOUND
056100         IF WS-HIST-FOUND
056200             ADD 1 TO WS-NO-MASTER-COUNT
056300             DISPLAY 'HISTORY FOR STUDENT NOT ON MASTER: '
056400                     WS-CUR-STUDENT-ID
056500         END-IF
056600         PERFORM 2700-CARRY-OLD-STANDING THRU 2700-EXIT
056700         GO TO 2100-EXIT
056800     END-IF
056900     IF NOT WS-CUR-ACTIVE
057000         ADD 1 TO WS-INACTIVE-COUNT
057100         PERFORM 2700-CARRY-OLD-STANDING THRU 2700-EXIT
057200         GO TO 2100-EXIT
057300     END-IF
057400     IF WS-CUM-GRADED = 0
057500         ADD 1 TO WS-NO-GRADES-COUNT
057600         PERFORM 2700-CARRY-OLD-STANDING THRU 2700-EXIT
057700         GO TO 2100-EXIT
057800     END-IF
057900     PERFORM 2500-ASSIGN-STANDING THRU 2500-EXIT
058000     PERFORM 2600-WRITE-STANDING THRU 2600-EXIT.
058100 2100-EXIT.
058200     EXIT.
058300
058400*============================================================
058500* 2200-READ-MASTER
058600*   NEXT STUDENT MASTER IN KEY ORDER; HIGH-VALUES AT END
058700*============================================================
058800 2200-READ-MASTER.
058900     READ STUMAST
059000         AT END
059100             MOVE HIGH-VALUES TO WS-STM-KEY
059200             GO TO 2200-EXIT
059300     END-READ
059400     ADD 1 TO WS-MASTER-COUNT
059500     MOVE STM-STUDENT-ID TO WS-STM-KEY.
059600 2200-EXIT.
059700     EXIT.
059800
059900*============================================================
060000* 2210-READ-HISTORY
060100*   NEXT HISTORY RECORD IN KEY ORDER; HIGH-VALUES AT END
060200*============================================================
060300 2210-READ-HISTORY.
060400     READ HISTFILE INTO RESULTS-HISTORY-RECORD
060500         AT END
060600             MOVE HIGH-VALUES TO WS-HST-KEY
060700             GO TO 2210-EXIT
060800     END-READ
060900     ADD 1 TO WS-HIST-COUNT
061000     MOVE RHS-STUDENT-ID TO WS-HST-KEY.
061100 2210-EXIT.
061200     EXIT.
061300
061400*============================================================
061500* 2220-READ-OLD-STANDING
061600*   NEXT PRIOR STANDING IN KEY ORDER; HIGH-VALUES AT END
061700*============================================================
061800 2220-READ-OLD-STANDING.
061900     READ STDOLD
062000         AT END
062100             MOVE HIGH-VALUES TO WS-OLD-KEY
062200             GO TO 2220-EXIT
062300     END-READ
062400     ADD 1 TO WS-OLD-COUNT
062500     MOVE STANDING-IN-RECORD(1:10) TO WS-OLD-KEY.
062600 2220-EXIT.
062700     EXIT.
062800
062900*============================================================
063000* 2300-ACCUMULATE-HISTORY
063100*   ONE HISTORY RECORD OF THE STUDENT IN HAND PER ITERATION.
063200*   THE HISTORY IS IN SECTION/RUN-DATE ORDER WITHIN THE
063300*   STUDENT, SO A NEW SECTION RELEASES THE HELD ONE INTO THE
063400*   GPAS AND A REPEAT OF THE SAME SECTION (A LATER REGRADE)
063500*   REPLACES THE HELD LETTER.
063600*============================================================
063700 2300-ACCUMULATE-HISTORY.
063800     IF WS-HELD-SECTION-ID NOT = SPACES
063900             AND RHS-SECTION-ID NOT = WS-HELD-SECTION-ID
064000         PERFORM 2400-APPLY-SECTION-GRADE THRU 2400-EXIT
064100     END-IF
064200     MOVE RHS-SECTION-ID TO WS-HELD-SECTION-ID
064300     MOVE RHS-LETTER-GRADE TO WS-HELD-LETTER
064400     PERFORM 2210-READ-HISTORY THRU 2210-EXIT.
064500 2300-EXIT.
064600     EXIT.
064700
064800*============================================================
064900* 2400-APPLY-SECTION-GRADE
065000*   TURNS THE HELD SECTION'S LATEST LETTER INTO GRADE POINTS
065100*   AND ADDS THEM TO THE CUMULATIVE GPA, AND TO THE TERM GPA
065200*   WHEN THE SECTION'S SECMAST TERM IS THE CARD'S TERM. A
065300*   LETTER NOT ON THE SCALE STAYS OUT OF BOTH; A SECTION NOT
065400*   ON SECMAST COUNTS TOWARD THE CUMULATIVE GPA ONLY.
065500*============================================================
065600 2400-APPLY-SECTION-GRADE.
065700     IF WS-HELD-SECTION-ID = SPACES
065800         GO TO 2400-EXIT
065900     END-IF
066000     MOVE 'N' TO WS-POINTS-FOUND-SW
066100     MOVE 0 TO WS-GRADE-POINTS
066200     IF WS-HELD-LETTER NOT = SPACE
066300         PERFORM 2410-MATCH-LETTER THRU 2410-EXIT
066400             VARYING WS-GS-SUB FROM 1 BY 1
066500             UNTIL WS-GS-SUB > WS-GS-COUNT OR WS-POINTS-FOUND
066600     END-IF
066700     IF NOT WS-POINTS-FOUND
066800         ADD 1 TO WS-NO-POINTS-COUNT
066900         MOVE SPACES TO WS-HELD-SECTION-ID
067000         GO TO 2400-EXIT
067100     END-IF
067200     ADD 1 TO WS-CUM-GRADED
067300     ADD WS-GRADE-POINTS TO WS-CUM-POINTS
067400     MOVE SPACES TO WS-SEC-TERM
067500     SEARCH ALL WS-SCM-ENTRY
067600         AT END
067700             ADD 1 TO WS-NO-SECTION-COUNT
067800         WHEN WS-SCM-ID (SCM-IDX) = WS-HELD-SECTION-ID
067900             MOVE WS-SCM-TERM (SCM-IDX) TO WS-SEC-TERM
068000     END-SEARCH
068100     IF WS-SEC-TERM = STC-TERM
068200         ADD 1 TO WS-TERM-GRADED
068300         ADD WS-GRADE-POINTS TO WS-TERM-POINTS
068400     END-IF
068500     MOVE SPACES TO WS-HELD-SECTION-ID.
068600 2400-EXIT.
068700     EXIT.
068800
068900*============================================================
069000* 2410-MATCH-LETTER
069100*============================================================
069200 2410-MATCH-LETTER.
069300     IF WS-HELD-LETTER = WS-GS-LETTER (WS-GS-SUB)
069400         SET WS-POINTS-FOUND TO TRUE
069500         MOVE WS-GS-POINTS (WS-GS-SUB) TO WS-GRADE-POINTS
069600     END-IF.
069700 2410-EXIT.
069800     EXIT.
069900
070000*============================================================
070100* 2500-ASSIGN-STANDING
070200*   WORKS OUT THE TWO GPAS AND APPLIES THE CARD'S LINES IN
070300*   ORDER OF SEVERITY. A STUDENT WHO ENTERED THE TERM ON
070400*   PROBATION AND IS STILL BELOW THE PROBATION LINE IS
070425*   SUSPENDED. WHEN THE OLD STANDING IS FOR THIS SAME TERM
070450*   THE RUN IS A RERUN AND THE STANDING IT REPLACED IS THE
070475*   ONE THE STUDENT ENTERED THE TERM WITH.
070500*   THE DEAN'S LIST NEEDS THE MINIMUM NUMBER OF SECTIONS
070600*   GRADED IN THE TERM ITSELF.
070700*============================================================
070800 2500-ASSIGN-STANDING.
070900     COMPUTE WS-CUM-GPA ROUNDED =
071000         WS-CUM-POINTS / WS-CUM-GRADED
071100     MOVE 0 TO WS-TERM-GPA
071200     IF WS-TERM-GRADED > 0
071300         COMPUTE WS-TERM-GPA ROUNDED =
071400             WS-TERM-POINTS / WS-TERM-GRADED
071500     END-IF
071508     MOVE SPACES TO WS-ENTRY-TERM
071516     MOVE SPACES TO WS-ENTRY-STANDING
071524     IF WS-OLD-FOUND
071532         IF WS-OLD-TERM = STC-TERM
071540             MOVE WS-OLD-PRIOR-TERM TO WS-ENTRY-TERM
071548             MOVE WS-OLD-PRIOR-STANDING TO WS-ENTRY-STANDING
071556         ELSE
071564             MOVE WS-OLD-TERM TO WS-ENTRY-TERM
071572             MOVE WS-OLD-STANDING TO WS-ENTRY-STANDING
071580         END-IF
071588     END-IF
071600     MOVE SPACES TO STANDING-RECORD
071700     MOVE WS-CUR-STUDENT-ID TO STD-STUDENT-ID
071800     MOVE STC-TERM TO STD-TERM
071900     MOVE WS-TERM-GPA TO STD-TERM-GPA
072000     MOVE WS-TERM-GRADED TO STD-TERM-GRADED
072100     MOVE WS-CUM-GPA TO STD-CUM-GPA
072200     MOVE WS-CUM-GRADED TO STD-CUM-GRADED
072300     MOVE WS-RUN-DATE TO STD-RUN-DATE
072333     MOVE WS-ENTRY-TERM TO STD-PRIOR-TERM
072366     MOVE WS-ENTRY-STANDING TO STD-PRIOR-STANDING
072400     EVALUATE TRUE
072500         WHEN WS-CUM-GPA < STC-SUSPEND-GPA
072600             SET STD-SUSPENDED TO TRUE
072700         WHEN WS-CUM-GPA < STC-PROBATION-GPA
072800                 AND WS-ENTRY-PROBATION
072900             SET STD-SUSPENDED TO TRUE
073000         WHEN WS-CUM-GPA < STC-PROBATION-GPA
073100             SET STD-PROBATION TO TRUE
073200         WHEN WS-TERM-GRADED > 0
073300                 AND WS-TERM-GRADED >= STC-DEANS-MIN-GRADED
073400                 AND WS-TERM-GPA >= STC-DEANS-GPA
073500             SET STD-DEANS-LIST TO TRUE
073600         WHEN OTHER
073700             SET STD-GOOD TO TRUE
073800     END-EVALUATE.
073900 2500-EXIT.
074000     EXIT.
074100
074200*============================================================
074300* 2600-WRITE-STANDING
074400*   WRITES THE NEW STANDING TO STDNEW, A CHANGE RECORD TO
074500*   STDCHG WHEN THE STANDING IS NEW OR DIFFERS FROM THE ONE
074600*   THE STUDENT ENTERED THE TERM WITH (SET UP BY 2500, SO A
074650*   RERUN COMPARES AGAINST THE STANDING IT REPLACES), AND
074700*   HANDS THE STANDING TO THE SORT FOR THE REGISTER
074800*============================================================
074900 2600-WRITE-STANDING.
075000     WRITE STANDING-OUT-RECORD FROM STANDING-RECORD
075100     ADD 1 TO WS-RATED-COUNT
075500     IF STD-STANDING NOT = WS-ENTRY-STANDING
075600         MOVE SPACES TO STANDING-CHANGE-RECORD
075700         MOVE STD-STUDENT-ID TO CHG-STUDENT-ID
075800         MOVE WS-CUR-PROGRAM TO CHG-PROGRAM
075900         MOVE STD-TERM TO CHG-TERM
076000         MOVE STD-STANDING TO CHG-NEW-STANDING
076100         MOVE WS-ENTRY-TERM TO CHG-PRIOR-TERM
076200         MOVE WS-ENTRY-STANDING TO CHG-PRIOR-STANDING
076300         MOVE STD-TERM-GPA TO CHG-TERM-GPA
076400         MOVE STD-CUM-GPA TO CHG-CUM-GPA
076500         WRITE STANDING-CHANGE-RECORD
076600         ADD 1 TO WS-CHANGE-COUNT
076700     END-IF
076800     MOVE WS-CUR-PROGRAM TO SW-PROGRAM
076900     MOVE STD-STUDENT-ID TO SW-STUDENT-ID
077000     MOVE WS-CUR-NAME TO SW-NAME
077100     MOVE STD-STANDING TO SW-STANDING
077200     MOVE WS-ENTRY-STANDING TO SW-PRIOR-STANDING
077300     MOVE STD-TERM-GPA TO SW-TERM-GPA
077400     MOVE STD-TERM-GRADED TO SW-TERM-GRADED
077500     MOVE STD-CUM-GPA TO SW-CUM-GPA
077600     MOVE STD-CUM-GRADED TO SW-CUM-GRADED
077700     RELEASE SORT-STANDING-RECORD.
077800 2600-EXIT.
077900     EXIT.
078000
078100*============================================================
078200* 2700-CARRY-OLD-STANDING
078300*   A STUDENT NOT RATED THIS TERM KEEPS LAST TERM'S STANDING
078400*   RECORD ON THE NEW MASTER UNCHANGED
078500*============================================================
078600 2700-CARRY-OLD-STANDING.
078700     IF WS-OLD-FOUND
078800         WRITE STANDING-OUT-RECORD FROM WS-OLD-STANDING-RECORD
078900         ADD 1 TO WS-CARRIED-COUNT
079000     END-IF.
079100 2700-EXIT.
079200     EXIT.
079300
079400*============================================================
079500* 2800-PRINT-REGISTER
079600*   SORT OUTPUT PROCEDURE - ONE REGISTER LINE PER STUDENT IN
079700*   PROGRAM/STUDENT ORDER, WITH A TOTAL LINE AT EACH CHANGE
079800*   OF PROGRAM AND AFTER THE LAST
079900*============================================================
080000 2800-PRINT-REGISTER.
080100     MOVE 'N' TO WS-SORT-EOF-SW
080200     INITIALIZE WS-PROGRAM-TOTALS
080300     PERFORM 2810-PRINT-ONE-STANDING THRU 2810-EXIT
080400         UNTIL WS-SORT-EOF
080500     IF NOT WS-FIRST-PROGRAM
080600         PERFORM 2820-PROGRAM-TOTALS THRU 2820-EXIT
080700     END-IF.
080800 2800-EXIT.
080900     EXIT.
081000
081100*============================================================
081200* 2810-PRINT-ONE-STANDING
081300*============================================================
081400 2810-PRINT-ONE-STANDING.
081500     RETURN SORTWORK
081600         AT END
081700             SET WS-SORT-EOF TO TRUE
081800             GO TO 2810-EXIT
081900     END-RETURN
082000     IF WS-FIRST-PROGRAM OR SW-PROGRAM NOT = WS-PRT-PROGRAM
082100         IF NOT WS-FIRST-PROGRAM
082200             PERFORM 2820-PROGRAM-TOTALS THRU 2820-EXIT
082300         END-IF
082400         MOVE 'N' TO WS-FIRST-PROGRAM-SW
082500         MOVE SW-PROGRAM TO WS-PRT-PROGRAM
082600         MOVE SPACES TO PRINT-LINE
082700         STRING 'PROGRAM ' WS-PRT-PROGRAM
082800                 INTO PRINT-LINE
082900         WRITE PRINT-LINE
083000     END-IF
083100     MOVE SW-STANDING TO WS-STANDING-CODE
083200     PERFORM 2830-STANDING-TEXT THRU 2830-EXIT
083300     MOVE WS-STANDING-TXT TO WS-PRIOR-TXT
083400     MOVE SW-PRIOR-STANDING TO WS-STANDING-CODE
083500     PERFORM 2830-STANDING-TEXT THRU 2830-EXIT
083600     EVALUATE TRUE
083700         WHEN SW-STANDING = 'D'
083800             ADD 1 TO WS-PGM-DEANS-CNT
083900         WHEN SW-STANDING = 'G'
084000             ADD 1 TO WS-PGM-GOOD-CNT
084100         WHEN SW-STANDING = 'P'
084200             ADD 1 TO WS-PGM-PROBATION-CNT
084300         WHEN OTHER
084400             ADD 1 TO WS-PGM-SUSPEND-CNT
084500     END-EVALUATE
084600     MOVE SW-TERM-GPA TO WS-TERM-GPA-EDIT
084700     MOVE SW-CUM-GPA TO WS-CUM-GPA-EDIT
084800     MOVE SPACES TO PRINT-LINE
084900     IF SW-STANDING = SW-PRIOR-STANDING
085000         STRING '  ' SW-STUDENT-ID
085100                 ' ' SW-NAME
085200                 ' TERM=' WS-TERM-GPA-EDIT
085300                 ' (' SW-TERM-GRADED ')'
085400                 ' CUM=' WS-CUM-GPA-EDIT
085500                 ' (' SW-CUM-GRADED ') '
085600                 WS-PRIOR-TXT
085700                 INTO PRINT-LINE
085800     ELSE
085900         STRING '  ' SW-STUDENT-ID
086000                 ' ' SW-NAME
086100                 ' TERM=' WS-TERM-GPA-EDIT
086200                 ' (' SW-TERM-GRADED ')'
086300                 ' CUM=' WS-CUM-GPA-EDIT
086400                 ' (' SW-CUM-GRADED ') '
086500                 WS-PRIOR-TXT
086600                 ' WAS ' WS-STANDING-TXT
086700                 INTO PRINT-LINE
086800     END-IF
086900     WRITE PRINT-LINE.
087000 2810-EXIT.
087100     EXIT.
087200
087300*============================================================
087400* 2820-PROGRAM-TOTALS
087500*   PRINTS THE PROGRAM'S STANDING COUNTS, ROLLS THEM INTO
087600*   THE RUN TOTALS AND CLEARS THEM FOR THE NEXT PROGRAM
087700*============================================================
087800 2820-PROGRAM-TOTALS.
087900     MOVE SPACES TO PRINT-LINE
088000     STRING 'TOTAL   ' WS-PRT-PROGRAM
088100             ' DEANS LIST=' WS-PGM-DEANS-CNT
088200             ' GOOD=' WS-PGM-GOOD-CNT
088300             ' PROBATION=' WS-PGM-PROBATION-CNT
088400             ' SUSPENDED=' WS-PGM-SUSPEND-CNT
088500             INTO PRINT-LINE
088600     WRITE PRINT-LINE
088700     MOVE SPACES TO PRINT-LINE
088800     WRITE PRINT-LINE
088900     ADD WS-PGM-DEANS-CNT TO WS-TOT-DEANS-CNT
089000     ADD WS-PGM-GOOD-CNT TO WS-TOT-GOOD-CNT
089100     ADD WS-PGM-PROBATION-CNT TO WS-TOT-PROBATION-CNT
089200     ADD WS-PGM-SUSPEND-CNT TO WS-TOT-SUSPEND-CNT
089300     INITIALIZE WS-PROGRAM-TOTALS.
089400 2820-EXIT.
089500     EXIT.
089600
089700*============================================================
089800* 2830-STANDING-TEXT
089900*   SPELLS OUT THE STANDING CODE IN WS-STANDING-CODE
090000*============================================================
090100 2830-STANDING-TEXT.
090200     EVALUATE WS-STANDING-CODE
090300         WHEN 'D'
090400             MOVE 'DEANS LIST' TO WS-STANDING-TXT
090500         WHEN 'G'
090600             MOVE 'GOOD STANDING' TO WS-STANDING-TXT
090700         WHEN 'P'
090800             MOVE 'PROBATION' TO WS-STANDING-TXT
090900         WHEN 'S'
091000             MOVE 'SUSPENDED' TO WS-STANDING-TXT
091100         WHEN OTHER
091200             MOVE 'NOT RATED' TO WS-STANDING-TXT
091300     END-EVALUATE.
091400 2830-EXIT.
091500     EXIT.
091600
091700*============================================================
091800* 3000-FINALIZE
091900*   PRINTS THE RUN TOTALS, DISPLAYS THE COUNTS, SETS THE
092000*   RETURN CODE AND CLOSES EVERY FILE
092100*============================================================
092200 3000-FINALIZE.
092300     MOVE SPACES TO PRINT-LINE
092400     STRING 'GRAND TOTAL     '
092500             ' DEANS LIST=' WS-TOT-DEANS-CNT
092600             ' GOOD=' WS-TOT-GOOD-CNT
092700             ' PROBATION=' WS-TOT-PROBATION-CNT
092800             ' SUSPENDED=' WS-TOT-SUSPEND-CNT
092900             INTO PRINT-LINE
093000     WRITE PRINT-LINE
093100     MOVE SPACES TO PRINT-LINE
093200     STRING 'RATED=' WS-RATED-COUNT
093300             ' CHANGED=' WS-CHANGE-COUNT
093400             ' CARRIED FORWARD=' WS-CARRIED-COUNT
093500             INTO PRINT-LINE
093600     WRITE PRINT-LINE
093700     DISPLAY 'STUDENT MASTERS READ: ' WS-MASTER-COUNT
093800     DISPLAY 'HISTORY RECORDS READ: ' WS-HIST-COUNT
093900     DISPLAY 'PRIOR STANDINGS READ: ' WS-OLD-COUNT
094000     DISPLAY 'STUDENTS RATED......: ' WS-RATED-COUNT
094100     DISPLAY 'STANDING CHANGES....: ' WS-CHANGE-COUNT
094200     DISPLAY 'CARRIED FORWARD.....: ' WS-CARRIED-COUNT
094300     DISPLAY 'INACTIVE SKIPPED....: ' WS-INACTIVE-COUNT
094400     DISPLAY 'ACTIVE, NO GRADES...: ' WS-NO-GRADES-COUNT
094500     DISPLAY 'HISTORY, NO MASTER..: ' WS-NO-MASTER-COUNT
094600     DISPLAY 'SECTION NOT ON SECMAST ' WS-NO-SECTION-COUNT
094700     DISPLAY 'LETTER NOT ON SCALE.: ' WS-NO-POINTS-COUNT
094800     CLOSE STUMAST
094900     CLOSE HISTFILE
095000     CLOSE STDOLD
095100     CLOSE STDNEW
095200     CLOSE STDCHG
095300     CLOSE STDRPT
095400     IF WS-NO-MASTER-COUNT > 0
095500         MOVE WS-RC-REJECTS TO RETURN-CODE
095600     ELSE
095700         MOVE 0 TO RETURN-CODE
095800     END-IF.
095900 3000-EXIT.
096000     EXIT.
096100
096200*============================================================
096300* 8000-POST-RUN-CONTROL
096400*   POSTS THIS RUN'S LINE TO THE SHARED RUN-CONTROL
096500*   REGISTER - STUDENT MASTERS IN, STANDINGS ASSIGNED OUT,
096600*   STUDENTS WITH HISTORY BUT NO MASTER REJECTED - SO
096700*   NITEBAL CAN SEE THE TERM-END RUN HAPPENED
096800*============================================================
096900 8000-POST-RUN-CONTROL.
097000     OPEN EXTEND RUNCTL
097100     MOVE 'STANDING' TO RCT-PROGRAM-ID
097200     MOVE BDT-BUSINESS-DATE TO RCT-RUN-DATE
097300     ACCEPT RCT-RUN-TIME FROM TIME
097400     MOVE WS-MASTER-COUNT TO RCT-INPUT-COUNT
097500     MOVE WS-RATED-COUNT TO RCT-OUTPUT-COUNT
097600     MOVE WS-NO-MASTER-COUNT TO RCT-REJECT-COUNT
097700     MOVE RETURN-CODE TO RCT-RETURN-CODE
097800     WRITE RUN-CONTROL-RECORD
097900     CLOSE RUNCTL.
098000 8000-EXIT.
098100     EXIT.

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GRDDIST.
000300 AUTHOR. R. L. MEEHAN.
000400 INSTALLATION. ACADEMIC RECORDS DIVISION.
000500 DATE-WRITTEN. 09/17/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* ---------- ----  ----------------------------------------
001200* 09/17/2026 RLM   ORIGINAL CODING - GRADE DISTRIBUTION AND
001300*                  OUTLIER REPORT FOR THE DEANS. READS THE
001400*                  RESULTS HISTORY MASTER (HISTFILE) AND
001500*                  THE SECMAST COURSE TITLE, INSTRUCTOR AND
001600*                  TERM. FOR EVERY SECTION IT SHOWS THE
001700*                  LETTER-GRADE DISTRIBUTION, PASS RATE AND
001800*                  AVERAGE GRADE POINTS, ROLLED UP BY COURSE
001900*                  AND AGAIN BY INSTRUCTOR, WITH EACH TERM
002000*                  COMPARED TO THE TERMS BEFORE IT. A SECTION
002100*                  WHOSE PASS RATE OR GPA SITS OUTSIDE THE
002200*                  DSTCARD TOLERANCE AROUND ITS COURSE
002300*                  AVERAGE IS FLAGGED. THE TERMS ARE TAKEN
002400*                  IN SEC-TERM COLLATING ORDER, SO TERM
002500*                  CODES MUST SORT CHRONOLOGICALLY.
002510* 10/15/2026 RLM   AN INCOMPLETE (PASS-FAIL I) IS COUNTED IN ITS
002520*                  SECTION'S OWN INCOMPLETE COLUMN AND KEPT OUT
002530*                  OF THE GRADED COUNT AND THE PASS-RATE BASE,
002540*                  AS THE GRADING RUN DOES.
002600*----------------------------------------------------------
002700
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT HISTFILE ASSIGN TO "HISTFILE"
003200         ORGANIZATION IS LINE SEQUENTIAL.
003300     SELECT DSTCARD ASSIGN TO "DSTCARD"
003400         ORGANIZATION IS LINE SEQUENTIAL.
003500     SELECT SECMAST ASSIGN TO "SECMAST"
003600         ORGANIZATION IS LINE SEQUENTIAL.
003700     SELECT GRDSCALE ASSIGN TO "GRDSCALE"
003800         ORGANIZATION IS LINE SEQUENTIAL.
003900     SELECT DSTRPT ASSIGN TO "DSTRPT"
004000         ORGANIZATION IS LINE SEQUENTIAL.
004100     SELECT SORTWORK ASSIGN TO "SORTWORK".
004200
004300 DATA DIVISION.
004400 FILE SECTION.
004500*HISTFILE - THE RESULTS HISTORY MASTER MAINTAINED BY
004600*RSLTHIST, SORTED ASCENDING BY STUDENT-ID/SECTION-ID/
004700*RUN-DATE. SEE THE RHSRECC COPY MEMBER FOR THE LAYOUT.
004800 FD  HISTFILE.
004900 01  HISTORY-IN-RECORD          PIC X(89).
005000
005100*DSTCARD - ONE CONTROL CARD PER RUN. A SECTION IS FLAGGED
005200*WHEN ITS PASS RATE IS MORE THAN DSC-PASS-TOLERANCE
005300*PERCENTAGE POINTS, OR ITS GPA MORE THAN DSC-GPA-TOLERANCE
005400*GRADE POINTS, ABOVE OR BELOW ITS COURSE AVERAGE. SECTIONS
005500*WITH FEWER THAN DSC-MIN-GRADED GRADES ARE NOT FLAGGED.
005600 FD  DSTCARD.
005700 01  DISTRIBUTION-CARD.
005800     05  DSC-PASS-TOLERANCE     PIC 9(03).
005900     05  DSC-GPA-TOLERANCE      PIC 9(01)V9(02).
006000     05  DSC-MIN-GRADED         PIC 9(03).
006100
006200*SECMAST - SECTION REFERENCE FILE MAINTAINED BY SECMAINT,
006300*SORTED ASCENDING BY SECTION-ID. LOADED INTO A TABLE THAT
006400*ALSO CARRIES EACH SECTION'S GRADE COUNTS.
006500 FD  SECMAST.
006600 01  SECTION-IN-RECORD          PIC X(69).
006700
006800*GRDSCALE - THE LETTER-GRADE SCALE. ITS LETTERS ARE THE
006900*DISTRIBUTION COLUMNS AND ITS POINTS MAKE THE GPAS, SO THE
007000*REPORT CANNOT RUN WITHOUT IT.
007100 FD  GRDSCALE.
007200 01  GRADE-SCALE-RECORD.
007300     05  GSR-LETTER             PIC X(01).
007400     05  GSR-LOW-SCORE          PIC 9(03).
007500     05  GSR-HIGH-SCORE         PIC 9(03).
007600     05  GSR-GRADE-POINTS       PIC 9(01)V9(02).
007700
007800*DSTRPT - THE DISTRIBUTION AND OUTLIER REPORT
007900 FD  DSTRPT.
008000 01  PRINT-LINE                 PIC X(132).
008100
008200*SORTWORK - ONE RECORD PER GRADED SECTION. SORTED ONCE WITH
008300*THE COURSE TITLE AS THE GROUP AND ONCE WITH THE
008400*INSTRUCTOR, THEN BY TERM AND SECTION WITHIN THE GROUP.
008500 SD  SORTWORK.
008600 01  SORT-SECTION-RECORD.
008700     05  SW-GROUP               PIC X(30).
008800     05  SW-TERM                PIC X(06).
008900     05  SW-SECTION-ID          PIC X(08).
009000     05  SW-OTHER-NAME          PIC X(30).
009100     05  SW-GRADED              PIC 9(05).
009200     05  SW-PASS                PIC 9(05).
009300     05  SW-POINTED             PIC 9(05).
009400     05  SW-POINTS              PIC 9(07)V9(02).
009500     05  SW-OTHER-CNT           PIC 9(05).
009550     05  SW-INC-CNT             PIC 9(05).
009600     05  SW-LETTER-COUNTS.
009700         10  SW-LETTER-CNT      PIC 9(05) OCCURS 10 TIMES.
009800     05  SW-PASS-PCT            PIC 9(03).
009900     05  SW-GPA                 PIC 9(01)V9(02).
010000     05  SW-FLAG                PIC X(20).
010100
010200 WORKING-STORAGE SECTION.
010300*THE HISTORY RECORD BEING EXAMINED - THE SHARED LAYOUT FROM
010400*THE RHSRECC COPY MEMBER
010500     COPY RHSRECC.
010600
010700*SWITCHES
010800 01  WS-EOF-SW                  PIC X(01) VALUE 'N'.
010900     88  WS-EOF                 VALUE 'Y'.
011000 01  WS-CARD-EOF-SW             PIC X(01) VALUE 'N'.
011100     88  WS-CARD-EOF            VALUE 'Y'.
011200 01  WS-SCALE-EOF-SW            PIC X(01) VALUE 'N'.
011300     88  WS-SCALE-EOF           VALUE 'Y'.
011400 01  WS-SCM-EOF-SW              PIC X(01) VALUE 'N'.
011500     88  WS-SCM-EOF             VALUE 'Y'.
011600 01  WS-POINTS-FOUND-SW         PIC X(01).
011700     88  WS-POINTS-FOUND        VALUE 'Y'.
011800 01  WS-COURSE-FOUND-SW         PIC X(01).
011900     88  WS-COURSE-FOUND        VALUE 'Y'.
012000 01  WS-SORT-EOF-SW             PIC X(01).
012100     88  WS-SORT-EOF            VALUE 'Y'.
012200 01  WS-FIRST-GROUP-SW          PIC X(01).
012300     88  WS-FIRST-GROUP         VALUE 'Y'.
012400 01  WS-REPORT-MODE-SW          PIC X(01).
012500     88  WS-BY-COURSE           VALUE 'C'.
012600     88  WS-BY-INSTRUCTOR       VALUE 'I'.
012700
012800*THE STUDENT/SECTION WHOSE LATEST GRADE IS BEING HELD - A
012900*LATER RUN OF THE SAME KEY (A REGRADE) REPLACES IT, SO ONLY
013000*THE LATEST GRADE COUNTS
013100 01  WS-HELD-STUDENT-ID         PIC X(10).
013200 01  WS-HELD-SECTION-ID         PIC X(08).
013300 01  WS-HELD-PASS-FAIL          PIC X(01).
013400 01  WS-HELD-LETTER             PIC X(01).
013500
013600*LETTER-GRADE SCALE TABLE - LETTER TO POINTS, LOADED FROM
013700*GRDSCALE THE SAME WAY THE GRADING RUN LOADS ITS BANDS
013800 01  WS-GRADE-SCALE-TABLE.
013900     05  WS-GS-COUNT            PIC 9(02) COMP.
014000     05  WS-GS-ENTRY OCCURS 10 TIMES.
014100         10  WS-GS-LETTER       PIC X(01).
014200         10  WS-GS-POINTS       PIC 9(01)V9(02).
014300 01  WS-GS-SUB                  PIC 9(02) COMP.
014400 01  WS-LETTER-SUB              PIC 9(02) COMP.
014500 77  WS-GS-MAX                  PIC 9(02) COMP VALUE 10.
014600
014700*SECTION TABLE - SECMAST LOADED IN SECTION-ID ORDER FOR
014800*SEARCH ALL, EACH ENTRY GATHERING ITS SECTION'S GRADES.
014900*WS-SCM-LETTER-CNT RUNS PARALLEL TO THE GRADE SCALE TABLE;
015000*WS-SCM-OTHER-CNT HOLDS GRADES WHOSE LETTER IS NOT ON THE
015100*SCALE. WS-SCM-CRS-SUB POINTS AT THE SECTION'S COURSE.
015110*WS-SCM-INC-CNT HOLDS INCOMPLETES, WHICH ARE NOT GRADED.
015200     COPY SECRECC.
015300 01  WS-SECTION-TABLE.
015400     05  WS-SCM-COUNT           PIC 9(03) COMP.
015500     05  WS-SCM-ENTRY OCCURS 1 TO 500 TIMES
015600             DEPENDING ON WS-SCM-COUNT
015700             ASCENDING KEY IS WS-SCM-ID
015800             INDEXED BY SCM-IDX.
015900         10  WS-SCM-ID          PIC X(08).
016000         10  WS-SCM-TITLE       PIC X(30).
016100         10  WS-SCM-INSTRUCTOR  PIC X(25).
016200         10  WS-SCM-TERM        PIC X(06).
016300         10  WS-SCM-GRADED      PIC 9(05).
016400         10  WS-SCM-PASS        PIC 9(05).
016500         10  WS-SCM-POINTED     PIC 9(05).
016600         10  WS-SCM-POINTS      PIC 9(07)V9(02).
016700         10  WS-SCM-OTHER-CNT   PIC 9(05).
016750         10  WS-SCM-INC-CNT     PIC 9(05).
016800         10  WS-SCM-LETTER-COUNTS.
016900             15  WS-SCM-LETTER-CNT
017000                                PIC 9(05) OCCURS 10 TIMES.
017100         10  WS-SCM-CRS-SUB     PIC 9(03) COMP.
017200         10  WS-SCM-PASS-PCT    PIC 9(03).
017300         10  WS-SCM-GPA         PIC 9(01)V9(02).
017400         10  WS-SCM-FLAG        PIC X(20).
017500 77  WS-SCM-MAX                 PIC 9(03) COMP VALUE 500.
017600
017700*COURSE TABLE - ONE ENTRY PER COURSE TITLE, ALL TERMS
017800*TOGETHER, HOLDING THE AVERAGES EACH SECTION IS MEASURED
017900*AGAINST. NEVER LONGER THAN THE SECTION TABLE.
018000 01  WS-COURSE-TABLE.
018100     05  WS-CRS-COUNT           PIC 9(03) COMP.
018200     05  WS-CRS-ENTRY OCCURS 500 TIMES.
018300         10  WS-CRS-TITLE       PIC X(30).
018400         10  WS-CRS-GRADED      PIC 9(07).
018500         10  WS-CRS-PASS        PIC 9(07).
018600         10  WS-CRS-POINTED     PIC 9(07).
018700         10  WS-CRS-POINTS      PIC 9(09)V9(02).
018800         10  WS-CRS-PASS-PCT    PIC 9(03).
018900         10  WS-CRS-GPA         PIC 9(01)V9(02).
019000 01  WS-CRS-SUB                 PIC 9(03) COMP.
019100 01  WS-CRS-FOUND-SUB           PIC 9(03) COMP.
019200
019300*RATE CALCULATION - LOADED BY THE CALLER, THEN 2700 WORKS
019400*OUT THE PASS PERCENTAGE AND GPA
019500 01  WS-CALC-AREA.
019600     05  WS-CALC-GRADED         PIC 9(07).
019700     05  WS-CALC-PASS           PIC 9(07).
019800     05  WS-CALC-POINTED        PIC 9(07).
019900     05  WS-CALC-POINTS         PIC 9(09)V9(02).
020000     05  WS-CALC-PASS-PCT       PIC 9(03).
020100     05  WS-CALC-GPA            PIC 9(01)V9(02).
020200 01  WS-PASS-DIFF               PIC S9(03).
020300 01  WS-GPA-DIFF                PIC S9(01)V9(02).
020400
020500*REPORT ACCUMULATORS - THE TERM BEING PRINTED AND EVERY
020600*EARLIER TERM OF THE SAME GROUP. AT THE END OF A GROUP THE
020700*PRIOR-TERMS FIGURES ARE THE WHOLE GROUP.
020800 01  WS-TERM-TOTALS.
020900     05  WS-TRM-SECTIONS        PIC 9(05).
021000     05  WS-TRM-GRADED          PIC 9(07).
021100     05  WS-TRM-PASS            PIC 9(07).
021200     05  WS-TRM-POINTED         PIC 9(07).
021300     05  WS-TRM-POINTS          PIC 9(09)V9(02).
021400 01  WS-PRIOR-TOTALS.
021500     05  WS-PRI-SECTIONS        PIC 9(05).
021600     05  WS-PRI-GRADED          PIC 9(07).
021700     05  WS-PRI-PASS            PIC 9(07).
021800     05  WS-PRI-POINTED         PIC 9(07).
021900     05  WS-PRI-POINTS          PIC 9(09)V9(02).
022000 01  WS-PRT-GROUP               PIC X(30).
022100 01  WS-PRT-TERM                PIC X(06).
022200 01  WS-TERM-PASS-PCT           PIC 9(03).
022300 01  WS-TERM-GPA                PIC 9(01)V9(02).
022400
022500*PRINT EDITING - THE DISTRIBUTION LINE IS BUILT ONE SCALE
022600*LETTER PER ENTRY AND STRUNG INTO THE PRINT LINE WHOLE
022700 01  WS-DIST-AREA.
022800     05  WS-DIST-ENTRY OCCURS 10 TIMES.
022900         10  WS-DIST-LETTER     PIC X(01).
023000         10  WS-DIST-EQUALS     PIC X(01).
023100         10  WS-DIST-COUNT      PIC ZZZZ9.
023200         10  FILLER             PIC X(01).
023300 01  WS-GROUP-TXT               PIC X(11).
023400 01  WS-CNT-EDIT                PIC ZZZZ9.
023500 01  WS-OTHER-EDIT              PIC ZZZZ9.
023550 01  WS-INC-EDIT                PIC ZZZZ9.
023600 01  WS-SEC-EDIT                PIC ZZZ9.
023700 01  WS-PCT-EDIT                PIC ZZ9.
023800 01  WS-GPA-EDIT                PIC 9.99.
023900 01  WS-PRI-PCT-EDIT            PIC ZZ9.
024000 01  WS-PRI-GPA-EDIT            PIC 9.99.
024100 01  WS-PCT-CHG-EDIT            PIC +ZZ9.
024200 01  WS-GPA-CHG-EDIT            PIC +9.99.
024300
024400*RUN COUNTERS
024500 01  WS-COUNTERS.
024600     05  WS-READ-COUNT          PIC 9(09).
024700     05  WS-GRADE-COUNT         PIC 9(09).
024800     05  WS-NO-SECTION-COUNT    PIC 9(09).
024850     05  WS-INCOMPLETE-COUNT    PIC 9(09).
024900     05  WS-REPORTED-COUNT      PIC 9(09).
025000     05  WS-FLAGGED-COUNT       PIC 9(09).
025100
025200*RETURN CODE SETTINGS - 0 REPORT PRODUCED, 4 HISTORY FOUND
025300*FOR SECTIONS NOT ON SECMAST (LEFT OUT OF THE REPORT), 8 NO
025400*USABLE CONTROL CARD OR GRADE SCALE, 12 SECTION TABLE
025500*OVERFLOW
025600 77  WS-RC-REJECTS              PIC 9(02) VALUE 04.
025700 77  WS-RC-CONTROL              PIC 9(02) VALUE 08.
025800 77  WS-RC-IO-FAILURE           PIC 9(02) VALUE 12.
025900
026000 PROCEDURE DIVISION.
026100*============================================================
026200* 0000-MAINLINE
026300*   GATHERS EVERY SECTION'S GRADES FROM THE HISTORY, WORKS
026400*   OUT THE COURSE AVERAGES AND THE FLAGS, THEN PRINTS THE
026500*   SECTIONS TWICE - BY COURSE, THEN BY INSTRUCTOR
026600*============================================================
026700 0000-MAINLINE.
026800     PERFORM 1000-INITIALIZE THRU 1000-EXIT
026900     PERFORM 2000-EXAMINE-RECORD THRU 2000-EXIT
027000         UNTIL WS-EOF
027100     PERFORM 2100-APPLY-GRADE THRU 2100-EXIT
027200     PERFORM 2500-ROLL-UP-COURSES THRU 2500-EXIT
027300     SET WS-BY-COURSE TO TRUE
027400     PERFORM 4000-PRINT-PART-HEADING THRU 4000-EXIT
027500     SORT SORTWORK
027600         ASCENDING KEY SW-GROUP
027700                       SW-TERM
027800                       SW-SECTION-ID
027900         INPUT PROCEDURE IS 4100-RELEASE-SECTIONS
028000             THRU 4100-EXIT
028100         OUTPUT PROCEDURE IS 4200-PRINT-GROUPS
028200             THRU 4200-EXIT
028300     SET WS-BY-INSTRUCTOR TO TRUE
028400     PERFORM 4000-PRINT-PART-HEADING THRU 4000-EXIT
028500     SORT SORTWORK
028600         ASCENDING KEY SW-GROUP
028700                       SW-TERM
028800                       SW-SECTION-ID
028900         INPUT PROCEDURE IS 4100-RELEASE-SECTIONS
029000             THRU 4100-EXIT
029100         OUTPUT PROCEDURE IS 4200-PRINT-GROUPS
029200             THRU 4200-EXIT
029300     PERFORM 3000-FINALIZE THRU 3000-EXIT
029400     STOP RUN.
029500
029600*============================================================
029700* 1000-INITIALIZE
029800*   READS THE CONTROL CARD - A MISSING OR UNREADABLE CARD
029900*   ENDS THE RUN WITH RETURN CODE 8 - THEN LOADS THE GRADE
030000*   SCALE AND THE SECTION TABLE AND PRINTS THE HEADING
030100*============================================================
030200 1000-INITIALIZE.
030300     OPEN INPUT  HISTFILE
030400     OPEN INPUT  DSTCARD
030500     OPEN OUTPUT DSTRPT
030600     INITIALIZE WS-COUNTERS
030700     MOVE SPACES TO WS-HELD-SECTION-ID
030800     READ DSTCARD
030900         AT END
031000             SET WS-CARD-EOF TO TRUE
031100             MOVE SPACES TO DISTRIBUTION-CARD
031200     END-READ
031300     CLOSE DSTCARD
031400     IF WS-CARD-EOF
031500             OR DSC-PASS-TOLERANCE NOT NUMERIC
031600             OR DSC-GPA-TOLERANCE NOT NUMERIC
031700             OR DSC-MIN-GRADED NOT NUMERIC
031800         DISPLAY 'NO USABLE TOLERANCES ON DSTCARD - NO REPORT'
031900         MOVE WS-RC-CONTROL TO RETURN-CODE
032000         PERFORM 1900-CLOSE-AND-STOP THRU 1900-EXIT
032100     END-IF
032200     PERFORM 1200-LOAD-GRADE-SCALE THRU 1200-EXIT
032300     IF WS-GS-COUNT = 0
032400         DISPLAY 'NO GRADE SCALE LOADED - NO REPORT'
032500         MOVE WS-RC-CONTROL TO RETURN-CODE
032600         PERFORM 1900-CLOSE-AND-STOP THRU 1900-EXIT
032700     END-IF
032800     PERFORM 1300-LOAD-SECTION-MASTER THRU 1300-EXIT
032900     PERFORM 1400-PRINT-HEADING THRU 1400-EXIT
033000     PERFORM 2200-READ-HISTORY-RECORD THRU 2200-EXIT.
033100 1000-EXIT.
033200     EXIT.
033300
033400*============================================================
033500* 1200-LOAD-GRADE-SCALE
033600*   LOADS THE LETTER-TO-POINTS TABLE FROM GRDSCALE
033700*============================================================
033800 1200-LOAD-GRADE-SCALE.
033900     OPEN INPUT GRDSCALE
034000     MOVE 0 TO WS-GS-COUNT
034100     PERFORM 1210-READ-SCALE-RECORD THRU 1210-EXIT
034200         UNTIL WS-SCALE-EOF
034300     CLOSE GRDSCALE.
034400 1200-EXIT.
034500     EXIT.
034600
034700*============================================================
034800* 1210-READ-SCALE-RECORD
034900*============================================================
035000 1210-READ-SCALE-RECORD.
035100     READ GRDSCALE
035200         AT END
035300             SET WS-SCALE-EOF TO TRUE
035400             GO TO 1210-EXIT
035500     END-READ
035600     IF GSR-LETTER = SPACE
035700             OR GSR-GRADE-POINTS NOT NUMERIC
035800         DISPLAY 'GRADE BAND DROPPED - UNREADABLE: '
035900                 GRADE-SCALE-RECORD
036000         GO TO 1210-EXIT
036100     END-IF
036200     IF WS-GS-COUNT >= WS-GS-MAX
036300         DISPLAY 'GRADE SCALE TABLE FULL AT ' WS-GS-MAX
036400         GO TO 1210-EXIT
036500     END-IF
036600     ADD 1 TO WS-GS-COUNT
036700     MOVE GSR-LETTER       TO WS-GS-LETTER (WS-GS-COUNT)
036800     MOVE GSR-GRADE-POINTS TO WS-GS-POINTS (WS-GS-COUNT).
036900 1210-EXIT.
037000     EXIT.
037100
037200*============================================================
037300* 1300-LOAD-SECTION-MASTER
037400*   READS SECMAST INTO THE ORDERED TABLE WITH EVERY COUNT
037500*   ZEROED. SECMAST IS SORTED ASCENDING BY SECTION-ID, WHICH
037600*   IS WHAT LETS SEARCH ALL BINARY-SEARCH THE TABLE.
037700*============================================================
037800 1300-LOAD-SECTION-MASTER.
037900     OPEN INPUT SECMAST
038000     MOVE 0 TO WS-SCM-COUNT
038100     PERFORM 1310-READ-SECTION-RECORD THRU 1310-EXIT
038200         UNTIL WS-SCM-EOF
038300     CLOSE SECMAST
038400     DISPLAY 'SECTION MASTERS LOADED: ' WS-SCM-COUNT.
038500 1300-EXIT.
038600     EXIT.
038700
038800*============================================================
038900* 1310-READ-SECTION-RECORD
039000*   LOADS ONE SECTION INTO THE NEXT TABLE ENTRY. A REFERENCE
039100*   FILE LARGER THAN THE TABLE IS A HARD STOP - A SECTION
039200*   LEFT OFF THE TABLE WOULD SKEW ITS COURSE AVERAGE.
039300*============================================================
039400 1310-READ-SECTION-RECORD.
039500     READ SECMAST INTO SECTION-MASTER-RECORD
039600         AT END
039700             SET WS-SCM-EOF TO TRUE
039800             GO TO 1310-EXIT
039900     END-READ
040000     IF WS-SCM-COUNT >= WS-SCM-MAX
040100         DISPLAY 'SECTION REFERENCE TABLE FULL AT ' WS-SCM-MAX
040200         DISPLAY 'RUN CANNOT CONTINUE - ENLARGE WS-SCM-ENTRY'
040300         MOVE WS-RC-IO-FAILURE TO RETURN-CODE
040400         PERFORM 1900-CLOSE-AND-STOP THRU 1900-EXIT
040500     END-IF
040600     ADD 1 TO WS-SCM-COUNT
040700     SET SCM-IDX TO WS-SCM-COUNT
040800     INITIALIZE WS-SCM-ENTRY (SCM-IDX)
040900     MOVE SEC-SECTION-ID   TO WS-SCM-ID (SCM-IDX)
041000     MOVE SEC-COURSE-TITLE TO WS-SCM-TITLE (SCM-IDX)
041100     MOVE SEC-INSTRUCTOR   TO WS-SCM-INSTRUCTOR (SCM-IDX)
041200     MOVE SEC-TERM         TO WS-SCM-TERM (SCM-IDX).
041300 1310-EXIT.
041400     EXIT.
041500
041600*============================================================
041700* 1400-PRINT-HEADING
041800*============================================================
041900 1400-PRINT-HEADING.
042000     MOVE SPACES TO PRINT-LINE
042100     STRING 'GRADE DISTRIBUTION AND OUTLIER REPORT'
042200             INTO PRINT-LINE
042300     WRITE PRINT-LINE
042400     MOVE DSC-PASS-TOLERANCE TO WS-PCT-EDIT
042500     MOVE DSC-GPA-TOLERANCE TO WS-GPA-EDIT
042600     MOVE DSC-MIN-GRADED TO WS-SEC-EDIT
042700     MOVE SPACES TO PRINT-LINE
042800     STRING 'FLAGGED WHEN PASS-PCT IS MORE THAN ' WS-PCT-EDIT
042900             ' POINTS OR GPA MORE THAN ' WS-GPA-EDIT
043000             ' FROM THE COURSE AVERAGE, MINIMUM '
043100             WS-SEC-EDIT ' GRADES'
043200             INTO PRINT-LINE
043300     WRITE PRINT-LINE.
043400 1400-EXIT.
043500     EXIT.
043600
043700*============================================================
043800* 1900-CLOSE-AND-STOP
043900*   ABANDONS THE RUN BEFORE ANY HISTORY IS READ - THE CALLER
044000*   HAS SET THE RETURN CODE
044100*============================================================
044200 1900-CLOSE-AND-STOP.
044300     CLOSE HISTFILE
044400     CLOSE DSTRPT
044500     STOP RUN.
044600 1900-EXIT.
044700     EXIT.
044800
044900*============================================================
045000* 2000-EXAMINE-RECORD
045100*   ONE HISTORY RECORD PER ITERATION. THE HISTORY IS IN
045200*   STUDENT/SECTION/RUN-DATE ORDER, SO A NEW STUDENT/SECTION
045300*   RELEASES THE HELD GRADE INTO ITS SECTION AND A REPEAT OF
045400*   THE SAME KEY (A LATER REGRADE) REPLACES THE HELD GRADE.
045500*============================================================
045600 2000-EXAMINE-RECORD.
045700     ADD 1 TO WS-READ-COUNT
045800     IF RHS-STUDENT-ID NOT = WS-HELD-STUDENT-ID
045900             OR RHS-SECTION-ID NOT = WS-HELD-SECTION-ID
046000         PERFORM 2100-APPLY-GRADE THRU 2100-EXIT
046100     END-IF
046200     MOVE RHS-STUDENT-ID TO WS-HELD-STUDENT-ID
046300     MOVE RHS-SECTION-ID TO WS-HELD-SECTION-ID
046400     MOVE RHS-PASS-FAIL TO WS-HELD-PASS-FAIL
046500     MOVE RHS-LETTER-GRADE TO WS-HELD-LETTER
046600     PERFORM 2200-READ-HISTORY-RECORD THRU 2200-EXIT.
046700 2000-EXIT.
046800     EXIT.
046900
047000*============================================================
047100* 2100-APPLY-GRADE
047200*   COUNTS THE HELD GRADE IN ITS SECTION - GRADED, PASSED,
047300*   AND UNDER ITS LETTER WITH ITS GRADE POINTS, OR UNDER
047400*   OTHER WHEN THE LETTER IS NOT ON THE SCALE. A SECTION NOT
047500*   ON SECMAST HAS NO COURSE OR INSTRUCTOR TO REPORT UNDER
047600*   AND IS ONLY COUNTED. AN INCOMPLETE IS NOT A GRADE YET -
047650*   IT IS COUNTED AS AN INCOMPLETE ONLY, SO IT IS NEITHER
047660*   GRADED NOR A NON-PASS.
047700*============================================================
047800 2100-APPLY-GRADE.
047900     IF WS-HELD-SECTION-ID = SPACES
048000         GO TO 2100-EXIT
048100     END-IF
048200     ADD 1 TO WS-GRADE-COUNT
048300     SEARCH ALL WS-SCM-ENTRY
048400         AT END
048500             ADD 1 TO WS-NO-SECTION-COUNT
048600             MOVE SPACES TO WS-HELD-SECTION-ID
048700             GO TO 2100-EXIT
048800         WHEN WS-SCM-ID (SCM-IDX) = WS-HELD-SECTION-ID
048900             CONTINUE
049000     END-SEARCH
049010     IF WS-HELD-PASS-FAIL = 'I'
049020         ADD 1 TO WS-SCM-INC-CNT (SCM-IDX)
049030         ADD 1 TO WS-INCOMPLETE-COUNT
049040         MOVE SPACES TO WS-HELD-SECTION-ID
049050         GO TO 2100-EXIT
049060     END-IF
049070     ADD 1 TO WS-SCM-GRADED (SCM-IDX)
049100     IF WS-HELD-PASS-FAIL = 'P'
049200         ADD 1 TO WS-SCM-PASS (SCM-IDX)
049300     END-IF
049400     MOVE 'N' TO WS-POINTS-FOUND-SW
049500     PERFORM 2110-MATCH-LETTER THRU 2110-EXIT
049600         VARYING WS-GS-SUB FROM 1 BY 1
049700         UNTIL WS-GS-SUB > WS-GS-COUNT OR WS-POINTS-FOUND
049800     IF WS-POINTS-FOUND
049900         ADD 1 TO WS-SCM-LETTER-CNT (SCM-IDX WS-LETTER-SUB)
050000         ADD 1 TO WS-SCM-POINTED (SCM-IDX)
050100         ADD WS-GS-POINTS (WS-LETTER-SUB)
050200             TO WS-SCM-POINTS (SCM-IDX)
050300     ELSE
050400         ADD 1 TO WS-SCM-OTHER-CNT (SCM-IDX)
050500     END-IF
050600     MOVE SPACES TO WS-HELD-SECTION-ID.
050700 2100-EXIT.
050800     EXIT.
050900
051000*============================================================
051100* 2110-MATCH-LETTER
051200*============================================================
051300 2110-MATCH-LETTER.
051400     IF WS-HELD-LETTER = WS-GS-LETTER (WS-GS-SUB)
051500         SET WS-POINTS-FOUND TO TRUE
051600         MOVE WS-GS-SUB TO WS-LETTER-SUB
051700     END-IF.
051800 2110-EXIT.
051900     EXIT.
052000
052100*============================================================
052200* 2200-READ-HISTORY-RECORD
052300*============================================================
052400 2200-READ-HISTORY-RECORD.
052500     READ HISTFILE INTO RESULTS-HISTORY-RECORD
052600         AT END
052700             SET WS-EOF TO TRUE
052800     END-READ.
052900 2200-EXIT.
053000     EXIT.
053100
053200*============================================================
053300* 2500-ROLL-UP-COURSES
053400*   TOTALS EVERY GRADED SECTION INTO ITS COURSE ACROSS ALL
053500*   TERMS, WORKS OUT EACH COURSE'S AVERAGES, THEN RATES
053600*   EVERY SECTION AGAINST ITS COURSE
053700*============================================================
053800 2500-ROLL-UP-COURSES.
053900     MOVE 0 TO WS-CRS-COUNT
054000     PERFORM 2510-ADD-SECTION-TO-COURSE THRU 2510-EXIT
054100         VARYING SCM-IDX FROM 1 BY 1
054200         UNTIL SCM-IDX > WS-SCM-COUNT
054300     PERFORM 2530-COURSE-AVERAGE THRU 2530-EXIT
054400         VARYING WS-CRS-SUB FROM 1 BY 1
054500         UNTIL WS-CRS-SUB > WS-CRS-COUNT
054600     PERFORM 2600-RATE-SECTION THRU 2600-EXIT
054700         VARYING SCM-IDX FROM 1 BY 1
054800         UNTIL SCM-IDX > WS-SCM-COUNT.
054900 2500-EXIT.
055000     EXIT.
055100
055200*============================================================
055300* 2510-ADD-SECTION-TO-COURSE
055400*   FINDS THE SECTION'S COURSE TITLE IN THE COURSE TABLE,
055500*   ADDING IT ON FIRST SIGHT, AND ADDS THE SECTION'S COUNTS
055600*============================================================
055700 2510-ADD-SECTION-TO-COURSE.
055800     IF WS-SCM-GRADED (SCM-IDX) = 0
055900         GO TO 2510-EXIT
056000     END-IF
056100     MOVE 'N' TO WS-COURSE-FOUND-SW
056200     PERFORM 2520-MATCH-COURSE THRU 2520-EXIT
056300         VARYING WS-CRS-SUB FROM 1 BY 1
056400         UNTIL WS-CRS-SUB > WS-CRS-COUNT OR WS-COURSE-FOUND
056500     IF NOT WS-COURSE-FOUND
056600         ADD 1 TO WS-CRS-COUNT
056700         MOVE WS-CRS-COUNT TO WS-CRS-FOUND-SUB
056800         INITIALIZE WS-CRS-ENTRY (WS-CRS-FOUND-SUB)
056900         MOVE WS-SCM-TITLE (SCM-IDX)
057000             TO WS-CRS-TITLE (WS-CRS-FOUND-SUB)
057100     END-IF
057200     MOVE WS-CRS-FOUND-SUB TO WS-SCM-CRS-SUB (SCM-IDX)
057300     ADD WS-SCM-GRADED (SCM-IDX)
057400         TO WS-CRS-GRADED (WS-CRS-FOUND-SUB)
057500     ADD WS-SCM-PASS (SCM-IDX)
057600         TO WS-CRS-PASS (WS-CRS-FOUND-SUB)
057700     ADD WS-SCM-POINTED (SCM-IDX)
057800         TO WS-CRS-POINTED (WS-CRS-FOUND-SUB)
057900     ADD WS-SCM-POINTS (SCM-IDX)
058000         TO WS-CRS-POINTS (WS-CRS-FOUND-SUB).
058100 2510-EXIT.
058200     EXIT.
058300
058400*============================================================
058500* 2520-MATCH-COURSE
058600*============================================================
058700 2520-MATCH-COURSE.
058800     IF WS-CRS-TITLE (WS-CRS-SUB) = WS-SCM-TITLE (SCM-IDX)
058900         SET WS-COURSE-FOUND TO TRUE
059000         MOVE WS-CRS-SUB TO WS-CRS-FOUND-SUB
059100     END-IF.
059200 2520-EXIT.
059300     EXIT.
059400
059500*============================================================
059600* 2530-COURSE-AVERAGE
059700*============================================================
059800 2530-COURSE-AVERAGE.
059900     MOVE WS-CRS-GRADED (WS-CRS-SUB)  TO WS-CALC-GRADED
060000     MOVE WS-CRS-PASS (WS-CRS-SUB)    TO WS-CALC-PASS
060100     MOVE WS-CRS-POINTED (WS-CRS-SUB) TO WS-CALC-POINTED
060200     MOVE WS-CRS-POINTS (WS-CRS-SUB)  TO WS-CALC-POINTS
060300     PERFORM 2700-COMPUTE-RATES THRU 2700-EXIT
060400     MOVE WS-CALC-PASS-PCT TO WS-CRS-PASS-PCT (WS-CRS-SUB)
060500     MOVE WS-CALC-GPA TO WS-CRS-GPA (WS-CRS-SUB).
060600 2530-EXIT.
060700     EXIT.
060800
060900*============================================================
061000* 2600-RATE-SECTION
061100*   WORKS OUT THE SECTION'S PASS RATE AND GPA AND FLAGS IT
061200*   WHEN EITHER SITS OUTSIDE THE TOLERANCE AROUND ITS COURSE
061300*   AVERAGE. A SECTION WITH TOO FEW GRADES, OR A GPA WITH
061400*   NO GRADE POINTS BEHIND IT, IS NOT FLAGGED.
061500*============================================================
061600 2600-RATE-SECTION.
061700     IF WS-SCM-GRADED (SCM-IDX) = 0
061800         GO TO 2600-EXIT
061900     END-IF
062000     MOVE WS-SCM-GRADED (SCM-IDX)  TO WS-CALC-GRADED
062100     MOVE WS-SCM-PASS (SCM-IDX)    TO WS-CALC-PASS
062200     MOVE WS-SCM-POINTED (SCM-IDX) TO WS-CALC-POINTED
062300     MOVE WS-SCM-POINTS (SCM-IDX)  TO WS-CALC-POINTS
062400     PERFORM 2700-COMPUTE-RATES THRU 2700-EXIT
062500     MOVE WS-CALC-PASS-PCT TO WS-SCM-PASS-PCT (SCM-IDX)
062600     MOVE WS-CALC-GPA TO WS-SCM-GPA (SCM-IDX)
062700     MOVE SPACES TO WS-SCM-FLAG (SCM-IDX)
062800     IF WS-SCM-GRADED (SCM-IDX) < DSC-MIN-GRADED
062900         GO TO 2600-EXIT
063000     END-IF
063100     MOVE WS-SCM-CRS-SUB (SCM-IDX) TO WS-CRS-SUB
063200     COMPUTE WS-PASS-DIFF = WS-SCM-PASS-PCT (SCM-IDX)
063300         - WS-CRS-PASS-PCT (WS-CRS-SUB)
063400     MOVE 0 TO WS-GPA-DIFF
063500     IF WS-SCM-POINTED (SCM-IDX) > 0
063600         COMPUTE WS-GPA-DIFF = WS-SCM-GPA (SCM-IDX)
063700             - WS-CRS-GPA (WS-CRS-SUB)
063800     END-IF
063900     EVALUATE TRUE
064000         WHEN WS-PASS-DIFF > DSC-PASS-TOLERANCE
064100             MOVE '*PASS-HIGH' TO WS-SCM-FLAG (SCM-IDX)
064200         WHEN WS-PASS-DIFF < 0 - DSC-PASS-TOLERANCE
064300             MOVE '*PASS-LOW' TO WS-SCM-FLAG (SCM-IDX)
064400     END-EVALUATE
064500     EVALUATE TRUE
064600         WHEN WS-GPA-DIFF > DSC-GPA-TOLERANCE
064700             MOVE '*GPA-HIGH' TO WS-SCM-FLAG (SCM-IDX) (12:9)
064800         WHEN WS-GPA-DIFF < 0 - DSC-GPA-TOLERANCE
064900             MOVE '*GPA-LOW' TO WS-SCM-FLAG (SCM-IDX) (12:9)
065000     END-EVALUATE
065100     IF WS-SCM-FLAG (SCM-IDX) NOT = SPACES
065200         ADD 1 TO WS-FLAGGED-COUNT
065300     END-IF.
065400 2600-EXIT.
065500     EXIT.
065600
065700*============================================================
065800* 2700-COMPUTE-RATES
065900*   PASS PERCENTAGE OF WS-CALC-GRADED AND AVERAGE GRADE
066000*   POINTS OF WS-CALC-POINTED, EACH ZERO WHEN THERE IS
066100*   NOTHING TO DIVIDE BY
066200*============================================================
066300 2700-COMPUTE-RATES.
066400     MOVE 0 TO WS-CALC-PASS-PCT
066500     MOVE 0 TO WS-CALC-GPA
066600     IF WS-CALC-GRADED > 0
066700         COMPUTE WS-CALC-PASS-PCT ROUNDED =
066800             (WS-CALC-PASS / WS-CALC-GRADED) * 100
066900     END-IF
067000     IF WS-CALC-POINTED > 0
067100         COMPUTE WS-CALC-GPA ROUNDED =
067200             WS-CALC-POINTS / WS-CALC-POINTED
067300     END-IF.
067400 2700-EXIT.
067500     EXIT.
067600
067700*============================================================
067800* 3000-FINALIZE
067900*   PRINTS THE RUN TOTALS, DISPLAYS THE COUNTS, SETS THE
068000*   RETURN CODE AND CLOSES THE FILES
068100*============================================================
068200 3000-FINALIZE.
068300     MOVE WS-CRS-COUNT TO WS-SEC-EDIT
068400     MOVE SPACES TO PRINT-LINE
068500     STRING 'SECTIONS REPORTED=' WS-REPORTED-COUNT
068600             ' COURSES=' WS-SEC-EDIT
068700             ' FLAGGED=' WS-FLAGGED-COUNT
068800             ' GRADES=' WS-GRADE-COUNT
068850             ' INCOMPLETE=' WS-INCOMPLETE-COUNT
068900             ' NOT ON SECMAST=' WS-NO-SECTION-COUNT
069000             INTO PRINT-LINE
069100     WRITE PRINT-LINE
069200     DISPLAY 'HISTORY RECORDS READ: ' WS-READ-COUNT
069300     DISPLAY 'LATEST GRADES COUNTED ' WS-GRADE-COUNT
069350     DISPLAY 'INCOMPLETES (UNGRADED) ' WS-INCOMPLETE-COUNT
069400     DISPLAY 'SECTION NOT ON SECMAST ' WS-NO-SECTION-COUNT
069500     DISPLAY 'SECTIONS REPORTED...: ' WS-REPORTED-COUNT
069600     DISPLAY 'SECTIONS FLAGGED....: ' WS-FLAGGED-COUNT
069700     CLOSE HISTFILE
069800     CLOSE DSTRPT
069900     IF WS-NO-SECTION-COUNT > 0
070000         MOVE WS-RC-REJECTS TO RETURN-CODE
070100     ELSE
070200         MOVE 0 TO RETURN-CODE
070300     END-IF.
070400 3000-EXIT.
070500     EXIT.
070600
070700*============================================================
070800* 4000-PRINT-PART-HEADING
070900*============================================================
071000 4000-PRINT-PART-HEADING.
071100     MOVE SPACES TO PRINT-LINE
071200     WRITE PRINT-LINE
071300     MOVE SPACES TO PRINT-LINE
071400     IF WS-BY-COURSE
071500         STRING 'SECTIONS BY COURSE AND TERM'
071600                 INTO PRINT-LINE
071700     ELSE
071800         STRING 'SECTIONS BY INSTRUCTOR AND TERM'
071900                 INTO PRINT-LINE
072000     END-IF
072100     WRITE PRINT-LINE
072200     MOVE SPACES TO PRINT-LINE
072300     WRITE PRINT-LINE.
072400 4000-EXIT.
072500     EXIT.
072600
072700*============================================================
072800* 4100-RELEASE-SECTIONS
072900*   SORT INPUT PROCEDURE - EVERY GRADED SECTION, GROUPED
073000*   UNDER ITS COURSE TITLE OR ITS INSTRUCTOR BY REPORT MODE
073100*============================================================
073200 4100-RELEASE-SECTIONS.
073300     PERFORM 4110-RELEASE-ONE-SECTION THRU 4110-EXIT
073400         VARYING SCM-IDX FROM 1 BY 1
073500         UNTIL SCM-IDX > WS-SCM-COUNT.
073600 4100-EXIT.
073700     EXIT.
073800
073900*============================================================
074000* 4110-RELEASE-ONE-SECTION
074100*============================================================
074200 4110-RELEASE-ONE-SECTION.
074300     IF WS-SCM-GRADED (SCM-IDX) = 0
074400         GO TO 4110-EXIT
074500     END-IF
074600     IF WS-BY-COURSE
074700         MOVE WS-SCM-TITLE (SCM-IDX) TO SW-GROUP
074800         MOVE WS-SCM-INSTRUCTOR (SCM-IDX) TO SW-OTHER-NAME
074900     ELSE
075000         MOVE WS-SCM-INSTRUCTOR (SCM-IDX) TO SW-GROUP
075100         MOVE WS-SCM-TITLE (SCM-IDX) TO SW-OTHER-NAME
075200     END-IF
075300     MOVE WS-SCM-TERM (SCM-IDX)      TO SW-TERM
075400     MOVE WS-SCM-ID (SCM-IDX)        TO SW-SECTION-ID
075500     MOVE WS-SCM-GRADED (SCM-IDX)    TO SW-GRADED
075600     MOVE WS-SCM-PASS (SCM-IDX)      TO SW-PASS
075700     MOVE WS-SCM-POINTED (SCM-IDX)   TO SW-POINTED
075800     MOVE WS-SCM-POINTS (SCM-IDX)    TO SW-POINTS
075900     MOVE WS-SCM-OTHER-CNT (SCM-IDX) TO SW-OTHER-CNT
075950     MOVE WS-SCM-INC-CNT (SCM-IDX)   TO SW-INC-CNT
076000     MOVE WS-SCM-LETTER-COUNTS (SCM-IDX) TO SW-LETTER-COUNTS
076100     MOVE WS-SCM-PASS-PCT (SCM-IDX)  TO SW-PASS-PCT
076200     MOVE WS-SCM-GPA (SCM-IDX)       TO SW-GPA
076300     MOVE WS-SCM-FLAG (SCM-IDX)      TO SW-FLAG
076400     RELEASE SORT-SECTION-RECORD.
076500 4110-EXIT.
076600     EXIT.
076700
076800*============================================================
076900* 4200-PRINT-GROUPS
077000*   SORT OUTPUT PROCEDURE - EACH SECTION WITH ITS LETTER
077100*   DISTRIBUTION, A LINE AT EACH CHANGE OF TERM COMPARING
077200*   THE TERM WITH THE GROUP'S EARLIER TERMS, AND A LINE AT
077300*   EACH CHANGE OF GROUP FOR ALL TERMS TOGETHER
077400*============================================================
077500 4200-PRINT-GROUPS.
077600     MOVE 'N' TO WS-SORT-EOF-SW
077700     MOVE 'Y' TO WS-FIRST-GROUP-SW
077800     IF WS-BY-COURSE
077900         MOVE 'COURSE' TO WS-GROUP-TXT
078000     ELSE
078100         MOVE 'INSTRUCTOR' TO WS-GROUP-TXT
078200     END-IF
078300     PERFORM 4210-PRINT-ONE-SECTION THRU 4210-EXIT
078400         UNTIL WS-SORT-EOF
078500     IF NOT WS-FIRST-GROUP
078600         PERFORM 4220-END-TERM THRU 4220-EXIT
078700         PERFORM 4230-END-GROUP THRU 4230-EXIT
078800     END-IF.
078900 4200-EXIT.
079000     EXIT.
079100
079200*============================================================
079300* 4210-PRINT-ONE-SECTION
079400*============================================================
079500 4210-PRINT-ONE-SECTION.
079600     RETURN SORTWORK
079700         AT END
079800             SET WS-SORT-EOF TO TRUE
079900             GO TO 4210-EXIT
080000     END-RETURN
080100     IF WS-FIRST-GROUP OR SW-GROUP NOT = WS-PRT-GROUP
080200         IF NOT WS-FIRST-GROUP
080300             PERFORM 4220-END-TERM THRU 4220-EXIT
080400             PERFORM 4230-END-GROUP THRU 4230-EXIT
080500         END-IF
080600         MOVE 'N' TO WS-FIRST-GROUP-SW
080700         MOVE SW-GROUP TO WS-PRT-GROUP
080800         MOVE SW-TERM TO WS-PRT-TERM
080900         INITIALIZE WS-TERM-TOTALS
081000         INITIALIZE WS-PRIOR-TOTALS
081100         MOVE SPACES TO PRINT-LINE
081200         STRING WS-GROUP-TXT ' ' WS-PRT-GROUP
081300                 INTO PRINT-LINE
081400         WRITE PRINT-LINE
081500     END-IF
081600     IF SW-TERM NOT = WS-PRT-TERM
081700         PERFORM 4220-END-TERM THRU 4220-EXIT
081800         MOVE SW-TERM TO WS-PRT-TERM
081900         INITIALIZE WS-TERM-TOTALS
082000     END-IF
082100     ADD 1 TO WS-TRM-SECTIONS
082200     ADD SW-GRADED TO WS-TRM-GRADED
082300     ADD SW-PASS TO WS-TRM-PASS
082400     ADD SW-POINTED TO WS-TRM-POINTED
082500     ADD SW-POINTS TO WS-TRM-POINTS
082600     IF WS-BY-COURSE
082700         ADD 1 TO WS-REPORTED-COUNT
082800     END-IF
082900     MOVE SW-GRADED TO WS-CNT-EDIT
083000     MOVE SW-PASS-PCT TO WS-PCT-EDIT
083100     MOVE SW-GPA TO WS-GPA-EDIT
083200     MOVE SPACES TO PRINT-LINE
083300     STRING '    ' SW-TERM
083400             ' ' SW-SECTION-ID
083500             ' ' SW-OTHER-NAME
083600             ' GRADED=' WS-CNT-EDIT
083700             ' PASS-PCT=' WS-PCT-EDIT
083800             ' GPA=' WS-GPA-EDIT
083900             ' ' SW-FLAG
084000             INTO PRINT-LINE
084100     WRITE PRINT-LINE
084200     MOVE SPACES TO WS-DIST-AREA
084300     PERFORM 4215-EDIT-LETTER THRU 4215-EXIT
084400         VARYING WS-GS-SUB FROM 1 BY 1
084500         UNTIL WS-GS-SUB > WS-GS-COUNT
084600     MOVE SW-OTHER-CNT TO WS-OTHER-EDIT
084650     MOVE SW-INC-CNT TO WS-INC-EDIT
084700     MOVE SPACES TO PRINT-LINE
084800     STRING '      DIST OTHER=' WS-OTHER-EDIT
084850             ' INCOMPLETE=' WS-INC-EDIT
084900             ' ' WS-DIST-AREA
085000             INTO PRINT-LINE
085100     WRITE PRINT-LINE.
085200 4210-EXIT.
085300     EXIT.
085400
085500*============================================================
085600* 4215-EDIT-LETTER
085700*   ONE SCALE LETTER AND ITS COUNT INTO THE DISTRIBUTION
085800*============================================================
085900 4215-EDIT-LETTER.
086000     MOVE WS-GS-LETTER (WS-GS-SUB) TO WS-DIST-LETTER (WS-GS-SUB)
086100     MOVE '=' TO WS-DIST-EQUALS (WS-GS-SUB)
086200     MOVE SW-LETTER-CNT (WS-GS-SUB) TO WS-DIST-COUNT (WS-GS-SUB).
086300 4215-EXIT.
086400     EXIT.
086500
086600*============================================================
086700* 4220-END-TERM
086800*   PRINTS THE TERM'S TOTALS AGAINST ALL EARLIER TERMS OF
086900*   THE GROUP TOGETHER, THEN ADDS THE TERM INTO THEM
087000*============================================================
087100 4220-END-TERM.
087200     MOVE WS-TRM-GRADED  TO WS-CALC-GRADED
087300     MOVE WS-TRM-PASS    TO WS-CALC-PASS
087400     MOVE WS-TRM-POINTED TO WS-CALC-POINTED
087500     MOVE WS-TRM-POINTS  TO WS-CALC-POINTS
087600     PERFORM 2700-COMPUTE-RATES THRU 2700-EXIT
087700     MOVE WS-CALC-PASS-PCT TO WS-TERM-PASS-PCT
087800     MOVE WS-CALC-GPA TO WS-TERM-GPA
087900     MOVE WS-TRM-SECTIONS TO WS-SEC-EDIT
088000     MOVE WS-TRM-GRADED TO WS-CNT-EDIT
088100     MOVE WS-TERM-PASS-PCT TO WS-PCT-EDIT
088200     MOVE WS-TERM-GPA TO WS-GPA-EDIT
088300     MOVE SPACES TO PRINT-LINE
088400     IF WS-PRI-GRADED = 0
088500         STRING '  TERM ' WS-PRT-TERM
088600                 ' SECTIONS=' WS-SEC-EDIT
088700                 ' GRADED=' WS-CNT-EDIT
088800                 ' PASS-PCT=' WS-PCT-EDIT
088900                 ' GPA=' WS-GPA-EDIT
089000                 '  NO EARLIER TERM'
089100                 INTO PRINT-LINE
089200     ELSE
089300         MOVE WS-PRI-GRADED  TO WS-CALC-GRADED
089400         MOVE WS-PRI-PASS    TO WS-CALC-PASS
089500         MOVE WS-PRI-POINTED TO WS-CALC-POINTED
089600         MOVE WS-PRI-POINTS  TO WS-CALC-POINTS
089700         PERFORM 2700-COMPUTE-RATES THRU 2700-EXIT
089800         MOVE WS-CALC-PASS-PCT TO WS-PRI-PCT-EDIT
089900         MOVE WS-CALC-GPA TO WS-PRI-GPA-EDIT
090000         COMPUTE WS-PCT-CHG-EDIT =
090100             WS-TERM-PASS-PCT - WS-CALC-PASS-PCT
090200         COMPUTE WS-GPA-CHG-EDIT = WS-TERM-GPA - WS-CALC-GPA
090300         STRING '  TERM ' WS-PRT-TERM
090400                 ' SECTIONS=' WS-SEC-EDIT
090500                 ' GRADED=' WS-CNT-EDIT
090600                 ' PASS-PCT=' WS-PCT-EDIT
090700                 ' GPA=' WS-GPA-EDIT
090800                 '  EARLIER TERMS PASS-PCT=' WS-PRI-PCT-EDIT
090900                 ' GPA=' WS-PRI-GPA-EDIT
091000                 ' CHANGE PASS=' WS-PCT-CHG-EDIT
091100                 ' GPA=' WS-GPA-CHG-EDIT
091200                 INTO PRINT-LINE
091300     END-IF
091400     WRITE PRINT-LINE
091500     ADD WS-TRM-SECTIONS TO WS-PRI-SECTIONS
091600     ADD WS-TRM-GRADED TO WS-PRI-GRADED
091700     ADD WS-TRM-PASS TO WS-PRI-PASS
091800     ADD WS-TRM-POINTED TO WS-PRI-POINTED
091900     ADD WS-TRM-POINTS TO WS-PRI-POINTS.
092000 4220-EXIT.
092100     EXIT.
092200
092300*============================================================
092400* 4230-END-GROUP
092500*   PRINTS THE GROUP'S TOTALS FOR ALL TERMS - FOR A COURSE,
092600*   THE AVERAGE ITS SECTIONS WERE FLAGGED AGAINST
092700*============================================================
092800 4230-END-GROUP.
092900     MOVE WS-PRI-GRADED  TO WS-CALC-GRADED
093000     MOVE WS-PRI-PASS    TO WS-CALC-PASS
093100     MOVE WS-PRI-POINTED TO WS-CALC-POINTED
093200     MOVE WS-PRI-POINTS  TO WS-CALC-POINTS
093300     PERFORM 2700-COMPUTE-RATES THRU 2700-EXIT
093400     MOVE WS-PRI-SECTIONS TO WS-SEC-EDIT
093500     MOVE WS-PRI-GRADED TO WS-CNT-EDIT
093600     MOVE WS-CALC-PASS-PCT TO WS-PCT-EDIT
093700     MOVE WS-CALC-GPA TO WS-GPA-EDIT
093800     MOVE SPACES TO PRINT-LINE
093900     STRING '  ALL TERMS SECTIONS=' WS-SEC-EDIT
094000             ' GRADED=' WS-CNT-EDIT
094100             ' PASS-PCT=' WS-PCT-EDIT
094200             ' GPA=' WS-GPA-EDIT
094300             INTO PRINT-LINE
094400     WRITE PRINT-LINE
094500     MOVE SPACES TO PRINT-LINE
094600     WRITE PRINT-LINE.
094700 4230-EXIT.
094800     EXIT.

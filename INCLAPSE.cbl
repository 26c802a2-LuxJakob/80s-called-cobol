000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. INCLAPSE.
000300 AUTHOR. R. L. MEEHAN.
000400 INSTALLATION. ACADEMIC RECORDS DIVISION.
000500 DATE-WRITTEN. 10/01/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* ---------- ----  ----------------------------------------
001200* 10/01/2026 RLM   ORIGINAL CODING - PERIODIC INCOMPLETE-GRADE
001300*                  RUN. THE INCTRK TRACKING FILE THE GRADING
001400*                  RUN ADDS TO IS SORTED, REDUCED TO ONE
001500*                  RECORD PER STUDENT/SECTION AND MATCHED
001600*                  AGAINST THE RESULTS HISTORY. AN INCOMPLETE
001700*                  SINCE REGRADED TO A REAL LETTER IS DROPPED
001800*                  AS COMPLETED. ONE STILL I WHOSE COMPLETION
001900*                  DEADLINE HAS PASSED IS LAPSED TO F - A
002000*                  DETAIL ON THE LAPFEED DELTA FEED (THE
002100*                  REGRADE DLTAFEED LAYOUT, FOR RSLTHIST AND
002200*                  THE LOAD JOB) AND AN INCLAPSE AUDIT RECORD
002300*                  ON LAPAUDIT. THE REST ARE WRITTEN TO INCNEW,
002400*                  WHICH REPLACES INCTRK, AND THOSE DUE WITHIN
002500*                  THE LAPCARD LOOK-AHEAD ARE LISTED ON INCRPT
002600*                  FOR THE ACADEMIC OFFICE, SOONEST FIRST. THE
002700*                  RUN POSTS TO RUNCTL FOR NITEBAL.
002800*----------------------------------------------------------
002900
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT OPTIONAL INCTRK ASSIGN TO "INCTRK"
003400         ORGANIZATION IS LINE SEQUENTIAL.
003500     SELECT HISTFILE ASSIGN TO "HISTFILE"
003600         ORGANIZATION IS LINE SEQUENTIAL.
003700     SELECT OPTIONAL LAPCARD ASSIGN TO "LAPCARD"
003800         ORGANIZATION IS LINE SEQUENTIAL.
003900     SELECT INCNEW ASSIGN TO "INCNEW"
004000         ORGANIZATION IS LINE SEQUENTIAL.
004100     SELECT LAPFEED ASSIGN TO "LAPFEED"
004200         ORGANIZATION IS LINE SEQUENTIAL.
004300     SELECT LAPAUDIT ASSIGN TO "LAPAUDIT"
004400         ORGANIZATION IS LINE SEQUENTIAL.
004500     SELECT INCRPT ASSIGN TO "INCRPT"
004600         ORGANIZATION IS LINE SEQUENTIAL.
004700     SELECT SORTWORK ASSIGN TO "SORTWORK".
004800     SELECT DUESORT ASSIGN TO "DUESORT".
004900     SELECT RUNCTL ASSIGN TO "RUNCTL"
005000         ORGANIZATION IS LINE SEQUENTIAL.
005100     SELECT BUSDATE ASSIGN TO "BUSDATE"
005200         ORGANIZATION IS LINE SEQUENTIAL.
005300
005400 DATA DIVISION.
005500 FILE SECTION.
005600*INCTRK - THE OUTSTANDING INCOMPLETES, AS LEFT BY THE LAST
005700*INCLAPSE RUN PLUS WHATEVER THE GRADING RUNS HAVE ADDED
005800*SINCE. OPTIONAL - WITH NO FILE THERE IS NOTHING OUTSTANDING.
005900*SEE THE INCRECC COPY MEMBER FOR THE LAYOUT.
006000 FD  INCTRK.
006100 01  INCOMPLETE-IN-RECORD       PIC X(60).
006200
006300*HISTFILE - THE RESULTS HISTORY MASTER MAINTAINED BY
006400*RSLTHIST, SORTED BY STUDENT-ID/SECTION-ID/RUN-DATE. SEE
006500*THE RHSRECC COPY MEMBER. THE LATEST RUN FOR A STUDENT AND
006600*SECTION SAYS WHETHER THE INCOMPLETE IS STILL OPEN.
006700 FD  HISTFILE.
006800 01  HISTORY-IN-RECORD          PIC X(89).
006900
007000*LAPCARD - OPTIONAL CONTROL CARD GIVING HOW MANY DAYS AHEAD
007100*THE UPCOMING-DEADLINE LIST LOOKS. ABSENT OR BLANK TAKES
007200*THE STANDING WS-DEFAULT-LOOKAHEAD.
007300 FD  LAPCARD.
007400 01  LOOKAHEAD-CARD.
007500     05  LPC-LOOKAHEAD-DAYS     PIC X(03).
007600     05  LPC-LOOKAHEAD-NUM REDEFINES LPC-LOOKAHEAD-DAYS
007700                                PIC 9(03).
007800     05  FILLER                 PIC X(77).
007900
008000*INCNEW - THE INCOMPLETES STILL OUTSTANDING AFTER THIS RUN,
008100*ONE PER STUDENT/SECTION IN KEY ORDER. REPLACES INCTRK.
008200 FD  INCNEW.
008300 01  INCOMPLETE-OUT-RECORD      PIC X(60).
008400
008500*LAPFEED - THE LAPSED GRADES AS A DELTA RESULTS FEED,
008600*H/D/T BALANCED IN THE SHARED RSLTFDC LAYOUT LIKE THE
008700*REGRADE DLTAFEED, SO RSLTHIST ROLLS THE F INTO HISTORY AND
008800*THE LOAD JOB AND RUNCOMP PROVE IT LIKE ANY OTHER FEED
008900 FD  LAPFEED.
009000 01  DELTA-FEED-RECORD          PIC X(82).
009100
009200*LAPAUDIT - ONE AUDIT RECORD PER LAPSED GRADE PLUS A
009300*TRAILER, IN THE SHARED AUDRECC LAYOUT, SO AUDINQ CAN
009400*RESEARCH A LAPSE LIKE ANY GRADING DECISION
009500 FD  LAPAUDIT.
009600 01  AUDIT-OUT-RECORD           PIC X(87).
009700
009800*INCRPT - THE ACADEMIC OFFICE'S LIST: WHAT LAPSED OR IS
009900*OVERDUE TONIGHT, THEN THE DEADLINES COMING UP
010000 FD  INCRPT.
010100 01  PRINT-LINE                 PIC X(132).
010200
010300*RUNCTL - THE SHARED RUN-CONTROL REGISTER EVERY SUITE
010400*PROGRAM POSTS TO AT END OF JOB. SEE THE RCTRECC COPY
010500*MEMBER.
010600 FD  RUNCTL.
010700     COPY RCTRECC.
010800
010900*BUSDATE - THE NIGHT'S BUSINESS-DATE CONTROL RECORD SET BY
011000*NITEOPEN. SEE THE BDTRECC COPY MEMBER.
011100 FD  BUSDATE.
011200 01  BUSINESS-DATE-IN-RECORD    PIC X(25).
011300
011400*SORTWORK - THE TRACKING RECORDS IN STUDENT/SECTION ORDER,
011500*LATEST GRADING RUN LAST WITHIN A KEY
011600 SD  SORTWORK.
011700 01  SORT-INCOMPLETE-RECORD.
011800     05  SW-KEY                 PIC X(18).
011900     05  SW-TERM                PIC X(06).
012000     05  SW-COMPLETE-BY         PIC 9(08).
012100     05  SW-GRADED-DATE         PIC 9(08).
012200     05  SW-SOURCE              PIC X(20).
012300
012400*DUESORT - THE OUTSTANDING INCOMPLETES DUE WITHIN THE
012500*LOOK-AHEAD, SOONEST DEADLINE FIRST
012600 SD  DUESORT.
012700 01  SORT-DUE-RECORD.
012800     05  DW-COMPLETE-BY         PIC 9(08).
012900     05  DW-KEY                 PIC X(18).
013000     05  DW-DAYS-LEFT           PIC 9(05).
013100     05  DW-TRACK-DATA          PIC X(60).
013200
013300 WORKING-STORAGE SECTION.
013400*THE NIGHT'S BUSINESS DATE - THE SHARED LAYOUT FROM THE
013500*BDTRECC COPY MEMBER - AND THE SWITCHES FOR THE CHECK
013600*AGAINST NIGHTS ALREADY CLOSED ON RUNCTL
013700     COPY BDTRECC.
013800 01  WS-RCT-EOF-SW              PIC X(01) VALUE 'N'.
013900     88  WS-RCT-EOF             VALUE 'Y'.
014000 01  WS-DATE-CLOSED-SW          PIC X(01) VALUE 'N'.
014100     88  WS-DATE-CLOSED         VALUE 'Y'.
014200
014300*THE INCOMPLETE BEING DECIDED - THE SHARED LAYOUT FROM THE
014400*INCRECC COPY MEMBER
014500     COPY INCRECC.
014600
014700*THE HISTORY RECORD AS READ - THE SHARED LAYOUT FROM THE
014800*RHSRECC COPY MEMBER - AND THE LATEST RUN FOUND FOR THE
014900*CURRENT KEY, CARRIED AS A NAMED COPY BECAUSE THE READ-AHEAD
015000*HAS ALREADY MOVED ON TO THE NEXT KEY BY THE TIME IT IS USED
015100     COPY RHSRECC.
015200 01  WS-LATEST-HISTORY.
015300     05  WS-LH-STUDENT-ID       PIC X(10).
015400     05  WS-LH-SECTION-ID       PIC X(08).
015500     05  WS-LH-RUN-DATE         PIC 9(08).
015600     05  WS-LH-CHECK-VAL        PIC 9(03).
015700     05  WS-LH-PASS-FAIL        PIC X(01).
015800     05  WS-LH-LETTER-GRADE     PIC X(01).
015900     05  WS-LH-COMPUTE-RESULT   PIC 9(10).
016000     05  WS-LH-ADD-RESULT       PIC 9(10).
016100     05  WS-LH-MULT-RESULT      PIC 9(18).
016200     05  WS-LH-DIVIDE-RESULT    PIC 9(09).
016300     05  WS-LH-ADJ-STATUS       PIC X(01).
016400     05  WS-LH-ADJ-VALUE        PIC S9(09) SIGN IS LEADING
016500                                SEPARATE CHARACTER.
016600
016700*THE FEED AND AUDIT LAYOUTS THE LAPSES ARE WRITTEN IN
016800     COPY RSLTFDC.
016900     COPY AUDRECC.
017000
017100*AUDIT TIMESTAMP WORK FIELDS
017200 01  WS-TIMESTAMP.
017300     05  WS-TS-DATE             PIC 9(08).
017400     05  WS-TS-TIME             PIC 9(08).
017500
017600*SWITCHES
017700 01  WS-TRK-EOF-SW              PIC X(01) VALUE 'N'.
017800     88  WS-TRK-EOF             VALUE 'Y'.
017900 01  WS-NEW-EOF-SW              PIC X(01) VALUE 'N'.
018000     88  WS-NEW-EOF             VALUE 'Y'.
018100 01  WS-DUE-EOF-SW              PIC X(01) VALUE 'N'.
018200     88  WS-DUE-EOF             VALUE 'Y'.
018300 01  WS-HIST-FOUND-SW           PIC X(01).
018400     88  WS-HIST-FOUND          VALUE 'Y'.
018500
018600*MATCH CONTROL KEYS - HIGH-VALUES MARKS AN EXHAUSTED FILE.
018700*THE SORTED TRACKING RECORDS ARE TAKEN ONE KEY AT A TIME;
018800*ONLY THE LAST (LATEST GRADED) RECORD OF A KEY IS KEPT.
018900 01  WS-SORT-KEY                PIC X(18).
019000 01  WS-CUR-KEY                 PIC X(18).
019100 01  WS-HST-KEY.
019200     05  WS-HST-STUDENT-ID      PIC X(10).
019300     05  WS-HST-SECTION-ID      PIC X(08).
019400
019500*DAY-NUMBER ARITHMETIC FOR THE DAYS LEFT TO A DEADLINE - A
019600*DATE IS TURNED INTO A COUNT OF DAYS SO TWO DATES CAN BE
019700*SUBTRACTED ACROSS MONTH AND YEAR ENDS. JANUARY AND
019800*FEBRUARY COUNT WITH THE YEAR BEFORE, SO A LEAP DAY IS ONLY
019900*ADDED FROM MARCH ONWARD.
020000 01  WS-CALC-DATE               PIC 9(08).
020100 01  WS-CALC-DATE-PARTS REDEFINES WS-CALC-DATE.
020200     05  WS-CALC-YEAR           PIC 9(04).
020300     05  WS-CALC-MONTH          PIC 9(02).
020400     05  WS-CALC-DAY            PIC 9(02).
020500 01  WS-CUM-DAYS-VALUES         PIC X(36)
020600         VALUE '000031059090120151181212243273304334'.
020700 01  WS-CUM-DAYS-TABLE REDEFINES WS-CUM-DAYS-VALUES.
020800     05  WS-CUM-DAYS            PIC 9(03) OCCURS 12 TIMES.
020900 01  WS-LEAP-YEAR               PIC 9(04).
021000 01  WS-LEAP-4                  PIC 9(04).
021100 01  WS-LEAP-100                PIC 9(04).
021200 01  WS-LEAP-400                PIC 9(04).
021300 01  WS-DAY-NUMBER              PIC 9(07).
021400 01  WS-TODAY-NUMBER            PIC 9(07).
021500 01  WS-DAYS-LEFT               PIC 9(05).
021600 01  WS-DAYS-EDIT               PIC ZZZZ9.
021700
021800*THE UPCOMING-DEADLINE WINDOW IN DAYS, FROM LAPCARD OR THE
021900*STANDING DEFAULT
022000 01  WS-LOOKAHEAD-DAYS          PIC 9(03).
022100 01  WS-LOOKAHEAD-EDIT          PIC ZZ9.
022200
022300*LISTING AREAS - THE ACTION TAKEN ON THE ITEM BEING PRINTED
022400 01  WS-ACTION-TXT              PIC X(08).
022500 01  WS-NOTE-TXT                PIC X(32).
022600
022700*RUN COUNTERS
022800 01  WS-COUNTERS.
022900     05  WS-READ-COUNT          PIC 9(09).
023000     05  WS-DUPLICATE-COUNT     PIC 9(09).
023100     05  WS-HIST-READ-COUNT     PIC 9(09).
023200     05  WS-COMPLETED-COUNT     PIC 9(09).
023300     05  WS-LAPSED-COUNT        PIC 9(09).
023400     05  WS-HELD-COUNT          PIC 9(09).
023500     05  WS-OVERDUE-HELD-COUNT  PIC 9(09).
023600     05  WS-CARRIED-COUNT       PIC 9(09).
023700     05  WS-UPCOMING-COUNT      PIC 9(09).
023800     05  WS-AUD-REC-CNT         PIC 9(09).
023900
024000*WITH NO LAPCARD THE UPCOMING LIST LOOKS THIS MANY DAYS AHEAD
024100 77  WS-DEFAULT-LOOKAHEAD       PIC 9(03) VALUE 30.
024200
024300*RETURN CODE SETTINGS - 0 CLEAN, 4 ONE OR MORE INCOMPLETES
024400*PAST THEIR DEADLINE THAT COULD NOT BE LAPSED BECAUSE THE
024500*GRADING RUN THAT GAVE THE I IS NOT YET ON HISTORY, 8 NO
024600*USABLE BUSINESS DATE OR A LAPCARD THAT IS NOT NUMERIC
024700 77  WS-RC-REJECTS              PIC 9(02) VALUE 04.
024800 77  WS-RC-CONTROL              PIC 9(02) VALUE 08.
024900
025000 PROCEDURE DIVISION.
025100*============================================================
025200* 0000-MAINLINE
025300*   THE FIRST SORT ORDERS THE TRACKING FILE AND ITS OUTPUT
025400*   PROCEDURE MATCHES IT AGAINST HISTORY TO LAPSE, DROP OR
025500*   CARRY EACH INCOMPLETE; THE SECOND SORT READS THE CARRIED
025600*   ONES BACK IN DEADLINE ORDER FOR THE UPCOMING LIST
025700*============================================================
025800 0000-MAINLINE.
025900     PERFORM 0900-GET-BUSINESS-DATE THRU 0900-EXIT
026000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
026100     SORT SORTWORK
026200         ASCENDING KEY SW-KEY
026300                       SW-GRADED-DATE
026400         INPUT PROCEDURE IS 2000-RELEASE-TRACKING
026500             THRU 2000-EXIT
026600         OUTPUT PROCEDURE IS 3000-MATCH-HISTORY
026700             THRU 3000-EXIT
026800     SORT DUESORT
026900         ASCENDING KEY DW-COMPLETE-BY
027000                       DW-KEY
027100         INPUT PROCEDURE IS 4000-RELEASE-UPCOMING
027200             THRU 4000-EXIT
027300         OUTPUT PROCEDURE IS 4100-PRINT-UPCOMING
027400             THRU 4100-EXIT
027500     PERFORM 6000-FINALIZE THRU 6000-EXIT
027600     PERFORM 8000-POST-RUN-CONTROL THRU 8000-EXIT
027700     STOP RUN.
027800
027900*============================================================
028000* 0900-GET-BUSINESS-DATE
028100*   READS THE NIGHT'S BUSINESS DATE FROM BUSDATE - THE RUN
028200*   DATE FOR EVERYTHING THIS RUN STAMPS AND THE DATE A
028300*   DEADLINE IS MEASURED AGAINST - AND REFUSES A NIGHT
028400*   NITEBAL HAS ALREADY CLOSED ON RUNCTL UNLESS BUSDATE
028500*   CARRIES THE RERUN FLAG. NOTHING ELSE IS OPENED UNTIL THE
028600*   DATE IS SETTLED.
028700*============================================================
028800 0900-GET-BUSINESS-DATE.
028900     OPEN INPUT BUSDATE
029000     READ BUSDATE INTO BUSINESS-DATE-RECORD
029100         AT END
029200             MOVE SPACES TO BUSINESS-DATE-RECORD
029300     END-READ
029400     CLOSE BUSDATE
029500     IF BDT-BUSINESS-DATE NOT NUMERIC
029600             OR BDT-BUSINESS-DATE = 0
029700         DISPLAY 'NO USABLE BUSINESS DATE ON BUSDATE'
029800         DISPLAY 'RUN CANNOT CONTINUE - RUN NITEOPEN FIRST'
029900         MOVE WS-RC-CONTROL TO RETURN-CODE
030000         STOP RUN
030100     END-IF
030200     OPEN INPUT RUNCTL
030300     PERFORM 0910-CHECK-CLOSED-NIGHT THRU 0910-EXIT
030400         UNTIL WS-RCT-EOF
030500     CLOSE RUNCTL
030600     IF WS-DATE-CLOSED AND NOT BDT-RERUN
030700         DISPLAY 'BUSINESS DATE ' BDT-BUSINESS-DATE
030800                 ' ALREADY CLOSED ON RUNCTL'
030900         DISPLAY 'RUN CANNOT CONTINUE - RERUN FLAG NOT SET'
031000         MOVE WS-RC-CONTROL TO RETURN-CODE
031100         STOP RUN
031200     END-IF
031300     DISPLAY 'BUSINESS DATE: ' BDT-BUSINESS-DATE.
031400 0900-EXIT.
031500     EXIT.
031600
031700*============================================================
031800* 0910-CHECK-CLOSED-NIGHT
031900*   AN IN-BALANCE NITEBAL ENTRY FOR THE BUSINESS DATE MEANS
032000*   THE NIGHT HAS BEEN CLOSED
032100*============================================================
032200 0910-CHECK-CLOSED-NIGHT.
032300     READ RUNCTL
032400         AT END
032500             SET WS-RCT-EOF TO TRUE
032600             GO TO 0910-EXIT
032700     END-READ
032800     IF RCT-PROGRAM-ID = 'NITEBAL'
032900             AND RCT-RUN-DATE = BDT-BUSINESS-DATE
033000             AND RCT-RETURN-CODE < 08
033100         SET WS-DATE-CLOSED TO TRUE
033200     END-IF.
033300 0910-EXIT.
033400     EXIT.
033500
033600*============================================================
033700* 1000-INITIALIZE
033800*   SETTLES THE LOOK-AHEAD, OPENS THE HISTORY AND THE
033900*   OUTPUTS, WRITES THE LAPSE FEED HEADER AND PRINTS THE
034000*   REPORT HEADING
034100*============================================================
034200 1000-INITIALIZE.
034300     INITIALIZE WS-COUNTERS
034400     PERFORM 1100-READ-LOOKAHEAD-CARD THRU 1100-EXIT
034500     MOVE BDT-BUSINESS-DATE TO WS-CALC-DATE
034600     PERFORM 5000-COMPUTE-DAY-NUMBER THRU 5000-EXIT
034700     MOVE WS-DAY-NUMBER TO WS-TODAY-NUMBER
034800     OPEN INPUT  HISTFILE
034900     OPEN OUTPUT INCNEW
035000     OPEN OUTPUT LAPFEED
035100     OPEN OUTPUT LAPAUDIT
035200     OPEN OUTPUT INCRPT
035300     MOVE SPACES TO RESULTS-FEED-RECORD
035400     SET RF-HEADER TO TRUE
035500     MOVE BDT-BUSINESS-DATE TO RF-HDR-RUN-DATE
035600     WRITE DELTA-FEED-RECORD FROM RESULTS-FEED-RECORD
035700     PERFORM 3310-READ-HISTORY THRU 3310-EXIT
035800     PERFORM 1200-PRINT-HEADING THRU 1200-EXIT.
035900 1000-EXIT.
036000     EXIT.
036100
036200*============================================================
036300* 1100-READ-LOOKAHEAD-CARD
036400*   LAPCARD IS OPTIONAL - ABSENT OR BLANK TAKES THE
036500*   STANDING DEFAULT. A CARD THAT IS NOT A NUMBER OF DAYS
036600*   STOPS THE RUN BEFORE ANYTHING IS WRITTEN.
036700*============================================================
036800 1100-READ-LOOKAHEAD-CARD.
036900     MOVE WS-DEFAULT-LOOKAHEAD TO WS-LOOKAHEAD-DAYS
037000     OPEN INPUT LAPCARD
037100     READ LAPCARD
037200         AT END
037300             MOVE SPACES TO LOOKAHEAD-CARD
037400     END-READ
037500     CLOSE LAPCARD
037600     IF LPC-LOOKAHEAD-DAYS = SPACES
037700         GO TO 1100-EXIT
037800     END-IF
037900     IF LPC-LOOKAHEAD-NUM NOT NUMERIC
038000         DISPLAY 'LAPCARD LOOK-AHEAD IS NOT NUMERIC: '
038100                 LPC-LOOKAHEAD-DAYS
038200         DISPLAY 'RUN CANNOT CONTINUE - CORRECT LAPCARD'
038300         MOVE WS-RC-CONTROL TO RETURN-CODE
038400         STOP RUN
038500     END-IF
038600     MOVE LPC-LOOKAHEAD-NUM TO WS-LOOKAHEAD-DAYS.
038700 1100-EXIT.
038800     EXIT.
038900
039000*============================================================
039100* 1200-PRINT-HEADING
039200*============================================================
039300 1200-PRINT-HEADING.
039400     MOVE SPACES TO PRINT-LINE
039500     STRING 'INCOMPLETE GRADES - LAPSES AND DEADLINES - '
039600             'BUSINESS DATE ' BDT-BUSINESS-DATE
039700             INTO PRINT-LINE
039800     WRITE PRINT-LINE
039900     MOVE SPACES TO PRINT-LINE
040000     WRITE PRINT-LINE
040100     MOVE SPACES TO PRINT-LINE
040200     STRING 'INCOMPLETES LAPSED TO F OR OVERDUE TONIGHT'
040300             INTO PRINT-LINE
040400     WRITE PRINT-LINE
040500     MOVE SPACES TO PRINT-LINE
040600     STRING 'ACTION   STUDENT-ID SECTION  TERM   DUE      '
040700             'GRADED   SOURCE               NOTE'
040800             INTO PRINT-LINE
040900     WRITE PRINT-LINE.
041000 1200-EXIT.
041100     EXIT.
041200
041300*============================================================
041400* 2000-RELEASE-TRACKING
041500*   SORT INPUT PROCEDURE - RELEASES EVERY INCTRK RECORD
041600*============================================================
041700 2000-RELEASE-TRACKING.
041800     OPEN INPUT INCTRK
041900     PERFORM 2100-READ-TRACKING THRU 2100-EXIT
042000         UNTIL WS-TRK-EOF
042100     CLOSE INCTRK.
042200 2000-EXIT.
042300     EXIT.
042400
042500*============================================================
042600* 2100-READ-TRACKING
042700*============================================================
042800 2100-READ-TRACKING.
042900     READ INCTRK INTO INCOMPLETE-TRACK-RECORD
043000         AT END
043100             SET WS-TRK-EOF TO TRUE
043200             GO TO 2100-EXIT
043300     END-READ
043400     ADD 1 TO WS-READ-COUNT
043500     MOVE INCOMPLETE-TRACK-RECORD TO SORT-INCOMPLETE-RECORD
043600     RELEASE SORT-INCOMPLETE-RECORD.
043700 2100-EXIT.
043800     EXIT.
043900
044000*============================================================
044100* 3000-MATCH-HISTORY
044200*   SORT OUTPUT PROCEDURE - TAKES THE TRACKING RECORDS ONE
044300*   STUDENT/SECTION AT A TIME AND DECIDES EACH AGAINST ITS
044400*   LATEST HISTORY RUN
044500*============================================================
044600 3000-MATCH-HISTORY.
044700     PERFORM 3100-RETURN-SORTED THRU 3100-EXIT
044800     PERFORM 3200-TAKE-KEY THRU 3200-EXIT
044900         UNTIL WS-SORT-KEY = HIGH-VALUES.
045000 3000-EXIT.
045100     EXIT.
045200
045300*============================================================
045400* 3100-RETURN-SORTED
045500*============================================================
045600 3100-RETURN-SORTED.
045700     RETURN SORTWORK
045800         AT END
045900             MOVE HIGH-VALUES TO WS-SORT-KEY
046000             GO TO 3100-EXIT
046100     END-RETURN
046200     MOVE SW-KEY TO WS-SORT-KEY.
046300 3100-EXIT.
046400     EXIT.
046500
046600*============================================================
046700* 3200-TAKE-KEY
046800*   KEEPS THE LAST RECORD OF THE KEY - THE LATEST GRADING
046900*   RUN, OR THE SAME RECORD AGAIN AFTER A RESTART - AND
047000*   COUNTS THE REST AS DUPLICATES
047100*============================================================
047200 3200-TAKE-KEY.
047300     MOVE SORT-INCOMPLETE-RECORD TO INCOMPLETE-TRACK-RECORD
047400     MOVE WS-SORT-KEY TO WS-CUR-KEY
047500     PERFORM 3100-RETURN-SORTED THRU 3100-EXIT
047600     PERFORM 3210-TAKE-DUPLICATE THRU 3210-EXIT
047700         UNTIL WS-SORT-KEY NOT = WS-CUR-KEY
047800     PERFORM 3300-FIND-HISTORY THRU 3300-EXIT
047900     PERFORM 3400-DECIDE-INCOMPLETE THRU 3400-EXIT.
048000 3200-EXIT.
048100     EXIT.
048200
048300*============================================================
048400* 3210-TAKE-DUPLICATE
048500*============================================================
048600 3210-TAKE-DUPLICATE.
048700     MOVE SORT-INCOMPLETE-RECORD TO INCOMPLETE-TRACK-RECORD
048800     ADD 1 TO WS-DUPLICATE-COUNT
048900     PERFORM 3100-RETURN-SORTED THRU 3100-EXIT.
049000 3210-EXIT.
049100     EXIT.
049200
049300*============================================================
049400* 3300-FIND-HISTORY
049500*   ADVANCES THE HISTORY PAST LOWER KEYS AND KEEPS THE LAST
049600*   (LATEST RUN-DATE) RECORD OF THE CURRENT KEY
049700*============================================================
049800 3300-FIND-HISTORY.
049900     MOVE 'N' TO WS-HIST-FOUND-SW
050000     PERFORM 3310-READ-HISTORY THRU 3310-EXIT
050100         UNTIL WS-HST-KEY NOT < WS-CUR-KEY
050200     PERFORM 3320-TAKE-HISTORY THRU 3320-EXIT
050300         UNTIL WS-HST-KEY NOT = WS-CUR-KEY.
050400 3300-EXIT.
050500     EXIT.
050600
050700*============================================================
050800* 3310-READ-HISTORY
050900*============================================================
051000 3310-READ-HISTORY.
051100     READ HISTFILE INTO RESULTS-HISTORY-RECORD
051200         AT END
051300             MOVE HIGH-VALUES TO WS-HST-KEY
051400             GO TO 3310-EXIT
051500     END-READ
051600     ADD 1 TO WS-HIST-READ-COUNT
051700     MOVE RHS-STUDENT-ID TO WS-HST-STUDENT-ID
051800     MOVE RHS-SECTION-ID TO WS-HST-SECTION-ID.
051900 3310-EXIT.
052000     EXIT.
052100
052200*============================================================
052300* 3320-TAKE-HISTORY
052400*============================================================
052500 3320-TAKE-HISTORY.
052600     SET WS-HIST-FOUND TO TRUE
052700     MOVE RESULTS-HISTORY-RECORD TO WS-LATEST-HISTORY
052800     PERFORM 3310-READ-HISTORY THRU 3310-EXIT.
052900 3320-EXIT.
053000     EXIT.
053100
053200*============================================================
053300* 3400-DECIDE-INCOMPLETE
053400*   NOT YET ON HISTORY (THE GRADING RUN THAT GAVE THE I HAS
053500*   NOT BEEN ROLLED IN) - CARRIED, AND REPORTED IF ALREADY
053600*   OVERDUE. LATEST LETTER NO LONGER I - COMPLETED THROUGH A
053700*   REGRADE, DROPPED. STILL I AND THE DEADLINE HAS PASSED -
053800*   LAPSED TO F. OTHERWISE STILL OUTSTANDING - CARRIED.
053900*============================================================
054000 3400-DECIDE-INCOMPLETE.
054100     IF NOT WS-HIST-FOUND
054200             OR WS-LH-RUN-DATE < INC-GRADED-DATE
054300         PERFORM 3500-HOLD-INCOMPLETE THRU 3500-EXIT
054400         GO TO 3400-EXIT
054500     END-IF
054600     IF WS-LH-LETTER-GRADE NOT = 'I'
054700         ADD 1 TO WS-COMPLETED-COUNT
054800         GO TO 3400-EXIT
054900     END-IF
055000     IF INC-COMPLETE-BY < BDT-BUSINESS-DATE
055100         PERFORM 3600-LAPSE-INCOMPLETE THRU 3600-EXIT
055200         GO TO 3400-EXIT
055300     END-IF
055400     PERFORM 3700-CARRY-INCOMPLETE THRU 3700-EXIT.
055500 3400-EXIT.
055600     EXIT.
055700
055800*============================================================
055900* 3500-HOLD-INCOMPLETE
056000*   THE F CANNOT BE POSTED AHEAD OF THE I IT REPLACES, SO
056100*   AN OVERDUE INCOMPLETE NOT YET ON HISTORY IS LISTED AND
056200*   CARRIED FOR THE NEXT RUN
056300*============================================================
056400 3500-HOLD-INCOMPLETE.
056500     ADD 1 TO WS-HELD-COUNT
056600     IF INC-COMPLETE-BY < BDT-BUSINESS-DATE
056700         ADD 1 TO WS-OVERDUE-HELD-COUNT
056800         MOVE 'HELD' TO WS-ACTION-TXT
056900         MOVE 'OVERDUE - I NOT YET ON HISTORY' TO WS-NOTE-TXT
057000         PERFORM 3800-PRINT-ITEM-LINE THRU 3800-EXIT
057100     END-IF
057200     PERFORM 3700-CARRY-INCOMPLETE THRU 3700-EXIT.
057300 3500-EXIT.
057400     EXIT.
057500
057600*============================================================
057700* 3600-LAPSE-INCOMPLETE
057800*============================================================
057900 3600-LAPSE-INCOMPLETE.
058000     PERFORM 3610-WRITE-LAPSE-DETAIL THRU 3610-EXIT
058100     PERFORM 3620-WRITE-AUDIT-RECORD THRU 3620-EXIT
058200     ADD 1 TO WS-LAPSED-COUNT
058300     MOVE 'LAPSED' TO WS-ACTION-TXT
058400     MOVE 'I TO F - DEADLINE PASSED' TO WS-NOTE-TXT
058500     PERFORM 3800-PRINT-ITEM-LINE THRU 3800-EXIT.
058600 3600-EXIT.
058700     EXIT.
058800
058900*============================================================
059000* 3610-WRITE-LAPSE-DETAIL
059100*   ONE DELTA FEED DETAIL PER LAPSE - RESULT AND LETTER F,
059200*   WITH THE I RUN'S CHECK-VAL, ARITHMETIC AND ADJUSTMENT
059300*   FIELDS CARRIED FORWARD UNCHANGED
059400*============================================================
059500 3610-WRITE-LAPSE-DETAIL.
059600     MOVE SPACES TO RESULTS-FEED-RECORD
059700     SET RF-DETAIL TO TRUE
059800     MOVE WS-LH-STUDENT-ID TO RF-STUDENT-ID
059900     MOVE WS-LH-SECTION-ID TO RF-SECTION-ID
060000     MOVE WS-LH-CHECK-VAL TO RF-CHECK-VAL
060100     MOVE 'F' TO RF-PASS-FAIL
060200     MOVE 'F' TO RF-LETTER-GRADE
060300     MOVE WS-LH-COMPUTE-RESULT TO RF-COMPUTE-RESULT
060400     MOVE WS-LH-ADD-RESULT TO RF-ADD-RESULT
060500     MOVE WS-LH-MULT-RESULT TO RF-MULT-RESULT
060600     MOVE WS-LH-DIVIDE-RESULT TO RF-DIVIDE-RESULT
060700     MOVE WS-LH-ADJ-STATUS TO RF-ADJ-STATUS
060800     MOVE WS-LH-ADJ-VALUE TO RF-ADJ-VALUE
060900     WRITE DELTA-FEED-RECORD FROM RESULTS-FEED-RECORD.
061000 3610-EXIT.
061100     EXIT.
061200
061300*============================================================
061400* 3620-WRITE-AUDIT-RECORD
061500*   ONE TIMESTAMPED AUDIT RECORD PER LAPSE, TAGGED INCLAPSE
061600*   SO THE F IS NEVER MISTAKEN FOR A GRADING DECISION
061700*============================================================
061800 3620-WRITE-AUDIT-RECORD.
061900     MOVE BDT-BUSINESS-DATE TO WS-TS-DATE
062000     ACCEPT WS-TS-TIME FROM TIME
062100     MOVE SPACES TO AUDIT-RECORD
062200     SET AUD-DETAIL TO TRUE
062300     STRING WS-TS-DATE WS-TS-TIME INTO AUD-TIMESTAMP
062400     MOVE WS-LH-STUDENT-ID TO AUD-STUDENT-ID
062500     MOVE 'F' TO AUD-PASS-FAIL
062600     MOVE 'INCLAPSE' TO AUD-CLASS-TAG
062700     MOVE SPACE TO AUD-NUM-BRANCH
062800     MOVE WS-LH-COMPUTE-RESULT TO AUD-COMPUTE-RESULT
062900     MOVE WS-LH-ADD-RESULT TO AUD-ADD-RESULT
063000     MOVE WS-LH-MULT-RESULT TO AUD-MULT-RESULT
063100     MOVE WS-LH-DIVIDE-RESULT TO AUD-DIVIDE-RESULT
063200     MOVE WS-LH-ADJ-STATUS TO AUD-ADJ-STATUS
063300     MOVE 'F' TO AUD-LETTER-GRADE
063400     WRITE AUDIT-OUT-RECORD FROM AUDIT-RECORD
063500     ADD 1 TO WS-AUD-REC-CNT.
063600 3620-EXIT.
063700     EXIT.
063800
063900*============================================================
064000* 3700-CARRY-INCOMPLETE
064100*============================================================
064200 3700-CARRY-INCOMPLETE.
064300     WRITE INCOMPLETE-OUT-RECORD FROM INCOMPLETE-TRACK-RECORD
064400     ADD 1 TO WS-CARRIED-COUNT.
064500 3700-EXIT.
064600     EXIT.
064700
064800*============================================================
064900* 3800-PRINT-ITEM-LINE
065000*============================================================
065100 3800-PRINT-ITEM-LINE.
065200     MOVE SPACES TO PRINT-LINE
065300     STRING WS-ACTION-TXT ' ' INC-STUDENT-ID
065400             ' ' INC-SECTION-ID ' ' INC-TERM
065500             ' ' INC-COMPLETE-BY ' ' INC-GRADED-DATE
065600             ' ' INC-SOURCE ' ' WS-NOTE-TXT
065700             INTO PRINT-LINE
065800     WRITE PRINT-LINE.
065900 3800-EXIT.
066000     EXIT.
066100
066200*============================================================
066300* 4000-RELEASE-UPCOMING
066400*   SORT INPUT PROCEDURE - READS BACK THE INCOMPLETES JUST
066500*   CARRIED AND RELEASES THOSE DUE TODAY OR WITHIN THE
066600*   LOOK-AHEAD. OVERDUE ONES WERE ALREADY LISTED AS HELD.
066700*============================================================
066800 4000-RELEASE-UPCOMING.
066900     CLOSE INCNEW
067000     OPEN INPUT INCNEW
067100     PERFORM 4010-READ-CARRIED THRU 4010-EXIT
067200         UNTIL WS-NEW-EOF
067300     CLOSE INCNEW.
067400 4000-EXIT.
067500     EXIT.
067600
067700*============================================================
067800* 4010-READ-CARRIED
067900*============================================================
068000 4010-READ-CARRIED.
068100     READ INCNEW INTO INCOMPLETE-TRACK-RECORD
068200         AT END
068300             SET WS-NEW-EOF TO TRUE
068400             GO TO 4010-EXIT
068500     END-READ
068600     MOVE INC-COMPLETE-BY TO WS-CALC-DATE
068700     PERFORM 5000-COMPUTE-DAY-NUMBER THRU 5000-EXIT
068800     IF WS-DAY-NUMBER < WS-TODAY-NUMBER
068900         GO TO 4010-EXIT
069000     END-IF
069100     COMPUTE WS-DAYS-LEFT = WS-DAY-NUMBER - WS-TODAY-NUMBER
069200     IF WS-DAYS-LEFT > WS-LOOKAHEAD-DAYS
069300         GO TO 4010-EXIT
069400     END-IF
069500     MOVE INC-COMPLETE-BY TO DW-COMPLETE-BY
069600     MOVE INC-KEY TO DW-KEY
069700     MOVE WS-DAYS-LEFT TO DW-DAYS-LEFT
069800     MOVE INCOMPLETE-TRACK-RECORD TO DW-TRACK-DATA
069900     RELEASE SORT-DUE-RECORD.
070000 4010-EXIT.
070100     EXIT.
070200
070300*============================================================
070400* 4100-PRINT-UPCOMING
070500*   SORT OUTPUT PROCEDURE - THE ACADEMIC OFFICE'S LIST OF
070600*   DEADLINES COMING UP, SOONEST FIRST
070700*============================================================
070800 4100-PRINT-UPCOMING.
070900     IF WS-LAPSED-COUNT = 0 AND WS-OVERDUE-HELD-COUNT = 0
071000         MOVE SPACES TO PRINT-LINE
071100         STRING '         NONE' INTO PRINT-LINE
071200         WRITE PRINT-LINE
071300     END-IF
071400     MOVE WS-LOOKAHEAD-DAYS TO WS-LOOKAHEAD-EDIT
071500     MOVE SPACES TO PRINT-LINE
071600     WRITE PRINT-LINE
071700     MOVE SPACES TO PRINT-LINE
071800     STRING 'INCOMPLETES DUE WITHIN' WS-LOOKAHEAD-EDIT
071900             ' DAYS, SOONEST FIRST'
072000             INTO PRINT-LINE
072100     WRITE PRINT-LINE
072200     MOVE SPACES TO PRINT-LINE
072300     STRING 'DUE      DAYS-LEFT STUDENT-ID SECTION  TERM   '
072400             'SOURCE'
072500             INTO PRINT-LINE
072600     WRITE PRINT-LINE
072700     PERFORM 4110-PRINT-DUE-LINE THRU 4110-EXIT
072800         UNTIL WS-DUE-EOF
072900     IF WS-UPCOMING-COUNT = 0
073000         MOVE SPACES TO PRINT-LINE
073100         STRING '         NONE' INTO PRINT-LINE
073200         WRITE PRINT-LINE
073300     END-IF.
073400 4100-EXIT.
073500     EXIT.
073600
073700*============================================================
073800* 4110-PRINT-DUE-LINE
073900*============================================================
074000 4110-PRINT-DUE-LINE.
074100     RETURN DUESORT
074200         AT END
074300             SET WS-DUE-EOF TO TRUE
074400             GO TO 4110-EXIT
074500     END-RETURN
074600     MOVE DW-TRACK-DATA TO INCOMPLETE-TRACK-RECORD
074700     MOVE DW-DAYS-LEFT TO WS-DAYS-EDIT
074800     MOVE SPACES TO PRINT-LINE
074900     STRING INC-COMPLETE-BY '     ' WS-DAYS-EDIT
075000             ' ' INC-STUDENT-ID ' ' INC-SECTION-ID
075100             ' ' INC-TERM ' ' INC-SOURCE
075200             INTO PRINT-LINE
075300     WRITE PRINT-LINE
075400     ADD 1 TO WS-UPCOMING-COUNT.
075500 4110-EXIT.
075600     EXIT.
075700
075800*============================================================
075900* 5000-COMPUTE-DAY-NUMBER
076000*   TURNS WS-CALC-DATE INTO A DAY NUMBER IN WS-DAY-NUMBER.
076100*   ONLY DIFFERENCES BETWEEN DAY NUMBERS MEAN ANYTHING. A
076200*   DATE THAT IS NOT A DATE GIVES ZERO.
076300*============================================================
076400 5000-COMPUTE-DAY-NUMBER.
076500     MOVE 0 TO WS-DAY-NUMBER
076600     IF WS-CALC-DATE NOT NUMERIC
076700             OR WS-CALC-MONTH < 1 OR WS-CALC-MONTH > 12
076800         GO TO 5000-EXIT
076900     END-IF
077000     MOVE WS-CALC-YEAR TO WS-LEAP-YEAR
077100     IF WS-CALC-MONTH < 3
077200         SUBTRACT 1 FROM WS-LEAP-YEAR
077300     END-IF
077400     DIVIDE WS-LEAP-YEAR BY 4 GIVING WS-LEAP-4
077500     DIVIDE WS-LEAP-YEAR BY 100 GIVING WS-LEAP-100
077600     DIVIDE WS-LEAP-YEAR BY 400 GIVING WS-LEAP-400
077700     COMPUTE WS-DAY-NUMBER = WS-CALC-YEAR * 365
077800             + WS-LEAP-4 - WS-LEAP-100 + WS-LEAP-400
077900             + WS-CUM-DAYS (WS-CALC-MONTH) + WS-CALC-DAY.
078000 5000-EXIT.
078100     EXIT.
078200
078300*============================================================
078400* 6000-FINALIZE
078500*   CLOSES THE LAPSE FEED AND AUDIT FILE WITH THEIR
078600*   TRAILERS, PRINTS THE RUN TOTALS, DISPLAYS THE COUNTS
078700*   AND SETS THE RETURN CODE
078800*============================================================
078900 6000-FINALIZE.
079000     MOVE SPACES TO RESULTS-FEED-RECORD
079100     SET RF-TRAILER TO TRUE
079200     MOVE BDT-BUSINESS-DATE TO RF-TRL-RUN-DATE
079300     MOVE WS-LAPSED-COUNT TO RF-TRL-RECORD-COUNT
079400     WRITE DELTA-FEED-RECORD FROM RESULTS-FEED-RECORD
079500     MOVE BDT-BUSINESS-DATE TO WS-TS-DATE
079600     ACCEPT WS-TS-TIME FROM TIME
079700     MOVE SPACES TO AUDIT-RECORD
079800     SET AUD-TRAILER TO TRUE
079900     STRING WS-TS-DATE WS-TS-TIME INTO AUD-TIMESTAMP
080000     MOVE WS-AUD-REC-CNT TO AUD-TRL-RECORD-COUNT
080100     WRITE AUDIT-OUT-RECORD FROM AUDIT-RECORD
080200     MOVE SPACES TO PRINT-LINE
080300     WRITE PRINT-LINE
080400     MOVE SPACES TO PRINT-LINE
080500     STRING 'TOTALS  LAPSED=' WS-LAPSED-COUNT
080600             ' COMPLETED=' WS-COMPLETED-COUNT
080700             ' OUTSTANDING=' WS-CARRIED-COUNT
080800             ' DUE SOON=' WS-UPCOMING-COUNT
080900             ' OVERDUE HELD=' WS-OVERDUE-HELD-COUNT
081000             INTO PRINT-LINE
081100     WRITE PRINT-LINE
081200     DISPLAY 'TRACKING RECORDS READ: ' WS-READ-COUNT
081300     DISPLAY 'REPEATED KEYS DROPPED: ' WS-DUPLICATE-COUNT
081400     DISPLAY 'HISTORY RECORDS READ.: ' WS-HIST-READ-COUNT
081500     DISPLAY 'COMPLETED............: ' WS-COMPLETED-COUNT
081600     DISPLAY 'LAPSED TO F..........: ' WS-LAPSED-COUNT
081700     DISPLAY 'NOT YET ON HISTORY...: ' WS-HELD-COUNT
081800     DISPLAY 'OVERDUE, HELD........: ' WS-OVERDUE-HELD-COUNT
081900     DISPLAY 'STILL OUTSTANDING....: ' WS-CARRIED-COUNT
082000     DISPLAY 'DUE WITHIN LOOK-AHEAD: ' WS-UPCOMING-COUNT
082100     CLOSE HISTFILE
082200     CLOSE LAPFEED
082300     CLOSE LAPAUDIT
082400     CLOSE INCRPT
082500     IF WS-OVERDUE-HELD-COUNT > 0
082600         MOVE WS-RC-REJECTS TO RETURN-CODE
082700     ELSE
082800         MOVE 0 TO RETURN-CODE
082900     END-IF.
083000 6000-EXIT.
083100     EXIT.
083200
083300*============================================================
083400* 8000-POST-RUN-CONTROL
083500*   POSTS THIS RUN'S LINE TO THE SHARED RUN-CONTROL
083600*   REGISTER - TRACKING RECORDS IN, OUTSTANDING INCOMPLETES
083700*   WRITTEN OUT - SO NITEBAL CAN SEE THE RUN
083800*============================================================
083900 8000-POST-RUN-CONTROL.
084000     OPEN EXTEND RUNCTL
084100     MOVE 'INCLAPSE' TO RCT-PROGRAM-ID
084200     MOVE BDT-BUSINESS-DATE TO RCT-RUN-DATE
084300     ACCEPT RCT-RUN-TIME FROM TIME
084400     MOVE WS-READ-COUNT TO RCT-INPUT-COUNT
084500     MOVE WS-CARRIED-COUNT TO RCT-OUTPUT-COUNT
084600     MOVE 0 TO RCT-REJECT-COUNT
084700     MOVE RETURN-CODE TO RCT-RETURN-CODE
084800     WRITE RUN-CONTROL-RECORD
084900     CLOSE RUNCTL.
085000 8000-EXIT.
085100     EXIT.

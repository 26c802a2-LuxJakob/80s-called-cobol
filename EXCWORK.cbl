000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. EXCWORK.
000300 AUTHOR. R. L. MEEHAN.
000400 INSTALLATION. ACADEMIC RECORDS DIVISION.
000500 DATE-WRITTEN. 09/28/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* ---------- ----  ----------------------------------------
001200* 09/28/2026 RLM   ORIGINAL CODING - NIGHTLY CONSOLIDATED
001300*                  EXCEPTION WORKLIST. EVERY REJECT AND
001400*                  ERROR FILE THE NIGHT PRODUCES (SCREJECT,
001500*                  RECYFILE, TRMREJ, STMERR, SECERR, ENRERR,
001600*                  HISTERR, REGREJ AND THE VARIABLES EXCFILE)
001700*                  IS COLLECTED AND MATCHED AGAINST THE
001800*                  OPEN-EXCEPTIONS MASTER (EXCOLD) KEPT FROM
001900*                  THE NIGHT BEFORE. A NEW ITEM IS OPENED
002000*                  WITH THE BUSINESS DATE AS ITS FIRST-SEEN
002100*                  DATE, AN ITEM SEEN AGAIN IS CARRIED
002200*                  FORWARD, AND AN OPEN ITEM THAT DID NOT
002300*                  REAPPEAR IS CLOSED AS RESOLVED. ITEMS FROM
002400*                  A FILE THAT WAS NOT PRODUCED TONIGHT ARE
002500*                  HELD OPEN UNCHANGED. THE NEW MASTER GOES
002600*                  TO EXCNEW AND THE EXCRPT WORKLIST LISTS
002700*                  EVERY ITEM BY OWNING OFFICE, OLDEST FIRST,
002800*                  WITH NEW, CARRIED-FORWARD, RESOLVED AND
002900*                  OVER-A-WEEK COUNTS. THE RUN POSTS TO
003000*                  RUNCTL FOR NITEBAL.
003025* 10/01/2026 RLM   RECYFILE AND TRMREJ CARRY THE WIDER SCORE
003050*                  DETAIL WITH THE INCOMPLETE INDICATOR AND
003075*                  DEADLINE.
003100*----------------------------------------------------------
003200
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT OPTIONAL SCREJECT ASSIGN TO "SCREJECT"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-SRC-FS.
003900     SELECT OPTIONAL RECYFILE ASSIGN TO "RECYFILE"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-SRC-FS.
004200     SELECT OPTIONAL TRMREJ ASSIGN TO "TRMREJ"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-SRC-FS.
004500     SELECT OPTIONAL STMERR ASSIGN TO "STMERR"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-SRC-FS.
004800     SELECT OPTIONAL SECERR ASSIGN TO "SECERR"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-SRC-FS.
005100     SELECT OPTIONAL ENRERR ASSIGN TO "ENRERR"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-SRC-FS.
005400     SELECT OPTIONAL HISTERR ASSIGN TO "HISTERR"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-SRC-FS.
005700     SELECT OPTIONAL REGREJ ASSIGN TO "REGREJ"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-SRC-FS.
006000     SELECT OPTIONAL EXCFILE ASSIGN TO "EXCFILE"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-SRC-FS.
006300     SELECT OPTIONAL EXCOWNR ASSIGN TO "EXCOWNR"
006400         ORGANIZATION IS LINE SEQUENTIAL.
006500     SELECT OPTIONAL EXCOLD ASSIGN TO "EXCOLD"
006600         ORGANIZATION IS LINE SEQUENTIAL.
006700     SELECT EXCNEW ASSIGN TO "EXCNEW"
006800         ORGANIZATION IS LINE SEQUENTIAL.
006900     SELECT EXCRPT ASSIGN TO "EXCRPT"
007000         ORGANIZATION IS LINE SEQUENTIAL.
007100     SELECT SORTWORK ASSIGN TO "SORTWORK".
007200     SELECT RPTSORT ASSIGN TO "RPTSORT".
007300     SELECT RUNCTL ASSIGN TO "RUNCTL"
007400         ORGANIZATION IS LINE SEQUENTIAL.
007500     SELECT BUSDATE ASSIGN TO "BUSDATE"
007600         ORGANIZATION IS LINE SEQUENTIAL.
007700
007800 DATA DIVISION.
007900 FILE SECTION.
008000*THE NIGHT'S REJECT AND ERROR FILES, EACH AS ITS OWN PROGRAM
008100*WRITES IT. ALL ARE OPTIONAL - A FILE THAT IS NOT THERE
008200*MEANS ITS JOB DID NOT RUN TONIGHT, AND ITS OPEN ITEMS ARE
008300*HELD RATHER THAN CLOSED. AN EMPTY FILE MEANS THE JOB RAN
008400*CLEAN, AND ITS OPEN ITEMS ARE RESOLVED.
008500*
008600*SCREJECT - SCORE EDIT REJECTS FROM SCOREEDT
008700 FD  SCREJECT.
008800 01  SCORE-REJECT-RECORD.
008900     05  SCJ-STUDENT-ID         PIC X(10).
009000     05  SCJ-FIELD-NAME         PIC X(14).
009100     05  SCJ-REASON             PIC X(44).
009200
009300*RECYFILE - GRADING REJECTS FROM CONDITIONALS. THE DETAIL
009400*DATA IS THE SCORE DETAIL AS RECEIVED - SEE SCORREC.
009500 FD  RECYFILE.
009600 01  RECYCLE-RECORD.
009700     05  RCY-DETAIL-DATA.
009800         10  RCY-STUDENT-ID     PIC X(10).
009900         10  RCY-SECTION-ID     PIC X(08).
010000         10  FILLER             PIC X(40).
010100     05  RCY-REASON             PIC X(40).
010200
010300*TRMREJ - CLOSED-TERM REJECTS FROM CONDITIONALS
010400 FD  TRMREJ.
010500 01  TERM-REJECT-RECORD.
010600     05  TRJ-DETAIL-DATA.
010700         10  TRJ-STUDENT-ID     PIC X(10).
010800         10  TRJ-SECTION-ID     PIC X(08).
010900         10  FILLER             PIC X(40).
011000     05  TRJ-TERM               PIC X(06).
011100     05  TRJ-REASON             PIC X(40).
011200
011300*STMERR - STUDENT MASTER MAINTENANCE ERRORS FROM STUMAINT
011400 FD  STMERR.
011500 01  STUDENT-ERROR-RECORD.
011600     05  STE-STUDENT-ID         PIC X(10).
011700     05  STE-ACTION             PIC X(01).
011800     05  STE-REASON             PIC X(44).
011900
012000*SECERR - SECTION MAINTENANCE ERRORS FROM SECMAINT
012100 FD  SECERR.
012200 01  SECTION-ERROR-RECORD.
012300     05  SCE-SECTION-ID         PIC X(08).
012400     05  SCE-ACTION             PIC X(01).
012500     05  SCE-REASON             PIC X(44).
012600
012700*ENRERR - ENROLLMENT MAINTENANCE ERRORS FROM ENRMAINT
012800 FD  ENRERR.
012900 01  ENROLLMENT-ERROR-RECORD.
013000     05  ENE-SECTION-ID         PIC X(08).
013100     05  ENE-STUDENT-ID         PIC X(10).
013200     05  ENE-ACTION             PIC X(01).
013300     05  ENE-REASON             PIC X(44).
013400
013500*HISTERR - RESULTS HISTORY ERRORS FROM RSLTHIST. THE KEY IS
013600*STUDENT-ID/SECTION-ID/RUN-DATE; THE RUN DATE IS LEFT OUT OF
013700*THE EXCEPTION KEY SO THE SAME PROBLEM IS RECOGNISED NIGHT
013800*AFTER NIGHT.
013900 FD  HISTERR.
014000 01  HISTORY-ERROR-RECORD.
014100     05  HER-HISTORY-KEY.
014200         10  HER-STUDENT-ID     PIC X(10).
014300         10  HER-SECTION-ID     PIC X(08).
014400         10  HER-RUN-DATE       PIC X(08).
014500     05  HER-REASON             PIC X(44).
014600
014700*REGREJ - GRADE-CHANGE REJECTS FROM REGRADE
014800 FD  REGREJ.
014900 01  REGRADE-REJECT-RECORD.
015000     05  RGJ-STUDENT-ID         PIC X(10).
015100     05  RGJ-SECTION-ID         PIC X(08).
015200     05  RGJ-REASON             PIC X(44).
015300
015400*EXCFILE - VALIDATION EXCEPTIONS FROM VARIABLES
015500 FD  EXCFILE.
015600 01  EXC-RECORD.
015700     05  EXC-CASE-ID            PIC X(10).
015800     05  EXC-FIELD-NAME         PIC X(14).
015900     05  EXC-REASON             PIC X(44).
016000
016100*EXCOWNR - OPTIONAL OWNING-OFFICE CARDS, ONE PER SOURCE FILE,
016200*REPLACING THE STANDING ASSIGNMENT IN WS-OWNER-VALUES WHEN
016300*WORK MOVES BETWEEN OFFICES
016400 FD  EXCOWNR.
016500 01  OWNER-CARD.
016600     05  OWC-SOURCE             PIC X(08).
016700     05  OWC-OFFICE             PIC X(20).
016800
016900*EXCOLD - THE OPEN-EXCEPTIONS MASTER AS LEFT BY LAST NIGHT'S
017000*RUN, SORTED ASCENDING BY KEY. OPTIONAL - THE FIRST RUN HAS
017100*NO OPEN ITEMS. SEE THE EXCRECC COPY MEMBER FOR THE LAYOUT.
017200 FD  EXCOLD.
017300 01  EXCEPTION-IN-RECORD        PIC X(127).
017400
017500*EXCNEW - THE OPEN-EXCEPTIONS MASTER WRITTEN BY THIS RUN
017600 FD  EXCNEW.
017700 01  EXCEPTION-OUT-RECORD       PIC X(127).
017800
017900*EXCRPT - THE WORKLIST, ONE PAGE GROUP PER OWNING OFFICE
018000 FD  EXCRPT.
018100 01  PRINT-LINE                 PIC X(132).
018200
018300*RUNCTL - THE SHARED RUN-CONTROL REGISTER EVERY SUITE
018400*PROGRAM POSTS TO AT END OF JOB. SEE THE RCTRECC COPY
018500*MEMBER.
018600 FD  RUNCTL.
018700     COPY RCTRECC.
018800
018900*BUSDATE - THE NIGHT'S BUSINESS-DATE CONTROL RECORD SET BY
019000*NITEOPEN. SEE THE BDTRECC COPY MEMBER.
019100 FD  BUSDATE.
019200 01  BUSINESS-DATE-IN-RECORD    PIC X(25).
019300
019400*SORTWORK - TONIGHT'S EXCEPTIONS FROM EVERY SOURCE, SORTED
019500*INTO MASTER KEY ORDER FOR THE MATCH AGAINST EXCOLD
019600 SD  SORTWORK.
019700 01  SORT-EXCEPTION-RECORD.
019800     05  SW-KEY.
019900         10  SW-SOURCE          PIC X(08).
020000         10  SW-CASE-ID         PIC X(10).
020100         10  SW-QUALIFIER       PIC X(14).
020200     05  SW-REASON              PIC X(44).
020300
020400*RPTSORT - THE NEW MASTER RESORTED FOR THE WORKLIST - BY
020500*OFFICE, OPEN ITEMS AHEAD OF RESOLVED ONES, OLDEST FIRST
020600 SD  RPTSORT.
020700 01  SORT-REPORT-RECORD.
020800     05  RW-OFFICE              PIC X(20).
020900     05  RW-STATUS              PIC X(01).
021000     05  RW-FIRST-SEEN          PIC 9(08).
021100     05  RW-KEY                 PIC X(32).
021200     05  RW-MASTER-DATA         PIC X(127).
021300
021400 WORKING-STORAGE SECTION.
021500*THE NIGHT'S BUSINESS DATE - THE SHARED LAYOUT FROM THE
021600*BDTRECC COPY MEMBER - AND THE SWITCHES FOR THE CHECK
021700*AGAINST NIGHTS ALREADY CLOSED ON RUNCTL
021800     COPY BDTRECC.
021900 01  WS-RCT-EOF-SW              PIC X(01) VALUE 'N'.
022000     88  WS-RCT-EOF             VALUE 'Y'.
022100 01  WS-DATE-CLOSED-SW          PIC X(01) VALUE 'N'.
022200     88  WS-DATE-CLOSED         VALUE 'Y'.
022300
022400*THE EXCEPTION BEING WRITTEN - THE SHARED LAYOUT FROM THE
022500*EXCRECC COPY MEMBER - AND LAST NIGHT'S RECORD FOR THE SAME
022600*KEY, CARRIED AS A NAMED COPY SO THE TWO CAN BE COMPARED
022700     COPY EXCRECC.
022800 01  WS-OLD-EXCEPTION-RECORD.
022900     05  WS-OLD-KEY.
023000         10  WS-OLD-SOURCE      PIC X(08).
023100         10  FILLER             PIC X(24).
023200     05  WS-OLD-OFFICE          PIC X(20).
023300     05  WS-OLD-STATUS          PIC X(01).
023400         88  WS-OLD-OPEN        VALUE 'O'.
023500     05  FILLER                 PIC X(01).
023600     05  WS-OLD-FIRST-SEEN      PIC 9(08).
023700     05  WS-OLD-LAST-SEEN       PIC 9(08).
023800     05  FILLER                 PIC X(08).
023900     05  WS-OLD-SEEN-COUNT      PIC 9(05).
024000     05  WS-OLD-REASON          PIC X(44).
024100
024200*FILE STATUS SHARED BY THE SOURCE FILES - 05 ON OPEN MEANS
024300*THE FILE WAS NOT THERE
024400 01  WS-SRC-FS                  PIC X(02).
024500     88  WS-SRC-ABSENT          VALUE '05'.
024600
024700*SWITCHES
024800 01  WS-SRC-EOF-SW              PIC X(01).
024900     88  WS-SRC-EOF             VALUE 'Y'.
025000 01  WS-OWNR-EOF-SW             PIC X(01) VALUE 'N'.
025100     88  WS-OWNR-EOF            VALUE 'Y'.
025200 01  WS-SORT-EOF-SW             PIC X(01) VALUE 'N'.
025300     88  WS-SORT-EOF            VALUE 'Y'.
025400 01  WS-MASTER-EOF-SW           PIC X(01) VALUE 'N'.
025500     88  WS-MASTER-EOF          VALUE 'Y'.
025600 01  WS-SOURCE-FOUND-SW         PIC X(01).
025700     88  WS-SOURCE-FOUND        VALUE 'Y'.
025800 01  WS-FIRST-OFFICE-SW         PIC X(01) VALUE 'Y'.
025900     88  WS-FIRST-OFFICE        VALUE 'Y'.
026000 01  WS-ITEM-TAKEN-SW           PIC X(01).
026100     88  WS-ITEM-TAKEN          VALUE 'Y'.
026200
026300*MATCH CONTROL KEYS - HIGH-VALUES MARKS AN EXHAUSTED FILE.
026400*TONIGHT'S ITEMS ARE TAKEN ONE KEY AT A TIME; A SECOND
026500*REJECT FOR THE SAME KEY ON THE SAME NIGHT IS COUNTED AND
026600*DROPPED.
026700 01  WS-TNT-KEY                 PIC X(32).
026800 01  WS-TNT-REASON              PIC X(44).
026900 01  WS-OLD-MATCH-KEY           PIC X(32).
027000
027100*OWNING OFFICE FOR EACH SOURCE FILE. THE STANDING
027200*ASSIGNMENT IS BELOW; AN EXCOWNR CARD REPLACES IT.
027300 01  WS-OWNER-VALUES.
027400     05  FILLER                 PIC X(28)
027500             VALUE 'SCREJECTGRADING OFFICE      '.
027600     05  FILLER                 PIC X(28)
027700             VALUE 'RECYFILEGRADING OFFICE      '.
027800     05  FILLER                 PIC X(28)
027900             VALUE 'TRMREJ  REGISTRAR           '.
028000     05  FILLER                 PIC X(28)
028100             VALUE 'STMERR  STUDENT RECORDS     '.
028200     05  FILLER                 PIC X(28)
028300             VALUE 'SECERR  SCHEDULING OFFICE   '.
028400     05  FILLER                 PIC X(28)
028500             VALUE 'ENRERR  REGISTRAR           '.
028600     05  FILLER                 PIC X(28)
028700             VALUE 'HISTERR ACADEMIC RECORDS    '.
028800     05  FILLER                 PIC X(28)
028900             VALUE 'REGREJ  REGISTRAR           '.
029000     05  FILLER                 PIC X(28)
029100             VALUE 'EXCFILE DATA CONTROL        '.
029200 01  WS-OWNER-TABLE REDEFINES WS-OWNER-VALUES.
029300     05  WS-OWN-ENTRY OCCURS 9 TIMES
029400             INDEXED BY OWN-IDX.
029500         10  WS-OWN-SOURCE      PIC X(08).
029600         10  WS-OWN-OFFICE      PIC X(20).
029700
029800*WHAT EACH SOURCE FILE DID TONIGHT, IN THE SAME ORDER AS
029900*THE OWNER TABLE
030000 01  WS-SOURCE-STATUS-TABLE.
030100     05  WS-SRC-ENTRY OCCURS 9 TIMES.
030200         10  WS-SRC-PRESENT-SW  PIC X(01).
030300             88  WS-SRC-PRESENT VALUE 'Y'.
030400         10  WS-SRC-READ-COUNT  PIC 9(07).
030500 01  WS-SRC-SUB                 PIC 9(02) COMP.
030600 01  WS-CUR-SOURCE              PIC X(08).
030700 01  WS-CUR-OFFICE              PIC X(20).
030800
030900*DAY-NUMBER ARITHMETIC FOR AGEING - A DATE IS TURNED INTO A
031000*COUNT OF DAYS SO TWO DATES CAN BE SUBTRACTED ACROSS MONTH
031100*AND YEAR ENDS. JANUARY AND FEBRUARY COUNT WITH THE YEAR
031200*BEFORE, SO A LEAP DAY IS ONLY ADDED FROM MARCH ONWARD.
031300 01  WS-CALC-DATE               PIC 9(08).
031400 01  WS-CALC-DATE-PARTS REDEFINES WS-CALC-DATE.
031500     05  WS-CALC-YEAR           PIC 9(04).
031600     05  WS-CALC-MONTH          PIC 9(02).
031700     05  WS-CALC-DAY            PIC 9(02).
031800 01  WS-CUM-DAYS-VALUES         PIC X(36)
031900         VALUE '000031059090120151181212243273304334'.
032000 01  WS-CUM-DAYS-TABLE REDEFINES WS-CUM-DAYS-VALUES.
032100     05  WS-CUM-DAYS            PIC 9(03) OCCURS 12 TIMES.
032200 01  WS-LEAP-YEAR               PIC 9(04).
032300 01  WS-LEAP-4                  PIC 9(04).
032400 01  WS-LEAP-100                PIC 9(04).
032500 01  WS-LEAP-400                PIC 9(04).
032600 01  WS-DAY-NUMBER              PIC 9(07).
032700 01  WS-END-NUMBER              PIC 9(07).
032800 01  WS-AGE-DAYS                PIC 9(05).
032900 01  WS-AGE-EDIT                PIC ZZZZ9.
033000
033100*WORKLIST AREAS - THE OFFICE BEING PRINTED AND THE TEXT FOR
033200*THE ITEM LINE
033300 01  WS-PRT-OFFICE              PIC X(20).
033400 01  WS-ACTION-TXT              PIC X(08).
033500 01  WS-OVERDUE-TXT             PIC X(12).
033600
033700*WORKLIST COUNTS - ONE SET FOR THE OFFICE BEING PRINTED,
033800*ONE FOR THE WHOLE RUN
033900 01  WS-OFFICE-TOTALS.
034000     05  WS-OFC-NEW-CNT         PIC 9(07).
034100     05  WS-OFC-CARRIED-CNT     PIC 9(07).
034200     05  WS-OFC-RESOLVED-CNT    PIC 9(07).
034300     05  WS-OFC-OVERDUE-CNT     PIC 9(07).
034400 01  WS-GRAND-TOTALS.
034500     05  WS-TOT-NEW-CNT         PIC 9(07).
034600     05  WS-TOT-CARRIED-CNT     PIC 9(07).
034700     05  WS-TOT-RESOLVED-CNT    PIC 9(07).
034800     05  WS-TOT-OVERDUE-CNT     PIC 9(07).
034900
035000*RUN COUNTERS
035100 01  WS-COUNTERS.
035200     05  WS-COLLECTED-COUNT     PIC 9(09).
035300     05  WS-DUPLICATE-COUNT     PIC 9(09).
035400     05  WS-OLD-COUNT           PIC 9(09).
035500     05  WS-NEW-COUNT           PIC 9(09).
035600     05  WS-CARRIED-COUNT       PIC 9(09).
035700     05  WS-HELD-COUNT          PIC 9(09).
035800     05  WS-RESOLVED-COUNT      PIC 9(09).
035900     05  WS-DROPPED-COUNT       PIC 9(09).
036000     05  WS-WRITTEN-COUNT       PIC 9(09).
036100     05  WS-ABSENT-COUNT        PIC 9(09).
036200
036300*AN ITEM OPEN LONGER THAN THIS MANY DAYS IS FLAGGED
036400 77  WS-OVERDUE-DAYS            PIC 9(03) VALUE 7.
036500
036600*RETURN CODE SETTINGS - 0 CLEAN, 4 ONE OR MORE SOURCE FILES
036700*NOT PRODUCED TONIGHT (THEIR ITEMS HELD, NOT RECHECKED),
036800*8 NO USABLE BUSINESS DATE
036900 77  WS-RC-REJECTS              PIC 9(02) VALUE 04.
037000 77  WS-RC-CONTROL              PIC 9(02) VALUE 08.
037100
037200 PROCEDURE DIVISION.
037300*============================================================
037400* 0000-MAINLINE
037500*   THE FIRST SORT GATHERS TONIGHT'S EXCEPTIONS AND ITS
037600*   OUTPUT PROCEDURE MATCHES THEM AGAINST THE OLD MASTER TO
037700*   WRITE THE NEW ONE; THE SECOND SORT READS THE NEW MASTER
037800*   BACK IN OFFICE AND AGE ORDER TO PRINT THE WORKLIST
037900*============================================================
038000 0000-MAINLINE.
038100     PERFORM 0900-GET-BUSINESS-DATE THRU 0900-EXIT
038200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
038300     SORT SORTWORK
038400         ASCENDING KEY SW-KEY
038500         INPUT PROCEDURE IS 2000-COLLECT-EXCEPTIONS
038600             THRU 2000-EXIT
038700         OUTPUT PROCEDURE IS 3000-MATCH-MASTER
038800             THRU 3000-EXIT
038900     SORT RPTSORT
039000         ASCENDING KEY RW-OFFICE
039100         DESCENDING KEY RW-STATUS
039200         ASCENDING KEY RW-FIRST-SEEN
039300                       RW-KEY
039400         INPUT PROCEDURE IS 4000-RELEASE-MASTER
039500             THRU 4000-EXIT
039600         OUTPUT PROCEDURE IS 4100-PRINT-WORKLIST
039700             THRU 4100-EXIT
039800     PERFORM 6000-FINALIZE THRU 6000-EXIT
039900     PERFORM 8000-POST-RUN-CONTROL THRU 8000-EXIT
040000     STOP RUN.
040100
040200*============================================================
040300* 0900-GET-BUSINESS-DATE
040400*   READS THE NIGHT'S BUSINESS DATE FROM BUSDATE - THE RUN
040500*   DATE FOR EVERYTHING THIS RUN STAMPS - AND REFUSES A NIGHT
040600*   NITEBAL HAS ALREADY CLOSED ON RUNCTL UNLESS BUSDATE
040700*   CARRIES THE RERUN FLAG. NOTHING ELSE IS OPENED UNTIL THE
040800*   DATE IS SETTLED.
040900*============================================================
041000 0900-GET-BUSINESS-DATE.
041100     OPEN INPUT BUSDATE
041200     READ BUSDATE INTO BUSINESS-DATE-RECORD
041300         AT END
041400             MOVE SPACES TO BUSINESS-DATE-RECORD
041500     END-READ
041600     CLOSE BUSDATE
041700     IF BDT-BUSINESS-DATE NOT NUMERIC
041800             OR BDT-BUSINESS-DATE = 0
041900         DISPLAY 'NO USABLE BUSINESS DATE ON BUSDATE'
042000         DISPLAY 'RUN CANNOT CONTINUE - RUN NITEOPEN FIRST'
042100         MOVE WS-RC-CONTROL TO RETURN-CODE
042200         STOP RUN
042300     END-IF
042400     OPEN INPUT RUNCTL
042500     PERFORM 0910-CHECK-CLOSED-NIGHT THRU 0910-EXIT
042600         UNTIL WS-RCT-EOF
042700     CLOSE RUNCTL
042800     IF WS-DATE-CLOSED AND NOT BDT-RERUN
042900         DISPLAY 'BUSINESS DATE ' BDT-BUSINESS-DATE
043000                 ' ALREADY CLOSED ON RUNCTL'
043100         DISPLAY 'RUN CANNOT CONTINUE - RERUN FLAG NOT SET'
043200         MOVE WS-RC-CONTROL TO RETURN-CODE
043300         STOP RUN
043400     END-IF
043500     DISPLAY 'BUSINESS DATE: ' BDT-BUSINESS-DATE.
043600 0900-EXIT.
043700     EXIT.
043800
043900*============================================================
044000* 0910-CHECK-CLOSED-NIGHT
044100*   AN IN-BALANCE NITEBAL ENTRY FOR THE BUSINESS DATE MEANS
044200*   THE NIGHT HAS BEEN CLOSED
044300*============================================================
044400 0910-CHECK-CLOSED-NIGHT.
044500     READ RUNCTL
044600         AT END
044700             SET WS-RCT-EOF TO TRUE
044800             GO TO 0910-EXIT
044900     END-READ
045000     IF RCT-PROGRAM-ID = 'NITEBAL'
045100             AND RCT-RUN-DATE = BDT-BUSINESS-DATE
045200             AND RCT-RETURN-CODE < 08
045300         SET WS-DATE-CLOSED TO TRUE
045400     END-IF.
045500 0910-EXIT.
045600     EXIT.
045700
045800*============================================================
045900* 1000-INITIALIZE
046000*   APPLIES ANY OWNING-OFFICE CARDS AND PRINTS THE WORKLIST
046100*   HEADING
046200*============================================================
046300 1000-INITIALIZE.
046400     OPEN INPUT  EXCOLD
046500     OPEN OUTPUT EXCNEW
046600     OPEN OUTPUT EXCRPT
046700     INITIALIZE WS-COUNTERS
046800     INITIALIZE WS-GRAND-TOTALS
046900     INITIALIZE WS-SOURCE-STATUS-TABLE
047000     PERFORM 1100-LOAD-OWNER-CARDS THRU 1100-EXIT
047100     PERFORM 1200-PRINT-HEADING THRU 1200-EXIT.
047200 1000-EXIT.
047300     EXIT.
047400
047500*============================================================
047600* 1100-LOAD-OWNER-CARDS
047700*   EXCOWNR IS OPTIONAL - WITHOUT IT EVERY SOURCE KEEPS ITS
047800*   STANDING OFFICE
047900*============================================================
048000 1100-LOAD-OWNER-CARDS.
048100     OPEN INPUT EXCOWNR
048200     PERFORM 1110-READ-OWNER-CARD THRU 1110-EXIT
048300         UNTIL WS-OWNR-EOF
048400     CLOSE EXCOWNR.
048500 1100-EXIT.
048600     EXIT.
048700
048800*============================================================
048900* 1110-READ-OWNER-CARD
049000*   A CARD FOR A FILE THIS RUN DOES NOT COLLECT, OR WITH NO
049100*   OFFICE, IS REPORTED AND IGNORED
049200*============================================================
049300 1110-READ-OWNER-CARD.
049400     READ EXCOWNR
049500         AT END
049600             SET WS-OWNR-EOF TO TRUE
049700             GO TO 1110-EXIT
049800     END-READ
049900     MOVE OWC-SOURCE TO WS-CUR-SOURCE
050000     PERFORM 2900-FIND-SOURCE THRU 2900-EXIT
050100     IF NOT WS-SOURCE-FOUND OR OWC-OFFICE = SPACES
050200         DISPLAY 'OWNER CARD IGNORED: ' OWNER-CARD
050300         GO TO 1110-EXIT
050400     END-IF
050500     MOVE OWC-OFFICE TO WS-OWN-OFFICE (WS-SRC-SUB)
050600     DISPLAY 'OWNER CARD: ' OWC-SOURCE ' ' OWC-OFFICE.
050700 1110-EXIT.
050800     EXIT.
050900
051000*============================================================
051100* 1200-PRINT-HEADING
051200*============================================================
051300 1200-PRINT-HEADING.
051400     MOVE SPACES TO PRINT-LINE
051500     STRING 'OPEN EXCEPTIONS WORKLIST BY OFFICE - BUSINESS DATE '
051600             BDT-BUSINESS-DATE
051700             INTO PRINT-LINE
051800     WRITE PRINT-LINE
051900     MOVE WS-OVERDUE-DAYS TO WS-AGE-EDIT
052000     MOVE SPACES TO PRINT-LINE
052100     STRING 'OPEN ITEMS OLDEST FIRST, THEN ITEMS RESOLVED '
052200             'TONIGHT. ITEMS OPEN OVER' WS-AGE-EDIT
052300             ' DAYS ARE FLAGGED.'
052400             INTO PRINT-LINE
052500     WRITE PRINT-LINE
052600     MOVE SPACES TO PRINT-LINE
052700     WRITE PRINT-LINE
052800     MOVE SPACES TO PRINT-LINE
052900     STRING '    AGE FIRST-SN SOURCE   CASE-ID    QUALIFIER     '
053000             ' ACTION   REASON'
053100             INTO PRINT-LINE
053200     WRITE PRINT-LINE.
053300 1200-EXIT.
053400     EXIT.
053500
053600*============================================================
053700* 2000-COLLECT-EXCEPTIONS
053800*   SORT INPUT PROCEDURE - RELEASES EVERY RECORD FROM EVERY
053900*   REJECT AND ERROR FILE PRODUCED TONIGHT
054000*============================================================
054100 2000-COLLECT-EXCEPTIONS.
054200     PERFORM 2100-COLLECT-SCREJECT THRU 2100-EXIT
054300     PERFORM 2110-COLLECT-RECYFILE THRU 2110-EXIT
054400     PERFORM 2120-COLLECT-TRMREJ THRU 2120-EXIT
054500     PERFORM 2130-COLLECT-STMERR THRU 2130-EXIT
054600     PERFORM 2140-COLLECT-SECERR THRU 2140-EXIT
054700     PERFORM 2150-COLLECT-ENRERR THRU 2150-EXIT
054800     PERFORM 2160-COLLECT-HISTERR THRU 2160-EXIT
054900     PERFORM 2170-COLLECT-REGREJ THRU 2170-EXIT
055000     PERFORM 2180-COLLECT-EXCFILE THRU 2180-EXIT.
055100 2000-EXIT.
055200     EXIT.
055300
055400*============================================================
055500* 2100-COLLECT-SCREJECT
055600*   KEY: STUDENT-ID, FIELD IN ERROR
055700*============================================================
055800 2100-COLLECT-SCREJECT.
055900     MOVE 'SCREJECT' TO WS-CUR-SOURCE
056000     OPEN INPUT SCREJECT
056100     PERFORM 2800-NOTE-SOURCE-OPEN THRU 2800-EXIT
056200     IF WS-SRC-EOF
056300         CLOSE SCREJECT
056400         GO TO 2100-EXIT
056500     END-IF
056600     PERFORM 2105-READ-SCREJECT THRU 2105-EXIT
056700         UNTIL WS-SRC-EOF
056800     CLOSE SCREJECT.
056900 2100-EXIT.
057000     EXIT.
057100
057200*============================================================
057300* 2105-READ-SCREJECT
057400*============================================================
057500 2105-READ-SCREJECT.
057600     READ SCREJECT
057700         AT END
057800             SET WS-SRC-EOF TO TRUE
057900             GO TO 2105-EXIT
058000     END-READ
058100     MOVE SCJ-STUDENT-ID TO SW-CASE-ID
058200     MOVE SCJ-FIELD-NAME TO SW-QUALIFIER
058300     MOVE SCJ-REASON     TO SW-REASON
058400     PERFORM 2950-RELEASE-ITEM THRU 2950-EXIT.
058500 2105-EXIT.
058600     EXIT.
058700
058800*============================================================
058900* 2110-COLLECT-RECYFILE
059000*   KEY: STUDENT-ID, SECTION-ID
059100*============================================================
059200 2110-COLLECT-RECYFILE.
059300     MOVE 'RECYFILE' TO WS-CUR-SOURCE
059400     OPEN INPUT RECYFILE
059500     PERFORM 2800-NOTE-SOURCE-OPEN THRU 2800-EXIT
059600     IF WS-SRC-EOF
059700         CLOSE RECYFILE
059800         GO TO 2110-EXIT
059900     END-IF
060000     PERFORM 2115-READ-RECYFILE THRU 2115-EXIT
060100         UNTIL WS-SRC-EOF
060200     CLOSE RECYFILE.
060300 2110-EXIT.
060400     EXIT.
060500
060600*============================================================
060700* 2115-READ-RECYFILE
060800*============================================================
060900 2115-READ-RECYFILE.
061000     READ RECYFILE
061100         AT END
061200             SET WS-SRC-EOF TO TRUE
061300             GO TO 2115-EXIT
061400     END-READ
061500     MOVE RCY-STUDENT-ID TO SW-CASE-ID
061600     MOVE RCY-SECTION-ID TO SW-QUALIFIER
061700     MOVE RCY-REASON     TO SW-REASON
061800     PERFORM 2950-RELEASE-ITEM THRU 2950-EXIT.
061900 2115-EXIT.
062000     EXIT.
062100
062200*============================================================
062300* 2120-COLLECT-TRMREJ
062400*   KEY: STUDENT-ID, SECTION-ID
062500*============================================================
062600 2120-COLLECT-TRMREJ.
062700     MOVE 'TRMREJ' TO WS-CUR-SOURCE
062800     OPEN INPUT TRMREJ
062900     PERFORM 2800-NOTE-SOURCE-OPEN THRU 2800-EXIT
063000     IF WS-SRC-EOF
063100         CLOSE TRMREJ
063200         GO TO 2120-EXIT
063300     END-IF
063400     PERFORM 2125-READ-TRMREJ THRU 2125-EXIT
063500         UNTIL WS-SRC-EOF
063600     CLOSE TRMREJ.
063700 2120-EXIT.
063800     EXIT.
063900
064000*============================================================
064100* 2125-READ-TRMREJ
064200*============================================================
064300 2125-READ-TRMREJ.
064400     READ TRMREJ
064500         AT END
064600             SET WS-SRC-EOF TO TRUE
064700             GO TO 2125-EXIT
064800     END-READ
064900     MOVE TRJ-STUDENT-ID TO SW-CASE-ID
065000     MOVE TRJ-SECTION-ID TO SW-QUALIFIER
065100     MOVE TRJ-REASON     TO SW-REASON
065200     PERFORM 2950-RELEASE-ITEM THRU 2950-EXIT.
065300 2125-EXIT.
065400     EXIT.
065500
065600*============================================================
065700* 2130-COLLECT-STMERR
065800*   KEY: STUDENT-ID, MAINTENANCE ACTION
065900*============================================================
066000 2130-COLLECT-STMERR.
066100     MOVE 'STMERR' TO WS-CUR-SOURCE
066200     OPEN INPUT STMERR
066300     PERFORM 2800-NOTE-SOURCE-OPEN THRU 2800-EXIT
066400     IF WS-SRC-EOF
066500         CLOSE STMERR
066600         GO TO 2130-EXIT
066700     END-IF
066800     PERFORM 2135-READ-STMERR THRU 2135-EXIT
066900         UNTIL WS-SRC-EOF
067000     CLOSE STMERR.
067100 2130-EXIT.
067200     EXIT.
067300
067400*============================================================
067500* 2135-READ-STMERR
067600*============================================================
067700 2135-READ-STMERR.
067800     READ STMERR
067900         AT END
068000             SET WS-SRC-EOF TO TRUE
068100             GO TO 2135-EXIT
068200     END-READ
068300     MOVE STE-STUDENT-ID TO SW-CASE-ID
068400     MOVE STE-ACTION     TO SW-QUALIFIER
068500     MOVE STE-REASON     TO SW-REASON
068600     PERFORM 2950-RELEASE-ITEM THRU 2950-EXIT.
068700 2135-EXIT.
068800     EXIT.
068900
069000*============================================================
069100* 2140-COLLECT-SECERR
069200*   KEY: SECTION-ID, MAINTENANCE ACTION
069300*============================================================
069400 2140-COLLECT-SECERR.
069500     MOVE 'SECERR' TO WS-CUR-SOURCE
069600     OPEN INPUT SECERR
069700     PERFORM 2800-NOTE-SOURCE-OPEN THRU 2800-EXIT
069800     IF WS-SRC-EOF
069900         CLOSE SECERR
070000         GO TO 2140-EXIT
070100     END-IF
070200     PERFORM 2145-READ-SECERR THRU 2145-EXIT
070300         UNTIL WS-SRC-EOF
070400     CLOSE SECERR.
070500 2140-EXIT.
070600     EXIT.
070700
070800*============================================================
070900* 2145-READ-SECERR
071000*============================================================
071100 2145-READ-SECERR.
071200     READ SECERR
071300         AT END
071400             SET WS-SRC-EOF TO TRUE
071500             GO TO 2145-EXIT
071600     END-READ
071700     MOVE SCE-SECTION-ID TO SW-CASE-ID
071800     MOVE SCE-ACTION     TO SW-QUALIFIER
071900     MOVE SCE-REASON     TO SW-REASON
072000     PERFORM 2950-RELEASE-ITEM THRU 2950-EXIT.
072100 2145-EXIT.
072200     EXIT.
072300
072400*============================================================
072500* 2150-COLLECT-ENRERR
072600*   KEY: STUDENT-ID, SECTION-ID
072700*============================================================
072800 2150-COLLECT-ENRERR.
072900     MOVE 'ENRERR' TO WS-CUR-SOURCE
073000     OPEN INPUT ENRERR
073100     PERFORM 2800-NOTE-SOURCE-OPEN THRU 2800-EXIT
073200     IF WS-SRC-EOF
073300         CLOSE ENRERR
073400         GO TO 2150-EXIT
073500     END-IF
073600     PERFORM 2155-READ-ENRERR THRU 2155-EXIT
073700         UNTIL WS-SRC-EOF
073800     CLOSE ENRERR.
073900 2150-EXIT.
074000     EXIT.
074100
074200*============================================================
074300* 2155-READ-ENRERR
074400*============================================================
074500 2155-READ-ENRERR.
074600     READ ENRERR
074700         AT END
074800             SET WS-SRC-EOF TO TRUE
074900             GO TO 2155-EXIT
075000     END-READ
075100     MOVE ENE-STUDENT-ID TO SW-CASE-ID
075200     MOVE ENE-SECTION-ID TO SW-QUALIFIER
075300     MOVE ENE-REASON     TO SW-REASON
075400     PERFORM 2950-RELEASE-ITEM THRU 2950-EXIT.
075500 2155-EXIT.
075600     EXIT.
075700
075800*============================================================
075900* 2160-COLLECT-HISTERR
076000*   KEY: STUDENT-ID, SECTION-ID
076100*============================================================
076200 2160-COLLECT-HISTERR.
076300     MOVE 'HISTERR' TO WS-CUR-SOURCE
076400     OPEN INPUT HISTERR
076500     PERFORM 2800-NOTE-SOURCE-OPEN THRU 2800-EXIT
076600     IF WS-SRC-EOF
076700         CLOSE HISTERR
076800         GO TO 2160-EXIT
076900     END-IF
077000     PERFORM 2165-READ-HISTERR THRU 2165-EXIT
077100         UNTIL WS-SRC-EOF
077200     CLOSE HISTERR.
077300 2160-EXIT.
077400     EXIT.
077500
077600*============================================================
077700* 2165-READ-HISTERR
077800*============================================================
077900 2165-READ-HISTERR.
078000     READ HISTERR
078100         AT END
078200             SET WS-SRC-EOF TO TRUE
078300             GO TO 2165-EXIT
078400     END-READ
078500     MOVE HER-STUDENT-ID TO SW-CASE-ID
078600     MOVE HER-SECTION-ID TO SW-QUALIFIER
078700     MOVE HER-REASON     TO SW-REASON
078800     PERFORM 2950-RELEASE-ITEM THRU 2950-EXIT.
078900 2165-EXIT.
079000     EXIT.
079100
079200*============================================================
079300* 2170-COLLECT-REGREJ
079400*   KEY: STUDENT-ID, SECTION-ID
079500*============================================================
079600 2170-COLLECT-REGREJ.
079700     MOVE 'REGREJ' TO WS-CUR-SOURCE
079800     OPEN INPUT REGREJ
079900     PERFORM 2800-NOTE-SOURCE-OPEN THRU 2800-EXIT
080000     IF WS-SRC-EOF
080100         CLOSE REGREJ
080200         GO TO 2170-EXIT
080300     END-IF
080400     PERFORM 2175-READ-REGREJ THRU 2175-EXIT
080500         UNTIL WS-SRC-EOF
080600     CLOSE REGREJ.
080700 2170-EXIT.
080800     EXIT.
080900
081000*============================================================
081100* 2175-READ-REGREJ
081200*============================================================
081300 2175-READ-REGREJ.
081400     READ REGREJ
081500         AT END
081600             SET WS-SRC-EOF TO TRUE
081700             GO TO 2175-EXIT
081800     END-READ
081900     MOVE RGJ-STUDENT-ID TO SW-CASE-ID
082000     MOVE RGJ-SECTION-ID TO SW-QUALIFIER
082100     MOVE RGJ-REASON     TO SW-REASON
082200     PERFORM 2950-RELEASE-ITEM THRU 2950-EXIT.
082300 2175-EXIT.
082400     EXIT.
082500
082600*============================================================
082700* 2180-COLLECT-EXCFILE
082800*   KEY: VARIABLES CASE-ID, FIELD IN ERROR
082900*============================================================
083000 2180-COLLECT-EXCFILE.
083100     MOVE 'EXCFILE' TO WS-CUR-SOURCE
083200     OPEN INPUT EXCFILE
083300     PERFORM 2800-NOTE-SOURCE-OPEN THRU 2800-EXIT
083400     IF WS-SRC-EOF
083500         CLOSE EXCFILE
083600         GO TO 2180-EXIT
083700     END-IF
083800     PERFORM 2185-READ-EXCFILE THRU 2185-EXIT
083900         UNTIL WS-SRC-EOF
084000     CLOSE EXCFILE.
084100 2180-EXIT.
084200     EXIT.
084300
084400*============================================================
084500* 2185-READ-EXCFILE
084600*============================================================
084700 2185-READ-EXCFILE.
084800     READ EXCFILE
084900         AT END
085000             SET WS-SRC-EOF TO TRUE
085100             GO TO 2185-EXIT
085200     END-READ
085300     MOVE EXC-CASE-ID    TO SW-CASE-ID
085400     MOVE EXC-FIELD-NAME TO SW-QUALIFIER
085500     MOVE EXC-REASON     TO SW-REASON
085600     PERFORM 2950-RELEASE-ITEM THRU 2950-EXIT.
085700 2185-EXIT.
085800     EXIT.
085900
086000*============================================================
086100* 2800-NOTE-SOURCE-OPEN
086200*   RECORDS WHETHER THE SOURCE FILE JUST OPENED WAS THERE.
086300*   A MISSING FILE IS TREATED AS AT END STRAIGHT AWAY AND
086400*   ITS OPEN ITEMS WILL BE HELD.
086500*============================================================
086600 2800-NOTE-SOURCE-OPEN.
086700     PERFORM 2900-FIND-SOURCE THRU 2900-EXIT
086800     MOVE 'N' TO WS-SRC-EOF-SW
086900     IF WS-SRC-ABSENT
087000         DISPLAY WS-CUR-SOURCE ' NOT PRODUCED TONIGHT - '
087100                 'OPEN ITEMS HELD'
087200         ADD 1 TO WS-ABSENT-COUNT
087300         SET WS-SRC-EOF TO TRUE
087400         GO TO 2800-EXIT
087500     END-IF
087600     SET WS-SRC-PRESENT (WS-SRC-SUB) TO TRUE.
087700 2800-EXIT.
087800     EXIT.
087900
088000*============================================================
088100* 2900-FIND-SOURCE
088200*   LOOKS UP WS-CUR-SOURCE IN THE OWNER TABLE, LEAVING ITS
088300*   POSITION IN WS-SRC-SUB AND ITS OFFICE IN WS-CUR-OFFICE
088400*============================================================
088500 2900-FIND-SOURCE.
088600     MOVE 'N' TO WS-SOURCE-FOUND-SW
088700     MOVE 'UNASSIGNED' TO WS-CUR-OFFICE
088800     SET OWN-IDX TO 1
088900     SEARCH WS-OWN-ENTRY
089000         AT END
089100             GO TO 2900-EXIT
089200         WHEN WS-OWN-SOURCE (OWN-IDX) = WS-CUR-SOURCE
089300             SET WS-SOURCE-FOUND TO TRUE
089400             SET WS-SRC-SUB TO OWN-IDX
089500             MOVE WS-OWN-OFFICE (OWN-IDX) TO WS-CUR-OFFICE
089600     END-SEARCH.
089700 2900-EXIT.
089800     EXIT.
089900
090000*============================================================
090100* 2950-RELEASE-ITEM
090200*============================================================
090300 2950-RELEASE-ITEM.
090400     MOVE WS-CUR-SOURCE TO SW-SOURCE
090500     ADD 1 TO WS-COLLECTED-COUNT
090600     ADD 1 TO WS-SRC-READ-COUNT (WS-SRC-SUB)
090700     RELEASE SORT-EXCEPTION-RECORD.
090800 2950-EXIT.
090900     EXIT.
091000
091100*============================================================
091200* 3000-MATCH-MASTER
091300*   SORT OUTPUT PROCEDURE - MATCHES TONIGHT'S ITEMS AGAINST
091400*   THE OLD MASTER ON KEY AND WRITES THE NEW MASTER
091500*============================================================
091600 3000-MATCH-MASTER.
091700     MOVE LOW-VALUES TO WS-TNT-KEY
091800     PERFORM 3100-NEXT-TONIGHT THRU 3100-EXIT
091900     PERFORM 3200-READ-OLD-MASTER THRU 3200-EXIT
092000     PERFORM 3300-MATCH-ONE-KEY THRU 3300-EXIT
092100         UNTIL WS-TNT-KEY = HIGH-VALUES
092200         AND WS-OLD-MATCH-KEY = HIGH-VALUES
092300     CLOSE EXCOLD
092400     CLOSE EXCNEW.
092500 3000-EXIT.
092600     EXIT.
092700
092800*============================================================
092900* 3100-NEXT-TONIGHT
093000*   TAKES THE NEXT KEY FROM THE SORT, PASSING OVER FURTHER
093100*   RECORDS FOR THE KEY ALREADY TAKEN
093200*============================================================
093300 3100-NEXT-TONIGHT.
093400     MOVE 'N' TO WS-ITEM-TAKEN-SW
093500     PERFORM 3110-RETURN-ITEM THRU 3110-EXIT
093600         UNTIL WS-SORT-EOF
093700         OR WS-ITEM-TAKEN
093800     IF WS-SORT-EOF
093900         MOVE HIGH-VALUES TO WS-TNT-KEY
094000     ELSE
094100         MOVE SW-KEY TO WS-TNT-KEY
094200         MOVE SW-REASON TO WS-TNT-REASON
094300     END-IF.
094400 3100-EXIT.
094500     EXIT.
094600
094700*============================================================
094800* 3110-RETURN-ITEM
094900*============================================================
095000 3110-RETURN-ITEM.
095100     RETURN SORTWORK
095200         AT END
095300             SET WS-SORT-EOF TO TRUE
095400             GO TO 3110-EXIT
095500     END-RETURN
095600     IF SW-KEY = WS-TNT-KEY
095700         ADD 1 TO WS-DUPLICATE-COUNT
095800     ELSE
095900         SET WS-ITEM-TAKEN TO TRUE
096000     END-IF.
096100 3110-EXIT.
096200     EXIT.
096300
096400*============================================================
096500* 3200-READ-OLD-MASTER
096600*============================================================
096700 3200-READ-OLD-MASTER.
096800     READ EXCOLD INTO WS-OLD-EXCEPTION-RECORD
096900         AT END
097000             MOVE HIGH-VALUES TO WS-OLD-MATCH-KEY
097100             GO TO 3200-EXIT
097200     END-READ
097300     ADD 1 TO WS-OLD-COUNT
097400     MOVE WS-OLD-KEY TO WS-OLD-MATCH-KEY.
097500 3200-EXIT.
097600     EXIT.
097700
097800*============================================================
097900* 3300-MATCH-ONE-KEY
098000*   AN ITEM ONLY TONIGHT IS NEW; AN ITEM ON BOTH IS CARRIED
098100*   FORWARD IF IT WAS OPEN AND OPENED AFRESH IF IT HAD BEEN
098200*   CLOSED; AN ITEM ONLY ON THE OLD MASTER HAS CLEARED
098300*============================================================
098400 3300-MATCH-ONE-KEY.
098500     EVALUATE TRUE
098600         WHEN WS-TNT-KEY < WS-OLD-MATCH-KEY
098700             PERFORM 3400-OPEN-NEW-ITEM THRU 3400-EXIT
098800             PERFORM 3100-NEXT-TONIGHT THRU 3100-EXIT
098900         WHEN WS-TNT-KEY = WS-OLD-MATCH-KEY
099000             IF WS-OLD-OPEN
099100                 PERFORM 3500-CARRY-ITEM THRU 3500-EXIT
099200             ELSE
099300                 ADD 1 TO WS-DROPPED-COUNT
099400                 PERFORM 3400-OPEN-NEW-ITEM THRU 3400-EXIT
099500             END-IF
099600             PERFORM 3100-NEXT-TONIGHT THRU 3100-EXIT
099700             PERFORM 3200-READ-OLD-MASTER THRU 3200-EXIT
099800         WHEN OTHER
099900             PERFORM 3600-CLOSE-OR-HOLD THRU 3600-EXIT
100000             PERFORM 3200-READ-OLD-MASTER THRU 3200-EXIT
100100     END-EVALUATE.
100200 3300-EXIT.
100300     EXIT.
100400
100500*============================================================
100600* 3400-OPEN-NEW-ITEM
100700*   FIRST SEEN TONIGHT
100800*============================================================
100900 3400-OPEN-NEW-ITEM.
101000     MOVE WS-TNT-KEY TO EXM-KEY
101100     MOVE EXM-SOURCE TO WS-CUR-SOURCE
101200     PERFORM 2900-FIND-SOURCE THRU 2900-EXIT
101300     MOVE WS-CUR-OFFICE TO EXM-OFFICE
101400     SET EXM-OPEN TO TRUE
101500     SET EXM-NEW TO TRUE
101600     MOVE BDT-BUSINESS-DATE TO EXM-FIRST-SEEN
101700     MOVE BDT-BUSINESS-DATE TO EXM-LAST-SEEN
101800     MOVE 0 TO EXM-CLOSED-DATE
101900     MOVE 1 TO EXM-SEEN-COUNT
102000     MOVE WS-TNT-REASON TO EXM-REASON
102100     ADD 1 TO WS-NEW-COUNT
102200     PERFORM 3700-WRITE-MASTER THRU 3700-EXIT.
102300 3400-EXIT.
102400     EXIT.
102500
102600*============================================================
102700* 3500-CARRY-ITEM
102800*   STILL OUTSTANDING - THE FIRST-SEEN DATE STAYS, THE OFFICE
102900*   AND REASON FOLLOW TONIGHT'S. A RERUN OF THE SAME NIGHT
103000*   DOES NOT COUNT THE SIGHTING TWICE.
103100*============================================================
103200 3500-CARRY-ITEM.
103300     MOVE WS-OLD-EXCEPTION-RECORD TO EXCEPTION-MASTER-RECORD
103400     MOVE EXM-SOURCE TO WS-CUR-SOURCE
103500     PERFORM 2900-FIND-SOURCE THRU 2900-EXIT
103600     MOVE WS-CUR-OFFICE TO EXM-OFFICE
103700     SET EXM-CARRIED TO TRUE
103800     IF EXM-LAST-SEEN < BDT-BUSINESS-DATE
103900         ADD 1 TO EXM-SEEN-COUNT
104000     END-IF
104100     MOVE BDT-BUSINESS-DATE TO EXM-LAST-SEEN
104200     MOVE WS-TNT-REASON TO EXM-REASON
104300     ADD 1 TO WS-CARRIED-COUNT
104400     PERFORM 3700-WRITE-MASTER THRU 3700-EXIT.
104500 3500-EXIT.
104600     EXIT.
104700
104800*============================================================
104900* 3600-CLOSE-OR-HOLD
105000*   NOT SEEN TONIGHT. AN ITEM CLOSED ON AN EARLIER NIGHT IS
105100*   DROPPED. AN OPEN ITEM WHOSE FILE WAS NOT PRODUCED TONIGHT
105200*   IS HELD UNCHANGED; OTHERWISE IT HAS CLEARED AND IS CLOSED
105300*   WITH TONIGHT'S DATE.
105400*============================================================
105500 3600-CLOSE-OR-HOLD.
105600     IF NOT WS-OLD-OPEN
105700         ADD 1 TO WS-DROPPED-COUNT
105800         GO TO 3600-EXIT
105900     END-IF
106000     MOVE WS-OLD-EXCEPTION-RECORD TO EXCEPTION-MASTER-RECORD
106100     MOVE WS-OLD-SOURCE TO WS-CUR-SOURCE
106200     PERFORM 2900-FIND-SOURCE THRU 2900-EXIT
106300     MOVE WS-CUR-OFFICE TO EXM-OFFICE
106400     IF WS-SOURCE-FOUND
106500         IF NOT WS-SRC-PRESENT (WS-SRC-SUB)
106600             SET EXM-HELD TO TRUE
106700             ADD 1 TO WS-HELD-COUNT
106800             PERFORM 3700-WRITE-MASTER THRU 3700-EXIT
106900             GO TO 3600-EXIT
107000         END-IF
107100     END-IF
107200     SET EXM-CLOSED TO TRUE
107300     SET EXM-RESOLVED TO TRUE
107400     MOVE BDT-BUSINESS-DATE TO EXM-CLOSED-DATE
107500     ADD 1 TO WS-RESOLVED-COUNT
107600     PERFORM 3700-WRITE-MASTER THRU 3700-EXIT.
107700 3600-EXIT.
107800     EXIT.
107900
108000*============================================================
108100* 3700-WRITE-MASTER
108200*============================================================
108300 3700-WRITE-MASTER.
108400     WRITE EXCEPTION-OUT-RECORD FROM EXCEPTION-MASTER-RECORD
108500     ADD 1 TO WS-WRITTEN-COUNT.
108600 3700-EXIT.
108700     EXIT.
108800
108900*============================================================
109000* 4000-RELEASE-MASTER
109100*   SORT INPUT PROCEDURE - READS THE NEW MASTER BACK AND
109200*   RELEASES EVERY ITEM UNDER ITS OFFICE
109300*============================================================
109400 4000-RELEASE-MASTER.
109500     OPEN INPUT EXCNEW
109600     PERFORM 4010-RELEASE-ONE-ITEM THRU 4010-EXIT
109700         UNTIL WS-MASTER-EOF
109800     CLOSE EXCNEW.
109900 4000-EXIT.
110000     EXIT.
110100
110200*============================================================
110300* 4010-RELEASE-ONE-ITEM
110400*============================================================
110500 4010-RELEASE-ONE-ITEM.
110600     READ EXCNEW INTO EXCEPTION-MASTER-RECORD
110700         AT END
110800             SET WS-MASTER-EOF TO TRUE
110900             GO TO 4010-EXIT
111000     END-READ
111100     MOVE EXM-OFFICE TO RW-OFFICE
111200     MOVE EXM-STATUS TO RW-STATUS
111300     MOVE EXM-FIRST-SEEN TO RW-FIRST-SEEN
111400     MOVE EXM-KEY TO RW-KEY
111500     MOVE EXCEPTION-MASTER-RECORD TO RW-MASTER-DATA
111600     RELEASE SORT-REPORT-RECORD.
111700 4010-EXIT.
111800     EXIT.
111900
112000*============================================================
112100* 4100-PRINT-WORKLIST
112200*   SORT OUTPUT PROCEDURE - ONE LINE PER ITEM IN OFFICE AND
112300*   AGE ORDER, WITH A TOTAL LINE AT EACH CHANGE OF OFFICE
112400*   AND AFTER THE LAST
112500*============================================================
112600 4100-PRINT-WORKLIST.
112700     MOVE 'N' TO WS-SORT-EOF-SW
112800     INITIALIZE WS-OFFICE-TOTALS
112900     PERFORM 4110-PRINT-ONE-ITEM THRU 4110-EXIT
113000         UNTIL WS-SORT-EOF
113100     IF NOT WS-FIRST-OFFICE
113200         PERFORM 4120-OFFICE-TOTALS THRU 4120-EXIT
113300     END-IF.
113400 4100-EXIT.
113500     EXIT.
113600
113700*============================================================
113800* 4110-PRINT-ONE-ITEM
113900*   AN OPEN ITEM IS AGED TO TONIGHT; A RESOLVED ITEM SHOWS
114000*   HOW LONG IT WAS OPEN
114100*============================================================
114200 4110-PRINT-ONE-ITEM.
114300     RETURN RPTSORT
114400         AT END
114500             SET WS-SORT-EOF TO TRUE
114600             GO TO 4110-EXIT
114700     END-RETURN
114800     MOVE RW-MASTER-DATA TO EXCEPTION-MASTER-RECORD
114900     IF WS-FIRST-OFFICE OR RW-OFFICE NOT = WS-PRT-OFFICE
115000         IF NOT WS-FIRST-OFFICE
115100             PERFORM 4120-OFFICE-TOTALS THRU 4120-EXIT
115200         END-IF
115300         MOVE 'N' TO WS-FIRST-OFFICE-SW
115400         MOVE RW-OFFICE TO WS-PRT-OFFICE
115500         MOVE SPACES TO PRINT-LINE
115600         STRING 'OFFICE ' WS-PRT-OFFICE
115700                 INTO PRINT-LINE
115800         WRITE PRINT-LINE
115900     END-IF
116000     IF EXM-CLOSED
116100         MOVE EXM-CLOSED-DATE TO WS-CALC-DATE
116200     ELSE
116300         MOVE BDT-BUSINESS-DATE TO WS-CALC-DATE
116400     END-IF
116500     PERFORM 4130-AGE-ITEM THRU 4130-EXIT
116600     MOVE SPACES TO WS-OVERDUE-TXT
116700     EVALUATE TRUE
116800         WHEN EXM-NEW
116900             MOVE 'NEW' TO WS-ACTION-TXT
117000             ADD 1 TO WS-OFC-NEW-CNT
117100         WHEN EXM-RESOLVED
117200             MOVE 'RESOLVED' TO WS-ACTION-TXT
117300             ADD 1 TO WS-OFC-RESOLVED-CNT
117400         WHEN EXM-HELD
117500             MOVE 'HELD' TO WS-ACTION-TXT
117600             ADD 1 TO WS-OFC-CARRIED-CNT
117700         WHEN OTHER
117800             MOVE 'CARRIED' TO WS-ACTION-TXT
117900             ADD 1 TO WS-OFC-CARRIED-CNT
118000     END-EVALUATE
118100     IF EXM-OPEN AND WS-AGE-DAYS > WS-OVERDUE-DAYS
118200         MOVE '** OVER WEEK' TO WS-OVERDUE-TXT
118300         ADD 1 TO WS-OFC-OVERDUE-CNT
118400     END-IF
118500     MOVE WS-AGE-DAYS TO WS-AGE-EDIT
118600     MOVE SPACES TO PRINT-LINE
118700     STRING '  ' WS-AGE-EDIT
118800             ' ' EXM-FIRST-SEEN
118900             ' ' EXM-SOURCE
119000             ' ' EXM-CASE-ID
119100             ' ' EXM-QUALIFIER
119200             ' ' WS-ACTION-TXT
119300             ' ' EXM-REASON
119400             ' ' WS-OVERDUE-TXT
119500             INTO PRINT-LINE
119600     WRITE PRINT-LINE.
119700 4110-EXIT.
119800     EXIT.
119900
120000*============================================================
120100* 4120-OFFICE-TOTALS
120200*   PRINTS THE OFFICE'S COUNTS, ROLLS THEM INTO THE RUN
120300*   TOTALS AND CLEARS THEM FOR THE NEXT OFFICE
120400*============================================================
120500 4120-OFFICE-TOTALS.
120600     MOVE SPACES TO PRINT-LINE
120700     STRING 'TOTAL  ' WS-PRT-OFFICE
120800             ' NEW=' WS-OFC-NEW-CNT
120900             ' CARRIED FORWARD=' WS-OFC-CARRIED-CNT
121000             ' RESOLVED=' WS-OFC-RESOLVED-CNT
121100             ' OPEN OVER A WEEK=' WS-OFC-OVERDUE-CNT
121200             INTO PRINT-LINE
121300     WRITE PRINT-LINE
121400     MOVE SPACES TO PRINT-LINE
121500     WRITE PRINT-LINE
121600     ADD WS-OFC-NEW-CNT TO WS-TOT-NEW-CNT
121700     ADD WS-OFC-CARRIED-CNT TO WS-TOT-CARRIED-CNT
121800     ADD WS-OFC-RESOLVED-CNT TO WS-TOT-RESOLVED-CNT
121900     ADD WS-OFC-OVERDUE-CNT TO WS-TOT-OVERDUE-CNT
122000     INITIALIZE WS-OFFICE-TOTALS.
122100 4120-EXIT.
122200     EXIT.
122300
122400*============================================================
122500* 4130-AGE-ITEM
122600*   DAYS FROM THE FIRST-SEEN DATE TO THE DATE IN
122700*   WS-CALC-DATE, LEFT IN WS-AGE-DAYS
122800*============================================================
122900 4130-AGE-ITEM.
123000     PERFORM 5000-COMPUTE-DAY-NUMBER THRU 5000-EXIT
123100     MOVE WS-DAY-NUMBER TO WS-END-NUMBER
123200     MOVE EXM-FIRST-SEEN TO WS-CALC-DATE
123300     PERFORM 5000-COMPUTE-DAY-NUMBER THRU 5000-EXIT
123400     IF WS-DAY-NUMBER > WS-END-NUMBER
123500             OR WS-DAY-NUMBER = 0
123600         MOVE 0 TO WS-AGE-DAYS
123700     ELSE
123800         COMPUTE WS-AGE-DAYS = WS-END-NUMBER - WS-DAY-NUMBER
123900     END-IF.
124000 4130-EXIT.
124100     EXIT.
124200
124300*============================================================
124400* 5000-COMPUTE-DAY-NUMBER
124500*   TURNS WS-CALC-DATE INTO A DAY NUMBER IN WS-DAY-NUMBER.
124600*   ONLY DIFFERENCES BETWEEN DAY NUMBERS MEAN ANYTHING. A
124700*   DATE THAT IS NOT A DATE GIVES ZERO.
124800*============================================================
124900 5000-COMPUTE-DAY-NUMBER.
125000     MOVE 0 TO WS-DAY-NUMBER
125100     IF WS-CALC-DATE NOT NUMERIC
125200             OR WS-CALC-MONTH < 1 OR WS-CALC-MONTH > 12
125300         GO TO 5000-EXIT
125400     END-IF
125500     MOVE WS-CALC-YEAR TO WS-LEAP-YEAR
125600     IF WS-CALC-MONTH < 3
125700         SUBTRACT 1 FROM WS-LEAP-YEAR
125800     END-IF
125900     DIVIDE WS-LEAP-YEAR BY 4 GIVING WS-LEAP-4
126000     DIVIDE WS-LEAP-YEAR BY 100 GIVING WS-LEAP-100
126100     DIVIDE WS-LEAP-YEAR BY 400 GIVING WS-LEAP-400
126200     COMPUTE WS-DAY-NUMBER = WS-CALC-YEAR * 365
126300             + WS-LEAP-4 - WS-LEAP-100 + WS-LEAP-400
126400             + WS-CUM-DAYS (WS-CALC-MONTH) + WS-CALC-DAY.
126500 5000-EXIT.
126600     EXIT.
126700
126800*============================================================
126900* 6000-FINALIZE
127000*   PRINTS THE RUN TOTALS, DISPLAYS THE COUNTS, SETS THE
127100*   RETURN CODE AND CLOSES THE WORKLIST
127200*============================================================
127300 6000-FINALIZE.
127400     MOVE SPACES TO PRINT-LINE
127500     STRING 'GRAND TOTAL                 '
127600             ' NEW=' WS-TOT-NEW-CNT
127700             ' CARRIED FORWARD=' WS-TOT-CARRIED-CNT
127800             ' RESOLVED=' WS-TOT-RESOLVED-CNT
127900             ' OPEN OVER A WEEK=' WS-TOT-OVERDUE-CNT
128000             INTO PRINT-LINE
128100     WRITE PRINT-LINE
128200     IF WS-HELD-COUNT > 0
128300         MOVE SPACES TO PRINT-LINE
128400         STRING 'HELD ITEMS (FILE NOT PRODUCED TONIGHT, '
128500                 'INCLUDED IN CARRIED FORWARD)=' WS-HELD-COUNT
128600                 INTO PRINT-LINE
128700         WRITE PRINT-LINE
128800     END-IF
128900     DISPLAY 'EXCEPTIONS COLLECTED: ' WS-COLLECTED-COUNT
129000     DISPLAY 'SAME-NIGHT REPEATS..: ' WS-DUPLICATE-COUNT
129100     DISPLAY 'OLD MASTER ITEMS....: ' WS-OLD-COUNT
129200     DISPLAY 'NEW ITEMS...........: ' WS-NEW-COUNT
129300     DISPLAY 'CARRIED FORWARD.....: ' WS-CARRIED-COUNT
129400     DISPLAY 'HELD, FILE ABSENT...: ' WS-HELD-COUNT
129500     DISPLAY 'RESOLVED............: ' WS-RESOLVED-COUNT
129600     DISPLAY 'CLOSED ITEMS DROPPED: ' WS-DROPPED-COUNT
129700     DISPLAY 'NEW MASTER WRITTEN..: ' WS-WRITTEN-COUNT
129800     DISPLAY 'OPEN OVER A WEEK....: ' WS-TOT-OVERDUE-CNT
129900     CLOSE EXCRPT
130000     IF WS-ABSENT-COUNT > 0
130100         MOVE WS-RC-REJECTS TO RETURN-CODE
130200     ELSE
130300         MOVE 0 TO RETURN-CODE
130400     END-IF.
130500 6000-EXIT.
130600     EXIT.
130700
130800*============================================================
130900* 8000-POST-RUN-CONTROL
131000*   POSTS THIS RUN'S LINE TO THE SHARED RUN-CONTROL
131100*   REGISTER - EXCEPTIONS COLLECTED IN, MASTER ITEMS WRITTEN
131200*   OUT - SO NITEBAL CAN SEE THE WORKLIST WAS BUILT
131300*============================================================
131400 8000-POST-RUN-CONTROL.
131500     OPEN EXTEND RUNCTL
131600     MOVE 'EXCWORK' TO RCT-PROGRAM-ID
131700     MOVE BDT-BUSINESS-DATE TO RCT-RUN-DATE
131800     ACCEPT RCT-RUN-TIME FROM TIME
131900     MOVE WS-COLLECTED-COUNT TO RCT-INPUT-COUNT
132000     MOVE WS-WRITTEN-COUNT TO RCT-OUTPUT-COUNT
132100     MOVE 0 TO RCT-REJECT-COUNT
132200     MOVE RETURN-CODE TO RCT-RETURN-CODE
132300     WRITE RUN-CONTROL-RECORD
132400     CLOSE RUNCTL.
132500 8000-EXIT.
132600     EXIT.

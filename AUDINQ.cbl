002000*                  ARITHMETIC RESULTS AND THE ADJUSTMENT
002100*                  STATUS, SO A GRADE DISPUTE CAN BE
002200*                  RESEARCHED WITHOUT INVOLVING OPERATIONS.
002209* 10/08/2026 RLM   HONOURS THE STUDENT PRIVACY HOLD. EACH
002218*                  MATCHING DETAIL IS CHECKED AGAINST THE
002227*                  INDEXED STUDENT MASTER AND A HELD STUDENT'S
002236*                  DETAILS ARE LEFT OFF AUDRPT AND COUNTED AS
002245*                  WITHHELD, UNLESS INQCARD CARRIES AN OVERRIDE
002254*                  - AN OFFICE ON THE NEW PRVAUTH LIST AND THE
002263*                  PERSON REQUESTING. EVERY HELD DETAIL PRINTED
002272*                  UNDER OVERRIDE, AND ANY OVERRIDE REFUSED, IS
002281*                  LOGGED TO PRIVLOG (PRVRECC COPY MEMBER) FOR
002290*                  THE REGISTRAR.
002300*----------------------------------------------------------
002400
002500 ENVIRONMENT DIVISION.
003100         ORGANIZATION IS LINE SEQUENTIAL.
003200     SELECT AUDRPT ASSIGN TO "AUDRPT"
003300         ORGANIZATION IS LINE SEQUENTIAL.
003311     SELECT STUMAST ASSIGN TO "STUMAST"
003322         ORGANIZATION IS INDEXED
003333         ACCESS MODE IS RANDOM
003344         RECORD KEY IS STM-STUDENT-ID.
003355     SELECT OPTIONAL PRVAUTH ASSIGN TO "PRVAUTH"
003366         ORGANIZATION IS LINE SEQUENTIAL.
003377     SELECT OPTIONAL PRIVLOG ASSIGN TO "PRIVLOG"
003388         ORGANIZATION IS LINE SEQUENTIAL.
003400
003500 DATA DIVISION.
003600 FILE SECTION.
004000 01  AUDIT-IN-RECORD            PIC X(87).
004100
004200*INQCARD - ONE REQUEST CARD PER RUN. BLANK FIELDS ARE NOT
004300*APPLIED AS SELECTION CRITERIA. THE OVERRIDE FIELDS ARE
004333*FILLED ONLY TO SEE THE DETAILS OF STUDENTS UNDER PRIVACY
004366*HOLD - THE AUTHORIZING OFFICE AND THE PERSON ASKING.
004400 FD  INQCARD.
004500 01  INQUIRY-CARD.
004600     05  INQ-STUDENT-ID         PIC X(10).
004700     05  INQ-FROM-DATE          PIC X(08).
004800     05  INQ-TO-DATE            PIC X(08).
004900     05  INQ-PASS-FAIL          PIC X(01).
004933     05  INQ-OVR-OFFICE         PIC X(20).
004966     05  INQ-OVR-REQUESTED-BY   PIC X(20).
005000
005100*AUDRPT - THE FORMATTED RESEARCH REPORT
005200 FD  AUDRPT.
005300 01  PRINT-LINE                 PIC X(132).
005304
005308*STUMAST - THE INDEXED STUDENT MASTER, KEYED ON
005312*STM-STUDENT-ID, READ FOR EACH MATCHING DETAIL TO SEE WHETHER
005316*THE STUDENT IS UNDER PRIVACY HOLD. SEE THE STMRECC COPY
005320*MEMBER FOR THE LAYOUT.
005324 FD  STUMAST.
005328     COPY STMRECC.
005332
005336*PRVAUTH - THE OFFICES AUTHORIZED TO OVERRIDE A STUDENT
005340*PRIVACY HOLD, ONE OFFICE NAME PER RECORD, MAINTAINED BY THE
005344*REGISTRAR. OPTIONAL - WITH NO LIST NO OVERRIDE IS HONOURED.
005348 FD  PRVAUTH.
005352 01  PRIVACY-AUTH-RECORD.
005356     05  PVA-OFFICE             PIC X(20).
005360
005364*PRIVLOG - THE PRIVACY OVERRIDE LOG THE REGISTRAR REVIEWS,
005368*SHARED WITH THE GRADING RUN AND TRNSCRPT AND ALWAYS OPENED
005372*EXTEND. SEE THE PRVRECC COPY MEMBER.
005376 FD  PRIVLOG.
005380     COPY PRVRECC.
005400
005500 WORKING-STORAGE SECTION.
005600*THE AUDIT RECORD BEING EXAMINED - THE SHARED LAYOUT FROM
007100     88  WS-CARD-EOF            VALUE 'Y'.
007200 01  WS-TRAILER-SEEN-SW         PIC X(01) VALUE 'N'.
007300     88  WS-TRAILER-SEEN        VALUE 'Y'.
007305
007310*PRIVACY HOLD AREAS - WHETHER THE CARD ASKED FOR AN OVERRIDE
007315*AND WHETHER IT WAS HONOURED, WHETHER THE DETAIL IN HAND
007320*BELONGS TO A HELD STUDENT, AND THE PRVAUTH OFFICE TABLE THE
007325*OVERRIDE IS CHECKED AGAINST
007330 01  WS-OVR-REQUESTED-SW        PIC X(01) VALUE 'N'.
007335     88  WS-OVR-REQUESTED       VALUE 'Y'.
007340 01  WS-OVR-GRANTED-SW          PIC X(01) VALUE 'N'.
007345     88  WS-OVR-GRANTED         VALUE 'Y'.
007350 01  WS-STUDENT-HELD-SW         PIC X(01).
007355     88  WS-STUDENT-HELD        VALUE 'Y'.
007360 01  WS-PVA-TABLE.
007365     05  WS-PVA-COUNT           PIC 9(02) COMP.
007370     05  WS-PVA-ENTRY OCCURS 20 TIMES.
007375         10  WS-PVA-OFFICE      PIC X(20).
007380 01  WS-PVA-SUB                 PIC 9(02) COMP.
007385 01  WS-PVA-EOF-SW              PIC X(01) VALUE 'N'.
007390     88  WS-PVA-EOF             VALUE 'Y'.
007395 77  WS-PVA-MAX                 PIC 9(02) COMP VALUE 20.
007400
007500*RUN COUNTERS AND TRAILER BALANCE
007600 01  WS-COUNTERS.
007700     05  WS-READ-COUNT          PIC 9(09).
007800     05  WS-MATCH-COUNT         PIC 9(09).
007850     05  WS-WITHHELD-COUNT      PIC 9(09).
007900 01  WS-TRL-RECORD-COUNT        PIC 9(09).
008000
008100 PROCEDURE DIVISION.
009200*============================================================
009300* 1000-INITIALIZE
009400*   READS THE REQUEST CARD, WIDENS ANY BLANK CRITERION TO
009500*   MATCH EVERYTHING, SETTLES ANY PRIVACY OVERRIDE, PRINTS
009600*   THE REPORT HEADING AND PRIMES THE FIRST AUDIT RECORD
009700*============================================================
009800 1000-INITIALIZE.
009900     OPEN INPUT  AUDFILE
010000     OPEN INPUT  INQCARD
010100     OPEN OUTPUT AUDRPT
010150     OPEN INPUT  STUMAST
010200     INITIALIZE WS-COUNTERS
010300     READ INQCARD
010400         AT END
012000         MOVE INQ-TO-DATE TO WS-SEL-TO-DATE
012100     END-IF
012200     MOVE INQ-PASS-FAIL TO WS-SEL-PASS-FAIL
012250     PERFORM 1050-CHECK-PRIVACY-OVERRIDE THRU 1050-EXIT
012300     PERFORM 1100-PRINT-HEADING THRU 1100-EXIT
012400     PERFORM 2100-READ-AUDIT-RECORD THRU 2100-EXIT.
012500 1000-EXIT.
012600     EXIT.
012700
012701*============================================================
012702* 1050-CHECK-PRIVACY-OVERRIDE
012703*   A CARD WITH BOTH OVERRIDE FIELDS BLANK ASKS FOR NOTHING.
012704*   OTHERWISE THE OVERRIDE IS HONOURED ONLY WHEN IT NAMES THE
012705*   PERSON ASKING AND AN OFFICE ON THE PRVAUTH LIST; ONE THAT
012706*   IS NOT HONOURED IS LOGGED AS REFUSED AND EVERY HOLD
012707*   STANDS.
012708*============================================================
012709 1050-CHECK-PRIVACY-OVERRIDE.
012710     IF INQ-OVR-OFFICE = SPACES
012711             AND INQ-OVR-REQUESTED-BY = SPACES
012712         GO TO 1050-EXIT
012713     END-IF
012714     SET WS-OVR-REQUESTED TO TRUE
012715     OPEN EXTEND PRIVLOG
012716     IF INQ-OVR-OFFICE NOT = SPACES
012717             AND INQ-OVR-REQUESTED-BY NOT = SPACES
012718         PERFORM 1060-LOAD-PRIVACY-AUTH THRU 1060-EXIT
012719         PERFORM 1080-MATCH-PRIVACY-AUTH THRU 1080-EXIT
012720             VARYING WS-PVA-SUB FROM 1 BY 1
012721             UNTIL WS-PVA-SUB > WS-PVA-COUNT
012722             OR WS-OVR-GRANTED
012723     END-IF
012724     IF WS-OVR-GRANTED
012725         DISPLAY 'PRIVACY OVERRIDE IN FORCE - ' INQ-OVR-OFFICE
012726                 ' FOR ' INQ-OVR-REQUESTED-BY
012727     ELSE
012728         DISPLAY 'PRIVACY OVERRIDE REFUSED - ' INQ-OVR-OFFICE
012729                 ' FOR ' INQ-OVR-REQUESTED-BY
012730         MOVE INQ-STUDENT-ID TO PRV-STUDENT-ID
012731         SET PRV-REFUSED TO TRUE
012732         PERFORM 2300-WRITE-PRIVACY-LOG THRU 2300-EXIT
012733     END-IF.
012734 1050-EXIT.
012735     EXIT.
012736
012737*============================================================
012738* 1060-LOAD-PRIVACY-AUTH
012739*   LOADS THE REGISTRAR'S PRIVACY OVERRIDE OFFICE LIST. AN
012740*   EMPTY OR MISSING LIST MEANS NO OVERRIDE CAN BE HONOURED.
012741*============================================================
012742 1060-LOAD-PRIVACY-AUTH.
012743     OPEN INPUT PRVAUTH
012744     MOVE 0 TO WS-PVA-COUNT
012745     PERFORM 1070-READ-PRIVACY-AUTH THRU 1070-EXIT
012746         UNTIL WS-PVA-EOF
012747     CLOSE PRVAUTH
012748     DISPLAY 'PRIVACY OVERRIDE OFFICES LOADED: ' WS-PVA-COUNT.
012749 1060-EXIT.
012750     EXIT.
012751
012752*============================================================
012753* 1070-READ-PRIVACY-AUTH
012754*============================================================
012755 1070-READ-PRIVACY-AUTH.
012756     READ PRVAUTH
012757         AT END
012758             SET WS-PVA-EOF TO TRUE
012759             GO TO 1070-EXIT
012760     END-READ
012761     IF PVA-OFFICE = SPACES
012762         GO TO 1070-EXIT
012763     END-IF
012764     IF WS-PVA-COUNT >= WS-PVA-MAX
012765         DISPLAY 'PRIVACY OFFICE TABLE FULL AT ' WS-PVA-MAX
012766         GO TO 1070-EXIT
012767     END-IF
012768     ADD 1 TO WS-PVA-COUNT
012769     MOVE PVA-OFFICE TO WS-PVA-OFFICE (WS-PVA-COUNT).
012770 1070-EXIT.
012771     EXIT.
012772
012773*============================================================
012774* 1080-MATCH-PRIVACY-AUTH
012775*============================================================
012776 1080-MATCH-PRIVACY-AUTH.
012777     IF INQ-OVR-OFFICE = WS-PVA-OFFICE (WS-PVA-SUB)
012778         SET WS-OVR-GRANTED TO TRUE
012779     END-IF.
012780 1080-EXIT.
012781     EXIT.
012782
012800*============================================================
012900* 1100-PRINT-HEADING
013000*============================================================
014000             ' PASS-FAIL=' WS-SEL-PASS-FAIL
014100             INTO PRINT-LINE
014200     WRITE PRINT-LINE
014207     IF WS-OVR-REQUESTED
014214         MOVE SPACES TO PRINT-LINE
014221         IF WS-OVR-GRANTED
014228             STRING 'PRIVACY OVERRIDE IN FORCE - ' INQ-OVR-OFFICE
014235                     ' FOR ' INQ-OVR-REQUESTED-BY
014242                     INTO PRINT-LINE
014249         ELSE
014256             STRING 'PRIVACY OVERRIDE REFUSED - ' INQ-OVR-OFFICE
014263                     ' FOR ' INQ-OVR-REQUESTED-BY
014270                     INTO PRINT-LINE
014277         END-IF
014284         WRITE PRINT-LINE
014291     END-IF
014300     MOVE SPACES TO PRINT-LINE
014400     WRITE PRINT-LINE.
014500 1100-EXIT.
015000*   APPLIES EVERY CRITERION TO THE CURRENT AUDIT DETAIL AND
015100*   PRINTS IT WHEN ALL OF THEM HOLD. THE TRAILER IS CAPTURED
015200*   FOR THE END-OF-REPORT BALANCE INSTEAD OF BEING MATCHED.
015225*   A MATCHING DETAIL FOR A STUDENT UNDER PRIVACY HOLD IS
015250*   COUNTED AS WITHHELD INSTEAD OF PRINTED UNLESS AN OVERRIDE
015275*   IS IN FORCE, WHEN IT IS PRINTED AND LOGGED.
015300*============================================================
015400 2000-EXAMINE-RECORD.
015500     IF AUD-TRAILER
017000             AND AUD-PASS-FAIL NOT = WS-SEL-PASS-FAIL
017100         GO TO 2000-READ-NEXT
017200     END-IF
017210     PERFORM 2150-CHECK-PRIVACY-HOLD THRU 2150-EXIT
017220     IF WS-STUDENT-HELD
017230         IF NOT WS-OVR-GRANTED
017240             ADD 1 TO WS-WITHHELD-COUNT
017250             GO TO 2000-READ-NEXT
017260         END-IF
017270         MOVE AUD-STUDENT-ID TO PRV-STUDENT-ID
017275         SET PRV-DISCLOSED TO TRUE
017280         PERFORM 2300-WRITE-PRIVACY-LOG THRU 2300-EXIT
017290     END-IF
017300     PERFORM 2200-PRINT-AUDIT-DETAIL THRU 2200-EXIT
017400     ADD 1 TO WS-MATCH-COUNT.
017500 2000-READ-NEXT.
018700     END-READ.
018800 2100-EXIT.
018900     EXIT.
018905
018910*============================================================
018915* 2150-CHECK-PRIVACY-HOLD
018920*   ONE RANDOM READ OF THE INDEXED MASTER FOR THE DETAIL'S
018925*   STUDENT. A STUDENT NOT ON THE MASTER CARRIES NO HOLD.
018930*============================================================
018935 2150-CHECK-PRIVACY-HOLD.
018940     MOVE 'N' TO WS-STUDENT-HELD-SW
018945     MOVE AUD-STUDENT-ID TO STM-STUDENT-ID
018950     READ STUMAST
018955         INVALID KEY
018960             GO TO 2150-EXIT
018965     END-READ
018970     IF STM-PRIVACY-HELD
018975         SET WS-STUDENT-HELD TO TRUE
018980     END-IF.
018985 2150-EXIT.
018990     EXIT.
019000
019100*============================================================
019200* 2200-PRINT-AUDIT-DETAIL
021400     WRITE PRINT-LINE.
021500 2200-EXIT.
021600     EXIT.
021605
021610*============================================================
021615* 2300-WRITE-PRIVACY-LOG
021620*   ONE PRIVLOG RECORD PER USE OF THE OVERRIDE. THE CALLER
021625*   HAS SET THE OUTCOME AND THE STUDENT-ID.
021635*============================================================
021640 2300-WRITE-PRIVACY-LOG.
021645     ACCEPT PRV-LOG-DATE FROM DATE YYYYMMDD
021650     ACCEPT PRV-LOG-TIME FROM TIME
021655     MOVE 'AUDINQ' TO PRV-PROGRAM-ID
021660     MOVE INQ-OVR-OFFICE TO PRV-AUTH-OFFICE
021665     MOVE INQ-OVR-REQUESTED-BY TO PRV-REQUESTED-BY
021675     MOVE SPACES TO PRV-SECTION-ID
021680     WRITE PRIVACY-LOG-RECORD.
021685 2300-EXIT.
021690     EXIT.
021700
021800*============================================================
021900* 3000-FINALIZE
022000*   PRINTS THE MATCH COUNTS AND PROVES THE AUDIT TRAIL
022100*   AGAINST ITS OWN TRAILER SO A SHORT FILE CANNOT PASS AS
022200*   A COMPLETE ONE. MATCHED COUNTS THE DETAILS PRINTED;
022233*   WITHHELD COUNTS THE MATCHING DETAILS LEFT OFF FOR A
022266*   PRIVACY HOLD.
022300*============================================================
022400 3000-FINALIZE.
022500     MOVE SPACES TO PRINT-LINE
022700     MOVE SPACES TO PRINT-LINE
022800     STRING 'RECORDS READ=' WS-READ-COUNT
022900             ' MATCHED=' WS-MATCH-COUNT
022950             ' WITHHELD=' WS-WITHHELD-COUNT
023000             INTO PRINT-LINE
023100     WRITE PRINT-LINE
023200     IF WS-TRAILER-SEEN
024900     END-IF
025000     DISPLAY 'AUDIT RECORDS READ: ' WS-READ-COUNT
025100     DISPLAY 'RECORDS MATCHED...: ' WS-MATCH-COUNT
025150     DISPLAY 'RECORDS WITHHELD..: ' WS-WITHHELD-COUNT
025200     CLOSE AUDFILE
025300     CLOSE INQCARD
025400     CLOSE AUDRPT
025420     CLOSE STUMAST
025440     IF WS-OVR-REQUESTED
025460         CLOSE PRIVLOG
025480     END-IF.
025500 3000-EXIT.
025600     EXIT.

002000*                  GRDSCALE BANDS AND A CUMULATIVE GPA. THE
002100*                  STUDENT NAME IS RESOLVED WITH ONE RANDOM
002200*                  READ OF THE INDEXED STUDENT MASTER.
002211* 10/08/2026 RLM   HONOURS THE STUDENT PRIVACY HOLD. FOR A HELD
002222*                  STUDENT THE NAME IS MASKED AND THE HISTORY
002233*                  LINES AND GPA ARE WITHHELD UNLESS TRNCARD
002244*                  CARRIES AN OVERRIDE - AN OFFICE ON THE NEW
002255*                  PRVAUTH LIST AND THE PERSON REQUESTING. A
002266*                  TRANSCRIPT RELEASED UNDER OVERRIDE, AND ANY
002277*                  OVERRIDE REFUSED, IS LOGGED TO PRIVLOG
002288*                  (PRVRECC COPY MEMBER) FOR THE REGISTRAR.
002300*----------------------------------------------------------
002400
002500 ENVIRONMENT DIVISION.
003700         ORGANIZATION IS LINE SEQUENTIAL.
003800     SELECT TRNRPT ASSIGN TO "TRNRPT"
003900         ORGANIZATION IS LINE SEQUENTIAL.
003920     SELECT OPTIONAL PRVAUTH ASSIGN TO "PRVAUTH"
003940         ORGANIZATION IS LINE SEQUENTIAL.
003960     SELECT OPTIONAL PRIVLOG ASSIGN TO "PRIVLOG"
003980         ORGANIZATION IS LINE SEQUENTIAL.
004000
004100 DATA DIVISION.
004200 FILE SECTION.
004600 FD  HISTFILE.
004700 01  HISTORY-IN-RECORD          PIC X(89).
004800
004900*TRNCARD - ONE REQUEST CARD PER RUN NAMING THE STUDENT. THE
004925*OVERRIDE FIELDS ARE FILLED ONLY TO RELEASE THE TRANSCRIPT OF
004950*A STUDENT UNDER PRIVACY HOLD - THE AUTHORIZING OFFICE AND THE
004975*PERSON ASKING FOR IT.
005000 FD  TRNCARD.
005100 01  REQUEST-CARD.
005200     05  TRC-STUDENT-ID         PIC X(10).
005233     05  TRC-OVR-OFFICE         PIC X(20).
005266     05  TRC-OVR-REQUESTED-BY   PIC X(20).
005300
005400*STUMAST - THE INDEXED STUDENT MASTER, KEYED ON
005500*STM-STUDENT-ID, READ ONCE TO RESOLVE THE NAME
007000*TRNRPT - THE FORMATTED TRANSCRIPT REPORT
007100 FD  TRNRPT.
007200 01  PRINT-LINE                 PIC X(132).
007207
007214*PRVAUTH - THE OFFICES AUTHORIZED TO OVERRIDE A STUDENT
007221*PRIVACY HOLD, ONE OFFICE NAME PER RECORD, MAINTAINED BY THE
007228*REGISTRAR. OPTIONAL - WITH NO LIST NO OVERRIDE IS HONOURED.
007235 FD  PRVAUTH.
007242 01  PRIVACY-AUTH-RECORD.
007249     05  PVA-OFFICE             PIC X(20).
007256
007263*PRIVLOG - THE PRIVACY OVERRIDE LOG THE REGISTRAR REVIEWS,
007270*SHARED WITH THE GRADING RUN AND AUDINQ AND ALWAYS OPENED
007277*EXTEND. SEE THE PRVRECC COPY MEMBER.
007284 FD  PRIVLOG.
007291     COPY PRVRECC.
007300
007400 WORKING-STORAGE SECTION.
007500*THE HISTORY RECORD BEING EXAMINED - THE SHARED LAYOUT FROM
009100*THE STUDENT BEING REPORTED
009200 01  WS-SEL-STUDENT-ID          PIC X(10).
009300 01  WS-STUDENT-NAME            PIC X(25).
009305
009310*PRIVACY HOLD AREAS - WHETHER THE STUDENT IS HELD, WHETHER THE
009315*CARD ASKED FOR AN OVERRIDE AND WHETHER IT WAS HONOURED, AND
009320*THE PRVAUTH OFFICE TABLE IT IS CHECKED AGAINST
009325 01  WS-STUDENT-HELD-SW         PIC X(01) VALUE 'N'.
009330     88  WS-STUDENT-HELD        VALUE 'Y'.
009335 01  WS-OVR-REQUESTED-SW        PIC X(01) VALUE 'N'.
009340     88  WS-OVR-REQUESTED       VALUE 'Y'.
009345 01  WS-OVR-GRANTED-SW          PIC X(01) VALUE 'N'.
009350     88  WS-OVR-GRANTED         VALUE 'Y'.
009355 01  WS-PVA-TABLE.
009360     05  WS-PVA-COUNT           PIC 9(02) COMP.
009365     05  WS-PVA-ENTRY OCCURS 20 TIMES.
009370         10  WS-PVA-OFFICE      PIC X(20).
009375 01  WS-PVA-SUB                 PIC 9(02) COMP.
009380 01  WS-PVA-EOF-SW              PIC X(01) VALUE 'N'.
009385     88  WS-PVA-EOF             VALUE 'Y'.
009390 77  WS-PVA-MAX                 PIC 9(02) COMP VALUE 20.
009400
009500*LETTER-GRADE SCALE TABLE - LETTER TO POINTS, LOADED FROM
009600*GRDSCALE THE SAME WAY THE GRADING RUN LOADS ITS BANDS
010700     05  WS-READ-COUNT          PIC 9(09).
010800     05  WS-MATCH-COUNT         PIC 9(09).
010900     05  WS-GRADED-COUNT        PIC 9(09).
010950     05  WS-WITHHELD-COUNT      PIC 9(09).
011000 01  WS-GRADE-POINTS            PIC 9(01)V9(02).
011100 01  WS-TOTAL-POINTS            PIC 9(09)V9(02).
011200 01  WS-CUM-GPA                 PIC 9(01)V9(02).
013200* 1000-INITIALIZE
013300*   READS THE REQUEST CARD - A MISSING OR BLANK CARD ENDS
013400*   THE RUN WITH RETURN CODE 8 RATHER THAN GRINDING THE
013500*   WHOLE HISTORY FOR NOBODY - THEN SETTLES ANY PRIVACY
013600*   OVERRIDE, RESOLVES THE NAME, LOADS THE SCALE AND PRINTS
013650*   THE HEADING
013700*============================================================
013800 1000-INITIALIZE.
013900     OPEN INPUT  HISTFILE
015700         STOP RUN
015800     END-IF
015900     MOVE TRC-STUDENT-ID TO WS-SEL-STUDENT-ID
015950     PERFORM 1050-CHECK-PRIVACY-OVERRIDE THRU 1050-EXIT
016000     PERFORM 1100-LOOKUP-STUDENT THRU 1100-EXIT
016100     PERFORM 1200-LOAD-GRADE-SCALE THRU 1200-EXIT
016200     PERFORM 1300-PRINT-HEADING THRU 1300-EXIT
016400 1000-EXIT.
016500     EXIT.
016600
016601*============================================================
016602* 1050-CHECK-PRIVACY-OVERRIDE
016603*   A CARD WITH BOTH OVERRIDE FIELDS BLANK ASKS FOR NOTHING.
016604*   OTHERWISE THE OVERRIDE IS HONOURED ONLY WHEN IT NAMES THE
016605*   PERSON ASKING AND AN OFFICE ON THE PRVAUTH LIST; ONE THAT
016606*   IS NOT HONOURED IS LOGGED AS REFUSED AND THE HOLD STANDS.
016607*============================================================
016608 1050-CHECK-PRIVACY-OVERRIDE.
016609     IF TRC-OVR-OFFICE = SPACES
016610             AND TRC-OVR-REQUESTED-BY = SPACES
016611         GO TO 1050-EXIT
016612     END-IF
016613     SET WS-OVR-REQUESTED TO TRUE
016614     OPEN EXTEND PRIVLOG
016615     IF TRC-OVR-OFFICE NOT = SPACES
016616             AND TRC-OVR-REQUESTED-BY NOT = SPACES
016617         PERFORM 1060-LOAD-PRIVACY-AUTH THRU 1060-EXIT
016618         PERFORM 1080-MATCH-PRIVACY-AUTH THRU 1080-EXIT
016619             VARYING WS-PVA-SUB FROM 1 BY 1
016620             UNTIL WS-PVA-SUB > WS-PVA-COUNT
016621             OR WS-OVR-GRANTED
016622     END-IF
016623     IF WS-OVR-GRANTED
016624         DISPLAY 'PRIVACY OVERRIDE IN FORCE - ' TRC-OVR-OFFICE
016625                 ' FOR ' TRC-OVR-REQUESTED-BY
016626     ELSE
016627         DISPLAY 'PRIVACY OVERRIDE REFUSED - ' TRC-OVR-OFFICE
016628                 ' FOR ' TRC-OVR-REQUESTED-BY
016629         SET PRV-REFUSED TO TRUE
016630         PERFORM 1500-WRITE-PRIVACY-LOG THRU 1500-EXIT
016631     END-IF.
016632 1050-EXIT.
016633     EXIT.
016634
016635*============================================================
016636* 1060-LOAD-PRIVACY-AUTH
016637*   LOADS THE REGISTRAR'S PRIVACY OVERRIDE OFFICE LIST. AN
016638*   EMPTY OR MISSING LIST MEANS NO OVERRIDE CAN BE HONOURED.
016639*============================================================
016640 1060-LOAD-PRIVACY-AUTH.
016641     OPEN INPUT PRVAUTH
016642     MOVE 0 TO WS-PVA-COUNT
016643     PERFORM 1070-READ-PRIVACY-AUTH THRU 1070-EXIT
016644         UNTIL WS-PVA-EOF
016645     CLOSE PRVAUTH
016646     DISPLAY 'PRIVACY OVERRIDE OFFICES LOADED: ' WS-PVA-COUNT.
016647 1060-EXIT.
016648     EXIT.
016649
016650*============================================================
016651* 1070-READ-PRIVACY-AUTH
016652*============================================================
016653 1070-READ-PRIVACY-AUTH.
016654     READ PRVAUTH
016655         AT END
016656             SET WS-PVA-EOF TO TRUE
016657             GO TO 1070-EXIT
016658     END-READ
016659     IF PVA-OFFICE = SPACES
016660         GO TO 1070-EXIT
016661     END-IF
016662     IF WS-PVA-COUNT >= WS-PVA-MAX
016663         DISPLAY 'PRIVACY OFFICE TABLE FULL AT ' WS-PVA-MAX
016664         GO TO 1070-EXIT
016665     END-IF
016666     ADD 1 TO WS-PVA-COUNT
016667     MOVE PVA-OFFICE TO WS-PVA-OFFICE (WS-PVA-COUNT).
016668 1070-EXIT.
016669     EXIT.
016670
016671*============================================================
016672* 1080-MATCH-PRIVACY-AUTH
016673*============================================================
016674 1080-MATCH-PRIVACY-AUTH.
016675     IF TRC-OVR-OFFICE = WS-PVA-OFFICE (WS-PVA-SUB)
016676         SET WS-OVR-GRANTED TO TRUE
016677     END-IF.
016678 1080-EXIT.
016679     EXIT.
016680
016700*============================================================
016800* 1100-LOOKUP-STUDENT
016900*   ONE RANDOM READ OF THE INDEXED MASTER FOR THE NAME. A
017000*   STUDENT NOT ON THE MASTER STILL GETS A TRANSCRIPT - THE
017100*   HISTORY IS THE RECORD OF WHAT WAS GRADED - BUT THE
017200*   HEADING SAYS SO. A STUDENT UNDER PRIVACY HOLD HAS THE
017233*   NAME MASKED UNLESS AN OVERRIDE IS IN FORCE, IN WHICH
017266*   CASE THE RELEASE OF THE TRANSCRIPT IS LOGGED.
017300*============================================================
017400 1100-LOOKUP-STUDENT.
017500     MOVE WS-SEL-STUDENT-ID TO STM-STUDENT-ID
017900                 TO WS-STUDENT-NAME
018000         NOT INVALID KEY
018100             MOVE STM-NAME TO WS-STUDENT-NAME
018125             IF STM-PRIVACY-HELD
018150                 SET WS-STUDENT-HELD TO TRUE
018175             END-IF
018200     END-READ
018210     IF NOT WS-STUDENT-HELD
018220         GO TO 1100-EXIT
018230     END-IF
018240     IF WS-OVR-GRANTED
018250         SET PRV-DISCLOSED TO TRUE
018260         PERFORM 1500-WRITE-PRIVACY-LOG THRU 1500-EXIT
018270     ELSE
018280         MOVE '** PRIVACY HOLD **' TO WS-STUDENT-NAME
018290     END-IF.
018300 1100-EXIT.
018400     EXIT.
018500
023900             ' ' WS-STUDENT-NAME
024000             INTO PRINT-LINE
024100     WRITE PRINT-LINE
024110     IF WS-STUDENT-HELD
024120         MOVE SPACES TO PRINT-LINE
024130         IF WS-OVR-GRANTED
024140             STRING 'PRIVACY HOLD - RELEASED UNDER OVERRIDE FROM '
024150                     TRC-OVR-OFFICE ' FOR ' TRC-OVR-REQUESTED-BY
024160                     INTO PRINT-LINE
024165         ELSE
024170             STRING 'PRIVACY HOLD - HISTORY AND GPA WITHHELD'
024175                     INTO PRINT-LINE
024180         END-IF
024185         WRITE PRINT-LINE
024190     END-IF
024200     MOVE SPACES TO PRINT-LINE
024300     WRITE PRINT-LINE.
024400 1300-EXIT.
024500     EXIT.
024505
024510*============================================================
024515* 1500-WRITE-PRIVACY-LOG
024520*   ONE PRIVLOG RECORD FOR THE OVERRIDE ON THIS CARD. THE
024525*   CALLER HAS SET THE OUTCOME.
024530*============================================================
024535 1500-WRITE-PRIVACY-LOG.
024540     ACCEPT PRV-LOG-DATE FROM DATE YYYYMMDD
024545     ACCEPT PRV-LOG-TIME FROM TIME
024550     MOVE 'TRNSCRPT' TO PRV-PROGRAM-ID
024555     MOVE TRC-OVR-OFFICE TO PRV-AUTH-OFFICE
024560     MOVE TRC-OVR-REQUESTED-BY TO PRV-REQUESTED-BY
024565     MOVE WS-SEL-STUDENT-ID TO PRV-STUDENT-ID
024570     MOVE SPACES TO PRV-SECTION-ID
024575     WRITE PRIVACY-LOG-RECORD.
024580 1500-EXIT.
024585     EXIT.
024600
024700*============================================================
024800* 2000-EXAMINE-RECORD
024900*   PRINTS EVERY HISTORY RECORD BELONGING TO THE REQUESTED
025000*   STUDENT AND ROLLS ITS GRADE POINTS INTO THE CUMULATIVE
025100*   GPA - OR, FOR A HELD STUDENT WITH NO OVERRIDE, ONLY
025133*   COUNTS IT AS WITHHELD. THE HISTORY IS KEY-ORDERED, SO
025166*   THE STUDENT'S RECORDS ARRIVE TOGETHER, BUT THE WHOLE
025200*   FILE IS READ SO AN OUT-OF-ORDER FILE CANNOT SILENTLY
025300*   TRUNCATE A TRANSCRIPT.
025500*============================================================
025600 2000-EXAMINE-RECORD.
025700     ADD 1 TO WS-READ-COUNT
025900         GO TO 2000-READ-NEXT
026000     END-IF
026100     ADD 1 TO WS-MATCH-COUNT
026120     IF WS-STUDENT-HELD AND NOT WS-OVR-GRANTED
026140         ADD 1 TO WS-WITHHELD-COUNT
026160         GO TO 2000-READ-NEXT
026180     END-IF
026200     PERFORM 2200-RESOLVE-POINTS THRU 2200-EXIT
026300     PERFORM 2300-PRINT-HISTORY-LINE THRU 2300-EXIT.
026400 2000-READ-NEXT.
034300
034400*============================================================
034500* 3000-FINALIZE
034600*   PRINTS THE CUMULATIVE GPA, OR THE WITHHELD COUNT FOR A
034700*   HELD STUDENT, AND THE COUNTS AND CLOSES EVERY FILE
034800*============================================================
034900 3000-FINALIZE.
035000     MOVE SPACES TO PRINT-LINE
035100     WRITE PRINT-LINE
035110     IF WS-WITHHELD-COUNT > 0
035120         MOVE SPACES TO PRINT-LINE
035130         STRING 'WITHHELD ' WS-WITHHELD-COUNT
035140                 ' HISTORY RECORDS - STUDENT PRIVACY HOLD'
035150                 INTO PRINT-LINE
035160         WRITE PRINT-LINE
035170         GO TO 3000-PRINT-COUNTS
035180     END-IF
035200     IF WS-GRADED-COUNT > 0
035300         COMPUTE WS-CUM-GPA ROUNDED =
035400             WS-TOTAL-POINTS / WS-GRADED-COUNT
036400                 'NO GPA COMPUTED'
036500                 INTO PRINT-LINE
036600         WRITE PRINT-LINE
036700     END-IF.
036750 3000-PRINT-COUNTS.
036800     MOVE SPACES TO PRINT-LINE
036900     STRING 'RECORDS READ=' WS-READ-COUNT
037000             ' MATCHED=' WS-MATCH-COUNT
037200     WRITE PRINT-LINE
037300     DISPLAY 'HISTORY RECORDS READ: ' WS-READ-COUNT
037400     DISPLAY 'RECORDS MATCHED.....: ' WS-MATCH-COUNT
037450     DISPLAY 'RECORDS WITHHELD....: ' WS-WITHHELD-COUNT
037500     CLOSE HISTFILE
037600     CLOSE TRNCARD
037700     CLOSE STUMAST
037800     CLOSE TRNRPT
037825     IF WS-OVR-REQUESTED
037850         CLOSE PRIVLOG
037875     END-IF
037900     MOVE 0 TO RETURN-CODE.
038000 3000-EXIT.
038100     EXIT.

002600*                  ENTRY, OR A POSTED RETURN CODE OF 8 OR
002700*                  MORE ENDS WITH RETURN CODE 8 SO THE
002800*                  SCHEDULER HOLDS THE DOWNSTREAM LOAD.
002810* 09/24/2026 RLM   BALANCES THE NIGHT NAMED BY THE BUSINESS DATE
002820*                  ON BUSDATE (BDTRECC COPY MEMBER) - ONLY
002830*                  REGISTER ENTRIES POSTED FOR THAT DATE TAKE
002840*                  PART, SO A RERUN NIGHT BALANCES ON ITS OWN.
002850*                  A NIGHT IN BALANCE IS CLOSED BY POSTING A
002860*                  NITEBAL ENTRY TO RUNCTL; THE SUITE PROGRAMS
002870*                  THEN REFUSE THAT DATE UNLESS BUSDATE CARRIES
002880*                  THE RERUN FLAG. AN OUT-OF-BALANCE NIGHT IS
002890*                  POSTED WITH RETURN CODE 8 AND STAYS OPEN.
002893* 10/01/2026 RLM   RECYFILE RECORD WIDENED FOR THE INCOMPLETE
002896*                  INDICATOR AND DEADLINE ON THE SCORE DETAIL.
002910* 10/05/2026 RLM   A PARTITIONED GRADING NIGHT IS CROSS-FOOTED
002924*                  FROM THE GRDMERGE ENTRY, WHICH POSTS IN THE
002938*                  GRADING RUN'S TERMS; THE CONDPART-NN ENTRIES
002952*                  OF THE PARTITIONS ARE ONLY ECHOED AND
002966*                  RETURN-CODE CHECKED.
002968* 10/15/2026 RLM   ONLY THE LAST ENTRY EACH PROGRAM POSTED FOR
002970*                  THE BUSINESS DATE IS ECHOED, RETURN-CODE
002972*                  CHECKED AND COUNTED, SO A CLEAN RERUN OF A
002974*                  FAILED STEP CAN CLOSE THE NIGHT. ENTRIES A
002976*                  RERUN SUPERSEDED ARE COUNTED ON THE REPORT.
002980*----------------------------------------------------------
003000
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003900         ORGANIZATION IS LINE SEQUENTIAL.
004000     SELECT BALRPT ASSIGN TO "BALRPT"
004100         ORGANIZATION IS LINE SEQUENTIAL.
004133     SELECT BUSDATE ASSIGN TO "BUSDATE"
004166         ORGANIZATION IS LINE SEQUENTIAL.
004200
004300 DATA DIVISION.
004400 FILE SECTION.
004500*RUNCTL - THE NIGHT'S RUN-CONTROL REGISTER, ONE POSTED
004600*RECORD PER PROGRAM RUN. SEE THE RCTRECC COPY MEMBER. THE
004650*NIGHT'S CLOSE-OUT ENTRY IS POSTED BACK TO IT AT THE END.
004666*THE REGISTER IS KEPT ACROSS NIGHTS, SO ONLY THE ENTRIES FOR
004682*THE BUSINESS DATE ON BUSDATE ARE BALANCED.
004700 FD  RUNCTL.
004800 01  REGISTER-IN-RECORD         PIC X(57).
004900
005500*RECYFILE - THE NIGHT'S RECYCLE FILE, COUNTED TO PROVE THE
005600*POSTED REJECT FIGURE
005700 FD  RECYFILE.
005800 01  RECYCLE-IN-RECORD          PIC X(98).
005900
006000*BALRPT - THE BALANCING REPORT FOR OPERATIONS
006100 FD  BALRPT.
006200 01  PRINT-LINE                 PIC X(132).
006216
006232*BUSDATE - THE NIGHT'S BUSINESS-DATE CONTROL RECORD SET BY
006248*NITEOPEN. SEE THE BDTRECC COPY MEMBER.
006264 FD  BUSDATE.
006280 01  BUSINESS-DATE-IN-RECORD    PIC X(25).
006300
006400 WORKING-STORAGE SECTION.
006500*THE REGISTER RECORD BEING EXAMINED - THE SHARED LAYOUT
006900*THE FEED RECORD BEING EXAMINED - THE SHARED LAYOUT FROM
007000*THE RSLTFDC COPY MEMBER
007100     COPY RSLTFDC.
007120
007140*THE NIGHT BEING BALANCED - THE SHARED LAYOUT FROM THE
007160*BDTRECC COPY MEMBER
007180     COPY BDTRECC.
007200
007300*SWITCHES
007400 01  WS-REG-EOF-SW              PIC X(01) VALUE 'N'.
008600 01  WS-GRD-FOUND-SW            PIC X(01) VALUE 'N'.
008700     88  WS-GRD-FOUND           VALUE 'Y'.
008800
008900*THE LATEST POSTED SCOREEDT AND GRADING ENTRIES - THE TWO
009000*LEGS EVERY CROSS-FOOT HANGS ON. THE GRADING LEG IS THE
009033*CONDITIONALS ENTRY, OR THE GRDMERGE ENTRY OF A NIGHT GRADED
009066*IN PARTITIONS.
009100 01  WS-EDT-ENTRY.
009200     05  WS-EDT-RUN-DATE        PIC 9(08).
009300     05  WS-EDT-INPUT-COUNT     PIC 9(09).
010500 01  WS-FEED-TRL-DATE           PIC 9(08).
010600 01  WS-RECY-COUNT              PIC 9(09).
010700 01  WS-REG-COUNT               PIC 9(09).
010705 01  WS-SUPERSEDED-COUNT        PIC 9(09).
010710
010715*THE LAST ENTRY EACH PROGRAM POSTED FOR THE BUSINESS DATE, IN
010720*THE ORDER THE PROGRAMS FIRST APPEAR ON THE REGISTER. A RERUN
010725*OF A STEP REPLACES ITS EARLIER ENTRY, SO ONLY WHAT THE STEP
010730*FINALLY POSTED IS PROVED.
010735 01  WS-PROGRAM-ENTRY-TABLE.
010740     05  WS-PGE-COUNT           PIC 9(03) COMP.
010745     05  WS-PGE-ENTRY OCCURS 1 TO 200 TIMES
010750             DEPENDING ON WS-PGE-COUNT
010755             INDEXED BY PGE-IDX.
010760         10  WS-PGE-PROGRAM-ID  PIC X(12).
010765         10  WS-PGE-IMAGE       PIC X(57).
010770 01  WS-PGE-FOUND-SW            PIC X(01).
010775     88  WS-PGE-FOUND           VALUE 'Y'.
010780 01  WS-PGE-SUB                 PIC 9(03) COMP.
010800
010900*RETURN CODE SETTING - 8 HOLDS THE DOWNSTREAM LOAD
011000 77  WS-RC-CONTROL              PIC 9(02) VALUE 08.
011050 77  WS-PGE-MAX                 PIC 9(03) COMP VALUE 200.
011100
011200 PROCEDURE DIVISION.
011300*============================================================
011700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
011800     PERFORM 2000-READ-REGISTER THRU 2000-EXIT
011900         UNTIL WS-REG-EOF
011925     PERFORM 2100-PROVE-PROGRAM-ENTRY THRU 2100-EXIT
011950         VARYING WS-PGE-SUB FROM 1 BY 1
011975         UNTIL WS-PGE-SUB > WS-PGE-COUNT
012000     PERFORM 2200-READ-FEED THRU 2200-EXIT
012100         UNTIL WS-FEED-EOF
012200     PERFORM 2300-COUNT-RECYCLE THRU 2300-EXIT
012300         UNTIL WS-RECY-EOF
012400     PERFORM 3000-CROSS-FOOT THRU 3000-EXIT
012500     PERFORM 4000-FINALIZE THRU 4000-EXIT
012550     PERFORM 8000-POST-RUN-CONTROL THRU 8000-EXIT
012600     STOP RUN.
012700
012800*============================================================
012900* 1000-INITIALIZE
012925*   READS THE BUSINESS DATE OF THE NIGHT TO BE BALANCED - A
012950*   MISSING OR UNUSABLE DATE ENDS THE RUN WITH RETURN CODE 8
012975*   BEFORE ANYTHING IS POSTED
013000*============================================================
013100 1000-INITIALIZE.
013107     OPEN INPUT BUSDATE
013114     READ BUSDATE INTO BUSINESS-DATE-RECORD
013121         AT END
013128             MOVE SPACES TO BUSINESS-DATE-RECORD
013135     END-READ
013142     CLOSE BUSDATE
013149     IF BDT-BUSINESS-DATE NOT NUMERIC
013156             OR BDT-BUSINESS-DATE = 0
013163         DISPLAY 'NO USABLE BUSINESS DATE ON BUSDATE'
013170         DISPLAY 'RUN CANNOT CONTINUE - RUN NITEOPEN FIRST'
013177         MOVE WS-RC-CONTROL TO RETURN-CODE
013184         STOP RUN
013191     END-IF
013200     OPEN INPUT  RUNCTL
013300     OPEN INPUT  RSLTFEED
013400     OPEN INPUT  RECYFILE
013600     MOVE 0 TO WS-FEED-DETAIL-COUNT
013700     MOVE 0 TO WS-RECY-COUNT
013800     MOVE 0 TO WS-REG-COUNT
013833     MOVE 0 TO WS-SUPERSEDED-COUNT
013866     MOVE 0 TO WS-PGE-COUNT
013900     MOVE SPACES TO PRINT-LINE
014000     STRING 'NIGHTLY RUN-CONTROL BALANCING REPORT'
014050             ' BUSINESS DATE=' BDT-BUSINESS-DATE
014100             INTO PRINT-LINE
014200     WRITE PRINT-LINE
014300     MOVE SPACES TO PRINT-LINE
014700
014800*============================================================
014900* 2000-READ-REGISTER
015000*   ONE REGISTER RECORD PER ITERATION - EVERY ENTRY FOR THE
015100*   BUSINESS DATE REPLACES ITS PROGRAM'S EARLIER ENTRY IN THE
015200*   PROGRAM TABLE, AND THE LATEST SCOREEDT AND GRADING
015300*   ENTRIES ARE HELD FOR THE CROSS-FOOT. OTHER NIGHTS'
015400*   ENTRIES AND EARLIER NITEBAL CLOSE-OUTS ARE PASSED OVER.
015500*============================================================
015600 2000-READ-REGISTER.
015700     READ RUNCTL INTO RUN-CONTROL-RECORD
015900             SET WS-REG-EOF TO TRUE
016000             GO TO 2000-EXIT
016100     END-READ
016120     IF RCT-RUN-DATE NOT = BDT-BUSINESS-DATE
016140             OR RCT-PROGRAM-ID = 'NITEBAL'
016160         GO TO 2000-EXIT
016180     END-IF
016280     PERFORM 2050-NOTE-PROGRAM-ENTRY THRU 2050-EXIT
018000     IF RCT-PROGRAM-ID = 'SCOREEDT'
018100         SET WS-EDT-FOUND TO TRUE
018200         MOVE RCT-RUN-DATE TO WS-EDT-RUN-DATE
018500         MOVE RCT-REJECT-COUNT TO WS-EDT-REJECT-COUNT
018600     END-IF
018700     IF RCT-PROGRAM-ID = 'CONDITIONALS'
018750             OR RCT-PROGRAM-ID = 'GRDMERGE'
018800         SET WS-GRD-FOUND TO TRUE
018900         MOVE RCT-RUN-DATE TO WS-GRD-RUN-DATE
019000         MOVE RCT-INPUT-COUNT TO WS-GRD-INPUT-COUNT
019300     END-IF.
019400 2000-EXIT.
019500     EXIT.
019501
019502*============================================================
019503* 2050-NOTE-PROGRAM-ENTRY
019504*   KEEPS THE ENTRY JUST READ AS ITS PROGRAM'S LAST ENTRY FOR
019505*   THE BUSINESS DATE - OVER AN EARLIER ONE, WHICH IS COUNTED
019506*   AS SUPERSEDED, OR IN A NEW TABLE ENTRY. A TABLE TOO SMALL
019507*   FOR THE NIGHT IS A HARD STOP THAT LEAVES THE NIGHT OPEN.
019508*============================================================
019509 2050-NOTE-PROGRAM-ENTRY.
019510     SET PGE-IDX TO 1
019511     SEARCH WS-PGE-ENTRY
019512         AT END
019513             MOVE 'N' TO WS-PGE-FOUND-SW
019514         WHEN WS-PGE-PROGRAM-ID (PGE-IDX) = RCT-PROGRAM-ID
019515             SET WS-PGE-FOUND TO TRUE
019516     END-SEARCH
019517     IF WS-PGE-FOUND
019518         ADD 1 TO WS-SUPERSEDED-COUNT
019519         MOVE RUN-CONTROL-RECORD TO WS-PGE-IMAGE (PGE-IDX)
019520         GO TO 2050-EXIT
019521     END-IF
019522     IF WS-PGE-COUNT >= WS-PGE-MAX
019523         DISPLAY 'PROGRAM ENTRY TABLE FULL AT ' WS-PGE-MAX
019524         DISPLAY 'RUN CANNOT CONTINUE - ENLARGE WS-PGE-ENTRY'
019525         MOVE WS-RC-CONTROL TO RETURN-CODE
019526         STOP RUN
019527     END-IF
019528     ADD 1 TO WS-PGE-COUNT
019529     MOVE RCT-PROGRAM-ID TO WS-PGE-PROGRAM-ID (WS-PGE-COUNT)
019530     MOVE RUN-CONTROL-RECORD TO WS-PGE-IMAGE (WS-PGE-COUNT).
019531 2050-EXIT.
019532     EXIT.
019533
019534*============================================================
019535* 2100-PROVE-PROGRAM-ENTRY
019536*   ONE PROGRAM'S LAST ENTRY FOR THE BUSINESS DATE PER
019537*   ITERATION - ECHOED TO THE REPORT AND COUNTED, AND A
019538*   POSTED RETURN CODE OF 8 OR MORE FAILS THE NIGHT ON ITS
019539*   OWN
019540*============================================================
019541 2100-PROVE-PROGRAM-ENTRY.
019542     MOVE WS-PGE-IMAGE (WS-PGE-SUB) TO RUN-CONTROL-RECORD
019543     ADD 1 TO WS-REG-COUNT
019544     MOVE SPACES TO PRINT-LINE
019545     STRING 'POSTED  ' RCT-PROGRAM-ID
019546             ' DATE=' RCT-RUN-DATE
019547             ' IN=' RCT-INPUT-COUNT
019548             ' OUT=' RCT-OUTPUT-COUNT
019549             ' REJ=' RCT-REJECT-COUNT
019550             ' RC=' RCT-RETURN-CODE
019551             INTO PRINT-LINE
019552     WRITE PRINT-LINE
019553     IF RCT-RETURN-CODE >= 08
019554         MOVE 'N' TO WS-BALANCE-SW
019555         MOVE SPACES TO PRINT-LINE
019556         STRING 'FAIL    ' RCT-PROGRAM-ID
019557                 ' POSTED RETURN CODE ' RCT-RETURN-CODE
019558                 INTO PRINT-LINE
019559         WRITE PRINT-LINE
019560     END-IF.
019561 2100-EXIT.
019562     EXIT.
019600
019700*============================================================
019800* 2200-READ-FEED
037000         MOVE WS-RC-CONTROL TO RETURN-CODE
037100     END-IF
037200     WRITE PRINT-LINE
037212     IF WS-SUPERSEDED-COUNT > 0
037224         MOVE SPACES TO PRINT-LINE
037236         STRING 'SUPERSEDED BY A RERUN AND NOT PROVED - '
037248                 WS-SUPERSEDED-COUNT ' REGISTER ENTRIES'
037260                 INTO PRINT-LINE
037272         WRITE PRINT-LINE
037284     END-IF
037300     IF WS-IN-BALANCE
037400         DISPLAY 'NIGHT IN BALANCE'
037500     ELSE
037600         DISPLAY 'NIGHT OUT OF BALANCE - HOLD THE LOAD'
037700     END-IF
037800     DISPLAY 'REGISTER ENTRIES..: ' WS-REG-COUNT
037850     DISPLAY 'SUPERSEDED ENTRIES: ' WS-SUPERSEDED-COUNT
037900     CLOSE RUNCTL
038000     CLOSE RSLTFEED
038100     CLOSE RECYFILE
038200     CLOSE BALRPT.
038300 4000-EXIT.
038400     EXIT.
038500
038600*============================================================
038700* 8000-POST-RUN-CONTROL
038800*   POSTS THE NIGHT'S CLOSE-OUT ENTRY TO THE REGISTER -
038900*   ENTRIES PROVED IN, NOTHING OUT, AND THE VERDICT AS THE
039000*   RETURN CODE. AN ENTRY BELOW 8 CLOSES THE BUSINESS DATE
039100*   AGAINST ANY FURTHER RUN WITHOUT THE RERUN FLAG.
039200*============================================================
039300 8000-POST-RUN-CONTROL.
039400     OPEN EXTEND RUNCTL
039500     MOVE SPACES TO RUN-CONTROL-RECORD
039600     MOVE 'NITEBAL' TO RCT-PROGRAM-ID
039700     MOVE BDT-BUSINESS-DATE TO RCT-RUN-DATE
039800     ACCEPT RCT-RUN-TIME FROM TIME
039900     MOVE WS-REG-COUNT TO RCT-INPUT-COUNT
040000     MOVE 0 TO RCT-OUTPUT-COUNT
040100     MOVE 0 TO RCT-REJECT-COUNT
040200     MOVE RETURN-CODE TO RCT-RETURN-CODE
040300     WRITE REGISTER-IN-RECORD FROM RUN-CONTROL-RECORD
040400     CLOSE RUNCTL
040500     IF RETURN-CODE < WS-RC-CONTROL
040600         DISPLAY 'BUSINESS DATE ' BDT-BUSINESS-DATE ' CLOSED'
040700     END-IF.
040800 8000-EXIT.
040900     EXIT.

002700*                  CODE 8. THE RETENTION REPORT (RCVYRPT)
002800*                  SHOWS EXACTLY WHAT WAS KEPT AND REMOVED
002900*                  FROM EACH FILE.
002925* 09/21/2026 RLM   ALSO TRIMS TRMREJ, THE CLOSED-TERM REJECT
002950*                  FILE, TO TREJTRIM BY THE CHECKPOINTED
002975*                  CLOSED-TERM REJECT COUNT.
002978* 10/01/2026 RLM   RECYFILE AND TRMREJ RECORDS ARE NINE BYTES
002981*                  WIDER NOW THE SCORE DETAIL THEY CARRY HAS
002984*                  THE INCOMPLETE INDICATOR AND DEADLINE.
002987*                  INCTRK IS NOT TRIMMED - INCLAPSE KEEPS ONE
002990*                  RECORD PER STUDENT/SECTION, SO A RESTART'S
002993*                  REPEATS DO NO HARM.
003000*----------------------------------------------------------
003100
003200 ENVIRONMENT DIVISION.
005220         ORGANIZATION IS LINE SEQUENTIAL.
005230     SELECT GSHTRIM ASSIGN TO "GSHTRIM"
005240         ORGANIZATION IS LINE SEQUENTIAL.
005252     SELECT TRMREJ ASSIGN TO "TRMREJ"
005264         ORGANIZATION IS LINE SEQUENTIAL.
005276     SELECT TREJTRIM ASSIGN TO "TREJTRIM"
005288         ORGANIZATION IS LINE SEQUENTIAL.
005300     SELECT RCVYRPT ASSIGN TO "RCVYRPT"
005400         ORGANIZATION IS LINE SEQUENTIAL.
005500
008600
008700*RECYFILE / RECYTRIM - THE RECYCLE FILE AND ITS TRIMMED COPY
008800 FD  RECYFILE.
008900 01  RECYCLE-IN-RECORD          PIC X(98).
009000
009100 FD  RECYTRIM.
009200 01  RECYCLE-OUT-RECORD         PIC X(98).
009300
009302*GRDSHEET / GSHTRIM - THE INSTRUCTOR GRADE SHEETS AND THEIR
009304*TRIMMED COPY
009310
009312 FD  GSHTRIM.
009314 01  SHEET-OUT-LINE             PIC X(132).
009322
009330*TRMREJ / TREJTRIM - THE CLOSED-TERM REJECT FILE AND ITS
009338*TRIMMED COPY
009346 FD  TRMREJ.
009354 01  TERM-REJECT-IN-RECORD      PIC X(104).
009362
009370 FD  TREJTRIM.
009378 01  TERM-REJECT-OUT-RECORD     PIC X(104).
009386
009400*RCVYRPT - THE RETENTION REPORT FOR OPERATIONS
009500 FD  RCVYRPT.
009600 01  PRINT-LINE                 PIC X(132).
011700     05  WS-FEED-KEEP           PIC 9(09).
011800     05  WS-RECY-KEEP           PIC 9(09).
011810     05  WS-GSH-KEEP            PIC 9(09).
011855     05  WS-TREJ-KEEP           PIC 9(09).
011900
012000*RECORDS EACH FILE ACTUALLY HOLDS, COUNTED BEFORE TRIMMING
012100 01  WS-TOTAL-COUNTS.
012400     05  WS-FEED-TOTAL          PIC 9(09).
012500     05  WS-RECY-TOTAL          PIC 9(09).
012510     05  WS-GSH-TOTAL           PIC 9(09).
012555     05  WS-TREJ-TOTAL          PIC 9(09).
012600
012700*RECORDS REMOVED FROM EACH FILE, REPORTED TO OPERATIONS
012800 01  WS-REMOVED-COUNTS.
013100     05  WS-FEED-REMOVED        PIC 9(09).
013200     05  WS-RECY-REMOVED        PIC 9(09).
013210     05  WS-GSH-REMOVED         PIC 9(09).
013255     05  WS-TREJ-REMOVED        PIC 9(09).
013300
013400*THE STUDENT-ID FOUND AT THE AUDIT TRAIL'S CHECKPOINT
013500*POSITION - MUST MATCH CHK-LAST-KEY OR THE CHECKPOINT AND
018600     COMPUTE WS-FEED-KEEP = CHK-FEED-REC-CNT + 1
018700     MOVE CHK-INVALID-ADJ-CNT TO WS-RECY-KEEP
018710     MOVE CHK-GSH-LINE-CNT TO WS-GSH-KEEP
018755     MOVE CHK-TERM-REJ-CNT TO WS-TREJ-KEEP
018800     MOVE SPACES TO PRINT-LINE
018900     STRING 'RECOVERY TRIM TO CHECKPOINT'
019000             ' SECTION=' CHK-LAST-SECTION
022300     PERFORM 2300-COUNT-RSLTFEED THRU 2300-EXIT
022400     PERFORM 2400-COUNT-RECYFILE THRU 2400-EXIT
022410     PERFORM 2450-COUNT-GRDSHEET THRU 2450-EXIT
022455     PERFORM 2470-COUNT-TRMREJ THRU 2470-EXIT
022500     IF WS-RPT-TOTAL < WS-RPT-KEEP
022600         PERFORM 2500-REPORT-SHORT-FILE THRU 2500-EXIT
022700     END-IF
025470         WRITE PRINT-LINE
025480         DISPLAY 'GRDSHEET SHORTER THAN CHECKPOINT - REFUSED'
025490     END-IF
025491     IF WS-TREJ-TOTAL < WS-TREJ-KEEP
025492         MOVE 'N' TO WS-RECONCILE-SW
025493         MOVE SPACES TO PRINT-LINE
025494         STRING 'REFUSED TRMREJ HOLDS ' WS-TREJ-TOTAL
025495                 ' RECORDS - CHECKPOINT CLAIMS ' WS-TREJ-KEEP
025496                 INTO PRINT-LINE
025497         WRITE PRINT-LINE
025498         DISPLAY 'TRMREJ SHORTER THAN CHECKPOINT - REFUSED'
025499     END-IF
025500     IF WS-AUD-KEEP > 0
025600             AND WS-AUD-TOTAL >= WS-AUD-KEEP
025700             AND WS-AUD-POS-KEY NOT = CHK-LAST-KEY
036500     END-READ.
036510 2460-EXIT.
036520     EXIT.
036521
036522*============================================================
036523* 2470-COUNT-TRMREJ
036524*============================================================
036525 2470-COUNT-TRMREJ.
036526     OPEN INPUT TRMREJ
036527     MOVE 'N' TO WS-FILE-EOF-SW
036528     PERFORM 2480-COUNT-TREJ-RECORD THRU 2480-EXIT
036529         UNTIL WS-FILE-EOF
036530     CLOSE TRMREJ.
036531 2470-EXIT.
036532     EXIT.
036533
036534 2480-COUNT-TREJ-RECORD.
036535     READ TRMREJ
036536         AT END
036537             SET WS-FILE-EOF TO TRUE
036538         NOT AT END
036539             ADD 1 TO WS-TREJ-TOTAL
036540     END-READ.
036541 2480-EXIT.
036542     EXIT.
036543
036564*============================================================
036600* 2500-REPORT-SHORT-FILE
036700*   RPTFILE SHORTER THAN ITS CHECKPOINT COUNT - REPORTED
039000     PERFORM 3300-TRIM-RSLTFEED THRU 3300-EXIT
039100     PERFORM 3400-TRIM-RECYFILE THRU 3400-EXIT
039150     PERFORM 3500-TRIM-GRDSHEET THRU 3500-EXIT
039175     PERFORM 3600-TRIM-TRMREJ THRU 3600-EXIT
039200     COMPUTE WS-RPT-REMOVED = WS-RPT-TOTAL - WS-RPT-KEEP
039300     COMPUTE WS-AUD-REMOVED = WS-AUD-TOTAL - WS-AUD-KEEP
039400     COMPUTE WS-FEED-REMOVED = WS-FEED-TOTAL - WS-FEED-KEEP
039500     COMPUTE WS-RECY-REMOVED = WS-RECY-TOTAL - WS-RECY-KEEP
039550     COMPUTE WS-GSH-REMOVED = WS-GSH-TOTAL - WS-GSH-KEEP
039575     COMPUTE WS-TREJ-REMOVED = WS-TREJ-TOTAL - WS-TREJ-KEEP.
039600 3000-EXIT.
039700     EXIT.
039800
050330     WRITE SHEET-OUT-LINE FROM SHEET-IN-LINE
050340     ADD 1 TO WS-COPY-CTR.
050350 3510-EXIT.
050351     EXIT.
050352
050353*============================================================
050354* 3600-TRIM-TRMREJ
050355*============================================================
050356 3600-TRIM-TRMREJ.
050357     OPEN INPUT  TRMREJ
050358     OPEN OUTPUT TREJTRIM
050359     MOVE 'N' TO WS-FILE-EOF-SW
050360     MOVE 0 TO WS-COPY-CTR
050361     PERFORM 3610-COPY-TREJ-RECORD THRU 3610-EXIT
050362         UNTIL WS-FILE-EOF OR WS-COPY-CTR >= WS-TREJ-KEEP
050363     CLOSE TRMREJ
050364     CLOSE TREJTRIM.
050365 3600-EXIT.
050366     EXIT.
050367
050368 3610-COPY-TREJ-RECORD.
050369     READ TRMREJ
050370         AT END
050371             SET WS-FILE-EOF TO TRUE
050372             GO TO 3610-EXIT
050373     END-READ
050374     WRITE TERM-REJECT-OUT-RECORD FROM TERM-REJECT-IN-RECORD
050375     ADD 1 TO WS-COPY-CTR.
050376 3610-EXIT.
050377     EXIT.
050378
050384*============================================================
050400* 4000-FINALIZE
050500*   WRITES THE RETENTION LINES - KEPT AND REMOVED PER FILE -
053030                 ' REMOVED=' WS-GSH-REMOVED
053040                 INTO PRINT-LINE
053050         WRITE PRINT-LINE
053058         MOVE SPACES TO PRINT-LINE
053066         STRING 'TRMREJ KEPT=' WS-TREJ-KEEP
053074                 ' REMOVED=' WS-TREJ-REMOVED
053082                 INTO PRINT-LINE
053090         WRITE PRINT-LINE
053100         DISPLAY 'RPTFILE REMOVED.: ' WS-RPT-REMOVED
053200         DISPLAY 'AUDFILE REMOVED.: ' WS-AUD-REMOVED
053300         DISPLAY 'RSLTFEED REMOVED: ' WS-FEED-REMOVED
053400         DISPLAY 'RECYFILE REMOVED: ' WS-RECY-REMOVED
053450         DISPLAY 'GRDSHEET REMOVED: ' WS-GSH-REMOVED
053475         DISPLAY 'TRMREJ REMOVED..: ' WS-TREJ-REMOVED
053500         MOVE 0 TO RETURN-CODE
053600     ELSE
053700         MOVE SPACES TO PRINT-LINE

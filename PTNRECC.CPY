000100*------------------------------------------------------------
000200* PTNRECC - PARTITION CONTROL RECORD LAYOUT SHARED BY THE
000300* CONDITIONALS GRADING PROGRAM, WHICH WRITES ONE TO PARTCTL
000400* AT THE END OF EVERY PARTITIONED RUN, AND THE GRDMERGE
000500* MERGE AND RECONCILIATION PROGRAM THAT READS THEM BACK.
000600* COPY THIS MEMBER RATHER THAN HAND-DECLARING THE PARTITION
000700* CONTROL FIELDS.
000800*
000900* ONE RECORD PER PARTITION - WHICH SLICE OF SCOREFIL THE
001000* PARTITION OWNED (A RANGE OF BATCH GROUPS BY THEIR ORDINAL
001100* POSITION ON THE FILE, OR A RANGE OF SECTION-IDS), WHETHER
001200* IT BALANCED, ITS RETURN CODE, THE DETAILS AND CHECK-VAL
001300* HASH IT GRADED, EVERY GRAND TOTAL THE END-OF-JOB SUMMARY
001400* IS BUILT FROM, AND THE RECORD COUNT OF EACH OUTPUT FILE
001500* IT WROTE. PTN-RPT-BODY-CNT IS THE NUMBER OF RPTFILE LINES
001600* AHEAD OF THE PARTITION'S OWN END-OF-JOB SUMMARY BLOCK.
001700* THE GRADE SCALE THE PARTITION GRADED AGAINST TRAVELS WITH
001800* ITS COUNTS SO THE MERGE CAN PROVE EVERY PARTITION USED
001900* THE SAME ONE.
002000*------------------------------------------------------------
002100 01  PARTITION-CONTROL-RECORD.
002200     05  PTN-PARTITION-ID       PIC X(02).
002300     05  PTN-MODE               PIC X(01).
002400         88  PTN-BY-GROUP       VALUE 'G'.
002500         88  PTN-BY-SECTION     VALUE 'S'.
002600     05  PTN-GROUP-FROM         PIC 9(04).
002700     05  PTN-GROUP-TO           PIC 9(04).
002800     05  PTN-SECTION-LOW        PIC X(08).
002900     05  PTN-SECTION-HIGH       PIC X(08).
003000     05  PTN-RUN-DATE           PIC 9(08).
003100     05  PTN-BALANCE-SW         PIC X(01).
003200         88  PTN-IN-BALANCE     VALUE 'Y'.
003300     05  PTN-RETURN-CODE        PIC 9(02).
003400     05  PTN-GROUPS-PROVED      PIC 9(09).
003500     05  PTN-RECORD-COUNT       PIC 9(09).
003600     05  PTN-HASH-TOTAL         PIC 9(12).
003700     05  PTN-PASS-COUNT         PIC 9(09).
003800     05  PTN-FAIL-COUNT         PIC 9(09).
003900     05  PTN-INCOMPLETE-CNT     PIC 9(09).
004000     05  PTN-TOTAL-COMPUTE      PIC 9(12).
004100     05  PTN-TOTAL-ADD          PIC 9(12).
004200     05  PTN-TOTAL-MULTIPLY     PIC 9(18).
004300     05  PTN-TOTAL-DIVIDE       PIC 9(12).
004400     05  PTN-BKT-LT2            PIC 9(07).
004500     05  PTN-BKT-LT19           PIC 9(07).
004600     05  PTN-BKT-LT1000         PIC 9(07).
004700     05  PTN-BKT-OTHER          PIC 9(07).
004800     05  PTN-INVALID-ADJ-CNT    PIC 9(09).
004900     05  PTN-MULT-OVERFLOW-CNT  PIC 9(09).
005000     05  PTN-MULT-TOT-OVFL-CNT  PIC 9(09).
005100     05  PTN-NO-MASTER-CNT      PIC 9(09).
005200     05  PTN-INACTIVE-CNT       PIC 9(09).
005300     05  PTN-TERM-REJ-CNT       PIC 9(09).
005400     05  PTN-GRACE-CNT          PIC 9(09).
005500     05  PTN-NET-ADJ-TOTAL      PIC S9(11) SIGN IS LEADING
005600                                SEPARATE CHARACTER.
005700     05  PTN-TOTAL-GRADE-PTS    PIC 9(09)V9(02).
005800     05  PTN-GRADED-CNT         PIC 9(09).
005900     05  PTN-NO-GRADE-CNT       PIC 9(09).
006000     05  PTN-GS-COUNT           PIC 9(02).
006100     05  PTN-GS-ENTRY OCCURS 10 TIMES.
006200         10  PTN-GS-LETTER      PIC X(01).
006300         10  PTN-GS-LOW         PIC 9(03).
006400         10  PTN-GS-HIGH        PIC 9(03).
006500         10  PTN-GS-POINTS      PIC 9(01)V9(02).
006600         10  PTN-GS-GRADED      PIC 9(07).
006700     05  PTN-NOSCORE-CNT        PIC 9(09).
006800     05  PTN-RPT-BODY-CNT       PIC 9(09).
006900     05  PTN-RPT-LINE-CNT       PIC 9(09).
007000     05  PTN-AUD-REC-CNT        PIC 9(09).
007100     05  PTN-FEED-REC-CNT       PIC 9(09).
007200     05  PTN-GSH-LINE-CNT       PIC 9(09).

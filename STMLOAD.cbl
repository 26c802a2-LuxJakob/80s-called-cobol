002100*                  OUT OF KEY SEQUENCE ENDS WITH RETURN CODE
002200*                  8 SO THE OLD MASTER IS NOT RETIRED OFF A
002300*                  BAD LOAD.
002316* 10/15/2026 RLM   RELOADS STUMAST FOR THE PRIVACY HOLD CUT-
002332*                  OVER. STMSEQ IS NOW ALSO AN UNLOAD OF THE
002348*                  51-BYTE INDEXED MASTER; EVERY RECORD IS
002364*                  WRITTEN AT 52 BYTES WITH STM-PRIVACY-HOLD
002380*                  SET TO N.
002400*----------------------------------------------------------
002500
002600 ENVIRONMENT DIVISION.
003800 DATA DIVISION.
003900 FILE SECTION.
004000*STMSEQ - THE CURRENT SEQUENTIAL STUDENT MASTER, SORTED
004100*ASCENDING BY STUDENT-ID AS STUMAINT HAS ALWAYS WRITTEN IT,
004125*OR THE 51-BYTE INDEXED STUMAST UNLOADED IN KEY ORDER. EITHER
004150*WAY IT IS THE MASTER LAYOUT AS IT STOOD BEFORE THE PRIVACY
004175*HOLD BYTE WAS ADDED.
004200 FD  STMSEQ.
004300 01  MASTER-SEQ-RECORD          PIC X(51).
004400
014800             GO TO 2100-EXIT
014900     END-READ
015000     PERFORM 9010-CHECK-STMSEQ THRU 9010-EXIT
015050     MOVE 'N' TO STM-PRIVACY-HOLD
015100     ADD 1 TO WS-SEQ-READ-COUNT.
015200 2100-EXIT.
015300     EXIT.

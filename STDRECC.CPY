000100*------------------------------------------------------------
000200* STDRECC - ACADEMIC STANDING RECORD LAYOUT SHARED BY THE
000300* STANDING TERM-END PROGRAM, WHICH READS THE PRIOR TERM'S
000400* STANDING MASTER (STDOLD) AND WRITES THE NEW ONE (STDNEW),
000500* AND EVERY JOB THAT READS THE STANDINGS BACK. COPY THIS
000600* MEMBER RATHER THAN HAND-DECLARING THE STANDING FIELDS.
000700*
000800* ONE RECORD PER STUDENT, SORTED ASCENDING BY STUDENT-ID,
000900* CARRYING THE STANDING ASSIGNED AT THE LATEST TERM-END RUN
001000* THAT RATED THE STUDENT AND THE GPAS IT WAS BASED ON.
001014*
001028* STD-PRIOR-TERM AND STD-PRIOR-STANDING HOLD THE STANDING THE
001042* STUDENT CARRIED INTO STD-TERM. A RERUN FOR A TERM ALREADY
001056* RATED TAKES ITS PROBATION CHECK FROM THEM, NOT FROM THE
001070* STANDING THE EARLIER RUN OF THE SAME TERM ASSIGNED. SPACES
001084* ON A RECORD WRITTEN BEFORE THEY WERE ADDED.
001100*------------------------------------------------------------
001200 01  STANDING-RECORD.
001300     05  STD-STUDENT-ID         PIC X(10).
001400     05  STD-TERM               PIC X(06).
001500     05  STD-STANDING           PIC X(01).
001600         88  STD-DEANS-LIST     VALUE 'D'.
001700         88  STD-GOOD           VALUE 'G'.
001800         88  STD-PROBATION      VALUE 'P'.
001900         88  STD-SUSPENDED      VALUE 'S'.
002000     05  STD-TERM-GPA           PIC 9(01)V9(02).
002100     05  STD-TERM-GRADED        PIC 9(03).
002200     05  STD-CUM-GPA            PIC 9(01)V9(02).
002300     05  STD-CUM-GRADED         PIC 9(05).
002400     05  STD-RUN-DATE           PIC 9(08).
002500     05  STD-PRIOR-TERM         PIC X(06).
002600     05  STD-PRIOR-STANDING     PIC X(01).

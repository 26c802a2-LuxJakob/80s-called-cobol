001170* SR-SECTION-ID AND, WITHIN A SECTION, BY SR-STUDENT-ID. THE
001180* GRADING RUN BREAKS ON THE SECTION AND ITS RESTART LOGIC
001190* DEPENDS ON THIS ORDER.
001191*
001192* A DETAIL MARKED INCOMPLETE (SR-INCOMPLETE-SW = I) IS NOT
001193* GIVEN A GRADE-SCALE LETTER. IT IS GRADED I AND TRACKED
001194* UNTIL SR-COMPLETE-BY, THE DATE BY WHICH THE STUDENT MUST
001195* FINISH THE WORK; AFTER THAT IT LAPSES TO F. ON ANY OTHER
001196* DETAIL BOTH FIELDS ARE BLANK.
001200*------------------------------------------------------------
001300 01  SCORE-RECORD.
001400     05  SR-REC-TYPE            PIC X(01).
002200         10  SR-NUM2            PIC 9(09).
002300         10  SR-ADJ-SIGN        PIC X(01).
002400         10  SR-ADJ-DIGITS-IN   PIC X(09).
002425         10  SR-INCOMPLETE-SW   PIC X(01).
002450             88  SR-INCOMPLETE  VALUE 'I'.
002475         10  SR-COMPLETE-BY     PIC 9(08).
002500     05  SR-HEADER-DATA REDEFINES SR-DETAIL-DATA.
002600         10  SR-HDR-BATCH-DATE  PIC 9(08).
002700         10  SR-HDR-SOURCE      PIC X(20).
002800         10  FILLER             PIC X(30).
002900     05  SR-TRAILER-DATA REDEFINES SR-DETAIL-DATA.
003000         10  SR-TRL-RECORD-COUNT
003100                                PIC 9(09).
003200         10  SR-TRL-HASH-TOTAL  PIC 9(12).
003300         10  FILLER             PIC X(37).

000100*------------------------------------------------------------
000200* TRMRECC - TERM CONTROL RECORD LAYOUT SHARED BY EVERY JOB
000300* THAT MUST HONOUR THE REGISTRAR'S TERM FREEZE - THE
000400* CONDITIONALS GRADING RUN AND THE REGRADE GRADE-CHANGE RUN.
000500* COPY THIS MEMBER RATHER THAN HAND-DECLARING THE TERM
000600* CONTROL FIELDS.
000700*
000800* ONE RECORD PER TERM, SORTED ASCENDING BY TERM, KEPT BY THE
000900* REGISTRAR'S OFFICE. A TERM IS OPEN WHILE GRADES ARE BEING
001000* POSTED, IN ITS GRACE PERIOD ONCE THE POSTING DEADLINE HAS
001100* PASSED BUT BEFORE CERTIFICATION, AND CLOSED ONCE THE
001200* REGISTRAR HAS CERTIFIED IT. NO GRADE IN A CLOSED TERM MAY
001300* CHANGE EXCEPT THROUGH AN AUTHORIZED LATE CHANGE. A TERM
001400* WITH NO RECORD IS TREATED AS OPEN.
001500*------------------------------------------------------------
001600 01  TERM-CONTROL-RECORD.
001700     05  TRM-TERM               PIC X(06).
001800     05  TRM-STATUS             PIC X(01).
001900         88  TRM-OPEN           VALUE 'O'.
002000         88  TRM-GRACE          VALUE 'G'.
002100         88  TRM-CLOSED         VALUE 'C'.
002200         88  TRM-STATUS-VALID   VALUE 'O' 'G' 'C'.
002300     05  TRM-STATUS-DATE        PIC 9(08).
002400     05  TRM-CERTIFIED-BY       PIC X(20).

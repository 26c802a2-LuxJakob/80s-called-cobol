000100*------------------------------------------------------------
000200* EXCRECC - OPEN-EXCEPTIONS MASTER RECORD LAYOUT FOR THE
000300* EXCWORK NIGHTLY EXCEPTION WORKLIST. COPY THIS MEMBER RATHER
000400* THAN HAND-DECLARING THE EXCEPTION FIELDS.
000500*
000600* ONE RECORD PER OUTSTANDING EXCEPTION, SORTED ASCENDING BY
000700* EXM-KEY - THE REJECT OR ERROR FILE IT CAME FROM, THE
000800* STUDENT (OR SECTION, OR VARIABLES CASE) IT IS ABOUT, AND A
000900* QUALIFIER (THE SECTION, FIELD OR MAINTENANCE ACTION) THAT
001000* SEPARATES TWO DIFFERENT PROBLEMS FOR THE SAME STUDENT.
001100* EXM-FIRST-SEEN IS THE BUSINESS DATE THE ITEM FIRST
001200* APPEARED AND IS NEVER CHANGED WHILE THE ITEM STAYS OPEN.
001300* AN ITEM THAT STOPS REAPPEARING IS CLOSED WITH THE NIGHT'S
001400* DATE AND DROPPED FROM THE MASTER THE FOLLOWING NIGHT; IF
001500* IT COMES BACK AFTER THAT IT IS A NEW ITEM. EXM-LAST-ACTION
001600* SAYS WHAT THE LATEST RUN DID WITH THE ITEM.
001700*------------------------------------------------------------
001800 01  EXCEPTION-MASTER-RECORD.
001900     05  EXM-KEY.
002000         10  EXM-SOURCE         PIC X(08).
002100         10  EXM-CASE-ID        PIC X(10).
002200         10  EXM-QUALIFIER      PIC X(14).
002300     05  EXM-OFFICE             PIC X(20).
002400     05  EXM-STATUS             PIC X(01).
002500         88  EXM-OPEN           VALUE 'O'.
002600         88  EXM-CLOSED         VALUE 'C'.
002700     05  EXM-LAST-ACTION        PIC X(01).
002800         88  EXM-NEW            VALUE 'N'.
002900         88  EXM-CARRIED        VALUE 'C'.
003000         88  EXM-HELD           VALUE 'H'.
003100         88  EXM-RESOLVED       VALUE 'R'.
003200     05  EXM-FIRST-SEEN         PIC 9(08).
003300     05  EXM-LAST-SEEN          PIC 9(08).
003400     05  EXM-CLOSED-DATE        PIC 9(08).
003500     05  EXM-SEEN-COUNT         PIC 9(05).
003600     05  EXM-REASON             PIC X(44).

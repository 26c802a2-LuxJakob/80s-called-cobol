000100*------------------------------------------------------------
000200* PRVRECC - PRIVACY OVERRIDE LOG RECORD LAYOUT SHARED BY
000300* EVERY PROGRAM THAT HONOURS THE STUDENT PRIVACY HOLD - THE
000400* CONDITIONALS GRADING RUN, AUDINQ AND TRNSCRPT - EACH OF
000500* WHICH ADDS TO THE END OF THE PRIVLOG FILE THE REGISTRAR
000600* REVIEWS. COPY THIS MEMBER RATHER THAN HAND-DECLARING THE
000700* LOG FIELDS.
000800*
000900* A RUN WHOSE REQUEST CARD CARRIES AN OVERRIDE FROM AN
001000* OFFICE ON THE PRVAUTH LIST WRITES A D RECORD EACH TIME IT
001100* PRINTS A HELD STUDENT IN THE CLEAR - PER GRADE-SHEET LINE,
001150* PER AUDIT DETAIL OR PER TRANSCRIPT. AN OVERRIDE
001200* NAMING AN OFFICE NOT ON THE LIST, OR NAMING NO REQUESTER,
001300* IS NOT HONOURED AND IS LOGGED ONCE AS AN R RECORD. THE DATE
001400* AND TIME ARE THE SYSTEM CLOCK WHEN THE RECORD WAS SEEN,
001500* NOT THE BUSINESS DATE. PRV-SECTION-ID IS FILLED ONLY BY
001600* THE GRADING RUN, WHICH PRINTS BY SECTION.
001700*------------------------------------------------------------
001800 01  PRIVACY-LOG-RECORD.
001900     05  PRV-LOG-DATE           PIC 9(08).
002000     05  PRV-LOG-TIME           PIC 9(08).
002100     05  PRV-PROGRAM-ID         PIC X(12).
002200     05  PRV-OUTCOME            PIC X(01).
002300         88  PRV-DISCLOSED      VALUE 'D'.
002400         88  PRV-REFUSED        VALUE 'R'.
002500     05  PRV-AUTH-OFFICE        PIC X(20).
002600     05  PRV-REQUESTED-BY       PIC X(20).
002700     05  PRV-STUDENT-ID         PIC X(10).
002800     05  PRV-SECTION-ID         PIC X(08).

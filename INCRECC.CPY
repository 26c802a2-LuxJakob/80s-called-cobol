000100*------------------------------------------------------------
000200* INCRECC - INCOMPLETE-GRADE TRACKING RECORD LAYOUT SHARED BY
000300* THE CONDITIONALS GRADING RUN, WHICH ADDS ONE RECORD TO
000400* INCTRK FOR EVERY DETAIL IT GRADES I, AND THE INCLAPSE
000500* PERIODIC RUN, WHICH LAPSES EXPIRED INCOMPLETES TO F AND
000600* WRITES BACK THE ONES STILL OUTSTANDING. COPY THIS MEMBER
000700* RATHER THAN HAND-DECLARING THE TRACKING FIELDS.
000800*
000900* ONE RECORD PER OUTSTANDING INCOMPLETE. THE GRADING RUN
001000* ONLY EVER ADDS TO THE END OF THE FILE, SO IT IS IN NO
001100* PARTICULAR ORDER AND A RESTARTED RUN MAY ADD THE SAME
001200* STUDENT/SECTION TWICE - INCLAPSE SORTS IT AND KEEPS THE
001300* LATEST RECORD FOR EACH KEY. INC-GRADED-DATE IS THE
001400* BUSINESS DATE OF THE RUN THAT GAVE THE I.
001500*------------------------------------------------------------
001600 01  INCOMPLETE-TRACK-RECORD.
001700     05  INC-KEY.
001800         10  INC-STUDENT-ID     PIC X(10).
001900         10  INC-SECTION-ID     PIC X(08).
002000     05  INC-TERM               PIC X(06).
002100     05  INC-COMPLETE-BY        PIC 9(08).
002200     05  INC-GRADED-DATE        PIC 9(08).
002300     05  INC-SOURCE             PIC X(20).

000100*------------------------------------------------------------
000200* ENRRECC - ENROLLMENT MASTER RECORD LAYOUT SHARED BY THE
000300* ENRMAINT MAINTENANCE PROGRAM AND EVERY JOB THAT READS THE
000400* ENRMAST FILE. ONE RECORD PER STUDENT PER SECTION, KEYED ON
000500* SECTION-ID THEN STUDENT-ID SO A SECTION'S ROSTER READS
000600* BACK IN ONE CONTIGUOUS RUN OF KEYS. A DROP FLIPS THE
000700* STATUS AND STAMPS THE DROP DATE - THE RECORD IS NEVER
000800* DELETED, SO A LATE SCORE FOR A DROPPED STUDENT CAN STILL BE
000900* TOLD APART FROM ONE FOR A STUDENT WHO WAS NEVER ENROLLED.
001000*------------------------------------------------------------
001100 01  ENROLLMENT-RECORD.
001200     05  ENR-KEY.
001300         10  ENR-SECTION-ID     PIC X(08).
001400         10  ENR-STUDENT-ID     PIC X(10).
001500     05  ENR-STATUS             PIC X(01).
001600         88  ENR-ENROLLED       VALUE 'E'.
001700         88  ENR-DROPPED        VALUE 'D'.
001800     05  ENR-ENROLL-DATE        PIC 9(08).
001900     05  ENR-DROP-DATE          PIC 9(08).

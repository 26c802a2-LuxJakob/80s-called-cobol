005100     05  CHK-GROUP-OPEN-SW      PIC X(01).
005200     05  CHK-GSH-LINE-CNT       PIC 9(09).
005300     05  CHK-SEC-SHEET-CNT      PIC 9(09).
005400     05  CHK-NOSCORE-CNT        PIC 9(09).
005500     05  CHK-TERM-REJ-CNT       PIC 9(09).
005600     05  CHK-GRACE-CNT          PIC 9(09).
005700     05  CHK-INCOMPLETE-CNT     PIC 9(09).
005800     05  CHK-SEC-INCOMPLETE-CNT PIC 9(09).

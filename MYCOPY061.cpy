000100*
000200*    REPORT-MONTH CONTROL CARD READ BY THE MONTHLY SUPPLIER
000300*    SCORECARD (PRDSCRD).  SCD-REPORT-MONTH IS THE MONTH TO
000400*    REPORT AS YYYY-MM - BLANK MEANS THE PREVIOUS CALENDAR
000500*    MONTH, WHICH IS RIGHT FOR THE NORMAL MONTH-START RUN;
000600*    IT IS KEYED ONLY WHEN AN EARLIER MONTH IS RERUN.
000700*
000800 05  SCD-REPORT-MONTH       PIC X(07).
000900 05  SCD-REPORT-MONTH-R REDEFINES SCD-REPORT-MONTH.
001000     10  SCD-YEAR           PIC 9(04).
001100     10  SCD-DASH           PIC X(01).
001200     10  SCD-MONTH          PIC 9(02).
001300         88  SCD-MONTH-VALID        VALUE 1 THRU 12.
001400 05  FILLER                 PIC X(73).

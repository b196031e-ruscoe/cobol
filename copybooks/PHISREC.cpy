000020*    SNAPSHOTS OF EACH BUSINESS DAY'S CONTROL TOTALS, KEPT
000030*    SO MONTH-END FIGURES SURVIVE THE AUDIT ARCHIVE PURGE.
000040*    PHIS-REC-TYPE: "D" = DAILY SNAPSHOT OF THE MATH
000050*    CHECKPOINT TOTALS FOR PHIS-BUS-DATE (YYYYMMDD), THE
000060*    NIGHTLY RUN AND EVERY INTRADAY CYCLE OF THE DATE;
000070*    "P" = PERIOD TOTAL WRITTEN AT CLOSE, PHIS-BUS-DATE IS
000080*    YYYYMM00 AND THE TOTALS COVER THAT PERIOD ALONE;
000090*    "B" = BALANCE FORWARD WRITTEN AT CLOSE, PHIS-BUS-DATE
000100*    IS YYYYMM00 AND THE TOTALS ARE CUMULATIVE THROUGH THE
000110*    END OF THAT PERIOD.
000120*    PHIS-STATUS CARRIES THE CHECKPOINT STATUS AT SNAPSHOT
000130*    TIME ("COMPLETE"/"INPROGRS") ON "D" RECORDS AND
000140*    "CLOSED" ON "P" AND "B" RECORDS. A PERIOD WITH ANY
000150*    "D" DAY STILL INPROGRS CANNOT BE CLOSED.
000160*    ANY PROGRAM THAT READS OR PRODUCES THIS RECORD SHOULD
000170*    COPY THIS MEMBER.
000180    05 PHIS-REC-TYPE PIC X.
000190    05 PHIS-BUS-DATE PIC 9(8).
000200    05 PHIS-STATUS PIC X(8).
000210    05 PHIS-REC-COUNT PIC 9(8).
000220    05 PHIS-NUM3-SUM PIC S9(10)V99 SIGN LEADING SEPARATE.
000230    05 PHIS-ORD-COUNT PIC 9(8).
000240    05 PHIS-ORD-SUM PIC S9(10)V99 SIGN LEADING SEPARATE.
000250    05 PHIS-RTE-COUNT PIC 9(8).
000260    05 PHIS-RTE-SUM PIC S9(10)V99 SIGN LEADING SEPARATE.
000270    05 PHIS-WHS-COUNT PIC 9(8).
000280    05 PHIS-WHS-SUM PIC S9(10)V99 SIGN LEADING SEPARATE.

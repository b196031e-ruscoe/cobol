000010*    CYCLREC - INTRADAY CYCLE CONTROL RECORD (MATHCYCL.TXT).
000020*    THE NIGHTLY RUN IS CYCLE 00 OF ITS BUSINESS DATE. TO RUN
000030*    AN URGENT DESK BATCH DURING THE DAY THE OPERATOR PUTS
000040*    ONE RECORD HERE GIVING THE CYCLE NUMBER (01 TO 99, EACH
000050*    DATE'S CYCLES NUMBERED FROM 01 IN TURN), THE DESK (O/R/W)
000060*    AND THE BATCH ID ON THAT DESK'S HEADER, AND RUNS MATHGBAK,
000070*    MATHCOLL, MATHEDIT, MATH AND MATHRECN. THOSE STEPS THEN
000080*    CHECK IN WITH RUN CONTROL UNDER THE CYCLE NUMBER, COLLECT
000090*    ONLY THAT BATCH, AND WRITE THEIR OUTPUT TO FILES ENDING
000100*    ".CNN" (TRANS.C01, MATHRPT.C01 AND SO ON) INSTEAD OF THE
000110*    NIGHTLY NAMES. A MISSING OR EMPTY FILE, OR CYCLE 00, IS
000120*    THE NIGHTLY RUN - CLEAR THE FILE BEFORE THE NIGHT'S RUN.
000130*    MATHBALN, MATHCLSE, MATHANOM AND MATHJRNL ROLL EVERY CYCLE
000140*    FOR THE DATE INTO THE DAY'S TOTALS, MATHRLSE SENDS EACH
000150*    RECONCILED CYCLE'S FEED IN THE NIGHT'S TRANSMISSION, AND
000160*    MATHRTRN RETURNS EACH CYCLE BATCH TO ITS DESK. A CYCLE'S
000170*    EDIT REJECTS AND RUN DISPOSITIONS GO ON MATHRTNL.DAT.
000180*    ANY PROGRAM THAT READS OR PRODUCES THIS RECORD SHOULD
000190*    COPY THIS MEMBER.
000200    05 CYCL-CYCLE PIC 99.
000210    05 CYCL-DESK-ID PIC X.
000220    05 CYCL-BATCH-ID PIC X(8).

000010*    RTNREC - DESK RETURN RECORD LAYOUT.
000020*    THE RETURN STEP (MATHRTRN) SENDS EACH DESK A RETURN
000030*    FILE (MATHRTNO.DAT, MATHRTNR.DAT, MATHRTNW.DAT) TELLING
000040*    IT WHAT BECAME OF EVERY ITEM IT KEYED. EACH FILE OPENS
000050*    WITH ONE HEADER FOR EACH BATCH COLLECTED FROM THE DESK
000060*    FOR THE DATE (TONIGHT'S FIRST, THEN EACH INTRADAY CYCLE
000070*    BATCH - SEE CYCLREC), LISTS ONE DETAIL PER DISPOSITION
000080*    AND CLOSES WITH ONE TRAILER.
000090*    RTN-RECORD-ID = "H" MARKS THE HEADER, "D" A DETAIL AND
000100*    "T" THE TRAILER. RTN-DESK-ID (O/R/W) IS ON EVERY RECORD.
000110*    A HEADER ECHOES THE DESK'S OWN BATREC HEADER AND
000120*    TRAILER FOR ONE BATCH COLLECTED FOR THE DATE, WITH THE
000130*    COLLECTION STEP'S VERDICT ON THE BATCH ("ACCEPTED",
000140*    THE REASON IT WAS HELD, OR "NOT PRESENT").
000150*    A DETAIL NAMES THE ITEM BY ITS TRAN-BATCH-TRAIL AND
000160*    GIVES ITS DISPOSITION:
000170*      FD = FED TO THE LEDGER       CI = CHAIN STEP, RESULT
000180*      HD = HELD OVER LIMIT              CARRIED INTO NEXT
000190*      SU = SUSPENDED FOR RECYCLE   CF = CARRIED FORWARD
000200*      HR = HARD REJECTED           ER = EDIT REJECTED
000210*      DC = HOLD DECLINED           WD = REJECT WITHDRAWN
000220*    RTN-REASON-CODE IS THE MATHEDIT REASON CODE ON AN ER OR
000230*    DC LINE, RTN-REASON-TEXT THE REASON OR FAIL REASON IN
000240*    WORDS, AND RTN-NUM3 THE RESULT WHEN RTN-NUM3-FLAG = "Y".
000250*    AN ITEM IS LISTED WHEN IT IS FIRST DISPOSED OF AND AGAIN
000260*    WHEN A SUSPENDED, CARRIED, HELD OR REJECTED ITEM FINALLY
000270*    RESOLVES, SO A RETURN FILE CAN LIST ITEMS FROM EARLIER
000280*    BATCHES. MATH, MATHAPRV AND MATHCORR WRITE DETAILS IN
000290*    THIS SAME LAYOUT FOR MATHRTRN TO ROUTE, AND MATHCOLL
000300*    WRITES THE HEADERS TO MATHRTNC.DAT (MATHRTNC.CNN IN AN
000310*    INTRADAY CYCLE).
000320*    THE TRAILER COUNTS THE DETAILS FOR THE DATE'S BATCHES
000330*    (EACH ACCEPTED BATCH'S DETAILS MUST EQUAL ITS HEADER'S
000340*    ORIGINAL COUNT FOR RTN-TRL-BALANCED TO BE "Y"), THE
000350*    DETAILS FOR EARLIER BATCHES, AND EVERY DETAIL BY
000360*    DISPOSITION.
000370*    ANY PROGRAM THAT READS OR PRODUCES THESE RECORDS
000380*    SHOULD COPY THIS MEMBER.
000390    05 RTN-RECORD-ID PIC X.
000400    05 RTN-DESK-ID PIC X.
000410    05 RTN-HEADER-DATA.
000420        10 RTN-BUS-DATE PIC 9(8).
000430        10 RTN-HDR-BATCH-ID PIC X(8).
000440        10 RTN-HDR-CREATE-DATE PIC 9(8).
000450        10 RTN-BATCH-STATUS PIC X(20).
000460        10 RTN-ORIG-COUNT PIC 9(8).
000470        10 RTN-ORIG-HASH PIC S9(13)V99 SIGN LEADING
000480            SEPARATE.
000490        10 FILLER PIC X(21).
000500    05 RTN-DETAIL-DATA REDEFINES RTN-HEADER-DATA.
000510        10 RTN-ITEM-TRAIL.
000520            15 RTN-BATCH-ID PIC X(8).
000530            15 RTN-BATCH-SEQ PIC 9(6).
000540        10 RTN-DISP-CODE PIC XX.
000550        10 RTN-REASON-CODE PIC XX.
000560        10 RTN-REASON-TEXT PIC X(20).
000570        10 RTN-NUM3-FLAG PIC X.
000580        10 RTN-NUM3 PIC S9(7)V99 SIGN LEADING SEPARATE.
000590        10 RTN-RUN-ID PIC X(8).
000600        10 FILLER PIC X(32).
000610    05 RTN-TRAILER-DATA REDEFINES RTN-HEADER-DATA.
000620        10 RTN-TRL-BATCH-COUNT PIC 9(8).
000630        10 RTN-TRL-PRIOR-COUNT PIC 9(8).
000640        10 RTN-TRL-FD-COUNT PIC 9(8).
000650        10 RTN-TRL-CI-COUNT PIC 9(8).
000660        10 RTN-TRL-HD-COUNT PIC 9(8).
000670        10 RTN-TRL-SU-COUNT PIC 9(8).
000680        10 RTN-TRL-CF-COUNT PIC 9(8).
000690        10 RTN-TRL-HR-COUNT PIC 9(8).
000700        10 RTN-TRL-ER-COUNT PIC 9(8).
000710        10 RTN-TRL-DC-COUNT PIC 9(8).
000720        10 RTN-TRL-WD-COUNT PIC 9(8).
000730        10 RTN-TRL-BALANCED PIC X.

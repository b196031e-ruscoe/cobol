000010*    XMITREC - LEDGER TRANSMISSION RECORD (MATHXMIT.DAT).
000020*    THE FEED RELEASE STEP (MATHRLSE) SENDS THE DAY'S FEED
000030*    TO THE LEDGER AS ONE TRANSMISSION: A HEADER ("H"), ONE
000040*    DETAIL ("D") PER MATHFEED.TXT RECORD CARRYING THE FEED
000050*    RECORD UNCHANGED IN XMIT-FEED-DATA (FEEDREC LAYOUT), AND
000060*    A TRAILER ("T").
000070*    XMIT-SEQ-NO NUMBERS TRANSMISSIONS 1, 2, 3 ... WITH NO
000080*    GAPS, SO THE LEDGER CAN TELL WHEN ONE HAS GONE MISSING.
000090*    XMIT-RESEND-FLAG = "Y" MARKS A BUSINESS DATE SENT AGAIN
000100*    UNDER AN OVERRIDE; IT REPLACES THE EARLIER TRANSMISSION
000110*    FOR THAT DATE. THE TRAILER REPEATS THE SEQUENCE NUMBER
000120*    AND BUSINESS DATE AND GIVES THE DETAIL COUNT AND THE
000130*    SUM OF FEED-NUM3 OVER THE DETAILS.
000140*    ANY PROGRAM THAT READS OR PRODUCES THIS RECORD SHOULD
000150*    COPY THIS MEMBER.
000160    05 XMIT-RECORD-ID PIC X.
000170    05 XMIT-HEADER-DATA.
000180        10 XMIT-SEQ-NO PIC 9(6).
000190        10 XMIT-BUS-DATE PIC 9(8).
000200        10 XMIT-CREATE-DATE PIC 9(8).
000210        10 XMIT-CREATE-TIME PIC X(8).
000220        10 XMIT-RESEND-FLAG PIC X.
000230        10 FILLER PIC X(18).
000240    05 XMIT-DETAIL-DATA REDEFINES XMIT-HEADER-DATA.
000250        10 XMIT-FEED-DATA PIC X(49).
000260    05 XMIT-TRAILER-DATA REDEFINES XMIT-HEADER-DATA.
000270        10 XMIT-TRL-SEQ-NO PIC 9(6).
000280        10 XMIT-TRL-BUS-DATE PIC 9(8).
000290        10 XMIT-REC-COUNT PIC 9(8).
000300        10 XMIT-NUM3-HASH PIC S9(13)V99 SIGN LEADING
000310            SEPARATE.
000320        10 FILLER PIC X(11).

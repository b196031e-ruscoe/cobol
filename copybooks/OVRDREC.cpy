000010*    OVRDREC - RUN OVERRIDE RECORD (MATHOVRD.TXT).
000020*    ONE RECORD LETS A STEP RUN AGAIN FOR A BUSINESS DATE AND
000030*    CYCLE (RUN CONTROL), OR ACCEPTS A HELD ANOMALY CHECK
000040*    (MATHANOM) OR A RESEND OF A DATE ALREADY RELEASED
000050*    (MATHRLSE). OVERRIDES ARE ENTERED THROUGH MATHOVRE,
000060*    WHICH RECORDS THE SIGNED-ON OPERATOR IN OVRD-USER-ID
000070*    WITH THE ENTRY DATE, TIME AND REASON. AN OVERRIDE IS
000080*    HONOURED ONLY WHEN OVRD-USER-ID STILL HOLDS OVERRIDE
000090*    AUTHORITY ON MATHOPER.TXT, AND EACH USE IS WRITTEN TO
000100*    THE ACTIVITY LOG UNDER THAT OPERATOR. OVRD-CYCLE IS THE
000110*    INTRADAY CYCLE THE OVERRIDE IS FOR (SEE CYCLREC), 00 FOR
000120*    THE NIGHTLY RUN AND ALWAYS 00 FOR MATHANOM AND MATHRLSE;
000130*    A RECORD WRITTEN BEFORE THE FIELD EXISTED IS READ AS
000140*    CYCLE 00. ANY PROGRAM THAT READS OR PRODUCES THIS
000150*    RECORD SHOULD COPY THIS MEMBER.
000160    05 OVRD-BUS-DATE PIC 9(8).
000170    05 OVRD-STEP PIC X(8).
000180    05 OVRD-USER-ID PIC X(8).
000190    05 OVRD-ENTRY-DATE PIC 9(8).
000200    05 OVRD-ENTRY-TIME PIC X(8).
000210    05 OVRD-REASON PIC X(40).
000220    05 OVRD-CYCLE PIC 99.

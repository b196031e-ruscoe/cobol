000060*    CLEANLY BACK INTO SIGNED NUMERIC FIELDS.
000070*    AUD-STATUS: "OK" = GOOD RESULT PASSED TO THE FEED,
000080*    "CI" = CHAIN INTERMEDIATE (GOOD, SUPERSEDED BY THE
000090*    NEXT STEP, NOT FED), "SE" = ERROR, SENT TO SUSPENSE,
000100*    "HD" = HELD OVER LIMIT, WRITTEN TO MATHAHLD FOR APPROVAL,
000110*    NOT FED,
000120*    "RV" = REVERSAL OF AN EARLIER FED RESULT: THE KEY IS
000130*    THE ORIGINAL'S, NUM3 AND REM ARE THE ORIGINAL'S
000140*    NEGATED (FED AS SUCH) AND AUD-ORIG-RUN-ID NAMES THE
000150*    RUN THAT FED THE ORIGINAL. IT IS SPACES ON ALL OTHER
000160*    LINES.
000170*    AUD-EFF-DATE IS THE TRANSACTION'S EFFECTIVE DATE IN
000180*    MM/DD/YYYY FORM, OR SPACES FOR PROCESS-AT-ONCE WORK.
000190*    ANY PROGRAM THAT READS OR PRODUCES THIS LINE SHOULD
000200*    COPY THIS MEMBER.
000210    05 AUD-DATE PIC X(10).
000220    05 FILLER PIC X(1).
000230    05 AUD-TIME PIC X(8).
000240    05 FILLER PIC X(1).
000250    05 AUD-NUM1 PIC +ZZZ9.99.
000260    05 FILLER PIC X(1).
000270    05 AUD-NUM2 PIC +ZZZ9.99.
000280    05 FILLER PIC X(1).
000290    05 AUD-OP PIC X.
000300    05 FILLER PIC X(1).
000310    05 AUD-NUM3 PIC +Z(6)9.99.
000320    05 FILLER PIC X(1).
000330    05 AUD-REM PIC +ZZZ9.99.
000340    05 FILLER PIC X(1).
000350    05 AUD-STATUS PIC XX.
000360    05 FILLER PIC X(1).
000370    05 AUD-RUN-ID PIC X(8).
000380    05 FILLER PIC X(1).
000390    05 AUD-EFF-DATE PIC X(10).
000400    05 FILLER PIC X(1).
000410    05 AUD-ORIG-RUN-ID PIC X(8).

000010*    CREGREC - CERTIFICATE REGISTER RECORD (MATHCREG.DAT).
000020*    EACH TIME MATHRECN OR MATHBALN CERTIFIES A BUSINESS
000030*    DATE IT APPENDS ONE RECORD HERE WITH ITS VERDICT:
000040*    "CLEAN" WHEN ITS REPORT IS IN BALANCE, "EXCEPTN" WHEN
000050*    IT IS NOT. CREG-EXC-COUNT IS THE NUMBER OF EXCEPTIONS
000060*    (MATHRECN) OR BROKEN LEGS (MATHBALN) BEHIND THE VERDICT.
000070*    CREG-RUN-ID IS THE RUN RECONCILED BY MATHRECN AND SPACES
000080*    FROM MATHBALN. CREG-CYCLE IS THE CYCLE MATHRECN
000090*    RECONCILED (00 FOR THE NIGHTLY RUN, SEE CYCLREC) AND 00
000100*    FROM MATHBALN, WHOSE VERDICT COVERS THE NIGHTLY RUN AND
000110*    EVERY INTRADAY CYCLE OF THE DATE. A RECORD WRITTEN
000120*    BEFORE THE FIELD EXISTED IS READ AS CYCLE 00. THE
000130*    LATEST RECORD FOR A STEP AND DATE IS THE ONE THAT
000140*    COUNTS - THE FEED RELEASE STEP (MATHRLSE) WILL NOT
000150*    RELEASE A DATE UNLESS BOTH STEPS' LATEST VERDICTS ARE
000160*    CLEAN. THE NIGHTLY MATHRECN ALWAYS COMES AFTER THE
000170*    DATE'S INTRADAY CYCLES, WHOSE OWN VERDICTS MATHBALN
000180*    CHECKS. ANY PROGRAM THAT READS OR PRODUCES THIS RECORD
000190*    SHOULD COPY THIS MEMBER.
000200    05 CREG-BUS-DATE PIC 9(8).
000210    05 CREG-STEP PIC X(8).
000220    05 CREG-VERDICT PIC X(8).
000230    05 CREG-DATE PIC 9(8).
000240    05 CREG-TIME PIC X(8).
000250    05 CREG-RUN-ID PIC X(8).
000260    05 CREG-EXC-COUNT PIC 9(8).
000270    05 CREG-CYCLE PIC 99.

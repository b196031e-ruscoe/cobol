000010*    ACTVREC - OPERATOR ACTIVITY LOG RECORD (MATHACTV.DAT).
000020*    ONE RECORD PER SIGN-ON, CORRECTION, INQUIRY, OVERRIDE
000030*    OR HOLD DECISION, APPENDED BY THE ROUTINE MATHSIGN AND
000040*    NEVER REWRITTEN. ACTV-USER-ID IS THE SIGNED-ON OPERATOR
000050*    (FOR "OVRDUSED", THE OPERATOR WHO ENTERED THE OVERRIDE)
000060*    AND ACTV-PROGRAM THE PROGRAM OR JOB STEP. ACTV-ACTIVITY
000070*    IS ONE OF SIGNON, SIGNFAIL, REFUSED, CORRECT, WITHDRAW,
000080*    INQUIRE, OVERRIDE, OVRDUSED, RELEASE OR DECLINE, AND
000090*    ACTV-KEY IDENTIFIES THE RECORD ACTED ON. MATHACTR
000100*    REPORTS THE LOG BY OPERATOR. ANY PROGRAM THAT READS OR
000110*    PRODUCES THIS RECORD SHOULD COPY THIS MEMBER.
000120    05 ACTV-DATE PIC 9(8).
000130    05 ACTV-TIME PIC X(8).
000140    05 ACTV-USER-ID PIC X(8).
000150    05 ACTV-PROGRAM PIC X(8).
000160    05 ACTV-ACTIVITY PIC X(8).
000170    05 ACTV-KEY PIC X(52).

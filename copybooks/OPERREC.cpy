000010*    OPERREC - OPERATOR AUTHORITY RECORD (MATHOPER.TXT).
000020*    ONE RECORD PER OPERATOR WHO MAY USE THE INTERACTIVE
000030*    PROGRAMS. OPER-PASSWORD IS CHECKED AT SIGN-ON, SO THE
000040*    FILE IS KEPT WHERE ONLY THE SECURITY ADMINISTRATOR CAN
000050*    READ OR CHANGE IT. EACH AUTHORITY FLAG IS "Y" WHEN THE
000060*    OPERATOR MAY USE THE FUNCTION: CORRECT (MATHCORR),
000070*    INQUIRE (MATHINQ, MATHHINQ), OVERRIDE (MATHOVRE) AND
000080*    RELEASE (MATHAPRV). SIGN-ON, AUTHORITY CHECKS AND THE
000090*    ACTIVITY LOG ARE HANDLED BY THE ROUTINE MATHSIGN. ANY
000100*    PROGRAM THAT READS OR PRODUCES THIS RECORD SHOULD COPY
000110*    THIS MEMBER.
000120    05 OPER-USER-ID PIC X(8).
000130    05 OPER-PASSWORD PIC X(8).
000140    05 OPER-CAN-CORRECT PIC X.
000150    05 OPER-CAN-INQUIRE PIC X.
000160    05 OPER-CAN-OVERRIDE PIC X.
000170    05 OPER-CAN-RELEASE PIC X.
000180    05 OPER-NAME PIC X(30).

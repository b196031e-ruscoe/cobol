000010*    AHLDREC - OVER-LIMIT APPROVAL HOLD RECORD (MATHAHLD.DAT).
000020*    A GOOD RESULT WHOSE NUM3 IS OUTSIDE THE LIMIT SET FOR
000030*    ITS SOURCE AND OP-CODE ON MATHLIMT.TXT IS NOT FED. MATH
000040*    AUDITS IT "HD" AND QUEUES IT HERE FOR A SUPERVISOR TO
000050*    RELEASE OR DECLINE THROUGH MATHAPRV.
000060*    AHLD-TRAN-DATA IS A TRANSACTION IMAGE IN THE TRANREC
000070*    SHAPE AS IT WAS ACTUALLY COMPUTED: TYPE SPACE, DEFAULT
000080*    FLAG "N", NUM1 AND NUM2 AFTER ANY DEFAULT OR CHAIN
000090*    SUBSTITUTION, AND THE RESULT IN THE NUM3 POSITIONS.
000100*    AHLD-LIMIT IS THE LIMIT IT BROKE, AHLD-RUN-ID AND
000110*    AHLD-DATE THE RUN THAT HELD IT. A RELEASED ITEM IS
000120*    QUEUED IN THIS SAME LAYOUT ON MATHAREL.DAT AND FED BY
000130*    THE NEXT RUN WITHOUT BEING RECOMPUTED. ANY PROGRAM
000140*    THAT READS OR PRODUCES THIS RECORD SHOULD COPY THIS
000150*    MEMBER.
000160*    AHLD-BATCH-TRAIL IS THE TRAN-BATCH-TRAIL OF THE ITEM.
000170    05 AHLD-TRAN-DATA.
000180        10 AHLD-SOURCE-ID PIC X.
000190        10 AHLD-TYPE PIC X.
000200        10 AHLD-NUM1 PIC S9(4)V99 SIGN LEADING SEPARATE.
000210        10 AHLD-NUM2 PIC S9(4)V99 SIGN LEADING SEPARATE.
000220        10 AHLD-OP PIC X.
000230        10 AHLD-DEFAULT-FLAG PIC X.
000240        10 AHLD-EFF-DATE PIC 9(8).
000250        10 AHLD-NUM3 PIC S9(7)V99 SIGN LEADING SEPARATE.
000260    05 AHLD-REM PIC S9(4)V99 SIGN LEADING SEPARATE.
000270    05 AHLD-LIMIT PIC S9(7)V99 SIGN LEADING SEPARATE.
000280    05 AHLD-RUN-ID PIC X(8).
000290    05 AHLD-DATE PIC X(10).
000300    05 AHLD-BATCH-TRAIL.
000310        10 AHLD-BATCH-ID PIC X(8).
000320        10 AHLD-BATCH-SEQ PIC 9(6).

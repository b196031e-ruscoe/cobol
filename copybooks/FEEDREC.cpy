000030*    THE OPERANDS AND OP-CODE AS COMPUTED, THE RESULT, THE
000040*    DIVISION REMAINDER AND THE RUN-ID THAT PRODUCED IT.
000050*    CHAIN INTERMEDIATES AND SUSPENSE ITEMS ARE NOT FED.
000060*    A REVERSAL IS FED AS THE ORIGINAL'S KEY WITH NUM3 AND
000070*    THE REMAINDER NEGATED, AND FEED-ORIG-RUN-ID NAMING THE
000080*    RUN THAT FED THE ORIGINAL; IT IS SPACES ON EVERY
000090*    ORDINARY RESULT.
000100*    FEED-SOURCE-ID IS THE DESK (O/R/W) THAT KEYED THE ITEM,
000110*    SO THE LEDGER POSTING RULES CAN BE APPLIED BY DESK.
000120*    AMOUNTS CARRY AN EXPLICIT LEADING SIGN WITH TWO
000130*    ASSUMED DECIMAL PLACES. ANY PROGRAM THAT READS OR
000140*    PRODUCES THIS RECORD SHOULD COPY THIS MEMBER.
000150    05 FEED-NUM1 PIC S9(4)V99 SIGN LEADING SEPARATE.
000160    05 FEED-NUM2 PIC S9(4)V99 SIGN LEADING SEPARATE.
000170    05 FEED-OP PIC X.
000180    05 FEED-NUM3 PIC S9(7)V99 SIGN LEADING SEPARATE.
000190    05 FEED-REM PIC S9(4)V99 SIGN LEADING SEPARATE.
000200    05 FEED-RUN-ID PIC X(8).
000210    05 FEED-ORIG-RUN-ID PIC X(8).
000220    05 FEED-SOURCE-ID PIC X.

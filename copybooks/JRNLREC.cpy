000010*    JRNLREC - GENERAL LEDGER JOURNAL LINE (MATHJRNL.DAT).
000020*    MATHJRNL TURNS EACH MATHFEED.TXT RECORD INTO ONE
000030*    DOUBLE-ENTRY JOURNAL ENTRY OF TWO LINES WITH THE SAME
000040*    JRNL-ENTRY-NO: LINE 1 THE DEBIT ("D"), LINE 2 THE
000050*    CREDIT ("C"), BOTH FOR THE SAME AMOUNT, SO EVERY ENTRY
000060*    BALANCES. THE ACCOUNTS AND COST CENTER COME FROM THE
000070*    MATHPOST.TXT RULE FOR THE FEED RECORD'S SOURCE ID AND
000080*    OP-CODE. JRNL-AMOUNT IS UNSIGNED: A NEGATIVE NUM3 (A
000090*    REVERSAL OR A NEGATIVE RESULT) IS POSTED BY SWAPPING
000100*    THE RULE'S DEBIT AND CREDIT ACCOUNTS.
000110*    JRNL-SOURCE-ID, JRNL-OP AND THE RUN-IDS TRACE THE ENTRY
000120*    BACK TO ITS FEED RECORD. ANY PROGRAM THAT READS OR
000130*    PRODUCES THIS RECORD SHOULD COPY THIS MEMBER.
000140    05 JRNL-BUS-DATE PIC 9(8).
000150    05 JRNL-ENTRY-NO PIC 9(8).
000160    05 JRNL-LINE-NO PIC 9.
000170    05 JRNL-DR-CR PIC X.
000180    05 JRNL-ACCOUNT PIC X(10).
000190    05 JRNL-COST-CENTER PIC X(6).
000200    05 JRNL-AMOUNT PIC 9(7)V99.
000210    05 JRNL-SOURCE-ID PIC X.
000220    05 JRNL-OP PIC X.
000230    05 JRNL-RUN-ID PIC X(8).
000240    05 JRNL-ORIG-RUN-ID PIC X(8).

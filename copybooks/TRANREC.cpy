000220*    AND THE NUM3 OF THE IMMEDIATELY PRECEDING TRANSACTION
000230*    IS USED IN ITS PLACE, SO A RUN OF "C" RECORDS CARRIES
000240*    A RUNNING RESULT FORWARD IN ONE PASS.
000250*    TRAN-TYPE = "R" IS A REVERSAL OF A RESULT ALREADY FED
000260*    TO THE LEDGER. NUM1, NUM2 AND OP-CODE GIVE THE KEY OF
000270*    THE ORIGINAL EXACTLY AS IT WAS COMPUTED (AS PRINTED ON
000280*    THE AUDIT LINE), DEFAULT-FLAG MUST NOT BE "Y", AND THE
000290*    RUN-ID THAT FED THE ORIGINAL IS KEYED IN THE NUM3
000300*    POSITIONS AS TRAN-ORIG-RUN-ID. MATH FEEDS THE NEGATED
000310*    RESULT AND AUDITS IT "RV"; AN ORIGINAL CAN BE REVERSED
000320*    ONCE ONLY. A REVERSAL ENDS ANY CHAIN IN PROGRESS.
000330*    TRAN-EFF-DATE (YYYYMMDD) IS THE DAY THE TRANSACTION
000340*    TAKES EFFECT. SPACES OR ZERO MEANS PROCESS AT ONCE.
000350*    A RECORD NOT DUE (FIRST BUSINESS DAY ON OR AFTER ITS
000360*    DATE) BY THE RUN'S BUSINESS DATE IS CARRIED FORWARD.
000370*    DATE A WHOLE CHAIN THE SAME WAY - A CHAIN SPLIT BY
000380*    EFFECTIVE DATES WILL NOT RECONNECT ACROSS RUNS.
000390    05 TRAN-SOURCE-ID PIC X.
000400    05 TRAN-TYPE PIC X.
000410    05 NUM1 PIC S9(4)V99 SIGN LEADING SEPARATE.
000420    05 NUM2 PIC S9(4)V99 SIGN LEADING SEPARATE.
000430    05 OP-CODE PIC X.
000440    05 DEFAULT-FLAG PIC X.
000450    05 TRAN-EFF-DATE PIC 9(8).
000460    05 NUM3 PIC S9(7)V99 SIGN LEADING SEPARATE.
000470    05 TRAN-REVERSAL-DATA REDEFINES NUM3.
000480        10 TRAN-ORIG-RUN-ID PIC X(8).
000490        10 FILLER PIC X(2).
000500*    TRAN-BATCH-TRAIL IDENTIFIES THE ITEM TO THE DESK THAT
000510*    KEYED IT: THE BATCH-ID FROM THAT DESK'S BATREC HEADER
000520*    AND THE ITEM'S SEQUENCE WITHIN THE BATCH (FIRST DETAIL
000530*    = 1). MATHCOLL STAMPS IT AND IT TRAVELS WITH THE ITEM
000540*    THROUGH EDIT, SUSPENSE, CARRY-FORWARD, APPROVAL HOLD
000550*    AND CORRECTION SO THE RETURN STEP (MATHRTRN) CAN TELL
000560*    THE DESK WHAT BECAME OF EACH ITEM IT SENT. FILES THAT
000570*    HOLD A TRANSACTION IMAGE FOLLOWED BY OTHER DATA CARRY
000580*    THE TRAIL AT THE END OF THEIR OWN RECORD INSTEAD.
000590    05 TRAN-BATCH-TRAIL.
000600        10 TRAN-BATCH-ID PIC X(8).
000610        10 TRAN-BATCH-SEQ PIC 9(6).

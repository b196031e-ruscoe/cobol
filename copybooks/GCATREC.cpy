000010*    GCATREC - BACKUP GENERATION CATALOG RECORD (MATHGCAT.DAT).
000020*    ONE RECORD PER BACKUP GENERATION STILL HELD, OLDEST
000030*    FIRST. GCAT-GEN-NO NUMBERS THE GENERATIONS 1, 2, 3 ...
000040*    AND GCAT-FILE-NAME IS THE GENERATION FILE (GENREC).
000050*    GCAT-BUS-DATE IS THE BUSINESS DATE WHOSE RUN THE
000060*    GENERATION WAS TAKEN BEFORE. THE SIX FILE ENTRIES ARE
000070*    IN THE ORDER RESULTS, MATHBREG, MATHRUNC, MATHPHIS,
000080*    MATHSUSP, MATHCFWD: GCAT-FILE-FOUND = "N" WHEN THE FILE
000090*    WAS NOT ON DISK AT BACKUP TIME, AND GCAT-FILE-RECS IS
000100*    THE NUMBER OF RECORDS COPIED. MATHGBAK DROPS THE
000110*    OLDEST GENERATIONS BEYOND THE COUNT ON MATHBCTL.TXT.
000120*    ANY PROGRAM THAT READS OR PRODUCES THIS RECORD SHOULD
000130*    COPY THIS MEMBER.
000140    05 GCAT-GEN-NO PIC 9(6).
000150    05 GCAT-BUS-DATE PIC 9(8).
000160    05 GCAT-DATE PIC 9(8).
000170    05 GCAT-TIME PIC X(8).
000180    05 GCAT-FILE-NAME PIC X(14).
000190    05 GCAT-FILE-ENTRY OCCURS 6.
000200        10 GCAT-FILE-ID PIC X(8).
000210        10 GCAT-FILE-FOUND PIC X.
000220        10 GCAT-FILE-RECS PIC 9(8).

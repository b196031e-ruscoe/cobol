000010*    CALREC - BUSINESS-DAY CALENDAR RECORD (MATHCAL.DAT).
000020*    MONDAY TO FRIDAY ARE BUSINESS DAYS AND SATURDAY AND
000030*    SUNDAY ARE NOT, EXCEPT WHERE THIS FILE SAYS OTHERWISE.
000040*    CAL-DAY-TYPE "H" MARKS A HOLIDAY (NO BUSINESS THAT DAY)
000050*    AND "B" MARKS A WEEKEND DATE WORKED AS A BUSINESS DAY.
000060*    THE FILE IS MAINTAINED BY HAND, ONE RECORD PER DATE,
000070*    AND EVERY YEAR THE JOB STREAM RUNS IN MUST HAVE ITS
000080*    HOLIDAYS ON FILE - A DATE IN A YEAR WITH NO RECORDS
000090*    IS REFUSED RATHER THAN GUESSED. THE FILE IS READ ONLY
000100*    THROUGH THE CALENDAR ROUTINE MATHCALR. ANY PROGRAM
000110*    THAT READS OR PRODUCES THIS RECORD SHOULD COPY THIS
000120*    MEMBER.
000130    05 CAL-DATE PIC 9(8).
000140    05 CAL-DAY-TYPE PIC X.
000150    05 CAL-DESC PIC X(30).

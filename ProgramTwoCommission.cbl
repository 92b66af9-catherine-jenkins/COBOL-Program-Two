           COPY COMHIST.

       FD  RUN-TOTALS-FILE
           RECORD CONTAINS 67 CHARACTERS.

           COPY RUNTOT.


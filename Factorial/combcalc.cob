
       FD  COMB-ANSWERS
           RECORD CONTAINS 50 CHARACTERS.
           COPY COMBANS.

       WORKING-STORAGE SECTION.
           COPY RUNHDR.

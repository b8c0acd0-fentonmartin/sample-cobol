       WORKING-STORAGE SECTION.
      *-----------------------
       77 n pic -99.
       77 ws-start   pic S9(9).
       77 ws-limit   pic S9(9).
       77 ws-step    pic S9(9).
       77 ws-mode    pic X.
       77 ws-current pic S9(9).
       77 ws-done    pic X.
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-

      *-----------------------
       LINKAGE SECTION.
       01 LK-MODE    PIC X.
       01 LK-START   PIC S9(9).
       01 LK-STEP    PIC S9(9).
       01 LK-LIMIT   PIC S9(9).
       01 LK-CURRENT PIC S9(9).
       01 LK-DONE    PIC X.

       PROCEDURE DIVISION USING LK-MODE LK-START LK-STEP LK-LIMIT

      *   card 5  to   date YYYYMMDD (00000000 or blank = open)
      *   card 6  extract option (Y = also write EXTRFILE)
      *   card 7  disposition status (O open, R resubmitted, W
      *           written off, T returned to source, blank = all)
      *           - answered from the
      *           repair workflow's disposition file, so "show me
      *           what is still outstanding" is one run with O


       FD  EXTR-FILE
           RECORDING MODE IS F.
       01  EXTR-RECORD                 PIC X(240).

       FD  DISP-FILE.
           COPY "cpydispr.cpy".

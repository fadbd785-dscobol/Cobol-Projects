      *          WRITTEN CARRYING THE SOUNDEX KEY PLUS THE NAME,
      *          BIRTH DATE AND ADDRESS AN ADMISSIONS CLERK NEEDS TO
      *          PICK THE RIGHT CANDIDATE.  THE NAMESRCH SUBPROGRAM
      *          ANSWERS LOOKUPS AGAINST THE FILE THIS JOB BUILDS;
      *          SRCHLOAD LOADS A KEYED COPY OF IT FOR THE ON-LINE
      *          ADMISSION ENTRY SEARCH (ADMENTRY).
      *
      ******************************************************************


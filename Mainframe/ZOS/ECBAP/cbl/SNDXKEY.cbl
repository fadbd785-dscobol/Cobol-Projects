      *          (B F P V = 1, C G J K Q S X Z = 2, D T = 3, L = 4,
      *          M N = 5, R = 6), VOWELS AND H/W/Y SKIPPED, REPEATED
      *          CODES COLLAPSED, ZERO-PADDED.  CALLED BY SNDXBLD TO
      *          BUILD THE SEARCH INDEX AND BY NAMESRCH AND THE
      *          ADMENTRY ADMISSION SCREEN TO CODE THE NAME BEING
      *          LOOKED UP, SO BOTH SIDES ALWAYS AGREE.
      *
      ******************************************************************
       DATA DIVISION.

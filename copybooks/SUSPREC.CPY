      *     E003  BRANCH CODE MISSING                                  *
      *     E004  LANGUAGE CODE NOT SUPPORTED                          *
      *     E005  DUPLICATE RECIPIENT ID ON THE CLEANED FILE           *
      *     E006  START DATE NOT A VALID DATE                          *
      *     E007  END DATE NOT A VALID DATE                            *
      *     E008  END DATE BEFORE START DATE                           *
      *     E009  STATUS CODE NOT VALID                                *
      *                                                                *
      *   SUS-AGE-DAYS COUNTS THE DAILY RECYCLE RUNS (BUSINESS DAYS)   *
      *   THE ROW HAS BEEN OUTSTANDING.  ROWS WRITTEN BY GREETEDT      *

      *   FILE.  ONE RECORD PER ADD/REPLACE/EXPIRE REQUEST SUBMITTED   *
      *   BY OPERATIONS AGAINST THE GREETMSG MESSAGE MASTER, APPLIED   *
      *   IN BATCH BY THE GREETMSM MAINTENANCE PROGRAM.  A MASTER      *
      *   ROW IS KEYED BY LANGUAGE CODE, MESSAGE TYPE (BLANK DAILY OR  *
      *   'W' WELCOME) AND EFFECTIVE-FROM DATE.                        *
      *                                                                *
      *   ACTIONS:                                                     *
      *     ADD      NEW ROW FOR THE LANGUAGE/TYPE/EFFECTIVE-FROM KEY  *
      *     REPLACE  OVERLAYS THE TEXT (WHEN NON-BLANK) AND THE        *
      *              EFFECTIVE-TO (WHEN NON-ZERO) OF AN EXISTING ROW   *
      *     EXPIRE   SETS THE EFFECTIVE-TO OF AN EXISTING ROW          *
           05  MT-EFFECTIVE-FROM           PIC 9(08).
           05  MT-EFFECTIVE-TO             PIC 9(08).
           05  MT-GREETING-TEXT            PIC X(40).
           05  MT-MESSAGE-TYPE             PIC X(01).
           05  FILLER                      PIC X(14).

      *   BY BRANCH ADMIN AGAINST THE GREETIN RECIPIENT MASTER,        *
      *   APPLIED IN BATCH BY THE GREETMNT MAINTENANCE PROGRAM.        *
      *                                                                *
      *   GT-START-DATE AND GT-END-DATE ARE CCYYMMDD AND               *
      *   GT-STATUS-CODE IS A/L/T AS ON GREETREC.  ON A CHANGE A       *
      *   BLANK FIELD LEAVES THE MASTER VALUE ALONE AND A DATE OF ALL  *
      *   ZEROS CLEARS IT.  ON AN ADD A BLANK DATE MEANS NO DATE AND   *
      *   A BLANK STATUS IS ACTIVE.                                    *
      *                                                                *
      ******************************************************************
       01  GREETTRN-RECORD.
           05  GT-ACTION-CODE              PIC X(06).
           05  GT-RECIPIENT-NAME           PIC X(30).
           05  GT-BRANCH-CODE              PIC X(04).
           05  GT-LANGUAGE-CODE            PIC X(02).
           05  GT-START-DATE               PIC X(08).
           05  GT-END-DATE                 PIC X(08).
           05  GT-STATUS-CODE              PIC X(01).
           05  FILLER                      PIC X(15).

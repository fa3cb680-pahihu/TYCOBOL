             88 CU-IS-ACTIVE               VALUE 'A'.
             88 CU-IS-REMOVED              VALUE 'X'.
          03 CU-OPERATOR-ID       PIC X(3).
      * --- FREQUENT-BUYER REWARDS: POINTS EARNED ON NET PURCHASES
      *     RUNG UNDER THIS NUMBER IN CMSPLN (RETURNS AND POST-VOIDS
      *     TAKE THEM BACK OFF, SO THE BALANCE CAN GO BELOW ZERO).
      *     RWDISSUE TAKES THE REWARD LEVEL OFF EACH TIME IT ISSUES A
      *     REWARD CERTIFICATE.  BLANK ON RECORDS ADDED BEFORE THE
      *     PROGRAM STARTED -- READ AS ZERO ----------------------------
          03 CU-REWARD-POINTS     PIC S9(7).
          03 CU-REWARDS-ISSUED    PIC 9(3).
          03 CU-LAST-REWARD-DATE  PIC 9(8).
      * --- MAILING LIST: WHERE AND HOW THE CUSTOMER MAY BE TOLD ABOUT
      *     SALE EVENTS.  ONLY A 'Y' IS CONSENT -- A BLANK (RECORDS
      *     ADDED BEFORE THE LIST EXISTED) OR 'N' IS NEVER CONTACTED
      *     BY CUSTCAMP ------------------------------------------------
          03 CU-ADDRESS-LINE      PIC X(40).
          03 CU-CITY              PIC X(25).
          03 CU-STATE             PIC X(2).
          03 CU-POSTAL-CODE       PIC X(10).
          03 CU-EMAIL             PIC X(30).
          03 CU-MAIL-OPT-IN       PIC X.
             88 CU-WANTS-MAIL              VALUE 'Y'.
          03 CU-EMAIL-OPT-IN      PIC X.
             88 CU-WANTS-EMAIL             VALUE 'Y'.
      * --- SURVIVING CUSTOMER NUMBER WHEN THIS RECORD WAS A DUPLICATE
      *     MERGED AWAY BY "CUSTMNT MERGE" (STATUS 'X').  ZERO, OR
      *     BLANK ON OLDER RECORDS, FOR AN ORDINARY RECORD ------------
          03 CU-MERGED-INTO       PIC 9(6).

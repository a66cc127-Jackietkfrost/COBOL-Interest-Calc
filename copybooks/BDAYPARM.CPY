      *****************************************************************
      * BDAYPARM.CPY                                                  *
      * PARAMETER BLOCK PASSED TO LOANBDAY, THE SHARED BUSINESS-DATE  *
      * ROUTINE.  FUNCTION G RETURNS THE CURRENT AND PRIOR BUSINESS   *
      * DATES FROM THE CONTROL FILE (THE SYSTEM DATE, WITH STATUS N,  *
      * WHEN THE FILE CANNOT BE READ).  FUNCTION A MOVES THE DATE     *
      * PASSED ONTO THE NEXT BUSINESS DAY WHEN IT FALLS ON A WEEKEND  *
      * OR A HOLIDAY ON THE CALENDAR, AND LEAVES A BUSINESS DAY AS IT *
      * IS.  FUNCTION N RETURNS THE FIRST BUSINESS DAY AFTER THE DATE *
      * PASSED.  STATUS N ON A OR N MEANS THE DATE WAS NOT VALID AND  *
      * IS RETURNED UNCHANGED.                                        *
      *****************************************************************
       01  BDAY-PARMS.
           05  BDY-FUNCTION        PIC X.
               88  BDY-GET-DATES            VALUE "G".
               88  BDY-ADJUST-DATE          VALUE "A".
               88  BDY-NEXT-DATE            VALUE "N".
           05  BDY-DATE            PIC 9(8).
           05  BDY-PRIOR-DATE      PIC 9(8).
           05  BDY-STATUS          PIC X.
               88  BDY-STATUS-OK            VALUE "Y".
               88  BDY-STATUS-DEFAULTED     VALUE "N".

      *****************************************************************
      * BDATEREC.CPY                                                  *
      * RECORD LAYOUT FOR THE BUSINESS-DATE CONTROL FILE.  A SINGLE   *
      * RECORD HOLDING THE CURRENT BUSINESS DATE - THE PROCESSING     *
      * DATE EVERY BATCH PROGRAM AND THE ENTRY SCREEN WORK TO - AND   *
      * THE PRIOR ONE.  THE DATE-ROLL STEP AT THE END OF THE NIGHT    *
      * MOVES THE CURRENT DATE TO PRIOR AND ADVANCES IT TO THE NEXT   *
      * BUSINESS DAY ON THE HOLIDAY CALENDAR, STAMPING THE SYSTEM     *
      * DATE AND TIME IT RAN.                                         *
      *****************************************************************
       01  BUS-DATE-RECORD.
           05  BD-CURRENT-DATE     PIC 9(8).
           05  BD-PRIOR-DATE       PIC 9(8).
           05  BD-ROLLED-DATE      PIC 9(8).
           05  BD-ROLLED-TIME      PIC 9(6).

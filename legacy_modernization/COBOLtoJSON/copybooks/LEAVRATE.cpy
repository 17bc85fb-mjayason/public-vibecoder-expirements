000100*================================================================*
000200*  LEAVRATE.CPY                                                  *
000300*  RECORD LAYOUT FOR THE VACATION ACCRUAL RATE TABLE,            *
000400*  LEAVRATE.DAT: ONE RECORD PER SERVICE BAND, IN ASCENDING       *
000500*  ORDER OF LVR-MIN-YEARS.  AN EMPLOYEE WITH AT LEAST            *
000600*  LVR-MIN-YEARS COMPLETED YEARS OF SERVICE (AND FEWER THAN THE  *
000700*  NEXT BAND'S) ACCRUES LVR-MONTHLY-HOURS A MONTH AND MAY CARRY  *
000800*  AT MOST LVR-MAX-CARRYOVER HOURS INTO A NEW YEAR.  SERVICE     *
000900*  SHORT OF THE FIRST BAND ACCRUES NOTHING, SO A WAITING PERIOD  *
001000*  IS SET BY STARTING THE TABLE ABOVE ZERO YEARS.  EMPLVACR      *
001100*  APPLIES THE TABLE; EMPLVRPT SHOWS EACH EMPLOYEE'S RATE.       *
001200*----------------------------------------------------------------*
001300*  MODIFICATION HISTORY                                          *
001400*  DATE       BY   DESCRIPTION                                   *
001500*  04/19/1999 RWB  ORIGINAL LAYOUT FOR EMPLVACR AND EMPLVRPT.    *
001600*================================================================*
001700 01  LVR-RECORD.
001800     05  LVR-MIN-YEARS           PIC 9(02).
001900     05  LVR-MONTHLY-HOURS       PIC 9(03)V99.
002000     05  LVR-MAX-CARRYOVER       PIC 9(05)V99.

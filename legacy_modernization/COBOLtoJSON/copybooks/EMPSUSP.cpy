001400*                  SECTION, PLUS THE DATE-ADDED STAMP, SO THE    *
001500*                  NEW EMPSUSPW SUSPENSE WORKSTATION CAN SHARE   *
001600*                  IT AND AGE THE ITEMS.                         *
001630*  05/17/1999 RWB  TRANSACTION IMAGE WIDENED TO 60 FOR THE NEW   *
001660*                  SOURCE CODE AND ORIGINATOR ON EMPTRAN.CPY.    *
001670*  06/14/1999 RWB  CUTOVER: AN OLD 71-BYTE RECORD CANNOT JUST    *
001675*                  BE PADDED, SINCE THE REASON CODE AND DATE     *
001680*                  ADDED FOLLOW THE IMAGE.  EMPTCONV REBUILDS    *
001685*                  EACH ONE IN THIS LAYOUT, ONCE, BEFORE         *
001690*                  EMPEDIT OR EMPSUSPW NEXT RUNS.                *
001700*================================================================*
001800 01  SUSP-RECORD.
001900     05  SUSP-TRAN-IMAGE         PIC X(60).
002000     05  FILLER                  PIC X(02).
002100     05  SUSP-REASON-CODE        PIC X(08).
002200     05  FILLER                  PIC X(02).

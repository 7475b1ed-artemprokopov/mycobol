      ******************************************************************
      * Purpose:   shared standing-order record layout (STANDORD.DAT).
      *            One record per recurring line a customer is billed
      *            for every cycle: the order ID, customer, product,
      *            quantity, tax category and selling location of the
      *            line, how often it bills (W weekly, F fortnightly,
      *            M monthly - on the bill day of the month; keyed as
      *            00 it takes the schedule date's day of the month),
      *            the schedule date of the next cycle and the bill
      *            date it actually falls on once moved off a non-
      *            processing day, the last date it may bill (zeros
      *            for no end), its status - A active, P paused, E
      *            expired - and the date it last billed. StandGen
      *            writes each due line into PRICETRN.DAT and moves
      *            the schedule on a cycle. COPY this into any
      *            program's FILE SECTION for an FD naming the
      *            standing-order file.
      ******************************************************************
       01 StandingOrderRecord.
           02 SoOrderId                        PIC X(6).
           02 SoSpace1                         PIC X.
           02 SoCustomerId                     PIC X(6).
           02 SoSpace2                         PIC X.
           02 SoProductCode                    PIC X(6).
           02 SoSpace3                         PIC X.
           02 SoQuantity                       PIC 9(5).
           02 SoSpace4                         PIC X.
           02 SoTaxCategory                    PIC X.
           02 SoSpace5                         PIC X.
           02 SoLocationCode                   PIC 99.
           02 SoSpace6                         PIC X.
           02 SoFrequency                      PIC X.
               88 SoBillsWeekly                VALUE "W".
               88 SoBillsFortnightly           VALUE "F".
               88 SoBillsMonthly               VALUE "M".
           02 SoSpace7                         PIC X.
           02 SoBillDay                        PIC 99.
           02 SoSpace8                         PIC X.
           02 SoScheduleDate                   PIC 9(8).
           02 SoSpace9                         PIC X.
           02 SoNextBillDate                   PIC 9(8).
           02 SoSpace10                        PIC X.
           02 SoEndDate                        PIC 9(8).
           02 SoSpace11                        PIC X.
           02 SoStatus                         PIC X.
               88 SoActive                     VALUE "A".
               88 SoPaused                     VALUE "P".
               88 SoExpired                    VALUE "E".
           02 SoSpace12                        PIC X.
           02 SoLastBilledDate                 PIC 9(8).

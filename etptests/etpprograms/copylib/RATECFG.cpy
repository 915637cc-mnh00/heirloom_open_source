      *                   rows in effect
      *      'MAINTFEE' - monthly maintenance fee amount
      *      'FEECYCDD' - day of month the fee is assessed
      *      'RTNFEE  ' - fee charged by ETPBINT on each partner
      *                   return; zero or absent charges none
      *      'WHTRATE ' - standard resident withholding rate, percent,
      *                   deducted from capitalised credit interest;
      *                   zero or absent withholds nothing
      *      'EXPOPCT ' - percent of a customer's CUSTLIM aggregate
      *                   credit limit at which ETPBCEX reports the
      *                   customer as nearing it; absent means 80
      *      'NTCLAPSE' - days a withdrawal notice stays usable after
      *                   its earliest date (or its early release)
      *                   before ETPBFEE lapses it; absent means 30
       01  RATECFG-RECORD.
           02  RATECFG-KEY                    PIC X(8).
           02  RATECFG-VALUE                  PIC 9(7)V9(6).
